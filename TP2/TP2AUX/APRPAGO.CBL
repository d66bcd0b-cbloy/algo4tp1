       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPAGO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * APROBACION DEL REGISTRO DE PAGOS: UN SUPERVISOR (NIVEL 3)      *
      * REVISA CADA PAGO PENDIENTE (BENEFICIARIO, CBU, IMPORTE,        *
      * ORIGEN) Y LO APRUEBA O RECHAZA.  SOLO LOS APROBADOS LLEGAN A   *
      * LA TRANSFERENCIA (PAGOBCO.CBL).  MISMO MOLDE QUE APRANUL.CBL.  *
        SELECT PAGAR ASSIGN TO "..\PAGAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGAR.

      * RECHAZOS DEL SUPERVISOR, CON SU MOTIVO, PARA TESORERIA         *
      * (ACUMULADO).                                                   *
        SELECT PAGRECH ASSIGN TO "..\PAGRECH.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGRECH.

        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE EL REGISTRO EN PAGREG.CBL/PAGOBCO.CBL.        *
       FD  PAGAR.
       01  PAGAR-REG.
           05  PAG-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  PAG-ORIGEN                       PIC X(02).
           05  FILLER                           PIC X(01).
           05  PAG-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAG-BENEF-TIPO                   PIC X.
           05  PAG-BENEF-COD                    PIC X(21).
           05  FILLER                           PIC X(01).
           05  PAG-BENEFICIARIO                 PIC X(30).
           05  FILLER                           PIC X(01).
           05  PAG-CBU                          PIC X(22).
           05  FILLER                           PIC X(01).
           05  PAG-IMPORTE                      PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  PAG-REFERENCIA                   PIC X(25).
           05  FILLER                           PIC X(01).
           05  PAG-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  PAG-APROBADOR                    PIC X(06).
           05  FILLER                           PIC X(01).
           05  PAG-LOTE                         PIC 9(06).
           05  FILLER                           PIC X(01).
           05  PAG-FECHA-PAGO                   PIC 9(08).

       FD  PAGRECH.
       01  PAGRECH-REG                          PIC X(120).

       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                        PIC X(06).
           05  OP-NOMBRE                        PIC X(30).
           05  OP-PASSWORD                      PIC X(08).
           05  OP-NIVEL                         PIC 9.

       WORKING-STORAGE SECTION.

       01  FS-PAGAR                             PIC X(02).
           88  FS-PAGAR-OK                      VALUE '00'.
           88  FS-PAGAR-FIN                     VALUE '10'.
           88  FS-PAGAR-NO-EXIST                VALUE '35'.

       01  FS-PAGRECH                           PIC X(02).
           88  FS-PAGRECH-OK                    VALUE '00'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
           88  FS-OPERADORES-NO-EXIST           VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

       01  WS-SIGNON-CODIGO                     PIC X(06).
       01  WS-SIGNON-CLAVE                      PIC X(08).
       01  WS-SIGNON-OK                         PIC X VALUE 'N'.
       01  WS-SIGNON-NIVEL                      PIC 9 VALUE ZERO.
       01  WS-SIGNON-INTENTOS                   PIC 9 VALUE ZERO.

       01  WS-CANT-PAGOS                        PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  PAG-ENT                  OCCURS 2000 TIMES.
               09  PAG-IMAGEN           PIC X(159).
       01  IND-P                                PIC 9(4).

       01  WS-CANT-APROBADOS                    PIC 9(4) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(4) VALUE ZERO.
       01  WS-CANT-SIN-CBU                      PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-APROBADO                    PIC 9(11)V99 VALUE ZERO.

       01  WS-DEC                               PIC X.
       01  WS-NOTA                              PIC X(30).
       01  WS-AVISO                             PIC X(50).
       01  WS-CONTINUAR                         PIC X.

       SCREEN SECTION.
       01  PANTALLA-SIGNON.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "APROBACION DE PAGOS - SUPERVISOR".
           05  LINE 4 COL 5 VALUE "CODIGO: ".
           05  LINE 4 COL 14 PIC X(06) TO WS-SIGNON-CODIGO.
           05  LINE 5 COL 5 VALUE "CLAVE : ".
           05  LINE 5 COL 14 PIC X(08) SECURE TO WS-SIGNON-CLAVE.

       01  PANTALLA-REVISION.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "PAGO PENDIENTE DE APROBACION".
           05  LINE 4 COL 5 VALUE "PAGO NRO    : ".
           05  LINE 4 COL 20 PIC 9(7) FROM PAG-NRO.
           05  LINE 4 COL 30 VALUE "ORIGEN: ".
           05  LINE 4 COL 38 PIC X(02) FROM PAG-ORIGEN.
           05  LINE 4 COL 43 VALUE "FECHA: ".
           05  LINE 4 COL 50 PIC 9(8) FROM PAG-FECHA.
           05  LINE 5 COL 5 VALUE "BENEFICIARIO: ".
           05  LINE 5 COL 20 PIC X(30) FROM PAG-BENEFICIARIO.
           05  LINE 6 COL 5 VALUE "CBU         : ".
           05  LINE 6 COL 20 PIC X(22) FROM PAG-CBU.
           05  LINE 7 COL 5 VALUE "IMPORTE     : ".
           05  LINE 7 COL 20 PIC $ZZZ.ZZZ.ZZ9,99 FROM PAG-IMPORTE.
           05  LINE 8 COL 5 VALUE "REFERENCIA  : ".
           05  LINE 8 COL 20 PIC X(25) FROM PAG-REFERENCIA.
           05  LINE 10 COL 5
               VALUE "A=APROBAR  R=RECHAZAR  (OTRA TECLA SALTEA): ".
           05  LINE 10 COL 50 PIC X TO WS-DEC.
           05  LINE 11 COL 5 VALUE "NOTA (SI RECHAZA): ".
           05  LINE 11 COL 25 PIC X(30) TO WS-NOTA.
           05  LINE 13 COL 5 PIC X(50) FROM WS-AVISO.

       01  PANTALLA-FIN.
           05  LINE 15 COL 5 VALUE "APROBADOS: ".
           05  LINE 15 COL 17 PIC ZZZ9 FROM WS-CANT-APROBADOS.
           05  LINE 15 COL 25 VALUE "RECHAZADOS: ".
           05  LINE 15 COL 38 PIC ZZZ9 FROM WS-CANT-RECHAZADOS.
           05  LINE 16 COL 5 VALUE "TOTAL APROBADO: ".
           05  LINE 16 COL 22 PIC $ZZZ.ZZZ.ZZ9,99
                              FROM WS-TOTAL-APROBADO.
           05  LINE 18 COL 5 VALUE "<ENTER> PARA TERMINAR ".
           05  LINE 18 COL 28 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO APRPAGO'.

        PERFORM 060-SIGNON.
        PERFORM 100-CARGAR-PAGOS.
        PERFORM 200-ABRIR-APOYOS.
        PERFORM 300-REVISAR
                VARYING IND-P FROM 1 BY 1
                UNTIL IND-P > WS-CANT-PAGOS.
        PERFORM 700-REESCRIBIR-PAGOS.

        DISPLAY PANTALLA-FIN.
        ACCEPT PANTALLA-FIN.

        DISPLAY 'FIN APRPAGO - APROBADOS:  ' WS-CANT-APROBADOS.
        DISPLAY '              RECHAZADOS: ' WS-CANT-RECHAZADOS.
        DISPLAY '              SIN CBU:    ' WS-CANT-SIN-CBU.
        PERFORM 998-FIN.
        STOP RUN.


      * EL APROBADOR TIENE QUE SER NIVEL 3 -- SIN MAESTRO DE           *
      * OPERADORES NO HAY CONTROL QUE VALGA Y SE CORTA.                *
       060-SIGNON.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES-NO-EXIST
                DISPLAY 'SIN OPERADOR.TXT -- LA APROBACION DE PAGOS '
                        'EXIGE SUPERVISORES DEFINIDOS'
                STOP RUN
            END-IF.
            CLOSE OPERADORES.

            PERFORM 061-INTENTO-SIGNON
                    UNTIL WS-SIGNON-OK = 'S'
                    OR WS-SIGNON-INTENTOS = 3.
            IF WS-SIGNON-OK NOT = 'S'
                DISPLAY 'ACCESO DENEGADO'
                STOP RUN
            END-IF.

       061-INTENTO-SIGNON.
            ADD 1 TO WS-SIGNON-INTENTOS.
            MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-CLAVE.
            DISPLAY PANTALLA-SIGNON.
            ACCEPT PANTALLA-SIGNON.

            MOVE ZERO TO WS-SIGNON-NIVEL.
            OPEN INPUT OPERADORES.
            PERFORM 062-LEER-OPERADOR.
            PERFORM 063-COMPARAR-OPERADOR
                    UNTIL FS-OPERADORES-FIN
                    OR WS-SIGNON-NIVEL > ZERO.
            CLOSE OPERADORES.

            IF WS-SIGNON-NIVEL >= 3
                MOVE 'S' TO WS-SIGNON-OK
            ELSE
                DISPLAY 'OPERADOR, CLAVE O NIVEL INSUFICIENTE'
            END-IF.

       062-LEER-OPERADOR.
            READ OPERADORES AT END SET FS-OPERADORES-FIN TO TRUE.

            IF NOT FS-OPERADORES-OK AND NOT FS-OPERADORES-FIN
                DISPLAY 'ERROR AL LEER OPERADOR.TXT'
                STOP RUN
            END-IF.

       063-COMPARAR-OPERADOR.
            IF OP-CODIGO = WS-SIGNON-CODIGO
               AND OP-PASSWORD = WS-SIGNON-CLAVE
                MOVE OP-NIVEL TO WS-SIGNON-NIVEL
            END-IF.
            IF WS-SIGNON-NIVEL = ZERO
                PERFORM 062-LEER-OPERADOR
            END-IF.

       100-CARGAR-PAGOS.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN INPUT PAGAR.
            IF FS-PAGAR-NO-EXIST
                DISPLAY 'SIN PAGAR.TXT -- NADA PARA REVISAR'
                STOP RUN
            END-IF.
            MOVE FS-PAGAR    TO WS-FS.
            MOVE "PAGAR"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LEER-PAGO.
            PERFORM 120-CARGAR-UNO
                    UNTIL FS-PAGAR-FIN OR WS-CANT-PAGOS >= 2000.
      * PAGAR.TXT SE REESCRIBE ENTERO DESDE LA TABLA: SI NO ENTRO      *
      * COMPLETO, SEGUIR BORRARIA LOS PAGOS QUE QUEDARON AFUERA.       *
            IF NOT FS-PAGAR-FIN
                DISPLAY 'PAGAR.TXT SUPERA LAS 2000 FILAS DE LA TABLA'
                DISPLAY '-- SE CANCELA PARA NO PERDER PAGOS; DEPURAR'
                DISPLAY 'LOS YA PAGADOS O AMPLIAR LA TABLA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            CLOSE PAGAR.

       110-LEER-PAGO.
            READ PAGAR AT END SET FS-PAGAR-FIN TO TRUE.

            IF NOT FS-PAGAR-OK AND NOT FS-PAGAR-FIN
                DISPLAY 'ERROR AL LEER PAGAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-UNO.
            ADD 1 TO WS-CANT-PAGOS.
            MOVE PAGAR-REG TO PAG-IMAGEN(WS-CANT-PAGOS).
            PERFORM 110-LEER-PAGO.

       200-ABRIR-APOYOS.
            OPEN EXTEND PAGRECH.
            IF NOT FS-PAGRECH-OK
                CLOSE PAGRECH
                OPEN OUTPUT PAGRECH
            END-IF.
            MOVE FS-PAGRECH  TO WS-FS.
            MOVE "PAGRECH"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * UN PAGO SIN CBU NO SE PUEDE APROBAR: NO HABRIA A DONDE         *
      * TRANSFERIRLO.  QUEDA PENDIENTE HASTA QUE TESORERIA CARGUE LA   *
      * CUENTA EN CTASBCO.TXT Y CORRA PAGREG.CBL.                      *
       300-REVISAR.
            MOVE PAG-IMAGEN(IND-P) TO PAGAR-REG.
            IF PAG-ESTADO NOT = 'P'
                CONTINUE
            ELSE
                MOVE SPACES TO WS-DEC WS-NOTA WS-AVISO
                IF PAG-CBU = SPACES
                    MOVE 'SIN CBU -- SOLO SE PUEDE RECHAZAR O SALTEAR'
                        TO WS-AVISO
                END-IF
                DISPLAY PANTALLA-REVISION
                ACCEPT PANTALLA-REVISION

                EVALUATE WS-DEC
                    WHEN 'A'
                        IF PAG-CBU = SPACES
                            ADD 1 TO WS-CANT-SIN-CBU
                        ELSE
                            MOVE 'A' TO PAG-ESTADO
                            MOVE WS-SIGNON-CODIGO TO PAG-APROBADOR
                            ADD 1 TO WS-CANT-APROBADOS
                            ADD PAG-IMPORTE TO WS-TOTAL-APROBADO
                        END-IF
                    WHEN 'R'
                        MOVE 'R' TO PAG-ESTADO
                        MOVE WS-SIGNON-CODIGO TO PAG-APROBADOR
                        ADD 1 TO WS-CANT-RECHAZADOS
                        PERFORM 320-REPORTAR-RECHAZO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                MOVE PAGAR-REG TO PAG-IMAGEN(IND-P)
            END-IF.

       320-REPORTAR-RECHAZO.
            MOVE SPACES TO PAGRECH-REG.
            STRING FECHA-HOY
                   ' RECHAZADO PAGO ' PAG-NRO
                   ' ' PAG-ORIGEN
                   ' ' PAG-REFERENCIA
                   ' SUPERVISOR ' WS-SIGNON-CODIGO
                   ' NOTA ' WS-NOTA
                DELIMITED BY SIZE INTO PAGRECH-REG.
            WRITE PAGRECH-REG.

       700-REESCRIBIR-PAGOS.
            OPEN OUTPUT PAGAR.
            MOVE FS-PAGAR    TO WS-FS.
            MOVE "PAGAR"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 710-GRABAR-UNO
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PAGOS.
            CLOSE PAGAR.

       710-GRABAR-UNO.
            MOVE PAG-IMAGEN(IND-P) TO PAGAR-REG.
            WRITE PAGAR-REG.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE PAGRECH.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
