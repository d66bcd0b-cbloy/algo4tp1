       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO DE COTIZACIONES (VER COTIZAR.CBL), YA CERRADAS POR LA *
      * CADENA NOCTURNA CONTRA LO APROBADO/RECHAZADO (COTCONV.CBL).    *
        SELECT COTLOG ASSIGN TO "..\COTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTLOG.

      * CONVERSION DE COTIZACIONES DEL MES POR AGENCIA, POR TAMANIO Y  *
      * POR FRANJA DE PRECIO, Y LISTA DE LAS PERDIDAS PORQUE EL AUTO   *
      * YA ESTABA TOMADO.                                              *
        SELECT COTREP ASSIGN TO "..\COTREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTREP.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE COTLOG-REG EN COTIZAR.CBL.                    *
       FD  COTLOG.
       01  COTLOG-REG.
           05  COT-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  COT-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-TIPO-DOC                     PIC X.
           05  COT-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  COT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  COT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-CANT-DIAS                    PIC 9(03).
           05  FILLER                           PIC X(01).
           05  COT-TOTAL                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  COT-OPERADOR                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  COT-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  COT-ESTADO                       PIC X.
               88  COT-ABIERTA                  VALUE 'A'.
               88  COT-CONVERTIDA               VALUE 'C'.
               88  COT-PERDIDA                  VALUE 'P'.
               88  COT-VENCIDA                  VALUE 'V'.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-NRO-CONTRATO                 PIC 9(09).

       FD  COTREP.
       01  COTREP-REG                           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-COTLOG                            PIC X(02).
           88  FS-COTLOG-OK                     VALUE '00'.
           88  FS-COTLOG-FIN                    VALUE '10'.
           88  FS-COTLOG-NO-EXIST               VALUE '35'.

       01  FS-COTREP                            PIC X(02).
           88  FS-COTREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES A REPORTAR (TP_COT_MES, AAAAMM); POR DEFECTO EL MES EN     *
      * CURSO.  SE COMPARA CONTRA LA FECHA DE LA COTIZACION.           *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).

      * FRANJAS DE PRECIO SOBRE EL PROMEDIO DIARIO COTIZADO (TOTAL /   *
      * DIAS): CADA FRANJA VA HASTA SU TOPE INCLUSIVE.                 *
       01  WS-FRANJAS-LISTA.
           05  FILLER                   PIC 9(07)V99 VALUE 100.
           05  FILLER                   PIC 9(07)V99 VALUE 250.
           05  FILLER                   PIC 9(07)V99 VALUE 500.
           05  FILLER                   PIC 9(07)V99 VALUE 1000.
           05  FILLER                   PIC 9(07)V99 VALUE 9999999.
       01  WS-TABLA-FRANJAS REDEFINES WS-FRANJAS-LISTA.
           05  WS-FRANJA-TOPE OCCURS 5 TIMES PIC 9(07)V99.
       01  IND-FR                               PIC 9(02).
       01  WS-PROMEDIO-DIA                      PIC 9(07)V99.

      * CONTADORES POR AGENCIA, POR TAMANIO, POR FRANJA Y DEL TOTAL:   *
      * COTIZADAS, CONVERTIDAS, PERDIDAS POR AUTO TOMADO, VENCIDAS Y   *
      * TODAVIA ABIERTAS.                                              *
       01  TABLA-AGENCIAS-COT.
           05  AGC-ENT                  OCCURS 99 TIMES.
               09  AGC-CONT             PIC 9(05) OCCURS 5 TIMES
                                        VALUE ZERO.
       01  IND-AG                               PIC 9(03).

       01  WS-CANT-TAMANIOS                     PIC 9(02) VALUE ZERO.
       01  TABLA-TAMANIOS-COT.
           05  TAM-ENT                  OCCURS 20 TIMES.
               09  TAM-CODIGO           PIC X.
               09  TAM-CONT             PIC 9(05) OCCURS 5 TIMES
                                        VALUE ZERO.
       01  IND-TAM                              PIC 9(02).
       01  WS-TAM-HALLADO                       PIC 9(02).

       01  TABLA-FRANJAS-COT.
           05  FRJ-ENT                  OCCURS 5 TIMES.
               09  FRJ-CONT             PIC 9(05) OCCURS 5 TIMES
                                        VALUE ZERO.

       01  TOTAL-COT.
           05  TOT-CONT                 PIC 9(05) OCCURS 5 TIMES
                                        VALUE ZERO.

      * POSICION DEL CONTADOR QUE CORRESPONDE AL ESTADO DE LA          *
      * COTIZACION (LA 1 SON LAS COTIZADAS, SIEMPRE SUMA).             *
       01  IND-EST                              PIC 9.
       01  IND-C                                PIC 9.

      * LINEA DE CONTADORES A IMPRIMIR (SE CARGA ANTES DE 520).        *
       01  WS-LINEA-CONT.
           05  WS-LC-CONT               PIC 9(05) OCCURS 5 TIMES.
       01  WS-TITULO-LINEA                      PIC X(20).
       01  WS-PORC-CONVERSION                   PIC 9(03)V9.
       01  WS-PORC-IMPR                         PIC ZZ9,9.

       01  WS-CANT-LEIDAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEL-MES                      PIC 9(05) VALUE ZERO.

       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZZ9.
       01  WS-CANT-IMPR3                        PIC ZZZZ9.
       01  WS-CANT-IMPR4                        PIC ZZZZ9.
       01  WS-CANT-IMPR5                        PIC ZZZZ9.
       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-TOPE-IMPR                         PIC Z(6)9.
       01  WS-IMPORTE-IMPR                      PIC $ZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO COTREP'.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-COTIZACIONES.
        PERFORM 500-REPORTAR.
        PERFORM 600-LISTAR-PERDIDAS.
        PERFORM 998-FIN.

        DISPLAY 'FIN COTREP - LEIDAS:       ' WS-CANT-LEIDAS.
        DISPLAY '             DEL MES:      ' WS-CANT-DEL-MES.
        STOP RUN.


       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_COT_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.

            OPEN INPUT COTLOG.
            IF FS-COTLOG-NO-EXIST
                DISPLAY 'NO EXISTE COTLOG.TXT -- NADA QUE REPORTAR'
                STOP RUN
            END-IF.
            MOVE FS-COTLOG      TO WS-FS.
            MOVE "COTLOG"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT COTREP.
            MOVE FS-COTREP      TO WS-FS.
            MOVE "COTREP"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-BARRER-COTIZACIONES.
            PERFORM 210-LEER-COTIZACION.
            PERFORM 300-REVISAR-COTIZACION UNTIL FS-COTLOG-FIN.

       210-LEER-COTIZACION.
            READ COTLOG AT END SET FS-COTLOG-FIN TO TRUE.

            IF NOT FS-COTLOG-OK AND NOT FS-COTLOG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER COTLOG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-REVISAR-COTIZACION.
            ADD 1 TO WS-CANT-LEIDAS.
            IF COT-FECHA(1:6) = WS-MES-REPORTE
                PERFORM 310-ACUMULAR-COTIZACION
            END-IF.
            PERFORM 210-LEER-COTIZACION.

       310-ACUMULAR-COTIZACION.
            ADD 1 TO WS-CANT-DEL-MES.
            EVALUATE TRUE
                WHEN COT-CONVERTIDA  MOVE 2 TO IND-EST
                WHEN COT-PERDIDA     MOVE 3 TO IND-EST
                WHEN COT-VENCIDA     MOVE 4 TO IND-EST
                WHEN OTHER           MOVE 5 TO IND-EST
            END-EVALUATE.

            ADD 1 TO TOT-CONT(1).
            ADD 1 TO TOT-CONT(IND-EST).

            IF COT-AGENCIA IS NUMERIC AND COT-AGENCIA > ZERO
                ADD 1 TO AGC-CONT(COT-AGENCIA, 1)
                ADD 1 TO AGC-CONT(COT-AGENCIA, IND-EST)
            END-IF.

            MOVE ZERO TO WS-TAM-HALLADO.
            PERFORM 320-BUSCAR-TAMANIO
                    VARYING IND-TAM FROM 1 BY 1
                    UNTIL IND-TAM > WS-CANT-TAMANIOS
                    OR WS-TAM-HALLADO > ZERO.
            IF WS-TAM-HALLADO = ZERO AND WS-CANT-TAMANIOS < 20
                ADD 1 TO WS-CANT-TAMANIOS
                MOVE COT-TAMANIO TO TAM-CODIGO(WS-CANT-TAMANIOS)
                MOVE WS-CANT-TAMANIOS TO WS-TAM-HALLADO
            END-IF.
            IF WS-TAM-HALLADO > ZERO
                ADD 1 TO TAM-CONT(WS-TAM-HALLADO, 1)
                ADD 1 TO TAM-CONT(WS-TAM-HALLADO, IND-EST)
            END-IF.

            IF COT-CANT-DIAS IS NUMERIC AND COT-CANT-DIAS > ZERO
                COMPUTE WS-PROMEDIO-DIA ROUNDED =
                    COT-TOTAL / COT-CANT-DIAS
            ELSE
                MOVE COT-TOTAL TO WS-PROMEDIO-DIA
            END-IF.
            MOVE 5 TO IND-FR.
            PERFORM 330-BUSCAR-FRANJA
                    VARYING IND-C FROM 5 BY -1
                    UNTIL IND-C < 1.
            ADD 1 TO FRJ-CONT(IND-FR, 1).
            ADD 1 TO FRJ-CONT(IND-FR, IND-EST).

       320-BUSCAR-TAMANIO.
            IF TAM-CODIGO(IND-TAM) = COT-TAMANIO
                MOVE IND-TAM TO WS-TAM-HALLADO
            END-IF.

      * SE RECORRE DE LA MAS CARA A LA MAS BARATA: QUEDA LA MENOR      *
      * FRANJA CUYO TOPE ALCANZA EL PROMEDIO.                          *
       330-BUSCAR-FRANJA.
            IF WS-PROMEDIO-DIA NOT > WS-FRANJA-TOPE(IND-C)
                MOVE IND-C TO IND-FR
            END-IF.

       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'CONVERSION DE COTIZACIONES - MES ' WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '                       Cotiz.  Conv. Perd.(tomado)'
                   '  Vencidas Abiertas  % Conversion'
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTREP-REG FROM LINEA.

            MOVE SPACES TO LINEA.
            MOVE 'POR AGENCIA' TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            PERFORM 510-REPORTAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1
                    UNTIL IND-AG > 99.

            MOVE SPACES TO LINEA.
            MOVE 'POR TAMANIO' TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            PERFORM 530-REPORTAR-TAMANIO
                    VARYING IND-TAM FROM 1 BY 1
                    UNTIL IND-TAM > WS-CANT-TAMANIOS.

            MOVE SPACES TO LINEA.
            MOVE 'POR FRANJA DE PRECIO (PROMEDIO DIARIO)' TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            PERFORM 540-REPORTAR-FRANJA
                    VARYING IND-FR FROM 1 BY 1
                    UNTIL IND-FR > 5.

            MOVE SPACES TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            MOVE TOTAL-COT TO WS-LINEA-CONT.
            MOVE 'TOTAL DEL MES' TO WS-TITULO-LINEA.
            PERFORM 520-IMPRIMIR-CONTADORES.

       510-REPORTAR-AGENCIA.
            IF AGC-CONT(IND-AG, 1) > ZERO
                MOVE AGC-ENT(IND-AG) TO WS-LINEA-CONT
                MOVE SPACES TO WS-TITULO-LINEA
                STRING '  Agencia ' IND-AG(2:2)
                    DELIMITED BY SIZE INTO WS-TITULO-LINEA
                PERFORM 520-IMPRIMIR-CONTADORES
            END-IF.

       520-IMPRIMIR-CONTADORES.
            MOVE WS-LC-CONT(1) TO WS-CANT-IMPR.
            MOVE WS-LC-CONT(2) TO WS-CANT-IMPR2.
            MOVE WS-LC-CONT(3) TO WS-CANT-IMPR3.
            MOVE WS-LC-CONT(4) TO WS-CANT-IMPR4.
            MOVE WS-LC-CONT(5) TO WS-CANT-IMPR5.
            IF WS-LC-CONT(1) > ZERO
                COMPUTE WS-PORC-CONVERSION ROUNDED =
                    WS-LC-CONT(2) * 100 / WS-LC-CONT(1)
            ELSE
                MOVE ZERO TO WS-PORC-CONVERSION
            END-IF.
            MOVE WS-PORC-CONVERSION TO WS-PORC-IMPR.
            MOVE SPACES TO LINEA.
            STRING WS-TITULO-LINEA
                   '  ' WS-CANT-IMPR
                   '  ' WS-CANT-IMPR2
                   '        ' WS-CANT-IMPR3
                   '     ' WS-CANT-IMPR4
                   '    ' WS-CANT-IMPR5
                   '        ' WS-PORC-IMPR '%'
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTREP-REG FROM LINEA.

       530-REPORTAR-TAMANIO.
            MOVE TAM-ENT(IND-TAM)(2:) TO WS-LINEA-CONT.
            MOVE SPACES TO WS-TITULO-LINEA.
            STRING '  Tamanio ' TAM-CODIGO(IND-TAM)
                DELIMITED BY SIZE INTO WS-TITULO-LINEA.
            PERFORM 520-IMPRIMIR-CONTADORES.

       540-REPORTAR-FRANJA.
            IF FRJ-CONT(IND-FR, 1) > ZERO
                MOVE FRJ-ENT(IND-FR) TO WS-LINEA-CONT
                MOVE SPACES TO WS-TITULO-LINEA
                IF IND-FR < 5
                    MOVE WS-FRANJA-TOPE(IND-FR) TO WS-TOPE-IMPR
                    STRING '  Hasta $' WS-TOPE-IMPR
                        DELIMITED BY SIZE INTO WS-TITULO-LINEA
                ELSE
                    MOVE '  Mas caras' TO WS-TITULO-LINEA
                END-IF
                PERFORM 520-IMPRIMIR-CONTADORES
            END-IF.

      * SEGUNDA PASADA: LAS COTIZACIONES DEL MES QUE SE PERDIERON      *
      * PORQUE LA UNIDAD YA ESTABA ALQUILADA (MOTIVO 1 EN RECHAZOS).   *
       600-LISTAR-PERDIDAS.
            CLOSE COTLOG.
            OPEN INPUT COTLOG.
            MOVE FS-COTLOG      TO WS-FS.
            MOVE "COTLOG"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            WRITE COTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'COTIZACIONES PERDIDAS POR AUTO YA TOMADO '
                   '(MOTIVO 1 EN RECHAZOS)'
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '  Cotiz.   Fecha     Documento             '
                   'Patente  Desde     Hasta           Total  Ag Oper.'
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTREP-REG FROM LINEA.

            PERFORM 210-LEER-COTIZACION.
            PERFORM 610-LISTAR-PERDIDA UNTIL FS-COTLOG-FIN.

       610-LISTAR-PERDIDA.
            IF COT-FECHA(1:6) = WS-MES-REPORTE AND COT-PERDIDA
                MOVE COT-NRO TO WS-NRO-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE COT-TOTAL TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING WS-NRO-IMPR
                       '  ' COT-FECHA
                       '  ' COT-TIPO-DOC COT-NRO-DOC
                       ' ' COT-PATENTE
                       '  ' COT-FECHA-DESDE
                       '  ' COT-FECHA-HASTA
                       ' ' WS-IMPORTE-IMPR
                       '  ' COT-AGENCIA
                       ' ' COT-OPERADOR
                    DELIMITED BY SIZE INTO LINEA
                WRITE COTREP-REG FROM LINEA
            END-IF.
            PERFORM 210-LEER-COTIZACION.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE COTLOG.
            CLOSE COTREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
