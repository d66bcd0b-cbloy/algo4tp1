      * (NIVEL 3) REVISA CADA SOLICITUD PENDIENTE VIENDO EL ALQUILER    *
      * APUNTADO (IMPORTE, AGENCIA, CLIENTE) Y LA APRUEBA O RECHAZA.    *
      * SOLO LAS APROBADAS LLEGAN A LA PASADA DE REWRITE (ANULAR.CBL).  *
      * LA PANTALLA MUESTRA TAMBIEN LA PENALIDAD QUE CORRESPONDERIA     *
      * HOY SEGUN LA ESCALA DE ANULAR.CBL, QUE LA RECALCULA AL          *
      * APLICAR.                                                        *
        SELECT ANULPEND ASSIGN TO "..\ANULPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ANULPEND.
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE COMPANERO POR CONTRATO QUE ARMA ROLLOVER.CBL (PRIMERA Y  *
      * ULTIMA FILA DE CADA CONTRATO): UBICA EL ALQUILER SIN BARRER EL  *
      * MAESTRO DESDE EL PRINCIPIO.  SI NO ESTA, SE BARRE COMO ANTES.   *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * RECHAZOS DEL SUPERVISOR, CON SU MOTIVO, PARA DEVOLVER AL        *
      * SOLICITANTE (ACUMULADO).                                        *
        SELECT ANULRECH ASSIGN TO "..\ANULRECH.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ANULRECH.

      * ESCALA DE PENALIDADES POR ANTICIPACION (VER ANULAR.CBL).       *
        SELECT PENANUL ASSIGN TO "..\PENANUL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PENANUL.

        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

      * VERSIONES DE LAYOUT SELLADAS (VER 040-VERIFICAR-LAYOUT).        *
        SELECT LAYCTL ASSIGN TO "..\LAYOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAYCTL.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE LAYCTL-REG EN LAYSELLO.CBL.                    *
       FD  LAYCTL.
       01  LAYCTL-REG.
           05  LAY-ARCHIVO                      PIC X(12).
           05  FILLER                           PIC X(01).
           05  LAY-VERSION                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  LAY-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LAY-PROGRAMA                     PIC X(08).

      * MISMO ARMADO QUE EL ALMACEN EN ANULAR.CBL/CARGANUL.CBL.         *
       FD  ANULPEND.
       01  ANULPEND-REG.
           03  FILLER                           PIC X(01).
           03  PEND-CONTRATO                    PIC 9(09).

      * SOLO CLAVE, DOC, IMPORTE, AGENCIA, CONTRATO Y HORA PACTADA DE  *
      * RETIRO INTERESAN (MISMO ORDEN QUE ALQ-REG EN TP.CBL).          *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  FILLER                           PIC X(79).
           03  ALQ-IDX-HORA-PACT-RETIRO         PIC 9(04).
           03  FILLER                           PIC X(69).

       FD  ANULRECH.
       01  ANULRECH-REG                         PIC X(100).

      * MISMO ARMADO QUE PENANUL-REG EN ANULAR.CBL.                    *
       FD  PENANUL.
       01  PENANUL-REG.
           05  PNA-HORAS-MIN                    PIC 9(04).
           05  FILLER                           PIC X(01).
           05  PNA-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  PNA-VALOR                        PIC 9(03).

       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                        PIC X(06).
           05  OP-PASSWORD                      PIC X(08).
           05  OP-NIVEL                         PIC 9.

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'ANULPEND.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-ANULPEND                          PIC X(02).
           88  FS-ANULPEND-OK                   VALUE '00'.
           88  FS-ANULPEND-FIN                  VALUE '10'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).

       01  FS-ANULRECH                          PIC X(02).
           88  FS-ANULRECH-OK                   VALUE '00'.

       01  FS-PENANUL                           PIC X(02).
           88  FS-PENANUL-OK                    VALUE '00'.
           88  FS-PENANUL-FIN                   VALUE '10'.
           88  FS-PENANUL-NO-EXIST              VALUE '35'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
       01  WS-DET-ALQUILER                      PIC X(60).
       01  WS-IMPORTE-IMPR                      PIC $ZZZ9,99.
       01  WS-CONTINUAR                         PIC X.
       01  WS-DET-PENALIDAD                     PIC X(60).

       01  WS-FECHA-HOY                         PIC 9(08).
       01  WS-HORA-ACTUAL.
           05  WS-HORA-ACTUAL-HH                PIC 9(02).
           05  FILLER                           PIC 9(06).

      * ESCALA DE PENALIDADES Y MOTIVOS EXENTOS: MISMO CRITERIO Y      *
      * MISMOS VALORES POR DEFECTO QUE ANULAR.CBL.                     *
       01  WS-CANT-TRAMOS                       PIC 9(02) VALUE ZERO.
       01  TABLA-TRAMOS.
           05  TRA-ENT                  OCCURS 20 TIMES.
               09  TRA-HORAS-MIN        PIC 9(04).
               09  TRA-TIPO             PIC X.
               09  TRA-VALOR            PIC 9(03).
       01  IND-TR                               PIC 9(02).

       01  WS-ENV-EXENTOS                       PIC X(09).
       01  WS-PEN-MOTIVO-X                      PIC X.
       01  WS-PEN-CNT                           PIC 9(02).

       01  WS-PEN-CLAVE                         PIC X(15).
       01  WS-PEN-TIPO-DOC                      PIC X.
       01  WS-PEN-NRO-DOC                       PIC X(20).
       01  WS-PEN-INICIO                        PIC 9(08).
       01  WS-PEN-HORA-PACT.
           05  WS-PEN-HORA-PACT-HH              PIC 9(02).
           05  FILLER                           PIC 9(02).
       01  WS-PEN-PRIMER-DIA                    PIC X.
       01  WS-PEN-FIN-RANGO                     PIC X.
       01  WS-PEN-DIAS                          PIC 9(03).
       01  WS-PEN-HORAS                         PIC S9(06).
       01  WS-PEN-HORAS-IMPR                    PIC 9(04).
       01  WS-PEN-TRAMO                         PIC 9(02).
       01  WS-PEN-IMPORTE                       PIC 9(06)V99.
       01  WS-PEN-IMPR                          PIC $ZZZZZ9,99.

       01  WS-FECHA-CALC.
           05  WS-FEC-AA                        PIC 9(04).
           05  WS-FEC-MM                        PIC 9(02).
           05  WS-FEC-DD                        PIC 9(02).
       01  WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).
       01  WS-FEC-DIAS-MES                      PIC 99.
       01  WS-FEC-COC                           PIC 9(04).
       01  WS-FEC-RES4                          PIC 9.
       01  WS-FEC-RES100                        PIC 9(02).
       01  WS-FEC-RES400                        PIC 9(03).

       SCREEN SECTION.
       01  PANTALLA-SIGNON.
           05  LINE 5 COL 16 PIC X(06) FROM PEND-SOLICITANTE.
           05  LINE 6 COL 5 VALUE "ALQUILER: ".
           05  LINE 6 COL 16 PIC X(60) FROM WS-DET-ALQUILER.
           05  LINE 7 COL 5 VALUE "PENALID.: ".
           05  LINE 7 COL 16 PIC X(60) FROM WS-DET-PENALIDAD.
           05  LINE 8 COL 5
               VALUE "A=APROBAR  R=RECHAZAR  (OTRA TECLA SALTEA): ".
           05  LINE 8 COL 50 PIC X TO WS-DEC.

       PGM.
        DISPLAY 'INICIO APRANUL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 060-SIGNON.
        PERFORM 100-CARGAR-PENDIENTES.
        PERFORM 140-CARGAR-PENALIDADES.
        PERFORM 200-ABRIR-APOYOS.
        PERFORM 300-REVISAR
                VARYING IND-PE FROM 1 BY 1
        STOP RUN.


      * VERSION DE LAYOUT DE LOS ARCHIVOS QUE USA ESTE PROGRAMA CONTRA  *
      * LA SELLADA EN ..\LAYOUT.DAT (VER LAYSELLO.CBL): UN EJECUTABLE   *
      * VIEJO CONTRA UN ARCHIVO YA CONVERTIDO, O AL REVES, SE FRENA ACA *
      * EN LUGAR DE LEER BASURA.                                        *
       040-VERIFICAR-LAYOUT.
            OPEN INPUT LAYCTL.
            IF NOT FS-LAYCTL-OK
                DISPLAY 'SIN ..\LAYOUT.DAT -- SELLAR LAS VERSIONES '
                        'CON LAYSELLO ANTES DE CORRER'
                STOP RUN
            END-IF.
            PERFORM 041-LEER-LAYCTL.
            PERFORM 042-COMPARAR-LAYOUT UNTIL FS-LAYCTL-FIN.
            CLOSE LAYCTL.
            PERFORM 044-VERIFICAR-SELLADO
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-ESP.

       041-LEER-LAYCTL.
            READ LAYCTL AT END SET FS-LAYCTL-FIN TO TRUE.

            IF NOT FS-LAYCTL-OK AND NOT FS-LAYCTL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LAYOUT.DAT'
                STOP RUN
            END-IF.

       042-COMPARAR-LAYOUT.
            PERFORM 043-COMPARAR-ARCHIVO
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-ESP.
            PERFORM 041-LEER-LAYCTL.

       043-COMPARAR-ARCHIVO.
            IF LAY-ESP-ARCHIVO(IND-LAY) = LAY-ARCHIVO
                MOVE 'S' TO LAY-ESP-VISTO(IND-LAY)
                IF LAY-ESP-VERSION(IND-LAY) NOT = LAY-VERSION
                    DISPLAY LAY-ARCHIVO ' EN LAYOUT ' LAY-VERSION
                            ', ESTE PROGRAMA ESPERA EL '
                            LAY-ESP-VERSION(IND-LAY)
                    DISPLAY 'NO SE PROCESA: CONVERTIR EL ARCHIVO O '
                            'CORRER EL EJECUTABLE DE ESE LAYOUT'
                    STOP RUN
                END-IF
            END-IF.

       044-VERIFICAR-SELLADO.
            IF LAY-ESP-VISTO(IND-LAY) NOT = 'S'
                DISPLAY LAY-ESP-ARCHIVO(IND-LAY)
                        ' SIN VERSION SELLADA EN LAYOUT.DAT'
                STOP RUN
            END-IF.

      * EL APROBADOR TIENE QUE SER NIVEL 3 -- SIN MAESTRO DE            *
      * OPERADORES NO HAY DOBLE CONTROL QUE VALGA Y SE CORTA.           *
       060-SIGNON.
            MOVE ANULPEND-REG TO PEND-IMAGEN(WS-CANT-PEND).
            PERFORM 110-LEER-PENDIENTE.

      * ESCALA DE PENALIDADES: PENANUL.TXT SI EXISTE, SI NO LA DE LA   *
      * CASA (LA MISMA QUE ARMA 140-CARGAR-PENALIDADES EN ANULAR.CBL). *
       140-CARGAR-PENALIDADES.
            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-ACTUAL FROM TIME.

            MOVE SPACES TO WS-ENV-EXENTOS.
            ACCEPT WS-ENV-EXENTOS FROM ENVIRONMENT "TP_ANUL_EXENTOS".
            IF WS-ENV-EXENTOS = SPACES
                MOVE '789' TO WS-ENV-EXENTOS
            END-IF.

            OPEN INPUT PENANUL.
            IF FS-PENANUL-NO-EXIST
                MOVE 3 TO WS-CANT-TRAMOS
                MOVE 0169 TO TRA-HORAS-MIN(1)
                MOVE 'P'  TO TRA-TIPO(1)
                MOVE 0    TO TRA-VALOR(1)
                MOVE 0048 TO TRA-HORAS-MIN(2)
                MOVE 'D'  TO TRA-TIPO(2)
                MOVE 1    TO TRA-VALOR(2)
                MOVE 0000 TO TRA-HORAS-MIN(3)
                MOVE 'P'  TO TRA-TIPO(3)
                MOVE 50   TO TRA-VALOR(3)
            ELSE
                MOVE FS-PENANUL TO WS-FS
                MOVE "PENANUL"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-PENALIDAD
                PERFORM 142-CARGAR-UN-TRAMO
                        UNTIL FS-PENANUL-FIN OR WS-CANT-TRAMOS >= 20
                CLOSE PENANUL
            END-IF.

       141-LEER-PENALIDAD.
            READ PENANUL AT END SET FS-PENANUL-FIN TO TRUE.

            IF NOT FS-PENANUL-OK AND NOT FS-PENANUL-FIN
                DISPLAY 'ERROR AL LEER PENANUL'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-UN-TRAMO.
            IF PNA-HORAS-MIN IS NOT NUMERIC
               OR PNA-VALOR IS NOT NUMERIC
               OR (PNA-TIPO NOT = 'D' AND PNA-TIPO NOT = 'P')
                DISPLAY 'PENANUL.TXT: FILA INVALIDA ' PENANUL-REG
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-TRAMOS.
            MOVE PNA-HORAS-MIN TO TRA-HORAS-MIN(WS-CANT-TRAMOS).
            MOVE PNA-TIPO      TO TRA-TIPO(WS-CANT-TRAMOS).
            MOVE PNA-VALOR     TO TRA-VALOR(WS-CANT-TRAMOS).
            PERFORM 141-LEER-PENALIDAD.

       200-ABRIR-APOYOS.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN EXTEND ANULRECH.
            IF NOT FS-ANULRECH-OK
                CLOSE ANULRECH
                       ' AG ' ALQ-IDX-AGENCIA
                       ' DOC ' ALQ-IDX-TIPO-DOC '-' ALQ-IDX-NRO-DOC
                    DELIMITED BY SIZE INTO WS-DET-ALQUILER
                PERFORM 400-CALCULAR-PENALIDAD
            ELSE
                MOVE 'NO SE ENCUENTRA EL ALQUILER APUNTADO'
                    TO WS-DET-ALQUILER
                MOVE SPACES TO WS-DET-PENALIDAD
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA (ALTA DEL DIA   *
      * ANTES DEL ROLLOVER), SE RECORRE EL MAESTRO ENTERO.              *
       314-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE PEND-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

      * UBICA EL ALQUILER POR NUMERO DE CONTRATO: SE POSICIONA EN LA    *
      * PRIMERA FILA QUE INDICA CTRIDX.DAT (314) Y LEE EN SECUENCIA     *
      * HASTA ENCONTRARLO O PASAR LA ULTIMA.  AL SALIR DEJA EL MISMO    *
      * FILE STATUS QUE LA LECTURA POR CLAVE (OK = ENCONTRADO,          *
      * NO-EXIST = NO ESTA).                                            *
       315-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-CONTRATO-HALLADO.
            PERFORM 314-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR CONTRATO-HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

            IF CONTRATO-HALLADO
                PERFORM 316-LEER-SIGUIENTE
            END-IF.

      * MISMO CALCULO QUE 400-CALCULAR-PENALIDAD EN ANULAR.CBL, SOLO   *
      * PARA MOSTRAR: NO ENCOLA NADA.                                  *
       400-CALCULAR-PENALIDAD.
            MOVE ZERO TO WS-PEN-IMPORTE.
            MOVE PEND-MOTIVO TO WS-PEN-MOTIVO-X.
            MOVE ZERO TO WS-PEN-CNT.
            INSPECT WS-ENV-EXENTOS TALLYING WS-PEN-CNT
                FOR ALL WS-PEN-MOTIVO-X.
            IF WS-PEN-CNT > ZERO
                MOVE SPACES TO WS-DET-PENALIDAD
                STRING 'EXENTA - MOTIVO ' PEND-MOTIVO
                       ' IMPUTABLE A LA EMPRESA'
                    DELIMITED BY SIZE INTO WS-DET-PENALIDAD
            ELSE
                PERFORM 410-BUSCAR-INICIO-RANGO
                PERFORM 420-HORAS-DE-ANTICIPACION
                PERFORM 430-ELEGIR-TRAMO
                IF WS-PEN-TRAMO > ZERO
                    IF TRA-TIPO(WS-PEN-TRAMO) = 'P'
                        COMPUTE WS-PEN-IMPORTE ROUNDED =
                            ALQ-IDX-IMPORTE * TRA-VALOR(WS-PEN-TRAMO)
                            / 100
                    ELSE
                        IF WS-PEN-PRIMER-DIA = 'S'
                            COMPUTE WS-PEN-IMPORTE =
                                ALQ-IDX-IMPORTE
                                * TRA-VALOR(WS-PEN-TRAMO)
                        END-IF
                    END-IF
                END-IF
                MOVE WS-PEN-HORAS TO WS-PEN-HORAS-IMPR
                MOVE ZEROES TO WS-PEN-IMPR
                MOVE WS-PEN-IMPORTE TO WS-PEN-IMPR
                MOVE SPACES TO WS-DET-PENALIDAD
                STRING WS-PEN-IMPR ' - ' WS-PEN-HORAS-IMPR
                       ' HS ANTES DEL RETIRO'
                    DELIMITED BY SIZE INTO WS-DET-PENALIDAD
            END-IF.

       410-BUSCAR-INICIO-RANGO.
            MOVE ALQ-IDX-CLAVE    TO WS-PEN-CLAVE.
            MOVE ALQ-IDX-TIPO-DOC TO WS-PEN-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC  TO WS-PEN-NRO-DOC.
            MOVE ALQ-IDX-FECHA    TO WS-PEN-INICIO.
            MOVE ALQ-IDX-HORA-PACT-RETIRO TO WS-PEN-HORA-PACT.
            MOVE 'S' TO WS-PEN-PRIMER-DIA.
            MOVE 'N' TO WS-PEN-FIN-RANGO.
            PERFORM 411-PROBAR-DIA-ANTERIOR
                    UNTIL WS-PEN-FIN-RANGO = 'S'.

            MOVE WS-PEN-CLAVE TO ALQ-IDX-CLAVE.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL RELEER ALQ-IDX ' WS-PEN-CLAVE
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       411-PROBAR-DIA-ANTERIOR.
            MOVE WS-PEN-INICIO TO WS-FECHA-CALC-N.
            MOVE WS-PEN-CLAVE(1:7) TO ALQ-IDX-PATENTE.
            PERFORM 570-RESTAR-UN-DIA.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.

            IF FS-ALQ-IDX-OK
               AND ALQ-IDX-TIPO-DOC = WS-PEN-TIPO-DOC
               AND ALQ-IDX-NRO-DOC  = WS-PEN-NRO-DOC
                MOVE ALQ-IDX-FECHA TO WS-PEN-INICIO
                MOVE ALQ-IDX-HORA-PACT-RETIRO TO WS-PEN-HORA-PACT
                MOVE 'N' TO WS-PEN-PRIMER-DIA
            ELSE
                IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-NO-EXIST
                    DISPLAY 'ERROR AL CONSULTAR ALQ-IDX'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                MOVE 'S' TO WS-PEN-FIN-RANGO
            END-IF.

       420-HORAS-DE-ANTICIPACION.
            MOVE ZERO TO WS-PEN-DIAS.
            MOVE WS-FECHA-HOY TO WS-FECHA-CALC-N.
            PERFORM 421-AVANZAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N >= WS-PEN-INICIO
                    OR WS-PEN-DIAS >= 400.

            IF WS-PEN-INICIO < WS-FECHA-HOY
                MOVE ZERO TO WS-PEN-HORAS
            ELSE
                COMPUTE WS-PEN-HORAS = WS-PEN-DIAS * 24
                    + WS-PEN-HORA-PACT-HH - WS-HORA-ACTUAL-HH
                IF WS-PEN-HORAS < ZERO
                    MOVE ZERO TO WS-PEN-HORAS
                END-IF
            END-IF.
            IF WS-PEN-HORAS > 9999
                MOVE 9999 TO WS-PEN-HORAS
            END-IF.

       421-AVANZAR-UN-DIA.
            PERFORM 560-SUMAR-UN-DIA.
            ADD 1 TO WS-PEN-DIAS.

       430-ELEGIR-TRAMO.
            MOVE ZERO TO WS-PEN-TRAMO.
            PERFORM 431-PROBAR-TRAMO
                    VARYING IND-TR FROM 1 BY 1
                    UNTIL IND-TR > WS-CANT-TRAMOS.

       431-PROBAR-TRAMO.
            IF TRA-HORAS-MIN(IND-TR) <= WS-PEN-HORAS
                IF WS-PEN-TRAMO = ZERO
                    MOVE IND-TR TO WS-PEN-TRAMO
                ELSE
                    IF TRA-HORAS-MIN(IND-TR) >
                       TRA-HORAS-MIN(WS-PEN-TRAMO)
                        MOVE IND-TR TO WS-PEN-TRAMO
                    END-IF
                END-IF
            END-IF.

      * SUMA/RESTA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE         *
      * NOSHOW.CBL).                                                   *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
            IF WS-FEC-DD < WS-FEC-DIAS-MES
                ADD 1 TO WS-FEC-DD
            ELSE
                MOVE 1 TO WS-FEC-DD
                IF WS-FEC-MM < 12
                    ADD 1 TO WS-FEC-MM
                ELSE
                    MOVE 1 TO WS-FEC-MM
                    ADD 1 TO WS-FEC-AA
                END-IF
            END-IF.

       570-RESTAR-UN-DIA.
            IF WS-FEC-DD > 1
                SUBTRACT 1 FROM WS-FEC-DD
            ELSE
                IF WS-FEC-MM > 1
                    SUBTRACT 1 FROM WS-FEC-MM
                ELSE
                    MOVE 12 TO WS-FEC-MM
                    SUBTRACT 1 FROM WS-FEC-AA
                END-IF
                PERFORM 561-DETER-DIAS-MES
                MOVE WS-FEC-DIAS-MES TO WS-FEC-DD
            END-IF.

       561-DETER-DIAS-MES.
            EVALUATE WS-FEC-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FEC-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FEC-DIAS-MES
                WHEN 2
                    PERFORM 562-DETER-DIAS-FEBRERO
            END-EVALUATE.

       562-DETER-DIAS-FEBRERO.
            DIVIDE WS-FEC-AA BY 4   GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES4.
            DIVIDE WS-FEC-AA BY 100 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES100.
            DIVIDE WS-FEC-AA BY 400 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES400.
            IF (WS-FEC-RES4 = 0 AND WS-FEC-RES100 NOT = 0)
               OR WS-FEC-RES400 = 0
                MOVE 29 TO WS-FEC-DIAS-MES
            ELSE
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.

       320-REPORTAR-RECHAZO.
            MOVE SPACES TO ANULRECH-REG.
            STRING 'RECHAZADA PAT ' PEND-PATENTE

       998-FIN.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            CLOSE ANULRECH.

       999-CANCELAR-PROGRAMA.
