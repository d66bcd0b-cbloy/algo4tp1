                RECORD KEY IS DOC-NUEVO-CLAVE
                FILE STATUS IS FS-DOC-NUEVO.

      * INDICE COMPANERO POR CONTRATO (VER CTRIDX.DAT): UNA ENTRADA     *
      * POR NUMERO DE CONTRATO CON LA PRIMERA Y LA ULTIMA CLAVE         *
      * PATENTE+FECHA QUE LO LLEVAN Y CUANTAS FILAS SON, PARA QUE EL    *
      * MOSTRADOR Y LAS COLAS (ANULAR, APRANUL, DEVOLUC, RETIRO,        *
      * AJUSTAR, CONTRATO) UBIQUEN EL ALQUILER SIN BARRER EL MAESTRO.   *
      * SE REARMA Y SE PROMUEVE JUNTO CON DOCIDX; REARMCTR.CBL LO       *
      * REHACE SUELTO SI HACE FALTA.                                    *
        SELECT CTR-NUEVO ASSIGN TO "..\CTRNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-NUEVO-CONTRATO
                FILE STATUS IS FS-CTR-NUEVO.

      * ACTA DE LA PROMOCION (O DE SU RECHAZO), CON LA PRUEBA DE        *
      * BALANCE COMPLETA -- ACUMULADA ENTRE CORRIDAS.                   *
        SELECT PROMOREP ASSIGN TO "..\PROMOREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PROMOREP.

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

       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

       FD  ALQ-ACT.
       01  ALQ-ACT-REG.
           03  ALQ-ACT-FRANQUICIA                   PIC 9(06)V99.
           03  ALQ-ACT-MONEDA                       PIC X(03).
           03  ALQ-ACT-TIPO-CAMBIO                  PIC 9(04)V9999.
           03  ALQ-ACT-OCUP-BANDA                   PIC 9(03).
           03  ALQ-ACT-OCUP-RECARGO                 PIC 9(03).

       FD  DOC-NUEVO.
       01  DOC-NUEVO-REG.
               05  DOC-NUEVO-PATENTE            PIC X(07).
               05  DOC-NUEVO-FECHA              PIC 9(08).

      * PRIMERA/ULTIMA: CLAVE PATENTE+FECHA DE LA FILA (ALQ-IDX-CLAVE). *
       FD  CTR-NUEVO.
       01  CTR-NUEVO-REG.
           03  CTR-NUEVO-CONTRATO               PIC 9(09).
           03  CTR-NUEVO-PRIMERA                PIC X(15).
           03  CTR-NUEVO-ULTIMA                 PIC X(15).
           03  CTR-NUEVO-CANT-FILAS             PIC 9(05).

       FD  ALQ-NUEVO.
       01  ALQ-NUEVO-REG.
           03 ALQ-NUEVO-CLAVE.
           03  ALQ-NUEVO-FRANQUICIA                   PIC 9(06)V99.
           03  ALQ-NUEVO-MONEDA                       PIC X(03).
           03  ALQ-NUEVO-TIPO-CAMBIO                  PIC 9(04)V9999.
           03  ALQ-NUEVO-OCUP-BANDA                   PIC 9(03).
           03  ALQ-NUEVO-OCUP-RECARGO                 PIC 9(03).

       FD  PROMOREP.
       01  PROMOREP-REG                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
       01  FS-DOC-NUEVO                         PIC X(02).
           88  FS-DOC-NUEVO-OK                  VALUE '00'.

       01  FS-CTR-NUEVO                         PIC X(02).
           88  FS-CTR-NUEVO-OK                  VALUE '00'.

       01  FS-PROMOREP                          PIC X(02).
           88  FS-PROMOREP-OK                   VALUE '00'.


       PGM.
        DISPLAY 'INICIO ROLLOVER'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 300-LEER-ALQ-IDX.
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

       100-INICIO.
            OPEN INPUT ALQ-IDX.
            MOVE FS-ALQ-IDX     TO  WS-FS.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SE CREA VACIO Y SE REABRE I-O: CADA FILA DEL MAESTRO NUEVO LEE  *
      * LA ENTRADA DE SU CONTRATO PARA EXTENDERLA.                      *
            OPEN OUTPUT CTR-NUEVO.
            CLOSE CTR-NUEVO.
            OPEN I-O CTR-NUEVO.
            MOVE FS-CTR-NUEVO   TO  WS-FS.
            MOVE "CTRNVO"       TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * MEZCLA POR CLAVE (PATENTE+FECHA), IGUAL QUE 2100-DETER-CLAVE-   *
      * MENOR/6100-PROCESAR-PAT EN TP.CBL, PERO A DOS FUENTES: EL       *
      * MAESTRO DE AYER (ALQ-IDX, YA ORDENADO POR SER UN ARCHIVO        *
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF ALQ-NUEVO-NRO-CONTRATO IS NUMERIC
               AND ALQ-NUEVO-NRO-CONTRATO > ZERO
                PERFORM 240-INDEXAR-CONTRATO
            END-IF.

            ADD 1 TO WS-CANT-VOLCADOS.

      * EL MAESTRO NUEVO SE ESCRIBE EN ORDEN DE CLAVE: LA PRIMERA FILA  *
      * DE UN CONTRATO ABRE SU ENTRADA Y CADA FILA SIGUIENTE CORRE LA   *
      * ULTIMA.  UN CONTRATO CON CAMBIO DE UNIDAD QUEDA CON PRIMERA Y   *
      * ULTIMA EN PATENTES DISTINTAS; QUIEN LO BUSCA RECORRE EL TRAMO   *
      * ENTRE AMBAS COMPARANDO EL NUMERO.                               *
       240-INDEXAR-CONTRATO.
            MOVE ALQ-NUEVO-NRO-CONTRATO TO CTR-NUEVO-CONTRATO.
            READ CTR-NUEVO
                INVALID KEY
                    MOVE ALQ-NUEVO-CLAVE TO CTR-NUEVO-PRIMERA
                    MOVE ALQ-NUEVO-CLAVE TO CTR-NUEVO-ULTIMA
                    MOVE 1               TO CTR-NUEVO-CANT-FILAS
                    WRITE CTR-NUEVO-REG
                NOT INVALID KEY
                    MOVE ALQ-NUEVO-CLAVE TO CTR-NUEVO-ULTIMA
                    ADD 1                TO CTR-NUEVO-CANT-FILAS
                    REWRITE CTR-NUEVO-REG
            END-READ.
            MOVE FS-CTR-NUEVO   TO  WS-FS.
            MOVE "CTRNVO"       TO  WS-FS-NOMBRE.
            MOVE "GRABA"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       300-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN  TO TRUE.

            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\DOCNVO.DAT ..\DOCIDX.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\CTRIDX.DAT ..\CTRIDX.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\CTRNVO.DAT ..\CTRIDX.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            DISPLAY 'MAESTRO PROMOVIDO (SALIENTE EN ALQIDX.G01)'.

       900-CHECK-FILE-STATUS.
            CLOSE ALQ-ACT.
            CLOSE ALQ-NUEVO.
            CLOSE DOC-NUEVO.
            CLOSE CTR-NUEVO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
