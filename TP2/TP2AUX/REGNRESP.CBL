       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNRESP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * RESPUESTA DEL REGISTRO NACIONAL DE LAS PERSONAS AL PEDIDO DE   *
      * REGNENV.CBL: UNA LINEA POR DOCUMENTO CON EL RESULTADO ('V'     *
      * VALIDO, 'M' NO COINCIDE, 'F' FALLECIDO, 'N' NO ENCONTRADO), LA *
      * FECHA DE LA CONSULTA Y LA REFERENCIA DEL PEDIDO.  SE VACIA AL  *
      * TERMINAR (COMO CAERESP.TXT).                                   *
        SELECT REGNRESP ASSIGN TO "..\REGNRESP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REGNRESP.

        SELECT REGNAC ASSIGN TO "..\REGNAC.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REGN-CLAVE
                FILE STATUS IS FS-REGNAC.

      * LISTA DE TRABAJO PARA EL MOSTRADOR Y PREVENCION DE FRAUDE:     *
      * TODO RESULTADO DISTINTO DE 'V' Y TODA RESPUESTA DESCARTADA.    *
      * SE ACUMULA CORRIDA A CORRIDA, COMO CAERECH.TXT.                *
        SELECT REGNOBS ASSIGN TO "..\REGNOBS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REGNOBS.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE REGNPED-REG EN REGNENV.CBL PARA LA CLAVE.     *
       FD  REGNRESP.
       01  REGNRESP-REG.
           05  RRS-TIPO-DOC                     PIC X.
           05  RRS-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  RRS-RESULTADO                    PIC X.
               88  RRS-VALIDO                   VALUE 'V'.
               88  RRS-NO-COINCIDE              VALUE 'M'.
               88  RRS-FALLECIDO                VALUE 'F'.
               88  RRS-NO-ENCONTRADO            VALUE 'N'.
           05  FILLER                           PIC X(01).
           05  RRS-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RRS-REFERENCIA                   PIC 9(08).

      * MISMO ARMADO QUE REGNAC-REG EN TP.CBL.                         *
       FD  REGNAC.
       01  REGNAC-REG.
           05  REGN-CLAVE.
               10  REGN-TIPO-DOC                PIC X.
               10  REGN-NRO-DOC                 PIC X(20).
           05  REGN-NOMBRE                      PIC X(30).
           05  REGN-FECHA-NACIMIENTO            PIC 9(08).
           05  REGN-FECHA-ENVIO                 PIC 9(08).
           05  REGN-ESTADO                      PIC X.
               88  REGN-PENDIENTE               VALUE 'P'.
           05  REGN-FECHA-RESULTADO             PIC 9(08).

       FD  REGNOBS.
       01  REGNOBS-REG.
           05  ROB-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ROB-TIPO-DOC                     PIC X.
           05  ROB-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  ROB-NOMBRE                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  ROB-FECHA-NACIMIENTO             PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ROB-DETALLE                      PIC X(40).

       WORKING-STORAGE SECTION.

       01  FS-REGNRESP                          PIC X(02).
           88  FS-REGNRESP-OK                   VALUE '00'.
           88  FS-REGNRESP-FIN                  VALUE '10'.
           88  FS-REGNRESP-NO-EXIST             VALUE '35'.

       01  FS-REGNAC                            PIC X(02).
           88  FS-REGNAC-OK                     VALUE '00'.
           88  FS-REGNAC-NO-EXIST               VALUE '35'.
           88  FS-REGNAC-NO-HALLADO             VALUE '23'.

       01  FS-REGNOBS                           PIC X(02).
           88  FS-REGNOBS-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-OBS-DETALLE                       PIC X(40).

       01  WS-CANT-RESPUESTAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-VALIDOS                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-NO-COINCIDE                  PIC 9(05) VALUE ZERO.
       01  WS-CANT-FALLECIDOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-NO-ENCONTRADOS               PIC 9(05) VALUE ZERO.
       01  WS-CANT-DESCARTADAS                  PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO REGNRESP'.

        PERFORM 100-INICIO.
        PERFORM 310-LEER-RESPUESTA.
        PERFORM 300-PROCESAR-RESPUESTA
                UNTIL FS-REGNRESP-FIN.
        CLOSE REGNRESP.
        PERFORM 750-VACIAR-RESPUESTAS.
        PERFORM 998-FIN.

        DISPLAY 'FIN REGNRESP - RESPUESTAS:     ' WS-CANT-RESPUESTAS.
        DISPLAY '               VALIDOS:        ' WS-CANT-VALIDOS.
        DISPLAY '               NO COINCIDEN:   ' WS-CANT-NO-COINCIDE.
        DISPLAY '               FALLECIDOS:     ' WS-CANT-FALLECIDOS.
        DISPLAY '               NO ENCONTRADOS: '
                WS-CANT-NO-ENCONTRADOS.
        DISPLAY '               DESCARTADAS:    ' WS-CANT-DESCARTADAS.
        STOP RUN.


       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN INPUT REGNRESP.
            IF FS-REGNRESP-NO-EXIST
                DISPLAY 'SIN REGNRESP.TXT -- NADA PARA IMPORTAR'
                STOP RUN
            END-IF.
            MOVE FS-REGNRESP   TO WS-FS.
            MOVE "REGNRESP"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN I-O REGNAC.
            IF FS-REGNAC-NO-EXIST
                DISPLAY 'SIN REGNAC.DAT -- CORRER REGNENV ANTES'
                CLOSE REGNRESP
                STOP RUN
            END-IF.
            MOVE FS-REGNAC     TO WS-FS.
            MOVE "REGNAC"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND REGNOBS.
            IF NOT FS-REGNOBS-OK
                OPEN OUTPUT REGNOBS
            END-IF.
            MOVE FS-REGNOBS    TO WS-FS.
            MOVE "REGNOBS"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SOLO SE APLICA LA RESPUESTA AL PEDIDO VIGENTE: EL DOCUMENTO     *
      * TIENE QUE SEGUIR 'P' Y LA REFERENCIA SER SU FECHA DE ENVIO.     *
      * UNA RESPUESTA A UN PEDIDO VIEJO (EL PADRON CAMBIO Y SE VOLVIO   *
      * A PEDIR) NO DICE NADA DE LOS DATOS ACTUALES Y SE DESCARTA.      *
       300-PROCESAR-RESPUESTA.
            ADD 1 TO WS-CANT-RESPUESTAS.
            MOVE RRS-TIPO-DOC TO REGN-TIPO-DOC.
            MOVE RRS-NRO-DOC  TO REGN-NRO-DOC.
            READ REGNAC KEY IS REGN-CLAVE
                INVALID KEY SET FS-REGNAC-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-REGNAC-OK AND NOT FS-REGNAC-NO-HALLADO
                DISPLAY 'ERROR AL CONSULTAR REGNAC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            EVALUATE TRUE
                WHEN FS-REGNAC-NO-HALLADO
                    PERFORM 340-DESCARTAR
                    MOVE 'RESPUESTA SIN DOCUMENTO ENVIADO'
                        TO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
                WHEN NOT REGN-PENDIENTE
                  OR RRS-REFERENCIA NOT = REGN-FECHA-ENVIO
                    PERFORM 340-DESCARTAR
                    MOVE 'RESPUESTA A UN PEDIDO NO VIGENTE'
                        TO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
                WHEN NOT RRS-VALIDO AND NOT RRS-NO-COINCIDE
                 AND NOT RRS-FALLECIDO AND NOT RRS-NO-ENCONTRADO
                    PERFORM 340-DESCARTAR
                    MOVE SPACES TO WS-OBS-DETALLE
                    STRING 'RESULTADO DESCONOCIDO: ' RRS-RESULTADO
                        DELIMITED BY SIZE INTO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
                WHEN OTHER
                    PERFORM 320-APLICAR-RESULTADO
            END-EVALUATE.

            PERFORM 310-LEER-RESPUESTA.

       310-LEER-RESPUESTA.
            READ REGNRESP AT END SET FS-REGNRESP-FIN TO TRUE.

            IF NOT FS-REGNRESP-OK AND NOT FS-REGNRESP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER REGNRESP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SIN FECHA DE CONSULTA EN LA RESPUESTA VALE LA DE HOY.          *
       320-APLICAR-RESULTADO.
            MOVE RRS-RESULTADO TO REGN-ESTADO.
            IF RRS-FECHA IS NUMERIC AND RRS-FECHA > ZERO
                MOVE RRS-FECHA TO REGN-FECHA-RESULTADO
            ELSE
                MOVE FECHA-HOY TO REGN-FECHA-RESULTADO
            END-IF.
            REWRITE REGNAC-REG.
            MOVE FS-REGNAC     TO WS-FS.
            MOVE "REGNAC"      TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            EVALUATE TRUE
                WHEN RRS-VALIDO
                    ADD 1 TO WS-CANT-VALIDOS
                WHEN RRS-NO-COINCIDE
                    ADD 1 TO WS-CANT-NO-COINCIDE
                    MOVE 'NO COINCIDE CON EL REGISTRO NACIONAL'
                        TO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
                WHEN RRS-FALLECIDO
                    ADD 1 TO WS-CANT-FALLECIDOS
                    MOVE 'TITULAR FALLECIDO SEGUN EL REGISTRO'
                        TO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
                WHEN RRS-NO-ENCONTRADO
                    ADD 1 TO WS-CANT-NO-ENCONTRADOS
                    MOVE 'DOCUMENTO INEXISTENTE EN EL REGISTRO'
                        TO WS-OBS-DETALLE
                    PERFORM 350-GRABAR-OBSERVACION
            END-EVALUATE.

       340-DESCARTAR.
            ADD 1 TO WS-CANT-DESCARTADAS.
            IF FS-REGNAC-NO-HALLADO
                MOVE SPACES TO REGN-NOMBRE
                MOVE ZERO   TO REGN-FECHA-NACIMIENTO
            END-IF.

      * WS-OBS-DETALLE LO CARGA QUIEN LLAMA.                           *
       350-GRABAR-OBSERVACION.
            MOVE SPACES                TO REGNOBS-REG.
            MOVE FECHA-HOY             TO ROB-FECHA.
            MOVE RRS-TIPO-DOC          TO ROB-TIPO-DOC.
            MOVE RRS-NRO-DOC           TO ROB-NRO-DOC.
            MOVE REGN-NOMBRE           TO ROB-NOMBRE.
            MOVE REGN-FECHA-NACIMIENTO TO ROB-FECHA-NACIMIENTO.
            MOVE WS-OBS-DETALLE        TO ROB-DETALLE.
            WRITE REGNOBS-REG.
            MOVE FS-REGNOBS    TO WS-FS.
            MOVE "REGNOBS"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       750-VACIAR-RESPUESTAS.
            OPEN OUTPUT REGNRESP.
            CLOSE REGNRESP.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE REGNAC.
            CLOSE REGNOBS.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
