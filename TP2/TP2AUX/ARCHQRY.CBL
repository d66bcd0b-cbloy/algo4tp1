      * RECHAZOS.TXT ARCHIVADOS Y ARMA UN SOLO EXTRACTO CRONOLOGICO,
      * EN PANTALLA Y EN UN REPORTE IMPRIMIBLE (ARCHQRY.TXT).  TODO
      * ES SOLO LECTURA: NI EL MAESTRO VIVO NI EL ARCHIVO SE TOCAN.
      * AL EXTRACTO SE SUMAN LAS FILAS DEL MAESTRO HISTORICO
      * (ALQHIST.DAT, VER PASAHIST.CBL) QUE CAEN EN EL RANGO, CON SU
      * ESTADO FINAL: LO QUE YA SALIO DEL MAESTRO VIVO SIGUE A MANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DIA-ARCH.

      * MAESTRO HISTORICO Y SU INDICE POR DOCUMENTO (MISMO ARMADO QUE
      * ALQIDX.DAT Y DOCIDX.DAT).  UN "35" SIGNIFICA QUE TODAVIA NO
      * SE PASO NADA A HISTORIA.
        SELECT ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

        SELECT HISTDOC ASSIGN TO "..\HISTDOC.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HST-DOC-CLAVE
                FILE STATUS IS FS-HISTDOC.

        SELECT EXTRACTO ASSIGN TO "..\ARCHQRY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-EXTRACTO.
       FD  DIA-ARCH.
       01  DIA-ARCH-REG                         PIC X(220).

      * SOLO LO QUE SE COMPARA; EL CONTRATO EN 63, COMO EN LA CAMADA
      * NUEVA DEL ALQACT ARCHIVADO.  LARGO TOTAL 223.
       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE.
               05 ALQ-HIST-PATENTE              PIC X(07).
               05 ALQ-HIST-FECHA                PIC 9(08).
           03  ALQ-HIST-TIPO-DOC                PIC X.
           03  ALQ-HIST-NRO-DOC                 PIC X(20).
           03  FILLER                           PIC X(26).
           03  ALQ-HIST-NRO-CONTRATO            PIC 9(09).
           03  ALQ-HIST-RESTO                   PIC X(152).

       FD  HISTDOC.
       01  HST-DOC-REG.
           03  HST-DOC-CLAVE.
               05  HST-DOC-TIPO-DOC             PIC X.
               05  HST-DOC-NRO-DOC              PIC X(20).
               05  HST-DOC-PATENTE              PIC X(07).
               05  HST-DOC-FECHA                PIC 9(08).

       FD  EXTRACTO.
       01  EXTRACTO-REG                         PIC X(132).

           88  FS-DIA-ARCH-FIN                  VALUE '10'.
           88  FS-DIA-ARCH-NO-EXIST             VALUE '35'.

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-HISTDOC                           PIC X(02).
           88  FS-HISTDOC-OK                    VALUE '00'.
           88  FS-HISTDOC-FIN                   VALUE '10'.
           88  FS-HISTDOC-NO-EXIST              VALUE '35'.

       01  FS-EXTRACTO                          PIC X(02).
           88  FS-EXTRACTO-OK                   VALUE '00'.

       01  WS-LINEA                             PIC X(132).
       01  WS-CANT-HALLADAS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-DIAS                         PIC 9(05) VALUE ZERO.
       01  WS-CANT-HIST                         PIC 9(05) VALUE ZERO.
       01  WS-CANT-IMPR                         PIC ZZZZ9.

      * CAMPOS EXTRAIDOS DE LA LINEA ARCHIVADA.  PATENTE, FECHA Y
                MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N
                PERFORM 320-PROCESAR-UN-DIA
                        UNTIL WS-FECHA-CALC-N > WS-FECHA-HASTA
                PERFORM 380-BUSCAR-EN-HISTORICO
                PERFORM 370-PIE-EXTRACTO
            END-IF.

            MOVE SPACES TO WS-LINEA.
            STRING '  MOVIMIENTOS HALLADOS: ' WS-CANT-IMPR
                   '  EN ' WS-CANT-DIAS ' DIAS ARCHIVADOS'
                   ' (' WS-CANT-HIST ' DEL HISTORICO)'
                DELIMITED BY SIZE INTO WS-LINEA.
            MOVE WS-LINEA TO EXTRACTO-REG.
            WRITE EXTRACTO-REG.
            MOVE SPACES TO EXTRACTO-REG.
            WRITE EXTRACTO-REG.

      * FILAS DEL MAESTRO HISTORICO EN EL RANGO: POR PATENTE SE
      * POSICIONA DIRECTO EN PATENTE+DESDE; POR DOCUMENTO SE VA POR
      * HISTDOC.DAT (SI NO ESTA, SE BARRE); POR CONTRATO SE BARRE.
       380-BUSCAR-EN-HISTORICO.
            MOVE ZERO TO WS-CANT-HIST.
            OPEN INPUT ALQ-HIST.
            IF FS-ALQ-HIST-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-ALQ-HIST   TO WS-FS
                MOVE "ALQ-HIST"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                EVALUATE WS-CRITERIO
                    WHEN 'P'
                        PERFORM 381-HIST-POR-PATENTE
                    WHEN 'D'
                        OPEN INPUT HISTDOC
                        IF FS-HISTDOC-NO-EXIST
                            PERFORM 384-BARRER-HISTORICO
                        ELSE
                            PERFORM 386-HIST-POR-DOCUMENTO
                            CLOSE HISTDOC
                        END-IF
                    WHEN OTHER
                        PERFORM 384-BARRER-HISTORICO
                END-EVALUATE
                CLOSE ALQ-HIST
            END-IF.

       381-HIST-POR-PATENTE.
            MOVE WS-BUSCA-PATENTE TO ALQ-HIST-PATENTE.
            MOVE WS-FECHA-DESDE   TO ALQ-HIST-FECHA.
            START ALQ-HIST KEY NOT LESS THAN ALQ-HIST-CLAVE
                INVALID KEY SET FS-ALQ-HIST-FIN TO TRUE
            END-START.
            IF NOT FS-ALQ-HIST-FIN
                PERFORM 382-LEER-HISTORICO
                PERFORM 383-EVALUAR-HISTORICO
                        UNTIL FS-ALQ-HIST-FIN
                        OR ALQ-HIST-PATENTE NOT = WS-BUSCA-PATENTE
                        OR ALQ-HIST-FECHA > WS-FECHA-HASTA
            END-IF.

       382-LEER-HISTORICO.
            READ ALQ-HIST NEXT RECORD
                AT END SET FS-ALQ-HIST-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL LEER EL HISTORICO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       383-EVALUAR-HISTORICO.
            PERFORM 385-COMPARAR-HISTORICO.
            PERFORM 382-LEER-HISTORICO.

       384-BARRER-HISTORICO.
            PERFORM 382-LEER-HISTORICO.
            PERFORM 383-EVALUAR-HISTORICO UNTIL FS-ALQ-HIST-FIN.

       385-COMPARAR-HISTORICO.
            MOVE 'N' TO WS-COINCIDE.
            IF ALQ-HIST-FECHA NOT < WS-FECHA-DESDE
               AND ALQ-HIST-FECHA NOT > WS-FECHA-HASTA
                EVALUATE WS-CRITERIO
                    WHEN 'P'
                        IF ALQ-HIST-PATENTE = WS-BUSCA-PATENTE
                            MOVE 'S' TO WS-COINCIDE
                        END-IF
                    WHEN 'D'
                        IF ALQ-HIST-TIPO-DOC = WS-BUSCA-TIPO-DOC
                           AND ALQ-HIST-NRO-DOC = WS-BUSCA-NRO-DOC
                            MOVE 'S' TO WS-COINCIDE
                        END-IF
                    WHEN 'C'
                        IF ALQ-HIST-NRO-CONTRATO IS NUMERIC
                           AND ALQ-HIST-NRO-CONTRATO
                               = WS-BUSCA-CONTRATO
                            MOVE 'S' TO WS-COINCIDE
                        END-IF
                END-EVALUATE
            END-IF.

            IF WS-COINCIDE = 'S'
                PERFORM 389-VOLCAR-HISTORICO
            END-IF.

       386-HIST-POR-DOCUMENTO.
            MOVE WS-BUSCA-TIPO-DOC TO HST-DOC-TIPO-DOC.
            MOVE WS-BUSCA-NRO-DOC  TO HST-DOC-NRO-DOC.
            MOVE LOW-VALUES        TO HST-DOC-PATENTE.
            MOVE ZERO              TO HST-DOC-FECHA.
            START HISTDOC KEY NOT LESS THAN HST-DOC-CLAVE
                INVALID KEY SET FS-HISTDOC-FIN TO TRUE
            END-START.
            IF NOT FS-HISTDOC-FIN
                PERFORM 387-LEER-INDICE-HIST
                PERFORM 388-TRAER-HISTORICO
                        UNTIL FS-HISTDOC-FIN
                        OR HST-DOC-TIPO-DOC NOT = WS-BUSCA-TIPO-DOC
                        OR HST-DOC-NRO-DOC NOT = WS-BUSCA-NRO-DOC
            END-IF.

       387-LEER-INDICE-HIST.
            READ HISTDOC NEXT RECORD
                AT END SET FS-HISTDOC-FIN TO TRUE
            END-READ.

            IF NOT FS-HISTDOC-OK AND NOT FS-HISTDOC-FIN
                DISPLAY 'ERROR AL LEER HISTDOC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       388-TRAER-HISTORICO.
            IF HST-DOC-FECHA NOT < WS-FECHA-DESDE
               AND HST-DOC-FECHA NOT > WS-FECHA-HASTA
                MOVE HST-DOC-PATENTE TO ALQ-HIST-PATENTE
                MOVE HST-DOC-FECHA   TO ALQ-HIST-FECHA
                READ ALQ-HIST KEY IS ALQ-HIST-CLAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM 385-COMPARAR-HISTORICO
                END-READ
            END-IF.
            PERFORM 387-LEER-INDICE-HIST.

      * MISMO RENGLON QUE 360-VOLCAR-LINEA: LA FILA TAL CUAL ESTA EN
      * EL MAESTRO, CON SU ESTADO FINAL (DEVOLUCION, ANULACION).
       389-VOLCAR-HISTORICO.
            ADD 1 TO WS-CANT-HALLADAS.
            ADD 1 TO WS-CANT-HIST.
            MOVE SPACES TO WS-LINEA.
            STRING ALQ-HIST-FECHA ' HIST '
                   ALQ-HIST-REG(1:118)
                DELIMITED BY SIZE INTO WS-LINEA.
            MOVE WS-LINEA TO EXTRACTO-REG.
            WRITE EXTRACTO-REG.
            DISPLAY WS-LINEA(1:79).

       240-MOSTRAR-RESULTADO.
            IF WS-CRITERIO = SPACE
                CONTINUE
