                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

      * MAESTRO HISTORICO (ALQHIST.DAT, MISMO ARMADO QUE ALQIDX.DAT)    *
      * QUE ARMA PASAHIST.CBL CON LOS ALQUILERES YA CERRADOS, Y SU      *
      * INDICE POR DOCUMENTO (HISTDOC.DAT, MISMO ARMADO QUE DOCIDX).    *
      * LA HISTORIA DEL DOCUMENTO SIGUE AHI DESPUES DE LO VIVO; SIN     *
      * INDICE SE BARRE EL HISTORICO ENTERO.                            *
        SELECT  ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

        SELECT HISTDOC ASSIGN TO "..\HISTDOC.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HST-DOC-CLAVE
                FILE STATUS IS FS-HISTDOC.

      * LISTADO IMPRESO CON LA HISTORIA COMPLETA DEL DOCUMENTO          *
      * CONSULTADO -- UNA SECCION POR CONSULTA, ACUMULADO DENTRO DE LA  *
      * SESION (SE ABRE EN OUTPUT AL ENTRAR AL PROGRAMA).               *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-HISTORIA.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/CONSULTA.CBL/ANULAR.CBL  *
      * -- CUALQUIER CAMPO NUEVO QUE SE LE AGREGUE ALLA TIENE QUE       *
      * REPETIRSE ACA EN EL MISMO ORDEN Y TAMAÑO.                       *
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

       FD  DOCIDX.
       01  DOC-IDX-REG.
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

      * SOLO CLAVE Y DOCUMENTO (LARGO TOTAL 223): CADA FILA SE LEE      *
      * SOBRE ALQ-IDX-REG PARA IMPRIMIRLA IGUAL QUE LAS DEL VIVO.       *
       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE.
               05 ALQ-HIST-PATENTE              PIC X(07).
               05 ALQ-HIST-FECHA                PIC 9(08).
           03  ALQ-HIST-TIPO-DOC                PIC X.
           03  ALQ-HIST-NRO-DOC                 PIC X(20).
           03  ALQ-HIST-RESTO                   PIC X(187).

       FD  HISTDOC.
       01  HST-DOC-REG.
           03  HST-DOC-CLAVE.
               05  HST-DOC-TIPO-DOC             PIC X.
               05  HST-DOC-NRO-DOC              PIC X(20).
               05  HST-DOC-PATENTE              PIC X(07).
               05  HST-DOC-FECHA                PIC 9(08).

       FD  HISTORIA.
       01  HISTORIA-REG                         PIC X(100).

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
           88  FS-DOCIDX-FIN                    VALUE '10'.
           88  FS-DOCIDX-NO-EXIST               VALUE '35'.

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-HISTDOC                           PIC X(02).
           88  FS-HISTDOC-OK                    VALUE '00'.
           88  FS-HISTDOC-FIN                   VALUE '10'.
           88  FS-HISTDOC-NO-EXIST              VALUE '35'.

       01  FS-HISTORIA                          PIC X(02).
           88  FS-HISTORIA-OK                   VALUE '00'.

                                                BLANK ZERO.
       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-DESC-ANULADO                      PIC X(25).
       01  WS-TITULO-HISTORICO                  PIC X VALUE 'N'.

       01  WS-MSG-RESULTADO                     PIC X(60).
       01  WS-CONTINUAR                         PIC X.

       PGM.
        DISPLAY 'INICIO CLIHIST'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 210-PEDIR-DOCUMENTO.
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
            OPEN OUTPUT HISTORIA.
            MOVE FS-HISTORIA    TO  WS-FS.
                PERFORM 230-IMPRIMIR-ENCABEZADO
                PERFORM 221-LEER-ALQ-IDX
                PERFORM 222-PROCESAR-REGISTRO UNTIL FS-ALQ-IDX-FIN
                PERFORM 270-BUSCAR-EN-HISTORICO
                PERFORM 250-IMPRIMIR-TOTALES
                CLOSE ALQ-IDX
            END-IF.
                            OR DOC-IDX-NRO-DOC NOT = WS-NRO-DOC
                END-IF

                PERFORM 270-BUSCAR-EN-HISTORICO
                PERFORM 250-IMPRIMIR-TOTALES
                CLOSE ALQ-IDX
            END-IF.
            END-READ.
            PERFORM 261-LEER-INDICE.

      * LO QUE PASAHIST.CBL YA SACO DEL MAESTRO VIVO: POR EL INDICE     *
      * DEL HISTORICO SI ESTA, SI NO BARRIENDO ALQHIST.DAT.  CADA FILA  *
      * SE LEE SOBRE ALQ-IDX-REG (MISMO ARMADO) Y SE IMPRIME Y SUMA     *
      * CON 223, BAJO UN SUBTITULO PROPIO.                              *
       270-BUSCAR-EN-HISTORICO.
            MOVE 'N' TO WS-TITULO-HISTORICO.
            OPEN INPUT ALQ-HIST.
            IF FS-ALQ-HIST-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-ALQ-HIST    TO  WS-FS
                MOVE "ALQ-HIST"     TO  WS-FS-NOMBRE
                MOVE "ABRIR"        TO  WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN INPUT HISTDOC
                IF FS-HISTDOC-NO-EXIST
                    PERFORM 271-LEER-HISTORICO
                    PERFORM 272-PROCESAR-HISTORICO
                            UNTIL FS-ALQ-HIST-FIN
                ELSE
                    PERFORM 275-BUSCAR-POR-INDICE-HIST
                    CLOSE HISTDOC
                END-IF
                CLOSE ALQ-HIST
            END-IF.

       271-LEER-HISTORICO.
            READ ALQ-HIST NEXT RECORD INTO ALQ-IDX-REG
                AT END SET FS-ALQ-HIST-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-HIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       272-PROCESAR-HISTORICO.
            IF ALQ-IDX-TIPO-DOC = WS-TIPO-DOC
               AND ALQ-IDX-NRO-DOC = WS-NRO-DOC
                PERFORM 273-IMPRIMIR-HISTORICO
            END-IF.
            PERFORM 271-LEER-HISTORICO.

       273-IMPRIMIR-HISTORICO.
            IF WS-TITULO-HISTORICO = 'N'
                MOVE SPACES TO LINEA
                STRING '  -- Maestro historico (ALQHIST.DAT) --'
                    DELIMITED BY SIZE INTO LINEA
                WRITE HISTORIA-REG FROM LINEA
                MOVE 'S' TO WS-TITULO-HISTORICO
            END-IF.
            PERFORM 223-IMPRIMIR-ALQUILER.

       275-BUSCAR-POR-INDICE-HIST.
            MOVE WS-TIPO-DOC TO HST-DOC-TIPO-DOC.
            MOVE WS-NRO-DOC  TO HST-DOC-NRO-DOC.
            MOVE LOW-VALUES  TO HST-DOC-PATENTE.
            MOVE ZERO        TO HST-DOC-FECHA.
            START HISTDOC KEY NOT LESS THAN HST-DOC-CLAVE
                INVALID KEY SET FS-HISTDOC-FIN TO TRUE
            END-START.

            IF NOT FS-HISTDOC-FIN
                PERFORM 276-LEER-INDICE-HIST
                PERFORM 277-TRAER-HISTORICO
                        UNTIL FS-HISTDOC-FIN
                        OR HST-DOC-TIPO-DOC NOT = WS-TIPO-DOC
                        OR HST-DOC-NRO-DOC NOT = WS-NRO-DOC
            END-IF.

       276-LEER-INDICE-HIST.
            READ HISTDOC NEXT RECORD
                AT END SET FS-HISTDOC-FIN TO TRUE
            END-READ.

            IF NOT FS-HISTDOC-OK AND NOT FS-HISTDOC-FIN
                DISPLAY 'ERROR AL LEER HISTDOC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       277-TRAER-HISTORICO.
            MOVE HST-DOC-PATENTE TO ALQ-HIST-PATENTE.
            MOVE HST-DOC-FECHA   TO ALQ-HIST-FECHA.
            READ ALQ-HIST INTO ALQ-IDX-REG KEY IS ALQ-HIST-CLAVE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM 273-IMPRIMIR-HISTORICO
            END-READ.
            PERFORM 276-LEER-INDICE-HIST.

       230-IMPRIMIR-ENCABEZADO.
            MOVE SPACES TO LINEA.
            STRING 'Historia de alquileres - Documento ' WS-TIPO-DOC
