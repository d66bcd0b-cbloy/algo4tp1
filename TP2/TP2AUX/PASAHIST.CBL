       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASAHIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PASAJE PERIODICO AL MAESTRO HISTORICO: LOS ALQUILERES YA        *
      * TERMINADOS DEL TODO (DEVUELTOS O ANULADOS, FACTURADOS Y         *
      * COBRADOS, Y MAS VIEJOS QUE TP_HIST_MESES MESES) SALEN DEL       *
      * MAESTRO VIVO Y PASAN A ALQHIST.DAT, CON EL MISMO ARMADO.  SE    *
      * TRABAJA COMO ROLLOVER.CBL: SE ARMAN MAESTROS NUEVOS, SE PRUEBA  *
      * EL BALANCE Y SOLO SI CIERRA SE PROMUEVEN, DEJANDO GENERACION.   *
        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * FACTURAS EMITIDAS POR FACTURAR.CBL, CON SU ESTADO DE COBRANZA   *
      * AL DIA (PAGOS.CBL).                                             *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * MAESTRO HISTORICO VIGENTE (PUEDE NO EXISTIR TODAVIA).           *
        SELECT  ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

      * MAESTRO VIVO NUEVO, SIN LO QUE PASA A HISTORIA, Y SU INDICE     *
      * POR DOCUMENTO REARMADO ENTERO (MISMO ARMADO QUE DOCIDX.DAT),    *
      * PARA QUE DOCIDX SIGA APUNTANDO SOLO A FILAS DEL MAESTRO VIVO.   *
        SELECT ALQ-NUEVO ASSIGN TO "..\ALQNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-NUEVO-CLAVE
                FILE STATUS IS FS-ALQ-NUEVO.

        SELECT DOC-NUEVO ASSIGN TO "..\DOCNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DOC-NUEVO-CLAVE
                FILE STATUS IS FS-DOC-NUEVO.

      * HISTORICO NUEVO: EL VIGENTE COMPLETO MAS LO QUE SE PASA HOY,    *
      * Y SU INDICE POR DOCUMENTO (HISTDOC.DAT, MISMO ARMADO QUE        *
      * DOCIDX.DAT).  RANDOM PORQUE LO QUE LLEGA HOY SE INTERCALA       *
      * CON LO QUE YA ESTABA EN HISTORIA.                               *
        SELECT HST-NUEVO ASSIGN TO "..\HSTNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HST-NUEVO-CLAVE
                FILE STATUS IS FS-HST-NUEVO.

        SELECT HDOC-NUEVO ASSIGN TO "..\HDOCNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HDOC-NUEVO-CLAVE
                FILE STATUS IS FS-HDOC-NUEVO.

      * ACTA DE LA PROMOCION, LA MISMA QUE USA ROLLOVER.CBL.            *
        SELECT PROMOREP ASSIGN TO "..\PROMOREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PROMOREP.

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL).           *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): MIENTRAS    *
      * EXISTA, EL MAESTRO ESTA EN USO POR EL BATCH.                    *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/ROLLOVER.CBL.            *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-PATENTE               PIC X(07).
               05 ALQ-IDX-FECHA.
                  07  ALQ-IDX-FECHA-AA          PIC 9(04).
                  07  ALQ-IDX-FECHA-MM          PIC 9(02).
                  07  ALQ-IDX-FECHA-DD          PIC 9(02).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-IMPORTE                  PIC 9(04)V99.
           03  ALQ-IDX-CHOFER                   PIC X(07).
           03  ALQ-IDX-ESTADO                   PIC X.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88 ALQ-IDX-ESTA-ANULADO          VALUE 'S'.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-EXTRAS-IMP               PIC 9(04)V99.
           03  ALQ-IDX-EXTRAS-CODS              PIC X(09).
           03  ALQ-IDX-COMBUST-SALIDA           PIC 9.
           03  ALQ-IDX-COMBUST-ENTRADA          PIC 9.
           03  ALQ-IDX-RECARGO-COMBUST          PIC 9(04)V99.
           03  ALQ-IDX-RECARGO-KM               PIC 9(04)V99.
           03  ALQ-IDX-CTA-CORP                 PIC X(06).
           03  ALQ-IDX-FECHA-RETIRO             PIC 9(08).
           03  ALQ-IDX-HORA-RETIRO              PIC 9(04).
           03  ALQ-IDX-ODOMETRO-SALIDA          PIC 9(07).
           03  ALQ-IDX-NOSHOW                   PIC X.
           03  ALQ-IDX-HORA-PACT-RETIRO         PIC 9(04).
           03  ALQ-IDX-HORA-PACT-DEVOL          PIC 9(04).
           03  ALQ-IDX-HORA-DEVOLUCION          PIC 9(04).
           03  ALQ-IDX-ENTREGA-ZONA             PIC X(03).
           03  ALQ-IDX-ENTREGA-DIR              PIC X(30).
           03  ALQ-IDX-COBERTURA                PIC X(03).
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * SOLO LOS CAMPOS NECESARIOS (MISMO ORDEN QUE FACTREG-REG EN      *
      * FACTURAR.CBL).                                                  *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-DOC                    PIC X.
           05  FREG-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  FREG-PERIODO                     PIC 9(06).
           05  FILLER                           PIC X(27).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(21).

      * MISMO LARGO QUE ALQ-IDX-REG (223); LO DEMAS VIAJA OPACO.        *
       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE.
               05 ALQ-HIST-PATENTE              PIC X(07).
               05 ALQ-HIST-FECHA                PIC 9(08).
           03  ALQ-HIST-TIPO-DOC                PIC X.
           03  ALQ-HIST-NRO-DOC                 PIC X(20).
           03  ALQ-HIST-IMPORTE                 PIC 9(04)V99.
           03  ALQ-HIST-RESTO                   PIC X(181).

       FD  ALQ-NUEVO.
       01  ALQ-NUEVO-REG.
           03 ALQ-NUEVO-CLAVE.
               05 ALQ-NUEVO-PATENTE             PIC X(07).
               05 ALQ-NUEVO-FECHA               PIC 9(08).
           03  ALQ-NUEVO-TIPO-DOC               PIC X.
           03  ALQ-NUEVO-NRO-DOC                PIC X(20).
           03  ALQ-NUEVO-IMPORTE                PIC 9(04)V99.
           03  ALQ-NUEVO-RESTO                  PIC X(181).

       FD  DOC-NUEVO.
       01  DOC-NUEVO-REG.
           03  DOC-NUEVO-CLAVE.
               05  DOC-NUEVO-TIPO-DOC           PIC X.
               05  DOC-NUEVO-NRO-DOC            PIC X(20).
               05  DOC-NUEVO-PATENTE            PIC X(07).
               05  DOC-NUEVO-FECHA              PIC 9(08).

       FD  HST-NUEVO.
       01  HST-NUEVO-REG.
           03 HST-NUEVO-CLAVE.
               05 HST-NUEVO-PATENTE             PIC X(07).
               05 HST-NUEVO-FECHA               PIC 9(08).
           03  HST-NUEVO-TIPO-DOC               PIC X.
           03  HST-NUEVO-NRO-DOC                PIC X(20).
           03  HST-NUEVO-IMPORTE                PIC 9(04)V99.
           03  HST-NUEVO-RESTO                  PIC X(181).

       FD  HDOC-NUEVO.
       01  HDOC-NUEVO-REG.
           03  HDOC-NUEVO-CLAVE.
               05  HDOC-NUEVO-TIPO-DOC          PIC X.
               05  HDOC-NUEVO-NRO-DOC           PIC X(20).
               05  HDOC-NUEVO-PATENTE           PIC X(07).
               05  HDOC-NUEVO-FECHA             PIC 9(08).

       FD  PROMOREP.
       01  PROMOREP-REG                         PIC X(100).

       FD  FECPROC.
       01  FECPROC-REG.
           05  FEC-PROCESO                      PIC 9(08).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

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
                    'FACTURAS.DAT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-ALQ-NUEVO                         PIC X(02).
           88  FS-ALQ-NUEVO-OK                  VALUE '00'.

       01  FS-DOC-NUEVO                         PIC X(02).
           88  FS-DOC-NUEVO-OK                  VALUE '00'.

       01  FS-HST-NUEVO                         PIC X(02).
           88  FS-HST-NUEVO-OK                  VALUE '00'.

       01  FS-HDOC-NUEVO                        PIC X(02).
           88  FS-HDOC-NUEVO-OK                 VALUE '00'.

       01  FS-PROMOREP                          PIC X(02).
           88  FS-PROMOREP-OK                   VALUE '00'.

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-AA                       PIC 9(04).
           05  WS-PROC-MM                       PIC 9(02).
           05  WS-PROC-DD                       PIC 9(02).

      * TP_HIST_MESES: ANTIGUEDAD MINIMA, EN MESES, DEL ULTIMO DIA DEL  *
      * ALQUILER PARA PODER PASARLO A HISTORIA (18).  CORTE = MISMO     *
      * DIA, ESOS MESES ANTES DE LA FECHA DE PROCESO.                   *
       01  WS-ENV-MESES                         PIC X(02).
       01  WS-MESES-HIST                        PIC 9(02) VALUE 18.
       01  WS-FECHA-CORTE                       PIC 9(08).
       01  WS-CALC-MESES                        PIC 9(06).
       01  WS-CALC-AA                           PIC 9(04).
       01  WS-CALC-MM                           PIC 9(02).

      * FACTURAS EN MEMORIA, UNA ENTRADA POR DOCUMENTO FACTURADO (O     *
      * 'E' + CUENTA CORPORATIVA) Y PERIODO: SI ALGUNA DE ESAS FACTURAS *
      * NO ESTA PAGA TOTAL, FAC-PAGA QUEDA EN 'N'.  SI NO ENTRAN TODAS, *
      * LO QUE NO SE ENCUENTRE QUEDA EN EL MAESTRO VIVO.                *
       01  WS-CANT-FACTURAS                     PIC 9(04) VALUE ZERO.
       01  WS-AVISO-FACT-LLENA                  PIC X VALUE 'N'.
       01  TABLA-FACTURAS.
           05  FAC-ENT                  OCCURS 5000 TIMES.
               09  FAC-DOC              PIC X(21).
               09  FAC-PERIODO          PIC 9(06).
               09  FAC-PAGA             PIC X.
       01  IND-F                                PIC 9(04).
       01  WS-IND-FACT                          PIC 9(04).
       01  WS-DOC-FACT                          PIC X(21).
      * ULTIMA CONSULTA A LA TABLA: LAS FILAS DE UN MISMO ALQUILER      *
      * SUELEN CAER EN EL MISMO DOCUMENTO Y PERIODO.                    *
       01  WS-ULT-DOC-FACT                      PIC X(21) VALUE SPACES.
       01  WS-ULT-PER-FACT                      PIC 9(06) VALUE ZERO.
       01  WS-ULT-RESULTADO                     PIC X VALUE SPACE.
           88  WS-ULT-FACT-PAGA                 VALUE 'S'.

      * ALQUILER EN CURSO DE EVALUACION: FILAS CONSECUTIVAS DEL         *
      * MAESTRO CON LA MISMA PATENTE, CONTRATO Y DOCUMENTO.  SE DEMORA  *
      * SU ESCRITURA HASTA SABER SI PASA ENTERO A HISTORIA O QUEDA      *
      * ENTERO EN EL VIVO.  UN ALQUILER QUE NO ENTRA EN LA TABLA QUEDA  *
      * EN EL VIVO.                                                     *
       01  WS-CANT-FILAS-GRP                    PIC 9(03) VALUE ZERO.
       01  TABLA-GRUPO.
           05  GRP-FILA                 OCCURS 400 TIMES PIC X(223).
       01  IND-G                                PIC 9(03).
       01  WS-GRP-PATENTE                       PIC X(07).
       01  WS-GRP-CONTRATO                      PIC 9(09).
       01  WS-GRP-DOC                           PIC X(21).
       01  WS-GRP-ULT-FECHA                     PIC 9(08).
       01  WS-GRP-ANULADAS                      PIC 9(03).
       01  WS-GRP-CERRADO                       PIC X.
       01  WS-GRP-FACT-OK                       PIC X.
       01  WS-GRP-DESBORDE                      PIC X.
       01  WS-FILA-DOC                          PIC X(21).

      * PRUEBA DE BALANCE: LO LEIDO DEL VIVO TIENE QUE SER LO QUE       *
      * QUEDA MAS LO QUE PASA, Y EL HISTORICO NUEVO TIENE QUE SER EL    *
      * VIGENTE MAS LO QUE PASA, EN CANTIDAD Y EN SUMA DE IMPORTES.     *
       01  WS-CANT-IDX                          PIC 9(07) VALUE ZERO.
       01  WS-CANT-VIVOS                        PIC 9(07) VALUE ZERO.
       01  WS-CANT-PASADOS                      PIC 9(07) VALUE ZERO.
       01  WS-CANT-HST-ANT                      PIC 9(07) VALUE ZERO.
       01  WS-CANT-HST-NUEVO                    PIC 9(07) VALUE ZERO.
       01  WS-CANT-HST-DUP                      PIC 9(07) VALUE ZERO.
       01  WS-TOT-IDX                           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VIVOS                         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PASADOS                       PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HST-ANT                       PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HST-NUEVO                     PIC 9(11)V99 VALUE ZERO.
       01  WS-CANT-ALQ-PASADOS                  PIC 9(07) VALUE ZERO.
       01  WS-CANT-ESPERADA                     PIC 9(07) VALUE ZERO.
       01  WS-TOT-ESPERADO                      PIC 9(11)V99 VALUE ZERO.
       01  WS-PROMOCION-OK                      PIC X VALUE 'N'.
       01  WS-COMANDO                           PIC X(80).
       01  LINEA-PROMO                          PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PASAHIST'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        PERFORM 300-LEER-ALQ-IDX.
        PERFORM 200-PROCESO UNTIL FS-ALQ-IDX-FIN.
        IF WS-CANT-FILAS-GRP > ZERO
            PERFORM 250-CERRAR-GRUPO
        END-IF.

        DISPLAY 'FIN PASAHIST - CORTE:           ' WS-FECHA-CORTE.
        DISPLAY '  ALQUILERES PASADOS:         ' WS-CANT-ALQ-PASADOS.
        DISPLAY '  FILAS PASADAS A HISTORIA:   ' WS-CANT-PASADOS.
        DISPLAY '  FILAS QUE QUEDAN EN EL VIVO: ' WS-CANT-VIVOS.
        PERFORM 998-FIN.
        PERFORM 400-PROBAR-Y-PROMOVER.
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

      * CON EL LOTE CORRIENDO NO SE TOCA EL MAESTRO.                    *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO WS-FECHA-PROCESO.
            PERFORM 110-LEER-FECHA-PROCESO.
            PERFORM 115-LEER-PARAMETROS.
            PERFORM 120-ARMAR-CORTE.
            PERFORM 140-CARGAR-FACTURAS.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE PASAR'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO  WS-FS.
            MOVE "ALQ-IDX"      TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT ALQ-NUEVO.
            MOVE FS-ALQ-NUEVO   TO  WS-FS.
            MOVE "ALQNVO"       TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT DOC-NUEVO.
            MOVE FS-DOC-NUEVO   TO  WS-FS.
            MOVE "DOCNVO"       TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT HST-NUEVO.
            MOVE FS-HST-NUEVO   TO  WS-FS.
            MOVE "HSTNVO"       TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT HDOC-NUEVO.
            MOVE FS-HDOC-NUEVO  TO  WS-FS.
            MOVE "HDOCNVO"      TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 160-COPIAR-HISTORICO.

       110-LEER-FECHA-PROCESO.
            OPEN INPUT FECPROC.
            IF FS-FECPROC-OK
                READ FECPROC AT END CONTINUE END-READ
                IF FS-FECPROC-OK AND FEC-PROCESO IS NUMERIC
                   AND FEC-PROCESO > ZERO
                    MOVE FEC-PROCESO TO WS-FECHA-PROCESO
                END-IF
                CLOSE FECPROC
            END-IF.

       115-LEER-PARAMETROS.
            MOVE SPACES TO WS-ENV-MESES.
            ACCEPT WS-ENV-MESES FROM ENVIRONMENT "TP_HIST_MESES".
            IF WS-ENV-MESES IS NUMERIC AND WS-ENV-MESES > ZERO
                MOVE WS-ENV-MESES TO WS-MESES-HIST
            END-IF.

       120-ARMAR-CORTE.
            COMPUTE WS-CALC-MESES = WS-PROC-AA * 12 + WS-PROC-MM - 1
                                  - WS-MESES-HIST.
            DIVIDE WS-CALC-MESES BY 12 GIVING WS-CALC-AA
                                   REMAINDER WS-CALC-MM.
            ADD 1 TO WS-CALC-MM.
            MOVE WS-CALC-AA TO WS-FECHA-CORTE(1:4).
            MOVE WS-CALC-MM TO WS-FECHA-CORTE(5:2).
            MOVE WS-PROC-DD TO WS-FECHA-CORTE(7:2).

      * SOLO INTERESAN LAS FACTURAS DE PERIODOS HASTA EL DEL CORTE:     *
      * LAS POSTERIORES NO PUEDEN CUBRIR UN ALQUILER QUE PASE.          *
       140-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'SIN FACTURAS.DAT -- NINGUN ALQUILER FACTURADO'
            ELSE
                MOVE FS-FACTREG TO WS-FS
                MOVE "FACTREG"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 141-LEER-FACTURA
                PERFORM 142-CARGAR-FACTURA UNTIL FS-FACTREG-FIN
                CLOSE FACTREG
            END-IF.

       141-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTREG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-FACTURA.
            IF FREG-PERIODO NOT > WS-FECHA-CORTE(1:6)
                MOVE FREG-TIPO-DOC TO WS-DOC-FACT(1:1)
                MOVE FREG-NRO-DOC  TO WS-DOC-FACT(2:20)
                MOVE ZERO TO WS-IND-FACT
                PERFORM 143-COMPARAR-FACTURA
                        VARYING IND-F FROM 1 BY 1
                        UNTIL IND-F > WS-CANT-FACTURAS
                        OR WS-IND-FACT > ZERO
                IF WS-IND-FACT = ZERO
                    PERFORM 144-AGREGAR-FACTURA
                END-IF
                IF WS-IND-FACT > ZERO
                   AND FREG-ESTADO-PAGO NOT = 'P'
                    MOVE 'N' TO FAC-PAGA(WS-IND-FACT)
                END-IF
            END-IF.
            PERFORM 141-LEER-FACTURA.

       143-COMPARAR-FACTURA.
            IF FAC-DOC(IND-F) = WS-DOC-FACT
               AND FAC-PERIODO(IND-F) = FREG-PERIODO
                MOVE IND-F TO WS-IND-FACT
            END-IF.

       144-AGREGAR-FACTURA.
            IF WS-CANT-FACTURAS < 5000
                ADD 1 TO WS-CANT-FACTURAS
                MOVE WS-CANT-FACTURAS TO WS-IND-FACT
                MOVE WS-DOC-FACT  TO FAC-DOC(WS-IND-FACT)
                MOVE FREG-PERIODO TO FAC-PERIODO(WS-IND-FACT)
                MOVE 'S'          TO FAC-PAGA(WS-IND-FACT)
            ELSE
                IF WS-AVISO-FACT-LLENA = 'N'
                    DISPLAY '*** FACTURAS.DAT SUPERA LAS 5000 '
                            'ENTRADAS -- LO QUE NO ENTRA QUEDA '
                            'EN EL MAESTRO VIVO ***'
                    MOVE 'S' TO WS-AVISO-FACT-LLENA
                END-IF
            END-IF.

      * EL HISTORICO VIGENTE PASA ENTERO AL NUEVO, JUNTO CON SU INDICE  *
      * POR DOCUMENTO, QUE SE REARMA DESDE CERO COMO EN ROLLOVER.CBL.   *
       160-COPIAR-HISTORICO.
            OPEN INPUT ALQ-HIST.
            IF FS-ALQ-HIST-NO-EXIST
                DISPLAY 'SIN ALQHIST.DAT -- SE CREA EL HISTORICO'
            ELSE
                MOVE FS-ALQ-HIST TO WS-FS
                MOVE "ALQHIST"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 161-LEER-HISTORICO
                PERFORM 162-COPIAR-FILA-HIST UNTIL FS-ALQ-HIST-FIN
                CLOSE ALQ-HIST
            END-IF.

       161-LEER-HISTORICO.
            READ ALQ-HIST AT END SET FS-ALQ-HIST-FIN TO TRUE.

            IF FS-ALQ-HIST-OK
                ADD 1 TO WS-CANT-HST-ANT
                ADD ALQ-HIST-IMPORTE TO WS-TOT-HST-ANT
            END-IF.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-HIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       162-COPIAR-FILA-HIST.
            MOVE ALQ-HIST-REG TO HST-NUEVO-REG.
            PERFORM 240-ESCRIBIR-HISTORICO.
            PERFORM 161-LEER-HISTORICO.

      * CORTE DE CONTROL POR ALQUILER: AL CAMBIAR PATENTE, CONTRATO O   *
      * DOCUMENTO SE DECIDE EL DESTINO DEL ALQUILER ANTERIOR.           *
       200-PROCESO.
            MOVE ALQ-IDX-TIPO-DOC TO WS-FILA-DOC(1:1).
            MOVE ALQ-IDX-NRO-DOC  TO WS-FILA-DOC(2:20).
            IF WS-CANT-FILAS-GRP > ZERO
               AND (ALQ-IDX-PATENTE NOT = WS-GRP-PATENTE
                    OR ALQ-IDX-NRO-CONTRATO NOT = WS-GRP-CONTRATO
                    OR WS-FILA-DOC NOT = WS-GRP-DOC)
                PERFORM 250-CERRAR-GRUPO
            END-IF.
            PERFORM 210-AGREGAR-FILA.
            PERFORM 300-LEER-ALQ-IDX.

       210-AGREGAR-FILA.
            IF WS-CANT-FILAS-GRP = ZERO
                MOVE ALQ-IDX-PATENTE      TO WS-GRP-PATENTE
                MOVE ALQ-IDX-NRO-CONTRATO TO WS-GRP-CONTRATO
                MOVE WS-FILA-DOC          TO WS-GRP-DOC
                MOVE ZERO TO WS-GRP-ANULADAS
                MOVE 'N'  TO WS-GRP-CERRADO
                MOVE 'S'  TO WS-GRP-FACT-OK
                MOVE 'N'  TO WS-GRP-DESBORDE
            END-IF.

            IF WS-CANT-FILAS-GRP = 400 AND WS-GRP-DESBORDE = 'N'
                PERFORM 260-DEJAR-EN-VIVO
                        VARYING IND-G FROM 1 BY 1
                        UNTIL IND-G > WS-CANT-FILAS-GRP
                MOVE 'S' TO WS-GRP-DESBORDE
            END-IF.

            IF WS-GRP-DESBORDE = 'S'
                MOVE ALQ-IDX-REG TO ALQ-NUEVO-REG
                PERFORM 230-ESCRIBIR-NUEVO
            ELSE
                ADD 1 TO WS-CANT-FILAS-GRP
                MOVE ALQ-IDX-REG TO GRP-FILA(WS-CANT-FILAS-GRP)
                MOVE ALQ-IDX-FECHA TO WS-GRP-ULT-FECHA
                IF ALQ-IDX-ESTADO-DEVOL = 'C'
                    MOVE 'S' TO WS-GRP-CERRADO
                END-IF
                IF ALQ-IDX-ESTA-ANULADO
                    ADD 1 TO WS-GRP-ANULADAS
                ELSE
                    PERFORM 220-VERIFICAR-FACTURA
                END-IF
            END-IF.

      * LA FILA SE FACTURA COMO EN 220-FILTRAR-RENGLON DE FACTURAR.CBL: *
      * A LA CUENTA CORPORATIVA SI LA TIENE, SI NO AL DOCUMENTO, EN EL  *
      * PERIODO DE LA FECHA DE LA FILA.  TIENE QUE HABER FACTURA Y      *
      * ESTAR PAGA TOTAL.                                               *
       220-VERIFICAR-FACTURA.
            MOVE SPACES TO WS-DOC-FACT.
            IF ALQ-IDX-CTA-CORP NOT = SPACES
                MOVE 'E'              TO WS-DOC-FACT(1:1)
                MOVE ALQ-IDX-CTA-CORP TO WS-DOC-FACT(2:6)
            ELSE
                MOVE WS-FILA-DOC      TO WS-DOC-FACT
            END-IF.

            IF WS-DOC-FACT NOT = WS-ULT-DOC-FACT
               OR ALQ-IDX-FECHA(1:6) NOT = WS-ULT-PER-FACT
                MOVE WS-DOC-FACT        TO WS-ULT-DOC-FACT
                MOVE ALQ-IDX-FECHA(1:6) TO WS-ULT-PER-FACT
                MOVE 'F' TO WS-ULT-RESULTADO
                MOVE ZERO TO WS-IND-FACT
                PERFORM 221-BUSCAR-FACTURA
                        VARYING IND-F FROM 1 BY 1
                        UNTIL IND-F > WS-CANT-FACTURAS
                        OR WS-IND-FACT > ZERO
                IF WS-IND-FACT > ZERO
                    MOVE FAC-PAGA(WS-IND-FACT) TO WS-ULT-RESULTADO
                END-IF
            END-IF.

            IF NOT WS-ULT-FACT-PAGA
                MOVE 'N' TO WS-GRP-FACT-OK
            END-IF.

       221-BUSCAR-FACTURA.
            IF FAC-DOC(IND-F) = WS-ULT-DOC-FACT
               AND FAC-PERIODO(IND-F) = WS-ULT-PER-FACT
                MOVE IND-F TO WS-IND-FACT
            END-IF.

      * PASA A HISTORIA SI EL ULTIMO DIA ES ANTERIOR AL CORTE, ESTA     *
      * DEVUELTO (CIERRE 'C', QUE DEVOLUC.CBL MARCA EN EL ULTIMO DIA)   *
      * O ANULADO ENTERO, Y TODO LO FACTURABLE ESTA FACTURADO Y PAGO.   *
      * UN NO-SHOW NO ESTA NI DEVUELTO NI ANULADO: QUEDA EN EL VIVO.    *
       250-CERRAR-GRUPO.
            IF WS-GRP-DESBORDE = 'S'
                CONTINUE
            ELSE
                IF WS-GRP-ULT-FECHA < WS-FECHA-CORTE
                   AND (WS-GRP-CERRADO = 'S'
                        OR WS-GRP-ANULADAS = WS-CANT-FILAS-GRP)
                   AND WS-GRP-FACT-OK = 'S'
                    ADD 1 TO WS-CANT-ALQ-PASADOS
                    PERFORM 270-PASAR-A-HISTORIA
                            VARYING IND-G FROM 1 BY 1
                            UNTIL IND-G > WS-CANT-FILAS-GRP
                ELSE
                    PERFORM 260-DEJAR-EN-VIVO
                            VARYING IND-G FROM 1 BY 1
                            UNTIL IND-G > WS-CANT-FILAS-GRP
                END-IF
            END-IF.
            MOVE ZERO TO WS-CANT-FILAS-GRP.

       260-DEJAR-EN-VIVO.
            MOVE GRP-FILA(IND-G) TO ALQ-NUEVO-REG.
            PERFORM 230-ESCRIBIR-NUEVO.

       270-PASAR-A-HISTORIA.
            MOVE GRP-FILA(IND-G) TO HST-NUEVO-REG.
            ADD 1 TO WS-CANT-PASADOS.
            ADD HST-NUEVO-IMPORTE TO WS-TOT-PASADOS.
            PERFORM 240-ESCRIBIR-HISTORICO.

       230-ESCRIBIR-NUEVO.
            WRITE ALQ-NUEVO-REG.
            IF NOT FS-ALQ-NUEVO-OK
                DISPLAY 'ERROR AL GUARDAR EL REGISTRO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-VIVOS.
            ADD ALQ-NUEVO-IMPORTE TO WS-TOT-VIVOS.

            MOVE ALQ-NUEVO-TIPO-DOC TO DOC-NUEVO-TIPO-DOC.
            MOVE ALQ-NUEVO-NRO-DOC  TO DOC-NUEVO-NRO-DOC.
            MOVE ALQ-NUEVO-PATENTE  TO DOC-NUEVO-PATENTE.
            MOVE ALQ-NUEVO-FECHA    TO DOC-NUEVO-FECHA.
            WRITE DOC-NUEVO-REG.
            MOVE FS-DOC-NUEVO   TO  WS-FS.
            MOVE "DOCNVO"       TO  WS-FS-NOMBRE.
            MOVE "GRABA"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * UNA CLAVE QUE YA ESTABA EN HISTORIA NO SE PISA: NO SE CUENTA    *
      * COMO ESCRITA Y LA PRUEBA DE BALANCE RECHAZA LA PROMOCION.       *
       240-ESCRIBIR-HISTORICO.
            WRITE HST-NUEVO-REG
                INVALID KEY
                    ADD 1 TO WS-CANT-HST-DUP
                    DISPLAY 'CLAVE REPETIDA EN HISTORIA: '
                            HST-NUEVO-CLAVE
                NOT INVALID KEY
                    ADD 1 TO WS-CANT-HST-NUEVO
                    ADD HST-NUEVO-IMPORTE TO WS-TOT-HST-NUEVO
                    PERFORM 241-INDEXAR-HISTORICO
            END-WRITE.

            IF NOT FS-HST-NUEVO-OK AND FS-HST-NUEVO NOT = '22'
                MOVE FS-HST-NUEVO   TO  WS-FS
                MOVE "HSTNVO"       TO  WS-FS-NOMBRE
                MOVE "GRABA"        TO  WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       241-INDEXAR-HISTORICO.
            MOVE HST-NUEVO-TIPO-DOC TO HDOC-NUEVO-TIPO-DOC.
            MOVE HST-NUEVO-NRO-DOC  TO HDOC-NUEVO-NRO-DOC.
            MOVE HST-NUEVO-PATENTE  TO HDOC-NUEVO-PATENTE.
            MOVE HST-NUEVO-FECHA    TO HDOC-NUEVO-FECHA.
            WRITE HDOC-NUEVO-REG.
            MOVE FS-HDOC-NUEVO  TO  WS-FS.
            MOVE "HDOCNVO"      TO  WS-FS-NOMBRE.
            MOVE "GRABA"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       300-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN  TO TRUE.

            IF FS-ALQ-IDX-OK
                ADD 1 TO WS-CANT-IDX
                ADD ALQ-IDX-IMPORTE TO WS-TOT-IDX
            END-IF.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN THEN
                DISPLAY "FS: " FS-ALQ-IDX
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.


      * PRUEBA DE BALANCE: VIVO LEIDO = VIVO NUEVO + PASADOS, E         *
      * HISTORICO NUEVO = HISTORICO VIGENTE + PASADOS, EN CANTIDAD Y EN *
      * IMPORTE.  SOLO SI CIERRA (Y HUBO ALGO QUE PASAR) SE PROMUEVEN   *
      * LOS CUATRO ARCHIVOS, DEJANDO LOS SALIENTES COMO GENERACION G01. *
      * SI NO CIERRA, NO SE TOCA NADA Y QUEDA ACTA.                     *
       400-PROBAR-Y-PROMOVER.
            COMPUTE WS-CANT-ESPERADA =
                WS-CANT-HST-ANT + WS-CANT-PASADOS.
            COMPUTE WS-TOT-ESPERADO =
                WS-TOT-HST-ANT + WS-TOT-PASADOS.

            IF WS-CANT-IDX = WS-CANT-VIVOS + WS-CANT-PASADOS
               AND WS-TOT-IDX = WS-TOT-VIVOS + WS-TOT-PASADOS
               AND WS-CANT-ESPERADA = WS-CANT-HST-NUEVO
               AND WS-TOT-ESPERADO = WS-TOT-HST-NUEVO
               AND WS-CANT-HST-DUP = ZERO
                MOVE 'S' TO WS-PROMOCION-OK
            ELSE
                MOVE 'N' TO WS-PROMOCION-OK
            END-IF.

            OPEN EXTEND PROMOREP.
            IF NOT FS-PROMOREP-OK
                CLOSE PROMOREP
                OPEN OUTPUT PROMOREP
            END-IF.

            MOVE SPACES TO LINEA-PROMO.
            STRING 'PASAHIST  CORTE ' WS-FECHA-CORTE
                   ' VIVOS ' WS-CANT-IDX
                   ' QUEDAN ' WS-CANT-VIVOS
                   ' PASAN ' WS-CANT-PASADOS
                DELIMITED BY SIZE INTO LINEA-PROMO.
            WRITE PROMOREP-REG FROM LINEA-PROMO.

            MOVE SPACES TO LINEA-PROMO.
            STRING '          IMPORTE VIVOS ' WS-TOT-IDX
                   ' QUEDAN ' WS-TOT-VIVOS
                   ' PASAN ' WS-TOT-PASADOS
                DELIMITED BY SIZE INTO LINEA-PROMO.
            WRITE PROMOREP-REG FROM LINEA-PROMO.

            MOVE SPACES TO LINEA-PROMO.
            STRING '          HISTORICO ANTES ' WS-CANT-HST-ANT
                   ' ESPERADOS ' WS-CANT-ESPERADA
                   ' ESCRITOS ' WS-CANT-HST-NUEVO
                   ' REPETIDOS ' WS-CANT-HST-DUP
                DELIMITED BY SIZE INTO LINEA-PROMO.
            WRITE PROMOREP-REG FROM LINEA-PROMO.

            MOVE SPACES TO LINEA-PROMO.
            STRING '          IMPORTE ESPERADO ' WS-TOT-ESPERADO
                   ' ESCRITO ' WS-TOT-HST-NUEVO
                DELIMITED BY SIZE INTO LINEA-PROMO.
            WRITE PROMOREP-REG FROM LINEA-PROMO.

            IF WS-PROMOCION-OK = 'S'
                IF WS-CANT-PASADOS = ZERO
                    DISPLAY 'NINGUN ALQUILER PARA PASAR A HISTORIA'
                    MOVE 'SIN ALQUILERES PARA PASAR - NO SE PROMUEVE'
                        TO LINEA-PROMO
                ELSE
                    PERFORM 410-PROMOVER
                    MOVE 'PASAJE A HISTORIA APLICADO' TO LINEA-PROMO
                END-IF
            ELSE
                DISPLAY '*** LA PRUEBA DE BALANCE NO CIERRA -- '
                        'PASAJE A HISTORIA RECHAZADO ***'
                MOVE 'PASAJE A HISTORIA RECHAZADO - BALANCE NO CIERRA'
                    TO LINEA-PROMO
            END-IF.
            WRITE PROMOREP-REG FROM LINEA-PROMO.
            CLOSE PROMOREP.

       410-PROMOVER.
            MOVE 'COPY ..\ALQIDX.G01 ..\ALQIDX.G02' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\ALQIDX.DAT ..\ALQIDX.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\ALQNVO.DAT ..\ALQIDX.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\DOCIDX.DAT ..\DOCIDX.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\DOCNVO.DAT ..\DOCIDX.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\ALQHIST.DAT ..\ALQHIST.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\HSTNVO.DAT ..\ALQHIST.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\HISTDOC.DAT ..\HISTDOC.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\HDOCNVO.DAT ..\HISTDOC.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            DISPLAY 'MAESTROS PROMOVIDOS (SALIENTES EN .G01)'.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ALQ-IDX.
            CLOSE ALQ-NUEVO.
            CLOSE DOC-NUEVO.
            CLOSE HST-NUEVO.
            CLOSE HDOC-NUEVO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
