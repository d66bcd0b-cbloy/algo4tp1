       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOBPRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PROPUESTA DE BAJA POR INCOBRABLE: LAS FACTURAS CON SALDO MAS   *
      * VIEJAS QUE TP_INC_DIAS DIAS (POR DEFECTO 365) SE ENCOLAN EN    *
      * INCOBRA.TXT PARA QUE UN SUPERVISOR NIVEL 3 LAS APRUEBE         *
      * (APRINCOB.CBL).  NADA SE DA DE BAJA ACA: SOLO SE PROPONE.      *

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL).          *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL/PAGOS.CBL), SOLO     *
      * LECTURA.                                                       *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * COLA DE PROPUESTAS (VER APRINCOB.CBL): 'P' PENDIENTE /         *
      * 'A' APROBADA / 'R' RECHAZADA / 'X' ANULADA PORQUE LA FACTURA   *
      * SE COBRO ANTES DE LA REVISION.  SE AGREGA EN EXTEND.           *
        SELECT INCOBRA ASSIGN TO "..\INCOBRA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-INCOBRA.

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

       FD  FECPROC.
       01  FECPROC-REG.
           05  FEC-PROCESO                      PIC 9(08).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.        *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-DOC                    PIC X.
           05  FREG-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  FREG-PERIODO                     PIC 9(06).
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-EMISION               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-CANT-RENGLONES              PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-TOTAL               PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-AGENCIA                     PIC 9(02).
           05  FILLER                           PIC X(01).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.

      * EL SALDO ES EL DE LA FECHA DE LA PROPUESTA; APRINCOB.CBL LO    *
      * VUELVE A TOMAR DE FACTURAS.DAT AL APROBAR.                     *
       FD  INCOBRA.
       01  INCOBRA-REG.
           05  ICB-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  ICB-TIPO-DOC                     PIC X.
           05  ICB-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-EMISION                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ICB-IMPORTE-TOTAL                PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ICB-SALDO                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ICB-DIAS                         PIC 9(05).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-PROPUESTA              PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  ICB-APROBADOR                    PIC X(06).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-RESOL                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-NOTA                         PIC X(30).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-INCOBRA                           PIC X(02).
           88  FS-INCOBRA-OK                    VALUE '00'.
           88  FS-INCOBRA-FIN                   VALUE '10'.
           88  FS-INCOBRA-NO-EXIST              VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).

       01  WS-ENV-DIAS                          PIC X(03).
       01  WS-DIAS-MINIMO                       PIC 9(05) VALUE 365.

       01  WS-CANT-LEIDAS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-PROPUESTAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-YA-PROPUESTAS                PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-PROPUESTO                   PIC 9(09)V99 VALUE ZERO.

      * FACTURAS QUE YA TIENEN UNA PROPUESTA PENDIENTE O RESUELTA: NO  *
      * SE VUELVEN A PROPONER (UNA RECHAZADA QUEDA A CRITERIO DEL      *
      * SUPERVISOR, NO VUELVE SOLA).                                   *
       01  WS-CANT-YA                           PIC 9(04) VALUE ZERO.
       01  TABLA-YA.
           05  YA-NRO-FACTURA           OCCURS 3000 TIMES
                                        PIC 9(07).
       01  IND-YA                               PIC 9(04).
       01  WS-YA-ESTA                           PIC X VALUE 'N'.
           88  YA-ESTA                          VALUE 'S'.

       01  WS-SALDO-FACTURA                     PIC 9(07)V99.

      * ANTIGUEDAD EN DIAS (MISMA APROXIMACION COMERCIAL 30/360 QUE    *
      * 560-FECHA-A-DIAS EN PAGOS.CBL).                                *
       01  WS-DIAS-HOY                          PIC 9(07).
       01  WS-DIAS-EMISION                      PIC 9(07).
       01  WS-DIAS-ANTIG                        PIC S9(05).
       01  WS-FECHA-CALC.
           05  WS-FC-AA                         PIC 9(04).
           05  WS-FC-MM                         PIC 9(02).
           05  WS-FC-DD                         PIC 9(02).
       01  WS-DIAS-CALC                         PIC 9(07).

       01  WS-IMPORTE-IMPR                      PIC $ZZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO INCOBPRO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-REVISAR-FACTURAS.
        PERFORM 998-FIN.

        MOVE WS-TOTAL-PROPUESTO TO WS-IMPORTE-IMPR.
        DISPLAY 'FIN INCOBPRO - ANTIGUEDAD MINIMA: ' WS-DIAS-MINIMO.
        DISPLAY '               FACTURAS LEIDAS:   ' WS-CANT-LEIDAS.
        DISPLAY '               PROPUESTAS:        ' WS-CANT-PROPUESTAS.
        DISPLAY '               YA PROPUESTAS:     '
                WS-CANT-YA-PROPUESTAS.
        DISPLAY '               SALDO PROPUESTO:   ' WS-IMPORTE-IMPR.
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
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO WS-FECHA-PROCESO.
            PERFORM 110-LEER-FECHA-PROCESO.

            MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC.
            PERFORM 560-FECHA-A-DIAS.
            MOVE WS-DIAS-CALC TO WS-DIAS-HOY.

            MOVE SPACES TO WS-ENV-DIAS.
            ACCEPT WS-ENV-DIAS FROM ENVIRONMENT "TP_INC_DIAS".
            IF WS-ENV-DIAS IS NUMERIC AND WS-ENV-DIAS > ZERO
                MOVE WS-ENV-DIAS TO WS-DIAS-MINIMO
            END-IF.

            PERFORM 120-CARGAR-PROPUESTAS.

            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'NO EXISTE FACTURAS.DAT -- NADA QUE PROPONER'
                STOP RUN
            END-IF.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND INCOBRA.
            IF NOT FS-INCOBRA-OK
                OPEN OUTPUT INCOBRA
            END-IF.
            MOVE FS-INCOBRA     TO WS-FS.
            MOVE "INCOBRA"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

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

      * SI LA COLA NO ENTRA EN LA TABLA SE CANCELA: MEJOR NINGUNA      *
      * PROPUESTA QUE PROPUESTAS REPETIDAS.                            *
       120-CARGAR-PROPUESTAS.
            OPEN INPUT INCOBRA.
            IF NOT FS-INCOBRA-NO-EXIST
                MOVE FS-INCOBRA  TO WS-FS
                MOVE "INCOBRA"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 121-LEER-PROPUESTA
                PERFORM 122-CARGAR-PROPUESTA
                        UNTIL FS-INCOBRA-FIN
                        OR WS-CANT-YA >= 3000
                IF NOT FS-INCOBRA-FIN
                    DISPLAY 'INCOBRA.TXT SUPERA LAS 3000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO REPETIR'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE INCOBRA
            END-IF.

       121-LEER-PROPUESTA.
            READ INCOBRA AT END SET FS-INCOBRA-FIN TO TRUE.

            IF NOT FS-INCOBRA-OK AND NOT FS-INCOBRA-FIN
                DISPLAY 'ERROR AL INTENTAR LEER INCOBRA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA PROPUESTA ANULADA POR COBRO ('X') NO CUENTA: SI LA FACTURA *
      * VUELVE A QUEDAR VIEJA CON SALDO SE PUEDE PROPONER DE NUEVO.    *
       122-CARGAR-PROPUESTA.
            IF ICB-ESTADO NOT = 'X'
                ADD 1 TO WS-CANT-YA
                MOVE ICB-NRO-FACTURA TO YA-NRO-FACTURA(WS-CANT-YA)
            END-IF.
            PERFORM 121-LEER-PROPUESTA.

       200-REVISAR-FACTURAS.
            PERFORM 210-LEER-FACTREG.
            PERFORM 300-REVISAR-FACTURA UNTIL FS-FACTREG-FIN.

       210-LEER-FACTREG.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-REVISAR-FACTURA.
            ADD 1 TO WS-CANT-LEIDAS.
            PERFORM 310-EVALUAR-FACTURA.
            PERFORM 210-LEER-FACTREG.

      * SOLO FACTURAS ABIERTAS ('N'/'A') CON SALDO: LAS PAGADAS Y LAS  *
      * YA DADAS DE BAJA ('I') NO SE TOCAN.                            *
       310-EVALUAR-FACTURA.
            IF FREG-ESTADO-PAGO NOT = 'P' AND FREG-ESTADO-PAGO NOT = 'I'
               AND FREG-IMPORTE-PAGADO < FREG-IMPORTE-TOTAL
                MOVE FREG-FECHA-EMISION TO WS-FECHA-CALC
                PERFORM 560-FECHA-A-DIAS
                MOVE WS-DIAS-CALC TO WS-DIAS-EMISION
                COMPUTE WS-DIAS-ANTIG = WS-DIAS-HOY - WS-DIAS-EMISION
                IF WS-DIAS-ANTIG > WS-DIAS-MINIMO
                    MOVE 'N' TO WS-YA-ESTA
                    PERFORM 311-COMPARAR-YA
                            VARYING IND-YA FROM 1 BY 1
                            UNTIL IND-YA > WS-CANT-YA OR YA-ESTA
                    IF YA-ESTA
                        ADD 1 TO WS-CANT-YA-PROPUESTAS
                    ELSE
                        COMPUTE WS-SALDO-FACTURA =
                            FREG-IMPORTE-TOTAL - FREG-IMPORTE-PAGADO
                        PERFORM 320-ENCOLAR-PROPUESTA
                    END-IF
                END-IF
            END-IF.

       311-COMPARAR-YA.
            IF YA-NRO-FACTURA(IND-YA) = FREG-NRO-FACTURA
                MOVE 'S' TO WS-YA-ESTA
            END-IF.

       320-ENCOLAR-PROPUESTA.
            MOVE SPACES              TO INCOBRA-REG.
            MOVE FREG-NRO-FACTURA    TO ICB-NRO-FACTURA.
            MOVE FREG-TIPO-DOC       TO ICB-TIPO-DOC.
            MOVE FREG-NRO-DOC        TO ICB-NRO-DOC.
            MOVE FREG-FECHA-EMISION  TO ICB-FECHA-EMISION.
            MOVE FREG-AGENCIA        TO ICB-AGENCIA.
            MOVE FREG-IMPORTE-TOTAL  TO ICB-IMPORTE-TOTAL.
            MOVE WS-SALDO-FACTURA    TO ICB-SALDO.
            MOVE WS-DIAS-ANTIG       TO ICB-DIAS.
            MOVE WS-FECHA-PROCESO    TO ICB-FECHA-PROPUESTA.
            MOVE 'P'                 TO ICB-ESTADO.
            MOVE ZERO                TO ICB-FECHA-RESOL.
            WRITE INCOBRA-REG.
            MOVE FS-INCOBRA     TO WS-FS.
            MOVE "INCOBRA"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            ADD 1 TO WS-CANT-PROPUESTAS.
            ADD WS-SALDO-FACTURA TO WS-TOTAL-PROPUESTO.

      * DIAS "COMERCIALES" DESDE EL ANIO CERO (MISMO ATAJO QUE         *
      * 560-FECHA-A-DIAS EN PAGOS.CBL).                                *
       560-FECHA-A-DIAS.
            COMPUTE WS-DIAS-CALC =
                WS-FC-AA * 360 + (WS-FC-MM - 1) * 30 + WS-FC-DD.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE FACTREG.
            CLOSE INCOBRA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
