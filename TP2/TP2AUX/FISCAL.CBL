      * TOTALES DE CONTROL AL FINAL.                                    *
      * PADRON DE CLIENTES: LA CATEGORIA FRENTE AL IVA DECIDE EL TIPO  *
      * DE FACTURA QUE REFLEJA CADA LINEA.                             *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL): LAS PERCEPCIONES   *
      * DE INGRESOS BRUTOS DE LAS FACTURAS EMITIDAS EN EL PERIODO VAN  *
      * AL EXPORT COMO LINEAS 'P', UNA POR FACTURA.                    *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * AJUSTES DE PERIODO (VER CIERMES.CBL): LA CORRECCION DE UN      *
      * ALQUILER DE UN MES CERRADO SE ASIENTA ACA CON SU FECHA, SU      *
      * SIGNO, EL CONTRATO ORIGINAL Y EL PROGRAMA QUE LA GENERO.        *
        SELECT AJUPER ASSIGN TO "..\AJUPER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AJUPER.

        SELECT FISCAL-OUT ASSIGN TO "..\FISCAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FISCAL.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/CONSULTA.CBL/ANULAR.CBL. *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * SOLO EL FRENTE DEL CLIENTE-REG MAS LA CATEGORIA.               *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-CUIT                     PIC X(13).
           05  CLIENTE-REF-TARJETA              PIC X(16).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL.                  *
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
      * ESTADO DE COBRANZA, MANTENIDO POR PAGOS.CBL: 'N' IMPAGA,        *
      * 'P' PAGA TOTAL, 'A' PAGO PARCIAL A CUENTA.                      *
           05  FILLER                           PIC X(01).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
      * TIPO DE FACTURA ('A' IVA DISCRIMINADO / 'B' CONSUMIDOR FINAL). *
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.
      * AUTORIZACION ELECTRONICA (CAE): ' ' ANTERIOR AL REGIMEN,       *
      * 'N' A SOLICITAR, 'S' SOLICITADO (CAESOL.CBL), 'A' AUTORIZADO   *
      * CON CAE Y VENCIMIENTO, 'R' RECHAZADO (CAERESP.CBL).            *
           05  FILLER                           PIC X(01).
           05  FREG-CAE-ESTADO                  PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE                         PIC 9(14).
           05  FILLER                           PIC X(01).
           05  FREG-CAE-VTO                     PIC 9(08).
      * PERCEPCION DE INGRESOS BRUTOS DE LA JURISDICCION DE LA AGENCIA *
      * (YA SUMADA EN FREG-IMPORTE-TOTAL, QUE ES LO QUE SE COBRA).     *
      * JURISDICCION EN CERO: LA AGENCIA NO PERCIBE O NO HAY CUIT.     *
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-JURISDICCION           PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-PERCEPCION             PIC 9(07)V99.

      * MISMO ARMADO QUE AJUPER-REG EN AJUSTAR.CBL/ANULAR.CBL/          *
      * DEVOLUC.CBL/FISCAL.CBL.                                         *
       FD  AJUPER.
       01  AJUPER-REG.
           05  APE-FECHA.
               10  APE-FECHA-AAMM               PIC 9(06).
               10  APE-FECHA-DD                 PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-CLAVE.
               10  APE-PATENTE                  PIC X(07).
               10  FILLER                       PIC X(01).
               10  APE-FECHA-ORIG               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  APE-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  APE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-TIPO-DOC                     PIC X.
           05  APE-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
      * '+' MAS INGRESO / '-' MENOS INGRESO.                            *
           05  APE-SIGNO                        PIC X.
           05  APE-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  APE-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
           05  APE-MOTIVO                       PIC X(30).

       FD  FISCAL-OUT.
       01  FISCAL-REG.
           05  FIS-TIPO-REG                     PIC X.
      * TIPO DE FACTURA DEL CLIENTE DE LA LINEA ('A'/'B'; EN BLANCO    *
      * EN LA LINEA DE TOTALES 'T').                                   *
           05  FIS-TIPO-FACT                    PIC X.
      * PERCEPCION IIBB: EN LAS LINEAS 'P' LA JURISDICCION Y EL        *
      * IMPORTE PERCIBIDO (FIS-NETO ES LA BASE IMPONIBLE); EN LA 'T'   *
      * EL TOTAL PERCIBIDO DEL PERIODO; EN CERO EN LAS 'D'.            *
           05  FIS-IIBB-JURIS                   PIC 9(03).
           05  FIS-IIBB-PERCEPCION              PIC 9(09)V99.

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
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-FISCAL                            PIC X(02).
           88  FS-FISCAL-OK                     VALUE '00'.

       01  FS-AJUPER                            PIC X(02).
           88  FS-AJUPER-OK                     VALUE '00'.
           88  FS-AJUPER-FIN                    VALUE '10'.
           88  FS-AJUPER-NO-EXIST               VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
      * LOS IMPORTES DEL MAESTRO SON BRUTOS (IVA INCLUIDO).             *
       01  WS-TASA-IVA                          PIC 9(2)V99 VALUE 21.

      * CATEGORIA IVA DEL DOCUMENTO, LEIDA DEL PADRON POR CLAVE: 'R'   *
      * FACTURA 'A', CUALQUIER OTRA COSA FACTURA 'B'.                  *
       01  WS-CATEG-LINEA                       PIC X.
       01  WS-CATEG-TIPO-DOC                    PIC X.
       01  WS-CATEG-NRO-DOC                     PIC X(20).
       01  WS-NETO                              PIC 9(09)V99.
       01  WS-IVA                               PIC 9(09)V99.

       01  WS-TOTAL-NETO                        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-IVA                         PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BRUTO                       PIC 9(09)V99 VALUE ZERO.
       01  WS-CANT-PERCEPCIONES                 PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-PERCEPCION                  PIC 9(09)V99 VALUE ZERO.
       01  WS-BASE-IIBB                         PIC 9(09)V99.
       01  WS-CANT-AJUSTES                      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO FISCAL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-LEER-ALQ-IDX.
        PERFORM 300-PROCESAR-REGISTRO UNTIL FS-ALQ-IDX-FIN.
        PERFORM 350-EXPORTAR-PERCEPCIONES.
        PERFORM 360-EXPORTAR-AJUSTES.
        PERFORM 400-GRABAR-TOTALES.

        DISPLAY 'FIN FISCAL - PERIODO: ' WS-PERIODO.
        DISPLAY '  LINEAS EXPORTADAS: ' WS-CANT-LINEAS.
        DISPLAY '  PERCEPCIONES IIBB: ' WS-CANT-PERCEPCIONES.
        DISPLAY '  AJUSTES PERIODO:   ' WS-CANT-AJUSTES.
        PERFORM 998-FIN.
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

            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 150-ABRIR-CLIENTES.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (320).          *
       150-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- TODO FACTURA B'
            ELSE
                MOVE FS-CLIENTES    TO WS-FS
                MOVE "CLIENTES"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       200-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            MOVE WS-NETO            TO FIS-NETO.
            MOVE WS-IVA             TO FIS-IVA.
            MOVE ALQ-IDX-IMPORTE    TO FIS-TOTAL.
            MOVE ALQ-IDX-TIPO-DOC   TO WS-CATEG-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC    TO WS-CATEG-NRO-DOC.
            PERFORM 320-ARMAR-TIPO-FACT.
            MOVE WS-CATEG-LINEA     TO FIS-TIPO-FACT.
            MOVE ZERO               TO FIS-IIBB-JURIS.
            MOVE ZERO               TO FIS-IIBB-PERCEPCION.
            WRITE FISCAL-REG.

            ADD 1 TO WS-CANT-LINEAS.

       320-ARMAR-TIPO-FACT.
            MOVE 'B' TO WS-CATEG-LINEA.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE WS-CATEG-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE WS-CATEG-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    IF CLIENTE-CATEG-IVA = 'R'
                        MOVE 'A' TO WS-CATEG-LINEA
                    END-IF
                END-IF
            END-IF.

      * UNA FACTURA RECHAZADA POR EL ORGANISMO (CAE 'R') NO ES UN      *
      * COMPROBANTE VALIDO: SU PERCEPCION NO SE INFORMA.               *
       350-EXPORTAR-PERCEPCIONES.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'SIN FACTURAS.DAT -- SIN PERCEPCIONES IIBB'
            ELSE
                MOVE FS-FACTREG TO WS-FS
                MOVE "FACTREG"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 351-LEER-FACTURA
                PERFORM 352-PROCESAR-FACTURA UNTIL FS-FACTREG-FIN
                CLOSE FACTREG
            END-IF.

       351-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       352-PROCESAR-FACTURA.
            IF FREG-FECHA-EMISION(1:6) = WS-PERIODO
               AND FREG-IIBB-PERCEPCION IS NUMERIC
               AND FREG-IIBB-PERCEPCION > ZERO
               AND FREG-CAE-ESTADO NOT = 'R'
                PERFORM 353-GRABAR-PERCEPCION
            END-IF.
            PERFORM 351-LEER-FACTURA.

       353-GRABAR-PERCEPCION.
            COMPUTE WS-BASE-IIBB ROUNDED =
                (FREG-IMPORTE-TOTAL - FREG-IIBB-PERCEPCION)
                / (1 + WS-TASA-IVA / 100).

            MOVE SPACES TO FISCAL-REG.
            MOVE 'P'                    TO FIS-TIPO-REG.
            MOVE FREG-FECHA-EMISION     TO FIS-FECHA.
            MOVE FREG-TIPO-DOC          TO FIS-TIPO-DOC.
            MOVE FREG-NRO-DOC           TO FIS-NRO-DOC.
            MOVE WS-BASE-IIBB           TO FIS-NETO.
            MOVE ZERO                   TO FIS-IVA.
            MOVE ZERO                   TO FIS-TOTAL.
            MOVE FREG-TIPO-FACT         TO FIS-TIPO-FACT.
            MOVE FREG-IIBB-JURISDICCION TO FIS-IIBB-JURIS.
            MOVE FREG-IIBB-PERCEPCION   TO FIS-IIBB-PERCEPCION.
            WRITE FISCAL-REG.

            ADD 1 TO WS-CANT-PERCEPCIONES.
            ADD FREG-IIBB-PERCEPCION TO WS-TOTAL-PERCEPCION.

      * AJUSTES DE PERIODO (VER AJUSTAR/ANULAR/DEVOLUC.CBL) ASENTADOS   *
      * EN EL PERIODO EXPORTADO SOBRE ALQUILERES DE UN MES YA CERRADO:  *
      * 'J' LOS QUE SUMAN Y 'K' LOS QUE RESTAN, CON EL IMPORTE SIEMPRE  *
      * POSITIVO Y LA FECHA DEL AJUSTE.  LAS 'D' DEL MES CERRADO NO     *
      * CAMBIAN, ASI QUE REEXPORTARLO DA EL MISMO ARCHIVO.  NO ENTRAN   *
      * EN LA 'T', QUE SIGUE SIENDO LA SUMA DE LAS 'D'.                 *
       360-EXPORTAR-AJUSTES.
            OPEN INPUT AJUPER.
            IF NOT FS-AJUPER-NO-EXIST
                MOVE FS-AJUPER  TO WS-FS
                MOVE "AJUPER"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 361-LEER-AJUSTE
                PERFORM 362-PROCESAR-AJUSTE UNTIL FS-AJUPER-FIN
                CLOSE AJUPER
            END-IF.

       361-LEER-AJUSTE.
            READ AJUPER AT END SET FS-AJUPER-FIN TO TRUE.

            IF NOT FS-AJUPER-OK AND NOT FS-AJUPER-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AJUPER.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       362-PROCESAR-AJUSTE.
            IF APE-FECHA-AAMM = WS-PERIODO
               AND APE-IMPORTE IS NUMERIC
               AND APE-IMPORTE > ZERO
                PERFORM 363-GRABAR-AJUSTE
            END-IF.
            PERFORM 361-LEER-AJUSTE.

       363-GRABAR-AJUSTE.
            COMPUTE WS-NETO ROUNDED =
                APE-IMPORTE / (1 + WS-TASA-IVA / 100).
            COMPUTE WS-IVA = APE-IMPORTE - WS-NETO.

            MOVE SPACES TO FISCAL-REG.
            IF APE-SIGNO = '-'
                MOVE 'K'            TO FIS-TIPO-REG
            ELSE
                MOVE 'J'            TO FIS-TIPO-REG
            END-IF.
            MOVE APE-FECHA          TO FIS-FECHA.
            MOVE APE-TIPO-DOC       TO FIS-TIPO-DOC.
            MOVE APE-NRO-DOC        TO FIS-NRO-DOC.
            MOVE WS-NETO            TO FIS-NETO.
            MOVE WS-IVA             TO FIS-IVA.
            MOVE APE-IMPORTE        TO FIS-TOTAL.
            MOVE APE-TIPO-DOC       TO WS-CATEG-TIPO-DOC.
            MOVE APE-NRO-DOC        TO WS-CATEG-NRO-DOC.
            PERFORM 320-ARMAR-TIPO-FACT.
            MOVE WS-CATEG-LINEA     TO FIS-TIPO-FACT.
            MOVE ZERO               TO FIS-IIBB-JURIS.
            MOVE ZERO               TO FIS-IIBB-PERCEPCION.
            WRITE FISCAL-REG.

            ADD 1 TO WS-CANT-AJUSTES.

      * LINEA DE TOTALES DE CONTROL ('T'): EL ORGANISMO VALIDA QUE LA   *
      * SUMA DE LAS LINEAS 'D' COINCIDA CON ESTA.                       *
       400-GRABAR-TOTALES.
            MOVE WS-TOTAL-NETO   TO FIS-NETO.
            MOVE WS-TOTAL-IVA    TO FIS-IVA.
            MOVE WS-TOTAL-BRUTO  TO FIS-TOTAL.
            MOVE ZERO            TO FIS-IIBB-JURIS.
            MOVE WS-TOTAL-PERCEPCION TO FIS-IIBB-PERCEPCION.
            WRITE FISCAL-REG.

       900-CHECK-FILE-STATUS.
       998-FIN.
            CLOSE ALQ-IDX.
            CLOSE FISCAL-OUT.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
