       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCIIBB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL), SOLO LECTURA: LAS  *
      * PERCEPCIONES DE INGRESOS BRUTOS DE LAS FACTURAS EMITIDAS EN EL *
      * MES, PARA LA DECLARACION JURADA DE CADA PROVINCIA.             *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * REGIMEN POR AGENCIA (VER FACTURAR.CBL): NOMBRE DE LA PROVINCIA *
      * DE CADA JURISDICCION.                                          *
        SELECT IIBBAGE ASSIGN TO "..\IIBBAGE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-IIBBAGE.

      * PADRON Y CUENTAS CORPORATIVAS: CUIT DEL SUJETO PERCIBIDO.      *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT CTACORP ASSIGN TO "..\CTACORP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTACORP.

      * DECLARACION MENSUAL: UN BLOQUE POR JURISDICCION CON EL DETALLE *
      * DE FACTURAS PERCIBIDAS Y EL TOTAL A DEPOSITAR.                 *
        SELECT PERCIIBB ASSIGN TO "..\PERCIIBB.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERCIIBB.

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
           05  FILLER                           PIC X(01).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE-ESTADO                  PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE                         PIC 9(14).
           05  FILLER                           PIC X(01).
           05  FREG-CAE-VTO                     PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-JURISDICCION           PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-PERCEPCION             PIC 9(07)V99.

      * MISMO ARMADO QUE IIBBAGE-REG EN FACTURAR.CBL.                  *
       FD  IIBBAGE.
       01  IIBBAGE-REG.
           05  IBA-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  IBA-JURISDICCION                 PIC 9(03).
           05  FILLER                           PIC X(01).
           05  IBA-PROVINCIA                    PIC X(20).
           05  FILLER                           PIC X(01).
           05  IBA-ALICUOTA                     PIC 9(02)V99.
           05  FILLER                           PIC X(01).
           05  IBA-BASE-MINIMA                  PIC 9(07)V99.

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                        *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-FECHA-ALTA               PIC 9(08).
           05  CLIENTE-LIMITE-CREDITO           PIC 9(07)V99.
           05  CLIENTE-NRO-LICENCIA             PIC X(10).
           05  CLIENTE-VENC-LICENCIA            PIC 9(08).
           05  CLIENTE-FECHA-NACIMIENTO         PIC 9(08).
           05  CLIENTE-CATEG-IVA                PIC X.
           05  CLIENTE-CUIT                     PIC X(13).
           05  CLIENTE-REF-TARJETA              PIC X(16).

      * MISMO ARMADO QUE CTACORP-REG EN TP.CBL.                        *
       FD  CTACORP.
       01  CTACORP-REG.
           05  CORP-CODIGO                      PIC X(06).
           05  FILLER                           PIC X(01).
           05  CORP-RAZON-SOCIAL                PIC X(30).
           05  FILLER                           PIC X(01).
           05  CORP-CUIT                        PIC X(13).
           05  FILLER                           PIC X(01).
           05  CORP-PORC-NEGOCIADO              PIC 9(02)V99.
           05  FILLER                           PIC X(01).
           05  CORP-DIR-FACTURACION             PIC X(30).

       FD  PERCIIBB.
       01  PERCIIBB-REG                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-IIBBAGE                           PIC X(02).
           88  FS-IIBBAGE-OK                    VALUE '00'.
           88  FS-IIBBAGE-FIN                   VALUE '10'.
           88  FS-IIBBAGE-NO-EXIST              VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-CTACORP                           PIC X(02).
           88  FS-CTACORP-OK                    VALUE '00'.
           88  FS-CTACORP-FIN                   VALUE '10'.
           88  FS-CTACORP-NO-EXIST              VALUE '35'.

       01  FS-PERCIIBB                          PIC X(02).
           88  FS-PERCIIBB-OK                   VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES A DECLARAR (TP_IIBB_MES, AAAAMM); POR DEFECTO EL MES EN    *
      * CURSO.  SE COMPARA CONTRA LA FECHA DE EMISION DE LA FACTURA.   *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).

      * MISMA TASA QUE FACTURAR.CBL: LA BASE ES EL NETO SIN IVA.       *
       01  WS-TASA-IVA                          PIC 9(2)V99 VALUE 21.

      * ACUMULADO POR JURISDICCION (EL CODIGO ES LA POSICION).         *
       01  TABLA-JURISDICCIONES.
           05  JUR-ENT                  OCCURS 999 TIMES.
               09  JUR-PROVINCIA        PIC X(20) VALUE SPACES.
               09  JUR-CANT             PIC 9(05) VALUE ZERO.
               09  JUR-EXENTAS          PIC 9(05) VALUE ZERO.
               09  JUR-BASE             PIC 9(09)V99 VALUE ZERO.
               09  JUR-PERCEPCION       PIC 9(09)V99 VALUE ZERO.
       01  IND-J                                PIC 9(04).

      * FACTURAS PERCIBIDAS DEL MES, PARA EL DETALLE POR PROVINCIA.    *
       01  WS-CANT-DETALLE                      PIC 9(4) VALUE ZERO.
       01  TABLA-DETALLE.
           05  DET-ENT                  OCCURS 2000 TIMES.
               09  DET-JURIS            PIC 9(03).
               09  DET-NRO-FACTURA      PIC 9(07).
               09  DET-TIPO-FACT        PIC X.
               09  DET-FECHA            PIC 9(08).
               09  DET-CUIT             PIC X(13).
               09  DET-BASE             PIC 9(09)V99.
               09  DET-PERCEPCION       PIC 9(07)V99.
       01  IND-D                                PIC 9(4).

       01  WS-CANT-CTACORP                      PIC 9(03) VALUE ZERO.
       01  TABLA-CTACORP.
           05  CORP-ENT                 OCCURS 200 TIMES.
               09  CRP-CODIGO           PIC X(06).
               09  CRP-CUIT             PIC X(13).
       01  IND-CORP                             PIC 9(03).

       01  WS-CUIT                              PIC X(13).
       01  WS-BASE                              PIC 9(09)V99.

       01  WS-CANT-LEIDAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-PERCIBIDAS                   PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-PERCIBIDO                   PIC 9(09)V99 VALUE ZERO.

       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZZ9.
       01  WS-IMPORTE-IMPR                      PIC $ZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC $ZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PERCIIBB'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-FACTURAS.
        PERFORM 500-REPORTAR.
        PERFORM 998-FIN.

        DISPLAY 'FIN PERCIIBB - MES: ' WS-MES-REPORTE.
        DISPLAY '  FACTURAS LEIDAS:    ' WS-CANT-LEIDAS.
        DISPLAY '  CON PERCEPCION:     ' WS-CANT-PERCIBIDAS.
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

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_IIBB_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.

            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'NO EXISTE FACTURAS.DAT -- NADA QUE DECLARAR'
                STOP RUN
            END-IF.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT PERCIIBB.
            MOVE FS-PERCIIBB    TO WS-FS.
            MOVE "PERCIIBB"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-CARGAR-PROVINCIAS.
            PERFORM 120-ABRIR-CLIENTES.
            PERFORM 130-CARGAR-CTACORP.

       110-CARGAR-PROVINCIAS.
            OPEN INPUT IIBBAGE.
            IF NOT FS-IIBBAGE-NO-EXIST
                PERFORM 111-LEER-IIBBAGE
                PERFORM 112-CARGAR-PROVINCIA
                        UNTIL FS-IIBBAGE-FIN
                CLOSE IIBBAGE
            END-IF.

       111-LEER-IIBBAGE.
            READ IIBBAGE AT END SET FS-IIBBAGE-FIN TO TRUE.

            IF NOT FS-IIBBAGE-OK AND NOT FS-IIBBAGE-FIN
                DISPLAY 'ERROR AL INTENTAR LEER IIBBAGE'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       112-CARGAR-PROVINCIA.
            IF IBA-JURISDICCION IS NUMERIC
               AND IBA-JURISDICCION > ZERO
                MOVE IBA-PROVINCIA TO JUR-PROVINCIA(IBA-JURISDICCION)
            END-IF.
            PERFORM 111-LEER-IIBBAGE.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (322).          *
       120-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       130-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF NOT FS-CTACORP-NO-EXIST
                PERFORM 131-LEER-CTACORP
                PERFORM 132-CARGAR-CTACORP
                        UNTIL FS-CTACORP-FIN
                        OR WS-CANT-CTACORP >= 200
                CLOSE CTACORP
            END-IF.

       131-LEER-CTACORP.
            READ CTACORP AT END SET FS-CTACORP-FIN TO TRUE.

            IF NOT FS-CTACORP-OK AND NOT FS-CTACORP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CTACORP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-CTACORP.
            ADD 1 TO WS-CANT-CTACORP.
            MOVE CORP-CODIGO TO CRP-CODIGO(WS-CANT-CTACORP).
            MOVE CORP-CUIT   TO CRP-CUIT(WS-CANT-CTACORP).
            PERFORM 131-LEER-CTACORP.

       200-BARRER-FACTURAS.
            PERFORM 210-LEER-FACTURA.
            PERFORM 300-REVISAR-FACTURA UNTIL FS-FACTREG-FIN.

       210-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * JURISDICCION CON PERCEPCION EN CERO: EXENTA POR CERTIFICADO O  *
      * BAJO LA BASE MINIMA -- SOLO SE CUENTA.  UNA FACTURA RECHAZADA  *
      * POR EL ORGANISMO (CAE 'R') NO ES COMPROBANTE VALIDO.           *
       300-REVISAR-FACTURA.
            ADD 1 TO WS-CANT-LEIDAS.
            IF FREG-FECHA-EMISION(1:6) = WS-MES-REPORTE
               AND FREG-IIBB-JURISDICCION IS NUMERIC
               AND FREG-IIBB-JURISDICCION > ZERO
               AND FREG-CAE-ESTADO NOT = 'R'
                IF FREG-IIBB-PERCEPCION > ZERO
                    PERFORM 310-ACUMULAR-PERCEPCION
                ELSE
                    ADD 1 TO JUR-EXENTAS(FREG-IIBB-JURISDICCION)
                END-IF
            END-IF.
            PERFORM 210-LEER-FACTURA.

       310-ACUMULAR-PERCEPCION.
            COMPUTE WS-BASE ROUNDED =
                (FREG-IMPORTE-TOTAL - FREG-IIBB-PERCEPCION)
                / (1 + WS-TASA-IVA / 100).
            ADD 1 TO WS-CANT-PERCIBIDAS.
            ADD FREG-IIBB-PERCEPCION TO WS-TOTAL-PERCIBIDO.
            MOVE FREG-IIBB-JURISDICCION TO IND-J.
            ADD 1 TO JUR-CANT(IND-J).
            ADD WS-BASE TO JUR-BASE(IND-J).
            ADD FREG-IIBB-PERCEPCION TO JUR-PERCEPCION(IND-J).

            IF WS-CANT-DETALLE < 2000
                PERFORM 320-BUSCAR-CUIT
                ADD 1 TO WS-CANT-DETALLE
                MOVE IND-J              TO DET-JURIS(WS-CANT-DETALLE)
                MOVE FREG-NRO-FACTURA
                    TO DET-NRO-FACTURA(WS-CANT-DETALLE)
                MOVE FREG-TIPO-FACT
                    TO DET-TIPO-FACT(WS-CANT-DETALLE)
                MOVE FREG-FECHA-EMISION TO DET-FECHA(WS-CANT-DETALLE)
                MOVE WS-CUIT            TO DET-CUIT(WS-CANT-DETALLE)
                MOVE WS-BASE            TO DET-BASE(WS-CANT-DETALLE)
                MOVE FREG-IIBB-PERCEPCION
                    TO DET-PERCEPCION(WS-CANT-DETALLE)
            ELSE
                DISPLAY 'ATENCION: MAS DE 2000 PERCEPCIONES EN EL MES'
                DISPLAY '  EL DETALLE QUEDA INCOMPLETO (NO LOS TOTALES)'
            END-IF.

       320-BUSCAR-CUIT.
            MOVE SPACES TO WS-CUIT.
            IF FREG-TIPO-DOC = 'E'
                PERFORM 321-COMPARAR-CTACORP
                        VARYING IND-CORP FROM 1 BY 1
                        UNTIL IND-CORP > WS-CANT-CTACORP
            ELSE
                PERFORM 322-LEER-CLIENTE
            END-IF.

       321-COMPARAR-CTACORP.
            IF CRP-CODIGO(IND-CORP) = FREG-NRO-DOC(1:6)
                MOVE CRP-CUIT(IND-CORP) TO WS-CUIT
            END-IF.

       322-LEER-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE FREG-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE FREG-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-CUIT TO WS-CUIT
                END-IF
            END-IF.

       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'PERCEPCIONES DE INGRESOS BRUTOS - MES '
                   WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE PERCIIBB-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE PERCIIBB-REG FROM LINEA.

            PERFORM 510-REPORTAR-JURISDICCION
                    VARYING IND-J FROM 1 BY 1
                    UNTIL IND-J > 999.

            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOTAL-PERCIBIDO TO WS-IMPORTE-IMPR.
            MOVE WS-CANT-PERCIBIDAS TO WS-CANT-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'TOTAL GENERAL  Facturas ' WS-CANT-IMPR
                   '  Percibido ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PERCIIBB-REG FROM LINEA.

       510-REPORTAR-JURISDICCION.
            IF JUR-CANT(IND-J) > ZERO OR JUR-EXENTAS(IND-J) > ZERO
                MOVE SPACES TO LINEA
                STRING 'JURISDICCION ' IND-J(2:3) '  '
                       JUR-PROVINCIA(IND-J)
                    DELIMITED BY SIZE INTO LINEA
                WRITE PERCIIBB-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING '  Factura    Fecha     CUIT           '
                       ' Base imponible       Percepcion'
                    DELIMITED BY SIZE INTO LINEA
                WRITE PERCIIBB-REG FROM LINEA
                PERFORM 520-REPORTAR-DETALLE
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-CANT-DETALLE

                MOVE JUR-CANT(IND-J)       TO WS-CANT-IMPR
                MOVE JUR-EXENTAS(IND-J)    TO WS-CANT-IMPR2
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE JUR-BASE(IND-J)       TO WS-IMPORTE-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR2
                MOVE JUR-PERCEPCION(IND-J) TO WS-IMPORTE-IMPR2
                MOVE SPACES TO LINEA
                STRING '  TOTAL A DEPOSITAR  Facturas ' WS-CANT-IMPR
                       '  Base ' WS-IMPORTE-IMPR
                       '  Percibido ' WS-IMPORTE-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                WRITE PERCIIBB-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING '  Exentas o bajo la base minima: '
                       WS-CANT-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                WRITE PERCIIBB-REG FROM LINEA
                MOVE SPACES TO LINEA
                WRITE PERCIIBB-REG FROM LINEA
            END-IF.

       520-REPORTAR-DETALLE.
            IF DET-JURIS(IND-D) = IND-J
                MOVE DET-NRO-FACTURA(IND-D) TO WS-NRO-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE DET-BASE(IND-D)        TO WS-IMPORTE-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR2
                MOVE DET-PERCEPCION(IND-D)  TO WS-IMPORTE-IMPR2
                MOVE SPACES TO LINEA
                STRING '  ' DET-TIPO-FACT(IND-D) ' ' WS-NRO-IMPR
                       '  ' DET-FECHA(IND-D)
                       '  ' DET-CUIT(IND-D)
                       '  ' WS-IMPORTE-IMPR
                       '  ' WS-IMPORTE-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                WRITE PERCIIBB-REG FROM LINEA
            END-IF.

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
            CLOSE PERCIIBB.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
