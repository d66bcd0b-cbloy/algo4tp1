       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ESTADO DE CUENTA DEL CLIENTE: JUNTA EN UN SOLO EXTRACTO LO QUE  *
      * HOY HAY QUE IR A BUSCAR A CINCO ARCHIVOS CUANDO UN CLIENTE      *
      * DISCUTE UN SALDO.  FACTURAS (FACTURAS.DAT), PAGOS (PAGOS.TXT)   *
      * Y NOTAS DE CREDITO (NCREG.DAT) SON LOS MOVIMIENTOS DE LA        *
      * CUENTA, EN ORDEN DE FECHA Y CON SALDO CORRIDO; DESPUES VAN LAS  *
      * FACTURAS QUE SIGUEN ABIERTAS CON SU ANTIGUEDAD, LAS GARANTIAS   *
      * (GARMOV.TXT) EN NUESTRO PODER O RETENIDAS EN EL PERIODO Y LOS   *
      * CARGOS QUE TODAVIA NO SE FACTURARON (CARGOPEN.TXT).  LAS        *
      * GARANTIAS Y LOS CARGOS PENDIENTES SE INFORMAN APARTE: NO SON    *
      * DEUDA FACTURADA Y NO ENTRAN EN EL SALDO.                        *
      * EN PANTALLA (MISMO ESQUEMA QUE ARCHQRY.CBL): UN DOCUMENTO O     *
      * UNA CUENTA CORPORATIVA ('E' + CODIGO) Y UN RANGO DE FECHAS.     *
      * CON TP_EST_MES (AAAAMM) CORRE EN LOTE Y EMITE EL ESTADO DE FIN  *
      * DE MES DE TODOS LOS CLIENTES CON MOVIMIENTOS EN ESE MES,        *
      * DIRIGIDO SEGUN CLIENTES.DAT O CTACORP.TXT.  TODO ES SOLO        *
      * LECTURA.                                                        *

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL).           *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL/PAGOS.CBL): CADA      *
      * FACTURA ES UN DEBITO A SU FECHA DE EMISION; EL IMPORTE PAGADO   *
      * (PAGOS Y NOTAS YA NETEADOS) DA LAS QUE SIGUEN ABIERTAS.         *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * PAGOS RECIBIDOS (VER PAGOS.CBL): EL ARCHIVO SE CONSERVA         *
      * ENTERO Y PAGOS.CBL LO VUELVE A APLICAR EN CADA CORRIDA, ASI     *
      * QUE ES LA HISTORIA COMPLETA DE COBROS.                          *
        SELECT PAGOS ASSIGN TO "..\PAGOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGOS.

      * REGISTRO DE NOTAS DE CREDITO EMITIDAS (VER NOTACRED.CBL).       *
        SELECT NCREG ASSIGN TO "..\NCREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCREG.

      * LIBRO DE GARANTIAS (VER GARANTIA.CBL), NETEADO EN MEMORIA CON   *
      * EL MISMO CRITERIO QUE LA CONCILIACION DIARIA.                   *
        SELECT GARMOV ASSIGN TO "..\GARMOV.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GARMOV.

      * CARGOS PENDIENTES DE FACTURAR (VER FACTURAR.CBL): LO QUE HAY    *
      * EN LA COLA TODAVIA NO SALIO EN NINGUNA FACTURA.                 *
        SELECT CARGOPEN ASSIGN TO "..\CARGOPEN.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CARGOPEN.

      * PADRON DE CLIENTES (VER CLIENTE-REG EN TP.CBL): NOMBRE Y        *
      * DOMICILIO DEL TITULAR PERSONAL.                                 *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * MAESTRO DE CUENTAS CORPORATIVAS (VER CTACORP EN TP.CBL): LA     *
      * CUENTA 'E' + CODIGO VA A LA DIRECCION DE FACTURACION.           *
        SELECT CTACORP ASSIGN TO "..\CTACORP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTACORP.

      * ESTADOS DE CUENTA PARA IMPRIMIR (Y ENSOBRAR EN LA CORRIDA       *
      * MENSUAL), UNO TRAS OTRO.                                        *
        SELECT ESTCTA ASSIGN TO "..\ESTCTA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ESTCTA.

        SELECT SORT-EST ASSIGN TO DISK "SRTEST".

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

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.         *
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

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL.                         *
       FD  PAGOS.
       01  PAGO-REG.
           05  PAGO-TIPO-DOC                    PIC X.
           05  PAGO-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  PAGO-FECHA                       PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAGO-IMPORTE                     PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  PAGO-REFERENCIA                  PIC X(15).
           05  FILLER                           PIC X(01).
           05  PAGO-MONEDA                      PIC X(03).
           05  FILLER                           PIC X(01).
           05  PAGO-IMP-MONEDA                  PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  PAGO-TC                          PIC 9(04)V9999.

      * MISMO ARMADO QUE NCREG-REG EN NOTACRED.CBL.                     *
       FD  NCREG.
       01  NCREG-REG.
           05  NCR-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  NCR-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  NCR-TIPO-DOC                     PIC X.
           05  NCR-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  NCR-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  NCR-IMPORTE                      PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  NCR-SALDO-A-FAVOR                PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  NCR-ORIGEN                       PIC X.
           05  FILLER                           PIC X(01).
           05  NCR-TIPO-FACT                    PIC X.
           05  FILLER                           PIC X(01).
           05  NCR-CAE-ESTADO                   PIC X.
           05  FILLER                           PIC X(01).
           05  NCR-CAE                          PIC 9(14).
           05  FILLER                           PIC X(01).
           05  NCR-CAE-VTO                      PIC 9(08).

      * MISMO ARMADO QUE GARMOV-REG EN GARANTIA.CBL.                    *
       FD  GARMOV.
       01  GARMOV-REG.
           05  GAR-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GAR-TIPO-MOV                     PIC X.
           05  FILLER                           PIC X(01).
           05  GAR-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  GAR-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  GAR-TIPO-DOC                     PIC X.
           05  GAR-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  GAR-IMPORTE                      PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  GAR-REFERENCIA                   PIC X(20).

      * MISMO ARMADO QUE CARGOPEN-REG EN FACTURAR.CBL.                  *
       FD  CARGOPEN.
       01  CARGOPEN-REG.
           05  CGO-TIPO-DOC                     PIC X.
           05  CGO-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  CGO-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  CGO-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  CGO-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  CGO-IMPORTE                      PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  CGO-CONCEPTO                     PIC X(20).

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                         *
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

      * MISMO ARMADO QUE CTACORP-REG EN TP.CBL.                         *
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

       FD  ESTCTA.
       01  ESTCTA-REG                           PIC X(110).

      * UN RENGLON POR COSA A INFORMAR, ORDENADO POR CUENTA, SECCION    *
      * Y FECHA.  SECCION 1 MOVIMIENTOS (DEBE/HABER), 2 FACTURAS        *
      * ABIERTAS (TOTAL/PAGADO), 3 GARANTIAS (TOMADO/RETENIDO), 4       *
      * CARGOS PENDIENTES (IMPORTE).  DENTRO DEL DIA VAN PRIMERO LAS    *
      * FACTURAS, DESPUES LAS NOTAS, LAS DEVOLUCIONES Y LOS PAGOS.      *
       SD  SORT-EST.
       01  SRT-REG.
           05  SRT-CLAVE.
               10  SRT-TIPO-DOC                 PIC X.
               10  SRT-NRO-DOC                  PIC X(20).
               10  SRT-SECCION                  PIC 9.
               10  SRT-FECHA                    PIC 9(08).
               10  SRT-ORDEN                    PIC 9.
           05  SRT-DESCRIPCION                  PIC X(26).
           05  SRT-IMPORTE-1                    PIC 9(07)V99.
           05  SRT-IMPORTE-2                    PIC 9(07)V99.
           05  SRT-ESTADO                       PIC X.

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
                    'GARMOV.TXT  02'.
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

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-PAGOS                             PIC X(02).
           88  FS-PAGOS-OK                      VALUE '00'.
           88  FS-PAGOS-FIN                     VALUE '10'.
           88  FS-PAGOS-NO-EXIST                VALUE '35'.

       01  FS-NCREG                             PIC X(02).
           88  FS-NCREG-OK                      VALUE '00'.
           88  FS-NCREG-FIN                     VALUE '10'.
           88  FS-NCREG-NO-EXIST                VALUE '35'.

       01  FS-GARMOV                            PIC X(02).
           88  FS-GARMOV-OK                     VALUE '00'.
           88  FS-GARMOV-FIN                    VALUE '10'.
           88  FS-GARMOV-NO-EXIST               VALUE '35'.

       01  FS-CARGOPEN                          PIC X(02).
           88  FS-CARGOPEN-OK                   VALUE '00'.
           88  FS-CARGOPEN-FIN                  VALUE '10'.
           88  FS-CARGOPEN-NO-EXIST             VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-CTACORP                           PIC X(02).
           88  FS-CTACORP-OK                    VALUE '00'.
           88  FS-CTACORP-FIN                   VALUE '10'.
           88  FS-CTACORP-NO-EXIST              VALUE '35'.

       01  FS-ESTCTA                            PIC X(02).
           88  FS-ESTCTA-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).

      * 'C' CONSULTA EN PANTALLA, 'L' LOTE MENSUAL (TP_EST_MES).        *
       01  WS-MODO                              PIC X VALUE 'C'.
           88  WS-MODO-CONSULTA                 VALUE 'C'.
           88  WS-MODO-LOTE                     VALUE 'L'.
       01  WS-ENV-MES                           PIC X(06).

      * CUENTA PEDIDA EN PANTALLA Y RANGO DEL ESTADO.  UNA CUENTA       *
      * CORPORATIVA SE PIDE COMO 'E' + CODIGO (COMO LA FACTURA).        *
       01  WS-SEL-TIPO-DOC                      PIC X.
       01  WS-SEL-NRO-DOC                       PIC X(20).
       01  WS-FECHA-DESDE                       PIC 9(08).
       01  WS-FECHA-HASTA                       PIC 9(08).

      * CUENTA DEL RENGLON EN REVISION, YA NORMALIZADA (LA              *
      * CORPORATIVA SOLO CON EL CODIGO), Y SI ENTRA EN LA CORRIDA.      *
       01  WS-CTA-TIPO-DOC                      PIC X.
       01  WS-CTA-NRO-DOC                       PIC X(20).
       01  WS-ELEGIDA                           PIC X.

       01  WS-FIN-SORT                          PIC X.
           88  WS-SORT-FIN                      VALUE 'S'.

      * CUENTA EN IMPRESION A LA SALIDA DEL SORT.                       *
       01  WS-ACT-TIPO-DOC                      PIC X.
       01  WS-ACT-NRO-DOC                       PIC X(20).
       01  WS-HAY-CUENTA                        PIC X.
       01  WS-CON-ACTIVIDAD                     PIC X.
       01  WS-ENCAB-IMPRESO                     PIC X.
       01  WS-SECCION-ACT                       PIC 9.
       01  WS-SALDO                             PIC S9(09)V99.
       01  WS-TOT-DEBE                          PIC 9(09)V99.
       01  WS-TOT-HABER                         PIC 9(09)V99.
       01  WS-TOT-SECCION                       PIC 9(09)V99.
       01  WS-SALDO-FACTURA                     PIC 9(07)V99.
       01  WS-NOMBRE-TITULAR                    PIC X(30).
       01  WS-DIR-TITULAR                       PIC X(30).

       01  WS-CANT-CTACORP                      PIC 9(03) VALUE ZERO.
       01  TABLA-CTACORP.
           05  CORP-ENT                 OCCURS 200 TIMES.
               09  CRP-CODIGO           PIC X(06).
               09  CRP-RAZON-SOCIAL     PIC X(30).
               09  CRP-DIR              PIC X(30).
       01  IND-CORP                             PIC 9(03).

      * DEPOSITOS NETEADOS EN MEMORIA (MISMA TABLA Y MISMAS REGLAS      *
      * QUE GARANTIA.CBL), MAS LA FECHA DEL MOVIMIENTO QUE LO CERRO     *
      * PARA SABER SI UNA RETENCION CAE EN EL PERIODO.                  *
       01  WS-CANT-DEP                          PIC 9(4) VALUE ZERO.
       01  TABLA-DEPOSITOS.
           05  DEP-ENT                  OCCURS 1000 TIMES.
               09  DEP-FECHA            PIC 9(08).
               09  DEP-CONTRATO         PIC 9(09).
               09  DEP-PATENTE          PIC X(07).
               09  DEP-TIPO-DOC         PIC X.
               09  DEP-NRO-DOC          PIC X(20).
               09  DEP-TOMADO           PIC 9(06)V99.
               09  DEP-RETENIDO         PIC 9(06)V99.
               09  DEP-SALDO            PIC 9(06)V99.
      * 'A' ABIERTO (PLATA EN NUESTRO PODER), 'L' LIBERADO, 'R'         *
      * RETENIDO POR RECARGO, 'S' RETENIDO POR SINIESTRO.               *
               09  DEP-ESTADO           PIC X.
               09  DEP-FECHA-CIERRE     PIC 9(08).
       01  IND-D                                PIC 9(4).
       01  WS-IND-HALLADO                       PIC 9(4) VALUE ZERO.
       01  WS-AVISO-TABLA-LLENA                 PIC X VALUE 'N'.
       01  WS-RETENER                           PIC 9(06)V99.

       01  WS-CANT-ENTREGADOS                   PIC 9(07) VALUE ZERO.
       01  WS-CANT-ESTADOS                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-PREVIA                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-DOMICILIO                PIC 9(05) VALUE ZERO.

      * ANTIGUEDAD EN DIAS (MISMA APROXIMACION COMERCIAL 30/360 QUE     *
      * 560-FECHA-A-DIAS EN PAGOS.CBL/MOROSOS.CBL).                     *
       01  WS-DIAS-HOY                          PIC 9(07).
       01  WS-DIAS-ANTIG                        PIC S9(05).
       01  WS-DIAS-CALC                         PIC 9(07).
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

       01  WS-FECHA-A-EDITAR                    PIC 9(08).
       01  WS-FECHA-EDIT.
           05  WS-FE-DD                         PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  WS-FE-MM                         PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  WS-FE-AA                         PIC 9(04).
       01  WS-DESDE-EDIT                        PIC X(10).
       01  WS-HASTA-EDIT                        PIC X(10).
       01  WS-PROCESO-EDIT                      PIC X(10).

       01  WS-IMPORTE-IMPR1                     PIC Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-SALDO-IMPR                        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-IMPR                        PIC $ZZZ.ZZZ.ZZ9,99.
       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-DIAS-IMPR                         PIC Z(4)9.
       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-DESC-ESTADO                       PIC X(15).
       01  LINEA                                PIC X(110).

       01  WS-CONTINUAR                         PIC X.
       01  WS-MSG-RESULTADO                     PIC X(60).

       SCREEN SECTION.
       01  PANTALLA-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "ESTADO DE CUENTA DEL CLIENTE".
           05  LINE 4 COL 5
               VALUE "TIPO DOC (E = CORP., BLANCO SALE): ".
           05  LINE 4 COL 41 PIC X TO WS-SEL-TIPO-DOC.
           05  LINE 5 COL 5
               VALUE "NRO DOC O CODIGO DE CUENTA       : ".
           05  LINE 5 COL 41 PIC X(20) TO WS-SEL-NRO-DOC.
           05  LINE 6 COL 5
               VALUE "DESDE (AAAAMMDD, 0 = INICIO MES) : ".
           05  LINE 6 COL 41 PIC 9(08) TO WS-FECHA-DESDE.
           05  LINE 7 COL 5
               VALUE "HASTA (AAAAMMDD, 0 = HOY)        : ".
           05  LINE 7 COL 41 PIC 9(08) TO WS-FECHA-HASTA.

       01  PANTALLA-RESULTADO.
           05  LINE 23 COL 5 VALUE "RESULTADO : ".
           05  LINE 23 COL 17 PIC X(60) FROM WS-MSG-RESULTADO.
           05  LINE 24 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 24 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ESTCTA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        IF WS-MODO-LOTE
            PERFORM 250-LOTE-MENSUAL
        ELSE
            PERFORM 210-PEDIR-CONSULTA
            PERFORM 200-PROCESO UNTIL WS-SEL-TIPO-DOC = SPACE
        END-IF.
        PERFORM 998-FIN.

        DISPLAY 'FIN ESTCTA - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
        DISPLAY '             ESTADOS EMITIDOS:  ' WS-CANT-ESTADOS.
        DISPLAY '             SIN DOMICILIO:     '
                WS-CANT-SIN-DOMICILIO.
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

            MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-N.
            PERFORM 560-FECHA-A-DIAS.
            MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
            MOVE WS-FECHA-PROCESO TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE WS-FECHA-EDIT TO WS-PROCESO-EDIT.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_EST_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE 'L' TO WS-MODO
            END-IF.

            PERFORM 120-ABRIR-CLIENTES.
            PERFORM 130-CARGAR-CTACORP.
            PERFORM 150-CARGAR-GARANTIAS.

            OPEN OUTPUT ESTCTA.
            MOVE FS-ESTCTA      TO WS-FS.
            MOVE "ESTCTA"       TO WS-FS-NOMBRE.
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

      * SIN PADRON LOS ESTADOS PERSONALES SALEN SIN NOMBRE NI           *
      * DOMICILIO (SE CUENTAN); NO ES MOTIVO PARA CANCELAR.             *
       120-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- LOS ESTADOS PERSONALES '
                        'SALEN SIN DOMICILIO'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       130-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF NOT FS-CTACORP-NO-EXIST
                MOVE FS-CTACORP  TO WS-FS
                MOVE "CTACORP"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
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
            MOVE CORP-CODIGO       TO CRP-CODIGO(WS-CANT-CTACORP).
            MOVE CORP-RAZON-SOCIAL TO CRP-RAZON-SOCIAL(WS-CANT-CTACORP).
            MOVE CORP-DIR-FACTURACION TO CRP-DIR(WS-CANT-CTACORP).
            PERFORM 131-LEER-CTACORP.

      * EL LIBRO SE NETEA UNA SOLA VEZ AL ARRANCAR (LAS RETENCIONES     *
      * POR SINIESTRO NO TRAEN DOCUMENTO, ASI QUE HAY QUE RECORRERLO    *
      * ENTERO); CADA ESTADO TOMA DE LA TABLA LOS DEPOSITOS DE SU       *
      * CUENTA.                                                         *
       150-CARGAR-GARANTIAS.
            OPEN INPUT GARMOV.
            IF FS-GARMOV-NO-EXIST
                DISPLAY 'SIN GARMOV.TXT -- LOS ESTADOS SALEN SIN '
                        'GARANTIAS'
            ELSE
                MOVE FS-GARMOV   TO WS-FS
                MOVE "GARMOV"    TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 151-LEER-GARMOV
                PERFORM 152-APLICAR-MOV UNTIL FS-GARMOV-FIN
                CLOSE GARMOV
            END-IF.

       151-LEER-GARMOV.
            READ GARMOV AT END SET FS-GARMOV-FIN TO TRUE.

            IF NOT FS-GARMOV-OK AND NOT FS-GARMOV-FIN
                DISPLAY 'ERROR AL INTENTAR LEER GARMOV'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-APLICAR-MOV.
            EVALUATE GAR-TIPO-MOV
                WHEN 'T' PERFORM 153-APLICAR-TOMA
                WHEN 'L' PERFORM 156-APLICAR-LIBERACION
                WHEN 'R' PERFORM 157-APLICAR-RETENCION
                WHEN 'S' PERFORM 158-APLICAR-SINIESTRO
                WHEN OTHER CONTINUE
            END-EVALUATE.

            PERFORM 151-LEER-GARMOV.

       153-APLICAR-TOMA.
            IF WS-CANT-DEP < 1000
                ADD 1 TO WS-CANT-DEP
                MOVE GAR-FECHA    TO DEP-FECHA(WS-CANT-DEP)
                MOVE GAR-CONTRATO TO DEP-CONTRATO(WS-CANT-DEP)
                MOVE GAR-PATENTE  TO DEP-PATENTE(WS-CANT-DEP)
                MOVE GAR-TIPO-DOC TO DEP-TIPO-DOC(WS-CANT-DEP)
                MOVE GAR-NRO-DOC  TO DEP-NRO-DOC(WS-CANT-DEP)
                MOVE GAR-IMPORTE  TO DEP-TOMADO(WS-CANT-DEP)
                MOVE ZERO         TO DEP-RETENIDO(WS-CANT-DEP)
                MOVE GAR-IMPORTE  TO DEP-SALDO(WS-CANT-DEP)
                MOVE 'A'          TO DEP-ESTADO(WS-CANT-DEP)
                MOVE ZERO         TO DEP-FECHA-CIERRE(WS-CANT-DEP)
            ELSE
                IF WS-AVISO-TABLA-LLENA NOT EQUAL 'S'
                    MOVE 'S' TO WS-AVISO-TABLA-LLENA
                    DISPLAY 'ATENCION: TABLA DE DEPOSITOS LLENA -- '
                            'DEPURAR GARMOV.TXT O AMPLIAR LA TABLA'
                END-IF
            END-IF.

      * DEPOSITO ABIERTO MAS VIEJO DE LA MISMA PATENTE+DOCUMENTO.       *
       154-BUSCAR-DEP-PAT-DOC.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 155-COMPARAR-DEP-PAT-DOC
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DEP
                    OR WS-IND-HALLADO > ZERO.

       155-COMPARAR-DEP-PAT-DOC.
            IF DEP-ESTADO(IND-D) = 'A'
               AND DEP-PATENTE(IND-D) = GAR-PATENTE
               AND DEP-TIPO-DOC(IND-D) = GAR-TIPO-DOC
               AND DEP-NRO-DOC(IND-D) = GAR-NRO-DOC
                MOVE IND-D TO WS-IND-HALLADO
            END-IF.

       156-APLICAR-LIBERACION.
            PERFORM 154-BUSCAR-DEP-PAT-DOC.
            IF WS-IND-HALLADO > ZERO
                MOVE ZERO      TO DEP-SALDO(WS-IND-HALLADO)
                MOVE 'L'       TO DEP-ESTADO(WS-IND-HALLADO)
                MOVE GAR-FECHA TO DEP-FECHA-CIERRE(WS-IND-HALLADO)
            END-IF.

       157-APLICAR-RETENCION.
            PERFORM 154-BUSCAR-DEP-PAT-DOC.
            IF WS-IND-HALLADO > ZERO
                IF GAR-IMPORTE < DEP-SALDO(WS-IND-HALLADO)
                    MOVE GAR-IMPORTE TO WS-RETENER
                ELSE
                    MOVE DEP-SALDO(WS-IND-HALLADO) TO WS-RETENER
                END-IF
                PERFORM 159-CERRAR-RETENIDO
                MOVE 'R' TO DEP-ESTADO(WS-IND-HALLADO)
            END-IF.

      * EL 'S' DE SINIESTR.CBL NO TRAE DOCUMENTO: DEPOSITO ABIERTO      *
      * MAS VIEJO DE LA PATENTE; COSTO EN CERO RETIENE TODO.            *
       158-APLICAR-SINIESTRO.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 160-COMPARAR-DEP-PATENTE
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DEP
                    OR WS-IND-HALLADO > ZERO.
            IF WS-IND-HALLADO > ZERO
                IF GAR-IMPORTE > ZERO
                   AND GAR-IMPORTE < DEP-SALDO(WS-IND-HALLADO)
                    MOVE GAR-IMPORTE TO WS-RETENER
                ELSE
                    MOVE DEP-SALDO(WS-IND-HALLADO) TO WS-RETENER
                END-IF
                PERFORM 159-CERRAR-RETENIDO
                MOVE 'S' TO DEP-ESTADO(WS-IND-HALLADO)
            END-IF.

       159-CERRAR-RETENIDO.
            ADD WS-RETENER TO DEP-RETENIDO(WS-IND-HALLADO).
            MOVE ZERO      TO DEP-SALDO(WS-IND-HALLADO).
            MOVE GAR-FECHA TO DEP-FECHA-CIERRE(WS-IND-HALLADO).

       160-COMPARAR-DEP-PATENTE.
            IF DEP-ESTADO(IND-D) = 'A'
               AND DEP-PATENTE(IND-D) = GAR-PATENTE
                MOVE IND-D TO WS-IND-HALLADO
            END-IF.

       200-PROCESO.
            PERFORM 220-ARMAR-RANGO.
            MOVE WS-CANT-ESTADOS TO WS-CANT-PREVIA.
            PERFORM 300-EMITIR-ESTADOS.
            PERFORM 240-MOSTRAR-RESULTADO.
            PERFORM 210-PEDIR-CONSULTA.

       210-PEDIR-CONSULTA.
            MOVE SPACE  TO WS-SEL-TIPO-DOC.
            MOVE SPACES TO WS-SEL-NRO-DOC.
            MOVE ZERO   TO WS-FECHA-DESDE.
            MOVE ZERO   TO WS-FECHA-HASTA.
            DISPLAY PANTALLA-PEDIDO.
            ACCEPT PANTALLA-PEDIDO.

      * HASTA EN CERO ES LA FECHA DE PROCESO; DESDE EN CERO (O          *
      * POSTERIOR AL HASTA) ES EL PRIMERO DEL MES DEL HASTA.  LA        *
      * CUENTA CORPORATIVA SE COMPARA SOLO POR EL CODIGO.               *
       220-ARMAR-RANGO.
            IF WS-FECHA-HASTA = ZERO
                MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA
            END-IF.
            IF WS-FECHA-DESDE = ZERO
               OR WS-FECHA-DESDE > WS-FECHA-HASTA
                MOVE WS-FECHA-HASTA TO WS-FECHA-DESDE
                MOVE '01' TO WS-FECHA-DESDE(7:2)
            END-IF.
            IF WS-SEL-TIPO-DOC = 'E'
                MOVE SPACES TO WS-SEL-NRO-DOC(7:14)
            END-IF.

       240-MOSTRAR-RESULTADO.
            MOVE SPACES TO WS-MSG-RESULTADO.
            IF WS-CANT-ESTADOS = WS-CANT-PREVIA
                STRING 'SIN MOVIMIENTOS PARA ' WS-SEL-TIPO-DOC '-'
                       WS-SEL-NRO-DOC
                    DELIMITED BY SIZE INTO WS-MSG-RESULTADO
            ELSE
                STRING 'ESTADO EMITIDO (COPIA PARA IMPRIMIR EN '
                       'ESTCTA.TXT)'
                    DELIMITED BY SIZE INTO WS-MSG-RESULTADO
            END-IF.
            DISPLAY PANTALLA-RESULTADO.
            ACCEPT PANTALLA-RESULTADO.

      * FIN DE MES: DEL PRIMERO AL ULTIMO DIA DEL MES PEDIDO, TODAS     *
      * LAS CUENTAS CON ALGUN MOVIMIENTO EN EL MES.                     *
       250-LOTE-MENSUAL.
            MOVE WS-ENV-MES TO WS-FECHA-CALC-N(1:6).
            MOVE 01 TO WS-FEC-DD.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-DESDE.
            PERFORM 561-DETER-DIAS-MES.
            MOVE WS-FEC-DIAS-MES TO WS-FEC-DD.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-HASTA.
            DISPLAY 'ESTADOS DE CUENTA DE FIN DE MES ' WS-ENV-MES.
            PERFORM 300-EMITIR-ESTADOS.

      * TODO LO DE LAS CUENTAS ELEGIDAS HASTA LA FECHA TOPE VA AL       *
      * SORT; LO ANTERIOR AL DESDE SOLO SUMA AL SALDO ANTERIOR.         *
       300-EMITIR-ESTADOS.
            MOVE WS-FECHA-DESDE TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE WS-FECHA-EDIT TO WS-DESDE-EDIT.
            MOVE WS-FECHA-HASTA TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE WS-FECHA-EDIT TO WS-HASTA-EDIT.

            SORT SORT-EST ON ASCENDING KEY SRT-CLAVE
                 INPUT PROCEDURE IS 310-JUNTAR-MOVIMIENTOS
                 OUTPUT PROCEDURE IS 400-IMPRIMIR-ESTADOS.

       310-JUNTAR-MOVIMIENTOS.
            PERFORM 320-ENTREGAR-FACTURAS.
            PERFORM 330-ENTREGAR-PAGOS.
            PERFORM 340-ENTREGAR-NOTAS.
            PERFORM 350-ENTREGAR-GARANTIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DEP.
            PERFORM 360-ENTREGAR-CARGOS.

       320-ENTREGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF NOT FS-FACTREG-NO-EXIST
                MOVE FS-FACTREG  TO WS-FS
                MOVE "FACTREG"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 321-LEER-FACTREG
                PERFORM 322-ENTREGAR-FACTURA UNTIL FS-FACTREG-FIN
                CLOSE FACTREG
            END-IF.

       321-LEER-FACTREG.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA FACTURA ES UN DEBITO; SI TODAVIA TIENE SALDO (Y NO ESTA      *
      * MARCADA PAGADA) SE INFORMA ADEMAS ENTRE LAS ABIERTAS.  LA       *
      * DADA DE BAJA POR INCOBRABLE ('I') SIGUE ABIERTA PARA EL         *
      * CLIENTE Y SE SENALA.                                            *
       322-ENTREGAR-FACTURA.
            MOVE FREG-TIPO-DOC TO WS-CTA-TIPO-DOC.
            MOVE FREG-NRO-DOC  TO WS-CTA-NRO-DOC.
            PERFORM 390-CUENTA-ELEGIDA.
            IF WS-ELEGIDA = 'S'
               AND FREG-FECHA-EMISION NOT > WS-FECHA-HASTA
                MOVE 1 TO SRT-SECCION
                MOVE FREG-FECHA-EMISION TO SRT-FECHA
                MOVE 1 TO SRT-ORDEN
                MOVE SPACES TO SRT-DESCRIPCION
                STRING 'FACTURA ' FREG-TIPO-FACT ' '
                       FREG-NRO-FACTURA
                    DELIMITED BY SIZE INTO SRT-DESCRIPCION
                MOVE FREG-IMPORTE-TOTAL TO SRT-IMPORTE-1
                MOVE ZERO TO SRT-IMPORTE-2
                MOVE FREG-ESTADO-PAGO TO SRT-ESTADO
                PERFORM 395-ENTREGAR-AL-SORT
                IF FREG-IMPORTE-PAGADO < FREG-IMPORTE-TOTAL
                   AND FREG-ESTADO-PAGO NOT = 'P'
                    MOVE 2 TO SRT-SECCION
                    MOVE 0 TO SRT-ORDEN
                    IF FREG-ESTADO-PAGO = 'I'
                        MOVE 'INCOBR.' TO SRT-DESCRIPCION(19:7)
                    END-IF
                    MOVE FREG-IMPORTE-PAGADO TO SRT-IMPORTE-2
                    PERFORM 395-ENTREGAR-AL-SORT
                END-IF
            END-IF.
            PERFORM 321-LEER-FACTREG.

       330-ENTREGAR-PAGOS.
            OPEN INPUT PAGOS.
            IF NOT FS-PAGOS-NO-EXIST
                MOVE FS-PAGOS    TO WS-FS
                MOVE "PAGOS"     TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 331-LEER-PAGO
                PERFORM 332-ENTREGAR-PAGO UNTIL FS-PAGOS-FIN
                CLOSE PAGOS
            END-IF.

       331-LEER-PAGO.
            MOVE SPACES TO PAGO-REG.
            READ PAGOS AT END SET FS-PAGOS-FIN TO TRUE.

            IF NOT FS-PAGOS-OK AND NOT FS-PAGOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       332-ENTREGAR-PAGO.
            IF PAGO-REG NOT = SPACES
               AND PAGO-IMPORTE IS NUMERIC
                MOVE PAGO-TIPO-DOC TO WS-CTA-TIPO-DOC
                MOVE PAGO-NRO-DOC  TO WS-CTA-NRO-DOC
                PERFORM 390-CUENTA-ELEGIDA
                IF WS-ELEGIDA = 'S'
                   AND PAGO-FECHA NOT > WS-FECHA-HASTA
                    MOVE 1 TO SRT-SECCION
                    MOVE PAGO-FECHA TO SRT-FECHA
                    MOVE 4 TO SRT-ORDEN
                    MOVE SPACES TO SRT-DESCRIPCION
                    STRING 'PAGO ' PAGO-REFERENCIA
                        DELIMITED BY SIZE INTO SRT-DESCRIPCION
                    MOVE ZERO TO SRT-IMPORTE-1
                    MOVE PAGO-IMPORTE TO SRT-IMPORTE-2
                    MOVE SPACE TO SRT-ESTADO
                    PERFORM 395-ENTREGAR-AL-SORT
                END-IF
            END-IF.
            PERFORM 331-LEER-PAGO.

       340-ENTREGAR-NOTAS.
            OPEN INPUT NCREG.
            IF NOT FS-NCREG-NO-EXIST
                MOVE FS-NCREG    TO WS-FS
                MOVE "NCREG"     TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 341-LEER-NCREG
                PERFORM 342-ENTREGAR-NOTA UNTIL FS-NCREG-FIN
                CLOSE NCREG
            END-IF.

       341-LEER-NCREG.
            READ NCREG AT END SET FS-NCREG-FIN TO TRUE.

            IF NOT FS-NCREG-OK AND NOT FS-NCREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER NCREG.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA NOTA ACREDITA SU IMPORTE ENTERO; LA PARTE QUE EXCEDIO LA     *
      * FACTURA QUEDA A FAVOR Y SE ENCOLA PARA DEVOLVER (NOTACRED.CBL), *
      * ASI QUE SALE DE LA CUENTA COMO UN DEBITO EL MISMO DIA.          *
       342-ENTREGAR-NOTA.
            MOVE NCR-TIPO-DOC TO WS-CTA-TIPO-DOC.
            MOVE NCR-NRO-DOC  TO WS-CTA-NRO-DOC.
            PERFORM 390-CUENTA-ELEGIDA.
            IF WS-ELEGIDA = 'S'
               AND NCR-FECHA NOT > WS-FECHA-HASTA
                MOVE 1 TO SRT-SECCION
                MOVE NCR-FECHA TO SRT-FECHA
                MOVE 2 TO SRT-ORDEN
                MOVE SPACES TO SRT-DESCRIPCION
                STRING 'N.CRED ' NCR-NRO ' S/F ' NCR-NRO-FACTURA
                    DELIMITED BY SIZE INTO SRT-DESCRIPCION
                MOVE ZERO TO SRT-IMPORTE-1
                MOVE NCR-IMPORTE TO SRT-IMPORTE-2
                MOVE SPACE TO SRT-ESTADO
                PERFORM 395-ENTREGAR-AL-SORT
                IF NCR-SALDO-A-FAVOR > ZERO
                    MOVE 3 TO SRT-ORDEN
                    MOVE 'SALDO A FAVOR A DEVOLVER' TO SRT-DESCRIPCION
                    MOVE NCR-SALDO-A-FAVOR TO SRT-IMPORTE-1
                    MOVE ZERO TO SRT-IMPORTE-2
                    PERFORM 395-ENTREGAR-AL-SORT
                END-IF
            END-IF.
            PERFORM 341-LEER-NCREG.

      * GARANTIAS DE LA CUENTA TOMADAS HASTA EL TOPE: LAS QUE SIGUEN    *
      * EN NUESTRO PODER Y LAS RETENIDAS DENTRO DEL PERIODO.            *
       350-ENTREGAR-GARANTIA.
            MOVE DEP-TIPO-DOC(IND-D) TO WS-CTA-TIPO-DOC.
            MOVE DEP-NRO-DOC(IND-D)  TO WS-CTA-NRO-DOC.
            PERFORM 390-CUENTA-ELEGIDA.
            IF WS-ELEGIDA = 'S'
               AND DEP-FECHA(IND-D) NOT > WS-FECHA-HASTA
                IF DEP-ESTADO(IND-D) = 'A'
                   OR ((DEP-ESTADO(IND-D) = 'R'
                        OR DEP-ESTADO(IND-D) = 'S')
                       AND DEP-FECHA-CIERRE(IND-D)
                           NOT < WS-FECHA-DESDE
                       AND DEP-FECHA-CIERRE(IND-D)
                           NOT > WS-FECHA-HASTA)
                    MOVE 3 TO SRT-SECCION
                    MOVE DEP-FECHA(IND-D) TO SRT-FECHA
                    MOVE 0 TO SRT-ORDEN
                    MOVE SPACES TO SRT-DESCRIPCION
                    STRING 'CONTRATO ' DEP-CONTRATO(IND-D) ' '
                           DEP-PATENTE(IND-D)
                        DELIMITED BY SIZE INTO SRT-DESCRIPCION
                    MOVE DEP-TOMADO(IND-D)   TO SRT-IMPORTE-1
                    MOVE DEP-RETENIDO(IND-D) TO SRT-IMPORTE-2
                    MOVE DEP-ESTADO(IND-D)   TO SRT-ESTADO
                    PERFORM 395-ENTREGAR-AL-SORT
                END-IF
            END-IF.

       360-ENTREGAR-CARGOS.
            OPEN INPUT CARGOPEN.
            IF NOT FS-CARGOPEN-NO-EXIST
                MOVE FS-CARGOPEN TO WS-FS
                MOVE "CARGOPEN"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 361-LEER-CARGOPEN
                PERFORM 362-ENTREGAR-CARGO UNTIL FS-CARGOPEN-FIN
                CLOSE CARGOPEN
            END-IF.

       361-LEER-CARGOPEN.
            READ CARGOPEN AT END SET FS-CARGOPEN-FIN TO TRUE.

            IF NOT FS-CARGOPEN-OK AND NOT FS-CARGOPEN-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CARGOPEN'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       362-ENTREGAR-CARGO.
            MOVE CGO-TIPO-DOC TO WS-CTA-TIPO-DOC.
            MOVE CGO-NRO-DOC  TO WS-CTA-NRO-DOC.
            PERFORM 390-CUENTA-ELEGIDA.
            IF WS-ELEGIDA = 'S'
               AND CGO-FECHA NOT > WS-FECHA-HASTA
                MOVE 4 TO SRT-SECCION
                MOVE CGO-FECHA TO SRT-FECHA
                MOVE 0 TO SRT-ORDEN
                MOVE SPACES TO SRT-DESCRIPCION
                STRING CGO-CONCEPTO(1:18) ' ' CGO-PATENTE
                    DELIMITED BY SIZE INTO SRT-DESCRIPCION
                MOVE CGO-IMPORTE TO SRT-IMPORTE-1
                MOVE ZERO TO SRT-IMPORTE-2
                MOVE SPACE TO SRT-ESTADO
                PERFORM 395-ENTREGAR-AL-SORT
            END-IF.
            PERFORM 361-LEER-CARGOPEN.

      * LOS DOCUMENTOS ANONIMIZADOS POR DATAPURG.CBL ('X') NO TIENEN    *
      * A QUIEN DIRIGIRSE.  EN LOTE ENTRAN TODAS LAS DEMAS CUENTAS;     *
      * EN PANTALLA SOLO LA PEDIDA.                                     *
       390-CUENTA-ELEGIDA.
            MOVE 'N' TO WS-ELEGIDA.
            IF WS-CTA-TIPO-DOC = 'E'
                MOVE SPACES TO WS-CTA-NRO-DOC(7:14)
            END-IF.
            IF WS-CTA-TIPO-DOC NOT = SPACE
               AND WS-CTA-TIPO-DOC NOT = 'X'
               AND WS-CTA-NRO-DOC NOT = SPACES
                IF WS-MODO-LOTE
                    MOVE 'S' TO WS-ELEGIDA
                ELSE
                    IF WS-CTA-TIPO-DOC = WS-SEL-TIPO-DOC
                       AND WS-CTA-NRO-DOC = WS-SEL-NRO-DOC
                        MOVE 'S' TO WS-ELEGIDA
                    END-IF
                END-IF
            END-IF.

       395-ENTREGAR-AL-SORT.
            MOVE WS-CTA-TIPO-DOC TO SRT-TIPO-DOC.
            MOVE WS-CTA-NRO-DOC  TO SRT-NRO-DOC.
            ADD 1 TO WS-CANT-ENTREGADOS.
            RELEASE SRT-REG.

      * SALIDA DEL SORT, CON CORTE POR CUENTA.  EL ENCABEZADO SALE      *
      * RECIEN CON EL PRIMER MOVIMIENTO DEL PERIODO (LOS ANTERIORES     *
      * YA SUMARON AL SALDO ANTERIOR).  EN LOTE UNA CUENTA SIN          *
      * MOVIMIENTOS EN EL MES NO SE EMITE; EN PANTALLA SI.              *
       400-IMPRIMIR-ESTADOS.
            MOVE 'N' TO WS-FIN-SORT.
            MOVE 'N' TO WS-HAY-CUENTA.
            PERFORM 401-DEVOLVER-SORT.
            PERFORM 410-PROCESAR-RENGLON UNTIL WS-SORT-FIN.
            IF WS-HAY-CUENTA = 'S'
                PERFORM 480-CERRAR-CUENTA
            END-IF.

       401-DEVOLVER-SORT.
            RETURN SORT-EST RECORD AT END SET WS-SORT-FIN TO TRUE.

       410-PROCESAR-RENGLON.
            IF WS-HAY-CUENTA = 'N'
               OR SRT-TIPO-DOC NOT = WS-ACT-TIPO-DOC
               OR SRT-NRO-DOC NOT = WS-ACT-NRO-DOC
                IF WS-HAY-CUENTA = 'S'
                    PERFORM 480-CERRAR-CUENTA
                END-IF
                PERFORM 415-ABRIR-CUENTA
            END-IF.

            EVALUATE SRT-SECCION
                WHEN 1
                    PERFORM 420-MOVIMIENTO
                WHEN OTHER
                    IF WS-MODO-CONSULTA OR WS-CON-ACTIVIDAD = 'S'
                        PERFORM 460-ASEGURAR-ENCABEZADO
                        IF SRT-SECCION NOT = WS-SECCION-ACT
                            PERFORM 470-CERRAR-SECCION
                            PERFORM 475-TITULO-SECCION
                        END-IF
                        EVALUATE SRT-SECCION
                            WHEN 2 PERFORM 430-FACTURA-ABIERTA
                            WHEN 3 PERFORM 440-GARANTIA
                            WHEN 4 PERFORM 450-CARGO-PENDIENTE
                        END-EVALUATE
                    END-IF
            END-EVALUATE.

            PERFORM 401-DEVOLVER-SORT.

       415-ABRIR-CUENTA.
            MOVE 'S'          TO WS-HAY-CUENTA.
            MOVE SRT-TIPO-DOC TO WS-ACT-TIPO-DOC.
            MOVE SRT-NRO-DOC  TO WS-ACT-NRO-DOC.
            MOVE 'N'          TO WS-CON-ACTIVIDAD.
            MOVE 'N'          TO WS-ENCAB-IMPRESO.
            MOVE ZERO         TO WS-SECCION-ACT.
            MOVE ZERO         TO WS-SALDO.
            MOVE ZERO         TO WS-TOT-DEBE.
            MOVE ZERO         TO WS-TOT-HABER.
            MOVE ZERO         TO WS-TOT-SECCION.

       420-MOVIMIENTO.
            IF SRT-FECHA < WS-FECHA-DESDE
                ADD SRT-IMPORTE-1 TO WS-SALDO
                SUBTRACT SRT-IMPORTE-2 FROM WS-SALDO
            ELSE
                MOVE 'S' TO WS-CON-ACTIVIDAD
                PERFORM 460-ASEGURAR-ENCABEZADO
                ADD SRT-IMPORTE-1 TO WS-SALDO
                SUBTRACT SRT-IMPORTE-2 FROM WS-SALDO
                ADD SRT-IMPORTE-1 TO WS-TOT-DEBE
                ADD SRT-IMPORTE-2 TO WS-TOT-HABER
                MOVE SRT-FECHA TO WS-FECHA-A-EDITAR
                PERFORM 570-EDITAR-FECHA
                MOVE SRT-IMPORTE-1 TO WS-IMPORTE-IMPR1
                MOVE SRT-IMPORTE-2 TO WS-IMPORTE-IMPR2
                MOVE WS-SALDO      TO WS-SALDO-IMPR
                MOVE SPACES TO LINEA
                STRING WS-FECHA-EDIT ' ' SRT-DESCRIPCION ' '
                       WS-IMPORTE-IMPR1 ' ' WS-IMPORTE-IMPR2 ' '
                       WS-SALDO-IMPR
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 490-ESCRIBIR-LINEA
            END-IF.

      * ANTIGUEDAD DESDE LA EMISION A LA FECHA DE PROCESO (EL SALDO     *
      * DE LA FACTURA ES EL DE HOY, NO EL DEL HASTA).                   *
       430-FACTURA-ABIERTA.
            COMPUTE WS-SALDO-FACTURA = SRT-IMPORTE-1 - SRT-IMPORTE-2.
            ADD WS-SALDO-FACTURA TO WS-TOT-SECCION.
            MOVE SRT-FECHA TO WS-FECHA-CALC-N.
            PERFORM 560-FECHA-A-DIAS.
            COMPUTE WS-DIAS-ANTIG = WS-DIAS-HOY - WS-DIAS-CALC.
            MOVE WS-DIAS-ANTIG TO WS-DIAS-IMPR.
            MOVE SRT-FECHA TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE SRT-IMPORTE-1    TO WS-IMPORTE-IMPR1.
            MOVE WS-SALDO-FACTURA TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING WS-FECHA-EDIT ' ' SRT-DESCRIPCION ' '
                   WS-IMPORTE-IMPR1 ' ' WS-IMPORTE-IMPR2 ' '
                   WS-DIAS-IMPR ' DIAS'
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.

       440-GARANTIA.
            EVALUATE SRT-ESTADO
                WHEN 'A'
                    MOVE 'EN PODER'         TO WS-DESC-ESTADO
                    COMPUTE WS-TOT-SECCION = WS-TOT-SECCION
                          + SRT-IMPORTE-1 - SRT-IMPORTE-2
                WHEN 'R' MOVE 'RET. RECARGO'    TO WS-DESC-ESTADO
                WHEN 'S' MOVE 'RET. SINIESTRO'  TO WS-DESC-ESTADO
            END-EVALUATE.
            MOVE SRT-FECHA TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE SRT-IMPORTE-1 TO WS-IMPORTE-IMPR1.
            MOVE SRT-IMPORTE-2 TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING WS-FECHA-EDIT ' ' SRT-DESCRIPCION ' '
                   WS-IMPORTE-IMPR1 ' ' WS-IMPORTE-IMPR2 ' '
                   WS-DESC-ESTADO
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.

       450-CARGO-PENDIENTE.
            ADD SRT-IMPORTE-1 TO WS-TOT-SECCION.
            MOVE SRT-FECHA TO WS-FECHA-A-EDITAR.
            PERFORM 570-EDITAR-FECHA.
            MOVE SRT-IMPORTE-1 TO WS-IMPORTE-IMPR1.
            MOVE SPACES TO LINEA.
            STRING WS-FECHA-EDIT ' ' SRT-DESCRIPCION ' '
                   WS-IMPORTE-IMPR1
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.

      * CABECERA DEL ESTADO: PERIODO, TITULAR, DOMICILIO Y SALDO        *
      * ANTERIOR AL DESDE.                                              *
       460-ASEGURAR-ENCABEZADO.
            IF WS-ENCAB-IMPRESO = 'N'
                MOVE 'S' TO WS-ENCAB-IMPRESO
                MOVE 1 TO WS-SECCION-ACT
                ADD 1 TO WS-CANT-ESTADOS
                PERFORM 466-BUSCAR-TITULAR
                PERFORM 465-ENCABEZADO
            END-IF.

       465-ENCABEZADO.
            MOVE ALL '=' TO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            STRING 'ESTADO DE CUENTA DEL ' WS-DESDE-EDIT
                   ' AL ' WS-HASTA-EDIT
                   '        EMITIDO: ' WS-PROCESO-EDIT
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            STRING 'SENOR/ES:  ' WS-NOMBRE-TITULAR
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            IF WS-DIR-TITULAR = SPACES
                MOVE 'DOMICILIO: (SIN DOMICILIO EN EL PADRON)' TO LINEA
            ELSE
                STRING 'DOMICILIO: ' WS-DIR-TITULAR
                    DELIMITED BY SIZE INTO LINEA
            END-IF.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            STRING 'CUENTA:    ' WS-ACT-TIPO-DOC '-' WS-ACT-NRO-DOC
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE SPACES TO LINEA.
            STRING 'FECHA      CONCEPTO                     '
                   '      DEBE        HABER           SALDO'
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE ALL '-' TO LINEA.
            MOVE SPACES TO LINEA(80:31).
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE WS-SALDO TO WS-SALDO-IMPR.
            MOVE SPACES TO LINEA.
            STRING WS-DESDE-EDIT ' SALDO ANTERIOR            '
                   '                           ' WS-SALDO-IMPR
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.

      * CUENTA CORPORATIVA: RAZON SOCIAL Y DIRECCION DE FACTURACION     *
      * DE CTACORP; SI NO, EL PADRON DE CLIENTES.                       *
       466-BUSCAR-TITULAR.
            MOVE SPACES TO WS-NOMBRE-TITULAR.
            MOVE SPACES TO WS-DIR-TITULAR.
            IF WS-ACT-TIPO-DOC = 'E'
                PERFORM 467-COMPARAR-CTACORP
                        VARYING IND-CORP FROM 1 BY 1
                        UNTIL IND-CORP > WS-CANT-CTACORP
            ELSE
                PERFORM 468-LEER-CLIENTE
            END-IF.
            IF WS-DIR-TITULAR = SPACES
                ADD 1 TO WS-CANT-SIN-DOMICILIO
            END-IF.

       467-COMPARAR-CTACORP.
            IF CRP-CODIGO(IND-CORP) = WS-ACT-NRO-DOC(1:6)
                MOVE CRP-RAZON-SOCIAL(IND-CORP) TO WS-NOMBRE-TITULAR
                MOVE CRP-DIR(IND-CORP)          TO WS-DIR-TITULAR
            END-IF.

       468-LEER-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE WS-ACT-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE WS-ACT-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-NOMBRE TO WS-NOMBRE-TITULAR
                    MOVE CLIENTE-DIR    TO WS-DIR-TITULAR
                END-IF
            END-IF.

      * PIE DE LA SECCION QUE TERMINA: SALDO DEL PERIODO PARA LOS       *
      * MOVIMIENTOS, TOTAL PARA LAS DEMAS.                              *
       470-CERRAR-SECCION.
            MOVE SPACES TO LINEA.
            EVALUATE WS-SECCION-ACT
                WHEN 1
                    PERFORM 471-PIE-MOVIMIENTOS
                WHEN 2
                    MOVE WS-TOT-SECCION TO WS-TOTAL-IMPR
                    STRING '           TOTAL ADEUDADO EN FACTURAS '
                           'ABIERTAS:     ' WS-TOTAL-IMPR
                        DELIMITED BY SIZE INTO LINEA
                WHEN 3
                    MOVE WS-TOT-SECCION TO WS-TOTAL-IMPR
                    STRING '           TOTAL EN GARANTIA EN NUESTRO '
                           'PODER:      ' WS-TOTAL-IMPR
                        DELIMITED BY SIZE INTO LINEA
                WHEN 4
                    MOVE WS-TOT-SECCION TO WS-TOTAL-IMPR
                    STRING '           TOTAL PENDIENTE DE FACTURAR: '
                           '            ' WS-TOTAL-IMPR
                        DELIMITED BY SIZE INTO LINEA
            END-EVALUATE.
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE ZERO TO WS-TOT-SECCION.

       471-PIE-MOVIMIENTOS.
            MOVE ALL '-' TO LINEA.
            MOVE SPACES TO LINEA(80:31).
            PERFORM 490-ESCRIBIR-LINEA.
            MOVE WS-TOT-DEBE  TO WS-IMPORTE-IMPR1.
            MOVE WS-TOT-HABER TO WS-IMPORTE-IMPR2.
            MOVE WS-SALDO     TO WS-SALDO-IMPR.
            MOVE SPACES TO LINEA.
            STRING WS-HASTA-EDIT ' SALDO AL CIERRE            '
                   WS-IMPORTE-IMPR1 ' ' WS-IMPORTE-IMPR2 ' '
                   WS-SALDO-IMPR
                DELIMITED BY SIZE INTO LINEA.

       475-TITULO-SECCION.
            MOVE SRT-SECCION TO WS-SECCION-ACT.
            MOVE SPACES TO LINEA.
            PERFORM 490-ESCRIBIR-LINEA.
            EVALUATE WS-SECCION-ACT
                WHEN 2
                    STRING 'FACTURAS ABIERTAS AL ' WS-PROCESO-EDIT
                           '              TOTAL        SALDO'
                           '  ANTIGUEDAD'
                        DELIMITED BY SIZE INTO LINEA
                WHEN 3
                    STRING 'GARANTIAS EN NUESTRO PODER O RETENIDAS '
                           '     TOMADO     RETENIDO  ESTADO'
                        DELIMITED BY SIZE INTO LINEA
                WHEN 4
                    MOVE 'CARGOS PENDIENTES DE FACTURAR' TO LINEA
            END-EVALUATE.
            PERFORM 490-ESCRIBIR-LINEA.

       480-CERRAR-CUENTA.
            IF WS-ENCAB-IMPRESO = 'N' AND WS-MODO-CONSULTA
                PERFORM 460-ASEGURAR-ENCABEZADO
            END-IF.
            IF WS-ENCAB-IMPRESO = 'S'
                PERFORM 470-CERRAR-SECCION
                MOVE SPACES TO LINEA
                PERFORM 490-ESCRIBIR-LINEA
                STRING 'LAS GARANTIAS Y LOS CARGOS PENDIENTES NO '
                       'FORMAN PARTE DEL SALDO.'
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 490-ESCRIBIR-LINEA
                MOVE SPACES TO LINEA
                STRING 'ANTE CUALQUIER DIFERENCIA COMUNIQUESE CON '
                       'ADMINISTRACION - COBRANZAS.'
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 490-ESCRIBIR-LINEA
            END-IF.

      * TODO RENGLON VA AL ARCHIVO PARA IMPRIMIR; EN CONSULTA SE        *
      * MUESTRA ADEMAS EN PANTALLA.                                     *
       490-ESCRIBIR-LINEA.
            WRITE ESTCTA-REG FROM LINEA.
            MOVE FS-ESTCTA      TO WS-FS.
            MOVE "ESTCTA"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            IF WS-MODO-CONSULTA
                DISPLAY LINEA(1:79)
            END-IF.

      * DIAS "COMERCIALES" DESDE EL ANIO CERO (MISMO ATAJO QUE          *
      * 560-FECHA-A-DIAS EN PAGOS.CBL).                                 *
       560-FECHA-A-DIAS.
            COMPUTE WS-DIAS-CALC =
                WS-FEC-AA * 360 + (WS-FEC-MM - 1) * 30 + WS-FEC-DD.

      * MISMO CALENDARIO QUE NOSHOW.CBL.                                *
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

       570-EDITAR-FECHA.
            MOVE WS-FECHA-A-EDITAR(7:2) TO WS-FE-DD.
            MOVE WS-FECHA-A-EDITAR(5:2) TO WS-FE-MM.
            MOVE WS-FECHA-A-EDITAR(1:4) TO WS-FE-AA.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ESTCTA.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
