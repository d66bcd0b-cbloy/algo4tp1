
      * PADRON DE CLIENTES (VER FD CLIENTES EN TP.CBL) PARA PONER       *
      * NOMBRE Y DOMICILIO EN LA FACTURA EN VEZ DEL DOCUMENTO PELADO.   *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * CONTROL DE NUMERACION: UN SOLO REGISTRO CON EL ULTIMO NUMERO    *

      * FACTURAS IMPRESAS, UNA POR CLIENTE CON SUS RENGLONES Y TOTAL.   *
      * LAS FACTURAS IMPRESAS SE ARMAN EN UN PROVISORIO (FACTSTG) Y    *
      * RECIEN SE PROMUEVEN CUANDO LA PRUEBA DE                         *
      * BALANCE DEL FINAL CIERRA -- MISMO ESQUEMA QUE ROLLOVER.CBL      *
      * CON EL MAESTRO.  UN ABEND A MITAD DE CORRIDA NO DEJA NI         *
      * NUMEROS CONSUMIDOS NI FACTURAS A MEDIAS: LA RECORRIDA           *
      * DETECTA EL PROVISORIO HUERFANO Y LO ANULA CON ACTA.             *
      * LA PROMOCION LAS ACUMULA EN FACTPEND.TXT: NINGUNA SE IMPRIME    *
      * SIN CAE; CAERESP.CBL PASA A FACTURAS.TXT LAS AUTORIZADAS.       *
        SELECT FACTIMP ASSIGN TO "..\FACTSTG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTIMP.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FREGVER.

      * SENAS DE RESERVAS (VER SENACTL.CBL): LAS YA APLICADAS AL       *
      * ALQUILER ('A') SE DESCUENTAN COMO PAGO A CUENTA EN LA FACTURA  *
      * QUE INCLUYE EL PRIMER DIA DE LA RESERVA.                       *
        SELECT SENAS ASSIGN TO "..\SENAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SENAS.

      * RESERVAS DE GRUPO APROBADAS ENTERAS POR TP.CBL: LOS DIAS DE    *
      * TODAS LAS UNIDADES DEL GRUPO VAN A UNA SOLA FACTURA A NOMBRE   *
      * DEL TITULAR, CON EL CONTRATO MAESTRO EN EL ENCABEZADO.         *
        SELECT GRUPOS ASSIGN TO "..\GRUPOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GRUPOS.

      * INCUMPLIMIENTOS DE POLITICA DE VIAJE CORPORATIVA QUE ANOTA     *
      * TP.CBL (DIAS RECHAZADOS Y DIAS APROBADOS A CARGO DEL           *
      * EMPLEADO): LOS DEL PERIODO SE LISTAN EN UN ANEXO DE LA         *
      * FACTURA DE LA CUENTA.                                          *
        SELECT CORPINFR ASSIGN TO "..\CORPINFR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CORPINFR.

      * PERCEPCION DE INGRESOS BRUTOS: UNA FILA POR AGENCIA CON LA     *
      * JURISDICCION (CODIGO DE PROVINCIA) Y SU REGIMEN (ALICUOTA Y    *
      * BASE MINIMA).  AGENCIA SIN FILA NO PERCIBE.                    *
        SELECT IIBBAGE ASSIGN TO "..\IIBBAGE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-IIBBAGE.

      * CERTIFICADOS DE EXENCION / NO RETENCION POR CUIT Y             *
      * JURISDICCION, CON VENCIMIENTO: VENCIDO, SE PERCIBE.            *
        SELECT IIBBEXE ASSIGN TO "..\IIBBEXE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-IIBBEXE.

      * ASIENTOS DE LAS PERCEPCIONES, EN PROVISORIO COMO EL RESTO DE   *
      * LA CORRIDA: SE APENDEAN A ASIENTOS.TXT RECIEN EN LA PROMOCION. *
        SELECT ASISTG ASSIGN TO "..\ASISTG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASISTG.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * IDIOMA DE LOS DOCUMENTOS DEL CLIENTE (VER SELECT IDIOMA EN      *
      * MOSTRADO.CBL) Y TEXTOS EN OTRO IDIOMA (FILAS 'FAC' DE           *
      * TEXTOS.TXT).  SOLO PARA LA FACTURA PERSONAL Y LA DE GRUPO (POR  *
      * EL TITULAR); LA CORPORATIVA SALE SIEMPRE EN CASTELLANO.         *
        SELECT IDIOMA ASSIGN TO "..\IDIOMA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IDI-CLAVE
                FILE STATUS IS FS-IDIOMA.

        SELECT TEXTOS ASSIGN TO "..\TEXTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TEXTOS.

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

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                         *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
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

      * MISMO ARMADO QUE SENA-REG EN RESERVAR.CBL.                     *
       FD  SENAS.
       01  SENA-REG.
           05  SEN-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  SEN-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-TIPO-DOC                     PIC X.
           05  SEN-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  SEN-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SEN-PAGADO                       PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-PAGO                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-ESTADO                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-NRO-CONTRATO                 PIC 9(09).

      * MISMO ARMADO QUE GRUPOS-SAL-REG EN TP.CBL.                     *
       FD  GRUPOS.
       01  GRUPO-REG.
           05  GRP-REFERENCIA                   PIC X(10).
           05  FILLER                           PIC X(01).
           05  GRP-CONTRATO-MAESTRO             PIC 9(09).
           05  FILLER                           PIC X(01).
           05  GRP-TIPO-DOC                     PIC X.
           05  GRP-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  GRP-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  GRP-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GRP-CONTRATO                     PIC 9(09).

      * MISMO ARMADO QUE CORPINFR-REG EN TP.CBL.                       *
       FD  CORPINFR.
       01  CORPINFR-REG.
           05  INF-FECHA-PROCESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  INF-CTA-CORP                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  INF-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  INF-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  INF-TIPO-DOC                     PIC X.
           05  INF-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  INF-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  INF-CODIGOS                      PIC X(06).
           05  FILLER                           PIC X(01).
           05  INF-ACCION                       PIC X.
           05  FILLER                           PIC X(01).
           05  INF-IMPORTE                      PIC 9(06)V99.

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

       FD  IIBBEXE.
       01  IIBBEXE-REG.
           05  IBE-CUIT                         PIC X(13).
           05  FILLER                           PIC X(01).
           05  IBE-JURISDICCION                 PIC 9(03).
           05  FILLER                           PIC X(01).
           05  IBE-CERTIFICADO                  PIC X(15).
           05  FILLER                           PIC X(01).
           05  IBE-VENCIMIENTO                  PIC 9(08).

      * MISMO ARMADO QUE ASIENTO-REG EN PAGOS.CBL.                     *
       FD  ASISTG.
       01  ASIENTO-REG.
           05  ASI-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ASI-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ASI-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  ASI-DEBE                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-HABER                        PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-DESCRIPCION                  PIC X(20).
           05  FILLER                           PIC X(01).
      * PROGRAMA QUE GRABO EL ASIENTO (VER ASICTL.CBL).                *
           05  ASI-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
      * CENTRO DE COSTO QUE DA EL PLAN DE CUENTAS (CTAMAP.TXT).         *
           05  ASI-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE CTAMAP-REG EN TP.CBL.                          *
       FD  CTAMAP.
       01  CTAMAP-REG.
           05  MAP-CONCEPTO                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  MAP-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE IDIOMA-REG EN MOSTRADO.CBL.                    *
       FD  IDIOMA.
       01  IDIOMA-REG.
           05  IDI-CLAVE.
               10  IDI-TIPO-DOC                 PIC X.
               10  IDI-NRO-DOC                  PIC X(20).
           05  IDI-IDIOMA                       PIC X(02).
           05  IDI-FECHA                        PIC 9(08).

      * MISMO ARMADO QUE TEXTO-REG EN MOSTRADO.CBL.                     *
       FD  TEXTOS.
       01  TEXTO-REG.
           05  TXT-DOCUMENTO                    PIC X(03).
           05  FILLER                           PIC X(01).
           05  TXT-IDIOMA                       PIC X(02).
           05  FILLER                           PIC X(01).
           05  TXT-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  TXT-NRO                          PIC 9(02).
           05  FILLER                           PIC X(01).
           05  TXT-TEXTO                        PIC X(90).

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
                    'LEASES.TXT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 5 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(05) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 5 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 5.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-LEASES                            PIC X(02).
           88  FS-LEASES-OK                     VALUE '00'.

       01  FS-FACTNUM                           PIC X(02).
           88  FS-FACTNUM-OK                    VALUE '00'.

       01  FS-IDIOMA                            PIC X(02).
           88  FS-IDIOMA-OK                     VALUE '00'.
           88  FS-IDIOMA-NO-HALLADO             VALUE '23'.
       01  WS-IDIOMA-ABIERTO                    PIC X VALUE 'N'.

       01  FS-TEXTOS                            PIC X(02).
           88  FS-TEXTOS-OK                     VALUE '00'.
           88  FS-TEXTOS-FIN                    VALUE '10'.
           88  FS-TEXTOS-NO-EXIST               VALUE '35'.
           88  FS-FACTNUM-FIN                   VALUE '10'.
           88  FS-FACTNUM-NO-EXIST              VALUE '35'.

       01  FS-FACTACTA                          PIC X(02).
           88  FS-FACTACTA-OK                   VALUE '00'.

       01  FS-SENAS                             PIC X(02).
           88  FS-SENAS-OK                      VALUE '00'.
           88  FS-SENAS-FIN                     VALUE '10'.
           88  FS-SENAS-NO-EXIST                VALUE '35'.

       01  FS-GRUPOS                            PIC X(02).
           88  FS-GRUPOS-OK                     VALUE '00'.
           88  FS-GRUPOS-FIN                    VALUE '10'.
           88  FS-GRUPOS-NO-EXIST               VALUE '35'.

       01  FS-CORPINFR                          PIC X(02).
           88  FS-CORPINFR-OK                   VALUE '00'.
           88  FS-CORPINFR-FIN                  VALUE '10'.
           88  FS-CORPINFR-NO-EXIST             VALUE '35'.

       01  FS-FREGVER                           PIC X(02).
           88  FS-FREGVER-OK                    VALUE '00'.
           88  FS-FREGVER-FIN                   VALUE '10'.
           88  FS-FREGVER-NO-EXIST              VALUE '35'.

       01  FS-IIBBAGE                           PIC X(02).
           88  FS-IIBBAGE-OK                    VALUE '00'.
           88  FS-IIBBAGE-FIN                   VALUE '10'.
           88  FS-IIBBAGE-NO-EXIST              VALUE '35'.

       01  FS-IIBBEXE                           PIC X(02).
           88  FS-IIBBEXE-OK                    VALUE '00'.
           88  FS-IIBBEXE-FIN                   VALUE '10'.
           88  FS-IIBBEXE-NO-EXIST              VALUE '35'.

       01  FS-ASISTG                            PIC X(02).
           88  FS-ASISTG-OK                     VALUE '00'.

       01  FS-CTAMAP                            PIC X(02).
           88  FS-CTAMAP-OK                     VALUE '00'.
           88  FS-CTAMAP-FIN                    VALUE '10'.
           88  FS-CTAMAP-NO-EXIST               VALUE '35'.

      * PLAN DE CUENTAS CARGADO Y CONCEPTOS QUE ESTE PROGRAMA ASIENTA:  *
      * CADA UNO TIENE QUE TENER SU FILA GENERAL (AGENCIA 00) EN        *
      * CTAMAP.TXT O EL PROGRAMA NO ARRANCA.                            *
       01  WS-CANT-CTAMAP                       PIC 9(03) VALUE ZERO.
       01  TABLA-CTAMAP.
           05  CTM-ENT                  OCCURS 200 TIMES.
               09  CTM-CONCEPTO         PIC X(10).
               09  CTM-AGENCIA          PIC 9(02).
               09  CTM-CUENTA           PIC X(10).
               09  CTM-CCOSTO           PIC X(06).
       01  IND-CTM                              PIC 9(03).
       01  WS-CTM-GENERAL                       PIC 9(03).
       01  WS-CTM-HALLADO                       PIC X.
       01  WS-CTM-CONCEPTO                      PIC X(10).
       01  WS-CTM-AGENCIA                       PIC 9(02).
       01  WS-CONCEPTOS.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
           05  FILLER                   PIC X(10) VALUE 'PERC.IIBB '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 2 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

      * PRUEBA DE BALANCE DE LA PROMOCION: LO CONTADO EN MEMORIA
      * CONTRA LO REALMENTE ESCRITO EN EL PROVISORIO.
       01  WS-TOTAL-EMITIDO              PIC 9(09)V99 VALUE ZERO.
           05  RENG-ENT                 OCCURS 2000 TIMES.
      * CLAVE DE ORDENAMIENTO Y CORTE: 'C' + CUENTA + DOCUMENTO PARA  *
      * LOS CORPORATIVOS (TODA LA CUENTA JUNTA, EMPLEADOS CONTIGUOS), *
      * 'G' + GRUPO + PATENTE + FECHA PARA LAS RESERVAS DE GRUPO,      *
      * 'D' + DOCUMENTO PARA LOS PERSONALES.                          *
               09  RENG-ORDEN.
                   11  RENG-ORDEN-TIPO  PIC X.
               09  RENG-AGENCIA         PIC 9(02).
               09  RENG-MONEDA          PIC X(03).
               09  RENG-TC              PIC 9(04)V9999.
      * BANDA DE OCUPACION CON QUE TP.CBL TARIFO EL ALQUILER (YA      *
      * INCLUIDA EN EL IMPORTE; SOLO SE MUESTRA PARA EXPLICARLO).     *
               09  RENG-OCUP-BANDA      PIC 9(03).
               09  RENG-OCUP-RECARGO    PIC 9(03).
      * SENA DE LA RESERVA APLICADA A ESTE DIA (SOLO EL PRIMER DIA).   *
               09  RENG-SENA-NRO        PIC 9(07).
               09  RENG-SENA-IMP        PIC 9(07)V99.
      * REFERENCIA DE RESERVA DE GRUPO (EN BLANCO SI NO ES DE GRUPO).  *
               09  RENG-GRUPO           PIC X(10).
       01  WS-RENG-TEMP.
           05  WS-RT-ORDEN              PIC X(28).
           05  WS-RT-DOC                PIC X(21).
           05  WS-RT-AGENCIA            PIC 9(02).
           05  WS-RT-MONEDA             PIC X(03).
           05  WS-RT-TC                 PIC 9(04)V9999.
           05  WS-RT-OCUP-BANDA         PIC 9(03).
           05  WS-RT-OCUP-RECARGO       PIC 9(03).
           05  WS-RT-SENA-NRO           PIC 9(07).
           05  WS-RT-SENA-IMP           PIC 9(07)V99.
           05  WS-RT-GRUPO              PIC X(10).
       01  IND-R                                PIC 9(4).
       01  IND-SORT-I                           PIC 9(4).
       01  IND-SORT-J                           PIC 9(4).

      * SENAS APLICADAS CON PRIMER DIA EN EL PERIODO.                  *
       01  WS-CANT-SENAS                        PIC 9(4) VALUE ZERO.
       01  TABLA-SENAS.
           05  SAP-ENT                  OCCURS 1000 TIMES.
               09  SAP-PATENTE          PIC X(07).
               09  SAP-FECHA            PIC 9(08).
               09  SAP-NRO              PIC 9(07).
               09  SAP-IMPORTE          PIC 9(07)V99.
       01  IND-SAP                              PIC 9(4).

      * DIAS DE RESERVAS DE GRUPO DEL PERIODO (GRUPOS.TXT).            *
       01  WS-CANT-GRP                          PIC 9(4) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GTB-ENT                  OCCURS 1000 TIMES.
               09  GTB-REFERENCIA       PIC X(10).
               09  GTB-MAESTRO          PIC 9(09).
               09  GTB-TIPO-DOC         PIC X.
               09  GTB-NRO-DOC          PIC X(20).
               09  GTB-PATENTE          PIC X(07).
               09  GTB-FECHA            PIC 9(08).
       01  IND-GRP                              PIC 9(4).
       01  WS-GRP-HALLADO                       PIC X VALUE 'N'.
           88  GRP-HALLADO                      VALUE 'S'.
       01  WS-FACT-GRUPO                        PIC X(10).

      * INCUMPLIMIENTOS DE POLITICA CORPORATIVA DEL PERIODO            *
      * (CORPINFR.TXT), PARA EL ANEXO DE LA FACTURA DE CADA CUENTA.    *
       01  WS-CANT-INF                          PIC 9(4) VALUE ZERO.
       01  TABLA-INCUMPLIMIENTOS.
           05  ITB-ENT                  OCCURS 1000 TIMES.
               09  ITB-CTA-CORP         PIC X(06).
               09  ITB-PATENTE          PIC X(07).
               09  ITB-FECHA            PIC 9(08).
               09  ITB-TIPO-DOC         PIC X.
               09  ITB-NRO-DOC          PIC X(20).
               09  ITB-CODIGOS          PIC X(06).
               09  ITB-ACCION           PIC X.
               09  ITB-IMPORTE          PIC 9(06)V99.
       01  IND-INF                              PIC 9(4).
       01  WS-INF-CANT-CTA                      PIC 9(4) VALUE ZERO.
       01  WS-INF-TOTAL-EMPLEADO                PIC 9(07)V99 VALUE ZERO.
       01  WS-INF-ACCION-DESC                   PIC X(20).
       01  WS-FACT-MAESTRO                      PIC 9(09).
       01  WS-SENA-FACTURA                      PIC 9(07)V99 VALUE ZERO.
       01  WS-SALDO-A-PAGAR                     PIC 9(07)V99 VALUE ZERO.

      * RESULTADO DE LA LECTURA DEL PADRON POR DOCUMENTO (450).         *
       01  WS-NOMBRE-CLIENTE                    PIC X(30).
       01  WS-DIR-CLIENTE                       PIC X(30).
       01  WS-CLIENTE-HALLADO                   PIC X VALUE 'N'.
       01  WS-CORP-HALLADO                      PIC X VALUE 'N'.
           88  CORP-HALLADO                     VALUE 'S'.

      * REGIMEN DE INGRESOS BRUTOS POR AGENCIA (EL CODIGO ES LA        *
      * POSICION, COMO EN MANTAGEN.CBL) Y CERTIFICADOS DE EXENCION.    *
       01  TABLA-IIBB-AGENCIAS.
           05  IIB-ENT                  OCCURS 99 TIMES.
               09  IIB-EXISTE           PIC X VALUE 'N'.
               09  IIB-JURISDICCION     PIC 9(03).
               09  IIB-PROVINCIA        PIC X(20).
               09  IIB-ALICUOTA         PIC 9(02)V99.
               09  IIB-BASE-MINIMA      PIC 9(07)V99.
       01  WS-CANT-EXENCIONES                   PIC 9(03) VALUE ZERO.
       01  TABLA-EXENCIONES.
           05  EXE-ENT                  OCCURS 500 TIMES.
               09  EXE-CUIT             PIC X(13).
               09  EXE-JURISDICCION     PIC 9(03).
               09  EXE-CERTIFICADO      PIC X(15).
               09  EXE-VENCIMIENTO      PIC 9(08).
       01  IND-EXE                              PIC 9(03).
       01  WS-JURIS-FACTURA                     PIC 9(03) VALUE ZERO.
       01  WS-BASE-PERCEPCION                   PIC 9(07)V99.
       01  WS-PERCEP-FACTURA                    PIC 9(07)V99 VALUE ZERO.
       01  WS-CERT-EXENCION                     PIC X(15).
       01  WS-ALICUOTA-IMPR                     PIC Z9,99.
       01  WS-CANT-PERCEPCIONES                 PIC 9(05) VALUE ZERO.

      * PRORRATEO DE LEASING: LIMITES DEL PERIODO FACTURADO Y DIAS     *
      * ACTIVOS DEL CONTRATO DENTRO DEL MES.                           *
       01  WS-PER-PRIMER-DIA                    PIC 9(08).
                                                BLANK ZERO.
       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-PORC-IMPR                         PIC ZZ9.
       01  WS-BANDA-IMPR                        PIC ZZ9.
       01  LINEA                                PIC X(100).

      * IDIOMA DE LA FACTURA: EL FIJADO PARA EL DOCUMENTO EN IDIOMA.DAT *
      * O, EN SU DEFECTO, INGLES PARA PASAPORTE.                        *
       01  WS-IDIOMA                            PIC X(02).
           88  IDIOMA-INGLES                    VALUE 'EN'.

      * ROTULOS DE LA FACTURA.  CADA USO TOMA EL ANCHO DEL CASTELLANO; *
      * LA TABLA EN INGLES ARRANCA COMO COPIA Y SE PISA CON LAS FILAS  *
      * 'FAC EN R' DE TEXTOS.TXT.  LOS IMPORTES Y LA NUMERACION NO     *
      * CAMBIAN CON EL IDIOMA.                                         *
       01  ROTULOS-ES.
           05  FILLER  PIC X(60) VALUE 'FACTURA '.
           05  FILLER  PIC X(60) VALUE ' NRO '.
           05  FILLER  PIC X(60) VALUE '   PERIODO '.
           05  FILLER  PIC X(60) VALUE 'CUIT: '.
           05  FILLER  PIC X(60) VALUE '  RESPONSABLE INSCRIPTO'.
           05  FILLER  PIC X(60) VALUE 'CLIENTE: '.
           05  FILLER  PIC X(60) VALUE 'DOMICILIO: '.
           05  FILLER  PIC X(60) VALUE 'RESERVA DE GRUPO: '.
           05  FILLER  PIC X(60) VALUE '  CONTRATO MAESTRO: '.
           05  FILLER  PIC X(60) VALUE '  Patente  Fecha     Importe'.
           05  FILLER  PIC X(60) VALUE
               '    INCLUYE RECARGO POR OCUPACION '.
           05  FILLER  PIC X(60) VALUE '% (FLOTA DEL TAMANIO '.
           05  FILLER  PIC X(60) VALUE '% O MAS TOMADA)'.
           05  FILLER  PIC X(60) VALUE '   RECARGO DEV. TARDIA  '.
           05  FILLER  PIC X(60) VALUE '   RECARGO COMBUSTIBLE  '.
           05  FILLER  PIC X(60) VALUE '   RECARGO KM EXCEDENTE '.
           05  FILLER  PIC X(60) VALUE '    SENA DE RESERVA NRO '.
           05  FILLER  PIC X(60) VALUE ' PAGADA '.
           05  FILLER  PIC X(60) VALUE '  NETO GRAVADO: '.
           05  FILLER  PIC X(60) VALUE '  IVA 21%     : '.
           05  FILLER  PIC X(60) VALUE '  TOTAL ('.
           05  FILLER  PIC X(60) VALUE ' renglones): '.
           05  FILLER  PIC X(60) VALUE '  SENA A CUENTA     : '.
           05  FILLER  PIC X(60) VALUE '  SALDO A PAGAR     : '.
           05  FILLER  PIC X(60) VALUE '  EQUIVALE A '.
           05  FILLER  PIC X(60) VALUE '  (TC '.
           05  FILLER  PIC X(60) VALUE '  PERCEP. IIBB '.
           05  FILLER  PIC X(60) VALUE ' EXENTA - CERTIFICADO '.
       01  TABLA-ROT-ES REDEFINES ROTULOS-ES.
           05  ROT-ES                   OCCURS 28 TIMES PIC X(60).
       01  TABLA-ROT-EN.
           05  ROT-EN                   OCCURS 28 TIMES PIC X(60).
       01  TABLA-ROT.
           05  ROT-TXT                  OCCURS 28 TIMES PIC X(60).
       01  WS-CANT-ROT                          PIC 9(02) VALUE 28.

      * CLAUSULAS DE PIE POR IDIOMA (1 = ES, 2 = EN).                   *
       01  TABLA-CLAUSULAS.
           05  CLA-IDIOMA               OCCURS 2 TIMES.
               09  CLA-TEXTO            OCCURS 20 TIMES PIC X(90).
       01  IND-IDI                              PIC 9.
       01  IND-CLA                              PIC 9(02).

      * FECHA EN EL FORMATO DEL IDIOMA: AAAAMMDD EN CASTELLANO,        *
      * MM/DD/AA EN INGLES (MISMO ANCHO).                              *
       01  WS-FMT-FECHA.
           05  WS-FMT-AA                        PIC 9(04).
           05  WS-FMT-MM                        PIC 9(02).
           05  WS-FMT-DD                        PIC 9(02).
       01  WS-FMT-FECHA-N REDEFINES WS-FMT-FECHA PIC 9(08).
       01  WS-FMT-IMPR                          PIC X(08).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO FACTURAR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-RENGLONES.
        PERFORM 250-CARGAR-LEASES.
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

            PERFORM 110-ABRIR-CLIENTES.
            PERFORM 115-CARGAR-CTACORP.
            PERFORM 120-LEER-ULTIMO-NUMERO.
            PERFORM 130-CARGAR-SENAS.
            PERFORM 140-CARGAR-GRUPOS.
            PERFORM 150-CARGAR-IIBB-AGENCIAS.
            PERFORM 155-CARGAR-EXENCIONES.
            PERFORM 160-CARGAR-INCUMPLIMIENTOS.
            PERFORM 170-CARGAR-TEXTOS.
            MOVE WS-NRO-FACT-A TO WS-NRO-FACT-A-INI.
            MOVE WS-NRO-FACT-B TO WS-NRO-FACT-B-INI.

            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT ASISTG.
            MOVE FS-ASISTG      TO WS-FS.
            MOVE "ASISTG"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (424/450).       *
       110-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- FACTURAS SIN NOMBRE'
            ELSE
                MOVE FS-CLIENTES    TO WS-FS
                MOVE "CLIENTES"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            OPEN INPUT IDIOMA.
            IF FS-IDIOMA-OK
                MOVE 'S' TO WS-IDIOMA-ABIERTO
            END-IF.

       115-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF FS-CTACORP-NO-EXIST
            END-EVALUATE.
            PERFORM 121-LEER-FILA-FACTNUM.

       130-CARGAR-SENAS.
            OPEN INPUT SENAS.
            IF NOT FS-SENAS-NO-EXIST
                MOVE FS-SENAS       TO WS-FS
                MOVE "SENAS"        TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-SENA
                PERFORM 132-CARGAR-SENA UNTIL FS-SENAS-FIN
                CLOSE SENAS
            END-IF.

       131-LEER-SENA.
            READ SENAS AT END SET FS-SENAS-FIN TO TRUE.

            IF NOT FS-SENAS-OK AND NOT FS-SENAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SENAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-SENA.
            IF SEN-ESTADO = 'A'
               AND SEN-FECHA-DESDE(1:6) = WS-PERIODO
               AND SEN-PAGADO > ZERO
                IF WS-CANT-SENAS < 1000
                    ADD 1 TO WS-CANT-SENAS
                    MOVE SEN-PATENTE     TO SAP-PATENTE(WS-CANT-SENAS)
                    MOVE SEN-FECHA-DESDE TO SAP-FECHA(WS-CANT-SENAS)
                    MOVE SEN-NRO         TO SAP-NRO(WS-CANT-SENAS)
                    MOVE SEN-PAGADO      TO SAP-IMPORTE(WS-CANT-SENAS)
                ELSE
                    DISPLAY 'ATENCION: MAS DE 1000 SENAS EN EL '
                            'PERIODO -- EXCEDENTE SIN DESCONTAR'
                END-IF
            END-IF.
            PERFORM 131-LEER-SENA.

      * SIN GRUPOS.TXT NO HAY RESERVAS DE GRUPO: TODO FACTURA COMO     *
      * SIEMPRE.                                                       *
       140-CARGAR-GRUPOS.
            OPEN INPUT GRUPOS.
            IF NOT FS-GRUPOS-NO-EXIST
                MOVE FS-GRUPOS      TO WS-FS
                MOVE "GRUPOS"       TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-GRUPO
                PERFORM 142-CARGAR-GRUPO UNTIL FS-GRUPOS-FIN
                CLOSE GRUPOS
            END-IF.

       141-LEER-GRUPO.
            READ GRUPOS AT END SET FS-GRUPOS-FIN TO TRUE.

            IF NOT FS-GRUPOS-OK AND NOT FS-GRUPOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER GRUPOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-GRUPO.
            IF GRP-FECHA(1:6) = WS-PERIODO
                IF WS-CANT-GRP < 1000
                    ADD 1 TO WS-CANT-GRP
                    MOVE GRP-REFERENCIA TO GTB-REFERENCIA(WS-CANT-GRP)
                    MOVE GRP-CONTRATO-MAESTRO
                        TO GTB-MAESTRO(WS-CANT-GRP)
                    MOVE GRP-TIPO-DOC   TO GTB-TIPO-DOC(WS-CANT-GRP)
                    MOVE GRP-NRO-DOC    TO GTB-NRO-DOC(WS-CANT-GRP)
                    MOVE GRP-PATENTE    TO GTB-PATENTE(WS-CANT-GRP)
                    MOVE GRP-FECHA      TO GTB-FECHA(WS-CANT-GRP)
                ELSE
                    DISPLAY 'ATENCION: MAS DE 1000 DIAS DE GRUPO EN EL '
                            'PERIODO -- EXCEDENTE FACTURA SUELTO'
                END-IF
            END-IF.
            PERFORM 141-LEER-GRUPO.

       150-CARGAR-IIBB-AGENCIAS.
            OPEN INPUT IIBBAGE.
            IF FS-IIBBAGE-NO-EXIST
                DISPLAY 'SIN IIBBAGE.TXT -- NO SE PERCIBE IIBB'
            ELSE
                PERFORM 151-LEER-IIBB-AGENCIA
                PERFORM 152-CARGAR-IIBB-AGENCIA
                        UNTIL FS-IIBBAGE-FIN
                CLOSE IIBBAGE
            END-IF.

       151-LEER-IIBB-AGENCIA.
            READ IIBBAGE AT END SET FS-IIBBAGE-FIN TO TRUE.

            IF NOT FS-IIBBAGE-OK AND NOT FS-IIBBAGE-FIN
                DISPLAY 'ERROR AL INTENTAR LEER IIBBAGE'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-CARGAR-IIBB-AGENCIA.
            IF IBA-AGENCIA IS NUMERIC AND IBA-AGENCIA > ZERO
                MOVE 'S'              TO IIB-EXISTE(IBA-AGENCIA)
                MOVE IBA-JURISDICCION TO IIB-JURISDICCION(IBA-AGENCIA)
                MOVE IBA-PROVINCIA    TO IIB-PROVINCIA(IBA-AGENCIA)
                MOVE IBA-ALICUOTA     TO IIB-ALICUOTA(IBA-AGENCIA)
                MOVE IBA-BASE-MINIMA  TO IIB-BASE-MINIMA(IBA-AGENCIA)
            END-IF.
            PERFORM 151-LEER-IIBB-AGENCIA.

       155-CARGAR-EXENCIONES.
            OPEN INPUT IIBBEXE.
            IF NOT FS-IIBBEXE-NO-EXIST
                PERFORM 156-LEER-EXENCION
                PERFORM 157-CARGAR-EXENCION
                        UNTIL FS-IIBBEXE-FIN
                        OR WS-CANT-EXENCIONES >= 500
                CLOSE IIBBEXE
            END-IF.

       156-LEER-EXENCION.
            READ IIBBEXE AT END SET FS-IIBBEXE-FIN TO TRUE.

            IF NOT FS-IIBBEXE-OK AND NOT FS-IIBBEXE-FIN
                DISPLAY 'ERROR AL INTENTAR LEER IIBBEXE'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       157-CARGAR-EXENCION.
            ADD 1 TO WS-CANT-EXENCIONES.
            MOVE IBE-CUIT         TO EXE-CUIT(WS-CANT-EXENCIONES).
            MOVE IBE-JURISDICCION
                TO EXE-JURISDICCION(WS-CANT-EXENCIONES).
            MOVE IBE-CERTIFICADO
                TO EXE-CERTIFICADO(WS-CANT-EXENCIONES).
            MOVE IBE-VENCIMIENTO
                TO EXE-VENCIMIENTO(WS-CANT-EXENCIONES).
            PERFORM 156-LEER-EXENCION.

       160-CARGAR-INCUMPLIMIENTOS.
            OPEN INPUT CORPINFR.
            IF NOT FS-CORPINFR-NO-EXIST
                MOVE FS-CORPINFR    TO WS-FS
                MOVE "CORPINFR"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 161-LEER-INCUMPLIMIENTO
                PERFORM 162-CARGAR-INCUMPLIMIENTO
                        UNTIL FS-CORPINFR-FIN
                CLOSE CORPINFR
            END-IF.

       161-LEER-INCUMPLIMIENTO.
            READ CORPINFR AT END SET FS-CORPINFR-FIN TO TRUE.

            IF NOT FS-CORPINFR-OK AND NOT FS-CORPINFR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CORPINFR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       162-CARGAR-INCUMPLIMIENTO.
            IF INF-FECHA(1:6) = WS-PERIODO
                IF WS-CANT-INF < 1000
                    ADD 1 TO WS-CANT-INF
                    MOVE INF-CTA-CORP   TO ITB-CTA-CORP(WS-CANT-INF)
                    MOVE INF-PATENTE    TO ITB-PATENTE(WS-CANT-INF)
                    MOVE INF-FECHA      TO ITB-FECHA(WS-CANT-INF)
                    MOVE INF-TIPO-DOC   TO ITB-TIPO-DOC(WS-CANT-INF)
                    MOVE INF-NRO-DOC    TO ITB-NRO-DOC(WS-CANT-INF)
                    MOVE INF-CODIGOS    TO ITB-CODIGOS(WS-CANT-INF)
                    MOVE INF-ACCION     TO ITB-ACCION(WS-CANT-INF)
                    MOVE INF-IMPORTE    TO ITB-IMPORTE(WS-CANT-INF)
                ELSE
                    DISPLAY 'ATENCION: MAS DE 1000 INCUMPLIMIENTOS DE '
                            'POLITICA EN EL PERIODO -- ANEXO INCOMPLETO'
                END-IF
            END-IF.
            PERFORM 161-LEER-INCUMPLIMIENTO.

      * TEXTOS DE LA FACTURA EN OTRO IDIOMA (FILAS 'FAC').  LA TABLA    *
      * EN INGLES ARRANCA IGUAL A LA CASTELLANA: EL ROTULO QUE EL       *
      * ARCHIVO NO TRAE SALE EN CASTELLANO.                             *
       170-CARGAR-TEXTOS.
            MOVE TABLA-ROT-ES TO TABLA-ROT-EN.
            MOVE TABLA-ROT-ES TO TABLA-ROT.
            MOVE SPACES TO TABLA-CLAUSULAS.
            MOVE 'ES' TO WS-IDIOMA.
            MOVE 1 TO IND-IDI.
            OPEN INPUT TEXTOS.
            IF NOT FS-TEXTOS-NO-EXIST
                MOVE FS-TEXTOS  TO WS-FS
                MOVE "TEXTOS"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-TEXTO
                PERFORM 172-CARGAR-TEXTO UNTIL FS-TEXTOS-FIN
                CLOSE TEXTOS
            END-IF.

       171-LEER-TEXTO.
            READ TEXTOS AT END SET FS-TEXTOS-FIN TO TRUE.

            IF NOT FS-TEXTOS-OK AND NOT FS-TEXTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TEXTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-TEXTO.
            IF TXT-DOCUMENTO = 'FAC' AND TXT-NRO IS NUMERIC
               AND TXT-NRO > ZERO
                IF TXT-IDIOMA = 'ES'
                    MOVE 1 TO IND-IDI
                ELSE
                    MOVE 2 TO IND-IDI
                END-IF
                IF TXT-TIPO = 'R' AND TXT-IDIOMA = 'EN'
                   AND TXT-NRO NOT > WS-CANT-ROT
                    MOVE TXT-TEXTO TO ROT-EN(TXT-NRO)
                END-IF
                IF TXT-TIPO = 'C' AND TXT-NRO < 21
                   AND (TXT-IDIOMA = 'ES' OR TXT-IDIOMA = 'EN')
                    MOVE TXT-TEXTO TO CLA-TEXTO(IND-IDI, TXT-NRO)
                END-IF
            END-IF.
            PERFORM 171-LEER-TEXTO.

       200-CARGAR-RENGLONES.
            PERFORM 210-LEER-ALQ-IDX.
            PERFORM 220-FILTRAR-RENGLON UNTIL FS-ALQ-IDX-FIN.
                        TO RENG-MONEDA(WS-CANT-RENGLONES)
                    MOVE ALQ-IDX-TIPO-CAMBIO
                        TO RENG-TC(WS-CANT-RENGLONES)
                    IF ALQ-IDX-OCUP-RECARGO IS NUMERIC
                        MOVE ALQ-IDX-OCUP-BANDA
                            TO RENG-OCUP-BANDA(WS-CANT-RENGLONES)
                        MOVE ALQ-IDX-OCUP-RECARGO
                            TO RENG-OCUP-RECARGO(WS-CANT-RENGLONES)
                    ELSE
                        MOVE ZERO TO RENG-OCUP-BANDA(WS-CANT-RENGLONES)
                        MOVE ZERO
                            TO RENG-OCUP-RECARGO(WS-CANT-RENGLONES)
                    END-IF
                    MOVE ZERO TO RENG-SENA-NRO(WS-CANT-RENGLONES)
                    MOVE ZERO TO RENG-SENA-IMP(WS-CANT-RENGLONES)
                    PERFORM 225-BUSCAR-SENA
                            VARYING IND-SAP FROM 1 BY 1
                            UNTIL IND-SAP > WS-CANT-SENAS
                    MOVE SPACES TO RENG-GRUPO(WS-CANT-RENGLONES)
                    MOVE 'N' TO WS-GRP-HALLADO
                    PERFORM 226-BUSCAR-GRUPO
                            VARYING IND-GRP FROM 1 BY 1
                            UNTIL IND-GRP > WS-CANT-GRP
                            OR GRP-HALLADO
                    PERFORM 230-ARMAR-ORDEN
                ELSE
                    DISPLAY 'ATENCION: MAS DE 2000 ALQUILERES EN EL '
            END-IF.
            PERFORM 210-LEER-ALQ-IDX.

       225-BUSCAR-SENA.
            IF SAP-PATENTE(IND-SAP) = ALQ-IDX-PATENTE
               AND SAP-FECHA(IND-SAP) = ALQ-IDX-FECHA
                MOVE SAP-NRO(IND-SAP)
                    TO RENG-SENA-NRO(WS-CANT-RENGLONES)
                MOVE SAP-IMPORTE(IND-SAP)
                    TO RENG-SENA-IMP(WS-CANT-RENGLONES)
            END-IF.

      * SUMA LOS CONTRATOS DE LEASING VIGENTES EN EL PERIODO COMO      *
      * RENGLONES A TARIFA MENSUAL, PRORRATEADOS POR DIA CALENDARIO    *
      * CUANDO EL ALTA O LA TERMINACION CAEN DENTRO DEL MES.           *
                    TO RENG-CTA-CORP(WS-CANT-RENGLONES)
                MOVE SPACES TO RENG-MONEDA(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-TC(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-OCUP-BANDA(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-OCUP-RECARGO(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-SENA-NRO(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-SENA-IMP(WS-CANT-RENGLONES)
                MOVE SPACES TO RENG-GRUPO(WS-CANT-RENGLONES)
                PERFORM 230-ARMAR-ORDEN
            ELSE
                DISPLAY 'ATENCION: TABLA DE RENGLONES LLENA -- '
                        'LEASING SIN FACTURAR'
            END-IF.

      * UN DIA DE UNA RESERVA DE GRUPO SE FACTURA AL TITULAR DEL       *
      * GRUPO, AUNQUE CADA UNIDAD TENGA SU PROPIO LOCATARIO.           *
       226-BUSCAR-GRUPO.
            IF GTB-PATENTE(IND-GRP) = ALQ-IDX-PATENTE
               AND GTB-FECHA(IND-GRP) = ALQ-IDX-FECHA
                SET GRP-HALLADO TO TRUE
                MOVE GTB-REFERENCIA(IND-GRP)
                    TO RENG-GRUPO(WS-CANT-RENGLONES)
                MOVE GTB-TIPO-DOC(IND-GRP)
                    TO RENG-TIPO-DOC(WS-CANT-RENGLONES)
                MOVE GTB-NRO-DOC(IND-GRP)
                    TO RENG-NRO-DOC(WS-CANT-RENGLONES)
            END-IF.
      * ARMA LA CLAVE DE ORDEN DEL RENGLON RECIEN CARGADO: UN DIA DE   *
      * RESERVA DE GRUPO VA CON SU GRUPO; UNA CUENTA CORPORATIVA       *
      * DESCONOCIDA EN EL MAESTRO SE FACTURA COMO PERSONAL (NO SE      *
      * PIERDE EL COBRO POR UN CODIGO MAL TIPEADO).                    *
      * (NO SE PIERDE EL COBRO POR UN CODIGO MAL TIPEADO).             *
       230-ARMAR-ORDEN.
            MOVE 'N' TO WS-CORP-HALLADO.
            IF RENG-GRUPO(WS-CANT-RENGLONES) NOT = SPACES
                MOVE 'G' TO RENG-ORDEN-TIPO(WS-CANT-RENGLONES)
                MOVE SPACES TO RENG-ORDEN-RESTO(WS-CANT-RENGLONES)
                STRING RENG-GRUPO(WS-CANT-RENGLONES)
                       RENG-PATENTE(WS-CANT-RENGLONES)
                       RENG-FECHA(WS-CANT-RENGLONES)
                    DELIMITED BY SIZE
                    INTO RENG-ORDEN-RESTO(WS-CANT-RENGLONES)
            ELSE
                PERFORM 232-ARMAR-ORDEN-INDIVIDUAL
            END-IF.

       231-COMPARAR-CUENTA.
            IF CORP-TAB-CODIGO(IND-CORP)
               = RENG-CTA-CORP(WS-CANT-RENGLONES)
                SET CORP-HALLADO TO TRUE
            END-IF.

       232-ARMAR-ORDEN-INDIVIDUAL.
            IF RENG-CTA-CORP(WS-CANT-RENGLONES) NOT = SPACES
                PERFORM 231-COMPARAR-CUENTA
                        VARYING IND-CORP FROM 1 BY 1
                    TO RENG-ORDEN-RESTO(WS-CANT-RENGLONES)(1:21)
            END-IF.

      * BURBUJEO POR DOCUMENTO (TIPO+NRO) PARA QUE LOS RENGLONES DE UN  *
      * MISMO CLIENTE QUEDEN CONTIGUOS -- DENTRO DEL CLIENTE CONSERVA   *
      * EL ORDEN PATENTE+FECHA QUE YA TRAE EL MAESTRO.                  *
                MOVE SPACES TO RENG-CTA-CORP(WS-CANT-RENGLONES)
                MOVE SPACES TO RENG-MONEDA(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-TC(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-OCUP-BANDA(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-OCUP-RECARGO(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-SENA-NRO(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-SENA-IMP(WS-CANT-RENGLONES)
                MOVE SPACES TO RENG-GRUPO(WS-CANT-RENGLONES)
                PERFORM 230-ARMAR-ORDEN
            ELSE
                DISPLAY 'ATENCION: TABLA DE RENGLONES LLENA -- '
            PERFORM 430-IMPRIMIR-RENGLON.

      * CLAVE DE FACTURA DEL RENGLON: TODA LA CUENTA CORPORATIVA VA A  *
      * LA MISMA FACTURA, TODA LA RESERVA DE GRUPO TAMBIEN; LO         *
      * PERSONAL CORTA POR DOCUMENTO.                                  *
       415-ARMAR-GRUPO-RENGLON.
            MOVE SPACES TO WS-GRUPO-RENGLON.
            IF RENG-ORDEN-TIPO(IND-R) = 'C'
                STRING 'C' RENG-CTA-CORP(IND-R)
                    DELIMITED BY SIZE INTO WS-GRUPO-RENGLON
            ELSE IF RENG-ORDEN-TIPO(IND-R) = 'G'
                STRING 'G' RENG-GRUPO(IND-R)
                    DELIMITED BY SIZE INTO WS-GRUPO-RENGLON
            ELSE
                MOVE RENG-ORDEN(IND-R) TO WS-GRUPO-RENGLON
            END-IF.
            MOVE WS-GRUPO-RENGLON TO WS-GRUPO-ANTERIOR.
            MOVE RENG-DOC(IND-R) TO WS-DOC-ANTERIOR.
            PERFORM 421-DETERMINAR-TIPO-FACTURA.
            PERFORM 425-DETERMINAR-IDIOMA.
            IF WS-TIPO-FACT = 'A'
                ADD 1 TO WS-NRO-FACT-A
                MOVE WS-NRO-FACT-A TO WS-NRO-FACTURA
            ADD 1 TO WS-CANT-FACTURAS.
            MOVE ZERO TO WS-CANT-RENG-FACT.
            MOVE ZERO TO WS-TOTAL-FACTURA.
            MOVE ZERO TO WS-SENA-FACTURA.
            MOVE RENG-AGENCIA(IND-R) TO WS-AGENCIA-FACTURA.
            MOVE HIGH-VALUES TO WS-EMP-DOC-ANT.
            MOVE ZERO TO WS-SUBTOT-EMPLEADO.
            WRITE FACTIMP-REG FROM LINEA.
            MOVE WS-NRO-FACTURA TO WS-NRO-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(1)(1:8) WS-TIPO-FACT ROT-TXT(2)(1:5)
                   WS-NRO-IMPR ROT-TXT(3)(1:11) WS-PERIODO
                DELIMITED BY SIZE INTO LINEA.
            WRITE FACTIMP-REG FROM LINEA.

            IF WS-TIPO-FACT = 'A'
               AND WS-CUIT-CLIENTE NOT = SPACES
                MOVE SPACES TO LINEA
                STRING ROT-TXT(4)(1:6) WS-CUIT-CLIENTE
                       ROT-TXT(5)(1:23)
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.
            ELSE
                PERFORM 450-BUSCAR-CLIENTE
                MOVE SPACES TO LINEA
                STRING ROT-TXT(6)(1:9) RENG-TIPO-DOC(IND-R) '-'
                       RENG-NRO-DOC(IND-R) '  ' WS-NOMBRE-CLIENTE
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING ROT-TXT(7)(1:11) WS-DIR-CLIENTE
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

            IF RENG-ORDEN-TIPO(IND-R) = 'G'
                PERFORM 428-ENCABEZADO-GRUPO
            END-IF.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(10)(1:28)
                DELIMITED BY SIZE INTO LINEA.
            WRITE FACTIMP-REG FROM LINEA.


       424-CATEGORIA-PERSONAL.
            MOVE SPACES TO WS-CATEG-CLIENTE.
            PERFORM 452-LEER-CLIENTE.
            IF CLIENTE-HALLADO
                MOVE CLIENTE-CATEG-IVA TO WS-CATEG-CLIENTE
                MOVE CLIENTE-CUIT      TO WS-CUIT-CLIENTE
            END-IF.

      * LA FACTURA PERSONAL O DE GRUPO SALE EN EL IDIOMA DEL TITULAR:   *
      * EL FIJADO EN IDIOMA.DAT, O INGLES PARA PASAPORTE.  LA           *
      * CORPORATIVA, EN CASTELLANO.                                     *
       425-DETERMINAR-IDIOMA.
            MOVE 'ES' TO WS-IDIOMA.
            IF RENG-ORDEN-TIPO(IND-R) NOT = 'C'
                IF RENG-TIPO-DOC(IND-R) = 'P'
                    MOVE 'EN' TO WS-IDIOMA
                END-IF
                IF WS-IDIOMA-ABIERTO = 'S'
                    MOVE RENG-TIPO-DOC(IND-R) TO IDI-TIPO-DOC
                    MOVE RENG-NRO-DOC(IND-R)  TO IDI-NRO-DOC
                    READ IDIOMA KEY IS IDI-CLAVE
                        INVALID KEY SET FS-IDIOMA-NO-HALLADO TO TRUE
                    END-READ
                    IF NOT FS-IDIOMA-OK AND NOT FS-IDIOMA-NO-HALLADO
                        DISPLAY 'ERROR AL CONSULTAR IDIOMA'
                        GO 999-CANCELAR-PROGRAMA
                    END-IF
                    IF FS-IDIOMA-OK
                       AND (IDI-IDIOMA = 'ES' OR IDI-IDIOMA = 'EN')
                        MOVE IDI-IDIOMA TO WS-IDIOMA
                    END-IF
                END-IF
            END-IF.

            IF IDIOMA-INGLES
                MOVE TABLA-ROT-EN TO TABLA-ROT
                MOVE 2 TO IND-IDI
            ELSE
                MOVE TABLA-ROT-ES TO TABLA-ROT
                MOVE 1 TO IND-IDI
            END-IF.

       426-ENCABEZADO-CORPORATIVO.
                SET CORP-HALLADO TO TRUE
            END-IF.

      * RESERVA DE GRUPO: REFERENCIA Y CONTRATO MAESTRO BAJO EL        *
      * TITULAR.                                                       *
       428-ENCABEZADO-GRUPO.
            MOVE RENG-GRUPO(IND-R) TO WS-FACT-GRUPO.
            MOVE ZERO TO WS-FACT-MAESTRO.
            MOVE 'N' TO WS-GRP-HALLADO.
            PERFORM 429-BUSCAR-MAESTRO
                    VARYING IND-GRP FROM 1 BY 1
                    UNTIL IND-GRP > WS-CANT-GRP
                    OR GRP-HALLADO.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(8)(1:18) WS-FACT-GRUPO
                   ROT-TXT(9)(1:20) WS-FACT-MAESTRO
                DELIMITED BY SIZE INTO LINEA.
            WRITE FACTIMP-REG FROM LINEA.

       429-BUSCAR-MAESTRO.
            IF GTB-REFERENCIA(IND-GRP) = WS-FACT-GRUPO
                SET GRP-HALLADO TO TRUE
                MOVE GTB-MAESTRO(IND-GRP) TO WS-FACT-MAESTRO
            END-IF.

      * EL RECARGO POR DEVOLUCION TARDIA QUE DEVOLUC.CBL DEJA EN EL    *
      * REGISTRO DE CIERRE DEL RANGO SE FACTURA COMO RENGLON PROPIO --  *
      * SI NO, EL CARGO QUEDA CALCULADO PERO NADIE LO COBRA.            *
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE RENG-IMPORTE(IND-R) TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            MOVE RENG-FECHA(IND-R) TO WS-FMT-FECHA-N.
            PERFORM 455-FORMATEAR-FECHA.
            STRING '  ' RENG-PATENTE(IND-R)
                   '   ' WS-FMT-IMPR
                   '  ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE FACTIMP-REG FROM LINEA.

      * LEYENDA SIN IMPORTE: EL RECARGO YA ESTA DENTRO DEL RENGLON.    *
            IF RENG-OCUP-RECARGO(IND-R) > ZERO
                MOVE RENG-OCUP-RECARGO(IND-R) TO WS-PORC-IMPR
                MOVE RENG-OCUP-BANDA(IND-R)   TO WS-BANDA-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(11)(1:34)
                       WS-PORC-IMPR ROT-TXT(12)(1:21)
                       WS-BANDA-IMPR ROT-TXT(13)(1:15)
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

            IF RENG-RECARGO(IND-R) > ZERO
                ADD 1 TO WS-CANT-RENG-FACT
                ADD RENG-RECARGO(IND-R) TO WS-TOTAL-FACTURA
                MOVE RENG-RECARGO(IND-R) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' RENG-PATENTE(IND-R)
                       ROT-TXT(14)(1:24) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.
                MOVE RENG-REC-COMBUST(IND-R) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' RENG-PATENTE(IND-R)
                       ROT-TXT(15)(1:24) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.
                MOVE RENG-REC-KM(IND-R) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' RENG-PATENTE(IND-R)
                       ROT-TXT(16)(1:24) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

      * LEYENDA DE LA SENA: NO ES RENGLON, SE DESCUENTA AL PIE.        *
            IF RENG-SENA-IMP(IND-R) > ZERO
                ADD RENG-SENA-IMP(IND-R) TO WS-SENA-FACTURA
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE RENG-SENA-IMP(IND-R) TO WS-IMPORTE-IMPR
                MOVE RENG-SENA-NRO(IND-R) TO WS-NRO-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(17)(1:24) WS-NRO-IMPR
                       ROT-TXT(18)(1:8) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-NETO-FACTURA TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(19)(1:16) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-IVA-FACTURA TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(20)(1:16) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.
            PERFORM 445-CALCULAR-PERCEPCION.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOTAL-FACTURA TO WS-IMPORTE-IMPR.
            MOVE WS-CANT-RENG-FACT TO WS-CANT-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(21)(1:9) WS-CANT-IMPR ROT-TXT(22)(1:13)
                   WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE FACTIMP-REG FROM LINEA.

      * LA SENA COBRADA AL RESERVAR QUEDA COMO PAGO A CUENTA (NUNCA    *
      * MAS QUE EL TOTAL DE LA FACTURA).                               *
            IF WS-SENA-FACTURA > WS-TOTAL-FACTURA
                MOVE WS-TOTAL-FACTURA TO WS-SENA-FACTURA
            END-IF.
            IF WS-SENA-FACTURA > ZERO
                COMPUTE WS-SALDO-A-PAGAR =
                    WS-TOTAL-FACTURA - WS-SENA-FACTURA
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-SENA-FACTURA TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(23)(1:22) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-SALDO-A-PAGAR TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(24)(1:22) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

      * FACTURA EN LA MONEDA DEL ALQUILER: EQUIVALENTE AL TIPO DE      *
      * CAMBIO TOMADO AL APROBAR (EL TOTAL EN PESOS ES EL DE LIBRO).   *
            IF WS-FACT-MONEDA NOT = SPACES
                MOVE ZEROES TO WS-CONV-IMPR
                MOVE WS-TOTAL-CONVERTIDO TO WS-CONV-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(25)(1:13) WS-FACT-MONEDA
                       ' ' WS-CONV-IMPR
                       ROT-TXT(26)(1:6) WS-FACT-TC ')'
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

            PERFORM 441-IMPRIMIR-CLAUSULA
                    VARYING IND-CLA FROM 1 BY 1
                    UNTIL IND-CLA > 20.

            IF FACT-ES-CORP
                PERFORM 442-ANEXO-INCUMPLIMIENTOS
            END-IF.

            MOVE SPACES TO FACTREG-REG.
            MOVE WS-NRO-FACTURA      TO FREG-NRO-FACTURA.
      * UNA FACTURA CORPORATIVA QUEDA EN EL REGISTRO A NOMBRE DE LA    *
            MOVE WS-CANT-RENG-FACT   TO FREG-CANT-RENGLONES.
            MOVE WS-TOTAL-FACTURA    TO FREG-IMPORTE-TOTAL.
            MOVE WS-AGENCIA-FACTURA  TO FREG-AGENCIA.
            IF WS-SENA-FACTURA > ZERO
                IF WS-SENA-FACTURA < WS-TOTAL-FACTURA
                    MOVE 'A'         TO FREG-ESTADO-PAGO
                ELSE
                    MOVE 'P'         TO FREG-ESTADO-PAGO
                END-IF
                MOVE WS-SENA-FACTURA TO FREG-IMPORTE-PAGADO
                MOVE FECHA-HOY       TO FREG-FECHA-PAGO
            ELSE
                MOVE 'N'             TO FREG-ESTADO-PAGO
                MOVE ZERO            TO FREG-IMPORTE-PAGADO
                MOVE ZERO            TO FREG-FECHA-PAGO
            END-IF.
            MOVE WS-TIPO-FACT        TO FREG-TIPO-FACT.
            MOVE 'N'                 TO FREG-CAE-ESTADO.
            MOVE ZERO                TO FREG-CAE.
            MOVE ZERO                TO FREG-CAE-VTO.
            MOVE WS-JURIS-FACTURA    TO FREG-IIBB-JURISDICCION.
            MOVE WS-PERCEP-FACTURA   TO FREG-IIBB-PERCEPCION.
            ADD WS-TOTAL-FACTURA TO WS-TOTAL-EMITIDO.
            WRITE FACTREG-REG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            IF WS-PERCEP-FACTURA > ZERO
                PERFORM 448-ASENTAR-PERCEPCION
            END-IF.

      * CLAUSULAS DE PIE DEL IDIOMA DE LA FACTURA, EN ORDEN.            *
       441-IMPRIMIR-CLAUSULA.
            IF CLA-TEXTO(IND-IDI, IND-CLA) NOT = SPACES
                MOVE SPACES TO LINEA
                STRING '  ' CLA-TEXTO(IND-IDI, IND-CLA)
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

      * ANEXO INFORMATIVO DE LA FACTURA CORPORATIVA: LOS DIAS DEL      *
      * PERIODO QUE INCUMPLIERON LA POLITICA DE VIAJE DE LA CUENTA --  *
      * RECHAZADOS, O APROBADOS Y FACTURADOS AL EMPLEADO EN SU FACTURA *
      * PERSONAL.  NO SUMA AL TOTAL DE LA FACTURA DE LA CUENTA.        *
       442-ANEXO-INCUMPLIMIENTOS.
            MOVE ZERO TO WS-INF-CANT-CTA.
            MOVE ZERO TO WS-INF-TOTAL-EMPLEADO.
            PERFORM 443-IMPRIMIR-INCUMPLIMIENTO
                    VARYING IND-INF FROM 1 BY 1
                    UNTIL IND-INF > WS-CANT-INF.
            IF WS-INF-CANT-CTA > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-INF-TOTAL-EMPLEADO TO WS-IMPORTE-IMPR
                MOVE WS-INF-CANT-CTA TO WS-CANT-IMPR
                MOVE SPACES TO LINEA
                STRING '    ' WS-CANT-IMPR ' DIAS FUERA DE POLITICA; '
                       'A CARGO DE EMPLEADOS: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

       443-IMPRIMIR-INCUMPLIMIENTO.
            IF ITB-CTA-CORP(IND-INF) = WS-FACT-CTA
                IF WS-INF-CANT-CTA = ZERO
                    MOVE SPACES TO LINEA
                    STRING '  INCUMPLIMIENTOS DE POLITICA DE VIAJE '
                           '(T TAMANIO I TARIFA X EXTRAS C COBERTURA '
                           'D DIAS F FINDE)'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE FACTIMP-REG FROM LINEA
                END-IF
                ADD 1 TO WS-INF-CANT-CTA
                IF ITB-ACCION(IND-INF) = 'E'
                    MOVE 'A CARGO DEL EMPLEADO' TO WS-INF-ACCION-DESC
                    ADD ITB-IMPORTE(IND-INF) TO WS-INF-TOTAL-EMPLEADO
                ELSE
                    MOVE 'RECHAZADO'            TO WS-INF-ACCION-DESC
                END-IF
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE ITB-IMPORTE(IND-INF) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '    ' ITB-FECHA(IND-INF)
                       ' ' ITB-PATENTE(IND-INF)
                       ' ' ITB-TIPO-DOC(IND-INF)
                       '-' ITB-NRO-DOC(IND-INF)
                       ' ' ITB-CODIGOS(IND-INF)
                       ' ' WS-INF-ACCION-DESC
                       ' ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE FACTIMP-REG FROM LINEA
            END-IF.

      * PERCEPCION DE INGRESOS BRUTOS DE LA JURISDICCION DE LA AGENCIA *
      * QUE ORIGINA LA FACTURA, SOBRE EL NETO SIN IVA.  SOLO SE        *
      * PERCIBE A QUIEN TIENE CUIT (UN CONSUMIDOR FINAL NO ES SUJETO), *
      * DESDE LA BASE MINIMA DEL REGIMEN Y SIN CERTIFICADO DE          *
      * EXENCION VIGENTE A LA FECHA DE EMISION.  SE SUMA AL TOTAL.     *
       445-CALCULAR-PERCEPCION.
            MOVE ZERO   TO WS-JURIS-FACTURA.
            MOVE ZERO   TO WS-PERCEP-FACTURA.
            MOVE SPACES TO WS-CERT-EXENCION.
            IF WS-AGENCIA-FACTURA > ZERO
               AND WS-CUIT-CLIENTE NOT = SPACES
                IF IIB-EXISTE(WS-AGENCIA-FACTURA) = 'S'
                    MOVE IIB-JURISDICCION(WS-AGENCIA-FACTURA)
                        TO WS-JURIS-FACTURA
                    COMPUTE WS-BASE-PERCEPCION ROUNDED =
                        WS-TOTAL-FACTURA / (1 + WS-TASA-IVA / 100)
                    IF WS-BASE-PERCEPCION NOT <
                       IIB-BASE-MINIMA(WS-AGENCIA-FACTURA)
                        PERFORM 446-BUSCAR-CERTIFICADO
                                VARYING IND-EXE FROM 1 BY 1
                                UNTIL IND-EXE > WS-CANT-EXENCIONES
                                OR WS-CERT-EXENCION NOT = SPACES
                        PERFORM 447-IMPRIMIR-PERCEPCION
                    END-IF
                END-IF
            END-IF.

       446-BUSCAR-CERTIFICADO.
            IF EXE-CUIT(IND-EXE) = WS-CUIT-CLIENTE
               AND EXE-JURISDICCION(IND-EXE) = WS-JURIS-FACTURA
               AND EXE-VENCIMIENTO(IND-EXE) NOT < FECHA-HOY
                MOVE EXE-CERTIFICADO(IND-EXE) TO WS-CERT-EXENCION
            END-IF.

       447-IMPRIMIR-PERCEPCION.
            MOVE SPACES TO LINEA.
            IF WS-CERT-EXENCION NOT = SPACES
                STRING ROT-TXT(27)(1:15) WS-JURIS-FACTURA
                       ROT-TXT(28)(1:22) WS-CERT-EXENCION
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                COMPUTE WS-PERCEP-FACTURA ROUNDED =
                    WS-BASE-PERCEPCION
                    * IIB-ALICUOTA(WS-AGENCIA-FACTURA) / 100
                MOVE IIB-ALICUOTA(WS-AGENCIA-FACTURA)
                    TO WS-ALICUOTA-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-PERCEP-FACTURA TO WS-IMPORTE-IMPR
                STRING ROT-TXT(27)(1:15) WS-JURIS-FACTURA ' '
                       IIB-PROVINCIA(WS-AGENCIA-FACTURA) ' '
                       WS-ALICUOTA-IMPR '%: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                ADD WS-PERCEP-FACTURA TO WS-TOTAL-FACTURA
            END-IF.
            WRITE FACTIMP-REG FROM LINEA.

      * LA PERCEPCION ES DEUDA CON EL FISCO PROVINCIAL: SE SUMA AL     *
      * DEUDOR Y SE ACREDITA EN SU CUENTA PROPIA (EL ALQUILER YA LO    *
      * ASENTO TP.CBL AL APROBAR).                                     *
       448-ASENTAR-PERCEPCION.
            ADD 1 TO WS-CANT-PERCEPCIONES.
            MOVE SPACES TO ASIENTO-REG.
            MOVE 'FACTURAR' TO ASI-ORIGEN.
            MOVE FECHA-HOY           TO ASI-FECHA.
            MOVE WS-AGENCIA-FACTURA  TO ASI-AGENCIA.
            MOVE 'DEUDORES  '        TO ASI-CUENTA.
            MOVE WS-PERCEP-FACTURA   TO ASI-DEBE.
            MOVE ZERO                TO ASI-HABER.
            MOVE 'PERCEPCION IIBB     ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASISTG      TO WS-FS.
            MOVE "ASISTG"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'FACTURAR' TO ASI-ORIGEN.
            MOVE FECHA-HOY           TO ASI-FECHA.
            MOVE WS-AGENCIA-FACTURA  TO ASI-AGENCIA.
            MOVE 'PERC.IIBB '        TO ASI-CUENTA.
            MOVE ZERO                TO ASI-DEBE.
            MOVE WS-PERCEP-FACTURA   TO ASI-HABER.
            MOVE 'PERCEPCION IIBB     ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASISTG      TO WS-FS.
            MOVE "ASISTG"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       450-BUSCAR-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-HALLADO.
            MOVE 'CLIENTE NO REGISTRADO' TO WS-NOMBRE-CLIENTE.
            MOVE SPACES TO WS-DIR-CLIENTE.
            PERFORM 452-LEER-CLIENTE.
            IF CLIENTE-HALLADO
                MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
                MOVE CLIENTE-DIR    TO WS-DIR-CLIENTE
            END-IF.

      * WS-FMT-FECHA EN EL FORMATO DEL IDIOMA DE LA FACTURA.            *
       455-FORMATEAR-FECHA.
            IF IDIOMA-INGLES
                MOVE SPACES TO WS-FMT-IMPR
                STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-AA(3:2)
                    DELIMITED BY SIZE INTO WS-FMT-IMPR
            ELSE
                MOVE WS-FMT-FECHA TO WS-FMT-IMPR
            END-IF.

      * LECTURA DEL PADRON POR EL DOCUMENTO DEL RENGLON: DEJA LA FILA   *
      * EN CLIENTE-REG Y CLIENTE-HALLADO.                               *
       452-LEER-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-HALLADO.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE RENG-TIPO-DOC(IND-R) TO CLIENTE-TIPO-DOC
                MOVE RENG-NRO-DOC(IND-R)  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE 'S' TO WS-CLIENTE-HALLADO
                END-IF
            END-IF.

      * SI QUEDO LA MARCA DE UNA CORRIDA ANTERIOR, SU PROVISORIO NUNCA  *
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'DEL ..\FREGSTG.TXT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'DEL ..\ASISTG.TXT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'DEL ..\FACTRUN.DAT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.

            PERFORM 610-LEER-VER.

       630-PROMOVER.
            MOVE 'COPY ..\FACTPEND.TXT + ..\FACTSTG.TXT ..\FACTPEND.TXT'
                TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'COPY ..\FACTURAS.DAT + ..\FREGSTG.TXT ..\FACTURAS.DAT'
                TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            IF WS-CANT-PERCEPCIONES > ZERO
                PERFORM 635-PROMOVER-ASIENTOS
            END-IF.
            PERFORM 500-GRABAR-ULTIMO-NUMERO.
            PERFORM 094-BORRAR-PROVISORIO.
            IF WS-CANT-CARGOS-FACT > ZERO
            END-IF.
            DISPLAY 'FACTURACION PROMOVIDA Y NUMERACION COMPROMETIDA'.

       635-PROMOVER-ASIENTOS.
            MOVE 'COPY ..\ASIENTOS.TXT + ..\ASISTG.TXT ..\ASIENTOS.TXT'
                TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.

      * LOS CARGOS LEVANTADOS QUEDARON FACTURADOS: LA COLA SE VACIA.   *
       640-VACIAR-CARGOS-PENDIENTES.
            OPEN OUTPUT CARGOPEN.

            CLOSE FACTNUM.

      * PLAN DE CUENTAS: SIN CTAMAP.TXT, O CON UN CONCEPTO DE LOS QUE   *
      * ESTE PROGRAMA ASIENTA SIN SU FILA GENERAL, NO SE ARRANCA:       *
      * MEJOR PARAR QUE EXPORTAR UNA CUENTA QUE EL MAYOR RECHAZA.       *
       080-CARGAR-PLAN-CUENTAS.
            OPEN INPUT CTAMAP.
            IF FS-CTAMAP-NO-EXIST
                DISPLAY 'NO EXISTE CTAMAP.TXT (PLAN DE CUENTAS)'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-CTAMAP TO WS-FS.
            MOVE "CTAMAP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 081-LEER-CTAMAP.
            PERFORM 082-CARGAR-CTAMAP
                    UNTIL FS-CTAMAP-FIN OR WS-CANT-CTAMAP >= 200.
            CLOSE CTAMAP.

            PERFORM 083-VERIFICAR-CONCEPTO
                    VARYING IND-CPT FROM 1 BY 1
                    UNTIL IND-CPT > 2.

       081-LEER-CTAMAP.
            READ CTAMAP AT END SET FS-CTAMAP-FIN TO TRUE.

            IF NOT FS-CTAMAP-OK AND NOT FS-CTAMAP-FIN
                DISPLAY 'ERROR AL LEER CTAMAP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       082-CARGAR-CTAMAP.
            IF MAP-CONCEPTO NOT = SPACES
               AND MAP-AGENCIA IS NUMERIC
               AND MAP-CUENTA NOT = SPACES
                ADD 1 TO WS-CANT-CTAMAP
                MOVE MAP-CONCEPTO TO CTM-CONCEPTO(WS-CANT-CTAMAP)
                MOVE MAP-AGENCIA  TO CTM-AGENCIA(WS-CANT-CTAMAP)
                MOVE MAP-CUENTA   TO CTM-CUENTA(WS-CANT-CTAMAP)
                MOVE MAP-CCOSTO   TO CTM-CCOSTO(WS-CANT-CTAMAP)
            END-IF.
            PERFORM 081-LEER-CTAMAP.

       083-VERIFICAR-CONCEPTO.
            MOVE WS-CONCEPTO(IND-CPT) TO WS-CTM-CONCEPTO.
            MOVE ZERO TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA GENERAL EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL ASIENTO VIENE CON EL CONCEPTO EN ASI-CUENTA Y SALE CON LA    *
      * CUENTA DEL MAYOR Y EL CENTRO DE COSTO.                          *
       085-MAPEAR-CUENTA.
            MOVE ASI-CUENTA  TO WS-CTM-CONCEPTO.
            MOVE ASI-AGENCIA TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE CTM-CUENTA(IND-CTM) TO ASI-CUENTA.
            MOVE CTM-CCOSTO(IND-CTM) TO ASI-CCOSTO.

      * LA FILA DE LA AGENCIA SI LA HAY (APERTURA POR CENTRO DE         *
      * COSTO); SI NO, LA GENERAL (AGENCIA 00).                         *
       086-BUSCAR-CUENTA.
            MOVE 'N'  TO WS-CTM-HALLADO.
            MOVE ZERO TO WS-CTM-GENERAL.
            PERFORM 087-COMPARAR-CUENTA
                    VARYING IND-CTM FROM 1 BY 1
                    UNTIL IND-CTM > WS-CANT-CTAMAP
                    OR WS-CTM-HALLADO = 'S'.
            IF WS-CTM-HALLADO = 'S'
                SUBTRACT 1 FROM IND-CTM
            ELSE
                IF WS-CTM-GENERAL > ZERO
                    MOVE WS-CTM-GENERAL TO IND-CTM
                    MOVE 'S' TO WS-CTM-HALLADO
                END-IF
            END-IF.

       087-COMPARAR-CUENTA.
            IF CTM-CONCEPTO(IND-CTM) = WS-CTM-CONCEPTO
                IF CTM-AGENCIA(IND-CTM) = ZERO
                    MOVE IND-CTM TO WS-CTM-GENERAL
                ELSE
                    IF CTM-AGENCIA(IND-CTM) = WS-CTM-AGENCIA
                        MOVE 'S' TO WS-CTM-HALLADO
                    END-IF
                END-IF
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
       998-FIN.
            CLOSE FACTIMP.
            CLOSE FACTREG.
            CLOSE ASISTG.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.
            IF WS-IDIOMA-ABIERTO = 'S'
                CLOSE IDIOMA
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
