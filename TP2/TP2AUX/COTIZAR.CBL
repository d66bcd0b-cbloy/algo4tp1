                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FERIADOS.

      * RESTRICCIONES DE VENTA (VER TP.CBL 4440): LA COTIZACION AVISA   *
      * SI EL LOTE VA A RECHAZAR EL ALQUILER POR ESTADIA MINIMA,        *
      * ANTICIPACION MAXIMA O VEDA (VER 630-AVISAR-RESTRICCION).        *
        SELECT RESTRIC ASSIGN TO "..\RESTRIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RESTRIC.

      * HORARIOS Y FECHAS DE CIERRE DE LAS AGENCIAS (VER SELECT AGHORAR *
      * EN TP.CBL): SE AVISA EN EL MOMENTO SI EL RETIRO O LA            *
      * DEVOLUCION CAEN FUERA DE HORARIO.                               *
        SELECT AGHORAR ASSIGN TO "..\AGHORAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGHORAR.

        SELECT AGCERRAD ASSIGN TO "..\AGCERRAD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGCERRAD.

      * CAMBIOS DE TARIFA CON FECHA DE VIGENCIA (VER TARIFVIG EN      *
      * TP.CBL): LA COTIZACION TOMA LA TARIFA EN VIGOR DE CADA DIA,   *
      * ASI LO COTIZADO HOY COINCIDE CON LO QUE EL LOTE APROBARA.     *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAMBIO.

      * RECARGO POR OCUPACION (VER OCUPTAR EN TP.CBL): CON BANDAS     *
      * PARA EL TAMANIO SE MIDE CADA DIA CUANTAS UNIDADES EN SERVICIO *
      * DE ESE TAMANIO YA ESTAN TOMADAS EN EL MAESTRO, EN RESERVAS O  *
      * POR UN LEASING, IGUAL QUE 4097-APLICAR-OCUPACION DEL LOTE.    *
        SELECT OCUPTAR ASSIGN TO "..\OCUPTAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OCUPTAR.

        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

        SELECT LEASES ASSIGN TO "..\LEASES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LEASES.

      * COTIZACIONES IMPRESAS CON EL DESGLOSE DIA POR DIA, ACUMULADAS   *
      * EN LA SESION.                                                   *
        SELECT COTIZA ASSIGN TO "..\COTIZA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTIZA.

      * MAESTRO DE OPERADORES (VER CONSULTA.CBL): CADA COTIZACION QUEDA *
      * REGISTRADA A NOMBRE DEL OPERADOR QUE LA DIO.                    *
        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

      * ULTIMO NUMERO DE COTIZACION ASIGNADO (COMO ORDNUM.DAT).         *
        SELECT COTNUM ASSIGN TO "..\COTNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTNUM.

      * REGISTRO DE COTIZACIONES: UNA LINEA POR COTIZACION DADA, QUE LA *
      * CADENA NOCTURNA (VER COTCONV.CBL) CIERRA CONTRA LO APROBADO O   *
      * RECHAZADO Y COTREP.CBL RESUME POR MES.                          *
        SELECT COTLOG ASSIGN TO "..\COTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTLOG.

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

      * SOLO INTERESAN PATENTE, TAMAÑO, TARIFA, ESTADO, RECARGO Y       *
      * RADICACION; EL RESTO DEL REGISTRO VIAJA OPACO (MISMO ORDEN QUE  *
      * AUT-REG EN TP.CBL).                                             *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RECARGO-FINDESEM PIC 9(3).
           05  AUT-DATOS-USO      PIC X(34).
           05  AUT-AGENCIA        PIC 9(02).
           05  AUT-RESTO          PIC X(14).

       FD  FERIADOS.
       01  FERIADO-REG.
           05  FILLER                                 PIC X(01).
           05  FER-DESCRIPCION                        PIC X(30).

      * MISMO ARMADO QUE RESTRIC-REG EN TP.CBL.                        *
       FD  RESTRIC.
       01  RESTRIC-REG.
           05  RES-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RES-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RES-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  RES-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  RES-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  RES-PRODUCTO                     PIC X.
           05  FILLER                           PIC X(01).
           05  RES-DIAS                         PIC 9(03).
           05  FILLER                           PIC X(01).
           05  RES-FINDE-LARGO                  PIC X.

      * MISMO ARMADO QUE AGHORAR-REG EN TP.CBL.                         *
       FD  AGHORAR.
       01  AGHORAR-REG.
           05  AGH-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  AGH-DIA                          PIC 9.
           05  FILLER                           PIC X(01).
           05  AGH-ABRE                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-CIERRA                       PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-FUERA-HORA                   PIC X.
           05  FILLER                           PIC X(01).
           05  AGH-RECARGO                      PIC 9(04)V99.

      * MISMO ARMADO QUE AGCERRAD-REG EN TP.CBL.                        *
       FD  AGCERRAD.
       01  AGCERRAD-REG.
           05  ACE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ACE-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ACE-MOTIVO                       PIC X(30).

      * MISMO ARMADO QUE TARIFVIG-REG EN TP.CBL.                        *
       FD  TARIFVIG.
       01  TARIFVIG-REG.
           05  FILLER                           PIC X(01).
           05  CAM-TIPO-CAMBIO                  PIC 9(04)V9999.

      * MISMO ARMADO QUE OCUPTAR-REG EN TP.CBL.                         *
       FD  OCUPTAR.
       01  OCUPTAR-REG.
           05  OCT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  OCT-DESDE-PORC                   PIC 9(03).
           05  FILLER                           PIC X(01).
           05  OCT-RECARGO-PORC                 PIC 9(03).

       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-PATENTE               PIC X(07).
               05 ALQ-IDX-FECHA                 PIC 9(08).
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
               88  ALQ-IDX-DEVOL-CERRADA        VALUE 'C'.
               88  ALQ-IDX-TRAMO-CAMBIADO       VALUE 'T'.
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

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                             *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-CLAVE.
              10  RSV-PATENTE                       PIC X(07).
              10  RSV-FECHA                         PIC 9(08).
           05  RSV-TIPO-DOC                         PIC X.
           05  RSV-NRO-DOC                          PIC X(20).
           05  RSV-CHOFER                           PIC X(07).
           05  RSV-AGENCIA                          PIC 9(02).
           05  RSV-ESTADO                           PIC X.

      * MISMO ARMADO QUE LEASE-REG EN TP.CBL/LEASE.CBL.                *
       FD  LEASES.
       01  LEASE-REG.
           05  LSE-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  LSE-TIPO-DOC                     PIC X.
           05  LSE-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-IMPORTE-MENSUAL              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  LSE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  LSE-CTA-CORP                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  LSE-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-TERMINACION            PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-NRO-CONTRATO                 PIC 9(09).

       FD  COTIZA.
       01  COTIZA-REG                                 PIC X(100).

      * MISMO ARMADO QUE OPERADOR-REG EN CONSULTA.CBL.                  *
       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                        PIC X(06).
           05  OP-NOMBRE                        PIC X(30).
           05  OP-PASSWORD                      PIC X(08).
           05  OP-NIVEL                         PIC 9.

       FD  COTNUM.
       01  COTNUM-REG.
           05  COTNUM-ULTIMO                    PIC 9(07).

      * ESTADO: 'A' ABIERTA, 'C' CONVERTIDA EN ALQUILER APROBADO, 'P'   *
      * PERDIDA PORQUE EL AUTO YA ESTABA TOMADO (MOTIVO 1 EN RECHAZOS), *
      * 'V' VENCIDA SIN ALQUILER.  LO PONE COTCONV.CBL.                 *
       FD  COTLOG.
       01  COTLOG-REG.
           05  COT-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  COT-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-TIPO-DOC                     PIC X.
           05  COT-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  COT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  COT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-CANT-DIAS                    PIC 9(03).
           05  FILLER                           PIC X(01).
           05  COT-TOTAL                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  COT-OPERADOR                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  COT-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  COT-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-NRO-CONTRATO                 PIC 9(09).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'RESERVAS.DAT03'.
           05  FILLER                           PIC X(14) VALUE
                    'LEASES.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 4 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(04) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 4 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 4.
       01  IND-LAY                              PIC 9(02).

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-FERIADOS-FIN                  VALUE '10'.
           88  FS-FERIADOS-NO-EXIST             VALUE '35'.

       01  FS-AGHORAR                           PIC X(02).
           88  FS-AGHORAR-OK                    VALUE '00'.
           88  FS-AGHORAR-FIN                   VALUE '10'.
           88  FS-AGHORAR-NO-EXIST              VALUE '35'.

       01  FS-AGCERRAD                          PIC X(02).
           88  FS-AGCERRAD-OK                   VALUE '00'.
           88  FS-AGCERRAD-FIN                  VALUE '10'.
           88  FS-AGCERRAD-NO-EXIST             VALUE '35'.

       01  FS-TARIFVIG                          PIC X(02).
           88  FS-TARIFVIG-OK                   VALUE '00'.
           88  FS-TARIFVIG-FIN                  VALUE '10'.
           88  FS-CAMBIO-FIN                    VALUE '10'.
           88  FS-CAMBIO-NO-EXIST               VALUE '35'.

       01  FS-OCUPTAR                           PIC X(02).
           88  FS-OCUPTAR-OK                    VALUE '00'.
           88  FS-OCUPTAR-FIN                   VALUE '10'.
           88  FS-OCUPTAR-NO-EXIST              VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-LEASES                            PIC X(02).
           88  FS-LEASES-OK                     VALUE '00'.
           88  FS-LEASES-FIN                    VALUE '10'.
           88  FS-LEASES-NO-EXIST               VALUE '35'.

       01  FS-COTIZA                            PIC X(02).
           88  FS-COTIZA-OK                     VALUE '00'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
           88  FS-OPERADORES-NO-EXIST           VALUE '35'.

       01  FS-RESTRIC                           PIC X(02).
           88  FS-RESTRIC-OK                    VALUE '00'.
           88  FS-RESTRIC-FIN                   VALUE '10'.
           88  FS-RESTRIC-NO-EXIST              VALUE '35'.

       01  FS-COTNUM                            PIC X(02).
           88  FS-COTNUM-OK                     VALUE '00'.
           88  FS-COTNUM-NO-EXIST               VALUE '35'.

       01  FS-COTLOG                            PIC X(02).
           88  FS-COTLOG-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  WS-SIGNON-CODIGO                     PIC X(06).
       01  WS-SIGNON-CLAVE                      PIC X(08).
       01  WS-SIGNON-OK                         PIC X VALUE 'N'.
       01  WS-SIGNON-NIVEL                      PIC 9 VALUE ZERO.
       01  WS-SIGNON-INTENTOS                   PIC 9 VALUE ZERO.
       01  WS-NIVEL-REQUERIDO                   PIC 9 VALUE 1.

       01  FECHA-HOY                            PIC 9(08).
       01  WS-NRO-COTIZACION                    PIC 9(07) VALUE ZERO.
       01  WS-NRO-COT-IMPR                      PIC Z(6)9.
       01  WS-TIPO-DOC                          PIC X.
       01  WS-NRO-DOC                           PIC X(20).
       01  WS-AGENCIA                           PIC 9(02).
       01  WS-AGENCIA-AUTO                      PIC 9(02).
       01  WS-AGENCIA-DEVOL                     PIC 9(02).
       01  WS-HORA-RETIRO                       PIC 9(04).
       01  WS-HORA-DEVOL                        PIC 9(04).

       01  WS-PATENTE                           PIC X(07).
       01  WS-FECHA-DESDE                       PIC 9(08).
       01  WS-FECHA-HASTA                       PIC 9(08).
       01  WS-CONTINUAR                         PIC X.
       01  WS-MSG                               PIC X(60).
       01  WS-MSG2                              PIC X(60).
       01  WS-MSG3                              PIC X(60).

       01  WS-AUTO-HALLADO                      PIC X VALUE 'N'.
           88  AUTO-HALLADO                     VALUE 'S'.
       01  WS-TVG-MEJOR-VIG                     PIC 9(08).
       01  WS-TVG-HAY-PATENTE                   PIC X.

      * BANDAS DE OCUPACION, LEASING Y UNIDADES EN SERVICIO DEL        *
      * TAMANIO COTIZADO (VER 385-APLICAR-OCUPACION).                  *
       01  WS-CANT-OCUPTAR                      PIC 9(2) VALUE ZERO.
       01  TABLA-OCUPTAR.
           05  OCT-TAB                  OCCURS 50 TIMES.
               09  OCT-TAB-TAMANIO      PIC X.
               09  OCT-TAB-DESDE        PIC 9(03).
               09  OCT-TAB-RECARGO      PIC 9(03).
       01  IND-OCT                              PIC 9(2).
       01  WS-CANT-LEASES                       PIC 9(3) VALUE ZERO.
       01  TABLA-LEASES.
           05  LSE-TAB                  OCCURS 100 TIMES.
               09  LSE-TAB-PATENTE      PIC X(07).
               09  LSE-TAB-DESDE        PIC 9(08).
               09  LSE-TAB-HASTA        PIC 9(08).
               09  LSE-TAB-ESTADO       PIC X.
               09  LSE-TAB-FECHA-TERM   PIC 9(08).
       01  IND-LSE                              PIC 9(3).
       01  WS-CANT-UNIDADES                     PIC 9(3) VALUE ZERO.
       01  TABLA-UNIDADES.
           05  UNI-TAB-PATENTE          PIC X(07) OCCURS 300 TIMES.
       01  IND-UNI                              PIC 9(3).
       01  WS-HAY-ALQ-IDX                       PIC X VALUE 'N'.
           88  HAY-ALQ-IDX                      VALUE 'S'.
       01  WS-HAY-RESERVAS                      PIC X VALUE 'N'.
           88  HAY-RESERVAS                     VALUE 'S'.
       01  WS-HAY-BANDA-TAMANIO                 PIC X VALUE 'N'.
           88  HAY-BANDA-TAMANIO                VALUE 'S'.
       01  WS-UNIDAD-TOMADA                     PIC X VALUE 'N'.
           88  UNIDAD-TOMADA                    VALUE 'S'.
       01  WS-OCUP-TOMADAS                      PIC 9(03).
       01  WS-OCUP-PORC                         PIC 9(03).
       01  WS-OCUP-BANDA                        PIC 9(03).
       01  WS-OCUP-RECARGO                      PIC 9(03).
       01  WS-DESC-OCUP                         PIC X(10).

      * CALENDARIO DE FERIADOS EN MEMORIA (MISMO LIMITE QUE TP.CBL).    *
       01  WS-CANT-FERIADOS                     PIC 9(3) VALUE ZERO.
       01  TABLA-FERIADOS.
       01  WS-DIA-ES-FERIADO                    PIC X VALUE 'N'.
           88  DIA-ES-FERIADO                   VALUE 'S'.

      * RESTRICCIONES DE VENTA EN MEMORIA (VER FD RESTRIC).            *
      * RES-TAB-LIMITE ES LA ULTIMA FECHA DE RETIRO VENDIBLE DE UNA    *
      * REGLA DE ANTICIPACION, CONTADA DESDE HOY.                      *
       01  WS-CANT-RESTRIC                      PIC 9(3) VALUE ZERO.
       01  TABLA-RESTRIC.
           05  RES-TAB                  OCCURS 200 TIMES.
               09  RES-TAB-DESDE        PIC 9(08).
               09  RES-TAB-HASTA        PIC 9(08).
               09  RES-TAB-AGENCIA      PIC 9(02).
               09  RES-TAB-TAMANIO      PIC X.
               09  RES-TAB-TIPO         PIC X.
               09  RES-TAB-PRODUCTO     PIC X.
               09  RES-TAB-FINDE        PIC X.
               09  RES-TAB-DIAS         PIC 9(03).
               09  RES-TAB-LIMITE       PIC 9(08).
       01  IND-RES                              PIC 9(3).
       01  WS-RES-ONE-WAY                       PIC X VALUE 'N'.
           88  RES-ES-ONE-WAY                   VALUE 'S'.
       01  WS-RES-TOCA-FINDE                    PIC X VALUE ' '.
           88  RES-FINDE-SIN-CALCULAR           VALUE ' '.
           88  RES-TOCA-FINDE-LARGO             VALUE 'S'.
       01  WS-RES-HASTA-MAS2                    PIC 9(08).
       01  WS-RES-FECHA-GUARDA                  PIC 9(08).
       01  WS-RES-DIAS-IMPR                     PIC ZZ9.
       01  WS-RES-PRODUCTO-DESC                 PIC X(08).

      * MISMA CONGRUENCIA DE ZELLER QUE 4096-DETER-DIA-SEMANA EN        *
      * TP.CBL: 0 = SABADO, 1 = DOMINGO.                                *
       01  WS-ZEL-ANIO                          PIC 9(04).
       01  WS-TOTAL-IMPR                        PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  LINEA                                PIC X(100).
       01  WS-RECARGO-IMPR                      PIC $ZZ.ZZ9,99.

      * HORARIOS Y CIERRES DE AGENCIA EN MEMORIA (MISMAS TABLAS Y       *
      * CRITERIO QUE 4470-VERIFICAR-HORARIO EN TP.CBL).  WS-HOR-DIA:    *
      * 1 = LUNES ... 7 = DOMINGO.                                      *
       01  TABLA-HORARIOS.
           05  HOR-AGE                  OCCURS 99 TIMES.
               09  HOR-TIENE            PIC X       VALUE 'N'.
               09  HOR-DIA              OCCURS 7 TIMES.
                   13  HOR-ABRE         PIC 9(04)   VALUE ZERO.
                   13  HOR-CIERRA       PIC 9(04)   VALUE ZERO.
                   13  HOR-FUERA-HORA   PIC X       VALUE 'N'.
                   13  HOR-RECARGO      PIC 9(04)V99 VALUE ZERO.
       01  WS-CANT-AGCERRAD                     PIC 9(03) VALUE ZERO.
       01  TABLA-AGCERRAD.
           05  ACE-TAB                  OCCURS 500 TIMES.
               09  ACE-TAB-AGENCIA      PIC 9(02).
               09  ACE-TAB-FECHA        PIC 9(08).
       01  IND-ACE                              PIC 9(03).
       01  WS-HOR-AGENCIA                       PIC 9(02).
       01  WS-HOR-HORA                          PIC 9(04).
       01  WS-HOR-FECHA.
           05  WS-HOR-AA                        PIC 9(04).
           05  WS-HOR-MM                        PIC 9(02).
           05  WS-HOR-DD                        PIC 9(02).
       01  WS-HOR-FECHA-N REDEFINES WS-HOR-FECHA PIC 9(08).
       01  WS-HOR-DIA                           PIC 9.
       01  WS-HOR-RESULTADO                     PIC X.
           88  HOR-EN-HORARIO                   VALUE 'S'.
           88  HOR-FUERA-CON-SERVICIO           VALUE 'F'.
           88  HOR-CERRADO                      VALUE 'N'.
       01  WS-HOR-RECARGO                       PIC 9(04)V99 VALUE ZERO.
       01  WS-HOR-RECARGO-TOTAL                 PIC 9(05)V99 VALUE ZERO.
       01  WS-AVISO-RETIRO                      PIC X(17).
       01  WS-AVISO-DEVOL                       PIC X(17).
       01  WS-HOR-FECHA-GUARDA                  PIC 9(08).

       SCREEN SECTION.
       01  PANTALLA-SIGNON.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "IDENTIFICACION DE OPERADOR".
           05  LINE 4 COL 5 VALUE "CODIGO: ".
           05  LINE 4 COL 14 PIC X(06) TO WS-SIGNON-CODIGO.
           05  LINE 5 COL 5 VALUE "CLAVE : ".
           05  LINE 5 COL 14 PIC X(08) SECURE TO WS-SIGNON-CLAVE.

       01  PANTALLA-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
           05  LINE 7 COL 5
               VALUE "MONEDA (BLANCO = PESOS)       : ".
           05  LINE 7 COL 38 PIC X(3) TO WS-MONEDA.
           05  LINE 8 COL 5
               VALUE "TIPO DE DOCUMENTO DEL CLIENTE : ".
           05  LINE 8 COL 38 PIC X TO WS-TIPO-DOC.
           05  LINE 9 COL 5
               VALUE "NUMERO DE DOCUMENTO           : ".
           05  LINE 9 COL 38 PIC X(20) TO WS-NRO-DOC.
           05  LINE 10 COL 5
               VALUE "AGENCIA (0 = LA DE LA UNIDAD) : ".
           05  LINE 10 COL 38 PIC 9(2) TO WS-AGENCIA.
           05  LINE 11 COL 5
               VALUE "HORA RETIRO (HHMM, OPCIONAL)  : ".
           05  LINE 11 COL 38 PIC 9(4) TO WS-HORA-RETIRO.
           05  LINE 12 COL 5
               VALUE "HORA DEVOL. (HHMM, OPCIONAL)  : ".
           05  LINE 12 COL 38 PIC 9(4) TO WS-HORA-DEVOL.
           05  LINE 13 COL 5
               VALUE "AGENCIA DEVOL. (0 = LA MISMA) : ".
           05  LINE 13 COL 38 PIC 9(2) TO WS-AGENCIA-DEVOL.

       01  PANTALLA-RESULTADO.
           05  LINE 15 COL 5
               VALUE "RESULTADO: ".
           05  LINE 15 COL 17 PIC X(60) FROM WS-MSG.
           05  LINE 16 COL 17 PIC X(60) FROM WS-MSG2.
           05  LINE 17 COL 17 PIC X(60) FROM WS-MSG3.
           05  LINE 18 COL 5
               VALUE "DESGLOSE EN COTIZA.TXT   <ENTER> SIGUE ".
           05  LINE 18 COL 45 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO COTIZAR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 060-SIGNON.
        PERFORM 100-INICIO.
        PERFORM 200-PEDIR-COTIZACION.
        PERFORM 300-PROCESO UNTIL WS-PATENTE = SPACES.
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

      * IDENTIFICACION CONTRA OPERADOR.TXT, IGUAL QUE CONSULTA.CBL.     *
      * SIN MAESTRO DE OPERADORES LA COTIZACION SE REGISTRA SIN         *
      * OPERADOR.                                                       *
       060-SIGNON.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES-NO-EXIST
                MOVE 'S' TO WS-SIGNON-OK
                MOVE SPACES TO WS-SIGNON-CODIGO
            ELSE
                CLOSE OPERADORES
                PERFORM 061-INTENTO-SIGNON
                        UNTIL WS-SIGNON-OK = 'S'
                        OR WS-SIGNON-INTENTOS = 3
                IF WS-SIGNON-OK NOT = 'S'
                    DISPLAY 'ACCESO DENEGADO'
                    STOP RUN
                END-IF
            END-IF.

       061-INTENTO-SIGNON.
            ADD 1 TO WS-SIGNON-INTENTOS.
            MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-CLAVE.
            DISPLAY PANTALLA-SIGNON.
            ACCEPT PANTALLA-SIGNON.

            MOVE ZERO TO WS-SIGNON-NIVEL.
            OPEN INPUT OPERADORES.
            PERFORM 062-LEER-OPERADOR.
            PERFORM 063-COMPARAR-OPERADOR
                    UNTIL FS-OPERADORES-FIN
                    OR WS-SIGNON-NIVEL > ZERO.
            CLOSE OPERADORES.

            IF WS-SIGNON-NIVEL >= WS-NIVEL-REQUERIDO
                MOVE 'S' TO WS-SIGNON-OK
            ELSE
                DISPLAY 'OPERADOR, CLAVE O NIVEL INSUFICIENTE'
            END-IF.

       062-LEER-OPERADOR.
            READ OPERADORES AT END SET FS-OPERADORES-FIN TO TRUE.

            IF NOT FS-OPERADORES-OK AND NOT FS-OPERADORES-FIN
                DISPLAY 'ERROR AL LEER OPERADOR.TXT'
                STOP RUN
            END-IF.

       063-COMPARAR-OPERADOR.
            IF OP-CODIGO = WS-SIGNON-CODIGO
               AND OP-PASSWORD = WS-SIGNON-CLAVE
                MOVE OP-NIVEL TO WS-SIGNON-NIVEL
            END-IF.
            IF WS-SIGNON-NIVEL = ZERO
                PERFORM 062-LEER-OPERADOR
            END-IF.

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM 110-CARGAR-FERIADOS.
            PERFORM 315-CARGAR-TARIFVIG.
            PERFORM 318-CARGAR-CAMBIO.
            PERFORM 370-CARGAR-OCUPTAR.
            PERFORM 130-CARGAR-HORARIOS.
            PERFORM 140-CARGAR-RESTRIC.

            OPEN OUTPUT COTIZA.
            MOVE FS-COTIZA  TO WS-FS.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT COTNUM.
            IF FS-COTNUM-OK
                READ COTNUM AT END CONTINUE END-READ
                IF FS-COTNUM-OK
                    MOVE COTNUM-ULTIMO TO WS-NRO-COTIZACION
                END-IF
                CLOSE COTNUM
            END-IF.

            OPEN EXTEND COTLOG.
            IF NOT FS-COTLOG-OK
                OPEN OUTPUT COTLOG
            END-IF.
            MOVE FS-COTLOG  TO WS-FS.
            MOVE "COTLOG"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       110-CARGAR-FERIADOS.
            OPEN INPUT FERIADOS.
            IF FS-FERIADOS-NO-EXIST
            MOVE FER-FECHA TO FER-TAB-FECHA(WS-CANT-FERIADOS).
            PERFORM 111-LEER-FERIADO.

      * UN "35" NO ES ERROR: SIN HORARIOS NI CIERRES LAS AGENCIAS       *
      * ATIENDEN SIEMPRE.                                               *
       130-CARGAR-HORARIOS.
            OPEN INPUT AGHORAR.
            IF NOT FS-AGHORAR-NO-EXIST
                MOVE FS-AGHORAR TO WS-FS
                MOVE "AGHORAR"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-AGHORAR
                PERFORM 132-CARGAR-HORARIO UNTIL FS-AGHORAR-FIN
                CLOSE AGHORAR
            END-IF.

            OPEN INPUT AGCERRAD.
            IF NOT FS-AGCERRAD-NO-EXIST
                MOVE FS-AGCERRAD TO WS-FS
                MOVE "AGCERRAD"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 134-LEER-AGCERRAD
                PERFORM 135-CARGAR-CIERRE
                        UNTIL FS-AGCERRAD-FIN
                        OR WS-CANT-AGCERRAD >= 500
                CLOSE AGCERRAD
            END-IF.

       131-LEER-AGHORAR.
            READ AGHORAR AT END SET FS-AGHORAR-FIN TO TRUE.

            IF NOT FS-AGHORAR-OK AND NOT FS-AGHORAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGHORAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * MISMO FILTRO QUE 1283-CARGAR-TABLA-HORARIOS EN TP.CBL.          *
       132-CARGAR-HORARIO.
            IF AGH-AGENCIA IS NUMERIC AND AGH-AGENCIA > ZERO
               AND AGH-DIA IS NUMERIC AND AGH-DIA > ZERO
               AND AGH-DIA < 8
                MOVE 'S' TO HOR-TIENE(AGH-AGENCIA)
                IF AGH-ABRE IS NUMERIC AND AGH-CIERRA IS NUMERIC
                    MOVE AGH-ABRE   TO HOR-ABRE(AGH-AGENCIA, AGH-DIA)
                    MOVE AGH-CIERRA TO HOR-CIERRA(AGH-AGENCIA, AGH-DIA)
                END-IF
                MOVE AGH-FUERA-HORA
                    TO HOR-FUERA-HORA(AGH-AGENCIA, AGH-DIA)
                IF AGH-RECARGO IS NUMERIC
                    MOVE AGH-RECARGO
                        TO HOR-RECARGO(AGH-AGENCIA, AGH-DIA)
                END-IF
            END-IF.
            PERFORM 131-LEER-AGHORAR.

       134-LEER-AGCERRAD.
            READ AGCERRAD AT END SET FS-AGCERRAD-FIN TO TRUE.

            IF NOT FS-AGCERRAD-OK AND NOT FS-AGCERRAD-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGCERRAD'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       135-CARGAR-CIERRE.
            IF ACE-AGENCIA IS NUMERIC AND ACE-FECHA IS NUMERIC
                ADD 1 TO WS-CANT-AGCERRAD
                MOVE ACE-AGENCIA TO ACE-TAB-AGENCIA(WS-CANT-AGCERRAD)
                MOVE ACE-FECHA   TO ACE-TAB-FECHA(WS-CANT-AGCERRAD)
            END-IF.
            PERFORM 134-LEER-AGCERRAD.

      * UN "35" NO ES ERROR: SIN RESTRIC.TXT NO HAY RESTRICCIONES.     *
      * SE SALTEAN LAS FILAS QUE EL LOTE TAMBIEN SALTEA (VER 1294 EN   *
      * TP.CBL).                                                       *
       140-CARGAR-RESTRIC.
            OPEN INPUT RESTRIC.
            IF NOT FS-RESTRIC-NO-EXIST
                MOVE FS-RESTRIC TO WS-FS
                MOVE "RESTRIC"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-RESTRIC
                PERFORM 142-CARGAR-RESTRIC
                        UNTIL FS-RESTRIC-FIN
                        OR WS-CANT-RESTRIC >= 200
                CLOSE RESTRIC
            END-IF.

       141-LEER-RESTRIC.
            READ RESTRIC AT END SET FS-RESTRIC-FIN TO TRUE.

            IF NOT FS-RESTRIC-OK AND NOT FS-RESTRIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-RESTRIC.
            IF RES-FECHA-DESDE IS NUMERIC
               AND RES-FECHA-HASTA IS NUMERIC
               AND RES-FECHA-DESDE NOT > RES-FECHA-HASTA
               AND RES-AGENCIA IS NUMERIC
               AND (RES-TIPO = 'V'
                    OR ((RES-TIPO = 'M' OR RES-TIPO = 'A')
                        AND RES-DIAS IS NUMERIC AND RES-DIAS > ZERO))
                ADD 1 TO WS-CANT-RESTRIC
                MOVE RES-FECHA-DESDE TO RES-TAB-DESDE(WS-CANT-RESTRIC)
                MOVE RES-FECHA-HASTA TO RES-TAB-HASTA(WS-CANT-RESTRIC)
                MOVE RES-AGENCIA     TO RES-TAB-AGENCIA(WS-CANT-RESTRIC)
                MOVE RES-TAMANIO     TO RES-TAB-TAMANIO(WS-CANT-RESTRIC)
                MOVE RES-TIPO        TO RES-TAB-TIPO(WS-CANT-RESTRIC)
                MOVE RES-PRODUCTO
                    TO RES-TAB-PRODUCTO(WS-CANT-RESTRIC)
                MOVE RES-FINDE-LARGO TO RES-TAB-FINDE(WS-CANT-RESTRIC)
                MOVE ZERO TO RES-TAB-DIAS(WS-CANT-RESTRIC)
                MOVE ZERO TO RES-TAB-LIMITE(WS-CANT-RESTRIC)
                IF RES-TIPO NOT = 'V'
                    MOVE RES-DIAS TO RES-TAB-DIAS(WS-CANT-RESTRIC)
                END-IF
                IF RES-TIPO = 'A'
                    MOVE FECHA-HOY TO WS-FECHA-CALC-N
                    PERFORM 560-SUMAR-UN-DIA RES-DIAS TIMES
                    MOVE WS-FECHA-CALC-N
                        TO RES-TAB-LIMITE(WS-CANT-RESTRIC)
                END-IF
            END-IF.
            PERFORM 141-LEER-RESTRIC.

       200-PEDIR-COTIZACION.
            MOVE SPACES TO WS-PATENTE.
            MOVE ZERO TO WS-FECHA-DESDE WS-FECHA-HASTA.
            MOVE SPACES TO WS-MONEDA.
            MOVE SPACES TO WS-TIPO-DOC WS-NRO-DOC.
            MOVE ZERO TO WS-AGENCIA.
            MOVE ZERO TO WS-AGENCIA-DEVOL WS-HORA-RETIRO WS-HORA-DEVOL.
            MOVE SPACES TO WS-MSG2 WS-MSG3.
            DISPLAY PANTALLA-PEDIDO.
            ACCEPT PANTALLA-PEDIDO.

                MOVE AUT-IMPORTE TO WS-TARIFA-AUT
                MOVE AUT-RECARGO-FINDESEM TO WS-RECARGO-AUT
                MOVE AUT-TAMANIO TO WS-TAM-AUTO
                MOVE AUT-AGENCIA TO WS-AGENCIA-AUTO
            ELSE
                PERFORM 311-LEER-AUTO
            END-IF.
                MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
            END-IF.
            MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N.
            PERFORM 380-CARGAR-UNIDADES.

            MOVE SPACES TO LINEA.
            STRING 'COTIZACION ' WS-PATENTE
                    UNTIL WS-FECHA-CALC-N > WS-FECHA-HASTA
                    OR WS-CANT-DIAS NOT < WS-MAX-DIAS-RANGO.

      * RETIRO EN LA AGENCIA QUE COTIZA Y DEVOLUCION EN LA INFORMADA   *
      * (LA MISMA SI NO SE INFORMA): EL RECARGO FUERA DE HORARIO VA AL  *
      * TOTAL, Y SI LA AGENCIA ESTA CERRADA SE AVISA.                   *
            IF WS-AGENCIA IS NOT NUMERIC OR WS-AGENCIA = ZERO
                MOVE WS-AGENCIA-AUTO TO WS-AGENCIA
            END-IF.
            IF WS-AGENCIA-DEVOL IS NOT NUMERIC
               OR WS-AGENCIA-DEVOL = ZERO
                MOVE WS-AGENCIA TO WS-AGENCIA-DEVOL
            END-IF.
            PERFORM 620-AVISAR-HORARIO.
            IF WS-HOR-RECARGO-TOTAL > ZERO
                ADD WS-HOR-RECARGO-TOTAL TO WS-TOTAL-COTIZADO
                MOVE WS-HOR-RECARGO-TOTAL TO WS-RECARGO-IMPR
                MOVE SPACES TO LINEA
                STRING '  RECARGO FUERA DE HORARIO: ' WS-RECARGO-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE COTIZA-REG FROM LINEA
            END-IF.
            IF WS-MSG2 NOT = SPACES
                MOVE SPACES TO LINEA
                STRING '  ' WS-MSG2 DELIMITED BY SIZE INTO LINEA
                WRITE COTIZA-REG FROM LINEA
            END-IF.
            PERFORM 630-AVISAR-RESTRICCION.
            IF WS-MSG3 NOT = SPACES
                MOVE SPACES TO LINEA
                STRING '  ' WS-MSG3 DELIMITED BY SIZE INTO LINEA
                WRITE COTIZA-REG FROM LINEA
            END-IF.

            MOVE ZEROES TO WS-TOTAL-IMPR.
            MOVE WS-TOTAL-COTIZADO TO WS-TOTAL-IMPR.
            MOVE SPACES TO LINEA.
            WRITE COTIZA-REG FROM LINEA.

            PERFORM 360-CONVERTIR-TOTAL.
            PERFORM 390-REGISTRAR-COTIZACION.

            MOVE WS-NRO-COTIZACION TO WS-NRO-COT-IMPR.
            MOVE SPACES TO WS-MSG.
            STRING 'COTIZACION ' WS-NRO-COT-IMPR
                   ' TOTAL: ' WS-TOTAL-IMPR
                DELIMITED BY SIZE INTO WS-MSG.

      * CADA COTIZACION DADA QUEDA EN COTLOG.TXT CON SU NUMERO.  EL     *
      * ULTIMO NUMERO SE GRABA EN EL MOMENTO, ASI UNA SESION CORTADA    *
      * NO REPITE NUMEROS.  LA AGENCIA QUE COTIZA ES LA INFORMADA, O LA *
      * DE RADICACION DE LA UNIDAD SI NO SE INFORMA.                    *
       390-REGISTRAR-COTIZACION.
            ADD 1 TO WS-NRO-COTIZACION.
            IF WS-AGENCIA IS NOT NUMERIC OR WS-AGENCIA = ZERO
                MOVE WS-AGENCIA-AUTO TO WS-AGENCIA
            END-IF.

            MOVE SPACES TO COTLOG-REG.
            MOVE WS-NRO-COTIZACION TO COT-NRO.
            MOVE FECHA-HOY         TO COT-FECHA.
            MOVE WS-TIPO-DOC       TO COT-TIPO-DOC.
            MOVE WS-NRO-DOC        TO COT-NRO-DOC.
            MOVE WS-PATENTE        TO COT-PATENTE.
            MOVE WS-TAM-AUTO       TO COT-TAMANIO.
            MOVE WS-FECHA-DESDE    TO COT-FECHA-DESDE.
            MOVE WS-FECHA-HASTA    TO COT-FECHA-HASTA.
            MOVE WS-CANT-DIAS      TO COT-CANT-DIAS.
            MOVE WS-TOTAL-COTIZADO TO COT-TOTAL.
            MOVE WS-SIGNON-CODIGO  TO COT-OPERADOR.
            MOVE WS-AGENCIA        TO COT-AGENCIA.
            MOVE 'A'               TO COT-ESTADO.
            MOVE ZERO              TO COT-FECHA-CIERRE.
            MOVE ZERO              TO COT-NRO-CONTRATO.
            WRITE COTLOG-REG.
            MOVE FS-COTLOG  TO WS-FS.
            MOVE "COTLOG"   TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT COTNUM.
            MOVE FS-COTNUM  TO WS-FS.
            MOVE "COTNUM"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE WS-NRO-COTIZACION TO COTNUM-ULTIMO.
            WRITE COTNUM-REG.
            CLOSE COTNUM.

      * EQUIVALENTE EN LA MONEDA PEDIDA, CON EL TIPO DE CAMBIO USADO   *
      * (EL TOTAL EN PESOS SIGUE SIENDO EL QUE VALE).                  *
       360-CONVERTIR-TOTAL.
       330-COTIZAR-UN-DIA.
            ADD 1 TO WS-CANT-DIAS.
            PERFORM 335-RESOLVER-TARIFA-DIA.
            PERFORM 385-APLICAR-OCUPACION.
            PERFORM 340-DETER-DIA-SEMANA.
            PERFORM 350-VERIFICAR-FERIADO.

            STRING '  ' WS-FECHA-CALC-N
                   '  ' WS-IMPORTE-IMPR
                   '  ' WS-DESC-DIA
                   WS-DESC-OCUP
                DELIMITED BY SIZE INTO LINEA.
            WRITE COTIZA-REG FROM LINEA.

            PERFORM 560-SUMAR-UN-DIA.

      * CARGA DE LAS BANDAS DE OCUPACION.  UN "35" ES EL CASO NORMAL:   *
      * SIN RECARGO POR OCUPACION, Y ENTONCES NO HACE FALTA NI EL       *
      * MAESTRO NI RESERVAS NI LEASES.                                  *
       370-CARGAR-OCUPTAR.
            OPEN INPUT OCUPTAR.
            IF FS-OCUPTAR-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 371-LEER-OCUPTAR
                PERFORM 372-CARGAR-UNA-BANDA
                        UNTIL FS-OCUPTAR-FIN OR WS-CANT-OCUPTAR >= 50
                CLOSE OCUPTAR
            END-IF.

            IF WS-CANT-OCUPTAR > ZERO
                PERFORM 373-CARGAR-LEASES
                OPEN INPUT ALQ-IDX
                IF FS-ALQ-IDX-OK
                    MOVE 'S' TO WS-HAY-ALQ-IDX
                END-IF
                OPEN INPUT RESERVAS
                IF FS-RESERVAS-OK
                    MOVE 'S' TO WS-HAY-RESERVAS
                END-IF
            END-IF.

       371-LEER-OCUPTAR.
            READ OCUPTAR AT END SET FS-OCUPTAR-FIN TO TRUE.

            IF NOT FS-OCUPTAR-OK AND NOT FS-OCUPTAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER OCUPTAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * MISMO FILTRO QUE 1275-CARGAR-TABLA-OCUPTAR EN TP.CBL.           *
       372-CARGAR-UNA-BANDA.
            IF OCT-DESDE-PORC IS NUMERIC AND OCT-DESDE-PORC > ZERO
               AND OCT-RECARGO-PORC IS NUMERIC
               AND OCT-RECARGO-PORC > ZERO
                ADD 1 TO WS-CANT-OCUPTAR
                MOVE OCT-TAMANIO TO OCT-TAB-TAMANIO(WS-CANT-OCUPTAR)
                MOVE OCT-DESDE-PORC TO OCT-TAB-DESDE(WS-CANT-OCUPTAR)
                MOVE OCT-RECARGO-PORC
                    TO OCT-TAB-RECARGO(WS-CANT-OCUPTAR)
            END-IF.
            PERFORM 371-LEER-OCUPTAR.

       373-CARGAR-LEASES.
            OPEN INPUT LEASES.
            IF FS-LEASES-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 374-LEER-LEASE
                PERFORM 375-CARGAR-UN-LEASE
                        UNTIL FS-LEASES-FIN OR WS-CANT-LEASES >= 100
                CLOSE LEASES
            END-IF.

       374-LEER-LEASE.
            READ LEASES AT END SET FS-LEASES-FIN TO TRUE.

            IF NOT FS-LEASES-OK AND NOT FS-LEASES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LEASES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       375-CARGAR-UN-LEASE.
            ADD 1 TO WS-CANT-LEASES.
            MOVE LSE-PATENTE     TO LSE-TAB-PATENTE(WS-CANT-LEASES).
            MOVE LSE-FECHA-DESDE TO LSE-TAB-DESDE(WS-CANT-LEASES).
            MOVE LSE-FECHA-HASTA TO LSE-TAB-HASTA(WS-CANT-LEASES).
            MOVE LSE-ESTADO      TO LSE-TAB-ESTADO(WS-CANT-LEASES).
            MOVE LSE-FECHA-TERMINACION
                TO LSE-TAB-FECHA-TERM(WS-CANT-LEASES).
            PERFORM 374-LEER-LEASE.

      * UNIDADES EN SERVICIO DEL MISMO TAMANIO QUE LA COTIZADA, SOLO SI *
      * HAY ALGUNA BANDA PARA ESE TAMANIO.                              *
       380-CARGAR-UNIDADES.
            MOVE ZERO TO WS-CANT-UNIDADES.
            MOVE 'N' TO WS-HAY-BANDA-TAMANIO.
            PERFORM 382-BUSCAR-BANDA-TAMANIO
                    VARYING IND-OCT FROM 1 BY 1
                    UNTIL IND-OCT > WS-CANT-OCUPTAR
                    OR HAY-BANDA-TAMANIO.

            IF HAY-BANDA-TAMANIO
                OPEN INPUT AUTOS
                MOVE FS-AUTOS   TO WS-FS
                MOVE "AUTOS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 311-LEER-AUTO
                PERFORM 381-GUARDAR-UNIDAD UNTIL FS-AUTOS-FIN
                CLOSE AUTOS
            END-IF.

       381-GUARDAR-UNIDAD.
            IF AUT-TAMANIO = WS-TAM-AUTO AND AUT-ESTADO NOT = 'B'
               AND WS-CANT-UNIDADES < 300
                ADD 1 TO WS-CANT-UNIDADES
                MOVE AUT-PATENTE TO UNI-TAB-PATENTE(WS-CANT-UNIDADES)
            END-IF.
            PERFORM 311-LEER-AUTO.

       382-BUSCAR-BANDA-TAMANIO.
            IF OCT-TAB-TAMANIO(IND-OCT) = WS-TAM-AUTO
                MOVE 'S' TO WS-HAY-BANDA-TAMANIO
            END-IF.

      * PORCENTAJE DEL TAMANIO YA TOMADO ESE DIA Y BANDA MAS ALTA       *
      * ALCANZADA: EL RECARGO SUBE LA TARIFA BASE ANTES DEL RECARGO DE  *
      * FIN DE SEMANA, MISMO CRITERIO QUE 4097-APLICAR-OCUPACION.       *
       385-APLICAR-OCUPACION.
            MOVE ZERO TO WS-OCUP-BANDA WS-OCUP-RECARGO.
            MOVE SPACES TO WS-DESC-OCUP.
            IF WS-CANT-UNIDADES > ZERO
                MOVE ZERO TO WS-OCUP-TOMADAS
                PERFORM 386-VERIFICAR-UNIDAD
                        VARYING IND-UNI FROM 1 BY 1
                        UNTIL IND-UNI > WS-CANT-UNIDADES
                COMPUTE WS-OCUP-PORC =
                    WS-OCUP-TOMADAS * 100 / WS-CANT-UNIDADES
                PERFORM 388-COMPARAR-BANDA
                        VARYING IND-OCT FROM 1 BY 1
                        UNTIL IND-OCT > WS-CANT-OCUPTAR
            END-IF.

            IF WS-OCUP-RECARGO > ZERO
                COMPUTE WS-TARIFA-BASE ROUNDED =
                    WS-TARIFA-BASE * (100 + WS-OCUP-RECARGO) / 100
                STRING 'OCUP +' WS-OCUP-RECARGO '%'
                    DELIMITED BY SIZE INTO WS-DESC-OCUP
            END-IF.

       386-VERIFICAR-UNIDAD.
            MOVE 'N' TO WS-UNIDAD-TOMADA.
            IF HAY-ALQ-IDX
                MOVE UNI-TAB-PATENTE(IND-UNI) TO ALQ-IDX-PATENTE
                MOVE WS-FECHA-CALC-N          TO ALQ-IDX-FECHA
                READ ALQ-IDX
                    INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
                END-READ
                IF FS-ALQ-IDX-OK
                   AND NOT ALQ-IDX-ESTA-ANULADO
                   AND ALQ-IDX-NOSHOW NOT = 'S'
                    MOVE 'S' TO WS-UNIDAD-TOMADA
                END-IF
            END-IF.

            IF NOT UNIDAD-TOMADA AND HAY-RESERVAS
                MOVE UNI-TAB-PATENTE(IND-UNI) TO RSV-PATENTE
                MOVE WS-FECHA-CALC-N          TO RSV-FECHA
                READ RESERVAS
                    INVALID KEY SET FS-RESERVAS-NO-EXIST TO TRUE
                END-READ
                IF FS-RESERVAS-OK
                    MOVE 'S' TO WS-UNIDAD-TOMADA
                END-IF
            END-IF.

            IF NOT UNIDAD-TOMADA
                PERFORM 387-COMPARAR-LEASE
                        VARYING IND-LSE FROM 1 BY 1
                        UNTIL IND-LSE > WS-CANT-LEASES
                        OR UNIDAD-TOMADA
            END-IF.

            IF UNIDAD-TOMADA
                ADD 1 TO WS-OCUP-TOMADAS
            END-IF.

      * MISMA COBERTURA QUE 4044-COMPARAR-LEASE EN TP.CBL.              *
       387-COMPARAR-LEASE.
            IF LSE-TAB-PATENTE(IND-LSE) = UNI-TAB-PATENTE(IND-UNI)
               AND WS-FECHA-CALC-N NOT < LSE-TAB-DESDE(IND-LSE)
                IF LSE-TAB-ESTADO(IND-LSE) = 'T'
                   AND LSE-TAB-FECHA-TERM(IND-LSE) > ZERO
                    IF WS-FECHA-CALC-N < LSE-TAB-FECHA-TERM(IND-LSE)
                        MOVE 'S' TO WS-UNIDAD-TOMADA
                    END-IF
                ELSE
                    IF LSE-TAB-HASTA(IND-LSE) = ZERO
                       OR WS-FECHA-CALC-N NOT > LSE-TAB-HASTA(IND-LSE)
                        MOVE 'S' TO WS-UNIDAD-TOMADA
                    END-IF
                END-IF
            END-IF.

       388-COMPARAR-BANDA.
            IF OCT-TAB-TAMANIO(IND-OCT) = WS-TAM-AUTO
               AND OCT-TAB-DESDE(IND-OCT) NOT > WS-OCUP-PORC
               AND OCT-TAB-DESDE(IND-OCT) > WS-OCUP-BANDA
                MOVE OCT-TAB-DESDE(IND-OCT)   TO WS-OCUP-BANDA
                MOVE OCT-TAB-RECARGO(IND-OCT) TO WS-OCUP-RECARGO
            END-IF.

      * MISMA CONGRUENCIA DE ZELLER QUE TP.CBL SOBRE WS-FECHA-CALC.     *
       340-DETER-DIA-SEMANA.
            MOVE WS-FEC-AA TO WS-ZEL-ANIO.
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.

      * MISMO CRITERIO QUE 4471-EVALUAR-HORARIO EN TP.CBL, SOBRE        *
      * WS-HOR-AGENCIA, WS-HOR-FECHA Y WS-HOR-HORA (0000 = SIN HORA:    *
      * SOLO SE MIRA QUE LA AGENCIA ABRA ESE DIA).  FUERA DE HORARIO    *
      * CON SERVICIO DEJA EL RECARGO DE LA AGENCIA EN WS-HOR-RECARGO.   *
       600-VERIFICAR-HORARIO.
            MOVE 'S'  TO WS-HOR-RESULTADO.
            MOVE ZERO TO WS-HOR-RECARGO.
            IF WS-HOR-AGENCIA > ZERO
                PERFORM 601-COMPARAR-CIERRE
                        VARYING IND-ACE FROM 1 BY 1
                        UNTIL IND-ACE > WS-CANT-AGCERRAD
                        OR HOR-CERRADO
                IF HOR-EN-HORARIO
                   AND HOR-TIENE(WS-HOR-AGENCIA) = 'S'
                    PERFORM 610-DETER-DIA-HORARIO
                    PERFORM 602-COMPARAR-HORA
                END-IF
            END-IF.

       601-COMPARAR-CIERRE.
            IF ACE-TAB-AGENCIA(IND-ACE) = WS-HOR-AGENCIA
               AND ACE-TAB-FECHA(IND-ACE) = WS-HOR-FECHA-N
                MOVE 'N' TO WS-HOR-RESULTADO
            END-IF.

       602-COMPARAR-HORA.
            IF HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA) = ZERO
                MOVE 'N' TO WS-HOR-RESULTADO
            ELSE
                IF WS-HOR-HORA > ZERO
                   AND (WS-HOR-HORA <
                            HOR-ABRE(WS-HOR-AGENCIA, WS-HOR-DIA)
                        OR WS-HOR-HORA >
                            HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA))
                    IF HOR-FUERA-HORA(WS-HOR-AGENCIA, WS-HOR-DIA) = 'S'
                        MOVE 'F' TO WS-HOR-RESULTADO
                        MOVE HOR-RECARGO(WS-HOR-AGENCIA, WS-HOR-DIA)
                            TO WS-HOR-RECARGO
                    ELSE
                        MOVE 'N' TO WS-HOR-RESULTADO
                    END-IF
                END-IF
            END-IF.

      * DIA DE LA SEMANA DE WS-HOR-FECHA CON 340-DETER-DIA-SEMANA, QUE  *
      * TRABAJA SOBRE WS-FECHA-CALC (SE DEVUELVE COMO ESTABA), PASADO   *
      * A 1 = LUNES ... 7 = DOMINGO COMO EN AGHORAR.TXT.                *
       610-DETER-DIA-HORARIO.
            MOVE WS-FECHA-CALC-N TO WS-HOR-FECHA-GUARDA.
            MOVE WS-HOR-FECHA-N  TO WS-FECHA-CALC-N.
            PERFORM 340-DETER-DIA-SEMANA.
            MOVE WS-HOR-FECHA-GUARDA TO WS-FECHA-CALC-N.
            IF WS-DIA-SEMANA < 2
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA + 6
            ELSE
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA - 1
            END-IF.

      * AVISO DE HORARIO: NO IMPIDE LA CARGA -- LA CORRIDA NOCTURNA     *
      * RECHAZA EL DIA (MOTIVO 29) O COBRA EL RECARGO DE LA AGENCIA.    *
      * DEJA EN WS-HOR-RECARGO-TOTAL LO QUE SE COBRARIA.                *
       620-AVISAR-HORARIO.
            MOVE SPACES TO WS-AVISO-RETIRO WS-AVISO-DEVOL.
            MOVE ZERO   TO WS-HOR-RECARGO-TOTAL.
            MOVE WS-AGENCIA TO WS-HOR-AGENCIA.
            MOVE WS-FECHA-DESDE TO WS-HOR-FECHA-N.
            MOVE WS-HORA-RETIRO TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'RETIRO CERRADO' TO WS-AVISO-RETIRO
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'RETIRO C/RECARGO' TO WS-AVISO-RETIRO
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE WS-AGENCIA-DEVOL TO WS-HOR-AGENCIA.
            MOVE WS-FECHA-HASTA TO WS-HOR-FECHA-N.
            MOVE WS-HORA-DEVOL TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'DEVOL. CERRADA' TO WS-AVISO-DEVOL
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'DEVOL. C/RECARGO' TO WS-AVISO-DEVOL
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.
      * CON UN TRAMO CERRADO EL DIA SE RECHAZA: NO HAY RECARGO.         *
            IF WS-AVISO-RETIRO = 'RETIRO CERRADO'
               OR WS-AVISO-DEVOL = 'DEVOL. CERRADA'
                MOVE ZERO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE SPACES TO WS-MSG2.
            IF WS-AVISO-RETIRO NOT = SPACES
               OR WS-AVISO-DEVOL NOT = SPACES
                STRING 'AVISO HORARIO: ' WS-AVISO-RETIRO
                       ' ' WS-AVISO-DEVOL
                    DELIMITED BY SIZE INTO WS-MSG2
            END-IF.

      * AVISO DE RESTRICCION DE VENTA: COMO EL DE HORARIO, NO IMPIDE   *
      * COTIZAR -- LA CORRIDA NOCTURNA RECHAZA EL ALQUILER (MOTIVOS 32  *
      * A 34, VER 4440 EN TP.CBL).  SE LLAMA CON LAS AGENCIAS YA       *
      * RESUELTAS; VALE LA PRIMERA REGLA QUE NO SE CUMPLE.             *
       630-AVISAR-RESTRICCION.
            MOVE SPACES TO WS-MSG3.
            IF WS-CANT-RESTRIC > ZERO
                MOVE WS-FECHA-CALC-N TO WS-RES-FECHA-GUARDA
                MOVE SPACE TO WS-RES-TOCA-FINDE
                MOVE 'N'   TO WS-RES-ONE-WAY
                IF WS-AGENCIA-DEVOL NOT = WS-AGENCIA
                    MOVE 'S' TO WS-RES-ONE-WAY
                END-IF
                PERFORM 631-EVALUAR-REGLA-RESTRIC
                        VARYING IND-RES FROM 1 BY 1
                        UNTIL IND-RES > WS-CANT-RESTRIC
                        OR WS-MSG3 NOT = SPACES
                MOVE WS-RES-FECHA-GUARDA TO WS-FECHA-CALC-N
            END-IF.

       631-EVALUAR-REGLA-RESTRIC.
            IF (RES-TAB-AGENCIA(IND-RES) = ZERO
                OR RES-TAB-AGENCIA(IND-RES) = WS-AGENCIA)
               AND (RES-TAB-TAMANIO(IND-RES) = SPACE
                    OR RES-TAB-TAMANIO(IND-RES) = WS-TAM-AUTO)
                EVALUATE RES-TAB-TIPO(IND-RES)
                    WHEN 'M'
                        PERFORM 632-REGLA-ESTADIA-MINIMA
                    WHEN 'A'
                        PERFORM 633-REGLA-ANTICIPACION
                    WHEN 'V'
                        PERFORM 634-REGLA-VEDA
                END-EVALUATE
            END-IF.

       632-REGLA-ESTADIA-MINIMA.
            IF RES-TAB-DESDE(IND-RES) NOT > WS-FECHA-HASTA
               AND RES-TAB-HASTA(IND-RES) NOT < WS-FECHA-DESDE
               AND WS-CANT-DIAS < RES-TAB-DIAS(IND-RES)
                IF RES-TAB-FINDE(IND-RES) = 'S'
                   AND RES-FINDE-SIN-CALCULAR
                    PERFORM 635-VERIFICAR-FINDE-LARGO
                END-IF
                IF RES-TAB-FINDE(IND-RES) NOT = 'S'
                   OR RES-TOCA-FINDE-LARGO
                    MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
                    STRING 'RESTRICCION: ESTADIA MINIMA '
                           WS-RES-DIAS-IMPR ' DIAS - SE RECHAZA'
                        DELIMITED BY SIZE INTO WS-MSG3
                END-IF
            END-IF.

       633-REGLA-ANTICIPACION.
            IF WS-FECHA-DESDE NOT < RES-TAB-DESDE(IND-RES)
               AND WS-FECHA-DESDE NOT > RES-TAB-HASTA(IND-RES)
               AND WS-FECHA-DESDE > RES-TAB-LIMITE(IND-RES)
                MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
                STRING 'RESTRICCION: ANTICIPACION MAXIMA '
                       WS-RES-DIAS-IMPR ' DIAS - SE RECHAZA'
                    DELIMITED BY SIZE INTO WS-MSG3
            END-IF.

      * LA COTIZACION ES POR PATENTE: SOLO LA VEDA DE ONE-WAY O LA      *
      * TOTAL LA ALCANZAN.                                              *
       634-REGLA-VEDA.
            IF RES-TAB-DESDE(IND-RES) NOT > WS-FECHA-HASTA
               AND RES-TAB-HASTA(IND-RES) NOT < WS-FECHA-DESDE
               AND (RES-TAB-PRODUCTO(IND-RES) = SPACE
                    OR (RES-TAB-PRODUCTO(IND-RES) = 'O'
                        AND RES-ES-ONE-WAY))
                IF RES-TAB-PRODUCTO(IND-RES) = 'O'
                    MOVE 'ONE-WAY' TO WS-RES-PRODUCTO-DESC
                ELSE
                    MOVE 'ALQUILER' TO WS-RES-PRODUCTO-DESC
                END-IF
                STRING 'RESTRICCION: ' DELIMITED BY SIZE
                       WS-RES-PRODUCTO-DESC DELIMITED BY SPACE
                       ' VEDADO HASTA ' RES-TAB-HASTA(IND-RES)
                       ' - SE RECHAZA'
                    DELIMITED BY SIZE INTO WS-MSG3
            END-IF.

      * FIN DE SEMANA LARGO: FERIADO EN VIERNES (VIERNES A DOMINGO) O   *
      * EN LUNES (SABADO A LUNES) CON ALGUNO DE ESOS DIAS EN EL RANGO   *
      * (MISMO CRITERIO QUE 4447 EN TP.CBL).                            *
       635-VERIFICAR-FINDE-LARGO.
            MOVE 'N' TO WS-RES-TOCA-FINDE.
            MOVE WS-FECHA-HASTA TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA 2 TIMES.
            MOVE WS-FECHA-CALC-N TO WS-RES-HASTA-MAS2.
            PERFORM 636-REVISAR-FERIADO-RESTRIC
                    VARYING IND-FER FROM 1 BY 1
                    UNTIL IND-FER > WS-CANT-FERIADOS
                    OR RES-TOCA-FINDE-LARGO.

       636-REVISAR-FERIADO-RESTRIC.
            MOVE FER-TAB-FECHA(IND-FER) TO WS-FECHA-CALC-N.
            PERFORM 340-DETER-DIA-SEMANA.
            IF WS-DIA-SEMANA = 2
               AND FER-TAB-FECHA(IND-FER) NOT < WS-FECHA-DESDE
               AND FER-TAB-FECHA(IND-FER) NOT > WS-RES-HASTA-MAS2
                MOVE 'S' TO WS-RES-TOCA-FINDE
            END-IF.
            IF WS-DIA-SEMANA = 6
               AND FER-TAB-FECHA(IND-FER) NOT > WS-FECHA-HASTA
                PERFORM 560-SUMAR-UN-DIA 2 TIMES
                IF WS-FECHA-CALC-N NOT < WS-FECHA-DESDE
                    MOVE 'S' TO WS-RES-TOCA-FINDE
                END-IF
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"

       998-FIN.
            CLOSE COTIZA.
            CLOSE COTLOG.
            IF HAY-ALQ-IDX
                CLOSE ALQ-IDX
            END-IF.
            IF HAY-RESERVAS
                CLOSE RESERVAS
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
