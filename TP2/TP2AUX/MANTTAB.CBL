       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTAB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MANTENIMIENTO DE LAS TABLAS DE PRECIOS Y POLITICAS QUE LEE EL   *
      * LOTE (EXTRAS, FERIADOS, GARTARIF, CREDLIM, PREPTIEM, ONEWAY,    *
      * ZONAENT, EDADMIN, COBERT, CAMBIO, TARIFVIG, PRESUP, CHOFERES Y  *
      * RESTRIC), EN EL MOLDE DE MANTAGEN.CBL: LA TABLA ELEGIDA SE      *
      * CARGA ENTERA EN MEMORIA, SE TRABAJA POR PANTALLA FILA POR FILA  *
      * Y SE REESCRIBE AL VOLVER A LA LISTA DE ARCHIVOS.  CADA FILA SE  *
      * VALIDA CAMPO POR CAMPO CON EL ARMADO DE TP.CBL ANTES DE         *
      * ACEPTARLA, ASI UNA COLUMNA CORRIDA NO LLEGA AL LOTE.            *
      * LA TABLA EN EDICION SE ASIGNA POR NOMBRE (VER WS-PATH-REF).     *
        SELECT REFERENCIA ASSIGN TO WS-PATH-REF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REFERENCIA.

      * CODIGOS DE AGENCIA Y DE TAMANIO CONOCIDOS: LOS QUE ESTAN EN EL  *
      * MAESTRO DE AGENCIAS Y EN EL PADRON DE AUTOS.                    *
        SELECT AGENCIAS ASSIGN TO "..\AGENCIAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGENCIAS.

        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMA BITACORA QUE EL MANTENIMIENTO DE AUTOS (VER MANTLOG EN    *
      * MANTAUTO.CBL) -- LAS ACCIONES SOBRE LAS TABLAS VAN CON CODIGO   *
      * RFALTA/RFCAMB/RFBAJA Y UNA LINEA POR TRAMO DE 54 POSICIONES DE  *
      * LA IMAGEN ANTES Y DESPUES.                                      *
        SELECT MANTLOG ASSIGN TO "..\MANTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANTLOG.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).             *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * CERROJO DE EDICION DE LAS TABLAS, COMO AUTOLOCK.DAT PARA EL     *
      * PADRON DE AUTOS: DOS OPERADORES EDITANDO A LA VEZ SE PISARIAN   *
      * AL GRABAR.  MIENTRAS EXISTE REFLOCK.DAT, OTRA SESION LAS TIENE. *
        SELECT REFLOCK ASSIGN TO "..\REFLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REFLOCK.

      * MAESTRO DE OPERADORES (CODIGO, NOMBRE, CLAVE, NIVEL): 1 =       *
      * CONSULTA, 2 = MANTENIMIENTO DE MAESTROS, 3 = ANULACIONES.       *
        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

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

      * LA FILA SE TRATA COMO TEXTO; LOS CAMPOS SE VEN EN LAS VISTAS    *
      * DE WS-IMAGEN (UNA POR TABLA, CON EL ARMADO DE TP.CBL).          *
       FD  REFERENCIA.
       01  REF-REG                              PIC X(150).

      * MISMO ARMADO QUE AGENCIA-REG EN TP.CBL.                         *
       FD  AGENCIAS.
       01  AGENCIA-REG.
           05  AGENCIA-COD                      PIC 9(02).
           05  AGENCIA-NOMBRE                   PIC X(20).
           05  AGENCIA-DIR                      PIC X(30).
           05  AGENCIA-TEL                      PIC X(15).
           05  AGENCIA-COMISION                 PIC 9(02)V99.
           05  AGENCIA-ACTIVA                   PIC X.

      * DEL PADRON SOLO INTERESA EL TAMANIO (AUT-TAMANIO EN TP.CBL).    *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(60).
           05  AUT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(59).

      * MISMO ARMADO QUE MANTLOG-REG EN MANTAUTO.CBL.                   *
       FD  MANTLOG.
       01  MANTLOG-REG.
           05  MLOG-FECHA                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  MLOG-HORA                     PIC 9(06).
           05  FILLER                        PIC X(01).
           05  MLOG-OPERADOR                 PIC X(06).
           05  FILLER                        PIC X(01).
           05  MLOG-ACCION                   PIC X(06).
           05  FILLER                        PIC X(01).
           05  MLOG-PATENTE                  PIC X(07).
           05  FILLER                        PIC X(01).
           05  MLOG-DETALLE                  PIC X(68).

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

      * MISMO ARMADO QUE AUTOLOCK-REG EN MANTAUTO.CBL.                  *
       FD  REFLOCK.
       01  REFLOCK-REG.
           05  RLOCK-FECHA                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  RLOCK-HORA                    PIC 9(06).
           05  FILLER                        PIC X(01).
           05  RLOCK-PROGRAMA                PIC X(08).
           05  FILLER                        PIC X(01).
           05  RLOCK-OPERADOR                PIC X(06).

       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                     PIC X(06).
           05  OP-NOMBRE                     PIC X(30).
           05  OP-PASSWORD                   PIC X(08).
           05  OP-NIVEL                      PIC 9.

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AGENCIAS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-OPERADORES                     PIC X(02).
           88  FS-OPERADORES-OK              VALUE '00'.
           88  FS-OPERADORES-FIN             VALUE '10'.
           88  FS-OPERADORES-NO-EXIST        VALUE '35'.

       01  WS-SIGNON-CODIGO                  PIC X(06).
       01  WS-SIGNON-CLAVE                   PIC X(08).
       01  WS-SIGNON-OK                      PIC X VALUE 'N'.
       01  WS-SIGNON-NIVEL                   PIC 9 VALUE ZERO.
       01  WS-SIGNON-INTENTOS                PIC 9 VALUE ZERO.
       01  WS-NIVEL-REQUERIDO                PIC 9 VALUE 2.

       01  FS-REFERENCIA                     PIC X(02).
           88  FS-REFERENCIA-OK              VALUE '00'.
           88  FS-REFERENCIA-FIN             VALUE '10'.
           88  FS-REFERENCIA-NO-EXIST        VALUE '35'.

       01  FS-AGENCIAS                       PIC X(02).
           88  FS-AGENCIAS-OK                VALUE '00'.
           88  FS-AGENCIAS-FIN               VALUE '10'.
           88  FS-AGENCIAS-NO-EXIST          VALUE '35'.

       01  FS-AUTOS                          PIC X(02).
           88  FS-AUTOS-OK                   VALUE '00'.
           88  FS-AUTOS-FIN                  VALUE '10'.
           88  FS-AUTOS-NO-EXIST             VALUE '35'.

       01  FS-MANTLOG                        PIC X(02).
           88  FS-MANTLOG-OK                 VALUE '00'.

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.

       01  FS-REFLOCK                        PIC X(02).
           88  FS-REFLOCK-OK                 VALUE '00'.
           88  FS-REFLOCK-NO-EXIST           VALUE '35'.

       01  WS-RLOCK-FECHA-MIA                PIC 9(08).
       01  WS-RLOCK-HORA-MIA                 PIC 9(06).
       01  WS-RLOCK-HORA-CRUDA.
           05  WS-RH-HH                      PIC 9(02).
           05  WS-RH-MM                      PIC 9(02).
           05  WS-RH-SS                      PIC 9(02).
           05  FILLER                        PIC X(02).
       01  WS-COMANDO-RLOCK                  PIC X(40).

       01  WS-FILE-STATUS.
           05  WS-FS                         PIC X(02).
           05  WS-FS-NOMBRE                  PIC X(08).
           05  WS-FS-FUNCION                 PIC X(05).

      * CATALOGO DE TABLAS: NOMBRE, LARGO DE LA FILA, CANTIDAD DE       *
      * FILAS QUE CARGA EL LOTE (VER CAPTABLA.CBL) Y POSICION/LARGO DE  *
      * LA CLAVE QUE NO PUEDE REPETIRSE (CERO = SIN CLAVE UNICA; LA     *
      * VIGENCIA DE TARIFVIG SE CONTROLA APARTE EN 741).                *
       01  WS-CATALOGO.
           05  FILLER                    PIC X(19) VALUE
                    'EXTRAS  02905000103'.
           05  FILLER                    PIC X(19) VALUE
                    'FERIADOS03910000108'.
           05  FILLER                    PIC X(19) VALUE
                    'GARTARIF01001000101'.
           05  FILLER                    PIC X(19) VALUE
                    'CREDLIM 01101000101'.
           05  FILLER                    PIC X(19) VALUE
                    'PREPTIEM00401000101'.
           05  FILLER                    PIC X(19) VALUE
                    'ONEWAY  02108100105'.
           05  FILLER                    PIC X(19) VALUE
                    'ZONAENT 03102000103'.
           05  FILLER                    PIC X(19) VALUE
                    'EDADMIN 01001000101'.
           05  FILLER                    PIC X(19) VALUE
                    'COBERT  05101000103'.
           05  FILLER                    PIC X(19) VALUE
                    'CAMBIO  01201000103'.
           05  FILLER                    PIC X(19) VALUE
                    'TARIFVIG02910000000'.
           05  FILLER                    PIC X(19) VALUE
                    'PRESUP  13850000106'.
           05  FILLER                    PIC X(19) VALUE
                    'CHOFERES05530000107'.
           05  FILLER                    PIC X(19) VALUE
                    'RESTRIC 03220000000'.
       01  TABLA-CATALOGO REDEFINES WS-CATALOGO.
           05  CAT-FILA OCCURS 14 TIMES.
               10  CAT-NOMBRE            PIC X(08).
               10  CAT-LARGO             PIC 9(03).
               10  CAT-MAXIMO            PIC 9(03).
               10  CAT-CLAVE-DESDE       PIC 9(03).
               10  CAT-CLAVE-LARGO       PIC 9(02).
       01  WS-CANT-CATALOGO              PIC 9(02) VALUE 14.

      * GUIA DE COLUMNAS DE CADA TABLA (CAMPO Y POSICIONES).            *
       01  WS-GUIAS.
           05  FILLER                    PIC X(60) VALUE
               'COD 1-3  DESCRIPCION 4-23  IMPORTE DIA 9999V99 24-29'.
           05  FILLER                    PIC X(60) VALUE
               'FECHA AAAAMMDD 1-8  DESCRIPCION 10-39'.
           05  FILLER                    PIC X(60) VALUE
               'TAMANIO 1  IMPORTE GARANTIA 999999V99 3-10'.
           05  FILLER                    PIC X(60) VALUE
               'TAMANIO 1  LIMITE DE CREDITO 9999999V99 3-11'.
           05  FILLER                    PIC X(60) VALUE
               'TAMANIO 1  DIAS DE PREPARACION 99 3-4'.
           05  FILLER                    PIC X(60) VALUE
               'ORIG 1-2 DEST 4-5 IMPORTE 7-12 REPARTO 14 VALOR 16-21'.
           05  FILLER                    PIC X(60) VALUE
               'COD 1-3  IMPORTE 9999V99 5-10  DESCRIPCION 12-31'.
           05  FILLER                    PIC X(60) VALUE
               'TAMANIO 1  EDAD MINIMA 3-4  JOVEN 6-7  RECARGO % 9-10'.
           05  FILLER                    PIC X(60) VALUE
               'COD 1-3 DESC 5-24 PRIMA 26-31 FRANQ 33-40 MON 41 TC 44'.
           05  FILLER                    PIC X(60) VALUE
               'MONEDA 1-3  TIPO DE CAMBIO 9999V9999 5-12'.
           05  FILLER                    PIC X(60) VALUE
               'P/T 1 CLAVE 3-9 IMPORTE 11-16 RECARGO 18-20 VIG 22-29'.
           05  FILLER                    PIC X(60) VALUE
               'AGENCIA 1-2  ANIO 3-6  12 MESES 9(09)V99 DESDE 7'.
           05  FILLER                    PIC X(60) VALUE
               'COD 1-7  NOMBRE 8-37  LICENCIA 38-47  VENCE 48-55'.
           05  FILLER                    PIC X(60) VALUE
               'DESDE 1 HASTA 10 AG 19 TAM 22 TIPO 24 PROD 26 DIAS 28'.
       01  TABLA-GUIAS REDEFINES WS-GUIAS.
           05  CAT-GUIA                  PIC X(60) OCCURS 14 TIMES.

      * TABLA EN EDICION.                                               *
       01  WS-ARCH-NRO                       PIC 9(02) VALUE ZERO.
       01  WS-ARCH-NOMBRE                    PIC X(08).
       01  WS-PATH-REF                       PIC X(20).
       01  WS-GUIA                           PIC X(60).
       01  WS-CANT-FILAS                     PIC 9(03) VALUE ZERO.
       01  WS-HUBO-CAMBIOS                   PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                  VALUE 'S'.
       01  TABLA-FILAS.
           05  REF-FILA                 PIC X(150) OCCURS 500 TIMES.
       01  IND-R                             PIC 9(03).
       01  IND-J                             PIC 9(03).

      * FILA QUE SE ESTA VALIDANDO, CON UNA VISTA POR TABLA.            *
       01  WS-FILA-ACTUAL                    PIC 9(03) VALUE ZERO.
       01  WS-IMAGEN                         PIC X(150).
       01  WS-IMAGEN-LINEAS REDEFINES WS-IMAGEN.
           05  WS-IMG-L1                     PIC X(50).
           05  WS-IMG-L2                     PIC X(50).
           05  WS-IMG-L3                     PIC X(50).
       01  VW-EXTRAS REDEFINES WS-IMAGEN.
           05  VEXT-CODIGO                   PIC X(03).
           05  VEXT-DESCRIPCION              PIC X(20).
           05  VEXT-IMPORTE-DIA              PIC 9(04)V99.
       01  VW-FERIADOS REDEFINES WS-IMAGEN.
           05  VFER-FECHA                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  VFER-DESCRIPCION              PIC X(30).
       01  VW-GARTARIF REDEFINES WS-IMAGEN.
           05  VGAR-TAMANIO                  PIC X.
           05  FILLER                        PIC X(01).
           05  VGAR-IMPORTE                  PIC 9(06)V99.
       01  VW-CREDLIM REDEFINES WS-IMAGEN.
           05  VCRE-TAMANIO                  PIC X.
           05  FILLER                        PIC X(01).
           05  VCRE-LIMITE                   PIC 9(07)V99.
       01  VW-PREPTIEM REDEFINES WS-IMAGEN.
           05  VPRE-TAMANIO                  PIC X.
           05  FILLER                        PIC X(01).
           05  VPRE-DIAS                     PIC 9(02).
       01  VW-ONEWAY REDEFINES WS-IMAGEN.
           05  VOW-AGENCIA-ORIGEN            PIC 9(02).
           05  FILLER                        PIC X(01).
           05  VOW-AGENCIA-DESTINO           PIC 9(02).
           05  FILLER                        PIC X(01).
           05  VOW-IMPORTE                   PIC 9(04)V99.
           05  FILLER                        PIC X(01).
           05  VOW-REPARTO-TIPO              PIC X(01).
           05  FILLER                        PIC X(01).
           05  VOW-REPARTO-VALOR             PIC 9(04)V99.
           05  VOW-REPARTO-VALOR-X REDEFINES VOW-REPARTO-VALOR
                                             PIC X(06).
       01  VW-ZONAENT REDEFINES WS-IMAGEN.
           05  VZON-CODIGO                   PIC X(03).
           05  FILLER                        PIC X(01).
           05  VZON-IMPORTE                  PIC 9(04)V99.
           05  FILLER                        PIC X(01).
           05  VZON-DESCRIPCION              PIC X(20).
       01  VW-EDADMIN REDEFINES WS-IMAGEN.
           05  VEDA-TAMANIO                  PIC X.
           05  FILLER                        PIC X(01).
           05  VEDA-MINIMA                   PIC 9(02).
           05  FILLER                        PIC X(01).
           05  VEDA-JOVEN                    PIC 9(02).
           05  FILLER                        PIC X(01).
           05  VEDA-RECARGO-PORC             PIC 9(02).
       01  VW-COBERT REDEFINES WS-IMAGEN.
           05  VCOB-CODIGO                   PIC X(03).
           05  FILLER                        PIC X(01).
           05  VCOB-DESCRIPCION              PIC X(20).
           05  FILLER                        PIC X(01).
           05  VCOB-PRIMA-DIA                PIC 9(04)V99.
           05  FILLER                        PIC X(01).
           05  VCOB-FRANQUICIA               PIC 9(06)V99.
           05  VCOB-MONEDA                   PIC X(03).
           05  VCOB-TIPO-CAMBIO              PIC 9(04)V9999.
       01  VW-CAMBIO REDEFINES WS-IMAGEN.
           05  VCAM-MONEDA                   PIC X(03).
           05  FILLER                        PIC X(01).
           05  VCAM-TIPO-CAMBIO              PIC 9(04)V9999.
       01  VW-TARIFVIG REDEFINES WS-IMAGEN.
           05  VTVG-TIPO                     PIC X.
           05  FILLER                        PIC X(01).
           05  VTVG-CLAVE                    PIC X(07).
           05  FILLER                        PIC X(01).
           05  VTVG-IMPORTE                  PIC 9(04)V99.
           05  FILLER                        PIC X(01).
           05  VTVG-RECARGO                  PIC 9(03).
           05  FILLER                        PIC X(01).
           05  VTVG-FECHA-VIGENCIA           PIC 9(08).
       01  VW-PRESUP REDEFINES WS-IMAGEN.
           05  VPSU-AGENCIA                  PIC 9(02).
           05  VPSU-ANIO                     PIC 9(04).
           05  VPSU-MES-IMPORTE              PIC 9(09)V99
                                             OCCURS 12 TIMES.
       01  VW-CHOFERES REDEFINES WS-IMAGEN.
           05  VCHO-CODIGO                   PIC X(07).
           05  VCHO-NOMBRE                   PIC X(30).
           05  VCHO-NRO-LICENCIA             PIC X(10).
           05  VCHO-FECHA-VENC               PIC 9(08).
       01  VW-RESTRIC REDEFINES WS-IMAGEN.
           05  VRES-FECHA-DESDE              PIC 9(08).
           05  FILLER                        PIC X(01).
           05  VRES-FECHA-HASTA              PIC 9(08).
           05  FILLER                        PIC X(01).
           05  VRES-AGENCIA                  PIC 9(02).
           05  FILLER                        PIC X(01).
           05  VRES-TAMANIO                  PIC X.
           05  FILLER                        PIC X(01).
           05  VRES-TIPO                     PIC X.
           05  FILLER                        PIC X(01).
           05  VRES-PRODUCTO                 PIC X.
           05  FILLER                        PIC X(01).
           05  VRES-DIAS                     PIC 9(03).
           05  FILLER                        PIC X(01).
           05  VRES-FINDE-LARGO              PIC X.
       01  IND-MES                           PIC 9(02).
       01  WS-MESES-OK                       PIC X.

      * FILA ACTUAL (PARA MOSTRAR EN EL CAMBIO Y LA BAJA) Y TRAMOS      *
      * NUEVOS TIPEADOS EN PANTALLA (EN BLANCO = SIN CAMBIO).           *
       01  WS-ACTUAL                         PIC X(150).
       01  WS-ACTUAL-LINEAS REDEFINES WS-ACTUAL.
           05  WS-ACT-L1                     PIC X(50).
           05  WS-ACT-L2                     PIC X(50).
           05  WS-ACT-L3                     PIC X(50).
       01  WS-NVA-L1                         PIC X(50).
       01  WS-NVA-L2                         PIC X(50).
       01  WS-NVA-L3                         PIC X(50).

      * CODIGOS CONOCIDOS.                                              *
       01  WS-HAY-AGENCIAS                   PIC X VALUE 'N'.
       01  TABLA-AGENCIAS.
           05  AGM-EXISTE               PIC X OCCURS 99 TIMES.
       01  IND-AG                            PIC 9(03).
       01  WS-CANT-TAMANIOS                  PIC 9(02) VALUE ZERO.
       01  TABLA-TAMANIOS.
           05  TAM-CODIGO               PIC X OCCURS 20 TIMES.
       01  IND-TAM                           PIC 9(02).
       01  WS-TAM-VALIDAR                    PIC X.
       01  WS-TAM-OK                         PIC X.
       01  WS-AG-VALIDAR                     PIC 9(02).
       01  WS-AG-OK                          PIC X.

       01  WS-FECHA-VALIDAR.
           05  WS-FEC-AA                     PIC 9(04).
           05  WS-FEC-MM                     PIC 9(02).
           05  WS-FEC-DD                     PIC 9(02).
       01  WS-FECHA-VALIDAR-N REDEFINES WS-FECHA-VALIDAR PIC 9(08).
       01  WS-FECHA-OK                       PIC X.
       01  WS-FEC-DIAS-MES                   PIC 99.
       01  WS-FEC-COC                        PIC 9(04).
       01  WS-FEC-RES4                       PIC 9.
       01  WS-FEC-RES100                     PIC 9(02).
       01  WS-FEC-RES400                     PIC 9(03).

       01  WS-OPERADOR                       PIC X(06).
       01  WS-OPCION                         PIC X.
       01  WS-CONTINUAR                      PIC X.
       01  WS-CONFIRMA                       PIC X.
       01  WS-MSG                            PIC X(60).
       01  WS-NRO-FILA                       PIC 9(03).
       01  WS-FILA-IMPR                      PIC ZZ9.
       01  WS-CANT-IMPR                      PIC ZZ9.
       01  WS-LINEA                          PIC X(79).
       01  WS-LINEAS-PAGINA                  PIC 9(02).
       01  WS-CANT-OBSERVADAS                PIC 9(03).

       01  WS-IMAGEN-LOG                     PIC X(162).
       01  WS-TRAMO-LOG                      PIC 9 VALUE ZERO.
       01  WS-DESDE-LOG                      PIC 9(03).
       01  WS-FILA-LOG                       PIC 9(03).

       01  WS-FECHA-LOG                      PIC 9(08).
       01  WS-HORA-LOG.
           05  WS-HL-HH                      PIC 99.
           05  WS-HL-MM                      PIC 99.
           05  WS-HL-SS                      PIC 99.
           05  WS-HL-CC                      PIC 99.

       SCREEN SECTION.

       01  PANTALLA-SIGNON.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "IDENTIFICACION DE OPERADOR".
           05  LINE 4 COL 5 VALUE "CODIGO: ".
           05  LINE 4 COL 14 PIC X(06) TO WS-SIGNON-CODIGO.
           05  LINE 5 COL 5 VALUE "CLAVE : ".
           05  LINE 5 COL 14 PIC X(08) SECURE TO WS-SIGNON-CLAVE.

       01  PANTALLA-ARCHIVOS.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "TABLAS DE PRECIOS Y POLITICAS".
           05  LINE 4 COL 5  VALUE " 1 EXTRAS".
           05  LINE 5 COL 5  VALUE " 2 FERIADOS".
           05  LINE 6 COL 5  VALUE " 3 GARTARIF".
           05  LINE 7 COL 5  VALUE " 4 CREDLIM".
           05  LINE 8 COL 5  VALUE " 5 PREPTIEM".
           05  LINE 9 COL 5  VALUE " 6 ONEWAY".
           05  LINE 10 COL 5 VALUE " 7 ZONAENT".
           05  LINE 4 COL 40 VALUE " 8 EDADMIN".
           05  LINE 5 COL 40 VALUE " 9 COBERT".
           05  LINE 6 COL 40 VALUE "10 CAMBIO".
           05  LINE 7 COL 40 VALUE "11 TARIFVIG".
           05  LINE 8 COL 40 VALUE "12 PRESUP".
           05  LINE 9 COL 40 VALUE "13 CHOFERES".
           05  LINE 10 COL 40 VALUE "14 RESTRIC".
           05  LINE 12 COL 5 VALUE "TABLA (0 PARA SALIR): ".
           05  LINE 12 COL 28 PIC 9(02) TO WS-ARCH-NRO.

       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "TABLAS DE PRECIOS Y POLITICAS".
           05  LINE 3 COL 10 VALUE "TABLA: ".
           05  LINE 3 COL 17 PIC X(08) FROM WS-ARCH-NOMBRE.
           05  LINE 3 COL 27 VALUE "FILAS: ".
           05  LINE 3 COL 34 PIC ZZ9 FROM WS-CANT-FILAS.
           05  LINE 5 COL 5 VALUE "L - LISTAR Y REVISAR".
           05  LINE 6 COL 5 VALUE "A - ALTA DE FILA".
           05  LINE 7 COL 5 VALUE "C - CAMBIO DE FILA".
           05  LINE 8 COL 5 VALUE "B - RETIRAR FILA".
           05  LINE 9 COL 5 VALUE "S - GRABAR Y VOLVER A LAS TABLAS".
           05  LINE 11 COL 5 VALUE "OPCION: ".
           05  LINE 11 COL 13 PIC X TO WS-OPCION.

       01  PANTALLA-NRO-FILA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "TABLAS DE PRECIOS Y POLITICAS".
           05  LINE 3 COL 10 VALUE "TABLA: ".
           05  LINE 3 COL 17 PIC X(08) FROM WS-ARCH-NOMBRE.
           05  LINE 5 COL 5 VALUE "NUMERO DE FILA (0 CANCELA): ".
           05  LINE 5 COL 34 PIC 9(03) TO WS-NRO-FILA.

       01  PANTALLA-ALTA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "ALTA DE FILA".
           05  LINE 3 COL 10 VALUE "TABLA: ".
           05  LINE 3 COL 17 PIC X(08) FROM WS-ARCH-NOMBRE.
           05  LINE 5 COL 5 PIC X(60) FROM WS-GUIA.
           05  LINE 7 COL 13
               VALUE
           "....+....1....+....2....+....3....+....4....+....5".
           05  LINE 8 COL 5 VALUE "  1- 50 ".
           05  LINE 8 COL 13 PIC X(50) TO WS-NVA-L1.
           05  LINE 9 COL 5 VALUE " 51-100 ".
           05  LINE 9 COL 13 PIC X(50) TO WS-NVA-L2.
           05  LINE 10 COL 5 VALUE "101-150 ".
           05  LINE 10 COL 13 PIC X(50) TO WS-NVA-L3.

       01  PANTALLA-CAMBIO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "CAMBIO DE FILA".
           05  LINE 3 COL 10 VALUE "TABLA: ".
           05  LINE 3 COL 17 PIC X(08) FROM WS-ARCH-NOMBRE.
           05  LINE 3 COL 27 VALUE "FILA: ".
           05  LINE 3 COL 33 PIC ZZ9 FROM WS-NRO-FILA.
           05  LINE 5 COL 5 PIC X(60) FROM WS-GUIA.
           05  LINE 7 COL 13
               VALUE
           "....+....1....+....2....+....3....+....4....+....5".
           05  LINE 8 COL 5 VALUE "ACTUAL  ".
           05  LINE 8 COL 13 PIC X(50) FROM WS-ACT-L1.
           05  LINE 9 COL 13 PIC X(50) FROM WS-ACT-L2.
           05  LINE 10 COL 13 PIC X(50) FROM WS-ACT-L3.
           05  LINE 12 COL 5 VALUE "NUEVO   ".
           05  LINE 12 COL 13 PIC X(50) TO WS-NVA-L1.
           05  LINE 13 COL 13 PIC X(50) TO WS-NVA-L2.
           05  LINE 14 COL 13 PIC X(50) TO WS-NVA-L3.
           05  LINE 15 COL 13
               VALUE "(TRAMO EN BLANCO = QUEDA COMO ESTA)".

       01  PANTALLA-BAJA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "RETIRO DE FILA".
           05  LINE 3 COL 10 VALUE "TABLA: ".
           05  LINE 3 COL 17 PIC X(08) FROM WS-ARCH-NOMBRE.
           05  LINE 3 COL 27 VALUE "FILA: ".
           05  LINE 3 COL 33 PIC ZZ9 FROM WS-NRO-FILA.
           05  LINE 5 COL 5 PIC X(60) FROM WS-GUIA.
           05  LINE 7 COL 13 PIC X(50) FROM WS-ACT-L1.
           05  LINE 8 COL 13 PIC X(50) FROM WS-ACT-L2.
           05  LINE 9 COL 13 PIC X(50) FROM WS-ACT-L3.
           05  LINE 11 COL 5 VALUE "CONFIRMA EL RETIRO (S/N): ".
           05  LINE 11 COL 32 PIC X TO WS-CONFIRMA.

       01  PANTALLA-PAGINA.
           05  LINE 23 COL 5 VALUE "<ENTER> PARA SEGUIR ".
           05  LINE 23 COL 26 PIC X TO WS-CONTINUAR.

       01  PANTALLA-MSG.
           05  LINE 18 COL 5 PIC X(60) FROM WS-MSG.
           05  LINE 20 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 20 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MANTTAB'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 060-SIGNON.
        PERFORM 055-TOMAR-REFLOCK.
        PERFORM 100-INICIO.
        PERFORM 200-ELEGIR-TABLA.
        PERFORM 210-TRABAJAR-TABLA UNTIL WS-ARCH-NRO = ZERO.

        DISPLAY 'FIN MANTTAB'.
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

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDEN TOCAR LAS TABLAS: LAS    *
      * ESTA LEYENDO.                                                   *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

      * TOMA EL CERROJO DE EDICION DE LAS TABLAS: SI YA LO TIENE OTRA   *
      * SESION SE AVISA QUIEN Y DESDE CUANDO, Y NO SE ARRANCA -- UN     *
      * CERROJO VIEJO DE UN ABEND SE BORRA A MANO (REFLOCK.DAT)         *
      * DESPUES DE VERIFICAR QUE NO HAY NADIE ADENTRO.                  *
       055-TOMAR-REFLOCK.
            OPEN INPUT REFLOCK.
            IF FS-REFLOCK-OK
                READ REFLOCK AT END CONTINUE END-READ
                DISPLAY 'LAS TABLAS ESTAN TOMADAS POR '
                        RLOCK-PROGRAMA ' (OPERADOR ' RLOCK-OPERADOR
                        ') DESDE ' RLOCK-FECHA ' ' RLOCK-HORA
                DISPLAY 'ESPERAR A QUE TERMINE; SI QUEDO DE UN ABEND,'
                        ' BORRAR REFLOCK.DAT Y REINTENTAR'
                CLOSE REFLOCK
                STOP RUN
            END-IF.

            ACCEPT WS-RLOCK-FECHA-MIA FROM DATE YYYYMMDD.
            ACCEPT WS-RLOCK-HORA-CRUDA FROM TIME.
            COMPUTE WS-RLOCK-HORA-MIA =
                WS-RH-HH * 10000 + WS-RH-MM * 100 + WS-RH-SS.

            OPEN OUTPUT REFLOCK.
            MOVE SPACES TO REFLOCK-REG.
            MOVE WS-RLOCK-FECHA-MIA TO RLOCK-FECHA.
            MOVE WS-RLOCK-HORA-MIA  TO RLOCK-HORA.
            MOVE 'MANTTAB' TO RLOCK-PROGRAMA.
            MOVE WS-SIGNON-CODIGO   TO RLOCK-OPERADOR.
            WRITE REFLOCK-REG.
            CLOSE REFLOCK.

      * ANTES DE REESCRIBIR UNA TABLA SE VERIFICA QUE EL CERROJO SIGA   *
      * SIENDO EL PROPIO: SI ALGUIEN LO BORRO Y OTRA SESION LO TOMO,    *
      * GRABAR PISARIA SUS CAMBIOS Y ES PREFERIBLE CORTAR.              *
       056-VERIFICAR-REFLOCK-PROPIO.
            OPEN INPUT REFLOCK.
            IF FS-REFLOCK-OK
                READ REFLOCK AT END CONTINUE END-READ
                CLOSE REFLOCK
                IF RLOCK-FECHA NOT = WS-RLOCK-FECHA-MIA
                   OR RLOCK-HORA NOT = WS-RLOCK-HORA-MIA
                   OR RLOCK-PROGRAMA NOT = 'MANTTAB'
                    DISPLAY 'LAS TABLAS CAMBIARON DE MANOS (REFLOCK DE '
                            RLOCK-OPERADOR ') -- NO SE GRABA PARA NO '
                            'PISAR SUS CAMBIOS; REHACER LO PROPIO'
                    STOP RUN
                END-IF
            ELSE
                DISPLAY 'REFLOCK.DAT DESAPARECIO -- NO SE GRABA PARA '
                        'NO PISAR CAMBIOS AJENOS; REHACER LO PROPIO'
                STOP RUN
            END-IF.

       057-LIBERAR-REFLOCK.
            MOVE SPACES TO WS-COMANDO-RLOCK.
            MOVE 'DEL ..\REFLOCK.DAT' TO WS-COMANDO-RLOCK.
            CALL "SYSTEM" USING WS-COMANDO-RLOCK.

      * IDENTIFICACION CONTRA OPERADOR.TXT: TRES INTENTOS, Y EL NIVEL   *
      * DEL OPERADOR TIENE QUE ALCANZAR EL QUE PIDE ESTE PROGRAMA.      *
      * SIN MAESTRO DE OPERADORES NO HAY CONTROL (INSTALACION QUE AUN   *
      * NO LO ADOPTO) Y SE SIGUE COMO SIEMPRE.                          *
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

      * EL OPERADOR YA SE IDENTIFICO EN 060-SIGNON; SU CODIGO FIRMA     *
      * CADA LINEA DE MANTLOG.  SE CARGAN LOS CODIGOS DE AGENCIA Y DE   *
      * TAMANIO CONTRA LOS QUE SE VALIDAN LAS FILAS.                    *
       100-INICIO.
            MOVE WS-SIGNON-CODIGO TO WS-OPERADOR.

            OPEN EXTEND MANTLOG.
            IF NOT FS-MANTLOG-OK
                CLOSE MANTLOG
                OPEN OUTPUT MANTLOG
            END-IF.
            MOVE FS-MANTLOG TO WS-FS.
            MOVE "MANTLOG"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LIMPIAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1 UNTIL IND-AG > 99.

            OPEN INPUT AGENCIAS.
            IF FS-AGENCIAS-OK
                MOVE 'S' TO WS-HAY-AGENCIAS
                PERFORM 120-LEER-AGENCIA
                PERFORM 130-CARGAR-AGENCIA UNTIL FS-AGENCIAS-FIN
                CLOSE AGENCIAS
            ELSE
                IF NOT FS-AGENCIAS-NO-EXIST
                    DISPLAY 'ERROR AL LEER AGENCIAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

            OPEN INPUT AUTOS.
            IF FS-AUTOS-OK
                PERFORM 140-LEER-AUTO
                PERFORM 150-CARGAR-TAMANIO UNTIL FS-AUTOS-FIN
                CLOSE AUTOS
            ELSE
                IF NOT FS-AUTOS-NO-EXIST
                    DISPLAY 'ERROR AL LEER AUTOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       110-LIMPIAR-AGENCIA.
            MOVE 'N' TO AGM-EXISTE(IND-AG).

       120-LEER-AGENCIA.
            READ AGENCIAS AT END SET FS-AGENCIAS-FIN TO TRUE.

            IF NOT FS-AGENCIAS-OK AND NOT FS-AGENCIAS-FIN
                DISPLAY 'ERROR AL LEER AGENCIAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       130-CARGAR-AGENCIA.
            IF AGENCIA-COD > 0 AND AGENCIA-COD <= 99
                MOVE 'S' TO AGM-EXISTE(AGENCIA-COD)
            END-IF.
            PERFORM 120-LEER-AGENCIA.

       140-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LOS AUTOS DE ALTA POR TAMANIO ('*' EN LA PATENTE) NO CUENTAN.   *
       150-CARGAR-TAMANIO.
            IF AUT-TAMANIO NOT = SPACE AND AUT-PATENTE(1:1) NOT = '*'
                MOVE AUT-TAMANIO TO WS-TAM-VALIDAR
                PERFORM 770-VALIDAR-TAMANIO
                IF WS-TAM-OK = 'N' AND WS-CANT-TAMANIOS < 20
                    ADD 1 TO WS-CANT-TAMANIOS
                    MOVE AUT-TAMANIO TO TAM-CODIGO(WS-CANT-TAMANIOS)
                END-IF
            END-IF.
            PERFORM 140-LEER-AUTO.

       200-ELEGIR-TABLA.
            MOVE ZERO TO WS-ARCH-NRO.
            DISPLAY PANTALLA-ARCHIVOS.
            ACCEPT PANTALLA-ARCHIVOS.
            IF WS-ARCH-NRO > WS-CANT-CATALOGO
                MOVE 'NO HAY UNA TABLA CON ESE NUMERO' TO WS-MSG
                PERFORM 700-MOSTRAR-MSG
                MOVE 99 TO WS-ARCH-NRO
            END-IF.

      * UNA TABLA POR VEZ: SE CARGA, SE TRABAJA CON EL MENU Y AL SALIR  *
      * SE GRABA SI HUBO CAMBIOS.                                       *
       210-TRABAJAR-TABLA.
            IF WS-ARCH-NRO NOT = 99
                PERFORM 250-CARGAR-TABLA
            END-IF.
            IF WS-ARCH-NRO NOT = 99
                MOVE SPACES TO WS-OPCION
                PERFORM 300-PROCESO UNTIL WS-OPCION = 'S'
                IF HUBO-CAMBIOS
                    PERFORM 800-GRABAR-TABLA
                END-IF
            END-IF.
            PERFORM 200-ELEGIR-TABLA.

      * UN "35" ES UNA TABLA QUE TODAVIA NO EXISTE: SE EMPIEZA VACIA.   *
      * UNA TABLA CON MAS FILAS DE LAS QUE ENTRAN NO SE TOCA.           *
       250-CARGAR-TABLA.
            MOVE CAT-NOMBRE(WS-ARCH-NRO) TO WS-ARCH-NOMBRE.
            MOVE CAT-GUIA(WS-ARCH-NRO)   TO WS-GUIA.
            MOVE SPACES TO WS-PATH-REF.
            STRING '..\' WS-ARCH-NOMBRE DELIMITED BY SPACE
                   '.TXT' DELIMITED BY SIZE
                INTO WS-PATH-REF.
            MOVE ZERO TO WS-CANT-FILAS.
            MOVE 'N' TO WS-HUBO-CAMBIOS.

            OPEN INPUT REFERENCIA.
            IF FS-REFERENCIA-OK
                PERFORM 260-LEER-FILA
                PERFORM 270-CARGAR-FILA
                        UNTIL FS-REFERENCIA-FIN OR WS-CANT-FILAS >= 500
                IF NOT FS-REFERENCIA-FIN
                    MOVE 'LA TABLA TIENE MAS DE 500 FILAS - NO SE EDITA'
                        TO WS-MSG
                    PERFORM 700-MOSTRAR-MSG
                    MOVE 99 TO WS-ARCH-NRO
                END-IF
                CLOSE REFERENCIA
            ELSE
                IF NOT FS-REFERENCIA-NO-EXIST
                    DISPLAY 'ERROR AL LEER ' WS-PATH-REF
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       260-LEER-FILA.
            READ REFERENCIA AT END SET FS-REFERENCIA-FIN TO TRUE.

            IF NOT FS-REFERENCIA-OK AND NOT FS-REFERENCIA-FIN
                DISPLAY 'ERROR AL LEER ' WS-PATH-REF
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       270-CARGAR-FILA.
            ADD 1 TO WS-CANT-FILAS.
            MOVE REF-REG TO REF-FILA(WS-CANT-FILAS).
            PERFORM 260-LEER-FILA.

       300-PROCESO.
            MOVE SPACES TO WS-OPCION.
            DISPLAY PANTALLA-MENU.
            ACCEPT PANTALLA-MENU.

            EVALUATE WS-OPCION
                WHEN 'L' PERFORM 400-LISTAR
                WHEN 'A' PERFORM 500-ALTA
                WHEN 'C' PERFORM 600-CAMBIO
                WHEN 'B' PERFORM 650-RETIRO
                WHEN 'S' CONTINUE
                WHEN OTHER
                    MOVE 'OPCION INVALIDA' TO WS-MSG
                    PERFORM 700-MOSTRAR-MSG
            END-EVALUATE.

      * LISTADO DE LA TABLA, DE A 15 FILAS.  CADA FILA SE PASA POR LA   *
      * MISMA VALIDACION QUE UN ALTA: LAS QUE NO LA PASAN (CARGADAS A   *
      * MANO ANTES) SALEN MARCADAS CON '*' Y EL MOTIVO DEBAJO.          *
       400-LISTAR.
            MOVE ZERO TO WS-LINEAS-PAGINA.
            MOVE ZERO TO WS-CANT-OBSERVADAS.
            DISPLAY ' '.
            DISPLAY 'TABLA ' WS-ARCH-NOMBRE '  ' WS-GUIA.
            PERFORM 410-LISTAR-FILA
                    VARYING IND-R FROM 1 BY 1
                    UNTIL IND-R > WS-CANT-FILAS.
            MOVE WS-CANT-FILAS TO WS-FILA-IMPR.
            MOVE WS-CANT-OBSERVADAS TO WS-CANT-IMPR.
            MOVE SPACES TO WS-MSG.
            STRING 'FILAS: ' WS-FILA-IMPR '  OBSERVADAS: ' WS-CANT-IMPR
                DELIMITED BY SIZE INTO WS-MSG.
            PERFORM 700-MOSTRAR-MSG.

       410-LISTAR-FILA.
            MOVE REF-FILA(IND-R) TO WS-IMAGEN.
            MOVE IND-R TO WS-FILA-ACTUAL.
            PERFORM 710-VALIDAR-FILA.
            MOVE IND-R TO WS-FILA-IMPR.
            MOVE SPACES TO WS-LINEA.
            IF WS-MSG = SPACES
                STRING WS-FILA-IMPR '   ' WS-IMAGEN(1:73)
                    DELIMITED BY SIZE INTO WS-LINEA
                DISPLAY WS-LINEA
            ELSE
                ADD 1 TO WS-CANT-OBSERVADAS
                STRING WS-FILA-IMPR ' * ' WS-IMAGEN(1:73)
                    DELIMITED BY SIZE INTO WS-LINEA
                DISPLAY WS-LINEA
                DISPLAY '      -> ' WS-MSG
                ADD 1 TO WS-LINEAS-PAGINA
            END-IF.
            ADD 1 TO WS-LINEAS-PAGINA.
            IF WS-LINEAS-PAGINA >= 15
                DISPLAY PANTALLA-PAGINA
                ACCEPT PANTALLA-PAGINA
                MOVE ZERO TO WS-LINEAS-PAGINA
            END-IF.

      * ALTA -- LA FILA NUEVA VA AL FINAL DE LA TABLA.                  *
       500-ALTA.
            IF WS-CANT-FILAS >= CAT-MAXIMO(WS-ARCH-NRO)
                MOVE CAT-MAXIMO(WS-ARCH-NRO) TO WS-CANT-IMPR
                MOVE SPACES TO WS-MSG
                STRING 'TABLA LLENA: EL LOTE CARGA HASTA ' WS-CANT-IMPR
                       ' FILAS'
                    DELIMITED BY SIZE INTO WS-MSG
            ELSE
                MOVE SPACES TO WS-NVA-L1 WS-NVA-L2 WS-NVA-L3
                DISPLAY PANTALLA-ALTA
                ACCEPT PANTALLA-ALTA
                MOVE WS-NVA-L1 TO WS-IMG-L1
                MOVE WS-NVA-L2 TO WS-IMG-L2
                MOVE WS-NVA-L3 TO WS-IMG-L3
                MOVE ZERO TO WS-FILA-ACTUAL
                PERFORM 710-VALIDAR-FILA
                IF WS-MSG = SPACES
                    ADD 1 TO WS-CANT-FILAS
                    MOVE WS-IMAGEN TO REF-FILA(WS-CANT-FILAS)
                    MOVE 'S' TO WS-HUBO-CAMBIOS
                    MOVE WS-CANT-FILAS TO WS-FILA-LOG
                    MOVE 'RFALTA'  TO MLOG-ACCION
                    MOVE 'DESPUES' TO MLOG-PATENTE
                    MOVE WS-IMAGEN TO WS-IMAGEN-LOG
                    PERFORM 850-GRABAR-MANTLOG
                    MOVE 'FILA DADA DE ALTA' TO WS-MSG
                END-IF
            END-IF.
            PERFORM 700-MOSTRAR-MSG.

      * CAMBIO -- SE MUESTRA LA FILA ACTUAL EN TRES TRAMOS DE 50 Y SE   *
      * PIDEN LOS NUEVOS; UN TRAMO EN BLANCO QUEDA COMO ESTABA.         *
       600-CAMBIO.
            PERFORM 690-PEDIR-NRO-FILA.
            IF WS-NRO-FILA = ZERO
                CONTINUE
            ELSE
                MOVE REF-FILA(WS-NRO-FILA) TO WS-ACTUAL
                MOVE SPACES TO WS-NVA-L1 WS-NVA-L2 WS-NVA-L3
                DISPLAY PANTALLA-CAMBIO
                ACCEPT PANTALLA-CAMBIO
                MOVE WS-ACTUAL TO WS-IMAGEN
                IF WS-NVA-L1 NOT = SPACES
                    MOVE WS-NVA-L1 TO WS-IMG-L1
                END-IF
                IF WS-NVA-L2 NOT = SPACES
                    MOVE WS-NVA-L2 TO WS-IMG-L2
                END-IF
                IF WS-NVA-L3 NOT = SPACES
                    MOVE WS-NVA-L3 TO WS-IMG-L3
                END-IF
                MOVE WS-NRO-FILA TO WS-FILA-ACTUAL
                IF WS-IMAGEN = WS-ACTUAL
                    MOVE 'SIN CAMBIOS' TO WS-MSG
                ELSE
                    PERFORM 710-VALIDAR-FILA
                END-IF
                IF WS-MSG = SPACES
                    MOVE WS-IMAGEN TO REF-FILA(WS-NRO-FILA)
                    MOVE 'S' TO WS-HUBO-CAMBIOS
                    MOVE WS-NRO-FILA TO WS-FILA-LOG
                    MOVE 'RFCAMB'  TO MLOG-ACCION
                    MOVE 'ANTES  ' TO MLOG-PATENTE
                    MOVE WS-ACTUAL TO WS-IMAGEN-LOG
                    PERFORM 850-GRABAR-MANTLOG
                    MOVE 'DESPUES' TO MLOG-PATENTE
                    MOVE WS-IMAGEN TO WS-IMAGEN-LOG
                    PERFORM 850-GRABAR-MANTLOG
                    MOVE 'FILA ACTUALIZADA' TO WS-MSG
                END-IF
                PERFORM 700-MOSTRAR-MSG
            END-IF.

      * RETIRO -- LA FILA SE SACA DE LA TABLA (LAS DE ABAJO SUBEN UN    *
      * LUGAR); LA IMAGEN QUEDA EN MANTLOG PARA PODER RECUPERARLA.      *
       650-RETIRO.
            PERFORM 690-PEDIR-NRO-FILA.
            IF WS-NRO-FILA = ZERO
                CONTINUE
            ELSE
                MOVE REF-FILA(WS-NRO-FILA) TO WS-ACTUAL
                MOVE SPACE TO WS-CONFIRMA
                DISPLAY PANTALLA-BAJA
                ACCEPT PANTALLA-BAJA
                IF WS-CONFIRMA = 'S'
                    PERFORM 660-SUBIR-FILA
                            VARYING IND-J FROM WS-NRO-FILA BY 1
                            UNTIL IND-J >= WS-CANT-FILAS
                    SUBTRACT 1 FROM WS-CANT-FILAS
                    MOVE 'S' TO WS-HUBO-CAMBIOS
                    MOVE WS-NRO-FILA TO WS-FILA-LOG
                    MOVE 'RFBAJA'  TO MLOG-ACCION
                    MOVE 'ANTES  ' TO MLOG-PATENTE
                    MOVE WS-ACTUAL TO WS-IMAGEN-LOG
                    PERFORM 850-GRABAR-MANTLOG
                    MOVE 'FILA RETIRADA' TO WS-MSG
                ELSE
                    MOVE 'RETIRO CANCELADO' TO WS-MSG
                END-IF
                PERFORM 700-MOSTRAR-MSG
            END-IF.

       660-SUBIR-FILA.
            MOVE REF-FILA(IND-J + 1) TO REF-FILA(IND-J).

       690-PEDIR-NRO-FILA.
            MOVE ZERO TO WS-NRO-FILA.
            DISPLAY PANTALLA-NRO-FILA.
            ACCEPT PANTALLA-NRO-FILA.
            IF WS-NRO-FILA > WS-CANT-FILAS
                MOVE 'NO EXISTE ESA FILA' TO WS-MSG
                PERFORM 700-MOSTRAR-MSG
                MOVE ZERO TO WS-NRO-FILA
            END-IF.

       700-MOSTRAR-MSG.
            DISPLAY PANTALLA-MSG.
            ACCEPT PANTALLA-MSG.

      * VALIDACION DE WS-IMAGEN CONTRA EL ARMADO DE LA TABLA EN         *
      * EDICION.  DEJA EL PRIMER PROBLEMA EN WS-MSG (EN BLANCO SI LA    *
      * FILA ESTA BIEN).  WS-FILA-ACTUAL ES LA FILA QUE SE REEMPLAZA    *
      * (CERO EN UN ALTA), QUE NO CUENTA PARA LAS CLAVES REPETIDAS.     *
       710-VALIDAR-FILA.
            MOVE SPACES TO WS-MSG.
            IF WS-IMAGEN = SPACES
                MOVE 'FILA EN BLANCO' TO WS-MSG
            ELSE
                IF CAT-LARGO(WS-ARCH-NRO) < 150
                   AND WS-IMAGEN(CAT-LARGO(WS-ARCH-NRO) + 1:) NOT =
                       SPACES
                    MOVE 'HAY DATOS MAS ALLA DEL LARGO DE LA FILA'
                        TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES
                EVALUATE WS-ARCH-NRO
                    WHEN 1  PERFORM 720-VALIDAR-EXTRAS
                    WHEN 2  PERFORM 721-VALIDAR-FERIADOS
                    WHEN 3  PERFORM 722-VALIDAR-GARTARIF
                    WHEN 4  PERFORM 723-VALIDAR-CREDLIM
                    WHEN 5  PERFORM 724-VALIDAR-PREPTIEM
                    WHEN 6  PERFORM 725-VALIDAR-ONEWAY
                    WHEN 7  PERFORM 726-VALIDAR-ZONAENT
                    WHEN 8  PERFORM 727-VALIDAR-EDADMIN
                    WHEN 9  PERFORM 728-VALIDAR-COBERT
                    WHEN 10 PERFORM 729-VALIDAR-CAMBIO
                    WHEN 11 PERFORM 730-VALIDAR-TARIFVIG
                    WHEN 12 PERFORM 731-VALIDAR-PRESUP
                    WHEN 13 PERFORM 732-VALIDAR-CHOFERES
                    WHEN 14 PERFORM 733-VALIDAR-RESTRIC
                END-EVALUATE
            END-IF.
            IF WS-MSG = SPACES AND CAT-CLAVE-LARGO(WS-ARCH-NRO) > ZERO
                PERFORM 740-BUSCAR-CLAVE-REPETIDA
                        VARYING IND-J FROM 1 BY 1
                        UNTIL IND-J > WS-CANT-FILAS
                        OR WS-MSG NOT = SPACES
            END-IF.

       720-VALIDAR-EXTRAS.
            EVALUATE TRUE
                WHEN VEXT-CODIGO = SPACES
                    MOVE 'CODIGO DE EXTRA EN BLANCO' TO WS-MSG
                WHEN VEXT-DESCRIPCION = SPACES
                    MOVE 'DESCRIPCION EN BLANCO' TO WS-MSG
                WHEN VEXT-IMPORTE-DIA NOT NUMERIC
                    MOVE 'IMPORTE POR DIA NO NUMERICO (24-29)' TO WS-MSG
            END-EVALUATE.

       721-VALIDAR-FERIADOS.
            IF VFER-FECHA NOT NUMERIC
                MOVE 'FECHA NO NUMERICA (1-8)' TO WS-MSG
            ELSE
                MOVE VFER-FECHA TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                IF WS-FECHA-OK = 'N'
                    MOVE 'FECHA INEXISTENTE (1-8)' TO WS-MSG
                ELSE
                    IF VFER-DESCRIPCION = SPACES
                        MOVE 'DESCRIPCION EN BLANCO' TO WS-MSG
                    END-IF
                END-IF
            END-IF.

       722-VALIDAR-GARTARIF.
            MOVE VGAR-TAMANIO TO WS-TAM-VALIDAR.
            PERFORM 770-VALIDAR-TAMANIO.
            EVALUATE TRUE
                WHEN WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (1)' TO WS-MSG
                WHEN VGAR-IMPORTE NOT NUMERIC
                    MOVE 'IMPORTE NO NUMERICO (3-10)' TO WS-MSG
            END-EVALUATE.

       723-VALIDAR-CREDLIM.
            MOVE VCRE-TAMANIO TO WS-TAM-VALIDAR.
            PERFORM 770-VALIDAR-TAMANIO.
            EVALUATE TRUE
                WHEN WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (1)' TO WS-MSG
                WHEN VCRE-LIMITE NOT NUMERIC
                    MOVE 'LIMITE NO NUMERICO (3-11)' TO WS-MSG
            END-EVALUATE.

       724-VALIDAR-PREPTIEM.
            MOVE VPRE-TAMANIO TO WS-TAM-VALIDAR.
            PERFORM 770-VALIDAR-TAMANIO.
            EVALUATE TRUE
                WHEN WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (1)' TO WS-MSG
                WHEN VPRE-DIAS NOT NUMERIC
                    MOVE 'DIAS NO NUMERICO (3-4)' TO WS-MSG
            END-EVALUATE.

      * EL REPARTO 'P' ES UN PORCENTAJE: NO PUEDE PASAR DE 100 (EL      *
      * LOTE LO DESCARTA, VER 1258 EN TP.CBL).                          *
       725-VALIDAR-ONEWAY.
            IF VOW-AGENCIA-ORIGEN NOT NUMERIC
               OR VOW-AGENCIA-DESTINO NOT NUMERIC
                MOVE 'AGENCIAS NO NUMERICAS (1-2, 4-5)' TO WS-MSG
            ELSE
                MOVE VOW-AGENCIA-ORIGEN TO WS-AG-VALIDAR
                PERFORM 775-VALIDAR-AGENCIA
                IF WS-AG-OK = 'S'
                    MOVE VOW-AGENCIA-DESTINO TO WS-AG-VALIDAR
                    PERFORM 775-VALIDAR-AGENCIA
                END-IF
                EVALUATE TRUE
                    WHEN WS-AG-OK = 'N'
                        MOVE 'AGENCIA DESCONOCIDA' TO WS-MSG
                    WHEN VOW-AGENCIA-ORIGEN = VOW-AGENCIA-DESTINO
                        MOVE 'ORIGEN Y DESTINO IGUALES' TO WS-MSG
                    WHEN VOW-IMPORTE NOT NUMERIC
                        MOVE 'IMPORTE NO NUMERICO (7-12)' TO WS-MSG
                    WHEN VOW-REPARTO-TIPO NOT = SPACE
                         AND VOW-REPARTO-TIPO NOT = 'P'
                         AND VOW-REPARTO-TIPO NOT = 'F'
                        MOVE 'TIPO DE REPARTO: P, F O BLANCO (14)'
                            TO WS-MSG
                    WHEN VOW-REPARTO-TIPO = SPACE
                         AND VOW-REPARTO-VALOR-X NOT = SPACES
                        MOVE 'VALOR DE REPARTO SIN TIPO (16-21)'
                            TO WS-MSG
                    WHEN VOW-REPARTO-TIPO NOT = SPACE
                         AND VOW-REPARTO-VALOR NOT NUMERIC
                        MOVE 'VALOR DE REPARTO NO NUMERICO (16-21)'
                            TO WS-MSG
                    WHEN VOW-REPARTO-TIPO = 'P'
                         AND VOW-REPARTO-VALOR > 100
                        MOVE 'PORCENTAJE DE REPARTO MAYOR A 100'
                            TO WS-MSG
                END-EVALUATE
            END-IF.

       726-VALIDAR-ZONAENT.
            EVALUATE TRUE
                WHEN VZON-CODIGO = SPACES
                    MOVE 'CODIGO DE ZONA EN BLANCO' TO WS-MSG
                WHEN VZON-IMPORTE NOT NUMERIC
                    MOVE 'IMPORTE NO NUMERICO (5-10)' TO WS-MSG
            END-EVALUATE.

      * EDAD JOVEN: HASTA ESA EDAD SE COBRA EL RECARGO; CERO = SIN      *
      * RECARGO POR EDAD.                                               *
       727-VALIDAR-EDADMIN.
            MOVE VEDA-TAMANIO TO WS-TAM-VALIDAR.
            PERFORM 770-VALIDAR-TAMANIO.
            EVALUATE TRUE
                WHEN WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (1)' TO WS-MSG
                WHEN VEDA-MINIMA NOT NUMERIC
                    MOVE 'EDAD MINIMA NO NUMERICA (3-4)' TO WS-MSG
                WHEN VEDA-MINIMA < 18
                    MOVE 'EDAD MINIMA MENOR A 18' TO WS-MSG
                WHEN VEDA-JOVEN NOT NUMERIC
                    MOVE 'EDAD JOVEN NO NUMERICA (6-7)' TO WS-MSG
                WHEN VEDA-JOVEN NOT = ZERO AND VEDA-JOVEN < VEDA-MINIMA
                    MOVE 'EDAD JOVEN MENOR A LA MINIMA' TO WS-MSG
                WHEN VEDA-RECARGO-PORC NOT NUMERIC
                    MOVE 'PORCENTAJE DE RECARGO NO NUMERICO (9-10)'
                        TO WS-MSG
            END-EVALUATE.

      * MONEDA EN BLANCO = PESOS; CON MONEDA HACE FALTA EL CAMBIO.      *
       728-VALIDAR-COBERT.
            EVALUATE TRUE
                WHEN VCOB-CODIGO = SPACES
                    MOVE 'CODIGO DE COBERTURA EN BLANCO' TO WS-MSG
                WHEN VCOB-DESCRIPCION = SPACES
                    MOVE 'DESCRIPCION EN BLANCO' TO WS-MSG
                WHEN VCOB-PRIMA-DIA NOT NUMERIC
                    MOVE 'PRIMA NO NUMERICA (26-31)' TO WS-MSG
                WHEN VCOB-FRANQUICIA NOT NUMERIC
                    MOVE 'FRANQUICIA NO NUMERICA (33-40)' TO WS-MSG
                WHEN VCOB-MONEDA NOT = SPACES
                     AND VCOB-TIPO-CAMBIO NOT NUMERIC
                    MOVE 'TIPO DE CAMBIO NO NUMERICO (44-51)' TO WS-MSG
                WHEN VCOB-MONEDA NOT = SPACES
                     AND VCOB-TIPO-CAMBIO = ZERO
                    MOVE 'TIPO DE CAMBIO EN CERO' TO WS-MSG
            END-EVALUATE.

       729-VALIDAR-CAMBIO.
            EVALUATE TRUE
                WHEN VCAM-MONEDA = SPACES
                    MOVE 'MONEDA EN BLANCO' TO WS-MSG
                WHEN VCAM-TIPO-CAMBIO NOT NUMERIC
                    MOVE 'TIPO DE CAMBIO NO NUMERICO (5-12)' TO WS-MSG
                WHEN VCAM-TIPO-CAMBIO = ZERO
                    MOVE 'TIPO DE CAMBIO EN CERO' TO WS-MSG
            END-EVALUATE.

      * CADA FILA VALE DESDE SU VIGENCIA HASTA LA SIGUIENTE DE LA MISMA *
      * CLAVE (VER 4015 EN TP.CBL): DOS FILAS DE LA MISMA CLAVE CON LA  *
      * MISMA VIGENCIA SE SUPERPONEN Y EL LOTE TOMARIA CUALQUIERA.      *
       730-VALIDAR-TARIFVIG.
            EVALUATE TRUE
                WHEN VTVG-TIPO NOT = 'P' AND VTVG-TIPO NOT = 'T'
                    MOVE 'TIPO: P (PATENTE) O T (TAMANIO) (1)' TO WS-MSG
                WHEN VTVG-CLAVE = SPACES
                    MOVE 'CLAVE EN BLANCO (3-9)' TO WS-MSG
                WHEN VTVG-TIPO = 'T' AND VTVG-CLAVE(2:6) NOT = SPACES
                    MOVE 'LA CLAVE DE TAMANIO ES UN CARACTER' TO WS-MSG
                WHEN VTVG-IMPORTE NOT NUMERIC
                    MOVE 'IMPORTE NO NUMERICO (11-16)' TO WS-MSG
                WHEN VTVG-RECARGO NOT NUMERIC
                    MOVE 'RECARGO NO NUMERICO (18-20)' TO WS-MSG
                WHEN VTVG-RECARGO > 100
                    MOVE 'PORCENTAJE DE RECARGO MAYOR A 100' TO WS-MSG
                WHEN VTVG-FECHA-VIGENCIA NOT NUMERIC
                    MOVE 'VIGENCIA NO NUMERICA (22-29)' TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES AND VTVG-TIPO = 'T'
                MOVE VTVG-CLAVE(1:1) TO WS-TAM-VALIDAR
                PERFORM 770-VALIDAR-TAMANIO
                IF WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (3)' TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES
                MOVE VTVG-FECHA-VIGENCIA TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                IF WS-FECHA-OK = 'N'
                    MOVE 'VIGENCIA INEXISTENTE (22-29)' TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES
                PERFORM 741-BUSCAR-VIGENCIA-REPETIDA
                        VARYING IND-J FROM 1 BY 1
                        UNTIL IND-J > WS-CANT-FILAS
                        OR WS-MSG NOT = SPACES
            END-IF.

      * SOLO SE USA EL PRESUPUESTO DEL ANIO EN CURSO, PERO SE ACEPTAN   *
      * ANIOS FUTUROS PARA CARGARLOS CON TIEMPO.                        *
       731-VALIDAR-PRESUP.
            IF VPSU-AGENCIA NOT NUMERIC
                MOVE 'AGENCIA NO NUMERICA (1-2)' TO WS-MSG
            ELSE
                MOVE VPSU-AGENCIA TO WS-AG-VALIDAR
                PERFORM 775-VALIDAR-AGENCIA
                MOVE 'S' TO WS-MESES-OK
                PERFORM 735-VALIDAR-MES-PRESUP
                        VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 12
                EVALUATE TRUE
                    WHEN WS-AG-OK = 'N'
                        MOVE 'AGENCIA DESCONOCIDA (1-2)' TO WS-MSG
                    WHEN VPSU-ANIO NOT NUMERIC
                        MOVE 'ANIO NO NUMERICO (3-6)' TO WS-MSG
                    WHEN VPSU-ANIO < 2000
                        MOVE 'ANIO INVALIDO (3-6)' TO WS-MSG
                    WHEN WS-MESES-OK = 'N'
                        MOVE 'IMPORTE MENSUAL NO NUMERICO (7-138)'
                            TO WS-MSG
                END-EVALUATE
            END-IF.

       732-VALIDAR-CHOFERES.
            EVALUATE TRUE
                WHEN VCHO-CODIGO = SPACES
                    MOVE 'CODIGO DE CHOFER EN BLANCO' TO WS-MSG
                WHEN VCHO-NOMBRE = SPACES
                    MOVE 'NOMBRE EN BLANCO' TO WS-MSG
                WHEN VCHO-NRO-LICENCIA = SPACES
                    MOVE 'LICENCIA EN BLANCO (38-47)' TO WS-MSG
                WHEN VCHO-FECHA-VENC NOT NUMERIC
                    MOVE 'VENCIMIENTO NO NUMERICO (48-55)' TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES
                MOVE VCHO-FECHA-VENC TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                IF WS-FECHA-OK = 'N'
                    MOVE 'VENCIMIENTO INEXISTENTE (48-55)' TO WS-MSG
                END-IF
            END-IF.

      * MISMAS REGLAS QUE 1294 EN TP.CBL; EL PRODUCTO SOLO VA EN LAS    *
      * VEDAS Y LOS DIAS SOLO EN ESTADIA MINIMA Y ANTICIPACION.         *
       733-VALIDAR-RESTRIC.
            EVALUATE TRUE
                WHEN VRES-FECHA-DESDE NOT NUMERIC
                    MOVE 'DESDE NO NUMERICO (1-8)' TO WS-MSG
                WHEN VRES-FECHA-HASTA NOT NUMERIC
                    MOVE 'HASTA NO NUMERICO (10-17)' TO WS-MSG
                WHEN VRES-FECHA-DESDE > VRES-FECHA-HASTA
                    MOVE 'DESDE POSTERIOR A HASTA' TO WS-MSG
                WHEN VRES-AGENCIA NOT NUMERIC
                    MOVE 'AGENCIA NO NUMERICA (19-20)' TO WS-MSG
                WHEN VRES-TIPO NOT = 'M' AND VRES-TIPO NOT = 'A'
                     AND VRES-TIPO NOT = 'V'
                    MOVE 'TIPO: M, A O V (24)' TO WS-MSG
                WHEN VRES-TIPO = 'V' AND VRES-PRODUCTO NOT = SPACE
                     AND VRES-PRODUCTO NOT = 'O'
                     AND VRES-PRODUCTO NOT = 'L'
                     AND VRES-PRODUCTO NOT = 'T'
                    MOVE 'PRODUCTO: O, L, T O BLANCO (26)' TO WS-MSG
                WHEN VRES-TIPO NOT = 'V' AND VRES-PRODUCTO NOT = SPACE
                    MOVE 'EL PRODUCTO SOLO VA EN LAS VEDAS (26)'
                        TO WS-MSG
                WHEN VRES-TIPO NOT = 'V' AND VRES-DIAS NOT NUMERIC
                    MOVE 'DIAS NO NUMERICO (28-30)' TO WS-MSG
                WHEN VRES-TIPO NOT = 'V' AND VRES-DIAS = ZERO
                    MOVE 'DIAS EN CERO' TO WS-MSG
                WHEN VRES-FINDE-LARGO NOT = SPACE
                     AND VRES-FINDE-LARGO NOT = 'S'
                     AND VRES-FINDE-LARGO NOT = 'N'
                    MOVE 'FIN DE SEMANA LARGO: S, N O BLANCO (32)'
                        TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES
                MOVE VRES-FECHA-DESDE TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                IF WS-FECHA-OK = 'S'
                    MOVE VRES-FECHA-HASTA TO WS-FECHA-VALIDAR-N
                    PERFORM 760-VALIDAR-FECHA
                END-IF
                IF WS-FECHA-OK = 'N'
                    MOVE 'FECHA INEXISTENTE' TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES AND VRES-AGENCIA NOT = ZERO
                MOVE VRES-AGENCIA TO WS-AG-VALIDAR
                PERFORM 775-VALIDAR-AGENCIA
                IF WS-AG-OK = 'N'
                    MOVE 'AGENCIA DESCONOCIDA (19-20)' TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES AND VRES-TAMANIO NOT = SPACE
                MOVE VRES-TAMANIO TO WS-TAM-VALIDAR
                PERFORM 770-VALIDAR-TAMANIO
                IF WS-TAM-OK = 'N'
                    MOVE 'TAMANIO DESCONOCIDO (22)' TO WS-MSG
                END-IF
            END-IF.

       735-VALIDAR-MES-PRESUP.
            IF VPSU-MES-IMPORTE(IND-MES) NOT NUMERIC
                MOVE 'N' TO WS-MESES-OK
            END-IF.

       740-BUSCAR-CLAVE-REPETIDA.
            IF IND-J NOT = WS-FILA-ACTUAL
               AND REF-FILA(IND-J)(CAT-CLAVE-DESDE(WS-ARCH-NRO):
                                   CAT-CLAVE-LARGO(WS-ARCH-NRO)) =
                   WS-IMAGEN(CAT-CLAVE-DESDE(WS-ARCH-NRO):
                             CAT-CLAVE-LARGO(WS-ARCH-NRO))
                MOVE IND-J TO WS-FILA-IMPR
                STRING 'YA HAY UNA FILA CON ESA CLAVE (FILA '
                       WS-FILA-IMPR ')'
                    DELIMITED BY SIZE INTO WS-MSG
            END-IF.

       741-BUSCAR-VIGENCIA-REPETIDA.
            IF IND-J NOT = WS-FILA-ACTUAL
               AND REF-FILA(IND-J)(1:9) = WS-IMAGEN(1:9)
               AND REF-FILA(IND-J)(22:8) = WS-IMAGEN(22:8)
                MOVE IND-J TO WS-FILA-IMPR
                STRING 'SE SUPERPONE CON LA FILA ' WS-FILA-IMPR
                       ' (MISMA CLAVE Y VIGENCIA)'
                    DELIMITED BY SIZE INTO WS-MSG
            END-IF.

      * FECHA AAAAMMDD EXISTENTE (MISMO CALENDARIO QUE 561/562 DE       *
      * ARCHQRY.CBL).                                                   *
       760-VALIDAR-FECHA.
            MOVE 'S' TO WS-FECHA-OK.
            IF WS-FEC-AA < 1900 OR WS-FEC-MM < 1 OR WS-FEC-MM > 12
               OR WS-FEC-DD < 1
                MOVE 'N' TO WS-FECHA-OK
            ELSE
                PERFORM 761-DETER-DIAS-MES
                IF WS-FEC-DD > WS-FEC-DIAS-MES
                    MOVE 'N' TO WS-FECHA-OK
                END-IF
            END-IF.

       761-DETER-DIAS-MES.
            EVALUATE WS-FEC-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FEC-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FEC-DIAS-MES
                WHEN 2
                    PERFORM 762-DETER-DIAS-FEBRERO
            END-EVALUATE.

       762-DETER-DIAS-FEBRERO.
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

      * TAMANIO CONOCIDO = ALGUNO DE LOS DEL PADRON.  SIN PADRON NO HAY *
      * CONTRA QUE CONTROLAR Y ALCANZA CON QUE NO ESTE EN BLANCO.       *
       770-VALIDAR-TAMANIO.
            MOVE 'N' TO WS-TAM-OK.
            IF WS-TAM-VALIDAR NOT = SPACE
                IF WS-CANT-TAMANIOS = ZERO AND FS-AUTOS-NO-EXIST
                    MOVE 'S' TO WS-TAM-OK
                ELSE
                    PERFORM 771-COMPARAR-TAMANIO
                            VARYING IND-TAM FROM 1 BY 1
                            UNTIL IND-TAM > WS-CANT-TAMANIOS
                            OR WS-TAM-OK = 'S'
                END-IF
            END-IF.

       771-COMPARAR-TAMANIO.
            IF TAM-CODIGO(IND-TAM) = WS-TAM-VALIDAR
                MOVE 'S' TO WS-TAM-OK
            END-IF.

      * AGENCIA CONOCIDA = DADA DE ALTA EN EL MAESTRO (ACTIVA O NO).    *
      * SIN MAESTRO ALCANZA CON QUE ESTE ENTRE 01 Y 99.                 *
       775-VALIDAR-AGENCIA.
            MOVE 'N' TO WS-AG-OK.
            IF WS-AG-VALIDAR > ZERO
                IF WS-HAY-AGENCIAS = 'N'
                    MOVE 'S' TO WS-AG-OK
                ELSE
                    IF AGM-EXISTE(WS-AG-VALIDAR) = 'S'
                        MOVE 'S' TO WS-AG-OK
                    END-IF
                END-IF
            END-IF.

       800-GRABAR-TABLA.
            PERFORM 056-VERIFICAR-REFLOCK-PROPIO.
            OPEN OUTPUT REFERENCIA.
            MOVE FS-REFERENCIA  TO WS-FS.
            MOVE WS-ARCH-NOMBRE TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 810-GRABAR-UNA
                    VARYING IND-R FROM 1 BY 1
                    UNTIL IND-R > WS-CANT-FILAS.

            CLOSE REFERENCIA.

       810-GRABAR-UNA.
            MOVE REF-FILA(IND-R) TO REF-REG.
            WRITE REF-REG.
            MOVE FS-REFERENCIA  TO WS-FS.
            MOVE WS-ARCH-NOMBRE TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * LA IMAGEN (ANTES O DESPUES, SEGUN MLOG-PATENTE) VA EN TRAMOS DE *
      * 54 POSICIONES, UNA LINEA POR TRAMO CON DATOS, PRECEDIDA POR LA  *
      * TABLA Y EL NUMERO DE FILA.                                      *
       850-GRABAR-MANTLOG.
            ACCEPT WS-FECHA-LOG FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-LOG  FROM TIME.
            MOVE WS-FECHA-LOG TO MLOG-FECHA.
            COMPUTE MLOG-HORA =
                WS-HL-HH * 10000 + WS-HL-MM * 100 + WS-HL-SS.
            MOVE WS-OPERADOR TO MLOG-OPERADOR.
            PERFORM 851-GRABAR-TRAMO-LOG
                    VARYING WS-TRAMO-LOG FROM 1 BY 1
                    UNTIL WS-TRAMO-LOG > 3.

       851-GRABAR-TRAMO-LOG.
            COMPUTE WS-DESDE-LOG = (WS-TRAMO-LOG - 1) * 54 + 1.
            IF WS-TRAMO-LOG = 1
               OR WS-IMAGEN-LOG(WS-DESDE-LOG:54) NOT = SPACES
                MOVE SPACES TO MLOG-DETALLE
                STRING WS-ARCH-NOMBRE ' ' WS-FILA-LOG ' '
                       WS-IMAGEN-LOG(WS-DESDE-LOG:54)
                    DELIMITED BY SIZE INTO MLOG-DETALLE
                WRITE MANTLOG-REG
                MOVE FS-MANTLOG TO WS-FS
                MOVE "MANTLOG"  TO WS-FS-NOMBRE
                MOVE "GRABA"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
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
            PERFORM 057-LIBERAR-REFLOCK.
            CLOSE MANTLOG.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
