       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MANTENIMIENTO DEL PADRON DE CLIENTES POR DOCUMENTO: CONSULTA,   *
      * ALTA Y CAMBIO DE DATOS, EN EL MOLDE DE MANTAGEN.CBL.  CADA      *
      * FICHA SE VALIDA ANTES DE GRABARLA (DOCUMENTO COMO 4092/4093 DE  *
      * TP.CBL, FECHAS EXISTENTES, CATEGORIA DE IVA Y DIGITO            *
      * VERIFICADOR DEL CUIT), ASI UN ERROR DE TIPEO NO TERMINA EN UN   *
      * RECHAZO DEL LOTE A LA NOCHE SIGUIENTE.  EL CAMBIO DE DOCUMENTO  *
      * NO SE HACE ACA SINO EN REDOC.CBL (MUEVE TAMBIEN LA HISTORIA).   *
      * EL PADRON SE ABRE POR OPERACION Y SE LEE POR CLAVE, COMO EN     *
      * REDOC.CBL: NO QUEDA TOMADO MIENTRAS EL OPERADOR TIPEA.          *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * MISMA BITACORA QUE EL MANTENIMIENTO DE AUTOS (VER MANTLOG EN    *
      * MANTAUTO.CBL) -- LAS ACCIONES SOBRE EL PADRON VAN CON CODIGO    *
      * CLALTA/CLCAMB, UNA LINEA ANTES Y UNA DESPUES POR CAMPO TOCADO.  *
        SELECT MANTLOG ASSIGN TO "..\MANTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANTLOG.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).             *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

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
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
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

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.
           88  FS-CLIENTES-DUPLICADO            VALUE '22'.

       01  FS-MANTLOG                        PIC X(02).
           88  FS-MANTLOG-OK                 VALUE '00'.

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                         PIC X(02).
           05  WS-FS-NOMBRE                  PIC X(08).
           05  WS-FS-FUNCION                 PIC X(05).

       01  FECHA-HOY                         PIC 9(08).

      * DOCUMENTO PEDIDO Y SU VALIDACION, CON LAS MISMAS REGLAS DE      *
      * 4092-VALIDAR-TIPO-DOC Y 4093-VALIDAR-NRO-DOC EN TP.CBL.  EL     *
      * TIPO 'X' ES EL DE LAS FICHAS ANONIMIZADAS POR DATAPURG.CBL.     *
       01  WS-TIPO-DOC                       PIC X.
       01  WS-NRO-DOC                        PIC X(20).
       01  WS-TIPO-DOC-VALIDOS               PIC X(03) VALUE 'DPC'.
       01  WS-TIPO-DOC-ES-VALIDO             PIC X.
       01  WS-NRO-DOC-ES-VALIDO              PIC X.
       01  WS-NRO-DOC-LARGO                  PIC 9(02).
       01  IND-ND                            PIC 9(02).

      * FICHA EN TRABAJO (FIC-) Y COMO ESTABA AL LEERLA (ANTES), PARA   *
      * LA BITACORA Y PARA VER SI OTRA SESION LA TOCO ENTRE TANTO.      *
       01  WS-FICHA.
           05  FIC-CLAVE.
               10  FIC-TIPO-DOC                 PIC X.
               10  FIC-NRO-DOC                  PIC X(20).
           05  FIC-NOMBRE                       PIC X(30).
           05  FIC-DIR                          PIC X(30).
           05  FIC-TEL                          PIC X(15).
           05  FIC-FECHA-ALTA                   PIC 9(08).
           05  FIC-LIMITE-CREDITO               PIC 9(07)V99.
           05  FIC-NRO-LICENCIA                 PIC X(10).
           05  FIC-VENC-LICENCIA                PIC 9(08).
           05  FIC-FECHA-NACIMIENTO             PIC 9(08).
           05  FIC-CATEG-IVA                    PIC X.
           05  FIC-CUIT                         PIC X(13).
           05  FIC-REF-TARJETA                  PIC X(16).
       01  WS-FICHA-X REDEFINES WS-FICHA        PIC X(169).
       01  WS-FICHA-ANTES                       PIC X(169).
       01  WS-FICHA-HALLADA                     PIC X VALUE 'N'.
           88  FICHA-HALLADA                    VALUE 'S'.

      * CAMPOS DE LA FICHA PARA LA BITACORA: NOMBRE, POSICION Y LARGO   *
      * DENTRO DE CLIENTE-REG.                                          *
       01  WS-CAMPOS.
           05  FILLER              PIC X(15) VALUE 'NOMBRE    02230'.
           05  FILLER              PIC X(15) VALUE 'DIRECCION 05230'.
           05  FILLER              PIC X(15) VALUE 'TELEFONO  08215'.
           05  FILLER              PIC X(15) VALUE 'FECHA ALTA09708'.
           05  FILLER              PIC X(15) VALUE 'LIM CREDIT10509'.
           05  FILLER              PIC X(15) VALUE 'LICENCIA  11410'.
           05  FILLER              PIC X(15) VALUE 'VENC LIC  12408'.
           05  FILLER              PIC X(15) VALUE 'NACIMIENTO13208'.
           05  FILLER              PIC X(15) VALUE 'CATEG IVA 14001'.
           05  FILLER              PIC X(15) VALUE 'CUIT      14113'.
           05  FILLER              PIC X(15) VALUE 'REF TARJET15416'.
       01  TABLA-CAMPOS REDEFINES WS-CAMPOS.
           05  CPO-FILA OCCURS 11 TIMES.
               10  CPO-NOMBRE                   PIC X(10).
               10  CPO-DESDE                    PIC 9(03).
               10  CPO-LARGO                    PIC 9(02).
       01  IND-CPO                              PIC 9(02).

      * DATOS TIPEADOS (EN EL CAMBIO, EN BLANCO O CERO = SIN CAMBIO).   *
       01  WS-NVA-NOMBRE                     PIC X(30).
       01  WS-NVA-DIR                        PIC X(30).
       01  WS-NVA-TEL                        PIC X(15).
       01  WS-NVA-LIMITE                     PIC 9(07)V99.
       01  WS-NVA-LIMITE-DEFAULT             PIC X.
       01  WS-NVA-LICENCIA                   PIC X(10).
       01  WS-NVA-VENC-LIC                   PIC 9(08).
       01  WS-NVA-NACIMIENTO                 PIC 9(08).
       01  WS-NVA-CATEG-IVA                  PIC X.
       01  WS-NVA-CUIT                       PIC X(13).
       01  WS-NVA-TARJETA                    PIC X(16).

      * CUIT: ONCE DIGITOS (CON O SIN GUIONES AL TIPEARLO); SE GUARDA   *
      * SIEMPRE COMO NN-NNNNNNNN-N.  EL ULTIMO ES EL VERIFICADOR DEL    *
      * MODULO 11 CON PESOS 5432765432.                                 *
       01  WS-CUIT-DIGITOS                   PIC X(11).
       01  WS-CUIT-DIG-TABLA REDEFINES WS-CUIT-DIGITOS.
           05  WS-CUIT-DIG                   PIC 9 OCCURS 11 TIMES.
       01  WS-CUIT-PESOS-X                   PIC X(10) VALUE
                    '5432765432'.
       01  WS-CUIT-PESOS REDEFINES WS-CUIT-PESOS-X.
           05  WS-CUIT-PESO                  PIC 9 OCCURS 10 TIMES.
       01  WS-CUIT-PREFIJO                   PIC X(02).
           88  CUIT-PREFIJO-VALIDO           VALUE '20' '23' '24' '27'
                                                   '30' '33' '34'.
       01  WS-CUIT-CANT                      PIC 9(02).
       01  WS-CUIT-SUMA                      PIC 9(04).
       01  WS-CUIT-COC                       PIC 9(04).
       01  WS-CUIT-RESTO                     PIC 9(02).
       01  WS-CUIT-DV                        PIC 9(02).
       01  WS-CUIT-OK                        PIC X.
       01  IND-CU                            PIC 9(02).

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
       01  WS-MSG                            PIC X(60).
       01  WS-AVISO                          PIC X(60).
       01  WS-LIMITE-IMPR                    PIC ZZZZZZ9,99.
       01  WS-LOTE-EN-CURSO                  PIC X.

       01  WS-LOG-VALOR                      PIC X(30).

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

       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "MANTENIMIENTO DEL PADRON DE CLIENTES".
           05  LINE 4 COL 5 VALUE "C - CONSULTA POR DOCUMENTO".
           05  LINE 5 COL 5 VALUE "A - ALTA DE CLIENTE".
           05  LINE 6 COL 5 VALUE "M - MODIFICAR DATOS".
           05  LINE 7 COL 5 VALUE "S - SALIR".
           05  LINE 9 COL 5 VALUE "OPCION: ".
           05  LINE 9 COL 13 PIC X TO WS-OPCION.

       01  PANTALLA-DOCUMENTO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "MANTENIMIENTO DEL PADRON DE CLIENTES".
           05  LINE 4 COL 5 VALUE "TIPO DOC (D/C/P): ".
           05  LINE 4 COL 24 PIC X TO WS-TIPO-DOC.
           05  LINE 5 COL 5 VALUE "NRO DOC         : ".
           05  LINE 5 COL 24 PIC X(20) TO WS-NRO-DOC.
           05  LINE 7 COL 5 VALUE "(DOCUMENTO EN BLANCO CANCELA)".

       01  PANTALLA-FICHA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "FICHA DEL CLIENTE".
           05  LINE 4 COL 5  VALUE "DOCUMENTO     : ".
           05  LINE 4 COL 22 PIC X FROM FIC-TIPO-DOC.
           05  LINE 4 COL 24 PIC X(20) FROM FIC-NRO-DOC.
           05  LINE 5 COL 5  VALUE "NOMBRE        : ".
           05  LINE 5 COL 22 PIC X(30) FROM FIC-NOMBRE.
           05  LINE 6 COL 5  VALUE "DIRECCION     : ".
           05  LINE 6 COL 22 PIC X(30) FROM FIC-DIR.
           05  LINE 7 COL 5  VALUE "TELEFONO      : ".
           05  LINE 7 COL 22 PIC X(15) FROM FIC-TEL.
           05  LINE 8 COL 5  VALUE "FECHA DE ALTA : ".
           05  LINE 8 COL 22 PIC 9(08) FROM FIC-FECHA-ALTA.
           05  LINE 9 COL 5  VALUE "LIMITE CREDITO: ".
           05  LINE 9 COL 22 PIC X(10) FROM WS-LIMITE-IMPR.
           05  LINE 10 COL 5 VALUE "LICENCIA      : ".
           05  LINE 10 COL 22 PIC X(10) FROM FIC-NRO-LICENCIA.
           05  LINE 11 COL 5 VALUE "VENCE LICENCIA: ".
           05  LINE 11 COL 22 PIC 9(08) FROM FIC-VENC-LICENCIA.
           05  LINE 12 COL 5 VALUE "NACIMIENTO    : ".
           05  LINE 12 COL 22 PIC 9(08) FROM FIC-FECHA-NACIMIENTO.
           05  LINE 13 COL 5 VALUE "CATEGORIA IVA : ".
           05  LINE 13 COL 22 PIC X FROM FIC-CATEG-IVA.
           05  LINE 14 COL 5 VALUE "CUIT          : ".
           05  LINE 14 COL 22 PIC X(13) FROM FIC-CUIT.
           05  LINE 15 COL 5 VALUE "REF. TARJETA  : ".
           05  LINE 15 COL 22 PIC X(16) FROM FIC-REF-TARJETA.
           05  LINE 17 COL 5 PIC X(60) FROM WS-AVISO.

       01  PANTALLA-ALTA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "ALTA DE CLIENTE".
           05  LINE 4 COL 5  VALUE "DOCUMENTO     : ".
           05  LINE 4 COL 22 PIC X FROM FIC-TIPO-DOC.
           05  LINE 4 COL 24 PIC X(20) FROM FIC-NRO-DOC.
           05  LINE 5 COL 5  VALUE "NOMBRE        : ".
           05  LINE 5 COL 22 PIC X(30) TO WS-NVA-NOMBRE.
           05  LINE 6 COL 5  VALUE "DIRECCION     : ".
           05  LINE 6 COL 22 PIC X(30) TO WS-NVA-DIR.
           05  LINE 7 COL 5  VALUE "TELEFONO      : ".
           05  LINE 7 COL 22 PIC X(15) TO WS-NVA-TEL.
           05  LINE 8 COL 5  VALUE "LIMITE CREDITO: ".
           05  LINE 8 COL 22 PIC 9(07)V99 TO WS-NVA-LIMITE.
           05  LINE 8 COL 34 VALUE "(0 = EL DEL TAMANIO)".
           05  LINE 9 COL 5  VALUE "LICENCIA      : ".
           05  LINE 9 COL 22 PIC X(10) TO WS-NVA-LICENCIA.
           05  LINE 10 COL 5 VALUE "VENCE LICENCIA: ".
           05  LINE 10 COL 22 PIC 9(08) TO WS-NVA-VENC-LIC.
           05  LINE 10 COL 34 VALUE "(AAAAMMDD)".
           05  LINE 11 COL 5 VALUE "NACIMIENTO    : ".
           05  LINE 11 COL 22 PIC 9(08) TO WS-NVA-NACIMIENTO.
           05  LINE 11 COL 34 VALUE "(AAAAMMDD)".
           05  LINE 12 COL 5 VALUE "CATEGORIA IVA : ".
           05  LINE 12 COL 22 PIC X TO WS-NVA-CATEG-IVA.
           05  LINE 12 COL 34 VALUE "(R INSCRIPTO / F FINAL)".
           05  LINE 13 COL 5 VALUE "CUIT          : ".
           05  LINE 13 COL 22 PIC X(13) TO WS-NVA-CUIT.
           05  LINE 14 COL 5 VALUE "REF. TARJETA  : ".
           05  LINE 14 COL 22 PIC X(16) TO WS-NVA-TARJETA.

       01  PANTALLA-CAMBIO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "CAMBIO DE DATOS DEL CLIENTE".
           05  LINE 3 COL 5  VALUE "DOCUMENTO: ".
           05  LINE 3 COL 16 PIC X FROM FIC-TIPO-DOC.
           05  LINE 3 COL 18 PIC X(20) FROM FIC-NRO-DOC.
           05  LINE 4 COL 19 VALUE "ACTUAL".
           05  LINE 4 COL 51 VALUE "NUEVO (BLANCO = SIN CAMBIO)".
           05  LINE 5 COL 2  VALUE "NOMBRE        :".
           05  LINE 5 COL 19 PIC X(30) FROM FIC-NOMBRE.
           05  LINE 5 COL 51 PIC X(30) TO WS-NVA-NOMBRE.
           05  LINE 6 COL 2  VALUE "DIRECCION     :".
           05  LINE 6 COL 19 PIC X(30) FROM FIC-DIR.
           05  LINE 6 COL 51 PIC X(30) TO WS-NVA-DIR.
           05  LINE 7 COL 2  VALUE "TELEFONO      :".
           05  LINE 7 COL 19 PIC X(15) FROM FIC-TEL.
           05  LINE 7 COL 51 PIC X(15) TO WS-NVA-TEL.
           05  LINE 8 COL 2  VALUE "LIMITE CREDITO:".
           05  LINE 8 COL 19 PIC X(10) FROM WS-LIMITE-IMPR.
           05  LINE 8 COL 51 PIC 9(07)V99 TO WS-NVA-LIMITE.
           05  LINE 9 COL 2  VALUE "LIMITE AL DEL TAMANIO (S/N):".
           05  LINE 9 COL 51 PIC X TO WS-NVA-LIMITE-DEFAULT.
           05  LINE 10 COL 2 VALUE "LICENCIA      :".
           05  LINE 10 COL 19 PIC X(10) FROM FIC-NRO-LICENCIA.
           05  LINE 10 COL 51 PIC X(10) TO WS-NVA-LICENCIA.
           05  LINE 11 COL 2 VALUE "VENCE LICENCIA:".
           05  LINE 11 COL 19 PIC 9(08) FROM FIC-VENC-LICENCIA.
           05  LINE 11 COL 51 PIC 9(08) TO WS-NVA-VENC-LIC.
           05  LINE 12 COL 2 VALUE "NACIMIENTO    :".
           05  LINE 12 COL 19 PIC 9(08) FROM FIC-FECHA-NACIMIENTO.
           05  LINE 12 COL 51 PIC 9(08) TO WS-NVA-NACIMIENTO.
           05  LINE 13 COL 2 VALUE "CATEGORIA IVA :".
           05  LINE 13 COL 19 PIC X FROM FIC-CATEG-IVA.
           05  LINE 13 COL 51 PIC X TO WS-NVA-CATEG-IVA.
           05  LINE 14 COL 2 VALUE "CUIT          :".
           05  LINE 14 COL 19 PIC X(13) FROM FIC-CUIT.
           05  LINE 14 COL 51 PIC X(13) TO WS-NVA-CUIT.
           05  LINE 15 COL 2 VALUE "REF. TARJETA  :".
           05  LINE 15 COL 19 PIC X(16) FROM FIC-REF-TARJETA.
           05  LINE 15 COL 51 PIC X(16) TO WS-NVA-TARJETA.

       01  PANTALLA-MSG.
           05  LINE 19 COL 5 PIC X(60) FROM WS-MSG.
           05  LINE 21 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 21 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MANTCLI'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 060-SIGNON.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESO UNTIL WS-OPCION = 'S'.

        DISPLAY 'FIN MANTCLI'.
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

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL PADRON: LO ESTA  *
      * LEYENDO.                                                        *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

      * LA SESION PUEDE QUEDAR ABIERTA HASTA QUE ARRANCA EL LOTE: ANTES *
      * DE CADA GRABACION SE VUELVE A MIRAR EL SEMAFORO.                *
       051-RUNLOCK-EN-CURSO.
            MOVE 'N' TO WS-LOTE-EN-CURSO.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                MOVE 'S' TO WS-LOTE-EN-CURSO
            END-IF.

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
      * CADA LINEA DE MANTLOG.                                          *
       100-INICIO.
            MOVE WS-SIGNON-CODIGO TO WS-OPERADOR.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN EXTEND MANTLOG.
            IF NOT FS-MANTLOG-OK
                CLOSE MANTLOG
                OPEN OUTPUT MANTLOG
            END-IF.
            MOVE FS-MANTLOG TO WS-FS.
            MOVE "MANTLOG"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-PROCESO.
            MOVE SPACES TO WS-OPCION.
            DISPLAY PANTALLA-MENU.
            ACCEPT PANTALLA-MENU.

            EVALUATE WS-OPCION
                WHEN 'C' PERFORM 300-CONSULTA
                WHEN 'A' PERFORM 400-ALTA
                WHEN 'M' PERFORM 500-CAMBIO
                WHEN 'S' CONTINUE
                WHEN OTHER
                    MOVE 'OPCION INVALIDA' TO WS-MSG
                    PERFORM 700-MOSTRAR-MSG
            END-EVALUATE.

      * PIDE EL DOCUMENTO Y LO LEE DEL PADRON: SI ESTA, QUEDA EN        *
      * WS-FICHA Y WS-FICHA-ANTES CON FICHA-HALLADA.  SIN PADRON        *
      * TODAVIA NO HAY NINGUNA.  DOCUMENTO EN BLANCO = CANCELA.         *
       210-PEDIR-DOCUMENTO.
            MOVE SPACES TO WS-TIPO-DOC WS-NRO-DOC.
            DISPLAY PANTALLA-DOCUMENTO.
            ACCEPT PANTALLA-DOCUMENTO.
            IF WS-NRO-DOC NOT = SPACES
                PERFORM 220-LEER-FICHA
            END-IF.

       220-LEER-FICHA.
            MOVE 'N' TO WS-FICHA-HALLADA.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE WS-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE WS-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL LEER CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE 'S' TO WS-FICHA-HALLADA
                    MOVE CLIENTE-REG TO WS-FICHA
                    MOVE CLIENTE-REG TO WS-FICHA-ANTES
                END-IF
                CLOSE CLIENTES
            END-IF.

       300-CONSULTA.
            PERFORM 210-PEDIR-DOCUMENTO.
            IF WS-NRO-DOC = SPACES
                CONTINUE
            ELSE
                IF FICHA-HALLADA
                    MOVE SPACES TO WS-AVISO
                    IF FIC-TIPO-DOC = 'X'
                        MOVE 'FICHA ANONIMIZADA (POLITICA DE RETENCION)'
                            TO WS-AVISO
                    END-IF
                    MOVE FIC-LIMITE-CREDITO TO WS-LIMITE-IMPR
                    DISPLAY PANTALLA-FICHA
                    MOVE SPACES TO WS-MSG
                ELSE
                    MOVE 'NO HAY FICHA CON ESE DOCUMENTO' TO WS-MSG
                END-IF
                PERFORM 700-MOSTRAR-MSG
            END-IF.

      * ALTA -- EL DOCUMENTO PASA POR LAS REGLAS DEL LOTE ANTES DE      *
      * PEDIR LOS DATOS; LA FECHA DE ALTA ES LA DEL DIA.                *
       400-ALTA.
            PERFORM 210-PEDIR-DOCUMENTO.
            IF WS-NRO-DOC = SPACES
                CONTINUE
            ELSE
                PERFORM 410-VALIDAR-ALTA
                IF WS-MSG = SPACES
                    PERFORM 420-PEDIR-ALTA
                END-IF
                PERFORM 700-MOSTRAR-MSG
            END-IF.

       410-VALIDAR-ALTA.
            MOVE SPACES TO WS-MSG.
            PERFORM 710-VALIDAR-TIPO-DOC.
            PERFORM 711-VALIDAR-NRO-DOC.
            EVALUATE TRUE
                WHEN FICHA-HALLADA
                    MOVE 'YA HAY UNA FICHA CON ESE DOCUMENTO' TO WS-MSG
                WHEN WS-TIPO-DOC = 'X'
                    MOVE 'TIPO X RESERVADO A FICHAS ANONIMIZADAS'
                        TO WS-MSG
                WHEN WS-TIPO-DOC-ES-VALIDO = 'N'
                    MOVE 'TIPO DE DOCUMENTO INVALIDO (D, C O P)'
                        TO WS-MSG
                WHEN WS-NRO-DOC-ES-VALIDO = 'N'
                    MOVE 'NUMERO DE DOCUMENTO INVALIDO PARA ESE TIPO'
                        TO WS-MSG
            END-EVALUATE.

       420-PEDIR-ALTA.
            MOVE SPACES TO WS-FICHA-X.
            MOVE WS-TIPO-DOC TO FIC-TIPO-DOC.
            MOVE WS-NRO-DOC  TO FIC-NRO-DOC.
            MOVE ZERO TO FIC-FECHA-ALTA FIC-LIMITE-CREDITO
                         FIC-VENC-LICENCIA FIC-FECHA-NACIMIENTO.
            MOVE WS-FICHA-X  TO WS-FICHA-ANTES.
            MOVE FECHA-HOY   TO FIC-FECHA-ALTA.
            PERFORM 600-LIMPIAR-ENTRADA.
            DISPLAY PANTALLA-ALTA.
            ACCEPT PANTALLA-ALTA.

            MOVE WS-NVA-NOMBRE     TO FIC-NOMBRE.
            MOVE WS-NVA-DIR        TO FIC-DIR.
            MOVE WS-NVA-TEL        TO FIC-TEL.
            MOVE WS-NVA-LIMITE     TO FIC-LIMITE-CREDITO.
            MOVE WS-NVA-LICENCIA   TO FIC-NRO-LICENCIA.
            MOVE WS-NVA-VENC-LIC   TO FIC-VENC-LICENCIA.
            MOVE WS-NVA-NACIMIENTO TO FIC-FECHA-NACIMIENTO.
            MOVE WS-NVA-CATEG-IVA  TO FIC-CATEG-IVA.
            MOVE WS-NVA-CUIT       TO FIC-CUIT.
            MOVE WS-NVA-TARJETA    TO FIC-REF-TARJETA.
            PERFORM 720-VALIDAR-FICHA.
            IF WS-MSG = SPACES
                PERFORM 051-RUNLOCK-EN-CURSO
                IF WS-LOTE-EN-CURSO = 'S'
                    MOVE 'EL LOTE NOCTURNO ARRANCO - NO SE GRABA'
                        TO WS-MSG
                ELSE
                    PERFORM 430-GRABAR-ALTA
                END-IF
            END-IF.

      * SIN PADRON TODAVIA SE CREA VACIO Y SE REABRE.                   *
       430-GRABAR-ALTA.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                OPEN OUTPUT CLIENTES
                CLOSE CLIENTES
                OPEN I-O CLIENTES
            END-IF.
            MOVE FS-CLIENTES TO WS-FS.
            MOVE "CLIENTES"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE WS-FICHA TO CLIENTE-REG.
            WRITE CLIENTE-REG
                INVALID KEY
                    MOVE 'OTRA SESION DIO DE ALTA ESE DOCUMENTO'
                        TO WS-MSG
            END-WRITE.
            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-DUPLICADO
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "GRABA"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.
            CLOSE CLIENTES.

            IF WS-MSG = SPACES
                MOVE 'CLALTA' TO MLOG-ACCION
                PERFORM 850-GRABAR-MANTLOG
                MOVE 'CLIENTE DADO DE ALTA' TO WS-MSG
            END-IF.

      * CAMBIO -- LO TIPEADO REEMPLAZA AL DATO ACTUAL; LA FICHA         *
      * COMPLETA SE VALIDA DE NUEVO.  LAS FICHAS ANONIMIZADAS NO SE     *
      * TOCAN: SU DOCUMENTO ES UN TOKEN Y LA HISTORIA YA NO ES DE       *
      * NADIE.                                                          *
       500-CAMBIO.
            PERFORM 210-PEDIR-DOCUMENTO.
            IF WS-NRO-DOC = SPACES
                CONTINUE
            ELSE
                MOVE SPACES TO WS-MSG
                EVALUATE TRUE
                    WHEN NOT FICHA-HALLADA
                        MOVE 'NO HAY FICHA CON ESE DOCUMENTO' TO WS-MSG
                    WHEN FIC-TIPO-DOC = 'X'
                        MOVE 'FICHA ANONIMIZADA - NO SE MODIFICA'
                            TO WS-MSG
                    WHEN OTHER
                        PERFORM 510-PEDIR-CAMBIO
                END-EVALUATE
                PERFORM 700-MOSTRAR-MSG
            END-IF.

       510-PEDIR-CAMBIO.
            PERFORM 600-LIMPIAR-ENTRADA.
            MOVE FIC-LIMITE-CREDITO TO WS-LIMITE-IMPR.
            DISPLAY PANTALLA-CAMBIO.
            ACCEPT PANTALLA-CAMBIO.

            IF WS-NVA-NOMBRE NOT = SPACES
                MOVE WS-NVA-NOMBRE TO FIC-NOMBRE
            END-IF.
            IF WS-NVA-DIR NOT = SPACES
                MOVE WS-NVA-DIR TO FIC-DIR
            END-IF.
            IF WS-NVA-TEL NOT = SPACES
                MOVE WS-NVA-TEL TO FIC-TEL
            END-IF.
            IF WS-NVA-LIMITE NOT = ZERO
                MOVE WS-NVA-LIMITE TO FIC-LIMITE-CREDITO
            END-IF.
            IF WS-NVA-LIMITE-DEFAULT = 'S'
                MOVE ZERO TO FIC-LIMITE-CREDITO
            END-IF.
            IF WS-NVA-LICENCIA NOT = SPACES
                MOVE WS-NVA-LICENCIA TO FIC-NRO-LICENCIA
            END-IF.
            IF WS-NVA-VENC-LIC NOT = ZERO
                MOVE WS-NVA-VENC-LIC TO FIC-VENC-LICENCIA
            END-IF.
            IF WS-NVA-NACIMIENTO NOT = ZERO
                MOVE WS-NVA-NACIMIENTO TO FIC-FECHA-NACIMIENTO
            END-IF.
            IF WS-NVA-CATEG-IVA NOT = SPACE
                MOVE WS-NVA-CATEG-IVA TO FIC-CATEG-IVA
            END-IF.
            IF WS-NVA-CUIT NOT = SPACES
                MOVE WS-NVA-CUIT TO FIC-CUIT
            END-IF.
            IF WS-NVA-TARJETA NOT = SPACES
                MOVE WS-NVA-TARJETA TO FIC-REF-TARJETA
            END-IF.

            PERFORM 720-VALIDAR-FICHA.
            IF WS-MSG = SPACES AND WS-FICHA-X = WS-FICHA-ANTES
                MOVE 'SIN CAMBIOS' TO WS-MSG
            END-IF.
            IF WS-MSG = SPACES
                PERFORM 051-RUNLOCK-EN-CURSO
                IF WS-LOTE-EN-CURSO = 'S'
                    MOVE 'EL LOTE NOCTURNO ARRANCO - NO SE GRABA'
                        TO WS-MSG
                ELSE
                    PERFORM 520-GRABAR-CAMBIO
                END-IF
            END-IF.

      * LA FICHA SE RELEE ANTES DE REESCRIBIRLA: SI YA NO ES LA QUE SE  *
      * MOSTRO (OTRA SESION, REDOC O DATAPURG LA TOCARON), NO SE PISA.  *
       520-GRABAR-CAMBIO.
            OPEN I-O CLIENTES.
            MOVE FS-CLIENTES TO WS-FS.
            MOVE "CLIENTES"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE FIC-CLAVE TO CLIENTE-CLAVE.
            READ CLIENTES KEY IS CLIENTE-CLAVE
                INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                DISPLAY 'ERROR AL LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-CLIENTES-NO-HALLADO
               OR CLIENTE-REG NOT = WS-FICHA-ANTES
                MOVE 'LA FICHA CAMBIO MIENTRAS SE EDITABA - REINTENTAR'
                    TO WS-MSG
            ELSE
                MOVE WS-FICHA TO CLIENTE-REG
                REWRITE CLIENTE-REG
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "REGRA"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.
            CLOSE CLIENTES.

            IF WS-MSG = SPACES
                MOVE 'CLCAMB' TO MLOG-ACCION
                PERFORM 850-GRABAR-MANTLOG
                MOVE 'FICHA ACTUALIZADA' TO WS-MSG
            END-IF.

       600-LIMPIAR-ENTRADA.
            MOVE SPACES TO WS-NVA-NOMBRE WS-NVA-DIR WS-NVA-TEL
                           WS-NVA-LICENCIA WS-NVA-CATEG-IVA
                           WS-NVA-CUIT WS-NVA-TARJETA
                           WS-NVA-LIMITE-DEFAULT.
            MOVE ZERO TO WS-NVA-LIMITE WS-NVA-VENC-LIC
                         WS-NVA-NACIMIENTO.

       700-MOSTRAR-MSG.
            DISPLAY PANTALLA-MSG.
            ACCEPT PANTALLA-MSG.

      * MISMAS REGLAS QUE 4092-VALIDAR-TIPO-DOC EN TP.CBL.              *
       710-VALIDAR-TIPO-DOC.
            IF WS-TIPO-DOC-VALIDOS (1:1) = WS-TIPO-DOC
                OR WS-TIPO-DOC-VALIDOS (2:1) = WS-TIPO-DOC
                OR WS-TIPO-DOC-VALIDOS (3:1) = WS-TIPO-DOC
                MOVE 'S' TO WS-TIPO-DOC-ES-VALIDO
            ELSE
                MOVE 'N' TO WS-TIPO-DOC-ES-VALIDO
            END-IF.

      * MISMAS REGLAS QUE 4093-VALIDAR-NRO-DOC EN TP.CBL: DNI Y CEDULA  *
      * DE 6 A 9 DIGITOS, PASAPORTE DE 6 A 12 CARACTERES.               *
       711-VALIDAR-NRO-DOC.
            MOVE 'S' TO WS-NRO-DOC-ES-VALIDO.
            MOVE ZERO TO WS-NRO-DOC-LARGO.
            PERFORM 712-CONTAR-LARGO-NRO-DOC
                    VARYING IND-ND FROM 20 BY -1
                    UNTIL IND-ND = 0 OR WS-NRO-DOC-LARGO NOT = ZERO.

            EVALUATE TRUE
                WHEN WS-NRO-DOC-LARGO = ZERO
                    MOVE 'N' TO WS-NRO-DOC-ES-VALIDO
                WHEN WS-TIPO-DOC = 'D' OR WS-TIPO-DOC = 'C'
                    IF WS-NRO-DOC (1:WS-NRO-DOC-LARGO) NOT NUMERIC
                        OR WS-NRO-DOC-LARGO < 6 OR WS-NRO-DOC-LARGO > 9
                        MOVE 'N' TO WS-NRO-DOC-ES-VALIDO
                    END-IF
                WHEN WS-TIPO-DOC = 'P'
                    IF WS-NRO-DOC-LARGO < 6 OR WS-NRO-DOC-LARGO > 12
                        MOVE 'N' TO WS-NRO-DOC-ES-VALIDO
                    END-IF
            END-EVALUATE.

       712-CONTAR-LARGO-NRO-DOC.
            IF WS-NRO-DOC (IND-ND:1) NOT = SPACE
                MOVE IND-ND TO WS-NRO-DOC-LARGO
            END-IF.

      * VALIDACION DE LA FICHA COMPLETA.  DEJA EL PRIMER PROBLEMA EN    *
      * WS-MSG (EN BLANCO SI ESTA BIEN).  LAS FECHAS EN CERO SON "SIN   *
      * CARGAR" Y EL LOTE NO LAS CONTROLA (VER 4025 Y 4029 EN TP.CBL);  *
      * CARGADAS TIENEN QUE EXISTIR.  UN RESPONSABLE INSCRIPTO NECESITA *
      * CUIT PARA QUE FACTURAR.CBL LE EMITA LA 'A'.                     *
       720-VALIDAR-FICHA.
            MOVE SPACES TO WS-MSG.
            IF FIC-NOMBRE = SPACES
                MOVE 'EL NOMBRE ES OBLIGATORIO' TO WS-MSG
            END-IF.
            IF WS-MSG = SPACES AND FIC-VENC-LICENCIA NOT = ZERO
                MOVE FIC-VENC-LICENCIA TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                IF WS-FECHA-OK = 'N'
                    MOVE 'VENCIMIENTO DE LICENCIA INEXISTENTE' TO WS-MSG
                END-IF
            END-IF.
            IF WS-MSG = SPACES AND FIC-FECHA-NACIMIENTO NOT = ZERO
                MOVE FIC-FECHA-NACIMIENTO TO WS-FECHA-VALIDAR-N
                PERFORM 760-VALIDAR-FECHA
                EVALUATE TRUE
                    WHEN WS-FECHA-OK = 'N'
                        MOVE 'FECHA DE NACIMIENTO INEXISTENTE' TO WS-MSG
                    WHEN FIC-FECHA-NACIMIENTO > FECHA-HOY
                        MOVE 'FECHA DE NACIMIENTO POSTERIOR A HOY'
                            TO WS-MSG
                END-EVALUATE
            END-IF.
            IF WS-MSG = SPACES
               AND FIC-CATEG-IVA NOT = SPACE
               AND FIC-CATEG-IVA NOT = 'R'
               AND FIC-CATEG-IVA NOT = 'F'
                MOVE 'CATEGORIA DE IVA: R, F O BLANCO' TO WS-MSG
            END-IF.
            IF WS-MSG = SPACES
                IF FIC-CUIT = SPACES
                    IF FIC-CATEG-IVA = 'R'
                        MOVE 'RESPONSABLE INSCRIPTO SIN CUIT' TO WS-MSG
                    END-IF
                ELSE
                    PERFORM 730-VALIDAR-CUIT
                    IF WS-CUIT-OK = 'N'
                        MOVE 'CUIT INVALIDO (FORMATO O VERIFICADOR)'
                            TO WS-MSG
                    END-IF
                END-IF
            END-IF.

      * SE TOMAN LOS DIGITOS DEL CUIT TIPEADO (LOS GUIONES SE SALTEAN;  *
      * CUALQUIER OTRO CARACTER LO INVALIDA), SE VERIFICA EL PREFIJO Y  *
      * EL DIGITO VERIFICADOR, Y QUEDA EN FIC-CUIT COMO NN-NNNNNNNN-N.  *
       730-VALIDAR-CUIT.
            MOVE 'S' TO WS-CUIT-OK.
            MOVE ZERO TO WS-CUIT-CANT.
            MOVE ZERO TO WS-CUIT-DIGITOS.
            PERFORM 731-TOMAR-DIGITO-CUIT
                    VARYING IND-CU FROM 1 BY 1 UNTIL IND-CU > 13.
            IF WS-CUIT-CANT NOT = 11
                MOVE 'N' TO WS-CUIT-OK
            END-IF.
            IF WS-CUIT-OK = 'S'
                MOVE WS-CUIT-DIGITOS(1:2) TO WS-CUIT-PREFIJO
                IF NOT CUIT-PREFIJO-VALIDO
                    MOVE 'N' TO WS-CUIT-OK
                END-IF
            END-IF.
            IF WS-CUIT-OK = 'S'
                MOVE ZERO TO WS-CUIT-SUMA
                PERFORM 732-SUMAR-DIGITO-CUIT
                        VARYING IND-CU FROM 1 BY 1 UNTIL IND-CU > 10
                DIVIDE WS-CUIT-SUMA BY 11 GIVING WS-CUIT-COC
                                          REMAINDER WS-CUIT-RESTO
                COMPUTE WS-CUIT-DV = 11 - WS-CUIT-RESTO
                IF WS-CUIT-DV = 11
                    MOVE ZERO TO WS-CUIT-DV
                END-IF
                IF WS-CUIT-DV = 10 OR WS-CUIT-DV NOT = WS-CUIT-DIG(11)
                    MOVE 'N' TO WS-CUIT-OK
                END-IF
            END-IF.
            IF WS-CUIT-OK = 'S'
                MOVE SPACES TO FIC-CUIT
                STRING WS-CUIT-DIGITOS(1:2) '-' WS-CUIT-DIGITOS(3:8)
                       '-' WS-CUIT-DIGITOS(11:1)
                    DELIMITED BY SIZE INTO FIC-CUIT
            END-IF.

       731-TOMAR-DIGITO-CUIT.
            EVALUATE TRUE
                WHEN FIC-CUIT(IND-CU:1) = '-' OR FIC-CUIT(IND-CU:1) =
                     SPACE
                    CONTINUE
                WHEN FIC-CUIT(IND-CU:1) NOT NUMERIC
                    MOVE 'N' TO WS-CUIT-OK
                WHEN WS-CUIT-CANT < 11
                    ADD 1 TO WS-CUIT-CANT
                    MOVE FIC-CUIT(IND-CU:1)
                        TO WS-CUIT-DIGITOS(WS-CUIT-CANT:1)
                WHEN OTHER
                    ADD 1 TO WS-CUIT-CANT
            END-EVALUATE.

       732-SUMAR-DIGITO-CUIT.
            COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA
                + WS-CUIT-DIG(IND-CU) * WS-CUIT-PESO(IND-CU).

      * FECHA AAAAMMDD EXISTENTE (MISMO CALENDARIO QUE 4090 DE TP.CBL). *
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

      * UNA LINEA ANTES Y UNA DESPUES POR CAMPO QUE CAMBIO (EN EL ALTA  *
      * SOLO LA DE DESPUES), CON EL DOCUMENTO Y EL NOMBRE DEL CAMPO.    *
      * AUDITQ.CBL LAS LEE COMO CUALQUIER OTRA LINEA DE MANTLOG.        *
       850-GRABAR-MANTLOG.
            ACCEPT WS-FECHA-LOG FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-LOG  FROM TIME.
            MOVE WS-FECHA-LOG TO MLOG-FECHA.
            COMPUTE MLOG-HORA =
                WS-HL-HH * 10000 + WS-HL-MM * 100 + WS-HL-SS.
            MOVE WS-OPERADOR TO MLOG-OPERADOR.
            PERFORM 851-GRABAR-CAMPO-LOG
                    VARYING IND-CPO FROM 1 BY 1 UNTIL IND-CPO > 11.

       851-GRABAR-CAMPO-LOG.
            IF WS-FICHA-X(CPO-DESDE(IND-CPO):CPO-LARGO(IND-CPO)) NOT =
               WS-FICHA-ANTES(CPO-DESDE(IND-CPO):CPO-LARGO(IND-CPO))
                IF MLOG-ACCION NOT = 'CLALTA'
                    MOVE 'ANTES  ' TO MLOG-PATENTE
                    MOVE SPACES TO WS-LOG-VALOR
                    MOVE WS-FICHA-ANTES(CPO-DESDE(IND-CPO):
                                        CPO-LARGO(IND-CPO))
                        TO WS-LOG-VALOR
                    PERFORM 852-ESCRIBIR-LINEA-LOG
                END-IF
                MOVE 'DESPUES' TO MLOG-PATENTE
                MOVE SPACES TO WS-LOG-VALOR
                MOVE WS-FICHA-X(CPO-DESDE(IND-CPO):CPO-LARGO(IND-CPO))
                    TO WS-LOG-VALOR
                PERFORM 852-ESCRIBIR-LINEA-LOG
            END-IF.

       852-ESCRIBIR-LINEA-LOG.
            MOVE SPACES TO MLOG-DETALLE.
            STRING FIC-TIPO-DOC FIC-NRO-DOC ' ' CPO-NOMBRE(IND-CPO)
                   ' ' WS-LOG-VALOR
                DELIMITED BY SIZE INTO MLOG-DETALLE.
            WRITE MANTLOG-REG.
            MOVE FS-MANTLOG TO WS-FS.
            MOVE "MANTLOG"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE MANTLOG.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
