       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COPIA ENMASCARADA DE LOS ARCHIVOS DE PRODUCCION PARA PRUEBAS:   *
      * AUTOS, ALQIDX (Y SU INDICE DOCIDX), CLIENTES, BLOQUEADOS,       *
      * DESCUENTOS, FACTURAS, PAGOS Y LAS COLAS SOL1/SOL2/SOL3/SOLMOSTR *
      * SE COPIAN A UNA CARPETA APARTE (TP_MASCARA_DESTINO, POR OMISION *
      * ..\PRUEBA) CON LOS DATOS PERSONALES REEMPLAZADOS: DOCUMENTO,    *
      * NOMBRE, DOMICILIO, TELEFONO, CUIT, REGISTRO, TOKEN DE TARJETA Y *
      * DIRECCION DE ENTREGA.  IMPORTES, FECHAS Y PATENTES NO SE TOCAN. *
      * EL REEMPLAZO ES FIJO: CADA LETRA/DIGITO SE CORRE SEGUN SU       *
      * POSICION Y LA CLAVE (TP_MASCARA_CLAVE), ASI EL MISMO DOCUMENTO  *
      * DA EL MISMO FICTICIO EN TODOS LOS ARCHIVOS (LOS CRUCES SIGUEN   *
      * ANDANDO) Y DOS DOCUMENTOS DISTINTOS NUNCA CHOCAN.               *
      * LA CORRIDA DE PRUEBA SE APUNTA A LA CARPETA CON TP_DIR_DATOS    *
      * (VER 1098-ARMAR-RUTAS-DESDE-ENTORNO EN TP.CBL).  LAS TABLAS SIN *
      * DATOS PERSONALES (AGENCIAS, FERIADOS, TARIFAS...) SE COPIAN A   *
      * MANO; AUTOS.TXT VA TAL CUAL POR SER LA BASE DE TODA PRUEBA, Y   *
      * LAYOUT.DAT TAMBIEN (SIN EL NINGUN PROGRAMA CORRE).  EL INDICE   *
      * POR CONTRATO CTRIDX.DAT NO TIENE DATOS PERSONALES: VA TAL CUAL. *

        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * LA CLAVE (PATENTE + DIA) NO CAMBIA: LA COPIA SE GRABA EN EL     *
      * MISMO ORDEN EN QUE SE LEE.                                      *
        SELECT ALQ-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQS-CLAVE
                FILE STATUS IS FS-ALQ-SAL.

        SELECT DOCIDX ASSIGN TO "..\DOCIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

      * LOS ARCHIVOS CON EL DOCUMENTO EN LA CLAVE CAMBIAN DE ORDEN AL   *
      * ENMASCARAR: SUS COPIAS SE GRABAN POR CLAVE (ACCESO RANDOM).     *
        SELECT DOC-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DOCS-CLAVE
                FILE STATUS IS FS-DOC-SAL.

        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT CLI-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIS-CLAVE
                FILE STATUS IS FS-CLI-SAL.

        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

        SELECT BLOQ-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQS-CLAVE
                FILE STATUS IS FS-BLOQ-SAL.

        SELECT DESCUENTOS ASSIGN TO "..\DESCUENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DESC-CLAVE
                FILE STATUS IS FS-DESCUENTOS.

        SELECT DESC-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DESCS-CLAVE
                FILE STATUS IS FS-DESC-SAL.

        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

        SELECT PAGOS ASSIGN TO "..\PAGOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGOS.

      * LAS CUATRO COLAS DE SOLICITUDES TIENEN EL MISMO ARMADO: SE      *
      * RECORREN CON EL MISMO SELECT (RUTA EN WS-PATH-SOL).             *
        SELECT SOL ASSIGN TO WS-PATH-SOL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SOL.

      * SALIDA DE LOS SECUENCIALES ENMASCARADOS.                        *
        SELECT SEC-SAL ASSIGN TO WS-PATH-SAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SEC-SAL.

        SELECT MANIF ASSIGN TO WS-PATH-MANIF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANIF.

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

      * MISMO ORDEN QUE ALQ-REG EN TP.CBL (TOTAL 223): DOCUMENTO Y      *
      * DIRECCION DE ENTREGA SE ENMASCARAN, EL RESTO VIAJA SIN ABRIR.   *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-CLAVE.
               05  ALQ-IDX-PATENTE              PIC X(07).
               05  ALQ-IDX-FECHA                PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  FILLER                           PIC X(129).
           03  ALQ-IDX-ENTREGA-DIR              PIC X(30).
           03  FILLER                           PIC X(28).

       FD  ALQ-SAL.
       01  ALQS-REG.
           03  ALQS-CLAVE                       PIC X(15).
           03  ALQS-RESTO                       PIC X(208).

      * MISMO ARMADO QUE DOC-IDX-REG EN DATAPURG.CBL.                   *
       FD  DOCIDX.
       01  DOC-IDX-REG.
           03  DOC-IDX-CLAVE.
               05  DOC-IDX-TIPO-DOC             PIC X.
               05  DOC-IDX-NRO-DOC              PIC X(20).
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

       FD  DOC-SAL.
       01  DOCS-REG.
           03  DOCS-CLAVE                       PIC X(36).

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

       FD  CLI-SAL.
       01  CLIS-REG.
           05  CLIS-CLAVE                       PIC X(21).
           05  CLIS-RESTO                       PIC X(148).

      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.                       *
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO              PIC X(30).

       FD  BLOQ-SAL.
       01  BLOQS-REG.
           05  BLOQS-CLAVE                      PIC X(21).
           05  BLOQS-RESTO                      PIC X(30).

      * MISMO ARMADO QUE DESCUENTO-REG EN TP.CBL.                       *
       FD  DESCUENTOS.
       01  DESCUENTO-REG.
           05  DESC-CLAVE.
               10  DESC-TIPO-DOC                PIC X.
               10  DESC-NRO-DOC                 PIC X(20).
           05  DESC-PORCENTAJE                  PIC 9(02).

       FD  DESC-SAL.
       01  DESCS-REG.
           05  DESCS-CLAVE                      PIC X(21).
           05  DESCS-RESTO                      PIC X(02).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL (SOLO EL           *
      * DOCUMENTO SE ENMASCARA).                                        *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-DOC                    PIC X.
           05  FREG-NRO-DOC                     PIC X(20).
           05  FREG-RESTO                       PIC X(96).

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL.                         *
       FD  PAGOS.
       01  PAGO-REG.
           05  PAGO-TIPO-DOC                    PIC X.
           05  PAGO-NRO-DOC                     PIC X(20).
           05  PAGO-RESTO                       PIC X(58).

      * MISMO ARMADO QUE SOL1-REG EN TP.CBL (LOS CAMPOS OPCIONALES      *
      * DEL FINAL VIAJAN SIN ABRIR SALVO LA DIRECCION DE ENTREGA Y LOS  *
      * DOCUMENTOS DE LOS CONDUCTORES ADICIONALES).                     *
       FD  SOL.
       01  SOL-REG.
           05  SOL-CLAVE                        PIC X(15).
           05  SOL-TIPO-DOC                     PIC X.
           05  SOL-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(60).
           05  SOL-ENTREGA-DIR                  PIC X(30).
           05  FILLER                           PIC X(06).
           05  SOL-GRUPO                        PIC X(10).
           05  SOL-ADICIONALES.
               10  SOL-ADICIONAL                OCCURS 3 TIMES.
                   15  SOL-ADIC-TIPO-DOC        PIC X.
                   15  SOL-ADIC-NRO-DOC         PIC X(20).

       FD  SEC-SAL.
       01  SEC-SAL-REG                          PIC X(205).

       FD  MANIF.
       01  MANIF-REG                            PIC X(100).

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
                    'FACTURAS.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 4 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(04) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 4 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 4.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-ALQ-SAL                           PIC X(02).
           88  FS-ALQ-SAL-OK                    VALUE '00'.

       01  FS-DOCIDX                            PIC X(02).
           88  FS-DOCIDX-OK                     VALUE '00'.
           88  FS-DOCIDX-FIN                    VALUE '10'.
           88  FS-DOCIDX-NO-EXIST               VALUE '35'.

       01  FS-DOC-SAL                           PIC X(02).
           88  FS-DOC-SAL-OK                    VALUE '00'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.

       01  FS-CLI-SAL                           PIC X(02).
           88  FS-CLI-SAL-OK                    VALUE '00'.

       01  FS-BLOQUEADOS                        PIC X(02).
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-FIN                VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.

       01  FS-BLOQ-SAL                          PIC X(02).
           88  FS-BLOQ-SAL-OK                   VALUE '00'.

       01  FS-DESCUENTOS                        PIC X(02).
           88  FS-DESCUENTOS-OK                 VALUE '00'.
           88  FS-DESCUENTOS-FIN                VALUE '10'.
           88  FS-DESCUENTOS-NO-EXIST           VALUE '35'.

       01  FS-DESC-SAL                          PIC X(02).
           88  FS-DESC-SAL-OK                   VALUE '00'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-PAGOS                             PIC X(02).
           88  FS-PAGOS-OK                      VALUE '00'.
           88  FS-PAGOS-FIN                     VALUE '10'.
           88  FS-PAGOS-NO-EXIST                VALUE '35'.

       01  FS-SOL                               PIC X(02).
           88  FS-SOL-OK                        VALUE '00'.
           88  FS-SOL-FIN                       VALUE '10'.
           88  FS-SOL-NO-EXIST                  VALUE '35'.

       01  FS-SEC-SAL                           PIC X(02).
           88  FS-SEC-SAL-OK                    VALUE '00'.

       01  FS-MANIF                             PIC X(02).
           88  FS-MANIF-OK                      VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-DIR-DESTINO                       PIC X(30).
       01  WS-PATH-SAL                          PIC X(60).
       01  WS-PATH-SOL                          PIC X(60).
       01  WS-PATH-MANIF                        PIC X(60).
       01  WS-COMANDO                           PIC X(100).
       01  WS-NOMBRE-ARCHIVO                    PIC X(12).

      * COLAS DE SOLICITUDES, CON EL NOMBRE QUE LES DA TP.CBL           *
      * (WS-PATH-SOL1 A WS-PATH-SOL4).                                  *
       01  WS-COLAS-LISTA.
           05  FILLER                    PIC X(12) VALUE 'SOL1.TXT'.
           05  FILLER                    PIC X(12) VALUE 'SOL2.TXT'.
           05  FILLER                    PIC X(12) VALUE 'SOL3.TXT'.
           05  FILLER                    PIC X(12) VALUE 'SOLMOSTR.TXT'.
       01  WS-TABLA-COLAS REDEFINES WS-COLAS-LISTA.
           05  WS-COLA-NOMBRE OCCURS 4 TIMES PIC X(12).
       01  IND-COLA                             PIC 9(02) COMP.

      * CLAVE DEL ENMASCARADO: UN DIGITO POR POSICION DEL CAMPO.  LA    *
      * MISMA CLAVE DA SIEMPRE LOS MISMOS FICTICIOS; CAMBIARLA (POR     *
      * TP_MASCARA_CLAVE) DA OTRO JUEGO.                                *
       01  WS-ENV-CLAVE                         PIC X(20).
       01  WS-CLAVE                             PIC X(20)
                                    VALUE '73196428053917264810'.
       01  WS-CLAVE-TABLA REDEFINES WS-CLAVE.
           05  WS-CLAVE-DIG OCCURS 20 TIMES     PIC 9.

      * EL CAMPO A ENMASCARAR SE TRABAJA EN WS-MSK-CAMPO: CADA DIGITO   *
      * SE CORRE (MOD 10) Y CADA LETRA (MOD 26) SEGUN LA CLAVE DE SU    *
      * POSICION; BLANCOS Y SIGNOS QUEDAN COMO ESTAN.                   *
       01  WS-MSK-CAMPO                         PIC X(30).
       01  WS-MSK-LARGO                         PIC 9(02) COMP.
       01  IND-MSK                              PIC 9(02) COMP.
       01  IND-CLAVE                            PIC 9(02) COMP.
       01  IND-ADIC                             PIC 9(02) COMP.
       01  WS-MSK-CORRE-DIG                     PIC 9(02) COMP.
       01  WS-MSK-CORRE-LET                     PIC 9(02) COMP.
       01  WS-MSK-CAR                           PIC X.
       01  WS-ALFA-ORIGEN                       PIC X(36)
              VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ALFA-DESTINO                      PIC X(36).
       01  WS-DIGITOS-DOBLE                     PIC X(20)
              VALUE '01234567890123456789'.
       01  WS-LETRAS-DOBLE.
           05  FILLER                           PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER                           PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-DOC-FICTICIO                      PIC X(20).
       01  WS-CANT-REG                          PIC 9(07).
       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MASCARA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-PREPARAR-CARPETA.
        PERFORM 150-COPIAR-AUTOS.
        PERFORM 160-COPIAR-LAYOUT.
        PERFORM 200-ENMASCARAR-ALQIDX.
        PERFORM 250-ENMASCARAR-DOCIDX.
        PERFORM 280-COPIAR-CTRIDX.
        PERFORM 300-ENMASCARAR-CLIENTES.
        PERFORM 350-ENMASCARAR-BLOQUEADOS.
        PERFORM 400-ENMASCARAR-DESCUENTOS.
        PERFORM 450-ENMASCARAR-FACTURAS.
        PERFORM 500-ENMASCARAR-PAGOS.
        PERFORM 550-ENMASCARAR-COLA
                VARYING IND-COLA FROM 1 BY 1
                UNTIL IND-COLA > 4.
        CLOSE MANIF.

        DISPLAY 'FIN MASCARA - COPIA DE PRUEBA EN ' WS-DIR-DESTINO.
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

      * LA CARPETA DE PRUEBA NUNCA PUEDE SER LA DE PRODUCCION: SE       *
      * ESCRIBIRIA ENCIMA DE LOS ORIGINALES.                            *
       100-PREPARAR-CARPETA.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-DIR-DESTINO.
            ACCEPT WS-DIR-DESTINO FROM ENVIRONMENT "TP_MASCARA_DESTINO".
            IF WS-DIR-DESTINO = SPACES
                MOVE '..\PRUEBA' TO WS-DIR-DESTINO
            END-IF.
            IF WS-DIR-DESTINO = '..' OR WS-DIR-DESTINO = '..\'
               OR WS-DIR-DESTINO = '.'
                DISPLAY 'TP_MASCARA_DESTINO NO PUEDE SER LA CARPETA '
                        'DE PRODUCCION'
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-ENV-CLAVE.
            ACCEPT WS-ENV-CLAVE FROM ENVIRONMENT "TP_MASCARA_CLAVE".
            IF WS-ENV-CLAVE IS NUMERIC
                MOVE WS-ENV-CLAVE TO WS-CLAVE
            END-IF.

            MOVE SPACES TO WS-COMANDO.
            STRING 'MKDIR ' WS-DIR-DESTINO
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

            MOVE SPACES TO WS-PATH-MANIF.
            STRING WS-DIR-DESTINO DELIMITED BY SPACE
                   '\MASCARA.TXT' DELIMITED BY SIZE
                   INTO WS-PATH-MANIF.
            OPEN OUTPUT MANIF.
            MOVE FS-MANIF   TO WS-FS.
            MOVE "MANIF"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'COPIA ENMASCARADA DEL ' FECHA-HOY
                   ' -- NO CONTIENE DATOS PERSONALES REALES'
                DELIMITED BY SIZE INTO LINEA.
            WRITE MANIF-REG FROM LINEA.

       150-COPIAR-AUTOS.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\AUTOS.TXT ' DELIMITED BY SIZE
                   WS-DIR-DESTINO DELIMITED BY SPACE
                   '\AUTOS.TXT' DELIMITED BY SIZE
                   INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'AUTOS.TXT   COPIADO SIN CAMBIOS' TO LINEA.
            WRITE MANIF-REG FROM LINEA.

      * EL REGISTRO DE VERSIONES VA CON LOS DATOS: SIN EL, NINGUN       *
      * PROGRAMA CORRE CONTRA LA CARPETA DE PRUEBA.                     *
       160-COPIAR-LAYOUT.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\LAYOUT.DAT ' DELIMITED BY SIZE
                   WS-DIR-DESTINO DELIMITED BY SPACE
                   '\LAYOUT.DAT' DELIMITED BY SIZE
                   INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'LAYOUT.DAT  COPIADO SIN CAMBIOS' TO LINEA.
            WRITE MANIF-REG FROM LINEA.

       200-ENMASCARAR-ALQIDX.
            MOVE 'ALQIDX.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-ALQ-IDX    TO WS-FS
                MOVE "ALQIDX"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 800-ARMAR-RUTA-SALIDA
                OPEN OUTPUT ALQ-SAL
                MOVE FS-ALQ-SAL    TO WS-FS
                MOVE "ALQ-SAL"     TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-ALQIDX
                PERFORM 220-COPIAR-ALQIDX UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
                CLOSE ALQ-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       210-LEER-ALQIDX.
            READ ALQ-IDX NEXT RECORD AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-COPIAR-ALQIDX.
            MOVE ALQ-IDX-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO ALQ-IDX-NRO-DOC.
            IF ALQ-IDX-ENTREGA-DIR NOT = SPACES
                PERFORM 720-DOMICILIO-FICTICIO
                MOVE WS-MSK-CAMPO TO ALQ-IDX-ENTREGA-DIR
            END-IF.

            WRITE ALQS-REG FROM ALQ-IDX-REG.
            MOVE FS-ALQ-SAL    TO WS-FS.
            MOVE "ALQ-SAL"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.
            PERFORM 210-LEER-ALQIDX.

       250-ENMASCARAR-DOCIDX.
            MOVE 'DOCIDX.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT DOCIDX.
            IF FS-DOCIDX-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-DOCIDX     TO WS-FS
                MOVE "DOCIDX"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 800-ARMAR-RUTA-SALIDA
                OPEN OUTPUT DOC-SAL
                MOVE FS-DOC-SAL    TO WS-FS
                MOVE "DOC-SAL"     TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 260-LEER-DOCIDX
                PERFORM 270-COPIAR-DOCIDX UNTIL FS-DOCIDX-FIN
                CLOSE DOCIDX
                CLOSE DOC-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       260-LEER-DOCIDX.
            READ DOCIDX NEXT RECORD AT END SET FS-DOCIDX-FIN TO TRUE.

            IF NOT FS-DOCIDX-OK AND NOT FS-DOCIDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER DOCIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       270-COPIAR-DOCIDX.
            MOVE DOC-IDX-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO DOC-IDX-NRO-DOC.

            WRITE DOCS-REG FROM DOC-IDX-REG
                INVALID KEY
                    DISPLAY 'CLAVE REPETIDA AL ENMASCARAR DOCIDX'
                    GO 999-CANCELAR-PROGRAMA
            END-WRITE.
            MOVE FS-DOC-SAL    TO WS-FS.
            MOVE "DOC-SAL"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.
            PERFORM 260-LEER-DOCIDX.

      * CONTRATO Y PATENTE+FECHA: NADA QUE ENMASCARAR, Y LAS CLAVES DE  *
      * ALQIDX NO CAMBIAN EN LA COPIA, ASI QUE SIGUE APUNTANDO BIEN.    *
       280-COPIAR-CTRIDX.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\CTRIDX.DAT ' DELIMITED BY SIZE
                   WS-DIR-DESTINO DELIMITED BY SPACE
                   '\CTRIDX.DAT' DELIMITED BY SIZE
                   INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'CTRIDX.DAT  COPIADO SIN CAMBIOS' TO LINEA.
            WRITE MANIF-REG FROM LINEA.

      * EN EL PADRON SE REEMPLAZA TODO LO QUE IDENTIFICA A LA PERSONA;  *
      * NOMBRE Y DOMICILIO SE ARMAN DEL DOCUMENTO FICTICIO PARA QUE     *
      * CADA CLIENTE SIGA SIENDO RECONOCIBLE EN LOS LISTADOS DE PRUEBA. *
      * FECHAS, LIMITE DE CREDITO Y CATEGORIA DE IVA NO SE TOCAN.       *
       300-ENMASCARAR-CLIENTES.
            MOVE 'CLIENTES.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-CLIENTES   TO WS-FS
                MOVE "CLIENTES"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 800-ARMAR-RUTA-SALIDA
                OPEN OUTPUT CLI-SAL
                MOVE FS-CLI-SAL    TO WS-FS
                MOVE "CLI-SAL"     TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 310-LEER-CLIENTE
                PERFORM 320-COPIAR-CLIENTE UNTIL FS-CLIENTES-FIN
                CLOSE CLIENTES
                CLOSE CLI-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       310-LEER-CLIENTE.
            READ CLIENTES NEXT RECORD
                AT END SET FS-CLIENTES-FIN TO TRUE.

            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-COPIAR-CLIENTE.
            MOVE CLIENTE-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO CLIENTE-NRO-DOC.

            MOVE SPACES TO CLIENTE-NOMBRE.
            STRING 'CLIENTE ' WS-DOC-FICTICIO
                DELIMITED BY SIZE INTO CLIENTE-NOMBRE.
            IF CLIENTE-DIR NOT = SPACES
                PERFORM 720-DOMICILIO-FICTICIO
                MOVE WS-MSK-CAMPO TO CLIENTE-DIR
            END-IF.

            MOVE CLIENTE-TEL TO WS-MSK-CAMPO.
            MOVE 15 TO WS-MSK-LARGO.
            PERFORM 710-ENMASCARAR-CAMPO.
            MOVE WS-MSK-CAMPO TO CLIENTE-TEL.

            MOVE CLIENTE-NRO-LICENCIA TO WS-MSK-CAMPO.
            MOVE 10 TO WS-MSK-LARGO.
            PERFORM 710-ENMASCARAR-CAMPO.
            MOVE WS-MSK-CAMPO TO CLIENTE-NRO-LICENCIA.

            MOVE CLIENTE-CUIT TO WS-MSK-CAMPO.
            MOVE 13 TO WS-MSK-LARGO.
            PERFORM 710-ENMASCARAR-CAMPO.
            MOVE WS-MSK-CAMPO TO CLIENTE-CUIT.

            MOVE CLIENTE-REF-TARJETA TO WS-MSK-CAMPO.
            MOVE 16 TO WS-MSK-LARGO.
            PERFORM 710-ENMASCARAR-CAMPO.
            MOVE WS-MSK-CAMPO TO CLIENTE-REF-TARJETA.

            WRITE CLIS-REG FROM CLIENTE-REG
                INVALID KEY
                    DISPLAY 'CLAVE REPETIDA AL ENMASCARAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
            END-WRITE.
            MOVE FS-CLI-SAL    TO WS-FS.
            MOVE "CLI-SAL"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.
            PERFORM 310-LEER-CLIENTE.

       350-ENMASCARAR-BLOQUEADOS.
            MOVE 'BLOQUEAD.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT BLOQUEADOS.
            IF FS-BLOQUEADOS-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-BLOQUEADOS TO WS-FS
                MOVE "BLOQUEAD"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 800-ARMAR-RUTA-SALIDA
                OPEN OUTPUT BLOQ-SAL
                MOVE FS-BLOQ-SAL   TO WS-FS
                MOVE "BLOQ-SAL"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 360-LEER-BLOQUEADO
                PERFORM 370-COPIAR-BLOQUEADO UNTIL FS-BLOQUEADOS-FIN
                CLOSE BLOQUEADOS
                CLOSE BLOQ-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       360-LEER-BLOQUEADO.
            READ BLOQUEADOS NEXT RECORD
                AT END SET FS-BLOQUEADOS-FIN TO TRUE.

            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER BLOQUEADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       370-COPIAR-BLOQUEADO.
            MOVE BLOQ-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO BLOQ-NRO-DOC.

            WRITE BLOQS-REG FROM BLOQUEADO-REG
                INVALID KEY
                    DISPLAY 'CLAVE REPETIDA AL ENMASCARAR BLOQUEADOS'
                    GO 999-CANCELAR-PROGRAMA
            END-WRITE.
            MOVE FS-BLOQ-SAL   TO WS-FS.
            MOVE "BLOQ-SAL"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.
            PERFORM 360-LEER-BLOQUEADO.

       400-ENMASCARAR-DESCUENTOS.
            MOVE 'DESCUENT.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT DESCUENTOS.
            IF FS-DESCUENTOS-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-DESCUENTOS TO WS-FS
                MOVE "DESCUENT"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 800-ARMAR-RUTA-SALIDA
                OPEN OUTPUT DESC-SAL
                MOVE FS-DESC-SAL   TO WS-FS
                MOVE "DESC-SAL"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 410-LEER-DESCUENTO
                PERFORM 420-COPIAR-DESCUENTO UNTIL FS-DESCUENTOS-FIN
                CLOSE DESCUENTOS
                CLOSE DESC-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       410-LEER-DESCUENTO.
            READ DESCUENTOS NEXT RECORD
                AT END SET FS-DESCUENTOS-FIN TO TRUE.

            IF NOT FS-DESCUENTOS-OK AND NOT FS-DESCUENTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER DESCUENTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       420-COPIAR-DESCUENTO.
            MOVE DESC-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO DESC-NRO-DOC.

            WRITE DESCS-REG FROM DESCUENTO-REG
                INVALID KEY
                    DISPLAY 'CLAVE REPETIDA AL ENMASCARAR DESCUENTOS'
                    GO 999-CANCELAR-PROGRAMA
            END-WRITE.
            MOVE FS-DESC-SAL   TO WS-FS.
            MOVE "DESC-SAL"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.
            PERFORM 410-LEER-DESCUENTO.

       450-ENMASCARAR-FACTURAS.
            MOVE 'FACTURAS.DAT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-FACTREG    TO WS-FS
                MOVE "FACTURAS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 830-ABRIR-SEC-SAL
                PERFORM 460-LEER-FACTURA
                PERFORM 470-COPIAR-FACTURA UNTIL FS-FACTREG-FIN
                CLOSE FACTREG
                CLOSE SEC-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       460-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       470-COPIAR-FACTURA.
            MOVE FREG-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO FREG-NRO-DOC.

            WRITE SEC-SAL-REG FROM FACTREG-REG.
            PERFORM 840-VERIFICAR-GRABACION.
            PERFORM 460-LEER-FACTURA.

       500-ENMASCARAR-PAGOS.
            MOVE 'PAGOS.TXT' TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            OPEN INPUT PAGOS.
            IF FS-PAGOS-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-PAGOS      TO WS-FS
                MOVE "PAGOS"       TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 830-ABRIR-SEC-SAL
                PERFORM 510-LEER-PAGO
                PERFORM 520-COPIAR-PAGO UNTIL FS-PAGOS-FIN
                CLOSE PAGOS
                CLOSE SEC-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       510-LEER-PAGO.
            READ PAGOS AT END SET FS-PAGOS-FIN TO TRUE.

            IF NOT FS-PAGOS-OK AND NOT FS-PAGOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       520-COPIAR-PAGO.
            MOVE PAGO-NRO-DOC TO WS-MSK-CAMPO.
            PERFORM 700-ENMASCARAR-DOCUMENTO.
            MOVE WS-DOC-FICTICIO TO PAGO-NRO-DOC.

            WRITE SEC-SAL-REG FROM PAGO-REG.
            PERFORM 840-VERIFICAR-GRABACION.
            PERFORM 510-LEER-PAGO.

       550-ENMASCARAR-COLA.
            MOVE WS-COLA-NOMBRE(IND-COLA) TO WS-NOMBRE-ARCHIVO.
            MOVE ZERO TO WS-CANT-REG.
            MOVE SPACES TO WS-PATH-SOL.
            STRING '..\' WS-NOMBRE-ARCHIVO
                DELIMITED BY SIZE INTO WS-PATH-SOL.
            OPEN INPUT SOL.
            IF FS-SOL-NO-EXIST
                PERFORM 810-SIN-ORIGINAL
            ELSE
                MOVE FS-SOL        TO WS-FS
                MOVE "SOL"         TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 830-ABRIR-SEC-SAL
                PERFORM 560-LEER-SOL
                PERFORM 570-COPIAR-SOL UNTIL FS-SOL-FIN
                CLOSE SOL
                CLOSE SEC-SAL
                PERFORM 820-INFORMAR-CANTIDAD
            END-IF.

       560-LEER-SOL.
            READ SOL AT END SET FS-SOL-FIN TO TRUE.

            IF NOT FS-SOL-OK AND NOT FS-SOL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ' WS-PATH-SOL
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LOS REGISTROS DE CONTROL DE LA COLA ('*H' CABECERA, '*T'        *
      * TRAILER) NO TIENEN DOCUMENTO: VAN TAL CUAL.                     *
       570-COPIAR-SOL.
            IF SOL-CLAVE(1:1) NOT = '*'
                MOVE SOL-NRO-DOC TO WS-MSK-CAMPO
                PERFORM 700-ENMASCARAR-DOCUMENTO
                MOVE WS-DOC-FICTICIO TO SOL-NRO-DOC
                IF SOL-ENTREGA-DIR NOT = SPACES
                    PERFORM 720-DOMICILIO-FICTICIO
                    MOVE WS-MSK-CAMPO TO SOL-ENTREGA-DIR
                END-IF
                PERFORM 575-ENMASCARAR-ADICIONAL
                        VARYING IND-ADIC FROM 1 BY 1
                        UNTIL IND-ADIC > 3
            END-IF.

            WRITE SEC-SAL-REG FROM SOL-REG.
            PERFORM 840-VERIFICAR-GRABACION.
            PERFORM 560-LEER-SOL.

      * EL CONDUCTOR ADICIONAL LLEVA LA MISMA MASCARA QUE EL TITULAR,   *
      * PARA QUE SIGA CRUZANDO CONTRA CLIENTES ENMASCARADO.             *
       575-ENMASCARAR-ADICIONAL.
            IF SOL-ADIC-NRO-DOC(IND-ADIC) NOT = SPACES
                MOVE SOL-ADIC-NRO-DOC(IND-ADIC) TO WS-MSK-CAMPO
                PERFORM 700-ENMASCARAR-DOCUMENTO
                MOVE WS-DOC-FICTICIO TO SOL-ADIC-NRO-DOC(IND-ADIC)
            END-IF.

      * DOCUMENTO FICTICIO: EL NUMERO DE DOCUMENTO (WS-MSK-CAMPO)       *
      * ENMASCARADO EN SUS 20 POSICIONES, QUEDA EN WS-DOC-FICTICIO.     *
       700-ENMASCARAR-DOCUMENTO.
            MOVE 20 TO WS-MSK-LARGO.
            PERFORM 710-ENMASCARAR-CAMPO.
            MOVE WS-MSK-CAMPO TO WS-DOC-FICTICIO.

       710-ENMASCARAR-CAMPO.
            PERFORM 715-ENMASCARAR-POSICION
                    VARYING IND-MSK FROM 1 BY 1
                    UNTIL IND-MSK > WS-MSK-LARGO.

      * CORRIMIENTO DE LA POSICION: DIGITO DE CLAVE PARA LOS NUMEROS,   *
      * DIGITO DE CLAVE MAS LA POSICION PARA LAS LETRAS.                *
       715-ENMASCARAR-POSICION.
            MOVE IND-MSK TO IND-CLAVE.
            IF IND-CLAVE > 20
                SUBTRACT 20 FROM IND-CLAVE
            END-IF.
            MOVE WS-CLAVE-DIG(IND-CLAVE) TO WS-MSK-CORRE-DIG.
            COMPUTE WS-MSK-CORRE-LET = WS-MSK-CORRE-DIG + IND-CLAVE.
            IF WS-MSK-CORRE-LET > 25
                SUBTRACT 26 FROM WS-MSK-CORRE-LET
            END-IF.

            MOVE WS-DIGITOS-DOBLE(WS-MSK-CORRE-DIG + 1:10)
                TO WS-ALFA-DESTINO(1:10).
            MOVE WS-LETRAS-DOBLE(WS-MSK-CORRE-LET + 1:26)
                TO WS-ALFA-DESTINO(11:26).

            MOVE WS-MSK-CAMPO(IND-MSK:1) TO WS-MSK-CAR.
            INSPECT WS-MSK-CAR
                CONVERTING WS-ALFA-ORIGEN TO WS-ALFA-DESTINO.
            MOVE WS-MSK-CAR TO WS-MSK-CAMPO(IND-MSK:1).

      * DOMICILIO FICTICIO ARMADO CON EL DOCUMENTO FICTICIO DEL         *
      * REGISTRO (WS-DOC-FICTICIO), DEVUELTO EN WS-MSK-CAMPO.           *
       720-DOMICILIO-FICTICIO.
            MOVE SPACES TO WS-MSK-CAMPO.
            STRING 'CALLE PRUEBA ' WS-DOC-FICTICIO
                DELIMITED BY SIZE INTO WS-MSK-CAMPO.

       800-ARMAR-RUTA-SALIDA.
            MOVE SPACES TO WS-PATH-SAL.
            STRING WS-DIR-DESTINO DELIMITED BY SPACE
                   '\' DELIMITED BY SIZE
                   WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                   INTO WS-PATH-SAL.

       810-SIN-ORIGINAL.
            MOVE SPACES TO LINEA.
            STRING WS-NOMBRE-ARCHIVO
                   ' SIN ORIGINAL (NO SE COPIO)'
                DELIMITED BY SIZE INTO LINEA.
            WRITE MANIF-REG FROM LINEA.

       820-INFORMAR-CANTIDAD.
            MOVE SPACES TO LINEA.
            STRING WS-NOMBRE-ARCHIVO
                   ' REGISTROS ENMASCARADOS ' WS-CANT-REG
                DELIMITED BY SIZE INTO LINEA.
            WRITE MANIF-REG FROM LINEA.

       830-ABRIR-SEC-SAL.
            PERFORM 800-ARMAR-RUTA-SALIDA.
            OPEN OUTPUT SEC-SAL.
            MOVE FS-SEC-SAL    TO WS-FS.
            MOVE "SEC-SAL"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       840-VERIFICAR-GRABACION.
            MOVE FS-SEC-SAL    TO WS-FS.
            MOVE "SEC-SAL"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-REG.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       999-CANCELAR-PROGRAMA.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
