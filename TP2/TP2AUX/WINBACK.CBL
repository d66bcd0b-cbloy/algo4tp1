       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINBACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CAMPANIA MENSUAL DE RECUPERO: A CADA CLIENTE DEL PADRON QUE     *
      * ALQUILO ALGUNA VEZ PERO NO TIENE NINGUN ALQUILER VIGENTE (NO    *
      * ANULADO) EN LOS ULTIMOS TP_WB_MESES MESES SE LE EMITE UN        *
      * VOUCHER PERSONAL DE UN SOLO USO, ATADO A SU DOCUMENTO, QUE SE   *
      * AGREGA A VOUCHERS.TXT (VER 4051-APLICAR-VOUCHER EN TP.CBL).     *

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL).          *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * PADRON DE CLIENTES (VER CLIENTE-REG EN TP.CBL), SE RECORRE     *
      * ENTERO UNA VEZ EN ORDEN DE DOCUMENTO.                          *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * LISTA NEGRA (VER BLOQUEADOS EN TP.CBL): NO SE INVITA A VOLVER  *
      * A QUIEN NO PUEDE ALQUILAR.  SE CONSULTA POR DOCUMENTO.         *
        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

      * MISMO ALQIDX.DAT QUE TP.CBL, SOLO LECTURA POR CLAVE.           *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE POR DOCUMENTO QUE MANTIENE ROLLOVER.CBL (VER            *
      * CLIHIST.CBL): LA HISTORIA DE CADA CLIENTE SIN BARRER EL        *
      * MAESTRO UNA VEZ POR CLIENTE.                                   *
        SELECT DOCIDX ASSIGN TO "..\DOCIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

      * MISMO VOUCHERS.TXT QUE TP.CBL: SE LEE PRIMERO (CODIGOS YA       *
      * EMITIDOS) Y DESPUES SE LE AGREGAN LOS NUEVOS AL FINAL.          *
        SELECT VOUCHERS ASSIGN TO "..\VOUCHERS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-VOUCHERS.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): EL LOTE    *
      * REESCRIBE VOUCHERS.TXT AL TERMINAR.                            *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * LISTA PARA MARKETING (ENVIO DEL CODIGO AL CLIENTE): LARGO      *
      * FIJO, UNA LINEA POR VOUCHER EMITIDO EN LA CORRIDA.             *
        SELECT WINBACK ASSIGN TO "..\WINBACK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-WINBACK.

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

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL (SOLO EL FRENTE; EL     *
      * RESTO VA EN FILLER PORQUE EL INDEXADO PIDE EL LARGO COMPLETO). *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  FILLER                           PIC X(73).

      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.                      *
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO              PIC X(30).

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/AVISOS.CBL.             *
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

      * MISMO ARMADO QUE DOC-IDX-REG EN ROLLOVER.CBL/CLIHIST.CBL.      *
       FD  DOCIDX.
       01  DOC-IDX-REG.
           03  DOC-IDX-CLAVE.
               05  DOC-IDX-TIPO-DOC             PIC X.
               05  DOC-IDX-NRO-DOC              PIC X(20).
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

      * MISMO ARMADO QUE VOUCHER-REG EN TP.CBL.                        *
       FD  VOUCHERS.
       01  VOUCHER-REG.
           05  VOU-CODIGO                       PIC X(10).
           05  VOU-CODIGO-R REDEFINES VOU-CODIGO.
               09  VOU-COD-PREFIJO              PIC X(06).
               09  VOU-COD-SECUENCIA            PIC X(04).
           05  FILLER                           PIC X(01).
           05  VOU-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  VOU-VALOR                        PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  VOU-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  VOU-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  VOU-MAX-USOS                     PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-USADOS                       PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-TIPO-DOC                     PIC X.
           05  VOU-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  VOU-CAMPANIA                     PIC X(08).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

       FD  WINBACK.
       01  WINBACK-REG.
           05  WBK-CAMPANIA                     PIC X(08).
           05  FILLER                           PIC X(01).
           05  WBK-TIPO-DOC                     PIC X.
           05  FILLER                           PIC X(01).
           05  WBK-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  WBK-NOMBRE                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  WBK-DIR                          PIC X(30).
           05  FILLER                           PIC X(01).
           05  WBK-TEL                          PIC X(15).
           05  FILLER                           PIC X(01).
           05  WBK-CODIGO                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  WBK-PORC                         PIC 9(03).
           05  FILLER                           PIC X(01).
           05  WBK-VENCE                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  WBK-ULTIMO-ALQUILER              PIC 9(08).

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

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.

       01  FS-BLOQUEADOS                        PIC X(02).
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-FIN                VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.
           88  FS-BLOQUEADOS-NO-HALLADO         VALUE '23'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-DOCIDX                            PIC X(02).
           88  FS-DOCIDX-OK                     VALUE '00'.
           88  FS-DOCIDX-FIN                    VALUE '10'.
           88  FS-DOCIDX-NO-EXIST               VALUE '35'.

       01  FS-VOUCHERS                          PIC X(02).
           88  FS-VOUCHERS-OK                   VALUE '00'.
           88  FS-VOUCHERS-FIN                  VALUE '10'.
           88  FS-VOUCHERS-NO-EXIST             VALUE '35'.

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.

       01  FS-WINBACK                           PIC X(02).
           88  FS-WINBACK-OK                    VALUE '00'.

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

      * PARAMETROS DE LA CAMPANIA (VARIABLES DE AMBIENTE):             *
      *   TP_WB_MESES     MESES SIN ALQUILAR PARA SER INACTIVO (6)     *
      *   TP_WB_PORC      DESCUENTO DEL VOUCHER, EN PORCENTAJE (15)    *
      *   TP_WB_VIGENCIA  MESES DE VIGENCIA: VENCE EL ULTIMO DIA DEL   *
      *                   MES DE PROCESO MAS ESOS MESES (2)            *
       01  WS-ENV-MESES                         PIC X(02).
       01  WS-ENV-PORC                          PIC X(03).
       01  WS-ENV-VIGENCIA                      PIC X(02).
       01  WS-MESES-INACTIVO                    PIC 9(02) VALUE 6.
       01  WS-PORC-VOUCHER                      PIC 9(03) VALUE 15.
       01  WS-MESES-VIGENCIA                    PIC 9(02) VALUE 2.

      * CORTE: UN ALQUILER DESDE ESTA FECHA HACE ACTIVO AL CLIENTE     *
      * (INCLUYE LOS FUTUROS, QUE YA ESTAN RESERVADOS).                *
       01  WS-FECHA-CORTE                       PIC 9(08).
       01  WS-FECHA-VENCE                       PIC 9(08).
       01  WS-CALC-MESES                        PIC 9(06).
       01  WS-CALC-AA                           PIC 9(04).
       01  WS-CALC-MM                           PIC 9(02).
       01  WS-CALC-DD                           PIC 9(02).
       01  WS-CALC-RES4                         PIC 9.
       01  WS-CALC-RES100                       PIC 9(02).
       01  WS-CALC-RES400                       PIC 9(03).
       01  WS-CALC-COC                          PIC 9(04).
       01  WS-DIAS-POR-MES                      PIC X(24)
                                 VALUE '312831303130313130313031'.
       01  WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
           05  WS-DIAS-MES                      PIC 9(02) OCCURS 12.

      * CAMPANIA DEL MES ('WB' + AAAAMM) Y CODIGO PERSONAL: 'WB' +     *
      * AAMM + SECUENCIA DE 4 DIGITOS DENTRO DEL MES.                  *
       01  WS-CAMPANIA                          PIC X(08).
       01  WS-CODIGO-NUEVO.
           05  WS-COD-PREFIJO                   PIC X(06).
           05  WS-COD-SECUENCIA                 PIC 9(04).
       01  WS-ULTIMA-SECUENCIA                  PIC 9(04) VALUE ZERO.

      * DOCUMENTOS CON UN VOUCHER PERSONAL TODAVIA VIGENTE: NO SE LES  *
      * EMITE OTRO (UNA SEGUNDA CORRIDA EN EL MES NO DUPLICA).  EL     *
      * TOPE ES EL MISMO QUE TIENE TP.CBL PARA TODO EL CATALOGO.       *
       01  WS-CANT-CATALOGO                     PIC 9(04) VALUE ZERO.
       01  WS-CANT-VIGENTES                     PIC 9(04) VALUE ZERO.
       01  TABLA-VIGENTES.
           05  VIG-ENT                  OCCURS 3000 TIMES.
               09  VIG-TIPO-DOC         PIC X.
               09  VIG-NRO-DOC          PIC X(20).
       01  IND-VIG                              PIC 9(04).

       01  WS-ES-BLOQUEADO                      PIC X.
           88  ES-BLOQUEADO                     VALUE 'S'.
       01  WS-TIENE-VOUCHER                     PIC X.
           88  TIENE-VOUCHER                    VALUE 'S'.
       01  WS-HUBO-ALQUILER                     PIC X.
           88  HUBO-ALQUILER                    VALUE 'S'.
       01  WS-ES-ACTIVO                         PIC X.
           88  ES-ACTIVO                        VALUE 'S'.
       01  WS-ULTIMO-ALQUILER                   PIC 9(08).
       01  WS-AVISO-SIN-CUPO                    PIC X VALUE 'N'.

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-ANONIMOS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-BLOQ-SALTEADOS               PIC 9(05) VALUE ZERO.
       01  WS-CANT-CON-VOUCHER                  PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-HISTORIA                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-ACTIVOS                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-EMITIDOS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-CUPO                     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO WINBACK'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        PERFORM 200-RECORRER-CLIENTES.
        PERFORM 998-FIN.

        DISPLAY 'FIN WINBACK - CAMPANIA:    ' WS-CAMPANIA.
        DISPLAY '  CLIENTES LEIDOS:         ' WS-CANT-LEIDOS.
        DISPLAY '  ANONIMIZADOS:            ' WS-CANT-ANONIMOS.
        DISPLAY '  EN LISTA NEGRA:          ' WS-CANT-BLOQ-SALTEADOS.
        DISPLAY '  CON VOUCHER VIGENTE:     ' WS-CANT-CON-VOUCHER.
        DISPLAY '  SIN ALQUILERES:          ' WS-CANT-SIN-HISTORIA.
        DISPLAY '  ACTIVOS:                 ' WS-CANT-ACTIVOS.
        DISPLAY '  VOUCHERS EMITIDOS:       ' WS-CANT-EMITIDOS.
        DISPLAY '  SIN CUPO EN CATALOGO:    ' WS-CANT-SIN-CUPO.
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

      * CON EL LOTE CORRIENDO NO SE AGREGA NADA AL CATALOGO: TP.CBL    *
      * LO REESCRIBE AL TERMINAR Y SE PERDERIAN LOS CODIGOS NUEVOS.    *
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
            PERFORM 120-ARMAR-FECHAS.

            MOVE SPACES TO WS-CAMPANIA.
            STRING 'WB' WS-FECHA-PROCESO(1:6)
                DELIMITED BY SIZE INTO WS-CAMPANIA.
            MOVE SPACES TO WS-COD-PREFIJO.
            STRING 'WB' WS-FECHA-PROCESO(3:4)
                DELIMITED BY SIZE INTO WS-COD-PREFIJO.

            PERFORM 140-CARGAR-CATALOGO.

            OPEN INPUT DOCIDX.
            IF FS-DOCIDX-NO-EXIST
                DISPLAY 'NO EXISTE DOCIDX.DAT -- CORRER ROLLOVER '
                        'ANTES DE LA CAMPANIA'
                STOP RUN
            END-IF.
            MOVE FS-DOCIDX      TO WS-FS.
            MOVE "DOCIDX"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- SIN HISTORIA'
                CLOSE DOCIDX
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO WS-FS.
            MOVE "ALQ-IDX"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- NADA QUE RECUPERAR'
                CLOSE DOCIDX
                CLOSE ALQ-IDX
                STOP RUN
            END-IF.
            MOVE FS-CLIENTES    TO WS-FS.
            MOVE "CLIENTES"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 130-ABRIR-BLOQUEADOS.

            OPEN EXTEND VOUCHERS.
            IF NOT FS-VOUCHERS-OK
                OPEN OUTPUT VOUCHERS
            END-IF.
            MOVE FS-VOUCHERS    TO WS-FS.
            MOVE "VOUCHERS"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT WINBACK.
            MOVE FS-WINBACK     TO WS-FS.
            MOVE "WINBACK"      TO WS-FS-NOMBRE.
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

       115-LEER-PARAMETROS.
            MOVE SPACES TO WS-ENV-MESES.
            ACCEPT WS-ENV-MESES FROM ENVIRONMENT "TP_WB_MESES".
            IF WS-ENV-MESES IS NUMERIC AND WS-ENV-MESES > ZERO
                MOVE WS-ENV-MESES TO WS-MESES-INACTIVO
            END-IF.

            MOVE SPACES TO WS-ENV-PORC.
            ACCEPT WS-ENV-PORC FROM ENVIRONMENT "TP_WB_PORC".
            IF WS-ENV-PORC IS NUMERIC AND WS-ENV-PORC > ZERO
               AND WS-ENV-PORC NOT > '100'
                MOVE WS-ENV-PORC TO WS-PORC-VOUCHER
            END-IF.

            MOVE SPACES TO WS-ENV-VIGENCIA.
            ACCEPT WS-ENV-VIGENCIA FROM ENVIRONMENT "TP_WB_VIGENCIA".
            IF WS-ENV-VIGENCIA IS NUMERIC
                MOVE WS-ENV-VIGENCIA TO WS-MESES-VIGENCIA
            END-IF.

      * CORTE = MISMO DIA, TP_WB_MESES MESES ANTES DE LA FECHA DE      *
      * PROCESO.  VENCIMIENTO = ULTIMO DIA DEL MES DE PROCESO MAS      *
      * TP_WB_VIGENCIA MESES.                                          *
       120-ARMAR-FECHAS.
            COMPUTE WS-CALC-MESES = WS-PROC-AA * 12 + WS-PROC-MM - 1
                                  - WS-MESES-INACTIVO.
            DIVIDE WS-CALC-MESES BY 12 GIVING WS-CALC-AA
                                   REMAINDER WS-CALC-MM.
            ADD 1 TO WS-CALC-MM.
            MOVE WS-CALC-AA TO WS-FECHA-CORTE(1:4).
            MOVE WS-CALC-MM TO WS-FECHA-CORTE(5:2).
            MOVE WS-PROC-DD TO WS-FECHA-CORTE(7:2).

            COMPUTE WS-CALC-MESES = WS-PROC-AA * 12 + WS-PROC-MM - 1
                                  + WS-MESES-VIGENCIA.
            DIVIDE WS-CALC-MESES BY 12 GIVING WS-CALC-AA
                                   REMAINDER WS-CALC-MM.
            ADD 1 TO WS-CALC-MM.
            MOVE WS-DIAS-MES(WS-CALC-MM) TO WS-CALC-DD.
            IF WS-CALC-MM = 2
                PERFORM 121-VER-BISIESTO
            END-IF.
            MOVE WS-CALC-AA TO WS-FECHA-VENCE(1:4).
            MOVE WS-CALC-MM TO WS-FECHA-VENCE(5:2).
            MOVE WS-CALC-DD TO WS-FECHA-VENCE(7:2).

       121-VER-BISIESTO.
            DIVIDE WS-CALC-AA BY 4   GIVING WS-CALC-COC
                                     REMAINDER WS-CALC-RES4.
            DIVIDE WS-CALC-AA BY 100 GIVING WS-CALC-COC
                                     REMAINDER WS-CALC-RES100.
            DIVIDE WS-CALC-AA BY 400 GIVING WS-CALC-COC
                                     REMAINDER WS-CALC-RES400.
            IF WS-CALC-RES4 = 0
               AND (WS-CALC-RES100 NOT = 0 OR WS-CALC-RES400 = 0)
                MOVE 29 TO WS-CALC-DD
            END-IF.

      * LA LISTA NEGRA QUEDA ABIERTA Y SE LEE POR DOCUMENTO (310).     *
      * SIN EL ARCHIVO NO HAY NADIE BLOQUEADO.                         *
       130-ABRIR-BLOQUEADOS.
            OPEN INPUT BLOQUEADOS.
            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-NO-EXIST
                DISPLAY 'ERROR AL INTENTAR ABRIR BLOQUEADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * CUENTA EL CATALOGO ENTERO (TOPE DE TP.CBL), GUARDA LOS         *
      * DOCUMENTOS CON VOUCHER PERSONAL VIGENTE Y LA ULTIMA SECUENCIA  *
      * YA USADA EN LA CAMPANIA DEL MES.                               *
       140-CARGAR-CATALOGO.
            OPEN INPUT VOUCHERS.
            IF FS-VOUCHERS-OK
                PERFORM 141-LEER-VOUCHER
                PERFORM 142-REVISAR-VOUCHER UNTIL FS-VOUCHERS-FIN
                CLOSE VOUCHERS
            ELSE
                IF NOT FS-VOUCHERS-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR ABRIR VOUCHERS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       141-LEER-VOUCHER.
            READ VOUCHERS AT END SET FS-VOUCHERS-FIN TO TRUE.

            IF NOT FS-VOUCHERS-OK AND NOT FS-VOUCHERS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER VOUCHERS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-REVISAR-VOUCHER.
            ADD 1 TO WS-CANT-CATALOGO.
            IF VOU-NRO-DOC NOT = SPACES
               AND VOU-FECHA-HASTA IS NUMERIC
               AND VOU-FECHA-HASTA NOT < WS-FECHA-PROCESO
               AND WS-CANT-VIGENTES < 3000
                ADD 1 TO WS-CANT-VIGENTES
                MOVE VOU-TIPO-DOC TO VIG-TIPO-DOC(WS-CANT-VIGENTES)
                MOVE VOU-NRO-DOC  TO VIG-NRO-DOC(WS-CANT-VIGENTES)
            END-IF.
            IF VOU-COD-PREFIJO = WS-COD-PREFIJO
               AND VOU-COD-SECUENCIA IS NUMERIC
               AND VOU-COD-SECUENCIA > WS-ULTIMA-SECUENCIA
                MOVE VOU-COD-SECUENCIA TO WS-ULTIMA-SECUENCIA
            END-IF.
            PERFORM 141-LEER-VOUCHER.

       200-RECORRER-CLIENTES.
            PERFORM 210-LEER-CLIENTE.
            PERFORM 300-EVALUAR-CLIENTE
                    UNTIL FS-CLIENTES-FIN.

       210-LEER-CLIENTE.
            READ CLIENTES AT END SET FS-CLIENTES-FIN TO TRUE.

            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LOS DOCUMENTOS ANONIMIZADOS POR DATAPURG.CBL (TIPO 'X') Y LOS  *
      * DE LA LISTA NEGRA NO RECIBEN NADA; TAMPOCO QUIEN YA TIENE UN   *
      * VOUCHER PERSONAL SIN VENCER NI QUIEN NUNCA ALQUILO (NO ES UN    *
      * RECUPERO).                                                     *
       300-EVALUAR-CLIENTE.
            ADD 1 TO WS-CANT-LEIDOS.

            IF CLIENTE-TIPO-DOC = 'X' OR CLIENTE-TIPO-DOC = SPACES
                ADD 1 TO WS-CANT-ANONIMOS
            ELSE
                MOVE 'N' TO WS-ES-BLOQUEADO
                PERFORM 310-LEER-BLOQUEADO
                IF ES-BLOQUEADO
                    ADD 1 TO WS-CANT-BLOQ-SALTEADOS
                ELSE
                    MOVE 'N' TO WS-TIENE-VOUCHER
                    PERFORM 320-COMPARAR-VIGENTE
                            VARYING IND-VIG FROM 1 BY 1
                            UNTIL IND-VIG > WS-CANT-VIGENTES
                            OR TIENE-VOUCHER
                    IF TIENE-VOUCHER
                        ADD 1 TO WS-CANT-CON-VOUCHER
                    ELSE
                        PERFORM 330-REVISAR-HISTORIA
                        EVALUATE TRUE
                            WHEN NOT HUBO-ALQUILER
                                ADD 1 TO WS-CANT-SIN-HISTORIA
                            WHEN ES-ACTIVO
                                ADD 1 TO WS-CANT-ACTIVOS
                            WHEN OTHER
                                PERFORM 340-EMITIR-VOUCHER
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF.

            PERFORM 210-LEER-CLIENTE.

       310-LEER-BLOQUEADO.
            IF NOT FS-BLOQUEADOS-NO-EXIST
                MOVE CLIENTE-TIPO-DOC TO BLOQ-TIPO-DOC
                MOVE CLIENTE-NRO-DOC  TO BLOQ-NRO-DOC
                READ BLOQUEADOS KEY IS BLOQ-CLAVE
                    INVALID KEY SET FS-BLOQUEADOS-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR BLOQUEADOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-BLOQUEADOS-OK
                    MOVE 'S' TO WS-ES-BLOQUEADO
                END-IF
            END-IF.

       320-COMPARAR-VIGENTE.
            IF VIG-TIPO-DOC(IND-VIG) = CLIENTE-TIPO-DOC
               AND VIG-NRO-DOC(IND-VIG) = CLIENTE-NRO-DOC
                MOVE 'S' TO WS-TIENE-VOUCHER
            END-IF.

      * RECORRE EL INDICE DEL DOCUMENTO Y LEE CADA ALQUILER POR CLAVE  *
      * (MISMA TECNICA QUE 260-BUSCAR-POR-INDICE EN CLIHIST.CBL).      *
      * CORTA APENAS ENCUENTRA UNO VIGENTE DESDE LA FECHA DE CORTE.    *
       330-REVISAR-HISTORIA.
            MOVE 'N'  TO WS-HUBO-ALQUILER.
            MOVE 'N'  TO WS-ES-ACTIVO.
            MOVE ZERO TO WS-ULTIMO-ALQUILER.

            MOVE CLIENTE-TIPO-DOC TO DOC-IDX-TIPO-DOC.
            MOVE CLIENTE-NRO-DOC  TO DOC-IDX-NRO-DOC.
            MOVE LOW-VALUES       TO DOC-IDX-PATENTE.
            MOVE ZERO             TO DOC-IDX-FECHA.
            MOVE '00' TO FS-DOCIDX.
            START DOCIDX KEY NOT LESS THAN DOC-IDX-CLAVE
                INVALID KEY SET FS-DOCIDX-FIN TO TRUE
            END-START.

            IF NOT FS-DOCIDX-FIN
                PERFORM 331-LEER-INDICE
                PERFORM 332-REVISAR-ALQUILER
                        UNTIL FS-DOCIDX-FIN
                        OR DOC-IDX-TIPO-DOC NOT = CLIENTE-TIPO-DOC
                        OR DOC-IDX-NRO-DOC NOT = CLIENTE-NRO-DOC
                        OR ES-ACTIVO
            END-IF.

       331-LEER-INDICE.
            READ DOCIDX NEXT RECORD
                AT END SET FS-DOCIDX-FIN TO TRUE
            END-READ.

            IF NOT FS-DOCIDX-OK AND NOT FS-DOCIDX-FIN
                DISPLAY 'ERROR AL LEER DOCIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       332-REVISAR-ALQUILER.
            MOVE DOC-IDX-PATENTE TO ALQ-IDX-PATENTE.
            MOVE DOC-IDX-FECHA   TO ALQ-IDX-FECHA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM 333-EVALUAR-ALQUILER
            END-READ.
            PERFORM 331-LEER-INDICE.

       333-EVALUAR-ALQUILER.
            IF NOT ALQ-IDX-ESTA-ANULADO
                MOVE 'S' TO WS-HUBO-ALQUILER
                IF ALQ-IDX-FECHA > WS-ULTIMO-ALQUILER
                    MOVE ALQ-IDX-FECHA TO WS-ULTIMO-ALQUILER
                END-IF
                IF ALQ-IDX-FECHA NOT < WS-FECHA-CORTE
                    MOVE 'S' TO WS-ES-ACTIVO
                END-IF
            END-IF.

      * CODIGO DE UN SOLO USO (TOPE 1), TIPO 'P', VIGENTE DESDE LA     *
      * FECHA DE PROCESO.  SI EL CATALOGO LLEGA AL TOPE QUE CARGA      *
      * TP.CBL, O SE AGOTA LA SECUENCIA DEL MES, NO SE EMITE MAS.      *
       340-EMITIR-VOUCHER.
            IF WS-CANT-CATALOGO >= 3000
               OR WS-ULTIMA-SECUENCIA >= 9999
                ADD 1 TO WS-CANT-SIN-CUPO
                IF WS-AVISO-SIN-CUPO = 'N'
                    DISPLAY 'ATENCION: CATALOGO DE VOUCHERS LLENO -- '
                            'QUEDAN CLIENTES SIN VOUCHER'
                    MOVE 'S' TO WS-AVISO-SIN-CUPO
                END-IF
            ELSE
                ADD 1 TO WS-ULTIMA-SECUENCIA
                ADD 1 TO WS-CANT-CATALOGO
                MOVE WS-ULTIMA-SECUENCIA TO WS-COD-SECUENCIA

                MOVE SPACES           TO VOUCHER-REG
                MOVE WS-CODIGO-NUEVO  TO VOU-CODIGO
                MOVE 'P'              TO VOU-TIPO
                MOVE WS-PORC-VOUCHER  TO VOU-VALOR
                MOVE WS-FECHA-PROCESO TO VOU-FECHA-DESDE
                MOVE WS-FECHA-VENCE   TO VOU-FECHA-HASTA
                MOVE 1                TO VOU-MAX-USOS
                MOVE ZERO             TO VOU-USADOS
                MOVE CLIENTE-TIPO-DOC TO VOU-TIPO-DOC
                MOVE CLIENTE-NRO-DOC  TO VOU-NRO-DOC
                MOVE WS-CAMPANIA      TO VOU-CAMPANIA
                WRITE VOUCHER-REG
                MOVE FS-VOUCHERS    TO WS-FS
                MOVE "VOUCHERS"     TO WS-FS-NOMBRE
                MOVE "GRABA"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                MOVE SPACES             TO WINBACK-REG
                MOVE WS-CAMPANIA        TO WBK-CAMPANIA
                MOVE CLIENTE-TIPO-DOC   TO WBK-TIPO-DOC
                MOVE CLIENTE-NRO-DOC    TO WBK-NRO-DOC
                MOVE CLIENTE-NOMBRE     TO WBK-NOMBRE
                MOVE CLIENTE-DIR        TO WBK-DIR
                MOVE CLIENTE-TEL        TO WBK-TEL
                MOVE WS-CODIGO-NUEVO    TO WBK-CODIGO
                MOVE WS-PORC-VOUCHER    TO WBK-PORC
                MOVE WS-FECHA-VENCE     TO WBK-VENCE
                MOVE WS-ULTIMO-ALQUILER TO WBK-ULTIMO-ALQUILER
                WRITE WINBACK-REG
                MOVE FS-WINBACK     TO WS-FS
                MOVE "WINBACK"      TO WS-FS-NOMBRE
                MOVE "GRABA"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                ADD 1 TO WS-CANT-EMITIDOS
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
            CLOSE CLIENTES.
            IF NOT FS-BLOQUEADOS-NO-EXIST
                CLOSE BLOQUEADOS
            END-IF.
            CLOSE ALQ-IDX.
            CLOSE DOCIDX.
            CLOSE VOUCHERS.
            CLOSE WINBACK.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
