       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALISTAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL): LA        *
      * PLANILLA ES LA DE LOS RETIROS DEL DIA SIGUIENTE A ESA FECHA.    *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * MISMO AUTOS.TXT QUE TP.CBL: TAMANIO, ESTADO Y RADICACION DE     *
      * CADA UNIDAD.                                                    *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL, SOLO LECTURA: LOS PRIMEROS DIAS    *
      * DE MANIANA (CON SUS ENTREGAS A DOMICILIO), LO QUE SIGUE AFUERA  *
      * HOY Y LA ULTIMA DEVOLUCION CERRADA DE CADA PATENTE.             *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * MISMO RESERVAS.DAT QUE TP.CBL/RESERVAR.CBL: LAS RESERVAS DE     *
      * MANIANA SE CONVIERTEN RECIEN EN LA CORRIDA DE ESE DIA (3100 EN  *
      * TP.CBL), ASI QUE TAMBIEN SON AUTOS A ENTREGAR.                  *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * TIEMPO DE PREPARACION POST DEVOLUCION POR TAMANIO Y PATENTES    *
      * CERTIFICADAS LISTAS POR EL MOSTRADOR (VER 4043 EN TP.CBL).      *
        SELECT PREPTIEM ASSIGN TO "..\PREPTIEM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREPTIEM.

        SELECT PREPOK ASSIGN TO "..\PREPOK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREPOK.

      * ORDENES DE TALLER (VER ORDTALL.CBL): UNA ORDEN ABIERTA DEJA LA  *
      * UNIDAD EN EL TALLER.                                            *
        SELECT ORDTALL ASSIGN TO "..\ORDTALL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDTALL.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL).                *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * PADRON DE CLIENTES: SOLO EL NOMBRE PARA EL MOSTRADOR.           *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * PLANILLA DE ALISTAMIENTO: POR AGENCIA Y HORA, CADA AUTO QUE SE  *
      * ENTREGA MANIANA CON LO QUE HAY QUE PREPARAR Y SUS ALERTAS.      *
        SELECT ALISTAR ASSIGN TO "..\ALISTAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALISTAR.

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

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RECARGO-FINDESEM PIC 9(3).
           05  AUT-DIAS-USO       PIC 9(6).
           05  AUT-INTERVALO-SERVICIO PIC 9(5).
           05  AUT-USO-ULT-SERVICIO   PIC 9(6).
           05  AUT-FECHA-COMPRA       PIC 9(8).
           05  AUT-VALOR-COMPRA       PIC 9(7)V99.
           05  AUT-AGENCIA            PIC 9(02).
           05  AUT-KM-INCLUIDOS-DIA   PIC 9(4).
           05  AUT-POLIZA-NRO         PIC X(10).
           05  AUT-POLIZA-VENC        PIC 9(8).
           05  AUT-VTV-VENC           PIC 9(8).

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/AVISOS.CBL.              *
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

       FD  PREPTIEM.
       01  PREPTIEM-REG.
           05  PREP-TAMANIO                     PIC X.
           05  FILLER                           PIC X(01).
           05  PREP-DIAS                        PIC 9(02).

       FD  PREPOK.
       01  PREPOK-REG.
           05  PRK-PATENTE                      PIC X(07).

      * MISMO ARMADO QUE ORDTALL-REG EN ORDTALL.CBL.                    *
       FD  ORDTALL.
       01  ORDTALL-REG.
           05  ORD-NRO                          PIC 9(06).
           05  FILLER                           PIC X(01).
           05  ORD-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  ORD-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  ORD-TALLER                       PIC X(20).
           05  FILLER                           PIC X(01).
           05  ORD-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  ORD-FECHA-INGRESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ORD-ESTIMADO                     PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-FECHA-SERVICIO               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ORD-REPUESTOS                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-MANO-OBRA                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-FACTURA                      PIC X(15).

      * MISMO ARMADO QUE PARADA-REG EN TP.CBL/PARADAS.CBL.              *
       FD  PARADAS.
       01  PARADA-REG.
           05  PAR-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAR-MOTIVO                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  PAR-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-ALTA                   PIC 9(08).

      * MISMO ARMADO QUE CLIENTE-REG EN CONTRATO.CBL.                   *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-FECHA-ALTA               PIC 9(08).
           05  FILLER                           PIC X(65).

       FD  ALISTAR.
       01  ALISTAR-REG                          PIC X(110).

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

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-AUTOS-NO-EXIST                VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '35'.

       01  FS-PREPTIEM                          PIC X(02).
           88  FS-PREPTIEM-OK                   VALUE '00'.
           88  FS-PREPTIEM-FIN                  VALUE '10'.
           88  FS-PREPTIEM-NO-EXIST             VALUE '35'.

       01  FS-PREPOK                            PIC X(02).
           88  FS-PREPOK-OK                     VALUE '00'.
           88  FS-PREPOK-FIN                    VALUE '10'.
           88  FS-PREPOK-NO-EXIST               VALUE '35'.

       01  FS-ORDTALL                           PIC X(02).
           88  FS-ORDTALL-OK                    VALUE '00'.
           88  FS-ORDTALL-FIN                   VALUE '10'.
           88  FS-ORDTALL-NO-EXIST              VALUE '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-ALISTAR                           PIC X(02).
           88  FS-ALISTAR-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).
       01  WS-FECHA-MANIANA                     PIC 9(08).
       01  WS-HAY-CLIENTES                      PIC X VALUE 'N'.
           88  HAY-CLIENTES                     VALUE 'S'.

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-ALERTADOS                    PIC 9(05) VALUE ZERO.

      * FLOTA EN MEMORIA CON LO QUE SE SABE DE CADA UNIDAD A LA NOCHE:  *
      * SI ESTA EN EL TALLER, SU ULTIMA DEVOLUCION CERRADA (FECHA,      *
      * TANQUE EN OCTAVOS Y AGENCIA DONDE QUEDO), EL ALQUILER QUE LA    *
      * TIENE HOY (SI TODAVIA NO VOLVIO) Y SI MANIANA YA ESTA OCUPADA   *
      * EN EL MAESTRO.                                                  *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLO-ENT                  OCCURS 300 TIMES.
               09  FLO-PATENTE          PIC X(07).
               09  FLO-TAMANIO          PIC X.
               09  FLO-AGENCIA          PIC 9(02).
      * 'O' ORDEN DE TALLER ABIERTA, 'P' PARADA PROGRAMADA QUE PISA     *
      * MANIANA, 'B' FUERA DE SERVICIO, BLANCO DISPONIBLE.              *
               09  FLO-TALLER           PIC X.
               09  FLO-DEV-FECHA        PIC 9(08).
               09  FLO-DEV-COMBUST      PIC X.
               09  FLO-DEV-AGENCIA      PIC 9(02).
               09  FLO-HOY-TIPO-DOC     PIC X.
               09  FLO-HOY-NRO-DOC      PIC X(20).
               09  FLO-HOY-ABIERTO      PIC X.
               09  FLO-HOY-AGENCIA      PIC 9(02).
               09  FLO-HOY-HORA         PIC 9(04).
               09  FLO-MANIANA-OCUPADA  PIC X.
       01  IND-A                                PIC 9(03).
       01  WS-BUS-PATENTE                       PIC X(07).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

      * PREPARACION POST DEVOLUCION (MISMAS TABLAS QUE DISPONIB.CBL).   *
       01  WS-CANT-PREP                         PIC 9(02) VALUE ZERO.
       01  TABLA-PREP.
           05  PRE-ENT                  OCCURS 10 TIMES.
               09  PRE-TAB-TAMANIO      PIC X.
               09  PRE-TAB-DIAS         PIC 9(02).
       01  IND-PRE                              PIC 9(02).
       01  WS-PREP-DIAS                         PIC 9(02).
       01  IND-PRD                              PIC 9(02).

       01  WS-CANT-PREPOK                       PIC 9(03) VALUE ZERO.
       01  TABLA-PREPOK.
           05  PRK-ENT                  OCCURS 100 TIMES.
               09  PRK-TAB-PATENTE      PIC X(07).
       01  IND-PRK                              PIC 9(03).
       01  WS-PREP-CERTIFICADA                  PIC X.
           88  PREP-CERTIFICADA                 VALUE 'S'.

      * AUTOS A ENTREGAR MANIANA, ORDENADOS LUEGO POR AGENCIA+HORA      *
      * (BURBUJEO, MISMO IDIOMA QUE ENTREGAS.CBL).  RET-IND-A APUNTA A  *
      * LA UNIDAD EN TABLA-FLOTA (CERO SI LA PATENTE NO ESTA).          *
       01  WS-CANT-RETIROS                      PIC 9(04) VALUE ZERO.
       01  TABLA-RETIROS.
           05  RET-ENT                  OCCURS 2000 TIMES.
               09  RET-ORDEN.
                   11  RET-AGENCIA      PIC 9(02).
                   11  RET-HORA         PIC 9(04).
                   11  RET-PATENTE      PIC X(07).
               09  RET-ORIGEN           PIC X(08).
               09  RET-TIPO-DOC         PIC X.
               09  RET-NRO-DOC          PIC X(20).
               09  RET-CODS             PIC X(09).
               09  RET-SENA-PEND        PIC X.
               09  RET-IND-A            PIC 9(03).
       01  WS-RET-TEMP                          PIC X(55).
       01  IND-R                                PIC 9(04).
       01  IND-SORT-I                           PIC 9(04).
       01  IND-SORT-J                           PIC 9(04).
       01  WS-AGENCIA-ANT                       PIC 9(02).
       01  WS-RET-AGENCIA                       PIC 9(04).
       01  WS-ALE-AGENCIA                       PIC 9(04).

      * RESERVA ANTERIOR LEIDA: EL ARCHIVO VIENE POR PATENTE+FECHA, ASI *
      * QUE EL DIA DE HOY DE LA MISMA RESERVA LLEGA ANTES QUE EL DE     *
      * MANIANA.                                                        *
       01  WS-RSV-ANT-PATENTE                   PIC X(07) VALUE SPACES.
       01  WS-RSV-ANT-FECHA                     PIC 9(08) VALUE ZERO.
       01  WS-RSV-ANT-DOC                       PIC X(21) VALUE SPACES.
       01  WS-RSV-DOC                           PIC X(21).
       01  WS-FLO-DOC                           PIC X(21).
       01  WS-CONTINUA                          PIC X VALUE 'N'.
           88  CONTINUA                         VALUE 'S'.

      * ALERTAS DEL AUTO EN REVISION, UNA LINEA CADA UNA.               *
       01  WS-CANT-ALERTAS                      PIC 9 VALUE ZERO.
       01  TABLA-ALERTAS.
           05  ALE-TEXTO                OCCURS 6 TIMES PIC X(80).
       01  IND-ALE                              PIC 9.
       01  WS-ALERTA                            PIC X(80).
       01  WS-AGENCIA-VUELTA                    PIC 9(02).
       01  WS-FIN-PREP                          PIC 9(08).

      * ARITMETICA DE FECHAS DIA POR DIA (MISMO MECANISMO QUE           *
      * 560-SUMAR-UN-DIA EN EXTPICK.CBL).                               *
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

       01  WS-HORA-IMPR                         PIC X(05).
       01  WS-NOMBRE                            PIC X(30).
       01  WS-DEVOL-IMPR                        PIC X(30).
       01  WS-SITUACION                         PIC X(17).
       01  WS-CANT-IMPR                         PIC ZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZ9.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ALISTAR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-MAESTRO.
        PERFORM 300-BARRER-RESERVAS.
        PERFORM 400-ORDENAR.
        PERFORM 500-REPORTAR.
        PERFORM 998-FIN.

        DISPLAY 'FIN ALISTAR - RETIROS DEL ' WS-FECHA-MANIANA.
        DISPLAY '              AUTOS A ENTREGAR: ' WS-CANT-RETIROS.
        DISPLAY '              CON ALERTA:       ' WS-CANT-ALERTADOS.
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
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-MANIANA.

            PERFORM 120-CARGAR-FLOTA.
            PERFORM 130-CARGAR-PREPARACION.
            PERFORM 140-CARGAR-TALLER.
            PERFORM 150-CARGAR-PARADAS.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE ALISTAR'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO WS-FS.
            MOVE "ALQ-IDX"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- PLANILLA SIN NOMBRES'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'S' TO WS-HAY-CLIENTES
            END-IF.

            OPEN OUTPUT ALISTAR.
            MOVE FS-ALISTAR     TO WS-FS.
            MOVE "ALISTAR"      TO WS-FS-NOMBRE.
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

       120-CARGAR-FLOTA.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-NO-EXIST
                DISPLAY 'NO EXISTE AUTOS.TXT -- NADA QUE ALISTAR'
                STOP RUN
            END-IF.
            MOVE FS-AUTOS TO WS-FS.
            MOVE "AUTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"  TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 121-LEER-AUTO.
            PERFORM 122-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

       121-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO FLO-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-TAMANIO TO FLO-TAMANIO(WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO FLO-AGENCIA(WS-CANT-AUTOS).
            IF AUT-ESTADO = 'B'
                MOVE 'B' TO FLO-TALLER(WS-CANT-AUTOS)
            ELSE
                MOVE SPACE TO FLO-TALLER(WS-CANT-AUTOS)
            END-IF.
            MOVE ZERO   TO FLO-DEV-FECHA(WS-CANT-AUTOS).
            MOVE SPACE  TO FLO-DEV-COMBUST(WS-CANT-AUTOS).
            MOVE ZERO   TO FLO-DEV-AGENCIA(WS-CANT-AUTOS).
            MOVE SPACES TO FLO-HOY-TIPO-DOC(WS-CANT-AUTOS).
            MOVE SPACES TO FLO-HOY-NRO-DOC(WS-CANT-AUTOS).
            MOVE 'N'    TO FLO-HOY-ABIERTO(WS-CANT-AUTOS).
            MOVE ZERO   TO FLO-HOY-AGENCIA(WS-CANT-AUTOS).
            MOVE ZERO   TO FLO-HOY-HORA(WS-CANT-AUTOS).
            MOVE 'N'    TO FLO-MANIANA-OCUPADA(WS-CANT-AUTOS).
            PERFORM 121-LEER-AUTO.

      * SIN PREPTIEM.TXT NO HAY VENTANA DE PREPARACION: NO SE MARCAN    *
      * VUELTAS JUSTAS (MISMO CRITERIO QUE 4043 EN TP.CBL).             *
       130-CARGAR-PREPARACION.
            OPEN INPUT PREPTIEM.
            IF FS-PREPTIEM-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 131-LEER-PREPTIEM
                PERFORM 132-CARGAR-PREPTIEM
                        UNTIL FS-PREPTIEM-FIN OR WS-CANT-PREP >= 10
                CLOSE PREPTIEM
            END-IF.

            OPEN INPUT PREPOK.
            IF FS-PREPOK-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 133-LEER-PREPOK
                PERFORM 134-CARGAR-PREPOK
                        UNTIL FS-PREPOK-FIN OR WS-CANT-PREPOK >= 100
                CLOSE PREPOK
            END-IF.

       131-LEER-PREPTIEM.
            READ PREPTIEM AT END SET FS-PREPTIEM-FIN TO TRUE.

            IF NOT FS-PREPTIEM-OK AND NOT FS-PREPTIEM-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREPTIEM'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-PREPTIEM.
            ADD 1 TO WS-CANT-PREP.
            MOVE PREP-TAMANIO TO PRE-TAB-TAMANIO(WS-CANT-PREP).
            MOVE PREP-DIAS    TO PRE-TAB-DIAS(WS-CANT-PREP).
            PERFORM 131-LEER-PREPTIEM.

       133-LEER-PREPOK.
            READ PREPOK AT END SET FS-PREPOK-FIN TO TRUE.

            IF NOT FS-PREPOK-OK AND NOT FS-PREPOK-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREPOK'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       134-CARGAR-PREPOK.
            ADD 1 TO WS-CANT-PREPOK.
            MOVE PRK-PATENTE TO PRK-TAB-PATENTE(WS-CANT-PREPOK).
            PERFORM 133-LEER-PREPOK.

       140-CARGAR-TALLER.
            OPEN INPUT ORDTALL.
            IF FS-ORDTALL-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 141-LEER-ORDTALL
                PERFORM 142-MARCAR-ORDEN UNTIL FS-ORDTALL-FIN
                CLOSE ORDTALL
            END-IF.

       141-LEER-ORDTALL.
            READ ORDTALL AT END SET FS-ORDTALL-FIN TO TRUE.

            IF NOT FS-ORDTALL-OK AND NOT FS-ORDTALL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ORDTALL'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-MARCAR-ORDEN.
            IF ORD-ESTADO = 'A'
                MOVE ORD-PATENTE TO WS-BUS-PATENTE
                PERFORM 160-BUSCAR-PATENTE
                IF WS-AUTO-ENCONTRADO
                    MOVE 'O' TO FLO-TALLER(IND-A)
                END-IF
            END-IF.
            PERFORM 141-LEER-ORDTALL.

       150-CARGAR-PARADAS.
            OPEN INPUT PARADAS.
            IF FS-PARADAS-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 151-LEER-PARADA
                PERFORM 152-MARCAR-PARADA UNTIL FS-PARADAS-FIN
                CLOSE PARADAS
            END-IF.

       151-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA ORDEN ABIERTA PESA MAS QUE LA PARADA PROGRAMADA: NO SE PISA.*
       152-MARCAR-PARADA.
            IF PAR-ESTADO = 'A'
               AND PAR-FECHA-DESDE NOT > WS-FECHA-MANIANA
               AND PAR-FECHA-HASTA NOT < WS-FECHA-MANIANA
                MOVE PAR-PATENTE TO WS-BUS-PATENTE
                PERFORM 160-BUSCAR-PATENTE
                IF WS-AUTO-ENCONTRADO
                   AND FLO-TALLER(IND-A) NOT = 'O'
                    MOVE 'P' TO FLO-TALLER(IND-A)
                END-IF
            END-IF.
            PERFORM 151-LEER-PARADA.

      * DEJA IND-A EN LA UNIDAD DE WS-BUS-PATENTE SI ESTA EN LA FLOTA.  *
       160-BUSCAR-PATENTE.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 161-COMPARAR-PATENTE
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-ENCONTRADO.
            IF WS-AUTO-ENCONTRADO
                SUBTRACT 1 FROM IND-A
            END-IF.

       161-COMPARAR-PATENTE.
            IF FLO-PATENTE(IND-A) = WS-BUS-PATENTE
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

      * EL MAESTRO LLEGA ORDENADO POR PATENTE+FECHA: DE CADA PATENTE SE *
      * VE PRIMERO SU HISTORIA, DESPUES EL DIA DE HOY Y RECIEN AL FINAL *
      * EL DE MANIANA, ASI QUE AL LLEGAR A MANIANA LA UNIDAD YA TIENE   *
      * ANOTADO TODO LO QUE SE NECESITA PARA DECIDIR SI ES UN RETIRO.   *
       200-BARRER-MAESTRO.
            PERFORM 210-LEER-ALQ.
            PERFORM 220-REVISAR-REGISTRO UNTIL FS-ALQ-IDX-FIN.

       210-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-REVISAR-REGISTRO.
            ADD 1 TO WS-CANT-LEIDOS.

            IF NOT ALQ-IDX-ESTA-ANULADO
                MOVE ALQ-IDX-PATENTE TO WS-BUS-PATENTE
                PERFORM 160-BUSCAR-PATENTE
                IF NOT WS-AUTO-ENCONTRADO
                    MOVE ZERO TO IND-A
                END-IF
                IF ALQ-IDX-DEVOL-CERRADA AND IND-A > ZERO
                    PERFORM 230-ANOTAR-DEVOLUCION
                END-IF
                IF ALQ-IDX-FECHA = WS-FECHA-PROCESO AND IND-A > ZERO
                    PERFORM 240-ANOTAR-HOY
                END-IF
                IF ALQ-IDX-FECHA = WS-FECHA-MANIANA
                    PERFORM 250-REVISAR-MANIANA
                END-IF
            END-IF.

            PERFORM 210-LEER-ALQ.

      * LA DEVOLUCION CERRADA MAS RECIENTE DE LA PATENTE (COMO 320 EN   *
      * REPATRIA.CBL): FECHA, TANQUE CON QUE VOLVIO Y AGENCIA DONDE     *
      * QUEDO.                                                          *
       230-ANOTAR-DEVOLUCION.
            IF ALQ-IDX-FECHA-DEVOLUCION IS NUMERIC
               AND ALQ-IDX-FECHA-DEVOLUCION > ZERO
               AND ALQ-IDX-FECHA-DEVOLUCION NOT < FLO-DEV-FECHA(IND-A)
                MOVE ALQ-IDX-FECHA-DEVOLUCION TO FLO-DEV-FECHA(IND-A)
                MOVE ALQ-IDX-COMBUST-ENTRADA
                    TO FLO-DEV-COMBUST(IND-A)
                IF ALQ-IDX-AGENCIA-DEVOL IS NUMERIC
                   AND ALQ-IDX-AGENCIA-DEVOL > ZERO
                    MOVE ALQ-IDX-AGENCIA-DEVOL
                        TO FLO-DEV-AGENCIA(IND-A)
                ELSE
                    MOVE ALQ-IDX-AGENCIA TO FLO-DEV-AGENCIA(IND-A)
                END-IF
            END-IF.

      * QUIEN TIENE LA UNIDAD HOY.  SIGUE ABIERTO SI NO SE CERRO LA     *
      * DEVOLUCION, NO FUE NO-SHOW NI SE CAMBIO LA UNIDAD: ESE AUTO     *
      * VUELVE HOY A LA AGENCIA PACTADA (LA DE DEVOLUCION DEL ONE-WAY   *
      * O LA DE RETIRO).                                                *
       240-ANOTAR-HOY.
            MOVE ALQ-IDX-TIPO-DOC TO FLO-HOY-TIPO-DOC(IND-A).
            MOVE ALQ-IDX-NRO-DOC  TO FLO-HOY-NRO-DOC(IND-A).
            IF ALQ-IDX-DEVOL-CERRADA
               OR ALQ-IDX-TRAMO-CAMBIADO
               OR ALQ-IDX-NOSHOW = 'S'
                MOVE 'N' TO FLO-HOY-ABIERTO(IND-A)
            ELSE
                MOVE 'S' TO FLO-HOY-ABIERTO(IND-A)
                IF ALQ-IDX-AGENCIA-DEVOL IS NUMERIC
                   AND ALQ-IDX-AGENCIA-DEVOL > ZERO
                    MOVE ALQ-IDX-AGENCIA-DEVOL
                        TO FLO-HOY-AGENCIA(IND-A)
                ELSE
                    MOVE ALQ-IDX-AGENCIA TO FLO-HOY-AGENCIA(IND-A)
                END-IF
                IF ALQ-IDX-HORA-PACT-DEVOL IS NUMERIC
                    MOVE ALQ-IDX-HORA-PACT-DEVOL
                        TO FLO-HOY-HORA(IND-A)
                ELSE
                    MOVE ZERO TO FLO-HOY-HORA(IND-A)
                END-IF
            END-IF.

      * ES RETIRO SI TODAVIA NO SE RETIRO, NO ES NO-SHOW NI TRAMO       *
      * CERRADO, Y HOY LA UNIDAD NO LA TIENE EL MISMO DOCUMENTO (COMO   *
      * 310 EN EXTPICK.CBL).  LOS QUE TIENEN ZONA SON LAS ENTREGAS A    *
      * DOMICILIO DE ENTREGAS.CBL: SALEN ANTES, CON EL CHOFER.          *
       250-REVISAR-MANIANA.
            IF IND-A > ZERO
                MOVE 'S' TO FLO-MANIANA-OCUPADA(IND-A)
            END-IF.

            MOVE 'N' TO WS-CONTINUA.
            IF ALQ-IDX-FECHA-RETIRO IS NUMERIC
               AND ALQ-IDX-FECHA-RETIRO > ZERO
                MOVE 'S' TO WS-CONTINUA
            END-IF.
            IF IND-A > ZERO
               AND FLO-HOY-TIPO-DOC(IND-A) = ALQ-IDX-TIPO-DOC
               AND FLO-HOY-NRO-DOC(IND-A) = ALQ-IDX-NRO-DOC
                MOVE 'S' TO WS-CONTINUA
            END-IF.

            IF NOT CONTINUA
               AND ALQ-IDX-NOSHOW NOT = 'S'
               AND NOT ALQ-IDX-TRAMO-CAMBIADO
                PERFORM 260-GUARDAR-RETIRO
            END-IF.

       260-GUARDAR-RETIRO.
            IF WS-CANT-RETIROS >= 2000
                DISPLAY 'MAS DE 2000 RETIROS -- SE LISTAN LOS PRIMEROS '
                        '2000'
            ELSE
                ADD 1 TO WS-CANT-RETIROS
                MOVE ALQ-IDX-AGENCIA  TO RET-AGENCIA(WS-CANT-RETIROS)
                IF ALQ-IDX-HORA-PACT-RETIRO IS NUMERIC
                    MOVE ALQ-IDX-HORA-PACT-RETIRO
                        TO RET-HORA(WS-CANT-RETIROS)
                ELSE
                    MOVE ZERO TO RET-HORA(WS-CANT-RETIROS)
                END-IF
                MOVE ALQ-IDX-PATENTE  TO RET-PATENTE(WS-CANT-RETIROS)
                IF ALQ-IDX-ENTREGA-ZONA NOT = SPACES
                    MOVE SPACES TO RET-ORIGEN(WS-CANT-RETIROS)
                    STRING 'ENT ' ALQ-IDX-ENTREGA-ZONA
                        DELIMITED BY SIZE
                        INTO RET-ORIGEN(WS-CANT-RETIROS)
                ELSE
                    MOVE 'ALQUILER' TO RET-ORIGEN(WS-CANT-RETIROS)
                END-IF
                MOVE ALQ-IDX-TIPO-DOC TO RET-TIPO-DOC(WS-CANT-RETIROS)
                MOVE ALQ-IDX-NRO-DOC  TO RET-NRO-DOC(WS-CANT-RETIROS)
                MOVE ALQ-IDX-EXTRAS-CODS TO RET-CODS(WS-CANT-RETIROS)
                MOVE 'N'              TO RET-SENA-PEND(WS-CANT-RETIROS)
                MOVE IND-A            TO RET-IND-A(WS-CANT-RETIROS)
            END-IF.

      * RESERVAS CON FECHA DE MANIANA.  SI LA PATENTE YA TIENE MANIANA  *
      * EN EL MAESTRO LA RESERVA YA SE CONVIRTIO (O LA PISA UN          *
      * ALQUILER, QUE ES LO QUE SALE); SI EL DIA DE HOY ES DE LA MISMA  *
      * RESERVA O DEL MISMO DOCUMENTO EN EL MAESTRO, EL AUTO YA ESTA    *
      * AFUERA.                                                         *
       300-BARRER-RESERVAS.
            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-RESERVAS    TO WS-FS
                MOVE "RESERVAS"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 310-LEER-RSV
                PERFORM 320-REVISAR-RSV UNTIL FS-RESERVAS-FIN
                CLOSE RESERVAS
            END-IF.

       310-LEER-RSV.
            READ RESERVAS AT END SET FS-RESERVAS-FIN TO TRUE.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-REVISAR-RSV.
            MOVE SPACES TO WS-RSV-DOC.
            STRING RSV-TIPO-DOC RSV-NRO-DOC
                DELIMITED BY SIZE INTO WS-RSV-DOC.

            IF RSV-FECHA = WS-FECHA-MANIANA
                PERFORM 330-REVISAR-RSV-MANIANA
            END-IF.

            MOVE RSV-PATENTE TO WS-RSV-ANT-PATENTE.
            MOVE RSV-FECHA   TO WS-RSV-ANT-FECHA.
            MOVE WS-RSV-DOC  TO WS-RSV-ANT-DOC.
            PERFORM 310-LEER-RSV.

       330-REVISAR-RSV-MANIANA.
            MOVE RSV-PATENTE TO WS-BUS-PATENTE.
            PERFORM 160-BUSCAR-PATENTE.
            IF NOT WS-AUTO-ENCONTRADO
                MOVE ZERO TO IND-A
            END-IF.

            MOVE 'N' TO WS-CONTINUA.
            IF WS-RSV-ANT-PATENTE = RSV-PATENTE
               AND WS-RSV-ANT-FECHA = WS-FECHA-PROCESO
               AND WS-RSV-ANT-DOC = WS-RSV-DOC
                MOVE 'S' TO WS-CONTINUA
            END-IF.
            IF IND-A > ZERO
                IF FLO-MANIANA-OCUPADA(IND-A) = 'S'
                    MOVE 'S' TO WS-CONTINUA
                END-IF
                MOVE SPACES TO WS-FLO-DOC
                STRING FLO-HOY-TIPO-DOC(IND-A) FLO-HOY-NRO-DOC(IND-A)
                    DELIMITED BY SIZE INTO WS-FLO-DOC
                IF WS-FLO-DOC = WS-RSV-DOC
                    MOVE 'S' TO WS-CONTINUA
                END-IF
            END-IF.

            IF NOT CONTINUA
                PERFORM 340-GUARDAR-RSV
            END-IF.

      * LA RESERVA NO TRAE HORA NI EXTRAS; CON LA SENA SIN COBRAR LA    *
      * CORRIDA DE MANIANA LA RECHAZA (MOTIVO 24 EN 3100 DE TP.CBL).    *
       340-GUARDAR-RSV.
            IF WS-CANT-RETIROS >= 2000
                DISPLAY 'MAS DE 2000 RETIROS -- SE LISTAN LOS PRIMEROS '
                        '2000'
            ELSE
                ADD 1 TO WS-CANT-RETIROS
                MOVE RSV-AGENCIA  TO RET-AGENCIA(WS-CANT-RETIROS)
                MOVE ZERO         TO RET-HORA(WS-CANT-RETIROS)
                MOVE RSV-PATENTE  TO RET-PATENTE(WS-CANT-RETIROS)
                MOVE 'RESERVA'    TO RET-ORIGEN(WS-CANT-RETIROS)
                MOVE RSV-TIPO-DOC TO RET-TIPO-DOC(WS-CANT-RETIROS)
                MOVE RSV-NRO-DOC  TO RET-NRO-DOC(WS-CANT-RETIROS)
                MOVE SPACES       TO RET-CODS(WS-CANT-RETIROS)
                IF RSV-ESTADO = 'P'
                    MOVE 'S' TO RET-SENA-PEND(WS-CANT-RETIROS)
                ELSE
                    MOVE 'N' TO RET-SENA-PEND(WS-CANT-RETIROS)
                END-IF
                MOVE IND-A        TO RET-IND-A(WS-CANT-RETIROS)
            END-IF.

       400-ORDENAR.
            IF WS-CANT-RETIROS > 1
                PERFORM 410-ORDENAR-PASADA
                        VARYING IND-SORT-I FROM 1 BY 1
                        UNTIL IND-SORT-I >= WS-CANT-RETIROS
            END-IF.

       410-ORDENAR-PASADA.
            PERFORM 420-ORDENAR-COMPARAR
                    VARYING IND-SORT-J FROM 1 BY 1
                    UNTIL IND-SORT-J >
                          WS-CANT-RETIROS - IND-SORT-I.

       420-ORDENAR-COMPARAR.
            IF RET-ORDEN(IND-SORT-J) > RET-ORDEN(IND-SORT-J + 1)
                MOVE RET-ENT(IND-SORT-J)     TO WS-RET-TEMP
                MOVE RET-ENT(IND-SORT-J + 1) TO RET-ENT(IND-SORT-J)
                MOVE WS-RET-TEMP TO RET-ENT(IND-SORT-J + 1)
            END-IF.

       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'ALISTAMIENTO DE LOS RETIROS DEL '
                   WS-FECHA-MANIANA
                   '  (PROCESO ' WS-FECHA-PROCESO ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE ALISTAR-REG FROM LINEA.

            MOVE ZERO TO WS-AGENCIA-ANT.
            MOVE ZERO TO WS-RET-AGENCIA WS-ALE-AGENCIA.
            PERFORM 510-LISTAR-RETIRO
                    VARYING IND-R FROM 1 BY 1
                    UNTIL IND-R > WS-CANT-RETIROS.

            IF WS-CANT-RETIROS = ZERO
                MOVE SPACES TO LINEA
                WRITE ALISTAR-REG FROM LINEA
                MOVE '  SIN RETIROS PARA EL DIA' TO LINEA
                WRITE ALISTAR-REG FROM LINEA
            ELSE
                PERFORM 540-CERRAR-AGENCIA
            END-IF.

      * CORTE POR AGENCIA; DE CADA AUTO UNA LINEA CON LA HORA, EL       *
      * CLIENTE Y DE DONDE SALE EL RETIRO, OTRA CON LO QUE HAY QUE      *
      * PREPARAR Y COMO ESTA LA UNIDAD, Y UNA MAS POR CADA ALERTA.      *
       510-LISTAR-RETIRO.
            IF RET-AGENCIA(IND-R) NOT = WS-AGENCIA-ANT
                IF WS-AGENCIA-ANT NOT = ZERO
                    PERFORM 540-CERRAR-AGENCIA
                END-IF
                MOVE RET-AGENCIA(IND-R) TO WS-AGENCIA-ANT
                MOVE ZERO TO WS-RET-AGENCIA WS-ALE-AGENCIA
                MOVE SPACES TO LINEA
                WRITE ALISTAR-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING 'AGENCIA ' WS-AGENCIA-ANT
                    DELIMITED BY SIZE INTO LINEA
                WRITE ALISTAR-REG FROM LINEA
            END-IF.
            ADD 1 TO WS-RET-AGENCIA.

            IF RET-HORA(IND-R) = ZERO
                MOVE 'S/HOR' TO WS-HORA-IMPR
            ELSE
                MOVE SPACES TO WS-HORA-IMPR
                STRING RET-HORA(IND-R)(1:2) ':' RET-HORA(IND-R)(3:2)
                    DELIMITED BY SIZE INTO WS-HORA-IMPR
            END-IF.
            PERFORM 530-BUSCAR-NOMBRE.

            MOVE SPACES TO LINEA.
            STRING '  ' WS-HORA-IMPR
                   '  ' RET-PATENTE(IND-R)
                   '  ' RET-ORIGEN(IND-R)
                   '  ' RET-TIPO-DOC(IND-R) '-' RET-NRO-DOC(IND-R)
                   '  ' WS-NOMBRE
                DELIMITED BY SIZE INTO LINEA.
            WRITE ALISTAR-REG FROM LINEA.

            MOVE ZERO TO WS-CANT-ALERTAS.
            MOVE 'SIN DATOS' TO WS-DEVOL-IMPR.
            MOVE SPACES TO WS-SITUACION.
            IF RET-IND-A(IND-R) = ZERO
                MOVE 'PATENTE FUERA DEL PADRON DE AUTOS -- VERIFICAR'
                    TO WS-ALERTA
                PERFORM 529-AGREGAR-ALERTA
            ELSE
                MOVE RET-IND-A(IND-R) TO IND-A
                PERFORM 520-REVISAR-UNIDAD
            END-IF.
            IF RET-SENA-PEND(IND-R) = 'S'
                MOVE 'SENA PENDIENTE: SIN COBRARLA LA RESERVA NO SE '
                    TO WS-ALERTA
                MOVE 'CONVIERTE' TO WS-ALERTA(47:9)
                PERFORM 529-AGREGAR-ALERTA
            END-IF.

            MOVE SPACES TO LINEA.
            STRING '         Extras ' RET-CODS(IND-R)
                   '  Ult. devol ' WS-DEVOL-IMPR
                   '  ' WS-SITUACION
                DELIMITED BY SIZE INTO LINEA.
            WRITE ALISTAR-REG FROM LINEA.

            PERFORM 550-LISTAR-ALERTA
                    VARYING IND-ALE FROM 1 BY 1
                    UNTIL IND-ALE > WS-CANT-ALERTAS.
            IF WS-CANT-ALERTAS > ZERO
                ADD 1 TO WS-ALE-AGENCIA
                ADD 1 TO WS-CANT-ALERTADOS
            END-IF.

      * COMO ESTA LA UNIDAD IND-A PARA SALIR MANIANA DE LA AGENCIA DEL  *
      * RETIRO: TALLER, ULTIMA DEVOLUCION, VENTANA DE PREPARACION (MISMA*
      * CUENTA QUE 4043 EN TP.CBL) Y DONDE ESTA O A DONDE VUELVE.       *
       520-REVISAR-UNIDAD.
            IF FLO-DEV-FECHA(IND-A) > ZERO
                MOVE SPACES TO WS-DEVOL-IMPR
                STRING FLO-DEV-FECHA(IND-A)
                       ' AG ' FLO-DEV-AGENCIA(IND-A)
                       ' TANQUE ' FLO-DEV-COMBUST(IND-A) '/8'
                    DELIMITED BY SIZE INTO WS-DEVOL-IMPR
            END-IF.

            EVALUATE FLO-TALLER(IND-A)
                WHEN 'O'
                    MOVE 'EN TALLER' TO WS-SITUACION
                    MOVE 'EN TALLER CON ORDEN ABIERTA -- CAMBIAR LA '
                        TO WS-ALERTA
                    MOVE 'UNIDAD O APURAR EL TALLER' TO WS-ALERTA(43:25)
                    PERFORM 529-AGREGAR-ALERTA
                WHEN 'P'
                    MOVE 'PARADA PROGRAMADA' TO WS-SITUACION
                    MOVE 'PARADA DE TALLER PROGRAMADA PARA MANIANA -- '
                        TO WS-ALERTA
                    MOVE 'CAMBIAR LA UNIDAD' TO WS-ALERTA(45:17)
                    PERFORM 529-AGREGAR-ALERTA
                WHEN 'B'
                    MOVE 'FUERA DE SERVICIO' TO WS-SITUACION
                    MOVE 'UNIDAD FUERA DE SERVICIO -- CAMBIAR LA UNIDAD'
                        TO WS-ALERTA
                    PERFORM 529-AGREGAR-ALERTA
                WHEN OTHER
                    MOVE 'DISPONIBLE' TO WS-SITUACION
            END-EVALUATE.

            PERFORM 521-BUSCAR-DIAS-PREP.

            IF FLO-HOY-ABIERTO(IND-A) = 'S'
                PERFORM 522-REVISAR-VUELTA-HOY
            ELSE
                PERFORM 523-REVISAR-DEVUELTA
            END-IF.

       521-BUSCAR-DIAS-PREP.
            MOVE ZERO TO WS-PREP-DIAS.
            PERFORM 526-COMPARAR-DIAS-PREP
                    VARYING IND-PRE FROM 1 BY 1
                    UNTIL IND-PRE > WS-CANT-PREP
                    OR WS-PREP-DIAS > ZERO.

      * LA UNIDAD TODAVIA ESTA AFUERA Y VUELVE HOY: SI LA PREPARACION   *
      * DE SU TAMANIO NO TERMINA ANTES DE MANIANA, O SI VUELVE A OTRA   *
      * AGENCIA, HAY QUE PREVER EL CAMBIO.                              *
       522-REVISAR-VUELTA-HOY.
            MOVE 'VUELVE HOY' TO WS-DEVOL-IMPR.
            IF WS-PREP-DIAS > ZERO
                MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-N
                PERFORM 560-SUMAR-UN-DIA
                        VARYING IND-PRD FROM 1 BY 1
                        UNTIL IND-PRD > WS-PREP-DIAS
                IF WS-FECHA-CALC-N > WS-FECHA-MANIANA
                    MOVE SPACES TO WS-ALERTA
                    STRING 'VUELVE HOY ' FLO-HOY-HORA(IND-A)
                           ' DE OTRO ALQUILER Y SALE DENTRO DE LOS '
                           WS-PREP-DIAS ' DIAS DE PREPARACION'
                        DELIMITED BY SIZE INTO WS-ALERTA
                    PERFORM 529-AGREGAR-ALERTA
                END-IF
            END-IF.

            IF FLO-HOY-AGENCIA(IND-A) NOT = RET-AGENCIA(IND-R)
                MOVE SPACES TO WS-ALERTA
                STRING 'VUELVE A LA AGENCIA ' FLO-HOY-AGENCIA(IND-A)
                       ', NO A ESTA -- TRASLADARLA O CAMBIAR LA UNIDAD'
                    DELIMITED BY SIZE INTO WS-ALERTA
                PERFORM 529-AGREGAR-ALERTA
            END-IF.

      * LA UNIDAD YA VOLVIO: SI LA DEVOLUCION ES RECIENTE Y EL          *
      * MOSTRADOR NO LA CERTIFICO LISTA (PREPOK), SIGUE EN PREPARACION. *
      * SIN HISTORIA DE DEVOLUCIONES ESTA EN SU AGENCIA DE RADICACION.  *
       523-REVISAR-DEVUELTA.
            MOVE 'N' TO WS-PREP-CERTIFICADA.
            PERFORM 527-COMPARAR-CERTIFICADA
                    VARYING IND-PRK FROM 1 BY 1
                    UNTIL IND-PRK > WS-CANT-PREPOK
                    OR PREP-CERTIFICADA.

            IF FLO-DEV-FECHA(IND-A) > ZERO
               AND WS-PREP-DIAS > ZERO
               AND NOT PREP-CERTIFICADA
                MOVE FLO-DEV-FECHA(IND-A) TO WS-FECHA-CALC-N
                PERFORM 560-SUMAR-UN-DIA
                        VARYING IND-PRD FROM 1 BY 1
                        UNTIL IND-PRD > WS-PREP-DIAS
                IF WS-FECHA-CALC-N > WS-FECHA-MANIANA
                    MOVE WS-FECHA-CALC-N TO WS-FIN-PREP
                    MOVE SPACES TO WS-ALERTA
                    STRING 'DEVUELTA EL ' FLO-DEV-FECHA(IND-A)
                           ', EN PREPARACION HASTA EL ' WS-FIN-PREP
                           ' SIN PREPOK'
                        DELIMITED BY SIZE INTO WS-ALERTA
                    PERFORM 529-AGREGAR-ALERTA
                END-IF
            END-IF.

            IF FLO-DEV-AGENCIA(IND-A) > ZERO
                MOVE FLO-DEV-AGENCIA(IND-A) TO WS-AGENCIA-VUELTA
            ELSE
                MOVE FLO-AGENCIA(IND-A) TO WS-AGENCIA-VUELTA
            END-IF.
            IF WS-AGENCIA-VUELTA > ZERO
               AND WS-AGENCIA-VUELTA NOT = RET-AGENCIA(IND-R)
                MOVE SPACES TO WS-ALERTA
                STRING 'LA UNIDAD ESTA EN LA AGENCIA ' WS-AGENCIA-VUELTA
                       ' -- TRASLADARLA O CAMBIAR LA UNIDAD'
                    DELIMITED BY SIZE INTO WS-ALERTA
                PERFORM 529-AGREGAR-ALERTA
            END-IF.

       526-COMPARAR-DIAS-PREP.
            IF PRE-TAB-TAMANIO(IND-PRE) = FLO-TAMANIO(IND-A)
                MOVE PRE-TAB-DIAS(IND-PRE) TO WS-PREP-DIAS
            END-IF.

       527-COMPARAR-CERTIFICADA.
            IF PRK-TAB-PATENTE(IND-PRK) = FLO-PATENTE(IND-A)
                MOVE 'S' TO WS-PREP-CERTIFICADA
            END-IF.

       529-AGREGAR-ALERTA.
            IF WS-CANT-ALERTAS < 6
                ADD 1 TO WS-CANT-ALERTAS
                MOVE WS-ALERTA TO ALE-TEXTO(WS-CANT-ALERTAS)
            END-IF.

      * SIN PADRON O SIN FICHA EL NOMBRE SALE EN BLANCO.                *
       530-BUSCAR-NOMBRE.
            MOVE SPACES TO WS-NOMBRE.
            IF HAY-CLIENTES
                MOVE RET-TIPO-DOC(IND-R) TO CLIENTE-TIPO-DOC
                MOVE RET-NRO-DOC(IND-R)  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-NOMBRE TO WS-NOMBRE
                END-IF
            END-IF.

       540-CERRAR-AGENCIA.
            MOVE WS-RET-AGENCIA TO WS-CANT-IMPR.
            MOVE WS-ALE-AGENCIA TO WS-CANT-IMPR2.
            MOVE SPACES TO LINEA.
            STRING '  Agencia ' WS-AGENCIA-ANT
                   '  Autos a entregar ' WS-CANT-IMPR
                   '  Con alerta ' WS-CANT-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE ALISTAR-REG FROM LINEA.

       550-LISTAR-ALERTA.
            MOVE SPACES TO LINEA.
            STRING '         ** ' ALE-TEXTO(IND-ALE)
                DELIMITED BY SIZE INTO LINEA.
            WRITE ALISTAR-REG FROM LINEA.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE ROLLUP.CBL).   *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
            IF WS-FEC-DD < WS-FEC-DIAS-MES
                ADD 1 TO WS-FEC-DD
            ELSE
                MOVE 1 TO WS-FEC-DD
                IF WS-FEC-MM < 12
                    ADD 1 TO WS-FEC-MM
                ELSE
                    MOVE 1 TO WS-FEC-MM
                    ADD 1 TO WS-FEC-AA
                END-IF
            END-IF.

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

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ALQ-IDX.
            IF HAY-CLIENTES
                CLOSE CLIENTES
            END-IF.
            CLOSE ALISTAR.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
