       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * EXTRACCION NOCTURNA DE NOVEDADES PARA LA BASE DE REPORTES       *
      * (ULTIMO PASO DE ORQUESTA.CBL).  CADA MAESTRO SE COMPARA CON LA  *
      * FOTO QUE QUEDO DE LA EXTRACCION ANTERIOR Y SE ESCRIBEN SOLO     *
      * LAS DIFERENCIAS, EN TEXTO DELIMITADO POR ';' CON UNA LINEA DE   *
      * TITULOS, ASI EL QUE LAS CARGA NO DEPENDE DEL ARMADO DE LOS      *
      * REGISTROS.  OPERACION: 'A' ALTA, 'M' MODIFICACION, 'B' BAJA.    *
      * SE CORRE POR ENTIDAD: 1 ALQUILERES (VIVO + HISTORICO), 2 FLOTA, *
      * 3 CLIENTES, 4 FACTURAS, 5 PAGOS RECIBIDOS.                      *

        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * LO QUE PASAHIST.CBL SACO DEL VIVO SIGUE SIENDO EL MISMO         *
      * ALQUILER: SE LEE JUNTO CON EL VIVO PARA QUE EL PASAJE A         *
      * HISTORIA NO APAREZCA COMO BAJA.                                 *
        SELECT  ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

        SELECT PAGOS ASSIGN TO "..\PAGOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGOS.

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL): ES LA     *
      * FECHA CON QUE SALE CADA NOVEDAD.                                *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * FOTO DE LA EXTRACCION ANTERIOR (..\CDCxxx.SNP) Y LA NUEVA QUE   *
      * SE VA ARMANDO (..\CDCxxx.NVO): CLAVE + REGISTRO ENTERO, EN      *
      * ORDEN DE CLAVE.  LA NUEVA RECIEN PISA A LA ANTERIOR CUANDO      *
      * TERMINARON LAS CINCO ENTIDADES Y EL MANIFIESTO (800); SI EL     *
      * PASO SE CORTA, LA PROXIMA CORRIDA REPITE LAS MISMAS NOVEDADES.  *
        SELECT SNAP-VIEJO ASSIGN TO WS-PATH-SNAP-VIEJO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SNAP-VIEJO.

        SELECT SNAP-NUEVO ASSIGN TO WS-PATH-SNAP-NUEVO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SNAP-NUEVO.

      * NOVEDADES DE LA ENTIDAD (..\CDCxxx.TXT), SE REESCRIBE EN CADA   *
      * CORRIDA.                                                        *
        SELECT DELTA ASSIGN TO WS-PATH-DELTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DELTA.

      * MANIFIESTO DE LA CORRIDA: FILAS Y SUMA DE CONTROL DE CADA       *
      * MAESTRO Y CANTIDAD DE NOVEDADES POR OPERACION.  LA ULTIMA       *
      * LINEA 'FIN;OK' INDICA QUE LA EXTRACCION TERMINO ENTERA.         *
        SELECT MANIFIESTO ASSIGN TO "..\CDCMANIF.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANIFIESTO.

        SELECT SORT-CDC ASSIGN TO DISK "SRTCDC".

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

      * MISMO LARGO QUE ALQ-IDX-REG EN TP.CBL (223); LOS CAMPOS SE      *
      * DESARMAN EN DAL-REG.                                            *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE                     PIC X(15).
           03 ALQ-IDX-TIPO-DOC                  PIC X.
           03 ALQ-IDX-NRO-DOC                   PIC X(20).
           03 ALQ-IDX-IMPORTE                   PIC 9(04)V99.
           03 ALQ-IDX-RESTO                     PIC X(181).

       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE                    PIC X(15).
           03 ALQ-HIST-TIPO-DOC                 PIC X.
           03 ALQ-HIST-NRO-DOC                  PIC X(20).
           03 ALQ-HIST-IMPORTE                  PIC 9(04)V99.
           03 ALQ-HIST-RESTO                    PIC X(181).

      * MISMO LARGO QUE AUT-REG EN MANTAUTO.CBL (144).                  *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(96).
           05  AUT-VALOR-COMPRA                 PIC 9(07)V99.
           05  FILLER                           PIC X(32).

      * MISMO LARGO QUE CLIENTE-REG EN TP.CBL (169).                    *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE                    PIC X(21).
           05  FILLER                           PIC X(83).
           05  CLIENTE-LIMITE-CREDITO           PIC 9(07)V99.
           05  FILLER                           PIC X(56).

      * MISMO LARGO QUE FACTREG-REG EN FACTURAR.CBL (125).              *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(43).
           05  FREG-IMPORTE-TOTAL               PIC 9(07)V99.
           05  FILLER                           PIC X(66).

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL (79).  NO TIENE CLAVE    *
      * PROPIA: SE USAN DOCUMENTO, FECHA, IMPORTE Y REFERENCIA.         *
       FD  PAGOS.
       01  PAGO-REG.
           05  PAGO-CLAVE.
               10  FILLER                       PIC X(31).
               10  PAGO-IMPORTE                 PIC 9(07)V99.
               10  FILLER                       PIC X(16).
           05  FILLER                           PIC X(23).

       FD  FECPROC.
       01  FECPROC-REG.
           05  FEC-PROCESO                      PIC 9(08).

       FD  SNAP-VIEJO.
       01  SNV-REG.
           05  SNV-CLAVE                        PIC X(60).
           05  SNV-DATOS                        PIC X(260).

       FD  SNAP-NUEVO.
       01  SNN-REG                              PIC X(320).

       FD  DELTA.
       01  DELTA-REG                            PIC X(600).

       FD  MANIFIESTO.
       01  MANIFIESTO-REG                       PIC X(200).

       SD  SORT-CDC.
       01  SRT-REG.
           05  SRT-CLAVE                        PIC X(60).
           05  SRT-DATOS                        PIC X(260).

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

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-AUTOS-NO-EXIST                VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-PAGOS                             PIC X(02).
           88  FS-PAGOS-OK                      VALUE '00'.
           88  FS-PAGOS-FIN                     VALUE '10'.
           88  FS-PAGOS-NO-EXIST                VALUE '35'.

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.

       01  FS-SNAP-VIEJO                        PIC X(02).
           88  FS-SNAP-VIEJO-OK                 VALUE '00'.
           88  FS-SNAP-VIEJO-FIN                VALUE '10'.
           88  FS-SNAP-VIEJO-NO-EXIST           VALUE '35'.

       01  FS-SNAP-NUEVO                        PIC X(02).
           88  FS-SNAP-NUEVO-OK                 VALUE '00'.

       01  FS-DELTA                             PIC X(02).
           88  FS-DELTA-OK                      VALUE '00'.

       01  FS-MANIFIESTO                        PIC X(02).
           88  FS-MANIFIESTO-OK                 VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).

       01  WS-PATH-SNAP-VIEJO                   PIC X(40).
       01  WS-PATH-SNAP-NUEVO                   PIC X(40).
       01  WS-PATH-DELTA                        PIC X(40).
       01  WS-COMANDO                           PIC X(80).

       01  WS-FIN-SORT                          PIC X.
           88  WS-SORT-FIN                      VALUE 'S'.
       01  WS-FIN-SNAP                          PIC X.
           88  WS-SNAP-FIN                      VALUE 'S'.

      * UNA ENTRADA POR ENTIDAD, EN EL ORDEN EN QUE SE EXTRAEN, CON LO  *
      * QUE VA AL MANIFIESTO.  LA SUMA DE CONTROL ES LA DEL IMPORTE     *
      * PRINCIPAL DE CADA MAESTRO (IMPORTE DEL DIA, VALOR DE COMPRA,    *
      * LIMITE DE CREDITO, TOTAL FACTURADO E IMPORTE PAGADO).           *
       01  TABLA-ENTIDADES.
           05  ENT-ENT                  OCCURS 5 TIMES.
               09  ENT-CODIGO           PIC X(03).
               09  ENT-FILAS            PIC 9(07).
               09  ENT-CONTROL          PIC 9(11)V99.
               09  ENT-ALTAS            PIC 9(07).
               09  ENT-MODIF            PIC 9(07).
               09  ENT-BAJAS            PIC 9(07).
               09  ENT-FOTO             PIC 9(07).
       01  IND-E                                PIC 9.

       01  WS-OPERACION                         PIC X.
       01  WS-PTR                               PIC 9(03).
       01  WS-LARGO                             PIC 9(02).
       01  WS-CAMPO                             PIC X(40).
       01  WS-ED-IMPORTE                        PIC 9(09),99.
       01  WS-ED-TC                             PIC 9(04),9999.
       01  WS-ED-CONTROL                        PIC 9(11),99.
       01  LINEA-DELTA                          PIC X(600).
       01  LINEA-MANIF                          PIC X(200).

      * REGISTRO DE LA NOVEDAD (EL ACTUAL EN ALTAS Y MODIFICACIONES,    *
      * EL DE LA FOTO EN LAS BAJAS), CON UNA VISTA POR ENTIDAD PARA     *
      * SACAR LOS CAMPOS.                                               *
       01  WS-DATOS                             PIC X(260).

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/ROLLOVER.CBL.            *
       01  DAL-REG REDEFINES WS-DATOS.
           03  DAL-PATENTE                      PIC X(07).
           03  DAL-FECHA                        PIC 9(08).
           03  DAL-TIPO-DOC                     PIC X.
           03  DAL-NRO-DOC                      PIC X(20).
           03  DAL-IMPORTE                      PIC 9(04)V99.
           03  DAL-CHOFER                       PIC X(07).
           03  DAL-ESTADO                       PIC X.
           03  DAL-AGENCIA                      PIC 9(02).
           03  DAL-ANULADO                      PIC X.
           03  DAL-FECHA-ANULACION              PIC 9(08).
           03  DAL-MOTIVO-ANULACION             PIC 9.
           03  DAL-NRO-CONTRATO                 PIC 9(09).
           03  DAL-FECHA-DEVOLUCION             PIC 9(08).
           03  DAL-ODOMETRO                     PIC 9(07).
           03  DAL-RECARGO-DEVOL                PIC 9(04)V99.
           03  DAL-ESTADO-DEVOL                 PIC X.
           03  DAL-AGENCIA-DEVOL                PIC 9(02).
           03  DAL-EXTRAS-IMP                   PIC 9(04)V99.
           03  DAL-EXTRAS-CODS                  PIC X(09).
           03  DAL-COMBUST-SALIDA               PIC 9.
           03  DAL-COMBUST-ENTRADA              PIC 9.
           03  DAL-RECARGO-COMBUST              PIC 9(04)V99.
           03  DAL-RECARGO-KM                   PIC 9(04)V99.
           03  DAL-CTA-CORP                     PIC X(06).
           03  DAL-FECHA-RETIRO                 PIC 9(08).
           03  DAL-HORA-RETIRO                  PIC 9(04).
           03  DAL-ODOMETRO-SALIDA              PIC 9(07).
           03  DAL-NOSHOW                       PIC X.
           03  DAL-HORA-PACT-RETIRO             PIC 9(04).
           03  DAL-HORA-PACT-DEVOL              PIC 9(04).
           03  DAL-HORA-DEVOLUCION              PIC 9(04).
           03  DAL-ENTREGA-ZONA                 PIC X(03).
           03  DAL-ENTREGA-DIR                  PIC X(30).
           03  DAL-COBERTURA                    PIC X(03).
           03  DAL-FRANQUICIA                   PIC 9(06)V99.
           03  DAL-MONEDA                       PIC X(03).
           03  DAL-TIPO-CAMBIO                  PIC 9(04)V9999.
           03  DAL-OCUP-BANDA                   PIC 9(03).
           03  DAL-OCUP-RECARGO                 PIC 9(03).

      * MISMO ARMADO QUE AUT-REG EN MANTAUTO.CBL.                       *
       01  DAU-REG REDEFINES WS-DATOS.
           05  DAU-PATENTE                      PIC X(07).
           05  DAU-DESC                         PIC X(30).
           05  DAU-MARCA                        PIC X(20).
           05  DAU-COLOR                        PIC X(10).
           05  DAU-TAMANIO                      PIC X.
           05  DAU-IMPORTE                      PIC 9(04)V99.
           05  DAU-ESTADO                       PIC X.
           05  DAU-RECARGO-FINDESEM             PIC 9(03).
           05  DAU-DIAS-USO                     PIC 9(06).
           05  DAU-INTERVALO-SERVICIO           PIC 9(05).
           05  DAU-USO-ULT-SERVICIO             PIC 9(06).
           05  DAU-FECHA-COMPRA                 PIC 9(08).
           05  DAU-VALOR-COMPRA                 PIC 9(07)V99.
           05  DAU-AGENCIA                      PIC 9(02).
           05  DAU-KM-INCLUIDOS-DIA             PIC 9(04).
           05  DAU-POLIZA-NRO                   PIC X(10).
           05  DAU-POLIZA-VENC                  PIC 9(08).
           05  DAU-VTV-VENC                     PIC 9(08).

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                         *
       01  DCL-REG REDEFINES WS-DATOS.
           05  DCL-TIPO-DOC                     PIC X.
           05  DCL-NRO-DOC                      PIC X(20).
           05  DCL-NOMBRE                       PIC X(30).
           05  DCL-DIR                          PIC X(30).
           05  DCL-TEL                          PIC X(15).
           05  DCL-FECHA-ALTA                   PIC 9(08).
           05  DCL-LIMITE-CREDITO               PIC 9(07)V99.
           05  DCL-NRO-LICENCIA                 PIC X(10).
           05  DCL-VENC-LICENCIA                PIC 9(08).
           05  DCL-FECHA-NACIMIENTO             PIC 9(08).
           05  DCL-CATEG-IVA                    PIC X.
           05  DCL-CUIT                         PIC X(13).
           05  DCL-REF-TARJETA                  PIC X(16).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL.                   *
       01  DFA-REG REDEFINES WS-DATOS.
           05  DFA-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  DFA-TIPO-DOC                     PIC X.
           05  DFA-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  DFA-PERIODO                      PIC 9(06).
           05  FILLER                           PIC X(01).
           05  DFA-FECHA-EMISION                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  DFA-CANT-RENGLONES               PIC 9(03).
           05  FILLER                           PIC X(01).
           05  DFA-IMPORTE-TOTAL                PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  DFA-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  DFA-ESTADO-PAGO                  PIC X.
           05  FILLER                           PIC X(01).
           05  DFA-IMPORTE-PAGADO               PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  DFA-FECHA-PAGO                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  DFA-TIPO-FACT                    PIC X.
           05  FILLER                           PIC X(01).
           05  DFA-CAE-ESTADO                   PIC X.
           05  FILLER                           PIC X(01).
           05  DFA-CAE                          PIC 9(14).
           05  FILLER                           PIC X(01).
           05  DFA-CAE-VTO                      PIC 9(08).
           05  FILLER                           PIC X(01).
           05  DFA-IIBB-JURISDICCION            PIC 9(03).
           05  FILLER                           PIC X(01).
           05  DFA-IIBB-PERCEPCION              PIC 9(07)V99.

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL.                         *
       01  DPA-REG REDEFINES WS-DATOS.
           05  DPA-TIPO-DOC                     PIC X.
           05  DPA-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  DPA-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  DPA-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  DPA-REFERENCIA                   PIC X(15).
           05  FILLER                           PIC X(01).
           05  DPA-MONEDA                       PIC X(03).
           05  FILLER                           PIC X(01).
           05  DPA-IMP-MONEDA                   PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  DPA-TC                           PIC 9(04)V9999.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CDCEXTR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-EXTRAER-ENTIDAD
                VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.
        PERFORM 700-ESCRIBIR-MANIFIESTO.
        PERFORM 800-AVANZAR-FOTOS.

        DISPLAY 'FIN CDCEXTR - FECHA DE NEGOCIO: ' WS-FECHA-PROCESO.
        PERFORM 950-MOSTRAR-ENTIDAD
                VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.
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
            OPEN INPUT FECPROC.
            IF FS-FECPROC-OK
                READ FECPROC AT END CONTINUE END-READ
                IF FS-FECPROC-OK AND FEC-PROCESO IS NUMERIC
                   AND FEC-PROCESO > ZERO
                    MOVE FEC-PROCESO TO WS-FECHA-PROCESO
                END-IF
                CLOSE FECPROC
            END-IF.

      * EL MANIFIESTO QUEDA VACIO HASTA QUE LA CORRIDA TERMINE: ASI    *
      * ORQUESTA.CBL NO TOMA POR BUENO EL DE UNA CORRIDA ANTERIOR.     *
            OPEN OUTPUT MANIFIESTO.
            MOVE FS-MANIFIESTO TO WS-FS.
            MOVE "MANIFIES"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE MANIFIESTO.

            MOVE 'ALQ' TO ENT-CODIGO(1).
            MOVE 'AUT' TO ENT-CODIGO(2).
            MOVE 'CLI' TO ENT-CODIGO(3).
            MOVE 'FAC' TO ENT-CODIGO(4).
            MOVE 'PAG' TO ENT-CODIGO(5).

      * UNA ENTIDAD: SE ABREN SU FOTO ANTERIOR (SI NO HAY, ES LA        *
      * PRIMERA EXTRACCION Y TODO SALE COMO ALTA), LA FOTO NUEVA Y EL   *
      * ARCHIVO DE NOVEDADES; EL SORT ORDENA EL MAESTRO POR CLAVE Y SU  *
      * SALIDA SE CONFRONTA CON LA FOTO (500).                          *
       200-EXTRAER-ENTIDAD.
            MOVE ZERO TO ENT-FILAS(IND-E) ENT-CONTROL(IND-E)
                         ENT-ALTAS(IND-E) ENT-MODIF(IND-E)
                         ENT-BAJAS(IND-E) ENT-FOTO(IND-E).

            MOVE SPACES TO WS-PATH-SNAP-VIEJO WS-PATH-SNAP-NUEVO
                           WS-PATH-DELTA.
            STRING '..\CDC' ENT-CODIGO(IND-E) '.SNP'
                DELIMITED BY SIZE INTO WS-PATH-SNAP-VIEJO.
            STRING '..\CDC' ENT-CODIGO(IND-E) '.NVO'
                DELIMITED BY SIZE INTO WS-PATH-SNAP-NUEVO.
            STRING '..\CDC' ENT-CODIGO(IND-E) '.TXT'
                DELIMITED BY SIZE INTO WS-PATH-DELTA.

            OPEN INPUT SNAP-VIEJO.
            IF FS-SNAP-VIEJO-NO-EXIST
                DISPLAY 'SIN FOTO ANTERIOR DE ' ENT-CODIGO(IND-E)
                        ' -- EXTRACCION INICIAL COMPLETA'
            ELSE
                MOVE FS-SNAP-VIEJO TO WS-FS
                MOVE "SNAPVIEJ"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            OPEN OUTPUT SNAP-NUEVO.
            MOVE FS-SNAP-NUEVO TO WS-FS.
            MOVE "SNAPNUEV"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT DELTA.
            MOVE FS-DELTA      TO WS-FS.
            MOVE "DELTA"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 210-ESCRIBIR-TITULOS.

            EVALUATE IND-E
                WHEN 1
                    SORT SORT-CDC ON ASCENDING KEY SRT-CLAVE
                         INPUT PROCEDURE IS 310-CARGAR-ALQUILERES
                         OUTPUT PROCEDURE IS 500-CONFRONTAR-FOTO
                WHEN 2
                    SORT SORT-CDC ON ASCENDING KEY SRT-CLAVE
                         INPUT PROCEDURE IS 330-CARGAR-AUTOS
                         OUTPUT PROCEDURE IS 500-CONFRONTAR-FOTO
                WHEN 3
                    SORT SORT-CDC ON ASCENDING KEY SRT-CLAVE
                         INPUT PROCEDURE IS 340-CARGAR-CLIENTES
                         OUTPUT PROCEDURE IS 500-CONFRONTAR-FOTO
                WHEN 4
                    SORT SORT-CDC ON ASCENDING KEY SRT-CLAVE
                         INPUT PROCEDURE IS 350-CARGAR-FACTURAS
                         OUTPUT PROCEDURE IS 500-CONFRONTAR-FOTO
                WHEN 5
                    SORT SORT-CDC ON ASCENDING KEY SRT-CLAVE
                         INPUT PROCEDURE IS 360-CARGAR-PAGOS
                         OUTPUT PROCEDURE IS 500-CONFRONTAR-FOTO
            END-EVALUATE.

            IF NOT FS-SNAP-VIEJO-NO-EXIST
                CLOSE SNAP-VIEJO
            END-IF.
            CLOSE SNAP-NUEVO.
            CLOSE DELTA.

       210-ESCRIBIR-TITULOS.
            MOVE SPACES TO LINEA-DELTA.
            EVALUATE IND-E
                WHEN 1
                    STRING 'OPERACION;FECHA_NEGOCIO;PATENTE;FECHA;'
                           'TIPO_DOC;NRO_DOC;IMPORTE;CHOFER;ESTADO;'
                           'AGENCIA;ANULADO;FECHA_ANULACION;'
                           'MOTIVO_ANULACION;NRO_CONTRATO;'
                           'FECHA_DEVOLUCION;ODOMETRO;RECARGO_DEVOL;'
                           'ESTADO_DEVOL;AGENCIA_DEVOL;EXTRAS_IMP;'
                           'EXTRAS_CODS;COMBUST_SALIDA;'
                           'COMBUST_ENTRADA;RECARGO_COMBUST;'
                           'RECARGO_KM;CTA_CORP;FECHA_RETIRO;'
                           'HORA_RETIRO;ODOMETRO_SALIDA;NOSHOW;'
                           'HORA_PACT_RETIRO;HORA_PACT_DEVOL;'
                           'HORA_DEVOLUCION;ENTREGA_ZONA;'
                           'ENTREGA_DIR;COBERTURA;FRANQUICIA;MONEDA;'
                           'TIPO_CAMBIO;OCUP_BANDA;OCUP_RECARGO'
                        DELIMITED BY SIZE INTO LINEA-DELTA
                WHEN 2
                    STRING 'OPERACION;FECHA_NEGOCIO;PATENTE;DESC;'
                           'MARCA;COLOR;TAMANIO;IMPORTE;ESTADO;'
                           'RECARGO_FINDESEM;DIAS_USO;'
                           'INTERVALO_SERVICIO;USO_ULT_SERVICIO;'
                           'FECHA_COMPRA;VALOR_COMPRA;AGENCIA;'
                           'KM_INCLUIDOS_DIA;POLIZA_NRO;POLIZA_VENC;'
                           'VTV_VENC'
                        DELIMITED BY SIZE INTO LINEA-DELTA
                WHEN 3
                    STRING 'OPERACION;FECHA_NEGOCIO;TIPO_DOC;NRO_DOC;'
                           'NOMBRE;DIR;TEL;FECHA_ALTA;LIMITE_CREDITO;'
                           'NRO_LICENCIA;VENC_LICENCIA;'
                           'FECHA_NACIMIENTO;CATEG_IVA;CUIT;'
                           'REF_TARJETA'
                        DELIMITED BY SIZE INTO LINEA-DELTA
                WHEN 4
                    STRING 'OPERACION;FECHA_NEGOCIO;NRO_FACTURA;'
                           'TIPO_DOC;NRO_DOC;PERIODO;FECHA_EMISION;'
                           'CANT_RENGLONES;IMPORTE_TOTAL;AGENCIA;'
                           'ESTADO_PAGO;IMPORTE_PAGADO;FECHA_PAGO;'
                           'TIPO_FACT;CAE_ESTADO;CAE;CAE_VTO;'
                           'IIBB_JURISDICCION;IIBB_PERCEPCION'
                        DELIMITED BY SIZE INTO LINEA-DELTA
                WHEN 5
                    STRING 'OPERACION;FECHA_NEGOCIO;TIPO_DOC;NRO_DOC;'
                           'FECHA;IMPORTE;REFERENCIA;MONEDA;'
                           'IMP_MONEDA;TC'
                        DELIMITED BY SIZE INTO LINEA-DELTA
            END-EVALUATE.
            WRITE DELTA-REG FROM LINEA-DELTA.

      * ENTRADAS DEL SORT: CADA MAESTRO SE LEE ENTERO Y CADA REGISTRO   *
      * SE ENTREGA COMO CLAVE + REGISTRO (390).  UN MAESTRO QUE NO      *
      * EXISTE SE TOMA COMO VACIO: TODA LA FOTO SALE COMO BAJA.         *
       310-CARGAR-ALQUILERES.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'SIN ALQIDX.DAT'
            ELSE
                MOVE FS-ALQ-IDX TO WS-FS
                MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 311-LEER-ALQ-IDX
                PERFORM 312-ENTREGAR-ALQ-IDX UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

            OPEN INPUT ALQ-HIST.
            IF NOT FS-ALQ-HIST-NO-EXIST
                MOVE FS-ALQ-HIST TO WS-FS
                MOVE "ALQ-HIST"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 321-LEER-ALQ-HIST
                PERFORM 322-ENTREGAR-ALQ-HIST UNTIL FS-ALQ-HIST-FIN
                CLOSE ALQ-HIST
            END-IF.

       311-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       312-ENTREGAR-ALQ-IDX.
            MOVE SPACES          TO SRT-REG.
            MOVE ALQ-IDX-CLAVE   TO SRT-CLAVE.
            MOVE ALQ-IDX-REG     TO SRT-DATOS.
            ADD ALQ-IDX-IMPORTE  TO ENT-CONTROL(IND-E).
            PERFORM 390-ENTREGAR-AL-SORT.
            PERFORM 311-LEER-ALQ-IDX.

       321-LEER-ALQ-HIST.
            READ ALQ-HIST AT END SET FS-ALQ-HIST-FIN TO TRUE.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-HIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       322-ENTREGAR-ALQ-HIST.
            MOVE SPACES          TO SRT-REG.
            MOVE ALQ-HIST-CLAVE  TO SRT-CLAVE.
            MOVE ALQ-HIST-REG    TO SRT-DATOS.
            ADD ALQ-HIST-IMPORTE TO ENT-CONTROL(IND-E).
            PERFORM 390-ENTREGAR-AL-SORT.
            PERFORM 321-LEER-ALQ-HIST.

       330-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-NO-EXIST
                DISPLAY 'SIN AUTOS.TXT'
            ELSE
                MOVE FS-AUTOS   TO WS-FS
                MOVE "AUTOS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 331-LEER-AUTO
                PERFORM 332-ENTREGAR-AUTO UNTIL FS-AUTOS-FIN
                CLOSE AUTOS
            END-IF.

       331-LEER-AUTO.
            MOVE SPACES TO AUT-REG.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       332-ENTREGAR-AUTO.
            IF AUT-PATENTE NOT = SPACES
                MOVE SPACES       TO SRT-REG
                MOVE AUT-PATENTE  TO SRT-CLAVE
                MOVE AUT-REG      TO SRT-DATOS
                IF AUT-VALOR-COMPRA IS NUMERIC
                    ADD AUT-VALOR-COMPRA TO ENT-CONTROL(IND-E)
                END-IF
                PERFORM 390-ENTREGAR-AL-SORT
            END-IF.
            PERFORM 331-LEER-AUTO.

       340-CARGAR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 341-LEER-CLIENTE
                PERFORM 342-ENTREGAR-CLIENTE UNTIL FS-CLIENTES-FIN
                CLOSE CLIENTES
            END-IF.

       341-LEER-CLIENTE.
            READ CLIENTES AT END SET FS-CLIENTES-FIN TO TRUE.

            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       342-ENTREGAR-CLIENTE.
            MOVE SPACES        TO SRT-REG.
            MOVE CLIENTE-CLAVE TO SRT-CLAVE.
            MOVE CLIENTE-REG   TO SRT-DATOS.
            IF CLIENTE-LIMITE-CREDITO IS NUMERIC
                ADD CLIENTE-LIMITE-CREDITO TO ENT-CONTROL(IND-E)
            END-IF.
            PERFORM 390-ENTREGAR-AL-SORT.
            PERFORM 341-LEER-CLIENTE.

       350-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'SIN FACTURAS.DAT'
            ELSE
                MOVE FS-FACTREG TO WS-FS
                MOVE "FACTREG"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 351-LEER-FACTURA
                PERFORM 352-ENTREGAR-FACTURA UNTIL FS-FACTREG-FIN
                CLOSE FACTREG
            END-IF.

       351-LEER-FACTURA.
            MOVE SPACES TO FACTREG-REG.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTREG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       352-ENTREGAR-FACTURA.
            MOVE SPACES           TO SRT-REG.
            MOVE FREG-NRO-FACTURA TO SRT-CLAVE.
            MOVE FACTREG-REG      TO SRT-DATOS.
            IF FREG-IMPORTE-TOTAL IS NUMERIC
                ADD FREG-IMPORTE-TOTAL TO ENT-CONTROL(IND-E)
            END-IF.
            PERFORM 390-ENTREGAR-AL-SORT.
            PERFORM 351-LEER-FACTURA.

       360-CARGAR-PAGOS.
            OPEN INPUT PAGOS.
            IF FS-PAGOS-NO-EXIST
                DISPLAY 'SIN PAGOS.TXT'
            ELSE
                MOVE FS-PAGOS   TO WS-FS
                MOVE "PAGOS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 361-LEER-PAGO
                PERFORM 362-ENTREGAR-PAGO UNTIL FS-PAGOS-FIN
                CLOSE PAGOS
            END-IF.

       361-LEER-PAGO.
            MOVE SPACES TO PAGO-REG.
            READ PAGOS AT END SET FS-PAGOS-FIN TO TRUE.

            IF NOT FS-PAGOS-OK AND NOT FS-PAGOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       362-ENTREGAR-PAGO.
            IF PAGO-REG NOT = SPACES
                MOVE SPACES     TO SRT-REG
                MOVE PAGO-CLAVE TO SRT-CLAVE
                MOVE PAGO-REG   TO SRT-DATOS
                IF PAGO-IMPORTE IS NUMERIC
                    ADD PAGO-IMPORTE TO ENT-CONTROL(IND-E)
                END-IF
                PERFORM 390-ENTREGAR-AL-SORT
            END-IF.
            PERFORM 361-LEER-PAGO.

       390-ENTREGAR-AL-SORT.
            ADD 1 TO ENT-FILAS(IND-E).
            RELEASE SRT-REG.

      * SALIDA DEL SORT: APAREO POR CLAVE ENTRE EL MAESTRO ORDENADO Y   *
      * LA FOTO ANTERIOR (MISMO ESQUEMA QUE 200-PROCESO DE ROLLOVER).   *
      * SOLO EN EL MAESTRO: ALTA.  SOLO EN LA FOTO: BAJA.  EN LOS DOS   *
      * CON ALGUN CAMPO DISTINTO: MODIFICACION.  TODO LO QUE SIGUE EN   *
      * EL MAESTRO PASA A LA FOTO NUEVA.                                *
       500-CONFRONTAR-FOTO.
            MOVE 'N' TO WS-FIN-SORT.
            MOVE 'N' TO WS-FIN-SNAP.
            IF FS-SNAP-VIEJO-NO-EXIST
                MOVE 'S' TO WS-FIN-SNAP
            ELSE
                PERFORM 520-LEER-FOTO
            END-IF.
            PERFORM 510-DEVOLVER-SORT.
            PERFORM 530-CONFRONTAR-CLAVE
                    UNTIL WS-SORT-FIN AND WS-SNAP-FIN.

       510-DEVOLVER-SORT.
            RETURN SORT-CDC RECORD AT END SET WS-SORT-FIN TO TRUE.

       520-LEER-FOTO.
            MOVE SPACES TO SNV-REG.
            READ SNAP-VIEJO AT END SET WS-SNAP-FIN TO TRUE.

            IF NOT FS-SNAP-VIEJO-OK AND NOT FS-SNAP-VIEJO-FIN
                DISPLAY 'ERROR AL LEER LA FOTO ANTERIOR '
                        WS-PATH-SNAP-VIEJO
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       530-CONFRONTAR-CLAVE.
           EVALUATE TRUE
               WHEN WS-SNAP-FIN
                   PERFORM 540-ALTA
                   PERFORM 510-DEVOLVER-SORT
               WHEN WS-SORT-FIN
                   PERFORM 550-BAJA
                   PERFORM 520-LEER-FOTO
               WHEN SRT-CLAVE < SNV-CLAVE
                   PERFORM 540-ALTA
                   PERFORM 510-DEVOLVER-SORT
               WHEN SRT-CLAVE > SNV-CLAVE
                   PERFORM 550-BAJA
                   PERFORM 520-LEER-FOTO
               WHEN OTHER
                   IF SRT-DATOS NOT = SNV-DATOS
                       PERFORM 560-MODIFICACION
                   END-IF
                   PERFORM 570-GRABAR-FOTO
                   PERFORM 510-DEVOLVER-SORT
                   PERFORM 520-LEER-FOTO
           END-EVALUATE.

       540-ALTA.
            MOVE 'A' TO WS-OPERACION.
            MOVE SRT-DATOS TO WS-DATOS.
            PERFORM 600-ESCRIBIR-NOVEDAD.
            ADD 1 TO ENT-ALTAS(IND-E).
            PERFORM 570-GRABAR-FOTO.

       550-BAJA.
            MOVE 'B' TO WS-OPERACION.
            MOVE SNV-DATOS TO WS-DATOS.
            PERFORM 600-ESCRIBIR-NOVEDAD.
            ADD 1 TO ENT-BAJAS(IND-E).

       560-MODIFICACION.
            MOVE 'M' TO WS-OPERACION.
            MOVE SRT-DATOS TO WS-DATOS.
            PERFORM 600-ESCRIBIR-NOVEDAD.
            ADD 1 TO ENT-MODIF(IND-E).

       570-GRABAR-FOTO.
            WRITE SNN-REG FROM SRT-REG.
            MOVE FS-SNAP-NUEVO TO WS-FS.
            MOVE "SNAPNUEV"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO ENT-FOTO(IND-E).

      * RENGLON DE NOVEDAD: OPERACION, FECHA DE NEGOCIO Y LOS CAMPOS    *
      * DEL REGISTRO EN EL ORDEN DE LA LINEA DE TITULOS, SEPARADOS      *
      * POR ';'.  LOS IMPORTES SALEN CON COMA DECIMAL.                  *
       600-ESCRIBIR-NOVEDAD.
            MOVE SPACES TO LINEA-DELTA.
            MOVE 1 TO WS-PTR.
            STRING WS-OPERACION ';' WS-FECHA-PROCESO
                DELIMITED BY SIZE INTO LINEA-DELTA
                WITH POINTER WS-PTR.
            EVALUATE IND-E
                WHEN 1 PERFORM 610-CAMPOS-ALQUILER
                WHEN 2 PERFORM 620-CAMPOS-AUTO
                WHEN 3 PERFORM 630-CAMPOS-CLIENTE
                WHEN 4 PERFORM 640-CAMPOS-FACTURA
                WHEN 5 PERFORM 650-CAMPOS-PAGO
            END-EVALUATE.
            WRITE DELTA-REG FROM LINEA-DELTA.
            MOVE FS-DELTA      TO WS-FS.
            MOVE "DELTA"       TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       610-CAMPOS-ALQUILER.
            MOVE DAL-PATENTE            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-FECHA              TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-TIPO-DOC           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-NRO-DOC            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-IMPORTE            TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-CHOFER             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ESTADO             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-AGENCIA            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ANULADO            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-FECHA-ANULACION    TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-MOTIVO-ANULACION   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-NRO-CONTRATO       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-FECHA-DEVOLUCION   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ODOMETRO           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-RECARGO-DEVOL      TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-ESTADO-DEVOL       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-AGENCIA-DEVOL      TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-EXTRAS-IMP         TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-EXTRAS-CODS        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-COMBUST-SALIDA     TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-COMBUST-ENTRADA    TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-RECARGO-COMBUST    TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-RECARGO-KM         TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-CTA-CORP           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-FECHA-RETIRO       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-HORA-RETIRO        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ODOMETRO-SALIDA    TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-NOSHOW             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-HORA-PACT-RETIRO   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-HORA-PACT-DEVOL    TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-HORA-DEVOLUCION    TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ENTREGA-ZONA       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-ENTREGA-DIR        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-COBERTURA          TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-FRANQUICIA         TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAL-MONEDA             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-TIPO-CAMBIO        TO WS-ED-TC.
            PERFORM 686-AGREGAR-TC.
            MOVE DAL-OCUP-BANDA         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAL-OCUP-RECARGO       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.

       620-CAMPOS-AUTO.
            MOVE DAU-PATENTE            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-DESC               TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-MARCA              TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-COLOR              TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-TAMANIO            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-IMPORTE            TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAU-ESTADO             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-RECARGO-FINDESEM   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-DIAS-USO           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-INTERVALO-SERVICIO TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-USO-ULT-SERVICIO   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-FECHA-COMPRA       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-VALOR-COMPRA       TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DAU-AGENCIA            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-KM-INCLUIDOS-DIA   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-POLIZA-NRO         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-POLIZA-VENC        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DAU-VTV-VENC           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.

       630-CAMPOS-CLIENTE.
            MOVE DCL-TIPO-DOC           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-NRO-DOC            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-NOMBRE             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-DIR                TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-TEL                TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-FECHA-ALTA         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-LIMITE-CREDITO     TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DCL-NRO-LICENCIA       TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-VENC-LICENCIA      TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-FECHA-NACIMIENTO   TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-CATEG-IVA          TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-CUIT               TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DCL-REF-TARJETA        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.

       640-CAMPOS-FACTURA.
            MOVE DFA-NRO-FACTURA        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-TIPO-DOC           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-NRO-DOC            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-PERIODO            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-FECHA-EMISION      TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-CANT-RENGLONES     TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-IMPORTE-TOTAL      TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DFA-AGENCIA            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-ESTADO-PAGO        TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-IMPORTE-PAGADO     TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DFA-FECHA-PAGO         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-TIPO-FACT          TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-CAE-ESTADO         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-CAE                TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-CAE-VTO            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-IIBB-JURISDICCION  TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DFA-IIBB-PERCEPCION    TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.

       650-CAMPOS-PAGO.
            MOVE DPA-TIPO-DOC           TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DPA-NRO-DOC            TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DPA-FECHA              TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DPA-IMPORTE            TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DPA-REFERENCIA         TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DPA-MONEDA             TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.
            MOVE DPA-IMP-MONEDA         TO WS-ED-IMPORTE.
            PERFORM 685-AGREGAR-IMPORTE.
            MOVE DPA-TC                 TO WS-ED-TC.
            PERFORM 686-AGREGAR-TC.

      * AGREGA ';' Y EL CAMPO SIN LOS BLANCOS DE LA DERECHA.  UN ';'    *
      * DENTRO DE UN TEXTO (NOMBRE, DIRECCION) SE CAMBIA POR ',' PARA   *
      * NO CORRER LAS COLUMNAS.                                         *
       680-AGREGAR-CAMPO.
            INSPECT WS-CAMPO REPLACING ALL ';' BY ','.
            PERFORM 689-SIN-ACCION
                    VARYING WS-LARGO FROM 40 BY -1
                    UNTIL WS-LARGO = ZERO
                    OR WS-CAMPO(WS-LARGO:1) NOT = SPACE.
            STRING ';' DELIMITED BY SIZE INTO LINEA-DELTA
                WITH POINTER WS-PTR.
            IF WS-LARGO > ZERO
                STRING WS-CAMPO(1:WS-LARGO) DELIMITED BY SIZE
                    INTO LINEA-DELTA WITH POINTER WS-PTR
            END-IF.

      * IMPORTES NO NUMERICOS (FILAS ANTERIORES A LA COLUMNA) SALEN     *
      * EN CERO, IGUAL QUE LOS LEE TP.CBL.                              *
       685-AGREGAR-IMPORTE.
            MOVE WS-ED-IMPORTE TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.

       686-AGREGAR-TC.
            MOVE WS-ED-TC TO WS-CAMPO.
            PERFORM 680-AGREGAR-CAMPO.

       689-SIN-ACCION.
            CONTINUE.

       700-ESCRIBIR-MANIFIESTO.
            OPEN OUTPUT MANIFIESTO.
            MOVE FS-MANIFIESTO TO WS-FS.
            MOVE "MANIFIES"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA-MANIF.
            STRING 'MANIFIESTO;FECHA_NEGOCIO;' WS-FECHA-PROCESO
                   ';GENERADO;' FECHA-HOY
                   ';OPERACION;A=ALTA;M=MODIFICACION;B=BAJA'
                DELIMITED BY SIZE INTO LINEA-MANIF.
            WRITE MANIFIESTO-REG FROM LINEA-MANIF.

            PERFORM 710-LINEA-ENTIDAD
                    VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.

            MOVE 'FIN;OK' TO LINEA-MANIF.
            WRITE MANIFIESTO-REG FROM LINEA-MANIF.
            MOVE FS-MANIFIESTO TO WS-FS.
            MOVE "MANIFIES"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE MANIFIESTO.

       710-LINEA-ENTIDAD.
            MOVE ENT-CONTROL(IND-E) TO WS-ED-CONTROL.
            MOVE SPACES TO LINEA-MANIF.
            STRING 'ENTIDAD;' ENT-CODIGO(IND-E)
                   ';ARCHIVO;CDC' ENT-CODIGO(IND-E) '.TXT'
                   ';FILAS_MAESTRO;' ENT-FILAS(IND-E)
                   ';SUMA_CONTROL;' WS-ED-CONTROL
                   ';ALTAS;' ENT-ALTAS(IND-E)
                   ';MODIFICACIONES;' ENT-MODIF(IND-E)
                   ';BAJAS;' ENT-BAJAS(IND-E)
                   ';FILAS_FOTO;' ENT-FOTO(IND-E)
                DELIMITED BY SIZE INTO LINEA-MANIF.
            WRITE MANIFIESTO-REG FROM LINEA-MANIF.

      * RECIEN CON TODO ESCRITO LA FOTO NUEVA PASA A SER LA VIGENTE.    *
      * LA FOTO NUEVA TIENE QUE TENER UNA FILA POR CADA FILA DEL        *
      * MAESTRO; SI NO CIERRA NO SE AVANZA NADA.                        *
       800-AVANZAR-FOTOS.
            PERFORM 810-VERIFICAR-FOTO
                    VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.
            PERFORM 820-COPIAR-FOTO
                    VARYING IND-E FROM 1 BY 1 UNTIL IND-E > 5.

       810-VERIFICAR-FOTO.
            IF ENT-FOTO(IND-E) NOT = ENT-FILAS(IND-E)
                DISPLAY '*** FOTO ' ENT-CODIGO(IND-E)
                        ' NO CIERRA CON EL MAESTRO -- NO SE AVANZA ***'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       820-COPIAR-FOTO.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\CDC' ENT-CODIGO(IND-E) '.NVO ..\CDC'
                   ENT-CODIGO(IND-E) '.SNP'
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

       950-MOSTRAR-ENTIDAD.
            DISPLAY '  ' ENT-CODIGO(IND-E)
                    '  FILAS ' ENT-FILAS(IND-E)
                    '  ALTAS ' ENT-ALTAS(IND-E)
                    '  MODIF ' ENT-MODIF(IND-E)
                    '  BAJAS ' ENT-BAJAS(IND-E).

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
