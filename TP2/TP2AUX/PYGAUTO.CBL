       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYGAUTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MISMO AUTOS.TXT QUE TP.CBL/MANTAUTO.CBL -- DE ACA SALEN MARCA,  *
      * TAMANIO, FECHA Y VALOR DE COMPRA DE CADA UNIDAD.                *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL -- ALQUILER Y RECARGOS (DEVOLUCION, *
      * COMBUSTIBLE, KM) NO ANULADOS DEL PERIODO.                       *
        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * FACTURA DE LA ASEGURADORA QUE CONCILIA SEGCONC.CBL: PRIMA POR   *
      * PATENTE Y DIA DE ALQUILER.                                      *
        SELECT SEGUFACT ASSIGN TO "..\SEGUFACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SEGUFACT.

      * HISTORIAL DE SERVICES QUE GRABA MANTENIM.CBL, CON SU COSTO.     *
        SELECT SERVHIST ASSIGN TO "..\SERVHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SERVHIST.

      * REGISTRO DE SINIESTROS DE SINIESTR.CBL (COSTO ESTIMADO).        *
        SELECT SINIESTROS ASSIGN TO "..\SINIESTR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SINIESTROS.

      * REGISTRO DE RECLAMOS DE RECLAMOS.CBL: LO REEMBOLSADO POR LA     *
      * ASEGURADORA SE DESCUENTA DEL COSTO DEL SINIESTRO.               *
        SELECT RECLAMOS ASSIGN TO "..\RECLAMOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECLAMOS.

      * RESULTADO POR UNIDAD DEL PERIODO, DE MEJOR A PEOR MARGEN, CON   *
      * SUBTOTALES POR MARCA Y POR TAMANIO.                             *
        SELECT PYGAUTO ASSIGN TO "..\PYGAUTO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PYGAUTO.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/CONSULTA.CBL/ANULAR.CBL. *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-PATENTE               PIC X(07).
               05 ALQ-IDX-FECHA.
                  07  ALQ-IDX-FECHA-AA          PIC 9(04).
                  07  ALQ-IDX-FECHA-MM          PIC 9(02).
                  07  ALQ-IDX-FECHA-DD          PIC 9(02).
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

      * MISMO ARMADO QUE SEGUFACT-REG EN SEGCONC.CBL.                   *
       FD  SEGUFACT.
       01  SEGUFACT-REG.
           05  SGF-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SGF-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SGF-PRIMA                        PIC 9(05)V99.

      * MISMO ARMADO QUE SERVHIST-REG EN MANTENIM.CBL.                  *
       FD  SERVHIST.
       01  SERVHIST-REG.
           05  SRV-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SRV-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SRV-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  SRV-USO-AL-SERVICE               PIC 9(06).
           05  FILLER                           PIC X(01).
           05  SRV-COSTO                        PIC 9(07)V99.

      * SOLO EL FRENTE DEL SINIESTRO-REG DE SINIESTR.CBL.               *
       FD  SINIESTROS.
       01  SINIESTRO-REG.
           05  SIN-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SIN-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SIN-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  SIN-COSTO-ESTIMADO               PIC 9(06)V99.

      * MISMO ARMADO QUE RECLAMO-REG EN RECLAMOS.CBL.                   *
       FD  RECLAMOS.
       01  RECLAMO-REG.
           05  REC-NRO                          PIC 9(05).
           05  FILLER                           PIC X(01).
           05  REC-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  REC-FECHA-SINIESTRO              PIC 9(08).
           05  FILLER                           PIC X(01).
           05  REC-COSTO-ESTIMADO               PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  REC-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  REC-IMPORTE-ACEPTADO             PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  REC-FECHA-REEMBOLSO              PIC 9(08).
           05  FILLER                           PIC X(01).
           05  REC-IMPORTE-REEMBOLSADO          PIC 9(06)V99.

       FD  PYGAUTO.
       01  PYGAUTO-REG                          PIC X(132).

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
                    'SINIESTR.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-SEGUFACT                          PIC X(02).
           88  FS-SEGUFACT-OK                   VALUE '00'.
           88  FS-SEGUFACT-FIN                  VALUE '10'.
           88  FS-SEGUFACT-NO-EXIST             VALUE '35'.

       01  FS-SERVHIST                          PIC X(02).
           88  FS-SERVHIST-OK                   VALUE '00'.
           88  FS-SERVHIST-FIN                  VALUE '10'.
           88  FS-SERVHIST-NO-EXIST             VALUE '35'.

       01  FS-SINIESTROS                        PIC X(02).
           88  FS-SINIESTROS-OK                 VALUE '00'.
           88  FS-SINIESTROS-FIN                VALUE '10'.
           88  FS-SINIESTROS-NO-EXIST           VALUE '35'.

       01  FS-RECLAMOS                          PIC X(02).
           88  FS-RECLAMOS-OK                   VALUE '00'.
           88  FS-RECLAMOS-FIN                  VALUE '10'.
           88  FS-RECLAMOS-NO-EXIST             VALUE '35'.

       01  FS-PYGAUTO                           PIC X(02).
           88  FS-PYGAUTO-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * PERIODO DEL ESTADO DE RESULTADOS (TP_PYG_DESDE / TP_PYG_HASTA, *
      * AAAAMM); POR DEFECTO EL MES EN CURSO.  TODO SE IMPUTA POR LA   *
      * FECHA DEL HECHO: DIA ALQUILADO, DIA FACTURADO POR LA           *
      * ASEGURADORA, FECHA DEL SERVICE Y FECHA DEL SINIESTRO.          *
       01  WS-ENV-DESDE                         PIC X(06).
       01  WS-ENV-HASTA                         PIC X(06).
       01  WS-PER-DESDE                         PIC 9(06).
       01  WS-PER-HASTA                         PIC 9(06).
       01  WS-FECHA-HECHO                       PIC 9(08).
       01  WS-EN-PERIODO                        PIC X VALUE 'N'.
           88  WS-ES-DEL-PERIODO                VALUE 'S'.
       01  WS-PATENTE-BUSCADA                   PIC X(07).

      * FLOTA EN MEMORIA CON LOS ACUMULADOS DEL PERIODO POR PATENTE.    *
      * EL MARGEN ES CON SIGNO: UNA UNIDAD PUEDE DAR PERDIDA.           *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-PYG.
           05  PYG-ENT                  OCCURS 300 TIMES.
               09  PYG-PATENTE          PIC X(07).
               09  PYG-MARCA            PIC X(20).
               09  PYG-TAMANIO          PIC X.
               09  PYG-FECHA-COMPRA     PIC 9(08).
               09  PYG-VALOR-COMPRA     PIC 9(07)V99.
               09  PYG-INGRESOS         PIC 9(09)V99.
               09  PYG-SEGURO           PIC 9(07)V99.
               09  PYG-SERVICES         PIC 9(07)V99.
               09  PYG-SINIESTROS       PIC S9(07)V99.
               09  PYG-AMORTIZ          PIC 9(07)V99.
               09  PYG-MARGEN           PIC S9(09)V99.
       01  WS-PYG-TEMP.
           05  WS-PT-PATENTE            PIC X(07).
           05  WS-PT-MARCA              PIC X(20).
           05  WS-PT-TAMANIO            PIC X.
           05  WS-PT-FECHA-COMPRA       PIC 9(08).
           05  WS-PT-VALOR-COMPRA       PIC 9(07)V99.
           05  WS-PT-INGRESOS           PIC 9(09)V99.
           05  WS-PT-SEGURO             PIC 9(07)V99.
           05  WS-PT-SERVICES           PIC 9(07)V99.
           05  WS-PT-SINIESTROS         PIC S9(07)V99.
           05  WS-PT-AMORTIZ            PIC 9(07)V99.
           05  WS-PT-MARGEN             PIC S9(09)V99.
       01  IND-A                                PIC 9(03).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

      * SUBTOTALES: 'M' POR MARCA, 'T' POR TAMANIO; SE ORDENAN POR     *
      * TIPO Y DENTRO DE CADA TIPO DE MEJOR A PEOR MARGEN.             *
       01  WS-CANT-GRUPOS                       PIC 9(03) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GRP-ENT                  OCCURS 80 TIMES.
               09  GRP-TIPO             PIC X.
               09  GRP-CLAVE            PIC X(20).
               09  GRP-UNIDADES         PIC 9(03).
               09  GRP-INGRESOS         PIC 9(10)V99.
               09  GRP-COSTOS           PIC S9(10)V99.
               09  GRP-MARGEN           PIC S9(10)V99.
       01  WS-GRP-TEMP.
           05  WS-GT-TIPO               PIC X.
           05  WS-GT-CLAVE              PIC X(20).
           05  WS-GT-UNIDADES           PIC 9(03).
           05  WS-GT-INGRESOS           PIC 9(10)V99.
           05  WS-GT-COSTOS             PIC S9(10)V99.
           05  WS-GT-MARGEN             PIC S9(10)V99.
       01  IND-G                                PIC 9(03).
       01  WS-GRUPO-TIPO                        PIC X.
       01  WS-GRUPO-CLAVE                       PIC X(20).
       01  WS-TIPO-ANTERIOR                     PIC X.
       01  WS-ENCONTRO-GRUPO                    PIC X VALUE 'N'.
           88  WS-GRUPO-ENCONTRADO              VALUE 'S'.

       01  IND-SORT-I                           PIC 9(03).
       01  IND-SORT-J                           PIC 9(03).

      * AMORTIZACION CON EL MISMO METODO QUE DEPRECIA.CBL: LINEA RECTA *
      * A 60 MESES A PARTIR DEL MES SIGUIENTE AL DE COMPRA; EL PERIODO *
      * CARGA LOS MESES DE VIDA UTIL QUE CAEN DENTRO DE EL.            *
       01  WS-VIDA-UTIL-MESES                   PIC 9(03) VALUE 60.
       01  WS-MES-DESDE                         PIC 9(06).
       01  WS-MES-HASTA                         PIC 9(06).
       01  WS-MES-COMPRA                        PIC 9(06).
       01  WS-MES-INI                           PIC 9(06).
       01  WS-MES-FIN                           PIC 9(06).
       01  WS-MESES-AMORTIZ                     PIC S9(05).
       01  WS-FC-AA                             PIC 9(04).
       01  WS-FC-MM                             PIC 9(02).

       01  WS-COSTO-UNIDAD                      PIC S9(09)V99.
       01  WS-TOT-INGRESOS                      PIC 9(10)V99 VALUE ZERO.
       01  WS-TOT-SEGURO                        PIC 9(10)V99 VALUE ZERO.
       01  WS-TOT-SERVICES                      PIC 9(10)V99 VALUE ZERO.
       01  WS-TOT-SINIESTROS                    PIC S9(10)V99
                                                VALUE ZERO.
       01  WS-TOT-AMORTIZ                       PIC 9(10)V99 VALUE ZERO.
       01  WS-TOT-MARGEN                        PIC S9(10)V99
                                                VALUE ZERO.

       01  WS-CANT-ALQ                          PIC 9(07) VALUE ZERO.
       01  WS-CANT-PRIMAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-SERVICES                     PIC 9(06) VALUE ZERO.
       01  WS-CANT-SINIESTROS                   PIC 9(06) VALUE ZERO.
       01  WS-CANT-REEMBOLSOS                   PIC 9(06) VALUE ZERO.

       01  WS-RANKING-IMPR                      PIC ZZ9.
       01  WS-CANT-IMPR                         PIC ZZ9.
       01  WS-ING-IMPR                          PIC ZZ.ZZZ.ZZ9,99.
       01  WS-SEG-IMPR                          PIC ZZ.ZZZ.ZZ9,99.
       01  WS-SRV-IMPR                          PIC ZZ.ZZZ.ZZ9,99.
       01  WS-SIN-IMPR                          PIC +ZZ.ZZZ.ZZ9,99.
       01  WS-AMO-IMPR                          PIC ZZ.ZZZ.ZZ9,99.
       01  WS-MAR-IMPR                          PIC +ZZ.ZZZ.ZZ9,99.
       01  LINEA                                PIC X(132).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PYGAUTO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-ACUMULAR-ALQUILERES.
        PERFORM 250-ACUMULAR-SEGUROS.
        PERFORM 300-ACUMULAR-SERVICES.
        PERFORM 350-ACUMULAR-SINIESTROS.
        PERFORM 380-ACUMULAR-REEMBOLSOS.
        PERFORM 400-CALCULAR-RESULTADOS.
        PERFORM 450-ORDENAR-POR-MARGEN.
        PERFORM 500-IMPRIMIR-UNIDADES.
        PERFORM 600-ARMAR-SUBTOTALES.
        PERFORM 650-ORDENAR-SUBTOTALES.
        PERFORM 700-IMPRIMIR-SUBTOTALES.
        PERFORM 998-FIN.

        DISPLAY 'FIN PYGAUTO - UNIDADES:        ' WS-CANT-AUTOS.
        DISPLAY '              DIAS ALQUILADOS: ' WS-CANT-ALQ.
        DISPLAY '              PRIMAS:          ' WS-CANT-PRIMAS.
        DISPLAY '              SERVICES:        ' WS-CANT-SERVICES.
        DISPLAY '              SINIESTROS:      ' WS-CANT-SINIESTROS.
        DISPLAY '              REEMBOLSOS:      ' WS-CANT-REEMBOLSOS.
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

            MOVE SPACES TO WS-ENV-DESDE WS-ENV-HASTA.
            ACCEPT WS-ENV-DESDE FROM ENVIRONMENT "TP_PYG_DESDE".
            ACCEPT WS-ENV-HASTA FROM ENVIRONMENT "TP_PYG_HASTA".
            IF WS-ENV-DESDE IS NUMERIC AND WS-ENV-DESDE > ZERO
                MOVE WS-ENV-DESDE TO WS-PER-DESDE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-PER-DESDE
            END-IF.
            IF WS-ENV-HASTA IS NUMERIC AND WS-ENV-HASTA > ZERO
                MOVE WS-ENV-HASTA TO WS-PER-HASTA
            ELSE
                MOVE WS-PER-DESDE TO WS-PER-HASTA
            END-IF.
            IF WS-PER-HASTA < WS-PER-DESDE
                DISPLAY 'PERIODO INVALIDO: ' WS-PER-DESDE
                        ' A ' WS-PER-HASTA
                STOP RUN
            END-IF.

            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LEER-AUTO.
            PERFORM 120-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN OUTPUT PYGAUTO.
            MOVE FS-PYGAUTO     TO WS-FS.
            MOVE "PYGAUTO"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE      TO PYG-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-MARCA        TO PYG-MARCA(WS-CANT-AUTOS).
            MOVE AUT-TAMANIO      TO PYG-TAMANIO(WS-CANT-AUTOS).
            MOVE AUT-FECHA-COMPRA TO PYG-FECHA-COMPRA(WS-CANT-AUTOS).
            MOVE AUT-VALOR-COMPRA TO PYG-VALOR-COMPRA(WS-CANT-AUTOS).
            MOVE ZERO             TO PYG-INGRESOS(WS-CANT-AUTOS)
                                     PYG-SEGURO(WS-CANT-AUTOS)
                                     PYG-SERVICES(WS-CANT-AUTOS)
                                     PYG-SINIESTROS(WS-CANT-AUTOS)
                                     PYG-AMORTIZ(WS-CANT-AUTOS)
                                     PYG-MARGEN(WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

      * BUSQUEDA COMUN DE LA PATENTE EN LA FLOTA Y PRUEBA DE PERIODO. *
       150-BUSCAR-AUTO.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 160-COMPARAR-PATENTE
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-ENCONTRADO.
            IF WS-AUTO-ENCONTRADO
                SUBTRACT 1 FROM IND-A
            END-IF.

       160-COMPARAR-PATENTE.
            IF PYG-PATENTE(IND-A) = WS-PATENTE-BUSCADA
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

       170-VERIFICAR-PERIODO.
            MOVE 'N' TO WS-EN-PERIODO.
            IF WS-FECHA-HECHO(1:6) >= WS-PER-DESDE
               AND WS-FECHA-HECHO(1:6) <= WS-PER-HASTA
                SET WS-ES-DEL-PERIODO TO TRUE
            END-IF.

       200-ACUMULAR-ALQUILERES.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'SIN ALQIDX.DAT -- RESULTADO SIN INGRESOS'
            ELSE
                MOVE FS-ALQ-IDX TO WS-FS
                MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 210-LEER-ALQ-IDX
                PERFORM 220-ACUMULAR-ALQUILER UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

       210-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL RECARGO DE DEVOLUCION, COMBUSTIBLE Y KM VIENE EN EL          *
      * REGISTRO DE CIERRE DEL RANGO; EN LOS DEMAS ESTA EN CERO.        *
       220-ACUMULAR-ALQUILER.
            MOVE ALQ-IDX-FECHA TO WS-FECHA-HECHO.
            PERFORM 170-VERIFICAR-PERIODO.
            IF NOT ALQ-IDX-ESTA-ANULADO AND WS-ES-DEL-PERIODO
                MOVE ALQ-IDX-PATENTE TO WS-PATENTE-BUSCADA
                PERFORM 150-BUSCAR-AUTO
                IF WS-AUTO-ENCONTRADO
                    ADD 1 TO WS-CANT-ALQ
                    ADD ALQ-IDX-IMPORTE TO PYG-INGRESOS(IND-A)
                    ADD ALQ-IDX-RECARGO-DEVOL TO PYG-INGRESOS(IND-A)
                    IF ALQ-IDX-RECARGO-COMBUST IS NUMERIC
                        ADD ALQ-IDX-RECARGO-COMBUST
                            TO PYG-INGRESOS(IND-A)
                    END-IF
                    IF ALQ-IDX-RECARGO-KM IS NUMERIC
                        ADD ALQ-IDX-RECARGO-KM TO PYG-INGRESOS(IND-A)
                    END-IF
                END-IF
            END-IF.
            PERFORM 210-LEER-ALQ-IDX.

       250-ACUMULAR-SEGUROS.
            OPEN INPUT SEGUFACT.
            IF FS-SEGUFACT-NO-EXIST
                DISPLAY 'SIN SEGUFACT.TXT -- RESULTADO SIN PRIMAS'
            ELSE
                MOVE FS-SEGUFACT TO WS-FS
                MOVE "SEGUFACT"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 260-LEER-SEGUFACT
                PERFORM 270-ACUMULAR-PRIMA UNTIL FS-SEGUFACT-FIN
                CLOSE SEGUFACT
            END-IF.

       260-LEER-SEGUFACT.
            READ SEGUFACT AT END SET FS-SEGUFACT-FIN TO TRUE.

            IF NOT FS-SEGUFACT-OK AND NOT FS-SEGUFACT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SEGUFACT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       270-ACUMULAR-PRIMA.
            IF SGF-FECHA IS NUMERIC AND SGF-PRIMA IS NUMERIC
                MOVE SGF-FECHA TO WS-FECHA-HECHO
                PERFORM 170-VERIFICAR-PERIODO
                IF WS-ES-DEL-PERIODO
                    MOVE SGF-PATENTE TO WS-PATENTE-BUSCADA
                    PERFORM 150-BUSCAR-AUTO
                    IF WS-AUTO-ENCONTRADO
                        ADD 1 TO WS-CANT-PRIMAS
                        ADD SGF-PRIMA TO PYG-SEGURO(IND-A)
                    END-IF
                END-IF
            END-IF.
            PERFORM 260-LEER-SEGUFACT.

       300-ACUMULAR-SERVICES.
            OPEN INPUT SERVHIST.
            IF FS-SERVHIST-NO-EXIST
                DISPLAY 'SIN SERVHIST.TXT -- RESULTADO SIN SERVICES'
            ELSE
                MOVE FS-SERVHIST TO WS-FS
                MOVE "SERVHIST"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 310-LEER-SERVHIST
                PERFORM 320-ACUMULAR-SERVICE UNTIL FS-SERVHIST-FIN
                CLOSE SERVHIST
            END-IF.

       310-LEER-SERVHIST.
            READ SERVHIST AT END SET FS-SERVHIST-FIN TO TRUE.

            IF NOT FS-SERVHIST-OK AND NOT FS-SERVHIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SERVHIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LAS LINEAS DEL HISTORIAL ANTERIORES AL COSTO LO TIENEN EN       *
      * BLANCO: SE CUENTAN COMO SERVICE SIN COSTO.                      *
       320-ACUMULAR-SERVICE.
            IF SRV-FECHA IS NUMERIC
                MOVE SRV-FECHA TO WS-FECHA-HECHO
                PERFORM 170-VERIFICAR-PERIODO
                IF WS-ES-DEL-PERIODO
                    MOVE SRV-PATENTE TO WS-PATENTE-BUSCADA
                    PERFORM 150-BUSCAR-AUTO
                    IF WS-AUTO-ENCONTRADO
                        ADD 1 TO WS-CANT-SERVICES
                        IF SRV-COSTO IS NUMERIC
                            ADD SRV-COSTO TO PYG-SERVICES(IND-A)
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM 310-LEER-SERVHIST.

       350-ACUMULAR-SINIESTROS.
            OPEN INPUT SINIESTROS.
            IF FS-SINIESTROS-NO-EXIST
                DISPLAY 'SIN SINIESTR.TXT -- RESULTADO SIN SINIESTROS'
            ELSE
                MOVE FS-SINIESTROS TO WS-FS
                MOVE "SINIESTR"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 360-LEER-SINIESTRO
                PERFORM 370-ACUMULAR-SINIESTRO
                        UNTIL FS-SINIESTROS-FIN
                CLOSE SINIESTROS
            END-IF.

       360-LEER-SINIESTRO.
            READ SINIESTROS AT END SET FS-SINIESTROS-FIN TO TRUE.

            IF NOT FS-SINIESTROS-OK AND NOT FS-SINIESTROS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SINIESTR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       370-ACUMULAR-SINIESTRO.
            IF SIN-FECHA IS NUMERIC AND SIN-COSTO-ESTIMADO IS NUMERIC
                MOVE SIN-FECHA TO WS-FECHA-HECHO
                PERFORM 170-VERIFICAR-PERIODO
                IF WS-ES-DEL-PERIODO
                    MOVE SIN-PATENTE TO WS-PATENTE-BUSCADA
                    PERFORM 150-BUSCAR-AUTO
                    IF WS-AUTO-ENCONTRADO
                        ADD 1 TO WS-CANT-SINIESTROS
                        ADD SIN-COSTO-ESTIMADO
                            TO PYG-SINIESTROS(IND-A)
                    END-IF
                END-IF
            END-IF.
            PERFORM 360-LEER-SINIESTRO.

      * EL REEMBOLSO SE IMPUTA AL PERIODO DEL SINIESTRO QUE LO ORIGINO, *
      * ASI EL COSTO NETO DEL INCIDENTE QUEDA EN UN SOLO PERIODO.       *
       380-ACUMULAR-REEMBOLSOS.
            OPEN INPUT RECLAMOS.
            IF FS-RECLAMOS-NO-EXIST
                DISPLAY 'SIN RECLAMOS.TXT -- SINIESTROS SIN REEMBOLSO'
            ELSE
                MOVE FS-RECLAMOS TO WS-FS
                MOVE "RECLAMOS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 390-LEER-RECLAMO
                PERFORM 395-ACUMULAR-REEMBOLSO UNTIL FS-RECLAMOS-FIN
                CLOSE RECLAMOS
            END-IF.

       390-LEER-RECLAMO.
            READ RECLAMOS AT END SET FS-RECLAMOS-FIN TO TRUE.

            IF NOT FS-RECLAMOS-OK AND NOT FS-RECLAMOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECLAMOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       395-ACUMULAR-REEMBOLSO.
            IF REC-FECHA-SINIESTRO IS NUMERIC
               AND REC-IMPORTE-REEMBOLSADO IS NUMERIC
               AND REC-IMPORTE-REEMBOLSADO > ZERO
                MOVE REC-FECHA-SINIESTRO TO WS-FECHA-HECHO
                PERFORM 170-VERIFICAR-PERIODO
                IF WS-ES-DEL-PERIODO
                    MOVE REC-PATENTE TO WS-PATENTE-BUSCADA
                    PERFORM 150-BUSCAR-AUTO
                    IF WS-AUTO-ENCONTRADO
                        ADD 1 TO WS-CANT-REEMBOLSOS
                        SUBTRACT REC-IMPORTE-REEMBOLSADO
                            FROM PYG-SINIESTROS(IND-A)
                    END-IF
                END-IF
            END-IF.
            PERFORM 390-LEER-RECLAMO.

       400-CALCULAR-RESULTADOS.
            MOVE WS-PER-DESDE(1:4) TO WS-FC-AA.
            MOVE WS-PER-DESDE(5:2) TO WS-FC-MM.
            COMPUTE WS-MES-DESDE = WS-FC-AA * 12 + WS-FC-MM.
            MOVE WS-PER-HASTA(1:4) TO WS-FC-AA.
            MOVE WS-PER-HASTA(5:2) TO WS-FC-MM.
            COMPUTE WS-MES-HASTA = WS-FC-AA * 12 + WS-FC-MM.
            PERFORM 410-RESULTADO-UNIDAD
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.

      * MESES DE VIDA UTIL DENTRO DEL PERIODO: DEL MAYOR ENTRE EL MES  *
      * SIGUIENTE A LA COMPRA Y EL INICIO DEL PERIODO, AL MENOR ENTRE  *
      * EL ULTIMO MES DE VIDA UTIL Y EL FIN DEL PERIODO.  SIN FECHA O  *
      * VALOR DE COMPRA CARGADOS NO SE AMORTIZA.                       *
       410-RESULTADO-UNIDAD.
            MOVE ZERO TO PYG-AMORTIZ(IND-A).
            IF PYG-FECHA-COMPRA(IND-A) IS NUMERIC
               AND PYG-FECHA-COMPRA(IND-A) > ZERO
               AND PYG-VALOR-COMPRA(IND-A) IS NUMERIC
                MOVE PYG-FECHA-COMPRA(IND-A)(1:4) TO WS-FC-AA
                MOVE PYG-FECHA-COMPRA(IND-A)(5:2) TO WS-FC-MM
                COMPUTE WS-MES-COMPRA = WS-FC-AA * 12 + WS-FC-MM
                COMPUTE WS-MES-INI = WS-MES-COMPRA + 1
                IF WS-MES-INI < WS-MES-DESDE
                    MOVE WS-MES-DESDE TO WS-MES-INI
                END-IF
                COMPUTE WS-MES-FIN =
                    WS-MES-COMPRA + WS-VIDA-UTIL-MESES
                IF WS-MES-FIN > WS-MES-HASTA
                    MOVE WS-MES-HASTA TO WS-MES-FIN
                END-IF
                COMPUTE WS-MESES-AMORTIZ =
                    WS-MES-FIN - WS-MES-INI + 1
                IF WS-MESES-AMORTIZ > ZERO
                    COMPUTE PYG-AMORTIZ(IND-A) ROUNDED =
                        PYG-VALOR-COMPRA(IND-A)
                        * WS-MESES-AMORTIZ / WS-VIDA-UTIL-MESES
                END-IF
            END-IF.

            COMPUTE WS-COSTO-UNIDAD =
                PYG-SEGURO(IND-A) + PYG-SERVICES(IND-A)
                + PYG-SINIESTROS(IND-A) + PYG-AMORTIZ(IND-A).
            COMPUTE PYG-MARGEN(IND-A) =
                PYG-INGRESOS(IND-A) - WS-COSTO-UNIDAD.

            ADD PYG-INGRESOS(IND-A)   TO WS-TOT-INGRESOS.
            ADD PYG-SEGURO(IND-A)     TO WS-TOT-SEGURO.
            ADD PYG-SERVICES(IND-A)   TO WS-TOT-SERVICES.
            ADD PYG-SINIESTROS(IND-A) TO WS-TOT-SINIESTROS.
            ADD PYG-AMORTIZ(IND-A)    TO WS-TOT-AMORTIZ.
            ADD PYG-MARGEN(IND-A)     TO WS-TOT-MARGEN.

      * RANKING: DE MAYOR A MENOR MARGEN.                              *
       450-ORDENAR-POR-MARGEN.
            IF WS-CANT-AUTOS > 1
                PERFORM 460-ORDENAR-PASADA
                        VARYING IND-SORT-I FROM 1 BY 1
                        UNTIL IND-SORT-I >= WS-CANT-AUTOS
            END-IF.

       460-ORDENAR-PASADA.
            PERFORM 470-ORDENAR-COMPARAR
                    VARYING IND-SORT-J FROM 1 BY 1
                    UNTIL IND-SORT-J >
                          WS-CANT-AUTOS - IND-SORT-I.

       470-ORDENAR-COMPARAR.
            IF PYG-MARGEN(IND-SORT-J) < PYG-MARGEN(IND-SORT-J + 1)
                MOVE PYG-ENT(IND-SORT-J)     TO WS-PYG-TEMP
                MOVE PYG-ENT(IND-SORT-J + 1) TO PYG-ENT(IND-SORT-J)
                MOVE WS-PYG-TEMP TO PYG-ENT(IND-SORT-J + 1)
            END-IF.

       500-IMPRIMIR-UNIDADES.
            MOVE SPACES TO LINEA.
            STRING 'RESULTADO POR UNIDAD - PERIODO ' WS-PER-DESDE
                   ' A ' WS-PER-HASTA '  (EMITIDO ' FECHA-HOY ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'Rk  Patente Marca                T'
                   '     Ingresos        Seguro      Services'
                   '     Siniestros  Amortizacion         Margen'
                DELIMITED BY SIZE INTO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.

            PERFORM 510-IMPRIMIR-UNIDAD
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.

            MOVE WS-TOT-INGRESOS   TO WS-ING-IMPR.
            MOVE WS-TOT-SEGURO     TO WS-SEG-IMPR.
            MOVE WS-TOT-SERVICES   TO WS-SRV-IMPR.
            MOVE WS-TOT-SINIESTROS TO WS-SIN-IMPR.
            MOVE WS-TOT-AMORTIZ    TO WS-AMO-IMPR.
            MOVE WS-TOT-MARGEN     TO WS-MAR-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'TOTAL FLOTA                       '
                   WS-ING-IMPR ' ' WS-SEG-IMPR ' ' WS-SRV-IMPR
                   ' ' WS-SIN-IMPR ' ' WS-AMO-IMPR ' ' WS-MAR-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.

       510-IMPRIMIR-UNIDAD.
            MOVE IND-A                   TO WS-RANKING-IMPR.
            MOVE PYG-INGRESOS(IND-A)     TO WS-ING-IMPR.
            MOVE PYG-SEGURO(IND-A)       TO WS-SEG-IMPR.
            MOVE PYG-SERVICES(IND-A)     TO WS-SRV-IMPR.
            MOVE PYG-SINIESTROS(IND-A)   TO WS-SIN-IMPR.
            MOVE PYG-AMORTIZ(IND-A)      TO WS-AMO-IMPR.
            MOVE PYG-MARGEN(IND-A)       TO WS-MAR-IMPR.
            MOVE SPACES TO LINEA.
            STRING WS-RANKING-IMPR ' ' PYG-PATENTE(IND-A)
                   ' ' PYG-MARCA(IND-A)
                   ' ' PYG-TAMANIO(IND-A)
                   ' ' WS-ING-IMPR ' ' WS-SEG-IMPR ' ' WS-SRV-IMPR
                   ' ' WS-SIN-IMPR ' ' WS-AMO-IMPR ' ' WS-MAR-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.

       600-ARMAR-SUBTOTALES.
            PERFORM 610-SUMAR-UNIDAD
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.

       610-SUMAR-UNIDAD.
            MOVE 'M'                TO WS-GRUPO-TIPO.
            MOVE PYG-MARCA(IND-A)   TO WS-GRUPO-CLAVE.
            PERFORM 620-SUMAR-EN-GRUPO.
            MOVE 'T'                TO WS-GRUPO-TIPO.
            MOVE SPACES             TO WS-GRUPO-CLAVE.
            MOVE PYG-TAMANIO(IND-A) TO WS-GRUPO-CLAVE.
            PERFORM 620-SUMAR-EN-GRUPO.

       620-SUMAR-EN-GRUPO.
            MOVE 'N' TO WS-ENCONTRO-GRUPO.
            PERFORM 630-COMPARAR-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRUPOS
                    OR WS-GRUPO-ENCONTRADO.
            IF WS-GRUPO-ENCONTRADO
                SUBTRACT 1 FROM IND-G
            ELSE
                IF WS-CANT-GRUPOS >= 80
                    DISPLAY 'MAS DE 80 MARCAS/TAMANIOS -- '
                            WS-GRUPO-CLAVE ' FUERA DE SUBTOTALES'
                    MOVE ZERO TO IND-G
                ELSE
                    ADD 1 TO WS-CANT-GRUPOS
                    MOVE WS-CANT-GRUPOS TO IND-G
                    MOVE WS-GRUPO-TIPO  TO GRP-TIPO(IND-G)
                    MOVE WS-GRUPO-CLAVE TO GRP-CLAVE(IND-G)
                    MOVE ZERO TO GRP-UNIDADES(IND-G) GRP-INGRESOS(IND-G)
                                 GRP-COSTOS(IND-G) GRP-MARGEN(IND-G)
                END-IF
            END-IF.
            IF IND-G > ZERO
                ADD 1 TO GRP-UNIDADES(IND-G)
                ADD PYG-INGRESOS(IND-A) TO GRP-INGRESOS(IND-G)
                COMPUTE GRP-COSTOS(IND-G) = GRP-COSTOS(IND-G)
                    + PYG-INGRESOS(IND-A) - PYG-MARGEN(IND-A)
                ADD PYG-MARGEN(IND-A) TO GRP-MARGEN(IND-G)
            END-IF.

       630-COMPARAR-GRUPO.
            IF GRP-TIPO(IND-G) = WS-GRUPO-TIPO
               AND GRP-CLAVE(IND-G) = WS-GRUPO-CLAVE
                SET WS-GRUPO-ENCONTRADO TO TRUE
            END-IF.

      * MARCAS PRIMERO, LUEGO TAMANIOS; DENTRO DE CADA UNO DE MEJOR A  *
      * PEOR MARGEN.                                                   *
       650-ORDENAR-SUBTOTALES.
            IF WS-CANT-GRUPOS > 1
                PERFORM 660-ORDENAR-PASADA
                        VARYING IND-SORT-I FROM 1 BY 1
                        UNTIL IND-SORT-I >= WS-CANT-GRUPOS
            END-IF.

       660-ORDENAR-PASADA.
            PERFORM 670-ORDENAR-COMPARAR
                    VARYING IND-SORT-J FROM 1 BY 1
                    UNTIL IND-SORT-J >
                          WS-CANT-GRUPOS - IND-SORT-I.

       670-ORDENAR-COMPARAR.
            IF GRP-TIPO(IND-SORT-J) > GRP-TIPO(IND-SORT-J + 1)
               OR (GRP-TIPO(IND-SORT-J) = GRP-TIPO(IND-SORT-J + 1)
                   AND GRP-MARGEN(IND-SORT-J) <
                       GRP-MARGEN(IND-SORT-J + 1))
                MOVE GRP-ENT(IND-SORT-J)     TO WS-GRP-TEMP
                MOVE GRP-ENT(IND-SORT-J + 1) TO GRP-ENT(IND-SORT-J)
                MOVE WS-GRP-TEMP TO GRP-ENT(IND-SORT-J + 1)
            END-IF.

       700-IMPRIMIR-SUBTOTALES.
            MOVE SPACES TO WS-TIPO-ANTERIOR.
            PERFORM 710-IMPRIMIR-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRUPOS.

       710-IMPRIMIR-GRUPO.
            IF GRP-TIPO(IND-G) NOT = WS-TIPO-ANTERIOR
                MOVE GRP-TIPO(IND-G) TO WS-TIPO-ANTERIOR
                MOVE SPACES TO LINEA
                WRITE PYGAUTO-REG FROM LINEA
                MOVE SPACES TO LINEA
                IF GRP-TIPO(IND-G) = 'M'
                    MOVE 'SUBTOTALES POR MARCA:' TO LINEA
                ELSE
                    MOVE 'SUBTOTALES POR TAMANIO:' TO LINEA
                END-IF
                WRITE PYGAUTO-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING '  Marca/Tamanio         Unid'
                       '      Ingresos        Costos         Margen'
                    DELIMITED BY SIZE INTO LINEA
                WRITE PYGAUTO-REG FROM LINEA
            END-IF.

            MOVE GRP-UNIDADES(IND-G) TO WS-CANT-IMPR.
            MOVE GRP-INGRESOS(IND-G) TO WS-ING-IMPR.
            MOVE GRP-COSTOS(IND-G)   TO WS-SIN-IMPR.
            MOVE GRP-MARGEN(IND-G)   TO WS-MAR-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  ' GRP-CLAVE(IND-G) ' ' WS-CANT-IMPR
                   ' ' WS-ING-IMPR ' ' WS-SIN-IMPR ' ' WS-MAR-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PYGAUTO-REG FROM LINEA.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE PYGAUTO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
