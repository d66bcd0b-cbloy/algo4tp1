       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MISMO AUTOS.TXT QUE TP.CBL -- FLOTA EN SERVICIO POR AGENCIA Y  *
      * TAMANIO, Y TAMANIO DE CADA PATENTE OCUPADA.                    *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL -- DIAS YA APROBADOS DENTRO DEL    *
      * HORIZONTE DEL PRONOSTICO.                                      *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * MISMO RESERVAS.DAT QUE TP.CBL/RESERVAR.CBL -- LA RESERVA       *
      * TAMBIEN OCUPA EL DIA (COMO EN DISPONIB.CBL).                   *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * CONTRATOS DE LEASING (VER LEASE.CBL): LA UNIDAD EN LEASING     *
      * VIGENTE OCUPA CADA DIA DE SU VIGENCIA.                         *
        SELECT LEASES ASSIGN TO "..\LEASES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LEASES.

      * ALQACT.TXT ARCHIVADO DE CADA DIA (..\ARCHIVO\AAAAMMDD\, LA     *
      * CARPETA QUE ARMA CIERRE.CBL): LOS DIAS APROBADOS ESE DIA.  LA  *
      * DISTANCIA ENTRE LA CARPETA Y EL DIA ALQUILADO ES LA            *
      * ANTICIPACION CON QUE SE RESERVO -- DE AHI SALE EL RITMO        *
      * HISTORICO DE RESERVA.  UN DIA SIN CARPETA SE SALTEA.           *
        SELECT ALQACT-ARCH
                ASSIGN TO WS-PATH-ALQACT-ARCH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQACT-ARCH.

      * PRONOSTICO SEMANAL POR AGENCIA Y TAMANIO.                      *
        SELECT PRONREP ASSIGN TO "..\PRONOST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PRONREP.

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

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.               *
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

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
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
           03  ALQ-IDX-RESTO                    PIC X(170).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                            *
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

      * SOLO LA CLAVE INTERESA.  LOS DIAS ARCHIVADOS ANTES DE LA       *
      * AMPLIACION DE PATENTE A 7 (LINEAS DE MENOS DE 107, VER         *
      * ROLLUP.CBL) TRAEN LA FECHA UNA POSICION ANTES.                 *
       FD  ALQACT-ARCH
           RECORD IS VARYING IN SIZE FROM 1 TO 223 CHARACTERS
               DEPENDING ON WS-LARGO-ALQACT.
       01  ALQACT-ARCH-REG.
           05  ALQACT-ARCH-CLAVE.
               10  ALQACT-ARCH-PATENTE          PIC X(07).
               10  ALQACT-ARCH-FECHA            PIC 9(08).
           05  ALQACT-ARCH-RESTO                PIC X(208).

       FD  PRONREP.
       01  PRONREP-REG                          PIC X(110).

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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-LEASES                            PIC X(02).
           88  FS-LEASES-OK                     VALUE '00'.
           88  FS-LEASES-FIN                    VALUE '10'.
           88  FS-LEASES-NO-EXIST               VALUE '35'.

       01  FS-ALQACT-ARCH                       PIC X(02).
           88  FS-ALQACT-ARCH-OK                VALUE '00'.
           88  FS-ALQACT-ARCH-FIN               VALUE '10'.
           88  FS-ALQACT-ARCH-NO-EXIST          VALUE '35'.

       01  FS-PRONREP                           PIC X(02).
           88  FS-PRONREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * PRIMER DIA DE HISTORIA PARA EL RITMO DE RESERVA                *
      * (TP_PRON_HIST, AAAAMMDD; POR DEFECTO EL MISMO DIA DEL ANIO     *
      * ANTERIOR).  SE LEEN LAS CARPETAS HASTA AYER.                   *
       01  WS-ENV-HIST                          PIC X(08).
       01  WS-HIST-DESDE.
           05  WS-HIST-AA                       PIC 9(04).
           05  WS-HIST-MM                       PIC 9(02).
           05  WS-HIST-DD                       PIC 9(02).
       01  WS-HIST-DESDE-N REDEFINES WS-HIST-DESDE PIC 9(08).
       01  WS-FECHA-ARCH                        PIC 9(08).
       01  WS-PATH-ALQACT-ARCH                  PIC X(30).
       01  WS-LARGO-ALQACT                      PIC 9(03) COMP.
       01  WS-FECHA-ALQUILADA                   PIC 9(08).

      * ARITMETICA DE FECHAS (MISMO MECANISMO QUE DEVOLUC.CBL).        *
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

      * HORIZONTE: 8 SEMANAS DESDE HOY, UN CASILLERO POR DIA.          *
       01  WS-CANT-DIAS-HOR                     PIC 9(02) VALUE 56.
       01  TABLA-HORIZONTE.
           05  HOR-FECHA                PIC 9(08) OCCURS 56 TIMES.
       01  IND-D                                PIC 9(02).
       01  WS-IND-DIA                           PIC 9(02) VALUE ZERO.

      * RITMO HISTORICO: DIAS ALQUILADOS SEGUN LA ANTICIPACION CON     *
      * QUE SE APROBARON (CASILLERO 1 = EL MISMO DIA, 61 = 60 DIAS,    *
      * 62 = MAS DE 60).  WS-CURVA(N+1) ES LA PARTE DE LA OCUPACION    *
      * FINAL QUE NORMALMENTE YA ESTA EN LIBROS N DIAS ANTES.          *
       01  TABLA-RITMO.
           05  RIT-CANT                 PIC 9(07) OCCURS 62 TIMES.
       01  TABLA-CURVA.
           05  WS-CURVA                 PIC 9V9999 OCCURS 62 TIMES.
       01  IND-R                                PIC 9(02).
       01  WS-ANTICIPACION                      PIC 9(02).
       01  WS-RIT-TOTAL                         PIC 9(09) VALUE ZERO.
       01  WS-RIT-ACUM                          PIC 9(09) VALUE ZERO.
       01  WS-CANT-DIAS-ARCH                    PIC 9(05) VALUE ZERO.
      * PISO DE LA CURVA: POR DEBAJO DEL 5% LA PROYECCION NO ES        *
      * CONFIABLE Y MULTIPLICARIA POR VEINTE LO QUE HAY EN LIBROS.     *
       01  WS-CURVA-PISO                        PIC 9V9999 VALUE 0,05.

      * FLOTA EN MEMORIA: PATENTE, TAMANIO Y AGENCIA.                  *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLO-ENT                  OCCURS 300 TIMES.
               09  FLO-PATENTE          PIC X(07).
               09  FLO-TAMANIO          PIC X.
               09  FLO-AGENCIA          PIC 9(02).
       01  IND-A                                PIC 9(03).
       01  WS-IND-AUTO                          PIC 9(03) VALUE ZERO.

      * GRUPOS AGENCIA + TAMANIO: FLOTA EN SERVICIO Y DIAS OCUPADOS EN *
      * LIBROS POR CADA DIA DEL HORIZONTE.                             *
       01  WS-CANT-GRUPOS                       PIC 9(03) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GRP-ENT                  OCCURS 100 TIMES.
               09  GRP-CLAVE.
                   11  GRP-AGENCIA      PIC 9(02).
                   11  GRP-TAMANIO      PIC X.
               09  GRP-FLOTA            PIC 9(03).
               09  GRP-EN-LIBROS        PIC 9(03) OCCURS 56 TIMES.
       01  WS-GRP-TEMP                          PIC X(174).
       01  IND-G                                PIC 9(03).
       01  WS-IND-GRUPO                         PIC 9(03) VALUE ZERO.
       01  IND-SORT-I                           PIC 9(03).
       01  IND-SORT-J                           PIC 9(03).
       01  WS-BUSCA-CLAVE.
           05  WS-BUSCA-AGENCIA                 PIC 9(02).
           05  WS-BUSCA-TAMANIO                 PIC X.

      * OCUPACION A SUMAR (LA ARMAN ALQIDX, RESERVAS Y LEASES).        *
       01  WS-OCU-PATENTE                       PIC X(07).
       01  WS-OCU-AGENCIA                       PIC 9(02).

      * IMPRESION: PROYECCION DEL DIA Y RESUMEN DE LA SEMANA.          *
       01  IND-S                                PIC 9.
       01  WS-DIA-INI                           PIC 9(02).
       01  WS-DIA-FIN                           PIC 9(02).
       01  WS-PROYECTADO                        PIC 9(05)V9.
       01  WS-OCUPACION                         PIC 9(04).
       01  WS-SEM-LIBROS                        PIC 9(05).
       01  WS-SEM-PROYECTADO                    PIC 9(06)V9.
       01  WS-SEM-PICO                          PIC 9(04).
       01  WS-SEM-FECHA-PICO                    PIC 9(08).
       01  WS-SEM-SOBRE                         PIC 9(02).
       01  WS-PROM-LIBROS                       PIC 9(04)V9.
       01  WS-PROM-PROYECTADO                   PIC 9(04)V9.
       01  WS-PROM-OCUPACION                    PIC 9(04).
       01  WS-CANT-SOBRE-100                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-LEIDOS                       PIC 9(07) VALUE ZERO.

       01  WS-PROM-IMPR                         PIC ZZZ9,9.
       01  WS-PROY-IMPR                         PIC ZZZ9,9.
       01  WS-PORC-IMPR                         PIC ZZZ9.
       01  WS-CURVA-IMPR                        PIC ZZ9.
       01  WS-LIBROS-IMPR                       PIC ZZ9.
       01  WS-FLOTA-IMPR                        PIC ZZ9.
       01  WS-ANTIC-IMPR                        PIC Z9.
       01  WS-PUNTERO                           PIC 9(03).
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PRONOST'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-FLOTA.
        PERFORM 200-ARMAR-HORIZONTE.
        PERFORM 300-RITMO-HISTORICO.
        PERFORM 400-CARGAR-ALQUILERES.
        PERFORM 420-CARGAR-RESERVAS.
        PERFORM 440-CARGAR-LEASES.
        PERFORM 500-ORDENAR-GRUPOS.
        PERFORM 600-IMPRIMIR.
        PERFORM 998-FIN.

        DISPLAY 'FIN PRONOST - DIAS DE HISTORIA:  ' WS-CANT-DIAS-ARCH.
        DISPLAY '   GRUPOS AGENCIA/TAMANIO:       ' WS-CANT-GRUPOS.
        DISPLAY '   DIAS PROYECTADOS SOBRE 100%:  ' WS-CANT-SOBRE-100.
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

            MOVE FECHA-HOY TO WS-HIST-DESDE-N.
            SUBTRACT 1 FROM WS-HIST-AA.
            IF WS-HIST-MM = 2 AND WS-HIST-DD = 29
                MOVE 28 TO WS-HIST-DD
            END-IF.
            MOVE SPACES TO WS-ENV-HIST.
            ACCEPT WS-ENV-HIST FROM ENVIRONMENT "TP_PRON_HIST".
            IF WS-ENV-HIST IS NUMERIC AND WS-ENV-HIST > ZERO
                MOVE WS-ENV-HIST TO WS-HIST-DESDE-N
            END-IF.

            OPEN OUTPUT PRONREP.
            MOVE FS-PRONREP TO WS-FS.
            MOVE "PRONREP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'PRONOSTICO DE OCUPACION A 8 SEMANAS DESDE '
                   FECHA-HOY
                   '  (RITMO HISTORICO DESDE ' WS-HIST-DESDE-N ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE PRONREP-REG FROM LINEA.

       150-CARGAR-FLOTA.
            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 160-LEER-AUTO.
            PERFORM 170-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

       160-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA UNIDAD FUERA DE SERVICIO ('B') NO SUMA FLOTA DISPONIBLE,    *
      * PERO SUS DIAS EN LIBROS SE CUENTAN IGUAL.                      *
       170-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO FLO-PATENTE (WS-CANT-AUTOS).
            MOVE AUT-TAMANIO TO FLO-TAMANIO (WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO FLO-AGENCIA (WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO WS-BUSCA-AGENCIA.
            MOVE AUT-TAMANIO TO WS-BUSCA-TAMANIO.
            PERFORM 710-UBICAR-GRUPO.
            IF AUT-ESTADO NOT = 'B'
                ADD 1 TO GRP-FLOTA (WS-IND-GRUPO)
            END-IF.
            PERFORM 160-LEER-AUTO.

       200-ARMAR-HORIZONTE.
            MOVE FECHA-HOY TO WS-FECHA-CALC-N.
            PERFORM 210-ARMAR-DIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DIAS-HOR.

       210-ARMAR-DIA.
            MOVE WS-FECHA-CALC-N TO HOR-FECHA (IND-D).
            PERFORM 560-SUMAR-UN-DIA.

      * RECORRE LAS CARPETAS DE ARCHIVO DESDE EL PRIMER DIA DE         *
      * HISTORIA HASTA AYER Y ARMA LA CURVA ACUMULADA.                 *
       300-RITMO-HISTORICO.
            INITIALIZE TABLA-RITMO.
            MOVE WS-HIST-DESDE-N TO WS-FECHA-ARCH.
            PERFORM 310-LEER-DIA-ARCHIVADO
                    UNTIL WS-FECHA-ARCH NOT < FECHA-HOY.
            PERFORM 350-ARMAR-CURVA.

       310-LEER-DIA-ARCHIVADO.
            MOVE SPACES TO WS-PATH-ALQACT-ARCH.
            STRING '..\ARCHIVO\' WS-FECHA-ARCH '\ALQACT.TXT'
                DELIMITED BY SIZE INTO WS-PATH-ALQACT-ARCH.
            OPEN INPUT ALQACT-ARCH.
            IF FS-ALQACT-ARCH-OK
                ADD 1 TO WS-CANT-DIAS-ARCH
                PERFORM 320-LEER-ALQACT
                PERFORM 330-SUMAR-RITMO UNTIL FS-ALQACT-ARCH-FIN
                CLOSE ALQACT-ARCH
            END-IF.

            MOVE WS-FECHA-ARCH TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-ARCH.

       320-LEER-ALQACT.
            READ ALQACT-ARCH AT END SET FS-ALQACT-ARCH-FIN TO TRUE.

            IF NOT FS-ALQACT-ARCH-OK AND NOT FS-ALQACT-ARCH-FIN
                DISPLAY 'ERROR AL LEER EL ALQACT ARCHIVADO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * ANTICIPACION = DIAS ENTRE LA CARPETA Y EL DIA ALQUILADO,       *
      * CONTADOS DE A UNO CON TOPE EN EL CASILLERO "MAS DE 60".        *
       330-SUMAR-RITMO.
            IF WS-LARGO-ALQACT < 107
                MOVE ALQACT-ARCH-REG (7:8) TO WS-FECHA-ALQUILADA
            ELSE
                MOVE ALQACT-ARCH-FECHA TO WS-FECHA-ALQUILADA
            END-IF.

            IF WS-FECHA-ALQUILADA IS NUMERIC
               AND WS-FECHA-ALQUILADA NOT < WS-FECHA-ARCH
                MOVE ZERO TO WS-ANTICIPACION
                MOVE WS-FECHA-ARCH TO WS-FECHA-CALC-N
                PERFORM 340-CONTAR-ANTICIPACION
                        UNTIL WS-FECHA-CALC-N NOT < WS-FECHA-ALQUILADA
                        OR WS-ANTICIPACION = 61
                ADD 1 TO RIT-CANT (WS-ANTICIPACION + 1)
                ADD 1 TO WS-RIT-TOTAL
            END-IF.

            PERFORM 320-LEER-ALQACT.

       340-CONTAR-ANTICIPACION.
            PERFORM 560-SUMAR-UN-DIA.
            ADD 1 TO WS-ANTICIPACION.

      * CURVA(N) = DIAS APROBADOS CON N-1 O MAS DIAS DE ANTICIPACION / *
      * TOTAL.  SIN HISTORIA LA CURVA QUEDA EN 1 (SE PROYECTA LO QUE   *
      * HAY EN LIBROS).                                                *
       350-ARMAR-CURVA.
            MOVE ZERO TO WS-RIT-ACUM.
            PERFORM 360-ACUMULAR-CURVA
                    VARYING IND-R FROM 62 BY -1
                    UNTIL IND-R < 1.

            MOVE SPACES TO LINEA.
            STRING 'RITMO DE RESERVA: ' WS-CANT-DIAS-ARCH
                   ' DIAS ARCHIVADOS, ' WS-RIT-TOTAL
                   ' DIAS ALQUILADOS'
                DELIMITED BY SIZE INTO LINEA.
            WRITE PRONREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '% DE LA OCUPACION FINAL YA EN LIBROS SEGUN LOS'
                   ' DIAS DE ANTICIPACION:'
                DELIMITED BY SIZE INTO LINEA.
            WRITE PRONREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            MOVE 1 TO WS-PUNTERO.
            PERFORM 370-IMPRIMIR-PUNTO-CURVA
                    VARYING IND-R FROM 1 BY 7
                    UNTIL IND-R > 57.
            WRITE PRONREP-REG FROM LINEA.

       360-ACUMULAR-CURVA.
            ADD RIT-CANT (IND-R) TO WS-RIT-ACUM.
            IF WS-RIT-TOTAL = ZERO
                MOVE 1 TO WS-CURVA (IND-R)
            ELSE
                COMPUTE WS-CURVA (IND-R) ROUNDED =
                    WS-RIT-ACUM / WS-RIT-TOTAL
                IF WS-CURVA (IND-R) < WS-CURVA-PISO
                    MOVE WS-CURVA-PISO TO WS-CURVA (IND-R)
                END-IF
            END-IF.

       370-IMPRIMIR-PUNTO-CURVA.
            COMPUTE WS-ANTIC-IMPR = IND-R - 1.
            COMPUTE WS-CURVA-IMPR ROUNDED = WS-CURVA (IND-R) * 100.
            STRING '  ' WS-ANTIC-IMPR 'd:' WS-CURVA-IMPR '%'
                DELIMITED BY SIZE INTO LINEA
                WITH POINTER WS-PUNTERO.

       400-CARGAR-ALQUILERES.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- SIN ALQUILERES'
            ELSE
                MOVE FS-ALQ-IDX TO WS-FS
                MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 410-LEER-ALQ
                PERFORM 415-SUMAR-ALQ UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

       410-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       415-SUMAR-ALQ.
            IF ALQ-IDX-FECHA NOT < HOR-FECHA (1)
               AND ALQ-IDX-FECHA NOT > HOR-FECHA (WS-CANT-DIAS-HOR)
               AND NOT ALQ-IDX-ESTA-ANULADO
                MOVE ALQ-IDX-FECHA TO WS-FECHA-ALQUILADA
                PERFORM 720-UBICAR-DIA
                MOVE ALQ-IDX-PATENTE TO WS-OCU-PATENTE
                MOVE ALQ-IDX-AGENCIA TO WS-OCU-AGENCIA
                PERFORM 700-SUMAR-OCUPACION
            END-IF.
            PERFORM 410-LEER-ALQ.

       420-CARGAR-RESERVAS.
            OPEN INPUT RESERVAS.
            IF NOT FS-RESERVAS-NO-EXIST
                MOVE FS-RESERVAS TO WS-FS
                MOVE "RESERVAS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 430-LEER-RSV
                PERFORM 435-SUMAR-RSV UNTIL FS-RESERVAS-FIN
                CLOSE RESERVAS
            END-IF.

       430-LEER-RSV.
            READ RESERVAS AT END SET FS-RESERVAS-FIN TO TRUE.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       435-SUMAR-RSV.
            IF RSV-FECHA NOT < HOR-FECHA (1)
               AND RSV-FECHA NOT > HOR-FECHA (WS-CANT-DIAS-HOR)
                MOVE RSV-FECHA TO WS-FECHA-ALQUILADA
                PERFORM 720-UBICAR-DIA
                MOVE RSV-PATENTE TO WS-OCU-PATENTE
                MOVE RSV-AGENCIA TO WS-OCU-AGENCIA
                PERFORM 700-SUMAR-OCUPACION
            END-IF.
            PERFORM 430-LEER-RSV.

       440-CARGAR-LEASES.
            OPEN INPUT LEASES.
            IF NOT FS-LEASES-NO-EXIST
                MOVE FS-LEASES  TO WS-FS
                MOVE "LEASES"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 450-LEER-LEASE
                PERFORM 455-SUMAR-LEASE UNTIL FS-LEASES-FIN
                CLOSE LEASES
            END-IF.

       450-LEER-LEASE.
            READ LEASES AT END SET FS-LEASES-FIN TO TRUE.

            IF NOT FS-LEASES-OK AND NOT FS-LEASES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LEASES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       455-SUMAR-LEASE.
            MOVE LSE-PATENTE TO WS-OCU-PATENTE.
            MOVE LSE-AGENCIA TO WS-OCU-AGENCIA.
            PERFORM 460-SUMAR-DIA-LEASE
                    VARYING WS-IND-DIA FROM 1 BY 1
                    UNTIL WS-IND-DIA > WS-CANT-DIAS-HOR.
            PERFORM 450-LEER-LEASE.

      * MISMA VIGENCIA QUE 337-MARCAR-LEASE EN DISPONIB.CBL: DESDE EL  *
      * INICIO HASTA LA TERMINACION ANTICIPADA, LA FECHA PACTADA O     *
      * ABIERTO.                                                       *
       460-SUMAR-DIA-LEASE.
            IF LSE-FECHA-DESDE NOT > HOR-FECHA (WS-IND-DIA)
                EVALUATE TRUE
                    WHEN LSE-ESTADO = 'T'
                         AND LSE-FECHA-TERMINACION > ZERO
                        IF LSE-FECHA-TERMINACION >
                           HOR-FECHA (WS-IND-DIA)
                            PERFORM 700-SUMAR-OCUPACION
                        END-IF
                    WHEN LSE-FECHA-HASTA = ZERO
                        PERFORM 700-SUMAR-OCUPACION
                    WHEN LSE-FECHA-HASTA NOT < HOR-FECHA (WS-IND-DIA)
                        PERFORM 700-SUMAR-OCUPACION
                END-EVALUATE
            END-IF.

       500-ORDENAR-GRUPOS.
            IF WS-CANT-GRUPOS > 1
                PERFORM 510-ORDENAR-PASADA
                        VARYING IND-SORT-I FROM 1 BY 1
                        UNTIL IND-SORT-I >= WS-CANT-GRUPOS
            END-IF.

       510-ORDENAR-PASADA.
            PERFORM 520-ORDENAR-COMPARAR
                    VARYING IND-SORT-J FROM 1 BY 1
                    UNTIL IND-SORT-J >
                          WS-CANT-GRUPOS - IND-SORT-I.

       520-ORDENAR-COMPARAR.
            IF GRP-CLAVE(IND-SORT-J) > GRP-CLAVE(IND-SORT-J + 1)
                MOVE GRP-ENT(IND-SORT-J)     TO WS-GRP-TEMP
                MOVE GRP-ENT(IND-SORT-J + 1) TO GRP-ENT(IND-SORT-J)
                MOVE WS-GRP-TEMP TO GRP-ENT(IND-SORT-J + 1)
            END-IF.

      * SUMA UN DIA A WS-FECHA-CALC.                                   *
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

      * UNA SECCION POR GRUPO AGENCIA/TAMANIO, UNA LINEA POR SEMANA    *
      * CON PROMEDIOS Y EL DIA PICO, Y DEBAJO LOS DIAS CUYA OCUPACION  *
      * PROYECTADA SUPERA LA FLOTA EN SERVICIO.                        *
       600-IMPRIMIR.
            PERFORM 610-IMPRIMIR-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRUPOS.

            MOVE SPACES TO LINEA.
            WRITE PRONREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'DIAS CON OCUPACION PROYECTADA SOBRE 100%: '
                   WS-CANT-SOBRE-100
                DELIMITED BY SIZE INTO LINEA.
            WRITE PRONREP-REG FROM LINEA.

       610-IMPRIMIR-GRUPO.
            MOVE SPACES TO LINEA.
            WRITE PRONREP-REG FROM LINEA.
            MOVE GRP-FLOTA (IND-G) TO WS-FLOTA-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'AGENCIA ' GRP-AGENCIA (IND-G)
                   '  TAMANIO ' GRP-TAMANIO (IND-G)
                   '  FLOTA EN SERVICIO ' WS-FLOTA-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PRONREP-REG FROM LINEA.

            PERFORM 620-IMPRIMIR-SEMANA
                    VARYING IND-S FROM 1 BY 1
                    UNTIL IND-S > 8.

       620-IMPRIMIR-SEMANA.
            COMPUTE WS-DIA-INI = (IND-S - 1) * 7 + 1.
            COMPUTE WS-DIA-FIN = WS-DIA-INI + 6.
            MOVE ZERO TO WS-SEM-LIBROS WS-SEM-PROYECTADO WS-SEM-PICO
                         WS-SEM-SOBRE.
            MOVE HOR-FECHA (WS-DIA-INI) TO WS-SEM-FECHA-PICO.
            PERFORM 630-SUMAR-DIA-SEMANA
                    VARYING IND-D FROM WS-DIA-INI BY 1
                    UNTIL IND-D > WS-DIA-FIN.

            COMPUTE WS-PROM-LIBROS ROUNDED = WS-SEM-LIBROS / 7.
            COMPUTE WS-PROM-PROYECTADO ROUNDED = WS-SEM-PROYECTADO / 7.
            EVALUATE TRUE
                WHEN GRP-FLOTA (IND-G) > ZERO
                    COMPUTE WS-PROM-OCUPACION ROUNDED =
                        WS-PROM-PROYECTADO * 100 / GRP-FLOTA (IND-G)
                WHEN WS-SEM-PROYECTADO > ZERO
                    MOVE 999 TO WS-PROM-OCUPACION
                WHEN OTHER
                    MOVE ZERO TO WS-PROM-OCUPACION
            END-EVALUATE.

            MOVE WS-PROM-LIBROS     TO WS-PROM-IMPR.
            MOVE WS-PROM-PROYECTADO TO WS-PROY-IMPR.
            MOVE WS-PROM-OCUPACION  TO WS-PORC-IMPR.
            MOVE SPACES TO LINEA.
            MOVE 1 TO WS-PUNTERO.
            STRING '  Sem ' IND-S ' ' HOR-FECHA (WS-DIA-INI)
                   '-' HOR-FECHA (WS-DIA-FIN)
                   '  En libros ' WS-PROM-IMPR
                   '  Proyectado ' WS-PROY-IMPR
                   '  Ocup ' WS-PORC-IMPR '%'
                DELIMITED BY SIZE INTO LINEA
                WITH POINTER WS-PUNTERO.
            MOVE WS-SEM-PICO TO WS-PORC-IMPR.
            STRING '  Pico ' WS-SEM-FECHA-PICO ' ' WS-PORC-IMPR '%'
                DELIMITED BY SIZE INTO LINEA
                WITH POINTER WS-PUNTERO.
            IF WS-SEM-SOBRE > ZERO
                MOVE '  ***' TO LINEA (106:5)
            END-IF.
            WRITE PRONREP-REG FROM LINEA.

            IF WS-SEM-SOBRE > ZERO
                PERFORM 640-IMPRIMIR-DIA-SOBRE
                        VARYING IND-D FROM WS-DIA-INI BY 1
                        UNTIL IND-D > WS-DIA-FIN
            END-IF.

       630-SUMAR-DIA-SEMANA.
            PERFORM 650-PROYECTAR-DIA.
            ADD GRP-EN-LIBROS (IND-G, IND-D) TO WS-SEM-LIBROS.
            ADD WS-PROYECTADO TO WS-SEM-PROYECTADO.
            IF WS-OCUPACION > WS-SEM-PICO
                MOVE WS-OCUPACION TO WS-SEM-PICO
                MOVE HOR-FECHA (IND-D) TO WS-SEM-FECHA-PICO
            END-IF.
            IF WS-OCUPACION > 100
                ADD 1 TO WS-SEM-SOBRE
                ADD 1 TO WS-CANT-SOBRE-100
            END-IF.

       640-IMPRIMIR-DIA-SOBRE.
            PERFORM 650-PROYECTAR-DIA.
            IF WS-OCUPACION > 100
                MOVE GRP-EN-LIBROS (IND-G, IND-D) TO WS-LIBROS-IMPR
                MOVE WS-PROYECTADO TO WS-PROY-IMPR
                MOVE WS-OCUPACION  TO WS-PORC-IMPR
                MOVE SPACES TO LINEA
                STRING '      *** ' HOR-FECHA (IND-D)
                       '  En libros ' WS-LIBROS-IMPR
                       '  Proyectado ' WS-PROY-IMPR
                       '  Flota ' WS-FLOTA-IMPR
                       '  Ocupacion ' WS-PORC-IMPR '%'
                    DELIMITED BY SIZE INTO LINEA
                WRITE PRONREP-REG FROM LINEA
            END-IF.

      * PROYECTADO = EN LIBROS / PARTE QUE NORMALMENTE YA ESTA         *
      * RESERVADA CON ESA ANTICIPACION (EL DIA N DEL HORIZONTE ESTA A  *
      * N-1 DIAS).  SIN FLOTA EN SERVICIO, CUALQUIER OCUPACION ES      *
      * SOBREVENTA: SE INFORMA COMO 999%.                              *
       650-PROYECTAR-DIA.
            COMPUTE WS-PROYECTADO ROUNDED =
                GRP-EN-LIBROS (IND-G, IND-D) / WS-CURVA (IND-D).
            EVALUATE TRUE
                WHEN GRP-FLOTA (IND-G) > ZERO
                    COMPUTE WS-OCUPACION ROUNDED =
                        WS-PROYECTADO * 100 / GRP-FLOTA (IND-G)
                WHEN WS-PROYECTADO > ZERO
                    MOVE 999 TO WS-OCUPACION
                WHEN OTHER
                    MOVE ZERO TO WS-OCUPACION
            END-EVALUATE.

      * SUMA UN DIA OCUPADO AL GRUPO AGENCIA/TAMANIO DE LA PATENTE     *
      * (UNA PATENTE QUE YA NO ESTA EN EL PADRON NO SE CUENTA).        *
       700-SUMAR-OCUPACION.
            PERFORM 730-BUSCAR-AUTO.
            IF WS-IND-AUTO > ZERO AND WS-IND-DIA > ZERO
                MOVE WS-OCU-AGENCIA TO WS-BUSCA-AGENCIA
                MOVE FLO-TAMANIO (WS-IND-AUTO) TO WS-BUSCA-TAMANIO
                PERFORM 710-UBICAR-GRUPO
                ADD 1 TO GRP-EN-LIBROS (WS-IND-GRUPO, WS-IND-DIA)
            END-IF.

       710-UBICAR-GRUPO.
            MOVE ZERO TO WS-IND-GRUPO.
            PERFORM 711-COMPARAR-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRUPOS
                    OR WS-IND-GRUPO > ZERO.
            IF WS-IND-GRUPO = ZERO
                IF WS-CANT-GRUPOS >= 100
                    DISPLAY 'MAS DE 100 GRUPOS AGENCIA/TAMANIO'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                ADD 1 TO WS-CANT-GRUPOS
                MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
                INITIALIZE GRP-ENT (WS-IND-GRUPO)
                MOVE WS-BUSCA-CLAVE TO GRP-CLAVE (WS-IND-GRUPO)
            END-IF.

       711-COMPARAR-GRUPO.
            IF GRP-CLAVE (IND-G) = WS-BUSCA-CLAVE
                MOVE IND-G TO WS-IND-GRUPO
            END-IF.

       720-UBICAR-DIA.
            MOVE ZERO TO WS-IND-DIA.
            PERFORM 721-COMPARAR-DIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DIAS-HOR
                    OR WS-IND-DIA > ZERO.

       721-COMPARAR-DIA.
            IF HOR-FECHA (IND-D) = WS-FECHA-ALQUILADA
                MOVE IND-D TO WS-IND-DIA
            END-IF.

       730-BUSCAR-AUTO.
            MOVE ZERO TO WS-IND-AUTO.
            PERFORM 731-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-IND-AUTO > ZERO.

       731-COMPARAR-AUTO.
            IF FLO-PATENTE (IND-A) = WS-OCU-PATENTE
                MOVE IND-A TO WS-IND-AUTO
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
            CLOSE PRONREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
