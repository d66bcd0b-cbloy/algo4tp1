                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGENCIAS.

      * BANDAS DE RECARGO POR OCUPACION (MISMO OCUPTAR.TXT QUE LEE    *
      * TP.CBL): LA TARIFA PUBLICADA ES LA BASE, Y EL DIA QUE EL       *
      * TAMANIO ALCANZA UNA BANDA SE LE SUMA SU RECARGO.               *
        SELECT OCUPTAR ASSIGN TO "..\OCUPTAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OCUPTAR.

      * LISTA EN LAYOUT FIJO PARA LOS SISTEMAS DE LAS AGENCIAS: EL     *
      * PRIMER CARACTER DICE QUE ES LA LINEA ('A' AUTO / 'E' EXTRA /   *
      * 'F' FERIADO / 'O' BANDA DE OCUPACION).  SE ARMA UNA SOLA VEZ   *
      * (PRECBASE.TXT) Y SE COPIA A CADA AGENCIA ACTIVA DEL MAESTRO.   *
        SELECT PRECBASE ASSIGN TO "..\PRECBASE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PRECBASE.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PRECIMP.

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

      * SOLO EL FRENTE DEL AUT-REG.                                    *
       FD  AUTOS.
       01  AUT-REG.
           05  FILLER                           PIC X(01).
           05  TVG-FECHA-VIGENCIA               PIC 9(08).

      * MISMO ARMADO QUE OCUPTAR-REG EN TP.CBL.                        *
       FD  OCUPTAR.
       01  OCUPTAR-REG.
           05  OCT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  OCT-DESDE-PORC                   PIC 9(03).
           05  FILLER                           PIC X(01).
           05  OCT-RECARGO-PORC                 PIC 9(03).

      * MISMO ARMADO QUE AGENCIA-REG EN TP.CBL.                        *
       FD  AGENCIAS.
       01  AGENCIA-REG.

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
                    'AGENCIAS.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-TARIFVIG-FIN                  VALUE '10'.
           88  FS-TARIFVIG-NO-EXIST             VALUE '35'.

       01  FS-OCUPTAR                           PIC X(02).
           88  FS-OCUPTAR-OK                    VALUE '00'.
           88  FS-OCUPTAR-FIN                   VALUE '10'.
           88  FS-OCUPTAR-NO-EXIST              VALUE '35'.

       01  FS-AGENCIAS                          PIC X(02).
           88  FS-AGENCIAS-OK                   VALUE '00'.
           88  FS-AGENCIAS-FIN                  VALUE '10'.
           05  FILLER                           PIC X(01).
           05  LH-DESC                          PIC X(30).
           05  FILLER                           PIC X(49).
       01  WS-LINEA-OCUPACION REDEFINES WS-LINEA-FIJA.
           05  FILLER                           PIC X(02).
           05  LO-TAMANIO                       PIC X.
           05  FILLER                           PIC X(01).
           05  LO-DESDE-PORC                    PIC 9(03).
           05  FILLER                           PIC X(01).
           05  LO-RECARGO-PORC                  PIC 9(03).
           05  FILLER                           PIC X(79).

       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  WS-CANT-EXTRAS                       PIC 9(03) VALUE ZERO.
       01  WS-CANT-FERIADOS                     PIC 9(03) VALUE ZERO.
       01  WS-CANT-BANDAS                       PIC 9(03) VALUE ZERO.
       01  WS-DESDE-IMPR                        PIC ZZ9.

      * CAMBIOS DE TARIFA EN MEMORIA Y RESOLUCION DEL PRECIO EN VIGOR  *
      * (MISMO CRITERIO QUE 4016-RESOLVER-TARIFA-VIGENTE EN TP.CBL).   *

       PGM.
        DISPLAY 'INICIO LISPRECI'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-TARIFVIG.
        PERFORM 200-EXPORTAR-FLOTA.
        PERFORM 300-EXPORTAR-EXTRAS.
        PERFORM 400-EXPORTAR-FERIADOS.
        PERFORM 500-EXPORTAR-OCUPACION.
        PERFORM 998-FIN.
        PERFORM 800-REPARTIR-POR-AGENCIA.

        DISPLAY 'FIN LISPRECI - AUTOS:    ' WS-CANT-AUTOS.
        DISPLAY '               EXTRAS:   ' WS-CANT-EXTRAS.
        DISPLAY '               FERIADOS: ' WS-CANT-FERIADOS.
        DISPLAY '               BANDAS:   ' WS-CANT-BANDAS.
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

            WRITE PRECIMP-REG FROM LINEA.
            PERFORM 410-LEER-FERIADO.

      * SE PUBLICAN TAL CUAL LAS TOMA 1275-CARGAR-TABLA-OCUPTAR EN     *
      * TP.CBL: UNA BANDA SIN PORCENTAJE O SIN RECARGO NO RIGE.        *
       500-EXPORTAR-OCUPACION.
            OPEN INPUT OCUPTAR.
            IF FS-OCUPTAR-NO-EXIST
                CONTINUE
            ELSE
                MOVE SPACES TO LINEA
                WRITE PRECIMP-REG FROM LINEA
                MOVE 'RECARGOS POR OCUPACION (SOBRE LA TARIFA BASE,'
                    TO LINEA
                WRITE PRECIMP-REG FROM LINEA
                MOVE '  SEGUN LO YA TOMADO DEL TAMANIO ESE DIA)'
                    TO LINEA
                WRITE PRECIMP-REG FROM LINEA
                PERFORM 510-LEER-OCUPTAR
                PERFORM 520-EXPORTAR-UNA-BANDA UNTIL FS-OCUPTAR-FIN
                CLOSE OCUPTAR
            END-IF.

       510-LEER-OCUPTAR.
            READ OCUPTAR AT END SET FS-OCUPTAR-FIN TO TRUE.

            IF NOT FS-OCUPTAR-OK AND NOT FS-OCUPTAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER OCUPTAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       520-EXPORTAR-UNA-BANDA.
            IF OCT-DESDE-PORC IS NUMERIC AND OCT-DESDE-PORC > ZERO
               AND OCT-RECARGO-PORC IS NUMERIC
               AND OCT-RECARGO-PORC > ZERO
                ADD 1 TO WS-CANT-BANDAS
                MOVE SPACES TO WS-LINEA-FIJA
                MOVE 'O' TO LF-TIPO
                MOVE OCT-TAMANIO      TO LO-TAMANIO
                MOVE OCT-DESDE-PORC   TO LO-DESDE-PORC
                MOVE OCT-RECARGO-PORC TO LO-RECARGO-PORC
                PERFORM 700-GRABAR-LINEA-BASE

                MOVE OCT-DESDE-PORC   TO WS-DESDE-IMPR
                MOVE OCT-RECARGO-PORC TO WS-RECARGO-IMPR
                MOVE SPACES TO LINEA
                STRING '  TAMANIO ' OCT-TAMANIO
                       '  DESDE ' WS-DESDE-IMPR '% TOMADO'
                       '  REC ' WS-RECARGO-IMPR '%'
                    DELIMITED BY SIZE INTO LINEA
                WRITE PRECIMP-REG FROM LINEA
            END-IF.
            PERFORM 510-LEER-OCUPTAR.

       700-GRABAR-LINEA-BASE.
            WRITE PRECBASE-REG FROM WS-LINEA-FIJA.

