       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPICK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL): LA LISTA  *
      * ES LA DE LOS RETIROS DEL DIA SIGUIENTE A ESA FECHA.             *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * MISMO ALQIDX.DAT QUE TP.CBL/AVISOS.CBL, SOLO LECTURA: SE BARRE  *
      * ENTERO BUSCANDO LOS DIAS DE MANIANA CON EXTRAS.                 *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * CATALOGO DE EXTRAS (VER 4072-CALCULAR-EXTRAS EN TP.CBL): SOLO   *
      * PARA LA DESCRIPCION DE CADA CODIGO.                             *
        SELECT EXTRAS ASSIGN TO "..\EXTRAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-EXTRAS.

      * STOCK DE EXTRAS POR AGENCIA (VER 4487 EN TP.CBL).               *
        SELECT EXTSTOCK ASSIGN TO "..\EXTSTOCK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-EXTSTOCK.

      * LISTA DE PREPARACION: POR AGENCIA, LOS RETIROS DE MANIANA CON   *
      * SUS EXTRAS Y EL RESUMEN POR CODIGO CONTRA EL STOCK.             *
        SELECT EXTPICK ASSIGN TO "..\EXTPICK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-EXTPICK.

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

      * MISMO ARMADO QUE EXTRA-REG EN TP.CBL.                           *
       FD  EXTRAS.
       01  EXTRA-REG.
           05  EXT-CODIGO                       PIC X(03).
           05  EXT-DESCRIPCION                  PIC X(20).
           05  EXT-IMPORTE-DIA                  PIC 9(04)V99.

      * MISMO ARMADO QUE EXTSTOCK-REG EN TP.CBL.                        *
       FD  EXTSTOCK.
       01  EXTSTOCK-REG.
           05  EXS-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  EXS-CODIGO                       PIC X(03).
           05  FILLER                           PIC X(01).
           05  EXS-CANTIDAD                     PIC 9(03).
           05  FILLER                           PIC X(01).
           05  EXS-POLITICA                     PIC X.

       FD  EXTPICK.
       01  EXTPICK-REG                          PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-EXTRAS                            PIC X(02).
           88  FS-EXTRAS-OK                     VALUE '00'.
           88  FS-EXTRAS-FIN                    VALUE '10'.
           88  FS-EXTRAS-NO-EXIST               VALUE '35'.

       01  FS-EXTSTOCK                          PIC X(02).
           88  FS-EXTSTOCK-OK                   VALUE '00'.
           88  FS-EXTSTOCK-FIN                  VALUE '10'.
           88  FS-EXTSTOCK-NO-EXIST             VALUE '35'.

       01  FS-EXTPICK                           PIC X(02).
           88  FS-EXTPICK-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).
       01  WS-FECHA-MANIANA                     PIC 9(08).

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-RETIROS                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-FALTANTES                    PIC 9(05) VALUE ZERO.

      * CATALOGO (DESCRIPCIONES) Y STOCK, COMO LOS CARGA TP.CBL.        *
       01  WS-CANT-EXTRAS                       PIC 9(03) VALUE ZERO.
       01  TABLA-EXTRAS.
           05  EXT-TAB                  OCCURS 50 TIMES.
               09  EXT-TAB-CODIGO       PIC X(03).
               09  EXT-TAB-DESCRIPCION  PIC X(20).
       01  IND-X                                PIC 9(03).

       01  WS-CANT-STOCK                        PIC 9(03) VALUE ZERO.
       01  TABLA-STOCK.
           05  STK-TAB                  OCCURS 300 TIMES.
               09  STK-TAB-AGENCIA      PIC 9(02).
               09  STK-TAB-CODIGO       PIC X(03).
               09  STK-TAB-CANTIDAD     PIC 9(03).

      * RETIROS DE MANIANA CON EXTRAS, PARA LISTARLOS AGENCIA POR       *
      * AGENCIA (MISMO ESQUEMA QUE DANIOREP.CBL).                       *
       01  WS-CANT-PICKS                        PIC 9(04) VALUE ZERO.
       01  TABLA-PICKS.
           05  PCK-ENT                  OCCURS 2000 TIMES.
               09  PCK-AGENCIA          PIC 9(02).
               09  PCK-HORA             PIC 9(04).
               09  PCK-PATENTE          PIC X(07).
               09  PCK-CONTRATO         PIC 9(09).
               09  PCK-TIPO-DOC         PIC X.
               09  PCK-NRO-DOC          PIC X(20).
               09  PCK-CODS             PIC X(09).
       01  IND-P                                PIC 9(04).

      * UNIDADES DE CADA CODIGO QUE MANIANA ESTAN COMPROMETIDAS EN LA   *
      * AGENCIA: LAS QUE SE ENTREGAN (RETIROS) Y LAS QUE SIGUEN AFUERA  *
      * EN ALQUILERES EN CURSO.                                         *
       01  WS-CANT-USOS                         PIC 9(04) VALUE ZERO.
       01  TABLA-USOS.
           05  USO-ENT                  OCCURS 1000 TIMES.
               09  USO-AGENCIA          PIC 9(02).
               09  USO-CODIGO           PIC X(03).
               09  USO-ENTREGAR         PIC 9(04).
               09  USO-EN-CURSO         PIC 9(04).
       01  IND-U                                PIC 9(04).
       01  WS-USO-HALLADO                       PIC X VALUE 'N'.
           88  USO-HALLADO                      VALUE 'S'.
       01  WS-USO-CODIGO                        PIC X(03).
       01  IND-C                                PIC 9.
       01  WS-ES-RETIRO                         PIC X VALUE 'N'.
           88  ES-RETIRO                        VALUE 'S'.

       01  IND-AG                               PIC 9(03).
       01  WS-CANT-AGENCIA                      PIC 9(04).
       01  WS-STOCK                             PIC 9(04).
       01  WS-DESC                              PIC X(20).
       01  WS-FALTA-MARCA                       PIC X(12).

      * CANDIDATO EN REVISION: EL BARRIDO SE REPOSICIONA DESPUES DE    *
      * CADA LECTURA POR CLAVE (MISMO MECANISMO QUE 350 EN AVISOS).    *
       01  WS-CAND-REG                          PIC X(223).
       01  WS-CAND-CLAVE.
           05  WS-CAND-PATENTE                  PIC X(07).
           05  WS-CAND-FECHA                    PIC 9(08).
       01  WS-CAND-DOC.
           05  WS-CAND-TIPO-DOC                 PIC X.
           05  WS-CAND-NRO-DOC                  PIC X(20).
       01  WS-CONTINUA                          PIC X VALUE 'N'.
           88  CONTINUA                         VALUE 'S'.

      * ARITMETICA DE FECHAS DIA POR DIA (MISMO MECANISMO QUE          *
      * 560-SUMAR-UN-DIA EN AVISOS.CBL).                               *
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

       01  WS-CANT-IMPR                         PIC ZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZ9.
       01  WS-CANT-IMPR3                        PIC ZZZ9.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO EXTPICK'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-MAESTRO.
        PERFORM 500-REPORTAR.
        PERFORM 998-FIN.

        DISPLAY 'FIN EXTPICK - RETIROS DEL ' WS-FECHA-MANIANA.
        DISPLAY '              CON EXTRAS:     ' WS-CANT-RETIROS.
        DISPLAY '              CODIGOS SIN STOCK SUFICIENTE: '
                WS-CANT-FALTANTES.
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

            PERFORM 120-CARGAR-EXTRAS.
            PERFORM 130-CARGAR-STOCK.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE PREPARAR'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO WS-FS.
            MOVE "ALQ-IDX"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT EXTPICK.
            MOVE FS-EXTPICK     TO WS-FS.
            MOVE "EXTPICK"      TO WS-FS-NOMBRE.
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

      * SIN CATALOGO LA LISTA SALE IGUAL, SOLO CON LOS CODIGOS.         *
       120-CARGAR-EXTRAS.
            OPEN INPUT EXTRAS.
            IF FS-EXTRAS-OK
                PERFORM 121-LEER-EXTRAS
                PERFORM 122-CARGAR-EXTRA
                        UNTIL FS-EXTRAS-FIN OR WS-CANT-EXTRAS >= 50
                CLOSE EXTRAS
            ELSE
                IF NOT FS-EXTRAS-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER EXTRAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       121-LEER-EXTRAS.
            READ EXTRAS AT END SET FS-EXTRAS-FIN TO TRUE.

            IF NOT FS-EXTRAS-OK AND NOT FS-EXTRAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER EXTRAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-EXTRA.
            ADD 1 TO WS-CANT-EXTRAS.
            MOVE EXT-CODIGO      TO EXT-TAB-CODIGO(WS-CANT-EXTRAS).
            MOVE EXT-DESCRIPCION TO EXT-TAB-DESCRIPCION(WS-CANT-EXTRAS).
            PERFORM 121-LEER-EXTRAS.

      * SIN STOCK CARGADO NO HAY CONTROL: LA COLUMNA DE STOCK SALE EN   *
      * BLANCO Y NO SE MARCAN FALTANTES.  MISMOS FILTROS QUE 1292 EN    *
      * TP.CBL.                                                         *
       130-CARGAR-STOCK.
            OPEN INPUT EXTSTOCK.
            IF FS-EXTSTOCK-OK
                PERFORM 131-LEER-STOCK
                PERFORM 132-CARGAR-STOCK
                        UNTIL FS-EXTSTOCK-FIN OR WS-CANT-STOCK >= 300
                CLOSE EXTSTOCK
            ELSE
                IF NOT FS-EXTSTOCK-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER EXTSTOCK'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       131-LEER-STOCK.
            READ EXTSTOCK AT END SET FS-EXTSTOCK-FIN TO TRUE.

            IF NOT FS-EXTSTOCK-OK AND NOT FS-EXTSTOCK-FIN
                DISPLAY 'ERROR AL INTENTAR LEER EXTSTOCK'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-STOCK.
            IF EXS-AGENCIA IS NUMERIC AND EXS-AGENCIA > ZERO
               AND EXS-CODIGO NOT = SPACES
               AND EXS-CANTIDAD IS NUMERIC
                ADD 1 TO WS-CANT-STOCK
                MOVE EXS-AGENCIA  TO STK-TAB-AGENCIA(WS-CANT-STOCK)
                MOVE EXS-CODIGO   TO STK-TAB-CODIGO(WS-CANT-STOCK)
                MOVE EXS-CANTIDAD TO STK-TAB-CANTIDAD(WS-CANT-STOCK)
            END-IF.
            PERFORM 131-LEER-STOCK.

       200-BARRER-MAESTRO.
            MOVE LOW-VALUES TO ALQ-IDX-CLAVE.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.

            IF NOT FS-ALQ-IDX-FIN
                PERFORM 210-LEER-SIGUIENTE
                PERFORM 300-REVISAR-REGISTRO UNTIL FS-ALQ-IDX-FIN
            END-IF.

       210-LEER-SIGUIENTE.
            READ ALQ-IDX NEXT RECORD
                AT END SET FS-ALQ-IDX-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL RECORRER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SOLO LOS DIAS DE MANIANA VIGENTES CON EXTRAS.  LOS NO-SHOW Y    *
      * LOS TRAMOS CERRADOS POR UN CAMBIO DE UNIDAD NO OCUPAN EXTRAS.   *
       300-REVISAR-REGISTRO.
            ADD 1 TO WS-CANT-LEIDOS.

            IF ALQ-IDX-FECHA = WS-FECHA-MANIANA
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-NOSHOW NOT = 'S'
               AND NOT ALQ-IDX-TRAMO-CAMBIADO
               AND ALQ-IDX-EXTRAS-CODS NOT = SPACES
                PERFORM 310-REVISAR-DIA
            END-IF.

            PERFORM 210-LEER-SIGUIENTE.

      * ES RETIRO SI TODAVIA NO SE RETIRO Y EL DIA ANTERIOR NO ES UN    *
      * REGISTRO VIGENTE DEL MISMO DOCUMENTO (COMO 310 EN AVISOS.CBL);  *
      * SI NO, EL EXTRA YA ESTA AFUERA CON EL AUTO.                     *
       310-REVISAR-DIA.
            MOVE ALQ-IDX-REG      TO WS-CAND-REG.
            MOVE ALQ-IDX-CLAVE    TO WS-CAND-CLAVE.
            MOVE ALQ-IDX-TIPO-DOC TO WS-CAND-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC  TO WS-CAND-NRO-DOC.

            MOVE 'N' TO WS-CONTINUA.
            IF ALQ-IDX-FECHA-RETIRO IS NUMERIC
               AND ALQ-IDX-FECHA-RETIRO > ZERO
                MOVE 'S' TO WS-CONTINUA
            ELSE
                MOVE WS-CAND-PATENTE  TO ALQ-IDX-PATENTE
                MOVE WS-FECHA-PROCESO TO ALQ-IDX-FECHA
                PERFORM 340-VER-SI-CONTINUA
                PERFORM 350-REPOSICIONAR
            END-IF.

            IF CONTINUA
                MOVE 'N' TO WS-ES-RETIRO
            ELSE
                MOVE 'S' TO WS-ES-RETIRO
                PERFORM 320-GUARDAR-RETIRO
            END-IF.

            PERFORM 330-SUMAR-USO
                    VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 3.

       320-GUARDAR-RETIRO.
            ADD 1 TO WS-CANT-RETIROS.
            IF WS-CANT-PICKS >= 2000
                DISPLAY 'MAS DE 2000 RETIROS CON EXTRAS -- SE LISTAN '
                        'LOS PRIMEROS 2000'
            ELSE
                ADD 1 TO WS-CANT-PICKS
                MOVE ALQ-IDX-AGENCIA  TO PCK-AGENCIA(WS-CANT-PICKS)
                IF ALQ-IDX-HORA-PACT-RETIRO IS NUMERIC
                    MOVE ALQ-IDX-HORA-PACT-RETIRO
                        TO PCK-HORA(WS-CANT-PICKS)
                ELSE
                    MOVE ZERO TO PCK-HORA(WS-CANT-PICKS)
                END-IF
                MOVE WS-CAND-PATENTE  TO PCK-PATENTE(WS-CANT-PICKS)
                MOVE ALQ-IDX-NRO-CONTRATO
                    TO PCK-CONTRATO(WS-CANT-PICKS)
                MOVE WS-CAND-TIPO-DOC TO PCK-TIPO-DOC(WS-CANT-PICKS)
                MOVE WS-CAND-NRO-DOC  TO PCK-NRO-DOC(WS-CANT-PICKS)
                MOVE ALQ-IDX-EXTRAS-CODS TO PCK-CODS(WS-CANT-PICKS)
            END-IF.

      * UNA UNIDAD DEL CODIGO IND-C DEL DIA, A ENTREGAR O EN CURSO.     *
       330-SUMAR-USO.
            MOVE ALQ-IDX-EXTRAS-CODS(IND-C * 3 - 2:3) TO WS-USO-CODIGO.
            IF WS-USO-CODIGO NOT = SPACES
                MOVE 'N' TO WS-USO-HALLADO
                PERFORM 331-BUSCAR-USO
                        VARYING IND-U FROM 1 BY 1
                        UNTIL IND-U > WS-CANT-USOS OR USO-HALLADO
                IF USO-HALLADO
                    SUBTRACT 1 FROM IND-U
                ELSE
                    IF WS-CANT-USOS < 1000
                        ADD 1 TO WS-CANT-USOS
                        MOVE WS-CANT-USOS    TO IND-U
                        MOVE ALQ-IDX-AGENCIA TO USO-AGENCIA(IND-U)
                        MOVE WS-USO-CODIGO   TO USO-CODIGO(IND-U)
                        MOVE ZERO            TO USO-ENTREGAR(IND-U)
                        MOVE ZERO            TO USO-EN-CURSO(IND-U)
                        MOVE 'S' TO WS-USO-HALLADO
                    END-IF
                END-IF
                IF USO-HALLADO
                    IF ES-RETIRO
                        ADD 1 TO USO-ENTREGAR(IND-U)
                    ELSE
                        ADD 1 TO USO-EN-CURSO(IND-U)
                    END-IF
                END-IF
            END-IF.

       331-BUSCAR-USO.
            IF USO-AGENCIA(IND-U) = ALQ-IDX-AGENCIA
               AND USO-CODIGO(IND-U) = WS-USO-CODIGO
                MOVE 'S' TO WS-USO-HALLADO
            END-IF.

      * DEJA ALQ-IDX-REG COMO ESTABA (EL DEL CANDIDATO).                *
       340-VER-SI-CONTINUA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-NO-EXIST
                DISPLAY 'ERROR AL CONSULTAR ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF FS-ALQ-IDX-OK
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-TIPO-DOC = WS-CAND-TIPO-DOC
               AND ALQ-IDX-NRO-DOC = WS-CAND-NRO-DOC
                MOVE 'S' TO WS-CONTINUA
            END-IF.
            MOVE WS-CAND-REG TO ALQ-IDX-REG.

      * LA LECTURA POR CLAVE MUEVE EL PUNTERO: SE VUELVE CON START     *
      * GREATER THAN EL CANDIDATO Y EL READ NEXT DEL BARRIDO SIGUE EN  *
      * EL REGISTRO SIGUIENTE SIN REPETIR NI SALTEAR.                  *
       350-REPOSICIONAR.
            MOVE WS-CAND-CLAVE TO ALQ-IDX-CLAVE.
            START ALQ-IDX KEY GREATER THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
            MOVE WS-CAND-REG TO ALQ-IDX-REG.

      * UNA PASADA DE LAS TABLAS POR AGENCIA: PRIMERO LOS AUTOS QUE     *
      * SALEN CON SU HORA Y SUS EXTRAS, DESPUES CADA CODIGO CON LO QUE  *
      * HAY QUE ENTREGAR, LO QUE SIGUE AFUERA Y EL STOCK.               *
       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'EXTRAS A PREPARAR PARA LOS RETIROS DEL '
                   WS-FECHA-MANIANA
                   '  (PROCESO ' WS-FECHA-PROCESO ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE EXTPICK-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE EXTPICK-REG FROM LINEA.

            PERFORM 510-REPORTAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1
                    UNTIL IND-AG > 99.

       510-REPORTAR-AGENCIA.
            MOVE ZERO TO WS-CANT-AGENCIA.
            PERFORM 520-CONTAR-AGENCIA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PICKS.

            IF WS-CANT-AGENCIA > ZERO
                MOVE WS-CANT-AGENCIA TO WS-CANT-IMPR
                MOVE SPACES TO LINEA
                STRING 'Agencia ' IND-AG(2:2)
                       '  Retiros con extras ' WS-CANT-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE EXTPICK-REG FROM LINEA
                PERFORM 530-LISTAR-RETIRO
                        VARYING IND-P FROM 1 BY 1
                        UNTIL IND-P > WS-CANT-PICKS
                MOVE SPACES TO LINEA
                STRING '  Codigo Descripcion          A entregar '
                       ' En curso  Stock'
                    DELIMITED BY SIZE INTO LINEA
                WRITE EXTPICK-REG FROM LINEA
                PERFORM 540-RESUMIR-CODIGO
                        VARYING IND-U FROM 1 BY 1
                        UNTIL IND-U > WS-CANT-USOS
                MOVE SPACES TO LINEA
                WRITE EXTPICK-REG FROM LINEA
            END-IF.

       520-CONTAR-AGENCIA.
            IF PCK-AGENCIA(IND-P) = IND-AG
                ADD 1 TO WS-CANT-AGENCIA
            END-IF.

       530-LISTAR-RETIRO.
            IF PCK-AGENCIA(IND-P) = IND-AG
                MOVE SPACES TO LINEA
                STRING '  Hora ' PCK-HORA(IND-P)
                       '  Patente ' PCK-PATENTE(IND-P)
                       '  Contrato ' PCK-CONTRATO(IND-P)
                       '  Cliente ' PCK-TIPO-DOC(IND-P) '-'
                       PCK-NRO-DOC(IND-P)
                       '  Extras ' PCK-CODS(IND-P)
                    DELIMITED BY SIZE INTO LINEA
                WRITE EXTPICK-REG FROM LINEA
            END-IF.

      * SOLO LOS CODIGOS CON ALGO PARA ENTREGAR MANIANA.  CON STOCK     *
      * CARGADO, SI LO COMPROMETIDO LO SUPERA (ALTAS A MANO, PRORROGAS) *
      * SE MARCA PARA QUE LA AGENCIA LO RESUELVA ANTES DEL RETIRO.      *
       540-RESUMIR-CODIGO.
            IF USO-AGENCIA(IND-U) = IND-AG
               AND USO-ENTREGAR(IND-U) > ZERO
                MOVE SPACES TO WS-DESC
                PERFORM 541-BUSCAR-DESCRIPCION
                        VARYING IND-X FROM 1 BY 1
                        UNTIL IND-X > WS-CANT-EXTRAS
                MOVE ZERO TO WS-STOCK
                MOVE 'SIN CONTROL' TO WS-FALTA-MARCA
                PERFORM 542-BUSCAR-STOCK
                        VARYING IND-X FROM 1 BY 1
                        UNTIL IND-X > WS-CANT-STOCK
                MOVE USO-ENTREGAR(IND-U) TO WS-CANT-IMPR
                MOVE USO-EN-CURSO(IND-U) TO WS-CANT-IMPR2
                MOVE WS-STOCK            TO WS-CANT-IMPR3
                MOVE SPACES TO LINEA
                STRING '  ' USO-CODIGO(IND-U)
                       '    ' WS-DESC
                       '  ' WS-CANT-IMPR
                       '      ' WS-CANT-IMPR2
                       '  ' WS-CANT-IMPR3
                       '  ' WS-FALTA-MARCA
                    DELIMITED BY SIZE INTO LINEA
                WRITE EXTPICK-REG FROM LINEA
            END-IF.

       541-BUSCAR-DESCRIPCION.
            IF EXT-TAB-CODIGO(IND-X) = USO-CODIGO(IND-U)
                MOVE EXT-TAB-DESCRIPCION(IND-X) TO WS-DESC
            END-IF.

       542-BUSCAR-STOCK.
            IF STK-TAB-AGENCIA(IND-X) = IND-AG
               AND STK-TAB-CODIGO(IND-X) = USO-CODIGO(IND-U)
                MOVE STK-TAB-CANTIDAD(IND-X) TO WS-STOCK
                IF USO-ENTREGAR(IND-U) + USO-EN-CURSO(IND-U) > WS-STOCK
                    MOVE '** FALTAN **' TO WS-FALTA-MARCA
                    ADD 1 TO WS-CANT-FALTANTES
                ELSE
                    MOVE SPACES TO WS-FALTA-MARCA
                END-IF
            END-IF.

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
            CLOSE EXTPICK.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
