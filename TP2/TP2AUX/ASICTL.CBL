       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASICTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CONTROL DE LA EXPORTACION CONTABLE ANTES DE QUE ASIENTOS.TXT    *
      * VAYA AL MAYOR (ORQUESTA.CBL LO CORRE ANTES DEL CIERRE, QUE      *
      * REEMPLAZA EL ARCHIVO CON LOS ASIENTOS DEL LOTE NUEVO).  AGRUPA  *
      * LOS ASIENTOS POR FECHA, AGENCIA Y PROGRAMA DE ORIGEN Y CADA     *
      * GRUPO TIENE QUE BALANCEAR DEBE CONTRA HABER; BUSCA ASIENTOS     *
      * REPETIDOS (UNA RECORRIDA QUE ASENTO DOS VECES) Y ATA LOS        *
      * IMPORTES CONTRA SU FUENTE: LOS DEL LOTE CONTRA ALQHOY.TXT Y     *
      * ALQIDX.DAT, LA DIFERENCIA DE CAJA CONTRA LOS CIERRES DE SESION  *
      * (CAJACIER.TXT) Y LA DIFERENCIA DE CAMBIO CONTRA PAGOS.TXT.      *
      * LOS DESCUADRES VAN A ASICTL.TXT Y DEJAN LA MARCA ASICTL.ERR,    *
      * QUE LA CADENA RESPETA.                                          *

        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * APROBADOS DEL ULTIMO LOTE (VER ALQ-HOY EN TP.CBL): ES LO QUE    *
      * TP ASENTO POR AGENCIA.  ALQACT.TXT NO SIRVE PARA ESTO PORQUE    *
      * ARRASTRA TODO EL MAESTRO.                                       *
        SELECT ALQ-HOY ASSIGN TO "..\ALQHOY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQ-HOY.

      * CADA APROBADO TIENE QUE HABER LLEGADO AL MAESTRO.               *
        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * CIERRES DE SESION QUE GRABA CAJA.CBL (530-GRABAR-CIERRE).       *
        SELECT CAJACIER ASSIGN TO "..\CAJACIER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAJACIER.

        SELECT PAGOS ASSIGN TO "..\PAGOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGOS.

        SELECT CHEQUEO ASSIGN TO "..\ASICTL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CHEQUEO.

      * MARCA DE RETENCION: SU SOLA PRESENCIA FRENA LA CADENA.          *
        SELECT MARCA-ERR ASSIGN TO "..\ASICTL.ERR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MARCA-ERR.

        SELECT SORT-ASI ASSIGN TO DISK "SRTASI".

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

      * MISMO ARMADO QUE ASIENTO-REG EN TP.CBL.                         *
       FD  ASIENTOS.
       01  ASIENTO-REG.
           05  ASI-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ASI-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ASI-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  ASI-DEBE                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-HABER                        PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-DESCRIPCION                  PIC X(20).
           05  FILLER                           PIC X(01).
           05  ASI-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
      * CENTRO DE COSTO QUE DA EL PLAN DE CUENTAS (CTAMAP.TXT).         *
           05  ASI-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE CTAMAP-REG EN TP.CBL.                          *
       FD  CTAMAP.
       01  CTAMAP-REG.
           05  MAP-CONCEPTO                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  MAP-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-CCOSTO                       PIC X(06).

      * SOLO CLAVE, IMPORTE, AGENCIA Y MARCA DE ANULACION INTERESAN     *
      * (MISMO ORDEN QUE ALQ-ACT-REG EN TP.CBL).                        *
       FD  ALQ-HOY.
       01  ALQ-HOY-REG.
           03  ALQ-HOY-CLAVE.
               05  ALQ-HOY-PATENTE              PIC X(07).
               05  ALQ-HOY-FECHA                PIC 9(08).
           03  ALQ-HOY-TIPO-DOC                 PIC X.
           03  ALQ-HOY-NRO-DOC                  PIC X(20).
           03  ALQ-HOY-IMPORTE                  PIC 9(04)V99.
           03  ALQ-HOY-CHOFER                   PIC X(07).
           03  ALQ-HOY-ESTADO                   PIC X.
           03  ALQ-HOY-AGENCIA                  PIC 9(02).
           03  ALQ-HOY-ANULADO                  PIC X.
               88  ALQ-HOY-ESTA-ANULADO         VALUE 'S'.
           03  ALQ-HOY-RESTO                    PIC X(170).

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
           03  ALQ-IDX-RESTO                    PIC X(171).

      * LINEA QUE ARMA CAJA.CBL CON STRING: SOLO LA FECHA Y LA          *
      * DIFERENCIA EDITADA (SE DES-EDITA AL MOVERLA A NUMERICO).        *
       FD  CAJACIER.
       01  CAJACIER-REG.
           05  CJC-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(49).
           05  CJC-DIF                          PIC +Z.ZZZ.ZZ9,99.
           05  FILLER                           PIC X(40).

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL.                         *
       FD  PAGOS.
       01  PAGO-REG.
           05  PAGO-TIPO-DOC                    PIC X.
           05  PAGO-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  PAGO-FECHA                       PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAGO-IMPORTE                     PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  PAGO-REFERENCIA                  PIC X(15).
           05  FILLER                           PIC X(01).
           05  PAGO-MONEDA                      PIC X(03).
           05  FILLER                           PIC X(01).
           05  PAGO-IMP-MONEDA                  PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  PAGO-TC                          PIC 9(04)V9999.

       FD  CHEQUEO.
       01  CHEQUEO-REG                          PIC X(100).

       FD  MARCA-ERR.
       01  MARCA-ERR-REG                        PIC X(60).

       SD  SORT-ASI.
       01  SRT-REG.
           05  SRT-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SRT-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SRT-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  SRT-DEBE                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  SRT-HABER                        PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  SRT-DESCRIPCION                  PIC X(20).
           05  FILLER                           PIC X(01).
           05  SRT-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
           05  SRT-CCOSTO                       PIC X(06).

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
                    'ASIENTOS.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-ASIENTOS                          PIC X(02).
           88  FS-ASIENTOS-OK                   VALUE '00'.
           88  FS-ASIENTOS-NO-EXIST             VALUE '35'.

       01  FS-CTAMAP                            PIC X(02).
           88  FS-CTAMAP-OK                     VALUE '00'.
           88  FS-CTAMAP-FIN                    VALUE '10'.
           88  FS-CTAMAP-NO-EXIST               VALUE '35'.

      * PLAN DE CUENTAS CARGADO Y CONCEPTOS QUE ESTE PROGRAMA CONTROLA: *
      * CADA UNO TIENE QUE TENER SU FILA GENERAL (AGENCIA 00) EN        *
      * CTAMAP.TXT O EL PROGRAMA NO ARRANCA.                            *
       01  WS-CANT-CTAMAP                       PIC 9(03) VALUE ZERO.
       01  TABLA-CTAMAP.
           05  CTM-ENT                  OCCURS 200 TIMES.
               09  CTM-CONCEPTO         PIC X(10).
               09  CTM-AGENCIA          PIC 9(02).
               09  CTM-CUENTA           PIC X(10).
               09  CTM-CCOSTO           PIC X(06).
       01  IND-CTM                              PIC 9(03).
       01  WS-CTM-GENERAL                       PIC 9(03).
       01  WS-CTM-HALLADO                       PIC X.
       01  WS-CTM-CONCEPTO                      PIC X(10).
       01  WS-CTM-AGENCIA                       PIC 9(02).
       01  WS-CONCEPTOS.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
           05  FILLER                   PIC X(10) VALUE 'ALQUILERES'.
           05  FILLER                   PIC X(10) VALUE 'RECFINDESE'.
           05  FILLER                   PIC X(10) VALUE 'ING.DIFER '.
           05  FILLER                   PIC X(10) VALUE 'DIF.CAJA  '.
           05  FILLER                   PIC X(10) VALUE 'DIF.CAMBIO'.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 6 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).
       01  WS-CPT-CUENTA                        PIC X(10).

       01  FS-ALQ-HOY                           PIC X(02).
           88  FS-ALQ-HOY-OK                    VALUE '00'.
           88  FS-ALQ-HOY-FIN                   VALUE '10'.
           88  FS-ALQ-HOY-NO-EXIST              VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.
           88  FS-ALQ-IDX-NO-HAY                VALUE '23'.

       01  FS-CAJACIER                          PIC X(02).
           88  FS-CAJACIER-OK                   VALUE '00'.
           88  FS-CAJACIER-FIN                  VALUE '10'.
           88  FS-CAJACIER-NO-EXIST             VALUE '35'.

       01  FS-PAGOS                             PIC X(02).
           88  FS-PAGOS-OK                      VALUE '00'.
           88  FS-PAGOS-FIN                     VALUE '10'.
           88  FS-PAGOS-NO-EXIST                VALUE '35'.

       01  FS-CHEQUEO                           PIC X(02).
           88  FS-CHEQUEO-OK                    VALUE '00'.

       01  FS-MARCA-ERR                         PIC X(02).
           88  FS-MARCA-ERR-OK                  VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  WS-FIN-SORT                          PIC X VALUE 'N'.
           88  WS-SORT-FIN                      VALUE 'S'.

      * GRUPO EN CURSO (FECHA + AGENCIA + ORIGEN) Y ASIENTO ANTERIOR    *
      * PARA DETECTAR REPETIDOS.                                        *
       01  WS-HAY-GRUPO                         PIC X VALUE 'N'.
       01  WS-GRP-FECHA                         PIC 9(08).
       01  WS-GRP-AGENCIA                       PIC 9(02).
       01  WS-GRP-ORIGEN                        PIC X(08).
       01  WS-GRP-DEBE                          PIC 9(10)V99.
       01  WS-GRP-HABER                         PIC 9(10)V99.
       01  WS-ASI-ANTERIOR                      PIC X(82) VALUE SPACES.

      * FECHAS CON ASIENTOS, CON LO ASENTADO Y LO QUE DICE LA FUENTE    *
      * PARA LA DIFERENCIA DE CAJA Y LA DIFERENCIA DE CAMBIO (HABER     *
      * MENOS DEBE: POSITIVO ES SOBRANTE O GANANCIA).                   *
       01  WS-CANT-FECHAS                       PIC 9(03) VALUE ZERO.
       01  TABLA-FECHAS.
           05  FEC-ENT                  OCCURS 100 TIMES.
               09  FEC-FECHA            PIC 9(08).
               09  FEC-CAJA-ASI         PIC S9(09)V99.
               09  FEC-CAJA-FUENTE      PIC S9(09)V99.
               09  FEC-CAMBIO-ASI       PIC S9(09)V99.
               09  FEC-CAMBIO-FUENTE    PIC S9(09)V99.
       01  IND-F                                PIC 9(03).
       01  WS-BUSCA-FECHA                       PIC 9(08).
       01  WS-HALLADO                           PIC X.

      * LO QUE TP ASENTO POR AGENCIA Y LO QUE SUMAN SUS APROBADOS:      *
      * TOTAL A DEUDORES, Y DE ESE TOTAL LO QUE CAE EN MESES            *
      * SIGUIENTES A LA FECHA DEL LOTE (ING.DIFER); EL RESTO ES         *
      * ALQUILERES MAS RECFINDESE.                                      *
       01  TABLA-LOTE.
           05  LOT-ENT                  OCCURS 99 TIMES.
               09  LOT-DEUDORES         PIC 9(10)V99.
               09  LOT-INGRESO          PIC 9(10)V99.
               09  LOT-DIFERIDO         PIC 9(10)V99.
               09  LOT-APR-TOTAL        PIC 9(10)V99.
               09  LOT-APR-DIFERIDO     PIC 9(10)V99.
               09  LOT-APR-FILAS        PIC 9(05).
       01  IND-AG                               PIC 9(03).
       01  WS-FECHA-LOTE                        PIC 9(08) VALUE ZERO.
       01  WS-APR-INGRESO                       PIC 9(10)V99.

       01  WS-HAY-PAGOS-ASI                     PIC X VALUE 'N'.
       01  WS-PESOS-RECIBIDOS                   PIC 9(08)V99.
       01  WS-DIF-CAMBIO                        PIC S9(08)V99.
       01  WS-DIF-CAJA                          PIC S9(09)V99.

       01  WS-CANT-ASIENTOS                     PIC 9(06) VALUE ZERO.
       01  WS-CANT-SIN-ORIGEN                   PIC 9(06) VALUE ZERO.
       01  WS-CANT-GRAVES                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-LEVES                        PIC 9(05) VALUE ZERO.
       01  WS-ENV-LIBERAR                       PIC X(01).
       01  WS-COMANDO                           PIC X(60).

       01  WS-IMP-IMPR1                         PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-IMP-IMPR2                         PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-ORIGEN-IMPR                       PIC X(08).

       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ASICTL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 200-CONTROLAR-ASIENTOS.
        PERFORM 400-ATAR-LOTE.
        PERFORM 500-CARGAR-CAJA.
        PERFORM 550-CARGAR-PAGOS.
        PERFORM 600-ATAR-FECHAS.
        PERFORM 800-CERRAR-VEREDICTO.

        DISPLAY 'FIN ASICTL - ASIENTOS: ' WS-CANT-ASIENTOS
                '  GRAVES: ' WS-CANT-GRAVES
                '  LEVES: ' WS-CANT-LEVES.
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

       100-INICIO.
            OPEN OUTPUT CHEQUEO.
            MOVE FS-CHEQUEO TO WS-FS.
            MOVE "CHEQUEO"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE 'CONTROL DE LA EXPORTACION CONTABLE (ASIENTOS.TXT)'
                TO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

      * LA MARCA SE DEJA PUESTA DESDE EL ARRANQUE: SI EL CONTROL SE     *
      * CANCELA A MITAD, EL ARCHIVO QUEDA RETENIDO IGUAL.  SE LEVANTA   *
      * RECIEN EN 800 SI NO HUBO DESCUADRES.                            *
            OPEN OUTPUT MARCA-ERR.
            MOVE FS-MARCA-ERR TO WS-FS.
            MOVE "MARCAERR"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"      TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE 'CONTROL DE ASIENTOS EN CURSO' TO MARCA-ERR-REG.
            WRITE MARCA-ERR-REG.
            CLOSE MARCA-ERR.

            PERFORM 110-LIMPIAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1 UNTIL IND-AG > 99.

       110-LIMPIAR-AGENCIA.
            MOVE ZERO TO LOT-DEUDORES(IND-AG) LOT-INGRESO(IND-AG)
                         LOT-DIFERIDO(IND-AG) LOT-APR-TOTAL(IND-AG)
                         LOT-APR-DIFERIDO(IND-AG)
                         LOT-APR-FILAS(IND-AG).

      * BALANCE POR FECHA + AGENCIA + ORIGEN: EL SORT DEJA JUNTOS LOS   *
      * ASIENTOS DE CADA GRUPO Y LOS REPETIDOS UNO DETRAS DEL OTRO.     *
       200-CONTROLAR-ASIENTOS.
            MOVE 'BALANCE POR FECHA / AGENCIA / ORIGEN' TO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

            OPEN INPUT ASIENTOS.
            IF FS-ASIENTOS-NO-EXIST
                MOVE '  (SIN ASIENTOS.TXT -- NADA QUE CONTROLAR)'
                    TO LINEA
                WRITE CHEQUEO-REG FROM LINEA
            ELSE
                MOVE FS-ASIENTOS TO WS-FS
                MOVE "ASIENTOS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                CLOSE ASIENTOS
                SORT SORT-ASI
                        ON ASCENDING KEY SRT-FECHA
                        ON ASCENDING KEY SRT-AGENCIA
                        ON ASCENDING KEY SRT-ORIGEN
                        ON ASCENDING KEY SRT-CUENTA
                        ON ASCENDING KEY SRT-DEBE
                        ON ASCENDING KEY SRT-HABER
                        ON ASCENDING KEY SRT-DESCRIPCION
                        USING ASIENTOS
                        OUTPUT PROCEDURE IS 300-RECORRER-ASIENTOS
            END-IF.

            IF WS-CANT-SIN-ORIGEN > ZERO
                PERFORM 720-ANOTAR-LEVE
                MOVE SPACES TO LINEA
                STRING '  LEVE: ' WS-CANT-SIN-ORIGEN
                       ' ASIENTOS SIN PROGRAMA DE ORIGEN (ARMADO '
                       'ANTERIOR)'
                    DELIMITED BY SIZE INTO LINEA
                WRITE CHEQUEO-REG FROM LINEA
            END-IF.

       300-RECORRER-ASIENTOS.
            PERFORM 310-DEVOLVER-SORT.
            PERFORM 320-CONTROLAR-RENGLON UNTIL WS-SORT-FIN.
            IF WS-HAY-GRUPO = 'S'
                PERFORM 340-CERRAR-GRUPO
            END-IF.

       310-DEVOLVER-SORT.
            RETURN SORT-ASI RECORD AT END SET WS-SORT-FIN TO TRUE.

       320-CONTROLAR-RENGLON.
            ADD 1 TO WS-CANT-ASIENTOS.

            IF WS-HAY-GRUPO = 'S'
                IF SRT-FECHA NOT = WS-GRP-FECHA
                   OR SRT-AGENCIA NOT = WS-GRP-AGENCIA
                   OR SRT-ORIGEN NOT = WS-GRP-ORIGEN
                    PERFORM 340-CERRAR-GRUPO
                END-IF
            END-IF.
            IF WS-HAY-GRUPO = 'N'
                MOVE 'S'          TO WS-HAY-GRUPO
                MOVE SRT-FECHA    TO WS-GRP-FECHA
                MOVE SRT-AGENCIA  TO WS-GRP-AGENCIA
                MOVE SRT-ORIGEN   TO WS-GRP-ORIGEN
                MOVE ZERO TO WS-GRP-DEBE WS-GRP-HABER
            END-IF.

            IF SRT-REG = WS-ASI-ANTERIOR
                PERFORM 330-ASIENTO-REPETIDO
            END-IF.
            MOVE SRT-REG TO WS-ASI-ANTERIOR.

            ADD SRT-DEBE  TO WS-GRP-DEBE.
            ADD SRT-HABER TO WS-GRP-HABER.
            IF SRT-ORIGEN = SPACES
                ADD 1 TO WS-CANT-SIN-ORIGEN
            END-IF.

            MOVE SRT-FECHA TO WS-BUSCA-FECHA.
            PERFORM 700-UBICAR-FECHA.
            PERFORM 350-ACUMULAR-FUENTE.

            PERFORM 310-DEVOLVER-SORT.

      * EL LOTE Y EL DIFERIMIENTO MENSUAL GRABAN UN SOLO ASIENTO POR    *
      * CUENTA Y AGENCIA: UN REPETIDO ES UNA RECORRIDA QUE ASENTO DOS   *
      * VECES (GRAVE).  EN LOS DEMAS PROGRAMAS DOS MOVIMIENTOS IGUALES  *
      * PUEDEN SER LEGITIMOS Y QUEDAN COMO AVISO.                       *
       330-ASIENTO-REPETIDO.
            IF SRT-ORIGEN = 'TP' OR SRT-ORIGEN = 'DIFEREV'
                PERFORM 710-ANOTAR-GRAVE
                MOVE SPACES TO LINEA
                STRING '  GRAVE: ASIENTO REPETIDO ' SRT-FECHA
                       ' AG ' SRT-AGENCIA ' ' SRT-ORIGEN
                       ' ' SRT-CUENTA ' ' SRT-DESCRIPCION
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                PERFORM 720-ANOTAR-LEVE
                MOVE SPACES TO LINEA
                STRING '  LEVE: ASIENTO REPETIDO ' SRT-FECHA
                       ' AG ' SRT-AGENCIA ' ' SRT-ORIGEN
                       ' ' SRT-CUENTA ' ' SRT-DESCRIPCION
                    DELIMITED BY SIZE INTO LINEA
            END-IF.
            WRITE CHEQUEO-REG FROM LINEA.

       340-CERRAR-GRUPO.
            MOVE WS-GRP-DEBE  TO WS-IMP-IMPR1.
            MOVE WS-GRP-HABER TO WS-IMP-IMPR2.
            MOVE WS-GRP-ORIGEN TO WS-ORIGEN-IMPR.
            IF WS-GRP-ORIGEN = SPACES
                MOVE '(S/ORIG)' TO WS-ORIGEN-IMPR
            END-IF.
            MOVE SPACES TO LINEA.
            STRING '  ' WS-GRP-FECHA ' AG ' WS-GRP-AGENCIA
                   ' ' WS-ORIGEN-IMPR
                   ' DEBE ' WS-IMP-IMPR1
                   ' HABER ' WS-IMP-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            IF WS-GRP-DEBE NOT = WS-GRP-HABER
                PERFORM 710-ANOTAR-GRAVE
                MOVE 'GRAVE: DESCUADRE' TO LINEA(83:16)
            ELSE
                MOVE 'OK' TO LINEA(83:2)
            END-IF.
            WRITE CHEQUEO-REG FROM LINEA.
            MOVE 'N' TO WS-HAY-GRUPO.

      * LO QUE DESPUES SE ATA CONTRA LA FUENTE: EL LOTE POR AGENCIA,    *
      * LA DIFERENCIA DE CAJA Y LA DE CAMBIO POR FECHA.                 *
      * EL REPARTO ONE-WAY (VER 9022 EN TP.CBL) PASA INGRESO DE UNA     *
      * AGENCIA A OTRA CONTRA LA CUENTA PUENTE: NO ES VENTA DEL LOTE DE *
      * LA QUE RECIBE, ASI QUE NO ENTRA EN LO QUE SE ATA CONTRA         *
      * ALQHOY.TXT.                                                     *
       350-ACUMULAR-FUENTE.
            PERFORM 355-CLASIFICAR-CUENTA.

            IF SRT-ORIGEN = 'TP'
               AND SRT-AGENCIA > ZERO
                IF WS-FECHA-LOTE = ZERO
                    MOVE SRT-FECHA TO WS-FECHA-LOTE
                END-IF
                EVALUATE WS-CPT-CUENTA
                    WHEN 'DEUDORES  '
                        ADD SRT-DEBE  TO LOT-DEUDORES(SRT-AGENCIA)
                    WHEN 'ALQUILERES'
                    WHEN 'RECFINDESE'
                        IF SRT-DESCRIPCION NOT = 'ONE-WAY RECIBIDO'
                            ADD SRT-HABER TO LOT-INGRESO(SRT-AGENCIA)
                        END-IF
                    WHEN 'ING.DIFER '
                        ADD SRT-HABER TO LOT-DIFERIDO(SRT-AGENCIA)
                END-EVALUATE
            END-IF.

            IF SRT-ORIGEN = 'CAJA'
               AND WS-CPT-CUENTA = 'DIF.CAJA  '
               AND WS-HALLADO = 'S'
                ADD SRT-HABER      TO FEC-CAJA-ASI(IND-F)
                SUBTRACT SRT-DEBE FROM FEC-CAJA-ASI(IND-F)
            END-IF.

            IF SRT-ORIGEN = 'PAGOS'
               AND WS-CPT-CUENTA = 'DIF.CAMBIO'
               AND WS-HALLADO = 'S'
                MOVE 'S' TO WS-HAY-PAGOS-ASI
                ADD SRT-HABER      TO FEC-CAMBIO-ASI(IND-F)
                SUBTRACT SRT-DEBE FROM FEC-CAMBIO-ASI(IND-F)
            END-IF.

      * EL ASIENTO TRAE LA CUENTA DEL MAYOR: SE VUELVE AL CONCEPTO CON  *
      * EL PLAN DE CUENTAS (LA FILA DE LA AGENCIA O LA GENERAL).  LOS   *
      * ASIENTOS GRABADOS ANTES DEL PLAN TRAEN EL CONCEPTO MISMO.       *
       355-CLASIFICAR-CUENTA.
            MOVE SPACES TO WS-CPT-CUENTA.
            PERFORM 356-PROBAR-CONCEPTO
                    VARYING IND-CPT FROM 1 BY 1
                    UNTIL IND-CPT > 6 OR WS-CPT-CUENTA NOT = SPACES.

       356-PROBAR-CONCEPTO.
            IF SRT-CUENTA = WS-CONCEPTO(IND-CPT)
                MOVE WS-CONCEPTO(IND-CPT) TO WS-CPT-CUENTA
            ELSE
                MOVE WS-CONCEPTO(IND-CPT) TO WS-CTM-CONCEPTO
                MOVE SRT-AGENCIA          TO WS-CTM-AGENCIA
                PERFORM 086-BUSCAR-CUENTA
                IF WS-CTM-HALLADO = 'S'
                    IF CTM-CUENTA(IND-CTM) = SRT-CUENTA
                        MOVE WS-CONCEPTO(IND-CPT) TO WS-CPT-CUENTA
                    END-IF
                END-IF
            END-IF.

      * EL LOTE CONTRA SUS APROBADOS: CADA FILA DE ALQHOY.TXT TIENE     *
      * QUE ESTAR EN EL MAESTRO, Y POR AGENCIA DEUDORES = TOTAL,        *
      * ING.DIFER = DIAS DE MESES SIGUIENTES A LA FECHA DEL LOTE Y      *
      * ALQUILERES + RECFINDESE = EL RESTO (MISMO CORTE QUE             *
      * 9010-GRABAR-ASIENTO-AGENCIA EN TP.CBL).                         *
       400-ATAR-LOTE.
            MOVE 'LOTE (TP) CONTRA ALQHOY.TXT Y ALQIDX.DAT' TO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

            OPEN INPUT ALQ-HOY.
            IF FS-ALQ-HOY-NO-EXIST
                MOVE '  (SIN ALQHOY.TXT)' TO LINEA
                WRITE CHEQUEO-REG FROM LINEA
            ELSE
                OPEN INPUT ALQ-IDX
                IF FS-ALQ-IDX-NO-EXIST
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE '  GRAVE: NO EXISTE ALQIDX.DAT' TO LINEA
                    WRITE CHEQUEO-REG FROM LINEA
                ELSE
                    MOVE FS-ALQ-IDX TO WS-FS
                    MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                    MOVE "ABRIR"    TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
                PERFORM 410-LEER-ALQ-HOY
                PERFORM 420-ATAR-APROBADO UNTIL FS-ALQ-HOY-FIN
                CLOSE ALQ-HOY
                IF NOT FS-ALQ-IDX-NO-EXIST
                    CLOSE ALQ-IDX
                END-IF
            END-IF.

            PERFORM 430-ATAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1 UNTIL IND-AG > 99.

       410-LEER-ALQ-HOY.
            READ ALQ-HOY AT END SET FS-ALQ-HOY-FIN TO TRUE.

            IF NOT FS-ALQ-HOY-OK AND NOT FS-ALQ-HOY-FIN
                DISPLAY 'ERROR AL LEER ALQHOY'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA FILA ANULADA NO SE ASENTO: NO ENTRA EN EL ATADO.            *
       420-ATAR-APROBADO.
            IF ALQ-HOY-ESTA-ANULADO
                CONTINUE
            ELSE
                PERFORM 425-ATAR-VIGENTE
            END-IF.

            PERFORM 410-LEER-ALQ-HOY.

       425-ATAR-VIGENTE.
            IF ALQ-HOY-AGENCIA > ZERO
                ADD 1 TO LOT-APR-FILAS(ALQ-HOY-AGENCIA)
                ADD ALQ-HOY-IMPORTE TO LOT-APR-TOTAL(ALQ-HOY-AGENCIA)
                IF WS-FECHA-LOTE > ZERO
                   AND ALQ-HOY-FECHA(1:6) > WS-FECHA-LOTE(1:6)
                    ADD ALQ-HOY-IMPORTE
                        TO LOT-APR-DIFERIDO(ALQ-HOY-AGENCIA)
                END-IF
            END-IF.

            IF NOT FS-ALQ-IDX-NO-EXIST
                MOVE ALQ-HOY-CLAVE TO ALQ-IDX-CLAVE
                READ ALQ-IDX
                IF FS-ALQ-IDX-NO-HAY
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE SPACES TO LINEA
                    STRING '  GRAVE: APROBADO ' ALQ-HOY-PATENTE
                           ' ' ALQ-HOY-FECHA
                           ' NO ESTA EN ALQIDX.DAT'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE CHEQUEO-REG FROM LINEA
                ELSE
                    MOVE FS-ALQ-IDX TO WS-FS
                    MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                    MOVE "LEER"     TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
            END-IF.

       430-ATAR-AGENCIA.
            IF LOT-APR-FILAS(IND-AG) > ZERO
               OR LOT-DEUDORES(IND-AG) > ZERO
                COMPUTE WS-APR-INGRESO = LOT-APR-TOTAL(IND-AG)
                                       - LOT-APR-DIFERIDO(IND-AG)
                MOVE LOT-DEUDORES(IND-AG)  TO WS-IMP-IMPR1
                MOVE LOT-APR-TOTAL(IND-AG) TO WS-IMP-IMPR2
                MOVE SPACES TO LINEA
                STRING '  AG ' IND-AG(2:2)
                       ' APROBADOS ' LOT-APR-FILAS(IND-AG)
                       ' DEUDORES ' WS-IMP-IMPR1
                       ' ALQHOY ' WS-IMP-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                IF LOT-DEUDORES(IND-AG) NOT = LOT-APR-TOTAL(IND-AG)
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE 'GRAVE' TO LINEA(94:5)
                ELSE
                    MOVE 'OK' TO LINEA(94:2)
                END-IF
                WRITE CHEQUEO-REG FROM LINEA

                MOVE LOT-INGRESO(IND-AG) TO WS-IMP-IMPR1
                MOVE WS-APR-INGRESO      TO WS-IMP-IMPR2
                MOVE SPACES TO LINEA
                STRING '        ALQUILERES+RECFINDESE ' WS-IMP-IMPR1
                       ' ALQHOY ' WS-IMP-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                IF LOT-INGRESO(IND-AG) NOT = WS-APR-INGRESO
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE 'GRAVE' TO LINEA(94:5)
                ELSE
                    MOVE 'OK' TO LINEA(94:2)
                END-IF
                WRITE CHEQUEO-REG FROM LINEA

                MOVE LOT-DIFERIDO(IND-AG)     TO WS-IMP-IMPR1
                MOVE LOT-APR-DIFERIDO(IND-AG) TO WS-IMP-IMPR2
                MOVE SPACES TO LINEA
                STRING '        ING.DIFER ' WS-IMP-IMPR1
                       ' ALQHOY ' WS-IMP-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                IF LOT-DIFERIDO(IND-AG) NOT = LOT-APR-DIFERIDO(IND-AG)
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE 'GRAVE' TO LINEA(94:5)
                ELSE
                    MOVE 'OK' TO LINEA(94:2)
                END-IF
                WRITE CHEQUEO-REG FROM LINEA
            END-IF.

      * DIFERENCIA DE CAJA SEGUN LOS CIERRES DE SESION, SOLO PARA LAS   *
      * FECHAS QUE TIENEN ASIENTOS EN EL ARCHIVO.                       *
       500-CARGAR-CAJA.
            OPEN INPUT CAJACIER.
            IF NOT FS-CAJACIER-NO-EXIST
                MOVE FS-CAJACIER TO WS-FS
                MOVE "CAJACIER"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 510-LEER-CAJACIER
                PERFORM 520-CARGAR-CIERRE UNTIL FS-CAJACIER-FIN
                CLOSE CAJACIER
            END-IF.

       510-LEER-CAJACIER.
            READ CAJACIER AT END SET FS-CAJACIER-FIN TO TRUE.

            IF NOT FS-CAJACIER-OK AND NOT FS-CAJACIER-FIN
                DISPLAY 'ERROR AL LEER CAJACIER'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       520-CARGAR-CIERRE.
            IF CJC-FECHA IS NUMERIC
                MOVE CJC-FECHA TO WS-BUSCA-FECHA
                PERFORM 705-BUSCAR-FECHA
                IF WS-HALLADO = 'S'
                    MOVE CJC-DIF TO WS-DIF-CAJA
                    ADD WS-DIF-CAJA TO FEC-CAJA-FUENTE(IND-F)
                END-IF
            END-IF.
            PERFORM 510-LEER-CAJACIER.

      * DIFERENCIA DE CAMBIO RECALCULADA COMO EN 325-VERIFICAR-DIF-     *
      * CAMBIO DE PAGOS.CBL.  PAGOS.CBL VUELVE A ASENTAR TODO           *
      * PAGOS.TXT EN CADA CORRIDA, ASI QUE SOLO SE ATA SI EL ARCHIVO    *
      * TRAE ASIENTOS SUYOS.                                            *
       550-CARGAR-PAGOS.
            IF WS-HAY-PAGOS-ASI = 'S'
                OPEN INPUT PAGOS
                IF NOT FS-PAGOS-NO-EXIST
                    MOVE FS-PAGOS TO WS-FS
                    MOVE "PAGOS"  TO WS-FS-NOMBRE
                    MOVE "ABRIR"  TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    PERFORM 560-LEER-PAGO
                    PERFORM 570-CARGAR-PAGO UNTIL FS-PAGOS-FIN
                    CLOSE PAGOS
                END-IF
            END-IF.

       560-LEER-PAGO.
            READ PAGOS AT END SET FS-PAGOS-FIN TO TRUE.

            IF NOT FS-PAGOS-OK AND NOT FS-PAGOS-FIN
                DISPLAY 'ERROR AL LEER PAGOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       570-CARGAR-PAGO.
            IF PAGO-MONEDA NOT = SPACES
               AND PAGO-IMP-MONEDA IS NUMERIC
               AND PAGO-IMP-MONEDA > ZERO
               AND PAGO-TC IS NUMERIC
               AND PAGO-TC > ZERO
                COMPUTE WS-PESOS-RECIBIDOS ROUNDED =
                    PAGO-IMP-MONEDA * PAGO-TC
                COMPUTE WS-DIF-CAMBIO =
                    WS-PESOS-RECIBIDOS - PAGO-IMPORTE
                IF WS-DIF-CAMBIO NOT = ZERO
                    MOVE PAGO-FECHA TO WS-BUSCA-FECHA
                    PERFORM 700-UBICAR-FECHA
                    IF WS-HALLADO = 'S'
                        ADD WS-DIF-CAMBIO
                            TO FEC-CAMBIO-FUENTE(IND-F)
                    END-IF
                END-IF
            END-IF.
            PERFORM 560-LEER-PAGO.

       600-ATAR-FECHAS.
            MOVE 'DIF.CAJA CONTRA CAJACIER / DIF.CAMBIO CONTRA PAGOS'
                TO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.
            IF WS-HAY-PAGOS-ASI = 'N'
                MOVE '  (SIN ASIENTOS DE PAGOS: NO SE ATA DIF.CAMBIO)'
                    TO LINEA
                WRITE CHEQUEO-REG FROM LINEA
            END-IF.

            PERFORM 610-ATAR-UNA-FECHA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FECHAS.

       610-ATAR-UNA-FECHA.
            IF FEC-CAJA-ASI(IND-F) NOT = ZERO
               OR FEC-CAJA-FUENTE(IND-F) NOT = ZERO
                MOVE FEC-CAJA-ASI(IND-F)    TO WS-IMP-IMPR1
                MOVE FEC-CAJA-FUENTE(IND-F) TO WS-IMP-IMPR2
                MOVE SPACES TO LINEA
                STRING '  ' FEC-FECHA(IND-F)
                       ' DIF.CAJA   ASENTADO ' WS-IMP-IMPR1
                       ' SESIONES ' WS-IMP-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                IF FEC-CAJA-ASI(IND-F) NOT = FEC-CAJA-FUENTE(IND-F)
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE 'GRAVE' TO LINEA(94:5)
                ELSE
                    MOVE 'OK' TO LINEA(94:2)
                END-IF
                WRITE CHEQUEO-REG FROM LINEA
            END-IF.

            IF WS-HAY-PAGOS-ASI = 'S'
               AND (FEC-CAMBIO-ASI(IND-F) NOT = ZERO
                    OR FEC-CAMBIO-FUENTE(IND-F) NOT = ZERO)
                MOVE FEC-CAMBIO-ASI(IND-F)    TO WS-IMP-IMPR1
                MOVE FEC-CAMBIO-FUENTE(IND-F) TO WS-IMP-IMPR2
                MOVE SPACES TO LINEA
                STRING '  ' FEC-FECHA(IND-F)
                       ' DIF.CAMBIO ASENTADO ' WS-IMP-IMPR1
                       ' PAGOS    ' WS-IMP-IMPR2
                    DELIMITED BY SIZE INTO LINEA
                IF FEC-CAMBIO-ASI(IND-F) NOT = FEC-CAMBIO-FUENTE(IND-F)
                    PERFORM 710-ANOTAR-GRAVE
                    MOVE 'GRAVE' TO LINEA(94:5)
                ELSE
                    MOVE 'OK' TO LINEA(94:2)
                END-IF
                WRITE CHEQUEO-REG FROM LINEA
            END-IF.

      * UBICA WS-BUSCA-FECHA EN LA TABLA Y LA AGREGA SI NO ESTA.  CON   *
      * LA TABLA LLENA QUEDA WS-HALLADO = 'N' Y LA FECHA SIN ATAR.      *
       700-UBICAR-FECHA.
            PERFORM 705-BUSCAR-FECHA.
            IF WS-HALLADO = 'N'
                IF WS-CANT-FECHAS < 100
                    ADD 1 TO WS-CANT-FECHAS
                    MOVE WS-CANT-FECHAS TO IND-F
                    MOVE WS-BUSCA-FECHA TO FEC-FECHA(IND-F)
                    MOVE ZERO TO FEC-CAJA-ASI(IND-F)
                                 FEC-CAJA-FUENTE(IND-F)
                                 FEC-CAMBIO-ASI(IND-F)
                                 FEC-CAMBIO-FUENTE(IND-F)
                    MOVE 'S' TO WS-HALLADO
                ELSE
                    PERFORM 720-ANOTAR-LEVE
                    MOVE SPACES TO LINEA
                    STRING '  LEVE: FECHA ' WS-BUSCA-FECHA
                           ' SIN LUGAR EN LA TABLA -- NO SE ATA'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE CHEQUEO-REG FROM LINEA
                END-IF
            END-IF.

       705-BUSCAR-FECHA.
            MOVE 'N' TO WS-HALLADO.
            PERFORM 706-COMPARAR-FECHA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FECHAS
                    OR WS-HALLADO = 'S'.
            IF WS-HALLADO = 'S'
                SUBTRACT 1 FROM IND-F
            END-IF.

       706-COMPARAR-FECHA.
            IF FEC-FECHA(IND-F) = WS-BUSCA-FECHA
                MOVE 'S' TO WS-HALLADO
            END-IF.

       710-ANOTAR-GRAVE.
            ADD 1 TO WS-CANT-GRAVES.

       720-ANOTAR-LEVE.
            ADD 1 TO WS-CANT-LEVES.

      * CON DESCUADRES LA MARCA ASICTL.ERR QUEDA (LA CADENA NO LARGA    *
      * EL CIERRE MIENTRAS EXISTA) SALVO QUE EL OPERADOR, REVISADO EL   *
      * REPORTE, LIBERE LA RETENCION CON TP_ASI_LIBERAR=S; SIN          *
      * DESCUADRES SE LEVANTA.                                          *
       800-CERRAR-VEREDICTO.
            MOVE SPACES TO LINEA.
            STRING 'ASIENTOS: ' WS-CANT-ASIENTOS
                   '  GRAVES: ' WS-CANT-GRAVES
                   '  LEVES: ' WS-CANT-LEVES
                DELIMITED BY SIZE INTO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

            MOVE SPACES TO WS-ENV-LIBERAR.
            ACCEPT WS-ENV-LIBERAR FROM ENVIRONMENT "TP_ASI_LIBERAR".

            IF WS-CANT-GRAVES > ZERO
               AND WS-ENV-LIBERAR NOT = 'S'
                OPEN OUTPUT MARCA-ERR
                MOVE 'ASIENTOS CON DESCUADRES - VER ASICTL.TXT'
                    TO MARCA-ERR-REG
                WRITE MARCA-ERR-REG
                CLOSE MARCA-ERR
                DISPLAY '*** ASIENTOS CON DESCUADRES -- NO VAN AL '
                        'MAYOR (ASICTL.ERR PRESENTE) ***'
            ELSE
                IF WS-CANT-GRAVES > ZERO
                    MOVE 'RETENCION LIBERADA POR EL OPERADOR'
                        TO LINEA
                    WRITE CHEQUEO-REG FROM LINEA
                    DISPLAY 'DESCUADRES LIBERADOS POR EL OPERADOR'
                END-IF
                MOVE 'DEL ..\ASICTL.ERR' TO WS-COMANDO
                CALL "SYSTEM" USING WS-COMANDO
            END-IF.

      * PLAN DE CUENTAS: SIN CTAMAP.TXT, O CON UN CONCEPTO DE LOS QUE   *
      * ESTE PROGRAMA CONTROLA SIN SU FILA GENERAL, NO SE SIGUE:        *
      * MEJOR PARAR QUE EXPORTAR UNA CUENTA QUE EL MAYOR RECHAZA.       *
       080-CARGAR-PLAN-CUENTAS.
            OPEN INPUT CTAMAP.
            IF FS-CTAMAP-NO-EXIST
                DISPLAY 'NO EXISTE CTAMAP.TXT (PLAN DE CUENTAS)'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-CTAMAP TO WS-FS.
            MOVE "CTAMAP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 081-LEER-CTAMAP.
            PERFORM 082-CARGAR-CTAMAP
                    UNTIL FS-CTAMAP-FIN OR WS-CANT-CTAMAP >= 200.
            CLOSE CTAMAP.

            PERFORM 083-VERIFICAR-CONCEPTO
                    VARYING IND-CPT FROM 1 BY 1
                    UNTIL IND-CPT > 6.

       081-LEER-CTAMAP.
            READ CTAMAP AT END SET FS-CTAMAP-FIN TO TRUE.

            IF NOT FS-CTAMAP-OK AND NOT FS-CTAMAP-FIN
                DISPLAY 'ERROR AL LEER CTAMAP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       082-CARGAR-CTAMAP.
            IF MAP-CONCEPTO NOT = SPACES
               AND MAP-AGENCIA IS NUMERIC
               AND MAP-CUENTA NOT = SPACES
                ADD 1 TO WS-CANT-CTAMAP
                MOVE MAP-CONCEPTO TO CTM-CONCEPTO(WS-CANT-CTAMAP)
                MOVE MAP-AGENCIA  TO CTM-AGENCIA(WS-CANT-CTAMAP)
                MOVE MAP-CUENTA   TO CTM-CUENTA(WS-CANT-CTAMAP)
                MOVE MAP-CCOSTO   TO CTM-CCOSTO(WS-CANT-CTAMAP)
            END-IF.
            PERFORM 081-LEER-CTAMAP.

       083-VERIFICAR-CONCEPTO.
            MOVE WS-CONCEPTO(IND-CPT) TO WS-CTM-CONCEPTO.
            MOVE ZERO TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA GENERAL EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA FILA DE LA AGENCIA SI LA HAY (APERTURA POR CENTRO DE         *
      * COSTO); SI NO, LA GENERAL (AGENCIA 00).                         *
       086-BUSCAR-CUENTA.
            MOVE 'N'  TO WS-CTM-HALLADO.
            MOVE ZERO TO WS-CTM-GENERAL.
            PERFORM 087-COMPARAR-CUENTA
                    VARYING IND-CTM FROM 1 BY 1
                    UNTIL IND-CTM > WS-CANT-CTAMAP
                    OR WS-CTM-HALLADO = 'S'.
            IF WS-CTM-HALLADO = 'S'
                SUBTRACT 1 FROM IND-CTM
            ELSE
                IF WS-CTM-GENERAL > ZERO
                    MOVE WS-CTM-GENERAL TO IND-CTM
                    MOVE 'S' TO WS-CTM-HALLADO
                END-IF
            END-IF.

       087-COMPARAR-CUENTA.
            IF CTM-CONCEPTO(IND-CTM) = WS-CTM-CONCEPTO
                IF CTM-AGENCIA(IND-CTM) = ZERO
                    MOVE IND-CTM TO WS-CTM-GENERAL
                ELSE
                    IF CTM-AGENCIA(IND-CTM) = WS-CTM-AGENCIA
                        MOVE 'S' TO WS-CTM-HALLADO
                    END-IF
                END-IF
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
            CLOSE CHEQUEO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
