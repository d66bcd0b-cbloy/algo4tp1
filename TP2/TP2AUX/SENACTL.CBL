       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENACTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SENAS DE RESERVAS ESCRITAS POR RESERVAR.CBL Y COBRADAS POR     *
      * PAGOS.CBL.  SE CARGAN ENTERAS, SE AVANZA EL ESTADO DE CADA UNA *
      * Y SE REESCRIBEN (MISMO CRITERIO QUE FACTURAS.DAT EN PAGOS).    *
      * CORRE EN EL LOTE NOCTURNO DESPUES DE PAGOS Y NOSHOW Y ANTES    *
      * DEL MERGE DE TP.CBL.                                           *
        SELECT SENAS ASSIGN TO "..\SENAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SENAS.

      * MISMO RESERVAS.DAT QUE RESERVAR.CBL: AL COBRARSE LA SENA LOS   *
      * DIAS PASAN DE PENDIENTES ('P') A RESERVADOS ('R'); SI LA SENA  *
      * VENCE SIN PAGAR SE BORRAN.                                     *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * MISMO ALQIDX.DAT QUE NOSHOW.CBL: SE LEE POR CLAVE EL PRIMER    *
      * DIA DE LA RESERVA PARA SABER SI SE CONVIRTIO, SI SE RETIRO EL  *
      * AUTO O SI FUE NO-SHOW.                                         *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * EXPORTACION CONTABLE (MISMO LAYOUT QUE 9009 EN TP.CBL), EN     *
      * EXTEND: APLICACION DE LA SENA AL ALQUILER Y SENA RETENIDA.     *
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * REPORTE DE LA PASADA: CAMBIOS DE ESTADO Y SENAS A DEVOLVER.    *
        SELECT SENAREP ASSIGN TO "..\SENAREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SENAREP.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).            *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

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

      * MISMO ARMADO QUE SENA-REG EN RESERVAR.CBL (SE TRABAJA SOBRE    *
      * SNA-REG EN WORKING).                                           *
       FD  SENAS.
       01  SENA-REG                             PIC X(117).

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/NOSHOW.CBL.             *
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

      * MISMO ARMADO QUE ASIENTO-REG EN TP.CBL.                        *
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
      * PROGRAMA QUE GRABO EL ASIENTO (VER ASICTL.CBL).                *
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

       FD  SENAREP.
       01  SENAREP-REG                          PIC X(110).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

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
                    'RESERVAS.DAT03'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.

       01  FS-SENAS                             PIC X(02).
           88  FS-SENAS-OK                      VALUE '00'.
           88  FS-SENAS-FIN                     VALUE '10'.
           88  FS-SENAS-NO-EXIST                VALUE '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-NO-EXIST             VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-ASIENTOS                          PIC X(02).
           88  FS-ASIENTOS-OK                   VALUE '00'.

       01  FS-CTAMAP                            PIC X(02).
           88  FS-CTAMAP-OK                     VALUE '00'.
           88  FS-CTAMAP-FIN                    VALUE '10'.
           88  FS-CTAMAP-NO-EXIST               VALUE '35'.

      * PLAN DE CUENTAS CARGADO Y CONCEPTOS QUE ESTE PROGRAMA ASIENTA:  *
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
           05  FILLER                   PIC X(10) VALUE 'SENAS     '.
           05  FILLER                   PIC X(10) VALUE 'SENAS PERD'.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 3 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-SENAREP                           PIC X(02).
           88  FS-SENAREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * DIAS QUE UNA SENA PUEDE QUEDAR SIN PAGAR DESDE EL ALTA DE LA   *
      * RESERVA (TP_SENA_GRACIA, POR DEFECTO 2).  PASADO ESE PLAZO, O  *
      * LLEGADO EL PRIMER DIA RESERVADO, LA RESERVA SE LIBERA.         *
       01  WS-ENV-GRACIA                        PIC X(02).
       01  WS-DIAS-GRACIA                       PIC 9(02) VALUE 2.
       01  WS-FECHA-CORTE                       PIC 9(08).

       01  WS-HAY-RESERVAS                      PIC X VALUE 'S'.
           88  HAY-RESERVAS                     VALUE 'S'.
       01  WS-HAY-ALQ-IDX                       PIC X VALUE 'S'.
           88  HAY-ALQ-IDX                      VALUE 'S'.
       01  WS-ASIENTOS-ABIERTO                  PIC X VALUE 'N'.
           88  ASIENTOS-ABIERTO                 VALUE 'S'.

      * SENAS EN MEMORIA (FILAS CRUDAS) Y LA FILA EN TRABAJO.          *
       01  WS-CANT-SENAS                        PIC 9(4) VALUE ZERO.
       01  TABLA-SENAS.
           05  SNT-REG                  OCCURS 1000 TIMES
                                        PIC X(117).
       01  IND-S                                PIC 9(4).

       01  SNA-REG.
           05  SNA-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  SNA-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-DOC.
               09  SNA-TIPO-DOC                 PIC X.
               09  SNA-NRO-DOC                  PIC X(20).
           05  FILLER                           PIC X(01).
           05  SNA-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SNA-PAGADO                       PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-PAGO                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-ESTADO                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-NRO-CONTRATO                 PIC 9(09).

      * RECORRIDO DE LOS DIAS DE LA RESERVA.                           *
       01  WS-ACCION-RSV                        PIC X.
           88  RSV-CONFIRMAR                    VALUE 'C'.
           88  RSV-LIBERAR                      VALUE 'L'.
       01  WS-DIAS-RANGO                        PIC 9(03).
       01  WS-CANT-DIAS-RSV                     PIC 9(03).

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
       01  IND-G                                PIC 9(02).

      * ASIENTO A GRABAR (CUENTA DEL HABER CONTRA EL PASIVO SENAS).    *
       01  WS-ASI-CUENTA-HABER                  PIC X(10).
       01  WS-ASI-DESCRIPCION                   PIC X(20).

       01  WS-CANT-CONFIRMADAS                  PIC 9(5) VALUE ZERO.
       01  WS-CANT-VENCIDAS                     PIC 9(5) VALUE ZERO.
       01  WS-CANT-APLICADAS                    PIC 9(5) VALUE ZERO.
       01  WS-CANT-RETENIDAS                    PIC 9(5) VALUE ZERO.
       01  WS-CANT-A-DEVOLVER                   PIC 9(5) VALUE ZERO.
       01  WS-CANT-CAMBIOS                      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-A-DEVOLVER                  PIC 9(08)V99 VALUE ZERO.

       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-IMPORTE-IMPR                      PIC $Z.ZZZ.ZZ9,99.
       01  WS-IMPORTE-IMPR2                     PIC $Z.ZZZ.ZZ9,99.
       01  WS-TEXTO-ESTADO                      PIC X(20).
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO SENACTL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-SENAS.
        PERFORM 300-REVISAR-SENA
                VARYING IND-S FROM 1 BY 1
                UNTIL IND-S > WS-CANT-SENAS.
        IF WS-CANT-CAMBIOS > ZERO
            PERFORM 400-REESCRIBIR-SENAS
        END-IF.
        PERFORM 600-IMPRIMIR-TOTALES.

        DISPLAY 'FIN SENACTL - CONFIRMADAS:    ' WS-CANT-CONFIRMADAS.
        DISPLAY '              VENCIDAS:       ' WS-CANT-VENCIDAS.
        DISPLAY '              APLICADAS:      ' WS-CANT-APLICADAS.
        DISPLAY '              RETENIDAS:      ' WS-CANT-RETENIDAS.
        DISPLAY '              A DEVOLVER:     ' WS-CANT-A-DEVOLVER.
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
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-GRACIA.
            ACCEPT WS-ENV-GRACIA FROM ENVIRONMENT "TP_SENA_GRACIA".
            IF WS-ENV-GRACIA IS NUMERIC AND WS-ENV-GRACIA > ZERO
                MOVE WS-ENV-GRACIA TO WS-DIAS-GRACIA
            END-IF.

      * FECHA DE CORTE: UNA SENA DADA DE ALTA ANTES DE HOY MENOS LA    *
      * GRACIA Y TODAVIA SIN PAGAR COMPLETA, VENCE.                    *
            MOVE FECHA-HOY TO WS-FECHA-CALC-N.
            PERFORM 570-RESTAR-UN-DIA
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-DIAS-GRACIA.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-CORTE.

            OPEN I-O RESERVAS.
            IF FS-RESERVAS-NO-EXIST
                MOVE 'N' TO WS-HAY-RESERVAS
            ELSE
                MOVE FS-RESERVAS  TO WS-FS
                MOVE "RESERVAS"   TO WS-FS-NOMBRE
                MOVE "ABRIR"      TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                MOVE 'N' TO WS-HAY-ALQ-IDX
            ELSE
                MOVE FS-ALQ-IDX   TO WS-FS
                MOVE "ALQ-IDX"    TO WS-FS-NOMBRE
                MOVE "ABRIR"      TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            OPEN OUTPUT SENAREP.
            MOVE FS-SENAREP TO WS-FS.
            MOVE "SENAREP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'CONTROL DE SENAS AL ' FECHA-HOY
                   '  (VENCEN LAS IMPAGAS DADAS DE ALTA ANTES DEL '
                   WS-FECHA-CORTE ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE SENAREP-REG FROM LINEA.

       200-CARGAR-SENAS.
            OPEN INPUT SENAS.
            IF FS-SENAS-NO-EXIST
                DISPLAY 'NO EXISTE SENAS.TXT -- NADA QUE REVISAR'
            ELSE
                MOVE FS-SENAS   TO WS-FS
                MOVE "SENAS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-SENA
                PERFORM 220-CARGAR-SENA
                        UNTIL FS-SENAS-FIN
                        OR WS-CANT-SENAS >= 1000
                IF NOT FS-SENAS-FIN
                    DISPLAY 'SENAS.TXT SUPERA LAS 1000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER SENAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE SENAS
            END-IF.

       210-LEER-SENA.
            READ SENAS AT END SET FS-SENAS-FIN TO TRUE.

            IF NOT FS-SENAS-OK AND NOT FS-SENAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SENAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-SENA.
            ADD 1 TO WS-CANT-SENAS.
            MOVE SENA-REG TO SNT-REG(WS-CANT-SENAS).
            PERFORM 210-LEER-SENA.

      * SOLO SE MUEVEN LAS PENDIENTES ('P') Y LAS COBRADAS ('C'); LAS  *
      * DEMAS YA ESTAN EN SU ESTADO FINAL.                             *
       300-REVISAR-SENA.
            MOVE SNT-REG(IND-S) TO SNA-REG.
            EVALUATE SNA-ESTADO
                WHEN 'P'
                    PERFORM 310-REVISAR-PENDIENTE
                WHEN 'C'
                    IF SNA-FECHA-DESDE < FECHA-HOY
                        PERFORM 330-REVISAR-COBRADA
                    END-IF
            END-EVALUATE.

      * PAGADA COMPLETA: LA RESERVA QUEDA CONFIRMADA.  SIN PAGAR       *
      * DENTRO DE LA GRACIA, O YA LLEGADO EL PRIMER DIA (EL MERGE LA   *
      * RECHAZO POR SENA IMPAGA), SE LIBERA EL AUTO.                   *
       310-REVISAR-PENDIENTE.
            EVALUATE TRUE
                WHEN SNA-PAGADO NOT < SNA-IMPORTE
                    MOVE 'C' TO SNA-ESTADO
                    ADD 1 TO WS-CANT-CONFIRMADAS
                    MOVE 'C' TO WS-ACCION-RSV
                    PERFORM 320-RECORRER-RESERVA
                    MOVE 'COBRADA - CONFIRMADA' TO WS-TEXTO-ESTADO
                    PERFORM 380-CAMBIAR-ESTADO
                WHEN SNA-FECHA-ALTA < WS-FECHA-CORTE
                  OR SNA-FECHA-DESDE < FECHA-HOY
                    MOVE 'V' TO SNA-ESTADO
                    ADD 1 TO WS-CANT-VENCIDAS
                    MOVE 'L' TO WS-ACCION-RSV
                    PERFORM 320-RECORRER-RESERVA
                    MOVE 'VENCIDA SIN PAGAR   ' TO WS-TEXTO-ESTADO
                    PERFORM 380-CAMBIAR-ESTADO
                    IF SNA-PAGADO > ZERO
                        PERFORM 390-REPORTAR-A-DEVOLVER
                    END-IF
            END-EVALUATE.

      * RECORRE LOS DIAS RESERVADOS (MAXIMO 31, COMO EL ALTA EN        *
      * RESERVAR.CBL) Y CONFIRMA O BORRA LOS QUE SIGUEN PENDIENTES A   *
      * NOMBRE DEL MISMO DOCUMENTO.                                    *
       320-RECORRER-RESERVA.
            MOVE ZERO TO WS-CANT-DIAS-RSV.
            IF HAY-RESERVAS
                MOVE SNA-FECHA-DESDE TO WS-FECHA-CALC-N
                MOVE ZERO TO WS-DIAS-RANGO
                PERFORM 325-TRATAR-UN-DIA
                        UNTIL WS-FECHA-CALC-N > SNA-FECHA-HASTA
                        OR WS-DIAS-RANGO >= 31
            END-IF.

       325-TRATAR-UN-DIA.
            ADD 1 TO WS-DIAS-RANGO.
            MOVE SNA-PATENTE     TO RSV-PATENTE.
            MOVE WS-FECHA-CALC-N TO RSV-FECHA.
            READ RESERVAS KEY IS RSV-CLAVE
                INVALID KEY CONTINUE
            END-READ.

            IF FS-RESERVAS-OK
               AND RSV-TIPO-DOC = SNA-TIPO-DOC
               AND RSV-NRO-DOC = SNA-NRO-DOC
               AND RSV-ESTADO = 'P'
                IF RSV-CONFIRMAR
                    MOVE 'R' TO RSV-ESTADO
                    REWRITE RSV-REG
                ELSE
                    DELETE RESERVAS RECORD
                END-IF
                IF NOT FS-RESERVAS-OK
                    DISPLAY 'ERROR AL ACTUALIZAR RESERVAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                ADD 1 TO WS-CANT-DIAS-RSV
            END-IF.

            PERFORM 560-SUMAR-UN-DIA.

      * YA PASO EL PRIMER DIA: SE MIRA EL ALQUILER DE ESE DIA.         *
      * NO-SHOW = LA SENA SE RETIENE COMO INGRESO; RETIRADO = SE       *
      * APLICA A LA FACTURA DEL ALQUILER; ANULADO, O SIN ALQUILER      *
      * PASADA LA GRACIA (EL MERGE LO RECHAZO) = QUEDA A DEVOLVER.     *
      * MIENTRAS NO HAYA RETIRO NI NO-SHOW SE ESPERA.                  *
       330-REVISAR-COBRADA.
            MOVE 'N' TO FS-ALQ-IDX.
            IF HAY-ALQ-IDX
                MOVE SNA-PATENTE     TO ALQ-IDX-PATENTE
                MOVE SNA-FECHA-DESDE TO ALQ-IDX-FECHA
                READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                    INVALID KEY CONTINUE
                END-READ
            END-IF.

            IF FS-ALQ-IDX-OK
               AND (ALQ-IDX-TIPO-DOC NOT = SNA-TIPO-DOC
                    OR ALQ-IDX-NRO-DOC NOT = SNA-NRO-DOC)
                MOVE 'N' TO FS-ALQ-IDX
            END-IF.

            EVALUATE TRUE
                WHEN NOT FS-ALQ-IDX-OK
                    IF SNA-FECHA-DESDE < WS-FECHA-CORTE
                        MOVE 'D' TO SNA-ESTADO
                        MOVE 'NO CONVERTIDA       '
                            TO WS-TEXTO-ESTADO
                        PERFORM 380-CAMBIAR-ESTADO
                        PERFORM 390-REPORTAR-A-DEVOLVER
                    END-IF
                WHEN ALQ-IDX-NOSHOW = 'S'
                    MOVE 'R' TO SNA-ESTADO
                    MOVE ALQ-IDX-NRO-CONTRATO TO SNA-NRO-CONTRATO
                    ADD 1 TO WS-CANT-RETENIDAS
                    MOVE 'SENAS PERD' TO WS-ASI-CUENTA-HABER
                    MOVE 'SENA RETENIDA NOSHOW' TO WS-ASI-DESCRIPCION
                    PERFORM 350-ASENTAR
                    MOVE 'RETENIDA POR NO-SHOW' TO WS-TEXTO-ESTADO
                    PERFORM 380-CAMBIAR-ESTADO
                WHEN ALQ-IDX-ESTA-ANULADO
                    MOVE 'D' TO SNA-ESTADO
                    MOVE ALQ-IDX-NRO-CONTRATO TO SNA-NRO-CONTRATO
                    MOVE 'ALQUILER ANULADO    ' TO WS-TEXTO-ESTADO
                    PERFORM 380-CAMBIAR-ESTADO
                    PERFORM 390-REPORTAR-A-DEVOLVER
                WHEN ALQ-IDX-FECHA-RETIRO > ZERO
                    MOVE 'A' TO SNA-ESTADO
                    MOVE ALQ-IDX-NRO-CONTRATO TO SNA-NRO-CONTRATO
                    ADD 1 TO WS-CANT-APLICADAS
                    MOVE 'DEUDORES  ' TO WS-ASI-CUENTA-HABER
                    MOVE 'SENA APLICADA ALQ.  ' TO WS-ASI-DESCRIPCION
                    PERFORM 350-ASENTAR
                    MOVE 'APLICADA AL ALQUILER' TO WS-TEXTO-ESTADO
                    PERFORM 380-CAMBIAR-ESTADO
            END-EVALUATE.

      * BAJA DEL PASIVO 'SENAS' CONTRA LA CUENTA QUE CORRESPONDA.      *
       350-ASENTAR.
            IF NOT ASIENTOS-ABIERTO
                OPEN EXTEND ASIENTOS
                IF NOT FS-ASIENTOS-OK
                    OPEN OUTPUT ASIENTOS
                END-IF
                MOVE FS-ASIENTOS TO WS-FS
                MOVE "ASIENTOS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'S' TO WS-ASIENTOS-ABIERTO
            END-IF.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'SENACTL ' TO ASI-ORIGEN.
            MOVE FECHA-HOY          TO ASI-FECHA.
            MOVE SNA-AGENCIA        TO ASI-AGENCIA.
            MOVE 'SENAS     '       TO ASI-CUENTA.
            MOVE SNA-PAGADO         TO ASI-DEBE.
            MOVE ZERO               TO ASI-HABER.
            MOVE WS-ASI-DESCRIPCION TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'SENACTL ' TO ASI-ORIGEN.
            MOVE FECHA-HOY           TO ASI-FECHA.
            MOVE SNA-AGENCIA         TO ASI-AGENCIA.
            MOVE WS-ASI-CUENTA-HABER TO ASI-CUENTA.
            MOVE ZERO                TO ASI-DEBE.
            MOVE SNA-PAGADO          TO ASI-HABER.
            MOVE WS-ASI-DESCRIPCION  TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

       380-CAMBIAR-ESTADO.
            MOVE FECHA-HOY TO SNA-FECHA-ESTADO.
            MOVE SNA-REG TO SNT-REG(IND-S).
            ADD 1 TO WS-CANT-CAMBIOS.

            MOVE SNA-NRO TO WS-NRO-IMPR.
            MOVE SNA-IMPORTE TO WS-IMPORTE-IMPR.
            MOVE SNA-PAGADO TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING 'SENA ' WS-NRO-IMPR
                   '  ' WS-TEXTO-ESTADO
                   '  Patente ' SNA-PATENTE
                   '  Desde ' SNA-FECHA-DESDE
                   '  Sena ' WS-IMPORTE-IMPR
                   '  Pagado ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE SENAREP-REG FROM LINEA.

       390-REPORTAR-A-DEVOLVER.
            ADD 1 TO WS-CANT-A-DEVOLVER.
            ADD SNA-PAGADO TO WS-TOTAL-A-DEVOLVER.
            MOVE SNA-PAGADO TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING '      A DEVOLVER ' WS-IMPORTE-IMPR
                   '  Doc ' SNA-TIPO-DOC '-' SNA-NRO-DOC
                DELIMITED BY SIZE INTO LINEA.
            WRITE SENAREP-REG FROM LINEA.

       400-REESCRIBIR-SENAS.
            OPEN OUTPUT SENAS.
            MOVE FS-SENAS       TO WS-FS.
            MOVE "SENAS"        TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 410-GRABAR-SENA
                    VARYING IND-S FROM 1 BY 1
                    UNTIL IND-S > WS-CANT-SENAS.

            CLOSE SENAS.

       410-GRABAR-SENA.
            MOVE SNT-REG(IND-S) TO SENA-REG.
            WRITE SENA-REG.
            MOVE FS-SENAS       TO WS-FS.
            MOVE "SENAS"        TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       600-IMPRIMIR-TOTALES.
            MOVE SPACES TO LINEA.
            WRITE SENAREP-REG FROM LINEA.
            MOVE WS-TOTAL-A-DEVOLVER TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'CONFIRMADAS ' WS-CANT-CONFIRMADAS
                   '  VENCIDAS ' WS-CANT-VENCIDAS
                   '  APLICADAS ' WS-CANT-APLICADAS
                   '  RETENIDAS ' WS-CANT-RETENIDAS
                   '  A DEVOLVER ' WS-CANT-A-DEVOLVER
                   ' ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE SENAREP-REG FROM LINEA.

      * SUMA/RESTA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE         *
      * NOSHOW.CBL).                                                   *
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

       570-RESTAR-UN-DIA.
            IF WS-FEC-DD > 1
                SUBTRACT 1 FROM WS-FEC-DD
            ELSE
                IF WS-FEC-MM > 1
                    SUBTRACT 1 FROM WS-FEC-MM
                ELSE
                    MOVE 12 TO WS-FEC-MM
                    SUBTRACT 1 FROM WS-FEC-AA
                END-IF
                PERFORM 561-DETER-DIAS-MES
                MOVE WS-FEC-DIAS-MES TO WS-FEC-DD
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

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO.        *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

      * PLAN DE CUENTAS: SIN CTAMAP.TXT, O CON UN CONCEPTO DE LOS QUE   *
      * ESTE PROGRAMA ASIENTA SIN SU FILA GENERAL, NO SE ARRANCA:       *
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
                    UNTIL IND-CPT > 3.

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

      * EL ASIENTO VIENE CON EL CONCEPTO EN ASI-CUENTA Y SALE CON LA    *
      * CUENTA DEL MAYOR Y EL CENTRO DE COSTO.                          *
       085-MAPEAR-CUENTA.
            MOVE ASI-CUENTA  TO WS-CTM-CONCEPTO.
            MOVE ASI-AGENCIA TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE CTM-CUENTA(IND-CTM) TO ASI-CUENTA.
            MOVE CTM-CCOSTO(IND-CTM) TO ASI-CCOSTO.

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
            IF HAY-RESERVAS
                CLOSE RESERVAS
            END-IF.
            IF HAY-ALQ-IDX
                CLOSE ALQ-IDX
            END-IF.
            IF ASIENTOS-ABIERTO
                CLOSE ASIENTOS
            END-IF.
            CLOSE SENAREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
