       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOBCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO DE PAGOS (VER PAGREG.CBL): SE TOMAN LOS APROBADOS     *
      * ('A', APRPAGO.CBL), SE ARMA UN LOTE DE TRANSFERENCIAS Y SE     *
      * MARCAN PAGADOS ('G') CON EL NUMERO DE LOTE.  SE CARGA ENTERO   *
      * Y SE REESCRIBE COMPLETO.                                       *
        SELECT PAGAR ASSIGN TO "..\PAGAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGAR.

      * CONTROL DE NUMERACION DE LOTES DE TRANSFERENCIA (UN REGISTRO). *
        SELECT PAGLOTE ASSIGN TO "..\PAGLOTE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGLOTE.

      * ARCHIVO PARA EL BANCO, EN EL FORMATO FIJO DE TRANSFERENCIAS    *
      * MASIVAS: ENCABEZADO 'H', UN DETALLE 'D' POR PAGO Y PIE 'T'     *
      * CON CANTIDAD E IMPORTE TOTAL DE CONTROL.  IMPORTES SIN COMA    *
      * (DOS DECIMALES IMPLICITOS).  UN LOTE POR PASADA.               *
        SELECT TRANSBCO ASSIGN TO "..\TRANSBCO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TRANSBCO.

      * EXPORTACION CONTABLE (MISMO LAYOUT QUE 9009-GRABAR-ASIENTOS    *
      * EN TP.CBL), EN EXTEND: EL LOTE SE ASIENTA BALANCEADO, DEBE     *
      * POR ORIGEN DEL PAGO Y HABER BANCO.                             *
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * LISTADO DEL LOTE PARA TESORERIA.                               *
        SELECT PAGOREP ASSIGN TO "..\PAGOBCO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGOREP.

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

      * MISMO ARMADO QUE EL REGISTRO EN PAGREG.CBL/APRPAGO.CBL.        *
       FD  PAGAR.
       01  PAGAR-REG                            PIC X(159).

       FD  PAGLOTE.
       01  PAGLOTE-REG.
           05  PAGLOTE-ULTIMO                   PIC 9(06).

       FD  TRANSBCO.
       01  TRB-ENCABEZADO.
           05  TRH-TIPO                         PIC X.
           05  TRH-LOTE                         PIC 9(06).
           05  TRH-FECHA                        PIC 9(08).
           05  TRH-CBU-ORIGEN                   PIC X(22).
           05  TRH-CANTIDAD                     PIC 9(06).
           05  TRH-TOTAL                        PIC 9(13)V99.
           05  FILLER                           PIC X(62).
       01  TRB-DETALLE.
           05  TRD-TIPO                         PIC X.
           05  TRD-LOTE                         PIC 9(06).
           05  TRD-SECUENCIA                    PIC 9(06).
           05  TRD-CBU                          PIC X(22).
           05  TRD-IMPORTE                      PIC 9(13)V99.
           05  TRD-TITULAR                      PIC X(30).
           05  TRD-REFERENCIA                   PIC X(25).
           05  TRD-NRO-PAGO                     PIC 9(07).
           05  FILLER                           PIC X(08).
       01  TRB-PIE.
           05  TRT-TIPO                         PIC X.
           05  TRT-LOTE                         PIC 9(06).
           05  TRT-CANTIDAD                     PIC 9(06).
           05  TRT-TOTAL                        PIC 9(13)V99.
           05  FILLER                           PIC X(92).

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

       FD  PAGOREP.
       01  PAGOREP-REG                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-PAGAR                             PIC X(02).
           88  FS-PAGAR-OK                      VALUE '00'.
           88  FS-PAGAR-FIN                     VALUE '10'.
           88  FS-PAGAR-NO-EXIST                VALUE '35'.

       01  FS-PAGLOTE                           PIC X(02).
           88  FS-PAGLOTE-OK                    VALUE '00'.
           88  FS-PAGLOTE-NO-EXIST              VALUE '35'.

       01  FS-TRANSBCO                          PIC X(02).
           88  FS-TRANSBCO-OK                   VALUE '00'.

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
           05  FILLER                   PIC X(10) VALUE 'BANCO     '.
           05  FILLER                   PIC X(10) VALUE 'COMIS.AGEN'.
           05  FILLER                   PIC X(10) VALUE 'CHOFERES  '.
           05  FILLER                   PIC X(10) VALUE 'GARANTIAS '.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 5 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-PAGOREP                           PIC X(02).
           88  FS-PAGOREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * CBU DE LA CUENTA DE LA EMPRESA QUE SE DEBITA (TP_BCO_CBU).     *
      * SIN ELLA EL BANCO RECHAZA EL ARCHIVO: NO SE ARMA EL LOTE.      *
       01  WS-CBU-EMPRESA                       PIC X(22).

      * REGISTRO DE PAGOS EN MEMORIA.                                  *
       01  WS-CANT-PAGOS                        PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  PAG-ENT                  OCCURS 2000 TIMES.
               09  PAG-IMAGEN           PIC X(159).
       01  TABLA-PAGOS-D REDEFINES TABLA-PAGOS.
           05  PAG-ENT-D                OCCURS 2000 TIMES.
               09  PAG-NRO              PIC 9(07).
               09  FILLER               PIC X(01).
               09  PAG-ORIGEN           PIC X(02).
               09  FILLER               PIC X(01).
               09  PAG-FECHA            PIC 9(08).
               09  FILLER               PIC X(01).
               09  PAG-BENEF-TIPO       PIC X.
               09  PAG-BENEF-COD        PIC X(21).
               09  FILLER               PIC X(01).
               09  PAG-BENEFICIARIO     PIC X(30).
               09  FILLER               PIC X(01).
               09  PAG-CBU              PIC X(22).
               09  FILLER               PIC X(01).
               09  PAG-IMPORTE          PIC 9(09)V99.
               09  FILLER               PIC X(01).
               09  PAG-REFERENCIA       PIC X(25).
               09  FILLER               PIC X(01).
               09  PAG-ESTADO           PIC X.
               09  FILLER               PIC X(01).
               09  PAG-APROBADOR        PIC X(06).
               09  FILLER               PIC X(01).
               09  PAG-LOTE             PIC 9(06).
               09  FILLER               PIC X(01).
               09  PAG-FECHA-PAGO       PIC 9(08).
       01  IND-P                                PIC 9(4).

       01  WS-NRO-LOTE                          PIC 9(06) VALUE ZERO.
       01  WS-SECUENCIA                         PIC 9(06) VALUE ZERO.
       01  WS-CANT-A-PAGAR                      PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-LOTE                        PIC 9(11)V99 VALUE ZERO.

      * CUENTA CONTABLE QUE SE CANCELA SEGUN EL ORIGEN DEL PAGO, CON   *
      * EL TOTAL DEL LOTE PARA CADA UNA.                               *
       01  WS-CUENTAS-ORIGEN.
           05  FILLER                   PIC X(12) VALUE 'AGCOMIS.AGEN'.
           05  FILLER                   PIC X(12) VALUE 'CHCHOFERES  '.
           05  FILLER                   PIC X(12) VALUE 'GAGARANTIAS '.
           05  FILLER                   PIC X(12) VALUE 'NCDEUDORES  '.
       01  WS-CUENTAS-ORIGEN-T REDEFINES WS-CUENTAS-ORIGEN.
           05  WS-CTA-ORIGEN-ENT        OCCURS 4 TIMES.
               09  WS-CTA-ORIGEN-COD    PIC X(02).
               09  WS-CTA-ORIGEN-CUENTA PIC X(10).
       01  WS-TOTALES-ORIGEN.
           05  WS-TOT-ORIGEN            PIC 9(09)V99 OCCURS 4 TIMES.
       01  IND-O                                PIC 9.
       01  WS-DESCRIPCION-ASI                   PIC X(20).

       01  WS-IMPORTE-IMPR                      PIC $ZZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-CANT-IMPR                         PIC ZZZZZ9.
       01  LINEA                                PIC X(132).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PAGOBCO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-REGISTRO.
        IF WS-CANT-A-PAGAR = ZERO
            DISPLAY 'NO HAY PAGOS APROBADOS -- NO SE ARMA LOTE'
            STOP RUN
        END-IF.
        PERFORM 300-ABRIR-SALIDAS.
        PERFORM 400-GRABAR-ENCABEZADO.
        PERFORM 500-TRANSFERIR
                VARYING IND-P FROM 1 BY 1
                UNTIL IND-P > WS-CANT-PAGOS.
        PERFORM 600-GRABAR-PIE.
        PERFORM 650-ASENTAR-LOTE.
        PERFORM 700-REESCRIBIR-REGISTRO.
        PERFORM 750-GRABAR-ULTIMO-LOTE.
        PERFORM 998-FIN.

        DISPLAY 'FIN PAGOBCO - LOTE:          ' WS-NRO-LOTE.
        DISPLAY '              TRANSFERENCIAS: ' WS-SECUENCIA.
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
            INITIALIZE WS-TOTALES-ORIGEN.

            MOVE SPACES TO WS-CBU-EMPRESA.
            ACCEPT WS-CBU-EMPRESA FROM ENVIRONMENT "TP_BCO_CBU".
            IF WS-CBU-EMPRESA = SPACES
                DISPLAY 'FALTA TP_BCO_CBU (CBU DE LA CUENTA A DEBITAR)'
                        ' -- NO SE ARMA LOTE'
                STOP RUN
            END-IF.

       200-CARGAR-REGISTRO.
            OPEN INPUT PAGAR.
            IF FS-PAGAR-NO-EXIST
                DISPLAY 'SIN PAGAR.TXT -- NADA QUE TRANSFERIR'
                STOP RUN
            END-IF.
            MOVE FS-PAGAR  TO WS-FS.
            MOVE "PAGAR"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 210-LEER-PAGO.
            PERFORM 220-CARGAR-PAGO
                    UNTIL FS-PAGAR-FIN
                    OR WS-CANT-PAGOS >= 2000.
      * EL REGISTRO SE REESCRIBE ENTERO: SI NO ENTRO COMPLETO, SEGUIR  *
      * BORRARIA PAGOS (MISMO RESGUARDO QUE PAGREG.CBL).               *
            IF NOT FS-PAGAR-FIN
                DISPLAY 'PAGAR.TXT SUPERA LAS 2000 FILAS DE LA '
                        'TABLA -- SE CANCELA PARA NO PERDER PAGOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            CLOSE PAGAR.

       210-LEER-PAGO.
            READ PAGAR AT END SET FS-PAGAR-FIN TO TRUE.

            IF NOT FS-PAGAR-OK AND NOT FS-PAGAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL ENCABEZADO LLEVA CANTIDAD Y TOTAL: SE CUENTAN AL CARGAR.    *
       220-CARGAR-PAGO.
            ADD 1 TO WS-CANT-PAGOS.
            MOVE PAGAR-REG TO PAG-IMAGEN(WS-CANT-PAGOS).
            IF PAG-ESTADO(WS-CANT-PAGOS) = 'A'
               AND PAG-CBU(WS-CANT-PAGOS) NOT = SPACES
               AND PAG-IMPORTE(WS-CANT-PAGOS) > ZERO
                ADD 1 TO WS-CANT-A-PAGAR
                ADD PAG-IMPORTE(WS-CANT-PAGOS) TO WS-TOTAL-LOTE
            END-IF.
            PERFORM 210-LEER-PAGO.

       300-ABRIR-SALIDAS.
            PERFORM 310-LEER-ULTIMO-LOTE.
            ADD 1 TO WS-NRO-LOTE.

            OPEN OUTPUT TRANSBCO.
            MOVE FS-TRANSBCO TO WS-FS.
            MOVE "TRANSBCO"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND ASIENTOS.
            IF NOT FS-ASIENTOS-OK
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT PAGOREP.
            MOVE FS-PAGOREP  TO WS-FS.
            MOVE "PAGOREP"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'LOTE DE TRANSFERENCIAS ' WS-NRO-LOTE
                   ' DEL ' FECHA-HOY
                   ' - CUENTA DEBITO ' WS-CBU-EMPRESA
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGOREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE PAGOREP-REG FROM LINEA.

      * UN "35" ES EL PRIMER LOTE: LA NUMERACION ARRANCA DE CERO.      *
       310-LEER-ULTIMO-LOTE.
            OPEN INPUT PAGLOTE.
            IF FS-PAGLOTE-OK
                READ PAGLOTE AT END CONTINUE END-READ
                IF FS-PAGLOTE-OK
                    MOVE PAGLOTE-ULTIMO TO WS-NRO-LOTE
                END-IF
                CLOSE PAGLOTE
            ELSE
                IF NOT FS-PAGLOTE-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER PAGLOTE'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       400-GRABAR-ENCABEZADO.
            MOVE SPACES          TO TRB-ENCABEZADO.
            MOVE 'H'             TO TRH-TIPO.
            MOVE WS-NRO-LOTE     TO TRH-LOTE.
            MOVE FECHA-HOY       TO TRH-FECHA.
            MOVE WS-CBU-EMPRESA  TO TRH-CBU-ORIGEN.
            MOVE WS-CANT-A-PAGAR TO TRH-CANTIDAD.
            MOVE WS-TOTAL-LOTE   TO TRH-TOTAL.
            WRITE TRB-ENCABEZADO.
            MOVE FS-TRANSBCO TO WS-FS.
            MOVE "TRANSBCO"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * CADA APROBADO CON CBU SALE COMO DETALLE Y QUEDA PAGADO CON EL  *
      * NUMERO DE LOTE Y LA FECHA.                                     *
       500-TRANSFERIR.
            IF PAG-ESTADO(IND-P) = 'A'
               AND PAG-CBU(IND-P) NOT = SPACES
               AND PAG-IMPORTE(IND-P) > ZERO
                ADD 1 TO WS-SECUENCIA
                PERFORM 510-GRABAR-DETALLE
                PERFORM 520-ACUMULAR-ORIGEN
                PERFORM 530-IMPRIMIR-LINEA
                MOVE 'G'         TO PAG-ESTADO(IND-P)
                MOVE WS-NRO-LOTE TO PAG-LOTE(IND-P)
                MOVE FECHA-HOY   TO PAG-FECHA-PAGO(IND-P)
            END-IF.

       510-GRABAR-DETALLE.
            MOVE SPACES                 TO TRB-DETALLE.
            MOVE 'D'                    TO TRD-TIPO.
            MOVE WS-NRO-LOTE            TO TRD-LOTE.
            MOVE WS-SECUENCIA           TO TRD-SECUENCIA.
            MOVE PAG-CBU(IND-P)         TO TRD-CBU.
            MOVE PAG-IMPORTE(IND-P)     TO TRD-IMPORTE.
            MOVE PAG-BENEFICIARIO(IND-P) TO TRD-TITULAR.
            MOVE PAG-REFERENCIA(IND-P)  TO TRD-REFERENCIA.
            MOVE PAG-NRO(IND-P)         TO TRD-NRO-PAGO.
            WRITE TRB-DETALLE.
            MOVE FS-TRANSBCO TO WS-FS.
            MOVE "TRANSBCO"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       520-ACUMULAR-ORIGEN.
            PERFORM 521-COMPARAR-ORIGEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > 4.

       521-COMPARAR-ORIGEN.
            IF WS-CTA-ORIGEN-COD(IND-O) = PAG-ORIGEN(IND-P)
                ADD PAG-IMPORTE(IND-P) TO WS-TOT-ORIGEN(IND-O)
            END-IF.

       530-IMPRIMIR-LINEA.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE PAG-IMPORTE(IND-P) TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  ' WS-SECUENCIA
                   ' PAGO ' PAG-NRO(IND-P)
                   ' ' PAG-ORIGEN(IND-P)
                   ' ' PAG-BENEFICIARIO(IND-P)
                   ' ' PAG-CBU(IND-P)
                   ' ' WS-IMPORTE-IMPR
                   ' ' PAG-REFERENCIA(IND-P)
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGOREP-REG FROM LINEA.

       600-GRABAR-PIE.
            MOVE SPACES          TO TRB-PIE.
            MOVE 'T'             TO TRT-TIPO.
            MOVE WS-NRO-LOTE     TO TRT-LOTE.
            MOVE WS-SECUENCIA    TO TRT-CANTIDAD.
            MOVE WS-TOTAL-LOTE   TO TRT-TOTAL.
            WRITE TRB-PIE.
            MOVE FS-TRANSBCO TO WS-FS.
            MOVE "TRANSBCO"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE WS-SECUENCIA TO WS-CANT-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOTAL-LOTE TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            WRITE PAGOREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'TRANSFERENCIAS: ' WS-CANT-IMPR
                   '  TOTAL DEL LOTE: ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGOREP-REG FROM LINEA.

      * ASIENTO BALANCEADO DEL LOTE, EN LA CENTRAL (AGENCIA 00): UN    *
      * DEBE POR CADA ORIGEN CON PAGOS Y UN HABER BANCO POR EL TOTAL.  *
       650-ASENTAR-LOTE.
            MOVE SPACES TO WS-DESCRIPCION-ASI.
            STRING 'TRANSF LOTE ' WS-NRO-LOTE
                DELIMITED BY SIZE INTO WS-DESCRIPCION-ASI.

            PERFORM 660-ASENTAR-ORIGEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > 4.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOBCO ' TO ASI-ORIGEN.
            MOVE FECHA-HOY      TO ASI-FECHA.
            MOVE ZERO           TO ASI-AGENCIA.
            MOVE 'BANCO     '   TO ASI-CUENTA.
            MOVE ZERO           TO ASI-DEBE.
            MOVE WS-TOTAL-LOTE  TO ASI-HABER.
            MOVE WS-DESCRIPCION-ASI TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS    TO WS-FS.
            MOVE "ASIENTOS"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       660-ASENTAR-ORIGEN.
            IF WS-TOT-ORIGEN(IND-O) > ZERO
                MOVE SPACES TO ASIENTO-REG
                MOVE 'PAGOBCO ' TO ASI-ORIGEN
                MOVE FECHA-HOY      TO ASI-FECHA
                MOVE ZERO           TO ASI-AGENCIA
                MOVE WS-CTA-ORIGEN-CUENTA(IND-O) TO ASI-CUENTA
                MOVE WS-TOT-ORIGEN(IND-O) TO ASI-DEBE
                MOVE ZERO           TO ASI-HABER
                MOVE WS-DESCRIPCION-ASI TO ASI-DESCRIPCION
                PERFORM 085-MAPEAR-CUENTA
                WRITE ASIENTO-REG
                MOVE FS-ASIENTOS    TO WS-FS
                MOVE "ASIENTOS"     TO WS-FS-NOMBRE
                MOVE "GRABA"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       700-REESCRIBIR-REGISTRO.
            OPEN OUTPUT PAGAR.
            MOVE FS-PAGAR  TO WS-FS.
            MOVE "PAGAR"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 710-GRABAR-PAGO
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PAGOS.

            CLOSE PAGAR.

       710-GRABAR-PAGO.
            MOVE PAG-IMAGEN(IND-P) TO PAGAR-REG.
            WRITE PAGAR-REG.
            MOVE FS-PAGAR  TO WS-FS.
            MOVE "PAGAR"   TO WS-FS-NOMBRE.
            MOVE "GRABA"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       750-GRABAR-ULTIMO-LOTE.
            OPEN OUTPUT PAGLOTE.
            MOVE FS-PAGLOTE TO WS-FS.
            MOVE "PAGLOTE"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE WS-NRO-LOTE TO PAGLOTE-ULTIMO.
            WRITE PAGLOTE-REG.
            CLOSE PAGLOTE.

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
                    UNTIL IND-CPT > 5.

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
            CLOSE TRANSBCO.
            CLOSE ASIENTOS.
            CLOSE PAGOREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
