
      * MISMO ALQIDX.DAT QUE TP.CBL -- SE BARRE ENTERO QUEDANDOSE CON   *
      * LOS ALQUILERES DEL PERIODO LIQUIDADO (LOS ANULADOS NO           *
      * COMISIONAN Y SE DESCARTAN).  DYNAMIC: DESPUES SE RELEE POR      *
      * PATENTE+PERIODO LO QUE YA SE COMISIONO EN LIQUIDACIONES         *
      * ANTERIORES.                                                     *
        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LIQUID.

      * REGISTRO DE LO COMISIONADO: UNA LINEA POR CONTRATO, PATENTE Y   *
      * PERIODO LIQUIDADO CON LA BASE FACTURADA, EL PORCENTAJE Y LA     *
      * COMISION PAGADA.  CADA CORRIDA LO RELEE CONTRA EL MAESTRO: SI   *
      * ESA BASE BAJO (ANULACION, O AJUSTE DE AJUSTAR.CBL) SE RECUPERA  *
      * LA COMISION DE LA DIFERENCIA Y LA BASE QUEDA EN LO NUEVO.  SE   *
      * REESCRIBE ENTERO EN COMISNVO.TXT Y SE PROMUEVE AL FINAL (EL     *
      * ANTERIOR QUEDA EN COMISREG.G01).  LAS FILAS QUE YA NO ESTAN EN  *
      * EL MAESTRO (PASARON A HISTORIA) SALEN DEL REGISTRO SIN          *
      * RECUPERO.                                                       *
        SELECT COMISREG ASSIGN TO "..\COMISREG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COMISREG.

        SELECT COMISNVO ASSIGN TO "..\COMISNVO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COMISNVO.

      * SALDO A DESCONTAR POR AGENCIA: CUANDO LOS RECUPEROS SUPERAN LA  *
      * COMISION DEL PERIODO NO SE PAGA NADA Y LA DIFERENCIA PASA A LA  *
      * LIQUIDACION SIGUIENTE.  CADA FILA GUARDA EL SALDO CON EL QUE    *
      * ENTRO Y EL QUE DEJO EL PERIODO, ASI VOLVER A CORRER EL MISMO    *
      * PERIODO PARTE DEL MISMO SALDO.                                  *
        SELECT LIQSALDO ASSIGN TO "..\LIQSALDO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LIQSALDO.

      * CARGOS ONE-WAY POR PAR ORIGEN/DESTINO (VER FD ONEWAY EN         *
      * TP.CBL), SOLO LECTURA: DE ACA SALE EL REPARTO CON LA AGENCIA DE *
      * DEVOLUCION.  LA PARTE CEDIDA SALE DE LA BASE DE LA AGENCIA DE   *
      * ORIGEN Y ENTRA EN LA DE LA QUE RECIBE.  SIN EL ARCHIVO NO HAY   *
      * REPARTO.                                                        *
        SELECT ONEWAY ASSIGN TO "..\ONEWAY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ONEWAY.

      * COLA DEL REGISTRO DE PAGOS (VER PAGREG.CBL), EN EXTEND: LA      *
      * COMISION DE CADA AGENCIA SE ENCOLA PARA PAGARLA POR             *
      * TRANSFERENCIA.                                                  *
        SELECT PAGCOLA ASSIGN TO "..\PAGCOLA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGCOLA.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/CONSULTA.CBL/ANULAR.CBL. *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * MISMO ARMADO QUE AGENCIA-REG EN TP.CBL.                         *
       FD  AGENCIAS.
       FD  LIQUID.
       01  LIQUID-REG                           PIC X(110).

       FD  COMISREG.
       01  COMISREG-REG.
           05  REG-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  REG-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  REG-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  REG-PERIODO                      PIC 9(06).
           05  FILLER                           PIC X(01).
           05  REG-PORCENTAJE                   PIC 9(02)V99.
           05  FILLER                           PIC X(01).
           05  REG-BASE                         PIC 9(08)V99.
           05  FILLER                           PIC X(01).
           05  REG-COMISION                     PIC 9(08)V99.
      * 'S': LA BASE SE CALCULO CON EL REPARTO ONE-WAY Y SE RECALCULA   *
      * IGUAL.  EN BLANCO (ENTRADAS ANTERIORES AL REPARTO), SOBRE EL    *
      * IMPORTE ENTERO.                                                 *
           05  FILLER                           PIC X(01).
           05  REG-REPARTO                      PIC X(01).

      * MISMO ARMADO QUE COMISREG-REG.                                  *
       FD  COMISNVO.
       01  COMISNVO-REG                         PIC X(56).

       FD  LIQSALDO.
       01  LIQSALDO-REG.
           05  SAL-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SAL-PERIODO                      PIC 9(06).
           05  FILLER                           PIC X(01).
           05  SAL-ENTRANTE                     PIC 9(08)V99.
           05  FILLER                           PIC X(01).
           05  SAL-SALIENTE                     PIC 9(08)V99.

      * MISMO ARMADO QUE ONEWAY-REG EN TP.CBL.                          *
       FD  ONEWAY.
       01  ONEWAY-REG.
           05  OW-AGENCIA-ORIGEN                PIC 9(02).
           05  FILLER                           PIC X(01).
           05  OW-AGENCIA-DESTINO               PIC 9(02).
           05  FILLER                           PIC X(01).
           05  OW-IMPORTE                       PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  OW-REPARTO-TIPO                  PIC X(01).
           05  FILLER                           PIC X(01).
           05  OW-REPARTO-VALOR                 PIC 9(04)V99.

      * MISMO ARMADO QUE PAGCOLA-REG EN PAGREG.CBL.                     *
       FD  PAGCOLA.
       01  PAGCOLA-REG.
           05  PCO-ORIGEN                       PIC X(02).
           05  FILLER                           PIC X(01).
           05  PCO-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PCO-BENEF-TIPO                   PIC X.
           05  PCO-BENEF-COD                    PIC X(21).
           05  FILLER                           PIC X(01).
           05  PCO-BENEFICIARIO                 PIC X(30).
           05  FILLER                           PIC X(01).
           05  PCO-IMPORTE                      PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  PCO-REFERENCIA                   PIC X(25).

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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
       01  FS-LIQUID                            PIC X(02).
           88  FS-LIQUID-OK                     VALUE '00'.

       01  FS-PAGCOLA                           PIC X(02).
           88  FS-PAGCOLA-OK                    VALUE '00'.

       01  FS-COMISREG                          PIC X(02).
           88  FS-COMISREG-OK                   VALUE '00'.
           88  FS-COMISREG-FIN                  VALUE '10'.
           88  FS-COMISREG-NO-EXIST             VALUE '35'.

       01  FS-COMISNVO                          PIC X(02).
           88  FS-COMISNVO-OK                   VALUE '00'.

       01  FS-LIQSALDO                          PIC X(02).
           88  FS-LIQSALDO-OK                   VALUE '00'.
           88  FS-LIQSALDO-FIN                  VALUE '10'.
           88  FS-LIQSALDO-NO-EXIST             VALUE '35'.

       01  FS-ONEWAY                            PIC X(02).
           88  FS-ONEWAY-OK                     VALUE '00'.
           88  FS-ONEWAY-FIN                    VALUE '10'.
           88  FS-ONEWAY-NO-EXIST               VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  FECHA-HOY-AAMM                   PIC 9(06).
           05  FECHA-HOY-DD                     PIC 9(02).

      * NOMBRE Y PORCENTAJE POR AGENCIA, DEL MAESTRO DE AGENCIAS, Y SU  *
      * SALDO A DESCONTAR (DE LIQSALDO.TXT).  AG-SAL-FUTURO MARCA UNA   *
      * FILA DE SALDO DE UN PERIODO POSTERIOR AL QUE SE LIQUIDA: NO SE  *
      * APLICA Y SE VUELVE A GRABAR TAL CUAL (AG-FUT-...).              *
       01  TABLA-AGENCIAS.
           05  AG-ENT                   OCCURS 99 TIMES.
               09  AG-NOMBRE            PIC X(20) VALUE SPACES.
               09  AG-COMISION          PIC 9(02)V99 VALUE ZERO.
               09  AG-LIQUIDADA         PIC X VALUE 'N'.
               09  AG-SAL-FUTURO        PIC X VALUE 'N'.
               09  AG-SAL-PERIODO       PIC 9(06) VALUE ZERO.
               09  AG-SAL-ENTRANTE      PIC 9(08)V99 VALUE ZERO.
               09  AG-SAL-SALIENTE      PIC 9(08)V99 VALUE ZERO.
               09  AG-FUT-ENTRANTE      PIC 9(08)V99 VALUE ZERO.
               09  AG-FUT-SALIENTE      PIC 9(08)V99 VALUE ZERO.
       01  IND-AG                               PIC 9(03).

      * ALQUILERES DEL PERIODO EN MEMORIA, ORDENADOS POR AGENCIA        *
               09  RENG-FECHA           PIC 9(08).
               09  RENG-CONTRATO        PIC 9(09).
               09  RENG-IMPORTE         PIC 9(04)V99.
      * RENG-TIPO 'N' ES UN ALQUILER DE LA AGENCIA; 'R' ES LA PARTE     *
      * ONE-WAY QUE RECIBE DE OTRO (RENG-IMPORTE ES LA PARTE Y RENG-    *
      * OTRA-AGENCIA LA DE ORIGEN).  EN UN 'N' CON REPARTO, RENG-PARTE  *
      * ES LO QUE CEDE A RENG-OTRA-AGENCIA.                             *
               09  RENG-TIPO            PIC X(01).
               09  RENG-OTRA-AGENCIA    PIC 9(02).
               09  RENG-PARTE           PIC 9(04)V99.
       01  WS-RENG-TEMP                         PIC X(41).
       01  IND-R                                PIC 9(4).
       01  IND-SORT-I                           PIC 9(4).
       01  IND-SORT-J                           PIC 9(4).
       01  WS-CANT-AGENCIA                      PIC 9(05) VALUE ZERO.
       01  WS-COMISION-CALC                     PIC 9(08)V99 VALUE ZERO.
       01  WS-TOTAL-A-PAGAR                     PIC 9(08)V99 VALUE ZERO.
       01  WS-RECUP-AGENCIA                     PIC 9(08)V99 VALUE ZERO.
       01  WS-NETO                              PIC S9(08)V99.
       01  WS-A-PAGAR                           PIC 9(08)V99 VALUE ZERO.
       01  WS-HAY-RECUPERO                      PIC X.
       01  WS-OW-CEDIDO                         PIC 9(08)V99 VALUE ZERO.
       01  WS-OW-RECIBIDO                       PIC 9(08)V99 VALUE ZERO.
       01  WS-BASE-COMISION                     PIC 9(08)V99 VALUE ZERO.

      * REPARTO ONE-WAY POR PAR ORIGEN/DESTINO (DE ONEWAY.TXT): 'P'     *
      * PORCENTAJE DEL IMPORTE DE CADA DIA, 'F' IMPORTE FIJO EN EL      *
      * PRIMER DIA DEL ALQUILER.  MISMA CUENTA QUE 4028-REPARTIR-ONEWAY *
      * EN TP.CBL.                                                      *
       01  WS-CANT-REPARTO                      PIC 9(02) VALUE ZERO.
       01  TABLA-REPARTO.
           05  RPT-ENT                  OCCURS 81 TIMES.
               09  RPT-ORIGEN           PIC 9(02).
               09  RPT-DESTINO          PIC 9(02).
               09  RPT-TIPO             PIC X(01).
               09  RPT-VALOR            PIC 9(04)V99.
       01  IND-RP                               PIC 9(02).
       01  WS-OW-PARTE                          PIC 9(04)V99 VALUE ZERO.
       01  WS-OW-HALLADO                        PIC X.
       01  WS-PRIMER-DIA                        PIC X.

      * FILA DEL MAESTRO LEIDA JUSTO ANTES: SI ES EL DIA ANTERIOR DEL   *
      * MISMO CLIENTE, PATENTE Y PAR DE AGENCIAS, LA FILA ACTUAL NO ES  *
      * EL PRIMER DIA DEL ALQUILER.                                     *
       01  WS-ANT-FILA.
           05  WS-ANT-PATENTE                   PIC X(07) VALUE SPACES.
           05  WS-ANT-FECHA                     PIC 9(08) VALUE ZERO.
           05  WS-ANT-TIPO-DOC                  PIC X(01) VALUE SPACES.
           05  WS-ANT-NRO-DOC                   PIC X(20) VALUE SPACES.
           05  WS-ANT-AGENCIA                   PIC 9(02) VALUE ZERO.
           05  WS-ANT-DEVOL                     PIC 9(02) VALUE ZERO.

      * ARITMETICA DE FECHAS (MISMO MECANISMO QUE NOSHOW.CBL).         *
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

      * RECUPEROS DETECTADOS EN ESTA CORRIDA SOBRE PERIODOS YA          *
      * LIQUIDADOS.  SI LA TABLA SE LLENA, LA ENTRADA DEL REGISTRO      *
      * QUEDA SIN TOCAR Y SE RECUPERA EN LA CORRIDA SIGUIENTE.          *
       01  WS-CANT-RECUP                        PIC 9(03) VALUE ZERO.
       01  TABLA-RECUPEROS.
           05  RCP-ENT                  OCCURS 500 TIMES.
               09  RCP-AGENCIA          PIC 9(02).
               09  RCP-CONTRATO         PIC 9(09).
               09  RCP-PATENTE          PIC X(07).
               09  RCP-PERIODO          PIC 9(06).
               09  RCP-BASE-ANT         PIC 9(08)V99.
               09  RCP-BASE-ACT         PIC 9(08)V99.
               09  RCP-IMPORTE          PIC 9(08)V99.
       01  IND-RC                               PIC 9(03).

       01  WS-BASE-ACTUAL                       PIC 9(08)V99.
       01  WS-FILAS-HALLADAS                    PIC 9(03).
       01  WS-RECUPERO-CALC                     PIC 9(08)V99.

      * CONTRATO+PATENTE QUE SE ESTA ACUMULANDO PARA EL REGISTRO        *
      * MIENTRAS SE IMPRIME LA SECCION DE LA AGENCIA.                   *
       01  WS-ACU-CONTRATO                      PIC 9(09) VALUE ZERO.
       01  WS-ACU-PATENTE                       PIC X(07).
       01  WS-ACU-BASE                          PIC 9(08)V99 VALUE ZERO.
       01  WS-ACU-REPARTO                       PIC X VALUE 'N'.
       01  WS-COMANDO                           PIC X(60).

       01  WS-IMPORTE-IMPR                      PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-COMISION-IMPR                     PIC Z9,99.
       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-CONTRATO-IMPR                     PIC 9(08).
       01  WS-BASE-ANT-IMPR                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-BASE-ACT-IMPR                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-PARTE-IMPR                        PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO LIQUIDAG'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-RENGLONES.
        PERFORM 250-REVISAR-REGISTRO.
        PERFORM 300-ORDENAR-POR-AGENCIA.
        PERFORM 400-IMPRIMIR-LIQUIDACIONES.
        PERFORM 480-PROMOVER-REGISTRO.
        PERFORM 490-GRABAR-SALDOS.

        DISPLAY 'FIN LIQUIDAG - PERIODO: ' WS-PERIODO.
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

            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-CARGAR-AGENCIAS.
            PERFORM 120-CARGAR-SALDOS.
            PERFORM 130-CARGAR-REPARTOS.

            OPEN OUTPUT LIQUID.
            MOVE FS-LIQUID      TO WS-FS.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND PAGCOLA.
            IF NOT FS-PAGCOLA-OK
                OPEN OUTPUT PAGCOLA
            END-IF.
            MOVE FS-PAGCOLA     TO WS-FS.
            MOVE "PAGCOLA"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       110-CARGAR-AGENCIAS.
            OPEN INPUT AGENCIAS.
            MOVE FS-AGENCIAS    TO WS-FS.
            END-IF.
            PERFORM 111-LEER-AGENCIA.

      * SALDO QUE ENTRA A ESTE PERIODO: EL QUE DEJO LA ULTIMA           *
      * LIQUIDACION ANTERIOR, O EL MISMO CON EL QUE ENTRO SI SE ESTA    *
      * VOLVIENDO A CORRER ESTE PERIODO.                                *
       120-CARGAR-SALDOS.
            OPEN INPUT LIQSALDO.
            IF NOT FS-LIQSALDO-NO-EXIST
                MOVE FS-LIQSALDO    TO WS-FS
                MOVE "LIQSALDO"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 121-LEER-SALDO
                PERFORM 122-CARGAR-SALDO UNTIL FS-LIQSALDO-FIN
                CLOSE LIQSALDO
            END-IF.

       121-LEER-SALDO.
            READ LIQSALDO AT END SET FS-LIQSALDO-FIN TO TRUE.

            IF NOT FS-LIQSALDO-OK AND NOT FS-LIQSALDO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LIQSALDO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-SALDO.
            IF SAL-AGENCIA > 0 AND SAL-AGENCIA <= 99
                MOVE SAL-PERIODO TO AG-SAL-PERIODO(SAL-AGENCIA)
                IF SAL-PERIODO > WS-PERIODO
                    MOVE 'S'          TO AG-SAL-FUTURO(SAL-AGENCIA)
                    MOVE SAL-ENTRANTE TO AG-FUT-ENTRANTE(SAL-AGENCIA)
                    MOVE SAL-SALIENTE TO AG-FUT-SALIENTE(SAL-AGENCIA)
                ELSE
                    IF SAL-PERIODO = WS-PERIODO
                        MOVE SAL-ENTRANTE
                            TO AG-SAL-ENTRANTE(SAL-AGENCIA)
                    ELSE
                        MOVE SAL-SALIENTE
                            TO AG-SAL-ENTRANTE(SAL-AGENCIA)
                    END-IF
                END-IF
            END-IF.
            PERFORM 121-LEER-SALDO.

      * SOLO LOS PARES CON REPARTO; UN PORCENTAJE MAYOR A 100 SE        *
      * DESCARTA CON AVISO (IGUAL QUE TP.CBL).                          *
       130-CARGAR-REPARTOS.
            OPEN INPUT ONEWAY.
            IF NOT FS-ONEWAY-NO-EXIST
                MOVE FS-ONEWAY      TO WS-FS
                MOVE "ONEWAY"       TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-ONEWAY
                PERFORM 132-CARGAR-REPARTO
                        UNTIL FS-ONEWAY-FIN OR WS-CANT-REPARTO >= 81
                CLOSE ONEWAY
            END-IF.

       131-LEER-ONEWAY.
            READ ONEWAY AT END SET FS-ONEWAY-FIN TO TRUE.

            IF NOT FS-ONEWAY-OK AND NOT FS-ONEWAY-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ONEWAY'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-REPARTO.
            IF (OW-REPARTO-TIPO = 'P' OR OW-REPARTO-TIPO = 'F')
               AND OW-REPARTO-VALOR IS NUMERIC
                IF OW-REPARTO-TIPO = 'P' AND OW-REPARTO-VALOR > 100
                    DISPLAY 'ONEWAY ' OW-AGENCIA-ORIGEN '/'
                            OW-AGENCIA-DESTINO
                            ': REPARTO MAYOR A 100% -- SIN REPARTO'
                ELSE
                    ADD 1 TO WS-CANT-REPARTO
                    MOVE OW-AGENCIA-ORIGEN
                        TO RPT-ORIGEN(WS-CANT-REPARTO)
                    MOVE OW-AGENCIA-DESTINO
                        TO RPT-DESTINO(WS-CANT-REPARTO)
                    MOVE OW-REPARTO-TIPO  TO RPT-TIPO(WS-CANT-REPARTO)
                    MOVE OW-REPARTO-VALOR TO RPT-VALOR(WS-CANT-REPARTO)
                END-IF
            END-IF.
            PERFORM 131-LEER-ONEWAY.

       200-CARGAR-RENGLONES.
            PERFORM 210-LEER-ALQ-IDX.
            PERFORM 220-FILTRAR-RENGLON UNTIL FS-ALQ-IDX-FIN.

       210-LEER-ALQ-IDX.
            READ ALQ-IDX NEXT RECORD AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
            END-IF.

       220-FILTRAR-RENGLON.
            PERFORM 230-REPARTO-FILA.
            IF ALQ-IDX-FECHA(1:6) = WS-PERIODO
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-AGENCIA > 0
                        TO RENG-CONTRATO(WS-CANT-RENGLONES)
                    MOVE ALQ-IDX-IMPORTE
                        TO RENG-IMPORTE(WS-CANT-RENGLONES)
                    MOVE 'N' TO RENG-TIPO(WS-CANT-RENGLONES)
                    MOVE ZERO TO RENG-OTRA-AGENCIA(WS-CANT-RENGLONES)
                    MOVE WS-OW-PARTE
                        TO RENG-PARTE(WS-CANT-RENGLONES)
                    IF WS-OW-PARTE > ZERO
                        MOVE ALQ-IDX-AGENCIA-DEVOL
                            TO RENG-OTRA-AGENCIA(WS-CANT-RENGLONES)
                        PERFORM 225-AGREGAR-RECIBIDO
                    END-IF
                ELSE
                    DISPLAY 'ATENCION: MAS DE 2000 ALQUILERES EN EL '
                            'PERIODO -- EXCEDENTE SIN LIQUIDAR'
                END-IF
            END-IF.
            PERFORM 238-GUARDAR-ANTERIOR.
            PERFORM 210-LEER-ALQ-IDX.

      * LA PARTE ONE-WAY ENTRA COMO RENGLON PROPIO DE LA AGENCIA DE     *
      * DEVOLUCION, CON EL MISMO CONTRATO Y PATENTE.                    *
       225-AGREGAR-RECIBIDO.
            IF WS-CANT-RENGLONES < 2000
                ADD 1 TO WS-CANT-RENGLONES
                MOVE ALQ-IDX-AGENCIA-DEVOL
                    TO RENG-AGENCIA(WS-CANT-RENGLONES)
                MOVE ALQ-IDX-PATENTE
                    TO RENG-PATENTE(WS-CANT-RENGLONES)
                MOVE ALQ-IDX-FECHA
                    TO RENG-FECHA(WS-CANT-RENGLONES)
                MOVE ALQ-IDX-NRO-CONTRATO
                    TO RENG-CONTRATO(WS-CANT-RENGLONES)
                MOVE WS-OW-PARTE
                    TO RENG-IMPORTE(WS-CANT-RENGLONES)
                MOVE 'R' TO RENG-TIPO(WS-CANT-RENGLONES)
                MOVE ALQ-IDX-AGENCIA
                    TO RENG-OTRA-AGENCIA(WS-CANT-RENGLONES)
                MOVE ZERO TO RENG-PARTE(WS-CANT-RENGLONES)
            ELSE
                DISPLAY 'ATENCION: MAS DE 2000 ALQUILERES EN EL '
                        'PERIODO -- PARTE ONE-WAY DEL CONTRATO '
                        ALQ-IDX-NRO-CONTRATO ' SIN LIQUIDAR'
            END-IF.

      * PARTE DE LA FILA ACTUAL DEL MAESTRO QUE CORRESPONDE A LA        *
      * AGENCIA DE DEVOLUCION (CERO SI NO ES ONE-WAY O EL PAR NO TIENE  *
      * REPARTO), CON TOPE EN EL IMPORTE DEL DIA.                       *
       230-REPARTO-FILA.
            MOVE ZERO TO WS-OW-PARTE.
            IF WS-CANT-REPARTO > ZERO
               AND ALQ-IDX-AGENCIA > ZERO
               AND ALQ-IDX-AGENCIA-DEVOL > ZERO
               AND ALQ-IDX-AGENCIA-DEVOL NOT = ALQ-IDX-AGENCIA
                PERFORM 232-VER-PRIMER-DIA
                MOVE 'N' TO WS-OW-HALLADO
                PERFORM 235-COMPARAR-REPARTO
                        VARYING IND-RP FROM 1 BY 1
                        UNTIL IND-RP > WS-CANT-REPARTO
                        OR WS-OW-HALLADO = 'S'
                IF WS-OW-PARTE > ALQ-IDX-IMPORTE
                    MOVE ALQ-IDX-IMPORTE TO WS-OW-PARTE
                END-IF
            END-IF.

       232-VER-PRIMER-DIA.
            MOVE 'S' TO WS-PRIMER-DIA.
            IF ALQ-IDX-PATENTE       = WS-ANT-PATENTE
               AND ALQ-IDX-TIPO-DOC  = WS-ANT-TIPO-DOC
               AND ALQ-IDX-NRO-DOC   = WS-ANT-NRO-DOC
               AND ALQ-IDX-AGENCIA   = WS-ANT-AGENCIA
               AND ALQ-IDX-AGENCIA-DEVOL = WS-ANT-DEVOL
                MOVE ALQ-IDX-FECHA TO WS-FECHA-CALC-N
                PERFORM 570-RESTAR-UN-DIA
                IF WS-FECHA-CALC-N = WS-ANT-FECHA
                    MOVE 'N' TO WS-PRIMER-DIA
                END-IF
            END-IF.

       235-COMPARAR-REPARTO.
            IF RPT-ORIGEN(IND-RP) = ALQ-IDX-AGENCIA
               AND RPT-DESTINO(IND-RP) = ALQ-IDX-AGENCIA-DEVOL
                MOVE 'S' TO WS-OW-HALLADO
                IF RPT-TIPO(IND-RP) = 'P'
                    COMPUTE WS-OW-PARTE ROUNDED = ALQ-IDX-IMPORTE *
                        RPT-VALOR(IND-RP) / 100
                END-IF
                IF RPT-TIPO(IND-RP) = 'F' AND WS-PRIMER-DIA = 'S'
                    MOVE RPT-VALOR(IND-RP) TO WS-OW-PARTE
                END-IF
            END-IF.

       238-GUARDAR-ANTERIOR.
            MOVE ALQ-IDX-PATENTE       TO WS-ANT-PATENTE.
            MOVE ALQ-IDX-FECHA         TO WS-ANT-FECHA.
            MOVE ALQ-IDX-TIPO-DOC      TO WS-ANT-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC       TO WS-ANT-NRO-DOC.
            MOVE ALQ-IDX-AGENCIA       TO WS-ANT-AGENCIA.
            MOVE ALQ-IDX-AGENCIA-DEVOL TO WS-ANT-DEVOL.

      * CADA ENTRADA DEL REGISTRO DE UN PERIODO ANTERIOR SE COMPARA     *
      * CONTRA LO QUE HOY TIENE EL MAESTRO PARA ESE CONTRATO, PATENTE Y *
      * PERIODO.  LAS DEL PERIODO QUE SE LIQUIDA SE DESCARTAN (SE       *
      * VUELVEN A GRABAR AL IMPRIMIR) Y LAS DE PERIODOS POSTERIORES     *
      * PASAN SIN TOCAR.                                                *
       250-REVISAR-REGISTRO.
            OPEN OUTPUT COMISNVO.
            MOVE FS-COMISNVO    TO WS-FS.
            MOVE "COMISNVO"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT COMISREG.
            IF NOT FS-COMISREG-NO-EXIST
                MOVE FS-COMISREG    TO WS-FS
                MOVE "COMISREG"     TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 255-LEER-REGISTRO
                PERFORM 260-REVISAR-UNA-ENTRADA UNTIL FS-COMISREG-FIN
                CLOSE COMISREG
            END-IF.

       255-LEER-REGISTRO.
            READ COMISREG AT END SET FS-COMISREG-FIN TO TRUE.

            IF NOT FS-COMISREG-OK AND NOT FS-COMISREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER COMISREG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       260-REVISAR-UNA-ENTRADA.
            IF REG-PERIODO > WS-PERIODO
                PERFORM 290-COPIAR-ENTRADA
            ELSE
                IF REG-PERIODO < WS-PERIODO
                    PERFORM 270-BASE-ACTUAL
                    IF WS-FILAS-HALLADAS > ZERO
                        IF WS-BASE-ACTUAL < REG-BASE
                            PERFORM 280-ANOTAR-RECUPERO
                        END-IF
                        PERFORM 290-COPIAR-ENTRADA
                    END-IF
                END-IF
            END-IF.
            PERFORM 255-LEER-REGISTRO.

      * LAS FILAS DE ESA PATENTE EN ESE MES ESTAN JUNTAS EN EL MAESTRO: *
      * SE POSICIONA EN EL DIA 00 Y SE LEE HASTA CAMBIAR DE PATENTE O   *
      * DE MES.  SE CUENTAN TAMBIEN LAS ANULADAS, PARA DISTINGUIR UN    *
      * CONTRATO ANULADO DE UNO QUE YA PASO A HISTORIA.                 *
      * UNA ENTRADA CON REPARTO ONE-WAY ARRANCA EN EL ULTIMO DIA DEL    *
      * MES ANTERIOR, PARA SABER SI EL PRIMER DIA DEL MES ES EL PRIMERO *
      * DEL ALQUILER; SU BASE ES EL IMPORTE MENOS LO CEDIDO (AGENCIA DE *
      * ORIGEN) O LA PARTE RECIBIDA (AGENCIA DE DEVOLUCION).            *
       270-BASE-ACTUAL.
            MOVE ZERO TO WS-BASE-ACTUAL.
            MOVE ZERO TO WS-FILAS-HALLADAS.
            MOVE SPACES TO WS-ANT-PATENTE.
            MOVE REG-PATENTE      TO ALQ-IDX-PATENTE.
            IF REG-REPARTO = 'S'
                MOVE REG-PERIODO  TO WS-FECHA-CALC-N(1:6)
                MOVE 1            TO WS-FEC-DD
                PERFORM 570-RESTAR-UN-DIA
                MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA
            ELSE
                MOVE REG-PERIODO  TO ALQ-IDX-FECHA(1:6)
                MOVE ZERO         TO ALQ-IDX-FECHA-DD
            END-IF.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
            IF NOT FS-ALQ-IDX-FIN
                PERFORM 210-LEER-ALQ-IDX
                PERFORM 275-SUMAR-FILA
                        UNTIL FS-ALQ-IDX-FIN
                        OR ALQ-IDX-PATENTE NOT = REG-PATENTE
                        OR ALQ-IDX-FECHA(1:6) > REG-PERIODO
            END-IF.

       275-SUMAR-FILA.
            IF ALQ-IDX-FECHA(1:6) = REG-PERIODO
               AND ALQ-IDX-NRO-CONTRATO = REG-CONTRATO
                ADD 1 TO WS-FILAS-HALLADAS
                IF NOT ALQ-IDX-ESTA-ANULADO
                    IF REG-REPARTO = 'S'
                        PERFORM 230-REPARTO-FILA
                        IF ALQ-IDX-AGENCIA = REG-AGENCIA
                            COMPUTE WS-BASE-ACTUAL = WS-BASE-ACTUAL
                                + ALQ-IDX-IMPORTE - WS-OW-PARTE
                        ELSE
                            ADD WS-OW-PARTE TO WS-BASE-ACTUAL
                        END-IF
                    ELSE
                        ADD ALQ-IDX-IMPORTE TO WS-BASE-ACTUAL
                    END-IF
                END-IF
            END-IF.
            PERFORM 238-GUARDAR-ANTERIOR.
            PERFORM 210-LEER-ALQ-IDX.

      * EL RECUPERO SE CALCULA CON EL PORCENTAJE CON QUE SE PAGO, NO    *
      * CON EL VIGENTE, Y LA BASE DEL REGISTRO BAJA A LO ACTUAL PARA NO *
      * RECUPERAR DOS VECES.  UNA SUBA POSTERIOR NO GENERA PAGO.        *
       280-ANOTAR-RECUPERO.
            IF WS-CANT-RECUP NOT < 500
                DISPLAY 'ATENCION: MAS DE 500 RECUPEROS -- EL CONTRATO '
                        REG-CONTRATO ' QUEDA PARA LA PROXIMA CORRIDA'
            ELSE
                COMPUTE WS-RECUPERO-CALC ROUNDED =
                    (REG-BASE - WS-BASE-ACTUAL) * REG-PORCENTAJE / 100
                IF WS-RECUPERO-CALC > ZERO
                    ADD 1 TO WS-CANT-RECUP
                    MOVE REG-AGENCIA    TO RCP-AGENCIA(WS-CANT-RECUP)
                    MOVE REG-CONTRATO   TO RCP-CONTRATO(WS-CANT-RECUP)
                    MOVE REG-PATENTE    TO RCP-PATENTE(WS-CANT-RECUP)
                    MOVE REG-PERIODO    TO RCP-PERIODO(WS-CANT-RECUP)
                    MOVE REG-BASE       TO RCP-BASE-ANT(WS-CANT-RECUP)
                    MOVE WS-BASE-ACTUAL TO RCP-BASE-ACT(WS-CANT-RECUP)
                    MOVE WS-RECUPERO-CALC
                        TO RCP-IMPORTE(WS-CANT-RECUP)
                    IF WS-RECUPERO-CALC > REG-COMISION
                        MOVE ZERO TO REG-COMISION
                    ELSE
                        SUBTRACT WS-RECUPERO-CALC FROM REG-COMISION
                    END-IF
                END-IF
                MOVE WS-BASE-ACTUAL TO REG-BASE
            END-IF.

       290-COPIAR-ENTRADA.
            WRITE COMISNVO-REG FROM COMISREG-REG.
            MOVE FS-COMISNVO    TO WS-FS.
            MOVE "COMISNVO"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       300-ORDENAR-POR-AGENCIA.
            IF WS-CANT-RENGLONES > 1
                PERFORM 310-ORDENAR-PASADA
            IF WS-AGENCIA-ANTERIOR > ZERO
                PERFORM 440-CERRAR-LIQUIDACION
            END-IF.
            PERFORM 470-AGENCIA-SIN-ALQUILERES
                    VARYING IND-AG FROM 1 BY 1
                    UNTIL IND-AG > 99.

       410-PROCESAR-RENGLON.
            IF RENG-AGENCIA(IND-R) NOT EQUAL WS-AGENCIA-ANTERIOR

       420-ABRIR-LIQUIDACION.
            MOVE RENG-AGENCIA(IND-R) TO WS-AGENCIA-ANTERIOR.
            PERFORM 425-IMPRIMIR-CABECERA.

       425-IMPRIMIR-CABECERA.
            MOVE ZERO TO WS-TOTAL-AGENCIA.
            MOVE ZERO TO WS-CANT-AGENCIA.
            MOVE ZERO TO WS-ACU-CONTRATO.
            MOVE ZERO TO WS-ACU-BASE.
            MOVE 'N'  TO WS-ACU-REPARTO.
            MOVE ZERO TO WS-OW-CEDIDO.
            MOVE ZERO TO WS-OW-RECIBIDO.

            MOVE SPACES TO LINEA.
            WRITE LIQUID-REG FROM LINEA.
            WRITE LIQUID-REG FROM LINEA.

       430-IMPRIMIR-RENGLON.
            IF RENG-TIPO(IND-R) = 'R'
                ADD RENG-IMPORTE(IND-R) TO WS-OW-RECIBIDO
            ELSE
                ADD 1 TO WS-CANT-AGENCIA
                ADD RENG-IMPORTE(IND-R) TO WS-TOTAL-AGENCIA
                ADD RENG-PARTE(IND-R)   TO WS-OW-CEDIDO
            END-IF.
            IF RENG-CONTRATO(IND-R) > ZERO
                IF RENG-CONTRATO(IND-R) NOT = WS-ACU-CONTRATO
                   OR RENG-PATENTE(IND-R) NOT = WS-ACU-PATENTE
                    PERFORM 435-GRABAR-REGISTRO
                    MOVE RENG-CONTRATO(IND-R) TO WS-ACU-CONTRATO
                    MOVE RENG-PATENTE(IND-R)  TO WS-ACU-PATENTE
                END-IF
                COMPUTE WS-ACU-BASE = WS-ACU-BASE
                    + RENG-IMPORTE(IND-R) - RENG-PARTE(IND-R)
                IF RENG-TIPO(IND-R) = 'R' OR RENG-PARTE(IND-R) > ZERO
                    MOVE 'S' TO WS-ACU-REPARTO
                END-IF
            END-IF.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE RENG-IMPORTE(IND-R) TO WS-IMPORTE-IMPR.
            MOVE RENG-CONTRATO(IND-R) TO WS-CONTRATO-IMPR.
            MOVE SPACES TO LINEA.
            IF RENG-TIPO(IND-R) = 'R'
                STRING '  Ctr ' WS-CONTRATO-IMPR
                       '  ' RENG-PATENTE(IND-R)
                       '  ' RENG-FECHA(IND-R)
                       '  ' WS-IMPORTE-IMPR
                       '  ONE-WAY RECIBIDO DE AG '
                       RENG-OTRA-AGENCIA(IND-R)
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                IF RENG-PARTE(IND-R) > ZERO
                    MOVE ZEROES TO WS-PARTE-IMPR
                    MOVE RENG-PARTE(IND-R) TO WS-PARTE-IMPR
                    STRING '  Ctr ' WS-CONTRATO-IMPR
                           '  ' RENG-PATENTE(IND-R)
                           '  ' RENG-FECHA(IND-R)
                           '  ' WS-IMPORTE-IMPR
                           '  ONE-WAY CEDIDO ' WS-PARTE-IMPR
                           ' A AG ' RENG-OTRA-AGENCIA(IND-R)
                        DELIMITED BY SIZE INTO LINEA
                ELSE
                    STRING '  Ctr ' WS-CONTRATO-IMPR
                           '  ' RENG-PATENTE(IND-R)
                           '  ' RENG-FECHA(IND-R)
                           '  ' WS-IMPORTE-IMPR
                        DELIMITED BY SIZE INTO LINEA
                END-IF
            END-IF.
            WRITE LIQUID-REG FROM LINEA.

      * LO COMISIONADO EN ESTE PERIODO POR CONTRATO Y PATENTE.          *
       435-GRABAR-REGISTRO.
            IF WS-ACU-CONTRATO > ZERO
                MOVE SPACES TO COMISREG-REG
                MOVE WS-ACU-CONTRATO     TO REG-CONTRATO
                MOVE WS-ACU-PATENTE      TO REG-PATENTE
                MOVE WS-AGENCIA-ANTERIOR TO REG-AGENCIA
                MOVE WS-PERIODO          TO REG-PERIODO
                MOVE AG-COMISION(WS-AGENCIA-ANTERIOR)
                    TO REG-PORCENTAJE
                MOVE WS-ACU-BASE         TO REG-BASE
                COMPUTE REG-COMISION ROUNDED = WS-ACU-BASE *
                    AG-COMISION(WS-AGENCIA-ANTERIOR) / 100
                IF WS-ACU-REPARTO = 'S'
                    MOVE 'S' TO REG-REPARTO
                END-IF
                PERFORM 290-COPIAR-ENTRADA
            END-IF.
            MOVE ZERO TO WS-ACU-CONTRATO.
            MOVE ZERO TO WS-ACU-BASE.
            MOVE 'N'  TO WS-ACU-REPARTO.

      * LA COMISION SE CALCULA SOBRE LO FACTURADO MENOS LO CEDIDO A     *
      * OTRAS AGENCIAS POR ONE-WAY, MAS LO RECIBIDO DE ELLAS.           *
       440-CERRAR-LIQUIDACION.
            PERFORM 435-GRABAR-REGISTRO.
            MOVE 'S' TO AG-LIQUIDADA(WS-AGENCIA-ANTERIOR).
            COMPUTE WS-BASE-COMISION = WS-TOTAL-AGENCIA
                - WS-OW-CEDIDO + WS-OW-RECIBIDO.
            COMPUTE WS-COMISION-CALC ROUNDED = WS-BASE-COMISION *
                AG-COMISION(WS-AGENCIA-ANTERIOR) / 100.

            MOVE WS-CANT-AGENCIA TO WS-CANT-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
                DELIMITED BY SIZE INTO LINEA.
            WRITE LIQUID-REG FROM LINEA.

            IF WS-OW-CEDIDO > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-OW-CEDIDO TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  PARTE ONE-WAY CEDIDA A AGENCIAS DE '
                       'DEVOLUCION: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.
            IF WS-OW-RECIBIDO > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-OW-RECIBIDO TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  PARTE ONE-WAY RECIBIDA DE AGENCIAS DE '
                       'ORIGEN: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.
            IF WS-OW-CEDIDO > ZERO OR WS-OW-RECIBIDO > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-BASE-COMISION TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  BASE COMISIONABLE: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.

            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-COMISION-CALC TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  COMISION DEL PERIODO: ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE LIQUID-REG FROM LINEA.

            MOVE ZERO TO WS-RECUP-AGENCIA.
            MOVE 'N'  TO WS-HAY-RECUPERO.
            PERFORM 460-LISTAR-RECUPERO
                    VARYING IND-RC FROM 1 BY 1
                    UNTIL IND-RC > WS-CANT-RECUP.
            IF WS-HAY-RECUPERO = 'S'
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-RECUP-AGENCIA TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  TOTAL RECUPERADO: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.

            IF AG-SAL-ENTRANTE(WS-AGENCIA-ANTERIOR) > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE AG-SAL-ENTRANTE(WS-AGENCIA-ANTERIOR)
                    TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  SALDO DE LIQUIDACIONES ANTERIORES: '
                       WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.

            COMPUTE WS-NETO = WS-COMISION-CALC - WS-RECUP-AGENCIA
                - AG-SAL-ENTRANTE(WS-AGENCIA-ANTERIOR).
            IF WS-NETO > ZERO
                MOVE WS-NETO TO WS-A-PAGAR
                MOVE ZERO    TO AG-SAL-SALIENTE(WS-AGENCIA-ANTERIOR)
            ELSE
                MOVE ZERO    TO WS-A-PAGAR
                COMPUTE AG-SAL-SALIENTE(WS-AGENCIA-ANTERIOR) =
                    ZERO - WS-NETO
            END-IF.
            ADD WS-A-PAGAR TO WS-TOTAL-A-PAGAR.

            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-A-PAGAR TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  A PAGAR A LA AGENCIA: ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE LIQUID-REG FROM LINEA.

            IF AG-SAL-SALIENTE(WS-AGENCIA-ANTERIOR) > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE AG-SAL-SALIENTE(WS-AGENCIA-ANTERIOR)
                    TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  SALDO A DESCONTAR EN LA PROXIMA '
                       'LIQUIDACION: ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.

            IF WS-A-PAGAR > ZERO
                PERFORM 450-ENCOLAR-PAGO
            END-IF.

      * LA REFERENCIA (AGENCIA + PERIODO) IDENTIFICA LA LIQUIDACION:    *
      * SI SE VUELVE A CORRER EL MISMO PERIODO, PAGREG.CBL DESCARTA EL  *
      * DUPLICADO.                                                      *
       450-ENCOLAR-PAGO.
            MOVE SPACES TO PAGCOLA-REG.
            MOVE 'AG'                TO PCO-ORIGEN.
            MOVE FECHA-HOY           TO PCO-FECHA.
            MOVE 'A'                 TO PCO-BENEF-TIPO.
            MOVE WS-AGENCIA-ANTERIOR TO PCO-BENEF-COD.
            MOVE AG-NOMBRE(WS-AGENCIA-ANTERIOR) TO PCO-BENEFICIARIO.
            MOVE WS-A-PAGAR          TO PCO-IMPORTE.
            STRING 'COMISION AG ' WS-AGENCIA-ANTERIOR ' ' WS-PERIODO
                DELIMITED BY SIZE INTO PCO-REFERENCIA.
            WRITE PAGCOLA-REG.
            MOVE FS-PAGCOLA     TO WS-FS.
            MOVE "PAGCOLA"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SECCION APARTE DE RECUPEROS: COMISIONES YA PAGADAS SOBRE        *
      * ALQUILERES QUE DESPUES SE ANULARON O SE AJUSTARON A MENOS.      *
       460-LISTAR-RECUPERO.
            IF RCP-AGENCIA(IND-RC) = WS-AGENCIA-ANTERIOR
                IF WS-HAY-RECUPERO = 'N'
                    MOVE 'S' TO WS-HAY-RECUPERO
                    MOVE SPACES TO LINEA
                    STRING '  RECUPERO DE COMISIONES YA LIQUIDADAS '
                           '(ANULADOS O AJUSTADOS A MENOS)'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE LIQUID-REG FROM LINEA
                END-IF
                ADD RCP-IMPORTE(IND-RC) TO WS-RECUP-AGENCIA
                MOVE RCP-CONTRATO(IND-RC) TO WS-CONTRATO-IMPR
                MOVE ZEROES TO WS-BASE-ANT-IMPR
                MOVE RCP-BASE-ANT(IND-RC) TO WS-BASE-ANT-IMPR
                MOVE ZEROES TO WS-BASE-ACT-IMPR
                MOVE RCP-BASE-ACT(IND-RC) TO WS-BASE-ACT-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE RCP-IMPORTE(IND-RC) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  Ctr ' WS-CONTRATO-IMPR
                       '  ' RCP-PATENTE(IND-RC)
                       '  ' RCP-PERIODO(IND-RC)
                       '  ' WS-BASE-ANT-IMPR
                       ' -> ' WS-BASE-ACT-IMPR
                       '  ' WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE LIQUID-REG FROM LINEA
            END-IF.

      * UNA AGENCIA SIN ALQUILERES EN EL PERIODO IGUAL TIENE SECCION SI *
      * LE TOCA UN RECUPERO O ARRASTRA SALDO.                           *
       470-AGENCIA-SIN-ALQUILERES.
            IF AG-LIQUIDADA(IND-AG) = 'N'
                MOVE 'N' TO WS-HAY-RECUPERO
                IF AG-SAL-ENTRANTE(IND-AG) > ZERO
                    MOVE 'S' TO WS-HAY-RECUPERO
                END-IF
                PERFORM 475-BUSCAR-RECUPERO
                        VARYING IND-RC FROM 1 BY 1
                        UNTIL IND-RC > WS-CANT-RECUP
                        OR WS-HAY-RECUPERO = 'S'
                IF WS-HAY-RECUPERO = 'S'
                    MOVE IND-AG TO WS-AGENCIA-ANTERIOR
                    PERFORM 425-IMPRIMIR-CABECERA
                    PERFORM 440-CERRAR-LIQUIDACION
                END-IF
            END-IF.

       475-BUSCAR-RECUPERO.
            IF RCP-AGENCIA(IND-RC) = IND-AG
                MOVE 'S' TO WS-HAY-RECUPERO
            END-IF.

       480-PROMOVER-REGISTRO.
            CLOSE COMISNVO.
            MOVE 'COPY ..\COMISREG.TXT ..\COMISREG.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\COMISNVO.TXT ..\COMISREG.TXT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

      * SE REESCRIBE ENTERO: LAS AGENCIAS LIQUIDADAS HOY CON EL SALDO   *
      * QUE ENTRO Y EL QUE QUEDO, Y LAS FILAS DE PERIODOS POSTERIORES   *
      * COMO ESTABAN.                                                   *
       490-GRABAR-SALDOS.
            OPEN OUTPUT LIQSALDO.
            MOVE FS-LIQSALDO    TO WS-FS.
            MOVE "LIQSALDO"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 495-GRABAR-SALDO
                    VARYING IND-AG FROM 1 BY 1
                    UNTIL IND-AG > 99.
            CLOSE LIQSALDO.

       495-GRABAR-SALDO.
            IF AG-SAL-FUTURO(IND-AG) = 'S'
               OR AG-SAL-ENTRANTE(IND-AG) > ZERO
               OR AG-SAL-SALIENTE(IND-AG) > ZERO
                MOVE SPACES TO LIQSALDO-REG
                MOVE IND-AG TO SAL-AGENCIA
                IF AG-SAL-FUTURO(IND-AG) = 'S'
                    MOVE AG-SAL-PERIODO(IND-AG)  TO SAL-PERIODO
                    MOVE AG-FUT-ENTRANTE(IND-AG) TO SAL-ENTRANTE
                    MOVE AG-FUT-SALIENTE(IND-AG) TO SAL-SALIENTE
                ELSE
                    MOVE WS-PERIODO              TO SAL-PERIODO
                    MOVE AG-SAL-ENTRANTE(IND-AG) TO SAL-ENTRANTE
                    MOVE AG-SAL-SALIENTE(IND-AG) TO SAL-SALIENTE
                END-IF
                WRITE LIQSALDO-REG
                MOVE FS-LIQSALDO    TO WS-FS
                MOVE "LIQSALDO"     TO WS-FS-NOMBRE
                MOVE "GRABA"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

      * RESTA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE NOSHOW.CBL).  *
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

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
           END-IF.

       998-FIN.
            CLOSE ALQ-IDX.
            CLOSE LIQUID.
            CLOSE PAGCOLA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
