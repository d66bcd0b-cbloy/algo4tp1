                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GARREP.

      * COLA DEL REGISTRO DE PAGOS (VER PAGREG.CBL), EN EXTEND: CADA   *
      * DEPOSITO LIBERADO (O EL REMANENTE DE UNA RETENCION) SE ENCOLA  *
      * PARA DEVOLVERLO POR TRANSFERENCIA.                             *
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

      * MISMO ARMADO QUE GARMOV-REG EN TP.CBL.                          *
       FD  GARMOV.
       01  GARMOV-REG.
       FD  GARREP.
       01  GARREP-REG                           PIC X(120).

      * MISMO ARMADO QUE PAGCOLA-REG EN PAGREG.CBL.                    *
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
                    'GARMOV.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-GARMOV                            PIC X(02).
           88  FS-GARMOV-OK                     VALUE '00'.
           88  FS-GARMOV-FIN                    VALUE '10'.
       01  FS-GARREP                            PIC X(02).
           88  FS-GARREP-OK                     VALUE '00'.

       01  FS-PAGCOLA                           PIC X(02).
           88  FS-PAGCOLA-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-AVISO-TABLA-LLENA                 PIC X VALUE 'N'.

       01  WS-RETENER                           PIC 9(06)V99.
       01  WS-A-DEVOLVER                        PIC 9(06)V99.
       01  WS-CANT-ENCOLADOS                    PIC 9(5) VALUE ZERO.

       01  WS-CANT-MOV                          PIC 9(5) VALUE ZERO.
       01  WS-CANT-SIN-DEPOSITO                 PIC 9(5) VALUE ZERO.

       PGM.
        DISPLAY 'INICIO GARANTIA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-PROCESAR-MOVIMIENTOS.
        DISPLAY '               DEPOSITOS:        ' WS-CANT-DEP.
        DISPLAY '               SIN DEPOSITO:     '
                WS-CANT-SIN-DEPOSITO.
        DISPLAY '               A PAGAR (COLA):   ' WS-CANT-ENCOLADOS.
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

            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND PAGCOLA.
            IF NOT FS-PAGCOLA-OK
                OPEN OUTPUT PAGCOLA
            END-IF.
            MOVE FS-PAGCOLA TO WS-FS.
            MOVE "PAGCOLA"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-PROCESAR-MOVIMIENTOS.
            PERFORM 210-LEER-GARMOV.
            PERFORM 300-PROCESAR-UN-MOV UNTIL FS-GARMOV-FIN.
            ADD DEP-RETENIDO(IND-D) TO WS-TOT-RETENIDO.
            ADD DEP-SALDO(IND-D)    TO WS-TOT-EN-PODER.
            IF DEP-ESTADO(IND-D) = 'L' OR DEP-ESTADO(IND-D) = 'R'
                COMPUTE WS-A-DEVOLVER =
                    DEP-TOMADO(IND-D) - DEP-RETENIDO(IND-D)
                ADD WS-A-DEVOLVER TO WS-TOT-LIBERADO
                IF WS-A-DEVOLVER > ZERO
                    PERFORM 515-ENCOLAR-DEVOLUCION
                END-IF
            END-IF.

            EVALUATE DEP-ESTADO(IND-D)
                DELIMITED BY SIZE INTO LINEA.
            WRITE GARREP-REG FROM LINEA.

      * EL LIBRO SE RECORRE ENTERO EN CADA PASADA, ASI QUE LA MISMA    *
      * LIBERACION SE ENCOLA UNA Y OTRA VEZ: LA REFERENCIA (CONTRATO,  *
      * O PATENTE+FECHA DE TOMA EN LOS DEPOSITOS SIN CONTRATO) ES LA   *
      * QUE USA PAGREG.CBL PARA DESCARTAR LAS YA REGISTRADAS.          *
       515-ENCOLAR-DEVOLUCION.
            MOVE SPACES TO PAGCOLA-REG.
            MOVE 'GA'                TO PCO-ORIGEN.
            MOVE FECHA-HOY           TO PCO-FECHA.
            MOVE 'D'                 TO PCO-BENEF-TIPO.
            MOVE DEP-TIPO-DOC(IND-D) TO PCO-BENEF-COD(1:1).
            MOVE DEP-NRO-DOC(IND-D)  TO PCO-BENEF-COD(2:20).
            MOVE WS-A-DEVOLVER       TO PCO-IMPORTE.
            IF DEP-CONTRATO(IND-D) > ZERO
                STRING 'GARANTIA CTR ' DEP-CONTRATO(IND-D)
                    DELIMITED BY SIZE INTO PCO-REFERENCIA
            ELSE
                STRING 'GARANTIA ' DEP-PATENTE(IND-D)
                       ' ' DEP-FECHA(IND-D)
                    DELIMITED BY SIZE INTO PCO-REFERENCIA
            END-IF.
            WRITE PAGCOLA-REG.
            MOVE FS-PAGCOLA TO WS-FS.
            MOVE "PAGCOLA"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-ENCOLADOS.

       520-REPORTAR-TOTALES.
            MOVE SPACES TO LINEA.
            WRITE GARREP-REG FROM LINEA.
       998-FIN.
            CLOSE GARMOV.
            CLOSE GARREP.
            CLOSE PAGCOLA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
