                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LIQSAL.

      * COLA DEL REGISTRO DE PAGOS (VER PAGREG.CBL), EN EXTEND: LO QUE *
      * SE LE DEBE A CADA CHOFER SE ENCOLA PARA PAGARLO POR            *
      * TRANSFERENCIA.                                                 *
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

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88 ALQ-IDX-ESTA-ANULADO          VALUE 'S'.
           03  ALQ-IDX-RESTO                    PIC X(170).

      * MISMO ARMADO QUE CHOFER-REG EN TP.CBL, MAS LA TARIFA DIARIA    *
      * Y EL DIFERENCIAL (%) DE FIN DE SEMANA/FERIADO AL FINAL,        *
      * OPCIONALES COMO LOS CAMPOS NUEVOS DE CLIENTES.DAT.             *
       FD  CHOFERES.
       01  CHOFER-REG.
           05  CHOF-CODIGO                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  LIQ-IMPORTE                      PIC 9(07)V99.

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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
       01  FS-LIQSAL                            PIC X(02).
           88  FS-LIQSAL-OK                     VALUE '00'.

       01  FS-PAGCOLA                           PIC X(02).
           88  FS-PAGCOLA-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).

       PGM.
        DISPLAY 'INICIO LIQUICHO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-MAESTRO.
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

       110-CARGAR-CHOFERES.
            OPEN INPUT CHOFERES.
            IF FS-CHOFERES-NO-EXIST
                ADD WS-IMPORTE-CHOFER TO WS-TOTAL-CONTROL
                PERFORM 520-IMPRIMIR-PAGINA
                PERFORM 530-GRABAR-SALIDA
                IF WS-IMPORTE-CHOFER > ZERO
                    PERFORM 540-ENCOLAR-PAGO
                END-IF
            END-IF.

       520-IMPRIMIR-PAGINA.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * LA REFERENCIA (CHOFER + PERIODO) IDENTIFICA LA LIQUIDACION: SI *
      * SE VUELVE A CORRER EL MISMO PERIODO, PAGREG.CBL DESCARTA EL    *
      * DUPLICADO.                                                     *
       540-ENCOLAR-PAGO.
            MOVE SPACES TO PAGCOLA-REG.
            MOVE 'CH'               TO PCO-ORIGEN.
            MOVE FECHA-HOY          TO PCO-FECHA.
            MOVE 'C'                TO PCO-BENEF-TIPO.
            MOVE CHO-CODIGO(IND-CH) TO PCO-BENEF-COD.
            MOVE CHO-NOMBRE(IND-CH) TO PCO-BENEFICIARIO.
            MOVE WS-IMPORTE-CHOFER  TO PCO-IMPORTE.
            STRING 'CHOFER ' CHO-CODIGO(IND-CH) ' ' WS-PERIODO
                DELIMITED BY SIZE INTO PCO-REFERENCIA.
            WRITE PAGCOLA-REG.
            MOVE FS-PAGCOLA TO WS-FS.
            MOVE "PAGCOLA"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
       998-FIN.
            CLOSE LIQUID.
            CLOSE LIQSAL.
            CLOSE PAGCOLA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
