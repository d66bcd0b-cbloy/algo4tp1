       FILE-CONTROL.

      * COLA DE CANDIDATOS A NOTA DE CREDITO, ALIMENTADA POR           *
      * ANULAR.CBL, AJUSTAR.CBL Y DEVOLUC.CBL.  LA PASADA LA CONSUME   *
      * ENTERA Y LA DEJA VACIA (CADA CANDIDATO SE RESUELVE UNA VEZ).   *
        SELECT NCPEND ASSIGN TO "..\NCPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCPEND.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCREP.

      * COLA DEL REGISTRO DE PAGOS (VER PAGREG.CBL), EN EXTEND: CADA   *
      * SALDO A FAVOR SE ENCOLA PARA DEVOLVERLO POR TRANSFERENCIA.     *
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

      * MISMO ARMADO QUE NCPEND-REG EN ANULAR.CBL/AJUSTAR.CBL.         *
       FD  NCPEND.
       01  NCPEND-REG.
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE-ESTADO                  PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE                         PIC 9(14).
           05  FILLER                           PIC X(01).
           05  FREG-CAE-VTO                     PIC 9(08).
      * PERCEPCION IIBB DE LA FACTURA (VER FACTURAR.CBL): NO SE TOCA,  *
      * PERO VIAJA ENTERA AL REESCRIBIR FACTURAS.DAT.                  *
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-JURISDICCION           PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IIBB-PERCEPCION             PIC 9(07)V99.

       FD  NCNUM.
       01  NCNUM-REG.
           05  NCR-SALDO-A-FAVOR                PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  NCR-ORIGEN                       PIC X.
      * LETRA DE LA FACTURA ACREDITADA (LA NOTA SALE CON LA MISMA) Y   *
      * AUTORIZACION ELECTRONICA (CAE), CON LOS MISMOS ESTADOS QUE     *
      * FREG-CAE-ESTADO EN FACTURAR.CBL.                               *
           05  FILLER                           PIC X(01).
           05  NCR-TIPO-FACT                    PIC X.
           05  FILLER                           PIC X(01).
           05  NCR-CAE-ESTADO                   PIC X.
           05  FILLER                           PIC X(01).
           05  NCR-CAE                          PIC 9(14).
           05  FILLER                           PIC X(01).
           05  NCR-CAE-VTO                      PIC 9(08).

      * MISMO ARMADO QUE FISCAL-REG EN FISCAL.CBL.                     *
       FD  FISCAL-OUT.
           05  FIS-IVA                          PIC 9(09)V99.
           05  FIS-TOTAL                        PIC 9(09)V99.
           05  FIS-TIPO-FACT                    PIC X.
           05  FIS-IIBB-JURIS                   PIC 9(03).
           05  FIS-IIBB-PERCEPCION              PIC 9(09)V99.

       FD  NCREP.
       01  NCREP-REG                            PIC X(110).

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
                    'FACTURAS.DAT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-NCPEND                            PIC X(02).
           88  FS-NCPEND-OK                     VALUE '00'.
           88  FS-NCPEND-FIN                    VALUE '10'.
       01  FS-NCREP                             PIC X(02).
           88  FS-NCREP-OK                      VALUE '00'.

       01  FS-PAGCOLA                           PIC X(02).
           88  FS-PAGCOLA-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-CANT-FACTURAS                     PIC 9(4) VALUE ZERO.
       01  TABLA-FACTURAS.
           05  FAC-ENT                  OCCURS 2000 TIMES.
               09  FAC-IMAGEN           PIC X(125).
       01  TABLA-FACTURAS-D REDEFINES TABLA-FACTURAS.
           05  FAC-ENT-D                OCCURS 2000 TIMES.
               09  FAC-NRO              PIC 9(07).
               09  FAC-FECHA-PAGO       PIC 9(08).
               09  FILLER               PIC X(01).
               09  FAC-TIPO-FACT        PIC X.
               09  FILLER               PIC X(40).
       01  IND-F                                PIC 9(4).
       01  WS-IND-FACTURA                       PIC 9(4) VALUE ZERO.


       PGM.
        DISPLAY 'INICIO NOTACRED'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FACTURAS.
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

            MOVE "ABRIR"  TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND PAGCOLA.
            IF NOT FS-PAGCOLA-OK
                OPEN OUTPUT PAGCOLA
            END-IF.
            MOVE FS-PAGCOLA TO WS-FS.
            MOVE "PAGCOLA"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'NOTAS DE CREDITO EMITIDAS AL ' FECHA-HOY
                DELIMITED BY SIZE INTO LINEA.

            ADD WS-APLICADO
                TO FAC-IMPORTE-PAGADO(WS-IND-FACTURA).
      * UNA FACTURA DADA DE BAJA POR INCOBRABLE ('I') CONSERVA SU      *
      * ESTADO: EL CREDITO REDUCE EL SALDO EN GESTION DE LA AGENCIA.   *
            EVALUATE TRUE
                WHEN FAC-ESTADO-PAGO(WS-IND-FACTURA) = 'I'
                    CONTINUE
                WHEN FAC-IMPORTE-PAGADO(WS-IND-FACTURA) NOT <
                     FAC-IMPORTE-TOTAL(WS-IND-FACTURA)
                    MOVE 'P' TO FAC-ESTADO-PAGO(WS-IND-FACTURA)
                WHEN OTHER
                    MOVE 'A' TO FAC-ESTADO-PAGO(WS-IND-FACTURA)
            END-EVALUATE.

            PERFORM 410-GRABAR-NCREG.
            PERFORM 420-GRABAR-FISCAL.
            PERFORM 430-IMPRIMIR-LINEA.
            IF WS-A-FAVOR > ZERO
                PERFORM 440-ENCOLAR-DEVOLUCION
            END-IF.

       410-GRABAR-NCREG.
            MOVE SPACES TO NCREG-REG.
            MOVE NCP-IMPORTE                   TO NCR-IMPORTE.
            MOVE WS-A-FAVOR                    TO NCR-SALDO-A-FAVOR.
            MOVE NCP-ORIGEN                    TO NCR-ORIGEN.
            MOVE FAC-TIPO-FACT(WS-IND-FACTURA) TO NCR-TIPO-FACT.
            MOVE 'N'                           TO NCR-CAE-ESTADO.
            MOVE ZERO                          TO NCR-CAE.
            MOVE ZERO                          TO NCR-CAE-VTO.
            WRITE NCREG-REG.
            MOVE FS-NCREG TO WS-FS.
            MOVE "NCREG"  TO WS-FS-NOMBRE.
            MOVE WS-IVA       TO FIS-IVA.
            MOVE NCP-IMPORTE  TO FIS-TOTAL.
            MOVE FAC-TIPO-FACT(WS-IND-FACTURA) TO FIS-TIPO-FACT.
            MOVE ZERO         TO FIS-IIBB-JURIS.
            MOVE ZERO         TO FIS-IIBB-PERCEPCION.
            WRITE FISCAL-REG.

       430-IMPRIMIR-LINEA.
                DELIMITED BY SIZE INTO LINEA.
            WRITE NCREP-REG FROM LINEA.

      * EL NUMERO DE NOTA EN LA REFERENCIA IDENTIFICA EL SALDO A       *
      * FAVOR; EL TITULAR SALE DE LA CUENTA BANCARIA EN PAGREG.CBL.    *
       440-ENCOLAR-DEVOLUCION.
            MOVE SPACES TO PAGCOLA-REG.
            MOVE 'NC'         TO PCO-ORIGEN.
            MOVE FECHA-HOY    TO PCO-FECHA.
            MOVE 'D'          TO PCO-BENEF-TIPO.
            MOVE NCP-TIPO-DOC TO PCO-BENEF-COD(1:1).
            MOVE NCP-NRO-DOC  TO PCO-BENEF-COD(2:20).
            MOVE WS-A-FAVOR   TO PCO-IMPORTE.
            STRING 'NOTA CREDITO ' WS-NRO-NC
                DELIMITED BY SIZE INTO PCO-REFERENCIA.
            WRITE PAGCOLA-REG.
            MOVE FS-PAGCOLA TO WS-FS.
            MOVE "PAGCOLA"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       600-REESCRIBIR-FACTURAS.
            OPEN OUTPUT FACTREG.
            MOVE FS-FACTREG TO WS-FS.
            CLOSE NCREG.
            CLOSE FISCAL-OUT.
            CLOSE NCREP.
            CLOSE PAGCOLA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
