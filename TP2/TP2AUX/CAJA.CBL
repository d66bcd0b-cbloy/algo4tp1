                FILE STATUS IS FS-CAJASES.

      * RECIBOS DE LA SESION EN CURSO, UNO POR LINEA (DOCUMENTO DEL    *
      * PAGADOR, IMPORTE Y LA REFERENCIA DE CONTRATO, FACTURA O SENA   *
      * DE RESERVA).  AL CERRAR SE VUELCAN A LA COLA DE PAGOS Y EL     *
      * ARCHIVO SE VACIA.                                              *
        SELECT CAJAREC ASSIGN TO "..\CAJAREC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAJAREC.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * HISTORIAL DE CIERRES DE SESION, EN EXTEND: UNA LINEA POR       *
      * SESION CON FONDO, RECIBOS, CONTADO Y DIFERENCIA.               *
        SELECT CAJACIER ASSIGN TO "..\CAJACIER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

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

       FD  CAJASES.
       01  CAJASES-REG.
           05  SES-OPERADOR                     PIC X(06).
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

       FD  CAJACIER.
       01  CAJACIER-REG                         PIC X(110).

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

       01  FS-CAJASES                           PIC X(02).
           88  FS-CAJASES-OK                    VALUE '00'.
           88  FS-CAJASES-FIN                   VALUE '10'.
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
           05  FILLER                   PIC X(10) VALUE 'DIF.CAJA  '.
           05  FILLER                   PIC X(10) VALUE 'CAJA      '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 2 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-CAJACIER                          PIC X(02).
           88  FS-CAJACIER-OK                   VALUE '00'.

           05  LINE 5 COL 30 PIC X(20) TO WS-REC-NRO-DOC.
           05  LINE 6 COL 5 VALUE "IMPORTE               : ".
           05  LINE 6 COL 30 PIC 9(7)V99 TO WS-REC-IMPORTE.
           05  LINE 7 COL 5 VALUE "CONTRATO/FACTURA/SENA : ".
           05  LINE 7 COL 30 PIC X(15) TO WS-REC-REFERENCIA.

       01  PANTALLA-ARQUEO.

       PGM.
        DISPLAY 'INICIO CAJA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 060-SIGNON.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESO UNTIL WS-OPCION = 'S'.

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
            PERFORM 110-LEER-SESION.
            END-IF.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'CAJA    ' TO ASI-ORIGEN.
            MOVE FECHA-HOY TO ASI-FECHA.
            MOVE 4         TO ASI-AGENCIA.
            MOVE 'DIF.CAJA  ' TO ASI-CUENTA.
                MOVE ZERO TO ASI-HABER
                MOVE 'FALTANTE DE CAJA    ' TO ASI-DESCRIPCION
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'CAJA    ' TO ASI-ORIGEN.
            MOVE FECHA-HOY TO ASI-FECHA.
            MOVE 4         TO ASI-AGENCIA.
            MOVE 'CAJA      ' TO ASI-CUENTA.
                COMPUTE ASI-HABER = ZERO - WS-DIFERENCIA
            END-IF.
            MOVE 'AJUSTE POR ARQUEO   ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            CLOSE ASIENTOS.
                PERFORM 062-LEER-OPERADOR
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
                    UNTIL IND-CPT > 2.

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
