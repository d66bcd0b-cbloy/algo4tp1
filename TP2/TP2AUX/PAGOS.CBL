                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * SENAS DE RESERVAS (VER RESERVAR.CBL): UN PAGO CON REFERENCIA   *
      * 'SENA' + NUMERO SE APLICA PRIMERO A LA SENA PENDIENTE; EL      *
      * ARCHIVO SE CARGA ENTERO Y SE REESCRIBE SI HUBO COBROS.         *
        SELECT SENAS ASSIGN TO "..\SENAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SENAS.

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

       FD  PAGOS.
       01  PAGO-REG.
           05  PAGO-TIPO-DOC                    PIC X.
      * ASIGNADO POR FACTURAR.CBL SEGUN LA CATEGORIA DEL CLIENTE.      *
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.
      * AUTORIZACION ELECTRONICA Y PERCEPCION IIBB (VER FACTURAR.CBL): *
      * ACA SOLO SE CONSERVAN TAL CUAL AL REESCRIBIR.                  *
           05  FREG-DATOS-CAE.
               07  FILLER                       PIC X(01).
               07  FREG-CAE-ESTADO              PIC X.
               07  FILLER                       PIC X(01).
               07  FREG-CAE                     PIC 9(14).
               07  FILLER                       PIC X(01).
               07  FREG-CAE-VTO                 PIC 9(08).
           05  FREG-DATOS-IIBB.
               07  FILLER                       PIC X(01).
               07  FREG-IIBB-JURISDICCION       PIC 9(03).
               07  FILLER                       PIC X(01).
               07  FREG-IIBB-PERCEPCION         PIC 9(07)V99.

       FD  COBRANZA.
       01  COBRANZA-REG                         PIC X(110).
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

      * MISMO ARMADO QUE SENA-REG EN RESERVAR.CBL (SE TRABAJA SOBRE    *
      * SNA-REG EN WORKING).                                           *
       FD  SENAS.
       01  SENA-REG                             PIC X(117).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
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

       01  FS-PAGOS                             PIC X(02).
           88  FS-PAGOS-OK                      VALUE '00'.
           88  FS-PAGOS-FIN                     VALUE '10'.
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
           05  FILLER                   PIC X(10) VALUE 'DIF.CAMBIO'.
           05  FILLER                   PIC X(10) VALUE 'CAJA      '.
           05  FILLER                   PIC X(10) VALUE 'RECUP.INC '.
           05  FILLER                   PIC X(10) VALUE 'SENAS     '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 4 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-SENAS                             PIC X(02).
           88  FS-SENAS-OK                      VALUE '00'.
           88  FS-SENAS-FIN                     VALUE '10'.
           88  FS-SENAS-NO-EXIST                VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
               09  FACT-IMPORTE-PAGADO  PIC 9(07)V99.
               09  FACT-FECHA-PAGO      PIC 9(08).
               09  FACT-TIPO-FACT       PIC X.
               09  FACT-DATOS-CAE       PIC X(26).
               09  FACT-DATOS-IIBB      PIC X(14).
       01  IND-F                                PIC 9(4).
       01  IND-F2                               PIC 9(4).

      * SENAS EN MEMORIA (FILAS CRUDAS) Y LA FILA EN TRABAJO.          *
       01  WS-CANT-SENAS                        PIC 9(4) VALUE ZERO.
       01  TABLA-SENAS.
           05  SNT-REG                  OCCURS 1000 TIMES
                                        PIC X(117).
       01  IND-S                                PIC 9(4).
       01  WS-SENA-HALLADA                      PIC 9(4).
       01  WS-SENA-REF.
           05  WS-SENA-REF-PREFIJO              PIC X(04).
           05  WS-SENA-REF-NRO                  PIC X(07).
           05  FILLER                           PIC X(04).
       01  WS-SENA-SALDO                        PIC 9(07)V99.
       01  WS-SENA-APLICADO                     PIC 9(07)V99.
       01  WS-CANT-SENAS-COBRADAS               PIC 9(5) VALUE ZERO.

       01  SNA-REG.
           05  SNA-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  SNA-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SNA-TIPO-DOC                     PIC X.
           05  SNA-NRO-DOC                      PIC X(20).
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

       01  WS-CANT-PAGOS                        PIC 9(5) VALUE ZERO.
       01  WS-CANT-APLICADOS                    PIC 9(5) VALUE ZERO.
       01  WS-CANT-SIN-FACTURA                  PIC 9(5) VALUE ZERO.
       01  WS-DIF-CAMBIO                        PIC S9(08)V99.
       01  WS-CANT-DIF-CAMBIO                   PIC 9(04) VALUE ZERO.
       01  WS-SALDO-FACTURA                     PIC 9(07)V99 VALUE ZERO.
      * RECUPERO DE FACTURAS DADAS DE BAJA POR INCOBRABLE ('I').       *
       01  WS-RECUPERO                          PIC 9(07)V99.
       01  WS-CANT-RECUPEROS                    PIC 9(04) VALUE ZERO.

      * ANTIGUEDAD EN DIAS (APROXIMACION COMERCIAL 30/360, ALCANZA      *
      * PARA ENCASILLAR EN 30/60/90) Y ACUMULADORES DE LOS CUATRO       *

       PGM.
        DISPLAY 'INICIO PAGOS'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FACTURAS.
        PERFORM 250-CARGAR-SENAS.
        PERFORM 300-APLICAR-PAGOS.
        PERFORM 400-REESCRIBIR-FACTURAS.
        IF WS-CANT-SENAS-COBRADAS > ZERO
            PERFORM 450-REESCRIBIR-SENAS
        END-IF.
        PERFORM 500-IMPRIMIR-ANTIGUEDAD.

        DISPLAY 'FIN PAGOS - PAGOS LEIDOS:    ' WS-CANT-PAGOS.
        DISPLAY '            APLICADOS:       ' WS-CANT-APLICADOS.
        DISPLAY '            SIN FACTURA:     ' WS-CANT-SIN-FACTURA.
        DISPLAY '            DIF. DE CAMBIO:  ' WS-CANT-DIF-CAMBIO.
        DISPLAY '            A SENAS:         ' WS-CANT-SENAS-COBRADAS.
        DISPLAY '            RECUPEROS:       ' WS-CANT-RECUPEROS.
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

                TO FACT-FECHA-PAGO(WS-CANT-FACTURAS).
            MOVE FREG-TIPO-FACT
                TO FACT-TIPO-FACT(WS-CANT-FACTURAS).
            MOVE FREG-DATOS-CAE
                TO FACT-DATOS-CAE(WS-CANT-FACTURAS).
            MOVE FREG-DATOS-IIBB
                TO FACT-DATOS-IIBB(WS-CANT-FACTURAS).
            PERFORM 210-LEER-FACTREG.

       250-CARGAR-SENAS.
            OPEN INPUT SENAS.
            IF NOT FS-SENAS-NO-EXIST
                MOVE FS-SENAS   TO WS-FS
                MOVE "SENAS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 260-LEER-SENA
                PERFORM 270-CARGAR-SENA
                        UNTIL FS-SENAS-FIN
                        OR WS-CANT-SENAS >= 1000
      * MISMO CRITERIO QUE FACTURAS.DAT: SI NO ENTRA ENTERO NO SE      *
      * PUEDE REESCRIBIR SIN PERDER SENAS.                             *
                IF NOT FS-SENAS-FIN
                    DISPLAY 'SENAS.TXT SUPERA LAS 1000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER SENAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE SENAS
            END-IF.

       260-LEER-SENA.
            READ SENAS AT END SET FS-SENAS-FIN TO TRUE.

            IF NOT FS-SENAS-OK AND NOT FS-SENAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SENAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       270-CARGAR-SENA.
            ADD 1 TO WS-CANT-SENAS.
            MOVE SENA-REG TO SNT-REG(WS-CANT-SENAS).
            PERFORM 260-LEER-SENA.

       300-APLICAR-PAGOS.
            IF NOT FS-PAGOS-NO-EXIST
                PERFORM 310-LEER-PAGO

      * APLICA EL PAGO CONTRA LAS FACTURAS IMPAGAS DEL DOCUMENTO, DE    *
      * LA MAS VIEJA A LA MAS NUEVA, HASTA AGOTAR EL IMPORTE PAGADO.    *
      * SI DESPUES QUEDA IMPORTE Y EL DOCUMENTO TIENE FACTURAS DADAS   *
      * DE BAJA POR INCOBRABLE, VA A ESAS COMO RECUPERO.                *
      * LO QUE SOBRA (O UN PAGO DE UN DOCUMENTO SIN FACTURAS) QUEDA     *
      * LISTADO EN COBRANZA.TXT PARA QUE ADMINISTRACION LO REVISE.      *
       320-PROCESAR-PAGO.
            MOVE PAGO-IMPORTE TO WS-SALDO-PAGO.
            PERFORM 325-VERIFICAR-DIF-CAMBIO.

            MOVE PAGO-REFERENCIA TO WS-SENA-REF.
            IF WS-SENA-REF-PREFIJO = 'SENA'
               AND WS-SENA-REF-NRO IS NUMERIC
                PERFORM 350-APLICAR-A-SENA
            END-IF.

            PERFORM 330-APLICAR-A-FACTURA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS
                    OR WS-SALDO-PAGO = ZERO.

            PERFORM 335-RECUPERAR-INCOBRABLE
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS
                    OR WS-SALDO-PAGO = ZERO.

            IF WS-SALDO-PAGO = PAGO-IMPORTE
                ADD 1 TO WS-CANT-SIN-FACTURA
                PERFORM 340-REPORTAR-PAGO-SUELTO
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA TO ASI-FECHA.
            MOVE ZERO       TO ASI-AGENCIA.
            MOVE 'DIF.CAMBIO' TO ASI-CUENTA.
                MOVE ZERO TO ASI-HABER
                MOVE 'PERDIDA POR CAMBIO  ' TO ASI-DESCRIPCION
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA TO ASI-FECHA.
            MOVE ZERO       TO ASI-AGENCIA.
            MOVE 'CAJA      ' TO ASI-CUENTA.
                COMPUTE ASI-HABER = ZERO - WS-DIF-CAMBIO
            END-IF.
            MOVE 'AJUSTE CAJA CAMBIO  ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            CLOSE ASIENTOS.
            IF FACT-TIPO-DOC(IND-F) = PAGO-TIPO-DOC
               AND FACT-NRO-DOC(IND-F) = PAGO-NRO-DOC
               AND FACT-ESTADO-PAGO(IND-F) NOT = 'P'
               AND FACT-ESTADO-PAGO(IND-F) NOT = 'I'
                COMPUTE WS-SALDO-FACTURA =
                    FACT-IMPORTE-TOTAL(IND-F)
                    - FACT-IMPORTE-PAGADO(IND-F)
                END-IF
            END-IF.

      * COBRO SOBRE UNA FACTURA DADA DE BAJA ('I'): SUBE LO PAGADO     *
      * PERO LA FACTURA SIGUE 'I' (YA SALIO DE DEUDORES), Y SE ASIENTA *
      * COMO RECUPERO DE INCOBRABLES, NO COMO COBRO DE DEUDORES.       *
       335-RECUPERAR-INCOBRABLE.
            IF FACT-TIPO-DOC(IND-F) = PAGO-TIPO-DOC
               AND FACT-NRO-DOC(IND-F) = PAGO-NRO-DOC
               AND FACT-ESTADO-PAGO(IND-F) = 'I'
               AND FACT-IMPORTE-TOTAL(IND-F) >
                   FACT-IMPORTE-PAGADO(IND-F)
                COMPUTE WS-SALDO-FACTURA =
                    FACT-IMPORTE-TOTAL(IND-F)
                    - FACT-IMPORTE-PAGADO(IND-F)
                IF WS-SALDO-PAGO < WS-SALDO-FACTURA
                    MOVE WS-SALDO-PAGO TO WS-RECUPERO
                ELSE
                    MOVE WS-SALDO-FACTURA TO WS-RECUPERO
                END-IF
                ADD WS-RECUPERO TO FACT-IMPORTE-PAGADO(IND-F)
                SUBTRACT WS-RECUPERO FROM WS-SALDO-PAGO
                MOVE PAGO-FECHA TO FACT-FECHA-PAGO(IND-F)
                ADD 1 TO WS-CANT-RECUPEROS
                PERFORM 336-ASENTAR-RECUPERO
                PERFORM 337-REPORTAR-RECUPERO
            END-IF.

       336-ASENTAR-RECUPERO.
            OPEN EXTEND ASIENTOS.
            IF NOT FS-ASIENTOS-OK
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA           TO ASI-FECHA.
            MOVE FACT-AGENCIA(IND-F)  TO ASI-AGENCIA.
            MOVE 'CAJA      '         TO ASI-CUENTA.
            MOVE WS-RECUPERO          TO ASI-DEBE.
            MOVE ZERO                 TO ASI-HABER.
            MOVE 'RECUPERO INCOBRABLE ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA           TO ASI-FECHA.
            MOVE FACT-AGENCIA(IND-F)  TO ASI-AGENCIA.
            MOVE 'RECUP.INC '         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE.
            MOVE WS-RECUPERO          TO ASI-HABER.
            MOVE 'RECUPERO INCOBRABLE ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            CLOSE ASIENTOS.

       337-REPORTAR-RECUPERO.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-RECUPERO TO WS-IMPORTE-IMPR.
            MOVE FACT-NRO(IND-F) TO WS-NRO-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'RECUPERO INCOBRABLE  Fact ' WS-NRO-IMPR
                   '  Doc ' PAGO-TIPO-DOC '-' PAGO-NRO-DOC
                   '  Ref ' PAGO-REFERENCIA
                   '  Recuperado: ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE COBRANZA-REG FROM LINEA.

       340-REPORTAR-PAGO-SUELTO.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-SALDO-PAGO TO WS-IMPORTE-IMPR.
                DELIMITED BY SIZE INTO LINEA.
            WRITE COBRANZA-REG FROM LINEA.

      * PAGO DE UNA SENA: SE BUSCA LA SENA PENDIENTE POR NUMERO Y SE   *
      * LE APLICA HASTA SU IMPORTE (LO QUE SOBRE SIGUE CONTRA LAS      *
      * FACTURAS DEL DOCUMENTO).  EL COBRO QUEDA EN EL PASIVO 'SENAS'  *
      * HASTA QUE SENACTL.CBL LO APLIQUE AL ALQUILER O LO RETENGA.     *
       350-APLICAR-A-SENA.
            MOVE ZERO TO WS-SENA-HALLADA.
            PERFORM 355-COMPARAR-SENA
                    VARYING IND-S FROM 1 BY 1
                    UNTIL IND-S > WS-CANT-SENAS
                    OR WS-SENA-HALLADA > ZERO.

            IF WS-SENA-HALLADA > ZERO
                MOVE SNT-REG(WS-SENA-HALLADA) TO SNA-REG
                COMPUTE WS-SENA-SALDO = SNA-IMPORTE - SNA-PAGADO
                IF WS-SALDO-PAGO < WS-SENA-SALDO
                    MOVE WS-SALDO-PAGO TO WS-SENA-APLICADO
                ELSE
                    MOVE WS-SENA-SALDO TO WS-SENA-APLICADO
                END-IF
                IF WS-SENA-APLICADO > ZERO
                    ADD WS-SENA-APLICADO TO SNA-PAGADO
                    SUBTRACT WS-SENA-APLICADO FROM WS-SALDO-PAGO
                    MOVE PAGO-FECHA TO SNA-FECHA-PAGO
                    MOVE SNA-REG TO SNT-REG(WS-SENA-HALLADA)
                    ADD 1 TO WS-CANT-SENAS-COBRADAS
                    PERFORM 360-ASENTAR-SENA
                    PERFORM 370-REPORTAR-SENA
                END-IF
            END-IF.

       355-COMPARAR-SENA.
            MOVE SNT-REG(IND-S) TO SNA-REG.
            IF SNA-NRO = WS-SENA-REF-NRO
               AND SNA-ESTADO = 'P'
                MOVE IND-S TO WS-SENA-HALLADA
            END-IF.

       360-ASENTAR-SENA.
            OPEN EXTEND ASIENTOS.
            IF NOT FS-ASIENTOS-OK
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA       TO ASI-FECHA.
            MOVE SNA-AGENCIA      TO ASI-AGENCIA.
            MOVE 'CAJA      '     TO ASI-CUENTA.
            MOVE WS-SENA-APLICADO TO ASI-DEBE.
            MOVE ZERO             TO ASI-HABER.
            MOVE 'COBRO SENA RESERVA  ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'PAGOS   ' TO ASI-ORIGEN.
            MOVE PAGO-FECHA       TO ASI-FECHA.
            MOVE SNA-AGENCIA      TO ASI-AGENCIA.
            MOVE 'SENAS     '     TO ASI-CUENTA.
            MOVE ZERO             TO ASI-DEBE.
            MOVE WS-SENA-APLICADO TO ASI-HABER.
            MOVE 'COBRO SENA RESERVA  ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.

            CLOSE ASIENTOS.

       370-REPORTAR-SENA.
            MOVE ZEROES TO WS-IMPORTE-IMPR WS-IMPORTE-IMPR2.
            MOVE WS-SENA-APLICADO TO WS-IMPORTE-IMPR.
            COMPUTE WS-SENA-SALDO = SNA-IMPORTE - SNA-PAGADO.
            MOVE WS-SENA-SALDO TO WS-IMPORTE-IMPR2.
            MOVE SNA-NRO TO WS-NRO-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'COBRO DE SENA ' WS-NRO-IMPR
                   '  Patente ' SNA-PATENTE
                   '  Desde ' SNA-FECHA-DESDE
                   '  Cobrado: ' WS-IMPORTE-IMPR
                   '  Falta: ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE COBRANZA-REG FROM LINEA.

       400-REESCRIBIR-FACTURAS.
            OPEN OUTPUT FACTREG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE FACT-IMPORTE-PAGADO(IND-F) TO FREG-IMPORTE-PAGADO.
            MOVE FACT-FECHA-PAGO(IND-F)     TO FREG-FECHA-PAGO.
            MOVE FACT-TIPO-FACT(IND-F)      TO FREG-TIPO-FACT.
            MOVE FACT-DATOS-CAE(IND-F)      TO FREG-DATOS-CAE.
            MOVE FACT-DATOS-IIBB(IND-F)     TO FREG-DATOS-IIBB.
            WRITE FACTREG-REG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       450-REESCRIBIR-SENAS.
            OPEN OUTPUT SENAS.
            MOVE FS-SENAS       TO WS-FS.
            MOVE "SENAS"        TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 460-GRABAR-SENA
                    VARYING IND-S FROM 1 BY 1
                    UNTIL IND-S > WS-CANT-SENAS.

            CLOSE SENAS.

       460-GRABAR-SENA.
            MOVE SNT-REG(IND-S) TO SENA-REG.
            WRITE SENA-REG.
            MOVE FS-SENAS       TO WS-FS.
            MOVE "SENAS"        TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * CUENTAS A COBRAR POR ANTIGUEDAD: UNA LINEA POR FACTURA CON      *
      * SALDO, EL TRAMO EN QUE CAE (0-30/31-60/61-90/+90 DIAS DESDE LA  *
      * EMISION) Y LOS SUBTOTALES POR AGENCIA DE ORIGEN.                *
            PERFORM 530-IMPRIMIR-TRAMOS-AGENCIA.
            PERFORM 550-IMPRIMIR-TRAMOS-TOTAL.

      * LAS DADAS DE BAJA ('I') YA NO SON DEUDORES: NO SE ENCASILLAN.  *
       510-ANTIGUEDAD-FACTURA.
            IF FACT-ESTADO-PAGO(IND-F) NOT = 'P'
               AND FACT-ESTADO-PAGO(IND-F) NOT = 'I'
                MOVE FACT-FECHA-EMISION(IND-F) TO WS-FECHA-CALC
                PERFORM 560-FECHA-A-DIAS
                MOVE WS-DIAS-CALC TO WS-DIAS-EMISION
            COMPUTE WS-DIAS-CALC =
                WS-FC-AA * 360 + (WS-FC-MM - 1) * 30 + WS-FC-DD.

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
                    UNTIL IND-CPT > 4.

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
