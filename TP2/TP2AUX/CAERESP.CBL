       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAERESP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * RESPUESTA DEL ORGANISMO AL PEDIDO DE CAESOL.CBL: UNA LINEA POR *
      * COMPROBANTE, 'A' AUTORIZADO CON CAE Y VENCIMIENTO O 'R'        *
      * RECHAZADO CON EL MOTIVO.  SE VACIA AL TERMINAR (COMO LA COLA   *
      * DE NOTACRED.CBL).                                              *
        SELECT CAERESP ASSIGN TO "..\CAERESP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAERESP.

        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

        SELECT NCREG ASSIGN TO "..\NCREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCREG.

      * LISTA DE TRABAJO DE RECHAZOS: SE ACUMULA CORRIDA A CORRIDA     *
      * HASTA QUE SE CORRIJA EL PADRON Y CAESOL.CBL LOS VUELVA A PEDIR.*
        SELECT CAERECH ASSIGN TO "..\CAERECH.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAERECH.

      * FACTURAS IMPRESAS RETENIDAS POR FACTURAR.CBL HASTA TENER CAE.  *
      * LAS AUTORIZADAS PASAN A FACTURAS.TXT (LO QUE SE IMPRIME) CON   *
      * EL CAE AL PIE; EL RESTO QUEDA EN FACTPEND.TXT PARA LA PROXIMA. *
        SELECT FACTPEND ASSIGN TO "..\FACTPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTPEND.

        SELECT FACTPNUE ASSIGN TO "..\FACTPNUE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTPNUE.

        SELECT FACTIMP ASSIGN TO "..\FACTURAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTIMP.

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

      * MISMO ARMADO QUE CAEPED-REG EN CAESOL.CBL PARA LA CLAVE.       *
       FD  CAERESP.
       01  CAERESP-REG.
           05  CRS-TIPO-CBTE                    PIC X(02).
           05  FILLER                           PIC X(01).
           05  CRS-LETRA                        PIC X.
           05  FILLER                           PIC X(01).
           05  CRS-NUMERO                       PIC 9(07).
           05  FILLER                           PIC X(01).
           05  CRS-RESULTADO                    PIC X.
               88  CRS-AUTORIZADO               VALUE 'A'.
               88  CRS-RECHAZADO                VALUE 'R'.
           05  FILLER                           PIC X(01).
           05  CRS-CAE                          PIC 9(14).
           05  FILLER                           PIC X(01).
           05  CRS-CAE-VTO                      PIC 9(08).
           05  FILLER                           PIC X(01).
           05  CRS-MOTIVO                       PIC X(40).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL.                  *
       FD  FACTREG.
       01  FACTREG-REG                          PIC X(125).

      * MISMO ARMADO QUE NCREG-REG EN NOTACRED.CBL.                    *
       FD  NCREG.
       01  NCREG-REG                            PIC X(94).

       FD  CAERECH.
       01  CAERECH-REG.
           05  RCH-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RCH-TIPO-CBTE                    PIC X(02).
           05  FILLER                           PIC X(01).
           05  RCH-LETRA                        PIC X.
           05  FILLER                           PIC X(01).
           05  RCH-NUMERO                       PIC 9(07).
           05  FILLER                           PIC X(01).
           05  RCH-TIPO-DOC                     PIC X.
           05  RCH-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  RCH-TOTAL                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  RCH-MOTIVO                       PIC X(40).

      * MISMO ARMADO QUE FACTIMP-REG EN FACTURAR.CBL.                  *
       FD  FACTPEND.
       01  FACTPEND-REG                         PIC X(100).

       FD  FACTPNUE.
       01  FACTPNUE-REG                         PIC X(100).

       FD  FACTIMP.
       01  FACTIMP-REG                          PIC X(100).

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

       01  FS-CAERESP                           PIC X(02).
           88  FS-CAERESP-OK                    VALUE '00'.
           88  FS-CAERESP-FIN                   VALUE '10'.
           88  FS-CAERESP-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-NCREG                             PIC X(02).
           88  FS-NCREG-OK                      VALUE '00'.
           88  FS-NCREG-FIN                     VALUE '10'.
           88  FS-NCREG-NO-EXIST                VALUE '35'.

       01  FS-CAERECH                           PIC X(02).
           88  FS-CAERECH-OK                    VALUE '00'.

       01  FS-FACTPEND                          PIC X(02).
           88  FS-FACTPEND-OK                   VALUE '00'.
           88  FS-FACTPEND-FIN                  VALUE '10'.
           88  FS-FACTPEND-NO-EXIST             VALUE '35'.

       01  FS-FACTPNUE                          PIC X(02).
           88  FS-FACTPNUE-OK                   VALUE '00'.

       01  FS-FACTIMP                           PIC X(02).
           88  FS-FACTIMP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  WS-COMANDO-STG                       PIC X(60).

       01  FECHA-HOY                            PIC 9(08).

      * MISMAS TABLAS QUE CAESOL.CBL.                                  *
       01  WS-CANT-FACTURAS                     PIC 9(4) VALUE ZERO.
       01  TABLA-FACTURAS.
           05  FAC-ENT                  OCCURS 2000 TIMES.
               09  FAC-IMAGEN           PIC X(125).
       01  TABLA-FACTURAS-D REDEFINES TABLA-FACTURAS.
           05  FAC-ENT-D                OCCURS 2000 TIMES.
               09  FAC-NRO              PIC 9(07).
               09  FILLER               PIC X(01).
               09  FAC-TIPO-DOC         PIC X.
               09  FAC-NRO-DOC          PIC X(20).
               09  FILLER               PIC X(01).
               09  FAC-PERIODO          PIC 9(06).
               09  FILLER               PIC X(01).
               09  FAC-FECHA-EMISION    PIC 9(08).
               09  FILLER               PIC X(01).
               09  FAC-CANT-RENG        PIC 9(03).
               09  FILLER               PIC X(01).
               09  FAC-IMPORTE-TOTAL    PIC 9(07)V99.
               09  FILLER               PIC X(01).
               09  FAC-AGENCIA          PIC 9(02).
               09  FILLER               PIC X(01).
               09  FAC-ESTADO-PAGO      PIC X.
               09  FILLER               PIC X(01).
               09  FAC-IMPORTE-PAGADO   PIC 9(07)V99.
               09  FILLER               PIC X(01).
               09  FAC-FECHA-PAGO       PIC 9(08).
               09  FILLER               PIC X(01).
               09  FAC-TIPO-FACT        PIC X.
               09  FILLER               PIC X(01).
               09  FAC-CAE-ESTADO       PIC X.
               09  FILLER               PIC X(01).
               09  FAC-CAE              PIC 9(14).
               09  FILLER               PIC X(01).
               09  FAC-CAE-VTO          PIC 9(08).
               09  FILLER               PIC X(01).
               09  FAC-IIBB-JURIS       PIC 9(03).
               09  FILLER               PIC X(01).
               09  FAC-IIBB-PERCEPCION  PIC 9(07)V99.
       01  IND-F                                PIC 9(4).
       01  WS-IND-FACTURA                       PIC 9(4).

       01  WS-CANT-NOTAS                        PIC 9(4) VALUE ZERO.
       01  TABLA-NOTAS.
           05  NC-ENT                   OCCURS 2000 TIMES.
               09  NC-IMAGEN            PIC X(94).
       01  TABLA-NOTAS-D REDEFINES TABLA-NOTAS.
           05  NC-ENT-D                 OCCURS 2000 TIMES.
               09  NC-NRO               PIC 9(07).
               09  FILLER               PIC X(01).
               09  NC-NRO-FACTURA       PIC 9(07).
               09  FILLER               PIC X(01).
               09  NC-TIPO-DOC          PIC X.
               09  NC-NRO-DOC           PIC X(20).
               09  FILLER               PIC X(01).
               09  NC-FECHA             PIC 9(08).
               09  FILLER               PIC X(01).
               09  NC-IMPORTE           PIC 9(06)V99.
               09  FILLER               PIC X(01).
               09  NC-SALDO-A-FAVOR     PIC 9(06)V99.
               09  FILLER               PIC X(01).
               09  NC-ORIGEN            PIC X.
               09  FILLER               PIC X(01).
               09  NC-TIPO-FACT         PIC X.
               09  FILLER               PIC X(01).
               09  NC-CAE-ESTADO        PIC X.
               09  FILLER               PIC X(01).
               09  NC-CAE               PIC 9(14).
               09  FILLER               PIC X(01).
               09  NC-CAE-VTO           PIC 9(08).
       01  IND-N                                PIC 9(4).
       01  WS-IND-NOTA                          PIC 9(4).

      * BLOQUE DE UNA FACTURA IMPRESA (DESDE SU LINEA 'FACTURA X NRO'  *
      * HASTA LA SIGUIENTE).  UNA CORPORATIVA CON MUCHOS CONDUCTORES   *
      * PUEDE SER LARGA: SI NO ENTRA SE CANCELA SIN TOCAR FACTPEND.    *
       01  WS-BLQ-CANT                          PIC 9(4) VALUE ZERO.
       01  TABLA-BLOQUE.
           05  BLQ-LINEA                PIC X(100) OCCURS 1000 TIMES.
       01  IND-B                                PIC 9(4).
       01  WS-BLQ-LETRA                         PIC X.
       01  WS-BLQ-NRO                           PIC 9(07).
       01  WS-BLQ-NRO-X REDEFINES WS-BLQ-NRO    PIC X(07).
       01  WS-BLQ-ARRASTRE                      PIC X.

       01  WS-LINEA-CAE.
           05  FILLER                           PIC X(05) VALUE 'CAE: '.
           05  LCAE-CAE                         PIC 9(14).
           05  FILLER                           PIC X(12)
                                            VALUE '  VTO. CAE: '.
           05  LCAE-VTO-DD                      PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  LCAE-VTO-MM                      PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  LCAE-VTO-AAAA                    PIC 9(04).
       01  WS-VTO-AUX.
           05  WS-VTO-AAAA                      PIC 9(04).
           05  WS-VTO-MM                        PIC 9(02).
           05  WS-VTO-DD                        PIC 9(02).

       01  WS-HUBO-RESPUESTAS                   PIC X VALUE 'N'.
           88  HUBO-RESPUESTAS                  VALUE 'S'.

       01  WS-CANT-RESPUESTAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-AUTORIZADOS                  PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-PEDIDO                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-LIBERADAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-RETENIDAS                    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CAERESP'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        IF HUBO-RESPUESTAS
            PERFORM 200-CARGAR-FACTURAS
            PERFORM 250-CARGAR-NOTAS
            PERFORM 310-LEER-RESPUESTA
            PERFORM 300-PROCESAR-RESPUESTA
                    UNTIL FS-CAERESP-FIN
            CLOSE CAERESP
            PERFORM 600-REESCRIBIR-FACTURAS
            PERFORM 650-REESCRIBIR-NOTAS
            PERFORM 750-VACIAR-RESPUESTAS
        ELSE
            PERFORM 200-CARGAR-FACTURAS
        END-IF.
        PERFORM 400-LIBERAR-IMPRESION.
        PERFORM 998-FIN.

        DISPLAY 'FIN CAERESP - RESPUESTAS:  ' WS-CANT-RESPUESTAS.
        DISPLAY '              AUTORIZADOS: ' WS-CANT-AUTORIZADOS.
        DISPLAY '              RECHAZADOS:  ' WS-CANT-RECHAZADOS.
        DISPLAY '              SIN PEDIDO:  ' WS-CANT-SIN-PEDIDO.
        DISPLAY '              IMPRESAS:    ' WS-CANT-LIBERADAS.
        DISPLAY '              RETENIDAS:   ' WS-CANT-RETENIDAS.
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

      * SIN RESPUESTA IGUAL SE CORRE LA LIBERACION: PUEDE HABER        *
      * FACTURAS YA AUTORIZADAS QUE QUEDARON EN FACTPEND.              *
       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN INPUT CAERESP.
            IF FS-CAERESP-NO-EXIST
                DISPLAY 'SIN CAERESP.TXT -- SOLO LIBERACION'
            ELSE
                MOVE FS-CAERESP TO WS-FS
                MOVE "CAERESP"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                SET HUBO-RESPUESTAS TO TRUE

                OPEN EXTEND CAERECH
                IF NOT FS-CAERECH-OK
                    OPEN OUTPUT CAERECH
                END-IF
                MOVE FS-CAERECH TO WS-FS
                MOVE "CAERECH"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       200-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF NOT FS-FACTREG-NO-EXIST
                MOVE FS-FACTREG TO WS-FS
                MOVE "FACTREG"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-FACTURA
                PERFORM 220-CARGAR-FACTURA
                        UNTIL FS-FACTREG-FIN
                        OR WS-CANT-FACTURAS >= 2000
      * EL REGISTRO SE REESCRIBE ENTERO: SI NO ENTRO COMPLETO, SEGUIR  *
      * BORRARIA FACTURAS (MISMO RESGUARDO QUE PAGOS.CBL).             *
                IF NOT FS-FACTREG-FIN
                    DISPLAY 'FACTURAS.DAT SUPERA LAS 2000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER DATOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE FACTREG
            END-IF.

       210-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-FACTURA.
            ADD 1 TO WS-CANT-FACTURAS.
            MOVE FACTREG-REG TO FAC-IMAGEN(WS-CANT-FACTURAS).
            PERFORM 210-LEER-FACTURA.

       250-CARGAR-NOTAS.
            OPEN INPUT NCREG.
            IF NOT FS-NCREG-NO-EXIST
                MOVE FS-NCREG   TO WS-FS
                MOVE "NCREG"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 260-LEER-NOTA
                PERFORM 270-CARGAR-NOTA
                        UNTIL FS-NCREG-FIN
                        OR WS-CANT-NOTAS >= 2000
                IF NOT FS-NCREG-FIN
                    DISPLAY 'NCREG.DAT SUPERA LAS 2000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER DATOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE NCREG
            END-IF.

       260-LEER-NOTA.
            READ NCREG AT END SET FS-NCREG-FIN TO TRUE.

            IF NOT FS-NCREG-OK AND NOT FS-NCREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER NCREG.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       270-CARGAR-NOTA.
            ADD 1 TO WS-CANT-NOTAS.
            MOVE NCREG-REG TO NC-IMAGEN(WS-CANT-NOTAS).
            PERFORM 260-LEER-NOTA.

      * SOLO SE ACEPTA RESPUESTA PARA UN COMPROBANTE PEDIDO ('S'): UNA *
      * RESPUESTA SUELTA O REPETIDA VA A LA LISTA DE TRABAJO.          *
       300-PROCESAR-RESPUESTA.
            ADD 1 TO WS-CANT-RESPUESTAS.
            MOVE ZERO TO WS-IND-FACTURA.
            MOVE ZERO TO WS-IND-NOTA.
            IF CRS-TIPO-CBTE = 'NC'
                PERFORM 330-BUSCAR-NOTA
                        VARYING IND-N FROM 1 BY 1
                        UNTIL IND-N > WS-CANT-NOTAS
                           OR WS-IND-NOTA > ZERO
            ELSE
                PERFORM 320-BUSCAR-FACTURA
                        VARYING IND-F FROM 1 BY 1
                        UNTIL IND-F > WS-CANT-FACTURAS
                           OR WS-IND-FACTURA > ZERO
            END-IF.

            EVALUATE TRUE
                WHEN WS-IND-FACTURA = ZERO AND WS-IND-NOTA = ZERO
                    ADD 1 TO WS-CANT-SIN-PEDIDO
                    MOVE SPACES TO CAERECH-REG
                    MOVE 'RESPUESTA SIN COMPROBANTE PEDIDO'
                        TO RCH-MOTIVO
                    MOVE ZERO TO RCH-TOTAL
                    PERFORM 350-GRABAR-RECHAZO
                WHEN CRS-AUTORIZADO
                    PERFORM 340-AUTORIZAR
                WHEN OTHER
                    PERFORM 345-RECHAZAR
            END-EVALUATE.

            PERFORM 310-LEER-RESPUESTA.

       310-LEER-RESPUESTA.
            READ CAERESP AT END SET FS-CAERESP-FIN TO TRUE.

            IF NOT FS-CAERESP-OK AND NOT FS-CAERESP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CAERESP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-BUSCAR-FACTURA.
            IF FAC-NRO(IND-F) = CRS-NUMERO
               AND FAC-TIPO-FACT(IND-F) = CRS-LETRA
               AND FAC-CAE-ESTADO(IND-F) = 'S'
                MOVE IND-F TO WS-IND-FACTURA
            END-IF.

       330-BUSCAR-NOTA.
            IF NC-NRO(IND-N) = CRS-NUMERO
               AND NC-TIPO-FACT(IND-N) = CRS-LETRA
               AND NC-CAE-ESTADO(IND-N) = 'S'
                MOVE IND-N TO WS-IND-NOTA
            END-IF.

       340-AUTORIZAR.
            ADD 1 TO WS-CANT-AUTORIZADOS.
            IF WS-IND-FACTURA > ZERO
                MOVE 'A'         TO FAC-CAE-ESTADO(WS-IND-FACTURA)
                MOVE CRS-CAE     TO FAC-CAE(WS-IND-FACTURA)
                MOVE CRS-CAE-VTO TO FAC-CAE-VTO(WS-IND-FACTURA)
            ELSE
                MOVE 'A'         TO NC-CAE-ESTADO(WS-IND-NOTA)
                MOVE CRS-CAE     TO NC-CAE(WS-IND-NOTA)
                MOVE CRS-CAE-VTO TO NC-CAE-VTO(WS-IND-NOTA)
            END-IF.

      * EL RECHAZADO QUEDA 'R': NO SE IMPRIME NI CUENTA COMO           *
      * COMPROBANTE VALIDO, Y CAESOL.CBL LO VUELVE A PEDIR.            *
       345-RECHAZAR.
            ADD 1 TO WS-CANT-RECHAZADOS.
            MOVE SPACES TO CAERECH-REG.
            IF WS-IND-FACTURA > ZERO
                MOVE 'R' TO FAC-CAE-ESTADO(WS-IND-FACTURA)
                MOVE FAC-TIPO-DOC(WS-IND-FACTURA) TO RCH-TIPO-DOC
                MOVE FAC-NRO-DOC(WS-IND-FACTURA)  TO RCH-NRO-DOC
                MOVE FAC-IMPORTE-TOTAL(WS-IND-FACTURA) TO RCH-TOTAL
            ELSE
                MOVE 'R' TO NC-CAE-ESTADO(WS-IND-NOTA)
                MOVE NC-TIPO-DOC(WS-IND-NOTA) TO RCH-TIPO-DOC
                MOVE NC-NRO-DOC(WS-IND-NOTA)  TO RCH-NRO-DOC
                MOVE NC-IMPORTE(WS-IND-NOTA)  TO RCH-TOTAL
            END-IF.
            MOVE CRS-MOTIVO TO RCH-MOTIVO.
            PERFORM 350-GRABAR-RECHAZO.

       350-GRABAR-RECHAZO.
            MOVE FECHA-HOY     TO RCH-FECHA.
            MOVE CRS-TIPO-CBTE TO RCH-TIPO-CBTE.
            MOVE CRS-LETRA     TO RCH-LETRA.
            MOVE CRS-NUMERO    TO RCH-NUMERO.
            WRITE CAERECH-REG.
            MOVE FS-CAERECH TO WS-FS.
            MOVE "CAERECH"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SE RECORRE FACTPEND POR BLOQUES: CADA LINEA 'FACTURA X NRO N'  *
      * (VER 420-ABRIR-FACTURA EN FACTURAR.CBL) ABRE UNO NUEVO; LA     *
      * LINEA EN BLANCO QUE LA PRECEDE VIAJA CON ELLA.                 *
       400-LIBERAR-IMPRESION.
            OPEN INPUT FACTPEND.
            IF FS-FACTPEND-NO-EXIST
                DISPLAY 'SIN FACTPEND.TXT -- NADA RETENIDO'
            ELSE
                MOVE FS-FACTPEND TO WS-FS
                MOVE "FACTPEND"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN OUTPUT FACTPNUE
                MOVE FS-FACTPNUE TO WS-FS
                MOVE "FACTPNUE"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN OUTPUT FACTIMP
                MOVE FS-FACTIMP  TO WS-FS
                MOVE "FACTIMP"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                MOVE ZERO   TO WS-BLQ-CANT
                MOVE SPACES TO WS-BLQ-LETRA
                MOVE ZERO   TO WS-BLQ-NRO
                PERFORM 410-LEER-PENDIENTE
                PERFORM 420-TOMAR-LINEA
                        UNTIL FS-FACTPEND-FIN
                IF WS-BLQ-CANT > ZERO
                    PERFORM 430-DESPACHAR-BLOQUE
                END-IF
                CLOSE FACTPEND
                CLOSE FACTPNUE
                CLOSE FACTIMP

                MOVE 'COPY ..\FACTPNUE.TXT ..\FACTPEND.TXT'
                    TO WS-COMANDO-STG
                CALL "SYSTEM" USING WS-COMANDO-STG
                MOVE 'DEL ..\FACTPNUE.TXT' TO WS-COMANDO-STG
                CALL "SYSTEM" USING WS-COMANDO-STG
            END-IF.

       410-LEER-PENDIENTE.
            READ FACTPEND AT END SET FS-FACTPEND-FIN TO TRUE.

            IF NOT FS-FACTPEND-OK AND NOT FS-FACTPEND-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTPEND.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       420-TOMAR-LINEA.
            IF FACTPEND-REG(1:8) = 'FACTURA '
               AND FACTPEND-REG(10:5) = ' NRO '
                MOVE 'N' TO WS-BLQ-ARRASTRE
                IF WS-BLQ-CANT > ZERO
                    IF BLQ-LINEA(WS-BLQ-CANT) = SPACES
                        SUBTRACT 1 FROM WS-BLQ-CANT
                        MOVE 'S' TO WS-BLQ-ARRASTRE
                    END-IF
                END-IF
                IF WS-BLQ-CANT > ZERO
                    PERFORM 430-DESPACHAR-BLOQUE
                END-IF
                MOVE ZERO TO WS-BLQ-CANT
                IF WS-BLQ-ARRASTRE = 'S'
                    ADD 1 TO WS-BLQ-CANT
                    MOVE SPACES TO BLQ-LINEA(WS-BLQ-CANT)
                END-IF
                MOVE FACTPEND-REG(9:1)  TO WS-BLQ-LETRA
                MOVE FACTPEND-REG(15:7) TO WS-BLQ-NRO-X
                INSPECT WS-BLQ-NRO-X REPLACING LEADING SPACE BY ZERO
            END-IF.

            IF WS-BLQ-CANT >= 1000
                DISPLAY 'FACTURA ' WS-BLQ-NRO ' SUPERA LAS 1000 LINEAS'
                        ' -- SE CANCELA SIN TOCAR FACTPEND'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-BLQ-CANT.
            MOVE FACTPEND-REG TO BLQ-LINEA(WS-BLQ-CANT).

            PERFORM 410-LEER-PENDIENTE.

       430-DESPACHAR-BLOQUE.
            MOVE ZERO TO WS-IND-FACTURA.
            PERFORM 440-BUSCAR-AUTORIZADA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS
                       OR WS-IND-FACTURA > ZERO.

            IF WS-IND-FACTURA > ZERO
                PERFORM 450-IMPRIMIR-LINEA
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-BLQ-CANT
                MOVE FAC-CAE(WS-IND-FACTURA) TO LCAE-CAE
                MOVE FAC-CAE-VTO(WS-IND-FACTURA) TO WS-VTO-AUX
                MOVE WS-VTO-DD   TO LCAE-VTO-DD
                MOVE WS-VTO-MM   TO LCAE-VTO-MM
                MOVE WS-VTO-AAAA TO LCAE-VTO-AAAA
                MOVE WS-LINEA-CAE TO FACTIMP-REG
                PERFORM 455-GRABAR-IMPRESA
                ADD 1 TO WS-CANT-LIBERADAS
            ELSE
                PERFORM 460-RETENER-LINEA
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-BLQ-CANT
                ADD 1 TO WS-CANT-RETENIDAS
            END-IF.

       440-BUSCAR-AUTORIZADA.
            IF FAC-NRO(IND-F) = WS-BLQ-NRO
               AND FAC-TIPO-FACT(IND-F) = WS-BLQ-LETRA
               AND FAC-CAE-ESTADO(IND-F) = 'A'
                MOVE IND-F TO WS-IND-FACTURA
            END-IF.

       450-IMPRIMIR-LINEA.
            MOVE BLQ-LINEA(IND-B) TO FACTIMP-REG.
            PERFORM 455-GRABAR-IMPRESA.

       455-GRABAR-IMPRESA.
            WRITE FACTIMP-REG.
            MOVE FS-FACTIMP  TO WS-FS.
            MOVE "FACTIMP"   TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       460-RETENER-LINEA.
            MOVE BLQ-LINEA(IND-B) TO FACTPNUE-REG.
            WRITE FACTPNUE-REG.
            MOVE FS-FACTPNUE TO WS-FS.
            MOVE "FACTPNUE"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       600-REESCRIBIR-FACTURAS.
            OPEN OUTPUT FACTREG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 610-GRABAR-FACTURA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS.
            CLOSE FACTREG.

       610-GRABAR-FACTURA.
            MOVE FAC-IMAGEN(IND-F) TO FACTREG-REG.
            WRITE FACTREG-REG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       650-REESCRIBIR-NOTAS.
            OPEN OUTPUT NCREG.
            MOVE FS-NCREG       TO WS-FS.
            MOVE "NCREG"        TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 660-GRABAR-NOTA
                    VARYING IND-N FROM 1 BY 1
                    UNTIL IND-N > WS-CANT-NOTAS.
            CLOSE NCREG.

       660-GRABAR-NOTA.
            MOVE NC-IMAGEN(IND-N) TO NCREG-REG.
            WRITE NCREG-REG.
            MOVE FS-NCREG       TO WS-FS.
            MOVE "NCREG"        TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       750-VACIAR-RESPUESTAS.
            OPEN OUTPUT CAERESP.
            CLOSE CAERESP.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE CAERECH.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
