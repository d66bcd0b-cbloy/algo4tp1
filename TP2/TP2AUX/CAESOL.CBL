       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAESOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SOLICITUD DE AUTORIZACION ELECTRONICA (CAE): CADA FACTURA Y    *
      * CADA NOTA DE CREDITO NUEVA ('N') O RECHAZADA ('R', SE VUELVE   *
      * A PEDIR CON LOS DATOS DEL PADRON YA CORREGIDOS) VA AL ARCHIVO  *
      * DE PEDIDO PARA EL ORGANISMO Y QUEDA 'S' (SOLICITADA) HASTA QUE *
      * CAERESP.CBL IMPORTE LA RESPUESTA.                              *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * REGISTRO DE NOTAS DE CREDITO (VER NOTACRED.CBL).               *
        SELECT NCREG ASSIGN TO "..\NCREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCREG.

      * PADRON Y CUENTAS CORPORATIVAS: CUIT DEL RECEPTOR.              *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT CTACORP ASSIGN TO "..\CTACORP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTACORP.

      * PEDIDO AL ORGANISMO, UNO POR CORRIDA: UNA LINEA POR            *
      * COMPROBANTE Y UNA LINEA DE TOTALES DE CONTROL ('TT') AL FINAL, *
      * COMO EL EXPORT DE FISCAL.CBL.                                  *
        SELECT CAEPED ASSIGN TO "..\CAEPED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAEPED.

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

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL.                  *
       FD  FACTREG.
       01  FACTREG-REG                          PIC X(125).

      * MISMO ARMADO QUE NCREG-REG EN NOTACRED.CBL.                    *
       FD  NCREG.
       01  NCREG-REG                            PIC X(94).

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                        *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-FECHA-ALTA               PIC 9(08).
           05  CLIENTE-LIMITE-CREDITO           PIC 9(07)V99.
           05  CLIENTE-NRO-LICENCIA             PIC X(10).
           05  CLIENTE-VENC-LICENCIA            PIC 9(08).
           05  CLIENTE-FECHA-NACIMIENTO         PIC 9(08).
           05  CLIENTE-CATEG-IVA                PIC X.
           05  CLIENTE-CUIT                     PIC X(13).
           05  CLIENTE-REF-TARJETA              PIC X(16).

      * MISMO ARMADO QUE CTACORP-REG EN TP.CBL.                        *
       FD  CTACORP.
       01  CTACORP-REG.
           05  CORP-CODIGO                      PIC X(06).
           05  FILLER                           PIC X(01).
           05  CORP-RAZON-SOCIAL                PIC X(30).
           05  FILLER                           PIC X(01).
           05  CORP-CUIT                        PIC X(13).
           05  FILLER                           PIC X(01).
           05  CORP-PORC-NEGOCIADO              PIC 9(02)V99.
           05  FILLER                           PIC X(01).
           05  CORP-DIR-FACTURACION             PIC X(30).

      * TIPO DE COMPROBANTE 'FC' FACTURA / 'NC' NOTA DE CREDITO, CON   *
      * LA LETRA QUE DECIDIO LA CATEGORIA IVA DEL CLIENTE.             *
       FD  CAEPED.
       01  CAEPED-REG.
           05  CPD-TIPO-CBTE                    PIC X(02).
           05  FILLER                           PIC X(01).
           05  CPD-LETRA                        PIC X.
           05  FILLER                           PIC X(01).
           05  CPD-NUMERO                       PIC 9(07).
           05  FILLER                           PIC X(01).
           05  CPD-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  CPD-TIPO-DOC                     PIC X.
           05  CPD-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  CPD-CUIT                         PIC X(13).
           05  FILLER                           PIC X(01).
           05  CPD-NETO                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  CPD-IVA                          PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  CPD-TOTAL                        PIC 9(09)V99.
      * OTROS TRIBUTOS: PERCEPCION DE INGRESOS BRUTOS Y SU             *
      * JURISDICCION (INCLUIDA EN EL TOTAL, FUERA DEL NETO Y DEL IVA). *
           05  FILLER                           PIC X(01).
           05  CPD-IIBB-JURIS                   PIC 9(03).
           05  FILLER                           PIC X(01).
           05  CPD-IIBB-PERCEPCION              PIC 9(09)V99.

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
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-NCREG                             PIC X(02).
           88  FS-NCREG-OK                      VALUE '00'.
           88  FS-NCREG-FIN                     VALUE '10'.
           88  FS-NCREG-NO-EXIST                VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-CTACORP                           PIC X(02).
           88  FS-CTACORP-OK                    VALUE '00'.
           88  FS-CTACORP-FIN                   VALUE '10'.
           88  FS-CTACORP-NO-EXIST              VALUE '35'.

       01  FS-CAEPED                            PIC X(02).
           88  FS-CAEPED-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

      * MISMA TASA UNICA Y MISMO DESGLOSE QUE FACTURAR.CBL/FISCAL.CBL: *
      * LOS IMPORTES DEL SISTEMA SON BRUTOS (IVA INCLUIDO).            *
       01  WS-TASA-IVA                          PIC 9(2)V99 VALUE 21.

      * FACTURAS EN MEMORIA (SE REESCRIBE ENTERO, COMO PAGOS.CBL).     *
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

      * NOTAS DE CREDITO EN MEMORIA, MISMO CRITERIO.                   *
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

       01  WS-CANT-CTACORP                      PIC 9(03) VALUE ZERO.
       01  TABLA-CTACORP.
           05  CORP-ENT                 OCCURS 200 TIMES.
               09  CRP-CODIGO           PIC X(06).
               09  CRP-CUIT             PIC X(13).
       01  IND-CORP                             PIC 9(03).

      * DATOS DEL COMPROBANTE EN CURSO.                                *
       01  WS-CBTE-TIPO-DOC                     PIC X.
       01  WS-CBTE-NRO-DOC                      PIC X(20).
       01  WS-CUIT                              PIC X(13).
       01  WS-TOTAL                             PIC 9(09)V99.
       01  WS-NETO                              PIC 9(09)V99.
       01  WS-IVA                               PIC 9(09)V99.
       01  WS-JURIS                             PIC 9(03).
       01  WS-PERCEPCION                        PIC 9(09)V99.

       01  WS-CANT-FC-PEDIDAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-NC-PEDIDAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-REPEDIDAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-LINEAS                       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-NETO                        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-IVA                         PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BRUTO                       PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-PERCEPCION                  PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CAESOL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FACTURAS.
        PERFORM 250-CARGAR-NOTAS.
        PERFORM 300-PEDIR-FACTURA
                VARYING IND-F FROM 1 BY 1
                UNTIL IND-F > WS-CANT-FACTURAS.
        PERFORM 350-PEDIR-NOTA
                VARYING IND-N FROM 1 BY 1
                UNTIL IND-N > WS-CANT-NOTAS.
        PERFORM 400-GRABAR-TOTALES.
        IF WS-CANT-FC-PEDIDAS > ZERO
            PERFORM 600-REESCRIBIR-FACTURAS
        END-IF.
        IF WS-CANT-NC-PEDIDAS > ZERO
            PERFORM 650-REESCRIBIR-NOTAS
        END-IF.
        PERFORM 998-FIN.

        DISPLAY 'FIN CAESOL - FACTURAS PEDIDAS: ' WS-CANT-FC-PEDIDAS.
        DISPLAY '             NOTAS PEDIDAS:    ' WS-CANT-NC-PEDIDAS.
        DISPLAY '             REPEDIDAS:        ' WS-CANT-REPEDIDAS.
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
            PERFORM 110-ABRIR-CLIENTES.
            PERFORM 120-CARGAR-CTACORP.

            OPEN OUTPUT CAEPED.
            MOVE FS-CAEPED   TO WS-FS.
            MOVE "CAEPED"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (502).          *
       110-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- PEDIDOS SIN CUIT'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       120-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF NOT FS-CTACORP-NO-EXIST
                PERFORM 121-LEER-CTACORP
                PERFORM 122-CARGAR-CTACORP
                        UNTIL FS-CTACORP-FIN
                        OR WS-CANT-CTACORP >= 200
                CLOSE CTACORP
            END-IF.

       121-LEER-CTACORP.
            READ CTACORP AT END SET FS-CTACORP-FIN TO TRUE.

            IF NOT FS-CTACORP-OK AND NOT FS-CTACORP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CTACORP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-CTACORP.
            ADD 1 TO WS-CANT-CTACORP.
            MOVE CORP-CODIGO TO CRP-CODIGO(WS-CANT-CTACORP).
            MOVE CORP-CUIT   TO CRP-CUIT(WS-CANT-CTACORP).
            PERFORM 121-LEER-CTACORP.

       200-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'SIN FACTURAS.DAT -- NINGUNA FACTURA A PEDIR'
            ELSE
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
                            'TABLA -- SE CANCELA PARA NO PERDER NOTAS'
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

      * LAS ANTERIORES AL REGIMEN (ESTADO EN BLANCO) NO SE PIDEN.      *
       300-PEDIR-FACTURA.
            IF FAC-CAE-ESTADO(IND-F) = 'N'
               OR FAC-CAE-ESTADO(IND-F) = 'R'
                IF FAC-CAE-ESTADO(IND-F) = 'R'
                    ADD 1 TO WS-CANT-REPEDIDAS
                END-IF
                MOVE FAC-TIPO-DOC(IND-F) TO WS-CBTE-TIPO-DOC
                MOVE FAC-NRO-DOC(IND-F)  TO WS-CBTE-NRO-DOC
                MOVE FAC-IMPORTE-TOTAL(IND-F) TO WS-TOTAL
                MOVE FAC-IIBB-JURIS(IND-F)       TO WS-JURIS
                MOVE FAC-IIBB-PERCEPCION(IND-F)  TO WS-PERCEPCION
                PERFORM 500-BUSCAR-CUIT
                PERFORM 510-DESGLOSAR-IVA

                MOVE SPACES TO CAEPED-REG
                MOVE 'FC'                    TO CPD-TIPO-CBTE
                MOVE FAC-TIPO-FACT(IND-F)    TO CPD-LETRA
                MOVE FAC-NRO(IND-F)          TO CPD-NUMERO
                MOVE FAC-FECHA-EMISION(IND-F) TO CPD-FECHA
                PERFORM 520-GRABAR-PEDIDO

                MOVE 'S' TO FAC-CAE-ESTADO(IND-F)
                ADD 1 TO WS-CANT-FC-PEDIDAS
            END-IF.

       350-PEDIR-NOTA.
            IF NC-CAE-ESTADO(IND-N) = 'N'
               OR NC-CAE-ESTADO(IND-N) = 'R'
                IF NC-CAE-ESTADO(IND-N) = 'R'
                    ADD 1 TO WS-CANT-REPEDIDAS
                END-IF
                MOVE NC-TIPO-DOC(IND-N) TO WS-CBTE-TIPO-DOC
                MOVE NC-NRO-DOC(IND-N)  TO WS-CBTE-NRO-DOC
                MOVE NC-IMPORTE(IND-N)  TO WS-TOTAL
                MOVE ZERO               TO WS-JURIS
                MOVE ZERO               TO WS-PERCEPCION
                PERFORM 500-BUSCAR-CUIT
                PERFORM 510-DESGLOSAR-IVA

                MOVE SPACES TO CAEPED-REG
                MOVE 'NC'                    TO CPD-TIPO-CBTE
                MOVE NC-TIPO-FACT(IND-N)     TO CPD-LETRA
                MOVE NC-NRO(IND-N)           TO CPD-NUMERO
                MOVE NC-FECHA(IND-N)         TO CPD-FECHA
                PERFORM 520-GRABAR-PEDIDO

                MOVE 'S' TO NC-CAE-ESTADO(IND-N)
                ADD 1 TO WS-CANT-NC-PEDIDAS
            END-IF.

      * LINEA DE TOTALES DE CONTROL ('TT'), IGUAL QUE LA 'T' DEL       *
      * EXPORT FISCAL: CANTIDAD DE COMPROBANTES Y SUMAS.               *
       400-GRABAR-TOTALES.
            MOVE SPACES TO CAEPED-REG.
            MOVE 'TT'            TO CPD-TIPO-CBTE.
            MOVE WS-CANT-LINEAS  TO CPD-NUMERO.
            MOVE WS-TOTAL-NETO   TO CPD-NETO.
            MOVE WS-TOTAL-IVA    TO CPD-IVA.
            MOVE WS-TOTAL-BRUTO  TO CPD-TOTAL.
            MOVE ZERO            TO CPD-IIBB-JURIS.
            MOVE WS-TOTAL-PERCEPCION TO CPD-IIBB-PERCEPCION.
            WRITE CAEPED-REG.
            MOVE FS-CAEPED   TO WS-FS.
            MOVE "CAEPED"    TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * CUIT DEL RECEPTOR: LA CUENTA CORPORATIVA ('E' + CODIGO) O EL   *
      * PADRON.  SIN CUIT VA EN BLANCO Y EL ORGANISMO DECIDE (UNA 'A'  *
      * SIN CUIT VUELVE RECHAZADA Y SE CORRIGE EN EL PADRON).          *
       500-BUSCAR-CUIT.
            MOVE SPACES TO WS-CUIT.
            IF WS-CBTE-TIPO-DOC = 'E'
                PERFORM 501-COMPARAR-CTACORP
                        VARYING IND-CORP FROM 1 BY 1
                        UNTIL IND-CORP > WS-CANT-CTACORP
            ELSE
                PERFORM 502-LEER-CLIENTE
            END-IF.

       501-COMPARAR-CTACORP.
            IF CRP-CODIGO(IND-CORP) = WS-CBTE-NRO-DOC(1:6)
                MOVE CRP-CUIT(IND-CORP) TO WS-CUIT
            END-IF.

       502-LEER-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE WS-CBTE-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE WS-CBTE-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-CUIT TO WS-CUIT
                END-IF
            END-IF.

      * LA PERCEPCION NO LLEVA IVA: SE DESGLOSA EL RESTO DEL TOTAL.    *
       510-DESGLOSAR-IVA.
            COMPUTE WS-NETO ROUNDED =
                (WS-TOTAL - WS-PERCEPCION) / (1 + WS-TASA-IVA / 100).
            COMPUTE WS-IVA = WS-TOTAL - WS-PERCEPCION - WS-NETO.

       520-GRABAR-PEDIDO.
            MOVE WS-CBTE-TIPO-DOC TO CPD-TIPO-DOC.
            MOVE WS-CBTE-NRO-DOC  TO CPD-NRO-DOC.
            MOVE WS-CUIT          TO CPD-CUIT.
            MOVE WS-NETO          TO CPD-NETO.
            MOVE WS-IVA           TO CPD-IVA.
            MOVE WS-TOTAL         TO CPD-TOTAL.
            MOVE WS-JURIS         TO CPD-IIBB-JURIS.
            MOVE WS-PERCEPCION    TO CPD-IIBB-PERCEPCION.
            WRITE CAEPED-REG.
            MOVE FS-CAEPED   TO WS-FS.
            MOVE "CAEPED"    TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            ADD 1 TO WS-CANT-LINEAS.
            ADD WS-NETO  TO WS-TOTAL-NETO.
            ADD WS-IVA   TO WS-TOTAL-IVA.
            ADD WS-TOTAL TO WS-TOTAL-BRUTO.
            ADD WS-PERCEPCION TO WS-TOTAL-PERCEPCION.

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

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE CAEPED.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
