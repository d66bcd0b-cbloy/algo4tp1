       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRINCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * APROBACION DE BAJAS POR INCOBRABLE: UN SUPERVISOR (NIVEL 3)    *
      * REVISA CADA PROPUESTA DE INCOBPRO.CBL Y LA APRUEBA O RECHAZA.  *
      * LA APROBADA QUEDA EN FACTURAS.DAT CON ESTADO 'I' (DADA DE      *
      * BAJA, DISTINTO DE PAGADA), SE ASIENTA CONTRA LA PREVISION Y    *
      * SE ENTREGA A LA AGENCIA DE COBRANZA EXTERNA.  MISMO MOLDE QUE  *
      * APRPAGO.CBL.                                                   *
        SELECT INCOBRA ASSIGN TO "..\INCOBRA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-INCOBRA.

      * REGISTRO DE FACTURACION: SE CARGA ENTERO, SE MARCAN LAS BAJAS  *
      * Y SE REESCRIBE COMPLETO (COMO EN PAGOS.CBL).                   *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * PADRON Y CUENTAS CORPORATIVAS: DATOS DE CONTACTO DEL DEUDOR    *
      * PARA LA AGENCIA.                                               *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT CTACORP ASSIGN TO "..\CTACORP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTACORP.

      * EXPORTACION CONTABLE (MISMO LAYOUT QUE 9009 EN TP.CBL), EN     *
      * EXTEND: PREVISION PARA INCOBRABLES CONTRA DEUDORES.            *
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * ENTREGA A LA AGENCIA DE COBRANZA EXTERNA, ACUMULADA EN EXTEND: *
      * UNA LINEA POR FACTURA DADA DE BAJA CON LOS DATOS DEL DEUDOR.   *
        SELECT GESTCOB ASSIGN TO "..\GESTCOB.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GESTCOB.

        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
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

      * MISMO ARMADO QUE INCOBRA-REG EN INCOBPRO.CBL.                  *
       FD  INCOBRA.
       01  INCOBRA-REG.
           05  ICB-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  ICB-TIPO-DOC                     PIC X.
           05  ICB-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-EMISION                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ICB-IMPORTE-TOTAL                PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ICB-SALDO                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ICB-DIAS                         PIC 9(05).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-PROPUESTA              PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  ICB-APROBADOR                    PIC X(06).
           05  FILLER                           PIC X(01).
           05  ICB-FECHA-RESOL                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ICB-NOTA                         PIC X(30).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.        *
       FD  FACTREG.
       01  FACTREG-REG                          PIC X(125).

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

       FD  GESTCOB.
       01  GESTCOB-REG.
           05  GCB-FECHA-BAJA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GCB-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  GCB-TIPO-DOC                     PIC X.
           05  GCB-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  GCB-NOMBRE                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  GCB-DOMICILIO                    PIC X(30).
           05  FILLER                           PIC X(01).
           05  GCB-TELEFONO                     PIC X(15).
           05  FILLER                           PIC X(01).
           05  GCB-CUIT                         PIC X(13).
           05  FILLER                           PIC X(01).
           05  GCB-FECHA-EMISION                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GCB-IMPORTE-TOTAL                PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  GCB-SALDO                        PIC 9(07)V99.

       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                        PIC X(06).
           05  OP-NOMBRE                        PIC X(30).
           05  OP-PASSWORD                      PIC X(08).
           05  OP-NIVEL                         PIC 9.

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
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-INCOBRA                           PIC X(02).
           88  FS-INCOBRA-OK                    VALUE '00'.
           88  FS-INCOBRA-FIN                   VALUE '10'.
           88  FS-INCOBRA-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-CTACORP                           PIC X(02).
           88  FS-CTACORP-OK                    VALUE '00'.
           88  FS-CTACORP-FIN                   VALUE '10'.
           88  FS-CTACORP-NO-EXIST              VALUE '35'.

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
           05  FILLER                   PIC X(10) VALUE 'PREV.INCOB'.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 2 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-GESTCOB                           PIC X(02).
           88  FS-GESTCOB-OK                    VALUE '00'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
           88  FS-OPERADORES-NO-EXIST           VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

       01  WS-SIGNON-CODIGO                     PIC X(06).
       01  WS-SIGNON-CLAVE                      PIC X(08).
       01  WS-SIGNON-OK                         PIC X VALUE 'N'.
       01  WS-SIGNON-NIVEL                      PIC 9 VALUE ZERO.
       01  WS-SIGNON-INTENTOS                   PIC 9 VALUE ZERO.

       01  WS-CANT-PROP                         PIC 9(4) VALUE ZERO.
       01  TABLA-PROP.
           05  PROP-ENT                 OCCURS 3000 TIMES.
               09  PROP-IMAGEN          PIC X(125).
       01  IND-PR                               PIC 9(4).

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
               09  FILLER               PIC X(40).
       01  IND-F                                PIC 9(4).
       01  WS-IND-FACTURA                       PIC 9(4).

       01  WS-CANT-CTACORP                      PIC 9(03) VALUE ZERO.
       01  TABLA-CTACORP.
           05  CORP-ENT                 OCCURS 200 TIMES.
               09  CRP-CODIGO           PIC X(06).
               09  CRP-RAZON-SOCIAL     PIC X(30).
               09  CRP-CUIT             PIC X(13).
               09  CRP-DIR              PIC X(30).
       01  IND-CORP                             PIC 9(03).

       01  WS-NOMBRE-DEUDOR                     PIC X(30).
       01  WS-DIR-DEUDOR                        PIC X(30).
       01  WS-TEL-DEUDOR                        PIC X(15).
       01  WS-CUIT-DEUDOR                       PIC X(13).

       01  WS-SALDO-FACTURA                     PIC 9(07)V99.
       01  WS-CANT-APROBADAS                    PIC 9(4) VALUE ZERO.
       01  WS-CANT-RECHAZADAS                   PIC 9(4) VALUE ZERO.
       01  WS-CANT-ANULADAS                     PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-BAJA                        PIC 9(11)V99 VALUE ZERO.

       01  WS-DEC                               PIC X.
       01  WS-NOTA                              PIC X(30).
       01  WS-CONTINUAR                         PIC X.

       SCREEN SECTION.
       01  PANTALLA-SIGNON.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "BAJA DE INCOBRABLES - SUPERVISOR".
           05  LINE 4 COL 5 VALUE "CODIGO: ".
           05  LINE 4 COL 14 PIC X(06) TO WS-SIGNON-CODIGO.
           05  LINE 5 COL 5 VALUE "CLAVE : ".
           05  LINE 5 COL 14 PIC X(08) SECURE TO WS-SIGNON-CLAVE.

       01  PANTALLA-REVISION.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "PROPUESTA DE BAJA POR INCOBRABLE".
           05  LINE 4 COL 5 VALUE "FACTURA     : ".
           05  LINE 4 COL 20 PIC 9(7) FROM ICB-NRO-FACTURA.
           05  LINE 4 COL 30 VALUE "EMITIDA: ".
           05  LINE 4 COL 39 PIC 9(8) FROM ICB-FECHA-EMISION.
           05  LINE 4 COL 50 VALUE "DIAS: ".
           05  LINE 4 COL 56 PIC ZZZZ9 FROM ICB-DIAS.
           05  LINE 5 COL 5 VALUE "DOCUMENTO   : ".
           05  LINE 5 COL 20 PIC X FROM ICB-TIPO-DOC.
           05  LINE 5 COL 22 PIC X(20) FROM ICB-NRO-DOC.
           05  LINE 6 COL 5 VALUE "DEUDOR      : ".
           05  LINE 6 COL 20 PIC X(30) FROM WS-NOMBRE-DEUDOR.
           05  LINE 7 COL 5 VALUE "TOTAL       : ".
           05  LINE 7 COL 20 PIC $ZZZ.ZZZ.ZZ9,99 FROM ICB-IMPORTE-TOTAL.
           05  LINE 8 COL 5 VALUE "SALDO A HOY : ".
           05  LINE 8 COL 20 PIC $ZZZ.ZZZ.ZZ9,99 FROM WS-SALDO-FACTURA.
           05  LINE 10 COL 5
               VALUE "A=APROBAR  R=RECHAZAR  (OTRA TECLA SALTEA): ".
           05  LINE 10 COL 50 PIC X TO WS-DEC.
           05  LINE 11 COL 5 VALUE "NOTA (SI RECHAZA): ".
           05  LINE 11 COL 25 PIC X(30) TO WS-NOTA.

       01  PANTALLA-FIN.
           05  LINE 15 COL 5 VALUE "APROBADAS: ".
           05  LINE 15 COL 17 PIC ZZZ9 FROM WS-CANT-APROBADAS.
           05  LINE 15 COL 25 VALUE "RECHAZADAS: ".
           05  LINE 15 COL 38 PIC ZZZ9 FROM WS-CANT-RECHAZADAS.
           05  LINE 16 COL 5 VALUE "TOTAL DADO DE BAJA: ".
           05  LINE 16 COL 26 PIC $ZZZ.ZZZ.ZZ9,99
                              FROM WS-TOTAL-BAJA.
           05  LINE 18 COL 5 VALUE "<ENTER> PARA TERMINAR ".
           05  LINE 18 COL 28 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO APRINCOB'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 060-SIGNON.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-CARGAR-PROPUESTAS.
        PERFORM 150-CARGAR-FACTURAS.
        PERFORM 160-ABRIR-CLIENTES.
        PERFORM 170-CARGAR-CTACORP.
        PERFORM 200-ABRIR-APOYOS.
        PERFORM 300-REVISAR
                VARYING IND-PR FROM 1 BY 1
                UNTIL IND-PR > WS-CANT-PROP.
        PERFORM 700-REESCRIBIR-PROPUESTAS.
        IF WS-CANT-APROBADAS > ZERO
            PERFORM 750-REESCRIBIR-FACTURAS
        END-IF.

        DISPLAY PANTALLA-FIN.
        ACCEPT PANTALLA-FIN.

        DISPLAY 'FIN APRINCOB - APROBADAS:  ' WS-CANT-APROBADAS.
        DISPLAY '               RECHAZADAS: ' WS-CANT-RECHAZADAS.
        DISPLAY '               ANULADAS:   ' WS-CANT-ANULADAS.
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

      * EL APROBADOR TIENE QUE SER NIVEL 3 -- SIN MAESTRO DE           *
      * OPERADORES NO HAY CONTROL QUE VALGA Y SE CORTA.                *
       060-SIGNON.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES-NO-EXIST
                DISPLAY 'SIN OPERADOR.TXT -- LA BAJA DE INCOBRABLES '
                        'EXIGE SUPERVISORES DEFINIDOS'
                STOP RUN
            END-IF.
            CLOSE OPERADORES.

            PERFORM 061-INTENTO-SIGNON
                    UNTIL WS-SIGNON-OK = 'S'
                    OR WS-SIGNON-INTENTOS = 3.
            IF WS-SIGNON-OK NOT = 'S'
                DISPLAY 'ACCESO DENEGADO'
                STOP RUN
            END-IF.

       061-INTENTO-SIGNON.
            ADD 1 TO WS-SIGNON-INTENTOS.
            MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-CLAVE.
            DISPLAY PANTALLA-SIGNON.
            ACCEPT PANTALLA-SIGNON.

            MOVE ZERO TO WS-SIGNON-NIVEL.
            OPEN INPUT OPERADORES.
            PERFORM 062-LEER-OPERADOR.
            PERFORM 063-COMPARAR-OPERADOR
                    UNTIL FS-OPERADORES-FIN
                    OR WS-SIGNON-NIVEL > ZERO.
            CLOSE OPERADORES.

            IF WS-SIGNON-NIVEL >= 3
                MOVE 'S' TO WS-SIGNON-OK
            ELSE
                DISPLAY 'OPERADOR, CLAVE O NIVEL INSUFICIENTE'
            END-IF.

       062-LEER-OPERADOR.
            READ OPERADORES AT END SET FS-OPERADORES-FIN TO TRUE.

            IF NOT FS-OPERADORES-OK AND NOT FS-OPERADORES-FIN
                DISPLAY 'ERROR AL LEER OPERADOR.TXT'
                STOP RUN
            END-IF.

       063-COMPARAR-OPERADOR.
            IF OP-CODIGO = WS-SIGNON-CODIGO
               AND OP-PASSWORD = WS-SIGNON-CLAVE
                MOVE OP-NIVEL TO WS-SIGNON-NIVEL
            END-IF.
            IF WS-SIGNON-NIVEL = ZERO
                PERFORM 062-LEER-OPERADOR
            END-IF.

       100-CARGAR-PROPUESTAS.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN INPUT INCOBRA.
            IF FS-INCOBRA-NO-EXIST
                DISPLAY 'SIN INCOBRA.TXT -- NADA PARA REVISAR'
                STOP RUN
            END-IF.
            MOVE FS-INCOBRA  TO WS-FS.
            MOVE "INCOBRA"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LEER-PROPUESTA.
            PERFORM 120-CARGAR-UNA
                    UNTIL FS-INCOBRA-FIN OR WS-CANT-PROP >= 3000.
      * INCOBRA.TXT SE REESCRIBE ENTERO DESDE LA TABLA: SI NO ENTRO    *
      * COMPLETO, SEGUIR BORRARIA LAS PROPUESTAS QUE QUEDARON AFUERA.  *
            IF NOT FS-INCOBRA-FIN
                DISPLAY 'INCOBRA.TXT SUPERA LAS 3000 FILAS DE LA TABLA'
                DISPLAY '-- SE CANCELA PARA NO PERDER PROPUESTAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            CLOSE INCOBRA.

       110-LEER-PROPUESTA.
            READ INCOBRA AT END SET FS-INCOBRA-FIN TO TRUE.

            IF NOT FS-INCOBRA-OK AND NOT FS-INCOBRA-FIN
                DISPLAY 'ERROR AL LEER INCOBRA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-UNA.
            ADD 1 TO WS-CANT-PROP.
            MOVE INCOBRA-REG TO PROP-IMAGEN(WS-CANT-PROP).
            PERFORM 110-LEER-PROPUESTA.

       150-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'NO EXISTE FACTURAS.DAT -- NADA PARA DAR '
                        'DE BAJA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 151-LEER-FACTREG.
            PERFORM 152-CARGAR-FACTURA
                    UNTIL FS-FACTREG-FIN
                    OR WS-CANT-FACTURAS >= 2000.
      * MISMO CRITERIO QUE PAGOS.CBL: SI NO ENTRA ENTERO NO SE PUEDE   *
      * REESCRIBIR SIN PERDER FACTURAS.                                *
            IF NOT FS-FACTREG-FIN
                DISPLAY 'FACTURAS.DAT SUPERA LAS 2000 FILAS DE LA TABLA'
                DISPLAY '-- SE CANCELA PARA NO PERDER FACTURAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            CLOSE FACTREG.

       151-LEER-FACTREG.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-CARGAR-FACTURA.
            ADD 1 TO WS-CANT-FACTURAS.
            MOVE FACTREG-REG TO FAC-IMAGEN(WS-CANT-FACTURAS).
            PERFORM 151-LEER-FACTREG.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (322).          *
       160-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       170-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF NOT FS-CTACORP-NO-EXIST
                MOVE FS-CTACORP  TO WS-FS
                MOVE "CTACORP"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-CTACORP
                PERFORM 172-CARGAR-CTACORP
                        UNTIL FS-CTACORP-FIN
                        OR WS-CANT-CTACORP >= 200
                CLOSE CTACORP
            END-IF.

       171-LEER-CTACORP.
            READ CTACORP AT END SET FS-CTACORP-FIN TO TRUE.

            IF NOT FS-CTACORP-OK AND NOT FS-CTACORP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CTACORP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-CTACORP.
            ADD 1 TO WS-CANT-CTACORP.
            MOVE CORP-CODIGO       TO CRP-CODIGO(WS-CANT-CTACORP).
            MOVE CORP-RAZON-SOCIAL TO CRP-RAZON-SOCIAL(WS-CANT-CTACORP).
            MOVE CORP-CUIT         TO CRP-CUIT(WS-CANT-CTACORP).
            MOVE CORP-DIR-FACTURACION TO CRP-DIR(WS-CANT-CTACORP).
            PERFORM 171-LEER-CTACORP.

       200-ABRIR-APOYOS.
            OPEN EXTEND ASIENTOS.
            IF NOT FS-ASIENTOS-OK
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND GESTCOB.
            IF NOT FS-GESTCOB-OK
                OPEN OUTPUT GESTCOB
            END-IF.
            MOVE FS-GESTCOB  TO WS-FS.
            MOVE "GESTCOB"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * EL SALDO SE TOMA DE NUEVO DE FACTURAS.DAT: SI LA FACTURA SE    *
      * COBRO (O SE ACREDITO) ENTERA DESDE LA PROPUESTA, O YA NO       *
      * EXISTE, LA PROPUESTA SE ANULA SOLA ('X') SIN PASAR POR EL      *
      * SUPERVISOR.                                                    *
       300-REVISAR.
            MOVE PROP-IMAGEN(IND-PR) TO INCOBRA-REG.
            IF ICB-ESTADO = 'P'
                PERFORM 310-REVISAR-PROPUESTA
                MOVE INCOBRA-REG TO PROP-IMAGEN(IND-PR)
            END-IF.

       310-REVISAR-PROPUESTA.
            MOVE ZERO TO WS-IND-FACTURA.
            PERFORM 311-COMPARAR-FACTURA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS
                    OR WS-IND-FACTURA > ZERO.

            MOVE ZERO TO WS-SALDO-FACTURA.
            IF WS-IND-FACTURA > ZERO
                IF FAC-ESTADO-PAGO(WS-IND-FACTURA) NOT = 'P'
                   AND FAC-ESTADO-PAGO(WS-IND-FACTURA) NOT = 'I'
                   AND FAC-IMPORTE-TOTAL(WS-IND-FACTURA) >
                       FAC-IMPORTE-PAGADO(WS-IND-FACTURA)
                    COMPUTE WS-SALDO-FACTURA =
                        FAC-IMPORTE-TOTAL(WS-IND-FACTURA)
                        - FAC-IMPORTE-PAGADO(WS-IND-FACTURA)
                END-IF
            END-IF.

            IF WS-SALDO-FACTURA = ZERO
                MOVE 'X' TO ICB-ESTADO
                MOVE FECHA-HOY TO ICB-FECHA-RESOL
                MOVE 'FACTURA SALDADA O INEXISTENTE' TO ICB-NOTA
                ADD 1 TO WS-CANT-ANULADAS
            ELSE
                PERFORM 320-BUSCAR-DEUDOR
                MOVE SPACES TO WS-DEC WS-NOTA
                DISPLAY PANTALLA-REVISION
                ACCEPT PANTALLA-REVISION

                EVALUATE WS-DEC
                    WHEN 'A'
                        PERFORM 400-DAR-DE-BAJA
                    WHEN 'R'
                        MOVE 'R' TO ICB-ESTADO
                        MOVE WS-SIGNON-CODIGO TO ICB-APROBADOR
                        MOVE FECHA-HOY TO ICB-FECHA-RESOL
                        MOVE WS-NOTA TO ICB-NOTA
                        ADD 1 TO WS-CANT-RECHAZADAS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       311-COMPARAR-FACTURA.
            IF FAC-NRO(IND-F) = ICB-NRO-FACTURA
                MOVE IND-F TO WS-IND-FACTURA
            END-IF.

      * FACTURA CORPORATIVA ('E' + CODIGO): DATOS DE LA CUENTA; SI NO, *
      * EL PADRON DE CLIENTES.                                         *
       320-BUSCAR-DEUDOR.
            MOVE SPACES TO WS-NOMBRE-DEUDOR WS-DIR-DEUDOR
                           WS-TEL-DEUDOR WS-CUIT-DEUDOR.
            IF ICB-TIPO-DOC = 'E'
                PERFORM 321-COMPARAR-CTACORP
                        VARYING IND-CORP FROM 1 BY 1
                        UNTIL IND-CORP > WS-CANT-CTACORP
            ELSE
                PERFORM 322-LEER-CLIENTE
            END-IF.

       321-COMPARAR-CTACORP.
            IF CRP-CODIGO(IND-CORP) = ICB-NRO-DOC(1:6)
                MOVE CRP-RAZON-SOCIAL(IND-CORP) TO WS-NOMBRE-DEUDOR
                MOVE CRP-DIR(IND-CORP)          TO WS-DIR-DEUDOR
                MOVE CRP-CUIT(IND-CORP)         TO WS-CUIT-DEUDOR
            END-IF.

       322-LEER-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE ICB-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE ICB-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-NOMBRE TO WS-NOMBRE-DEUDOR
                    MOVE CLIENTE-DIR    TO WS-DIR-DEUDOR
                    MOVE CLIENTE-TEL    TO WS-TEL-DEUDOR
                    MOVE CLIENTE-CUIT   TO WS-CUIT-DEUDOR
                END-IF
            END-IF.

      * BAJA APROBADA: LA FACTURA QUEDA 'I' CON SU IMPORTE PAGADO TAL  *
      * CUAL (LO QUE SE RECUPERE DESPUES LO SUMA PAGOS.CBL COMO        *
      * RECUPERO), EL SALDO SE ASIENTA CONTRA LA PREVISION Y SE        *
      * ENTREGA A LA AGENCIA.                                          *
       400-DAR-DE-BAJA.
            MOVE 'I' TO FAC-ESTADO-PAGO(WS-IND-FACTURA).
            MOVE 'A' TO ICB-ESTADO.
            MOVE WS-SIGNON-CODIGO TO ICB-APROBADOR.
            MOVE FECHA-HOY TO ICB-FECHA-RESOL.
            MOVE WS-SALDO-FACTURA TO ICB-SALDO.
            ADD 1 TO WS-CANT-APROBADAS.
            ADD WS-SALDO-FACTURA TO WS-TOTAL-BAJA.

            PERFORM 410-ASENTAR-BAJA.
            PERFORM 420-ENTREGAR-AGENCIA.

       410-ASENTAR-BAJA.
            MOVE SPACES TO ASIENTO-REG.
            MOVE 'APRINCOB' TO ASI-ORIGEN.
            MOVE FECHA-HOY        TO ASI-FECHA.
            MOVE FAC-AGENCIA(WS-IND-FACTURA) TO ASI-AGENCIA.
            MOVE 'PREV.INCOB'     TO ASI-CUENTA.
            MOVE WS-SALDO-FACTURA TO ASI-DEBE.
            MOVE ZERO             TO ASI-HABER.
            MOVE 'BAJA INCOBRABLE     ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'APRINCOB' TO ASI-ORIGEN.
            MOVE FECHA-HOY        TO ASI-FECHA.
            MOVE FAC-AGENCIA(WS-IND-FACTURA) TO ASI-AGENCIA.
            MOVE 'DEUDORES  '     TO ASI-CUENTA.
            MOVE ZERO             TO ASI-DEBE.
            MOVE WS-SALDO-FACTURA TO ASI-HABER.
            MOVE 'BAJA INCOBRABLE     ' TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            MOVE "ASIENTOS"  TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       420-ENTREGAR-AGENCIA.
            MOVE SPACES TO GESTCOB-REG.
            MOVE FECHA-HOY        TO GCB-FECHA-BAJA.
            MOVE ICB-NRO-FACTURA  TO GCB-NRO-FACTURA.
            MOVE ICB-TIPO-DOC     TO GCB-TIPO-DOC.
            MOVE ICB-NRO-DOC      TO GCB-NRO-DOC.
            MOVE WS-NOMBRE-DEUDOR TO GCB-NOMBRE.
            MOVE WS-DIR-DEUDOR    TO GCB-DOMICILIO.
            MOVE WS-TEL-DEUDOR    TO GCB-TELEFONO.
            MOVE WS-CUIT-DEUDOR   TO GCB-CUIT.
            MOVE ICB-FECHA-EMISION TO GCB-FECHA-EMISION.
            MOVE ICB-IMPORTE-TOTAL TO GCB-IMPORTE-TOTAL.
            MOVE WS-SALDO-FACTURA TO GCB-SALDO.
            WRITE GESTCOB-REG.
            MOVE FS-GESTCOB  TO WS-FS.
            MOVE "GESTCOB"   TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       700-REESCRIBIR-PROPUESTAS.
            OPEN OUTPUT INCOBRA.
            MOVE FS-INCOBRA  TO WS-FS.
            MOVE "INCOBRA"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 710-GRABAR-UNA
                    VARYING IND-PR FROM 1 BY 1
                    UNTIL IND-PR > WS-CANT-PROP.
            CLOSE INCOBRA.

       710-GRABAR-UNA.
            MOVE PROP-IMAGEN(IND-PR) TO INCOBRA-REG.
            WRITE INCOBRA-REG.

       750-REESCRIBIR-FACTURAS.
            OPEN OUTPUT FACTREG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 760-GRABAR-FACTURA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS.
            CLOSE FACTREG.

       760-GRABAR-FACTURA.
            MOVE FAC-IMAGEN(IND-F) TO FACTREG-REG.
            WRITE FACTREG-REG.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

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
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ASIENTOS.
            CLOSE GESTCOB.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
