       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOROSOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CORRIDA SEMANAL DE CARTAS DE COBRANZA SOBRE FACTURAS.DAT: A    *
      * CADA FACTURA CON SALDO SE LE EMITE, SEGUN SU ATRASO DESDE LA   *
      * EMISION, UN RECORDATORIO (15 DIAS), UNA INTIMACION FORMAL (45) *
      * Y UN ULTIMO AVISO (75).  CADA NIVEL SALE UNA SOLA VEZ POR      *
      * FACTURA; UNA FACTURA PAGADA O ACREDITADA (PAGOS.CBL,           *
      * NOTACRED.CBL) DESDE LA ULTIMA CARTA NO SIGUE ESCALANDO.        *

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL).          *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL/PAGOS.CBL), SOLO     *
      * LECTURA: LOS PAGOS Y LAS NOTAS DE CREDITO YA VIENEN NETEADOS   *
      * EN EL IMPORTE PAGADO.                                          *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * PADRON DE CLIENTES (VER CLIENTE-REG EN TP.CBL): NOMBRE Y       *
      * DOMICILIO DEL DEUDOR PERSONAL.                                 *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * MAESTRO DE CUENTAS CORPORATIVAS (VER CTACORP EN TP.CBL): LAS   *
      * FACTURAS 'E' + CODIGO VAN A LA DIRECCION DE FACTURACION.       *
        SELECT CTACORP ASSIGN TO "..\CTACORP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTACORP.

      * SEGUIMIENTO DE COBRANZA, UNA FILA POR FACTURA CON CARTA:       *
      * ULTIMO NIVEL ENVIADO, FECHA Y LO PAGADO A ESA FECHA.  SE CARGA *
      * ENTERO Y SE REESCRIBE AL FINAL (COMO FACTURAS.DAT EN           *
      * PAGOS.CBL).                                                    *
        SELECT MORASEG ASSIGN TO "..\MORASEG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MORASEG.

      * CARTAS PARA IMPRIMIR Y ENSOBRAR, UNA TRAS OTRA.                *
        SELECT CARTAS ASSIGN TO "..\CARTAMOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CARTAS.

      * LISTADO DE CONTROL DE LA CORRIDA PARA ADMINISTRACION.          *
        SELECT MORAREP ASSIGN TO "..\MOROSOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MORAREP.

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

       FD  FECPROC.
       01  FECPROC-REG.
           05  FEC-PROCESO                      PIC 9(08).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.        *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-DOC                    PIC X.
           05  FREG-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  FREG-PERIODO                     PIC 9(06).
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-EMISION               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-CANT-RENGLONES              PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-TOTAL               PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-AGENCIA                     PIC 9(02).
           05  FILLER                           PIC X(01).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.

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

      * ESTADO 'E' SIGUE ESCALANDO; 'D' DETENIDA PORQUE ENTRO UN PAGO  *
      * O UN CREDITO DESPUES DE LA ULTIMA CARTA (LA SIGUE COBRANZAS A  *
      * MANO).  LA FILA SE BORRA CUANDO LA FACTURA QUEDA SALDADA.      *
       FD  MORASEG.
       01  MORASEG-REG.
           05  MSG-NRO-FACTURA                  PIC 9(07).
           05  FILLER                           PIC X(01).
           05  MSG-NIVEL                        PIC 9.
           05  FILLER                           PIC X(01).
           05  MSG-FECHA-CARTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  MSG-PAGADO                       PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  MSG-ESTADO                       PIC X.

       FD  CARTAS.
       01  CARTAS-REG                           PIC X(80).

       FD  MORAREP.
       01  MORAREP-REG                          PIC X(110).

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

       01  FS-FECPROC                           PIC X(02).
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

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

       01  FS-MORASEG                           PIC X(02).
           88  FS-MORASEG-OK                    VALUE '00'.
           88  FS-MORASEG-FIN                   VALUE '10'.
           88  FS-MORASEG-NO-EXIST              VALUE '35'.

       01  FS-CARTAS                            PIC X(02).
           88  FS-CARTAS-OK                     VALUE '00'.

       01  FS-MORAREP                           PIC X(02).
           88  FS-MORAREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).

      * DIAS DE ATRASO DESDE LA EMISION A PARTIR DE LOS CUALES SALE    *
      * CADA NIVEL DE CARTA.                                           *
       01  TABLA-NIVELES.
           05  FILLER                           PIC 9(03) VALUE 015.
           05  FILLER                           PIC 9(03) VALUE 045.
           05  FILLER                           PIC 9(03) VALUE 075.
       01  TABLA-NIVELES-R REDEFINES TABLA-NIVELES.
           05  NIV-DIAS                 OCCURS 3 TIMES
                                        PIC 9(03).
       01  IND-NIV                              PIC 9.

       01  WS-CANT-LEIDAS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-CON-SALDO                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-CARTAS                       PIC 9(05) VALUE ZERO.
       01  TABLA-CARTAS-NIV.
           05  WS-CANT-CARTAS-NIV       OCCURS 3 TIMES
                                        PIC 9(05) VALUE ZERO.
       01  WS-CANT-DETENIDAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-SALDADAS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-DOMICILIO                PIC 9(05) VALUE ZERO.
       01  WS-CANT-ANONIMOS                     PIC 9(05) VALUE ZERO.


       01  WS-CANT-CTACORP                      PIC 9(03) VALUE ZERO.
       01  TABLA-CTACORP.
           05  CORP-ENT                 OCCURS 200 TIMES.
               09  CRP-CODIGO           PIC X(06).
               09  CRP-RAZON-SOCIAL     PIC X(30).
               09  CRP-DIR              PIC X(30).
       01  IND-CORP                             PIC 9(03).

      * SEGUIMIENTO EN MEMORIA: LO LEIDO DE MORASEG.DAT MAS LAS        *
      * FACTURAS QUE RECIBEN SU PRIMERA CARTA EN ESTA CORRIDA.  UNA    *
      * FILA CON SEG-BORRAR EN 'S' NO SE REGRABA.                      *
       01  WS-CANT-SEG                          PIC 9(04) VALUE ZERO.
       01  TABLA-SEG.
           05  SEG-ENT                  OCCURS 2000 TIMES.
               09  SEG-NRO-FACTURA      PIC 9(07).
               09  SEG-NIVEL            PIC 9.
               09  SEG-FECHA-CARTA      PIC 9(08).
               09  SEG-PAGADO           PIC 9(07)V99.
               09  SEG-ESTADO           PIC X.
                   88  SEG-DETENIDA     VALUE 'D'.
               09  SEG-BORRAR           PIC X.
       01  IND-SEG                              PIC 9(04).
       01  WS-SEG-HALLADO                       PIC 9(04).

      * FACTURA EN REVISION.                                           *
       01  WS-SALDO-FACTURA                     PIC 9(07)V99.
       01  WS-NIVEL-ANTERIOR                    PIC 9.
       01  WS-NIVEL-CORRESP                     PIC 9.
       01  WS-NOMBRE-DEUDOR                     PIC X(30).
       01  WS-DIR-DEUDOR                        PIC X(30).

      * ANTIGUEDAD EN DIAS (MISMA APROXIMACION COMERCIAL 30/360 QUE    *
      * 560-FECHA-A-DIAS EN PAGOS.CBL, ASI LAS CARTAS COINCIDEN CON EL *
      * LISTADO DE ANTIGUEDAD).                                        *
       01  WS-DIAS-HOY                          PIC 9(07).
       01  WS-DIAS-EMISION                      PIC 9(07).
       01  WS-DIAS-ANTIG                        PIC S9(05).
       01  WS-FECHA-CALC.
           05  WS-FC-AA                         PIC 9(04).
           05  WS-FC-MM                         PIC 9(02).
           05  WS-FC-DD                         PIC 9(02).
       01  WS-DIAS-CALC                         PIC 9(07).

       01  WS-FECHA-EDIT.
           05  WS-FE-DD                         PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  WS-FE-MM                         PIC 9(02).
           05  FILLER                           PIC X VALUE '/'.
           05  WS-FE-AA                         PIC 9(04).
       01  WS-FECHA-EMISION-EDIT                PIC X(10).

       01  WS-IMPORTE-IMPR                      PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-NRO-IMPR                          PIC Z(6)9.
       01  WS-DIAS-IMPR                         PIC Z(4)9.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MOROSOS'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-REVISAR-FACTURAS.
        PERFORM 400-REESCRIBIR-SEGUIMIENTO.
        PERFORM 998-FIN.

        DISPLAY 'FIN MOROSOS - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
        DISPLAY '              FACTURAS LEIDAS:   ' WS-CANT-LEIDAS.
        DISPLAY '              CON SALDO:         ' WS-CANT-CON-SALDO.
        DISPLAY '              CARTAS EMITIDAS:   ' WS-CANT-CARTAS.
        DISPLAY '                RECORDATORIO:    '
                WS-CANT-CARTAS-NIV(1).
        DISPLAY '                INTIMACION:      '
                WS-CANT-CARTAS-NIV(2).
        DISPLAY '                ULTIMO AVISO:    '
                WS-CANT-CARTAS-NIV(3).
        DISPLAY '              DETENIDAS:         ' WS-CANT-DETENIDAS.
        DISPLAY '              SALDADAS:          ' WS-CANT-SALDADAS.
        DISPLAY '              SIN DOMICILIO:     '
                WS-CANT-SIN-DOMICILIO.
        DISPLAY '              ANONIMIZADOS:      ' WS-CANT-ANONIMOS.
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
            MOVE FECHA-HOY TO WS-FECHA-PROCESO.
            PERFORM 110-LEER-FECHA-PROCESO.

            MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC.
            PERFORM 560-FECHA-A-DIAS.
            MOVE WS-DIAS-CALC TO WS-DIAS-HOY.

            PERFORM 120-ABRIR-CLIENTES.
            PERFORM 130-CARGAR-CTACORP.
            PERFORM 140-CARGAR-SEGUIMIENTO.

            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'NO EXISTE FACTURAS.DAT -- NADA QUE COBRAR'
                STOP RUN
            END-IF.
            MOVE FS-FACTREG     TO WS-FS.
            MOVE "FACTREG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT CARTAS.
            MOVE FS-CARTAS      TO WS-FS.
            MOVE "CARTAS"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT MORAREP.
            MOVE FS-MORAREP     TO WS-FS.
            MOVE "MORAREP"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE WS-FECHA-PROCESO(7:2) TO WS-FE-DD.
            MOVE WS-FECHA-PROCESO(5:2) TO WS-FE-MM.
            MOVE WS-FECHA-PROCESO(1:4) TO WS-FE-AA.
            MOVE SPACES TO LINEA.
            STRING 'CARTAS DE COBRANZA AL ' WS-FECHA-EDIT
                   ' (RECORDATORIO ' NIV-DIAS(1)
                   ' / INTIMACION ' NIV-DIAS(2)
                   ' / ULTIMO AVISO ' NIV-DIAS(3) ' DIAS)'
                DELIMITED BY SIZE INTO LINEA.
            WRITE MORAREP-REG FROM LINEA.

       110-LEER-FECHA-PROCESO.
            OPEN INPUT FECPROC.
            IF FS-FECPROC-OK
                READ FECPROC AT END CONTINUE END-READ
                IF FS-FECPROC-OK AND FEC-PROCESO IS NUMERIC
                   AND FEC-PROCESO > ZERO
                    MOVE FEC-PROCESO TO WS-FECHA-PROCESO
                END-IF
                CLOSE FECPROC
            END-IF.

      * SIN PADRON LAS CARTAS PERSONALES QUEDAN SIN DOMICILIO (SE      *
      * LISTAN Y NO AVANZAN DE NIVEL); NO ES MOTIVO PARA CANCELAR.     *
       120-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- LAS CARTAS PERSONALES '
                        'QUEDAN SIN DOMICILIO'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       130-CARGAR-CTACORP.
            OPEN INPUT CTACORP.
            IF NOT FS-CTACORP-NO-EXIST
                MOVE FS-CTACORP  TO WS-FS
                MOVE "CTACORP"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-CTACORP
                PERFORM 132-CARGAR-CTACORP
                        UNTIL FS-CTACORP-FIN
                        OR WS-CANT-CTACORP >= 200
                CLOSE CTACORP
            END-IF.

       131-LEER-CTACORP.
            READ CTACORP AT END SET FS-CTACORP-FIN TO TRUE.

            IF NOT FS-CTACORP-OK AND NOT FS-CTACORP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CTACORP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-CTACORP.
            ADD 1 TO WS-CANT-CTACORP.
            MOVE CORP-CODIGO       TO CRP-CODIGO(WS-CANT-CTACORP).
            MOVE CORP-RAZON-SOCIAL TO CRP-RAZON-SOCIAL(WS-CANT-CTACORP).
            MOVE CORP-DIR-FACTURACION TO CRP-DIR(WS-CANT-CTACORP).
            PERFORM 131-LEER-CTACORP.

      * EL SEGUIMIENTO SE REESCRIBE ENTERO DESDE LA TABLA: SI NO       *
      * ENTRA COMPLETO SE CANCELA (MEJOR NINGUNA CARTA QUE CARTAS      *
      * REPETIDAS).                                                    *
       140-CARGAR-SEGUIMIENTO.
            OPEN INPUT MORASEG.
            IF NOT FS-MORASEG-NO-EXIST
                MOVE FS-MORASEG  TO WS-FS
                MOVE "MORASEG"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-SEGUIMIENTO
                PERFORM 142-CARGAR-SEGUIMIENTO
                        UNTIL FS-MORASEG-FIN
                        OR WS-CANT-SEG >= 2000
                IF NOT FS-MORASEG-FIN
                    DISPLAY 'MORASEG.DAT SUPERA LAS 2000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO REPETIR CARTAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE MORASEG
            END-IF.

       141-LEER-SEGUIMIENTO.
            READ MORASEG AT END SET FS-MORASEG-FIN TO TRUE.

            IF NOT FS-MORASEG-OK AND NOT FS-MORASEG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER MORASEG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * TODA FILA ARRANCA MARCADA PARA BORRAR: SOLO SOBREVIVEN LAS DE  *
      * FACTURAS QUE SIGUEN CON SALDO EN FACTURAS.DAT.                 *
       142-CARGAR-SEGUIMIENTO.
            ADD 1 TO WS-CANT-SEG.
            MOVE MSG-NRO-FACTURA TO SEG-NRO-FACTURA(WS-CANT-SEG).
            MOVE MSG-NIVEL       TO SEG-NIVEL(WS-CANT-SEG).
            MOVE MSG-FECHA-CARTA TO SEG-FECHA-CARTA(WS-CANT-SEG).
            MOVE MSG-PAGADO      TO SEG-PAGADO(WS-CANT-SEG).
            MOVE MSG-ESTADO      TO SEG-ESTADO(WS-CANT-SEG).
            MOVE 'S'             TO SEG-BORRAR(WS-CANT-SEG).
            PERFORM 141-LEER-SEGUIMIENTO.

       200-REVISAR-FACTURAS.
            PERFORM 210-LEER-FACTREG.
            PERFORM 300-REVISAR-FACTURA UNTIL FS-FACTREG-FIN.

       210-LEER-FACTREG.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-REVISAR-FACTURA.
            ADD 1 TO WS-CANT-LEIDAS.
            PERFORM 310-EVALUAR-FACTURA.
            PERFORM 210-LEER-FACTREG.

      * UNA FACTURA SALDADA O DADA DE BAJA POR INCOBRABLE ('I': LA     *
      * SIGUE LA AGENCIA DE COBRANZA) SALE DEL SEGUIMIENTO.  CON       *
      * SALDO: SI DESDE LA ULTIMA CARTA CRECIO LO PAGADO (PAGO O NOTA  *
      * DE CREDITO) SE DETIENE; SI NO, SE EMITE LA CARTA DEL NIVEL QUE *
      * CORRESPONDE POR ATRASO, SOLO SI ES MAYOR AL ULTIMO ENVIADO     *
      * (UNA FACTURA QUE APARECE TARDE RECIBE DIRECTAMENTE EL NIVEL    *
      * MAS ALTO).                                                     *
       310-EVALUAR-FACTURA.
            MOVE ZERO TO WS-SEG-HALLADO.
            PERFORM 311-BUSCAR-SEGUIMIENTO
                    VARYING IND-SEG FROM 1 BY 1
                    UNTIL IND-SEG > WS-CANT-SEG
                    OR WS-SEG-HALLADO > ZERO.

            IF FREG-IMPORTE-PAGADO NOT < FREG-IMPORTE-TOTAL
               OR FREG-ESTADO-PAGO = 'P'
               OR FREG-ESTADO-PAGO = 'I'
                IF WS-SEG-HALLADO > ZERO
                    ADD 1 TO WS-CANT-SALDADAS
                END-IF
            ELSE
                ADD 1 TO WS-CANT-CON-SALDO
                COMPUTE WS-SALDO-FACTURA =
                    FREG-IMPORTE-TOTAL - FREG-IMPORTE-PAGADO
                MOVE ZERO TO WS-NIVEL-ANTERIOR
                IF WS-SEG-HALLADO > ZERO
                    MOVE 'N' TO SEG-BORRAR(WS-SEG-HALLADO)
                    IF NOT SEG-DETENIDA(WS-SEG-HALLADO)
                        IF FREG-IMPORTE-PAGADO >
                           SEG-PAGADO(WS-SEG-HALLADO)
                            MOVE 'D' TO SEG-ESTADO(WS-SEG-HALLADO)
                            ADD 1 TO WS-CANT-DETENIDAS
                            PERFORM 350-LISTAR-DETENIDA
                        ELSE
                            MOVE SEG-NIVEL(WS-SEG-HALLADO)
                                TO WS-NIVEL-ANTERIOR
                            PERFORM 313-EMITIR-SI-CORRESPONDE
                        END-IF
                    END-IF
                ELSE
                    PERFORM 313-EMITIR-SI-CORRESPONDE
                END-IF
            END-IF.

       311-BUSCAR-SEGUIMIENTO.
            IF SEG-NRO-FACTURA(IND-SEG) = FREG-NRO-FACTURA
                MOVE IND-SEG TO WS-SEG-HALLADO
            END-IF.

       312-NIVEL-ALCANZADO.
            IF WS-DIAS-ANTIG NOT < NIV-DIAS(IND-NIV)
                MOVE IND-NIV TO WS-NIVEL-CORRESP
            END-IF.

       313-EMITIR-SI-CORRESPONDE.
            MOVE FREG-FECHA-EMISION TO WS-FECHA-CALC.
            PERFORM 560-FECHA-A-DIAS.
            MOVE WS-DIAS-CALC TO WS-DIAS-EMISION.
            COMPUTE WS-DIAS-ANTIG = WS-DIAS-HOY - WS-DIAS-EMISION.

            MOVE ZERO TO WS-NIVEL-CORRESP.
            PERFORM 312-NIVEL-ALCANZADO
                    VARYING IND-NIV FROM 1 BY 1 UNTIL IND-NIV > 3.
            IF WS-NIVEL-CORRESP > WS-NIVEL-ANTERIOR
      * LOS DOCUMENTOS ANONIMIZADOS POR DATAPURG.CBL NO SE INTIMAN.    *
                IF FREG-TIPO-DOC = 'X'
                    ADD 1 TO WS-CANT-ANONIMOS
                ELSE
                    PERFORM 320-BUSCAR-DEUDOR
                    IF WS-DIR-DEUDOR = SPACES
                        ADD 1 TO WS-CANT-SIN-DOMICILIO
                        PERFORM 360-LISTAR-SIN-DOMICILIO
                    ELSE
                        PERFORM 330-IMPRIMIR-CARTA
                        PERFORM 340-ANOTAR-CARTA
                    END-IF
                END-IF
            END-IF.

      * FACTURA CORPORATIVA ('E' + CODIGO): RAZON SOCIAL Y DIRECCION   *
      * DE FACTURACION DE LA CUENTA; SI NO, EL PADRON DE CLIENTES.     *
       320-BUSCAR-DEUDOR.
            MOVE SPACES TO WS-NOMBRE-DEUDOR.
            MOVE SPACES TO WS-DIR-DEUDOR.
            IF FREG-TIPO-DOC = 'E'
                PERFORM 321-COMPARAR-CTACORP
                        VARYING IND-CORP FROM 1 BY 1
                        UNTIL IND-CORP > WS-CANT-CTACORP
            ELSE
                PERFORM 322-LEER-CLIENTE
            END-IF.

       321-COMPARAR-CTACORP.
            IF CRP-CODIGO(IND-CORP) = FREG-NRO-DOC(1:6)
                MOVE CRP-RAZON-SOCIAL(IND-CORP) TO WS-NOMBRE-DEUDOR
                MOVE CRP-DIR(IND-CORP)          TO WS-DIR-DEUDOR
            END-IF.

       322-LEER-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE FREG-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE FREG-NRO-DOC  TO CLIENTE-NRO-DOC
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
                END-IF
            END-IF.

       330-IMPRIMIR-CARTA.
            MOVE FREG-FECHA-EMISION(7:2) TO WS-FE-DD.
            MOVE FREG-FECHA-EMISION(5:2) TO WS-FE-MM.
            MOVE FREG-FECHA-EMISION(1:4) TO WS-FE-AA.
            MOVE WS-FECHA-EDIT TO WS-FECHA-EMISION-EDIT.
            MOVE WS-FECHA-PROCESO(7:2) TO WS-FE-DD.
            MOVE WS-FECHA-PROCESO(5:2) TO WS-FE-MM.
            MOVE WS-FECHA-PROCESO(1:4) TO WS-FE-AA.

            MOVE SPACES TO LINEA.
            STRING '                                        '
                   'FECHA: ' WS-FECHA-EDIT
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'SENOR/ES: ' WS-NOMBRE-DEUDOR
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'DOMICILIO: ' WS-DIR-DEUDOR
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

            MOVE FREG-NRO-FACTURA TO WS-NRO-IMPR.
            MOVE WS-DIAS-ANTIG TO WS-DIAS-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR WS-IMPORTE-IMPR2.
            MOVE FREG-IMPORTE-TOTAL TO WS-IMPORTE-IMPR.
            MOVE WS-SALDO-FACTURA TO WS-IMPORTE-IMPR2.

            EVALUATE WS-NIVEL-CORRESP
                WHEN 1
                    MOVE 'REF.: RECORDATORIO DE PAGO' TO LINEA
                WHEN 2
                    MOVE 'REF.: INTIMACION DE PAGO' TO LINEA
                WHEN OTHER
                    MOVE 'REF.: ULTIMO AVISO DE PAGO' TO LINEA
            END-EVALUATE.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

            MOVE SPACES TO LINEA.
            STRING 'A LA FECHA REGISTRAMOS IMPAGA LA FACTURA '
                   FREG-TIPO-FACT ' NRO ' WS-NRO-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'EMITIDA EL ' WS-FECHA-EMISION-EDIT
                   ' POR ' WS-IMPORTE-IMPR
                   ', CON ' WS-DIAS-IMPR ' DIAS DE ATRASO.'
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'SALDO ADEUDADO: ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

            EVALUATE WS-NIVEL-CORRESP
                WHEN 1
                    PERFORM 331-TEXTO-RECORDATORIO
                WHEN 2
                    PERFORM 332-TEXTO-INTIMACION
                WHEN OTHER
                    PERFORM 333-TEXTO-ULTIMO-AVISO
            END-EVALUATE.

            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'SI YA REALIZO EL PAGO, ROGAMOS DESESTIMAR ESTA NOTA.'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'ATENTAMENTE,' TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'ADMINISTRACION - COBRANZAS' TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE ALL '=' TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

       331-TEXTO-RECORDATORIO.
            MOVE 'LE RECORDAMOS QUE EL SALDO SE ENCUENTRA VENCIDO Y LE'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'SOLICITAMOS REGULARIZARLO A LA BREVEDAD.'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

       332-TEXTO-INTIMACION.
            MOVE 'POR LA PRESENTE LO INTIMAMOS A CANCELAR EL SALDO EN'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'UN PLAZO DE DIEZ (10) DIAS HABILES DE RECIBIDA.'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

       333-TEXTO-ULTIMO-AVISO.
            MOVE 'ULTIMO AVISO: DE NO MEDIAR PAGO EN CINCO (5) DIAS'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'HABILES, LA DEUDA PASARA A GESTION DE COBRO EXTERNA'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.
            MOVE 'Y SE SUSPENDERAN NUEVOS ALQUILERES A SU NOMBRE.'
                TO LINEA.
            WRITE CARTAS-REG FROM LINEA.

      * DEJA ANOTADO EL NIVEL, LA FECHA Y LO PAGADO A HOY: UN PAGO     *
      * POSTERIOR SE DETECTA CONTRA ESTE IMPORTE EN LA PROXIMA         *
      * CORRIDA.                                                       *
       340-ANOTAR-CARTA.
            IF WS-SEG-HALLADO = ZERO
                IF WS-CANT-SEG >= 2000
                    DISPLAY 'SEGUIMIENTO LLENO (2000 FACTURAS) -- SE '
                            'CANCELA PARA NO REPETIR CARTAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                ADD 1 TO WS-CANT-SEG
                MOVE WS-CANT-SEG TO WS-SEG-HALLADO
                MOVE FREG-NRO-FACTURA TO SEG-NRO-FACTURA(WS-SEG-HALLADO)
                MOVE 'E' TO SEG-ESTADO(WS-SEG-HALLADO)
                MOVE 'N' TO SEG-BORRAR(WS-SEG-HALLADO)
            END-IF.
            MOVE WS-NIVEL-CORRESP    TO SEG-NIVEL(WS-SEG-HALLADO).
            MOVE WS-FECHA-PROCESO    TO SEG-FECHA-CARTA(WS-SEG-HALLADO).
            MOVE FREG-IMPORTE-PAGADO TO SEG-PAGADO(WS-SEG-HALLADO).

            ADD 1 TO WS-CANT-CARTAS.
            ADD 1 TO WS-CANT-CARTAS-NIV(WS-NIVEL-CORRESP).

            MOVE SPACES TO LINEA.
            STRING '  CARTA NIVEL ' WS-NIVEL-CORRESP
                   '  Factura ' WS-NRO-IMPR
                   '  Doc ' FREG-TIPO-DOC '-' FREG-NRO-DOC
                   '  Dias ' WS-DIAS-IMPR
                   '  Saldo: ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE MORAREP-REG FROM LINEA.

       350-LISTAR-DETENIDA.
            MOVE FREG-NRO-FACTURA TO WS-NRO-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2.
            MOVE WS-SALDO-FACTURA TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING '  DETENIDA (PAGO O CREDITO TRAS CARTA '
                   SEG-NIVEL(WS-SEG-HALLADO) ')  Factura ' WS-NRO-IMPR
                   '  Doc ' FREG-TIPO-DOC '-' FREG-NRO-DOC
                   '  Saldo: ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE MORAREP-REG FROM LINEA.

       360-LISTAR-SIN-DOMICILIO.
            MOVE FREG-NRO-FACTURA TO WS-NRO-IMPR.
            MOVE WS-DIAS-ANTIG TO WS-DIAS-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2.
            MOVE WS-SALDO-FACTURA TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING '  SIN DOMICILIO (NIVEL ' WS-NIVEL-CORRESP ')'
                   '  Factura ' WS-NRO-IMPR
                   '  Doc ' FREG-TIPO-DOC '-' FREG-NRO-DOC
                   '  Dias ' WS-DIAS-IMPR
                   '  Saldo: ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE MORAREP-REG FROM LINEA.

       400-REESCRIBIR-SEGUIMIENTO.
            OPEN OUTPUT MORASEG.
            MOVE FS-MORASEG     TO WS-FS.
            MOVE "MORASEG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 410-GRABAR-SEGUIMIENTO
                    VARYING IND-SEG FROM 1 BY 1
                    UNTIL IND-SEG > WS-CANT-SEG.

            CLOSE MORASEG.

       410-GRABAR-SEGUIMIENTO.
            IF SEG-BORRAR(IND-SEG) NOT = 'S'
                MOVE SPACES TO MORASEG-REG
                MOVE SEG-NRO-FACTURA(IND-SEG) TO MSG-NRO-FACTURA
                MOVE SEG-NIVEL(IND-SEG)       TO MSG-NIVEL
                MOVE SEG-FECHA-CARTA(IND-SEG) TO MSG-FECHA-CARTA
                MOVE SEG-PAGADO(IND-SEG)      TO MSG-PAGADO
                MOVE SEG-ESTADO(IND-SEG)      TO MSG-ESTADO
                WRITE MORASEG-REG
                MOVE FS-MORASEG     TO WS-FS
                MOVE "MORASEG"      TO WS-FS-NOMBRE
                MOVE "GRABA"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

      * DIAS "COMERCIALES" DESDE EL ANIO CERO (MISMO ATAJO QUE         *
      * 560-FECHA-A-DIAS EN PAGOS.CBL).                                *
       560-FECHA-A-DIAS.
            COMPUTE WS-DIAS-CALC =
                WS-FC-AA * 360 + (WS-FC-MM - 1) * 30 + WS-FC-DD.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE FACTREG.
            CLOSE CARTAS.
            CLOSE MORAREP.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
