       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNENV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PADRON DE CLIENTES, RECORRIDO ENTERO: CADA DNI O CEDULA NUEVO  *
      * O CON NOMBRE / FECHA DE NACIMIENTO CAMBIADOS DESDE EL ULTIMO   *
      * ENVIO VA AL PEDIDO PARA EL REGISTRO NACIONAL DE LAS PERSONAS.  *
      * EL PASAPORTE NO SE VERIFICA (EL REGISTRO NO LO CONOCE).        *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * ESTADO DE LA VERIFICACION POR DOCUMENTO (VER SELECT REGNAC EN  *
      * TP.CBL).  LO ENVIADO QUEDA 'P' HASTA QUE REGNRESP.CBL IMPORTE  *
      * LA RESPUESTA.  SI NO EXISTE SE CREA VACIO.                     *
        SELECT REGNAC ASSIGN TO "..\REGNAC.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REGN-CLAVE
                FILE STATUS IS FS-REGNAC.

      * PEDIDO AL REGISTRO, UNO POR CORRIDA: UNA LINEA POR DOCUMENTO   *
      * Y UNA LINEA DE CONTROL ('TT') CON LA CANTIDAD AL FINAL, COMO   *
      * EL PEDIDO DE CAESOL.CBL.  LOS QUE SIGUEN 'P' DE UNA CORRIDA    *
      * ANTERIOR SE VUELVEN A PEDIR HASTA QUE LLEGUE LA RESPUESTA.     *
        SELECT REGNPED ASSIGN TO "..\REGNPED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REGNPED.

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

      * MISMO ARMADO QUE REGNAC-REG EN TP.CBL.                         *
       FD  REGNAC.
       01  REGNAC-REG.
           05  REGN-CLAVE.
               10  REGN-TIPO-DOC                PIC X.
               10  REGN-NRO-DOC                 PIC X(20).
           05  REGN-NOMBRE                      PIC X(30).
           05  REGN-FECHA-NACIMIENTO            PIC 9(08).
           05  REGN-FECHA-ENVIO                 PIC 9(08).
           05  REGN-ESTADO                      PIC X.
               88  REGN-PENDIENTE               VALUE 'P'.
           05  REGN-FECHA-RESULTADO             PIC 9(08).

      * LA FECHA DE ENVIO VIAJA COMO REFERENCIA Y EL REGISTRO LA        *
      * DEVUELVE EN LA RESPUESTA: ASI REGNRESP.CBL DESCARTA UNA         *
      * RESPUESTA A UN PEDIDO ANTERIOR AL ULTIMO CAMBIO DEL PADRON.     *
       FD  REGNPED.
       01  REGNPED-REG.
           05  RNP-TIPO-REG                     PIC X(02).
           05  FILLER                           PIC X(01).
           05  RNP-TIPO-DOC                     PIC X.
           05  RNP-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  RNP-NOMBRE                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  RNP-FECHA-NACIMIENTO             PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RNP-REFERENCIA                   PIC 9(08).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.

       01  FS-REGNAC                            PIC X(02).
           88  FS-REGNAC-OK                     VALUE '00'.
           88  FS-REGNAC-NO-EXIST               VALUE '35'.
           88  FS-REGNAC-NO-HALLADO             VALUE '23'.

       01  FS-REGNPED                           PIC X(02).
           88  FS-REGNPED-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * DATOS DEL CLIENTE EN CURSO, CON LA FECHA DE NACIMIENTO EN CERO *
      * SI EL PADRON LA TIENE EN BLANCO (ALTAS ANTERIORES AL CAMPO).   *
       01  WS-NOMBRE                            PIC X(30).
       01  WS-FECHA-NACIMIENTO                  PIC 9(08).

       01  WS-CANT-LEIDOS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-NUEVOS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-CAMBIADOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-REPEDIDOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-LINEAS                       PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO REGNENV'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 210-LEER-CLIENTE.
        PERFORM 200-PROCESAR-CLIENTE
                UNTIL FS-CLIENTES-FIN.
        PERFORM 400-GRABAR-TOTALES.
        PERFORM 998-FIN.

        DISPLAY 'FIN REGNENV - CLIENTES LEIDOS: ' WS-CANT-LEIDOS.
        DISPLAY '              NUEVOS:          ' WS-CANT-NUEVOS.
        DISPLAY '              CAMBIADOS:       ' WS-CANT-CAMBIADOS.
        DISPLAY '              REPEDIDOS:       ' WS-CANT-REPEDIDOS.
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

            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- NADA PARA VERIFICAR'
                STOP RUN
            END-IF.
            MOVE FS-CLIENTES   TO WS-FS.
            MOVE "CLIENTES"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN I-O REGNAC.
            IF FS-REGNAC-NO-EXIST
                OPEN OUTPUT REGNAC
                CLOSE REGNAC
                OPEN I-O REGNAC
            END-IF.
            MOVE FS-REGNAC     TO WS-FS.
            MOVE "REGNAC"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT REGNPED.
            MOVE FS-REGNPED    TO WS-FS.
            MOVE "REGNPED"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SIN FILA EN REGNAC.DAT: ALTA Y PEDIDO.  CON FILA: SE PIDE DE    *
      * NUEVO SI EL NOMBRE O LA FECHA DE NACIMIENTO YA NO SON LOS       *
      * ENVIADOS (EL RESULTADO ANTERIOR NO CUBRE LOS DATOS NUEVOS Y SE  *
      * VUELVE A 'P'), O SI SIGUE ESPERANDO RESPUESTA.                  *
       200-PROCESAR-CLIENTE.
            IF CLIENTE-TIPO-DOC = 'D' OR CLIENTE-TIPO-DOC = 'C'
                ADD 1 TO WS-CANT-LEIDOS
                MOVE CLIENTE-NOMBRE TO WS-NOMBRE
                IF CLIENTE-FECHA-NACIMIENTO IS NUMERIC
                    MOVE CLIENTE-FECHA-NACIMIENTO
                        TO WS-FECHA-NACIMIENTO
                ELSE
                    MOVE ZERO TO WS-FECHA-NACIMIENTO
                END-IF
                PERFORM 220-LEER-REGNAC
                EVALUATE TRUE
                    WHEN FS-REGNAC-NO-HALLADO
                        PERFORM 300-ALTA-VERIFICACION
                    WHEN REGN-NOMBRE NOT = WS-NOMBRE
                      OR REGN-FECHA-NACIMIENTO
                         NOT = WS-FECHA-NACIMIENTO
                        ADD 1 TO WS-CANT-CAMBIADOS
                        PERFORM 310-REPEDIR-VERIFICACION
                    WHEN REGN-PENDIENTE
                        ADD 1 TO WS-CANT-REPEDIDOS
                        PERFORM 350-GRABAR-PEDIDO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

            PERFORM 210-LEER-CLIENTE.

       210-LEER-CLIENTE.
            READ CLIENTES AT END SET FS-CLIENTES-FIN TO TRUE.

            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-LEER-REGNAC.
            MOVE CLIENTE-TIPO-DOC TO REGN-TIPO-DOC.
            MOVE CLIENTE-NRO-DOC  TO REGN-NRO-DOC.
            READ REGNAC KEY IS REGN-CLAVE
                INVALID KEY SET FS-REGNAC-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-REGNAC-OK AND NOT FS-REGNAC-NO-HALLADO
                DISPLAY 'ERROR AL CONSULTAR REGNAC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-ALTA-VERIFICACION.
            MOVE SPACES TO REGNAC-REG.
            MOVE CLIENTE-TIPO-DOC    TO REGN-TIPO-DOC.
            MOVE CLIENTE-NRO-DOC     TO REGN-NRO-DOC.
            MOVE WS-NOMBRE           TO REGN-NOMBRE.
            MOVE WS-FECHA-NACIMIENTO TO REGN-FECHA-NACIMIENTO.
            MOVE FECHA-HOY           TO REGN-FECHA-ENVIO.
            MOVE 'P'                 TO REGN-ESTADO.
            MOVE ZERO                TO REGN-FECHA-RESULTADO.
            WRITE REGNAC-REG.
            MOVE FS-REGNAC     TO WS-FS.
            MOVE "REGNAC"      TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            ADD 1 TO WS-CANT-NUEVOS.
            PERFORM 350-GRABAR-PEDIDO.

       310-REPEDIR-VERIFICACION.
            MOVE WS-NOMBRE           TO REGN-NOMBRE.
            MOVE WS-FECHA-NACIMIENTO TO REGN-FECHA-NACIMIENTO.
            MOVE FECHA-HOY           TO REGN-FECHA-ENVIO.
            MOVE 'P'                 TO REGN-ESTADO.
            MOVE ZERO                TO REGN-FECHA-RESULTADO.
            REWRITE REGNAC-REG.
            MOVE FS-REGNAC     TO WS-FS.
            MOVE "REGNAC"      TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 350-GRABAR-PEDIDO.

       350-GRABAR-PEDIDO.
            MOVE SPACES TO REGNPED-REG.
            MOVE 'VI'                  TO RNP-TIPO-REG.
            MOVE REGN-TIPO-DOC         TO RNP-TIPO-DOC.
            MOVE REGN-NRO-DOC          TO RNP-NRO-DOC.
            MOVE REGN-NOMBRE           TO RNP-NOMBRE.
            MOVE REGN-FECHA-NACIMIENTO TO RNP-FECHA-NACIMIENTO.
            MOVE REGN-FECHA-ENVIO      TO RNP-REFERENCIA.
            WRITE REGNPED-REG.
            MOVE FS-REGNPED    TO WS-FS.
            MOVE "REGNPED"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            ADD 1 TO WS-CANT-LINEAS.

      * LINEA DE CONTROL ('TT'), IGUAL QUE LA DE CAEPED.TXT: CANTIDAD  *
      * DE DOCUMENTOS PEDIDOS EN LA REFERENCIA.                        *
       400-GRABAR-TOTALES.
            MOVE SPACES TO REGNPED-REG.
            MOVE 'TT'            TO RNP-TIPO-REG.
            MOVE ZERO            TO RNP-FECHA-NACIMIENTO.
            MOVE WS-CANT-LINEAS  TO RNP-REFERENCIA.
            WRITE REGNPED-REG.
            MOVE FS-REGNPED    TO WS-FS.
            MOVE "REGNPED"     TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
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
            CLOSE CLIENTES.
            CLOSE REGNAC.
            CLOSE REGNPED.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
