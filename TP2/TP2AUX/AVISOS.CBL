       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO DEL NEGOCIO (VER FECPROC EN TP.CBL): LOS      *
      * AVISOS SE ARMAN CONTRA ESA FECHA, NO CONTRA LA DEL RELOJ.      *
        SELECT FECPROC ASSIGN TO "..\FECPROC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * MISMO ALQIDX.DAT QUE TP.CBL/DEVOLUC.CBL, SOLO LECTURA: SE      *
      * BARRE ENTERO BUSCANDO RETIROS DE MANIANA, DEVOLUCIONES DE HOY  *
      * Y ALQUILERES VENCIDOS SIN DEVOLUCION REGISTRADA.               *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * PADRON DE CLIENTES (VER CLIENTE-REG EN TP.CBL): NOMBRE Y       *
      * TELEFONO DEL TITULAR.                                          *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * ARCHIVO DE NOTIFICACIONES PARA EL PROVEEDOR DE SMS/CORREO:     *
      * LARGO FIJO, UNA LINEA POR AVISO, SE REGENERA CADA NOCHE.       *
        SELECT AVISOS ASSIGN TO "..\AVISOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AVISOS.

      * REGISTRO DE AVISOS YA ENVIADOS, ACUMULADO ENTRE CORRIDAS:      *
      * NINGUN AVISO SALE DOS VECES (REPROCESOS, VENCIDOS DE VARIOS    *
      * DIAS).                                                         *
        SELECT AVISOLOG ASSIGN TO "..\AVISOLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AVISOLOG.

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/DEVOLUC.CBL.            *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-PATENTE               PIC X(07).
               05 ALQ-IDX-FECHA                 PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-IMPORTE                  PIC 9(04)V99.
           03  ALQ-IDX-CHOFER                   PIC X(07).
           03  ALQ-IDX-ESTADO                   PIC X.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88 ALQ-IDX-ESTA-ANULADO          VALUE 'S'.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
               88  ALQ-IDX-DEVOL-CERRADA        VALUE 'C'.
               88  ALQ-IDX-TRAMO-CAMBIADO       VALUE 'T'.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-EXTRAS-IMP               PIC 9(04)V99.
           03  ALQ-IDX-EXTRAS-CODS              PIC X(09).
           03  ALQ-IDX-COMBUST-SALIDA           PIC 9.
           03  ALQ-IDX-COMBUST-ENTRADA          PIC 9.
           03  ALQ-IDX-RECARGO-COMBUST          PIC 9(04)V99.
           03  ALQ-IDX-RECARGO-KM               PIC 9(04)V99.
           03  ALQ-IDX-CTA-CORP                 PIC X(06).
           03  ALQ-IDX-FECHA-RETIRO             PIC 9(08).
           03  ALQ-IDX-HORA-RETIRO              PIC 9(04).
           03  ALQ-IDX-ODOMETRO-SALIDA          PIC 9(07).
           03  ALQ-IDX-NOSHOW                   PIC X.
           03  ALQ-IDX-HORA-PACT-RETIRO         PIC 9(04).
           03  ALQ-IDX-HORA-PACT-DEVOL          PIC 9(04).
           03  ALQ-IDX-HORA-DEVOLUCION          PIC 9(04).
           03  ALQ-IDX-ENTREGA-ZONA             PIC X(03).
           03  ALQ-IDX-ENTREGA-DIR              PIC X(30).
           03  ALQ-IDX-COBERTURA                PIC X(03).
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

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

      * AVISO: 'R' RETIRO DE MANIANA, 'D' DEVOLUCION DE HOY, 'V'       *
      * ALQUILER VENCIDO SIN DEVOLVER.  AVI-FECHA ES EL PRIMER DIA     *
      * (RETIRO) O EL ULTIMO DIA (DEVOLUCION/VENCIDO) DEL ALQUILER Y   *
      * AVI-HORA LA HORA PACTADA (CERO SI NO SE PACTO).                *
       FD  AVISOS.
       01  AVISO-REG.
           05  AVI-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  AVI-FECHA-PROCESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AVI-TELEFONO                     PIC X(15).
           05  FILLER                           PIC X(01).
           05  AVI-NOMBRE                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  AVI-TIPO-DOC                     PIC X.
           05  AVI-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  AVI-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  AVI-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  AVI-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AVI-HORA                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AVI-AGENCIA                      PIC 9(02).

      * AVISO ENVIADO: TIPO + CLAVE DEL DIA DEL ALQUILER QUE LO        *
      * ORIGINO, FECHA DE PROCESO EN QUE SALIO Y DOCUMENTO.            *
       FD  AVISOLOG.
       01  AVISOLOG-REG.
           05  AVL-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  AVL-CLAVE.
               10  AVL-PATENTE                  PIC X(07).
               10  AVL-FECHA                    PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AVL-FECHA-PROCESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AVL-TIPO-DOC                     PIC X.
           05  AVL-NRO-DOC                      PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-AVISOS                            PIC X(02).
           88  FS-AVISOS-OK                     VALUE '00'.

       01  FS-AVISOLOG                          PIC X(02).
           88  FS-AVISOLOG-OK                   VALUE '00'.
           88  FS-AVISOLOG-FIN                  VALUE '10'.
           88  FS-AVISOLOG-NO-EXIST             VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-FECHA-PROCESO                     PIC 9(08).
       01  WS-FECHA-MANIANA                     PIC 9(08).

      * VENCIDOS: SOLO LOS QUE TERMINARON DESDE TP_AVI_DESDE           *
      * (AAAAMMDD); POR DEFECTO EL PRIMERO DEL MES DE PROCESO, COMO    *
      * TP_DEV_DESDE EN DEVOLUC.CBL.                                   *
       01  WS-ENV-DESDE                         PIC X(08).
       01  WS-DESDE                             PIC 9(08).

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-RETIROS                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-DEVOLUCIONES                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-VENCIDOS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-REPETIDOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-TELEFONO                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-ANONIMOS                     PIC 9(05) VALUE ZERO.

       01  WS-NOMBRE-CLIENTE                    PIC X(30).
       01  WS-TEL-CLIENTE                       PIC X(15).

      * AVISOS YA ENVIADOS QUE TODAVIA PUEDEN REPETIRSE (LOS DE DIAS   *
      * DESDE WS-DESDE EN ADELANTE) MAS LOS QUE SALEN EN ESTA CORRIDA. *
       01  WS-CANT-ENVIADOS                     PIC 9(04) VALUE ZERO.
       01  TABLA-ENVIADOS.
           05  ENV-ENT                  OCCURS 5000 TIMES.
               09  ENV-TIPO             PIC X.
               09  ENV-CLAVE            PIC X(15).
       01  IND-E                                PIC 9(04).
       01  WS-YA-ENVIADO                        PIC X VALUE 'N'.
           88  YA-ENVIADO                       VALUE 'S'.

      * CANDIDATO EN REVISION: EL BARRIDO SE REPOSICIONA DESPUES DE    *
      * CADA LECTURA POR CLAVE (MISMO MECANISMO QUE 620 EN DEVOLUC).   *
       01  WS-CAND-REG                          PIC X(223).
       01  WS-CAND-CLAVE.
           05  WS-CAND-PATENTE                  PIC X(07).
           05  WS-CAND-FECHA                    PIC 9(08).
       01  WS-CAND-DOC.
           05  WS-CAND-TIPO-DOC                 PIC X.
           05  WS-CAND-NRO-DOC                  PIC X(20).
       01  WS-CAND-TIPO                         PIC X.
       01  WS-CAND-HORA                         PIC 9(04).
       01  WS-CONTINUA                          PIC X VALUE 'N'.
           88  CONTINUA                         VALUE 'S'.

      * ARITMETICA DE FECHAS DIA POR DIA (MISMO MECANISMO QUE          *
      * 560-SUMAR-UN-DIA EN DEVOLUC.CBL) Y SU INVERSA.                 *
       01  WS-FECHA-CALC.
           05  WS-FEC-AA                        PIC 9(04).
           05  WS-FEC-MM                        PIC 9(02).
           05  WS-FEC-DD                        PIC 9(02).
       01  WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).
       01  WS-FEC-DIAS-MES                      PIC 99.
       01  WS-FEC-COC                           PIC 9(04).
       01  WS-FEC-RES4                          PIC 9.
       01  WS-FEC-RES100                        PIC 9(02).
       01  WS-FEC-RES400                        PIC 9(03).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO AVISOS'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-MAESTRO.
        PERFORM 998-FIN.

        DISPLAY 'FIN AVISOS - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
        DISPLAY '             RETIROS MANIANA:   ' WS-CANT-RETIROS.
        DISPLAY '             DEVOLUCIONES HOY:  ' WS-CANT-DEVOLUCIONES.
        DISPLAY '             VENCIDOS:          ' WS-CANT-VENCIDOS.
        DISPLAY '             YA ENVIADOS:       ' WS-CANT-REPETIDOS.
        DISPLAY '             SIN TELEFONO:      ' WS-CANT-SIN-TELEFONO.
        DISPLAY '             ANONIMIZADOS:      ' WS-CANT-ANONIMOS.
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

            MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-MANIANA.

            MOVE SPACES TO WS-ENV-DESDE.
            ACCEPT WS-ENV-DESDE FROM ENVIRONMENT "TP_AVI_DESDE".
            IF WS-ENV-DESDE IS NUMERIC AND WS-ENV-DESDE > ZERO
                MOVE WS-ENV-DESDE TO WS-DESDE
            ELSE
                MOVE WS-FECHA-PROCESO TO WS-DESDE
                MOVE 01 TO WS-DESDE(7:2)
            END-IF.

            PERFORM 120-ABRIR-CLIENTES.
            PERFORM 130-CARGAR-ENVIADOS.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE AVISAR'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO WS-FS.
            MOVE "ALQ-IDX"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT AVISOS.
            MOVE FS-AVISOS      TO WS-FS.
            MOVE "AVISOS"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND AVISOLOG.
            IF NOT FS-AVISOLOG-OK
                OPEN OUTPUT AVISOLOG
            END-IF.
            MOVE FS-AVISOLOG    TO WS-FS.
            MOVE "AVISOLOG"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

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

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (410).          *
       120-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- SIN TELEFONOS NO HAY '
                        'A QUIEN AVISAR'
                STOP RUN
            END-IF.
            MOVE FS-CLIENTES TO WS-FS.
            MOVE "CLIENTES"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SOLO INTERESAN LOS AVISOS DE DIAS DESDE WS-DESDE: LOS VIEJOS   *
      * YA NO PUEDEN VOLVER A SALIR.  SI NO ENTRAN EN LA TABLA SE      *
      * CANCELA: MEJOR NINGUN AVISO QUE AVISOS REPETIDOS.              *
       130-CARGAR-ENVIADOS.
            OPEN INPUT AVISOLOG.
            IF FS-AVISOLOG-OK
                PERFORM 131-LEER-ENVIADO
                PERFORM 132-CARGAR-ENVIADO UNTIL FS-AVISOLOG-FIN
                CLOSE AVISOLOG
            ELSE
                IF NOT FS-AVISOLOG-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER AVISOLOG'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       131-LEER-ENVIADO.
            READ AVISOLOG AT END SET FS-AVISOLOG-FIN TO TRUE.

            IF NOT FS-AVISOLOG-OK AND NOT FS-AVISOLOG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AVISOLOG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-ENVIADO.
            IF AVL-FECHA IS NUMERIC AND AVL-FECHA NOT < WS-DESDE
                IF WS-CANT-ENVIADOS >= 5000
                    DISPLAY 'AVISOLOG.TXT TIENE MAS DE 5000 AVISOS '
                            'VIGENTES -- SE CANCELA PARA NO REPETIR'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                ADD 1 TO WS-CANT-ENVIADOS
                MOVE AVL-TIPO  TO ENV-TIPO(WS-CANT-ENVIADOS)
                MOVE AVL-CLAVE TO ENV-CLAVE(WS-CANT-ENVIADOS)
            END-IF.
            PERFORM 131-LEER-ENVIADO.

       200-BARRER-MAESTRO.
            MOVE LOW-VALUES TO ALQ-IDX-CLAVE.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.

            IF NOT FS-ALQ-IDX-FIN
                PERFORM 210-LEER-SIGUIENTE
                PERFORM 300-REVISAR-REGISTRO UNTIL FS-ALQ-IDX-FIN
            END-IF.

       210-LEER-SIGUIENTE.
            READ ALQ-IDX NEXT RECORD
                AT END SET FS-ALQ-IDX-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL RECORRER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LOS NO-SHOW Y LOS TRAMOS CERRADOS POR UN CAMBIO DE UNIDAD NO   *
      * SE AVISAN.  UN RETIRO ES EL PRIMER DIA DEL RANGO Y TODAVIA SIN *
      * RETIRAR; UNA DEVOLUCION O UN VENCIDO, EL ULTIMO DIA SIN        *
      * CIERRE DE DEVOLUCION.                                          *
       300-REVISAR-REGISTRO.
            ADD 1 TO WS-CANT-LEIDOS.

            IF NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-NOSHOW NOT = 'S'
               AND NOT ALQ-IDX-TRAMO-CAMBIADO
                IF ALQ-IDX-FECHA = WS-FECHA-MANIANA
                   AND (ALQ-IDX-FECHA-RETIRO NOT NUMERIC
                        OR ALQ-IDX-FECHA-RETIRO = ZERO)
                    PERFORM 310-REVISAR-PRIMER-DIA
                ELSE
                    IF ALQ-IDX-FECHA NOT < WS-DESDE
                       AND ALQ-IDX-FECHA NOT > WS-FECHA-PROCESO
                       AND NOT ALQ-IDX-DEVOL-CERRADA
                        PERFORM 320-REVISAR-ULTIMO-DIA
                    END-IF
                END-IF
            END-IF.

            PERFORM 210-LEER-SIGUIENTE.

      * ES PRIMER DIA SI EL DIA ANTERIOR (LA FECHA DE PROCESO) NO ES   *
      * UN REGISTRO VIGENTE DEL MISMO DOCUMENTO.                       *
       310-REVISAR-PRIMER-DIA.
            PERFORM 330-GUARDAR-CANDIDATO.
            MOVE 'R' TO WS-CAND-TIPO.
            MOVE ALQ-IDX-HORA-PACT-RETIRO TO WS-CAND-HORA.

            MOVE WS-CAND-PATENTE  TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-PROCESO TO ALQ-IDX-FECHA.
            PERFORM 340-VER-SI-CONTINUA.

            IF NOT CONTINUA
                PERFORM 400-EMITIR-AVISO
            END-IF.
            PERFORM 350-REPOSICIONAR.

      * ES ULTIMO DIA SI EL DIA SIGUIENTE NO ES UN REGISTRO VIGENTE    *
      * DEL MISMO DOCUMENTO.                                           *
       320-REVISAR-ULTIMO-DIA.
            PERFORM 330-GUARDAR-CANDIDATO.
            IF ALQ-IDX-FECHA = WS-FECHA-PROCESO
                MOVE 'D' TO WS-CAND-TIPO
            ELSE
                MOVE 'V' TO WS-CAND-TIPO
            END-IF.
            MOVE ALQ-IDX-HORA-PACT-DEVOL TO WS-CAND-HORA.

            MOVE WS-CAND-FECHA TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-CAND-PATENTE TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            PERFORM 340-VER-SI-CONTINUA.

            IF NOT CONTINUA
                PERFORM 400-EMITIR-AVISO
            END-IF.
            PERFORM 350-REPOSICIONAR.

       330-GUARDAR-CANDIDATO.
            MOVE ALQ-IDX-REG      TO WS-CAND-REG.
            MOVE ALQ-IDX-CLAVE    TO WS-CAND-CLAVE.
            MOVE ALQ-IDX-TIPO-DOC TO WS-CAND-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC  TO WS-CAND-NRO-DOC.

       340-VER-SI-CONTINUA.
            MOVE 'N' TO WS-CONTINUA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-NO-EXIST
                DISPLAY 'ERROR AL CONSULTAR ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF FS-ALQ-IDX-OK
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-TIPO-DOC = WS-CAND-TIPO-DOC
               AND ALQ-IDX-NRO-DOC = WS-CAND-NRO-DOC
                MOVE 'S' TO WS-CONTINUA
            END-IF.
            MOVE WS-CAND-REG TO ALQ-IDX-REG.

      * LA LECTURA POR CLAVE MUEVE EL PUNTERO: SE VUELVE CON START     *
      * GREATER THAN EL CANDIDATO Y EL READ NEXT DEL BARRIDO SIGUE EN  *
      * EL REGISTRO SIGUIENTE SIN REPETIR NI SALTEAR.                  *
       350-REPOSICIONAR.
            MOVE WS-CAND-CLAVE TO ALQ-IDX-CLAVE.
            START ALQ-IDX KEY GREATER THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.

      * LOS DOCUMENTOS ANONIMIZADOS POR DATAPURG.CBL (TIPO 'X' CON     *
      * TOKEN) NO SE AVISAN; TAMPOCO LOS CLIENTES SIN TELEFONO.        *
       400-EMITIR-AVISO.
            IF WS-CAND-TIPO-DOC = 'X'
                ADD 1 TO WS-CANT-ANONIMOS
            ELSE
                PERFORM 410-BUSCAR-CLIENTE
                IF WS-TEL-CLIENTE = SPACES
                    ADD 1 TO WS-CANT-SIN-TELEFONO
                ELSE
                    MOVE 'N' TO WS-YA-ENVIADO
                    PERFORM 420-COMPARAR-ENVIADO
                            VARYING IND-E FROM 1 BY 1
                            UNTIL IND-E > WS-CANT-ENVIADOS OR YA-ENVIADO
                    IF YA-ENVIADO
                        ADD 1 TO WS-CANT-REPETIDOS
                    ELSE
                        PERFORM 430-GRABAR-AVISO
                    END-IF
                END-IF
            END-IF.

       410-BUSCAR-CLIENTE.
            MOVE SPACES TO WS-NOMBRE-CLIENTE.
            MOVE SPACES TO WS-TEL-CLIENTE.
            MOVE WS-CAND-TIPO-DOC TO CLIENTE-TIPO-DOC.
            MOVE WS-CAND-NRO-DOC  TO CLIENTE-NRO-DOC.
            READ CLIENTES KEY IS CLIENTE-CLAVE
                INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-CLIENTES-OK
                MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
                MOVE CLIENTE-TEL    TO WS-TEL-CLIENTE
            END-IF.

       420-COMPARAR-ENVIADO.
            IF ENV-TIPO(IND-E) = WS-CAND-TIPO
               AND ENV-CLAVE(IND-E) = WS-CAND-CLAVE
                MOVE 'S' TO WS-YA-ENVIADO
            END-IF.

       430-GRABAR-AVISO.
            MOVE SPACES               TO AVISO-REG.
            MOVE WS-CAND-TIPO         TO AVI-TIPO.
            MOVE WS-FECHA-PROCESO     TO AVI-FECHA-PROCESO.
            MOVE WS-TEL-CLIENTE       TO AVI-TELEFONO.
            MOVE WS-NOMBRE-CLIENTE    TO AVI-NOMBRE.
            MOVE WS-CAND-TIPO-DOC     TO AVI-TIPO-DOC.
            MOVE WS-CAND-NRO-DOC      TO AVI-NRO-DOC.
            MOVE ALQ-IDX-NRO-CONTRATO TO AVI-CONTRATO.
            MOVE WS-CAND-PATENTE      TO AVI-PATENTE.
            MOVE WS-CAND-FECHA        TO AVI-FECHA.
            IF WS-CAND-HORA IS NUMERIC
                MOVE WS-CAND-HORA     TO AVI-HORA
            ELSE
                MOVE ZERO             TO AVI-HORA
            END-IF.
            MOVE ALQ-IDX-AGENCIA      TO AVI-AGENCIA.
            WRITE AVISO-REG.
            MOVE FS-AVISOS      TO WS-FS.
            MOVE "AVISOS"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES           TO AVISOLOG-REG.
            MOVE WS-CAND-TIPO     TO AVL-TIPO.
            MOVE WS-CAND-CLAVE    TO AVL-CLAVE.
            MOVE WS-FECHA-PROCESO TO AVL-FECHA-PROCESO.
            MOVE WS-CAND-TIPO-DOC TO AVL-TIPO-DOC.
            MOVE WS-CAND-NRO-DOC  TO AVL-NRO-DOC.
            WRITE AVISOLOG-REG.
            MOVE FS-AVISOLOG    TO WS-FS.
            MOVE "AVISOLOG"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            IF WS-CANT-ENVIADOS < 5000
                ADD 1 TO WS-CANT-ENVIADOS
                MOVE WS-CAND-TIPO  TO ENV-TIPO(WS-CANT-ENVIADOS)
                MOVE WS-CAND-CLAVE TO ENV-CLAVE(WS-CANT-ENVIADOS)
            END-IF.

            EVALUATE WS-CAND-TIPO
                WHEN 'R'
                    ADD 1 TO WS-CANT-RETIROS
                WHEN 'D'
                    ADD 1 TO WS-CANT-DEVOLUCIONES
                WHEN OTHER
                    ADD 1 TO WS-CANT-VENCIDOS
            END-EVALUATE.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE ROLLUP.CBL).   *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
            IF WS-FEC-DD < WS-FEC-DIAS-MES
                ADD 1 TO WS-FEC-DD
            ELSE
                MOVE 1 TO WS-FEC-DD
                IF WS-FEC-MM < 12
                    ADD 1 TO WS-FEC-MM
                ELSE
                    MOVE 1 TO WS-FEC-MM
                    ADD 1 TO WS-FEC-AA
                END-IF
            END-IF.

       561-DETER-DIAS-MES.
            EVALUATE WS-FEC-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FEC-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FEC-DIAS-MES
                WHEN 2
                    PERFORM 562-DETER-DIAS-FEBRERO
            END-EVALUATE.

       562-DETER-DIAS-FEBRERO.
            DIVIDE WS-FEC-AA BY 4   GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES4.
            DIVIDE WS-FEC-AA BY 100 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES100.
            DIVIDE WS-FEC-AA BY 400 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES400.
            IF (WS-FEC-RES4 = 0 AND WS-FEC-RES100 NOT = 0)
               OR WS-FEC-RES400 = 0
                MOVE 29 TO WS-FEC-DIAS-MES
            ELSE
                MOVE 28 TO WS-FEC-DIAS-MES
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
            CLOSE CLIENTES.
            CLOSE ALQ-IDX.
            CLOSE AVISOS.
            CLOSE AVISOLOG.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
