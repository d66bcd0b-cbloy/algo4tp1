       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALLS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CAMPANIAS DE RECALL DE LAS MARCAS, TAL COMO LLEGAN: UNA LINEA  *
      * POR CAMPANIA Y CRITERIO.  TIPO 'M' = MODELO: LAS UNIDADES DE   *
      * LA MARCA CUYA DESCRIPCION CONTENGA EL PATRON (PATRON EN        *
      * BLANCO = TODA LA MARCA).  TIPO 'P' = PATENTE: EL PATRON ES UNA *
      * PATENTE DE LA LISTA QUE MANDA LA MARCA (UNA LINEA POR PATENTE, *
      * CON EL MISMO CODIGO DE CAMPANIA).                              *
        SELECT RECALLS ASSIGN TO "..\RECALLS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECALLS.

      * MISMO AUTOS.TXT QUE TP.CBL/MANTAUTO.CBL, SOLO LECTURA.         *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * PENDIENTES DE RECALL POR UNIDAD (UNO POR CAMPANIA Y PATENTE),  *
      * ACUMULADOS ENTRE CORRIDAS: SE CARGA ENTERO, SE AGREGAN LOS     *
      * NUEVOS Y SE REESCRIBE.  LOS CIERRA MANTENIM.CBL CON EL SERVICE *
      * DEL TALLER; LOS DE SEVERIDAD ALTA VENCIDOS BLOQUEAN LA UNIDAD  *
      * EN EL MERGE (MOTIVO 27).                                       *
        SELECT RECALLIT ASSIGN TO "..\RECALLIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECALLIT.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): EL MERGE   *
      * LEE RECALLIT.TXT, NO SE REESCRIBE MIENTRAS CORRE.              *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

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

       FD  RECALLS.
       01  RECALLS-REG.
           05  RCL-CAMPANIA                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  RCL-MARCA                        PIC X(20).
           05  FILLER                           PIC X(01).
           05  RCL-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  RCL-PATRON                       PIC X(30).
           05  FILLER                           PIC X(01).
      * SEVERIDAD: 'A' ALTA (BLOQUEA PASADO EL LIMITE), 'M' MEDIA,     *
      * 'B' BAJA.                                                      *
           05  RCL-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  RCL-FECHA-LIMITE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RCL-DESC                         PIC X(30).

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.               *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RECARGO-FINDESEM PIC 9(3).
           05  AUT-DIAS-USO       PIC 9(6).
           05  AUT-INTERVALO-SERVICIO PIC 9(5).
           05  AUT-USO-ULT-SERVICIO   PIC 9(6).
           05  AUT-FECHA-COMPRA       PIC 9(8).
           05  AUT-VALOR-COMPRA       PIC 9(7)V99.
           05  AUT-AGENCIA            PIC 9(02).
           05  AUT-KM-INCLUIDOS-DIA   PIC 9(4).
           05  AUT-POLIZA-NRO         PIC X(10).
           05  AUT-POLIZA-VENC        PIC 9(8).
           05  AUT-VTV-VENC           PIC 9(8).

       FD  RECALLIT.
       01  RECALLIT-REG.
           05  RIT-CAMPANIA                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  RIT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  RIT-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-LIMITE                 PIC 9(08).
           05  FILLER                           PIC X(01).
      * 'P' PENDIENTE, 'C' CUMPLIDO (LO MARCA MANTENIM.CBL).           *
           05  RIT-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-DESC                         PIC X(30).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-RECALLS                           PIC X(02).
           88  FS-RECALLS-OK                    VALUE '00'.
           88  FS-RECALLS-FIN                   VALUE '10'.
           88  FS-RECALLS-NO-EXIST              VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-RECALLIT                          PIC X(02).
           88  FS-RECALLIT-OK                   VALUE '00'.
           88  FS-RECALLIT-FIN                  VALUE '10'.
           88  FS-RECALLIT-NO-EXIST             VALUE '35'.

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * PADRON DE AUTOS EN MEMORIA, SOLO LO NECESARIO PARA EL MATCH.   *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  TABLA-AUT                OCCURS 300 TIMES.
               09  T-AUT-PATENTE        PIC X(07).
               09  T-AUT-DESC           PIC X(30).
               09  T-AUT-MARCA          PIC X(20).
       01  IND-A                                PIC 9(03).

      * PENDIENTES DE RECALL EN MEMORIA (VER FD RECALLIT).             *
       01  WS-CANT-ITEMS                        PIC 9(04) VALUE ZERO.
       01  TABLA-ITEMS.
           05  TABLA-IT                 OCCURS 1000 TIMES.
               09  T-IT-REG                     PIC X(80).
       01  IND-I                                PIC 9(04).
       01  WS-ENCONTRO-ITEM                     PIC X VALUE 'N'.
           88  WS-ITEM-ENCONTRADO               VALUE 'S'.

      * LARGO UTIL DEL PATRON DE MODELO (SIN LOS BLANCOS DE COLA).     *
       01  WS-LARGO-PATRON                      PIC 9(02).
       01  WS-CANT-OCURR                        PIC 9(02).
       01  WS-AFECTADO                          PIC X VALUE 'N'.
           88  WS-AUTO-AFECTADO                 VALUE 'S'.

       01  WS-CANT-LEIDAS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-INVALIDAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-NUEVOS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-ACTUALIZ                     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO RECALLS'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESAR-CAMPANIAS.
        PERFORM 800-GRABAR-ITEMS.

        DISPLAY 'FIN RECALLS - LINEAS LEIDAS:     ' WS-CANT-LEIDAS.
        DISPLAY '   LINEAS INVALIDAS:             ' WS-CANT-INVALIDAS.
        DISPLAY '   PENDIENTES NUEVOS:            ' WS-CANT-NUEVOS.
        DISPLAY '   PENDIENTES ACTUALIZADOS:      ' WS-CANT-ACTUALIZ.
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

      * SI EL LOTE ESTA CORRIENDO NO SE REESCRIBE RECALLIT.TXT: SE     *
      * CORTA ACA Y SE REINTENTA LUEGO.                                *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            OPEN INPUT RECALLS.
            IF FS-RECALLS-NO-EXIST
                DISPLAY 'SIN RECALLS.TXT -- NO HAY CAMPANIAS QUE '
                        'IMPORTAR'
                STOP RUN
            END-IF.
            MOVE FS-RECALLS     TO WS-FS.
            MOVE "RECALLS"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT AUTOS.
            MOVE FS-AUTOS       TO WS-FS.
            MOVE "AUTOS"        TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 110-LEER-AUTO.
            PERFORM 120-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN INPUT RECALLIT.
            IF NOT FS-RECALLIT-NO-EXIST
                MOVE FS-RECALLIT TO WS-FS
                MOVE "RECALLIT"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 130-LEER-ITEM
                PERFORM 140-CARGAR-ITEM UNTIL FS-RECALLIT-FIN
                CLOSE RECALLIT
            END-IF.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO T-AUT-PATENTE (WS-CANT-AUTOS).
            MOVE AUT-DESC    TO T-AUT-DESC (WS-CANT-AUTOS).
            MOVE AUT-MARCA   TO T-AUT-MARCA (WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

       130-LEER-ITEM.
            READ RECALLIT AT END SET FS-RECALLIT-FIN TO TRUE.

            IF NOT FS-RECALLIT-OK AND NOT FS-RECALLIT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECALLIT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SI NO ENTRAN TODOS SE CORTA: REESCRIBIR CON LA TABLA LLENA     *
      * PERDERIA LOS PENDIENTES QUE QUEDARON AFUERA.                   *
       140-CARGAR-ITEM.
            IF WS-CANT-ITEMS >= 1000
                DISPLAY 'RECALLIT.TXT SUPERA LOS 1000 PENDIENTES -- '
                        'DEPURAR LOS CUMPLIDOS ANTES DE IMPORTAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-ITEMS.
            MOVE RECALLIT-REG TO T-IT-REG (WS-CANT-ITEMS).
            PERFORM 130-LEER-ITEM.

       200-PROCESAR-CAMPANIAS.
            PERFORM 210-LEER-CAMPANIA.
            PERFORM 300-APLICAR-CAMPANIA UNTIL FS-RECALLS-FIN.
            CLOSE RECALLS.

       210-LEER-CAMPANIA.
            READ RECALLS AT END SET FS-RECALLS-FIN TO TRUE.

            IF NOT FS-RECALLS-OK AND NOT FS-RECALLS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECALLS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA LINEA DE CAMPANIA: SE VALIDA Y SE RECORRE LA FLOTA         *
      * ABRIENDO UN PENDIENTE POR CADA UNIDAD AFECTADA.                *
       300-APLICAR-CAMPANIA.
            ADD 1 TO WS-CANT-LEIDAS.
            IF RCL-CAMPANIA = SPACES
               OR (RCL-TIPO NOT = 'M' AND RCL-TIPO NOT = 'P')
               OR (RCL-TIPO = 'P' AND RCL-PATRON = SPACES)
               OR (RCL-TIPO = 'M' AND RCL-MARCA = SPACES)
               OR (RCL-SEVERIDAD NOT = 'A' AND RCL-SEVERIDAD NOT = 'M'
                   AND RCL-SEVERIDAD NOT = 'B')
               OR RCL-FECHA-LIMITE IS NOT NUMERIC
               OR RCL-FECHA-LIMITE = ZERO
                ADD 1 TO WS-CANT-INVALIDAS
                DISPLAY 'LINEA DE RECALL INVALIDA: ' RECALLS-REG
            ELSE
                PERFORM 310-CALCULAR-LARGO-PATRON
                PERFORM 320-REVISAR-AUTO
                        VARYING IND-A FROM 1 BY 1
                        UNTIL IND-A > WS-CANT-AUTOS
            END-IF.
            PERFORM 210-LEER-CAMPANIA.

       310-CALCULAR-LARGO-PATRON.
            MOVE 30 TO WS-LARGO-PATRON.
            PERFORM 311-ACORTAR-PATRON
                    UNTIL WS-LARGO-PATRON = ZERO
                    OR RCL-PATRON (WS-LARGO-PATRON:1) NOT = SPACE.

       311-ACORTAR-PATRON.
            SUBTRACT 1 FROM WS-LARGO-PATRON.

       320-REVISAR-AUTO.
            MOVE 'N' TO WS-AFECTADO.
            IF RCL-MARCA = SPACES
               OR RCL-MARCA = T-AUT-MARCA (IND-A)
                IF RCL-TIPO = 'P'
                    IF RCL-PATRON (1:7) = T-AUT-PATENTE (IND-A)
                        SET WS-AUTO-AFECTADO TO TRUE
                    END-IF
                ELSE
                    PERFORM 330-COMPARAR-MODELO
                END-IF
            END-IF.
            IF WS-AUTO-AFECTADO
                PERFORM 340-ABRIR-PENDIENTE
            END-IF.

       330-COMPARAR-MODELO.
            IF WS-LARGO-PATRON = ZERO
                SET WS-AUTO-AFECTADO TO TRUE
            ELSE
                MOVE ZERO TO WS-CANT-OCURR
                INSPECT T-AUT-DESC (IND-A) TALLYING WS-CANT-OCURR
                        FOR ALL RCL-PATRON (1:WS-LARGO-PATRON)
                IF WS-CANT-OCURR > ZERO
                    SET WS-AUTO-AFECTADO TO TRUE
                END-IF
            END-IF.

      * UN PENDIENTE POR CAMPANIA Y PATENTE: SI YA EXISTE Y SIGUE      *
      * PENDIENTE SE LE ACTUALIZAN SEVERIDAD Y LIMITE (LA MARCA PUEDE  *
      * CORRER EL PLAZO); UNO CUMPLIDO NO SE REABRE.                   *
       340-ABRIR-PENDIENTE.
            MOVE 'N' TO WS-ENCONTRO-ITEM.
            PERFORM 341-COMPARAR-ITEM
                    VARYING IND-I FROM 1 BY 1
                    UNTIL IND-I > WS-CANT-ITEMS
                    OR WS-ITEM-ENCONTRADO.

            IF WS-ITEM-ENCONTRADO
                SUBTRACT 1 FROM IND-I
                MOVE T-IT-REG (IND-I) TO RECALLIT-REG
                IF RIT-ESTADO = 'P'
                   AND (RIT-SEVERIDAD NOT = RCL-SEVERIDAD
                        OR RIT-FECHA-LIMITE NOT = RCL-FECHA-LIMITE)
                    MOVE RCL-SEVERIDAD    TO RIT-SEVERIDAD
                    MOVE RCL-FECHA-LIMITE TO RIT-FECHA-LIMITE
                    MOVE RECALLIT-REG     TO T-IT-REG (IND-I)
                    ADD 1 TO WS-CANT-ACTUALIZ
                END-IF
            ELSE
                IF WS-CANT-ITEMS >= 1000
                    DISPLAY 'TABLA DE PENDIENTES LLENA -- SE CORTA SIN '
                            'GRABAR'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                MOVE SPACES                  TO RECALLIT-REG
                MOVE RCL-CAMPANIA            TO RIT-CAMPANIA
                MOVE T-AUT-PATENTE (IND-A)   TO RIT-PATENTE
                MOVE RCL-SEVERIDAD           TO RIT-SEVERIDAD
                MOVE RCL-FECHA-LIMITE        TO RIT-FECHA-LIMITE
                MOVE 'P'                     TO RIT-ESTADO
                MOVE FECHA-HOY               TO RIT-FECHA-ALTA
                MOVE ZERO                    TO RIT-FECHA-CIERRE
                MOVE RCL-DESC                TO RIT-DESC
                ADD 1 TO WS-CANT-ITEMS
                MOVE RECALLIT-REG TO T-IT-REG (WS-CANT-ITEMS)
                ADD 1 TO WS-CANT-NUEVOS
            END-IF.

       341-COMPARAR-ITEM.
            MOVE T-IT-REG (IND-I) TO RECALLIT-REG.
            IF RIT-CAMPANIA = RCL-CAMPANIA
               AND RIT-PATENTE = T-AUT-PATENTE (IND-A)
                SET WS-ITEM-ENCONTRADO TO TRUE
            END-IF.

       800-GRABAR-ITEMS.
            OPEN OUTPUT RECALLIT.
            MOVE FS-RECALLIT    TO WS-FS.
            MOVE "RECALLIT"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 810-GRABAR-ITEM
                    VARYING IND-I FROM 1 BY 1
                    UNTIL IND-I > WS-CANT-ITEMS.

            CLOSE RECALLIT.

       810-GRABAR-ITEM.
            MOVE T-IT-REG (IND-I) TO RECALLIT-REG.
            WRITE RECALLIT-REG.
            MOVE FS-RECALLIT    TO WS-FS.
            MOVE "RECALLIT"     TO WS-FS-NOMBRE.
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

       999-CANCELAR-PROGRAMA.
           CLOSE RECALLS.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
