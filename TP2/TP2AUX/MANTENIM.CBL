                FILE STATUS IS FS-AUTOS.

      * COLA DEL TALLER: UNA LINEA POR SERVICE REALIZADO (PATENTE,      *
      * FECHA, TRABAJO Y COSTO) -- EL TALLER REGISTRA ACA EN VEZ DE     *
      * EDITAR AUTOS.TXT A MANO.                                        *
        SELECT TALLER ASSIGN TO "..\TALLER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TALLER.

      * HISTORIAL DE SERVICES, ACUMULADO ENTRE CORRIDAS (COMO           *
      * ANULLOG.TXT): PATENTE, FECHA, TRABAJO, USO AL MOMENTO Y COSTO   *
      * (LO LEE PYGAUTO.CBL PARA LA RENTABILIDAD POR UNIDAD).           *
        SELECT SERVHIST ASSIGN TO "..\SERVHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SERVHIST.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANTPLAN.

      * ORDENES DE TRABAJO DE ORDTALL.CBL, SOLO LECTURA: UN AUTO CON   *
      * ORDEN ABIERTA SIGUE EN EL TALLER AUNQUE LLEGUE UN SERVICE.     *
        SELECT ORDTALL ASSIGN TO "..\ORDTALL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDTALL.

      * USO FUERA DE ALQUILER DE CADA UNIDAD SEGUN EL GPS (LO ARMA     *
      * TELEMAT.CBL), SOLO LECTURA: LOS DIAS QUE EL AUTO SE MOVIO SIN  *
      * ALQUILER SE SUMAN A LOS DIAS ALQUILADOS COMO USO PARA EL       *
      * INTERVALO DE SERVICE.  SIN EL ARCHIVO EL USO ES SOLO EL DE     *
      * ALQUILER.                                                      *
        SELECT TELEUSO ASSIGN TO "..\TELEUSO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEUSO.

      * PENDIENTES DE RECALL POR UNIDAD (VER RECALLS.CBL): UN SERVICE  *
      * DEL TALLER QUE TRAE CODIGO DE CAMPANIA CIERRA EL PENDIENTE DE  *
      * ESA CAMPANIA PARA LA PATENTE.  SE CARGA ENTERO Y SE REESCRIBE  *
      * SOLO SI SE CERRO ALGUNO.                                       *
        SELECT RECALLIT ASSIGN TO "..\RECALLIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECALLIT.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): MIENTRAS    *
      * EXISTA, EL MAESTRO ESTA EN USO POR EL BATCH.                    *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOLOCK.

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

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
       01  AUT-REG.
           05  TAL-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  TAL-TRABAJO                      PIC X(30).
      * COSTO DEL SERVICE; EN BLANCO EN LAS LINEAS DEL FORMATO VIEJO.  *
           05  FILLER                           PIC X(01).
           05  TAL-COSTO                        PIC 9(07)V99.
      * CAMPANIA DE RECALL QUE CUMPLE EL TRABAJO (VER RECALLS.CBL); EN *
      * BLANCO SI EL SERVICE NO ES DE UN RECALL.                       *
           05  FILLER                           PIC X(01).
           05  TAL-CAMPANIA                     PIC X(10).

       FD  SERVHIST.
       01  SERVHIST-REG.
           05  SRV-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  SRV-USO-AL-SERVICE               PIC 9(06).
           05  FILLER                           PIC X(01).
           05  SRV-COSTO                        PIC 9(07)V99.

       FD  MANTPLAN.
       01  MANTPLAN-REG                         PIC X(100).

      * SOLO EL FRENTE DEL ORDTALL-REG DE ORDTALL.CBL.                  *
       FD  ORDTALL.
       01  ORDTALL-REG.
           05  ORD-NRO                          PIC 9(06).
           05  FILLER                           PIC X(01).
           05  ORD-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  ORD-ESTADO                       PIC X.

      * SOLO EL FRENTE DEL TELEUSO-REG DE TELEMAT.CBL.                 *
       FD  TELEUSO.
       01  TELEUSO-REG.
           05  TLU-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  TLU-DIAS-SIN-ALQ                 PIC 9(06).

      * MISMO ARMADO QUE RECALLIT-REG EN RECALLS.CBL.                  *
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
           05  RIT-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-DESC                         PIC X(30).


       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

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

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
       01  FS-MANTPLAN                          PIC X(02).
           88  FS-MANTPLAN-OK                   VALUE '00'.

       01  FS-ORDTALL                           PIC X(02).
           88  FS-ORDTALL-OK                    VALUE '00'.
           88  FS-ORDTALL-FIN                   VALUE '10'.
           88  FS-ORDTALL-NO-EXIST              VALUE '35'.

       01  FS-TELEUSO                           PIC X(02).
           88  FS-TELEUSO-OK                    VALUE '00'.
           88  FS-TELEUSO-FIN                   VALUE '10'.
           88  FS-TELEUSO-NO-EXIST              VALUE '35'.

       01  FS-RECALLIT                          PIC X(02).
           88  FS-RECALLIT-OK                   VALUE '00'.
           88  FS-RECALLIT-FIN                  VALUE '10'.
           88  FS-RECALLIT-NO-EXIST             VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

      * PATENTES CON ORDEN DE TALLER ABIERTA (UNA POR AUTO).           *
       01  WS-CANT-EN-TALLER                    PIC 9(03) VALUE ZERO.
       01  TABLA-EN-TALLER.
           05  TAL-ABIERTA-PATENTE      PIC X(07) OCCURS 300 TIMES.
       01  IND-T                                PIC 9(03).
       01  WS-EN-TALLER                         PIC X VALUE 'N'.
           88  WS-AUTO-EN-TALLER                VALUE 'S'.

      * DIAS DE USO FUERA DE ALQUILER POR PATENTE (TELEUSO.TXT).       *
       01  WS-CANT-TELEUSO                      PIC 9(03) VALUE ZERO.
       01  TABLA-TELEUSO.
           05  TLU-ENT                  OCCURS 300 TIMES.
               09  TLU-TAB-PATENTE      PIC X(07).
               09  TLU-TAB-DIAS         PIC 9(06).
       01  IND-U                                PIC 9(03).
       01  WS-USO-ACTUAL                        PIC 9(06) VALUE ZERO.

      * PENDIENTES DE RECALL EN MEMORIA (MISMO LIMITE QUE RECALLS.CBL).*
       01  WS-CANT-ITEMS                        PIC 9(04) VALUE ZERO.
       01  TABLA-ITEMS.
           05  TABLA-IT                 OCCURS 1000 TIMES.
               09  T-IT-REG                     PIC X(80).
       01  IND-I                                PIC 9(04).
       01  WS-ENCONTRO-ITEM                     PIC X VALUE 'N'.
           88  WS-ITEM-ENCONTRADO               VALUE 'S'.
       01  WS-CANT-RECALLS                      PIC 9(05) VALUE ZERO.

       01  WS-CANT-SERVICES                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-VENCIDOS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-FUERA                        PIC 9(05) VALUE ZERO.

       PGM.
        DISPLAY 'INICIO MANTENIM'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 055-TOMAR-AUTOLOCK.
        PERFORM 200-APLICAR-SERVICES.
        PERFORM 300-ARMAR-PLAN.
        PERFORM 800-GRABAR-AUTOS.
        PERFORM 850-GRABAR-RECALLS.

        DISPLAY 'FIN MANTENIM - SERVICES APLICADOS: ' WS-CANT-SERVICES.
        DISPLAY '   AUTOS CON SERVICE VENCIDO:      ' WS-CANT-VENCIDOS.
        DISPLAY '   PASADOS A FUERA DE SERVICIO:    ' WS-CANT-FUERA.
        DISPLAY '   RECALLS CUMPLIDOS:              ' WS-CANT-RECALLS.
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
            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN INPUT ORDTALL.
            IF NOT FS-ORDTALL-NO-EXIST
                MOVE FS-ORDTALL TO WS-FS
                MOVE "ORDTALL"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 130-LEER-ORDEN
                PERFORM 140-CARGAR-ORDEN-ABIERTA
                        UNTIL FS-ORDTALL-FIN
                CLOSE ORDTALL
            END-IF.

            OPEN INPUT TELEUSO.
            IF NOT FS-TELEUSO-NO-EXIST
                MOVE FS-TELEUSO TO WS-FS
                MOVE "TELEUSO"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 150-LEER-TELEUSO
                PERFORM 160-CARGAR-TELEUSO
                        UNTIL FS-TELEUSO-FIN OR WS-CANT-TELEUSO >= 300
                CLOSE TELEUSO
            END-IF.

            OPEN INPUT RECALLIT.
            IF NOT FS-RECALLIT-NO-EXIST
                MOVE FS-RECALLIT TO WS-FS
                MOVE "RECALLIT"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 170-LEER-RECALL
                PERFORM 180-CARGAR-RECALL UNTIL FS-RECALLIT-FIN
                CLOSE RECALLIT
            END-IF.

            OPEN OUTPUT MANTPLAN.
            MOVE FS-MANTPLAN    TO WS-FS.
            MOVE "MANTPLAN"     TO WS-FS-NOMBRE.
            MOVE AUT-REG TO TABLA-AUT-REG (WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

       130-LEER-ORDEN.
            READ ORDTALL AT END SET FS-ORDTALL-FIN TO TRUE.

            IF NOT FS-ORDTALL-OK AND NOT FS-ORDTALL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ORDTALL'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       140-CARGAR-ORDEN-ABIERTA.
            IF ORD-ESTADO = 'A' AND WS-CANT-EN-TALLER < 300
                ADD 1 TO WS-CANT-EN-TALLER
                MOVE ORD-PATENTE
                    TO TAL-ABIERTA-PATENTE (WS-CANT-EN-TALLER)
            END-IF.
            PERFORM 130-LEER-ORDEN.

       150-LEER-TELEUSO.
            READ TELEUSO AT END SET FS-TELEUSO-FIN TO TRUE.

            IF NOT FS-TELEUSO-OK AND NOT FS-TELEUSO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TELEUSO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       160-CARGAR-TELEUSO.
            ADD 1 TO WS-CANT-TELEUSO.
            MOVE TLU-PATENTE      TO TLU-TAB-PATENTE (WS-CANT-TELEUSO).
            MOVE TLU-DIAS-SIN-ALQ TO TLU-TAB-DIAS (WS-CANT-TELEUSO).
            PERFORM 150-LEER-TELEUSO.

       170-LEER-RECALL.
            READ RECALLIT AT END SET FS-RECALLIT-FIN TO TRUE.

            IF NOT FS-RECALLIT-OK AND NOT FS-RECALLIT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECALLIT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SI NO ENTRAN TODOS SE CORTA: REESCRIBIR CON LA TABLA LLENA     *
      * PERDERIA LOS PENDIENTES QUE QUEDARON AFUERA.                   *
       180-CARGAR-RECALL.
            IF WS-CANT-ITEMS >= 1000
                DISPLAY 'RECALLIT.TXT SUPERA LOS 1000 PENDIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-ITEMS.
            MOVE RECALLIT-REG TO T-IT-REG (WS-CANT-ITEMS).
            PERFORM 170-LEER-RECALL.

      * APLICA LOS SERVICES QUE EL TALLER DEJO EN TALLER.TXT: ANOTA EL  *
      * RESET DEL CONTADOR (USO-ULT-SERVICIO = USO ACTUAL), VUELVE EL   *
      * AUTO A SERVICIO SI ESTABA FUERA, Y DEJA LA LINEA EN EL          *
            IF WS-AUTO-ENCONTRADO
                SUBTRACT 1 FROM IND-A
                ADD 1 TO WS-CANT-SERVICES
                PERFORM 260-CALCULAR-USO
                MOVE WS-USO-ACTUAL
                    TO T-AUT-USO-ULT-SERVICIO (IND-A)
                PERFORM 250-VERIFICAR-EN-TALLER
                IF T-AUT-ESTADO (IND-A) = 'B'
                   AND NOT WS-AUTO-EN-TALLER
                    MOVE 'A' TO T-AUT-ESTADO (IND-A)
                END-IF
                PERFORM 240-GRABAR-HISTORIAL
                IF TAL-CAMPANIA NOT = SPACES
                    PERFORM 270-CERRAR-RECALL
                END-IF
            ELSE
                DISPLAY 'SERVICE PARA PATENTE DESCONOCIDA: '
                        TAL-PATENTE
            MOVE TAL-PATENTE            TO SRV-PATENTE.
            MOVE TAL-FECHA              TO SRV-FECHA.
            MOVE TAL-TRABAJO            TO SRV-TRABAJO.
            MOVE WS-USO-ACTUAL          TO SRV-USO-AL-SERVICE.
            IF TAL-COSTO IS NUMERIC
                MOVE TAL-COSTO          TO SRV-COSTO
            ELSE
                MOVE ZERO               TO SRV-COSTO
            END-IF.
            WRITE SERVHIST-REG.
            MOVE FS-SERVHIST    TO WS-FS.
            MOVE "SERVHIST"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * UN AUTO CON ORDEN DE TALLER ABIERTA QUEDA FUERA DE SERVICIO    *
      * HASTA QUE ORDTALL.CBL LA CIERRE.                               *
       250-VERIFICAR-EN-TALLER.
            MOVE 'N' TO WS-EN-TALLER.
            PERFORM 251-COMPARAR-EN-TALLER
                    VARYING IND-T FROM 1 BY 1
                    UNTIL IND-T > WS-CANT-EN-TALLER
                    OR WS-AUTO-EN-TALLER.

       251-COMPARAR-EN-TALLER.
            IF TAL-ABIERTA-PATENTE (IND-T) = T-AUT-PATENTE (IND-A)
                SET WS-AUTO-EN-TALLER TO TRUE
            END-IF.

      * USO ACTUAL DE LA UNIDAD: DIAS ALQUILADOS MAS LOS DIAS QUE EL   *
      * GPS LA VIO MOVERSE SIN ALQUILER.                               *
       260-CALCULAR-USO.
            MOVE T-AUT-DIAS-USO (IND-A) TO WS-USO-ACTUAL.
            PERFORM 261-SUMAR-TELEUSO
                    VARYING IND-U FROM 1 BY 1
                    UNTIL IND-U > WS-CANT-TELEUSO.

       261-SUMAR-TELEUSO.
            IF TLU-TAB-PATENTE (IND-U) = T-AUT-PATENTE (IND-A)
                ADD TLU-TAB-DIAS (IND-U) TO WS-USO-ACTUAL
            END-IF.

      * SERVICE DE RECALL: CIERRA EL PENDIENTE DE LA CAMPANIA PARA LA  *
      * PATENTE CON LA FECHA DEL SERVICE.  SIN PENDIENTE ABIERTO SOLO  *
      * SE AVISA (EL SERVICE IGUAL QUEDA EN EL HISTORIAL).             *
       270-CERRAR-RECALL.
            MOVE 'N' TO WS-ENCONTRO-ITEM.
            PERFORM 271-COMPARAR-RECALL
                    VARYING IND-I FROM 1 BY 1
                    UNTIL IND-I > WS-CANT-ITEMS
                    OR WS-ITEM-ENCONTRADO.

            IF WS-ITEM-ENCONTRADO
                SUBTRACT 1 FROM IND-I
                MOVE 'C'        TO RIT-ESTADO
                MOVE TAL-FECHA  TO RIT-FECHA-CIERRE
                MOVE RECALLIT-REG TO T-IT-REG (IND-I)
                ADD 1 TO WS-CANT-RECALLS
            ELSE
                DISPLAY 'SERVICE DE RECALL SIN PENDIENTE ABIERTO: '
                        TAL-PATENTE ' CAMPANIA ' TAL-CAMPANIA
            END-IF.

       271-COMPARAR-RECALL.
            MOVE T-IT-REG (IND-I) TO RECALLIT-REG.
            IF RIT-CAMPANIA = TAL-CAMPANIA
               AND RIT-PATENTE = TAL-PATENTE
               AND RIT-ESTADO = 'P'
                SET WS-ITEM-ENCONTRADO TO TRUE
            END-IF.

      * PLAN DE MANTENIMIENTO: AUTOS CON INTERVALO CARGADO CUYO USO     *
      * DESDE EL ULTIMO SERVICE ALCANZO EL INTERVALO (VENCIDO) O EL     *
      * DOBLE DEL INTERVALO (LIMITE DURO: PASA A FUERA DE SERVICIO).    *

       310-REVISAR-AUTO.
            IF T-AUT-INTERVALO-SERVICIO (IND-A) > ZERO
                PERFORM 260-CALCULAR-USO
                COMPUTE WS-USO-DESDE-SERVICE =
                    WS-USO-ACTUAL
                    - T-AUT-USO-ULT-SERVICIO (IND-A)
                COMPUTE WS-LIMITE-DURO =
                    2 * T-AUT-INTERVALO-SERVICIO (IND-A)
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       850-GRABAR-RECALLS.
            IF WS-CANT-RECALLS > ZERO
                OPEN OUTPUT RECALLIT
                MOVE FS-RECALLIT TO WS-FS
                MOVE "RECALLIT"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 860-GRABAR-RECALL
                        VARYING IND-I FROM 1 BY 1
                        UNTIL IND-I > WS-CANT-ITEMS
                CLOSE RECALLIT
            END-IF.

       860-GRABAR-RECALL.
            MOVE T-IT-REG (IND-I) TO RECALLIT-REG.
            WRITE RECALLIT-REG.
            MOVE FS-RECALLIT    TO WS-FS.
            MOVE "RECALLIT"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.


      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE      *
      * CORTA ACA.  DESPUES DE UN ABEND EL LOCK QUEDA A PROPOSITO --    *
