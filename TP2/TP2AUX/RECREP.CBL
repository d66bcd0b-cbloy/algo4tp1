       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PENDIENTES DE RECALL POR UNIDAD (VER RECALLS.CBL), SOLO        *
      * LECTURA: SE LISTAN LOS QUE SIGUEN PENDIENTES.                  *
        SELECT RECALLIT ASSIGN TO "..\RECALLIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECALLIT.

      * MISMO AUTOS.TXT QUE TP.CBL/MANTAUTO.CBL, SOLO LECTURA: AGENCIA *
      * DE RADICACION DE CADA UNIDAD.                                  *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * RECALLS ABIERTOS POR AGENCIA, CON LOS DIAS QUE FALTAN PARA EL  *
      * LIMITE DE LA MARCA (NEGATIVO = LIMITE YA PASADO).  LOS DE      *
      * SEVERIDAD ALTA VENCIDOS YA REBOTAN EN EL MERGE (MOTIVO 27).    *
        SELECT RECREP ASSIGN TO "..\RECREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECREP.

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

       FD  RECREP.
       01  RECREP-REG                           PIC X(110).

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

       01  FS-RECALLIT                          PIC X(02).
           88  FS-RECALLIT-OK                   VALUE '00'.
           88  FS-RECALLIT-FIN                  VALUE '10'.
           88  FS-RECALLIT-NO-EXIST             VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-RECREP                            PIC X(02).
           88  FS-RECREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * AGENCIA DE CADA PATENTE (AUTOS.TXT).                           *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  TABLA-AUT                OCCURS 300 TIMES.
               09  T-AUT-PATENTE        PIC X(07).
               09  T-AUT-AGENCIA        PIC 9(02).
       01  IND-A                                PIC 9(03).

      * PENDIENTES ABIERTOS EN MEMORIA, CON LA AGENCIA DE LA UNIDAD Y  *
      * LOS DIAS AL LIMITE YA CALCULADOS.                              *
       01  WS-CANT-ITEMS                        PIC 9(04) VALUE ZERO.
       01  TABLA-ITEMS.
           05  TABLA-IT                 OCCURS 1000 TIMES.
               09  T-IT-AGENCIA                 PIC 9(02).
               09  T-IT-DIAS                    PIC S9(03).
               09  T-IT-REG                     PIC X(80).
       01  IND-I                                PIC 9(04).

       01  IND-AG                               PIC 9(03).
       01  WS-CANT-AGENCIA                      PIC 9(04).
       01  WS-CANT-VENCIDOS                     PIC 9(04) VALUE ZERO.
       01  WS-CANT-VENC-AGENCIA                 PIC 9(04).

      * DIAS ENTRE HOY Y EL LIMITE, CONTADOS DE A UN DIA (TOPE 999).   *
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
       01  WS-FECHA-HASTA                       PIC 9(08).
       01  WS-DIAS-ENTRE                        PIC 9(03).

       01  WS-AGENCIA-IMPR                      PIC Z9.
       01  WS-DIAS-IMPR                         PIC ---9.
       01  WS-CANT-IMPR                         PIC ZZZ9.
       01  WS-VENC-IMPR                         PIC ZZZ9.
       01  WS-DESC-SEVERIDAD                    PIC X(05).
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO RECREP'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 300-LISTAR-AGENCIA
                VARYING IND-AG FROM 0 BY 1 UNTIL IND-AG > 99.
        PERFORM 400-TOTALES.
        PERFORM 998-FIN.

        DISPLAY 'FIN RECREP - RECALLS ABIERTOS: ' WS-CANT-ITEMS.
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

            OPEN INPUT RECALLIT.
            IF FS-RECALLIT-NO-EXIST
                DISPLAY 'SIN RECALLIT.TXT -- NO HAY RECALLS ABIERTOS'
                STOP RUN
            END-IF.
            MOVE FS-RECALLIT    TO WS-FS.
            MOVE "RECALLIT"     TO WS-FS-NOMBRE.
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

            PERFORM 130-LEER-ITEM.
            PERFORM 140-CARGAR-ITEM
                    UNTIL FS-RECALLIT-FIN OR WS-CANT-ITEMS >= 1000.
            CLOSE RECALLIT.

            OPEN OUTPUT RECREP.
            MOVE FS-RECREP      TO WS-FS.
            MOVE "RECREP"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'RECALLS ABIERTOS POR AGENCIA AL ' FECHA-HOY
                   '  (DIAS = DIAS AL LIMITE DE LA MARCA)'
                DELIMITED BY SIZE INTO LINEA.
            WRITE RECREP-REG FROM LINEA.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO T-AUT-PATENTE (WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO T-AUT-AGENCIA (WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

       130-LEER-ITEM.
            READ RECALLIT AT END SET FS-RECALLIT-FIN TO TRUE.

            IF NOT FS-RECALLIT-OK AND NOT FS-RECALLIT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECALLIT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SOLO LOS PENDIENTES.  UNA PATENTE QUE YA NO ESTA EN EL PADRON  *
      * (VENDIDA) QUEDA EN LA AGENCIA 0.                               *
       140-CARGAR-ITEM.
            IF RIT-ESTADO = 'P'
                ADD 1 TO WS-CANT-ITEMS
                MOVE RECALLIT-REG TO T-IT-REG (WS-CANT-ITEMS)
                MOVE ZERO TO T-IT-AGENCIA (WS-CANT-ITEMS)
                PERFORM 150-BUSCAR-AGENCIA
                        VARYING IND-A FROM 1 BY 1
                        UNTIL IND-A > WS-CANT-AUTOS
                PERFORM 160-CALCULAR-DIAS
            END-IF.
            PERFORM 130-LEER-ITEM.

       150-BUSCAR-AGENCIA.
            IF T-AUT-PATENTE (IND-A) = RIT-PATENTE
                MOVE T-AUT-AGENCIA (IND-A)
                    TO T-IT-AGENCIA (WS-CANT-ITEMS)
            END-IF.

       160-CALCULAR-DIAS.
            IF RIT-FECHA-LIMITE < FECHA-HOY
                MOVE RIT-FECHA-LIMITE TO WS-FECHA-CALC-N
                MOVE FECHA-HOY        TO WS-FECHA-HASTA
                PERFORM 170-CONTAR-DIAS-ENTRE
                COMPUTE T-IT-DIAS (WS-CANT-ITEMS) = 0 - WS-DIAS-ENTRE
            ELSE
                MOVE FECHA-HOY        TO WS-FECHA-CALC-N
                MOVE RIT-FECHA-LIMITE TO WS-FECHA-HASTA
                PERFORM 170-CONTAR-DIAS-ENTRE
                MOVE WS-DIAS-ENTRE TO T-IT-DIAS (WS-CANT-ITEMS)
            END-IF.

       170-CONTAR-DIAS-ENTRE.
            MOVE ZERO TO WS-DIAS-ENTRE.
            PERFORM 180-CONTAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N NOT < WS-FECHA-HASTA
                    OR WS-DIAS-ENTRE = 999.

       180-CONTAR-UN-DIA.
            PERFORM 560-SUMAR-UN-DIA.
            ADD 1 TO WS-DIAS-ENTRE.

      * UNA AGENCIA: SUS PENDIENTES EN EL ORDEN DEL ARCHIVO Y UN       *
      * SUBTOTAL.  LAS AGENCIAS SIN PENDIENTES NO SE LISTAN.           *
       300-LISTAR-AGENCIA.
            MOVE ZERO TO WS-CANT-AGENCIA.
            MOVE ZERO TO WS-CANT-VENC-AGENCIA.
            PERFORM 310-LISTAR-ITEM
                    VARYING IND-I FROM 1 BY 1
                    UNTIL IND-I > WS-CANT-ITEMS.
            IF WS-CANT-AGENCIA > ZERO
                MOVE WS-CANT-AGENCIA TO WS-CANT-IMPR
                MOVE WS-CANT-VENC-AGENCIA TO WS-VENC-IMPR
                MOVE SPACES TO LINEA
                STRING '    Abiertos: ' WS-CANT-IMPR
                       '  Con limite pasado: ' WS-VENC-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE RECREP-REG FROM LINEA
            END-IF.

       310-LISTAR-ITEM.
            IF T-IT-AGENCIA (IND-I) = IND-AG
                IF WS-CANT-AGENCIA = ZERO
                    MOVE IND-AG TO WS-AGENCIA-IMPR
                    MOVE SPACES TO LINEA
                    WRITE RECREP-REG FROM LINEA
                    STRING 'AGENCIA ' WS-AGENCIA-IMPR
                        DELIMITED BY SIZE INTO LINEA
                    WRITE RECREP-REG FROM LINEA
                END-IF
                ADD 1 TO WS-CANT-AGENCIA
                MOVE T-IT-REG (IND-I) TO RECALLIT-REG
                IF T-IT-DIAS (IND-I) < ZERO
                    ADD 1 TO WS-CANT-VENC-AGENCIA
                    ADD 1 TO WS-CANT-VENCIDOS
                END-IF
                EVALUATE RIT-SEVERIDAD
                    WHEN 'A'
                        MOVE 'ALTA ' TO WS-DESC-SEVERIDAD
                    WHEN 'M'
                        MOVE 'MEDIA' TO WS-DESC-SEVERIDAD
                    WHEN OTHER
                        MOVE 'BAJA ' TO WS-DESC-SEVERIDAD
                END-EVALUATE
                MOVE T-IT-DIAS (IND-I) TO WS-DIAS-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' RIT-PATENTE
                       '  ' RIT-CAMPANIA
                       '  ' WS-DESC-SEVERIDAD
                       '  Limite ' RIT-FECHA-LIMITE
                       '  Dias ' WS-DIAS-IMPR
                       '  ' RIT-DESC
                    DELIMITED BY SIZE INTO LINEA
                WRITE RECREP-REG FROM LINEA
            END-IF.

       400-TOTALES.
            MOVE SPACES TO LINEA.
            WRITE RECREP-REG FROM LINEA.
            MOVE WS-CANT-ITEMS TO WS-CANT-IMPR.
            MOVE WS-CANT-VENCIDOS TO WS-VENC-IMPR.
            STRING 'TOTAL RECALLS ABIERTOS: ' WS-CANT-IMPR
                   '  CON LIMITE PASADO: ' WS-VENC-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE RECREP-REG FROM LINEA.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE DEVOLUC).     *
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
            CLOSE RECREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
