       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGSEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SEGUIMIENTO DE LAS PATENTES SUGERIDAS EN LOS RECHAZOS (MOTIVOS *
      * 1 Y 2, VER RECH-PATENTE-SUGERIDA EN TP.CBL): UNA LINEA POR DIA *
      * RECHAZADO CON SUGERENCIA.  SE RECORRE EN ORDEN Y SE REGRABA    *
      * ENTERO EN SUGNVO.TXT; AL TERMINAR SE PROMUEVE A SUGSEG.TXT.    *
        SELECT SUGSEG ASSIGN TO "..\SUGSEG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SUGSEG.

        SELECT SUGNVO ASSIGN TO "..\SUGNVO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SUGNVO.

      * APROBADOS DEL DIA QUE DEJO EL LOTE (VER ALQ-ACT EN TP.CBL).    *
        SELECT ALQ-ACT ASSIGN TO "..\ALQACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQ-ACT.

      * RECHAZOS DEL DIA (VER RECH EN TP.CBL), CON LA SUGERENCIA QUE   *
      * SALIO A LA AGENCIA EN SU RETAGNN.                              *
        SELECT RECHAZOS ASSIGN TO "..\RECHAZOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECHAZOS.

      * MARCA Y TAMANIO DE CADA UNIDAD, PARA SABER CON QUE REGLA DE    *
      * 5200-BUSCAR-SUSTITUTO SALIO LA SUGERENCIA.                     *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

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

      * ESTADO: 'P' PENDIENTE, 'A' ACEPTADA (EL MISMO DOCUMENTO QUEDO  *
      * CON LA PATENTE SUGERIDA PARA LA MISMA FECHA), 'N' NO ACEPTADA  *
      * (LA FECHA PASO SIN ESO).  REGLA: 'M' SUSTITUTO DE LA MISMA     *
      * MARCA, 'T' SUSTITUTO DE OTRA MARCA DEL MISMO TAMANIO, 'S'      *
      * PATENTE PARECIDA A UNA INEXISTENTE (MOTIVO 2).                 *
       FD  SUGSEG.
       01  SUGSEG-REG.
           05  SUG-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SUG-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-TIPO-DOC                     PIC X.
           05  SUG-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  SUG-MOTIVO                       PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SUG-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE                      PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  SUG-PATENTE-SUGERIDA             PIC X(07).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE-SUGERIDO             PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  SUG-REGLA                        PIC X.
           05  FILLER                           PIC X(01).
           05  SUG-ESTADO                       PIC X.
               88  SUG-PENDIENTE                VALUE 'P'.
           05  FILLER                           PIC X(01).
           05  SUG-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE-APROBADO             PIC 9(04)V99.

       FD  SUGNVO.
       01  SUGNVO-REG                           PIC X(95).

      * SOLO EL FRENTE DEL ALQ-ACT-REG DE TP.CBL.                      *
       FD  ALQ-ACT.
       01  ALQ-ACT-REG.
           03  ALQ-ACT-CLAVE.
               05  ALQ-ACT-PATENTE              PIC X(07).
               05  ALQ-ACT-FECHA                PIC 9(08).
           03  ALQ-ACT-TIPO-DOC                 PIC X.
           03  ALQ-ACT-NRO-DOC                  PIC X(20).
           03  ALQ-ACT-IMPORTE                  PIC 9(04)V99.
           03  ALQ-ACT-CHOFER                   PIC X(07).
           03  ALQ-ACT-ESTADO                   PIC X.
           03  ALQ-ACT-AGENCIA                  PIC 9(02).
           03  ALQ-ACT-ANULADO                  PIC X.
               88  ALQ-ACT-ESTA-ANULADO         VALUE 'S'.

      * MISMO ARMADO QUE RECH-REG EN TP.CBL.                           *
       FD  RECHAZOS.
       01  RECH-REG.
           05  RECH-CLAVE.
               10  RECH-PATENTE                 PIC X(07).
               10  RECH-FECHA                   PIC 9(08).
           05  RECH-TIPO-DOC                    PIC X.
           05  RECH-NRO-DOC                     PIC X(20).
           05  RECH-MOTIVO                      PIC 9(02).
           05  RECH-AGENCIA                     PIC 9(02).
           05  RECH-IMPORTE                     PIC 9(4)V99.
           05  RECH-AGENCIA-COLISION            PIC 9(02).
           05  RECH-PATENTE-SUGERIDA            PIC X(07).
           05  RECH-DESC-BLOQUEO                PIC X(30).
           05  RECH-IMPORTE-SUGERIDO            PIC 9(4)V99.

      * SOLO EL FRENTE DEL AUT-REG (VER ASIGTAM.CBL).                  *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.

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

       01  FS-SUGSEG                            PIC X(02).
           88  FS-SUGSEG-OK                     VALUE '00'.
           88  FS-SUGSEG-FIN                    VALUE '10'.
           88  FS-SUGSEG-NO-EXIST               VALUE '35'.

       01  FS-SUGNVO                            PIC X(02).
           88  FS-SUGNVO-OK                     VALUE '00'.

       01  FS-ALQ-ACT                           PIC X(02).
           88  FS-ALQ-ACT-OK                    VALUE '00'.
           88  FS-ALQ-ACT-FIN                   VALUE '10'.
           88  FS-ALQ-ACT-NO-EXIST              VALUE '35'.

       01  FS-RECHAZOS                          PIC X(02).
           88  FS-RECHAZOS-OK                   VALUE '00'.
           88  FS-RECHAZOS-FIN                  VALUE '10'.
           88  FS-RECHAZOS-NO-EXIST             VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-AUTOS-NO-EXIST                VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-COMANDO-STG                       PIC X(60).

      * SI EL SEGUIMIENTO YA TIENE ALTAS DE HOY (PASO REINVOCADO POR   *
      * LA CADENA) NO SE VUELVEN A AGREGAR LOS RECHAZOS DEL DIA.       *
       01  WS-HOY-YA-CARGADO                    PIC X VALUE 'N'.
           88  HOY-YA-CARGADO                   VALUE 'S'.

       01  WS-CANT-ALQ                          PIC 9(04) VALUE ZERO.
       01  TABLA-ALQ.
           05  ALQ-TAB                  OCCURS 2000 TIMES.
               09  ALQ-TAB-PATENTE      PIC X(07).
               09  ALQ-TAB-FECHA        PIC 9(08).
               09  ALQ-TAB-TIPO-DOC     PIC X.
               09  ALQ-TAB-NRO-DOC      PIC X(20).
               09  ALQ-TAB-IMPORTE      PIC 9(04)V99.
       01  IND-ALQ                              PIC 9(04).
       01  WS-ALQ-HALLADO                       PIC 9(04).

       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  AUT-TAB                  OCCURS 300 TIMES.
               09  AUT-TAB-PATENTE      PIC X(07).
               09  AUT-TAB-MARCA        PIC X(20).
       01  IND-AUT                              PIC 9(03).
       01  WS-MARCA-PEDIDA                      PIC X(20).
       01  WS-MARCA-SUGERIDA                    PIC X(20).

       01  WS-CANT-LEIDAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-ALTAS                        PIC 9(05) VALUE ZERO.
       01  WS-CANT-ACEPTADAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-NO-ACEPTADAS                 PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO SUGSEG'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-SEGUIMIENTO.
        IF NOT HOY-YA-CARGADO
            PERFORM 400-AGREGAR-RECHAZOS
        END-IF.
        PERFORM 998-FIN.
        PERFORM 600-PROMOVER.

        DISPLAY 'FIN SUGSEG'.
        DISPLAY '  SUGERENCIAS EN SEGUIMIENTO: ' WS-CANT-LEIDAS.
        DISPLAY '  ACEPTADAS HOY:              ' WS-CANT-ACEPTADAS.
        DISPLAY '  NO ACEPTADAS (FECHA PASO):  ' WS-CANT-NO-ACEPTADAS.
        DISPLAY '  NUEVAS DEL DIA:             ' WS-CANT-ALTAS.
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

            OPEN OUTPUT SUGNVO.
            MOVE FS-SUGNVO      TO WS-FS.
            MOVE "SUGNVO"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-CARGAR-AUTOS.
            PERFORM 120-CARGAR-APROBADOS.

       110-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            IF NOT FS-AUTOS-NO-EXIST
                PERFORM 111-LEER-AUTO
                PERFORM 112-CARGAR-AUTO
                        UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300
                CLOSE AUTOS
            END-IF.

       111-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       112-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO AUT-TAB-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-MARCA   TO AUT-TAB-MARCA(WS-CANT-AUTOS).
            PERFORM 111-LEER-AUTO.

       120-CARGAR-APROBADOS.
            OPEN INPUT ALQ-ACT.
            IF NOT FS-ALQ-ACT-NO-EXIST
                PERFORM 121-LEER-APROBADO
                PERFORM 122-CARGAR-APROBADO
                        UNTIL FS-ALQ-ACT-FIN OR WS-CANT-ALQ >= 2000
                CLOSE ALQ-ACT
            END-IF.

       121-LEER-APROBADO.
            READ ALQ-ACT AT END SET FS-ALQ-ACT-FIN TO TRUE.

            IF NOT FS-ALQ-ACT-OK AND NOT FS-ALQ-ACT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQACT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-APROBADO.
            IF NOT ALQ-ACT-ESTA-ANULADO
                ADD 1 TO WS-CANT-ALQ
                MOVE ALQ-ACT-PATENTE  TO ALQ-TAB-PATENTE(WS-CANT-ALQ)
                MOVE ALQ-ACT-FECHA    TO ALQ-TAB-FECHA(WS-CANT-ALQ)
                MOVE ALQ-ACT-TIPO-DOC TO ALQ-TAB-TIPO-DOC(WS-CANT-ALQ)
                MOVE ALQ-ACT-NRO-DOC  TO ALQ-TAB-NRO-DOC(WS-CANT-ALQ)
                MOVE ALQ-ACT-IMPORTE  TO ALQ-TAB-IMPORTE(WS-CANT-ALQ)
            END-IF.
            PERFORM 121-LEER-APROBADO.

      * SIN SEGUIMIENTO PREVIO (PRIMERA CORRIDA) SOLO SE AGREGAN LOS   *
      * RECHAZOS DEL DIA.                                              *
       200-BARRER-SEGUIMIENTO.
            OPEN INPUT SUGSEG.
            IF NOT FS-SUGSEG-NO-EXIST
                MOVE FS-SUGSEG      TO WS-FS
                MOVE "SUGSEG"       TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-SUGERENCIA
                PERFORM 300-REVISAR-SUGERENCIA UNTIL FS-SUGSEG-FIN
                CLOSE SUGSEG
            END-IF.

       210-LEER-SUGERENCIA.
            READ SUGSEG AT END SET FS-SUGSEG-FIN TO TRUE.

            IF NOT FS-SUGSEG-OK AND NOT FS-SUGSEG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SUGSEG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * ACEPTADA SI HOY SE APROBO LA PATENTE SUGERIDA PARA LA MISMA    *
      * FECHA AL MISMO DOCUMENTO; NO ACEPTADA SI LA FECHA YA PASO.     *
       300-REVISAR-SUGERENCIA.
            ADD 1 TO WS-CANT-LEIDAS.
            IF SUG-FECHA-ALTA = FECHA-HOY
                MOVE 'S' TO WS-HOY-YA-CARGADO
            END-IF.

            IF SUG-PENDIENTE
                MOVE ZERO TO WS-ALQ-HALLADO
                PERFORM 310-COMPARAR-APROBADO
                        VARYING IND-ALQ FROM 1 BY 1
                        UNTIL IND-ALQ > WS-CANT-ALQ
                        OR WS-ALQ-HALLADO > ZERO
                IF WS-ALQ-HALLADO > ZERO
                    MOVE 'A' TO SUG-ESTADO
                    MOVE FECHA-HOY TO SUG-FECHA-CIERRE
                    MOVE ALQ-TAB-IMPORTE(WS-ALQ-HALLADO)
                        TO SUG-IMPORTE-APROBADO
                    ADD 1 TO WS-CANT-ACEPTADAS
                ELSE
                    IF SUG-FECHA < FECHA-HOY
                        MOVE 'N' TO SUG-ESTADO
                        MOVE FECHA-HOY TO SUG-FECHA-CIERRE
                        ADD 1 TO WS-CANT-NO-ACEPTADAS
                    END-IF
                END-IF
            END-IF.

            PERFORM 500-GRABAR-SUGERENCIA.
            PERFORM 210-LEER-SUGERENCIA.

       310-COMPARAR-APROBADO.
            IF ALQ-TAB-PATENTE(IND-ALQ) = SUG-PATENTE-SUGERIDA
               AND ALQ-TAB-FECHA(IND-ALQ) = SUG-FECHA
               AND ALQ-TAB-TIPO-DOC(IND-ALQ) = SUG-TIPO-DOC
               AND ALQ-TAB-NRO-DOC(IND-ALQ) = SUG-NRO-DOC
                MOVE IND-ALQ TO WS-ALQ-HALLADO
            END-IF.

       400-AGREGAR-RECHAZOS.
            OPEN INPUT RECHAZOS.
            IF NOT FS-RECHAZOS-NO-EXIST
                PERFORM 410-LEER-RECHAZO
                PERFORM 420-REVISAR-RECHAZO UNTIL FS-RECHAZOS-FIN
                CLOSE RECHAZOS
            END-IF.

       410-LEER-RECHAZO.
            READ RECHAZOS AT END SET FS-RECHAZOS-FIN TO TRUE.

            IF NOT FS-RECHAZOS-OK AND NOT FS-RECHAZOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECHAZOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       420-REVISAR-RECHAZO.
            IF RECH-MOTIVO IS NUMERIC
               AND (RECH-MOTIVO = 1 OR RECH-MOTIVO = 2)
               AND RECH-PATENTE-SUGERIDA NOT = SPACES
                PERFORM 430-ALTA-SUGERENCIA
            END-IF.
            PERFORM 410-LEER-RECHAZO.

       430-ALTA-SUGERENCIA.
            MOVE SPACES TO SUGSEG-REG.
            MOVE FECHA-HOY             TO SUG-FECHA-ALTA.
            MOVE RECH-PATENTE          TO SUG-PATENTE.
            MOVE RECH-FECHA            TO SUG-FECHA.
            MOVE RECH-TIPO-DOC         TO SUG-TIPO-DOC.
            MOVE RECH-NRO-DOC          TO SUG-NRO-DOC.
            MOVE RECH-MOTIVO           TO SUG-MOTIVO.
            MOVE RECH-AGENCIA          TO SUG-AGENCIA.
            MOVE RECH-IMPORTE          TO SUG-IMPORTE.
            MOVE RECH-PATENTE-SUGERIDA TO SUG-PATENTE-SUGERIDA.
            IF RECH-IMPORTE-SUGERIDO IS NUMERIC
                MOVE RECH-IMPORTE-SUGERIDO TO SUG-IMPORTE-SUGERIDO
            ELSE
                MOVE ZERO TO SUG-IMPORTE-SUGERIDO
            END-IF.
            PERFORM 440-DETER-REGLA.
            MOVE 'P'                   TO SUG-ESTADO.
            MOVE ZERO                  TO SUG-FECHA-CIERRE.
            MOVE ZERO                  TO SUG-IMPORTE-APROBADO.
            ADD 1 TO WS-CANT-ALTAS.
            PERFORM 500-GRABAR-SUGERENCIA.

      * 5200-BUSCAR-SUSTITUTO PRUEBA PRIMERO LA MISMA MARCA Y DESPUES  *
      * CUALQUIER MARCA DEL MISMO TAMANIO: SI LAS MARCAS COINCIDEN     *
      * SALIO DE LA PRIMERA PASADA.                                    *
       440-DETER-REGLA.
            IF RECH-MOTIVO = 2
                MOVE 'S' TO SUG-REGLA
            ELSE
                MOVE SPACES TO WS-MARCA-PEDIDA WS-MARCA-SUGERIDA
                PERFORM 441-BUSCAR-MARCAS
                        VARYING IND-AUT FROM 1 BY 1
                        UNTIL IND-AUT > WS-CANT-AUTOS
                IF WS-MARCA-PEDIDA NOT = SPACES
                   AND WS-MARCA-PEDIDA = WS-MARCA-SUGERIDA
                    MOVE 'M' TO SUG-REGLA
                ELSE
                    MOVE 'T' TO SUG-REGLA
                END-IF
            END-IF.

       441-BUSCAR-MARCAS.
            IF AUT-TAB-PATENTE(IND-AUT) = RECH-PATENTE
                MOVE AUT-TAB-MARCA(IND-AUT) TO WS-MARCA-PEDIDA
            END-IF.
            IF AUT-TAB-PATENTE(IND-AUT) = RECH-PATENTE-SUGERIDA
                MOVE AUT-TAB-MARCA(IND-AUT) TO WS-MARCA-SUGERIDA
            END-IF.

       500-GRABAR-SUGERENCIA.
            WRITE SUGNVO-REG FROM SUGSEG-REG.
            MOVE FS-SUGNVO      TO WS-FS.
            MOVE "SUGNVO"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * EL SEGUIMIENTO REGRABADO REEMPLAZA AL ANTERIOR (MISMA          *
      * PROMOCION POR COPY QUE COTCONV.CBL).                           *
       600-PROMOVER.
            MOVE 'COPY ..\SUGNVO.TXT ..\SUGSEG.TXT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'DEL ..\SUGNVO.TXT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE SUGNVO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
