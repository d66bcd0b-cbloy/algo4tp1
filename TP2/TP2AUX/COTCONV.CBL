       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO DE COTIZACIONES QUE DEJA COTIZAR.CBL.  SE RECORRE EN  *
      * ORDEN Y SE REGRABA ENTERO EN COTNVO.TXT CON LAS ABIERTAS QUE   *
      * HOY QUEDARON CERRADAS; AL TERMINAR SE PROMUEVE A COTLOG.TXT.   *
        SELECT COTLOG ASSIGN TO "..\COTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTLOG.

        SELECT COTNVO ASSIGN TO "..\COTNVO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-COTNVO.

      * APROBADOS DEL DIA QUE DEJO EL LOTE (VER ALQ-ACT EN TP.CBL).    *
        SELECT ALQ-ACT ASSIGN TO "..\ALQACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQ-ACT.

      * RECHAZOS DEL DIA (VER RECH EN TP.CBL): MOTIVO 1 = EL AUTO YA   *
      * ESTABA ALQUILADO.                                              *
        SELECT RECHAZOS ASSIGN TO "..\RECHAZOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECHAZOS.

      * TAMANIO DE CADA UNIDAD: UN ALQUILER DE OTRA PATENTE DEL MISMO  *
      * TAMANIO TAMBIEN CONVIERTE LA COTIZACION.                       *
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

      * MISMO ARMADO QUE COTLOG-REG EN COTIZAR.CBL.                    *
       FD  COTLOG.
       01  COTLOG-REG.
           05  COT-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  COT-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-TIPO-DOC                     PIC X.
           05  COT-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  COT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  COT-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-CANT-DIAS                    PIC 9(03).
           05  FILLER                           PIC X(01).
           05  COT-TOTAL                        PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  COT-OPERADOR                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  COT-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  COT-ESTADO                       PIC X.
               88  COT-ABIERTA                  VALUE 'A'.
           05  FILLER                           PIC X(01).
           05  COT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  COT-NRO-CONTRATO                 PIC 9(09).

       FD  COTNVO.
       01  COTNVO-REG                           PIC X(111).

      * SOLO EL FRENTE DEL ALQ-ACT-REG DE TP.CBL: CLAVE, DOCUMENTO,    *
      * ANULACION Y CONTRATO.                                          *
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
           03  ALQ-ACT-FECHA-ANULACION          PIC 9(08).
           03  ALQ-ACT-MOTIVO-ANULACION         PIC 9.
           03  ALQ-ACT-NRO-CONTRATO             PIC 9(09).

      * SOLO EL FRENTE DEL RECH-REG DE TP.CBL.                         *
       FD  RECHAZOS.
       01  RECH-REG.
           05  RECH-CLAVE.
               10  RECH-PATENTE                 PIC X(07).
               10  RECH-FECHA                   PIC 9(08).
           05  RECH-TIPO-DOC                    PIC X.
           05  RECH-NRO-DOC                     PIC X(20).
           05  RECH-MOTIVO                      PIC 9(02).

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

       01  FS-COTLOG                            PIC X(02).
           88  FS-COTLOG-OK                     VALUE '00'.
           88  FS-COTLOG-FIN                    VALUE '10'.
           88  FS-COTLOG-NO-EXIST               VALUE '35'.

       01  FS-COTNVO                            PIC X(02).
           88  FS-COTNVO-OK                     VALUE '00'.

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

      * DIAS APROBADOS HOY.  ALQ-TAB-USADO MARCA LOS DIAS DEL CONTRATO *
      * QUE YA CONVIRTIERON UNA COTIZACION, ASI DOS COTIZACIONES       *
      * IGUALES DEL MISMO CLIENTE NO SE DAN POR CONVERTIDAS CON UN     *
      * SOLO ALQUILER.                                                 *
       01  WS-CANT-ALQ                          PIC 9(04) VALUE ZERO.
       01  TABLA-ALQ.
           05  ALQ-TAB                  OCCURS 2000 TIMES.
               09  ALQ-TAB-PATENTE      PIC X(07).
               09  ALQ-TAB-FECHA        PIC 9(08).
               09  ALQ-TAB-TIPO-DOC     PIC X.
               09  ALQ-TAB-NRO-DOC      PIC X(20).
               09  ALQ-TAB-TAMANIO      PIC X.
               09  ALQ-TAB-CONTRATO     PIC 9(09).
               09  ALQ-TAB-USADO        PIC X.
       01  IND-ALQ                              PIC 9(04).
       01  IND-ALQ2                             PIC 9(04).
       01  WS-ALQ-HALLADO                       PIC 9(04).

       01  WS-CANT-RECH                         PIC 9(04) VALUE ZERO.
       01  TABLA-RECH.
           05  RCH-TAB                  OCCURS 2000 TIMES.
               09  RCH-TAB-PATENTE      PIC X(07).
               09  RCH-TAB-FECHA        PIC 9(08).
               09  RCH-TAB-TIPO-DOC     PIC X.
               09  RCH-TAB-NRO-DOC      PIC X(20).
       01  IND-RCH                              PIC 9(04).
       01  WS-RECH-HALLADO                      PIC X.

       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  AUT-TAB                  OCCURS 300 TIMES.
               09  AUT-TAB-PATENTE      PIC X(07).
               09  AUT-TAB-TAMANIO      PIC X.
       01  IND-AUT                              PIC 9(03).
       01  WS-TAMANIO                           PIC X.

       01  WS-CANT-LEIDAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONVERTIDAS                  PIC 9(05) VALUE ZERO.
       01  WS-CANT-PERDIDAS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-VENCIDAS                     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO COTCONV'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-COTIZACIONES.
        PERFORM 998-FIN.
        PERFORM 600-PROMOVER.

        DISPLAY 'FIN COTCONV'.
        DISPLAY '  COTIZACIONES LEIDAS:  ' WS-CANT-LEIDAS.
        DISPLAY '  CONVERTIDAS HOY:      ' WS-CANT-CONVERTIDAS.
        DISPLAY '  PERDIDAS (TOMADO):    ' WS-CANT-PERDIDAS.
        DISPLAY '  VENCIDAS SIN ALQUILER:' WS-CANT-VENCIDAS.
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

            OPEN INPUT COTLOG.
            IF FS-COTLOG-NO-EXIST
                DISPLAY 'NO EXISTE COTLOG.TXT -- NADA QUE CONCILIAR'
                STOP RUN
            END-IF.
            MOVE FS-COTLOG      TO WS-FS.
            MOVE "COTLOG"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT COTNVO.
            MOVE FS-COTNVO      TO WS-FS.
            MOVE "COTNVO"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-CARGAR-AUTOS.
            PERFORM 120-CARGAR-APROBADOS.
            PERFORM 130-CARGAR-RECHAZOS.

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
            MOVE AUT-TAMANIO TO AUT-TAB-TAMANIO(WS-CANT-AUTOS).
            PERFORM 111-LEER-AUTO.

      * SOLO DIAS VIGENTES Y CON DOCUMENTO: UN DIA YA ANULADO NO       *
      * CONVIERTE NADA.                                                *
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
               AND ALQ-ACT-NRO-DOC NOT = SPACES
                MOVE SPACES TO WS-TAMANIO
                PERFORM 123-BUSCAR-TAMANIO
                        VARYING IND-AUT FROM 1 BY 1
                        UNTIL IND-AUT > WS-CANT-AUTOS
                        OR WS-TAMANIO NOT = SPACES
                ADD 1 TO WS-CANT-ALQ
                MOVE ALQ-ACT-PATENTE  TO ALQ-TAB-PATENTE(WS-CANT-ALQ)
                MOVE ALQ-ACT-FECHA    TO ALQ-TAB-FECHA(WS-CANT-ALQ)
                MOVE ALQ-ACT-TIPO-DOC TO ALQ-TAB-TIPO-DOC(WS-CANT-ALQ)
                MOVE ALQ-ACT-NRO-DOC  TO ALQ-TAB-NRO-DOC(WS-CANT-ALQ)
                MOVE WS-TAMANIO       TO ALQ-TAB-TAMANIO(WS-CANT-ALQ)
                MOVE ALQ-ACT-NRO-CONTRATO
                    TO ALQ-TAB-CONTRATO(WS-CANT-ALQ)
                MOVE 'N'              TO ALQ-TAB-USADO(WS-CANT-ALQ)
            END-IF.
            PERFORM 121-LEER-APROBADO.

       123-BUSCAR-TAMANIO.
            IF AUT-TAB-PATENTE(IND-AUT) = ALQ-ACT-PATENTE
                MOVE AUT-TAB-TAMANIO(IND-AUT) TO WS-TAMANIO
            END-IF.

       130-CARGAR-RECHAZOS.
            OPEN INPUT RECHAZOS.
            IF NOT FS-RECHAZOS-NO-EXIST
                PERFORM 131-LEER-RECHAZO
                PERFORM 132-CARGAR-RECHAZO
                        UNTIL FS-RECHAZOS-FIN OR WS-CANT-RECH >= 2000
                CLOSE RECHAZOS
            END-IF.

       131-LEER-RECHAZO.
            READ RECHAZOS AT END SET FS-RECHAZOS-FIN TO TRUE.

            IF NOT FS-RECHAZOS-OK AND NOT FS-RECHAZOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECHAZOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-RECHAZO.
            IF RECH-MOTIVO IS NUMERIC AND RECH-MOTIVO = 1
               AND RECH-NRO-DOC NOT = SPACES
                ADD 1 TO WS-CANT-RECH
                MOVE RECH-PATENTE  TO RCH-TAB-PATENTE(WS-CANT-RECH)
                MOVE RECH-FECHA    TO RCH-TAB-FECHA(WS-CANT-RECH)
                MOVE RECH-TIPO-DOC TO RCH-TAB-TIPO-DOC(WS-CANT-RECH)
                MOVE RECH-NRO-DOC  TO RCH-TAB-NRO-DOC(WS-CANT-RECH)
            END-IF.
            PERFORM 131-LEER-RECHAZO.

       200-BARRER-COTIZACIONES.
            PERFORM 210-LEER-COTIZACION.
            PERFORM 300-REVISAR-COTIZACION UNTIL FS-COTLOG-FIN.

       210-LEER-COTIZACION.
            READ COTLOG AT END SET FS-COTLOG-FIN TO TRUE.

            IF NOT FS-COTLOG-OK AND NOT FS-COTLOG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER COTLOG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA COTIZACION ABIERTA SE CIERRA, EN ESTE ORDEN: CONVERTIDA SI *
      * HOY SE APROBO UN DIA DE SU RANGO AL MISMO DOCUMENTO, PARA LA   *
      * MISMA PATENTE O UNA DEL MISMO TAMANIO; PERDIDA SI HOY SE LE    *
      * RECHAZO ESA PATENTE EN SU RANGO POR ESTAR TOMADA; VENCIDA SI   *
      * EL RANGO YA EMPEZO SIN NINGUNA DE LAS DOS COSAS.               *
       300-REVISAR-COTIZACION.
            ADD 1 TO WS-CANT-LEIDAS.
            IF COT-ABIERTA AND COT-NRO-DOC NOT = SPACES
                MOVE ZERO TO WS-ALQ-HALLADO
                PERFORM 310-COMPARAR-APROBADO
                        VARYING IND-ALQ FROM 1 BY 1
                        UNTIL IND-ALQ > WS-CANT-ALQ
                        OR WS-ALQ-HALLADO > ZERO
                IF WS-ALQ-HALLADO > ZERO
                    PERFORM 320-MARCAR-CONVERTIDA
                ELSE
                    MOVE 'N' TO WS-RECH-HALLADO
                    PERFORM 330-COMPARAR-RECHAZO
                            VARYING IND-RCH FROM 1 BY 1
                            UNTIL IND-RCH > WS-CANT-RECH
                            OR WS-RECH-HALLADO = 'S'
                    IF WS-RECH-HALLADO = 'S'
                        MOVE 'P' TO COT-ESTADO
                        MOVE FECHA-HOY TO COT-FECHA-CIERRE
                        ADD 1 TO WS-CANT-PERDIDAS
                    END-IF
                END-IF
            END-IF.

            IF COT-ABIERTA AND COT-FECHA-DESDE < FECHA-HOY
                MOVE 'V' TO COT-ESTADO
                MOVE FECHA-HOY TO COT-FECHA-CIERRE
                ADD 1 TO WS-CANT-VENCIDAS
            END-IF.

            WRITE COTNVO-REG FROM COTLOG-REG.
            MOVE FS-COTNVO      TO WS-FS.
            MOVE "COTNVO"       TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 210-LEER-COTIZACION.

       310-COMPARAR-APROBADO.
            IF ALQ-TAB-USADO(IND-ALQ) = 'N'
               AND ALQ-TAB-TIPO-DOC(IND-ALQ) = COT-TIPO-DOC
               AND ALQ-TAB-NRO-DOC(IND-ALQ) = COT-NRO-DOC
               AND ALQ-TAB-FECHA(IND-ALQ) NOT < COT-FECHA-DESDE
               AND ALQ-TAB-FECHA(IND-ALQ) NOT > COT-FECHA-HASTA
                IF ALQ-TAB-PATENTE(IND-ALQ) = COT-PATENTE
                   OR (ALQ-TAB-TAMANIO(IND-ALQ) NOT = SPACES
                       AND ALQ-TAB-TAMANIO(IND-ALQ) = COT-TAMANIO)
                    MOVE IND-ALQ TO WS-ALQ-HALLADO
                END-IF
            END-IF.

       320-MARCAR-CONVERTIDA.
            MOVE 'C' TO COT-ESTADO.
            MOVE FECHA-HOY TO COT-FECHA-CIERRE.
            MOVE ALQ-TAB-CONTRATO(WS-ALQ-HALLADO) TO COT-NRO-CONTRATO.
            ADD 1 TO WS-CANT-CONVERTIDAS.
            PERFORM 321-MARCAR-USADO
                    VARYING IND-ALQ2 FROM 1 BY 1
                    UNTIL IND-ALQ2 > WS-CANT-ALQ.

       321-MARCAR-USADO.
            IF ALQ-TAB-TIPO-DOC(IND-ALQ2) = COT-TIPO-DOC
               AND ALQ-TAB-NRO-DOC(IND-ALQ2) = COT-NRO-DOC
               AND ALQ-TAB-CONTRATO(IND-ALQ2) =
                   ALQ-TAB-CONTRATO(WS-ALQ-HALLADO)
                MOVE 'S' TO ALQ-TAB-USADO(IND-ALQ2)
            END-IF.

       330-COMPARAR-RECHAZO.
            IF RCH-TAB-TIPO-DOC(IND-RCH) = COT-TIPO-DOC
               AND RCH-TAB-NRO-DOC(IND-RCH) = COT-NRO-DOC
               AND RCH-TAB-PATENTE(IND-RCH) = COT-PATENTE
               AND RCH-TAB-FECHA(IND-RCH) NOT < COT-FECHA-DESDE
               AND RCH-TAB-FECHA(IND-RCH) NOT > COT-FECHA-HASTA
                MOVE 'S' TO WS-RECH-HALLADO
            END-IF.

      * EL REGISTRO REGRABADO REEMPLAZA AL ANTERIOR (MISMA PROMOCION   *
      * POR COPY QUE FACTPEND EN CAERESP.CBL).                         *
       600-PROMOVER.
            MOVE 'COPY ..\COTNVO.TXT ..\COTLOG.TXT' TO WS-COMANDO-STG.
            CALL "SYSTEM" USING WS-COMANDO-STG.
            MOVE 'DEL ..\COTNVO.TXT' TO WS-COMANDO-STG.
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
            CLOSE COTLOG.
            CLOSE COTNVO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
