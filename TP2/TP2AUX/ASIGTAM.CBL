                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL), SOLO          *
      * LECTURA: UN DIA DENTRO DE UNA VENTANA ACTIVA TAMBIEN           *
      * DESCARTA AL CANDIDATO.                                         *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * RESTRICCIONES DE VENTA (VER TP.CBL 4440), SOLO LECTURA: UN      *
      * PEDIDO POR TAMANIO EN VEDA NO RECIBE UNIDAD Y EL LOTE LO        *
      * RECHAZA POR MOTIVO 34.                                          *
        SELECT RESTRIC ASSIGN TO "..\RESTRIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RESTRIC.

      * REPORTE DE LA PASADA: QUE PATENTE SE ASIGNO A CADA PEDIDO POR  *
      * TAMANIO, Y CUALES QUEDARON SIN UNIDAD LIBRE.                   *
        SELECT ASIGREP ASSIGN TO "..\ASIGREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIGREP.

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

      * MISMO ARMADO QUE SOL1-REG EN TP.CBL (205 BYTES).               *
       FD  SOLQ.
       01  SOLQ-REG.
           05  SOLQ-CLAVE.
           05  SOLQ-ENTREGA-DIR                 PIC X(30).
           05  SOLQ-COBERTURA                   PIC X(03).
           05  SOLQ-MONEDA                      PIC X(03).
           05  SOLQ-GRUPO                       PIC X(10).
           05  SOLQ-ADICIONALES                 PIC X(63).

      * SOLO EL FRENTE DEL AUT-REG: PARA ELEGIR CANDIDATO ALCANZA CON  *
      * PATENTE, TAMANIO, ESTADO Y RADICACION.                         *
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-RESTO                    PIC X(152).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL/RESERVAR.CBL.               *
       FD  RESERVAS.
           05  RSV-AGENCIA                      PIC 9(02).
           05  RSV-ESTADO                       PIC X.

      * MISMO ARMADO QUE PARADA-REG EN PARADAS.CBL.                    *
       FD  PARADAS.
       01  PARADA-REG.
           05  PAR-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PAR-MOTIVO                       PIC X(30).
           05  FILLER                           PIC X(01).
           05  PAR-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  PAR-FECHA-ALTA                   PIC 9(08).

      * MISMO ARMADO QUE RESTRIC-REG EN TP.CBL.                        *
       FD  RESTRIC.
       01  RESTRIC-REG.
           05  RES-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RES-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RES-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  RES-TAMANIO                      PIC X.
           05  FILLER                           PIC X(01).
           05  RES-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  RES-PRODUCTO                     PIC X.
           05  FILLER                           PIC X(01).
           05  RES-DIAS                         PIC 9(03).
           05  FILLER                           PIC X(01).
           05  RES-FINDE-LARGO                  PIC X.

       FD  ASIGREP.
       01  ASIGREP-REG                          PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'RESERVAS.DAT03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-SOLQ                              PIC X(02).
           88  FS-SOLQ-OK                       VALUE '00'.
           88  FS-SOLQ-FIN                      VALUE '10'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-RESTRIC                           PIC X(02).
           88  FS-RESTRIC-OK                    VALUE '00'.
           88  FS-RESTRIC-FIN                   VALUE '10'.
           88  FS-RESTRIC-NO-EXIST              VALUE '35'.

       01  FS-ASIGREP                           PIC X(02).
           88  FS-ASIGREP-OK                    VALUE '00'.

      * IMAGENES DE LA COLA EN MEMORIA (SE REESCRIBE ENTERA).          *
       01  WS-CANT-LINEAS                       PIC 9(4) VALUE ZERO.
       01  TABLA-LINEAS.
           05  LIN-IMAGEN               OCCURS 1000 TIMES PIC X(205).
       01  IND-L                                PIC 9(4).
       01  WS-LINEA-SOL.
           05  WS-SOL-PATENTE                   PIC X(07).
           05  WS-SOL-FECHA                     PIC 9(08).
           05  FILLER                           PIC X(29).
           05  WS-SOL-FECHA-HASTA               PIC X(08).
           05  FILLER                           PIC X(143).

      * FLOTA EN MEMORIA (PATENTE, TAMANIO, ESTADO, RADICACION).       *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
               09  AUTO-AGENCIA         PIC 9(02).
       01  IND-A                                PIC 9(03).

      * PARADAS DE TALLER ACTIVAS EN MEMORIA (VER FD PARADAS).         *
       01  WS-CANT-PARADAS                      PIC 9(03) VALUE ZERO.
       01  TABLA-PARADAS.
           05  PAR-ENT                  OCCURS 200 TIMES.
               09  PAR-T-PATENTE        PIC X(07).
               09  PAR-T-DESDE          PIC 9(08).
               09  PAR-T-HASTA          PIC 9(08).
       01  IND-P                                PIC 9(03).
       01  WS-EN-PARADA                         PIC X.
           88  EN-PARADA                        VALUE 'S'.

      * OCUPACIONES ASIGNADAS EN ESTA MISMA PASADA, PARA QUE DOS       *
      * PEDIDOS POR TAMANIO NO TERMINEN EN LA MISMA UNIDAD EL MISMO    *
      * DIA (MISMO ESPIRITU QUE TABLA-OCUPADOS EN TP.CBL).             *
       01  WS-YA-ASIGNADO                       PIC X.
           88  YA-ASIGNADO                      VALUE 'S'.

      * VEDAS QUE ALCANZAN A LOS PEDIDOS POR TAMANIO (PRODUCTO 'T' O   *
      * EN BLANCO) EN MEMORIA (VER FD RESTRIC).                        *
       01  WS-CANT-VEDAS                        PIC 9(03) VALUE ZERO.
       01  TABLA-VEDAS.
           05  VED-ENT                  OCCURS 200 TIMES.
               09  VED-T-DESDE          PIC 9(08).
               09  VED-T-HASTA          PIC 9(08).
               09  VED-T-AGENCIA        PIC 9(02).
               09  VED-T-TAMANIO        PIC X.
       01  IND-V                                PIC 9(03).
       01  WS-EN-VEDA                           PIC X.
           88  EN-VEDA                          VALUE 'S'.

       01  WS-TAM-PEDIDO                        PIC X.
       01  WS-PAT-ELEGIDA                       PIC X(07).
       01  WS-CANDIDATO-LIBRE                   PIC X.
       01  WS-CANT-PEDIDOS-TAM                  PIC 9(4) VALUE ZERO.
       01  WS-CANT-ASIGNADAS                    PIC 9(4) VALUE ZERO.
       01  WS-CANT-SIN-UNIDAD                   PIC 9(4) VALUE ZERO.
       01  WS-CANT-VEDADOS                      PIC 9(4) VALUE ZERO.

       01  LINEA                                PIC X(110).


       PGM.
        DISPLAY 'INICIO ASIGTAM'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-AUTOS.
        PERFORM 160-CARGAR-PARADAS.
        PERFORM 170-CARGAR-VEDAS.

        PERFORM 200-PROCESAR-ARCHIVO
                VARYING IND-ARCH FROM 1 BY 1
                WS-CANT-ASIGNADAS.
        DISPLAY '              SIN UNIDAD LIBRE:    '
                WS-CANT-SIN-UNIDAD.
        DISPLAY '              EN VEDA:             '
                WS-CANT-VEDADOS.
        DISPLAY 'RECORDAR CORRER PRESORT ANTES DEL LOTE.'.
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

            MOVE AUT-AGENCIA TO AUTO-AGENCIA(WS-CANT-AUTOS).
            PERFORM 151-LEER-AUTO.

      * UN "35" NO ES ERROR: SIN CALENDARIO NINGUNA UNIDAD ESTA PARADA.*
       160-CARGAR-PARADAS.
            OPEN INPUT PARADAS.
            IF NOT FS-PARADAS-NO-EXIST
                MOVE FS-PARADAS TO WS-FS
                MOVE "PARADAS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 161-LEER-PARADA
                PERFORM 162-CARGAR-PARADA
                        UNTIL FS-PARADAS-FIN
                        OR WS-CANT-PARADAS >= 200
                CLOSE PARADAS
            END-IF.

       161-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       162-CARGAR-PARADA.
            IF PAR-ESTADO = 'A'
                ADD 1 TO WS-CANT-PARADAS
                MOVE PAR-PATENTE     TO PAR-T-PATENTE(WS-CANT-PARADAS)
                MOVE PAR-FECHA-DESDE TO PAR-T-DESDE(WS-CANT-PARADAS)
                MOVE PAR-FECHA-HASTA TO PAR-T-HASTA(WS-CANT-PARADAS)
            END-IF.
            PERFORM 161-LEER-PARADA.

      * UN "35" NO ES ERROR: SIN RESTRIC.TXT NO HAY VEDAS.  SOLO SE    *
      * GUARDAN LAS VEDAS ('V') DE PEDIDOS POR TAMANIO O DE TODO.      *
       170-CARGAR-VEDAS.
            OPEN INPUT RESTRIC.
            IF NOT FS-RESTRIC-NO-EXIST
                MOVE FS-RESTRIC TO WS-FS
                MOVE "RESTRIC"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-RESTRIC
                PERFORM 172-CARGAR-VEDA
                        UNTIL FS-RESTRIC-FIN
                        OR WS-CANT-VEDAS >= 200
                CLOSE RESTRIC
            END-IF.

       171-LEER-RESTRIC.
            READ RESTRIC AT END SET FS-RESTRIC-FIN TO TRUE.

            IF NOT FS-RESTRIC-OK AND NOT FS-RESTRIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-VEDA.
            IF RES-TIPO = 'V'
               AND (RES-PRODUCTO = 'T' OR RES-PRODUCTO = SPACE)
               AND RES-FECHA-DESDE IS NUMERIC
               AND RES-FECHA-HASTA IS NUMERIC
               AND RES-AGENCIA IS NUMERIC
                ADD 1 TO WS-CANT-VEDAS
                MOVE RES-FECHA-DESDE TO VED-T-DESDE(WS-CANT-VEDAS)
                MOVE RES-FECHA-HASTA TO VED-T-HASTA(WS-CANT-VEDAS)
                MOVE RES-AGENCIA     TO VED-T-AGENCIA(WS-CANT-VEDAS)
                MOVE RES-TAMANIO     TO VED-T-TAMANIO(WS-CANT-VEDAS)
            END-IF.
            PERFORM 171-LEER-RESTRIC.

       200-PROCESAR-ARCHIVO.
            MOVE WS-ARCH-PATH(IND-ARCH)    TO WS-PATH-SOLQ.
            MOVE WS-ARCH-AGENCIA(IND-ARCH) TO WS-AGENCIA-ACTUAL.
                ADD 1 TO WS-CANT-PEDIDOS-TAM
                MOVE WS-SOL-PATENTE(2:1) TO WS-TAM-PEDIDO
                PERFORM 310-ARMAR-RANGO
                PERFORM 315-VERIFICAR-VEDA
                IF EN-VEDA
                    ADD 1 TO WS-CANT-VEDADOS
                    PERFORM 520-REPORTAR-VEDADO
                ELSE
                    PERFORM 320-ELEGIR-UNIDAD
                    IF WS-PAT-ELEGIDA NOT = SPACES
                        ADD 1 TO WS-CANT-ASIGNADAS
                        MOVE WS-PAT-ELEGIDA
                            TO LIN-IMAGEN(IND-L)(1:7)
                        MOVE 'S' TO WS-HUBO-CAMBIOS
                        PERFORM 400-ANOTAR-RANGO-ASIGNADO
                        PERFORM 500-REPORTAR-ASIGNADA
                    ELSE
                        ADD 1 TO WS-CANT-SIN-UNIDAD
                        PERFORM 510-REPORTAR-SIN-UNIDAD
                    END-IF
                END-IF
            END-IF.

                MOVE WS-SOL-FECHA TO WS-FECHA-HASTA
            END-IF.

      * UNA VEDA DE LA AGENCIA (O DE TODAS), DEL TAMANIO (O DE TODOS)  *
      * QUE SE CRUZA CON EL RANGO DEJA AL PEDIDO SIN UNIDAD.           *
       315-VERIFICAR-VEDA.
            MOVE 'N' TO WS-EN-VEDA.
            PERFORM 316-COMPARAR-VEDA
                    VARYING IND-V FROM 1 BY 1
                    UNTIL IND-V > WS-CANT-VEDAS
                    OR EN-VEDA.

       316-COMPARAR-VEDA.
            IF (VED-T-AGENCIA(IND-V) = ZERO
                OR VED-T-AGENCIA(IND-V) = WS-AGENCIA-ACTUAL)
               AND (VED-T-TAMANIO(IND-V) = SPACE
                    OR VED-T-TAMANIO(IND-V) = WS-TAM-PEDIDO)
               AND VED-T-DESDE(IND-V) NOT > WS-FECHA-HASTA
               AND VED-T-HASTA(IND-V) NOT < WS-FECHA-DESDE
                MOVE 'S' TO WS-EN-VEDA
            END-IF.

       320-ELEGIR-UNIDAD.
            MOVE SPACES TO WS-PAT-ELEGIDA.
            PERFORM 330-PROBAR-CANDIDATO
            IF CANDIDATO-LIBRE
                PERFORM 380-VERIFICAR-ASIGNADO
            END-IF.
            IF CANDIDATO-LIBRE
                PERFORM 390-VERIFICAR-PARADA
            END-IF.
            PERFORM 560-SUMAR-UN-DIA.

       360-VERIFICAR-MAESTRO.
                MOVE 'S' TO WS-YA-ASIGNADO
            END-IF.

       390-VERIFICAR-PARADA.
            MOVE 'N' TO WS-EN-PARADA.
            PERFORM 391-COMPARAR-PARADA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PARADAS
                    OR EN-PARADA.
            IF EN-PARADA
                MOVE 'N' TO WS-CANDIDATO-LIBRE
            END-IF.

       391-COMPARAR-PARADA.
            IF PAR-T-PATENTE(IND-P) = AUTO-PATENTE(IND-A)
               AND WS-FECHA-CALC-N NOT < PAR-T-DESDE(IND-P)
               AND WS-FECHA-CALC-N NOT > PAR-T-HASTA(IND-P)
                MOVE 'S' TO WS-EN-PARADA
            END-IF.

       400-ANOTAR-RANGO-ASIGNADO.
            MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N.
            MOVE ZERO TO WS-CANT-DIAS.
                DELIMITED BY SIZE INTO LINEA.
            WRITE ASIGREP-REG FROM LINEA.

       520-REPORTAR-VEDADO.
            MOVE SPACES TO LINEA.
            STRING '  Agencia ' WS-AGENCIA-ACTUAL
                   '  Tamanio ' WS-TAM-PEDIDO
                   '  ' WS-FECHA-DESDE '-' WS-FECHA-HASTA
                   '  EN VEDA - NO SE ASIGNA'
                DELIMITED BY SIZE INTO LINEA.
            WRITE ASIGREP-REG FROM LINEA.

       700-REESCRIBIR-COLA.
            OPEN OUTPUT SOLQ.
            MOVE FS-SOLQ TO WS-FS.
