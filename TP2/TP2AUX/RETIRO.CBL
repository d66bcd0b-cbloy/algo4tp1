                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE COMPANERO POR CONTRATO QUE ARMA ROLLOVER.CBL (PRIMERA Y  *
      * ULTIMA FILA DE CADA CONTRATO): UBICA EL ALQUILER SIN BARRER EL  *
      * MAESTRO DESDE EL PRINCIPIO.  SI NO ESTA, SE BARRE COMO ANTES.   *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * PLANILLA DE ESTADO DEL AUTO (VER CONDIC-REG): UNA LINEA POR    *
      * RETIRO QUE TRAE LA INSPECCION, ACUMULADA ENTRE CORRIDAS.  LA   *
      * DEVOLUCION (DEVOLUC.CBL) LA COMPARA CONTRA LA SUYA.            *
        SELECT CONDIC ASSIGN TO "..\CONDIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONDIC.

      * REPORTE DE LA CORRIDA: RETIROS ESTAMPADOS Y RECHAZADOS.        *
        SELECT RETREP ASSIGN TO "..\RETIRORE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
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

       FD  RETIROQ.
       01  RETIRO-REG.
           03  RET-CLAVE.
           03  RET-ODOMETRO                     PIC 9(07).
           03  FILLER                           PIC X(01).
           03  RET-COMBUSTIBLE                  PIC 9.
      * ESTADO DEL AUTO AL SALIR, UNA POSICION POR ZONA: PUERTAS DEL.  *
      * IZQ./DER., PUERTAS TRAS. IZQ./DER., PARAGOLPES DEL./TRAS.,     *
      * PARABRISAS, CUBIERTAS E INTERIOR ('0' SIN DANIO, '1' LEVE, '2' *
      * MEDIO, '3' GRAVE).  EN BLANCO EN LAS COLAS VIEJAS: NO SE GRABA *
      * PLANILLA.                                                      *
           03  FILLER                           PIC X(01).
           03  RET-CONDICION.
               05  RET-ZONA                     PIC X OCCURS 9 TIMES.

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/DEVOLUC.CBL.            *
       FD  ALQ-IDX.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

       FD  RETREP.
       01  RETREP-REG                           PIC X(110).
       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

      * PLANILLA DE ESTADO: CONTRATO, UNIDAD, FECHA REAL, MOMENTO ('R' *
      * RETIRO, 'D' DEVOLUCION), AGENCIA DEL ALQUILER Y UNA POSICION   *
      * POR ZONA.  EN LA DEVOLUCION CND-ZONAS-NUEVAS CUENTA LAS ZONAS   *
      * QUE EMPEORARON CONTRA EL RETIRO.  MISMO ARMADO EN DEVOLUC.CBL   *
      * Y DANIOREP.CBL.                                                 *
       FD  CONDIC.
       01  CONDIC-REG.
           03  CND-CONTRATO                     PIC 9(09).
           03  FILLER                           PIC X(01).
           03  CND-PATENTE                      PIC X(07).
           03  FILLER                           PIC X(01).
           03  CND-FECHA                        PIC 9(08).
           03  FILLER                           PIC X(01).
           03  CND-MOMENTO                      PIC X.
               88  CND-ES-RETIRO                VALUE 'R'.
               88  CND-ES-DEVOLUCION            VALUE 'D'.
           03  FILLER                           PIC X(01).
           03  CND-AGENCIA                      PIC 9(02).
           03  FILLER                           PIC X(01).
           03  CND-ZONAS.
               05  CND-ZONA                     PIC X OCCURS 9 TIMES.
           03  FILLER                           PIC X(01).
           03  CND-ZONAS-NUEVAS                 PIC 9.

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).

       01  FS-RETREP                            PIC X(02).
           88  FS-RETREP-OK                     VALUE '00'.

       01  FS-CONDIC                            PIC X(02).
           88  FS-CONDIC-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-CANT-PROC                         PIC 9(05) VALUE ZERO.
       01  WS-CANT-ESTAMPADOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-PLANILLAS                    PIC 9(05) VALUE ZERO.

       01  WS-CONTRATO-HALLADO                  PIC X VALUE 'N'.
           88  CONTRATO-HALLADO                 VALUE 'S'.

       PGM.
        DISPLAY 'INICIO RETIRO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        DISPLAY 'FIN RETIRO - PROCESADOS:  ' WS-CANT-PROC.
        DISPLAY '             ESTAMPADOS:  ' WS-CANT-ESTAMPADOS.
        DISPLAY '             RECHAZADOS:  ' WS-CANT-RECHAZADOS.
        DISPLAY '             PLANILLAS:   ' WS-CANT-PLANILLAS.
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
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN OUTPUT RETREP.
            MOVE FS-RETREP  TO WS-FS.
            MOVE "RETREP"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND CONDIC.
            IF NOT FS-CONDIC-OK
                OPEN OUTPUT CONDIC
            END-IF.
            MOVE FS-CONDIC  TO WS-FS.
            MOVE "CONDIC"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-PROCESAR-RETIROS.
            PERFORM 210-LEER-RETIRO.
            PERFORM 300-PROCESAR-UN-RETIRO UNTIL FS-RETIROQ-FIN.
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA (ALTA DEL DIA   *
      * ANTES DEL ROLLOVER), SE RECORRE EL MAESTRO ENTERO.              *
       314-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE RET-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

       315-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-CONTRATO-HALLADO.
            PERFORM 314-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR CONTRATO-HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

            IF CONTRATO-HALLADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE RETREP-REG FROM LINEA.

            IF RET-CONDICION NOT = SPACES
                PERFORM 330-GRABAR-CONDICION
            END-IF.

      * PLANILLA DE SALIDA: QUEDA COMO BASE PARA LA DEVOLUCION.        *
       330-GRABAR-CONDICION.
            MOVE SPACES               TO CONDIC-REG.
            MOVE ALQ-IDX-NRO-CONTRATO TO CND-CONTRATO.
            MOVE ALQ-IDX-PATENTE      TO CND-PATENTE.
            MOVE RET-FECHA-RETIRO     TO CND-FECHA.
            MOVE 'R'                  TO CND-MOMENTO.
            MOVE ALQ-IDX-AGENCIA      TO CND-AGENCIA.
            MOVE RET-CONDICION        TO CND-ZONAS.
            MOVE ZERO                 TO CND-ZONAS-NUEVAS.
            WRITE CONDIC-REG.
            MOVE FS-CONDIC  TO WS-FS.
            MOVE "CONDIC"   TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-PLANILLAS.

       360-REPORTAR-RECHAZO.
            MOVE SPACES TO LINEA.
            STRING 'RECHAZADO Patente ' RET-PATENTE

       998-FIN.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            CLOSE RETREP.
            CLOSE CONDIC.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
