                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONTRNUM.

      * RESTRICCIONES DE VENTA (VER TP.CBL 4440), SOLO LECTURA: UNA     *
      * VEDA DE LEASING O DE TODO IMPIDE EL ALTA EN ESAS FECHAS.        *
        SELECT RESTRIC ASSIGN TO "..\RESTRIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RESTRIC.

      * REPORTE DE CONTRATOS, REGENERADO A PEDIDO.                     *
        SELECT LEASEREP ASSIGN TO "..\LEASEREP.TXT"
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

      * MISMO ARMADO QUE LEASE-REG EN TP.CBL/FACTURAR.CBL/DISPONIB.    *
       FD  LEASES.
       01  LEASE-REG.
           05  FILLER                           PIC X(01).
           05  CTRN-ULTIMO                      PIC 9(07).

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

       FD  LEASEREP.
       01  LEASEREP-REG                         PIC X(110).


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
                    'CONTRNUM.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'LEASES.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.
           88  FS-CONTRNUM-FIN                  VALUE '10'.
           88  FS-CONTRNUM-NO-EXIST             VALUE '35'.

       01  FS-RESTRIC                           PIC X(02).
           88  FS-RESTRIC-OK                    VALUE '00'.
           88  FS-RESTRIC-FIN                   VALUE '10'.
           88  FS-RESTRIC-NO-EXIST              VALUE '35'.

       01  FS-LEASEREP                          PIC X(02).
           88  FS-LEASEREP-OK                   VALUE '00'.

               09  LSE-T-CONTRATO       PIC 9(09).
       01  IND-L                                PIC 9(3).

      * PADRON DE AUTOS EN MEMORIA (PATENTE, ESTADO Y TAMANIO).        *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  AUTO-ENT                 OCCURS 300 TIMES.
               09  AUTO-PATENTE         PIC X(07).
               09  AUTO-ESTADO          PIC X.
               09  AUTO-TAMANIO         PIC X.
       01  IND-A                                PIC 9(03).
       01  WS-TAM-AUTO                          PIC X.

      * VEDAS DE LEASING (PRODUCTO 'L' O EN BLANCO) EN MEMORIA (VER    *
      * FD RESTRIC).                                                   *
       01  WS-CANT-VEDAS                        PIC 9(03) VALUE ZERO.
       01  TABLA-VEDAS.
           05  VED-ENT                  OCCURS 200 TIMES.
               09  VED-T-DESDE          PIC 9(08).
               09  VED-T-HASTA          PIC 9(08).
               09  VED-T-AGENCIA        PIC 9(02).
               09  VED-T-TAMANIO        PIC X.
       01  IND-V                                PIC 9(03).
       01  WS-VEDA-HASTA                        PIC 9(08).
       01  WS-NVO-HASTA-EFEC                    PIC 9(08).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

       01  WS-FECHA-TERM                        PIC 9(08).
       01  WS-LEASE-VIGENTE                     PIC X.
           88  LEASE-VIGENTE                    VALUE 'S'.
       01  WS-EN-VEDA                           PIC X.
           88  EN-VEDA                          VALUE 'S'.

       01  WS-IMPORTE-IMPR                      PIC $ZZZ.ZZ9,99
                                                BLANK ZERO.

       PGM.
        DISPLAY 'INICIO LEASE'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
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
            PERFORM 110-CARGAR-LEASES.
            PERFORM 120-CARGAR-AUTOS.
            PERFORM 130-CARGAR-CONTRNUM.
            PERFORM 140-CARGAR-VEDAS.

       110-CARGAR-LEASES.
            OPEN INPUT LEASES.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO AUTO-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-ESTADO  TO AUTO-ESTADO(WS-CANT-AUTOS).
            MOVE AUT-TAMANIO TO AUTO-TAMANIO(WS-CANT-AUTOS).
            PERFORM 121-LEER-AUTO.

       130-CARGAR-CONTRNUM.
            END-IF.
            PERFORM 131-LEER-CONTRNUM.

      * UN "35" NO ES ERROR: SIN RESTRIC.TXT NO HAY VEDAS.             *
       140-CARGAR-VEDAS.
            OPEN INPUT RESTRIC.
            IF FS-RESTRIC-OK
                PERFORM 141-LEER-RESTRIC
                PERFORM 142-CARGAR-VEDA
                        UNTIL FS-RESTRIC-FIN
                        OR WS-CANT-VEDAS >= 200
                CLOSE RESTRIC
            ELSE
                IF NOT FS-RESTRIC-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       141-LEER-RESTRIC.
            READ RESTRIC AT END SET FS-RESTRIC-FIN TO TRUE.

            IF NOT FS-RESTRIC-OK AND NOT FS-RESTRIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-VEDA.
            IF RES-TIPO = 'V'
               AND (RES-PRODUCTO = 'L' OR RES-PRODUCTO = SPACE)
               AND RES-FECHA-DESDE IS NUMERIC
               AND RES-FECHA-HASTA IS NUMERIC
               AND RES-AGENCIA IS NUMERIC
                ADD 1 TO WS-CANT-VEDAS
                MOVE RES-FECHA-DESDE TO VED-T-DESDE(WS-CANT-VEDAS)
                MOVE RES-FECHA-HASTA TO VED-T-HASTA(WS-CANT-VEDAS)
                MOVE RES-AGENCIA     TO VED-T-AGENCIA(WS-CANT-VEDAS)
                MOVE RES-TAMANIO     TO VED-T-TAMANIO(WS-CANT-VEDAS)
            END-IF.
            PERFORM 141-LEER-RESTRIC.

       200-PROCESO.
            PERFORM 210-MOSTRAR-MENU.

                MOVE 'NO EXISTE UN AUTO CON ESA PATENTE' TO WS-MSG
            ELSE
                PERFORM 330-VERIFICAR-SOLAPAMIENTO
                PERFORM 335-VERIFICAR-VEDA
                IF LEASE-VIGENTE
                    MOVE 'LA UNIDAD YA TIENE UN LEASING VIGENTE'
                        TO WS-MSG
                ELSE
                    IF EN-VEDA
                        MOVE SPACES TO WS-MSG
                        STRING 'FECHAS VEDADAS PARA LEASING HASTA '
                               WS-VEDA-HASTA
                            DELIMITED BY SIZE INTO WS-MSG
                    ELSE
                        PERFORM 340-REGISTRAR-ALTA
                        MOVE 'CONTRATO DE LEASING REGISTRADO' TO WS-MSG
                    END-IF
                END-IF
            END-IF.

       321-COMPARAR-AUTO.
            IF AUTO-PATENTE(IND-A) = WS-PATENTE
                SET WS-AUTO-ENCONTRADO TO TRUE
                MOVE AUTO-TAMANIO(IND-A) TO WS-TAM-AUTO
            END-IF.

       330-VERIFICAR-SOLAPAMIENTO.
                END-IF
            END-IF.

      * UNA VEDA DE LA AGENCIA (O DE TODAS) Y DEL TAMANIO DE LA UNIDAD *
      * (O DE TODOS) QUE SE CRUZA CON LA VIGENCIA PEDIDA; UN CONTRATO  *
      * ABIERTO (HASTA EN CERO) SE CRUZA CON TODA VEDA POSTERIOR.      *
       335-VERIFICAR-VEDA.
            MOVE 'N' TO WS-EN-VEDA.
            IF WS-NVO-HASTA = ZERO
                MOVE 99999999 TO WS-NVO-HASTA-EFEC
            ELSE
                MOVE WS-NVO-HASTA TO WS-NVO-HASTA-EFEC
            END-IF.
            PERFORM 336-COMPARAR-VEDA
                    VARYING IND-V FROM 1 BY 1
                    UNTIL IND-V > WS-CANT-VEDAS
                    OR EN-VEDA.

       336-COMPARAR-VEDA.
            IF (VED-T-AGENCIA(IND-V) = ZERO
                OR VED-T-AGENCIA(IND-V) = WS-NVO-AGENCIA)
               AND (VED-T-TAMANIO(IND-V) = SPACE
                    OR VED-T-TAMANIO(IND-V) = WS-TAM-AUTO)
               AND VED-T-DESDE(IND-V) NOT > WS-NVO-HASTA-EFEC
               AND VED-T-HASTA(IND-V) NOT < WS-NVO-DESDE
                MOVE 'S' TO WS-EN-VEDA
                MOVE VED-T-HASTA(IND-V) TO WS-VEDA-HASTA
            END-IF.

       340-REGISTRAR-ALTA.
            ADD 1 TO WS-CANT-LEASES.
            MOVE WS-PATENTE      TO LSE-T-PATENTE(WS-CANT-LEASES).
