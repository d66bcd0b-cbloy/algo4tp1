       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARADAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CALENDARIO DE PARADAS PROGRAMADAS EN TALLER: UNA LINEA POR     *
      * VENTANA (PATENTE, DESDE, HASTA, MOTIVO).  MIENTRAS ESTE ACTIVA *
      * LA UNIDAD NO SE PUEDE ALQUILAR NI RESERVAR ESOS DIAS (MERGE,   *
      * RESERVAR, ASIGTAM Y DISPONIB).  SE CARGA ENTERO EN MEMORIA Y   *
      * SE REESCRIBE AL SALIR, IGUAL QUE LEASE.CBL CON LEASES.TXT.     *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * MISMO AUTOS.TXT QUE TP.CBL, SOLO LECTURA: VALIDA LA PATENTE.   *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL, SOLO LECTURA POR CLAVE: LOS       *
      * ALQUILERES YA APROBADOS QUE CAEN DENTRO DE UNA PARADA NUEVA.   *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * RESERVAS ANTICIPADAS (VER RESERVAR.CBL), SOLO LECTURA: LO      *
      * MISMO PARA LOS DIAS YA RESERVADOS.                             *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * CONFLICTOS DE CADA ALTA (EN EXTEND): A QUIEN HAY QUE LLAMAR    *
      * PARA MOVERLO A OTRA UNIDAD.                                    *
        SELECT PARCONF ASSIGN TO "..\PARCONF.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARCONF.

      * LISTADO DEL CALENDARIO, REGENERADO A PEDIDO.                   *
        SELECT PARREP ASSIGN TO "..\PARREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARREP.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).            *
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

      * MISMO ARMADO QUE PARADA-REG EN TP.CBL, RESERVAR, ASIGTAM Y       *
      * DISPONIB.  ESTADO 'A' ACTIVA, 'C' CANCELADA (QUEDA COMO HISTORIA).*
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

      * SOLO EL FRENTE DEL AUT-REG: ALCANZA PARA VALIDAR LA PATENTE.   *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RESTO          PIC X(42).

      * MISMO ARMADO QUE ALQ-IDX-REG EN ASIGTAM.CBL.                   *
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
           03  ALQ-IDX-RESTO                    PIC X(152).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL/RESERVAR.CBL.               *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-CLAVE.
              10  RSV-PATENTE                   PIC X(07).
              10  RSV-FECHA                     PIC 9(08).
           05  RSV-TIPO-DOC                     PIC X.
           05  RSV-NRO-DOC                      PIC X(20).
           05  RSV-CHOFER                       PIC X(07).
           05  RSV-AGENCIA                      PIC 9(02).
           05  RSV-ESTADO                       PIC X.

       FD  PARCONF.
       01  PARCONF-REG                          PIC X(110).

       FD  PARREP.
       01  PARREP-REG                           PIC X(110).

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

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-AUTOS-NO-EXIST                VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-PARCONF                           PIC X(02).
           88  FS-PARCONF-OK                    VALUE '00'.

       01  FS-PARREP                            PIC X(02).
           88  FS-PARREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * CALENDARIO EN MEMORIA (SE REESCRIBE ENTERO AL SALIR).          *
       01  WS-CANT-PARADAS                      PIC 9(3) VALUE ZERO.
       01  TABLA-PARADAS.
           05  PAR-ENT                  OCCURS 200 TIMES.
               09  PAR-T-PATENTE        PIC X(07).
               09  PAR-T-DESDE          PIC 9(08).
               09  PAR-T-HASTA          PIC 9(08).
               09  PAR-T-MOTIVO         PIC X(30).
               09  PAR-T-ESTADO         PIC X.
               09  PAR-T-FECHA-ALTA     PIC 9(08).
       01  IND-P                                PIC 9(3).

      * PADRON DE AUTOS EN MEMORIA (PATENTE Y ESTADO).                 *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  AUTO-ENT                 OCCURS 300 TIMES.
               09  AUTO-PATENTE         PIC X(07).
               09  AUTO-ESTADO          PIC X.
       01  IND-A                                PIC 9(03).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

       01  WS-OPCION                            PIC X.
       01  WS-CONTINUAR                         PIC X.
       01  WS-MSG                               PIC X(60).

       01  WS-PATENTE                           PIC X(07).
       01  WS-NVO-DESDE                         PIC 9(08).
       01  WS-NVO-HASTA                         PIC 9(08).
       01  WS-NVO-MOTIVO                        PIC X(30).
       01  WS-NRO-PARADA                        PIC 9(03).
       01  WS-PARADA-SUPERPUESTA                PIC X.
           88  PARADA-SUPERPUESTA               VALUE 'S'.

       01  WS-CANT-CONFLICTOS                   PIC 9(04) VALUE ZERO.
       01  WS-CANT-IMPR                         PIC ZZ9.
       01  WS-CONFL-IMPR                        PIC ZZZ9.
       01  LINEA                                PIC X(110).

       SCREEN SECTION.
       01  PANTALLA-MENU.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT
               VALUE "PARADAS PROGRAMADAS EN TALLER".
           05  LINE 4 COL 5 VALUE "A - ALTA DE PARADA".
           05  LINE 5 COL 5 VALUE "C - CANCELAR PARADA".
           05  LINE 6 COL 5 VALUE "R - REPORTE DEL CALENDARIO".
           05  LINE 7 COL 5 VALUE "S - SALIR Y GRABAR".
           05  LINE 9 COL 5 VALUE "OPCION: ".
           05  LINE 9 COL 13 PIC X TO WS-OPCION.

       01  PANTALLA-ALTA.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "ALTA DE PARADA".
           05  LINE 4 COL 5 VALUE "PATENTE                  : ".
           05  LINE 4 COL 33 PIC X(07) TO WS-PATENTE.
           05  LINE 5 COL 5 VALUE "DESDE (AAAAMMDD)         : ".
           05  LINE 5 COL 33 PIC 9(8) TO WS-NVO-DESDE.
           05  LINE 6 COL 5 VALUE "HASTA (AAAAMMDD)         : ".
           05  LINE 6 COL 33 PIC 9(8) TO WS-NVO-HASTA.
           05  LINE 7 COL 5 VALUE "MOTIVO                   : ".
           05  LINE 7 COL 33 PIC X(30) TO WS-NVO-MOTIVO.

       01  PANTALLA-CANCELACION.
           05  BLANK SCREEN.
           05  LINE 2 COL 10 HIGHLIGHT VALUE "CANCELAR PARADA".
           05  LINE 4 COL 5 VALUE "NRO DE PARADA (VER REPORTE): ".
           05  LINE 4 COL 35 PIC 9(3) TO WS-NRO-PARADA.

       01  PANTALLA-MSG.
           05  LINE 15 COL 5 PIC X(60) FROM WS-MSG.
           05  LINE 17 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 17 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PARADAS'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESO UNTIL WS-OPCION = 'S'.
        PERFORM 800-GRABAR-PARADAS.

        DISPLAY 'FIN PARADAS'.
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
            PERFORM 110-CARGAR-PARADAS.
            PERFORM 120-CARGAR-AUTOS.

       110-CARGAR-PARADAS.
            OPEN INPUT PARADAS.
            IF FS-PARADAS-OK
                PERFORM 111-LEER-PARADA
                PERFORM 112-CARGAR-PARADA
                        UNTIL FS-PARADAS-FIN
                        OR WS-CANT-PARADAS >= 200
      * PARADAS.TXT SE REESCRIBE ENTERO AL SALIR: SI NO ENTRO COMPLETO,*
      * SEGUIR BORRARIA LAS VENTANAS QUE QUEDARON AFUERA.              *
                IF NOT FS-PARADAS-FIN
                    DISPLAY 'PARADAS.TXT SUPERA LAS 200 FILAS DE LA'
                    DISPLAY 'TABLA -- SE CANCELA PARA NO PERDER'
                    DISPLAY 'PARADAS; DEPURAR O AMPLIAR LA TABLA'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE PARADAS
            ELSE
                IF NOT FS-PARADAS-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       111-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       112-CARGAR-PARADA.
            ADD 1 TO WS-CANT-PARADAS.
            MOVE PAR-PATENTE     TO PAR-T-PATENTE(WS-CANT-PARADAS).
            MOVE PAR-FECHA-DESDE TO PAR-T-DESDE(WS-CANT-PARADAS).
            MOVE PAR-FECHA-HASTA TO PAR-T-HASTA(WS-CANT-PARADAS).
            MOVE PAR-MOTIVO      TO PAR-T-MOTIVO(WS-CANT-PARADAS).
            MOVE PAR-ESTADO      TO PAR-T-ESTADO(WS-CANT-PARADAS).
            MOVE PAR-FECHA-ALTA
                TO PAR-T-FECHA-ALTA(WS-CANT-PARADAS).
            PERFORM 111-LEER-PARADA.

       120-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-OK
                PERFORM 121-LEER-AUTO
                PERFORM 122-CARGAR-AUTO
                        UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300
                CLOSE AUTOS
            ELSE
                IF NOT FS-AUTOS-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

       121-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO AUTO-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-ESTADO  TO AUTO-ESTADO(WS-CANT-AUTOS).
            PERFORM 121-LEER-AUTO.

       200-PROCESO.
            PERFORM 210-MOSTRAR-MENU.

            EVALUATE WS-OPCION
                WHEN 'A' PERFORM 300-ALTA
                WHEN 'C' PERFORM 400-CANCELACION
                WHEN 'R' PERFORM 500-REPORTE
                WHEN 'S' CONTINUE
                WHEN OTHER
                    MOVE 'OPCION INVALIDA' TO WS-MSG
                    PERFORM 700-MOSTRAR-MSG
            END-EVALUATE.

       210-MOSTRAR-MENU.
            MOVE SPACES TO WS-OPCION.
            DISPLAY PANTALLA-MENU.
            ACCEPT PANTALLA-MENU.

       300-ALTA.
            MOVE SPACES TO WS-PATENTE WS-NVO-MOTIVO.
            MOVE ZERO TO WS-NVO-DESDE WS-NVO-HASTA.
            DISPLAY PANTALLA-ALTA.
            ACCEPT PANTALLA-ALTA.

            EVALUATE TRUE
                WHEN WS-PATENTE = SPACES
                    MOVE 'ALTA CANCELADA' TO WS-MSG
                WHEN WS-NVO-DESDE = ZERO
                    MOVE 'FALTA LA FECHA DESDE' TO WS-MSG
                WHEN WS-NVO-HASTA = ZERO
                    MOVE 'FALTA LA FECHA HASTA' TO WS-MSG
                WHEN WS-NVO-HASTA < WS-NVO-DESDE
                    MOVE 'EL HASTA ES ANTERIOR AL DESDE' TO WS-MSG
                WHEN WS-NVO-HASTA < FECHA-HOY
                    MOVE 'LA PARADA YA TERMINO' TO WS-MSG
                WHEN WS-NVO-MOTIVO = SPACES
                    MOVE 'FALTA EL MOTIVO' TO WS-MSG
                WHEN WS-CANT-PARADAS >= 200
                    MOVE 'CALENDARIO DE PARADAS LLENO' TO WS-MSG
                WHEN OTHER
                    PERFORM 310-VALIDAR-Y-GRABAR-ALTA
            END-EVALUATE.
            PERFORM 700-MOSTRAR-MSG.

       310-VALIDAR-Y-GRABAR-ALTA.
            PERFORM 320-BUSCAR-AUTO.
            IF NOT WS-AUTO-ENCONTRADO
                MOVE 'NO EXISTE UN AUTO CON ESA PATENTE' TO WS-MSG
            ELSE
                PERFORM 330-VERIFICAR-SUPERPOSICION
                IF PARADA-SUPERPUESTA
                    MOVE 'SE SUPERPONE CON OTRA PARADA ACTIVA'
                        TO WS-MSG
                ELSE
                    PERFORM 340-REGISTRAR-ALTA
                    PERFORM 350-LISTAR-CONFLICTOS
                    MOVE WS-CANT-CONFLICTOS TO WS-CONFL-IMPR
                    MOVE SPACES TO WS-MSG
                    STRING 'PARADA REGISTRADA - CONFLICTOS: '
                           WS-CONFL-IMPR
                           ' (VER PARCONF.TXT)'
                        DELIMITED BY SIZE INTO WS-MSG
                END-IF
            END-IF.

       320-BUSCAR-AUTO.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 321-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-ENCONTRADO.

       321-COMPARAR-AUTO.
            IF AUTO-PATENTE(IND-A) = WS-PATENTE
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

       330-VERIFICAR-SUPERPOSICION.
            MOVE 'N' TO WS-PARADA-SUPERPUESTA.
            PERFORM 331-COMPARAR-PARADA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PARADAS
                    OR PARADA-SUPERPUESTA.

      * DOS VENTANAS ACTIVAS DE LA MISMA PATENTE SE SUPERPONEN SI      *
      * NINGUNA TERMINA ANTES DE QUE EMPIECE LA OTRA.                  *
       331-COMPARAR-PARADA.
            IF PAR-T-PATENTE(IND-P) = WS-PATENTE
               AND PAR-T-ESTADO(IND-P) = 'A'
               AND PAR-T-HASTA(IND-P) NOT < WS-NVO-DESDE
               AND PAR-T-DESDE(IND-P) NOT > WS-NVO-HASTA
                MOVE 'S' TO WS-PARADA-SUPERPUESTA
            END-IF.

       340-REGISTRAR-ALTA.
            ADD 1 TO WS-CANT-PARADAS.
            MOVE WS-PATENTE    TO PAR-T-PATENTE(WS-CANT-PARADAS).
            MOVE WS-NVO-DESDE  TO PAR-T-DESDE(WS-CANT-PARADAS).
            MOVE WS-NVO-HASTA  TO PAR-T-HASTA(WS-CANT-PARADAS).
            MOVE WS-NVO-MOTIVO TO PAR-T-MOTIVO(WS-CANT-PARADAS).
            MOVE 'A'           TO PAR-T-ESTADO(WS-CANT-PARADAS).
            MOVE FECHA-HOY     TO PAR-T-FECHA-ALTA(WS-CANT-PARADAS).

      * ALQUILERES APROBADOS Y RESERVAS QUE YA OCUPAN LA UNIDAD DENTRO *
      * DE LA VENTANA NUEVA: LA PARADA SE REGISTRA IGUAL (EL TALLER    *
      * MANDA) Y LA AGENCIA RECIBE LA LISTA PARA REUBICAR AL CLIENTE.  *
       350-LISTAR-CONFLICTOS.
            MOVE ZERO TO WS-CANT-CONFLICTOS.

            OPEN EXTEND PARCONF.
            IF NOT FS-PARCONF-OK
                OPEN OUTPUT PARCONF
            END-IF.
            MOVE FS-PARCONF TO WS-FS.
            MOVE "PARCONF"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'PARADA ' WS-PATENTE
                   '  ' WS-NVO-DESDE '-' WS-NVO-HASTA
                   '  ' WS-NVO-MOTIVO
                   '  ALTA ' FECHA-HOY
                DELIMITED BY SIZE INTO LINEA.
            WRITE PARCONF-REG FROM LINEA.

            PERFORM 360-CONFLICTOS-ALQUILER.
            PERFORM 370-CONFLICTOS-RESERVA.

            IF WS-CANT-CONFLICTOS = ZERO
                MOVE '  SIN ALQUILERES NI RESERVAS EN LA VENTANA'
                    TO LINEA
                WRITE PARCONF-REG FROM LINEA
            END-IF.

            CLOSE PARCONF.

       360-CONFLICTOS-ALQUILER.
            OPEN INPUT ALQ-IDX.
            IF NOT FS-ALQ-IDX-NO-EXIST
                MOVE WS-PATENTE   TO ALQ-IDX-PATENTE
                MOVE WS-NVO-DESDE TO ALQ-IDX-FECHA
                START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                    INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
                END-START
                IF NOT FS-ALQ-IDX-FIN
                    PERFORM 361-LEER-ALQUILER
                    PERFORM 362-LISTAR-ALQUILER
                            UNTIL FS-ALQ-IDX-FIN
                            OR ALQ-IDX-PATENTE NOT = WS-PATENTE
                            OR ALQ-IDX-FECHA > WS-NVO-HASTA
                END-IF
                CLOSE ALQ-IDX
            END-IF.

       361-LEER-ALQUILER.
            READ ALQ-IDX NEXT RECORD
                AT END SET FS-ALQ-IDX-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL RECORRER ALQIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       362-LISTAR-ALQUILER.
            IF NOT ALQ-IDX-ESTA-ANULADO
                ADD 1 TO WS-CANT-CONFLICTOS
                MOVE SPACES TO LINEA
                STRING '  ALQUILER ' ALQ-IDX-FECHA
                       '  Agencia ' ALQ-IDX-AGENCIA
                       '  Doc ' ALQ-IDX-TIPO-DOC ' ' ALQ-IDX-NRO-DOC
                       '  Contrato ' ALQ-IDX-NRO-CONTRATO
                    DELIMITED BY SIZE INTO LINEA
                WRITE PARCONF-REG FROM LINEA
            END-IF.
            PERFORM 361-LEER-ALQUILER.

       370-CONFLICTOS-RESERVA.
            OPEN INPUT RESERVAS.
            IF NOT FS-RESERVAS-NO-EXIST
                MOVE WS-PATENTE   TO RSV-PATENTE
                MOVE WS-NVO-DESDE TO RSV-FECHA
                START RESERVAS KEY NOT LESS THAN RSV-CLAVE
                    INVALID KEY SET FS-RESERVAS-FIN TO TRUE
                END-START
                IF NOT FS-RESERVAS-FIN
                    PERFORM 371-LEER-RESERVA
                    PERFORM 372-LISTAR-RESERVA
                            UNTIL FS-RESERVAS-FIN
                            OR RSV-PATENTE NOT = WS-PATENTE
                            OR RSV-FECHA > WS-NVO-HASTA
                END-IF
                CLOSE RESERVAS
            END-IF.

       371-LEER-RESERVA.
            READ RESERVAS NEXT RECORD
                AT END SET FS-RESERVAS-FIN TO TRUE
            END-READ.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL RECORRER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       372-LISTAR-RESERVA.
            ADD 1 TO WS-CANT-CONFLICTOS.
            MOVE SPACES TO LINEA.
            STRING '  RESERVA  ' RSV-FECHA
                   '  Agencia ' RSV-AGENCIA
                   '  Doc ' RSV-TIPO-DOC ' ' RSV-NRO-DOC
                   '  Estado ' RSV-ESTADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE PARCONF-REG FROM LINEA.
            PERFORM 371-LEER-RESERVA.

      * LA CANCELACION SOLO MARCA LA VENTANA: LA UNIDAD VUELVE A       *
      * QUEDAR LIBRE ESOS DIAS PARA EL MERGE Y LAS RESERVAS.           *
       400-CANCELACION.
            MOVE ZERO TO WS-NRO-PARADA.
            DISPLAY PANTALLA-CANCELACION.
            ACCEPT PANTALLA-CANCELACION.

            EVALUATE TRUE
                WHEN WS-NRO-PARADA = ZERO
                     OR WS-NRO-PARADA > WS-CANT-PARADAS
                    MOVE 'NUMERO DE PARADA INVALIDO' TO WS-MSG
                WHEN PAR-T-ESTADO(WS-NRO-PARADA) NOT = 'A'
                    MOVE 'LA PARADA YA ESTABA CANCELADA' TO WS-MSG
                WHEN OTHER
                    MOVE 'C' TO PAR-T-ESTADO(WS-NRO-PARADA)
                    MOVE 'PARADA CANCELADA' TO WS-MSG
            END-EVALUATE.
            PERFORM 700-MOSTRAR-MSG.

       500-REPORTE.
            OPEN OUTPUT PARREP.
            MOVE FS-PARREP TO WS-FS.
            MOVE "PARREP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE 'PARADAS PROGRAMADAS EN TALLER' TO LINEA.
            WRITE PARREP-REG FROM LINEA.

            PERFORM 510-REPORTAR-UNA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PARADAS.

            CLOSE PARREP.
            MOVE 'REPORTE GENERADO EN PARREP.TXT' TO WS-MSG.
            PERFORM 700-MOSTRAR-MSG.

       510-REPORTAR-UNA.
            MOVE IND-P TO WS-CANT-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  Nro ' WS-CANT-IMPR
                   '  Pat ' PAR-T-PATENTE(IND-P)
                   '  ' PAR-T-DESDE(IND-P) '-' PAR-T-HASTA(IND-P)
                   '  ' PAR-T-MOTIVO(IND-P)
                   '  Est ' PAR-T-ESTADO(IND-P)
                   '  Alta ' PAR-T-FECHA-ALTA(IND-P)
                DELIMITED BY SIZE INTO LINEA.
            WRITE PARREP-REG FROM LINEA.

       700-MOSTRAR-MSG.
            DISPLAY PANTALLA-MSG.
            ACCEPT PANTALLA-MSG.

       800-GRABAR-PARADAS.
            OPEN OUTPUT PARADAS.
            MOVE FS-PARADAS  TO WS-FS.
            MOVE "PARADAS"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 810-GRABAR-UNA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PARADAS.

            CLOSE PARADAS.

       810-GRABAR-UNA.
            MOVE SPACES TO PARADA-REG.
            MOVE PAR-T-PATENTE(IND-P)    TO PAR-PATENTE.
            MOVE PAR-T-DESDE(IND-P)      TO PAR-FECHA-DESDE.
            MOVE PAR-T-HASTA(IND-P)      TO PAR-FECHA-HASTA.
            MOVE PAR-T-MOTIVO(IND-P)     TO PAR-MOTIVO.
            MOVE PAR-T-ESTADO(IND-P)     TO PAR-ESTADO.
            MOVE PAR-T-FECHA-ALTA(IND-P) TO PAR-FECHA-ALTA.
            WRITE PARADA-REG.
            MOVE FS-PARADAS  TO WS-FS.
            MOVE "PARADAS"   TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE     *
      * CORTA ACA.  DESPUES DE UN ABEND EL LOCK QUEDA A PROPOSITO --   *
      * LO LIBERA EL OPERADOR RELANZANDO EL LOTE CON TP_FORZAR_LOCK=S. *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       999-CANCELAR-PROGRAMA.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
