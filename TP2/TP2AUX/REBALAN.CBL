       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MISMO AUTOS.TXT QUE TP.CBL: TAMANIO, ESTADO Y RADICACION       *
      * (AUT-AGENCIA) DE CADA UNIDAD -- LA OFERTA DE CADA AGENCIA.     *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL, SOLO LECTURA SECUENCIAL: LOS DIAS *
      * FUTUROS YA ALQUILADOS SON DEMANDA DE LA AGENCIA DE RETIRO Y    *
      * OCUPAN A LA UNIDAD.                                            *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * RESERVAS ANTICIPADAS (VER RESERVAR.CBL), SOLO LECTURA: IGUAL   *
      * QUE EL MAESTRO, DEMANDA DE SU AGENCIA Y UNIDAD OCUPADA.        *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * COLAS DE SOLICITUDES PENDIENTES (SOL1/SOL2/SOL3/SOLMOSTR),     *
      * SOLO LECTURA: LOS PEDIDOS POR TAMANIO ("*M") Y POR PATENTE     *
      * TODAVIA NO PROCESADOS TAMBIEN SON DEMANDA.                     *
        SELECT SOLQ
                ASSIGN TO WS-PATH-SOLQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SOLQ.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL): UNA UNIDAD    *
      * PARADA DENTRO DE LA VENTANA NO SE PUEDE TRASLADAR.             *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * COSTO ESTIMADO DE TRASLADO POR PAR DE AGENCIAS (OPCIONAL). LA  *
      * FILA 00/00 ES EL COSTO POR DEFECTO PARA PARES NO CARGADOS.     *
        SELECT TRASCOST ASSIGN TO "..\TRASCOST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TRASCOST.

      * PROPUESTA SEMANAL DE REBALANCEO: DEMANDA CONTRA FLOTA POR      *
      * AGENCIA Y TAMANIO, Y LAS LINEAS DE TRASLADO LISTAS PARA        *
      * TIPEAR EN TRANSFER.CBL, CON SU COSTO ESTIMADO.                 *
        SELECT REBREP ASSIGN TO "..\REBALAN.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REBREP.

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

      * SOLO EL FRENTE DEL AUT-REG MAS LA RADICACION.                  *
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

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
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
           03  ALQ-IDX-RESTO                    PIC X(170).

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

      * MISMO ARMADO QUE SOL1-REG EN TP.CBL (205 BYTES); SOLO EL       *
      * FRENTE INTERESA ACA.                                           *
       FD  SOLQ.
       01  SOLQ-REG.
           05  SOLQ-PATENTE                     PIC X(07).
           05  SOLQ-FECHA                       PIC 9(08).
           05  SOLQ-TIPO-DOC                    PIC X.
           05  SOLQ-NRO-DOC                     PIC X(20).
           05  SOLQ-CHOFER                      PIC X(07).
           05  SOLQ-ESTADO                      PIC X.
           05  SOLQ-FECHA-HASTA                 PIC X(08).
           05  SOLQ-RESTO                       PIC X(153).

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

      * AGENCIA ORIGEN, AGENCIA DESTINO E IMPORTE POR UNIDAD           *
      * TRASLADADA (CHOFER, COMBUSTIBLE Y PEAJES).                     *
       FD  TRASCOST.
       01  TRASCOST-REG.
           05  TRC-ORIGEN                       PIC 9(02).
           05  FILLER                           PIC X(01).
           05  TRC-DESTINO                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  TRC-IMPORTE                      PIC 9(06)V99.

       FD  REBREP.
       01  REBREP-REG                           PIC X(110).

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

       01  FS-SOLQ                              PIC X(02).
           88  FS-SOLQ-OK                       VALUE '00'.
           88  FS-SOLQ-FIN                      VALUE '10'.
           88  FS-SOLQ-NO-EXIST                 VALUE '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-TRASCOST                          PIC X(02).
           88  FS-TRASCOST-OK                   VALUE '00'.
           88  FS-TRASCOST-FIN                  VALUE '10'.
           88  FS-TRASCOST-NO-EXIST             VALUE '35'.

       01  FS-REBREP                            PIC X(02).
           88  FS-REBREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * VENTANA DE DEMANDA: DESDE TP_REBAL_DESDE (AAAAMMDD, POR        *
      * DEFECTO HOY) Y TP_REBAL_DIAS DIAS (POR DEFECTO 7, TOPE 31).    *
      * LA VENTANA DE TRASLADO VA DE HOY AL ULTIMO DIA DE DEMANDA: LA  *
      * UNIDAD PROPUESTA TIENE QUE ESTAR LIBRE EN TODO ESE TRAMO.      *
       01  WS-ENV-DESDE                         PIC X(08).
       01  WS-ENV-DIAS                          PIC X(02).
       01  WS-CANT-DIAS-VENT                    PIC 9(02).
       01  WS-FECHA-DESDE                       PIC 9(08).
       01  WS-FECHA-HASTA                       PIC 9(08).
       01  WS-TRAS-DESDE                        PIC 9(08).
       01  TABLA-VENTANA.
           05  VEN-FECHA                PIC 9(08) OCCURS 31 TIMES.
       01  IND-D                                PIC 9(02).
       01  WS-DIA-ENCONTRADO                    PIC X.
           88  DIA-ENCONTRADO                   VALUE 'S'.

      * FLOTA EN MEMORIA. FLO-OCUPADA: ALGUN DIA DE LA VENTANA DE      *
      * TRASLADO YA COMPROMETIDO (MAESTRO, RESERVA, COLA O TALLER).    *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLO-ENT                  OCCURS 300 TIMES.
               09  FLO-PATENTE          PIC X(07).
               09  FLO-TAMANIO          PIC X.
               09  FLO-ESTADO           PIC X.
               09  FLO-AGENCIA          PIC 9(02).
               09  FLO-OCUPADA          PIC X.
               09  FLO-PROPUESTA        PIC X.
       01  IND-A                                PIC 9(03).
       01  WS-PATENTE-BUSCAR                    PIC X(07).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.

      * DEMANDA POR AGENCIA Y TAMANIO, DIA POR DIA DE LA VENTANA; EL   *
      * PICO DIARIO ES LO QUE HAY QUE CUBRIR CON FLOTA RADICADA.       *
      * DEM-SALDO = FLOTA - PICO (NEGATIVO: FALTAN UNIDADES).          *
       01  WS-CANT-COMB                         PIC 9(03) VALUE ZERO.
       01  TABLA-DEMANDA.
           05  DEM-ENT                  OCCURS 200 TIMES.
               09  DEM-AGENCIA          PIC 9(02).
               09  DEM-TAMANIO          PIC X.
               09  DEM-DIA              PIC 9(04) OCCURS 31 TIMES.
               09  DEM-PICO             PIC 9(04).
               09  DEM-FLOTA            PIC 9(04).
               09  DEM-SALDO            PIC S9(04).
       01  IND-C                                PIC 9(03).
       01  IND-CD                               PIC 9(03).
       01  WS-COMB-AGENCIA                      PIC 9(02).
       01  WS-COMB-TAMANIO                      PIC X.
       01  WS-ENCONTRO-COMB                     PIC X.
           88  COMB-ENCONTRADA                  VALUE 'S'.
       01  WS-FECHA-ANOTAR                      PIC 9(08).

      * LAS CUATRO COLAS DE AGENCIA, CON EL NUMERO DE AGENCIA AL LADO  *
      * (MISMO ESQUEMA DE LISTA QUE PRESORT.CBL).                      *
       01  WS-ARCHIVOS-LISTA.
           05  FILLER           PIC X(32)
               VALUE "01..\SOL1.TXT                  ".
           05  FILLER           PIC X(32)
               VALUE "02..\SOL2.TXT                  ".
           05  FILLER           PIC X(32)
               VALUE "03..\SOL3.TXT                  ".
           05  FILLER           PIC X(32)
               VALUE "04..\SOLMOSTR.TXT              ".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-ARCHIVOS-LISTA.
           05  WS-ARCH-ENT      OCCURS 4 TIMES.
               09  WS-ARCH-AGENCIA  PIC 9(02).
               09  WS-ARCH-PATH     PIC X(30).
       01  IND-ARCH                             PIC 9(02) COMP.
       01  WS-PATH-SOLQ                         PIC X(30).
       01  WS-SOL-HASTA                         PIC 9(08).

      * COSTOS DE TRASLADO EN MEMORIA (VER FD TRASCOST).               *
       01  WS-CANT-COSTOS                       PIC 9(03) VALUE ZERO.
       01  TABLA-COSTOS.
           05  TRC-ENT                  OCCURS 100 TIMES.
               09  TRC-T-ORIGEN         PIC 9(02).
               09  TRC-T-DESTINO        PIC 9(02).
               09  TRC-T-IMPORTE        PIC 9(06)V99.
       01  IND-T                                PIC 9(03).
       01  WS-COSTO-DEFECTO                     PIC 9(06)V99 VALUE ZERO.
       01  WS-HAY-DEFECTO                       PIC X VALUE 'N'.
       01  WS-COSTO-ORIGEN                      PIC 9(02).
       01  WS-COSTO-DESTINO                     PIC 9(02).
       01  WS-COSTO                             PIC 9(06)V99.
       01  WS-COSTO-TARIFADO                    PIC X.
           88  COSTO-TARIFADO                   VALUE 'S'.

      * MEJOR CANDIDATO PARA CUBRIR UN FALTANTE: EL DE MENOR COSTO DE  *
      * TRASLADO ENTRE LAS AGENCIAS QUE LE SOBRAN UNIDADES.            *
       01  WS-FALTAN                            PIC 9(04).
       01  WS-MEJOR-AUTO                        PIC 9(03).
       01  WS-MEJOR-COMB                        PIC 9(03).
       01  WS-MEJOR-COSTO                       PIC 9(06)V99.
       01  WS-MEJOR-TARIFADO                    PIC X.

      * RECORRIDO DE UN RANGO DIA POR DIA (MISMO MECANISMO QUE         *
      * DEVOLUC.CBL).                                                  *
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
       01  WS-CANT-DIAS                         PIC 9(03).

       01  WS-CANT-PROPUESTAS                   PIC 9(04) VALUE ZERO.
       01  WS-CANT-SIN-CUBRIR                   PIC 9(04) VALUE ZERO.
       01  WS-COSTO-TOTAL                       PIC 9(08)V99 VALUE ZERO.
       01  WS-CANT-IMPR                         PIC ZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZ9.
       01  WS-SALDO-IMPR                        PIC ---9.
       01  WS-IMPORTE-IMPR                      PIC $Z.ZZZ.ZZ9,99.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO REBALAN'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FLOTA.
        PERFORM 230-CARGAR-COSTOS.
        PERFORM 300-BARRER-MAESTRO.
        PERFORM 330-BARRER-RESERVAS.
        PERFORM 360-BARRER-COLA
                VARYING IND-ARCH FROM 1 BY 1
                UNTIL IND-ARCH > 4.
        PERFORM 390-BARRER-PARADAS.
        PERFORM 400-CALCULAR-SALDOS.
        PERFORM 500-ARMAR-PLANILLA.
        PERFORM 998-FIN.

        DISPLAY 'FIN REBALAN - TRASLADOS PROPUESTOS: '
                WS-CANT-PROPUESTAS.
        DISPLAY '              UNIDADES SIN CUBRIR:  '
                WS-CANT-SIN-CUBRIR.
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

            ACCEPT WS-ENV-DESDE FROM ENVIRONMENT "TP_REBAL_DESDE".
            IF WS-ENV-DESDE IS NUMERIC AND WS-ENV-DESDE > ZERO
                MOVE WS-ENV-DESDE TO WS-FECHA-DESDE
            ELSE
                MOVE FECHA-HOY TO WS-FECHA-DESDE
            END-IF.

            ACCEPT WS-ENV-DIAS FROM ENVIRONMENT "TP_REBAL_DIAS".
            IF WS-ENV-DIAS IS NUMERIC AND WS-ENV-DIAS > ZERO
                MOVE WS-ENV-DIAS TO WS-CANT-DIAS-VENT
            ELSE
                MOVE 7 TO WS-CANT-DIAS-VENT
            END-IF.
            IF WS-CANT-DIAS-VENT > 31
                MOVE 31 TO WS-CANT-DIAS-VENT
            END-IF.

            MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N.
            PERFORM 110-ARMAR-UN-DIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DIAS-VENT.
            MOVE VEN-FECHA(WS-CANT-DIAS-VENT) TO WS-FECHA-HASTA.

            IF WS-FECHA-DESDE < FECHA-HOY
                MOVE WS-FECHA-DESDE TO WS-TRAS-DESDE
            ELSE
                MOVE FECHA-HOY TO WS-TRAS-DESDE
            END-IF.

            OPEN OUTPUT REBREP.
            MOVE FS-REBREP TO WS-FS.
            MOVE "REBREP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'PROPUESTA DE REBALANCEO DE FLOTA AL ' FECHA-HOY
                   ' - DEMANDA DEL ' WS-FECHA-DESDE
                   ' AL ' WS-FECHA-HASTA
                DELIMITED BY SIZE INTO LINEA.
            WRITE REBREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '  UNIDADES PROPUESTAS LIBRES DEL ' WS-TRAS-DESDE
                   ' AL ' WS-FECHA-HASTA
                DELIMITED BY SIZE INTO LINEA.
            WRITE REBREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE REBREP-REG FROM LINEA.

       110-ARMAR-UN-DIA.
            MOVE WS-FECHA-CALC-N TO VEN-FECHA(IND-D).
            PERFORM 560-SUMAR-UN-DIA.

       200-CARGAR-FLOTA.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-NO-EXIST
                DISPLAY 'NO EXISTE AUTOS.TXT -- NADA QUE REBALANCEAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-AUTOS TO WS-FS.
            MOVE "AUTOS"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"  TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 210-LEER-AUTO.
            PERFORM 220-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

       210-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA OFERTA DE CADA AGENCIA: UNIDADES EN SERVICIO RADICADAS AHI. *
       220-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO FLO-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-TAMANIO TO FLO-TAMANIO(WS-CANT-AUTOS).
            MOVE AUT-ESTADO  TO FLO-ESTADO(WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO FLO-AGENCIA(WS-CANT-AUTOS).
            MOVE 'N' TO FLO-OCUPADA(WS-CANT-AUTOS).
            MOVE 'N' TO FLO-PROPUESTA(WS-CANT-AUTOS).
            IF AUT-ESTADO NOT = 'B' AND AUT-AGENCIA > ZERO
                MOVE AUT-AGENCIA TO WS-COMB-AGENCIA
                MOVE AUT-TAMANIO TO WS-COMB-TAMANIO
                PERFORM 450-UBICAR-COMBINACION
                IF COMB-ENCONTRADA
                    ADD 1 TO DEM-FLOTA(IND-C)
                END-IF
            END-IF.
            PERFORM 210-LEER-AUTO.

      * UN "35" NO ES ERROR: SIN TABLA NO HAY COSTO ESTIMADO.          *
       230-CARGAR-COSTOS.
            OPEN INPUT TRASCOST.
            IF NOT FS-TRASCOST-NO-EXIST
                MOVE FS-TRASCOST TO WS-FS
                MOVE "TRASCOST"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 231-LEER-COSTO
                PERFORM 232-CARGAR-COSTO
                        UNTIL FS-TRASCOST-FIN
                        OR WS-CANT-COSTOS >= 100
                CLOSE TRASCOST
            END-IF.

       231-LEER-COSTO.
            READ TRASCOST AT END SET FS-TRASCOST-FIN TO TRUE.

            IF NOT FS-TRASCOST-OK AND NOT FS-TRASCOST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TRASCOST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       232-CARGAR-COSTO.
            IF TRC-IMPORTE IS NUMERIC
                IF TRC-ORIGEN = ZERO AND TRC-DESTINO = ZERO
                    MOVE TRC-IMPORTE TO WS-COSTO-DEFECTO
                    MOVE 'S' TO WS-HAY-DEFECTO
                ELSE
                    ADD 1 TO WS-CANT-COSTOS
                    MOVE TRC-ORIGEN  TO TRC-T-ORIGEN(WS-CANT-COSTOS)
                    MOVE TRC-DESTINO TO TRC-T-DESTINO(WS-CANT-COSTOS)
                    MOVE TRC-IMPORTE TO TRC-T-IMPORTE(WS-CANT-COSTOS)
                END-IF
            END-IF.
            PERFORM 231-LEER-COSTO.

      * DIAS ALQUILADOS FUTUROS: DEMANDA DE LA AGENCIA DE RETIRO (SI   *
      * NO VIENE, LA DE RADICACION) Y UNIDAD OCUPADA.                  *
       300-BARRER-MAESTRO.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'SIN ALQIDX.DAT -- SIN ALQUILERES FUTUROS'
            ELSE
                PERFORM 310-LEER-ALQ
                PERFORM 320-REVISAR-ALQ UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

       310-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-REVISAR-ALQ.
            IF NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-FECHA NOT < WS-TRAS-DESDE
               AND ALQ-IDX-FECHA NOT > WS-FECHA-HASTA
                MOVE ALQ-IDX-PATENTE TO WS-PATENTE-BUSCAR
                PERFORM 340-BUSCAR-AUTO
                IF WS-AUTO-ENCONTRADO
                    MOVE 'S' TO FLO-OCUPADA(IND-A)
                    MOVE ALQ-IDX-AGENCIA TO WS-COMB-AGENCIA
                    MOVE ALQ-IDX-FECHA   TO WS-FECHA-ANOTAR
                    PERFORM 350-ANOTAR-DEMANDA-AUTO
                END-IF
            END-IF.
            PERFORM 310-LEER-ALQ.

       330-BARRER-RESERVAS.
            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-NO-EXIST
                DISPLAY 'SIN RESERVAS.DAT -- SIN RESERVAS QUE MIRAR'
            ELSE
                PERFORM 331-LEER-RESERVA
                PERFORM 332-REVISAR-RESERVA UNTIL FS-RESERVAS-FIN
                CLOSE RESERVAS
            END-IF.

       331-LEER-RESERVA.
            READ RESERVAS AT END SET FS-RESERVAS-FIN TO TRUE.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       332-REVISAR-RESERVA.
            IF RSV-FECHA NOT < WS-TRAS-DESDE
               AND RSV-FECHA NOT > WS-FECHA-HASTA
                MOVE RSV-PATENTE TO WS-PATENTE-BUSCAR
                PERFORM 340-BUSCAR-AUTO
                IF WS-AUTO-ENCONTRADO
                    MOVE 'S' TO FLO-OCUPADA(IND-A)
                    MOVE RSV-AGENCIA TO WS-COMB-AGENCIA
                    MOVE RSV-FECHA   TO WS-FECHA-ANOTAR
                    PERFORM 350-ANOTAR-DEMANDA-AUTO
                END-IF
            END-IF.
            PERFORM 331-LEER-RESERVA.

      * BUSCA WS-PATENTE-BUSCAR EN LA FLOTA; DEJA IND-A EN LA UNIDAD.  *
       340-BUSCAR-AUTO.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 341-COMPARAR-PATENTE
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-ENCONTRADO.
            IF WS-AUTO-ENCONTRADO
                SUBTRACT 1 FROM IND-A
            END-IF.

       341-COMPARAR-PATENTE.
            IF FLO-PATENTE(IND-A) = WS-PATENTE-BUSCAR
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

      * UN DIA OCUPADO DE LA UNIDAD IND-A CUENTA COMO DEMANDA DE SU    *
      * TAMANIO EN WS-COMB-AGENCIA (SI NO HAY AGENCIA, LA RADICACION). *
       350-ANOTAR-DEMANDA-AUTO.
            IF WS-COMB-AGENCIA = ZERO
                MOVE FLO-AGENCIA(IND-A) TO WS-COMB-AGENCIA
            END-IF.
            MOVE FLO-TAMANIO(IND-A) TO WS-COMB-TAMANIO.
            PERFORM 460-ANOTAR-DEMANDA.

      * PEDIDOS PENDIENTES EN COLA: UN PEDIDO POR TAMANIO ES DEMANDA   *
      * DE ESE TAMANIO EN LA AGENCIA DE LA COLA; UNO POR PATENTE ES    *
      * DEMANDA DEL TAMANIO DE LA UNIDAD Y ADEMAS LA OCUPA. LAS        *
      * MARCAS '*H' Y '*T' NO SON PEDIDOS DE UNIDAD.                   *
       360-BARRER-COLA.
            MOVE WS-ARCH-PATH(IND-ARCH) TO WS-PATH-SOLQ.
            OPEN INPUT SOLQ.
            IF NOT FS-SOLQ-NO-EXIST
                MOVE FS-SOLQ TO WS-FS
                MOVE "SOLQ"  TO WS-FS-NOMBRE
                MOVE "ABRIR" TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 361-LEER-SOLQ
                PERFORM 362-REVISAR-PEDIDO UNTIL FS-SOLQ-FIN
                CLOSE SOLQ
            END-IF.

       361-LEER-SOLQ.
            READ SOLQ AT END SET FS-SOLQ-FIN TO TRUE.

            IF NOT FS-SOLQ-OK AND NOT FS-SOLQ-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LA COLA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       362-REVISAR-PEDIDO.
            IF SOLQ-FECHA IS NUMERIC
               AND SOLQ-PATENTE NOT = SPACES
               AND NOT (SOLQ-PATENTE(1:1) = '*'
                        AND (SOLQ-PATENTE(2:1) = 'H'
                             OR SOLQ-PATENTE(2:1) = 'T'))
                IF SOLQ-FECHA-HASTA IS NUMERIC
                   AND SOLQ-FECHA-HASTA NOT < SOLQ-FECHA
                    MOVE SOLQ-FECHA-HASTA TO WS-SOL-HASTA
                ELSE
                    MOVE SOLQ-FECHA TO WS-SOL-HASTA
                END-IF
                MOVE 'N' TO WS-ENCONTRO-AUTO
                IF SOLQ-PATENTE(1:1) NOT = '*'
                    MOVE SOLQ-PATENTE TO WS-PATENTE-BUSCAR
                    PERFORM 340-BUSCAR-AUTO
                END-IF
                IF SOLQ-PATENTE(1:1) = '*' OR WS-AUTO-ENCONTRADO
                    MOVE SOLQ-FECHA TO WS-FECHA-CALC-N
                    MOVE ZERO TO WS-CANT-DIAS
                    PERFORM 363-ANOTAR-DIA-PEDIDO
                            UNTIL WS-FECHA-CALC-N > WS-SOL-HASTA
                            OR WS-CANT-DIAS > 31
                END-IF
            END-IF.
            PERFORM 361-LEER-SOLQ.

       363-ANOTAR-DIA-PEDIDO.
            ADD 1 TO WS-CANT-DIAS.
            IF WS-FECHA-CALC-N NOT < WS-TRAS-DESDE
               AND WS-FECHA-CALC-N NOT > WS-FECHA-HASTA
                MOVE WS-ARCH-AGENCIA(IND-ARCH) TO WS-COMB-AGENCIA
                MOVE WS-FECHA-CALC-N TO WS-FECHA-ANOTAR
                IF SOLQ-PATENTE(1:1) = '*'
                    MOVE SOLQ-PATENTE(2:1) TO WS-COMB-TAMANIO
                    PERFORM 460-ANOTAR-DEMANDA
                ELSE
                    MOVE 'S' TO FLO-OCUPADA(IND-A)
                    PERFORM 350-ANOTAR-DEMANDA-AUTO
                END-IF
            END-IF.
            PERFORM 560-SUMAR-UN-DIA.

      * UNA PARADA ACTIVA QUE PISA LA VENTANA DE TRASLADO DEJA A LA    *
      * UNIDAD FUERA DE LA PROPUESTA.                                  *
       390-BARRER-PARADAS.
            OPEN INPUT PARADAS.
            IF NOT FS-PARADAS-NO-EXIST
                MOVE FS-PARADAS TO WS-FS
                MOVE "PARADAS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 391-LEER-PARADA
                PERFORM 392-REVISAR-PARADA UNTIL FS-PARADAS-FIN
                CLOSE PARADAS
            END-IF.

       391-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       392-REVISAR-PARADA.
            IF PAR-ESTADO = 'A'
               AND PAR-FECHA-DESDE NOT > WS-FECHA-HASTA
               AND PAR-FECHA-HASTA NOT < WS-TRAS-DESDE
                MOVE PAR-PATENTE TO WS-PATENTE-BUSCAR
                PERFORM 340-BUSCAR-AUTO
                IF WS-AUTO-ENCONTRADO
                    MOVE 'S' TO FLO-OCUPADA(IND-A)
                END-IF
            END-IF.
            PERFORM 391-LEER-PARADA.

       400-CALCULAR-SALDOS.
            PERFORM 410-SALDO-COMBINACION
                    VARYING IND-C FROM 1 BY 1
                    UNTIL IND-C > WS-CANT-COMB.

       410-SALDO-COMBINACION.
            MOVE ZERO TO DEM-PICO(IND-C).
            PERFORM 411-PICO-UN-DIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DIAS-VENT.
            COMPUTE DEM-SALDO(IND-C) =
                DEM-FLOTA(IND-C) - DEM-PICO(IND-C).

       411-PICO-UN-DIA.
            IF DEM-DIA(IND-C, IND-D) > DEM-PICO(IND-C)
                MOVE DEM-DIA(IND-C, IND-D) TO DEM-PICO(IND-C)
            END-IF.

      * BUSCA (O DA DE ALTA) LA COMBINACION AGENCIA + TAMANIO; DEJA    *
      * IND-C EN ELLA. CON LA TABLA LLENA NO SE ENCUENTRA.             *
       450-UBICAR-COMBINACION.
            MOVE 'N' TO WS-ENCONTRO-COMB.
            PERFORM 451-COMPARAR-COMBINACION
                    VARYING IND-C FROM 1 BY 1
                    UNTIL IND-C > WS-CANT-COMB
                    OR COMB-ENCONTRADA.
            IF COMB-ENCONTRADA
                SUBTRACT 1 FROM IND-C
            ELSE
                IF WS-CANT-COMB < 200
                    ADD 1 TO WS-CANT-COMB
                    MOVE WS-CANT-COMB TO IND-C
                    INITIALIZE DEM-ENT(IND-C)
                    MOVE WS-COMB-AGENCIA TO DEM-AGENCIA(IND-C)
                    MOVE WS-COMB-TAMANIO TO DEM-TAMANIO(IND-C)
                    MOVE 'S' TO WS-ENCONTRO-COMB
                END-IF
            END-IF.

       451-COMPARAR-COMBINACION.
            IF DEM-AGENCIA(IND-C) = WS-COMB-AGENCIA
               AND DEM-TAMANIO(IND-C) = WS-COMB-TAMANIO
                MOVE 'S' TO WS-ENCONTRO-COMB
            END-IF.

      * SUMA UNA UNIDAD DE DEMANDA EN EL DIA WS-FECHA-ANOTAR, SI CAE   *
      * DENTRO DE LA VENTANA DE DEMANDA.                               *
       460-ANOTAR-DEMANDA.
            IF WS-COMB-AGENCIA > ZERO
               AND WS-FECHA-ANOTAR NOT < WS-FECHA-DESDE
               AND WS-FECHA-ANOTAR NOT > WS-FECHA-HASTA
                MOVE 'N' TO WS-DIA-ENCONTRADO
                PERFORM 461-COMPARAR-DIA
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-CANT-DIAS-VENT
                        OR DIA-ENCONTRADO
                IF DIA-ENCONTRADO
                    SUBTRACT 1 FROM IND-D
                    PERFORM 450-UBICAR-COMBINACION
                    IF COMB-ENCONTRADA
                        ADD 1 TO DEM-DIA(IND-C, IND-D)
                    END-IF
                END-IF
            END-IF.

       461-COMPARAR-DIA.
            IF VEN-FECHA(IND-D) = WS-FECHA-ANOTAR
                MOVE 'S' TO WS-DIA-ENCONTRADO
            END-IF.

       500-ARMAR-PLANILLA.
            MOVE 'DEMANDA CONTRA FLOTA RADICADA (PICO DIARIO)'
                TO LINEA.
            WRITE REBREP-REG FROM LINEA.
            PERFORM 510-IMPRIMIR-COMBINACION
                    VARYING IND-C FROM 1 BY 1
                    UNTIL IND-C > WS-CANT-COMB.

            MOVE SPACES TO LINEA.
            WRITE REBREP-REG FROM LINEA.
            MOVE 'TRASLADOS PROPUESTOS' TO LINEA.
            WRITE REBREP-REG FROM LINEA.
            PERFORM 520-CUBRIR-FALTANTE
                    VARYING IND-CD FROM 1 BY 1
                    UNTIL IND-CD > WS-CANT-COMB.

            IF WS-CANT-PROPUESTAS = ZERO
                MOVE '  SIN TRASLADOS PROPUESTOS' TO LINEA
                WRITE REBREP-REG FROM LINEA
            END-IF.

            MOVE SPACES TO LINEA.
            WRITE REBREP-REG FROM LINEA.
            MOVE WS-CANT-PROPUESTAS TO WS-CANT-IMPR.
            MOVE WS-COSTO-TOTAL     TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'TOTAL TRASLADOS ' WS-CANT-IMPR
                   '  COSTO ESTIMADO ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE REBREP-REG FROM LINEA.
            IF WS-CANT-SIN-CUBRIR > ZERO
                MOVE WS-CANT-SIN-CUBRIR TO WS-CANT-IMPR
                MOVE SPACES TO LINEA
                STRING 'UNIDADES QUE NO SE PUEDEN CUBRIR CON '
                       'TRASLADOS: ' WS-CANT-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE REBREP-REG FROM LINEA
            END-IF.

       510-IMPRIMIR-COMBINACION.
            MOVE DEM-FLOTA(IND-C) TO WS-CANT-IMPR.
            MOVE DEM-PICO(IND-C)  TO WS-CANT-IMPR2.
            MOVE DEM-SALDO(IND-C) TO WS-SALDO-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  Agencia ' DEM-AGENCIA(IND-C)
                   '  Tamanio ' DEM-TAMANIO(IND-C)
                   '  Flota ' WS-CANT-IMPR
                   '  Pico ' WS-CANT-IMPR2
                   '  Saldo ' WS-SALDO-IMPR
                DELIMITED BY SIZE INTO LINEA.
            IF DEM-SALDO(IND-C) < ZERO
                MOVE 'FALTAN UNIDADES' TO LINEA(60:)
            END-IF.
            WRITE REBREP-REG FROM LINEA.

      * UN FALTANTE SE CUBRE CON UNIDADES DEL MISMO TAMANIO DE OTRAS   *
      * AGENCIAS A LAS QUE LES SOBRAN, LIBRES TODA LA VENTANA DE       *
      * TRASLADO, DE A UNA Y ELIGIENDO SIEMPRE LA MAS BARATA DE MOVER. *
       520-CUBRIR-FALTANTE.
            IF DEM-SALDO(IND-CD) < ZERO
                COMPUTE WS-FALTAN = ZERO - DEM-SALDO(IND-CD)
                MOVE 1 TO WS-MEJOR-AUTO
                PERFORM 530-PROPONER-UNIDAD
                        UNTIL WS-FALTAN = ZERO
                        OR WS-MEJOR-AUTO = ZERO
                IF WS-FALTAN > ZERO
                    ADD WS-FALTAN TO WS-CANT-SIN-CUBRIR
                    MOVE WS-FALTAN TO WS-CANT-IMPR
                    MOVE SPACES TO LINEA
                    STRING '  Agencia ' DEM-AGENCIA(IND-CD)
                           '  Tamanio ' DEM-TAMANIO(IND-CD)
                           '  SIN UNIDADES LIBRES PARA TRASLADAR: '
                           'FALTAN ' WS-CANT-IMPR
                        DELIMITED BY SIZE INTO LINEA
                    WRITE REBREP-REG FROM LINEA
                END-IF
            END-IF.

       530-PROPONER-UNIDAD.
            MOVE ZERO TO WS-MEJOR-AUTO.
            PERFORM 540-PROBAR-CANDIDATO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.
            IF WS-MEJOR-AUTO > ZERO
                MOVE 'S' TO FLO-PROPUESTA(WS-MEJOR-AUTO)
                SUBTRACT 1 FROM DEM-SALDO(WS-MEJOR-COMB)
                ADD 1 TO DEM-SALDO(IND-CD)
                SUBTRACT 1 FROM WS-FALTAN
                ADD 1 TO WS-CANT-PROPUESTAS
                ADD WS-MEJOR-COSTO TO WS-COSTO-TOTAL
                PERFORM 550-IMPRIMIR-TRASLADO
            END-IF.

      * CANDIDATO: MISMO TAMANIO, EN SERVICIO, RADICADO EN OTRA        *
      * AGENCIA CON SALDO POSITIVO, LIBRE Y NO PROPUESTO TODAVIA.      *
       540-PROBAR-CANDIDATO.
            IF FLO-TAMANIO(IND-A) = DEM-TAMANIO(IND-CD)
               AND FLO-ESTADO(IND-A) NOT = 'B'
               AND FLO-AGENCIA(IND-A) > ZERO
               AND FLO-AGENCIA(IND-A) NOT = DEM-AGENCIA(IND-CD)
               AND FLO-OCUPADA(IND-A) = 'N'
               AND FLO-PROPUESTA(IND-A) = 'N'
                MOVE FLO-AGENCIA(IND-A) TO WS-COMB-AGENCIA
                MOVE FLO-TAMANIO(IND-A) TO WS-COMB-TAMANIO
                PERFORM 450-UBICAR-COMBINACION
                IF COMB-ENCONTRADA AND DEM-SALDO(IND-C) > ZERO
                    MOVE FLO-AGENCIA(IND-A)  TO WS-COSTO-ORIGEN
                    MOVE DEM-AGENCIA(IND-CD) TO WS-COSTO-DESTINO
                    PERFORM 570-BUSCAR-COSTO
                    IF WS-MEJOR-AUTO = ZERO
                       OR WS-COSTO < WS-MEJOR-COSTO
                        MOVE IND-A             TO WS-MEJOR-AUTO
                        MOVE IND-C             TO WS-MEJOR-COMB
                        MOVE WS-COSTO          TO WS-MEJOR-COSTO
                        MOVE WS-COSTO-TARIFADO TO WS-MEJOR-TARIFADO
                    END-IF
                END-IF
            END-IF.

       550-IMPRIMIR-TRASLADO.
            MOVE WS-MEJOR-COSTO TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  ' FLO-PATENTE(WS-MEJOR-AUTO)
                   '  Tamanio ' FLO-TAMANIO(WS-MEJOR-AUTO)
                   '  De agencia ' FLO-AGENCIA(WS-MEJOR-AUTO)
                   '  A agencia ' DEM-AGENCIA(IND-CD)
                   '  Costo estimado ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            IF WS-MEJOR-TARIFADO NOT = 'S'
                MOVE '(SIN TARIFA)' TO LINEA(87:)
            END-IF.
            WRITE REBREP-REG FROM LINEA.

      * LINEA DE TRASLADO SUGERIDA, LISTA PARA TIPEAR EN TRANSFER.CBL. *
            MOVE SPACES TO LINEA.
            STRING '      TRASLADAR ' FLO-PATENTE(WS-MEJOR-AUTO)
                   ' DE AGENCIA ' FLO-AGENCIA(WS-MEJOR-AUTO)
                   ' A AGENCIA ' DEM-AGENCIA(IND-CD)
                DELIMITED BY SIZE INTO LINEA.
            WRITE REBREP-REG FROM LINEA.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE DEVOLUC.CBL). *
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

      * COSTO DEL PAR ORIGEN/DESTINO; SI NO ESTA, EL PAR INVERSO; SI   *
      * TAMPOCO, LA FILA 00/00 (O CERO, MARCADO SIN TARIFA).           *
       570-BUSCAR-COSTO.
            MOVE 'N' TO WS-COSTO-TARIFADO.
            PERFORM 571-COMPARAR-COSTO
                    VARYING IND-T FROM 1 BY 1
                    UNTIL IND-T > WS-CANT-COSTOS
                    OR COSTO-TARIFADO.
            IF NOT COSTO-TARIFADO
                PERFORM 572-COMPARAR-COSTO-INVERSO
                        VARYING IND-T FROM 1 BY 1
                        UNTIL IND-T > WS-CANT-COSTOS
                        OR COSTO-TARIFADO
            END-IF.
            IF NOT COSTO-TARIFADO
                MOVE WS-COSTO-DEFECTO TO WS-COSTO
                MOVE WS-HAY-DEFECTO   TO WS-COSTO-TARIFADO
            END-IF.

       571-COMPARAR-COSTO.
            IF TRC-T-ORIGEN(IND-T) = WS-COSTO-ORIGEN
               AND TRC-T-DESTINO(IND-T) = WS-COSTO-DESTINO
                MOVE TRC-T-IMPORTE(IND-T) TO WS-COSTO
                MOVE 'S' TO WS-COSTO-TARIFADO
            END-IF.

       572-COMPARAR-COSTO-INVERSO.
            IF TRC-T-ORIGEN(IND-T) = WS-COSTO-DESTINO
               AND TRC-T-DESTINO(IND-T) = WS-COSTO-ORIGEN
                MOVE TRC-T-IMPORTE(IND-T) TO WS-COSTO
                MOVE 'S' TO WS-COSTO-TARIFADO
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
            CLOSE REBREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
