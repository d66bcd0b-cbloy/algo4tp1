                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL): LOS DIAS      *
      * DENTRO DE UNA VENTANA ACTIVA NO SE RESERVAN.                   *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * HORARIOS Y FECHAS DE CIERRE DE LAS AGENCIAS (VER SELECT AGHORAR *
      * EN TP.CBL): SE AVISA EN EL MOMENTO SI EL RETIRO O LA            *
      * DEVOLUCION CAEN FUERA DE HORARIO.                               *
        SELECT AGHORAR ASSIGN TO "..\AGHORAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGHORAR.

        SELECT AGCERRAD ASSIGN TO "..\AGCERRAD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGCERRAD.

      * RESTRICCIONES DE VENTA (VER TP.CBL 4440) Y FERIADOS PARA LOS    *
      * FINES DE SEMANA LARGOS: SE AVISA EN EL MOMENTO SI LA RESERVA    *
      * NO CUMPLE ESTADIA MINIMA, ANTICIPACION MAXIMA O UNA VEDA.       *
        SELECT RESTRIC ASSIGN TO "..\RESTRIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RESTRIC.

        SELECT FERIADOS ASSIGN TO "..\FERIADOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FERIADOS.


      * SENAS DE LAS RESERVAS (UNA FILA POR RESERVA, EN EXTEND): LA    *
      * RESERVA QUEDA PENDIENTE ('P') HASTA QUE LA SENA SE COBRE POR   *
      * CAJA O POR LA COLA DE PAGOS CON REFERENCIA 'SENA' + NUMERO.    *
      * SENACTL.CBL LA CONFIRMA, LA VENCE O LA APLICA AL ALQUILER.     *
        SELECT SENAS ASSIGN TO "..\SENAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SENAS.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): MIENTRAS    *
      * EXISTA, EL MAESTRO ESTA EN USO POR EL BATCH.                    *
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

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                             *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-NRO-DOC                          PIC X(20).
           05  RSV-CHOFER                           PIC X(07).
           05  RSV-AGENCIA                          PIC 9(02).
      * 'R' RESERVADA (CONFIRMADA), 'P' PENDIENTE DE PAGO DE LA SENA.  *
           05  RSV-ESTADO                           PIC X.

       FD  AUTOS.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-RESTO          PIC X(120).

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

      * MISMO ARMADO QUE AGHORAR-REG EN TP.CBL.                         *
       FD  AGHORAR.
       01  AGHORAR-REG.
           05  AGH-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  AGH-DIA                          PIC 9.
           05  FILLER                           PIC X(01).
           05  AGH-ABRE                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-CIERRA                       PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-FUERA-HORA                   PIC X.
           05  FILLER                           PIC X(01).
           05  AGH-RECARGO                      PIC 9(04)V99.

      * MISMO ARMADO QUE AGCERRAD-REG EN TP.CBL.                        *
       FD  AGCERRAD.
       01  AGCERRAD-REG.
           05  ACE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ACE-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ACE-MOTIVO                       PIC X(30).

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

      * MISMO ARMADO QUE FERIADO-REG EN TP.CBL.                        *
       FD  FERIADOS.
       01  FERIADO-REG.
           05  FER-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FER-DESCRIPCION                  PIC X(30).

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

      * SENA DE UNA RESERVA.  ESTADOS: 'P' PENDIENTE DE PAGO, 'C'      *
      * COBRADA (RESERVA CONFIRMADA), 'A' APLICADA AL ALQUILER, 'V'    *
      * VENCIDA SIN PAGAR, 'R' RETENIDA POR NO-SHOW, 'D' A DEVOLVER    *
      * (ALQUILER ANULADO O RESERVA NO CONVERTIDA).                    *
       FD  SENAS.
       01  SENA-REG.
           05  SEN-NRO                          PIC 9(07).
           05  FILLER                           PIC X(01).
           05  SEN-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-TIPO-DOC                     PIC X.
           05  SEN-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  SEN-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SEN-PAGADO                       PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-PAGO                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  SEN-FECHA-ESTADO                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SEN-NRO-CONTRATO                 PIC 9(09).

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
                    'RESERVAS.DAT03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-AGHORAR                           PIC X(02).
           88  FS-AGHORAR-OK                    VALUE '00'.
           88  FS-AGHORAR-FIN                   VALUE '10'.
           88  FS-AGHORAR-NO-EXIST              VALUE '35'.

       01  FS-AGCERRAD                          PIC X(02).
           88  FS-AGCERRAD-OK                   VALUE '00'.
           88  FS-AGCERRAD-FIN                  VALUE '10'.
           88  FS-AGCERRAD-NO-EXIST             VALUE '35'.

       01  FS-RESTRIC                           PIC X(02).
           88  FS-RESTRIC-OK                    VALUE '00'.
           88  FS-RESTRIC-FIN                   VALUE '10'.
           88  FS-RESTRIC-NO-EXIST              VALUE '35'.

       01  FS-FERIADOS                          PIC X(02).
           88  FS-FERIADOS-OK                   VALUE '00'.
           88  FS-FERIADOS-FIN                  VALUE '10'.
           88  FS-FERIADOS-NO-EXIST             VALUE '35'.

       01  FS-SENAS                             PIC X(02).
           88  FS-SENAS-OK                      VALUE '00'.
           88  FS-SENAS-FIN                     VALUE '10'.
           88  FS-SENAS-NO-EXIST                VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-AGENCIA                           PIC 9(02).
       01  WS-CONTINUAR                         PIC X.
       01  WS-MSG                               PIC X(60).
       01  WS-MSG2                              PIC X(60).
       01  WS-MSG3                              PIC X(60).
       01  WS-MSG4                              PIC X(60).

       01  WS-AUTO-OK                           PIC X VALUE 'N'.
       01  WS-CANT-GRABADAS                     PIC 9(03) VALUE ZERO.
       01  WS-CANT-DEPURADAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-DIAS                         PIC 9(03) VALUE ZERO.
       01  WS-MAX-DIAS-RANGO                    PIC 9(03) VALUE 31.
       01  WS-CANT-EN-TALLER                    PIC 9(03) VALUE ZERO.

      * PARADAS DE TALLER ACTIVAS EN MEMORIA (VER FD PARADAS).         *
       01  WS-CANT-PARADAS                      PIC 9(03) VALUE ZERO.
       01  TABLA-PARADAS.
           05  PAR-ENT                  OCCURS 200 TIMES.
               09  PAR-T-PATENTE        PIC X(07).
               09  PAR-T-DESDE          PIC 9(08).
               09  PAR-T-HASTA          PIC 9(08).
       01  IND-P                                PIC 9(03).
       01  WS-EN-PARADA                         PIC X VALUE 'N'.
           88  EN-PARADA                        VALUE 'S'.

      * SENA REQUERIDA: PORCENTAJE DE LA TARIFA DE LISTA DE LOS DIAS   *
      * RESERVADOS (TP_SENA_PORC, POR DEFECTO 20; 0 = SIN SENA, LA     *
      * RESERVA QUEDA CONFIRMADA COMO ANTES).                          *
       01  WS-ENV-SENA-PORC                     PIC X(03).
       01  WS-SENA-PORC                         PIC 9(03) VALUE 20.
       01  WS-AUT-IMPORTE                       PIC 9(04)V99 VALUE ZERO.
       01  WS-TAM-AUTO                          PIC X.
       01  WS-SENA-IMPORTE                      PIC 9(07)V99.
       01  WS-ULTIMA-SENA                       PIC 9(07) VALUE ZERO.
       01  WS-ESTADO-ALTA                       PIC X VALUE 'R'.
       01  WS-SENA-IMPR                         PIC $Z.ZZZ.ZZ9,99.

      * ARITMETICA DE FECHAS (MISMO MECANISMO QUE ROLLUP/DEVOLUC).      *
       01  WS-FECHA-CALC.
       01  WS-FEC-RES100                        PIC 9(02).
       01  WS-FEC-RES400                        PIC 9(03).

      * CALENDARIO DE FERIADOS EN MEMORIA (MISMO LIMITE QUE TP.CBL).    *
       01  WS-CANT-FERIADOS                     PIC 9(3) VALUE ZERO.
       01  TABLA-FERIADOS.
           05  FER-TAB                  OCCURS 100 TIMES.
               09  FER-TAB-FECHA        PIC 9(08).
       01  IND-FER                              PIC 9(3).

      * RESTRICCIONES DE VENTA EN MEMORIA (VER FD RESTRIC).            *
      * RES-TAB-LIMITE ES LA ULTIMA FECHA DE RETIRO VENDIBLE DE UNA    *
      * REGLA DE ANTICIPACION, CONTADA DESDE HOY.                      *
       01  WS-CANT-RESTRIC                      PIC 9(3) VALUE ZERO.
       01  TABLA-RESTRIC.
           05  RES-TAB                  OCCURS 200 TIMES.
               09  RES-TAB-DESDE        PIC 9(08).
               09  RES-TAB-HASTA        PIC 9(08).
               09  RES-TAB-AGENCIA      PIC 9(02).
               09  RES-TAB-TAMANIO      PIC X.
               09  RES-TAB-TIPO         PIC X.
               09  RES-TAB-PRODUCTO     PIC X.
               09  RES-TAB-FINDE        PIC X.
               09  RES-TAB-DIAS         PIC 9(03).
               09  RES-TAB-LIMITE       PIC 9(08).
       01  IND-RES                              PIC 9(3).
       01  WS-RES-TOCA-FINDE                    PIC X VALUE ' '.
           88  RES-FINDE-SIN-CALCULAR           VALUE ' '.
           88  RES-TOCA-FINDE-LARGO             VALUE 'S'.
       01  WS-RES-HASTA-MAS2                    PIC 9(08).
       01  WS-RES-DIAS-IMPR                     PIC ZZ9.

      * HORARIOS Y CIERRES DE AGENCIA EN MEMORIA (MISMAS TABLAS Y       *
      * CRITERIO QUE 4470-VERIFICAR-HORARIO EN TP.CBL).  WS-HOR-DIA:    *
      * 1 = LUNES ... 7 = DOMINGO.                                      *
       01  TABLA-HORARIOS.
           05  HOR-AGE                  OCCURS 99 TIMES.
               09  HOR-TIENE            PIC X       VALUE 'N'.
               09  HOR-DIA              OCCURS 7 TIMES.
                   13  HOR-ABRE         PIC 9(04)   VALUE ZERO.
                   13  HOR-CIERRA       PIC 9(04)   VALUE ZERO.
                   13  HOR-FUERA-HORA   PIC X       VALUE 'N'.
                   13  HOR-RECARGO      PIC 9(04)V99 VALUE ZERO.
       01  WS-CANT-AGCERRAD                     PIC 9(03) VALUE ZERO.
       01  TABLA-AGCERRAD.
           05  ACE-TAB                  OCCURS 500 TIMES.
               09  ACE-TAB-AGENCIA      PIC 9(02).
               09  ACE-TAB-FECHA        PIC 9(08).
       01  IND-ACE                              PIC 9(03).
       01  WS-HOR-AGENCIA                       PIC 9(02).
       01  WS-HOR-HORA                          PIC 9(04).
       01  WS-HOR-FECHA.
           05  WS-HOR-AA                        PIC 9(04).
           05  WS-HOR-MM                        PIC 9(02).
           05  WS-HOR-DD                        PIC 9(02).
       01  WS-HOR-FECHA-N REDEFINES WS-HOR-FECHA PIC 9(08).
       01  WS-HOR-DIA                           PIC 9.
       01  WS-HOR-RESULTADO                     PIC X.
           88  HOR-EN-HORARIO                   VALUE 'S'.
           88  HOR-FUERA-CON-SERVICIO           VALUE 'F'.
           88  HOR-CERRADO                      VALUE 'N'.
       01  WS-HOR-RECARGO                       PIC 9(04)V99 VALUE ZERO.
       01  WS-HOR-RECARGO-TOTAL                 PIC 9(05)V99 VALUE ZERO.
       01  WS-AVISO-RETIRO                      PIC X(17).
       01  WS-AVISO-DEVOL                       PIC X(17).

      * CONGRUENCIA DE ZELLER (MISMA QUE TP.CBL): 0 = SABADO,           *
      * 1 = DOMINGO, 2 = LUNES ... 6 = VIERNES.                         *
       01  WS-ZEL-ANIO                          PIC 9(04).
       01  WS-ZEL-MES                           PIC 9(02).
       01  WS-ZEL-DIA                           PIC 9(02).
       01  WS-ZEL-K                             PIC 9(02).
       01  WS-ZEL-J                             PIC 9(02).
       01  WS-ZEL-T1                            PIC 9(04).
       01  WS-ZEL-T1-DIV                        PIC 9(04).
       01  WS-ZEL-T2                            PIC 9(04).
       01  WS-ZEL-T3                            PIC 9(04).
       01  WS-ZEL-H                             PIC 9(05).
       01  WS-ZEL-COC                           PIC 9(04).
       01  WS-DIA-SEMANA                        PIC 9.

       SCREEN SECTION.
       01  PANTALLA-RESERVA.
           05  BLANK SCREEN.

       01  PANTALLA-MSG.
           05  LINE 13 COL 5 PIC X(60) FROM WS-MSG.
           05  LINE 14 COL 5 PIC X(60) FROM WS-MSG2.
           05  LINE 15 COL 5 PIC X(60) FROM WS-MSG3.
           05  LINE 16 COL 5 PIC X(60) FROM WS-MSG4.
           05  LINE 17 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 17 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO RESERVAR'.
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

            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO WS-ENV-SENA-PORC.
            ACCEPT WS-ENV-SENA-PORC FROM ENVIRONMENT "TP_SENA_PORC".
            IF WS-ENV-SENA-PORC IS NUMERIC
                MOVE WS-ENV-SENA-PORC TO WS-SENA-PORC
            END-IF.
            IF WS-SENA-PORC > ZERO
                MOVE 'P' TO WS-ESTADO-ALTA
            END-IF.
            PERFORM 110-ULTIMA-SENA.
            PERFORM 120-CARGAR-PARADAS.
            PERFORM 130-CARGAR-HORARIOS.
            PERFORM 140-CARGAR-FERIADOS.
            PERFORM 143-CARGAR-RESTRIC.

      * NUMERO DE LA ULTIMA SENA EMITIDA (LAS FILAS VAN EN ORDEN).     *
       110-ULTIMA-SENA.
            OPEN INPUT SENAS.
            IF NOT FS-SENAS-NO-EXIST
                MOVE FS-SENAS   TO WS-FS
                MOVE "SENAS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 111-LEER-SENA
                PERFORM 112-TOMAR-NUMERO UNTIL FS-SENAS-FIN
                CLOSE SENAS
            END-IF.

       111-LEER-SENA.
            READ SENAS AT END SET FS-SENAS-FIN TO TRUE.

            IF NOT FS-SENAS-OK AND NOT FS-SENAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SENAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       112-TOMAR-NUMERO.
            IF SEN-NRO IS NUMERIC AND SEN-NRO > WS-ULTIMA-SENA
                MOVE SEN-NRO TO WS-ULTIMA-SENA
            END-IF.
            PERFORM 111-LEER-SENA.

      * UN "35" NO ES ERROR: SIN CALENDARIO NINGUNA UNIDAD ESTA PARADA.*
       120-CARGAR-PARADAS.
            OPEN INPUT PARADAS.
            IF NOT FS-PARADAS-NO-EXIST
                MOVE FS-PARADAS TO WS-FS
                MOVE "PARADAS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 121-LEER-PARADA
                PERFORM 122-CARGAR-PARADA
                        UNTIL FS-PARADAS-FIN
                        OR WS-CANT-PARADAS >= 200
                CLOSE PARADAS
            END-IF.

       121-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-PARADA.
            IF PAR-ESTADO = 'A'
                ADD 1 TO WS-CANT-PARADAS
                MOVE PAR-PATENTE     TO PAR-T-PATENTE(WS-CANT-PARADAS)
                MOVE PAR-FECHA-DESDE TO PAR-T-DESDE(WS-CANT-PARADAS)
                MOVE PAR-FECHA-HASTA TO PAR-T-HASTA(WS-CANT-PARADAS)
            END-IF.
            PERFORM 121-LEER-PARADA.

      * UN "35" NO ES ERROR: SIN HORARIOS NI CIERRES LAS AGENCIAS       *
      * ATIENDEN SIEMPRE.                                               *
       130-CARGAR-HORARIOS.
            OPEN INPUT AGHORAR.
            IF NOT FS-AGHORAR-NO-EXIST
                MOVE FS-AGHORAR TO WS-FS
                MOVE "AGHORAR"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-AGHORAR
                PERFORM 132-CARGAR-HORARIO UNTIL FS-AGHORAR-FIN
                CLOSE AGHORAR
            END-IF.

            OPEN INPUT AGCERRAD.
            IF NOT FS-AGCERRAD-NO-EXIST
                MOVE FS-AGCERRAD TO WS-FS
                MOVE "AGCERRAD"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 134-LEER-AGCERRAD
                PERFORM 135-CARGAR-CIERRE
                        UNTIL FS-AGCERRAD-FIN
                        OR WS-CANT-AGCERRAD >= 500
                CLOSE AGCERRAD
            END-IF.

       131-LEER-AGHORAR.
            READ AGHORAR AT END SET FS-AGHORAR-FIN TO TRUE.

            IF NOT FS-AGHORAR-OK AND NOT FS-AGHORAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGHORAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * MISMO FILTRO QUE 1283-CARGAR-TABLA-HORARIOS EN TP.CBL.          *
       132-CARGAR-HORARIO.
            IF AGH-AGENCIA IS NUMERIC AND AGH-AGENCIA > ZERO
               AND AGH-DIA IS NUMERIC AND AGH-DIA > ZERO
               AND AGH-DIA < 8
                MOVE 'S' TO HOR-TIENE(AGH-AGENCIA)
                IF AGH-ABRE IS NUMERIC AND AGH-CIERRA IS NUMERIC
                    MOVE AGH-ABRE   TO HOR-ABRE(AGH-AGENCIA, AGH-DIA)
                    MOVE AGH-CIERRA TO HOR-CIERRA(AGH-AGENCIA, AGH-DIA)
                END-IF
                MOVE AGH-FUERA-HORA
                    TO HOR-FUERA-HORA(AGH-AGENCIA, AGH-DIA)
                IF AGH-RECARGO IS NUMERIC
                    MOVE AGH-RECARGO
                        TO HOR-RECARGO(AGH-AGENCIA, AGH-DIA)
                END-IF
            END-IF.
            PERFORM 131-LEER-AGHORAR.

       134-LEER-AGCERRAD.
            READ AGCERRAD AT END SET FS-AGCERRAD-FIN TO TRUE.

            IF NOT FS-AGCERRAD-OK AND NOT FS-AGCERRAD-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGCERRAD'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       135-CARGAR-CIERRE.
            IF ACE-AGENCIA IS NUMERIC AND ACE-FECHA IS NUMERIC
                ADD 1 TO WS-CANT-AGCERRAD
                MOVE ACE-AGENCIA TO ACE-TAB-AGENCIA(WS-CANT-AGCERRAD)
                MOVE ACE-FECHA   TO ACE-TAB-FECHA(WS-CANT-AGCERRAD)
            END-IF.
            PERFORM 134-LEER-AGCERRAD.

      * DEPURA LAS RESERVAS CUYA FECHA YA PASO (EL MERGE DE SU DIA YA   *
      * LAS CONVIRTIO O VENCIERON SIN USARSE).                          *
      * UN "35" NO ES ERROR: SIN FERIADOS NO HAY FINES DE SEMANA       *
      * LARGOS.                                                        *
       140-CARGAR-FERIADOS.
            OPEN INPUT FERIADOS.
            IF NOT FS-FERIADOS-NO-EXIST
                MOVE FS-FERIADOS TO WS-FS
                MOVE "FERIADOS"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-FERIADO
                PERFORM 142-CARGAR-FERIADO
                        UNTIL FS-FERIADOS-FIN
                        OR WS-CANT-FERIADOS >= 100
                CLOSE FERIADOS
            END-IF.

       141-LEER-FERIADO.
            READ FERIADOS AT END SET FS-FERIADOS-FIN TO TRUE.

            IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FERIADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-FERIADO.
            ADD 1 TO WS-CANT-FERIADOS.
            MOVE FER-FECHA TO FER-TAB-FECHA(WS-CANT-FERIADOS).
            PERFORM 141-LEER-FERIADO.

      * UN "35" NO ES ERROR: SIN RESTRIC.TXT NO HAY RESTRICCIONES.     *
      * SE SALTEAN LAS FILAS QUE EL LOTE TAMBIEN SALTEA (VER 1294 EN   *
      * TP.CBL).                                                       *
       143-CARGAR-RESTRIC.
            OPEN INPUT RESTRIC.
            IF NOT FS-RESTRIC-NO-EXIST
                MOVE FS-RESTRIC TO WS-FS
                MOVE "RESTRIC"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 144-LEER-RESTRIC
                PERFORM 145-CARGAR-RESTRIC
                        UNTIL FS-RESTRIC-FIN
                        OR WS-CANT-RESTRIC >= 200
                CLOSE RESTRIC
            END-IF.

       144-LEER-RESTRIC.
            READ RESTRIC AT END SET FS-RESTRIC-FIN TO TRUE.

            IF NOT FS-RESTRIC-OK AND NOT FS-RESTRIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       145-CARGAR-RESTRIC.
            IF RES-FECHA-DESDE IS NUMERIC
               AND RES-FECHA-HASTA IS NUMERIC
               AND RES-FECHA-DESDE NOT > RES-FECHA-HASTA
               AND RES-AGENCIA IS NUMERIC
               AND (RES-TIPO = 'V'
                    OR ((RES-TIPO = 'M' OR RES-TIPO = 'A')
                        AND RES-DIAS IS NUMERIC AND RES-DIAS > ZERO))
                ADD 1 TO WS-CANT-RESTRIC
                MOVE RES-FECHA-DESDE TO RES-TAB-DESDE(WS-CANT-RESTRIC)
                MOVE RES-FECHA-HASTA TO RES-TAB-HASTA(WS-CANT-RESTRIC)
                MOVE RES-AGENCIA     TO RES-TAB-AGENCIA(WS-CANT-RESTRIC)
                MOVE RES-TAMANIO     TO RES-TAB-TAMANIO(WS-CANT-RESTRIC)
                MOVE RES-TIPO        TO RES-TAB-TIPO(WS-CANT-RESTRIC)
                MOVE RES-PRODUCTO
                    TO RES-TAB-PRODUCTO(WS-CANT-RESTRIC)
                MOVE RES-FINDE-LARGO TO RES-TAB-FINDE(WS-CANT-RESTRIC)
                MOVE ZERO TO RES-TAB-DIAS(WS-CANT-RESTRIC)
                MOVE ZERO TO RES-TAB-LIMITE(WS-CANT-RESTRIC)
                IF RES-TIPO NOT = 'V'
                    MOVE RES-DIAS TO RES-TAB-DIAS(WS-CANT-RESTRIC)
                END-IF
                IF RES-TIPO = 'A'
                    MOVE FECHA-HOY TO WS-FECHA-CALC-N
                    PERFORM 560-SUMAR-UN-DIA RES-DIAS TIMES
                    MOVE WS-FECHA-CALC-N
                        TO RES-TAB-LIMITE(WS-CANT-RESTRIC)
                END-IF
            END-IF.
            PERFORM 144-LEER-RESTRIC.

       150-DEPURAR-VENCIDAS.
            MOVE LOW-VALUES TO RSV-CLAVE.
            START RESERVAS KEY NOT LESS THAN RSV-CLAVE
            PERFORM 160-LEER-SIGUIENTE.

       200-PEDIR-RESERVA.
            MOVE SPACES TO WS-MSG2.
            MOVE SPACES TO WS-MSG3.
            MOVE SPACES TO WS-MSG4.
            MOVE SPACES TO WS-PATENTE WS-TIPO-DOC WS-NRO-DOC WS-CHOFER.
            MOVE ZERO TO WS-FECHA-DESDE WS-FECHA-HASTA WS-AGENCIA.
            DISPLAY PANTALLA-RESERVA.

      * EL ESTADO DEL AUTO ESTA EN LA POSICION 75 DEL REGISTRO (VER     *
      * AUT-REG EN TP.CBL: 7+30+20+10+1+6 = 74 BYTES ANTES DE           *
      * AUT-ESTADO), O SEA EL BYTE 68 DE AUT-RESTO.  LA TARIFA DIARIA  *
      * (AUT-IMPORTE, 9(4)V99) SON LOS 6 BYTES ANTERIORES Y EL         *
      * TAMANIO (AUT-TAMANIO) EL BYTE 61.                              *
       312-COMPARAR-AUTO.
            IF AUT-PATENTE = WS-PATENTE
                IF AUT-RESTO(68:1) NOT = 'B'
                    MOVE 'S' TO WS-AUTO-OK
                    MOVE AUT-RESTO(62:6) TO WS-AUT-IMPORTE
                    MOVE AUT-RESTO(61:1) TO WS-TAM-AUTO
                ELSE
                    SET FS-AUTOS-FIN TO TRUE
                END-IF
       320-GRABAR-RANGO.
            MOVE ZERO TO WS-CANT-GRABADAS.
            MOVE ZERO TO WS-CANT-CHOQUES.
            MOVE ZERO TO WS-CANT-EN-TALLER.
            MOVE ZERO TO WS-CANT-DIAS.
            IF WS-FECHA-HASTA < WS-FECHA-DESDE
                MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
            MOVE SPACES TO WS-MSG.
            STRING 'DIAS RESERVADOS: ' WS-CANT-GRABADAS
                   '  YA TOMADOS: ' WS-CANT-CHOQUES
                   '  EN TALLER: ' WS-CANT-EN-TALLER
                DELIMITED BY SIZE INTO WS-MSG.

            IF WS-CANT-GRABADAS > ZERO AND WS-SENA-PORC > ZERO
                PERFORM 340-GRABAR-SENA
            END-IF.

      * LA RESERVA NO LLEVA HORA: SOLO SE AVISA SI LA AGENCIA NO ABRE   *
      * EL DIA DE RETIRO O EL DE DEVOLUCION.                            *
            IF WS-CANT-GRABADAS > ZERO
                PERFORM 620-AVISAR-HORARIO
                PERFORM 630-AVISAR-RESTRICCION
            END-IF.

      * LA SENA SE CALCULA SOBRE LOS DIAS REALMENTE RESERVADOS Y SE    *
      * INFORMA CON SU REFERENCIA PARA COBRARLA.                       *
       340-GRABAR-SENA.
            COMPUTE WS-SENA-IMPORTE ROUNDED =
                WS-AUT-IMPORTE * WS-CANT-GRABADAS * WS-SENA-PORC / 100.
            ADD 1 TO WS-ULTIMA-SENA.

            OPEN EXTEND SENAS.
            IF NOT FS-SENAS-OK
                OPEN OUTPUT SENAS
            END-IF.
            MOVE FS-SENAS   TO WS-FS.
            MOVE "SENAS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO SENA-REG.
            MOVE WS-ULTIMA-SENA  TO SEN-NRO.
            MOVE WS-PATENTE      TO SEN-PATENTE.
            MOVE WS-FECHA-DESDE  TO SEN-FECHA-DESDE.
            MOVE WS-FECHA-HASTA  TO SEN-FECHA-HASTA.
            MOVE WS-TIPO-DOC     TO SEN-TIPO-DOC.
            MOVE WS-NRO-DOC      TO SEN-NRO-DOC.
            MOVE WS-AGENCIA      TO SEN-AGENCIA.
            MOVE FECHA-HOY       TO SEN-FECHA-ALTA.
            MOVE WS-SENA-IMPORTE TO SEN-IMPORTE.
            MOVE ZERO            TO SEN-PAGADO.
            MOVE ZERO            TO SEN-FECHA-PAGO.
            MOVE 'P'             TO SEN-ESTADO.
            MOVE FECHA-HOY       TO SEN-FECHA-ESTADO.
            MOVE ZERO            TO SEN-NRO-CONTRATO.
            WRITE SENA-REG.
            MOVE FS-SENAS   TO WS-FS.
            MOVE "SENAS"    TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE SENAS.

            MOVE WS-SENA-IMPORTE TO WS-SENA-IMPR.
            MOVE SPACES TO WS-MSG2.
            STRING 'SENA A COBRAR ' WS-SENA-IMPR
                   '  REFERENCIA SENA' WS-ULTIMA-SENA
                DELIMITED BY SIZE INTO WS-MSG2.

      * UN DIA DENTRO DE UNA PARADA DE TALLER NO SE GRABA: EL MERGE    *
      * LO RECHAZARIA IGUAL (MOTIVO 26) Y LA SENA NO LO COBRA.         *
       330-GRABAR-UN-DIA.
            ADD 1 TO WS-CANT-DIAS.
            PERFORM 335-VERIFICAR-PARADA.
            IF EN-PARADA
                ADD 1 TO WS-CANT-EN-TALLER
            ELSE
                MOVE WS-PATENTE      TO RSV-PATENTE
                MOVE WS-FECHA-CALC-N TO RSV-FECHA
                MOVE WS-TIPO-DOC     TO RSV-TIPO-DOC
                MOVE WS-NRO-DOC      TO RSV-NRO-DOC
                MOVE WS-CHOFER       TO RSV-CHOFER
                MOVE WS-AGENCIA      TO RSV-AGENCIA
                MOVE WS-ESTADO-ALTA  TO RSV-ESTADO

                WRITE RSV-REG
                    INVALID KEY ADD 1 TO WS-CANT-CHOQUES
                    NOT INVALID KEY ADD 1 TO WS-CANT-GRABADAS
                END-WRITE
            END-IF.

            PERFORM 560-SUMAR-UN-DIA.

       335-VERIFICAR-PARADA.
            MOVE 'N' TO WS-EN-PARADA.
            PERFORM 336-COMPARAR-PARADA
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PARADAS
                    OR EN-PARADA.

       336-COMPARAR-PARADA.
            IF PAR-T-PATENTE(IND-P) = WS-PATENTE
               AND WS-FECHA-CALC-N NOT < PAR-T-DESDE(IND-P)
               AND WS-FECHA-CALC-N NOT > PAR-T-HASTA(IND-P)
                MOVE 'S' TO WS-EN-PARADA
            END-IF.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE ROLLUP.CBL).   *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.

      * MISMO CRITERIO QUE 4471-EVALUAR-HORARIO EN TP.CBL, SOBRE        *
      * WS-HOR-AGENCIA, WS-HOR-FECHA Y WS-HOR-HORA (0000 = SIN HORA:    *
      * SOLO SE MIRA QUE LA AGENCIA ABRA ESE DIA).  FUERA DE HORARIO    *
      * CON SERVICIO DEJA EL RECARGO DE LA AGENCIA EN WS-HOR-RECARGO.   *
       600-VERIFICAR-HORARIO.
            MOVE 'S'  TO WS-HOR-RESULTADO.
            MOVE ZERO TO WS-HOR-RECARGO.
            IF WS-HOR-AGENCIA > ZERO
                PERFORM 601-COMPARAR-CIERRE
                        VARYING IND-ACE FROM 1 BY 1
                        UNTIL IND-ACE > WS-CANT-AGCERRAD
                        OR HOR-CERRADO
                IF HOR-EN-HORARIO
                   AND HOR-TIENE(WS-HOR-AGENCIA) = 'S'
                    PERFORM 610-DETER-DIA-HORARIO
                    PERFORM 602-COMPARAR-HORA
                END-IF
            END-IF.

       601-COMPARAR-CIERRE.
            IF ACE-TAB-AGENCIA(IND-ACE) = WS-HOR-AGENCIA
               AND ACE-TAB-FECHA(IND-ACE) = WS-HOR-FECHA-N
                MOVE 'N' TO WS-HOR-RESULTADO
            END-IF.

       602-COMPARAR-HORA.
            IF HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA) = ZERO
                MOVE 'N' TO WS-HOR-RESULTADO
            ELSE
                IF WS-HOR-HORA > ZERO
                   AND (WS-HOR-HORA <
                            HOR-ABRE(WS-HOR-AGENCIA, WS-HOR-DIA)
                        OR WS-HOR-HORA >
                            HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA))
                    IF HOR-FUERA-HORA(WS-HOR-AGENCIA, WS-HOR-DIA) = 'S'
                        MOVE 'F' TO WS-HOR-RESULTADO
                        MOVE HOR-RECARGO(WS-HOR-AGENCIA, WS-HOR-DIA)
                            TO WS-HOR-RECARGO
                    ELSE
                        MOVE 'N' TO WS-HOR-RESULTADO
                    END-IF
                END-IF
            END-IF.

      * DIA DE LA SEMANA DE WS-HOR-FECHA, PASADO A 1 = LUNES ... 7 =    *
      * DOMINGO COMO EN AGHORAR.TXT.                                    *
       610-DETER-DIA-HORARIO.
            MOVE WS-HOR-AA TO WS-ZEL-ANIO.
            MOVE WS-HOR-MM TO WS-ZEL-MES.
            MOVE WS-HOR-DD TO WS-ZEL-DIA.
            IF WS-ZEL-MES < 3
                ADD 12 TO WS-ZEL-MES
                SUBTRACT 1 FROM WS-ZEL-ANIO
            END-IF.
            DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-J.
            COMPUTE WS-ZEL-K = WS-ZEL-ANIO - (WS-ZEL-J * 100).
            COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
            DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1-DIV.
            DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
            DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
            COMPUTE WS-ZEL-H = WS-ZEL-DIA + WS-ZEL-T1-DIV + WS-ZEL-K
                               + WS-ZEL-T2 + WS-ZEL-T3
                               + (5 * WS-ZEL-J).
            DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-COC
                                 REMAINDER WS-DIA-SEMANA.
            IF WS-DIA-SEMANA < 2
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA + 6
            ELSE
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA - 1
            END-IF.

      * AVISO DE HORARIO: NO IMPIDE LA CARGA -- LA CORRIDA NOCTURNA     *
      * RECHAZA EL DIA (MOTIVO 29) O COBRA EL RECARGO DE LA AGENCIA.    *
      * DEJA EN WS-HOR-RECARGO-TOTAL LO QUE SE COBRARIA.                *
       620-AVISAR-HORARIO.
            MOVE SPACES TO WS-AVISO-RETIRO WS-AVISO-DEVOL.
            MOVE ZERO   TO WS-HOR-RECARGO-TOTAL.
            MOVE WS-AGENCIA TO WS-HOR-AGENCIA.
            MOVE WS-FECHA-DESDE TO WS-HOR-FECHA-N.
            MOVE ZERO TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'RETIRO CERRADO' TO WS-AVISO-RETIRO
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'RETIRO C/RECARGO' TO WS-AVISO-RETIRO
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE WS-AGENCIA TO WS-HOR-AGENCIA.
            MOVE WS-FECHA-HASTA TO WS-HOR-FECHA-N.
            MOVE ZERO TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'DEVOL. CERRADA' TO WS-AVISO-DEVOL
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'DEVOL. C/RECARGO' TO WS-AVISO-DEVOL
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.
      * CON UN TRAMO CERRADO EL DIA SE RECHAZA: NO HAY RECARGO.         *
            IF WS-AVISO-RETIRO = 'RETIRO CERRADO'
               OR WS-AVISO-DEVOL = 'DEVOL. CERRADA'
                MOVE ZERO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE SPACES TO WS-MSG3.
            IF WS-AVISO-RETIRO NOT = SPACES
               OR WS-AVISO-DEVOL NOT = SPACES
                STRING 'AVISO HORARIO: ' WS-AVISO-RETIRO
                       ' ' WS-AVISO-DEVOL
                    DELIMITED BY SIZE INTO WS-MSG3
            END-IF.

      * AVISO DE RESTRICCION DE VENTA: COMO EL DE HORARIO, NO IMPIDE   *
      * LA CARGA.  LA RESERVA ES POR PATENTE Y SE DEVUELVE EN LA MISMA *
      * AGENCIA: SOLO LA ALCANZAN LA ESTADIA MINIMA, LA ANTICIPACION   *
      * MAXIMA Y LA VEDA TOTAL (VER 4440 EN TP.CBL).                   *
       630-AVISAR-RESTRICCION.
            MOVE SPACES TO WS-MSG4.
            IF WS-CANT-RESTRIC > ZERO
                MOVE SPACE TO WS-RES-TOCA-FINDE
                PERFORM 631-EVALUAR-REGLA-RESTRIC
                        VARYING IND-RES FROM 1 BY 1
                        UNTIL IND-RES > WS-CANT-RESTRIC
                        OR WS-MSG4 NOT = SPACES
            END-IF.

       631-EVALUAR-REGLA-RESTRIC.
            IF (RES-TAB-AGENCIA(IND-RES) = ZERO
                OR RES-TAB-AGENCIA(IND-RES) = WS-AGENCIA)
               AND (RES-TAB-TAMANIO(IND-RES) = SPACE
                    OR RES-TAB-TAMANIO(IND-RES) = WS-TAM-AUTO)
                EVALUATE RES-TAB-TIPO(IND-RES)
                    WHEN 'M'
                        PERFORM 632-REGLA-ESTADIA-MINIMA
                    WHEN 'A'
                        PERFORM 633-REGLA-ANTICIPACION
                    WHEN 'V'
                        PERFORM 634-REGLA-VEDA
                END-EVALUATE
            END-IF.

       632-REGLA-ESTADIA-MINIMA.
            IF RES-TAB-DESDE(IND-RES) NOT > WS-FECHA-HASTA
               AND RES-TAB-HASTA(IND-RES) NOT < WS-FECHA-DESDE
               AND WS-CANT-DIAS < RES-TAB-DIAS(IND-RES)
                IF RES-TAB-FINDE(IND-RES) = 'S'
                   AND RES-FINDE-SIN-CALCULAR
                    PERFORM 635-VERIFICAR-FINDE-LARGO
                END-IF
                IF RES-TAB-FINDE(IND-RES) NOT = 'S'
                   OR RES-TOCA-FINDE-LARGO
                    MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
                    STRING 'RESTRICCION: ESTADIA MINIMA '
                           WS-RES-DIAS-IMPR ' DIAS - SE RECHAZA'
                        DELIMITED BY SIZE INTO WS-MSG4
                END-IF
            END-IF.

       633-REGLA-ANTICIPACION.
            IF WS-FECHA-DESDE NOT < RES-TAB-DESDE(IND-RES)
               AND WS-FECHA-DESDE NOT > RES-TAB-HASTA(IND-RES)
               AND WS-FECHA-DESDE > RES-TAB-LIMITE(IND-RES)
                MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
                STRING 'RESTRICCION: ANTICIPACION MAXIMA '
                       WS-RES-DIAS-IMPR ' DIAS - SE RECHAZA'
                    DELIMITED BY SIZE INTO WS-MSG4
            END-IF.

       634-REGLA-VEDA.
            IF RES-TAB-DESDE(IND-RES) NOT > WS-FECHA-HASTA
               AND RES-TAB-HASTA(IND-RES) NOT < WS-FECHA-DESDE
               AND RES-TAB-PRODUCTO(IND-RES) = SPACE
                STRING 'RESTRICCION: ALQUILER VEDADO HASTA '
                       RES-TAB-HASTA(IND-RES) ' - SE RECHAZA'
                    DELIMITED BY SIZE INTO WS-MSG4
            END-IF.

      * FIN DE SEMANA LARGO: FERIADO EN VIERNES (VIERNES A DOMINGO) O   *
      * EN LUNES (SABADO A LUNES) CON ALGUNO DE ESOS DIAS EN EL RANGO   *
      * (MISMO CRITERIO QUE 4447 EN TP.CBL).                            *
       635-VERIFICAR-FINDE-LARGO.
            MOVE 'N' TO WS-RES-TOCA-FINDE.
            MOVE WS-FECHA-HASTA TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA 2 TIMES.
            MOVE WS-FECHA-CALC-N TO WS-RES-HASTA-MAS2.
            PERFORM 636-REVISAR-FERIADO-RESTRIC
                    VARYING IND-FER FROM 1 BY 1
                    UNTIL IND-FER > WS-CANT-FERIADOS
                    OR RES-TOCA-FINDE-LARGO.

      * EL DIA DE SEMANA SE SACA CON 610 SOBRE WS-HOR-FECHA, QUE YA NO  *
      * SE USA DESPUES DEL AVISO DE HORARIO.                            *
       636-REVISAR-FERIADO-RESTRIC.
            MOVE FER-TAB-FECHA(IND-FER) TO WS-HOR-FECHA-N.
            PERFORM 610-DETER-DIA-HORARIO.
            IF WS-DIA-SEMANA = 2
               AND FER-TAB-FECHA(IND-FER) NOT < WS-FECHA-DESDE
               AND FER-TAB-FECHA(IND-FER) NOT > WS-RES-HASTA-MAS2
                MOVE 'S' TO WS-RES-TOCA-FINDE
            END-IF.
            IF WS-DIA-SEMANA = 6
               AND FER-TAB-FECHA(IND-FER) NOT > WS-FECHA-HASTA
                MOVE FER-TAB-FECHA(IND-FER) TO WS-FECHA-CALC-N
                PERFORM 560-SUMAR-UN-DIA 2 TIMES
                IF WS-FECHA-CALC-N NOT < WS-FECHA-DESDE
                    MOVE 'S' TO WS-RES-TOCA-FINDE
                END-IF
            END-IF.

       700-MOSTRAR-MSG.
            DISPLAY PANTALLA-MSG.
            ACCEPT PANTALLA-MSG.
