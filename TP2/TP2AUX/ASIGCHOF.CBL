       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGCHOF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COLA DE SOLICITUDES DE UNA AGENCIA (SOL1/SOL2/SOL3/SOLMOSTR).  *
      * UNA SOLICITUD QUE PIDE CHOFER SIN NOMBRARLO TRAE UN '*' EN LA  *
      * PRIMERA POSICION DEL CAMPO CHOFER (EJ. "*" O "*CHOF"): ESTA    *
      * PASADA LE ASIGNA UN CHOFER CONCRETO DISPONIBLE EN TODO EL      *
      * RANGO PEDIDO Y REESCRIBE EL ARCHIVO.  DEBE CORRER ANTES DE     *
      * PRESORT, IGUAL QUE ASIGTAM.                                    *
        SELECT SOLQ
                ASSIGN TO WS-PATH-SOLQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SOLQ.

      * PADRON DE CHOFERES (VER CHOFER-REG EN TP.CBL): DE ACA SALEN    *
      * LOS CANDIDATOS, EN EL ORDEN DEL PADRON.                        *
        SELECT CHOFERES ASSIGN TO "..\CHOFERES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CHOFERES.

      * CALENDARIO DE AUSENCIAS (VER AUSENCIAS EN TP.CBL).             *
        SELECT AUSENCIAS ASSIGN TO "..\AUSENCIA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUSENCIAS.

      * LISTA DE LA ASEGURADORA (VER SEGDENEG EN TP.CBL): SOLO         *
      * INTERESAN LOS CHOFERES DENEGADOS (TIPO 'C').                   *
        SELECT SEGDENEG ASSIGN TO "..\SEGDENEG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SEGDENEG.

      * MISMO ALQIDX.DAT QUE TP.CBL, SOLO LECTURA SECUENCIAL (COMO     *
      * CHOFROST): LOS DIAS YA ASIGNADOS A CADA CHOFER.                *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * RESERVAS ANTICIPADAS (VER RESERVAR.CBL), SOLO LECTURA: UNA     *
      * FECHA RESERVADA CON CHOFER TAMBIEN LO OCUPA.                   *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * REPORTE DE LA PASADA: QUE CHOFER SE ASIGNO A CADA PEDIDO Y     *
      * CUALES QUEDARON SIN CHOFER DISPONIBLE.                         *
        SELECT ASIGCREP ASSIGN TO "..\ASIGCHOF.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIGCREP.

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
              10  SOLQ-PATENTE                  PIC X(07).
              10  SOLQ-FECHA.
                  15  SOLQ-FECHA-AA             PIC 9(04).
                  15  SOLQ-FECHA-MM             PIC 9(02).
                  15  SOLQ-FECHA-DD             PIC 9(02).
           05  SOLQ-TIPO-DOC                    PIC X.
           05  SOLQ-NRO-DOC                     PIC X(20).
           05  SOLQ-CHOFER                      PIC X(07).
           05  SOLQ-ESTADO                      PIC X.
           05  SOLQ-FECHA-HASTA                 PIC 9(08).
           05  SOLQ-IMPORTE-COTIZADO            PIC 9(4)V99.
           05  SOLQ-AGENCIA-DEVOL               PIC 9(02).
           05  SOLQ-EXTRAS                      PIC X(09).
           05  SOLQ-VOUCHER                     PIC X(10).
           05  SOLQ-CTA-CORP                    PIC X(06).
           05  SOLQ-HORA-RETIRO                 PIC 9(04).
           05  SOLQ-HORA-DEVOL                  PIC 9(04).
           05  SOLQ-ENTREGA-ZONA                PIC X(03).
           05  SOLQ-ENTREGA-DIR                 PIC X(30).
           05  SOLQ-COBERTURA                   PIC X(03).
           05  SOLQ-MONEDA                      PIC X(03).
           05  SOLQ-GRUPO                       PIC X(10).
           05  SOLQ-ADICIONALES                 PIC X(63).

      * MISMO ARMADO QUE CHOFER-REG EN TP.CBL.                         *
       FD  CHOFERES.
       01  CHOFER-REG.
           05  CHOF-CODIGO                      PIC X(07).
           05  CHOF-NOMBRE                      PIC X(30).
           05  CHOF-NRO-LICENCIA                PIC X(10).
           05  CHOF-FECHA-VENC                  PIC 9(08).

      * MISMO ARMADO QUE AUSENCIA-REG EN TP.CBL.                       *
       FD  AUSENCIAS.
       01  AUSENCIA-REG.
           05  AUS-CHOFER                       PIC X(07).
           05  FILLER                           PIC X(01).
           05  AUS-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AUS-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  AUS-MOTIVO                       PIC X(10).

      * MISMO ARMADO QUE SEGDENEG-REG EN TP.CBL.                       *
       FD  SEGDENEG.
       01  SEGDENEG-REG.
           05  SEGD-TIPO                        PIC X.
           05  FILLER                           PIC X(01).
           05  SEGD-VALOR                       PIC X(21).

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

       FD  ASIGCREP.
       01  ASIGCREP-REG                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
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

       01  FS-SOLQ                              PIC X(02).
           88  FS-SOLQ-OK                       VALUE '00'.
           88  FS-SOLQ-FIN                      VALUE '10'.
           88  FS-SOLQ-NO-EXIST                 VALUE '35'.

       01  FS-CHOFERES                          PIC X(02).
           88  FS-CHOFERES-OK                   VALUE '00'.
           88  FS-CHOFERES-FIN                  VALUE '10'.
           88  FS-CHOFERES-NO-EXIST             VALUE '35'.

       01  FS-AUSENCIAS                         PIC X(02).
           88  FS-AUSENCIAS-OK                  VALUE '00'.
           88  FS-AUSENCIAS-FIN                 VALUE '10'.
           88  FS-AUSENCIAS-NO-EXIST            VALUE '35'.

       01  FS-SEGDENEG                          PIC X(02).
           88  FS-SEGDENEG-OK                   VALUE '00'.
           88  FS-SEGDENEG-FIN                  VALUE '10'.
           88  FS-SEGDENEG-NO-EXIST             VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-ASIGCREP                          PIC X(02).
           88  FS-ASIGCREP-OK                   VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * LO ANTERIOR AL PRIMER DIA DEL MES EN CURSO NO SE CARGA: NO     *
      * CHOCA CON NINGUN PEDIDO NI CUENTA PARA EL REPARTO DEL MES.     *
       01  WS-FECHA-CORTE                       PIC 9(08).

      * LAS CUATRO COLAS DE AGENCIA, CON EL NUMERO DE AGENCIA AL LADO  *
      * (MISMO ESQUEMA DE LISTA QUE ASIGTAM.CBL).                      *
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
       01  WS-AGENCIA-ACTUAL                    PIC 9(02).

      * IMAGENES DE LA COLA EN MEMORIA (SE REESCRIBE ENTERA).          *
       01  WS-CANT-LINEAS                       PIC 9(4) VALUE ZERO.
       01  TABLA-LINEAS.
           05  LIN-IMAGEN               OCCURS 1000 TIMES PIC X(205).
       01  IND-L                                PIC 9(4).
       01  WS-LINEA-SOL.
           05  WS-SOL-PATENTE                   PIC X(07).
           05  WS-SOL-FECHA                     PIC 9(08).
           05  WS-SOL-TIPO-DOC                  PIC X.
           05  WS-SOL-NRO-DOC                   PIC X(20).
           05  WS-SOL-CHOFER                    PIC X(07).
           05  FILLER                           PIC X.
           05  WS-SOL-FECHA-HASTA               PIC X(08).
           05  FILLER                           PIC X(153).

      * PADRON EN MEMORIA (CODIGO Y VENCIMIENTO DE LICENCIA).          *
       01  WS-CANT-CHOFERES                     PIC 9(03) VALUE ZERO.
       01  TABLA-CHOFERES.
           05  CHO-ENT                  OCCURS 300 TIMES.
               09  CHO-CODIGO           PIC X(07).
               09  CHO-VENC             PIC 9(08).
       01  IND-CH                               PIC 9(03).

      * AUSENCIAS EN MEMORIA (VER FD AUSENCIAS).                       *
       01  WS-CANT-AUSENCIAS                    PIC 9(03) VALUE ZERO.
       01  TABLA-AUSENCIAS.
           05  AUS-ENT                  OCCURS 500 TIMES.
               09  AUS-T-CHOFER         PIC X(07).
               09  AUS-T-DESDE          PIC 9(08).
               09  AUS-T-HASTA          PIC 9(08).
       01  IND-AUS                              PIC 9(03).
       01  WS-AUSENTE                           PIC X.
           88  CHOFER-AUSENTE                   VALUE 'S'.

      * CHOFERES DENEGADOS POR LA ASEGURADORA.                         *
       01  WS-CANT-DENEGADOS                    PIC 9(03) VALUE ZERO.
       01  TABLA-DENEGADOS.
           05  DEN-CHOFER               OCCURS 200 TIMES PIC X(07).
       01  IND-DEN                              PIC 9(03).
       01  WS-DENEGADO                          PIC X.
           88  CHOFER-DENEGADO                  VALUE 'S'.

      * CHOFER+DIA YA OCUPADO: MAESTRO, RESERVAS, CHOFERES NOMBRADOS   *
      * EN LAS COLAS Y LO ASIGNADO EN ESTA MISMA PASADA (MISMO CRUCE   *
      * QUE 4089-VERIFICAR-CHOFER-DIA EN TP.CBL).  TAMBIEN ES LA BASE  *
      * DEL REPARTO: DIAS DEL MES YA CARGADOS A CADA CHOFER.           *
       01  WS-CANT-CHOFER-DIA                   PIC 9(4) VALUE ZERO.
       01  TABLA-CHOFER-DIA.
           05  CHD-ENT                  OCCURS 5000 TIMES.
               09  CHD-CHOFER           PIC X(07).
               09  CHD-FECHA            PIC 9(08).
       01  IND-CHD                              PIC 9(4).
       01  WS-AVISO-CHOFER-DIA-LLENA            PIC X VALUE 'N'.
       01  WS-OCUPADO                           PIC X.
           88  CHOFER-OCUPADO                   VALUE 'S'.
       01  WS-CHOF-ANOTAR                       PIC X(07).
       01  WS-FECHA-ANOTAR                      PIC 9(08).

       01  WS-CHOF-ELEGIDO                      PIC X(07).
       01  WS-DIAS-MES-ELEGIDO                  PIC 9(4).
       01  WS-DIAS-MES-CAND                     PIC 9(4).
       01  WS-CANDIDATO-LIBRE                   PIC X.
           88  CANDIDATO-LIBRE                  VALUE 'S'.
       01  WS-HUBO-CAMBIOS                      PIC X VALUE 'N'.

      * RANGO PEDIDO, DIA POR DIA (MISMO MECANISMO QUE DEVOLUC.CBL).   *
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
       01  WS-FECHA-DESDE                       PIC 9(08).
       01  WS-FECHA-HASTA                       PIC 9(08).
       01  WS-CANT-DIAS                         PIC 9(03).

       01  WS-CANT-PEDIDOS-CHOF                 PIC 9(4) VALUE ZERO.
       01  WS-CANT-ASIGNADOS                    PIC 9(4) VALUE ZERO.
       01  WS-CANT-SIN-CHOFER                   PIC 9(4) VALUE ZERO.

       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ASIGCHOF'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-CHOFERES.
        PERFORM 160-CARGAR-AUSENCIAS.
        PERFORM 170-CARGAR-DENEGADOS.
        PERFORM 180-CARGAR-MAESTRO.
        PERFORM 190-CARGAR-RESERVAS.

        PERFORM 200-RELEVAR-ARCHIVO
                VARYING IND-ARCH FROM 1 BY 1
                UNTIL IND-ARCH > 4.

        PERFORM 300-PROCESAR-ARCHIVO
                VARYING IND-ARCH FROM 1 BY 1
                UNTIL IND-ARCH > 4.

        PERFORM 998-FIN.

        DISPLAY 'FIN ASIGCHOF - PEDIDOS DE CHOFER:  '
                WS-CANT-PEDIDOS-CHOF.
        DISPLAY '               ASIGNADOS:          '
                WS-CANT-ASIGNADOS.
        DISPLAY '               SIN CHOFER LIBRE:   '
                WS-CANT-SIN-CHOFER.
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
            MOVE FECHA-HOY TO WS-FECHA-CORTE.
            MOVE '01' TO WS-FECHA-CORTE(7:2).

            OPEN OUTPUT ASIGCREP.
            MOVE FS-ASIGCREP TO WS-FS.
            MOVE "ASIGCREP" TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'ASIGNACION DE CHOFERES A PEDIDOS SIN NOMBRE - '
                   FECHA-HOY
                DELIMITED BY SIZE INTO LINEA.
            WRITE ASIGCREP-REG FROM LINEA.

       150-CARGAR-CHOFERES.
            OPEN INPUT CHOFERES.
            IF FS-CHOFERES-NO-EXIST
                DISPLAY 'NO EXISTE CHOFERES.TXT -- NADA QUE ASIGNAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-CHOFERES TO WS-FS.
            MOVE "CHOFERES"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 151-LEER-CHOFER.
            PERFORM 152-CARGAR-CHOFER
                    UNTIL FS-CHOFERES-FIN OR WS-CANT-CHOFERES >= 300.
            CLOSE CHOFERES.

       151-LEER-CHOFER.
            READ CHOFERES AT END SET FS-CHOFERES-FIN TO TRUE.

            IF NOT FS-CHOFERES-OK AND NOT FS-CHOFERES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CHOFERES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-CARGAR-CHOFER.
            ADD 1 TO WS-CANT-CHOFERES.
            MOVE CHOF-CODIGO TO CHO-CODIGO(WS-CANT-CHOFERES).
            IF CHOF-FECHA-VENC IS NUMERIC
                MOVE CHOF-FECHA-VENC TO CHO-VENC(WS-CANT-CHOFERES)
            ELSE
                MOVE ZERO TO CHO-VENC(WS-CANT-CHOFERES)
            END-IF.
            PERFORM 151-LEER-CHOFER.

      * UN "35" NO ES ERROR: SIN CALENDARIO NADIE ESTA AUSENTE.        *
       160-CARGAR-AUSENCIAS.
            OPEN INPUT AUSENCIAS.
            IF NOT FS-AUSENCIAS-NO-EXIST
                MOVE FS-AUSENCIAS TO WS-FS
                MOVE "AUSENCIA"   TO WS-FS-NOMBRE
                MOVE "ABRIR"      TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 161-LEER-AUSENCIA
                PERFORM 162-CARGAR-AUSENCIA
                        UNTIL FS-AUSENCIAS-FIN
                        OR WS-CANT-AUSENCIAS >= 500
                CLOSE AUSENCIAS
            END-IF.

       161-LEER-AUSENCIA.
            READ AUSENCIAS AT END SET FS-AUSENCIAS-FIN TO TRUE.

            IF NOT FS-AUSENCIAS-OK AND NOT FS-AUSENCIAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUSENCIAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       162-CARGAR-AUSENCIA.
            ADD 1 TO WS-CANT-AUSENCIAS.
            MOVE AUS-CHOFER      TO AUS-T-CHOFER(WS-CANT-AUSENCIAS).
            MOVE AUS-FECHA-DESDE TO AUS-T-DESDE(WS-CANT-AUSENCIAS).
            MOVE AUS-FECHA-HASTA TO AUS-T-HASTA(WS-CANT-AUSENCIAS).
            PERFORM 161-LEER-AUSENCIA.

      * UN "35" NO ES ERROR: SIN LISTA NO HAY CHOFERES DENEGADOS.      *
       170-CARGAR-DENEGADOS.
            OPEN INPUT SEGDENEG.
            IF NOT FS-SEGDENEG-NO-EXIST
                MOVE FS-SEGDENEG TO WS-FS
                MOVE "SEGDENEG"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-DENEGADO
                PERFORM 172-CARGAR-DENEGADO
                        UNTIL FS-SEGDENEG-FIN
                        OR WS-CANT-DENEGADOS >= 200
                CLOSE SEGDENEG
            END-IF.

       171-LEER-DENEGADO.
            READ SEGDENEG AT END SET FS-SEGDENEG-FIN TO TRUE.

            IF NOT FS-SEGDENEG-OK AND NOT FS-SEGDENEG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SEGDENEG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-DENEGADO.
            IF SEGD-TIPO = 'C'
                ADD 1 TO WS-CANT-DENEGADOS
                MOVE SEGD-VALOR TO DEN-CHOFER(WS-CANT-DENEGADOS)
            END-IF.
            PERFORM 171-LEER-DENEGADO.

       180-CARGAR-MAESTRO.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'SIN ALQIDX.DAT -- SE ASIGNA SIN HISTORIA'
            ELSE
                PERFORM 181-LEER-ALQ
                PERFORM 182-CARGAR-ALQ UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

       181-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       182-CARGAR-ALQ.
            IF ALQ-IDX-CHOFER NOT = SPACES
               AND ALQ-IDX-CHOFER NOT = '0000000'
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND ALQ-IDX-FECHA NOT < WS-FECHA-CORTE
                MOVE ALQ-IDX-CHOFER TO WS-CHOF-ANOTAR
                MOVE ALQ-IDX-FECHA  TO WS-FECHA-ANOTAR
                PERFORM 420-ANOTAR-CHOFER-DIA
            END-IF.
            PERFORM 181-LEER-ALQ.

       190-CARGAR-RESERVAS.
            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-NO-EXIST
                DISPLAY 'SIN RESERVAS.DAT -- SIN RESERVAS QUE MIRAR'
            ELSE
                PERFORM 191-LEER-RESERVA
                PERFORM 192-CARGAR-RESERVA UNTIL FS-RESERVAS-FIN
                CLOSE RESERVAS
            END-IF.

       191-LEER-RESERVA.
            READ RESERVAS AT END SET FS-RESERVAS-FIN TO TRUE.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       192-CARGAR-RESERVA.
            IF RSV-CHOFER NOT = SPACES
               AND RSV-CHOFER NOT = '0000000'
               AND RSV-FECHA NOT < WS-FECHA-CORTE
                MOVE RSV-CHOFER TO WS-CHOF-ANOTAR
                MOVE RSV-FECHA  TO WS-FECHA-ANOTAR
                PERFORM 420-ANOTAR-CHOFER-DIA
            END-IF.
            PERFORM 191-LEER-RESERVA.

      * PRIMERA VUELTA: LOS CHOFERES YA NOMBRADOS EN CUALQUIER COLA    *
      * OCUPAN SUS DIAS ANTES DE REPARTIR LOS PEDIDOS SIN NOMBRE.      *
       200-RELEVAR-ARCHIVO.
            PERFORM 205-CARGAR-COLA.
            PERFORM 230-RELEVAR-LINEA
                    VARYING IND-L FROM 1 BY 1
                    UNTIL IND-L > WS-CANT-LINEAS.

       205-CARGAR-COLA.
            MOVE WS-ARCH-PATH(IND-ARCH)    TO WS-PATH-SOLQ.
            MOVE WS-ARCH-AGENCIA(IND-ARCH) TO WS-AGENCIA-ACTUAL.
            MOVE ZERO TO WS-CANT-LINEAS.

            OPEN INPUT SOLQ.
            IF NOT FS-SOLQ-NO-EXIST
                MOVE FS-SOLQ TO WS-FS
                MOVE "SOLQ"  TO WS-FS-NOMBRE
                MOVE "ABRIR" TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-SOLQ
                PERFORM 220-CARGAR-LINEA
                        UNTIL FS-SOLQ-FIN OR WS-CANT-LINEAS >= 1000
                IF NOT FS-SOLQ-FIN
                    DISPLAY 'LA COLA SUPERA LAS 1000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER '
                            'SOLICITUDES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE SOLQ
            END-IF.

       210-LEER-SOLQ.
            READ SOLQ AT END SET FS-SOLQ-FIN TO TRUE.

            IF NOT FS-SOLQ-OK AND NOT FS-SOLQ-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LA COLA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-LINEA.
            ADD 1 TO WS-CANT-LINEAS.
            MOVE SOLQ-REG TO LIN-IMAGEN(WS-CANT-LINEAS).
            PERFORM 210-LEER-SOLQ.

       230-RELEVAR-LINEA.
            MOVE LIN-IMAGEN(IND-L) TO WS-LINEA-SOL.

            IF WS-SOL-CHOFER NOT = SPACES
               AND WS-SOL-CHOFER NOT = '0000000'
               AND WS-SOL-CHOFER(1:1) NOT = '*'
                MOVE WS-SOL-CHOFER TO WS-CHOF-ANOTAR
                PERFORM 320-ARMAR-RANGO
                PERFORM 400-ANOTAR-RANGO
            END-IF.

      * SEGUNDA VUELTA: ASIGNACION Y REESCRITURA DE CADA COLA.         *
       300-PROCESAR-ARCHIVO.
            MOVE 'N' TO WS-HUBO-CAMBIOS.
            PERFORM 205-CARGAR-COLA.

            PERFORM 310-ASIGNAR-LINEA
                    VARYING IND-L FROM 1 BY 1
                    UNTIL IND-L > WS-CANT-LINEAS.

            IF WS-HUBO-CAMBIOS = 'S'
                PERFORM 700-REESCRIBIR-COLA
            END-IF.

       310-ASIGNAR-LINEA.
            MOVE LIN-IMAGEN(IND-L) TO WS-LINEA-SOL.

            IF WS-SOL-CHOFER(1:1) = '*'
                ADD 1 TO WS-CANT-PEDIDOS-CHOF
                PERFORM 320-ARMAR-RANGO
                PERFORM 330-ELEGIR-CHOFER
                IF WS-CHOF-ELEGIDO NOT = SPACES
                    ADD 1 TO WS-CANT-ASIGNADOS
                    MOVE WS-CHOF-ELEGIDO
                        TO LIN-IMAGEN(IND-L)(37:7)
                    MOVE 'S' TO WS-HUBO-CAMBIOS
                    MOVE WS-CHOF-ELEGIDO TO WS-CHOF-ANOTAR
                    PERFORM 400-ANOTAR-RANGO
                    PERFORM 500-REPORTAR-ASIGNADO
                ELSE
                    ADD 1 TO WS-CANT-SIN-CHOFER
                    PERFORM 510-REPORTAR-SIN-CHOFER
                END-IF
            END-IF.

       320-ARMAR-RANGO.
            MOVE WS-SOL-FECHA TO WS-FECHA-DESDE.
            IF WS-SOL-FECHA-HASTA IS NUMERIC
               AND WS-SOL-FECHA-HASTA NOT = ZEROES
               AND WS-SOL-FECHA-HASTA NOT < WS-SOL-FECHA
                MOVE WS-SOL-FECHA-HASTA TO WS-FECHA-HASTA
            ELSE
                MOVE WS-SOL-FECHA TO WS-FECHA-HASTA
            END-IF.

      * REPARTO: ENTRE LOS CHOFERES QUE SIRVEN SE ELIGE EL DE MENOS    *
      * DIAS CARGADOS EN EL MES DEL PRIMER DIA PEDIDO; A IGUALDAD,     *
      * EL PRIMERO DEL PADRON.                                         *
       330-ELEGIR-CHOFER.
            MOVE SPACES TO WS-CHOF-ELEGIDO.
            MOVE ZERO   TO WS-DIAS-MES-ELEGIDO.
            PERFORM 340-PROBAR-CHOFER
                    VARYING IND-CH FROM 1 BY 1
                    UNTIL IND-CH > WS-CANT-CHOFERES.

      * UN CANDIDATO SIRVE SI SU LICENCIA CUBRE TODO EL RANGO, LA      *
      * ASEGURADORA NO LO DENIEGA Y NO ESTA AUSENTE NI OCUPADO NINGUN  *
      * DIA DEL RANGO.                                                 *
       340-PROBAR-CHOFER.
            IF CHO-VENC(IND-CH) NOT < WS-FECHA-HASTA
                PERFORM 350-VERIFICAR-DENEGADO
                IF NOT CHOFER-DENEGADO
                    PERFORM 360-VERIFICAR-RANGO-LIBRE
                    IF CANDIDATO-LIBRE
                        PERFORM 390-CONTAR-DIAS-MES
                        IF WS-CHOF-ELEGIDO = SPACES
                           OR WS-DIAS-MES-CAND < WS-DIAS-MES-ELEGIDO
                            MOVE CHO-CODIGO(IND-CH)
                                TO WS-CHOF-ELEGIDO
                            MOVE WS-DIAS-MES-CAND
                                TO WS-DIAS-MES-ELEGIDO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       350-VERIFICAR-DENEGADO.
            MOVE 'N' TO WS-DENEGADO.
            PERFORM 351-COMPARAR-DENEGADO
                    VARYING IND-DEN FROM 1 BY 1
                    UNTIL IND-DEN > WS-CANT-DENEGADOS
                    OR CHOFER-DENEGADO.

       351-COMPARAR-DENEGADO.
            IF DEN-CHOFER(IND-DEN) = CHO-CODIGO(IND-CH)
                MOVE 'S' TO WS-DENEGADO
            END-IF.

       360-VERIFICAR-RANGO-LIBRE.
            MOVE 'S' TO WS-CANDIDATO-LIBRE.
            MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N.
            MOVE ZERO TO WS-CANT-DIAS.
            PERFORM 365-VERIFICAR-UN-DIA
                    UNTIL NOT CANDIDATO-LIBRE
                    OR WS-FECHA-CALC-N > WS-FECHA-HASTA
                    OR WS-CANT-DIAS > 31.

       365-VERIFICAR-UN-DIA.
            ADD 1 TO WS-CANT-DIAS.
            PERFORM 370-VERIFICAR-AUSENCIA.
            IF CANDIDATO-LIBRE
                PERFORM 380-VERIFICAR-OCUPADO
            END-IF.
            PERFORM 560-SUMAR-UN-DIA.

       370-VERIFICAR-AUSENCIA.
            MOVE 'N' TO WS-AUSENTE.
            PERFORM 371-COMPARAR-AUSENCIA
                    VARYING IND-AUS FROM 1 BY 1
                    UNTIL IND-AUS > WS-CANT-AUSENCIAS
                    OR CHOFER-AUSENTE.
            IF CHOFER-AUSENTE
                MOVE 'N' TO WS-CANDIDATO-LIBRE
            END-IF.

       371-COMPARAR-AUSENCIA.
            IF AUS-T-CHOFER(IND-AUS) = CHO-CODIGO(IND-CH)
               AND WS-FECHA-CALC-N NOT < AUS-T-DESDE(IND-AUS)
               AND WS-FECHA-CALC-N NOT > AUS-T-HASTA(IND-AUS)
                MOVE 'S' TO WS-AUSENTE
            END-IF.

       380-VERIFICAR-OCUPADO.
            MOVE 'N' TO WS-OCUPADO.
            PERFORM 381-COMPARAR-OCUPADO
                    VARYING IND-CHD FROM 1 BY 1
                    UNTIL IND-CHD > WS-CANT-CHOFER-DIA
                    OR CHOFER-OCUPADO.
            IF CHOFER-OCUPADO
                MOVE 'N' TO WS-CANDIDATO-LIBRE
            END-IF.

       381-COMPARAR-OCUPADO.
            IF CHD-CHOFER(IND-CHD) = CHO-CODIGO(IND-CH)
               AND CHD-FECHA(IND-CHD) = WS-FECHA-CALC-N
                MOVE 'S' TO WS-OCUPADO
            END-IF.

       390-CONTAR-DIAS-MES.
            MOVE ZERO TO WS-DIAS-MES-CAND.
            PERFORM 391-CONTAR-UN-DIA
                    VARYING IND-CHD FROM 1 BY 1
                    UNTIL IND-CHD > WS-CANT-CHOFER-DIA.

       391-CONTAR-UN-DIA.
            IF CHD-CHOFER(IND-CHD) = CHO-CODIGO(IND-CH)
               AND CHD-FECHA(IND-CHD)(1:6) = WS-FECHA-DESDE(1:6)
                ADD 1 TO WS-DIAS-MES-CAND
            END-IF.

      * ANOTA WS-CHOF-ANOTAR EN CADA DIA DEL RANGO ARMADO POR 320.     *
       400-ANOTAR-RANGO.
            MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-N.
            MOVE ZERO TO WS-CANT-DIAS.
            PERFORM 410-ANOTAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N > WS-FECHA-HASTA
                    OR WS-CANT-DIAS > 31.

       410-ANOTAR-UN-DIA.
            ADD 1 TO WS-CANT-DIAS.
            MOVE WS-FECHA-CALC-N TO WS-FECHA-ANOTAR.
            PERFORM 420-ANOTAR-CHOFER-DIA.
            PERFORM 560-SUMAR-UN-DIA.

       420-ANOTAR-CHOFER-DIA.
            IF WS-CANT-CHOFER-DIA < 5000
                ADD 1 TO WS-CANT-CHOFER-DIA
                MOVE WS-CHOF-ANOTAR
                    TO CHD-CHOFER(WS-CANT-CHOFER-DIA)
                MOVE WS-FECHA-ANOTAR
                    TO CHD-FECHA(WS-CANT-CHOFER-DIA)
            ELSE
                IF WS-AVISO-CHOFER-DIA-LLENA NOT = 'S'
                    MOVE 'S' TO WS-AVISO-CHOFER-DIA-LLENA
                    DISPLAY 'ATENCION: TABLA CHOFER+DIA LLENA -- '
                            'EL CRUCE DEJA DE ANOTAR NUEVOS'
                END-IF
            END-IF.

       500-REPORTAR-ASIGNADO.
            MOVE SPACES TO LINEA.
            STRING '  Agencia ' WS-AGENCIA-ACTUAL
                   '  ' WS-SOL-PATENTE
                   '  ' WS-FECHA-DESDE '-' WS-FECHA-HASTA
                   '  ' WS-SOL-TIPO-DOC ' ' WS-SOL-NRO-DOC
                   '  ASIGNADO ' WS-CHOF-ELEGIDO
                   ' (DIAS EN EL MES ' WS-DIAS-MES-ELEGIDO ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE ASIGCREP-REG FROM LINEA.

       510-REPORTAR-SIN-CHOFER.
            MOVE SPACES TO LINEA.
            STRING '  Agencia ' WS-AGENCIA-ACTUAL
                   '  ' WS-SOL-PATENTE
                   '  ' WS-FECHA-DESDE '-' WS-FECHA-HASTA
                   '  ' WS-SOL-TIPO-DOC ' ' WS-SOL-NRO-DOC
                   '  SIN CHOFER DISPONIBLE'
                DELIMITED BY SIZE INTO LINEA.
            WRITE ASIGCREP-REG FROM LINEA.

       700-REESCRIBIR-COLA.
            OPEN OUTPUT SOLQ.
            MOVE FS-SOLQ TO WS-FS.
            MOVE "SOLQ"  TO WS-FS-NOMBRE.
            MOVE "ABRIR" TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 710-GRABAR-LINEA
                    VARYING IND-L FROM 1 BY 1
                    UNTIL IND-L > WS-CANT-LINEAS.

            CLOSE SOLQ.

       710-GRABAR-LINEA.
            MOVE LIN-IMAGEN(IND-L) TO SOLQ-REG.
            WRITE SOLQ-REG.
            MOVE FS-SOLQ TO WS-FS.
            MOVE "SOLQ"  TO WS-FS-NOMBRE.
            MOVE "GRABA" TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

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

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ASIGCREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
