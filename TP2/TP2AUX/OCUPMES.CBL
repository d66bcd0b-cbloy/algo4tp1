       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * MISMO AUTOS.TXT QUE TP.CBL -- LA FLOTA COMPLETA, CON ESTADO Y  *
      * VENCIMIENTOS DE POLIZA Y VTV.                                  *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL -- DIAS ALQUILADOS Y DEVOLUCIONES. *
        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * MISMO RESERVAS.DAT QUE TP.CBL/RESERVAR.CBL.                    *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * CONTRATOS DE LEASING (VER LEASE.CBL).                          *
        SELECT LEASES ASSIGN TO "..\LEASES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LEASES.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL).               *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

      * TIEMPO DE PREPARACION POST DEVOLUCION POR TAMANIO Y PATENTES   *
      * CERTIFICADAS LISTAS POR EL MOSTRADOR (IGUAL QUE DISPONIB.CBL). *
        SELECT PREPTIEM ASSIGN TO "..\PREPTIEM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREPTIEM.

        SELECT PREPOK ASSIGN TO "..\PREPOK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREPOK.

      * GRILLA MENSUAL DE OCUPACION POR UNIDAD (UNA COLUMNA POR DIA),  *
      * AGRUPADA POR AGENCIA Y TAMANIO, PARA IMPRESORA DE 132          *
      * COLUMNAS, Y LA MISMA GRILLA EN CSV PARA LA PLANILLA.           *
        SELECT OCUPMES ASSIGN TO "..\OCUPMES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OCUPMES.

        SELECT OCUPCSV ASSIGN TO "..\OCUPMES.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OCUPCSV.

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

      * SOLO LA CLAVE, LA ANULACION Y LA DEVOLUCION INTERESAN ACA; EL  *
      * RESTO DEL REGISTRO VIAJA OPACO (MISMO ORDEN QUE ALQ-IDX-REG EN *
      * TP.CBL).                                                       *
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
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
           03  ALQ-IDX-RESTO                    PIC X(130).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                            *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-CLAVE.
              10  RSV-PATENTE                       PIC X(07).
              10  RSV-FECHA                         PIC 9(08).
           05  RSV-TIPO-DOC                         PIC X.
           05  RSV-NRO-DOC                          PIC X(20).
           05  RSV-CHOFER                           PIC X(07).
           05  RSV-AGENCIA                          PIC 9(02).
           05  RSV-ESTADO                           PIC X.

      * MISMO ARMADO QUE LEASE-REG EN TP.CBL/LEASE.CBL.                *
       FD  LEASES.
       01  LEASE-REG.
           05  LSE-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  LSE-TIPO-DOC                     PIC X.
           05  LSE-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-IMPORTE-MENSUAL              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  LSE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  LSE-CTA-CORP                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  LSE-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  LSE-FECHA-TERMINACION            PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LSE-NRO-CONTRATO                 PIC 9(09).

      * MISMO ARMADO QUE PARADA-REG EN TP.CBL/PARADAS.CBL.             *
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

       FD  PREPTIEM.
       01  PREPTIEM-REG.
           05  PREP-TAMANIO                     PIC X.
           05  FILLER                           PIC X(01).
           05  PREP-DIAS                        PIC 9(02).

       FD  PREPOK.
       01  PREPOK-REG.
           05  PRK-PATENTE                      PIC X(07).

       FD  OCUPMES.
       01  OCUPMES-REG                          PIC X(132).

       FD  OCUPCSV.
       01  OCUPCSV-REG                          PIC X(200).

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
           05  FILLER                           PIC X(14) VALUE
                    'LEASES.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 4 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(04) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 4 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 4.
       01  IND-LAY                              PIC 9(02).

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.
           88  FS-RESERVAS-NO-EXIST             VALUE '35'.

       01  FS-LEASES                            PIC X(02).
           88  FS-LEASES-OK                     VALUE '00'.
           88  FS-LEASES-FIN                    VALUE '10'.
           88  FS-LEASES-NO-EXIST               VALUE '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-PREPTIEM                          PIC X(02).
           88  FS-PREPTIEM-OK                   VALUE '00'.
           88  FS-PREPTIEM-FIN                  VALUE '10'.
           88  FS-PREPTIEM-NO-EXIST             VALUE '35'.

       01  FS-PREPOK                            PIC X(02).
           88  FS-PREPOK-OK                     VALUE '00'.
           88  FS-PREPOK-FIN                    VALUE '10'.
           88  FS-PREPOK-NO-EXIST               VALUE '35'.

       01  FS-OCUPMES                           PIC X(02).
           88  FS-OCUPMES-OK                    VALUE '00'.

       01  FS-OCUPCSV                           PIC X(02).
           88  FS-OCUPCSV-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES A GRAFICAR (TP_OCUP_MES, AAAAMM); POR DEFECTO EL MES EN    *
      * CURSO.                                                         *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).
       01  WS-DIAS-DEL-MES                      PIC 99.
       01  WS-FECHA-DIA.
           05  WS-FECHA-DIA-MES         PIC 9(06).
           05  WS-FECHA-DIA-DD          PIC 9(02).
       01  WS-FECHA-DIA-N REDEFINES WS-FECHA-DIA PIC 9(08).

      * CODIGO DE CADA CELDA DE LA GRILLA.  SI DOS COSAS OCUPAN EL     *
      * MISMO DIA QUEDA LA DE MAS PESO: ALQUILADO, LEASING, RESERVADO, *
      * PARADA DE TALLER, PREPARACION, FUERA DE SERVICIO,              *
      * DOCUMENTACION VENCIDA, LIBRE.  UN ALQUILER O UNA RESERVA QUE   *
      * PISA UNA PARADA SE VE ENCIMA (ES EL CONFLICTO A RESOLVER).     *
       01  WS-CODIGOS-CELDA.
           05  FILLER                   PIC X VALUE 'A'.
           05  FILLER                   PIC X VALUE 'L'.
           05  FILLER                   PIC X VALUE 'R'.
           05  FILLER                   PIC X VALUE 'T'.
           05  FILLER                   PIC X VALUE 'P'.
           05  FILLER                   PIC X VALUE 'F'.
           05  FILLER                   PIC X VALUE 'D'.
           05  FILLER                   PIC X VALUE '.'.
       01  WS-TABLA-CODIGOS REDEFINES WS-CODIGOS-CELDA.
           05  WS-CODIGO-CELDA OCCURS 8 TIMES PIC X.
       01  IND-COD                              PIC 9.
       01  WS-CELDA-NUEVA                       PIC X.
       01  WS-PESO-NUEVA                        PIC 9.
       01  WS-PESO-ACTUAL                       PIC 9.
       01  WS-CELDA-BUSCADA                     PIC X.
       01  WS-PESO-BUSCADO                      PIC 9.

      * FLOTA EN MEMORIA CON SU GRILLA DEL MES.                        *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-FLOTA.
           05  FLO-ENT                  OCCURS 300 TIMES.
               09  FLO-PATENTE          PIC X(07).
               09  FLO-MARCA            PIC X(20).
               09  FLO-TAMANIO          PIC X.
               09  FLO-AGENCIA          PIC 9(02).
               09  FLO-EN-SERVICIO      PIC X.
               09  FLO-POLIZA-VENC      PIC 9(08).
               09  FLO-VTV-VENC         PIC 9(08).
               09  FLO-DIAS-OCUPADO     PIC 9(02).
               09  FLO-CELDA            PIC X OCCURS 31 TIMES.
       01  IND-A                                PIC 9(03).
       01  IND-D                                PIC 9(02).
       01  WS-AUTO-HALLADO                      PIC 9(03).

       01  WS-CANT-TAMANIOS                     PIC 9(02) VALUE ZERO.
       01  TABLA-TAMANIOS.
           05  TAM-CODIGO               PIC X OCCURS 20 TIMES.
       01  IND-TAM                              PIC 9(02).
       01  WS-TAM-HALLADO                       PIC 9(02).
       01  IND-AG                               PIC 9(03).

      * PREPARACION POST DEVOLUCION (IGUAL QUE DISPONIB.CBL).          *
       01  WS-CANT-PREP                         PIC 9(02) VALUE ZERO.
       01  TABLA-PREP.
           05  PRE-ENT                  OCCURS 10 TIMES.
               09  PRE-TAB-TAMANIO      PIC X.
               09  PRE-TAB-DIAS         PIC 9(02).
       01  IND-PRE                              PIC 9(02).
       01  WS-PREP-DIAS                         PIC 9(02).

       01  WS-CANT-PREPOK                       PIC 9(03) VALUE ZERO.
       01  TABLA-PREPOK.
           05  PRK-ENT                  OCCURS 100 TIMES.
               09  PRK-TAB-PATENTE      PIC X(07).
       01  IND-PRK                              PIC 9(03).
       01  WS-PREP-CERTIFICADA                  PIC X.
           88  PREP-CERTIFICADA                 VALUE 'S'.

       01  WS-PREP-FECHA.
           05  WS-PREP-AA               PIC 9(04).
           05  WS-PREP-MM               PIC 9(02).
           05  WS-PREP-DD               PIC 9(02).
       01  WS-PREP-FECHA-N REDEFINES WS-PREP-FECHA PIC 9(08).
       01  WS-PREP-DIAS-MES                     PIC 99.
       01  WS-PREP-COC                          PIC 9(04).
       01  WS-PREP-RES4                         PIC 9.
       01  WS-PREP-RES100                       PIC 9(02).
       01  WS-PREP-RES400                       PIC 9(03).
       01  IND-PRD                              PIC 9(02).

      * FIN EFECTIVO DEL LEASING (0 = ABIERTO) Y SI ESE DIA CUENTA.    *
       01  WS-LSE-FIN                           PIC 9(08).
       01  WS-LSE-FIN-INCLUIDO                  PIC X.

      * OCUPACION: DIAS ALQUILADOS, EN LEASING O RESERVADOS SOBRE LOS  *
      * DIAS DEL MES.                                                  *
       01  WS-PORC-OCUPACION                    PIC 9(03)V9.
       01  WS-PORC-IMPR                         PIC ZZ9,9.
       01  WS-PORC-CSV                          PIC 9(03).
       01  WS-GRUPO-AUTOS                       PIC 9(03).
       01  WS-GRUPO-OCUPADOS                    PIC 9(05).
       01  WS-TOTAL-AUTOS                       PIC 9(03) VALUE ZERO.
       01  WS-TOTAL-OCUPADOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-IMPR                         PIC ZZ9.

       01  WS-COL                               PIC 9(03).
       01  WS-PUNTERO                           PIC 9(03).
       01  LINEA                                PIC X(132).
       01  LINEA-CSV                            PIC X(200).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO OCUPMES'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-PREPARACION.
        PERFORM 200-MARCAR-ALQUILERES.
        PERFORM 300-MARCAR-LEASES.
        PERFORM 350-MARCAR-RESERVAS.
        PERFORM 380-MARCAR-PARADAS.
        PERFORM 400-MARCAR-ESTADO-UNIDAD
                VARYING IND-A FROM 1 BY 1
                UNTIL IND-A > WS-CANT-AUTOS.
        PERFORM 500-IMPRIMIR-GRILLA.
        PERFORM 998-FIN.

        DISPLAY 'FIN OCUPMES - MES:         ' WS-MES-REPORTE.
        DISPLAY '              UNIDADES:    ' WS-CANT-AUTOS.
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

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_OCUP_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.
            MOVE WS-MES-REPORTE TO WS-FECHA-DIA-MES.
            MOVE WS-MES-REPORTE TO WS-PREP-FECHA-N(1:6).
            MOVE 1 TO WS-PREP-DD.
            PERFORM 840-DETER-DIAS-MES.
            MOVE WS-PREP-DIAS-MES TO WS-DIAS-DEL-MES.

            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LEER-AUTO.
            PERFORM 120-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN OUTPUT OCUPMES.
            MOVE FS-OCUPMES     TO WS-FS.
            MOVE "OCUPMES"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT OCUPCSV.
            MOVE FS-OCUPCSV     TO WS-FS.
            MOVE "OCUPCSV"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE  TO FLO-PATENTE(WS-CANT-AUTOS).
            MOVE AUT-MARCA    TO FLO-MARCA(WS-CANT-AUTOS).
            MOVE AUT-TAMANIO  TO FLO-TAMANIO(WS-CANT-AUTOS).
            IF AUT-AGENCIA IS NUMERIC
                MOVE AUT-AGENCIA TO FLO-AGENCIA(WS-CANT-AUTOS)
            ELSE
                MOVE ZERO TO FLO-AGENCIA(WS-CANT-AUTOS)
            END-IF.
            IF AUT-ESTADO = 'B'
                MOVE 'N' TO FLO-EN-SERVICIO(WS-CANT-AUTOS)
            ELSE
                MOVE 'S' TO FLO-EN-SERVICIO(WS-CANT-AUTOS)
            END-IF.
            IF AUT-POLIZA-VENC IS NUMERIC
                MOVE AUT-POLIZA-VENC TO FLO-POLIZA-VENC(WS-CANT-AUTOS)
            ELSE
                MOVE ZERO TO FLO-POLIZA-VENC(WS-CANT-AUTOS)
            END-IF.
            IF AUT-VTV-VENC IS NUMERIC
                MOVE AUT-VTV-VENC TO FLO-VTV-VENC(WS-CANT-AUTOS)
            ELSE
                MOVE ZERO TO FLO-VTV-VENC(WS-CANT-AUTOS)
            END-IF.
            MOVE ZERO TO FLO-DIAS-OCUPADO(WS-CANT-AUTOS).
            MOVE WS-CANT-AUTOS TO IND-A.
            PERFORM 121-LIMPIAR-CELDA
                    VARYING IND-D FROM 1 BY 1 UNTIL IND-D > 31.

            MOVE ZERO TO WS-TAM-HALLADO.
            PERFORM 122-BUSCAR-TAMANIO
                    VARYING IND-TAM FROM 1 BY 1
                    UNTIL IND-TAM > WS-CANT-TAMANIOS
                    OR WS-TAM-HALLADO > ZERO.
            IF WS-TAM-HALLADO = ZERO AND WS-CANT-TAMANIOS < 20
                ADD 1 TO WS-CANT-TAMANIOS
                MOVE AUT-TAMANIO TO TAM-CODIGO(WS-CANT-TAMANIOS)
            END-IF.
            PERFORM 110-LEER-AUTO.

       121-LIMPIAR-CELDA.
            MOVE '.' TO FLO-CELDA(IND-A, IND-D).

       122-BUSCAR-TAMANIO.
            IF TAM-CODIGO(IND-TAM) = AUT-TAMANIO
                MOVE IND-TAM TO WS-TAM-HALLADO
            END-IF.

       150-CARGAR-PREPARACION.
            OPEN INPUT PREPTIEM.
            IF FS-PREPTIEM-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 151-LEER-PREPTIEM
                PERFORM 152-CARGAR-PREPTIEM
                        UNTIL FS-PREPTIEM-FIN OR WS-CANT-PREP >= 10
                CLOSE PREPTIEM
            END-IF.

            OPEN INPUT PREPOK.
            IF FS-PREPOK-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 153-LEER-PREPOK
                PERFORM 154-CARGAR-PREPOK
                        UNTIL FS-PREPOK-FIN OR WS-CANT-PREPOK >= 100
                CLOSE PREPOK
            END-IF.

       151-LEER-PREPTIEM.
            READ PREPTIEM AT END SET FS-PREPTIEM-FIN TO TRUE.

            IF NOT FS-PREPTIEM-OK AND NOT FS-PREPTIEM-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREPTIEM'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-CARGAR-PREPTIEM.
            ADD 1 TO WS-CANT-PREP.
            MOVE PREP-TAMANIO TO PRE-TAB-TAMANIO(WS-CANT-PREP).
            MOVE PREP-DIAS    TO PRE-TAB-DIAS(WS-CANT-PREP).
            PERFORM 151-LEER-PREPTIEM.

       153-LEER-PREPOK.
            READ PREPOK AT END SET FS-PREPOK-FIN TO TRUE.

            IF NOT FS-PREPOK-OK AND NOT FS-PREPOK-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREPOK'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       154-CARGAR-PREPOK.
            ADD 1 TO WS-CANT-PREPOK.
            MOVE PRK-PATENTE TO PRK-TAB-PATENTE(WS-CANT-PREPOK).
            PERFORM 153-LEER-PREPOK.

       200-MARCAR-ALQUILERES.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 210-LEER-ALQ
                PERFORM 220-MARCAR-ALQ UNTIL FS-ALQ-IDX-FIN
                CLOSE ALQ-IDX
            END-IF.

       210-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-MARCAR-ALQ.
            IF NOT ALQ-IDX-ESTA-ANULADO
                MOVE ALQ-IDX-PATENTE TO AUT-PATENTE
                PERFORM 800-BUSCAR-AUTO
                IF WS-AUTO-HALLADO > ZERO
                    IF ALQ-IDX-FECHA(1:6) = WS-MES-REPORTE
                        MOVE ALQ-IDX-FECHA(7:2) TO IND-D
                        MOVE 'A' TO WS-CELDA-NUEVA
                        PERFORM 810-MARCAR-CELDA
                    END-IF
                    IF ALQ-IDX-ESTADO-DEVOL = 'C'
                       AND ALQ-IDX-FECHA-DEVOLUCION > ZERO
                        PERFORM 230-MARCAR-PREPARACION
                    END-IF
                END-IF
            END-IF.
            PERFORM 210-LEER-ALQ.

      * VENTANA DE PREPARACION DE LA UNIDAD DEVUELTA: LOS DIAS DEL     *
      * TAMANIO QUE SIGUEN A LA ENTREGA, SALVO QUE EL MOSTRADOR LA     *
      * HAYA CERTIFICADO LISTA (MISMO CRITERIO QUE DISPONIB.CBL).      *
       230-MARCAR-PREPARACION.
            IF WS-CANT-PREP > ZERO
               AND ALQ-IDX-FECHA-DEVOLUCION(1:6) NOT > WS-MES-REPORTE
                PERFORM 231-VERIFICAR-CERTIFICADA
                IF NOT PREP-CERTIFICADA
                    MOVE ZERO TO WS-PREP-DIAS
                    PERFORM 233-COMPARAR-DIAS-TAMANIO
                            VARYING IND-PRE FROM 1 BY 1
                            UNTIL IND-PRE > WS-CANT-PREP
                            OR WS-PREP-DIAS > ZERO
                    IF WS-PREP-DIAS > ZERO
                        MOVE ALQ-IDX-FECHA-DEVOLUCION
                            TO WS-PREP-FECHA-N
                        PERFORM 234-MARCAR-DIA-PREP
                                VARYING IND-PRD FROM 1 BY 1
                                UNTIL IND-PRD > WS-PREP-DIAS
                    END-IF
                END-IF
            END-IF.

       231-VERIFICAR-CERTIFICADA.
            MOVE 'N' TO WS-PREP-CERTIFICADA.
            PERFORM 232-COMPARAR-CERTIFICADA
                    VARYING IND-PRK FROM 1 BY 1
                    UNTIL IND-PRK > WS-CANT-PREPOK
                    OR PREP-CERTIFICADA.

       232-COMPARAR-CERTIFICADA.
            IF PRK-TAB-PATENTE(IND-PRK) = ALQ-IDX-PATENTE
                MOVE 'S' TO WS-PREP-CERTIFICADA
            END-IF.

       233-COMPARAR-DIAS-TAMANIO.
            IF PRE-TAB-TAMANIO(IND-PRE) = FLO-TAMANIO(WS-AUTO-HALLADO)
                MOVE PRE-TAB-DIAS(IND-PRE) TO WS-PREP-DIAS
            END-IF.

       234-MARCAR-DIA-PREP.
            PERFORM 830-SUMAR-DIA.
            IF WS-PREP-FECHA-N(1:6) = WS-MES-REPORTE
                MOVE WS-PREP-DD TO IND-D
                MOVE 'P' TO WS-CELDA-NUEVA
                PERFORM 810-MARCAR-CELDA
            END-IF.

       300-MARCAR-LEASES.
            OPEN INPUT LEASES.
            IF FS-LEASES-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 310-LEER-LEASE
                PERFORM 320-MARCAR-LEASE UNTIL FS-LEASES-FIN
                CLOSE LEASES
            END-IF.

       310-LEER-LEASE.
            READ LEASES AT END SET FS-LEASES-FIN TO TRUE.

            IF NOT FS-LEASES-OK AND NOT FS-LEASES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER LEASES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * FIN EFECTIVO DEL LEASING COMO EN DISPONIB.CBL: LA TERMINACION  *
      * ANTICIPADA LIBERA LA UNIDAD ESE MISMO DIA; LA FECHA PACTADA LA *
      * OCUPA INCLUSIVE; SIN FECHA HASTA EL LEASING SIGUE ABIERTO.     *
       320-MARCAR-LEASE.
            MOVE LSE-PATENTE TO AUT-PATENTE.
            PERFORM 800-BUSCAR-AUTO.
            IF WS-AUTO-HALLADO > ZERO
               AND LSE-FECHA-DESDE(1:6) NOT > WS-MES-REPORTE
                EVALUATE TRUE
                    WHEN LSE-ESTADO = 'T'
                         AND LSE-FECHA-TERMINACION > ZERO
                        MOVE LSE-FECHA-TERMINACION TO WS-LSE-FIN
                        MOVE 'N' TO WS-LSE-FIN-INCLUIDO
                    WHEN OTHER
                        MOVE LSE-FECHA-HASTA TO WS-LSE-FIN
                        MOVE 'S' TO WS-LSE-FIN-INCLUIDO
                END-EVALUATE
                MOVE 'L' TO WS-CELDA-NUEVA
                PERFORM 321-MARCAR-DIA-LEASE
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-DIAS-DEL-MES
            END-IF.
            PERFORM 310-LEER-LEASE.

       321-MARCAR-DIA-LEASE.
            MOVE IND-D TO WS-FECHA-DIA-DD.
            IF WS-FECHA-DIA-N NOT < LSE-FECHA-DESDE
                IF WS-LSE-FIN = ZERO
                   OR WS-FECHA-DIA-N < WS-LSE-FIN
                   OR (WS-FECHA-DIA-N = WS-LSE-FIN
                       AND WS-LSE-FIN-INCLUIDO = 'S')
                    PERFORM 810-MARCAR-CELDA
                END-IF
            END-IF.

       350-MARCAR-RESERVAS.
            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 360-LEER-RSV
                PERFORM 370-MARCAR-RSV UNTIL FS-RESERVAS-FIN
                CLOSE RESERVAS
            END-IF.

       360-LEER-RSV.
            READ RESERVAS AT END SET FS-RESERVAS-FIN TO TRUE.

            IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RESERVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       370-MARCAR-RSV.
            IF RSV-FECHA(1:6) = WS-MES-REPORTE
                MOVE RSV-PATENTE TO AUT-PATENTE
                PERFORM 800-BUSCAR-AUTO
                IF WS-AUTO-HALLADO > ZERO
                    MOVE RSV-FECHA(7:2) TO IND-D
                    MOVE 'R' TO WS-CELDA-NUEVA
                    PERFORM 810-MARCAR-CELDA
                END-IF
            END-IF.
            PERFORM 360-LEER-RSV.

       380-MARCAR-PARADAS.
            OPEN INPUT PARADAS.
            IF FS-PARADAS-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 381-LEER-PARADA
                PERFORM 382-MARCAR-PARADA UNTIL FS-PARADAS-FIN
                CLOSE PARADAS
            END-IF.

       381-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * SOLO LAS PARADAS ACTIVAS QUE TOCAN EL MES; LA VENTANA INCLUYE  *
      * AMBOS EXTREMOS.                                                *
       382-MARCAR-PARADA.
            IF PAR-ESTADO = 'A'
               AND PAR-FECHA-DESDE(1:6) NOT > WS-MES-REPORTE
               AND PAR-FECHA-HASTA(1:6) NOT < WS-MES-REPORTE
                MOVE PAR-PATENTE TO AUT-PATENTE
                PERFORM 800-BUSCAR-AUTO
                IF WS-AUTO-HALLADO > ZERO
                    MOVE 'T' TO WS-CELDA-NUEVA
                    PERFORM 383-MARCAR-DIA-PARADA
                            VARYING IND-D FROM 1 BY 1
                            UNTIL IND-D > WS-DIAS-DEL-MES
                END-IF
            END-IF.
            PERFORM 381-LEER-PARADA.

       383-MARCAR-DIA-PARADA.
            MOVE IND-D TO WS-FECHA-DIA-DD.
            IF WS-FECHA-DIA-N NOT < PAR-FECHA-DESDE
               AND WS-FECHA-DIA-N NOT > PAR-FECHA-HASTA
                PERFORM 810-MARCAR-CELDA
            END-IF.

      * LO QUE QUEDO LIBRE SE COMPLETA CON EL ESTADO DE LA UNIDAD:     *
      * FUERA DE SERVICIO TODO EL MES, O DOCUMENTACION VENCIDA DESDE   *
      * EL DIA SIGUIENTE AL VENCIMIENTO DE LA POLIZA O DE LA VTV.      *
       400-MARCAR-ESTADO-UNIDAD.
            MOVE IND-A TO WS-AUTO-HALLADO.
            PERFORM 410-MARCAR-DIA-ESTADO
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-DIAS-DEL-MES.

       410-MARCAR-DIA-ESTADO.
            MOVE IND-D TO WS-FECHA-DIA-DD.
            IF FLO-EN-SERVICIO(IND-A) = 'N'
                MOVE 'F' TO WS-CELDA-NUEVA
                PERFORM 810-MARCAR-CELDA
            END-IF.
            IF (FLO-POLIZA-VENC(IND-A) > ZERO
                AND WS-FECHA-DIA-N > FLO-POLIZA-VENC(IND-A))
               OR (FLO-VTV-VENC(IND-A) > ZERO
                AND WS-FECHA-DIA-N > FLO-VTV-VENC(IND-A))
                MOVE 'D' TO WS-CELDA-NUEVA
                PERFORM 810-MARCAR-CELDA
            END-IF.
            IF FLO-CELDA(IND-A, IND-D) = 'A'
               OR FLO-CELDA(IND-A, IND-D) = 'L'
               OR FLO-CELDA(IND-A, IND-D) = 'R'
                ADD 1 TO FLO-DIAS-OCUPADO(IND-A)
            END-IF.

       500-IMPRIMIR-GRILLA.
            MOVE SPACES TO LINEA.
            STRING 'GRILLA DE OCUPACION DE FLOTA - MES ' WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE OCUPMES-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'A alquilado  L leasing  R reservado  T taller  '
                   'P preparacion  F fuera de servicio  '
                   'D documentacion vencida  . libre'
                DELIMITED BY SIZE INTO LINEA.
            WRITE OCUPMES-REG FROM LINEA.

            MOVE SPACES TO LINEA.
            MOVE 'Patente Marca' TO LINEA.
            PERFORM 510-TITULO-DIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-DIAS-DEL-MES.
            MOVE '  % Ocup.' TO LINEA(119:9).
            WRITE OCUPMES-REG FROM LINEA.

            MOVE SPACES TO LINEA-CSV.
            MOVE 1 TO WS-PUNTERO.
            STRING 'Agencia,Tamanio,Patente,Marca'
                DELIMITED BY SIZE INTO LINEA-CSV
                WITH POINTER WS-PUNTERO.
            PERFORM 511-TITULO-DIA-CSV
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-DIAS-DEL-MES.
            STRING ',Ocupacion'
                DELIMITED BY SIZE INTO LINEA-CSV
                WITH POINTER WS-PUNTERO.
            WRITE OCUPCSV-REG FROM LINEA-CSV.

            PERFORM 520-IMPRIMIR-AGENCIA
                    VARYING IND-AG FROM 0 BY 1
                    UNTIL IND-AG > 99.

            MOVE SPACES TO LINEA.
            WRITE OCUPMES-REG FROM LINEA.
            MOVE WS-TOTAL-AUTOS TO WS-GRUPO-AUTOS.
            MOVE WS-TOTAL-OCUPADOS TO WS-GRUPO-OCUPADOS.
            PERFORM 560-CALCULAR-PORC-GRUPO.
            MOVE WS-TOTAL-AUTOS TO WS-CANT-IMPR.
            MOVE SPACES TO LINEA.
            STRING 'TOTAL FLOTA: ' WS-CANT-IMPR ' unidades, '
                   'ocupacion del mes ' WS-PORC-IMPR '%'
                DELIMITED BY SIZE INTO LINEA.
            WRITE OCUPMES-REG FROM LINEA.

      * CADA DIA OCUPA TRES COLUMNAS A PARTIR DE LA 27.                *
       510-TITULO-DIA.
            COMPUTE WS-COL = 27 + (IND-D - 1) * 3.
            MOVE IND-D TO LINEA(WS-COL:2).

       511-TITULO-DIA-CSV.
            STRING ',D' IND-D
                DELIMITED BY SIZE INTO LINEA-CSV
                WITH POINTER WS-PUNTERO.

       520-IMPRIMIR-AGENCIA.
            PERFORM 530-IMPRIMIR-TAMANIO
                    VARYING IND-TAM FROM 1 BY 1
                    UNTIL IND-TAM > WS-CANT-TAMANIOS.

       530-IMPRIMIR-TAMANIO.
            MOVE ZERO TO WS-GRUPO-AUTOS WS-GRUPO-OCUPADOS.
            PERFORM 540-CONTAR-GRUPO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.
            IF WS-GRUPO-AUTOS > ZERO
                MOVE SPACES TO LINEA
                WRITE OCUPMES-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING 'AGENCIA ' IND-AG(2:2)
                       '  TAMANIO ' TAM-CODIGO(IND-TAM)
                    DELIMITED BY SIZE INTO LINEA
                WRITE OCUPMES-REG FROM LINEA
                PERFORM 550-IMPRIMIR-AUTO
                        VARYING IND-A FROM 1 BY 1
                        UNTIL IND-A > WS-CANT-AUTOS
                PERFORM 560-CALCULAR-PORC-GRUPO
                MOVE SPACES TO LINEA
                STRING '  Ocupacion del grupo'
                    DELIMITED BY SIZE INTO LINEA
                MOVE WS-PORC-IMPR TO LINEA(121:5)
                MOVE '%' TO LINEA(126:1)
                WRITE OCUPMES-REG FROM LINEA
                ADD WS-GRUPO-AUTOS    TO WS-TOTAL-AUTOS
                ADD WS-GRUPO-OCUPADOS TO WS-TOTAL-OCUPADOS
            END-IF.

       540-CONTAR-GRUPO.
            IF FLO-AGENCIA(IND-A) = IND-AG
               AND FLO-TAMANIO(IND-A) = TAM-CODIGO(IND-TAM)
                ADD 1 TO WS-GRUPO-AUTOS
                ADD FLO-DIAS-OCUPADO(IND-A) TO WS-GRUPO-OCUPADOS
            END-IF.

       550-IMPRIMIR-AUTO.
            IF FLO-AGENCIA(IND-A) = IND-AG
               AND FLO-TAMANIO(IND-A) = TAM-CODIGO(IND-TAM)
                COMPUTE WS-PORC-OCUPACION ROUNDED =
                    FLO-DIAS-OCUPADO(IND-A) * 100 / WS-DIAS-DEL-MES
                MOVE WS-PORC-OCUPACION TO WS-PORC-IMPR
                COMPUTE WS-PORC-CSV ROUNDED =
                    FLO-DIAS-OCUPADO(IND-A) * 100 / WS-DIAS-DEL-MES

                MOVE SPACES TO LINEA
                STRING FLO-PATENTE(IND-A) ' ' FLO-MARCA(IND-A)(1:16)
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 551-CELDA-DIA
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-DIAS-DEL-MES
                MOVE WS-PORC-IMPR TO LINEA(121:5)
                MOVE '%' TO LINEA(126:1)
                WRITE OCUPMES-REG FROM LINEA

                MOVE SPACES TO LINEA-CSV
                MOVE 1 TO WS-PUNTERO
                STRING IND-AG(2:2) ',' FLO-TAMANIO(IND-A)
                       ',' FLO-PATENTE(IND-A)
                       ',' FLO-MARCA(IND-A)
                    DELIMITED BY SIZE INTO LINEA-CSV
                    WITH POINTER WS-PUNTERO
                PERFORM 552-CELDA-DIA-CSV
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-DIAS-DEL-MES
                STRING ',' WS-PORC-CSV
                    DELIMITED BY SIZE INTO LINEA-CSV
                    WITH POINTER WS-PUNTERO
                WRITE OCUPCSV-REG FROM LINEA-CSV
            END-IF.

       551-CELDA-DIA.
            COMPUTE WS-COL = 28 + (IND-D - 1) * 3.
            MOVE FLO-CELDA(IND-A, IND-D) TO LINEA(WS-COL:1).

       552-CELDA-DIA-CSV.
            STRING ',' FLO-CELDA(IND-A, IND-D)
                DELIMITED BY SIZE INTO LINEA-CSV
                WITH POINTER WS-PUNTERO.

       560-CALCULAR-PORC-GRUPO.
            IF WS-GRUPO-AUTOS > ZERO
                COMPUTE WS-PORC-OCUPACION ROUNDED =
                    WS-GRUPO-OCUPADOS * 100
                    / (WS-GRUPO-AUTOS * WS-DIAS-DEL-MES)
            ELSE
                MOVE ZERO TO WS-PORC-OCUPACION
            END-IF.
            MOVE WS-PORC-OCUPACION TO WS-PORC-IMPR.

       800-BUSCAR-AUTO.
            MOVE ZERO TO WS-AUTO-HALLADO.
            PERFORM 801-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-HALLADO > ZERO.

       801-COMPARAR-AUTO.
            IF FLO-PATENTE(IND-A) = AUT-PATENTE
                MOVE IND-A TO WS-AUTO-HALLADO
            END-IF.

      * LA CELDA SOLO CAMBIA SI LO NUEVO PESA MAS QUE LO QUE YA TENIA  *
      * (EL PESO ES LA POSICION EN WS-CODIGOS-CELDA: MENOR, MAS PESO). *
       810-MARCAR-CELDA.
            IF IND-D > ZERO AND IND-D NOT > WS-DIAS-DEL-MES
                MOVE WS-CELDA-NUEVA TO WS-CELDA-BUSCADA
                PERFORM 811-PESO-CELDA
                MOVE WS-PESO-BUSCADO TO WS-PESO-NUEVA
                MOVE FLO-CELDA(WS-AUTO-HALLADO, IND-D)
                    TO WS-CELDA-BUSCADA
                PERFORM 811-PESO-CELDA
                MOVE WS-PESO-BUSCADO TO WS-PESO-ACTUAL
                IF WS-PESO-NUEVA < WS-PESO-ACTUAL
                    MOVE WS-CELDA-NUEVA
                        TO FLO-CELDA(WS-AUTO-HALLADO, IND-D)
                END-IF
            END-IF.

       811-PESO-CELDA.
            MOVE 8 TO WS-PESO-BUSCADO.
            PERFORM 812-COMPARAR-CODIGO
                    VARYING IND-COD FROM 1 BY 1
                    UNTIL IND-COD > 8.

       812-COMPARAR-CODIGO.
            IF WS-CODIGO-CELDA(IND-COD) = WS-CELDA-BUSCADA
               AND IND-COD < WS-PESO-BUSCADO
                MOVE IND-COD TO WS-PESO-BUSCADO
            END-IF.

       830-SUMAR-DIA.
            PERFORM 840-DETER-DIAS-MES.
            IF WS-PREP-DD < WS-PREP-DIAS-MES
                ADD 1 TO WS-PREP-DD
            ELSE
                MOVE 1 TO WS-PREP-DD
                IF WS-PREP-MM < 12
                    ADD 1 TO WS-PREP-MM
                ELSE
                    MOVE 1 TO WS-PREP-MM
                    ADD 1 TO WS-PREP-AA
                END-IF
            END-IF.

       840-DETER-DIAS-MES.
            EVALUATE WS-PREP-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-PREP-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-PREP-DIAS-MES
                WHEN 2
                    PERFORM 841-DETER-FEBRERO
            END-EVALUATE.

       841-DETER-FEBRERO.
            DIVIDE WS-PREP-AA BY 4   GIVING WS-PREP-COC
                                     REMAINDER WS-PREP-RES4.
            DIVIDE WS-PREP-AA BY 100 GIVING WS-PREP-COC
                                     REMAINDER WS-PREP-RES100.
            DIVIDE WS-PREP-AA BY 400 GIVING WS-PREP-COC
                                     REMAINDER WS-PREP-RES400.
            IF (WS-PREP-RES4 = 0 AND WS-PREP-RES100 NOT = 0)
               OR WS-PREP-RES400 = 0
                MOVE 29 TO WS-PREP-DIAS-MES
            ELSE
                MOVE 28 TO WS-PREP-DIAS-MES
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
            CLOSE OCUPMES.
            CLOSE OCUPCSV.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
