                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FERIADOS.

        SELECT DESCUENTOS ASSIGN TO "..\DESCUENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DESC-CLAVE
                FILE STATUS IS FS-DESCUENTOS.

      * REPORTE: FACTURACION REAL CONTRA SIMULADA POR AGENCIA, MARCA   *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SIMREP.

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

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-EXTRAS-IMP               PIC 9(04)V99.
           03  ALQ-IDX-RESTO                    PIC X(122).

      * SOLO EL FRENTE DEL AUT-REG.                                    *
       FD  AUTOS.
      * MISMO ARMADO QUE DESCUENTO-REG EN TP.CBL.                      *
       FD  DESCUENTOS.
       01  DESCUENTO-REG.
           05  DESC-CLAVE.
               10  DESC-TIPO-DOC                PIC X.
               10  DESC-NRO-DOC                 PIC X(20).
           05  DESC-PORCENTAJE                  PIC 9(02).

       FD  SIMREP.

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
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-DESCUENTOS-OK                 VALUE '00'.
           88  FS-DESCUENTOS-FIN                VALUE '10'.
           88  FS-DESCUENTOS-NO-EXIST           VALUE '35'.
           88  FS-DESCUENTOS-NO-HALLADO         VALUE '23'.

       01  FS-SIMREP                            PIC X(02).
           88  FS-SIMREP-OK                     VALUE '00'.
       01  WS-DIA-ES-FERIADO                    PIC X VALUE 'N'.
           88  DIA-ES-FERIADO                   VALUE 'S'.

       01  WS-DESC-PORC                         PIC 9(02).

      * ZELLER (MISMO CALCULO QUE 4096 EN TP.CBL).                     *

       PGM.
        DISPLAY 'INICIO TARIFSIM'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FLOTA.
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

            END-IF.

            PERFORM 110-CARGAR-FERIADOS.
            PERFORM 120-ABRIR-DESCUENTOS.

            OPEN OUTPUT SIMREP.
            MOVE FS-SIMREP TO WS-FS.
            MOVE FER-FECHA TO FER-TAB-FECHA(WS-CANT-FERIADOS).
            PERFORM 111-LEER-FERIADO.

      * LA TABLA DE DESCUENTOS QUEDA ABIERTA Y SE LEE POR DOCUMENTO    *
      * (453).                                                         *
       120-ABRIR-DESCUENTOS.
            OPEN INPUT DESCUENTOS.
            IF NOT FS-DESCUENTOS-NO-EXIST
                MOVE FS-DESCUENTOS TO WS-FS
                MOVE "DESCUENT"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       200-CARGAR-FLOTA.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-NO-EXIST

       453-APLICAR-DESCUENTO.
            MOVE ZERO TO WS-DESC-PORC.
            PERFORM 455-LEER-DESCUENTO.
            IF WS-DESC-PORC > ZERO
                COMPUTE WS-IMPORTE-SIMULADO ROUNDED =
                    WS-IMPORTE-SIMULADO * (100 - WS-DESC-PORC) / 100
            END-IF.

       455-LEER-DESCUENTO.
            IF NOT FS-DESCUENTOS-NO-EXIST
                MOVE ALQ-IDX-TIPO-DOC TO DESC-TIPO-DOC
                MOVE ALQ-IDX-NRO-DOC  TO DESC-NRO-DOC
                READ DESCUENTOS KEY IS DESC-CLAVE
                    INVALID KEY SET FS-DESCUENTOS-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-DESCUENTOS-OK AND NOT FS-DESCUENTOS-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR DESCUENTOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-DESCUENTOS-OK
                    MOVE DESC-PORCENTAJE TO WS-DESC-PORC
                END-IF
            END-IF.

       460-ACUMULAR.

       998-FIN.
            CLOSE SIMREP.
            IF NOT FS-DESCUENTOS-NO-EXIST
                CLOSE DESCUENTOS
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
