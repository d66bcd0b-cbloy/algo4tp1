                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOLOCK.

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

       FD  SINIESTROS.
       01  SINIESTRO-REG.
           05  SIN-PATENTE                      PIC X(07).
           05  SIN-A-CARGO-CLIENTE              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-A-RECLAMAR                   PIC 9(06)V99.
      * CONTRATO DEL ALQUILER EN CURSO AL MOMENTO DEL INCIDENTE (CERO  *
      * SI NO HABIA ALQUILER UBICADO; EN BLANCO EN LAS FILAS VIEJAS).  *
           05  FILLER                           PIC X(01).
           05  SIN-CONTRATO                     PIC 9(09).

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
           05  GAR-REFERENCIA                   PIC X(20).

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88 ALQ-IDX-ESTA-ANULADO          VALUE 'S'.
           03  FILLER                           PIC X(09).
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  FILLER                           PIC X(124).
           03  ALQ-IDX-COBERTURA                PIC X(03).
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  FILLER                           PIC X(17).

      * MISMO ARMADO QUE RECLAMO-REG EN RECLAMOS.CBL.                   *
       FD  RECLAMOS.

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
                    'SINIESTR.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'GARMOV.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 4 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(04) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 4 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 4.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
       01  WS-SIN-FRANQUICIA                    PIC 9(06)V99 VALUE ZERO.
       01  WS-A-CARGO-CLIENTE                   PIC 9(06)V99 VALUE ZERO.
       01  WS-A-RECLAMAR                        PIC 9(06)V99 VALUE ZERO.
       01  WS-SIN-CONTRATO                      PIC 9(09) VALUE ZERO.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
               09  SINI-COBERTURA       PIC X(03).
               09  SINI-A-CARGO-CLI     PIC 9(06)V99.
               09  SINI-A-RECLAMAR      PIC 9(06)V99.
               09  SINI-CONTRATO        PIC 9(09).
       01  IND-S                                PIC 9(3).

      * PADRON DE AUTOS EN MEMORIA (MISMO LIMITE QUE MANTAUTO.CBL).     *

       PGM.
        DISPLAY 'INICIO SINIESTR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 055-TOMAR-AUTOLOCK.
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
            PERFORM 110-CARGAR-SINIESTROS.
            ELSE
                MOVE ZERO TO SINI-A-RECLAMAR(WS-CANT-SINIESTROS)
            END-IF.
            IF SIN-CONTRATO IS NUMERIC
                MOVE SIN-CONTRATO TO SINI-CONTRATO(WS-CANT-SINIESTROS)
            ELSE
                MOVE ZERO TO SINI-CONTRATO(WS-CANT-SINIESTROS)
            END-IF.
            PERFORM 111-LEER-SINIESTRO.

       120-CARGAR-AUTOS.
                TO SINI-A-CARGO-CLI(WS-CANT-SINIESTROS).
            MOVE WS-A-RECLAMAR
                TO SINI-A-RECLAMAR(WS-CANT-SINIESTROS).
            MOVE WS-SIN-CONTRATO
                TO SINI-CONTRATO(WS-CANT-SINIESTROS).

            PERFORM 330-ANOTAR-GARANTIA.

            MOVE ZERO TO WS-SIN-FRANQUICIA.
            MOVE WS-NVA-COSTO TO WS-A-CARGO-CLIENTE.
            MOVE ZERO TO WS-A-RECLAMAR.
            MOVE ZERO TO WS-SIN-CONTRATO.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF NOT ALQ-IDX-ESTA-ANULADO
                           AND ALQ-IDX-NRO-CONTRATO IS NUMERIC
                            MOVE ALQ-IDX-NRO-CONTRATO
                                TO WS-SIN-CONTRATO
                        END-IF
                        IF NOT ALQ-IDX-ESTA-ANULADO
                           AND ALQ-IDX-COBERTURA NOT = SPACES
                            MOVE ALQ-IDX-COBERTURA
            MOVE SINI-COBERTURA(IND-S)   TO SIN-COBERTURA.
            MOVE SINI-A-CARGO-CLI(IND-S) TO SIN-A-CARGO-CLIENTE.
            MOVE SINI-A-RECLAMAR(IND-S)  TO SIN-A-RECLAMAR.
            MOVE SINI-CONTRATO(IND-S)    TO SIN-CONTRATO.
            WRITE SINIESTRO-REG.
            MOVE FS-SINIESTROS  TO WS-FS.
            MOVE "SINIESTR"     TO WS-FS-NOMBRE.
