        SELECT ALQ ASSIGN TO "..\ALQACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQ.

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

       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

       FD  ALQ.
       01  ALQ-REG.
           03  ALQ-FRANQUICIA                   PIC 9(06)V99.
           03  ALQ-MONEDA                       PIC X(03).
           03  ALQ-TIPO-CAMBIO                  PIC 9(04)V9999.
           03  ALQ-OCUP-BANDA                   PIC 9(03).
           03  ALQ-OCUP-RECARGO                 PIC 9(03).

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

       01  FS-ALQ                               PIC X(02).
           88  FS-ALQ-OK                        VALUE '00'.
           88  FS-ALQ-FIN                       VALUE '10'.

       PGM.
        DISPLAY 'INICIO ALQ2IDX'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 300-LEER-ALQ.
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
            OPEN INPUT ALQ.
            MOVE FS-ALQ         TO  WS-FS.
