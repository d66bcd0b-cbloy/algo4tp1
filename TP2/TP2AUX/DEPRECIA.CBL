                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * MAESTRO HISTORICO (VER PASAHIST.CBL): LO QUE YA SALIO DEL VIVO  *
      * TAMBIEN ES FACTURACION DE LA UNIDAD, ASI QUE SE BARRE IGUAL.    *
        SELECT  ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

      * VALUACION ANUAL DE FLOTA: VALOR DE LIBRO (LINEA RECTA, 60       *
      * MESES), USO Y FACTURACION ACUMULADA POR UNIDAD, Y TOTALES.      *
        SELECT FLOTAVAL ASSIGN TO "..\FLOTAVAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FLOTAVAL.

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

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
       01  AUT-REG.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * MISMO ARMADO QUE ALQ-IDX-REG; CADA FILA SE LEE SOBRE EL.        *
       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE.
               05 ALQ-HIST-PATENTE              PIC X(07).
               05 ALQ-HIST-FECHA                PIC 9(08).
           03  ALQ-HIST-RESTO                   PIC X(208).

       FD  FLOTAVAL.
       01  FLOTAVAL-REG                         PIC X(132).

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

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-FLOTAVAL                          PIC X(02).
           88  FS-FLOTAVAL-OK                   VALUE '00'.


       PGM.
        DISPLAY 'INICIO DEPRECIA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-ACUMULAR-FACTURACION.
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

                CLOSE ALQ-IDX
            END-IF.

            OPEN INPUT ALQ-HIST.
            IF FS-ALQ-HIST-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-ALQ-HIST TO WS-FS
                MOVE "ALQ-HIST"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 240-LEER-ALQ-HIST
                PERFORM 250-ACUMULAR-HISTORICO UNTIL FS-ALQ-HIST-FIN
                CLOSE ALQ-HIST
            END-IF.

       210-LEER-ALQ-IDX.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            END-IF.

       220-ACUMULAR-REGISTRO.
            PERFORM 225-SUMAR-ALQUILER.
            PERFORM 210-LEER-ALQ-IDX.

       225-SUMAR-ALQUILER.
            IF NOT ALQ-IDX-ESTA-ANULADO
                MOVE 'N' TO WS-ENCONTRO-AUTO
                PERFORM 230-BUSCAR-PATENTE
                    ADD ALQ-IDX-RECARGO-DEVOL TO FLO-FACTURADO(IND-A)
                END-IF
            END-IF.

       230-BUSCAR-PATENTE.
            IF FLO-PATENTE(IND-A) = ALQ-IDX-PATENTE
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

       240-LEER-ALQ-HIST.
            READ ALQ-HIST INTO ALQ-IDX-REG
                AT END SET FS-ALQ-HIST-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-HIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       250-ACUMULAR-HISTORICO.
            PERFORM 225-SUMAR-ALQUILER.
            PERFORM 240-LEER-ALQ-HIST.

       300-IMPRIMIR-VALUACION.
            MOVE SPACES TO LINEA.
            STRING 'VALUACION DE FLOTA AL ' FECHA-HOY
