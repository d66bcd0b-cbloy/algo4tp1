                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SUSPENSO.

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

       FD  BANCO.
       01  BANCO-REG.
           05  BCO-FECHA                        PIC 9(08).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE-ESTADO                  PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-CAE                         PIC 9(14).
           05  FILLER                           PIC X(01).
           05  FREG-CAE-VTO                     PIC 9(08).

      * SOLO LOS CAMPOS DEL FRENTE DEL REGISTRO: PARA CRUZAR CONTRATO  *
      * CON DOCUMENTO NO HACE FALTA EL RESTO (ALQIDX.DAT ES INDEXED,   *
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-RESTO                    PIC X(152).

      * MISMO ARMADO QUE PAGO-REG EN PAGOS.CBL.                        *
       FD  PAGOS-SAL.

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
                    'FACTURAS.DAT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-BANCO                             PIC X(02).
           88  FS-BANCO-OK                      VALUE '00'.
           88  FS-BANCO-FIN                     VALUE '10'.

       PGM.
        DISPLAY 'INICIO BANCOIMP'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-FACTURAS.
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

                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * UNA FACTURA CON EL CAE RECHAZADO NO ES COMPROBANTE VALIDO      *
      * HASTA QUE SE CORRIJA Y SE AUTORICE: NO ENTRA EN LA TABLA, ASI  *
      * QUE UN CREDITO QUE LA CITE VA A SUSPENSO.                      *
       220-CARGAR-FACTURA.
            IF FREG-CAE-ESTADO NOT = 'R'
                ADD 1 TO WS-CANT-FACTURAS
                MOVE FREG-NRO-FACTURA TO FAC-NRO(WS-CANT-FACTURAS)
                MOVE FREG-TIPO-DOC    TO FAC-TIPO-DOC(WS-CANT-FACTURAS)
                MOVE FREG-NRO-DOC     TO FAC-NRO-DOC(WS-CANT-FACTURAS)
            END-IF.
            PERFORM 210-LEER-FACTREG.

       300-CARGAR-EXTRACTO.
