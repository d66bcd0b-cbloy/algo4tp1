                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LEASES.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL): UNA UNIDAD    *
      * CON UNA PARADA ACTIVA QUE PISA EL RANGO CONSULTADO FIGURA COMO *
      * TOMADA.                                                        *
        SELECT PARADAS ASSIGN TO "..\PARADAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PARADAS.

        SELECT DISPON ASSIGN TO "..\DISPONIB.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DISPON.

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
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
           03  ALQ-IDX-RESTO                    PIC X(130).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                             *
       FD  RESERVAS.
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

       FD  DISPON.
       01  DISPON-REG                               PIC X(110).

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
           88  FS-LEASES-FIN                    VALUE '10'.
           88  FS-LEASES-NO-EXIST               VALUE '35'.

       01  FS-PARADAS                           PIC X(02).
           88  FS-PARADAS-OK                    VALUE '00'.
           88  FS-PARADAS-FIN                   VALUE '10'.
           88  FS-PARADAS-NO-EXIST              VALUE '35'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-FIN                  VALUE '10'.

       PGM.
        DISPLAY 'INICIO DISPONIB'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-CARGAR-FLOTA.
        PERFORM 090-CARGAR-PREPARACION.
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

       090-CARGAR-PREPARACION.
            OPEN INPUT PREPTIEM.
            IF FS-PREPTIEM-NO-EXIST
            PERFORM 320-MARCAR-OCUPADOS-ALQ.
            PERFORM 330-MARCAR-OCUPADOS-RSV.
            PERFORM 335-MARCAR-OCUPADOS-LEASE.
            PERFORM 338-MARCAR-OCUPADOS-PARADA.
            PERFORM 400-ARMAR-PLANILLA.
            PERFORM 500-MOSTRAR-RESUMEN.
            PERFORM 200-PEDIR-FECHAS.
            END-IF.
            PERFORM 336-LEER-LEASE.

       338-MARCAR-OCUPADOS-PARADA.
            OPEN INPUT PARADAS.
            IF FS-PARADAS-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 339-LEER-PARADA
                PERFORM 348-MARCAR-PARADA UNTIL FS-PARADAS-FIN
                CLOSE PARADAS
            END-IF.

       339-LEER-PARADA.
            READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

            IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA PARADA TOMA LA UNIDAD SI ESTA ACTIVA Y SU VENTANA PISA EL   *
      * RANGO CONSULTADO (AMBOS EXTREMOS INCLUSIVE).                   *
       348-MARCAR-PARADA.
            IF PAR-ESTADO = 'A'
               AND PAR-FECHA-DESDE NOT > WS-FECHA-HASTA
               AND PAR-FECHA-HASTA NOT < WS-FECHA-DESDE
                MOVE PAR-PATENTE TO AUT-PATENTE
                PERFORM 340-MARCAR-PATENTE
            END-IF.
            PERFORM 339-LEER-PARADA.

       340-MARCAR-PATENTE.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 341-COMPARAR-PATENTE
