      *   RESERVAS.DAT -> RESERVA7.DAT                                  *
      *   ESPERA.TXT   -> ESPERA7.TXT                                   *
      *   SINIESTR.TXT -> SINIEST7.TXT                                  *
      *   LAYOUT.DAT   -> LAYOUT7.DAT                                   *
      * RESERVAS ES INDEXADO CON LA PATENTE EN LA CLAVE: SI NO SE       *
      * MIGRA, EL LOTE LO ABRE CON FILE STATUS 39 Y ABORTA.  ESPERA Y   *
      * SINIESTR ARRANCAN CON LA PATENTE, ASI QUE SUS FILAS VIEJAS SE   *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SINI-N.

      * REGISTRO DE VERSIONES DE LAYOUT: SE VALIDA ANTES DE CONVERTIR   *
      * Y SE DEJA EL NUEVO EN LAYOUT7.DAT, A PROMOVER CON EL RESTO.     *
        SELECT LAYCTL ASSIGN TO "..\LAYOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAYCTL.
        SELECT LAYNVO ASSIGN TO "..\LAYOUT7.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAYNVO.

       DATA DIVISION.
       FILE SECTION.

           05  SINN-PATENTE       PIC X(07).
           05  SINN-RESTO         PIC X(63).

      * MISMO ARMADO QUE LAYCTL-REG EN LAYSELLO.CBL.                    *
       FD  LAYCTL.
       01  LAYCTL-REG.
           05  LAY-ARCHIVO        PIC X(12).
           05  FILLER             PIC X(01).
           05  LAY-VERSION        PIC 9(02).
           05  FILLER             PIC X(01).
           05  LAY-FECHA          PIC 9(08).
           05  FILLER             PIC X(01).
           05  LAY-PROGRAMA       PIC X(08).

       FD  LAYNVO.
       01  LAYNVO-REG             PIC X(32).

       WORKING-STORAGE SECTION.

       01  FS-AUTOS-V                           PIC X(02).
       01  WS-CANT-SIN-LEIDOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-GRABADOS                 PIC 9(05) VALUE ZERO.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.
           88  FS-LAYCTL-NO-EXIST               VALUE '35'.
       01  FS-LAYNVO                            PIC X(02).

      * ARCHIVOS QUE ESTA CONVERSION PASA DE LAYOUT: VERSION QUE DEBE   *
      * ESTAR SELLADA ANTES Y LA QUE QUEDA DESPUES.                     *
       01  LAY-CONVERSION.
           05  FILLER                           PIC X(16) VALUE
                    'AUTOS.TXT   0102'.
           05  FILLER                           PIC X(16) VALUE
                    'ALQIDX.DAT  0102'.
           05  FILLER                           PIC X(16) VALUE
                    'RESERVAS.DAT0102'.
           05  FILLER                           PIC X(16) VALUE
                    'ESPERA.TXT  0102'.
           05  FILLER                           PIC X(16) VALUE
                    'SINIESTR.TXT0102'.
       01  TABLA-CONVERSION REDEFINES LAY-CONVERSION.
           05  LAY-CNV OCCURS 5 TIMES.
               10  LAY-CNV-ARCHIVO              PIC X(12).
               10  LAY-CNV-ANTERIOR             PIC 9(02).
               10  LAY-CNV-NUEVA                PIC 9(02).
       01  LAY-VISTOS                           PIC X(05) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-CNV-VISTO                    OCCURS 5 TIMES PIC X.
       01  LAY-CANT-CNV                         PIC 9(02) VALUE 5.
       01  IND-LAY                              PIC 9(02).
       01  LAY-HAY-REGISTRO                     PIC X(01) VALUE 'S'.
           88  LAY-SIN-REGISTRO                 VALUE 'N'.
       01  LAY-FECHA-HOY                        PIC 9(08).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CONVPAT7'.
        PERFORM 050-VERIFICAR-LAYOUT.

        PERFORM 100-CONVERTIR-AUTOS.
        PERFORM 200-CONVERTIR-ALQIDX.
        PERFORM 300-CONVERTIR-RESERVAS.
        PERFORM 400-CONVERTIR-ESPERA.
        PERFORM 500-CONVERTIR-SINIESTR.
        PERFORM 850-SELLAR-LAYOUT.

        DISPLAY 'FIN CONVPAT7'.
        DISPLAY '  AUTOS    LEIDOS/GRABADOS: ' WS-CANT-AUTOS-LEIDOS
        DISPLAY '  RESERVA7.DAT -> RESERVAS.DAT'.
        DISPLAY '  ESPERA7.TXT  -> ESPERA.TXT'.
        DISPLAY '  SINIEST7.TXT -> SINIESTR.TXT'.
        DISPLAY '  LAYOUT7.DAT  -> LAYOUT.DAT'.
        STOP RUN.


            ADD 1 TO WS-CANT-SIN-GRABADOS.
            PERFORM 510-LEER-SIN-VIEJO.

      * ANTES DE TOCAR NADA SE MIRA EL REGISTRO DE LAYOUT: SI ALGUNO DE *
      * LOS ARCHIVOS YA ESTA EN LA VERSION NUEVA (CONVERSION YA         *
      * CORRIDA Y PROMOVIDA) O EN UNA QUE NO ES LA ANTERIOR, NO SE      *
      * CONVIERTE.  SIN REGISTRO (INSTALACION TODAVIA NO SELLADA) SE    *
      * CONVIERTE IGUAL Y EL REGISTRO NUEVO LLEVA SOLO LOS ARCHIVOS     *
      * DE ESTA CONVERSION.                                             *
       050-VERIFICAR-LAYOUT.
            ACCEPT LAY-FECHA-HOY FROM DATE YYYYMMDD.
            OPEN INPUT LAYCTL.
            IF FS-LAYCTL-NO-EXIST
                SET LAY-SIN-REGISTRO TO TRUE
                DISPLAY 'SIN LAYOUT.DAT -- SE SELLAN SOLO LOS '
                        'ARCHIVOS DE ESTA CONVERSION'
            ELSE
                MOVE FS-LAYCTL TO WS-FS
                MOVE "LAYCTL"  TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 051-LEER-LAYCTL
                PERFORM 052-VALIDAR-LAYOUT UNTIL FS-LAYCTL-FIN
                CLOSE LAYCTL
            END-IF.

       051-LEER-LAYCTL.
            READ LAYCTL AT END SET FS-LAYCTL-FIN TO TRUE.

            IF NOT FS-LAYCTL-OK AND NOT FS-LAYCTL-FIN
                DISPLAY 'ERROR AL LEER LAYOUT.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       052-VALIDAR-LAYOUT.
            PERFORM 053-VALIDAR-ARCHIVO
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-CNV.
            PERFORM 051-LEER-LAYCTL.

       053-VALIDAR-ARCHIVO.
            IF LAY-CNV-ARCHIVO(IND-LAY) = LAY-ARCHIVO
               AND LAY-CNV-ANTERIOR(IND-LAY) NOT = LAY-VERSION
                IF LAY-CNV-NUEVA(IND-LAY) = LAY-VERSION
                    DISPLAY LAY-ARCHIVO ' YA ESTA EN LAYOUT '
                            LAY-VERSION ' -- YA CONVERTIDO'
                ELSE
                    DISPLAY LAY-ARCHIVO ' EN LAYOUT ' LAY-VERSION
                            ', LA CONVERSION PARTE DEL '
                            LAY-CNV-ANTERIOR(IND-LAY)
                END-IF
                DISPLAY 'NO SE CONVIERTE NADA'
                STOP RUN
            END-IF.

      * REGISTRO NUEVO: LAS FILAS DEL ACTUAL TAL CUAL, SALVO LAS DE LOS *
      * ARCHIVOS CONVERTIDOS QUE PASAN A LA VERSION NUEVA; LOS QUE NO   *
      * FIGURABAN SE AGREGAN AL FINAL.                                  *
       850-SELLAR-LAYOUT.
            OPEN OUTPUT LAYNVO.
            MOVE FS-LAYNVO TO WS-FS.
            MOVE "LAYNVO"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            IF NOT LAY-SIN-REGISTRO
                OPEN INPUT LAYCTL
                PERFORM 051-LEER-LAYCTL
                PERFORM 851-PASAR-LAYOUT UNTIL FS-LAYCTL-FIN
                CLOSE LAYCTL
            END-IF.
            PERFORM 853-AGREGAR-FALTANTE
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-CNV.
            CLOSE LAYNVO.

       851-PASAR-LAYOUT.
            PERFORM 852-ACTUALIZAR-VERSION
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-CNV.
            PERFORM 854-GRABAR-LAYNVO.
            PERFORM 051-LEER-LAYCTL.

       852-ACTUALIZAR-VERSION.
            IF LAY-CNV-ARCHIVO(IND-LAY) = LAY-ARCHIVO
                MOVE 'S'                     TO LAY-CNV-VISTO(IND-LAY)
                MOVE LAY-CNV-NUEVA(IND-LAY)  TO LAY-VERSION
                MOVE LAY-FECHA-HOY           TO LAY-FECHA
                MOVE 'CONVPAT7'              TO LAY-PROGRAMA
            END-IF.

       853-AGREGAR-FALTANTE.
            IF LAY-CNV-VISTO(IND-LAY) NOT = 'S'
                MOVE SPACES                   TO LAYCTL-REG
                MOVE LAY-CNV-ARCHIVO(IND-LAY) TO LAY-ARCHIVO
                MOVE LAY-CNV-NUEVA(IND-LAY)   TO LAY-VERSION
                MOVE LAY-FECHA-HOY            TO LAY-FECHA
                MOVE 'CONVPAT7'               TO LAY-PROGRAMA
                PERFORM 854-GRABAR-LAYNVO
            END-IF.

       854-GRABAR-LAYNVO.
            WRITE LAYNVO-REG FROM LAYCTL-REG.
            MOVE FS-LAYNVO TO WS-FS.
            MOVE "LAYNVO"  TO WS-FS-NOMBRE.
            MOVE "GRABA"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
