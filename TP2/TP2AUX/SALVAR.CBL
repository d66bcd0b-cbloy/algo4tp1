
      * RESGUARDO FECHADO DE LOS ARCHIVOS CRITICOS (ALQIDX.DAT,         *
      * AUTOS.TXT, AGENCIAS.TXT, ESTADSAV.DAT) EN ..\BACKUP\AAAAMMDD\,  *
      * JUNTO CON LAYOUT.DAT (LAS VERSIONES DE LAYOUT EN QUE QUEDARON   *
      * GRABADOS), CON UN MANIFIESTO DE CANTIDADES Y TOTALES DE         *
      * CONTROL.  LA VERIFICACION RELEE LAS COPIAS (NO LOS ORIGINALES)  *
      * Y RETOTALIZA: UN BACKUP QUE NO SE PUEDE RELEER NO ES UN BACKUP. *

      * COPIA DEL MAESTRO DE ALQUILERES EN LA CARPETA DE RESGUARDO.     *
        SELECT ALQ-BAK ASSIGN TO WS-PATH-ALQ-BAK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MANIF.

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

      * SOLO CLAVE E IMPORTE INTERESAN PARA EL CONTROL; EL RESTO DEL    *
      * REGISTRO VIAJA OPACO (MISMO ORDEN QUE ALQ-REG EN TP.CBL).       *
       FD  ALQ-BAK.
           03  ALQB-TIPO-DOC                    PIC X.
           03  ALQB-NRO-DOC                     PIC X(20).
           03  ALQB-IMPORTE                     PIC 9(04)V99.
           03  ALQB-RESTO                       PIC X(181).

       FD  SEC-BAK.
       01  SEC-BAK-REG                          PIC X(200).

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

       01  FS-ALQ-BAK                           PIC X(02).
           88  FS-ALQ-BAK-OK                    VALUE '00'.
           88  FS-ALQ-BAK-FIN                   VALUE '10'.
           05  FILLER                    PIC X(12) VALUE 'AUTOS.TXT'.
           05  FILLER                    PIC X(12) VALUE 'AGENCIAS.TXT'.
           05  FILLER                    PIC X(12) VALUE 'ESTADSAV.DAT'.
           05  FILLER                    PIC X(12) VALUE 'LAYOUT.DAT'.
       01  WS-TABLA-ARCHIVOS REDEFINES WS-ARCHIVOS-LISTA.
           05  WS-ARCHIVO-NOMBRE OCCURS 5 TIMES PIC X(12).
       01  IND-ARCH                             PIC 9(02) COMP.

       01  WS-CANT-REG                          PIC 9(07) VALUE ZERO.

       PGM.
        DISPLAY 'INICIO SALVAR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-PREPARAR-CARPETA.
        PERFORM 200-COPIAR-ARCHIVOS.
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

       100-PREPARAR-CARPETA.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-DIR-BACKUP.
       200-COPIAR-ARCHIVOS.
            PERFORM 210-COPIAR-UN-ARCHIVO
                    VARYING IND-ARCH FROM 1 BY 1
                    UNTIL IND-ARCH > 5.

       210-COPIAR-UN-ARCHIVO.
            MOVE SPACES TO WS-COMANDO.
            PERFORM 310-VERIFICAR-ALQIDX.
            PERFORM 320-VERIFICAR-SECUENCIAL
                    VARYING IND-ARCH FROM 2 BY 1
                    UNTIL IND-ARCH > 5.

            CLOSE MANIF.

            END-IF.

      * PARA AUTOS.TXT SE TOTALIZA LA TARIFA DIARIA (POSICION FIJA DEL  *
      * REGISTRO); PARA AGENCIAS/ESTADSAV/LAYOUT EL CONTROL ES POR      *
      * CANTIDAD.                                                       *
       322-CONTAR-SEC-BAK.
            ADD 1 TO WS-CANT-REG.
            IF IND-ARCH = 2
