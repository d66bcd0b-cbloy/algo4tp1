                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

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

       FD  CIERRE-CTL.
       01  CIERRE-REG.
           05  CIERRE-FECHA         PIC X(08).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'CIERRE.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-CIERRE-CTL            PIC X(02).
           88  FS-CIERRE-CTL-OK     VALUE '00'.
           88  FS-CIERRE-CTL-NO-EXIST VALUE '35'.
           05  LINE 11 COL 40 VALUE "O CADENA NOCTURNA".
           05  LINE 12 COL 5 VALUE "R REPARAR RECHAZOS".
           05  LINE 12 COL 40 VALUE "H HISTORICO ARCHIVADO".
           05  LINE 13 COL 40 VALUE "E ESTADO DE CUENTA".
           05  LINE 14 COL 40 VALUE "P TABLAS DE PRECIOS".
           05  LINE 14 COL 5 VALUE "C PADRON DE CLIENTES".
           05  LINE 13 COL 5 VALUE "S SALIR      OPCION: ".
           05  LINE 13 COL 27 PIC X TO WS-OPCION.

       01  PANTALLA-MSG.
           05  LINE 16 COL 5
               VALUE "OPCION NO PERMITIDA PARA SU NIVEL ".
           05  LINE 16 COL 40 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MENU'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 060-SIGNON.
        PERFORM 200-PROCESO UNTIL WS-OPCION = 'S'.
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

      * IDENTIFICACION CONTRA OPERADOR.TXT (MISMO ESQUEMA QUE LOS       *
      * PROGRAMAS EN LINEA).  SIN MAESTRO, LA CONSOLA ABRE CON NIVEL 1. *
       060-SIGNON.
                         MOVE 2 TO WS-NIVEL-OPCION
                WHEN 'H' MOVE 'ARCHQRY.EXE'  TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-OPCION
                WHEN 'E' MOVE 'ESTCTA.EXE'   TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-OPCION
                WHEN 'P' MOVE 'MANTTAB.EXE'  TO WS-PROGRAMA
                         MOVE 2 TO WS-NIVEL-OPCION
                WHEN 'C' MOVE 'MANTCLI.EXE'  TO WS-PROGRAMA
                         MOVE 2 TO WS-NIVEL-OPCION
                WHEN 'S' CONTINUE
                WHEN OTHER CONTINUE
            END-EVALUATE.
