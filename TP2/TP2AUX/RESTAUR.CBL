                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RESTREP.

      * VERSIONES DE LAYOUT SELLADAS (VER 040-VERIFICAR-LAYOUT).        *
        SELECT LAYCTL ASSIGN TO "..\LAYOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAYCTL.

      * LAYOUT.DAT TAL COMO QUEDO EN EL RESGUARDO, PARA COMPARAR SUS    *
      * VERSIONES CON LAS DEL REGISTRO VIGENTE ANTES DE COPIAR NADA.    *
        SELECT LAY-BAK ASSIGN TO WS-PATH-LAY-BAK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAY-BAK.

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

       FD  LAY-BAK.
       01  LAYB-REG.
           05  LAYB-ARCHIVO                     PIC X(12).
           05  FILLER                           PIC X(01).
           05  LAYB-VERSION                     PIC 9(02).
           05  FILLER                           PIC X(01).
           05  LAYB-FECHA                       PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LAYB-PROGRAMA                    PIC X(08).

       FD  MANIF.
       01  MANIF-REG                            PIC X(100).

           03  ALQR-TIPO-DOC                    PIC X.
           03  ALQR-NRO-DOC                     PIC X(20).
           03  ALQR-IMPORTE                     PIC 9(04)V99.
           03  ALQR-RESTO                       PIC X(181).

       FD  SEC-RES.
       01  SEC-RES-REG                          PIC X(200).

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

       01  FS-LAY-BAK                           PIC X(02).
           88  FS-LAY-BAK-OK                    VALUE '00'.
           88  FS-LAY-BAK-FIN                   VALUE '10'.
           88  FS-LAY-BAK-NO-EXIST              VALUE '35'.

       01  FS-MANIF                             PIC X(02).
           88  FS-MANIF-OK                      VALUE '00'.
           88  FS-MANIF-FIN                     VALUE '10'.
       01  WS-DIR-BACKUP                        PIC X(30).
       01  WS-PATH-MANIF                        PIC X(50).
       01  WS-PATH-SEC-RES                      PIC X(50).
       01  WS-PATH-LAY-BAK                      PIC X(50).
       01  WS-COMANDO                           PIC X(100).

       01  WS-ARCHIVOS-LISTA.
           05  FILLER                    PIC X(12) VALUE 'AUTOS.TXT'.
           05  FILLER                    PIC X(12) VALUE 'AGENCIAS.TXT'.
           05  FILLER                    PIC X(12) VALUE 'ESTADSAV.DAT'.
           05  FILLER                    PIC X(12) VALUE 'LAYOUT.DAT'.
       01  WS-TABLA-ARCHIVOS REDEFINES WS-ARCHIVOS-LISTA.
           05  WS-ARCHIVO-NOMBRE OCCURS 5 TIMES PIC X(12).
       01  IND-ARCH                             PIC 9(02) COMP.

      * CANTIDADES Y TOTALES DECLARADOS EN EL MANIFIESTO, UNA FILA POR  *
      * ARCHIVO RESGUARDADO, PARSEADOS DE SUS LINEAS.                   *
       01  TABLA-MANIFIESTO.
           05  MAN-ENT                  OCCURS 5 TIMES.
               09  MAN-PRESENTE         PIC X.
               09  MAN-CANT             PIC 9(07).
               09  MAN-TOTAL            PIC 9(11)V99.
       01  WS-IMPORTE-AUTO-X REDEFINES WS-IMPORTE-AUTO PIC X(06).
       01  WS-HUBO-DIFERENCIAS                  PIC X VALUE 'N'.

      * VERSIONES DE LAYOUT DEL RESGUARDO (HASTA 20 ARCHIVOS, COMO LA   *
      * TABLA LAY-VIGENTES DE LAYSELLO.CBL).  TP_RESTAUR_LAYOUT = 'N'   *
      * RESTAURA LOS DATOS DEJANDO EL LAYOUT.DAT VIGENTE: SOLO SE       *
      * ADMITE SI LAS VERSIONES DEL RESGUARDO SON LAS MISMAS.           *
       01  TABLA-LAY-BAK.
           05  LBK-ENT                  OCCURS 20 TIMES.
               09  LBK-ARCHIVO          PIC X(12).
               09  LBK-VERSION          PIC 9(02).
               09  LBK-VISTO            PIC X.
       01  LBK-CANT                             PIC 9(02) VALUE ZERO.
       01  IND-LBK                              PIC 9(02).
       01  WS-LBK-HALLADO                       PIC X.
       01  WS-ENV-LAYOUT                        PIC X(01).
       01  WS-RESTAURA-LAYOUT                   PIC X VALUE 'S'.
           88  RESTAURA-LAYOUT                  VALUE 'S'.
       01  WS-LAYOUT-DIFIERE                    PIC X VALUE 'N'.
           88  LAYOUT-DIFIERE                   VALUE 'S'.

       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO RESTAUR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-UBICAR-RESGUARDO.
        PERFORM 200-CARGAR-MANIFIESTO.
        PERFORM 250-VERIFICAR-LAYOUT-RESGUARDO.
        PERFORM 300-COPIAR-DE-VUELTA.
        PERFORM 400-VERIFICAR-RESTAURADO.

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

       100-UBICAR-RESGUARDO.
            MOVE SPACES TO WS-ENV-FECHA.
            ACCEPT WS-ENV-FECHA FROM ENVIRONMENT "TP_RESTAUR_FECHA".
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            MOVE SPACES TO WS-ENV-LAYOUT.
            ACCEPT WS-ENV-LAYOUT FROM ENVIRONMENT "TP_RESTAUR_LAYOUT".
            IF WS-ENV-LAYOUT = 'N'
                MOVE 'N' TO WS-RESTAURA-LAYOUT
            END-IF.

            MOVE SPACES TO WS-DIR-BACKUP.
            STRING '..\BACKUP\' WS-FECHA-RESGUARDO
                DELIMITED BY SIZE INTO WS-DIR-BACKUP.
      * SALVAR.CBL) -- SE PARSEA POR PALABRAS.                          *
       200-CARGAR-MANIFIESTO.
            PERFORM 210-LIMPIAR-MANIFIESTO
                    VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 5.

            OPEN INPUT MANIF.
            IF FS-MANIF-NO-EXIST
            END-UNSTRING.

            PERFORM 240-UBICAR-FILA
                    VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 5.

            PERFORM 220-LEER-MANIFIESTO.

                END-IF
            END-IF.

      * ANTES DE COPIAR NADA: LAS VERSIONES DE LAYOUT EN QUE QUEDARON   *
      * GRABADOS LOS DATOS DEL RESGUARDO CONTRA LAS DEL REGISTRO        *
      * VIGENTE.  SI DIFIEREN, LOS DATOS SOLO VUELVEN JUNTO CON SU      *
      * LAYOUT.DAT (ASI CADA PROGRAMA LOS FRENA EN SU                   *
      * 040-VERIFICAR-LAYOUT); DEJAR EL LAYOUT.DAT VIGENTE SOBRE DATOS  *
      * DE OTRO LAYOUT LOS HARIA LEER COMO SI FUERAN DEL ACTUAL.        *
       250-VERIFICAR-LAYOUT-RESGUARDO.
            IF MAN-PRESENTE(5) NOT = 'S'
                DISPLAY 'EL RESGUARDO NO TIENE LAYOUT.DAT: NO SE PUEDE '
                        'SABER EN QUE LAYOUT QUEDARON LOS DATOS'
                DISPLAY 'NO SE RESTAURA NADA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            MOVE SPACES TO WS-PATH-LAY-BAK.
            STRING WS-DIR-BACKUP DELIMITED BY SPACE
                   '\LAYOUT.DAT' DELIMITED BY SIZE
                   INTO WS-PATH-LAY-BAK.
            OPEN INPUT LAY-BAK.
            MOVE FS-LAY-BAK TO WS-FS.
            MOVE "LAY-BAK"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 251-LEER-LAY-BAK.
            PERFORM 252-CARGAR-LAY-BAK UNTIL FS-LAY-BAK-FIN.
            CLOSE LAY-BAK.

            OPEN INPUT LAYCTL.
            MOVE FS-LAYCTL  TO WS-FS.
            MOVE "LAYCTL"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 041-LEER-LAYCTL.
            PERFORM 253-COMPARAR-VIGENTE UNTIL FS-LAYCTL-FIN.
            CLOSE LAYCTL.
            PERFORM 255-VERIFICAR-NO-VISTO
                    VARYING IND-LBK FROM 1 BY 1
                    UNTIL IND-LBK > LBK-CANT.

            IF LAYOUT-DIFIERE
                IF RESTAURA-LAYOUT
                    MOVE SPACES TO LINEA
                    STRING 'LAYOUT.DAT DEL RESGUARDO DIFIERE DEL '
                           'VIGENTE: SE RESTAURA JUNTO CON LOS DATOS'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE RESTREP-REG FROM LINEA
                ELSE
                    DISPLAY 'LAS VERSIONES DE LAYOUT DEL RESGUARDO NO '
                            'SON LAS VIGENTES (VER RESTAREP.TXT)'
                    DISPLAY 'NO SE RESTAURA NADA: RESTAURAR TAMBIEN '
                            'LAYOUT.DAT (SIN TP_RESTAUR_LAYOUT=N)'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

            IF NOT RESTAURA-LAYOUT
                MOVE 'N' TO MAN-PRESENTE(5)
                MOVE SPACES TO LINEA
                STRING 'LAYOUT.DAT SE MANTIENE EL VIGENTE (MISMAS '
                       'VERSIONES QUE EL RESGUARDO)'
                    DELIMITED BY SIZE INTO LINEA
                WRITE RESTREP-REG FROM LINEA
            END-IF.

       251-LEER-LAY-BAK.
            READ LAY-BAK AT END SET FS-LAY-BAK-FIN TO TRUE.

            IF NOT FS-LAY-BAK-OK AND NOT FS-LAY-BAK-FIN
                DISPLAY 'ERROR AL LEER EL LAYOUT.DAT DEL RESGUARDO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       252-CARGAR-LAY-BAK.
            IF LBK-CANT < 20
                ADD 1 TO LBK-CANT
                MOVE LAYB-ARCHIVO TO LBK-ARCHIVO(LBK-CANT)
                MOVE LAYB-VERSION TO LBK-VERSION(LBK-CANT)
                MOVE 'N'          TO LBK-VISTO(LBK-CANT)
            END-IF.
            PERFORM 251-LEER-LAY-BAK.

       253-COMPARAR-VIGENTE.
            MOVE 'N' TO WS-LBK-HALLADO.
            PERFORM 254-BUSCAR-EN-RESGUARDO
                    VARYING IND-LBK FROM 1 BY 1
                    UNTIL IND-LBK > LBK-CANT.
            IF WS-LBK-HALLADO = 'N'
                MOVE 'S' TO WS-LAYOUT-DIFIERE
                MOVE SPACES TO LINEA
                STRING LAY-ARCHIVO ' VIGENTE EN LAYOUT ' LAY-VERSION
                       ', SIN VERSION EN EL RESGUARDO'
                    DELIMITED BY SIZE INTO LINEA
                WRITE RESTREP-REG FROM LINEA
            END-IF.
            PERFORM 041-LEER-LAYCTL.

       254-BUSCAR-EN-RESGUARDO.
            IF LBK-ARCHIVO(IND-LBK) = LAY-ARCHIVO
                MOVE 'S' TO WS-LBK-HALLADO
                MOVE 'S' TO LBK-VISTO(IND-LBK)
                IF LBK-VERSION(IND-LBK) NOT = LAY-VERSION
                    MOVE 'S' TO WS-LAYOUT-DIFIERE
                    MOVE SPACES TO LINEA
                    STRING LAY-ARCHIVO ' VIGENTE EN LAYOUT '
                           LAY-VERSION ', RESGUARDADO EN LAYOUT '
                           LBK-VERSION(IND-LBK)
                        DELIMITED BY SIZE INTO LINEA
                    WRITE RESTREP-REG FROM LINEA
                END-IF
            END-IF.

       255-VERIFICAR-NO-VISTO.
            IF LBK-VISTO(IND-LBK) NOT = 'S'
                MOVE 'S' TO WS-LAYOUT-DIFIERE
                MOVE SPACES TO LINEA
                STRING LBK-ARCHIVO(IND-LBK) ' RESGUARDADO EN LAYOUT '
                       LBK-VERSION(IND-LBK) ', SIN VERSION VIGENTE'
                    DELIMITED BY SIZE INTO LINEA
                WRITE RESTREP-REG FROM LINEA
            END-IF.

       300-COPIAR-DE-VUELTA.
            PERFORM 310-COPIAR-UNO
                    VARYING IND-ARCH FROM 1 BY 1
                    UNTIL IND-ARCH > 5.

       310-COPIAR-UNO.
            IF MAN-PRESENTE(IND-ARCH) = 'S'
            END-IF.
            PERFORM 420-VERIFICAR-SECUENCIAL
                    VARYING IND-ARCH FROM 2 BY 1
                    UNTIL IND-ARCH > 5.

       410-VERIFICAR-ALQIDX.
            MOVE ZERO TO WS-CANT-REG WS-TOT-IMPORTE.
