                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * MAESTRO HISTORICO (VER PASAHIST.CBL): UN PERIODO VIEJO PUEDE   *
      * TENER SUS ALQUILERES YA FUERA DEL VIVO; SE SUMAN IGUAL.        *
        SELECT  ALQ-HIST ASSIGN TO "..\ALQHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-HIST-CLAVE
                FILE STATUS IS FS-ALQ-HIST.

        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUDREP.

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
           03  ALQ-IDX-RECARGO-KM               PIC 9(04)V99.
           03  ALQ-IDX-CTA-CORP                 PIC X(06).
           03  ALQ-IDX-RESTO                    PIC X(87).
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.        *
      * MISMO ARMADO QUE ALQ-IDX-REG; CADA FILA SE LEE SOBRE EL.       *
       FD  ALQ-HIST.
       01  ALQ-HIST-REG.
           03 ALQ-HIST-CLAVE.
               05 ALQ-HIST-PATENTE              PIC X(07).
               05 ALQ-HIST-FECHA                PIC 9(08).
           03  ALQ-HIST-RESTO                   PIC X(208).

       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).

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
           05  FILLER                           PIC X(14) VALUE
                    'LEASES.TXT  02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-ALQ-HIST                          PIC X(02).
           88  FS-ALQ-HIST-OK                   VALUE '00'.
           88  FS-ALQ-HIST-FIN                  VALUE '10'.
           88  FS-ALQ-HIST-NO-EXIST             VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
       01  WS-LSE-DIAS-ACTIVOS                  PIC 9(02).
       01  WS-LSE-IMPORTE                       PIC 9(06)V99.

      * APERTURA DE LO ALQUILADO POR BANDA DE OCUPACION CON QUE TP.CBL *
      * TARIFO CADA DIA (BANDA 000 = SIN RECARGO), PARA EXPLICAR LAS   *
      * DIFERENCIAS DE PRECIO ENTRE DIAS IGUALES.                      *
       01  WS-CANT-BANDAS                       PIC 9(02) VALUE ZERO.
       01  WS-AVISO-BANDAS-LLENA                PIC X VALUE 'N'.
       01  TABLA-BANDAS.
           05  BND-ENT                  OCCURS 30 TIMES.
               09  BND-DESDE            PIC 9(03).
               09  BND-RECARGO          PIC 9(03).
               09  BND-DIAS             PIC 9(06).
               09  BND-IMPORTE          PIC 9(09)V99.
       01  IND-B                                PIC 9(02).
       01  WS-IND-BANDA                         PIC 9(02) VALUE ZERO.
       01  WS-BANDA-FILA                        PIC 9(03).
       01  WS-RECARGO-FILA                      PIC 9(03).
       01  WS-PORC-IMPR                         PIC ZZ9.
       01  WS-DIAS-IMPR                         PIC ZZZZZ9.

       01  WS-DIF                               PIC S9(09)V99.
       01  WS-CANT-DIFERENCIAS                  PIC 9(04) VALUE ZERO.
       01  WS-CANT-SOBREPAGOS                   PIC 9(04) VALUE ZERO.

       PGM.
        DISPLAY 'INICIO REVAUDIT'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-ACUMULAR-ALQUILERES.
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

            PERFORM 220-ACUMULAR-FILA UNTIL FS-ALQ-IDX-FIN.
            CLOSE ALQ-IDX.

            OPEN INPUT ALQ-HIST.
            IF FS-ALQ-HIST-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-ALQ-HIST TO WS-FS
                MOVE "ALQ-HIST"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 290-LEER-ALQ-HIST
                PERFORM 291-ACUMULAR-HISTORICO UNTIL FS-ALQ-HIST-FIN
                CLOSE ALQ-HIST
            END-IF.

       210-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

      * IMPORTE DEL DIA MAS LOS RECARGOS DEL CIERRE (DEVOLUCION        *
      * TARDIA, COMBUSTIBLE Y KILOMETRAJE EXCEDENTE).                  *
       220-ACUMULAR-FILA.
            PERFORM 225-SUMAR-FILA.
            PERFORM 210-LEER-ALQ.

       225-SUMAR-FILA.
            IF ALQ-IDX-FECHA(1:6) = WS-PERIODO
               AND NOT ALQ-IDX-ESTA-ANULADO
                PERFORM 230-ARMAR-GRUPO-ALQ
                    ADD WS-IMPORTE-FILA
                        TO GRU-ALQUILADO(WS-IND-GRUPO)
                END-IF
                PERFORM 280-ACUMULAR-BANDA
            END-IF.

       230-ARMAR-GRUPO-ALQ.
            MOVE SPACES TO WS-DOC-GRUPO.
                MOVE LSE-NRO-DOC  TO WS-DOC-GRUPO(2:20)
            END-IF.

       280-ACUMULAR-BANDA.
            IF ALQ-IDX-OCUP-RECARGO IS NUMERIC
               AND ALQ-IDX-OCUP-BANDA IS NUMERIC
                MOVE ALQ-IDX-OCUP-BANDA   TO WS-BANDA-FILA
                MOVE ALQ-IDX-OCUP-RECARGO TO WS-RECARGO-FILA
            ELSE
                MOVE ZERO TO WS-BANDA-FILA
                MOVE ZERO TO WS-RECARGO-FILA
            END-IF.

            MOVE ZERO TO WS-IND-BANDA.
            PERFORM 281-COMPARAR-BANDA
                    VARYING IND-B FROM 1 BY 1
                    UNTIL IND-B > WS-CANT-BANDAS
                       OR WS-IND-BANDA > ZERO.
            IF WS-IND-BANDA = ZERO
                IF WS-CANT-BANDAS < 30
                    ADD 1 TO WS-CANT-BANDAS
                    MOVE WS-BANDA-FILA   TO BND-DESDE(WS-CANT-BANDAS)
                    MOVE WS-RECARGO-FILA TO BND-RECARGO(WS-CANT-BANDAS)
                    MOVE ZERO TO BND-DIAS(WS-CANT-BANDAS)
                    MOVE ZERO TO BND-IMPORTE(WS-CANT-BANDAS)
                    MOVE WS-CANT-BANDAS TO WS-IND-BANDA
                ELSE
                    IF WS-AVISO-BANDAS-LLENA = 'N'
                        DISPLAY 'MAS DE 30 BANDAS DE OCUPACION -- '
                                'EXCEDENTE FUERA DE LA APERTURA'
                        MOVE 'S' TO WS-AVISO-BANDAS-LLENA
                    END-IF
                END-IF
            END-IF.
            IF WS-IND-BANDA > ZERO
                ADD 1 TO BND-DIAS(WS-IND-BANDA)
                ADD ALQ-IDX-IMPORTE TO BND-IMPORTE(WS-IND-BANDA)
            END-IF.

       281-COMPARAR-BANDA.
            IF BND-DESDE(IND-B) = WS-BANDA-FILA
               AND BND-RECARGO(IND-B) = WS-RECARGO-FILA
                MOVE IND-B TO WS-IND-BANDA
            END-IF.

       290-LEER-ALQ-HIST.
            READ ALQ-HIST INTO ALQ-IDX-REG
                AT END SET FS-ALQ-HIST-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-HIST-OK AND NOT FS-ALQ-HIST-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-HIST'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       291-ACUMULAR-HISTORICO.
            PERFORM 225-SUMAR-FILA.
            PERFORM 290-LEER-ALQ-HIST.

       300-ACUMULAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DELIMITED BY SIZE INTO LINEA.
            WRITE AUDREP-REG FROM LINEA.

            IF WS-CANT-BANDAS > ZERO
                MOVE SPACES TO LINEA
                WRITE AUDREP-REG FROM LINEA
                MOVE 'DIAS ALQUILADOS POR BANDA DE OCUPACION:' TO LINEA
                WRITE AUDREP-REG FROM LINEA
                PERFORM 610-LINEA-BANDA
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-CANT-BANDAS
            END-IF.

       610-LINEA-BANDA.
            MOVE BND-DIAS(IND-B) TO WS-DIAS-IMPR.
            MOVE ZEROES TO WS-TOT-IMPR.
            MOVE BND-IMPORTE(IND-B) TO WS-TOT-IMPR.
            MOVE SPACES TO LINEA.
            IF BND-RECARGO(IND-B) = ZERO
                STRING '  SIN RECARGO             DIAS ' WS-DIAS-IMPR
                       '  IMPORTE ' WS-TOT-IMPR
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                MOVE BND-DESDE(IND-B) TO WS-PORC-IMPR
                STRING '  DESDE ' WS-PORC-IMPR '% TOMADO'
                    DELIMITED BY SIZE INTO LINEA
                MOVE BND-RECARGO(IND-B) TO WS-PORC-IMPR
                MOVE '+' TO LINEA(20:1)
                MOVE WS-PORC-IMPR TO LINEA(21:3)
                MOVE '%' TO LINEA(24:1)
                STRING 'DIAS ' WS-DIAS-IMPR
                       '  IMPORTE ' WS-TOT-IMPR
                    DELIMITED BY SIZE INTO LINEA(27:)
            END-IF.
            WRITE AUDREP-REG FROM LINEA.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
