       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SEGUIMIENTO DE PATENTES SUGERIDAS EN LOS RECHAZOS, YA CERRADO  *
      * POR LA CADENA NOCTURNA CONTRA LO APROBADO (SUGSEG.CBL).        *
        SELECT SUGSEG ASSIGN TO "..\SUGSEG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SUGSEG.

      * ACEPTACION DE LAS SUGERENCIAS DEL MES POR AGENCIA, POR MOTIVO  *
      * DE RECHAZO Y POR REGLA DE 5200-BUSCAR-SUSTITUTO, CON LO        *
      * RECUPERADO CONTRA LO QUE SE SIGUIO PERDIENDO.                  *
        SELECT SUGREP ASSIGN TO "..\SUGREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SUGREP.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE SUGSEG-REG EN SUGSEG.CBL.                     *
       FD  SUGSEG.
       01  SUGSEG-REG.
           05  SUG-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SUG-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-TIPO-DOC                     PIC X.
           05  SUG-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  SUG-MOTIVO                       PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SUG-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE                      PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  SUG-PATENTE-SUGERIDA             PIC X(07).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE-SUGERIDO             PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  SUG-REGLA                        PIC X.
               88  SUG-REGLA-MARCA              VALUE 'M'.
               88  SUG-REGLA-TAMANIO            VALUE 'T'.
           05  FILLER                           PIC X(01).
           05  SUG-ESTADO                       PIC X.
               88  SUG-PENDIENTE                VALUE 'P'.
               88  SUG-ACEPTADA                 VALUE 'A'.
               88  SUG-NO-ACEPTADA              VALUE 'N'.
           05  FILLER                           PIC X(01).
           05  SUG-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SUG-IMPORTE-APROBADO             PIC 9(04)V99.

       FD  SUGREP.
       01  SUGREP-REG                           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-SUGSEG                            PIC X(02).
           88  FS-SUGSEG-OK                     VALUE '00'.
           88  FS-SUGSEG-FIN                    VALUE '10'.
           88  FS-SUGSEG-NO-EXIST               VALUE '35'.

       01  FS-SUGREP                            PIC X(02).
           88  FS-SUGREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES A REPORTAR (TP_SUG_MES, AAAAMM); POR DEFECTO EL MES EN     *
      * CURSO.  SE COMPARA CONTRA EL DIA EN QUE SALIO LA SUGERENCIA.   *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).

      * CONTADORES DE CADA GRUPO: OFRECIDAS, ACEPTADAS, NO ACEPTADAS Y *
      * PENDIENTES; IMPORTE RECUPERADO (LO APROBADO CON LA PATENTE     *
      * SUGERIDA) E IMPORTE PERDIDO (LO PEDIDO EN LAS NO ACEPTADAS).   *
       01  TABLA-AGENCIAS-SUG.
           05  AGS-ENT                  OCCURS 99 TIMES.
               09  AGS-CONT             PIC 9(05) OCCURS 4 TIMES
                                        VALUE ZERO.
               09  AGS-RECUPERADO       PIC 9(07)V99 VALUE ZERO.
               09  AGS-PERDIDO          PIC 9(07)V99 VALUE ZERO.
       01  IND-AG                               PIC 9(03).

      * MOTIVO 1 (AUTO YA TOMADO) Y MOTIVO 2 (PATENTE INEXISTENTE).    *
       01  TABLA-MOTIVOS-SUG.
           05  MOS-ENT                  OCCURS 2 TIMES.
               09  MOS-CONT             PIC 9(05) OCCURS 4 TIMES
                                        VALUE ZERO.
               09  MOS-RECUPERADO       PIC 9(07)V99 VALUE ZERO.
               09  MOS-PERDIDO          PIC 9(07)V99 VALUE ZERO.
       01  IND-MO                               PIC 9.

      * 1 MISMA MARCA, 2 OTRA MARCA DEL MISMO TAMANIO, 3 PATENTE       *
      * PARECIDA (VER 440-DETER-REGLA EN SUGSEG.CBL).                  *
       01  TABLA-REGLAS-SUG.
           05  RGS-ENT                  OCCURS 3 TIMES.
               09  RGS-CONT             PIC 9(05) OCCURS 4 TIMES
                                        VALUE ZERO.
               09  RGS-RECUPERADO       PIC 9(07)V99 VALUE ZERO.
               09  RGS-PERDIDO          PIC 9(07)V99 VALUE ZERO.
       01  IND-RG                               PIC 9.

       01  TOTAL-SUG.
           05  TOT-CONT                 PIC 9(05) OCCURS 4 TIMES
                                        VALUE ZERO.
           05  TOT-RECUPERADO           PIC 9(07)V99 VALUE ZERO.
           05  TOT-PERDIDO              PIC 9(07)V99 VALUE ZERO.

      * POSICION DEL CONTADOR QUE CORRESPONDE AL ESTADO (LA 1 SON LAS  *
      * OFRECIDAS, SIEMPRE SUMA).                                      *
       01  IND-EST                              PIC 9.
       01  WS-RECUPERADO                        PIC 9(07)V99.
       01  WS-PERDIDO                           PIC 9(07)V99.

      * LINEA DE CONTADORES A IMPRIMIR (SE CARGA ANTES DE 520).        *
       01  WS-LINEA-CONT.
           05  WS-LC-CONT               PIC 9(05) OCCURS 4 TIMES.
           05  WS-LC-RECUPERADO         PIC 9(07)V99.
           05  WS-LC-PERDIDO            PIC 9(07)V99.
       01  WS-TITULO-LINEA                      PIC X(20).
       01  WS-PORC-ACEPTACION                   PIC 9(03)V9.
       01  WS-PORC-IMPR                         PIC ZZ9,9.

       01  WS-CANT-LEIDAS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEL-MES                      PIC 9(05) VALUE ZERO.

       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  WS-CANT-IMPR2                        PIC ZZZZ9.
       01  WS-CANT-IMPR3                        PIC ZZZZ9.
       01  WS-CANT-IMPR4                        PIC ZZZZ9.
       01  WS-IMPORTE-IMPR                      PIC $ZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC $ZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO SUGREP'.

        PERFORM 100-INICIO.
        PERFORM 200-BARRER-SUGERENCIAS.
        PERFORM 500-REPORTAR.
        PERFORM 998-FIN.

        DISPLAY 'FIN SUGREP - LEIDAS:       ' WS-CANT-LEIDAS.
        DISPLAY '             DEL MES:      ' WS-CANT-DEL-MES.
        STOP RUN.


       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_SUG_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.

            OPEN INPUT SUGSEG.
            IF FS-SUGSEG-NO-EXIST
                DISPLAY 'NO EXISTE SUGSEG.TXT -- NADA QUE REPORTAR'
                STOP RUN
            END-IF.
            MOVE FS-SUGSEG      TO WS-FS.
            MOVE "SUGSEG"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT SUGREP.
            MOVE FS-SUGREP      TO WS-FS.
            MOVE "SUGREP"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-BARRER-SUGERENCIAS.
            PERFORM 210-LEER-SUGERENCIA.
            PERFORM 300-REVISAR-SUGERENCIA UNTIL FS-SUGSEG-FIN.

       210-LEER-SUGERENCIA.
            READ SUGSEG AT END SET FS-SUGSEG-FIN TO TRUE.

            IF NOT FS-SUGSEG-OK AND NOT FS-SUGSEG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER SUGSEG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-REVISAR-SUGERENCIA.
            ADD 1 TO WS-CANT-LEIDAS.
            IF SUG-FECHA-ALTA(1:6) = WS-MES-REPORTE
                PERFORM 310-ACUMULAR-SUGERENCIA
            END-IF.
            PERFORM 210-LEER-SUGERENCIA.

       310-ACUMULAR-SUGERENCIA.
            ADD 1 TO WS-CANT-DEL-MES.
            MOVE ZERO TO WS-RECUPERADO WS-PERDIDO.
            EVALUATE TRUE
                WHEN SUG-ACEPTADA
                    MOVE 2 TO IND-EST
                    MOVE SUG-IMPORTE-APROBADO TO WS-RECUPERADO
                WHEN SUG-NO-ACEPTADA
                    MOVE 3 TO IND-EST
                    MOVE SUG-IMPORTE TO WS-PERDIDO
                WHEN OTHER
                    MOVE 4 TO IND-EST
            END-EVALUATE.

            ADD 1 TO TOT-CONT(1).
            ADD 1 TO TOT-CONT(IND-EST).
            ADD WS-RECUPERADO TO TOT-RECUPERADO.
            ADD WS-PERDIDO    TO TOT-PERDIDO.

            IF SUG-AGENCIA IS NUMERIC AND SUG-AGENCIA > ZERO
                ADD 1 TO AGS-CONT(SUG-AGENCIA, 1)
                ADD 1 TO AGS-CONT(SUG-AGENCIA, IND-EST)
                ADD WS-RECUPERADO TO AGS-RECUPERADO(SUG-AGENCIA)
                ADD WS-PERDIDO    TO AGS-PERDIDO(SUG-AGENCIA)
            END-IF.

            IF SUG-MOTIVO = 1 OR SUG-MOTIVO = 2
                MOVE SUG-MOTIVO TO IND-MO
                ADD 1 TO MOS-CONT(IND-MO, 1)
                ADD 1 TO MOS-CONT(IND-MO, IND-EST)
                ADD WS-RECUPERADO TO MOS-RECUPERADO(IND-MO)
                ADD WS-PERDIDO    TO MOS-PERDIDO(IND-MO)
            END-IF.

            EVALUATE TRUE
                WHEN SUG-REGLA-MARCA     MOVE 1 TO IND-RG
                WHEN SUG-REGLA-TAMANIO   MOVE 2 TO IND-RG
                WHEN OTHER               MOVE 3 TO IND-RG
            END-EVALUATE.
            ADD 1 TO RGS-CONT(IND-RG, 1).
            ADD 1 TO RGS-CONT(IND-RG, IND-EST).
            ADD WS-RECUPERADO TO RGS-RECUPERADO(IND-RG).
            ADD WS-PERDIDO    TO RGS-PERDIDO(IND-RG).

       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'ACEPTACION DE PATENTES SUGERIDAS - MES '
                   WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '                     Ofrec.  Acept. No ac. Pend.'
                   '  % Acept.     Recuperado         Perdido'
                DELIMITED BY SIZE INTO LINEA.
            WRITE SUGREP-REG FROM LINEA.

            MOVE SPACES TO LINEA.
            MOVE 'POR AGENCIA' TO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            PERFORM 510-REPORTAR-AGENCIA
                    VARYING IND-AG FROM 1 BY 1
                    UNTIL IND-AG > 99.

            MOVE SPACES TO LINEA.
            MOVE 'POR MOTIVO DE RECHAZO' TO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            PERFORM 530-REPORTAR-MOTIVO
                    VARYING IND-MO FROM 1 BY 1
                    UNTIL IND-MO > 2.

            MOVE SPACES TO LINEA.
            MOVE 'POR REGLA DE SUSTITUCION' TO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            PERFORM 540-REPORTAR-REGLA
                    VARYING IND-RG FROM 1 BY 1
                    UNTIL IND-RG > 3.

            MOVE SPACES TO LINEA.
            WRITE SUGREP-REG FROM LINEA.
            MOVE TOTAL-SUG TO WS-LINEA-CONT.
            MOVE 'TOTAL DEL MES' TO WS-TITULO-LINEA.
            PERFORM 520-IMPRIMIR-CONTADORES.

       510-REPORTAR-AGENCIA.
            IF AGS-CONT(IND-AG, 1) > ZERO
                MOVE AGS-ENT(IND-AG) TO WS-LINEA-CONT
                MOVE SPACES TO WS-TITULO-LINEA
                STRING '  Agencia ' IND-AG(2:2)
                    DELIMITED BY SIZE INTO WS-TITULO-LINEA
                PERFORM 520-IMPRIMIR-CONTADORES
            END-IF.

      * EL PORCENTAJE ES SOBRE LAS YA CERRADAS (ACEPTADAS MAS NO       *
      * ACEPTADAS): LAS PENDIENTES TODAVIA PUEDEN CONVERTIRSE.         *
       520-IMPRIMIR-CONTADORES.
            MOVE WS-LC-CONT(1) TO WS-CANT-IMPR.
            MOVE WS-LC-CONT(2) TO WS-CANT-IMPR2.
            MOVE WS-LC-CONT(3) TO WS-CANT-IMPR3.
            MOVE WS-LC-CONT(4) TO WS-CANT-IMPR4.
            IF WS-LC-CONT(2) + WS-LC-CONT(3) > ZERO
                COMPUTE WS-PORC-ACEPTACION ROUNDED =
                    WS-LC-CONT(2) * 100
                    / (WS-LC-CONT(2) + WS-LC-CONT(3))
            ELSE
                MOVE ZERO TO WS-PORC-ACEPTACION
            END-IF.
            MOVE WS-PORC-ACEPTACION TO WS-PORC-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR WS-IMPORTE-IMPR2.
            MOVE WS-LC-RECUPERADO TO WS-IMPORTE-IMPR.
            MOVE WS-LC-PERDIDO    TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING WS-TITULO-LINEA
                   ' ' WS-CANT-IMPR
                   '   ' WS-CANT-IMPR2
                   '  ' WS-CANT-IMPR3
                   ' ' WS-CANT-IMPR4
                   '     ' WS-PORC-IMPR '%'
                   ' ' WS-IMPORTE-IMPR
                   ' ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE SUGREP-REG FROM LINEA.

       530-REPORTAR-MOTIVO.
            MOVE MOS-ENT(IND-MO) TO WS-LINEA-CONT.
            IF IND-MO = 1
                MOVE '  1 Auto ya tomado' TO WS-TITULO-LINEA
            ELSE
                MOVE '  2 Patente inexist.' TO WS-TITULO-LINEA
            END-IF.
            PERFORM 520-IMPRIMIR-CONTADORES.

       540-REPORTAR-REGLA.
            MOVE RGS-ENT(IND-RG) TO WS-LINEA-CONT.
            EVALUATE IND-RG
                WHEN 1  MOVE '  Misma marca'     TO WS-TITULO-LINEA
                WHEN 2  MOVE '  Mismo tamanio'   TO WS-TITULO-LINEA
                WHEN 3  MOVE '  Patente parecida' TO WS-TITULO-LINEA
            END-EVALUATE.
            PERFORM 520-IMPRIMIR-CONTADORES.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE SUGSEG.
            CLOSE SUGREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
