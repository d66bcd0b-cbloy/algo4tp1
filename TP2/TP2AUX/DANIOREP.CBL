       IDENTIFICATION DIVISION.
       PROGRAM-ID. DANIOREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PLANILLAS DE ESTADO DEL AUTO (VER RETIRO.CBL/DEVOLUC.CBL), SOLO *
      * LECTURA: SE TOMAN LAS DE DEVOLUCION DEL MES CON ZONAS QUE       *
      * VOLVIERON PEOR QUE AL SALIR.                                    *
        SELECT CONDIC ASSIGN TO "..\CONDIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONDIC.

      * REPORTE MENSUAL DE CONTRATOS CERRADOS CON DANIO NUEVO, POR     *
      * AGENCIA DEL ALQUILER.                                          *
        SELECT DANIOREP ASSIGN TO "..\DANIOREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DANIOREP.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO QUE CONDIC-REG EN RETIRO.CBL.                      *
       FD  CONDIC.
       01  CONDIC-REG.
           03  CND-CONTRATO                     PIC 9(09).
           03  FILLER                           PIC X(01).
           03  CND-PATENTE                      PIC X(07).
           03  FILLER                           PIC X(01).
           03  CND-FECHA                        PIC 9(08).
           03  FILLER                           PIC X(01).
           03  CND-MOMENTO                      PIC X.
               88  CND-ES-RETIRO                VALUE 'R'.
               88  CND-ES-DEVOLUCION            VALUE 'D'.
           03  FILLER                           PIC X(01).
           03  CND-AGENCIA                      PIC 9(02).
           03  FILLER                           PIC X(01).
           03  CND-ZONAS.
               05  CND-ZONA                     PIC X OCCURS 9 TIMES.
           03  FILLER                           PIC X(01).
           03  CND-ZONAS-NUEVAS                 PIC 9.

       FD  DANIOREP.
       01  DANIOREP-REG                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  FS-CONDIC                            PIC X(02).
           88  FS-CONDIC-OK                     VALUE '00'.
           88  FS-CONDIC-FIN                    VALUE '10'.
           88  FS-CONDIC-NO-EXIST               VALUE '35'.

       01  FS-DANIOREP                          PIC X(02).
           88  FS-DANIOREP-OK                   VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES A REPORTAR (TP_DANIO_MES, AAAAMM); POR DEFECTO EL MES EN   *
      * CURSO.  SE COMPARA CONTRA LA FECHA REAL DE ENTREGA.            *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).

      * DEVOLUCIONES DEL MES CON DANIO NUEVO, PARA LISTARLAS AGENCIA   *
      * POR AGENCIA.                                                   *
       01  WS-CANT-DANIOS                       PIC 9(04) VALUE ZERO.
       01  TABLA-DANIOS.
           05  DAN-ENT                  OCCURS 2000 TIMES.
               09  DAN-AGENCIA          PIC 9(02).
               09  DAN-CONTRATO         PIC 9(09).
               09  DAN-PATENTE          PIC X(07).
               09  DAN-FECHA            PIC 9(08).
               09  DAN-ZONAS            PIC X(09).
               09  DAN-NUEVAS           PIC 9.
       01  IND-D                                PIC 9(04).
       01  IND-AG                               PIC 9(03).
       01  WS-CANT-AGENCIA                      PIC 9(04).

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-DEVOLUCIONES                 PIC 9(05) VALUE ZERO.

       01  WS-CANT-IMPR                         PIC ZZZZ9.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO DANIOREP'.

        PERFORM 100-INICIO.
        PERFORM 200-LEER-PLANILLAS.
        PERFORM 500-REPORTAR.
        PERFORM 998-FIN.

        DISPLAY 'FIN DANIOREP - LEIDAS:         ' WS-CANT-LEIDOS.
        DISPLAY '               DEVOLUCIONES:   ' WS-CANT-DEVOLUCIONES.
        DISPLAY '               CON DANIO NUEVO: ' WS-CANT-DANIOS.
        STOP RUN.


       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_DANIO_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.

            OPEN INPUT CONDIC.
            IF FS-CONDIC-NO-EXIST
                DISPLAY 'NO EXISTE CONDIC.TXT -- NADA QUE REPORTAR'
                STOP RUN
            END-IF.
            MOVE FS-CONDIC      TO WS-FS.
            MOVE "CONDIC"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT DANIOREP.
            MOVE FS-DANIOREP    TO WS-FS.
            MOVE "DANIOREP"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-LEER-PLANILLAS.
            PERFORM 210-LEER-CONDIC.
            PERFORM 300-REVISAR-PLANILLA UNTIL FS-CONDIC-FIN.

       210-LEER-CONDIC.
            READ CONDIC AT END SET FS-CONDIC-FIN TO TRUE.

            IF NOT FS-CONDIC-OK AND NOT FS-CONDIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CONDIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-REVISAR-PLANILLA.
            ADD 1 TO WS-CANT-LEIDOS.

            IF CND-ES-DEVOLUCION
               AND CND-FECHA IS NUMERIC
               AND CND-FECHA(1:6) = WS-MES-REPORTE
                ADD 1 TO WS-CANT-DEVOLUCIONES
                IF CND-ZONAS-NUEVAS IS NUMERIC
                   AND CND-ZONAS-NUEVAS > ZERO
                    PERFORM 310-GUARDAR-DANIO
                END-IF
            END-IF.

            PERFORM 210-LEER-CONDIC.

       310-GUARDAR-DANIO.
            IF WS-CANT-DANIOS >= 2000
                DISPLAY 'MAS DE 2000 DEVOLUCIONES CON DANIO EN EL MES '
                        '-- SE LISTAN LAS PRIMERAS 2000'
            ELSE
                ADD 1 TO WS-CANT-DANIOS
                IF CND-AGENCIA IS NUMERIC
                    MOVE CND-AGENCIA  TO DAN-AGENCIA(WS-CANT-DANIOS)
                ELSE
                    MOVE ZERO         TO DAN-AGENCIA(WS-CANT-DANIOS)
                END-IF
                MOVE CND-CONTRATO     TO DAN-CONTRATO(WS-CANT-DANIOS)
                MOVE CND-PATENTE      TO DAN-PATENTE(WS-CANT-DANIOS)
                MOVE CND-FECHA        TO DAN-FECHA(WS-CANT-DANIOS)
                MOVE CND-ZONAS        TO DAN-ZONAS(WS-CANT-DANIOS)
                MOVE CND-ZONAS-NUEVAS TO DAN-NUEVAS(WS-CANT-DANIOS)
            END-IF.

      * UNA PASADA DE LA TABLA POR AGENCIA (00 = SIN AGENCIA).  LAS    *
      * ZONAS SE IMPRIMEN TAL COMO VOLVIERON, EN EL ORDEN DE LA        *
      * PLANILLA; EL DETALLE DE CADA ZONA NUEVA QUEDA EN SINIESTR.TXT. *
       500-REPORTAR.
            MOVE SPACES TO LINEA.
            STRING 'CONTRATOS CERRADOS CON DANIO NUEVO - MES '
                   WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE DANIOREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE DANIOREP-REG FROM LINEA.

            PERFORM 510-REPORTAR-AGENCIA
                    VARYING IND-AG FROM 0 BY 1
                    UNTIL IND-AG > 99.

       510-REPORTAR-AGENCIA.
            MOVE ZERO TO WS-CANT-AGENCIA.
            PERFORM 520-CONTAR-AGENCIA
                    VARYING IND-D FROM 1 BY 1
                    UNTIL IND-D > WS-CANT-DANIOS.

            IF WS-CANT-AGENCIA > ZERO
                MOVE WS-CANT-AGENCIA TO WS-CANT-IMPR
                MOVE SPACES TO LINEA
                STRING 'Agencia ' IND-AG(2:2)
                       '  Contratos con danio nuevo ' WS-CANT-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE DANIOREP-REG FROM LINEA
                PERFORM 530-LISTAR-CONTRATO
                        VARYING IND-D FROM 1 BY 1
                        UNTIL IND-D > WS-CANT-DANIOS
                MOVE SPACES TO LINEA
                WRITE DANIOREP-REG FROM LINEA
            END-IF.

       520-CONTAR-AGENCIA.
            IF DAN-AGENCIA(IND-D) = IND-AG
                ADD 1 TO WS-CANT-AGENCIA
            END-IF.

       530-LISTAR-CONTRATO.
            IF DAN-AGENCIA(IND-D) = IND-AG
                MOVE SPACES TO LINEA
                STRING '  Contrato ' DAN-CONTRATO(IND-D)
                       '  Patente ' DAN-PATENTE(IND-D)
                       '  Entregado ' DAN-FECHA(IND-D)
                       '  Zonas ' DAN-ZONAS(IND-D)
                       '  Nuevas ' DAN-NUEVAS(IND-D)
                    DELIMITED BY SIZE INTO LINEA
                WRITE DANIOREP-REG FROM LINEA
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE CONDIC.
            CLOSE DANIOREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
