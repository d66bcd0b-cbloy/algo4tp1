       IDENTIFICATION DIVISION.
       PROGRAM-ID. REARMCTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REARMADO SUELTO DEL INDICE POR CONTRATO CTRIDX.DAT A PARTIR DEL *
      * MAESTRO ALQIDX.DAT, PARA CUANDO DATACHK.CBL LO MARCA            *
      * INCONSISTENTE O SE LO PERDIO.  ARMA CTRNVO.DAT IGUAL QUE        *
      * ROLLOVER.CBL (UNA ENTRADA POR CONTRATO CON LA PRIMERA Y LA      *
      * ULTIMA PATENTE+FECHA Y LA CANTIDAD DE FILAS) Y LO PROMUEVE      *
      * GUARDANDO EL ANTERIOR EN CTRIDX.G01.  NO CORRE CON EL LOTE      *
      * NOCTURNO EN CURSO.                                              *

        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

        SELECT CTR-NUEVO ASSIGN TO "..\CTRNVO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-NUEVO-CONTRATO
                FILE STATUS IS FS-CTR-NUEVO.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).             *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

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

      * SOLO CLAVE Y CONTRATO INTERESAN (MISMO ORDEN QUE ALQ-REG EN     *
      * TP.CBL, TOTAL 223).                                             *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-CLAVE.
               05  ALQ-IDX-PATENTE              PIC X(07).
               05  ALQ-IDX-FECHA                PIC 9(08).
           03  FILLER                           PIC X(47).
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-RESTO                    PIC X(152).

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTR-NUEVO.
       01  CTR-NUEVO-REG.
           03  CTR-NUEVO-CONTRATO               PIC 9(09).
           03  CTR-NUEVO-PRIMERA                PIC X(15).
           03  CTR-NUEVO-ULTIMA                 PIC X(15).
           03  CTR-NUEVO-CANT-FILAS             PIC 9(05).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-CTR-NUEVO                         PIC X(02).
           88  FS-CTR-NUEVO-OK                  VALUE '00'.

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  WS-CANT-LEIDOS                       PIC 9(06) VALUE ZERO.
       01  WS-CANT-INDEXADOS                    PIC 9(06) VALUE ZERO.
       01  WS-CANT-CONTRATOS                    PIC 9(06) VALUE ZERO.
       01  WS-COMANDO                           PIC X(60).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO REARMCTR'.
        PERFORM 040-VERIFICAR-LAYOUT.
        PERFORM 050-VERIFICAR-RUNLOCK.

        PERFORM 100-INICIO.
        PERFORM 200-LEER-ALQ.
        PERFORM 210-INDEXAR-FILA UNTIL FS-ALQ-IDX-FIN.
        CLOSE ALQ-IDX.
        CLOSE CTR-NUEVO.
        PERFORM 300-PROMOVER.

        DISPLAY 'FILAS DEL MAESTRO LEIDAS:  ' WS-CANT-LEIDOS.
        DISPLAY 'FILAS CON CONTRATO:        ' WS-CANT-INDEXADOS.
        DISPLAY 'CONTRATOS EN CTRIDX.DAT:   ' WS-CANT-CONTRATOS.
        DISPLAY 'FIN REARMCTR'.
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

       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

       100-INICIO.
            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE INDEXAR'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-IDX     TO  WS-FS.
            MOVE "ALQ-IDX"      TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN OUTPUT CTR-NUEVO.
            CLOSE CTR-NUEVO.
            OPEN I-O CTR-NUEVO.
            MOVE FS-CTR-NUEVO   TO  WS-FS.
            MOVE "CTRNVO"       TO  WS-FS-NOMBRE.
            MOVE "ABRIR"        TO  WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       200-LEER-ALQ.
            READ ALQ-IDX NEXT RECORD
                AT END SET FS-ALQ-IDX-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL LEER ALQIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL MAESTRO SE LEE EN ORDEN DE CLAVE: LA PRIMERA FILA DE CADA    *
      * CONTRATO ABRE SU ENTRADA Y CADA FILA SIGUIENTE CORRE LA ULTIMA  *
      * (MISMA REGLA QUE 240-INDEXAR-CONTRATO EN ROLLOVER.CBL).         *
       210-INDEXAR-FILA.
            ADD 1 TO WS-CANT-LEIDOS.
            IF ALQ-IDX-NRO-CONTRATO IS NUMERIC
               AND ALQ-IDX-NRO-CONTRATO > ZERO
                ADD 1 TO WS-CANT-INDEXADOS
                MOVE ALQ-IDX-NRO-CONTRATO TO CTR-NUEVO-CONTRATO
                READ CTR-NUEVO
                    INVALID KEY
                        MOVE ALQ-IDX-CLAVE TO CTR-NUEVO-PRIMERA
                        MOVE ALQ-IDX-CLAVE TO CTR-NUEVO-ULTIMA
                        MOVE 1             TO CTR-NUEVO-CANT-FILAS
                        WRITE CTR-NUEVO-REG
                        ADD 1 TO WS-CANT-CONTRATOS
                    NOT INVALID KEY
                        MOVE ALQ-IDX-CLAVE TO CTR-NUEVO-ULTIMA
                        ADD 1              TO CTR-NUEVO-CANT-FILAS
                        REWRITE CTR-NUEVO-REG
                END-READ
                MOVE FS-CTR-NUEVO   TO  WS-FS
                MOVE "CTRNVO"       TO  WS-FS-NOMBRE
                MOVE "GRABA"        TO  WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.
            PERFORM 200-LEER-ALQ.

      * EL INDICE ANTERIOR QUEDA EN CTRIDX.G01, COMO EN 410-PROMOVER DE *
      * ROLLOVER.CBL.                                                   *
       300-PROMOVER.
            MOVE 'COPY ..\CTRIDX.DAT ..\CTRIDX.G01' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            MOVE 'COPY ..\CTRNVO.DAT ..\CTRIDX.DAT' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ALQ-IDX.
            CLOSE CTR-NUEVO.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
