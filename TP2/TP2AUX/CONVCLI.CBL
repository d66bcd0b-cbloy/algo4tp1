       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * UTILITARIO DE UNA SOLA PASADA PARA PASAR EL PADRON DE CLIENTES, *
      * LA LISTA NEGRA Y LOS DESCUENTOS A ARCHIVOS INDEXADOS POR        *
      * DOCUMENTO (TIPO + NUMERO).  LEE LOS SECUENCIALES VIEJOS Y       *
      * CARGA LOS INDEXADOS NUEVOS:                                     *
      *   CLIENTES.TXT -> CLIENTES.DAT                                  *
      *   BLOQUEAD.TXT -> BLOQUEAD.DAT                                  *
      *   DESCUENT.TXT -> DESCUENT.DAT                                  *
      * LOS SECUENCIALES NO ESTABAN ORDENADOS NI TENIAN CLAVE UNICA,    *
      * ASI QUE LA CARGA ES POR CLAVE Y UN DOCUMENTO REPETIDO SE        *
      * RECHAZA Y SE INFORMA: QUEDA LA PRIMERA FILA, QUE ES LA QUE      *
      * LAS TABLAS EN MEMORIA ENCONTRABAN PRIMERO.  EL OPERADOR         *
      * VERIFICA LOS CONTADORES ANTES DE RETIRAR LOS .TXT.              *

        SELECT CLI-V ASSIGN TO "..\CLIENTES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CLI-V.

        SELECT CLI-N ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIN-CLAVE
                FILE STATUS IS FS-CLI-N.

        SELECT BLQ-V ASSIGN TO "..\BLOQUEAD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-BLQ-V.

        SELECT BLQ-N ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLQN-CLAVE
                FILE STATUS IS FS-BLQ-N.

        SELECT DSC-V ASSIGN TO "..\DESCUENT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DSC-V.

        SELECT DSC-N ASSIGN TO "..\DESCUENT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DSCN-CLAVE
                FILE STATUS IS FS-DSC-N.

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

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                         *
       FD  CLI-V.
       01  CLIV-REG.
           05  CLIV-TIPO-DOC      PIC X.
           05  CLIV-NRO-DOC       PIC X(20).
           05  CLIV-RESTO         PIC X(148).

       FD  CLI-N.
       01  CLIN-REG.
           05  CLIN-CLAVE.
               10  CLIN-TIPO-DOC  PIC X.
               10  CLIN-NRO-DOC   PIC X(20).
           05  CLIN-RESTO         PIC X(148).

      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.                       *
       FD  BLQ-V.
       01  BLQV-REG.
           05  BLQV-TIPO-DOC      PIC X.
           05  BLQV-NRO-DOC       PIC X(20).
           05  BLQV-RESTO         PIC X(30).

       FD  BLQ-N.
       01  BLQN-REG.
           05  BLQN-CLAVE.
               10  BLQN-TIPO-DOC  PIC X.
               10  BLQN-NRO-DOC   PIC X(20).
           05  BLQN-RESTO         PIC X(30).

      * MISMO ARMADO QUE DESCUENTO-REG EN TP.CBL.                       *
       FD  DSC-V.
       01  DSCV-REG.
           05  DSCV-TIPO-DOC      PIC X.
           05  DSCV-NRO-DOC       PIC X(20).
           05  DSCV-RESTO         PIC X(02).

       FD  DSC-N.
       01  DSCN-REG.
           05  DSCN-CLAVE.
               10  DSCN-TIPO-DOC  PIC X.
               10  DSCN-NRO-DOC   PIC X(20).
           05  DSCN-RESTO         PIC X(02).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-CLI-V                             PIC X(02).
           88  FS-CLI-V-OK                      VALUE '00'.
           88  FS-CLI-V-FIN                     VALUE '10'.
           88  FS-CLI-V-NO-EXIST                VALUE '35'.

       01  FS-CLI-N                             PIC X(02).
           88  FS-CLI-N-OK                      VALUE '00'.
           88  FS-CLI-N-DUPLICADO               VALUE '22'.

       01  FS-BLQ-V                             PIC X(02).
           88  FS-BLQ-V-OK                      VALUE '00'.
           88  FS-BLQ-V-FIN                     VALUE '10'.
           88  FS-BLQ-V-NO-EXIST                VALUE '35'.

       01  FS-BLQ-N                             PIC X(02).
           88  FS-BLQ-N-OK                      VALUE '00'.
           88  FS-BLQ-N-DUPLICADO               VALUE '22'.

       01  FS-DSC-V                             PIC X(02).
           88  FS-DSC-V-OK                      VALUE '00'.
           88  FS-DSC-V-FIN                     VALUE '10'.
           88  FS-DSC-V-NO-EXIST                VALUE '35'.

       01  FS-DSC-N                             PIC X(02).
           88  FS-DSC-N-OK                      VALUE '00'.
           88  FS-DSC-N-DUPLICADO               VALUE '22'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  WS-CANT-CLI-LEIDOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-CLI-GRABADOS                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-CLI-DUPLICADOS               PIC 9(05) VALUE ZERO.
       01  WS-CANT-BLQ-LEIDOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-BLQ-GRABADOS                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-BLQ-DUPLICADOS               PIC 9(05) VALUE ZERO.
       01  WS-CANT-DSC-LEIDOS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-DSC-GRABADOS                 PIC 9(05) VALUE ZERO.
       01  WS-CANT-DSC-DUPLICADOS               PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CONVCLI'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-CONVERTIR-CLIENTES.
        PERFORM 200-CONVERTIR-BLOQUEADOS.
        PERFORM 300-CONVERTIR-DESCUENTOS.

        DISPLAY 'FIN CONVCLI'.
        DISPLAY '  CLIENTES LEIDOS/GRABADOS/DUPLICADOS: '
                WS-CANT-CLI-LEIDOS ' / ' WS-CANT-CLI-GRABADOS
                ' / ' WS-CANT-CLI-DUPLICADOS.
        DISPLAY '  BLOQUEAD LEIDOS/GRABADOS/DUPLICADOS: '
                WS-CANT-BLQ-LEIDOS ' / ' WS-CANT-BLQ-GRABADOS
                ' / ' WS-CANT-BLQ-DUPLICADOS.
        DISPLAY '  DESCUENT LEIDOS/GRABADOS/DUPLICADOS: '
                WS-CANT-DSC-LEIDOS ' / ' WS-CANT-DSC-GRABADOS
                ' / ' WS-CANT-DSC-DUPLICADOS.
        DISPLAY 'VERIFICAR LOS CONTADORES Y RETIRAR:'.
        DISPLAY '  CLIENTES.TXT  BLOQUEAD.TXT  DESCUENT.TXT'.
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

       100-CONVERTIR-CLIENTES.
            OPEN INPUT CLI-V.
            IF FS-CLI-V-NO-EXIST
                DISPLAY 'SIN CLIENTES.TXT -- NADA QUE CONVERTIR'
            ELSE
                MOVE FS-CLI-V  TO WS-FS
                MOVE "CLI-V"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN OUTPUT CLI-N
                MOVE FS-CLI-N  TO WS-FS
                MOVE "CLI-N"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 110-LEER-CLI-VIEJO
                PERFORM 120-GRABAR-CLI-NUEVO
                        UNTIL FS-CLI-V-FIN

                CLOSE CLI-V
                CLOSE CLI-N
            END-IF.

       110-LEER-CLI-VIEJO.
            READ CLI-V AT END SET FS-CLI-V-FIN TO TRUE.

            IF NOT FS-CLI-V-OK AND NOT FS-CLI-V-FIN
                DISPLAY 'ERROR AL LEER CLIENTES.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF FS-CLI-V-OK
                ADD 1 TO WS-CANT-CLI-LEIDOS
            END-IF.

       120-GRABAR-CLI-NUEVO.
            MOVE SPACES        TO CLIN-REG.
            MOVE CLIV-TIPO-DOC TO CLIN-TIPO-DOC.
            MOVE CLIV-NRO-DOC  TO CLIN-NRO-DOC.
            MOVE CLIV-RESTO    TO CLIN-RESTO.
            WRITE CLIN-REG
                INVALID KEY
                    DISPLAY 'CLIENTE DUPLICADO, SE DESCARTA: '
                            CLIV-TIPO-DOC '-' CLIV-NRO-DOC
                    ADD 1 TO WS-CANT-CLI-DUPLICADOS
            END-WRITE.
            IF FS-CLI-N-OK
                ADD 1 TO WS-CANT-CLI-GRABADOS
            ELSE
                IF NOT FS-CLI-N-DUPLICADO
                    MOVE FS-CLI-N  TO WS-FS
                    MOVE "CLI-N"   TO WS-FS-NOMBRE
                    MOVE "GRABA"   TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
            END-IF.
            PERFORM 110-LEER-CLI-VIEJO.

       200-CONVERTIR-BLOQUEADOS.
            OPEN INPUT BLQ-V.
            IF FS-BLQ-V-NO-EXIST
                DISPLAY 'SIN BLOQUEAD.TXT -- NADA QUE CONVERTIR'
            ELSE
                MOVE FS-BLQ-V  TO WS-FS
                MOVE "BLQ-V"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN OUTPUT BLQ-N
                MOVE FS-BLQ-N  TO WS-FS
                MOVE "BLQ-N"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 210-LEER-BLQ-VIEJO
                PERFORM 220-GRABAR-BLQ-NUEVO
                        UNTIL FS-BLQ-V-FIN

                CLOSE BLQ-V
                CLOSE BLQ-N
            END-IF.

       210-LEER-BLQ-VIEJO.
            READ BLQ-V AT END SET FS-BLQ-V-FIN TO TRUE.

            IF NOT FS-BLQ-V-OK AND NOT FS-BLQ-V-FIN
                DISPLAY 'ERROR AL LEER BLOQUEAD.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF FS-BLQ-V-OK
                ADD 1 TO WS-CANT-BLQ-LEIDOS
            END-IF.

       220-GRABAR-BLQ-NUEVO.
            MOVE SPACES        TO BLQN-REG.
            MOVE BLQV-TIPO-DOC TO BLQN-TIPO-DOC.
            MOVE BLQV-NRO-DOC  TO BLQN-NRO-DOC.
            MOVE BLQV-RESTO    TO BLQN-RESTO.
            WRITE BLQN-REG
                INVALID KEY
                    DISPLAY 'BLOQUEO DUPLICADO, SE DESCARTA: '
                            BLQV-TIPO-DOC '-' BLQV-NRO-DOC
                    ADD 1 TO WS-CANT-BLQ-DUPLICADOS
            END-WRITE.
            IF FS-BLQ-N-OK
                ADD 1 TO WS-CANT-BLQ-GRABADOS
            ELSE
                IF NOT FS-BLQ-N-DUPLICADO
                    MOVE FS-BLQ-N  TO WS-FS
                    MOVE "BLQ-N"   TO WS-FS-NOMBRE
                    MOVE "GRABA"   TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
            END-IF.
            PERFORM 210-LEER-BLQ-VIEJO.

       300-CONVERTIR-DESCUENTOS.
            OPEN INPUT DSC-V.
            IF FS-DSC-V-NO-EXIST
                DISPLAY 'SIN DESCUENT.TXT -- NADA QUE CONVERTIR'
            ELSE
                MOVE FS-DSC-V  TO WS-FS
                MOVE "DSC-V"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                OPEN OUTPUT DSC-N
                MOVE FS-DSC-N  TO WS-FS
                MOVE "DSC-N"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 310-LEER-DSC-VIEJO
                PERFORM 320-GRABAR-DSC-NUEVO
                        UNTIL FS-DSC-V-FIN

                CLOSE DSC-V
                CLOSE DSC-N
            END-IF.

       310-LEER-DSC-VIEJO.
            READ DSC-V AT END SET FS-DSC-V-FIN TO TRUE.

            IF NOT FS-DSC-V-OK AND NOT FS-DSC-V-FIN
                DISPLAY 'ERROR AL LEER DESCUENT.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF FS-DSC-V-OK
                ADD 1 TO WS-CANT-DSC-LEIDOS
            END-IF.

       320-GRABAR-DSC-NUEVO.
            MOVE SPACES        TO DSCN-REG.
            MOVE DSCV-TIPO-DOC TO DSCN-TIPO-DOC.
            MOVE DSCV-NRO-DOC  TO DSCN-NRO-DOC.
            MOVE DSCV-RESTO    TO DSCN-RESTO.
            WRITE DSCN-REG
                INVALID KEY
                    DISPLAY 'DESCUENTO DUPLICADO, SE DESCARTA: '
                            DSCV-TIPO-DOC '-' DSCV-NRO-DOC
                    ADD 1 TO WS-CANT-DSC-DUPLICADOS
            END-WRITE.
            IF FS-DSC-N-OK
                ADD 1 TO WS-CANT-DSC-GRABADOS
            ELSE
                IF NOT FS-DSC-N-DUPLICADO
                    MOVE FS-DSC-N  TO WS-FS
                    MOVE "DSC-N"   TO WS-FS-NOMBRE
                    MOVE "GRABA"   TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
            END-IF.
            PERFORM 310-LEER-DSC-VIEJO.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       999-CANCELAR-PROGRAMA.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
