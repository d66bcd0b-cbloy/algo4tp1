                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

      * INDICE COMPANERO POR CONTRATO QUE MANTIENE ROLLOVER.CBL: CADA   *
      * FILA DEL MAESTRO CON CONTRATO TIENE QUE CAER DENTRO DEL TRAMO   *
      * DE SU ENTRADA, Y LOS CONTEOS DE FILAS TIENEN QUE CERRAR CON EL  *
      * MAESTRO.  DYNAMIC: SE LEE POR CLAVE Y DESPUES SE BARRE.         *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

        SELECT ESTADSAV ASSIGN TO "..\ESTADSAV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ESTADSAV.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-MARCA-ERR.

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

      * SOLO PATENTE, MARCA Y AGENCIA INTERESAN ACA (MISMO ORDEN QUE    *
      * AUT-REG EN TP.CBL).                                             *
       FD  AUTOS.
           05  AGENCIA-COD        PIC 9(02).
           05  AGENCIA-RESTO      PIC X(70).

      * SOLO CLAVE, AGENCIA Y CONTRATO INTERESAN (MISMO ORDEN QUE       *
      * ALQ-REG).                                                       *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-CHOFER                   PIC X(07).
           03  ALQ-IDX-ESTADO                   PIC X.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-RESTO                    PIC X(152).

      * SOLO LA MARCA INTERESA (MISMO ORDEN QUE ESTADSAV-REG).          *
       FD  DOCIDX.
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

       FD  ESTADSAV.
       01  ESTADSAV-REG.
           05  ESTADSAV-MARCA                   PIC X(20).

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
                    'AGENCIAS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'ESTADSAV.DAT02'.
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
       01  WS-CANT-ALQ-MAESTRO                  PIC 9(06) VALUE ZERO.
       01  WS-CANT-DOCIDX                       PIC 9(06) VALUE ZERO.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
           88  FS-CTRIDX-FIN                    VALUE '10'.
           88  FS-CTRIDX-NO-EXIST               VALUE '35'.

       01  WS-CANT-ALQ-CON-CTR                  PIC 9(06) VALUE ZERO.
       01  WS-SUMA-CTRIDX                       PIC 9(06) VALUE ZERO.
       01  WS-CTR-EXTREMO                       PIC X(15).

       01  FS-ESTADSAV                          PIC X(02).
           88  FS-ESTADSAV-OK                   VALUE '00'.
           88  FS-ESTADSAV-FIN                  VALUE '10'.

       PGM.
        DISPLAY 'INICIO DATACHK'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-MAESTROS.
        PERFORM 300-CHEQUEAR-ALQIDX.
        PERFORM 350-CHEQUEAR-DOCIDX.
        PERFORM 380-CHEQUEAR-CTRIDX.
        PERFORM 400-CHEQUEAR-ESTADSAV.
        PERFORM 500-CERRAR-VEREDICTO.

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
            OPEN OUTPUT CHEQUEO.
            MOVE FS-CHEQUEO TO WS-FS.
                DELIMITED BY SIZE INTO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

      * INDICE POR CONTRATO.  GRAVE: UNA FILA DEL MAESTRO CON CONTRATO  *
      * SIN ENTRADA O FUERA DEL TRAMO PRIMERA/ULTIMA (ANULAR, DEVOLUC,  *
      * RETIRO Y LOS DEMAS NO LA ENCONTRARIAN), O LA SUMA DE FILAS DEL  *
      * INDICE DISTINTA DE LAS FILAS CON CONTRATO DEL MAESTRO.  LEVE:   *
      * UN EXTREMO DEL TRAMO QUE YA NO ES DE ESE CONTRATO (UNA BAJA DEL *
      * DIA LO DEJA ASI HASTA EL PROXIMO ROLLOVER, Y NO MOLESTA).       *
       380-CHEQUEAR-CTRIDX.
            MOVE 'CTRIDX.DAT' TO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-NO-EXIST
                MOVE '  (SIN INDICE POR CONTRATO TODAVIA)' TO LINEA
                WRITE CHEQUEO-REG FROM LINEA
            ELSE
                MOVE FS-CTRIDX  TO WS-FS
                MOVE "CTRIDX"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                OPEN INPUT ALQ-IDX
                IF NOT FS-ALQ-IDX-NO-EXIST
                    PERFORM 310-LEER-ALQ
                    PERFORM 385-CHEQUEAR-UNA-FILA UNTIL FS-ALQ-IDX-FIN
                END-IF
                MOVE ZERO TO CTR-IDX-CONTRATO
                START CTRIDX KEY NOT LESS THAN CTR-IDX-CONTRATO
                    INVALID KEY SET FS-CTRIDX-FIN TO TRUE
                END-START
                IF NOT FS-CTRIDX-FIN
                    PERFORM 390-LEER-CTRIDX
                    PERFORM 392-CHEQUEAR-UN-CONTRATO UNTIL FS-CTRIDX-FIN
                END-IF
                IF NOT FS-ALQ-IDX-NO-EXIST
                    CLOSE ALQ-IDX
                END-IF
                CLOSE CTRIDX
                IF WS-SUMA-CTRIDX NOT = WS-CANT-ALQ-CON-CTR
                    PERFORM 510-ANOTAR-GRAVE
                    MOVE SPACES TO LINEA
                    STRING '  GRAVE: ' WS-SUMA-CTRIDX
                           ' FILAS SEGUN CTRIDX CONTRA '
                           WS-CANT-ALQ-CON-CTR
                           ' CON CONTRATO EN EL MAESTRO'
                        DELIMITED BY SIZE INTO LINEA
                    WRITE CHEQUEO-REG FROM LINEA
                END-IF
            END-IF.

       385-CHEQUEAR-UNA-FILA.
            IF ALQ-IDX-NRO-CONTRATO IS NUMERIC
               AND ALQ-IDX-NRO-CONTRATO > ZERO
                ADD 1 TO WS-CANT-ALQ-CON-CTR
                MOVE ALQ-IDX-NRO-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX KEY IS CTR-IDX-CONTRATO
                    INVALID KEY PERFORM 386-FILA-SIN-ENTRADA
                    NOT INVALID KEY
                        IF ALQ-IDX-CLAVE < CTR-IDX-PRIMERA
                           OR ALQ-IDX-CLAVE > CTR-IDX-ULTIMA
                            PERFORM 387-FILA-FUERA-DE-TRAMO
                        END-IF
                END-READ
            END-IF.
            PERFORM 310-LEER-ALQ.

       386-FILA-SIN-ENTRADA.
            PERFORM 510-ANOTAR-GRAVE.
            MOVE SPACES TO LINEA.
            STRING '  GRAVE: CONTRATO ' ALQ-IDX-NRO-CONTRATO
                   ' (' ALQ-IDX-PATENTE ' ' ALQ-IDX-FECHA
                   ') SIN ENTRADA EN CTRIDX'
                DELIMITED BY SIZE INTO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

       387-FILA-FUERA-DE-TRAMO.
            PERFORM 510-ANOTAR-GRAVE.
            MOVE SPACES TO LINEA.
            STRING '  GRAVE: CONTRATO ' ALQ-IDX-NRO-CONTRATO
                   ' (' ALQ-IDX-PATENTE ' ' ALQ-IDX-FECHA
                   ') FUERA DEL TRAMO DE CTRIDX'
                DELIMITED BY SIZE INTO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

       390-LEER-CTRIDX.
            READ CTRIDX NEXT RECORD
                AT END SET FS-CTRIDX-FIN TO TRUE
            END-READ.

            IF NOT FS-CTRIDX-OK AND NOT FS-CTRIDX-FIN
                DISPLAY 'ERROR AL LEER CTRIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       392-CHEQUEAR-UN-CONTRATO.
            ADD CTR-IDX-CANT-FILAS TO WS-SUMA-CTRIDX.
            IF NOT FS-ALQ-IDX-NO-EXIST
                MOVE CTR-IDX-PRIMERA TO WS-CTR-EXTREMO
                PERFORM 394-PROBAR-EXTREMO
                IF CTR-IDX-ULTIMA NOT = CTR-IDX-PRIMERA
                    MOVE CTR-IDX-ULTIMA TO WS-CTR-EXTREMO
                    PERFORM 394-PROBAR-EXTREMO
                END-IF
            END-IF.
            PERFORM 390-LEER-CTRIDX.

       394-PROBAR-EXTREMO.
            MOVE WS-CTR-EXTREMO TO ALQ-IDX-CLAVE.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY PERFORM 396-EXTREMO-AJENO
                NOT INVALID KEY
                    IF ALQ-IDX-NRO-CONTRATO NOT = CTR-IDX-CONTRATO
                        PERFORM 396-EXTREMO-AJENO
                    END-IF
            END-READ.

       396-EXTREMO-AJENO.
            ADD 1 TO WS-CANT-LEVES.
            MOVE SPACES TO LINEA.
            STRING '  LEVE: CONTRATO ' CTR-IDX-CONTRATO
                   ' CON EXTREMO ' WS-CTR-EXTREMO
                   ' QUE YA NO ES SUYO EN EL MAESTRO'
                DELIMITED BY SIZE INTO LINEA.
            WRITE CHEQUEO-REG FROM LINEA.

      * MARCAS ACUMULADAS EN LA ESTADISTICA QUE NINGUN AUTO DE LA       *
      * FLOTA LLEVA HOY (LEVE: LA ESTADISTICA ARRASTRA HISTORIA).       *
       400-CHEQUEAR-ESTADSAV.
