                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

        SELECT REDOCLOG ASSIGN TO "..\REDOCLOG.TXT"
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

      * SOLO CLAVE Y DOCUMENTO INTERESAN (MISMO ORDEN QUE ALQ-REG EN    *
      * TP.CBL).                                                        *
       FD  ALQ-IDX.
               05 ALQ-IDX-FECHA                 PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-RESTO                    PIC X(187).

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.                         *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-RESTO                    PIC X(148).

      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.                       *
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-RESTO                       PIC X(30).

       FD  DOCIDX.

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
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.
           88  FS-CLIENTES-DUPLICADO            VALUE '22'.

       01  FS-BLOQUEADOS                        PIC X(02).
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-FIN                VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.
           88  FS-BLOQUEADOS-NO-HALLADO         VALUE '23'.
           88  FS-BLOQUEADOS-DUPLICADO          VALUE '22'.

       01  FS-REDOCLOG                          PIC X(02).
           88  FS-REDOCLOG-OK                   VALUE '00'.
       01  WS-CANT-CLI                          PIC 9(03) VALUE ZERO.
       01  WS-CANT-BLOQ                         PIC 9(03) VALUE ZERO.

       01  LINEA                                PIC X(100).

       SCREEN SECTION.

       PGM.
        DISPLAY 'INICIO REDOC'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-PEDIR-DOCUMENTOS.
            DISPLAY 'SIN DOCUMENTOS -- NADA QUE HACER'
            STOP RUN
        END-IF.
        IF WS-TIPO-VIEJO = WS-TIPO-NUEVO
           AND WS-NRO-VIEJO = WS-NRO-NUEVO
            DISPLAY 'DOCUMENTO VIEJO Y NUEVO IGUALES -- NADA QUE HACER'
            STOP RUN
        END-IF.

        PERFORM 150-ABRIR-LOG.
        PERFORM 200-RETOCAR-MAESTRO.
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

       100-PEDIR-DOCUMENTOS.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE SPACES TO WS-TIPO-VIEJO WS-NRO-VIEJO
            END-IF.
            PERFORM 210-LEER-SIGUIENTE.

      * EL PADRON Y LA LISTA NEGRA SE LEEN POR DOCUMENTO.  COMO LA      *
      * CLAVE CAMBIA, SE DA DE ALTA LA FILA CON EL DOCUMENTO NUEVO Y    *
      * SE BORRA LA DEL VIEJO.  SI EL NUEVO YA TENIA FILA (FUSION DE    *
      * UN PAR DE DUPCLI.CBL) SE CONSERVA ESA Y LA VIEJA SOLO SE BORRA. *
       300-RETOCAR-CLIENTES.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 310-BUSCAR-CLIENTE
                CLOSE CLIENTES
            END-IF.

       310-BUSCAR-CLIENTE.
            MOVE WS-TIPO-VIEJO TO CLIENTE-TIPO-DOC.
            MOVE WS-NRO-VIEJO  TO CLIENTE-NRO-DOC.
            READ CLIENTES KEY IS CLIENTE-CLAVE
                INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                DISPLAY 'ERROR AL LEER CLIENTES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-CLIENTES-OK
                PERFORM 320-MUDAR-CLIENTE
            END-IF.

       320-MUDAR-CLIENTE.
            MOVE WS-TIPO-NUEVO TO CLIENTE-TIPO-DOC.
            MOVE WS-NRO-NUEVO  TO CLIENTE-NRO-DOC.
            WRITE CLIENTE-REG
                INVALID KEY
                    DISPLAY 'EL DOCUMENTO NUEVO YA TENIA FICHA -- '
                            'SE CONSERVA ESA'
            END-WRITE.
            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-DUPLICADO
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "GRABA"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            MOVE WS-TIPO-VIEJO TO CLIENTE-TIPO-DOC.
            MOVE WS-NRO-VIEJO  TO CLIENTE-NRO-DOC.
            DELETE CLIENTES RECORD.
            MOVE FS-CLIENTES TO WS-FS.
            MOVE "CLIENTES"  TO WS-FS-NOMBRE.
            MOVE "BORRA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-CLI.

       400-RETOCAR-BLOQUEADOS.
            OPEN I-O BLOQUEADOS.
            IF FS-BLOQUEADOS-NO-EXIST
                CONTINUE
            ELSE
                MOVE FS-BLOQUEADOS TO WS-FS
                MOVE "BLOQUEAD"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 410-BUSCAR-BLOQUEADO
                CLOSE BLOQUEADOS
            END-IF.

       410-BUSCAR-BLOQUEADO.
            MOVE WS-TIPO-VIEJO TO BLOQ-TIPO-DOC.
            MOVE WS-NRO-VIEJO  TO BLOQ-NRO-DOC.
            READ BLOQUEADOS KEY IS BLOQ-CLAVE
                INVALID KEY SET FS-BLOQUEADOS-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-NO-HALLADO
                DISPLAY 'ERROR AL LEER BLOQUEADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-BLOQUEADOS-OK
                PERFORM 420-MUDAR-BLOQUEADO
            END-IF.

       420-MUDAR-BLOQUEADO.
            MOVE WS-TIPO-NUEVO TO BLOQ-TIPO-DOC.
            MOVE WS-NRO-NUEVO  TO BLOQ-NRO-DOC.
            WRITE BLOQUEADO-REG
                INVALID KEY
                    DISPLAY 'EL DOCUMENTO NUEVO YA ESTABA BLOQUEADO -- '
                            'SE CONSERVA ESE MOTIVO'
            END-WRITE.
            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-DUPLICADO
                MOVE FS-BLOQUEADOS TO WS-FS
                MOVE "BLOQUEAD"    TO WS-FS-NOMBRE
                MOVE "GRABA"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            MOVE WS-TIPO-VIEJO TO BLOQ-TIPO-DOC.
            MOVE WS-NRO-VIEJO  TO BLOQ-NRO-DOC.
            DELETE BLOQUEADOS RECORD.
            MOVE FS-BLOQUEADOS TO WS-FS.
            MOVE "BLOQUEAD"    TO WS-FS-NOMBRE.
            MOVE "BORRA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            ADD 1 TO WS-CANT-BLOQ.

       500-ASENTAR-MAPEO.
            MOVE SPACES TO LINEA.
