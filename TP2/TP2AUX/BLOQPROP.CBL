       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQPROP.
      * PROPUESTAS AUTOMATICAS DE BLOQUEO: HASTA AHORA BLOQUEAD.DAT SE
      * MANTIENE DE MEMORIA, Y UN CLIENTE TIENE QUE QUEMARNOS FEO PARA
      * QUE ALGUIEN SE ACUERDE DE CARGARLO.  ESTE LOTE PROPONE BLOQUEOS
      * CON LOS DATOS QUE YA TENEMOS: FACTURAS IMPAGAS MAS VIEJAS QUE
      * LA EDAD CONFIGURADA (REGISTRO DE FACTURAR/PAGOS), NO-SHOWS
      * REPETIDOS Y SINIESTROS A CARGO DEL CLIENTE EN EL MAESTRO DE
      * ALQUILERES.  NADA LLEGA SOLO A BLOQUEAD.DAT: CADA PROPUESTA SE
      * ENCOLA EN BLOQPEND.TXT CON SU EVIDENCIA Y ESPERA LA REVISION
      * DE UN SUPERVISOR NIVEL 3 (APRBLOQ.CBL, DOBLE CONTROL COMO EL
      * DE APRANUL.CBL).
                FILE STATUS IS FS-SINIESTROS.

      * LISTA VIGENTE: UN CLIENTE YA BLOQUEADO NO SE VUELVE A PROPONER.
        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

      * COLA DE PROPUESTAS PARA EL SUPERVISOR (VER APRBLOQ.CBL):
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-BLOQPEND.

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

       FD  REGLAS.
       01  REGLAS-REG.
           05  REGLA-DIAS-IMPAGO                PIC 9(03).
           05  FREG-TIPO-FACT                   PIC X.

      * SOLO CLAVE, DOC Y LA MARCA DE NO-SHOW INTERESAN (MISMO ORDEN
      * QUE ALQ-REG EN TP.CBL, TOTAL 223).
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  FILLER                           PIC X(113).
           03  ALQ-IDX-NOSHOW                   PIC X.
           03  FILLER                           PIC X(73).

      * MISMO ARMADO QUE SINIESTRO-REG EN SINIESTR.CBL.
       FD  SINIESTROS.
           05  SIN-A-CARGO-CLIENTE              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-A-RECLAMAR                   PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-CONTRATO                     PIC 9(09).

      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO              PIC X(30).

       FD  BLOQPEND.

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
                    'SINIESTR.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-REGLAS                            PIC X(02).
           88  FS-REGLAS-OK                     VALUE '00'.
           88  FS-REGLAS-NO-EXIST               VALUE '35'.
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-FIN                VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.
           88  FS-BLOQUEADOS-NO-HALLADO         VALUE '23'.

       01  FS-BLOQPEND                          PIC X(02).
           88  FS-BLOQPEND-OK                   VALUE '00'.
       01  IND-CA                               PIC 9(03).
       01  IND-HALL                             PIC 9(03).

      * PROPUESTAS YA ENCOLADAS, PARA NO REPETIR (LOS YA BLOQUEADOS
      * SE CONSULTAN POR CLAVE EN BLOQUEAD.DAT).
       01  TABLA-YA.
           05  YA-ENT                   OCCURS 500 TIMES.
               10  YA-TIPO-DOC                  PIC X.

       PGM.
        DISPLAY 'INICIO BLOQPROP'.
        PERFORM 040-VERIFICAR-LAYOUT.

        ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
        COMPUTE WS-DIAS-HOY =
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

      * UN "35" NO ES UN ERROR: SIN ARCHIVO DE REGLAS RIGEN LOS
      * UMBRALES POR DEFECTO.
       100-CARGAR-REGLAS.
      * NO SE VUELVEN A PROPONER.
       150-CARGAR-YA-TRATADOS.
            OPEN INPUT BLOQUEADOS.
            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-NO-EXIST
                DISPLAY 'ERROR AL INTENTAR ABRIR BLOQUEADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            OPEN INPUT BLOQPEND.
                END-IF
            END-IF.

       170-LEER-BLOQPEND.
            READ BLOQPEND AT END SET FS-BLOQPEND-FIN TO TRUE.

                    VARYING IND-CA FROM 1 BY 1
                    UNTIL IND-CA > WS-CANT-CAND.
            CLOSE BLOQPEND.
            IF NOT FS-BLOQUEADOS-NO-EXIST
                CLOSE BLOQUEADOS
            END-IF.

       510-EVALUAR-CANDIDATO.
            PERFORM 650-VER-SI-YA-ESTA.

       650-VER-SI-YA-ESTA.
            MOVE 'N' TO WS-YA-ESTA.
            IF NOT FS-BLOQUEADOS-NO-EXIST
                MOVE CAND-TIPO-DOC(IND-CA) TO BLOQ-TIPO-DOC
                MOVE CAND-NRO-DOC(IND-CA)  TO BLOQ-NRO-DOC
                READ BLOQUEADOS KEY IS BLOQ-CLAVE
                    INVALID KEY SET FS-BLOQUEADOS-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-BLOQUEADOS-OK
                   AND NOT FS-BLOQUEADOS-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR BLOQUEADOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-BLOQUEADOS-OK
                    MOVE 'S' TO WS-YA-ESTA
                END-IF
            END-IF.
            PERFORM 660-COMPARAR-YA
                    VARYING IND-YA FROM 1 BY 1
                    UNTIL IND-YA > WS-CANT-YA
