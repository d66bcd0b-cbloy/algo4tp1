                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RETENANO.

        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

        SELECT  ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

      * VERIFICACION DE IDENTIDAD DEL REGISTRO NACIONAL (VER SELECT
      * REGNAC EN TP.CBL): GUARDA NOMBRE Y FECHA DE NACIMIENTO TAL
      * COMO SE ENVIARON, ASI QUE LA FILA DEL DOCUMENTO PURGADO SE
      * BORRA JUNTO CON LOS DATOS DEL PADRON.
        SELECT REGNAC ASSIGN TO "..\REGNAC.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS REGN-CLAVE
                FILE STATUS IS FS-REGNAC.

      * IDIOMA DE LOS DOCUMENTOS DEL CLIENTE (VER SELECT IDIOMA EN
      * MOSTRADO.CBL): LA FILA ESTA POR DOCUMENTO, ASI QUE LA DEL
      * PURGADO SE BORRA.
        SELECT IDIOMA ASSIGN TO "..\IDIOMA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IDI-CLAVE
                FILE STATUS IS FS-IDIOMA.

      * MANIFIESTO DE LO PURGADO, ACUMULADO ENTRE CORRIDAS.
        SELECT PURGACLI ASSIGN TO "..\PURGACLI.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
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

       FD  RETENANO.
       01  RETENANO-REG.
           05  RET-ANIOS                        PIC 9(02).
      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL.
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-REF-TARJETA              PIC X(16).

      * SOLO CLAVE Y DOC INTERESAN (MISMO ORDEN QUE ALQ-REG EN
      * TP.CBL, TOTAL 223).
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-FECHA                 PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-RESTO                    PIC X(187).

      * SOLO DOC Y ESTADO DE PAGO INTERESAN (MISMO ORDEN QUE
      * FACTREG-REG EN FACTURAR.CBL).
      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO              PIC X(30).

       FD  DOCIDX.
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

      * MISMO ARMADO QUE REGNAC-REG EN TP.CBL.
       FD  REGNAC.
       01  REGNAC-REG.
           05  REGN-CLAVE.
               10  REGN-TIPO-DOC                PIC X.
               10  REGN-NRO-DOC                 PIC X(20).
           05  REGN-NOMBRE                      PIC X(30).
           05  REGN-FECHA-NACIMIENTO            PIC 9(08).
           05  REGN-FECHA-ENVIO                 PIC 9(08).
           05  REGN-ESTADO                      PIC X.
           05  REGN-FECHA-RESULTADO             PIC 9(08).

      * MISMO ARMADO QUE IDIOMA-REG EN MOSTRADO.CBL.
       FD  IDIOMA.
       01  IDIOMA-REG.
           05  IDI-CLAVE.
               10  IDI-TIPO-DOC                 PIC X.
               10  IDI-NRO-DOC                  PIC X(20).
           05  IDI-IDIOMA                       PIC X(02).
           05  IDI-FECHA                        PIC 9(08).

       FD  PURGACLI.
       01  PURGACLI-REG                         PIC X(110).


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
                    'CLIENTES.DAT01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-RETENANO                          PIC X(02).
           88  FS-RETENANO-OK                   VALUE '00'.
           88  FS-RETENANO-NO-EXIST             VALUE '35'.
           88  FS-DOCIDX-NO-EXIST               VALUE '35'.
       01  WS-DOCIDX-ABIERTO                    PIC X VALUE 'N'.

       01  FS-REGNAC                            PIC X(02).
           88  FS-REGNAC-OK                     VALUE '00'.
           88  FS-REGNAC-NO-EXIST               VALUE '35'.

       01  FS-IDIOMA                            PIC X(02).
           88  FS-IDIOMA-OK                     VALUE '00'.
           88  FS-IDIOMA-NO-EXIST               VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-FIN                VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.
           88  FS-BLOQUEADOS-NO-HALLADO         VALUE '23'.

       01  FS-PURGACLI                          PIC X(02).
           88  FS-PURGACLI-OK                   VALUE '00'.

       PGM.
        DISPLAY 'INICIO DATAPURG'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
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
       200-CARGAR-PADRON.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- NADA QUE PURGAR'
                STOP RUN
            END-IF.
            MOVE FS-CLIENTES   TO WS-FS.
            CLOSE CLIENTES.

       210-LEER-CLIENTE.
            READ CLIENTES NEXT RECORD
                AT END SET FS-CLIENTES-FIN TO TRUE
            END-READ.

            IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
                MOVE WS-CANT-PADRON TO IND-Q
            END-IF.

      * BLOQUEO VIGENTE = DOCUMENTO INTOCABLE.  LA LISTA NEGRA SE
      * CONSULTA POR DOCUMENTO PARA CADA FILA DEL PADRON.
       400-RELEVAR-BLOQUEOS.
            OPEN INPUT BLOQUEADOS.
            IF FS-BLOQUEADOS-OK
                PERFORM 420-CONSULTAR-BLOQUEO
                        VARYING IND-Q FROM 1 BY 1
                        UNTIL IND-Q > WS-CANT-PADRON
                CLOSE BLOQUEADOS
            ELSE
                IF NOT FS-BLOQUEADOS-NO-EXIST
                END-IF
            END-IF.

       420-CONSULTAR-BLOQUEO.
            MOVE PAD-TIPO-DOC(IND-Q) TO BLOQ-TIPO-DOC.
            MOVE PAD-NRO-DOC(IND-Q)  TO BLOQ-NRO-DOC.
            READ BLOQUEADOS KEY IS BLOQ-CLAVE
                INVALID KEY SET FS-BLOQUEADOS-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-BLOQUEADOS-OK AND NOT FS-BLOQUEADOS-NO-HALLADO
                DISPLAY 'ERROR AL CONSULTAR BLOQUEADOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-BLOQUEADOS-OK
                MOVE 'S' TO PAD-BLOQUEADO(IND-Q)
            END-IF.

      * SIN ACTIVIDAD DESDE EL CORTE (O NUNCA, CON ALTA ANTERIOR AL
                INVALID KEY CONTINUE
            END-WRITE.

      * SOLO SE TOCAN LAS FILAS PURGADAS: COMO CAMBIA LA CLAVE, SE
      * BORRA LA DEL DOCUMENTO ORIGINAL Y SE DA DE ALTA LA DEL TOKEN,
      * CON TODOS LOS DATOS PERSONALES EN BLANCO O CERO.
       700-REESCRIBIR-PADRON.
            OPEN I-O CLIENTES.
            MOVE FS-CLIENTES   TO WS-FS.
            MOVE "CLIENTES"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN I-O REGNAC.
            IF NOT FS-REGNAC-NO-EXIST
                MOVE FS-REGNAC     TO WS-FS
                MOVE "REGNAC"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            OPEN I-O IDIOMA.
            IF NOT FS-IDIOMA-NO-EXIST
                MOVE FS-IDIOMA     TO WS-FS
                MOVE "IDIOMA"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

            PERFORM 710-GRABAR-CLIENTE
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PADRON.
            CLOSE CLIENTES.
            IF NOT FS-REGNAC-NO-EXIST
                CLOSE REGNAC
            END-IF.
            IF NOT FS-IDIOMA-NO-EXIST
                CLOSE IDIOMA
            END-IF.

       710-GRABAR-CLIENTE.
            IF PAD-PURGAR(IND-P) = 'S'
                MOVE PAD-IMAGEN(IND-P) TO CLIENTE-REG
                DELETE CLIENTES RECORD
                MOVE FS-CLIENTES   TO WS-FS
                MOVE "CLIENTES"    TO WS-FS-NOMBRE
                MOVE "BORRA"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                IF NOT FS-REGNAC-NO-EXIST
                    MOVE CLIENTE-CLAVE TO REGN-CLAVE
                    DELETE REGNAC RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                IF NOT FS-IDIOMA-NO-EXIST
                    MOVE CLIENTE-CLAVE TO IDI-CLAVE
                    DELETE IDIOMA RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
                MOVE 'X' TO CLIENTE-TIPO-DOC
                MOVE PAD-TOKEN(IND-P) TO CLIENTE-NRO-DOC
                MOVE 'ANONIMIZADO' TO CLIENTE-NOMBRE
                MOVE SPACE  TO CLIENTE-CATEG-IVA
                MOVE SPACES TO CLIENTE-CUIT
                MOVE SPACES TO CLIENTE-REF-TARJETA
                WRITE CLIENTE-REG
                MOVE FS-CLIENTES   TO WS-FS
                MOVE "CLIENTES"    TO WS-FS-NOMBRE
                MOVE "GRABA"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       800-GRABAR-MANIFIESTO.
            OPEN EXTEND PURGACLI.
