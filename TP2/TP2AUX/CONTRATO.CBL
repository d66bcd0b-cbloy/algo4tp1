                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE COMPANERO POR CONTRATO QUE ARMA ROLLOVER.CBL (PRIMERA Y  *
      * ULTIMA FILA DE CADA CONTRATO): UBICA EL ALQUILER SIN BARRER EL  *
      * MAESTRO DESDE EL PRINCIPIO.  SI NO ESTA, SE BARRE COMO ANTES.   *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * CONDUCTORES ADICIONALES AUTORIZADOS QUE GRABA TP.CBL POR CADA   *
      * DIA APROBADO (PATENTE+FECHA); EL CONTRATO TOMA LOS DE SU PRIMER *
      * DIA.  SI NO ESTA, EL CONTRATO SALE SIN CONDUCTORES ADICIONALES. *
        SELECT ADICION ASSIGN TO "..\ADICION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ADI-CLAVE
                FILE STATUS IS FS-ADICION.

      * PADRON DE CLIENTES: NOMBRE Y DOMICILIO DE LA PARTE LOCATARIA.  *
        SELECT CLIENTES ASSIGN TO "..\CLIENTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CLIENTE-CLAVE
                FILE STATUS IS FS-CLIENTES.

      * FLOTA: DESCRIPCION DE LA UNIDAD ALQUILADA.                     *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FECPROC.

      * RESERVAS DE GRUPO QUE TP.CBL APROBO ENTERAS: UNA FILA POR DIA  *
      * CON LA REFERENCIA Y EL CONTRATO MAESTRO DEL GRUPO.             *
        SELECT GRUPOS ASSIGN TO "..\GRUPOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GRUPOS.

      * IDIOMA DE LOS DOCUMENTOS DEL CLIENTE (VER SELECT IDIOMA EN      *
      * MOSTRADO.CBL) Y TEXTOS EN OTRO IDIOMA (FILAS 'CON' DE           *
      * TEXTOS.TXT).  SIN ELLOS EL PASAPORTE SALE EN INGLES CON LOS     *
      * ROTULOS QUE HAYA Y EL RESTO EN CASTELLANO.                      *
        SELECT IDIOMA ASSIGN TO "..\IDIOMA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IDI-CLAVE
                FILE STATUS IS FS-IDIOMA.

        SELECT TEXTOS ASSIGN TO "..\TEXTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TEXTOS.

      * CANAL DE IMPRESION (MISMO MANEJO PROBADO EN RM85/IMPRE.CBL):   *
      * CADA CONTRATO ARRANCA EN PAGINA NUEVA.                         *
        SELECT IMPRESORA ASSIGN TO PRINT, "PRINTER".

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

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL (214 BYTES).            *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-EXTRAS-IMP               PIC 9(04)V99.
           03  ALQ-IDX-EXTRAS-CODS              PIC X(09).
           03  ALQ-IDX-RESTO                    PIC X(113).

      * MISMO ARMADO QUE CLIENTE-REG EN TP.CBL (SOLO EL FRENTE; EL     *
      * RESTO VA EN FILLER PORQUE EL INDEXADO PIDE EL LARGO COMPLETO). *
       FD  CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC             PIC X.
               10  CLIENTE-NRO-DOC              PIC X(20).
           05  CLIENTE-NOMBRE                   PIC X(30).
           05  CLIENTE-DIR                      PIC X(30).
           05  CLIENTE-TEL                      PIC X(15).
           05  CLIENTE-FECHA-ALTA               PIC 9(08).
           05  FILLER                           PIC X(65).

      * SOLO EL FRENTE DEL AUT-REG.                                    *
       FD  AUTOS.
       01  FECPROC-REG.
           05  FEC-PROCESO                      PIC 9(08).

      * MISMO ARMADO QUE GRUPOS-SAL-REG EN TP.CBL.                     *
       FD  GRUPOS.
       01  GRUPO-REG.
           05  GRP-REFERENCIA                   PIC X(10).
           05  FILLER                           PIC X(01).
           05  GRP-CONTRATO-MAESTRO             PIC 9(09).
           05  FILLER                           PIC X(01).
           05  GRP-TIPO-DOC                     PIC X.
           05  GRP-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  GRP-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  GRP-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GRP-CONTRATO                     PIC 9(09).

       FD  IMPRESORA.
       01  IMP-RECORD                           PIC X(100).

      * MISMO ARMADO QUE IDIOMA-REG EN MOSTRADO.CBL.                   *
       FD  IDIOMA.
       01  IDIOMA-REG.
           05  IDI-CLAVE.
               10  IDI-TIPO-DOC                 PIC X.
               10  IDI-NRO-DOC                  PIC X(20).
           05  IDI-IDIOMA                       PIC X(02).
           05  IDI-FECHA                        PIC 9(08).

      * MISMO ARMADO QUE TEXTO-REG EN MOSTRADO.CBL.                    *
       FD  TEXTOS.
       01  TEXTO-REG.
           05  TXT-DOCUMENTO                    PIC X(03).
           05  FILLER                           PIC X(01).
           05  TXT-IDIOMA                       PIC X(02).
           05  FILLER                           PIC X(01).
           05  TXT-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  TXT-NRO                          PIC 9(02).
           05  FILLER                           PIC X(01).
           05  TXT-TEXTO                        PIC X(90).

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

      * MISMO ARMADO QUE ADICION-REG EN TP.CBL.                       *
       FD  ADICION.
       01  ADICION-REG.
           03  ADI-CLAVE.
               05  ADI-PATENTE                  PIC X(07).
               05  ADI-FECHA                    PIC 9(08).
           03  ADI-NRO-CONTRATO                 PIC 9(09).
           03  ADI-CONDUCTORES.
               05  ADI-CONDUCTOR        OCCURS 3 TIMES.
                   07  ADI-TIPO-DOC             PIC X.
                   07  ADI-NRO-DOC              PIC X(20).

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

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).

       01  FS-ADICION                           PIC X(02).
           88  FS-ADICION-OK                    VALUE '00'.
           88  FS-ADICION-NO-HALLADO            VALUE '23'.
       01  WS-ADICION-ABIERTO                   PIC X VALUE 'N'.
       01  IND-ADI                              PIC 9.
       01  WS-CANT-ADIC                         PIC 9 VALUE ZERO.
       01  WS-CANT-ADIC-IMPR                    PIC 9.
       01  WS-NOMBRE-ADICIONAL                  PIC X(30).
       01  WS-EXT-COD-ADICIONAL                 PIC X(03) VALUE 'CAD'.

       01  FS-CLIENTES                          PIC X(02).
           88  FS-CLIENTES-OK                   VALUE '00'.
           88  FS-CLIENTES-FIN                  VALUE '10'.
           88  FS-CLIENTES-NO-EXIST             VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO           VALUE '23'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-FECPROC-OK                    VALUE '00'.
           88  FS-FECPROC-NO-EXIST              VALUE '35'.

       01  FS-IDIOMA                            PIC X(02).
           88  FS-IDIOMA-OK                     VALUE '00'.
           88  FS-IDIOMA-NO-HALLADO             VALUE '23'.
       01  WS-IDIOMA-ABIERTO                    PIC X VALUE 'N'.

       01  FS-TEXTOS                            PIC X(02).
           88  FS-TEXTOS-OK                     VALUE '00'.
           88  FS-TEXTOS-FIN                    VALUE '10'.
           88  FS-TEXTOS-NO-EXIST               VALUE '35'.

       01  FS-GRUPOS                            PIC X(02).
           88  FS-GRUPOS-OK                     VALUE '00'.
           88  FS-GRUPOS-FIN                    VALUE '10'.
           88  FS-GRUPOS-NO-EXIST               VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).

      * MODOS: TP_CON_CONTRATO=NNNNNNNN, O TP_CON_PATENTE +            *
      * TP_CON_FECHA, O TP_CON_LOTE=S (TODOS LOS CONTRATOS CUYO        *
      * PRIMER DIA ES LA FECHA DE PROCESO, POR AGENCIA), O             *
      * TP_CON_GRUPO=REFERENCIA (EL CONTRATO MAESTRO DE UN GRUPO).     *
       01  WS-ENV-CONTRATO                      PIC X(08).
       01  WS-ENV-PATENTE                       PIC X(07).
       01  WS-ENV-FECHA                         PIC X(08).
       01  WS-ENV-LOTE                          PIC X(01).
       01  WS-ENV-GRUPO                         PIC X(10).
       01  WS-NRO-BUSCADO                       PIC 9(08) VALUE ZERO.

      * PADRONES EN MEMORIA.                                           *
       01  WS-NOMBRE-CLIENTE                    PIC X(30).
       01  WS-DIR-CLIENTE                       PIC X(30).

       01  IND-SORT-I                           PIC 9(03).
       01  IND-SORT-J                           PIC 9(03).

      * DIAS DE RESERVAS DE GRUPO (GRUPOS.TXT) EN MEMORIA.  UN         *
      * CONTRATO MAESTRO LISTA TODAS LAS UNIDADES DEL GRUPO CON SU     *
      * DESGLOSE, SUBTOTAL POR UNIDAD Y TOTAL DEL GRUPO.  EN MODO      *
      * LOTE, EL PRIMER DIA DE UNA UNIDAD DE GRUPO NO SALE SUELTO:     *
      * SE IMPRIME EL MAESTRO DEL GRUPO UNA SOLA VEZ.                  *
       01  WS-CANT-GRP                          PIC 9(04) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GTB-ENT                  OCCURS 1000 TIMES.
               09  GTB-REFERENCIA       PIC X(10).
               09  GTB-MAESTRO          PIC 9(09).
               09  GTB-TIPO-DOC         PIC X.
               09  GTB-NRO-DOC          PIC X(20).
               09  GTB-CLAVE.
                   11  GTB-PATENTE      PIC X(07).
                   11  GTB-FECHA        PIC 9(08).
               09  GTB-CONTRATO         PIC 9(09).
       01  IND-G                                PIC 9(04).
       01  WS-GRP-REF                           PIC X(10).
       01  WS-GRP-MAESTRO                       PIC 9(09).
       01  WS-GRP-PAT-ANT                       PIC X(07).
       01  WS-GRP-CANT-UNIDADES                 PIC 9(03).
       01  WS-GRP-DIAS-TOTAL                    PIC 9(04).
       01  WS-GRP-TOTAL                         PIC 9(07)V99.
       01  WS-GRP-UNIDADES-IMPR                 PIC ZZ9.
       01  WS-GRP-DIAS-IMPR                     PIC ZZZ9.
       01  WS-CANT-LOTE-GRP                     PIC 9(02) VALUE ZERO.
       01  TABLA-LOTE-GRUPOS.
           05  LGR-REFERENCIA           OCCURS 50 TIMES PIC X(10).
       01  IND-LG                               PIC 9(02).

       01  WS-FECHA-CALC.
           05  WS-FEC-AA                        PIC 9(04).
           05  WS-FEC-MM                        PIC 9(02).
       01  WS-DIAS-IMPR                         PIC ZZ9.
       01  LINEA                                PIC X(100).

      * IDIOMA DEL CONTRATO: EL FIJADO PARA EL DOCUMENTO DEL LOCATARIO  *
      * EN IDIOMA.DAT, O EN SU DEFECTO INGLES PARA PASAPORTE.           *
       01  WS-IDIOMA                            PIC X(02).
           88  IDIOMA-INGLES                    VALUE 'EN'.

      * ROTULOS DEL CONTRATO.  CADA USO TOMA EL ANCHO DEL CASTELLANO;  *
      * LA TABLA EN INGLES ARRANCA COMO COPIA Y SE PISA CON LAS FILAS  *
      * 'CON EN R' DE TEXTOS.TXT.                                      *
       01  ROTULOS-ES.
           05  FILLER  PIC X(60) VALUE 'CONTRATO DE ALQUILER NRO '.
           05  FILLER  PIC X(60) VALUE '   AGENCIA '.
           05  FILLER  PIC X(60) VALUE '   EMITIDO '.
           05  FILLER  PIC X(60) VALUE 'LOCATARIO: '.
           05  FILLER  PIC X(60) VALUE 'DOMICILIO: '.
           05  FILLER  PIC X(60) VALUE 'UNIDAD: '.
           05  FILLER  PIC X(60) VALUE 'COLOR:  '.
           05  FILLER  PIC X(60) VALUE 'CHOFER: '.
           05  FILLER  PIC X(60) VALUE 'CONDUCTOR ADICIONAL: '.
           05  FILLER  PIC X(60) VALUE
               'DESGLOSE DIARIO (TARIFA CON RECARGOS Y DESCUENTOS)'.
           05  FILLER  PIC X(60) VALUE '            RECARGO DEVOL. '.
           05  FILLER  PIC X(60) VALUE 'ADICIONALES ('.
           05  FILLER  PIC X(60) VALUE ' POR DIA):'.
           05  FILLER  PIC X(60) VALUE 'TOTAL ('.
           05  FILLER  PIC X(60) VALUE ' DIAS): '.
           05  FILLER  PIC X(60) VALUE
               '   FIRMA LOCATARIO          POR LA EMPRESA'.
           05  FILLER  PIC X(60) VALUE '   RESERVA DE GRUPO '.
           05  FILLER  PIC X(60) VALUE '  (CONTRATO '.
           05  FILLER  PIC X(60) VALUE 'SUBTOTAL UNIDAD ('.
           05  FILLER  PIC X(60) VALUE 'TOTAL DEL GRUPO ('.
           05  FILLER  PIC X(60) VALUE ' UNIDADES, '.
       01  TABLA-ROT-ES REDEFINES ROTULOS-ES.
           05  ROT-ES                   OCCURS 21 TIMES PIC X(60).
       01  TABLA-ROT-EN.
           05  ROT-EN                   OCCURS 21 TIMES PIC X(60).
       01  TABLA-ROT.
           05  ROT-TXT                  OCCURS 21 TIMES PIC X(60).
       01  WS-CANT-ROT                          PIC 9(02) VALUE 21.

      * CLAUSULAS DEL CONTRATO POR IDIOMA (1 = ES, 2 = EN), ANTES DE    *
      * LAS FIRMAS.                                                     *
       01  TABLA-CLAUSULAS.
           05  CLA-IDIOMA               OCCURS 2 TIMES.
               09  CLA-TEXTO            OCCURS 20 TIMES PIC X(90).
       01  IND-IDI                              PIC 9.
       01  IND-CLA                              PIC 9(02).
       01  WS-CANT-CLA-IMPR                     PIC 9(02).

      * FECHA EN EL FORMATO DEL IDIOMA: AAAAMMDD EN CASTELLANO,        *
      * MM/DD/AA EN INGLES (MISMO ANCHO).                              *
       01  WS-FMT-FECHA.
           05  WS-FMT-AA                        PIC 9(04).
           05  WS-FMT-MM                        PIC 9(02).
           05  WS-FMT-DD                        PIC 9(02).
       01  WS-FMT-FECHA-N REDEFINES WS-FMT-FECHA PIC 9(08).
       01  WS-FMT-IMPR                          PIC X(08).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CONTRATO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.

        IF WS-ENV-LOTE = 'S'
            PERFORM 400-MODO-LOTE
        ELSE
            IF WS-ENV-GRUPO NOT = SPACES
                PERFORM 600-MODO-GRUPO
            ELSE
                PERFORM 300-MODO-PEDIDO
            END-IF
        END-IF.

        PERFORM 998-FIN.
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
            MOVE FECHA-HOY TO WS-FECHA-PROCESO.

            MOVE SPACES TO WS-ENV-CONTRATO WS-ENV-PATENTE
                           WS-ENV-FECHA WS-ENV-LOTE WS-ENV-GRUPO.
            ACCEPT WS-ENV-CONTRATO FROM ENVIRONMENT "TP_CON_CONTRATO".
            ACCEPT WS-ENV-PATENTE  FROM ENVIRONMENT "TP_CON_PATENTE".
            ACCEPT WS-ENV-FECHA    FROM ENVIRONMENT "TP_CON_FECHA".
            ACCEPT WS-ENV-LOTE     FROM ENVIRONMENT "TP_CON_LOTE".
            ACCEPT WS-ENV-GRUPO    FROM ENVIRONMENT "TP_CON_GRUPO".

            PERFORM 110-LEER-FECHA-PROCESO.
            PERFORM 120-ABRIR-CLIENTES.
            PERFORM 130-CARGAR-AUTOS.
            PERFORM 140-CARGAR-EXTRAS.
            PERFORM 150-CARGAR-CHOFERES.
            PERFORM 160-CARGAR-GRUPOS.
            PERFORM 170-CARGAR-TEXTOS.

            OPEN INPUT ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN INPUT ADICION.
            IF FS-ADICION-OK
                MOVE 'S' TO WS-ADICION-ABIERTO
            END-IF.

            OPEN INPUT IDIOMA.
            IF FS-IDIOMA-OK
                MOVE 'S' TO WS-IDIOMA-ABIERTO
            END-IF.

            OPEN OUTPUT IMPRESORA.

       110-LEER-FECHA-PROCESO.
                CLOSE FECPROC
            END-IF.

      * EL PADRON QUEDA ABIERTO Y SE LEE POR DOCUMENTO (510).          *
       120-ABRIR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-NO-EXIST
                DISPLAY 'SIN CLIENTES.DAT -- CONTRATOS SIN NOMBRE'
            ELSE
                MOVE FS-CLIENTES TO WS-FS
                MOVE "CLIENTES"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       130-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-NO-EXIST
            MOVE CHOF-NOMBRE TO CHO-NOMBRE(WS-CANT-CHOFERES).
            PERFORM 151-LEER-CHOFER.

      * SIN GRUPOS.TXT NO HAY RESERVAS DE GRUPO: TODO SALE SUELTO.     *
       160-CARGAR-GRUPOS.
            OPEN INPUT GRUPOS.
            IF FS-GRUPOS-NO-EXIST
                CONTINUE
            ELSE
                PERFORM 161-LEER-GRUPO
                PERFORM 162-CARGAR-GRUPO
                        UNTIL FS-GRUPOS-FIN OR WS-CANT-GRP >= 1000
                CLOSE GRUPOS
            END-IF.

       161-LEER-GRUPO.
            READ GRUPOS AT END SET FS-GRUPOS-FIN TO TRUE.

            IF NOT FS-GRUPOS-OK AND NOT FS-GRUPOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER GRUPOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       162-CARGAR-GRUPO.
            ADD 1 TO WS-CANT-GRP.
            MOVE GRP-REFERENCIA TO GTB-REFERENCIA(WS-CANT-GRP).
            MOVE GRP-CONTRATO-MAESTRO TO GTB-MAESTRO(WS-CANT-GRP).
            MOVE GRP-TIPO-DOC   TO GTB-TIPO-DOC(WS-CANT-GRP).
            MOVE GRP-NRO-DOC    TO GTB-NRO-DOC(WS-CANT-GRP).
            MOVE GRP-PATENTE    TO GTB-PATENTE(WS-CANT-GRP).
            MOVE GRP-FECHA      TO GTB-FECHA(WS-CANT-GRP).
            MOVE GRP-CONTRATO   TO GTB-CONTRATO(WS-CANT-GRP).
            PERFORM 161-LEER-GRUPO.

      * TEXTOS DEL CONTRATO EN OTRO IDIOMA (FILAS 'CON').  LA TABLA EN *
      * INGLES ARRANCA IGUAL A LA CASTELLANA: EL ROTULO QUE EL ARCHIVO  *
      * NO TRAE SALE EN CASTELLANO.                                    *
       170-CARGAR-TEXTOS.
            MOVE TABLA-ROT-ES TO TABLA-ROT-EN.
            MOVE TABLA-ROT-ES TO TABLA-ROT.
            MOVE SPACES TO TABLA-CLAUSULAS.
            MOVE 1 TO IND-IDI.
            OPEN INPUT TEXTOS.
            IF NOT FS-TEXTOS-NO-EXIST
                MOVE FS-TEXTOS  TO WS-FS
                MOVE "TEXTOS"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-TEXTO
                PERFORM 172-CARGAR-TEXTO UNTIL FS-TEXTOS-FIN
                CLOSE TEXTOS
            END-IF.

       171-LEER-TEXTO.
            READ TEXTOS AT END SET FS-TEXTOS-FIN TO TRUE.

            IF NOT FS-TEXTOS-OK AND NOT FS-TEXTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TEXTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-TEXTO.
            IF TXT-DOCUMENTO = 'CON' AND TXT-NRO IS NUMERIC
               AND TXT-NRO > ZERO
                IF TXT-IDIOMA = 'ES'
                    MOVE 1 TO IND-IDI
                ELSE
                    MOVE 2 TO IND-IDI
                END-IF
                IF TXT-TIPO = 'R' AND TXT-IDIOMA = 'EN'
                   AND TXT-NRO NOT > WS-CANT-ROT
                    MOVE TXT-TEXTO TO ROT-EN(TXT-NRO)
                END-IF
                IF TXT-TIPO = 'C' AND TXT-NRO < 21
                   AND (TXT-IDIOMA = 'ES' OR TXT-IDIOMA = 'EN')
                    MOVE TXT-TEXTO TO CLA-TEXTO(IND-IDI, TXT-NRO)
                END-IF
            END-IF.
            PERFORM 171-LEER-TEXTO.

      * MODO A PEDIDO: POR NUMERO DE CONTRATO O POR PATENTE+FECHA.     *
       300-MODO-PEDIDO.
            EVALUATE TRUE
                    END-READ
                WHEN OTHER
                    DISPLAY 'INDICAR TP_CON_CONTRATO, O TP_CON_PATENTE'
                            ' + TP_CON_FECHA, O TP_CON_LOTE=S, O'
                            ' TP_CON_GRUPO'
                    GO 999-CANCELAR-PROGRAMA
            END-EVALUATE.

                DISPLAY 'NO SE UBICO EL ALQUILER PEDIDO'
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA (ALTA DEL DIA   *
      * ANTES DEL ROLLOVER), SE RECORRE EL MAESTRO ENTERO.              *
       309-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE WS-NRO-BUSCADO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

       310-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-HALLADO.
            PERFORM 309-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

            IF HALLADO
                    VARYING IND-L FROM 1 BY 1
                    UNTIL IND-L > WS-CANT-LOTE.

            PERFORM 440-IMPRIMIR-GRUPO-LOTE
                    VARYING IND-LG FROM 1 BY 1
                    UNTIL IND-LG > WS-CANT-LOTE-GRP.

       410-JUNTAR-CANDIDATO.
            IF ALQ-IDX-FECHA = WS-FECHA-PROCESO
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND WS-CANT-LOTE < 200
                PERFORM 415-VERIFICAR-PRIMER-DIA
                IF HALLADO
                    PERFORM 416-BUSCAR-EN-GRUPOS
                    IF WS-GRP-REF NOT = SPACES
                        PERFORM 417-ANOTAR-GRUPO-LOTE
                    ELSE
                        ADD 1 TO WS-CANT-LOTE
                        MOVE ALQ-IDX-AGENCIA
                            TO LOT-AGENCIA(WS-CANT-LOTE)
                        MOVE ALQ-IDX-CLAVE TO LOT-CLAVE(WS-CANT-LOTE)
                    END-IF
                END-IF
            END-IF.
            PERFORM 316-LEER-SIGUIENTE.

       416-BUSCAR-EN-GRUPOS.
            MOVE SPACES TO WS-GRP-REF.
            PERFORM 418-COMPARAR-CLAVE-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRP
                    OR WS-GRP-REF NOT = SPACES.

       418-COMPARAR-CLAVE-GRUPO.
            IF GTB-CLAVE(IND-G) = ALQ-IDX-CLAVE
                MOVE GTB-REFERENCIA(IND-G) TO WS-GRP-REF
            END-IF.

       417-ANOTAR-GRUPO-LOTE.
            MOVE 'N' TO WS-HALLADO.
            PERFORM 419-COMPARAR-GRUPO-LOTE
                    VARYING IND-LG FROM 1 BY 1
                    UNTIL IND-LG > WS-CANT-LOTE-GRP OR HALLADO.
            IF NOT HALLADO AND WS-CANT-LOTE-GRP < 50
                ADD 1 TO WS-CANT-LOTE-GRP
                MOVE WS-GRP-REF TO LGR-REFERENCIA(WS-CANT-LOTE-GRP)
            END-IF.

       419-COMPARAR-GRUPO-LOTE.
            IF LGR-REFERENCIA(IND-LG) = WS-GRP-REF
                MOVE 'S' TO WS-HALLADO
            END-IF.

      * ES PRIMER DIA SI NO HAY REGISTRO DEL MISMO DOCUMENTO EL DIA    *
      * ANTERIOR (MISMO CRITERIO QUE NOSHOW.CBL).  LA LECTURA POR      *
      * CLAVE MUEVE EL PUNTERO: SE REPOSICIONA CON START.              *
                MOVE WS-LOT-TEMP TO LOT-ENT(IND-SORT-J + 1)
            END-IF.

       440-IMPRIMIR-GRUPO-LOTE.
            MOVE LGR-REFERENCIA(IND-LG) TO WS-GRP-REF.
            PERFORM 610-IMPRIMIR-CONTRATO-GRUPO.

       430-IMPRIMIR-UNO.
            MOVE LOT-CLAVE(IND-L) TO ALQ-IDX-CLAVE.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
            MOVE ZERO TO WS-CANT-DIAS.

            PERFORM 510-BUSCAR-CLIENTE.
            PERFORM 515-DETERMINAR-IDIOMA.
            PERFORM 520-BUSCAR-AUTO.
            PERFORM 530-BUSCAR-CHOFER.

            MOVE FECHA-HOY TO WS-FMT-FECHA-N.
            PERFORM 580-FORMATEAR-FECHA.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(1)(1:25) WS-CON-NRO
                   ROT-TXT(2)(1:11) WS-CON-AGENCIA
                   ROT-TXT(3)(1:11) WS-FMT-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING PAGE.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(4)(1:11) WS-CON-TIPO-DOC '-' WS-CON-NRO-DOC
                   '  ' WS-NOMBRE-CLIENTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(5)(1:11) WS-DIR-CLIENTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(6)(1:8) WS-INI-PATENTE
                   '  ' WS-MARCA-AUTO
                   ' ' WS-DESC-AUTO
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(7)(1:8) WS-COLOR-AUTO
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

            IF WS-CON-CHOFER NOT = SPACES
               AND WS-CON-CHOFER NOT = '0000000'
                MOVE SPACES TO LINEA
                STRING ROT-TXT(8)(1:8) WS-CON-CHOFER
                       '  ' WS-NOMBRE-CHOFER
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

            MOVE WS-INI-CLAVE TO ADI-CLAVE.
            PERFORM 535-IMPRIMIR-ADICIONALES.

            MOVE SPACES TO LINEA.
            MOVE ROT-TXT(10)(1:50) TO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.

            PERFORM 540-IMPRIMIR-RANGO.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOTAL-CONTRATO TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(14)(1:7) WS-DIAS-IMPR ROT-TXT(15)(1:8)
                   WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.

            PERFORM 545-IMPRIMIR-CLAUSULAS.

            MOVE SPACES TO LINEA.
            MOVE '   ...............          ...............'
                TO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 4 LINES.
            MOVE SPACES TO LINEA.
            MOVE ROT-TXT(16)(1:42) TO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

       510-BUSCAR-CLIENTE.
            MOVE 'CLIENTE NO REGISTRADO' TO WS-NOMBRE-CLIENTE.
            MOVE SPACES TO WS-DIR-CLIENTE.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE WS-CON-TIPO-DOC TO CLIENTE-TIPO-DOC
                MOVE WS-CON-NRO-DOC  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
                    MOVE CLIENTE-DIR    TO WS-DIR-CLIENTE
                END-IF
            END-IF.

      * EL IDIOMA FIJADO PARA EL DOCUMENTO, O INGLES PARA PASAPORTE Y   *
      * CASTELLANO PARA EL RESTO.  DEJA LOS ROTULOS Y CLAUSULAS DEL     *
      * IDIOMA EN USO.                                                  *
       515-DETERMINAR-IDIOMA.
            IF WS-CON-TIPO-DOC = 'P'
                MOVE 'EN' TO WS-IDIOMA
            ELSE
                MOVE 'ES' TO WS-IDIOMA
            END-IF.
            IF WS-IDIOMA-ABIERTO = 'S'
                MOVE WS-CON-TIPO-DOC TO IDI-TIPO-DOC
                MOVE WS-CON-NRO-DOC  TO IDI-NRO-DOC
                READ IDIOMA KEY IS IDI-CLAVE
                    INVALID KEY SET FS-IDIOMA-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-IDIOMA-OK AND NOT FS-IDIOMA-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR IDIOMA'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-IDIOMA-OK
                   AND (IDI-IDIOMA = 'ES' OR IDI-IDIOMA = 'EN')
                    MOVE IDI-IDIOMA TO WS-IDIOMA
                END-IF
            END-IF.

            IF IDIOMA-INGLES
                MOVE TABLA-ROT-EN TO TABLA-ROT
                MOVE 2 TO IND-IDI
            ELSE
                MOVE TABLA-ROT-ES TO TABLA-ROT
                MOVE 1 TO IND-IDI
            END-IF.

       520-BUSCAR-AUTO.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE ALQ-IDX-IMPORTE TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            MOVE ALQ-IDX-FECHA TO WS-FMT-FECHA-N.
            PERFORM 580-FORMATEAR-FECHA.
            STRING '  ' WS-FMT-IMPR '  ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE ALQ-IDX-RECARGO-DEVOL TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(11)(1:27) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

            PERFORM 542-AVANZAR-RANGO.

      * CLAUSULAS DEL IDIOMA EN USO, EN ORDEN, ANTES DE LAS FIRMAS.     *
       545-IMPRIMIR-CLAUSULAS.
            MOVE ZERO TO WS-CANT-CLA-IMPR.
            PERFORM 546-IMPRIMIR-UNA-CLAUSULA
                    VARYING IND-CLA FROM 1 BY 1
                    UNTIL IND-CLA > 20.

       546-IMPRIMIR-UNA-CLAUSULA.
            IF CLA-TEXTO(IND-IDI, IND-CLA) NOT = SPACES
                MOVE CLA-TEXTO(IND-IDI, IND-CLA) TO LINEA
                ADD 1 TO WS-CANT-CLA-IMPR
                IF WS-CANT-CLA-IMPR = 1
                    WRITE IMP-RECORD FROM LINEA
                          AFTER ADVANCING 2 LINES
                ELSE
                    WRITE IMP-RECORD FROM LINEA
                          AFTER ADVANCING 1 LINES
                END-IF
            END-IF.

       542-AVANZAR-RANGO.
            MOVE ALQ-IDX-PATENTE TO WS-SIG-PATENTE.
            MOVE ALQ-IDX-FECHA TO WS-FECHA-CALC-N.
                END-IF
            END-IF.

      * CONDUCTORES ADICIONALES AUTORIZADOS DE LA UNIDAD (ADI-CLAVE LA *
      * CARGA QUIEN LLAMA CON EL PRIMER DIA), CON EL NOMBRE DEL PADRON. *
       535-IMPRIMIR-ADICIONALES.
            MOVE ZERO TO WS-CANT-ADIC.
            IF WS-ADICION-ABIERTO = 'S'
                READ ADICION KEY IS ADI-CLAVE
                    INVALID KEY SET FS-ADICION-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-ADICION-OK AND NOT FS-ADICION-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR ADICION'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-ADICION-OK
                    PERFORM 536-IMPRIMIR-UN-ADICIONAL
                            VARYING IND-ADI FROM 1 BY 1
                            UNTIL IND-ADI > 3
                END-IF
            END-IF.

       536-IMPRIMIR-UN-ADICIONAL.
            IF ADI-NRO-DOC(IND-ADI) NOT = SPACES
                ADD 1 TO WS-CANT-ADIC
                PERFORM 537-BUSCAR-NOMBRE-ADICIONAL
                MOVE SPACES TO LINEA
                STRING ROT-TXT(9)(1:21) ADI-TIPO-DOC(IND-ADI)
                       '-' ADI-NRO-DOC(IND-ADI)
                       '  ' WS-NOMBRE-ADICIONAL
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

       537-BUSCAR-NOMBRE-ADICIONAL.
            MOVE 'CLIENTE NO REGISTRADO' TO WS-NOMBRE-ADICIONAL.
            IF NOT FS-CLIENTES-NO-EXIST
                MOVE ADI-TIPO-DOC(IND-ADI) TO CLIENTE-TIPO-DOC
                MOVE ADI-NRO-DOC(IND-ADI)  TO CLIENTE-NRO-DOC
                READ CLIENTES KEY IS CLIENTE-CLAVE
                    INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-CLIENTES-OK
                    MOVE CLIENTE-NOMBRE TO WS-NOMBRE-ADICIONAL
                END-IF
            END-IF.

       550-IMPRIMIR-EXTRAS.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-CON-EXTRAS-IMP TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(12)(1:13) WS-IMPORTE-IMPR
                   ROT-TXT(13)(1:10)
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.

            PERFORM 551-IMPRIMIR-UN-EXTRA
                    VARYING IND-EXC FROM 1 BY 1
                    UNTIL IND-EXC > 3.
            IF WS-CANT-ADIC > ZERO
                PERFORM 553-IMPRIMIR-CARGO-ADICIONAL
                        VARYING IND-EXT FROM 1 BY 1
                        UNTIL IND-EXT > WS-CANT-EXTRAS
            END-IF.

       551-IMPRIMIR-UN-EXTRA.
            IF WS-EXT-COD(IND-EXC) NOT = SPACES
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

      * EL CARGO POR CONDUCTOR ADICIONAL VA DENTRO DEL IMPORTE DIARIO   *
      * DE ADICIONALES, UNO POR CADA CONDUCTOR AUTORIZADO.              *
       553-IMPRIMIR-CARGO-ADICIONAL.
            IF EXT-TAB-CODIGO(IND-EXT) = WS-EXT-COD-ADICIONAL
                MOVE WS-CANT-ADIC TO WS-CANT-ADIC-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' WS-EXT-COD-ADICIONAL
                       '  ' EXT-TAB-DESC(IND-EXT)
                       ' X ' WS-CANT-ADIC-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

      * MODO GRUPO: EL CONTRATO MAESTRO DE LA RESERVA DE GRUPO PEDIDA. *
       600-MODO-GRUPO.
            MOVE WS-ENV-GRUPO TO WS-GRP-REF.
            PERFORM 610-IMPRIMIR-CONTRATO-GRUPO.

      * UN SOLO CONTRATO CON EL NUMERO MAESTRO Y EL TITULAR DEL GRUPO: *
      * CADA UNIDAD CON SU DESGLOSE Y SUBTOTAL, Y EL TOTAL DEL GRUPO.  *
      * LOS DIAS ANULADOS DESPUES DE LA APROBACION NO SE LISTAN.       *
       610-IMPRIMIR-CONTRATO-GRUPO.
            MOVE 'N' TO WS-HALLADO.
            PERFORM 611-UBICAR-GRUPO
                    VARYING IND-G FROM 1 BY 1
                    UNTIL IND-G > WS-CANT-GRP OR HALLADO.

            IF NOT HALLADO
                DISPLAY 'NO SE UBICO EL GRUPO ' WS-GRP-REF
                        ' EN GRUPOS.TXT'
            ELSE
                PERFORM 612-ENCABEZADO-GRUPO
                MOVE SPACES TO WS-GRP-PAT-ANT
                MOVE ZERO TO WS-GRP-CANT-UNIDADES
                MOVE ZERO TO WS-GRP-DIAS-TOTAL
                MOVE ZERO TO WS-GRP-TOTAL
                PERFORM 620-IMPRIMIR-DIA-GRUPO
                        VARYING IND-G FROM 1 BY 1
                        UNTIL IND-G > WS-CANT-GRP
                IF WS-GRP-PAT-ANT NOT = SPACES
                    PERFORM 630-CERRAR-UNIDAD
                END-IF
                PERFORM 640-PIE-GRUPO
            END-IF.

       611-UBICAR-GRUPO.
            IF GTB-REFERENCIA(IND-G) = WS-GRP-REF
                MOVE 'S' TO WS-HALLADO
                MOVE GTB-MAESTRO(IND-G)  TO WS-GRP-MAESTRO
                MOVE GTB-TIPO-DOC(IND-G) TO WS-CON-TIPO-DOC
                MOVE GTB-NRO-DOC(IND-G)  TO WS-CON-NRO-DOC
            END-IF.

       612-ENCABEZADO-GRUPO.
            ADD 1 TO WS-CANT-IMPRESOS.
            PERFORM 510-BUSCAR-CLIENTE.
            PERFORM 515-DETERMINAR-IDIOMA.

            MOVE FECHA-HOY TO WS-FMT-FECHA-N.
            PERFORM 580-FORMATEAR-FECHA.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(1)(1:25) WS-GRP-MAESTRO
                   ROT-TXT(17)(1:20) WS-GRP-REF
                   ROT-TXT(3)(1:11) WS-FMT-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING PAGE.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(4)(1:11) WS-CON-TIPO-DOC '-' WS-CON-NRO-DOC
                   '  ' WS-NOMBRE-CLIENTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(5)(1:11) WS-DIR-CLIENTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

       620-IMPRIMIR-DIA-GRUPO.
            IF GTB-REFERENCIA(IND-G) = WS-GRP-REF
                MOVE GTB-CLAVE(IND-G) TO ALQ-IDX-CLAVE
                READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                    INVALID KEY CONTINUE
                END-READ
                IF FS-ALQ-IDX-OK AND NOT ALQ-IDX-ESTA-ANULADO
                    IF GTB-PATENTE(IND-G) NOT = WS-GRP-PAT-ANT
                        IF WS-GRP-PAT-ANT NOT = SPACES
                            PERFORM 630-CERRAR-UNIDAD
                        END-IF
                        PERFORM 625-ABRIR-UNIDAD
                    END-IF
                    PERFORM 626-IMPRIMIR-RENGLON-DIA
                END-IF
            END-IF.

       625-ABRIR-UNIDAD.
            MOVE GTB-PATENTE(IND-G)  TO WS-GRP-PAT-ANT.
            MOVE GTB-PATENTE(IND-G)  TO WS-INI-PATENTE.
            MOVE GTB-CONTRATO(IND-G) TO WS-CON-NRO.
            MOVE ALQ-IDX-CHOFER      TO WS-CON-CHOFER.
            MOVE ALQ-IDX-EXTRAS-IMP  TO WS-CON-EXTRAS-IMP.
            MOVE ALQ-IDX-EXTRAS-CODS TO WS-CON-EXTRAS-CODS.
            MOVE ZERO TO WS-TOTAL-CONTRATO.
            MOVE ZERO TO WS-CANT-DIAS.
            ADD 1 TO WS-GRP-CANT-UNIDADES.
            PERFORM 520-BUSCAR-AUTO.
            PERFORM 530-BUSCAR-CHOFER.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(6)(1:8) WS-INI-PATENTE
                   '  ' WS-MARCA-AUTO
                   ' ' WS-DESC-AUTO
                   ROT-TXT(18)(1:12) WS-CON-NRO ')'
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(7)(1:8) WS-COLOR-AUTO
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

            IF WS-CON-CHOFER NOT = SPACES
               AND WS-CON-CHOFER NOT = '0000000'
                MOVE SPACES TO LINEA
                STRING ROT-TXT(8)(1:8) WS-CON-CHOFER
                       '  ' WS-NOMBRE-CHOFER
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

            MOVE GTB-CLAVE(IND-G) TO ADI-CLAVE.
            PERFORM 535-IMPRIMIR-ADICIONALES.

       626-IMPRIMIR-RENGLON-DIA.
            ADD 1 TO WS-CANT-DIAS.
            ADD ALQ-IDX-IMPORTE TO WS-TOTAL-CONTRATO.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE ALQ-IDX-IMPORTE TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            MOVE ALQ-IDX-FECHA TO WS-FMT-FECHA-N.
            PERFORM 580-FORMATEAR-FECHA.
            STRING '  ' WS-FMT-IMPR '  ' WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

            IF ALQ-IDX-RECARGO-DEVOL > ZERO
                ADD ALQ-IDX-RECARGO-DEVOL TO WS-TOTAL-CONTRATO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE ALQ-IDX-RECARGO-DEVOL TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(11)(1:27) WS-IMPORTE-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES
            END-IF.

       630-CERRAR-UNIDAD.
            IF WS-CON-EXTRAS-IMP > ZERO
                PERFORM 550-IMPRIMIR-EXTRAS
            END-IF.
            MOVE WS-CANT-DIAS TO WS-DIAS-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOTAL-CONTRATO TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(19)(1:17) WS-DIAS-IMPR ROT-TXT(15)(1:8)
                   WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.
            ADD WS-CANT-DIAS TO WS-GRP-DIAS-TOTAL.
            ADD WS-TOTAL-CONTRATO TO WS-GRP-TOTAL.

       640-PIE-GRUPO.
            MOVE WS-GRP-CANT-UNIDADES TO WS-GRP-UNIDADES-IMPR.
            MOVE WS-GRP-DIAS-TOTAL TO WS-GRP-DIAS-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-GRP-TOTAL TO WS-IMPORTE-IMPR.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(20)(1:17) WS-GRP-UNIDADES-IMPR
                   ROT-TXT(21)(1:11) WS-GRP-DIAS-IMPR ROT-TXT(15)(1:8)
                   WS-IMPORTE-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 2 LINES.

            PERFORM 545-IMPRIMIR-CLAUSULAS.

            MOVE SPACES TO LINEA.
            MOVE '   ...............          ...............'
                TO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 4 LINES.
            MOVE SPACES TO LINEA.
            MOVE ROT-TXT(16)(1:42) TO LINEA.
            WRITE IMP-RECORD FROM LINEA AFTER ADVANCING 1 LINES.

      * WS-FMT-FECHA EN EL FORMATO DEL IDIOMA EN USO, EN WS-FMT-IMPR.  *
       580-FORMATEAR-FECHA.
            IF IDIOMA-INGLES
                MOVE SPACES TO WS-FMT-IMPR
                STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-AA(3:2)
                    DELIMITED BY SIZE INTO WS-FMT-IMPR
            ELSE
                MOVE WS-FMT-FECHA TO WS-FMT-IMPR
            END-IF.

      * SUMA/RESTA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE         *
      * DEVOLUC.CBL).                                                  *
       560-SUMAR-UN-DIA.

       998-FIN.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            IF WS-ADICION-ABIERTO = 'S'
                CLOSE ADICION
            END-IF.
            IF WS-IDIOMA-ABIERTO = 'S'
                CLOSE IDIOMA
            END-IF.
            CLOSE IMPRESORA.
            IF NOT FS-CLIENTES-NO-EXIST
                CLOSE CLIENTES
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
