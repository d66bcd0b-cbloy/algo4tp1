       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COLA DEL MOSTRADOR: MISMO LAYOUT QUE SOL1/SOL2/SOL3 (93 BYTES, *
      * VER FD SOL4 EN TP.CBL).  EL MERGE NOCTURNO LA PROCESA COMO LA  *
      * AGENCIA 4, CON PRIORIDAD DE MOSTRADOR EN EL DESEMPATE.  LAS    *
      * CAPTURAS DEL DIA SE ACUMULAN (EXTEND), PASAN POR PRESORT       *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONFIRMA.

      * HORARIOS Y FECHAS DE CIERRE DE LAS AGENCIAS (VER SELECT AGHORAR *
      * EN TP.CBL): SE AVISA EN EL MOMENTO SI EL RETIRO O LA            *
      * DEVOLUCION CAEN FUERA DE HORARIO.                               *
        SELECT AGHORAR ASSIGN TO "..\AGHORAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGHORAR.

        SELECT AGCERRAD ASSIGN TO "..\AGCERRAD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AGCERRAD.


      * IDIOMA DE LOS DOCUMENTOS DE CADA CLIENTE (ES/EN), POR           *
      * DOCUMENTO.  SIN FILA, UN PASAPORTE RECIBE LOS DOCUMENTOS EN     *
      * INGLES Y EL RESTO EN CASTELLANO; EL MOSTRADOR PUEDE FIJAR OTRO  *
      * IDIOMA AL TOMAR LA CAPTURA Y QUEDA PARA LAS SIGUIENTES.  LO     *
      * LEEN TAMBIEN CONTRATO.CBL Y FACTURAR.CBL.                       *
        SELECT IDIOMA ASSIGN TO "..\IDIOMA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IDI-CLAVE
                FILE STATUS IS FS-IDIOMA.

      * ROTULOS Y CLAUSULAS DE LOS DOCUMENTOS AL CLIENTE EN OTRO        *
      * IDIOMA (VER FD TEXTOS).  SIN EL ARCHIVO, TODO SALE EN           *
      * CASTELLANO COMO SIEMPRE.                                        *
        SELECT TEXTOS ASSIGN TO "..\TEXTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TEXTOS.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): MIENTRAS    *
      * EXISTA, EL MAESTRO ESTA EN USO POR EL BATCH.                    *
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

      * MISMO ARMADO QUE SOL4-REG EN TP.CBL.                            *
       FD  SOLMOSTR.
       01  SOLM-REG.
           05  SOLM-IMPORTE-COTIZADO                PIC 9(4)V99.
           05  SOLM-AGENCIA-DEVOL                   PIC 9(02).
           05  SOLM-EXTRAS                          PIC X(09).
           05  SOLM-VOUCHER                         PIC X(10).
           05  SOLM-CTA-CORP                        PIC X(06).
           05  SOLM-HORA-RETIRO                     PIC 9(04).
           05  SOLM-HORA-DEVOL                      PIC 9(04).

       FD  AUTOS.
       01  AUT-REG.
       FD  CONFIRMA.
       01  CONFIRMA-REG                             PIC X(100).

      * MISMO ARMADO QUE AGHORAR-REG EN TP.CBL.                         *
       FD  AGHORAR.
       01  AGHORAR-REG.
           05  AGH-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  AGH-DIA                          PIC 9.
           05  FILLER                           PIC X(01).
           05  AGH-ABRE                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-CIERRA                       PIC 9(04).
           05  FILLER                           PIC X(01).
           05  AGH-FUERA-HORA                   PIC X.
           05  FILLER                           PIC X(01).
           05  AGH-RECARGO                      PIC 9(04)V99.

      * MISMO ARMADO QUE AGCERRAD-REG EN TP.CBL.                        *
       FD  AGCERRAD.
       01  AGCERRAD-REG.
           05  ACE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ACE-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ACE-MOTIVO                       PIC X(30).


       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

       FD  IDIOMA.
       01  IDIOMA-REG.
           05  IDI-CLAVE.
               10  IDI-TIPO-DOC                 PIC X.
               10  IDI-NRO-DOC                  PIC X(20).
           05  IDI-IDIOMA                       PIC X(02).
           05  IDI-FECHA                        PIC 9(08).

      * UNA LINEA POR TEXTO: DOCUMENTO (CON = CONTRATO, MOS =          *
      * CONFIRMACION DE MOSTRADOR, FAC = FACTURA), IDIOMA, TIPO Y      *
      * NUMERO.  TIPO 'R' = ROTULO: REEMPLAZA AL ROTULO CASTELLANO DE  *
      * ESE NUMERO Y OCUPA SU MISMO ANCHO (EL TEXTO SE CORTA O SE      *
      * COMPLETA CON BLANCOS, ASI EL DOCUMENTO NO SE CORRE).  TIPO     *
      * 'C' = CLAUSULA: LINEAS QUE SE IMPRIMEN EN ORDEN DE NUMERO AL   *
      * PIE DEL DOCUMENTO DE ESE IDIOMA.  UN ROTULO QUE FALTA SALE EN  *
      * CASTELLANO.                                                    *
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

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
       01  FS-CONFIRMA                         PIC X(02).
           88  FS-CONFIRMA-OK                   VALUE '00'.

       01  FS-IDIOMA                            PIC X(02).
           88  FS-IDIOMA-OK                     VALUE '00'.
           88  FS-IDIOMA-NO-HALLADO             VALUE '23'.
           88  FS-IDIOMA-NO-EXIST               VALUE '35'.

       01  FS-TEXTOS                            PIC X(02).
           88  FS-TEXTOS-OK                     VALUE '00'.
           88  FS-TEXTOS-FIN                    VALUE '10'.
           88  FS-TEXTOS-NO-EXIST               VALUE '35'.

       01  FS-AGHORAR                           PIC X(02).
           88  FS-AGHORAR-OK                    VALUE '00'.
           88  FS-AGHORAR-FIN                   VALUE '10'.
           88  FS-AGHORAR-NO-EXIST              VALUE '35'.

       01  FS-AGCERRAD                          PIC X(02).
           88  FS-AGCERRAD-OK                   VALUE '00'.
           88  FS-AGCERRAD-FIN                  VALUE '10'.
           88  FS-AGCERRAD-NO-EXIST             VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-NRO-DOC                           PIC X(20).
       01  WS-CHOFER                            PIC X(07).
       01  WS-CONTINUAR                         PIC X.
       01  WS-HORA-RETIRO                       PIC 9(04).
       01  WS-HORA-DEVOL                        PIC 9(04).
       01  WS-IDIOMA-PEDIDO                     PIC X(02).
       01  WS-MSG                               PIC X(60).
       01  WS-MSG2                              PIC X(60).
       01  WS-AUTO-OK                           PIC X VALUE 'N'.
       01  WS-CANT-CAPTURAS                     PIC 9(04) VALUE ZERO.
       01  LINEA                                PIC X(100).
       01  WS-RECARGO-IMPR                      PIC $ZZ.ZZ9,99.

      * IDIOMA DE LA CONFIRMACION: EL FIJADO PARA EL DOCUMENTO EN       *
      * IDIOMA.DAT, O EN SU DEFECTO INGLES PARA PASAPORTE.              *
       01  WS-IDIOMA                            PIC X(02).
           88  IDIOMA-INGLES                    VALUE 'EN'.

      * ROTULOS DE LA CONFIRMACION.  CADA USO TOMA EL ANCHO DEL         *
      * CASTELLANO; LA TABLA EN INGLES ARRANCA COMO COPIA Y SE PISA     *
      * CON LAS FILAS 'MOS EN R' DE TEXTOS.TXT.                         *
       01  ROTULOS-ES.
           05  FILLER  PIC X(60) VALUE 'CONFIRMACION PROVISORIA '.
           05  FILLER  PIC X(60) VALUE '  Patente '.
           05  FILLER  PIC X(60) VALUE '  Del '.
           05  FILLER  PIC X(60) VALUE ' al '.
           05  FILLER  PIC X(60) VALUE '  Doc '.
           05  FILLER  PIC X(60) VALUE '  SUJETA A LA CORRIDA NOCTURNA'.
           05  FILLER  PIC X(60) VALUE '  RECARGO FUERA DE HORARIO: '.
           05  FILLER  PIC X(60) VALUE 'AVISO HORARIO: '.
           05  FILLER  PIC X(60) VALUE 'RETIRO CERRADO'.
           05  FILLER  PIC X(60) VALUE 'RETIRO C/RECARGO'.
           05  FILLER  PIC X(60) VALUE 'DEVOL. CERRADA'.
           05  FILLER  PIC X(60) VALUE 'DEVOL. C/RECARGO'.
       01  TABLA-ROT-ES REDEFINES ROTULOS-ES.
           05  ROT-ES                   OCCURS 12 TIMES PIC X(60).
       01  TABLA-ROT-EN.
           05  ROT-EN                   OCCURS 12 TIMES PIC X(60).
       01  TABLA-ROT.
           05  ROT-TXT                  OCCURS 12 TIMES PIC X(60).
       01  WS-CANT-ROT                          PIC 9(02) VALUE 12.

      * CLAUSULAS DE PIE POR IDIOMA (1 = ES, 2 = EN).                   *
       01  TABLA-CLAUSULAS.
           05  CLA-IDIOMA               OCCURS 2 TIMES.
               09  CLA-TEXTO            OCCURS 20 TIMES PIC X(90).
       01  IND-IDI                              PIC 9.
       01  IND-CLA                              PIC 9(02).

      * FECHA EN EL FORMATO DEL IDIOMA: AAAAMMDD EN CASTELLANO,        *
      * MM/DD/AA EN INGLES (MISMO ANCHO).                              *
       01  WS-FMT-FECHA.
           05  WS-FMT-AA                        PIC 9(04).
           05  WS-FMT-MM                        PIC 9(02).
           05  WS-FMT-DD                        PIC 9(02).
       01  WS-FMT-FECHA-N REDEFINES WS-FMT-FECHA PIC 9(08).
       01  WS-FMT-IMPR                          PIC X(08).
       01  WS-FEC-HOY-IMPR                      PIC X(08).
       01  WS-FEC-DESDE-IMPR                    PIC X(08).
       01  WS-FEC-HASTA-IMPR                    PIC X(08).
       01  WS-IMP-RETIRO                        PIC X(17).
       01  WS-IMP-DEVOL                         PIC X(17).

      * HORARIOS Y CIERRES DE AGENCIA EN MEMORIA (MISMAS TABLAS Y       *
      * CRITERIO QUE 4470-VERIFICAR-HORARIO EN TP.CBL).  WS-HOR-DIA:    *
      * 1 = LUNES ... 7 = DOMINGO.                                      *
       01  TABLA-HORARIOS.
           05  HOR-AGE                  OCCURS 99 TIMES.
               09  HOR-TIENE            PIC X       VALUE 'N'.
               09  HOR-DIA              OCCURS 7 TIMES.
                   13  HOR-ABRE         PIC 9(04)   VALUE ZERO.
                   13  HOR-CIERRA       PIC 9(04)   VALUE ZERO.
                   13  HOR-FUERA-HORA   PIC X       VALUE 'N'.
                   13  HOR-RECARGO      PIC 9(04)V99 VALUE ZERO.
       01  WS-CANT-AGCERRAD                     PIC 9(03) VALUE ZERO.
       01  TABLA-AGCERRAD.
           05  ACE-TAB                  OCCURS 500 TIMES.
               09  ACE-TAB-AGENCIA      PIC 9(02).
               09  ACE-TAB-FECHA        PIC 9(08).
       01  IND-ACE                              PIC 9(03).
       01  WS-HOR-AGENCIA                       PIC 9(02).
       01  WS-HOR-HORA                          PIC 9(04).
       01  WS-HOR-FECHA.
           05  WS-HOR-AA                        PIC 9(04).
           05  WS-HOR-MM                        PIC 9(02).
           05  WS-HOR-DD                        PIC 9(02).
       01  WS-HOR-FECHA-N REDEFINES WS-HOR-FECHA PIC 9(08).
       01  WS-HOR-DIA                           PIC 9.
       01  WS-HOR-RESULTADO                     PIC X.
           88  HOR-EN-HORARIO                   VALUE 'S'.
           88  HOR-FUERA-CON-SERVICIO           VALUE 'F'.
           88  HOR-CERRADO                      VALUE 'N'.
       01  WS-HOR-RECARGO                       PIC 9(04)V99 VALUE ZERO.
       01  WS-HOR-RECARGO-TOTAL                 PIC 9(05)V99 VALUE ZERO.
       01  WS-AVISO-RETIRO                      PIC X(17).
       01  WS-AVISO-DEVOL                       PIC X(17).

      * CONGRUENCIA DE ZELLER (MISMA QUE TP.CBL): 0 = SABADO,           *
      * 1 = DOMINGO, 2 = LUNES ... 6 = VIERNES.                         *
       01  WS-ZEL-ANIO                          PIC 9(04).
       01  WS-ZEL-MES                           PIC 9(02).
       01  WS-ZEL-DIA                           PIC 9(02).
       01  WS-ZEL-K                             PIC 9(02).
       01  WS-ZEL-J                             PIC 9(02).
       01  WS-ZEL-T1                            PIC 9(04).
       01  WS-ZEL-T1-DIV                        PIC 9(04).
       01  WS-ZEL-T2                            PIC 9(04).
       01  WS-ZEL-T3                            PIC 9(04).
       01  WS-ZEL-H                             PIC 9(05).
       01  WS-ZEL-COC                           PIC 9(04).
       01  WS-DIA-SEMANA                        PIC 9.

       SCREEN SECTION.
       01  PANTALLA-CAPTURA.
           05  LINE 9 COL 5
               VALUE "CHOFER (OPCIONAL)             : ".
           05  LINE 9 COL 38 PIC X(07) TO WS-CHOFER.
           05  LINE 10 COL 5
               VALUE "HORA RETIRO (HHMM, OPCIONAL)  : ".
           05  LINE 10 COL 38 PIC 9(4) TO WS-HORA-RETIRO.
           05  LINE 11 COL 5
               VALUE "HORA DEVOL. (HHMM, OPCIONAL)  : ".
           05  LINE 11 COL 38 PIC 9(4) TO WS-HORA-DEVOL.
           05  LINE 12 COL 5
               VALUE "IDIOMA DOCUMENTOS (ES/EN, OPC.): ".
           05  LINE 12 COL 38 PIC X(02) TO WS-IDIOMA-PEDIDO.

       01  PANTALLA-MSG.
           05  LINE 13 COL 5 PIC X(60) FROM WS-MSG.
           05  LINE 14 COL 5 PIC X(60) FROM WS-MSG2.
           05  LINE 15 COL 5 VALUE "<ENTER> PARA CONTINUAR ".
           05  LINE 15 COL 29 PIC X TO WS-CONTINUAR.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO MOSTRADO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
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

            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 130-CARGAR-HORARIOS.
            PERFORM 140-CARGAR-TEXTOS.

            OPEN I-O IDIOMA.
            IF FS-IDIOMA-NO-EXIST
                OPEN OUTPUT IDIOMA
                CLOSE IDIOMA
                OPEN I-O IDIOMA
            END-IF.
            MOVE FS-IDIOMA      TO WS-FS.
            MOVE "IDIOMA"       TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * UN "35" NO ES ERROR: SIN HORARIOS NI CIERRES LAS AGENCIAS       *
      * ATIENDEN SIEMPRE.                                               *
       130-CARGAR-HORARIOS.
            OPEN INPUT AGHORAR.
            IF NOT FS-AGHORAR-NO-EXIST
                MOVE FS-AGHORAR TO WS-FS
                MOVE "AGHORAR"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-AGHORAR
                PERFORM 132-CARGAR-HORARIO UNTIL FS-AGHORAR-FIN
                CLOSE AGHORAR
            END-IF.

            OPEN INPUT AGCERRAD.
            IF NOT FS-AGCERRAD-NO-EXIST
                MOVE FS-AGCERRAD TO WS-FS
                MOVE "AGCERRAD"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 134-LEER-AGCERRAD
                PERFORM 135-CARGAR-CIERRE
                        UNTIL FS-AGCERRAD-FIN
                        OR WS-CANT-AGCERRAD >= 500
                CLOSE AGCERRAD
            END-IF.

       131-LEER-AGHORAR.
            READ AGHORAR AT END SET FS-AGHORAR-FIN TO TRUE.

            IF NOT FS-AGHORAR-OK AND NOT FS-AGHORAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGHORAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * MISMO FILTRO QUE 1283-CARGAR-TABLA-HORARIOS EN TP.CBL.          *
       132-CARGAR-HORARIO.
            IF AGH-AGENCIA IS NUMERIC AND AGH-AGENCIA > ZERO
               AND AGH-DIA IS NUMERIC AND AGH-DIA > ZERO
               AND AGH-DIA < 8
                MOVE 'S' TO HOR-TIENE(AGH-AGENCIA)
                IF AGH-ABRE IS NUMERIC AND AGH-CIERRA IS NUMERIC
                    MOVE AGH-ABRE   TO HOR-ABRE(AGH-AGENCIA, AGH-DIA)
                    MOVE AGH-CIERRA TO HOR-CIERRA(AGH-AGENCIA, AGH-DIA)
                END-IF
                MOVE AGH-FUERA-HORA
                    TO HOR-FUERA-HORA(AGH-AGENCIA, AGH-DIA)
                IF AGH-RECARGO IS NUMERIC
                    MOVE AGH-RECARGO
                        TO HOR-RECARGO(AGH-AGENCIA, AGH-DIA)
                END-IF
            END-IF.
            PERFORM 131-LEER-AGHORAR.

       134-LEER-AGCERRAD.
            READ AGCERRAD AT END SET FS-AGCERRAD-FIN TO TRUE.

            IF NOT FS-AGCERRAD-OK AND NOT FS-AGCERRAD-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AGCERRAD'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       135-CARGAR-CIERRE.
            IF ACE-AGENCIA IS NUMERIC AND ACE-FECHA IS NUMERIC
                ADD 1 TO WS-CANT-AGCERRAD
                MOVE ACE-AGENCIA TO ACE-TAB-AGENCIA(WS-CANT-AGCERRAD)
                MOVE ACE-FECHA   TO ACE-TAB-FECHA(WS-CANT-AGCERRAD)
            END-IF.
            PERFORM 134-LEER-AGCERRAD.

      * TEXTOS DE LA CONFIRMACION EN OTRO IDIOMA (FILAS 'MOS').  LA     *
      * TABLA EN INGLES ARRANCA IGUAL A LA CASTELLANA: EL ROTULO QUE    *
      * EL ARCHIVO NO TRAE SALE EN CASTELLANO.                          *
       140-CARGAR-TEXTOS.
            MOVE TABLA-ROT-ES TO TABLA-ROT-EN.
            MOVE SPACES TO TABLA-CLAUSULAS.
            OPEN INPUT TEXTOS.
            IF NOT FS-TEXTOS-NO-EXIST
                MOVE FS-TEXTOS  TO WS-FS
                MOVE "TEXTOS"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 141-LEER-TEXTO
                PERFORM 142-CARGAR-TEXTO UNTIL FS-TEXTOS-FIN
                CLOSE TEXTOS
            END-IF.

       141-LEER-TEXTO.
            READ TEXTOS AT END SET FS-TEXTOS-FIN TO TRUE.

            IF NOT FS-TEXTOS-OK AND NOT FS-TEXTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TEXTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       142-CARGAR-TEXTO.
            IF TXT-DOCUMENTO = 'MOS' AND TXT-NRO IS NUMERIC
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
            PERFORM 141-LEER-TEXTO.

       200-PEDIR-CAPTURA.
            MOVE SPACES TO WS-IDIOMA-PEDIDO.
            MOVE SPACES TO WS-PATENTE WS-TIPO-DOC WS-NRO-DOC WS-CHOFER.
            MOVE ZERO TO WS-FECHA-DESDE WS-FECHA-HASTA.
            MOVE ZERO TO WS-HORA-RETIRO WS-HORA-DEVOL.
            MOVE SPACES TO WS-MSG2.
            DISPLAY PANTALLA-CAPTURA.
            ACCEPT PANTALLA-CAPTURA.

                        TO WS-MSG
                WHEN WS-FECHA-DESDE < FECHA-HOY
                    MOVE 'LA FECHA PEDIDA YA PASO' TO WS-MSG
                WHEN WS-IDIOMA-PEDIDO NOT = SPACES
                     AND WS-IDIOMA-PEDIDO NOT = 'ES'
                     AND WS-IDIOMA-PEDIDO NOT = 'EN'
                    MOVE 'IDIOMA: ES, EN O EN BLANCO' TO WS-MSG
                WHEN OTHER
                    PERFORM 320-GRABAR-CAPTURA
            END-EVALUATE.
            MOVE ZERO TO SOLM-IMPORTE-COTIZADO.
            MOVE ZERO TO SOLM-AGENCIA-DEVOL.
            MOVE SPACES TO SOLM-EXTRAS.
            MOVE WS-HORA-RETIRO TO SOLM-HORA-RETIRO.
            MOVE WS-HORA-DEVOL  TO SOLM-HORA-DEVOL.
            PERFORM 620-AVISAR-HORARIO.
            WRITE SOLM-REG.
            MOVE FS-SOLMOSTR    TO WS-FS.
            MOVE "SOLMOSTR"     TO WS-FS-NOMBRE.
            PERFORM 900-CHECK-FILE-STATUS.

            ADD 1 TO WS-CANT-CAPTURAS.
            PERFORM 340-DETERMINAR-IDIOMA.
            PERFORM 330-IMPRIMIR-CONFIRMACION.
            MOVE 'CAPTURA TOMADA - CONFIRMACION PROVISORIA IMPRESA'
                TO WS-MSG.
      * DESPACHA PRIMERA EN EL DESEMPATE, ASI QUE SOLO PIERDE CONTRA    *
      * EL MAESTRO HISTORICO Y LAS RESERVAS ANTICIPADAS).               *
       330-IMPRIMIR-CONFIRMACION.
            MOVE FECHA-HOY TO WS-FMT-FECHA-N.
            PERFORM 350-FORMATEAR-FECHA.
            MOVE WS-FMT-IMPR TO WS-FEC-HOY-IMPR.
            MOVE WS-FECHA-DESDE TO WS-FMT-FECHA-N.
            PERFORM 350-FORMATEAR-FECHA.
            MOVE WS-FMT-IMPR TO WS-FEC-DESDE-IMPR.
            MOVE SOLM-FECHA-HASTA TO WS-FMT-FECHA.
            PERFORM 350-FORMATEAR-FECHA.
            MOVE WS-FMT-IMPR TO WS-FEC-HASTA-IMPR.

            MOVE SPACES TO LINEA.
            STRING ROT-TXT(1)(1:24) WS-FEC-HOY-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE CONFIRMA-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING ROT-TXT(2)(1:10) WS-PATENTE
                   ROT-TXT(3)(1:6) WS-FEC-DESDE-IMPR
                   ROT-TXT(4)(1:4) WS-FEC-HASTA-IMPR
                   ROT-TXT(5)(1:6) WS-TIPO-DOC '-' WS-NRO-DOC
                DELIMITED BY SIZE INTO LINEA.
            WRITE CONFIRMA-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            MOVE ROT-TXT(6)(1:30) TO LINEA.
            WRITE CONFIRMA-REG FROM LINEA.
            IF WS-MSG2 NOT = SPACES
                PERFORM 331-TRADUCIR-AVISO
                MOVE SPACES TO LINEA
                STRING '  ' ROT-TXT(8)(1:15) WS-IMP-RETIRO
                       ' ' WS-IMP-DEVOL
                    DELIMITED BY SIZE INTO LINEA
                WRITE CONFIRMA-REG FROM LINEA
            END-IF.
            IF WS-HOR-RECARGO-TOTAL > ZERO
                MOVE WS-HOR-RECARGO-TOTAL TO WS-RECARGO-IMPR
                MOVE SPACES TO LINEA
                STRING ROT-TXT(7)(1:28) WS-RECARGO-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE CONFIRMA-REG FROM LINEA
            END-IF.
            PERFORM 332-IMPRIMIR-CLAUSULA
                    VARYING IND-CLA FROM 1 BY 1
                    UNTIL IND-CLA > 20.
            MOVE SPACES TO LINEA.
            WRITE CONFIRMA-REG FROM LINEA.

      * EL AVISO DE HORARIO DE LA PANTALLA, CON LOS ROTULOS DEL         *
      * IDIOMA DE LA CONFIRMACION.                                      *
       331-TRADUCIR-AVISO.
            MOVE SPACES TO WS-IMP-RETIRO WS-IMP-DEVOL.
            IF WS-AVISO-RETIRO = 'RETIRO CERRADO'
                MOVE ROT-TXT(9)(1:17) TO WS-IMP-RETIRO
            END-IF.
            IF WS-AVISO-RETIRO = 'RETIRO C/RECARGO'
                MOVE ROT-TXT(10)(1:17) TO WS-IMP-RETIRO
            END-IF.
            IF WS-AVISO-DEVOL = 'DEVOL. CERRADA'
                MOVE ROT-TXT(11)(1:17) TO WS-IMP-DEVOL
            END-IF.
            IF WS-AVISO-DEVOL = 'DEVOL. C/RECARGO'
                MOVE ROT-TXT(12)(1:17) TO WS-IMP-DEVOL
            END-IF.

       332-IMPRIMIR-CLAUSULA.
            IF CLA-TEXTO(IND-IDI, IND-CLA) NOT = SPACES
                MOVE SPACES TO LINEA
                STRING '  ' CLA-TEXTO(IND-IDI, IND-CLA)
                    DELIMITED BY SIZE INTO LINEA
                WRITE CONFIRMA-REG FROM LINEA
            END-IF.

      * EL IDIOMA PEDIDO EN LA PANTALLA QUEDA FIJADO PARA EL DOCUMENTO; *
      * SI NO SE PIDIO, VALE EL YA FIJADO O, SIN FILA, EL DE OMISION.   *
       340-DETERMINAR-IDIOMA.
            MOVE WS-TIPO-DOC TO IDI-TIPO-DOC.
            MOVE WS-NRO-DOC  TO IDI-NRO-DOC.
            READ IDIOMA KEY IS IDI-CLAVE
                INVALID KEY SET FS-IDIOMA-NO-HALLADO TO TRUE
            END-READ.
            IF NOT FS-IDIOMA-OK AND NOT FS-IDIOMA-NO-HALLADO
                DISPLAY 'ERROR AL CONSULTAR IDIOMA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF WS-IDIOMA-PEDIDO NOT = SPACES
                IF FS-IDIOMA-OK
                    IF IDI-IDIOMA NOT = WS-IDIOMA-PEDIDO
                        MOVE WS-IDIOMA-PEDIDO TO IDI-IDIOMA
                        MOVE FECHA-HOY        TO IDI-FECHA
                        REWRITE IDIOMA-REG
                        MOVE FS-IDIOMA  TO WS-FS
                        MOVE "IDIOMA"   TO WS-FS-NOMBRE
                        MOVE "GRABA"    TO WS-FS-FUNCION
                        PERFORM 900-CHECK-FILE-STATUS
                    END-IF
                ELSE
                    MOVE WS-TIPO-DOC      TO IDI-TIPO-DOC
                    MOVE WS-NRO-DOC       TO IDI-NRO-DOC
                    MOVE WS-IDIOMA-PEDIDO TO IDI-IDIOMA
                    MOVE FECHA-HOY        TO IDI-FECHA
                    WRITE IDIOMA-REG
                    MOVE FS-IDIOMA  TO WS-FS
                    MOVE "IDIOMA"   TO WS-FS-NOMBRE
                    MOVE "GRABA"    TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
                MOVE WS-IDIOMA-PEDIDO TO WS-IDIOMA
            ELSE
                IF FS-IDIOMA-OK
                    MOVE IDI-IDIOMA TO WS-IDIOMA
                ELSE
                    IF WS-TIPO-DOC = 'P'
                        MOVE 'EN' TO WS-IDIOMA
                    ELSE
                        MOVE 'ES' TO WS-IDIOMA
                    END-IF
                END-IF
            END-IF.

            IF IDIOMA-INGLES
                MOVE TABLA-ROT-EN TO TABLA-ROT
                MOVE 2 TO IND-IDI
            ELSE
                MOVE TABLA-ROT-ES TO TABLA-ROT
                MOVE 1 TO IND-IDI
            END-IF.

       350-FORMATEAR-FECHA.
            IF IDIOMA-INGLES
                MOVE SPACES TO WS-FMT-IMPR
                STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-AA(3:2)
                    DELIMITED BY SIZE INTO WS-FMT-IMPR
            ELSE
                MOVE WS-FMT-FECHA TO WS-FMT-IMPR
            END-IF.

      * MISMO CRITERIO QUE 4471-EVALUAR-HORARIO EN TP.CBL, SOBRE        *
      * WS-HOR-AGENCIA, WS-HOR-FECHA Y WS-HOR-HORA (0000 = SIN HORA:    *
      * SOLO SE MIRA QUE LA AGENCIA ABRA ESE DIA).  FUERA DE HORARIO    *
      * CON SERVICIO DEJA EL RECARGO DE LA AGENCIA EN WS-HOR-RECARGO.   *
       600-VERIFICAR-HORARIO.
            MOVE 'S'  TO WS-HOR-RESULTADO.
            MOVE ZERO TO WS-HOR-RECARGO.
            IF WS-HOR-AGENCIA > ZERO
                PERFORM 601-COMPARAR-CIERRE
                        VARYING IND-ACE FROM 1 BY 1
                        UNTIL IND-ACE > WS-CANT-AGCERRAD
                        OR HOR-CERRADO
                IF HOR-EN-HORARIO
                   AND HOR-TIENE(WS-HOR-AGENCIA) = 'S'
                    PERFORM 610-DETER-DIA-HORARIO
                    PERFORM 602-COMPARAR-HORA
                END-IF
            END-IF.

       601-COMPARAR-CIERRE.
            IF ACE-TAB-AGENCIA(IND-ACE) = WS-HOR-AGENCIA
               AND ACE-TAB-FECHA(IND-ACE) = WS-HOR-FECHA-N
                MOVE 'N' TO WS-HOR-RESULTADO
            END-IF.

       602-COMPARAR-HORA.
            IF HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA) = ZERO
                MOVE 'N' TO WS-HOR-RESULTADO
            ELSE
                IF WS-HOR-HORA > ZERO
                   AND (WS-HOR-HORA <
                            HOR-ABRE(WS-HOR-AGENCIA, WS-HOR-DIA)
                        OR WS-HOR-HORA >
                            HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA))
                    IF HOR-FUERA-HORA(WS-HOR-AGENCIA, WS-HOR-DIA) = 'S'
                        MOVE 'F' TO WS-HOR-RESULTADO
                        MOVE HOR-RECARGO(WS-HOR-AGENCIA, WS-HOR-DIA)
                            TO WS-HOR-RECARGO
                    ELSE
                        MOVE 'N' TO WS-HOR-RESULTADO
                    END-IF
                END-IF
            END-IF.

      * DIA DE LA SEMANA DE WS-HOR-FECHA, PASADO A 1 = LUNES ... 7 =    *
      * DOMINGO COMO EN AGHORAR.TXT.                                    *
       610-DETER-DIA-HORARIO.
            MOVE WS-HOR-AA TO WS-ZEL-ANIO.
            MOVE WS-HOR-MM TO WS-ZEL-MES.
            MOVE WS-HOR-DD TO WS-ZEL-DIA.
            IF WS-ZEL-MES < 3
                ADD 12 TO WS-ZEL-MES
                SUBTRACT 1 FROM WS-ZEL-ANIO
            END-IF.
            DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-J.
            COMPUTE WS-ZEL-K = WS-ZEL-ANIO - (WS-ZEL-J * 100).
            COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
            DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1-DIV.
            DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
            DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
            COMPUTE WS-ZEL-H = WS-ZEL-DIA + WS-ZEL-T1-DIV + WS-ZEL-K
                               + WS-ZEL-T2 + WS-ZEL-T3
                               + (5 * WS-ZEL-J).
            DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-COC
                                 REMAINDER WS-DIA-SEMANA.
            IF WS-DIA-SEMANA < 2
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA + 6
            ELSE
                COMPUTE WS-HOR-DIA = WS-DIA-SEMANA - 1
            END-IF.

      * AVISO DE HORARIO: NO IMPIDE LA CARGA -- LA CORRIDA NOCTURNA     *
      * RECHAZA EL DIA (MOTIVO 29) O COBRA EL RECARGO DE LA AGENCIA.    *
      * DEJA EN WS-HOR-RECARGO-TOTAL LO QUE SE COBRARIA.                *
       620-AVISAR-HORARIO.
            MOVE SPACES TO WS-AVISO-RETIRO WS-AVISO-DEVOL.
            MOVE ZERO   TO WS-HOR-RECARGO-TOTAL.
            MOVE 4 TO WS-HOR-AGENCIA.
            MOVE WS-FECHA-DESDE TO WS-HOR-FECHA-N.
            MOVE WS-HORA-RETIRO TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'RETIRO CERRADO' TO WS-AVISO-RETIRO
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'RETIRO C/RECARGO' TO WS-AVISO-RETIRO
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE 4 TO WS-HOR-AGENCIA.
            MOVE SOLM-FECHA-HASTA TO WS-HOR-FECHA-N.
            MOVE WS-HORA-DEVOL TO WS-HOR-HORA.
            PERFORM 600-VERIFICAR-HORARIO.
            IF HOR-CERRADO
                MOVE 'DEVOL. CERRADA' TO WS-AVISO-DEVOL
            END-IF.
            IF HOR-FUERA-CON-SERVICIO
                MOVE 'DEVOL. C/RECARGO' TO WS-AVISO-DEVOL
                ADD WS-HOR-RECARGO TO WS-HOR-RECARGO-TOTAL
            END-IF.
      * CON UN TRAMO CERRADO EL DIA SE RECHAZA: NO HAY RECARGO.         *
            IF WS-AVISO-RETIRO = 'RETIRO CERRADO'
               OR WS-AVISO-DEVOL = 'DEVOL. CERRADA'
                MOVE ZERO TO WS-HOR-RECARGO-TOTAL
            END-IF.

            MOVE SPACES TO WS-MSG2.
            IF WS-AVISO-RETIRO NOT = SPACES
               OR WS-AVISO-DEVOL NOT = SPACES
                STRING 'AVISO HORARIO: ' WS-AVISO-RETIRO
                       ' ' WS-AVISO-DEVOL
                    DELIMITED BY SIZE INTO WS-MSG2
            END-IF.

       700-MOSTRAR-MSG.
            DISPLAY PANTALLA-MSG.
            ACCEPT PANTALLA-MSG.
       998-FIN.
            CLOSE SOLMOSTR.
            CLOSE CONFIRMA.
            CLOSE IDIOMA.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
