       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTABLA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CONTROL DE CAPACIDAD DE LAS TABLAS EN MEMORIA DE TP.CBL ANTES   *
      * DEL LOTE: CUENTA LAS FILAS DE CADA ARCHIVO QUE SE CARGA EN UNA  *
      * TABLA DE TAMANIO FIJO Y LAS COMPARA CONTRA SU TOPE.  SALVO LA   *
      * FLOTA Y LOS VOUCHERS, TP DEJA DE CARGAR SIN AVISAR CUANDO LA    *
      * TABLA SE LLENA (CHOFERES, FERIADOS O TARIFAS QUE NO ENTRAN      *
      * SIMPLEMENTE NO EXISTEN PARA LA CORRIDA).  DESDE EL 80% AVISA;   *
      * AL 100% QUEDA LA MARCA CAPTABLA.ERR Y ORQUESTA.CBL NO LARGA EL  *
      * CIERRE HASTA AGRANDAR LA TABLA O DEPURAR EL ARCHIVO.  CADA      *
      * CORRIDA SE AGREGA A CAPHIST.TXT PARA SEGUIR EL CRECIMIENTO.     *
      * LAS TABLAS QUE SE ARMAN DURANTE EL MERGE (OCUPADOS, CHOFER+DIA, *
      * DEVOLUCIONES) SE ESTIMAN CON EL MAESTRO ALQIDX.DAT: LAS         *
      * APROBACIONES DEL DIA SE SUMAN ENCIMA, POR ESO EL AVISO DEL 80%. *
      * LOS TOPES SON LOS OCCURS DE TP.CBL: SI SE AGRANDA UNA TABLA     *
      * ALLA, SE ACTUALIZA WS-CONTROLES ACA.                            *

      * ARCHIVOS DE REFERENCIA: SE CUENTAN COMO LINEAS OPACAS, UNO POR  *
      * VEZ SOBRE EL MISMO FD.                                          *
        SELECT PLANO ASSIGN TO WS-PATH-PLANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PLANO.

        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

        SELECT REPORTE ASSIGN TO "..\CAPTABLA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REPORTE.

      * HISTORIA DE USO: SOLO ALTAS, UNA LINEA POR TABLA Y CORRIDA.     *
        SELECT CAPHIST ASSIGN TO "..\CAPHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAPHIST.

      * MARCA DE BLOQUEO: SU SOLA PRESENCIA FRENA LA CADENA.            *
        SELECT MARCA-ERR ASSIGN TO "..\CAPTABLA.ERR"
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

       FD  PLANO.
       01  PLANO-REG                            PIC X(300).

      * SOLO LOS CAMPOS QUE DECIDEN SI LA FILA OCUPA LUGAR EN LAS       *
      * TABLAS DEL MERGE (MISMO ORDEN QUE ALQ-REG EN TP.CBL).           *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-CLAVE.
               05  ALQ-IDX-PATENTE              PIC X(07).
               05  ALQ-IDX-FECHA                PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-IMPORTE                  PIC 9(04)V99.
           03  ALQ-IDX-CHOFER                   PIC X(07).
           03  ALQ-IDX-ESTADO                   PIC X.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88  ALQ-IDX-ESTA-ANULADO         VALUE 'S'.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
               88  ALQ-IDX-DEVOL-CERRADA        VALUE 'C'.
           03  ALQ-IDX-RESTO                    PIC X(130).

       FD  REPORTE.
       01  REPORTE-REG                          PIC X(100).

       FD  CAPHIST.
       01  CAPHIST-REG.
           05  HIS-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  HIS-HORA                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  HIS-TABLA                        PIC X(12).
           05  FILLER                           PIC X(01).
           05  HIS-ARCHIVO                      PIC X(12).
           05  FILLER                           PIC X(01).
           05  HIS-CANTIDAD                     PIC 9(05).
           05  FILLER                           PIC X(01).
           05  HIS-TOPE                         PIC 9(05).
           05  FILLER                           PIC X(01).
           05  HIS-PORCENTAJE                   PIC 9(03).
           05  FILLER                           PIC X(01).
           05  HIS-ESTADO                       PIC X(05).

       FD  MARCA-ERR.
       01  MARCA-ERR-REG                        PIC X(60).

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

       01  FS-PLANO                             PIC X(02).
           88  FS-PLANO-OK                      VALUE '00'.
           88  FS-PLANO-FIN                     VALUE '10'.
           88  FS-PLANO-NO-EXIST                VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-REPORTE                           PIC X(02).
           88  FS-REPORTE-OK                    VALUE '00'.

       01  FS-CAPHIST                           PIC X(02).
           88  FS-CAPHIST-OK                    VALUE '00'.

       01  FS-MARCA-ERR                         PIC X(02).
           88  FS-MARCA-ERR-OK                  VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

      * UNA FILA POR TABLA: NOMBRE EN TP.CBL, ARCHIVO QUE LA ALIMENTA,  *
      * TOPE (OCCURS) Y COMO SE CUENTA:                                 *
      *   L  UNA FILA POR LINEA DEL ARCHIVO.                            *
      *   R  SOLO LAS RESPUESTAS DECLINADAS DEL PROCESADOR (1146).      *
      *   P  SOLO LAS PARADAS DE TALLER ACTIVAS (1277).                 *
      *   K  SOLO LOS RECALLS ALTOS PENDIENTES (1279).                  *
      *   O  FILAS NO ANULADAS DEL MAESTRO (5201-ANOTAR-OCUPADO).       *
      *   C  IDEM CON CHOFER ASIGNADO (4084-ANOTAR-CHOFER-DIA).         *
      *   D  IDEM CON LA DEVOLUCION CERRADA.                            *
       01  WS-CONTROLES.
           05  FILLER                           PIC X(29) VALUE
                    'CHOF-TAB    CHOFERES.TXT0300L'.
           05  FILLER                           PIC X(29) VALUE
                    'FER-TAB     FERIADOS.TXT0100L'.
           05  FILLER                           PIC X(29) VALUE
                    'EXT-TAB     EXTRAS.TXT  0050L'.
           05  FILLER                           PIC X(29) VALUE
                    'EXS-TAB     EXTSTOCK.TXT0300L'.
           05  FILLER                           PIC X(29) VALUE
                    'RES-TAB     RESTRIC.TXT 0200L'.
           05  FILLER                           PIC X(29) VALUE
                    'DEN-TAB     SEGDENEG.TXT0200L'.
           05  FILLER                           PIC X(29) VALUE
                    'VOU-TAB     VOUCHERS.TXT3000L'.
           05  FILLER                           PIC X(29) VALUE
                    'CORP-TAB    CTACORP.TXT 0050L'.
           05  FILLER                           PIC X(29) VALUE
                    'LSE-TAB     LEASES.TXT  0100L'.
           05  FILLER                           PIC X(29) VALUE
                    'PRK-TAB     PREPOK.TXT  0100L'.
           05  FILLER                           PIC X(29) VALUE
                    'AUS-TAB     AUSENCIA.TXT0200L'.
           05  FILLER                           PIC X(29) VALUE
                    'TVG-TAB     TARIFVIG.TXT0100L'.
           05  FILLER                           PIC X(29) VALUE
                    'TDN-TAB     PREAURES.TXT0200R'.
           05  FILLER                           PIC X(29) VALUE
                    'GART-TAB    GARTARIF.TXT0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'CRED-TAB    CREDLIM.TXT 0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'CPL-TAB     CORPPOL.TXT 0050L'.
           05  FILLER                           PIC X(29) VALUE
                    'PREP-TAB    PREPTIEM.TXT0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'OW-TAB      ONEWAY.TXT  0081L'.
           05  FILLER                           PIC X(29) VALUE
                    'ZONA-TAB    ZONAENT.TXT 0020L'.
           05  FILLER                           PIC X(29) VALUE
                    'EDAD-TAB    EDADMIN.TXT 0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'COB-TAB     COBERT.TXT  0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'CAM-TAB     CAMBIO.TXT  0010L'.
           05  FILLER                           PIC X(29) VALUE
                    'OCT-TAB     OCUPTAR.TXT 0050L'.
           05  FILLER                           PIC X(29) VALUE
                    'CTM-TAB     CTAMAP.TXT  0200L'.
           05  FILLER                           PIC X(29) VALUE
                    'ACE-TAB     AGCERRAD.TXT0500L'.
           05  FILLER                           PIC X(29) VALUE
                    'PAR-TAB     PARADAS.TXT 0200P'.
           05  FILLER                           PIC X(29) VALUE
                    'RCL-TAB     RECALLIT.TXT0500K'.
           05  FILLER                           PIC X(29) VALUE
                    'OCUP-ENT    ALQIDX.DAT  2000O'.
           05  FILLER                           PIC X(29) VALUE
                    'CHOFDIA-ENT ALQIDX.DAT  2000C'.
           05  FILLER                           PIC X(29) VALUE
                    'DVL-ENT     ALQIDX.DAT  0300D'.
       01  WS-TABLA-CONTROLES REDEFINES WS-CONTROLES.
           05  CTL-FILA OCCURS 30 TIMES.
               10  CTL-TABLA                    PIC X(12).
               10  CTL-ARCHIVO                  PIC X(12).
               10  CTL-TOPE                     PIC 9(04).
               10  CTL-TIPO                     PIC X.
                   88  CTL-POR-LINEA            VALUE 'L'.
                   88  CTL-DECLINADAS           VALUE 'R'.
                   88  CTL-PARADAS-ACTIVAS      VALUE 'P'.
                   88  CTL-RECALLS-ALTOS        VALUE 'K'.
                   88  CTL-OCUPADOS             VALUE 'O'.
                   88  CTL-CHOFER-DIA           VALUE 'C'.
                   88  CTL-DEVOLUCIONES         VALUE 'D'.
       01  WS-CANT-CONTROLES                    PIC 9(02) VALUE 30.
       01  IND-CTL                              PIC 9(02).

      * RESPUESTA DEL PROCESADOR (MISMO ORDEN QUE PREAURES-REG EN       *
      * TP.CBL): 'A' AUTORIZADA NO OCUPA LUGAR EN LA TABLA.             *
       01  WS-PREAURES-REG.
           05  FILLER                           PIC X(32).
           05  WS-PAR-RESULTADO                 PIC X.
           05  FILLER                           PIC X(267).

      * PARADA DE TALLER Y RECALL (MISMO ORDEN QUE PARADA-REG Y         *
      * RECALLIT-REG EN TP.CBL): SOLO LO QUE DECIDE SI SE CARGA.        *
       01  WS-PARADA-REG.
           05  FILLER                           PIC X(57).
           05  WS-PAR-ESTADO                    PIC X.
           05  FILLER                           PIC X(242).
       01  WS-RECALL-REG.
           05  FILLER                           PIC X(19).
           05  WS-RIT-SEVERIDAD                 PIC X.
           05  FILLER                           PIC X(10).
           05  WS-RIT-ESTADO                    PIC X.
           05  FILLER                           PIC X(269).

       01  FECHA-HOY                            PIC 9(08).
       01  WS-HORA.
           05  WS-HORA-HHMM                     PIC 9(04).
           05  FILLER                           PIC 9(04).
       01  WS-PATH-PLANO                        PIC X(30).
       01  WS-COMANDO                           PIC X(80).
       01  LINEA                                PIC X(100).

       01  WS-CANT-FILAS                        PIC 9(05).
       01  WS-CANT-OCUPADOS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-CHOFER-DIA                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-DEVOLUCIONES                 PIC 9(05) VALUE ZERO.
       01  WS-ALQ-LEIDO                         PIC X VALUE 'N'.
           88  ALQ-YA-LEIDO                     VALUE 'S'.
       01  WS-SIN-ARCHIVO                       PIC X.
           88  ARCHIVO-AUSENTE                  VALUE 'S'.
       01  WS-PORCENTAJE                        PIC 9(03).
       01  WS-ESTADO                            PIC X(05).
       01  WS-CANT-AVISOS                       PIC 9(02) VALUE ZERO.
       01  WS-CANT-LLENAS                       PIC 9(02) VALUE ZERO.

       01  WS-CANT-ED                           PIC ZZZZ9.
       01  WS-TOPE-ED                           PIC ZZZZ9.
       01  WS-PORC-ED                           PIC ZZ9.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CAPTABLA'.
        PERFORM 040-VERIFICAR-LAYOUT.
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
        ACCEPT WS-HORA FROM TIME.

        PERFORM 100-ABRIR-SALIDAS.
        PERFORM 200-CONTROLAR-TABLA
                VARYING IND-CTL FROM 1 BY 1
                UNTIL IND-CTL > WS-CANT-CONTROLES.
        PERFORM 500-CERRAR-VEREDICTO.

        CLOSE REPORTE.
        CLOSE CAPHIST.
        DISPLAY 'FIN CAPTABLA - VER CAPTABLA.TXT'.
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

       100-ABRIR-SALIDAS.
            OPEN OUTPUT REPORTE.
            MOVE FS-REPORTE TO WS-FS.
            MOVE "REPORTE"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND CAPHIST.
            IF NOT FS-CAPHIST-OK
                OPEN OUTPUT CAPHIST
            END-IF.
            MOVE FS-CAPHIST TO WS-FS.
            MOVE "CAPHIST"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'CAPACIDAD DE TABLAS EN MEMORIA AL ' FECHA-HOY
                   ' ' WS-HORA-HHMM
                DELIMITED BY SIZE INTO LINEA.
            WRITE REPORTE-REG FROM LINEA.
            MOVE 'TABLA        ARCHIVO        FILAS  TOPE   USO  ESTADO'
                TO LINEA.
            WRITE REPORTE-REG FROM LINEA.

       200-CONTROLAR-TABLA.
            MOVE ZERO TO WS-CANT-FILAS.
            MOVE 'N'  TO WS-SIN-ARCHIVO.
            EVALUATE TRUE
                WHEN CTL-POR-LINEA(IND-CTL)
                WHEN CTL-DECLINADAS(IND-CTL)
                WHEN CTL-PARADAS-ACTIVAS(IND-CTL)
                WHEN CTL-RECALLS-ALTOS(IND-CTL)
                    PERFORM 210-CONTAR-PLANO
                WHEN OTHER
                    PERFORM 300-CONTAR-MAESTRO
            END-EVALUATE.
            PERFORM 400-INFORMAR-TABLA.

       210-CONTAR-PLANO.
            MOVE SPACES TO WS-PATH-PLANO.
            STRING '..\' CTL-ARCHIVO(IND-CTL)
                DELIMITED BY SPACE INTO WS-PATH-PLANO.
            OPEN INPUT PLANO.
            IF FS-PLANO-NO-EXIST
                MOVE 'S' TO WS-SIN-ARCHIVO
            ELSE
                MOVE FS-PLANO  TO WS-FS
                MOVE "PLANO"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 220-LEER-PLANO
                PERFORM 230-CONTAR-LINEA UNTIL FS-PLANO-FIN
                CLOSE PLANO
            END-IF.

       220-LEER-PLANO.
            READ PLANO AT END SET FS-PLANO-FIN TO TRUE.

            IF NOT FS-PLANO-OK AND NOT FS-PLANO-FIN
                DISPLAY 'ERROR AL LEER ' CTL-ARCHIVO(IND-CTL)
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       230-CONTAR-LINEA.
            MOVE PLANO-REG TO WS-PREAURES-REG.
            MOVE PLANO-REG TO WS-PARADA-REG.
            MOVE PLANO-REG TO WS-RECALL-REG.
            EVALUATE TRUE
                WHEN CTL-DECLINADAS(IND-CTL)
                    IF WS-PAR-RESULTADO NOT = 'A'
                        ADD 1 TO WS-CANT-FILAS
                    END-IF
                WHEN CTL-PARADAS-ACTIVAS(IND-CTL)
                    IF WS-PAR-ESTADO = 'A'
                        ADD 1 TO WS-CANT-FILAS
                    END-IF
                WHEN CTL-RECALLS-ALTOS(IND-CTL)
                    IF WS-RIT-SEVERIDAD = 'A' AND WS-RIT-ESTADO = 'P'
                        ADD 1 TO WS-CANT-FILAS
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CANT-FILAS
            END-EVALUATE.
            PERFORM 220-LEER-PLANO.

      * EL MAESTRO SE RECORRE UNA SOLA VEZ PARA LAS TRES TABLAS DEL     *
      * MERGE, CON LOS MISMOS FILTROS QUE APLICA TP AL ANOTAR.          *
       300-CONTAR-MAESTRO.
            IF NOT ALQ-YA-LEIDO
                MOVE 'S' TO WS-ALQ-LEIDO
                OPEN INPUT ALQ-IDX
                IF FS-ALQ-IDX-NO-EXIST
                    DISPLAY 'SIN ALQIDX.DAT -- TABLAS DEL MERGE EN CERO'
                ELSE
                    MOVE FS-ALQ-IDX TO WS-FS
                    MOVE "ALQIDX"   TO WS-FS-NOMBRE
                    MOVE "ABRIR"    TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    PERFORM 310-LEER-ALQ
                    PERFORM 320-CONTAR-ALQ UNTIL FS-ALQ-IDX-FIN
                    CLOSE ALQ-IDX
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN CTL-OCUPADOS(IND-CTL)
                    MOVE WS-CANT-OCUPADOS     TO WS-CANT-FILAS
                WHEN CTL-CHOFER-DIA(IND-CTL)
                    MOVE WS-CANT-CHOFER-DIA   TO WS-CANT-FILAS
                WHEN CTL-DEVOLUCIONES(IND-CTL)
                    MOVE WS-CANT-DEVOLUCIONES TO WS-CANT-FILAS
            END-EVALUATE.

       310-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL LEER ALQIDX.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-CONTAR-ALQ.
            IF NOT ALQ-IDX-ESTA-ANULADO
                ADD 1 TO WS-CANT-OCUPADOS
                IF ALQ-IDX-CHOFER NOT = SPACES
                   AND ALQ-IDX-CHOFER NOT = '0000000'
                    ADD 1 TO WS-CANT-CHOFER-DIA
                END-IF
                IF ALQ-IDX-DEVOL-CERRADA
                   AND ALQ-IDX-FECHA-DEVOLUCION > ZERO
                    ADD 1 TO WS-CANT-DEVOLUCIONES
                END-IF
            END-IF.
            PERFORM 310-LEER-ALQ.

      * USO = FILAS * 100 / TOPE.  DESDE EL 80% AVISO; CON EL TOPE      *
      * ALCANZADO LA TABLA YA NO TIENE LUGAR PARA NADA NUEVO.           *
       400-INFORMAR-TABLA.
            IF WS-CANT-FILAS NOT < CTL-TOPE(IND-CTL) * 10
                MOVE 999 TO WS-PORCENTAJE
            ELSE
                COMPUTE WS-PORCENTAJE =
                        WS-CANT-FILAS * 100 / CTL-TOPE(IND-CTL)
            END-IF.

            EVALUATE TRUE
                WHEN WS-CANT-FILAS NOT < CTL-TOPE(IND-CTL)
                    MOVE 'LLENA' TO WS-ESTADO
                    ADD 1 TO WS-CANT-LLENAS
                WHEN WS-PORCENTAJE NOT < 80
                    MOVE 'AVISO' TO WS-ESTADO
                    ADD 1 TO WS-CANT-AVISOS
                WHEN ARCHIVO-AUSENTE
                    MOVE 'SIN  ' TO WS-ESTADO
                WHEN OTHER
                    MOVE 'OK   ' TO WS-ESTADO
            END-EVALUATE.

            MOVE WS-CANT-FILAS     TO WS-CANT-ED.
            MOVE CTL-TOPE(IND-CTL) TO WS-TOPE-ED.
            MOVE WS-PORCENTAJE     TO WS-PORC-ED.
            MOVE SPACES TO LINEA.
            STRING CTL-TABLA(IND-CTL) ' '
                   CTL-ARCHIVO(IND-CTL) ' '
                   WS-CANT-ED ' ' WS-TOPE-ED ' '
                   WS-PORC-ED '%  ' WS-ESTADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE REPORTE-REG FROM LINEA.
            IF WS-ESTADO = 'LLENA' OR WS-ESTADO = 'AVISO'
                DISPLAY LINEA
            END-IF.

            MOVE SPACES               TO CAPHIST-REG.
            MOVE FECHA-HOY            TO HIS-FECHA.
            MOVE WS-HORA-HHMM         TO HIS-HORA.
            MOVE CTL-TABLA(IND-CTL)   TO HIS-TABLA.
            MOVE CTL-ARCHIVO(IND-CTL) TO HIS-ARCHIVO.
            MOVE WS-CANT-FILAS        TO HIS-CANTIDAD.
            MOVE CTL-TOPE(IND-CTL)    TO HIS-TOPE.
            MOVE WS-PORCENTAJE        TO HIS-PORCENTAJE.
            MOVE WS-ESTADO            TO HIS-ESTADO.
            WRITE CAPHIST-REG.
            MOVE FS-CAPHIST TO WS-FS.
            MOVE "CAPHIST"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * CON ALGUNA TABLA LLENA QUEDA LA MARCA CAPTABLA.ERR (LA CADENA   *
      * NO LARGA EL CIERRE MIENTRAS EXISTA); SI NO, LA MARCA DE UNA     *
      * CORRIDA ANTERIOR SE LEVANTA.                                    *
       500-CERRAR-VEREDICTO.
            MOVE SPACES TO LINEA.
            STRING 'LLENAS: ' WS-CANT-LLENAS
                   '  SOBRE EL 80%: ' WS-CANT-AVISOS
                DELIMITED BY SIZE INTO LINEA.
            WRITE REPORTE-REG FROM LINEA.

            IF WS-CANT-LLENAS > ZERO
                OPEN OUTPUT MARCA-ERR
                MOVE 'HAY TABLAS LLENAS - VER CAPTABLA.TXT'
                    TO MARCA-ERR-REG
                WRITE MARCA-ERR-REG
                CLOSE MARCA-ERR
                DISPLAY '*** TABLAS LLENAS -- EL LOTE NO DEBE '
                        'CORRER (CAPTABLA.ERR PRESENTE) ***'
            ELSE
                MOVE 'DEL ..\CAPTABLA.ERR' TO WS-COMANDO
                CALL "SYSTEM" USING WS-COMANDO
                IF WS-CANT-AVISOS > ZERO
                    DISPLAY 'ATENCION: ' WS-CANT-AVISOS
                            ' TABLA(S) SOBRE EL 80% DE SU TOPE'
                END-IF
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
            CLOSE REPORTE.
            CLOSE CAPHIST.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
