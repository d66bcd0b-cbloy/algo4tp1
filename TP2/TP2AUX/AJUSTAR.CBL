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

      * BITACORA DE AJUSTES (ACUMULADA): IMPORTE ORIGINAL, NUEVO,       *
      * DELTA, MOTIVO Y AUTORIZANTE DE CADA CORRECCION.                 *
        SELECT AJUSTLOG ASSIGN TO "..\AJUSTLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * PERIODO CONTABLE CERRADO (VER CIERMES.CBL): LOS ALQUILERES DE   *
      * ESE MES Y ANTERIORES YA NO CAMBIAN DE IMPORTE.                  *
        SELECT PERCTL ASSIGN TO "..\PERCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERCTL.

      * AJUSTES DE PERIODO (ACUMULADO): LA CORRECCION DE UN ALQUILER    *
      * DE UN MES CERRADO SE ASIENTA ACA CON FECHA DE HOY, SU SIGNO,    *
      * EL CONTRATO ORIGINAL Y EL PROGRAMA QUE LA GENERO.               *
        SELECT AJUPER ASSIGN TO "..\AJUPER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AJUPER.

      * EXPORTACION CONTABLE (VER 9009-GRABAR-ASIENTOS EN TP.CBL): EL   *
      * AJUSTE DE PERIODO LLEVA SU PROPIO ASIENTO BALANCEADO.           *
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * CARGOS ONE-WAY POR PAR ORIGEN/DESTINO (VER FD ONEWAY EN         *
      * TP.CBL), SOLO LECTURA: DE ACA SALE EL REPARTO CON LA AGENCIA DE *
      * DEVOLUCION, PARA MOVER EN LAS DOS AGENCIAS LA PARTE DEL AJUSTE  *
      * DE PERIODO QUE LE TOCA A LA QUE RECIBE.  SIN EL ARCHIVO NO HAY  *
      * REPARTO.                                                        *
        SELECT ONEWAY ASSIGN TO "..\ONEWAY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ONEWAY.

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

       FD  AJUSTES.
       01  AJUSTE-REG.
           03  AJU-CLAVE.
           03  FILLER                           PIC X(01).
           03  AJU-AUTORIZANTE                  PIC X(06).

      * SOLO CLAVE, IMPORTE, CONTRATO Y AGENCIAS INTERESAN (MISMO ORDEN *
      * QUE ALQ-REG EN TP.CBL).                                         *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-RESTO                    PIC X(128).

       FD  AJUSTLOG.
       01  AJUSTLOG-REG                         PIC X(130).
       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

      * MISMO ARMADO QUE PERCTL-REG EN CIERMES.CBL.                     *
       FD  PERCTL.
       01  PERCTL-REG.
           05  PER-ULT-CERRADO                  PIC 9(06).
           05  FILLER                           PIC X(01).
           05  PER-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PER-SUPERVISOR                   PIC X(06).

      * MISMO ARMADO QUE AJUPER-REG EN AJUSTAR.CBL/ANULAR.CBL/          *
      * DEVOLUC.CBL/FISCAL.CBL.                                         *
       FD  AJUPER.
       01  AJUPER-REG.
           05  APE-FECHA.
               10  APE-FECHA-AAMM               PIC 9(06).
               10  APE-FECHA-DD                 PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-CLAVE.
               10  APE-PATENTE                  PIC X(07).
               10  FILLER                       PIC X(01).
               10  APE-FECHA-ORIG               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  APE-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  APE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-TIPO-DOC                     PIC X.
           05  APE-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
      * '+' MAS INGRESO / '-' MENOS INGRESO.                            *
           05  APE-SIGNO                        PIC X.
           05  APE-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  APE-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
           05  APE-MOTIVO                       PIC X(30).

      * MISMO ARMADO QUE ASIENTO-REG EN TP.CBL.                         *
       FD  ASIENTOS.
       01  ASIENTO-REG.
           05  ASI-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ASI-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ASI-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  ASI-DEBE                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-HABER                        PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-DESCRIPCION                  PIC X(20).
           05  FILLER                           PIC X(01).
      * PROGRAMA QUE GRABO EL ASIENTO (VER ASICTL.CBL).                *
           05  ASI-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
      * CENTRO DE COSTO QUE DA EL PLAN DE CUENTAS (CTAMAP.TXT).         *
           05  ASI-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE CTAMAP-REG EN TP.CBL.                          *
       FD  CTAMAP.
       01  CTAMAP-REG.
           05  MAP-CONCEPTO                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  MAP-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE ONEWAY-REG EN TP.CBL.                          *
       FD  ONEWAY.
       01  ONEWAY-REG.
           05  OW-AGENCIA-ORIGEN                PIC 9(02).
           05  FILLER                           PIC X(01).
           05  OW-AGENCIA-DESTINO               PIC 9(02).
           05  FILLER                           PIC X(01).
           05  OW-IMPORTE                       PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  OW-REPARTO-TIPO                  PIC X(01).
           05  FILLER                           PIC X(01).
           05  OW-REPARTO-VALOR                 PIC 9(04)V99.

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

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
                    'ASIENTOS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'PERCTL.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 3 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(03) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 3 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 3.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).

       01  FS-AJUSTLOG                          PIC X(02).
           88  FS-AJUSTLOG-OK                   VALUE '00'.

           88  FS-TOTALANT-OK                   VALUE '00'.
           88  FS-TOTALANT-NO-EXIST             VALUE '35'.

       01  FS-PERCTL                            PIC X(02).
           88  FS-PERCTL-OK                     VALUE '00'.
           88  FS-PERCTL-NO-EXIST               VALUE '35'.

       01  FS-AJUPER                            PIC X(02).
           88  FS-AJUPER-OK                     VALUE '00'.
           88  FS-AJUPER-FIN                    VALUE '10'.
           88  FS-AJUPER-NO-EXIST               VALUE '35'.

       01  FS-ASIENTOS                          PIC X(02).
           88  FS-ASIENTOS-OK                   VALUE '00'.

       01  FS-CTAMAP                            PIC X(02).
           88  FS-CTAMAP-OK                     VALUE '00'.
           88  FS-CTAMAP-FIN                    VALUE '10'.
           88  FS-CTAMAP-NO-EXIST               VALUE '35'.

       01  FS-ONEWAY                            PIC X(02).
           88  FS-ONEWAY-OK                     VALUE '00'.
           88  FS-ONEWAY-FIN                    VALUE '10'.
           88  FS-ONEWAY-NO-EXIST               VALUE '35'.

      * PLAN DE CUENTAS CARGADO Y CONCEPTOS QUE ESTE PROGRAMA ASIENTA:  *
      * CADA UNO TIENE QUE TENER SU FILA GENERAL (AGENCIA 00) EN        *
      * CTAMAP.TXT O EL PROGRAMA NO ARRANCA.                            *
       01  WS-CANT-CTAMAP                       PIC 9(03) VALUE ZERO.
       01  TABLA-CTAMAP.
           05  CTM-ENT                  OCCURS 200 TIMES.
               09  CTM-CONCEPTO         PIC X(10).
               09  CTM-AGENCIA          PIC 9(02).
               09  CTM-CUENTA           PIC X(10).
               09  CTM-CCOSTO           PIC X(06).
       01  IND-CTM                              PIC 9(03).
       01  WS-CTM-GENERAL                       PIC 9(03).
       01  WS-CTM-HALLADO                       PIC X.
       01  WS-CTM-CONCEPTO                      PIC X(10).
       01  WS-CTM-AGENCIA                       PIC 9(02).
       01  WS-CONCEPTOS.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
           05  FILLER                   PIC X(10) VALUE 'ALQUILERES'.
      * CUENTA PUENTE DEL REPARTO ONE-WAY: SOLO SE EXIGE SI ONEWAY.TXT  *
      * TRAE ALGUN REPARTO (IGUAL QUE TP.CBL).                          *
           05  FILLER                   PIC X(10) VALUE 'ONEWAY    '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 3 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

      * REPARTO ONE-WAY POR PAR ORIGEN/DESTINO (DE ONEWAY.TXT): 'P'     *
      * PORCENTAJE DEL IMPORTE DEL DIA, 'F' IMPORTE FIJO EN EL PRIMER   *
      * DIA DEL ALQUILER, CON TOPE EN EL IMPORTE.  MISMA CUENTA QUE     *
      * 4028-REPARTIR-ONEWAY EN TP.CBL.  UN AJUSTE DE PERIODO MUEVE LA  *
      * DIFERENCIA ENTRE LA PARTE DEL IMPORTE VIGENTE Y LA DEL NUEVO    *
      * (VER 455).                                                      *
       01  WS-CANT-REPARTO                      PIC 9(02) VALUE ZERO.
       01  TABLA-REPARTO.
           05  RPT-ENT                  OCCURS 81 TIMES.
               09  RPT-ORIGEN           PIC 9(02).
               09  RPT-DESTINO          PIC 9(02).
               09  RPT-TIPO             PIC X(01).
               09  RPT-VALOR            PIC 9(04)V99.
       01  IND-RP                               PIC 9(02).
       01  WS-OW-IMPORTE-ANT              PIC S9(07)V99 VALUE ZERO.
       01  WS-OW-IMPORTE-NUEVO            PIC S9(07)V99 VALUE ZERO.
       01  WS-OW-BASE                           PIC S9(07)V99.
       01  WS-OW-PARTE                          PIC S9(07)V99.
       01  WS-OW-PARTE-ANT                      PIC S9(07)V99.
       01  WS-OW-DELTA                          PIC S9(07)V99.
       01  WS-OW-HALLADO                        PIC X.
       01  WS-PRIMER-DIA                        PIC X.
       01  WS-OW-CLAVE                          PIC X(15).
       01  WS-OW-TIPO-DOC                       PIC X.
       01  WS-OW-NRO-DOC                        PIC X(20).
       01  WS-OW-AGENCIA                        PIC 9(02).
       01  WS-OW-DEVOL                          PIC 9(02).

      * ULTIMO DIA DEL ULTIMO MES CERRADO (AAAAMM99): UN ALQUILER CON   *
      * FECHA HASTA ESE TOPE ES DE PERIODO CERRADO.  SIN PERCTL.DAT     *
      * NO HAY NADA CERRADO.                                            *
       01  WS-PER-TOPE                          PIC 9(08) VALUE ZERO.

      * AJUSTE DE PERIODO A ASENTAR (450) Y SUMA DE LOS YA ASENTADOS    *
      * PARA UNA CLAVE Y UN PROGRAMA DE ORIGEN (460).                   *
       01  WS-APE-DELTA                         PIC S9(07)V99.
       01  WS-APE-MOTIVO                        PIC X(30).
       01  WS-APE-ORIGEN                        PIC X(08).
       01  WS-APE-CLAVE.
           05  WS-APE-PATENTE                   PIC X(07).
           05  FILLER                           PIC X(01) VALUE SPACE.
           05  WS-APE-FECHA-ORIG                PIC 9(08).
       01  WS-APE-PREVIO                        PIC S9(07)V99.
       01  WS-APE-CANT-PREVIOS                  PIC 9(05).
       01  WS-CANT-AJ-PERIODO                   PIC 9(05) VALUE ZERO.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).

       01  FECHA-HOY                            PIC 9(08).

      * ARITMETICA DE FECHAS (MISMO MECANISMO QUE ANULAR.CBL).          *
       01  WS-FECHA-CALC.
           05  WS-FEC-AA                        PIC 9(04).
           05  WS-FEC-MM                        PIC 9(02).
           05  WS-FEC-DD                        PIC 9(02).
       01  WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).
       01  WS-FEC-DIAS-MES                      PIC 99.
       01  WS-FEC-COC                           PIC 9(04).
       01  WS-FEC-RES4                          PIC 9.
       01  WS-FEC-RES100                        PIC 9(02).
       01  WS-FEC-RES400                        PIC 9(03).

       01  WS-CANT-APLICADOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(05) VALUE ZERO.
       01  WS-IMPORTE-ORIGINAL                  PIC 9(04)V99.
       01  WS-DELTA                             PIC S9(05)V99.
       01  WS-DELTA-NETO                        PIC S9(07)V99 VALUE ZERO.
       01  WS-DELTA-IMPR                        PIC +ZZZZ9,99.
       01  WS-IMPORTE-VIGENTE                   PIC S9(07)V99.

       01  WS-CONTRATO-HALLADO                  PIC X VALUE 'N'.
           88  CONTRATO-HALLADO                 VALUE 'S'.

       PGM.
        DISPLAY 'INICIO AJUSTAR'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 070-LEER-PERIODO-CERRADO.
        PERFORM 075-CARGAR-REPARTOS.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-LEER-AJUSTE.
        PERFORM 300-PROCESAR-AJUSTE UNTIL FS-AJUSTES-FIN.

        DISPLAY 'FIN AJUSTAR - APLICADOS:  ' WS-CANT-APLICADOS.
        DISPLAY '              RECHAZADOS: ' WS-CANT-RECHAZADOS.
        DISPLAY '              AJ.PERIODO: ' WS-CANT-AJ-PERIODO.
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

            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN EXTEND AJUSTLOG.
            IF NOT FS-AJUSTLOG-OK
                CLOSE AJUSTLOG
                END-IF

                IF FS-ALQ-IDX-OK AND NOT ALQ-IDX-ESTA-ANULADO
                    IF ALQ-IDX-FECHA NOT > WS-PER-TOPE
                        PERFORM 330-AJUSTAR-PERIODO-CERRADO
                    ELSE
                        PERFORM 320-APLICAR-AJUSTE
                    END-IF
                ELSE
                    ADD 1 TO WS-CANT-RECHAZADOS
                    PERFORM 360-REPORTAR-RECHAZO
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA (ALTA DEL DIA   *
      * ANTES DEL ROLLOVER), SE RECORRE EL MAESTRO ENTERO.              *
       314-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE AJU-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

       315-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-CONTRATO-HALLADO.
            PERFORM 314-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR CONTRATO-HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

            IF CONTRATO-HALLADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE AJUSTLOG-REG FROM LINEA.

      * ALQUILER DE UN MES YA CERRADO: EL MAESTRO NO SE TOCA.  LA       *
      * DIFERENCIA CONTRA EL IMPORTE VIGENTE (EL DEL MAESTRO MAS LOS    *
      * AJUSTES DE PERIODO YA ASENTADOS POR ESTE PROGRAMA) SE ASIENTA   *
      * EN EL PERIODO ABIERTO; EL RECHAZO SI YA FUE ANULADO ASI.        *
      * TOTALANT NO SE TOCA: REFLEJA EL MAESTRO, QUE NO CAMBIO.         *
       330-AJUSTAR-PERIODO-CERRADO.
            MOVE ALQ-IDX-PATENTE TO WS-APE-PATENTE.
            MOVE ALQ-IDX-FECHA   TO WS-APE-FECHA-ORIG.
            MOVE 'ANULAR  '    TO WS-APE-ORIGEN.
            PERFORM 460-SUMAR-AJUSTES-PREVIOS.

            IF WS-APE-CANT-PREVIOS > ZERO
                ADD 1 TO WS-CANT-RECHAZADOS
                PERFORM 360-REPORTAR-RECHAZO
            ELSE
                MOVE 'AJUSTAR '    TO WS-APE-ORIGEN
                PERFORM 460-SUMAR-AJUSTES-PREVIOS
                COMPUTE WS-IMPORTE-VIGENTE =
                    ALQ-IDX-IMPORTE + WS-APE-PREVIO
                COMPUTE WS-DELTA =
                    AJU-IMPORTE-NUEVO - WS-IMPORTE-VIGENTE
                MOVE WS-DELTA   TO WS-APE-DELTA
                MOVE AJU-MOTIVO TO WS-APE-MOTIVO
                MOVE WS-IMPORTE-VIGENTE TO WS-OW-IMPORTE-ANT
                MOVE AJU-IMPORTE-NUEVO  TO WS-OW-IMPORTE-NUEVO
                IF WS-DELTA NOT = ZERO
                    PERFORM 450-POSTEAR-AJUSTE-PERIODO
                END-IF
                IF WS-DELTA < ZERO
                    PERFORM 325-ENCOLAR-NOTA-CREDITO
                END-IF

                ADD 1 TO WS-CANT-APLICADOS
                MOVE WS-IMPORTE-VIGENTE TO WS-IMPORTE-ORIGINAL
                MOVE WS-DELTA TO WS-DELTA-IMPR
                MOVE SPACES TO LINEA
                STRING FECHA-HOY
                       ' PAT ' ALQ-IDX-PATENTE
                       ' FECHA ' ALQ-IDX-FECHA
                       ' VIGENTE  ' WS-IMPORTE-ORIGINAL
                       ' NUEVO ' AJU-IMPORTE-NUEVO
                       ' DELTA ' WS-DELTA-IMPR
                       ' AUT ' AJU-AUTORIZANTE
                       ' MOTIVO ' AJU-MOTIVO
                    DELIMITED BY SIZE INTO LINEA
                WRITE AJUSTLOG-REG FROM LINEA
                MOVE SPACES TO LINEA
                STRING FECHA-HOY
                       ' PERIODO CERRADO -- AJUSTE EN PERIODO ABIERTO'
                       ' (AJUPER.TXT), MAESTRO SIN CAMBIOS'
                    DELIMITED BY SIZE INTO LINEA
                WRITE AJUSTLOG-REG FROM LINEA
            END-IF.

      * ENCOLA LA DIFERENCIA A LA BAJA PARA QUE NOTACRED.CBL EMITA LA  *
      * NOTA DE CREDITO SI EL DIA YA ESTABA FACTURADO.                 *
       325-ENCOLAR-NOTA-CREDITO.
                END-IF
            END-IF.

      * ULTIMO PERIODO CERRADO.  SIN PERCTL.DAT (NUNCA SE CERRO UN      *
      * MES) EL TOPE QUEDA EN CERO Y TODO SE CORRIGE COMO SIEMPRE.      *
       070-LEER-PERIODO-CERRADO.
            MOVE ZERO TO WS-PER-TOPE.
            OPEN INPUT PERCTL.
            IF NOT FS-PERCTL-NO-EXIST
                MOVE "PERCTL"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                MOVE FS-PERCTL  TO WS-FS
                PERFORM 900-CHECK-FILE-STATUS
                READ PERCTL
                    AT END MOVE ZERO TO PER-ULT-CERRADO
                END-READ
                IF PER-ULT-CERRADO > ZERO
                    COMPUTE WS-PER-TOPE = PER-ULT-CERRADO * 100 + 99
                    DISPLAY 'PERIODO CERRADO HASTA ' PER-ULT-CERRADO
                            ' -- SUS CORRECCIONES VAN A AJUPER.TXT'
                END-IF
                CLOSE PERCTL
            END-IF.

      * ASIENTA UN AJUSTE DE PERIODO SOBRE EL ALQUILER EN ALQ-IDX-REG   *
      * POR WS-APE-DELTA: UNA LINEA EN AJUPER.TXT CON FECHA DE HOY Y    *
      * EL PAR DEUDORES/ALQUILERES EN ASIENTOS.TXT (DEBE Y HABER SE     *
      * INVIERTEN CUANDO EL AJUSTE ES EN MENOS), MAS EL PUENTE ONE-WAY  *
      * SI CAMBIA LA PARTE DE LA AGENCIA DE DEVOLUCION (455).  EL       *
      * REGISTRO DEL MES CERRADO NO SE TOCA.                            *
       450-POSTEAR-AJUSTE-PERIODO.
            MOVE SPACES               TO AJUPER-REG.
            MOVE FECHA-HOY            TO APE-FECHA.
            MOVE ALQ-IDX-PATENTE      TO APE-PATENTE.
            MOVE ALQ-IDX-FECHA        TO APE-FECHA-ORIG.
            MOVE ALQ-IDX-NRO-CONTRATO TO APE-CONTRATO.
            MOVE ALQ-IDX-AGENCIA      TO APE-AGENCIA.
            MOVE ALQ-IDX-TIPO-DOC     TO APE-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC      TO APE-NRO-DOC.
            IF WS-APE-DELTA > ZERO
                MOVE '+'              TO APE-SIGNO
                MOVE WS-APE-DELTA     TO APE-IMPORTE
            ELSE
                MOVE '-'              TO APE-SIGNO
                COMPUTE APE-IMPORTE = ZERO - WS-APE-DELTA
            END-IF.
            MOVE WS-APE-ORIGEN        TO APE-ORIGEN.
            MOVE WS-APE-MOTIVO        TO APE-MOTIVO.
            OPEN EXTEND AJUPER.
            IF FS-AJUPER-NO-EXIST
                OPEN OUTPUT AJUPER
            END-IF.
            MOVE "AJUPER"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            MOVE FS-AJUPER  TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            WRITE AJUPER-REG.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            MOVE FS-AJUPER  TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE AJUPER.

            OPEN EXTEND ASIENTOS.
            IF FS-ASIENTOS = '35'
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE "ASIENTOS" TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE SPACES               TO ASIENTO-REG.
            MOVE 'AJUSTAR '           TO ASI-ORIGEN.
            MOVE FECHA-HOY            TO ASI-FECHA.
            MOVE ALQ-IDX-AGENCIA      TO ASI-AGENCIA.
            MOVE 'DEUDORES  '         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF APE-SIGNO = '+'
                MOVE APE-IMPORTE      TO ASI-DEBE
            ELSE
                MOVE APE-IMPORTE      TO ASI-HABER
            END-IF.
            MOVE 'AJ.PER CTO '        TO ASI-DESCRIPCION.
            MOVE ALQ-IDX-NRO-CONTRATO TO ASI-DESCRIPCION(12:9).
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE 'ALQUILERES'         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF APE-SIGNO = '+'
                MOVE APE-IMPORTE      TO ASI-HABER
            ELSE
                MOVE APE-IMPORTE      TO ASI-DEBE
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 455-ASENTAR-PUENTE-ONEWAY.
            CLOSE ASIENTOS.
            ADD 1 TO WS-CANT-AJ-PERIODO.

      * REPARTO ONE-WAY DEL AJUSTE: LA PARTE DE LA AGENCIA DE           *
      * DEVOLUCION SOBRE EL IMPORTE NUEVO MENOS LA PARTE SOBRE EL       *
      * VIGENTE (WS-OW-IMPORTE-NUEVO / WS-OW-IMPORTE-ANT).  ESA         *
      * DIFERENCIA SE ASIENTA CON LA MISMA CUENTA PUENTE QUE 9022 EN    *
      * TP.CBL: LA DE ORIGEN DEBITA ALQUILERES CONTRA ONEWAY Y LA DE    *
      * DEVOLUCION AL REVES, DEBE Y HABER INVERTIDOS CUANDO LA PARTE    *
      * BAJA (UNA ANULACION REVIERTE ASI TODO LO QUE LA DE DEVOLUCION   *
      * HABIA RECIBIDO).                                                *
       455-ASENTAR-PUENTE-ONEWAY.
            MOVE ZERO TO WS-OW-DELTA.
            IF WS-CANT-REPARTO > ZERO
               AND ALQ-IDX-AGENCIA > ZERO
               AND ALQ-IDX-AGENCIA-DEVOL > ZERO
               AND ALQ-IDX-AGENCIA-DEVOL NOT = ALQ-IDX-AGENCIA
                PERFORM 480-VER-PRIMER-DIA
                MOVE WS-OW-IMPORTE-ANT   TO WS-OW-BASE
                PERFORM 485-CALCULAR-PARTE
                MOVE WS-OW-PARTE         TO WS-OW-PARTE-ANT
                MOVE WS-OW-IMPORTE-NUEVO TO WS-OW-BASE
                PERFORM 485-CALCULAR-PARTE
                COMPUTE WS-OW-DELTA = WS-OW-PARTE - WS-OW-PARTE-ANT
            END-IF.
            IF WS-OW-DELTA NOT = ZERO
                PERFORM 456-PUENTE-AGENCIA-ORIGEN
                PERFORM 457-PUENTE-AGENCIA-DEVOL
            END-IF.

       456-PUENTE-AGENCIA-ORIGEN.
            MOVE ALQ-IDX-AGENCIA      TO ASI-AGENCIA.
            MOVE 'AJ.PER OW  '        TO ASI-DESCRIPCION.
            MOVE ALQ-IDX-NRO-CONTRATO TO ASI-DESCRIPCION(12:9).
            MOVE 'ALQUILERES'         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF WS-OW-DELTA > ZERO
                MOVE WS-OW-DELTA      TO ASI-DEBE
            ELSE
                COMPUTE ASI-HABER = ZERO - WS-OW-DELTA
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE 'ONEWAY    '         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF WS-OW-DELTA > ZERO
                MOVE WS-OW-DELTA      TO ASI-HABER
            ELSE
                COMPUTE ASI-DEBE = ZERO - WS-OW-DELTA
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.

       457-PUENTE-AGENCIA-DEVOL.
            MOVE ALQ-IDX-AGENCIA-DEVOL TO ASI-AGENCIA.
            MOVE 'ONEWAY    '         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF WS-OW-DELTA > ZERO
                MOVE WS-OW-DELTA      TO ASI-DEBE
            ELSE
                COMPUTE ASI-HABER = ZERO - WS-OW-DELTA
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE 'ALQUILERES'         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF WS-OW-DELTA > ZERO
                MOVE WS-OW-DELTA      TO ASI-HABER
            ELSE
                COMPUTE ASI-DEBE = ZERO - WS-OW-DELTA
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.

      * SUMA (CON SIGNO) LOS AJUSTES DE PERIODO YA ASENTADOS PARA LA    *
      * CLAVE WS-APE-CLAVE POR EL PROGRAMA WS-APE-ORIGEN.  ASI UNA      *
      * SEGUNDA CORRECCION DEL MISMO ALQUILER PARTE DEL IMPORTE YA      *
      * CORREGIDO Y UN REPROCESO NO DUPLICA EL AJUSTE.                  *
       460-SUMAR-AJUSTES-PREVIOS.
            MOVE ZERO TO WS-APE-PREVIO.
            MOVE ZERO TO WS-APE-CANT-PREVIOS.
            OPEN INPUT AJUPER.
            IF NOT FS-AJUPER-NO-EXIST
                MOVE "AJUPER"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                MOVE FS-AJUPER  TO WS-FS
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 465-LEER-AJUSTE-PREVIO
                PERFORM 470-ACUMULAR-AJUSTE-PREVIO
                        UNTIL FS-AJUPER-FIN
                CLOSE AJUPER
            END-IF.

       465-LEER-AJUSTE-PREVIO.
            READ AJUPER
                AT END
                    MOVE '10' TO FS-AJUPER
            END-READ.

       470-ACUMULAR-AJUSTE-PREVIO.
            IF APE-CLAVE = WS-APE-CLAVE AND
               APE-ORIGEN = WS-APE-ORIGEN
                ADD 1 TO WS-APE-CANT-PREVIOS
                IF APE-SIGNO = '-'
                    SUBTRACT APE-IMPORTE FROM WS-APE-PREVIO
                ELSE
                    ADD APE-IMPORTE TO WS-APE-PREVIO
                END-IF
            END-IF.
            PERFORM 465-LEER-AJUSTE-PREVIO.

      * PRIMER DIA DEL ALQUILER PARA EL REPARTO FIJO, CON LA REGLA DE   *
      * LIQUIDAG.CBL: NO LO ES SI EL DIA ANTERIOR DE LA PATENTE ES DEL  *
      * MISMO CLIENTE Y PAR DE AGENCIAS (ANULADO O NO).  AL TERMINAR    *
      * RELEE EL DIA DEL AJUSTE.                                        *
       480-VER-PRIMER-DIA.
            MOVE 'S'                   TO WS-PRIMER-DIA.
            MOVE ALQ-IDX-CLAVE         TO WS-OW-CLAVE.
            MOVE ALQ-IDX-TIPO-DOC      TO WS-OW-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC       TO WS-OW-NRO-DOC.
            MOVE ALQ-IDX-AGENCIA       TO WS-OW-AGENCIA.
            MOVE ALQ-IDX-AGENCIA-DEVOL TO WS-OW-DEVOL.
            MOVE ALQ-IDX-FECHA         TO WS-FECHA-CALC-N.
            PERFORM 570-RESTAR-UN-DIA.
            MOVE WS-FECHA-CALC-N       TO ALQ-IDX-FECHA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.
            IF FS-ALQ-IDX-OK
                IF ALQ-IDX-TIPO-DOC      = WS-OW-TIPO-DOC
                   AND ALQ-IDX-NRO-DOC   = WS-OW-NRO-DOC
                   AND ALQ-IDX-AGENCIA   = WS-OW-AGENCIA
                   AND ALQ-IDX-AGENCIA-DEVOL = WS-OW-DEVOL
                    MOVE 'N' TO WS-PRIMER-DIA
                END-IF
            ELSE
                IF NOT FS-ALQ-IDX-NO-EXIST
                    DISPLAY 'ERROR AL CONSULTAR ALQ-IDX'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

            MOVE WS-OW-CLAVE TO ALQ-IDX-CLAVE.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL RELEER ALQ-IDX ' WS-OW-CLAVE
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * PARTE DE LA AGENCIA DE DEVOLUCION SOBRE WS-OW-BASE (CERO SI EL  *
      * PAR NO TIENE REPARTO), CON TOPE EN LA BASE.                     *
       485-CALCULAR-PARTE.
            MOVE ZERO TO WS-OW-PARTE.
            MOVE 'N'  TO WS-OW-HALLADO.
            IF WS-OW-BASE > ZERO
                PERFORM 486-COMPARAR-REPARTO
                        VARYING IND-RP FROM 1 BY 1
                        UNTIL IND-RP > WS-CANT-REPARTO
                        OR WS-OW-HALLADO = 'S'
                IF WS-OW-PARTE > WS-OW-BASE
                    MOVE WS-OW-BASE TO WS-OW-PARTE
                END-IF
            END-IF.

       486-COMPARAR-REPARTO.
            IF RPT-ORIGEN(IND-RP) = ALQ-IDX-AGENCIA
               AND RPT-DESTINO(IND-RP) = ALQ-IDX-AGENCIA-DEVOL
                MOVE 'S' TO WS-OW-HALLADO
                IF RPT-TIPO(IND-RP) = 'P'
                    COMPUTE WS-OW-PARTE ROUNDED = WS-OW-BASE *
                        RPT-VALOR(IND-RP) / 100
                END-IF
                IF RPT-TIPO(IND-RP) = 'F' AND WS-PRIMER-DIA = 'S'
                    MOVE RPT-VALOR(IND-RP) TO WS-OW-PARTE
                END-IF
            END-IF.

      * RESTA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE ANULAR.CBL).  *
       570-RESTAR-UN-DIA.
            IF WS-FEC-DD > 1
                SUBTRACT 1 FROM WS-FEC-DD
            ELSE
                IF WS-FEC-MM > 1
                    SUBTRACT 1 FROM WS-FEC-MM
                ELSE
                    MOVE 12 TO WS-FEC-MM
                    SUBTRACT 1 FROM WS-FEC-AA
                END-IF
                PERFORM 561-DETER-DIAS-MES
                MOVE WS-FEC-DIAS-MES TO WS-FEC-DD
            END-IF.

       561-DETER-DIAS-MES.
            EVALUATE WS-FEC-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FEC-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FEC-DIAS-MES
                WHEN 2
                    PERFORM 562-DETER-DIAS-FEBRERO
            END-EVALUATE.

       562-DETER-DIAS-FEBRERO.
            DIVIDE WS-FEC-AA BY 4   GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES4.
            DIVIDE WS-FEC-AA BY 100 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES100.
            DIVIDE WS-FEC-AA BY 400 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES400.
            IF (WS-FEC-RES4 = 0 AND WS-FEC-RES100 NOT = 0)
               OR WS-FEC-RES400 = 0
                MOVE 29 TO WS-FEC-DIAS-MES
            ELSE
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.


      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE      *
      * CORTA ACA.  DESPUES DE UN ABEND EL LOCK QUEDA A PROPOSITO --    *
                STOP RUN
            END-IF.

      * SOLO LOS PARES CON REPARTO; UN PORCENTAJE MAYOR A 100 SE        *
      * DESCARTA CON AVISO (IGUAL QUE TP.CBL Y LIQUIDAG.CBL).           *
       075-CARGAR-REPARTOS.
            OPEN INPUT ONEWAY.
            IF NOT FS-ONEWAY-NO-EXIST
                MOVE FS-ONEWAY      TO WS-FS
                MOVE "ONEWAY"       TO WS-FS-NOMBRE
                MOVE "ABRIR"        TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 076-LEER-ONEWAY
                PERFORM 077-CARGAR-REPARTO
                        UNTIL FS-ONEWAY-FIN OR WS-CANT-REPARTO >= 81
                CLOSE ONEWAY
            END-IF.

       076-LEER-ONEWAY.
            READ ONEWAY AT END SET FS-ONEWAY-FIN TO TRUE.

            IF NOT FS-ONEWAY-OK AND NOT FS-ONEWAY-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ONEWAY'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       077-CARGAR-REPARTO.
            IF (OW-REPARTO-TIPO = 'P' OR OW-REPARTO-TIPO = 'F')
               AND OW-REPARTO-VALOR IS NUMERIC
                IF OW-REPARTO-TIPO = 'P' AND OW-REPARTO-VALOR > 100
                    DISPLAY 'ONEWAY ' OW-AGENCIA-ORIGEN '/'
                            OW-AGENCIA-DESTINO
                            ': REPARTO MAYOR A 100% -- SIN REPARTO'
                ELSE
                    ADD 1 TO WS-CANT-REPARTO
                    MOVE OW-AGENCIA-ORIGEN
                        TO RPT-ORIGEN(WS-CANT-REPARTO)
                    MOVE OW-AGENCIA-DESTINO
                        TO RPT-DESTINO(WS-CANT-REPARTO)
                    MOVE OW-REPARTO-TIPO  TO RPT-TIPO(WS-CANT-REPARTO)
                    MOVE OW-REPARTO-VALOR TO RPT-VALOR(WS-CANT-REPARTO)
                END-IF
            END-IF.
            PERFORM 076-LEER-ONEWAY.

      * PLAN DE CUENTAS: SIN CTAMAP.TXT, O CON UN CONCEPTO DE LOS QUE   *
      * ESTE PROGRAMA ASIENTA SIN SU FILA GENERAL, NO SE ARRANCA:       *
      * MEJOR PARAR QUE EXPORTAR UNA CUENTA QUE EL MAYOR RECHAZA.       *
       080-CARGAR-PLAN-CUENTAS.
            OPEN INPUT CTAMAP.
            IF FS-CTAMAP-NO-EXIST
                DISPLAY 'NO EXISTE CTAMAP.TXT (PLAN DE CUENTAS)'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-CTAMAP TO WS-FS.
            MOVE "CTAMAP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 081-LEER-CTAMAP.
            PERFORM 082-CARGAR-CTAMAP
                    UNTIL FS-CTAMAP-FIN OR WS-CANT-CTAMAP >= 200.
            CLOSE CTAMAP.

            PERFORM 083-VERIFICAR-CONCEPTO
                    VARYING IND-CPT FROM 1 BY 1
                    UNTIL IND-CPT > 2.
            IF WS-CANT-REPARTO > ZERO
                MOVE 3 TO IND-CPT
                PERFORM 083-VERIFICAR-CONCEPTO
            END-IF.

       081-LEER-CTAMAP.
            READ CTAMAP AT END SET FS-CTAMAP-FIN TO TRUE.

            IF NOT FS-CTAMAP-OK AND NOT FS-CTAMAP-FIN
                DISPLAY 'ERROR AL LEER CTAMAP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       082-CARGAR-CTAMAP.
            IF MAP-CONCEPTO NOT = SPACES
               AND MAP-AGENCIA IS NUMERIC
               AND MAP-CUENTA NOT = SPACES
                ADD 1 TO WS-CANT-CTAMAP
                MOVE MAP-CONCEPTO TO CTM-CONCEPTO(WS-CANT-CTAMAP)
                MOVE MAP-AGENCIA  TO CTM-AGENCIA(WS-CANT-CTAMAP)
                MOVE MAP-CUENTA   TO CTM-CUENTA(WS-CANT-CTAMAP)
                MOVE MAP-CCOSTO   TO CTM-CCOSTO(WS-CANT-CTAMAP)
            END-IF.
            PERFORM 081-LEER-CTAMAP.

       083-VERIFICAR-CONCEPTO.
            MOVE WS-CONCEPTO(IND-CPT) TO WS-CTM-CONCEPTO.
            MOVE ZERO TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA GENERAL EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL ASIENTO VIENE CON EL CONCEPTO EN ASI-CUENTA Y SALE CON LA    *
      * CUENTA DEL MAYOR Y EL CENTRO DE COSTO.                          *
       085-MAPEAR-CUENTA.
            MOVE ASI-CUENTA  TO WS-CTM-CONCEPTO.
            MOVE ASI-AGENCIA TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE CTM-CUENTA(IND-CTM) TO ASI-CUENTA.
            MOVE CTM-CCOSTO(IND-CTM) TO ASI-CCOSTO.

      * LA FILA DE LA AGENCIA SI LA HAY (APERTURA POR CENTRO DE         *
      * COSTO); SI NO, LA GENERAL (AGENCIA 00).                         *
       086-BUSCAR-CUENTA.
            MOVE 'N'  TO WS-CTM-HALLADO.
            MOVE ZERO TO WS-CTM-GENERAL.
            PERFORM 087-COMPARAR-CUENTA
                    VARYING IND-CTM FROM 1 BY 1
                    UNTIL IND-CTM > WS-CANT-CTAMAP
                    OR WS-CTM-HALLADO = 'S'.
            IF WS-CTM-HALLADO = 'S'
                SUBTRACT 1 FROM IND-CTM
            ELSE
                IF WS-CTM-GENERAL > ZERO
                    MOVE WS-CTM-GENERAL TO IND-CTM
                    MOVE 'S' TO WS-CTM-HALLADO
                END-IF
            END-IF.

       087-COMPARAR-CUENTA.
            IF CTM-CONCEPTO(IND-CTM) = WS-CTM-CONCEPTO
                IF CTM-AGENCIA(IND-CTM) = ZERO
                    MOVE IND-CTM TO WS-CTM-GENERAL
                ELSE
                    IF CTM-AGENCIA(IND-CTM) = WS-CTM-AGENCIA
                        MOVE 'S' TO WS-CTM-HALLADO
                    END-IF
                END-IF
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
       998-FIN.
            CLOSE AJUSTES.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            CLOSE AJUSTLOG.

       999-CANCELAR-PROGRAMA.
