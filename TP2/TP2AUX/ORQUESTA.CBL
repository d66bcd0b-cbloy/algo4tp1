                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DATAERR.

      * MARCA DE RETENCION QUE DEJA ASICTL.CBL: MIENTRAS EXISTA, LOS    *
      * ASIENTOS DEL DIA NO VAN AL MAYOR Y NO SE LARGA EL CIERRE (QUE   *
      * REEMPLAZA ASIENTOS.TXT CON LOS DEL LOTE NUEVO).                 *
        SELECT ASIERR ASSIGN TO "..\ASICTL.ERR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIERR.

      * MARCA DE CAPACIDAD QUE DEJA CAPTABLA.CBL: CON ALGUNA TABLA EN   *
      * MEMORIA DE TP.CBL LLENA NO SE LARGA EL CIERRE.                  *
        SELECT CAPERR ASSIGN TO "..\CAPTABLA.ERR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAPERR.

      * MANIFIESTO DE CDCEXTR.CBL: LO VACIA AL ARRANCAR Y RECIEN AL     *
      * TERMINAR LE QUEDA 'FIN;OK' COMO ULTIMA LINEA.                   *
        SELECT CDCMANIF ASSIGN TO "..\CDCMANIF.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CDCMANIF.

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

       FD  RUNCTL.
       01  RUNCTL-REG.
           05  RUN-FECHA                        PIC 9(08).
      * MAESTROS), 4 CIERRE (CORRE TP Y ARCHIVA), 5 ROLLOVER (CON       *
      * PROMOCION VERIFICADA), 6 CARGANUL (INGESTA ANULAC.TXT ->        *
      * ANULPEND.TXT), 7 ANULAR (APLICA LO YA APROBADO -- APRANUL       *
      * SIGUE SIENDO LA COMPUERTA MANUAL DE APROBACION), 8 COTCONV      *
      * (CIERRA LAS COTIZACIONES CONTRA LO APROBADO/RECHAZADO DEL DIA), *
      * 9 SUGSEG (SEGUIMIENTO DE LAS PATENTES SUGERIDAS EN RECHAZOS),   *
      * 10 CDCEXTR (NOVEDADES DE LOS MAESTROS PARA LA BASE DE           *
      * REPORTES, SOBRE LOS MAESTROS YA CERRADOS DEL DIA).              *
           05  RUN-ESTADO                       OCCURS 10 TIMES PIC X.
           05  FILLER                           PIC X(01).
      * CORRIDAS COMPLEMENTARIAS DEL DIA (TP.EXE EN MODO               *
      * TP_COMPLEMENTARIO + ROLLOVER): CUANTAS VECES SE AGREGO UN      *
       FD  DATAERR.
       01  DATAERR-REG                          PIC X(60).

       FD  ASIERR.
       01  ASIERR-REG                           PIC X(60).

       FD  CAPERR.
       01  CAPERR-REG                           PIC X(60).

       FD  CDCMANIF.
       01  CDCMANIF-REG                         PIC X(200).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'RUNCTL.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNCTL                            PIC X(02).
           88  FS-RUNCTL-OK                     VALUE '00'.
           88  FS-RUNCTL-FIN                    VALUE '10'.
           88  FS-DATAERR-OK                    VALUE '00'.
           88  FS-DATAERR-NO-EXIST              VALUE '35'.

       01  FS-ASIERR                            PIC X(02).
           88  FS-ASIERR-OK                     VALUE '00'.
           88  FS-ASIERR-NO-EXIST               VALUE '35'.

       01  FS-CAPERR                            PIC X(02).
           88  FS-CAPERR-OK                     VALUE '00'.
           88  FS-CAPERR-NO-EXIST               VALUE '35'.

       01  FS-CDCMANIF                          PIC X(02).
           88  FS-CDCMANIF-OK                   VALUE '00'.
           88  FS-CDCMANIF-FIN                  VALUE '10'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  FECHA-HOY                            PIC 9(08).

       01  WS-ESTADOS.
           05  WS-PASO-ESTADO                   OCCURS 10 TIMES PIC X.
       01  IND-P                                PIC 9(02).
       01  IND-Q                                PIC 9(02).
       01  WS-PASO-NOMBRE                       PIC X(12).
       01  WS-COMANDO                           PIC X(80).
       01  WS-CADENA-CORTADA                    PIC X VALUE 'N'.
       01  WS-COMPLEM                           PIC 9(02) VALUE ZERO.
       01  WS-ENV-COMPLEM                       PIC X(01).
       01  WS-ULT-MANIF                         PIC X(06).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ORQUESTA'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-LEER-CONTROL.


        PERFORM 200-EJECUTAR-PASO
                VARYING IND-P FROM 1 BY 1
                UNTIL IND-P > 10
                OR WS-CADENA-CORTADA = 'S'.

        IF WS-CADENA-CORTADA = 'S'
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

      * SI RUNCTL.DAT ES DE HOY SE RESPETAN LOS PASOS YA TERMINADOS     *
      * (REANUDACION); SI ES DE OTRO DIA -- O NO EXISTE -- ARRANCA UN   *
      * CICLO NUEVO CON TODO PENDIENTE.                                 *
       100-LEER-CONTROL.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM 110-INICIALIZAR-ESTADOS
                    VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 10.

            OPEN INPUT RUNCTL.
            IF FS-RUNCTL-OK
                IF FS-RUNCTL-OK AND RUN-FECHA = FECHA-HOY
                    PERFORM 120-RESCATAR-ESTADO
                            VARYING IND-P FROM 1 BY 1
                            UNTIL IND-P > 10
                    IF RUN-COMPLEM IS NUMERIC
                        MOVE RUN-COMPLEM TO WS-COMPLEM
                    END-IF
                        ' YA TERMINADO -- SE SALTEA'
            ELSE
                DISPLAY 'EJECUTA PASO ' IND-P ' ' WS-PASO-NOMBRE
                IF IND-P = 4
                    PERFORM 215-CONTROLAR-ASIENTOS
                    IF WS-CADENA-CORTADA = 'N'
                        PERFORM 216-CONTROLAR-CAPACIDAD
                    END-IF
                END-IF
                IF WS-CADENA-CORTADA = 'N'
                    PERFORM 220-CORRER-PROGRAMA
                    PERFORM 230-VERIFICAR-PASO
                END-IF
                IF WS-CADENA-CORTADA = 'N'
                    MOVE 'O' TO WS-PASO-ESTADO(IND-P)
                    PERFORM 300-GRABAR-CONTROL
                WHEN 5 MOVE 'ROLLOVER.EXE' TO WS-PASO-NOMBRE
                WHEN 6 MOVE 'CARGANUL.EXE' TO WS-PASO-NOMBRE
                WHEN 7 MOVE 'ANULAR.EXE'   TO WS-PASO-NOMBRE
                WHEN 8 MOVE 'COTCONV.EXE'  TO WS-PASO-NOMBRE
                WHEN 9 MOVE 'SUGSEG.EXE'   TO WS-PASO-NOMBRE
                WHEN 10 MOVE 'CDCEXTR.EXE' TO WS-PASO-NOMBRE
            END-EVALUATE.

      * ANTES DEL CIERRE SE CONTROLA LA EXPORTACION CONTABLE QUE VA AL  *
      * MAYOR: CON DESCUADRES ASICTL.CBL DEJA SU MARCA Y EL PASO QUEDA  *
      * PENDIENTE.  EL OPERADOR CORRIGE, O REVISA ASICTL.TXT Y LIBERA   *
      * CON TP_ASI_LIBERAR=S, Y REINVOCA.                               *
       215-CONTROLAR-ASIENTOS.
            MOVE SPACES TO WS-COMANDO.
            MOVE 'ASICTL.EXE' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

            OPEN INPUT ASIERR.
            IF FS-ASIERR-OK
                CLOSE ASIERR
                MOVE 'S' TO WS-CADENA-CORTADA
                DISPLAY 'ASICTL.ERR PRESENTE -- ASIENTOS CON '
                        'DESCUADRES (VER ASICTL.TXT), CADENA DETENIDA'
            END-IF.

      * CAPACIDAD DE LAS TABLAS EN MEMORIA DEL CIERRE: CAPTABLA.CBL     *
      * CUENTA CADA ARCHIVO CONTRA SU TOPE, AVISA DESDE EL 80% Y DEJA   *
      * SU MARCA CON ALGUNA AL 100%.  EL PASO QUEDA PENDIENTE HASTA     *
      * AGRANDAR LA TABLA O DEPURAR EL ARCHIVO Y REINVOCAR.             *
       216-CONTROLAR-CAPACIDAD.
            MOVE SPACES TO WS-COMANDO.
            MOVE 'CAPTABLA.EXE' TO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

            OPEN INPUT CAPERR.
            IF FS-CAPERR-OK
                CLOSE CAPERR
                MOVE 'S' TO WS-CADENA-CORTADA
                DISPLAY 'CAPTABLA.ERR PRESENTE -- TABLAS EN MEMORIA '
                        'LLENAS (VER CAPTABLA.TXT), CADENA DETENIDA'
            END-IF.

      * SE INVOCA CADA PROGRAMA COMO PROCESO APARTE (CALL "SYSTEM"),    *
      * IGUAL QUE CIERRE.CBL INVOCA TP.EXE -- TERMINAN CON STOP RUN Y   *
      * COMO SUBRUTINAS CORTARIAN TAMBIEN ESTE DRIVER.                  *
                            'TERMINO BIEN, CADENA DETENIDA'
                END-IF
            END-IF.
            IF IND-P = 10
                PERFORM 240-VERIFICAR-MANIFIESTO
            END-IF.

      * LA EXTRACCION SOLO SE DA POR HECHA SI EL MANIFIESTO CIERRA CON  *
      * 'FIN;OK'; SI NO, EL PASO QUEDA PENDIENTE PARA REINVOCARLO (LAS  *
      * FOTOS NO AVANZARON Y LA NUEVA CORRIDA REPITE LAS NOVEDADES).    *
       240-VERIFICAR-MANIFIESTO.
            MOVE SPACES TO WS-ULT-MANIF.
            OPEN INPUT CDCMANIF.
            IF FS-CDCMANIF-OK
                PERFORM 241-LEER-MANIFIESTO UNTIL NOT FS-CDCMANIF-OK
                CLOSE CDCMANIF
            END-IF.
            IF WS-ULT-MANIF NOT = 'FIN;OK'
                MOVE 'S' TO WS-CADENA-CORTADA
                DISPLAY 'CDCMANIF.TXT INCOMPLETO -- LA EXTRACCION NO '
                        'TERMINO, CADENA DETENIDA'
            END-IF.

       241-LEER-MANIFIESTO.
            READ CDCMANIF AT END SET FS-CDCMANIF-FIN TO TRUE.
            IF FS-CDCMANIF-OK
                MOVE CDCMANIF-REG TO WS-ULT-MANIF
            END-IF.

       300-GRABAR-CONTROL.
            OPEN OUTPUT RUNCTL.
            MOVE SPACES TO RUNCTL-REG.
            MOVE FECHA-HOY TO RUN-FECHA.
            PERFORM 310-VOLCAR-ESTADO
                    VARYING IND-Q FROM 1 BY 1 UNTIL IND-Q > 10.
            MOVE WS-COMPLEM TO RUN-COMPLEM.
            WRITE RUNCTL-REG.
            MOVE FS-RUNCTL  TO WS-FS.
      * SU PRUEBA DE BALANCE.  QUEDA CONTADA EN RUNCTL.                *
       400-CORRIDA-COMPLEMENTARIA.
            PERFORM 410-VERIFICAR-DIA-CERRADO
                    VARYING IND-P FROM 1 BY 1 UNTIL IND-P > 10.
            IF WS-CADENA-CORTADA = 'S'
                DISPLAY 'LA CADENA PRINCIPAL DEL DIA NO TERMINO -- '
                        'NO SE ADMITE CORRIDA COMPLEMENTARIA'
