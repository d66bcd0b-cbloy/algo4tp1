       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CIERRE CONTABLE DE UN MES: UNA VEZ INFORMADO (ASIENTOS.TXT,     *
      * FISCAL.TXT) EL MES QUEDA CERRADO EN PERCTL.DAT Y AJUSTAR,       *
      * ANULAR Y DEVOLUC YA NO TOCAN LOS IMPORTES DE SUS ALQUILERES:    *
      * CUALQUIER CORRECCION SALE COMO AJUSTE FECHADO EN EL PERIODO     *
      * ABIERTO (AJUPER.TXT) CON SUS PROPIOS ASIENTOS.                  *
      * SE CIERRA DE A UN MES, EN ORDEN, SIEMPRE UN MES YA TERMINADO;   *
      * EL MES A CERRAR VIENE EN TP_CIERRE_MES (AAAAMM).                *
        SELECT PERCTL ASSIGN TO "..\PERCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERCTL.

      * BITACORA DE CIERRES (ACUMULADA): QUIEN CERRO QUE MES Y CUANDO.  *
        SELECT PERLOG ASSIGN TO "..\PERLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERLOG.

      * MAESTRO DE OPERADORES (VER OPERADOR.TXT): EL CIERRE ES UNA      *
      * TRANSACCION SUPERVISADA, NIVEL 3, IDENTIFICADA POR              *
      * TP_OPERADOR / TP_CLAVE DE ENTORNO (COMO ANULAR.CBL).  SIN       *
      * MAESTRO DE OPERADORES NO SE CIERRA.                             *
        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).             *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
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

      * UN SOLO REGISTRO: ULTIMO MES CERRADO (ESE Y TODOS LOS           *
      * ANTERIORES ESTAN CERRADOS), FECHA DEL CIERRE Y SUPERVISOR.      *
       FD  PERCTL.
       01  PERCTL-REG.
           05  PER-ULT-CERRADO                  PIC 9(06).
           05  FILLER                           PIC X(01).
           05  PER-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PER-SUPERVISOR                   PIC X(06).

       FD  PERLOG.
       01  PERLOG-REG                           PIC X(100).

      * MISMO ARMADO QUE OPERADOR-REG EN MANTAUTO.CBL.                  *
       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                     PIC X(06).
           05  OP-NOMBRE                     PIC X(30).
           05  OP-PASSWORD                   PIC X(08).
           05  OP-NIVEL                      PIC 9.

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'PERCTL.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 1 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(01) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 1 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 1.
       01  IND-LAY                              PIC 9(02).

       01  FS-PERCTL                            PIC X(02).
           88  FS-PERCTL-OK                     VALUE '00'.
           88  FS-PERCTL-NO-EXIST               VALUE '35'.

       01  FS-PERLOG                            PIC X(02).
           88  FS-PERLOG-OK                     VALUE '00'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
           88  FS-OPERADORES-NO-EXIST           VALUE '35'.

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY.
           05  FECHA-HOY-AAMM                   PIC 9(06).
           05  FECHA-HOY-DD                     PIC 9(02).

       01  WS-SIGNON-CODIGO                     PIC X(06).
       01  WS-SIGNON-CLAVE                      PIC X(08).
       01  WS-SIGNON-NIVEL                      PIC 9 VALUE ZERO.

       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-PEDIDO.
           05  WS-MES-PEDIDO-AA                 PIC 9(04).
           05  WS-MES-PEDIDO-MM                 PIC 9(02).
       01  WS-MES-PEDIDO-N REDEFINES WS-MES-PEDIDO PIC 9(06).

      * ULTIMO MES CERRADO HASTA AHORA (CERO = NUNCA SE CERRO) Y EL     *
      * QUE LE SIGUE, QUE ES EL UNICO QUE SE PUEDE CERRAR.              *
       01  WS-ULT-CERRADO                       PIC 9(06) VALUE ZERO.
       01  WS-MES-SIGUIENTE.
           05  WS-MES-SIG-AA                    PIC 9(04).
           05  WS-MES-SIG-MM                    PIC 9(02).
       01  WS-MES-SIGUIENTE-N REDEFINES WS-MES-SIGUIENTE PIC 9(06).

       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CIERMES'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 060-SIGNON-LOTE.
        PERFORM 100-INICIO.
        PERFORM 200-VALIDAR-MES.
        PERFORM 300-GRABAR-CIERRE.

        DISPLAY 'FIN CIERMES - PERIODO CERRADO: ' WS-MES-PEDIDO-N.
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

      * IDENTIFICACION POR ENTORNO CONTRA OPERADOR.TXT (MISMO ESQUEMA   *
      * QUE 060-SIGNON-LOTE DE ANULAR.CBL), PERO SIN MAESTRO DE         *
      * OPERADORES NO HAY QUIEN SUPERVISE Y EL CIERRE NO SE HACE.       *
       060-SIGNON-LOTE.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES-NO-EXIST
                DISPLAY 'SIN OPERADOR.TXT -- EL CIERRE DE PERIODO '
                        'EXIGE UN SUPERVISOR IDENTIFICADO'
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-CLAVE.
            ACCEPT WS-SIGNON-CODIGO FROM ENVIRONMENT "TP_OPERADOR".
            ACCEPT WS-SIGNON-CLAVE  FROM ENVIRONMENT "TP_CLAVE".

            MOVE ZERO TO WS-SIGNON-NIVEL.
            PERFORM 061-LEER-OPERADOR.
            PERFORM 062-COMPARAR-OPERADOR
                    UNTIL FS-OPERADORES-FIN
                    OR WS-SIGNON-NIVEL > ZERO.
            CLOSE OPERADORES.

            IF WS-SIGNON-NIVEL < 3
                DISPLAY 'CIERMES EXIGE OPERADOR DE NIVEL 3 '
                        '(TP_OPERADOR / TP_CLAVE)'
                STOP RUN
            END-IF.

       061-LEER-OPERADOR.
            READ OPERADORES AT END SET FS-OPERADORES-FIN TO TRUE.

            IF NOT FS-OPERADORES-OK AND NOT FS-OPERADORES-FIN
                DISPLAY 'ERROR AL LEER OPERADOR.TXT'
                STOP RUN
            END-IF.

       062-COMPARAR-OPERADOR.
            IF OP-CODIGO = WS-SIGNON-CODIGO
               AND OP-PASSWORD = WS-SIGNON-CLAVE
                MOVE OP-NIVEL TO WS-SIGNON-NIVEL
            END-IF.
            IF WS-SIGNON-NIVEL = ZERO
                PERFORM 061-LEER-OPERADOR
            END-IF.

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_CIERRE_MES".
            IF WS-ENV-MES IS NOT NUMERIC
                DISPLAY 'FALTA EL MES A CERRAR (TP_CIERRE_MES=AAAAMM)'
                STOP RUN
            END-IF.
            MOVE WS-ENV-MES TO WS-MES-PEDIDO.

            OPEN INPUT PERCTL.
            IF FS-PERCTL-OK
                READ PERCTL AT END CONTINUE END-READ
                IF FS-PERCTL-OK AND PER-ULT-CERRADO IS NUMERIC
                    MOVE PER-ULT-CERRADO TO WS-ULT-CERRADO
                END-IF
                CLOSE PERCTL
            ELSE
                IF NOT FS-PERCTL-NO-EXIST
                    DISPLAY 'ERROR AL LEER PERCTL.DAT'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

      * EL MES TIENE QUE SER VALIDO, YA TERMINADO (ANTERIOR AL MES EN   *
      * CURSO) Y EL SIGUIENTE AL ULTIMO CERRADO: NO SE SALTEAN MESES    *
      * NI SE REABRE UNO YA CERRADO.  EL PRIMER CIERRE ACEPTA           *
      * CUALQUIER MES TERMINADO.                                        *
       200-VALIDAR-MES.
            IF WS-MES-PEDIDO-MM < 1 OR WS-MES-PEDIDO-MM > 12
                DISPLAY 'MES INVALIDO: ' WS-MES-PEDIDO-N
                STOP RUN
            END-IF.

            IF WS-MES-PEDIDO-N NOT < FECHA-HOY-AAMM
                DISPLAY 'EL MES ' WS-MES-PEDIDO-N ' NO TERMINO -- '
                        'SOLO SE CIERRAN MESES ANTERIORES AL EN CURSO'
                STOP RUN
            END-IF.

            IF WS-ULT-CERRADO > ZERO
                MOVE WS-ULT-CERRADO TO WS-MES-SIGUIENTE-N
                ADD 1 TO WS-MES-SIG-MM
                IF WS-MES-SIG-MM > 12
                    MOVE 1 TO WS-MES-SIG-MM
                    ADD 1 TO WS-MES-SIG-AA
                END-IF
                IF WS-MES-PEDIDO-N NOT = WS-MES-SIGUIENTE-N
                    DISPLAY 'ULTIMO PERIODO CERRADO: ' WS-ULT-CERRADO
                    DISPLAY 'EL UNICO QUE SE PUEDE CERRAR ES '
                            WS-MES-SIGUIENTE-N
                    STOP RUN
                END-IF
            END-IF.

       300-GRABAR-CIERRE.
            OPEN OUTPUT PERCTL.
            MOVE FS-PERCTL   TO WS-FS.
            MOVE "PERCTL"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO PERCTL-REG.
            MOVE WS-MES-PEDIDO-N  TO PER-ULT-CERRADO.
            MOVE FECHA-HOY        TO PER-FECHA-CIERRE.
            MOVE WS-SIGNON-CODIGO TO PER-SUPERVISOR.
            WRITE PERCTL-REG.
            MOVE FS-PERCTL   TO WS-FS.
            MOVE "PERCTL"    TO WS-FS-NOMBRE.
            MOVE "GRABA"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE PERCTL.

            OPEN EXTEND PERLOG.
            IF NOT FS-PERLOG-OK
                OPEN OUTPUT PERLOG
            END-IF.
            MOVE FS-PERLOG   TO WS-FS.
            MOVE "PERLOG"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"     TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING FECHA-HOY
                   ' CERRADO PERIODO ' WS-MES-PEDIDO-N
                   ' (ANTERIOR ' WS-ULT-CERRADO ')'
                   ' SUPERVISOR ' WS-SIGNON-CODIGO
                DELIMITED BY SIZE INTO LINEA.
            WRITE PERLOG-REG FROM LINEA.
            CLOSE PERLOG.

      * SI EL LOTE ESTA CORRIENDO NO SE CIERRA: PODRIA ESTAR GRABANDO   *
      * JUSTO EL MES QUE SE QUIERE CERRAR.                              *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

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
