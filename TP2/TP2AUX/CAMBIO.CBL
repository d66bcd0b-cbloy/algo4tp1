       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COLA DE CAMBIOS DE UNIDAD POR ROTURA A MITAD DEL ALQUILER: UNA  *
      * LINEA POR CAMBIO (CONTRATO, DIA DEL CAMBIO, PATENTE DE          *
      * REEMPLAZO Y LECTURAS DE ODOMETRO Y COMBUSTIBLE DE LAS DOS       *
      * UNIDADES) -- MISMO ESPIRITU DE COLA QUE DEVOLUC.TXT.            *
        SELECT CAMBIOQ ASSIGN TO "..\CAMBIOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAMBIOQ.

      * MISMO ALQIDX.DAT QUE TP.CBL/DEVOLUC.CBL, DYNAMIC PARA UBICAR   *
      * EL CONTRATO, CAMINAR SU RANGO Y PASAR LOS DIAS QUE FALTAN A LA *
      * UNIDAD DE REEMPLAZO.                                           *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE POR CONTRATO QUE ARMA ROLLOVER.CBL: UBICA EL CONTRATO    *
      * SIN BARRER EL MAESTRO, Y LOS DIAS QUE SE PASAN A LA UNIDAD DE   *
      * REEMPLAZO SE LE AGREGAN PARA QUE LOS DEMAS LOS ENCUENTREN ANTES *
      * DEL PROXIMO ROLLOVER.                                           *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * MISMO RESERVAS.DAT QUE EL MERGE, SOLO LECTURA: UN DIA RESERVADO *
      * PARA LA UNIDAD DE REEMPLAZO LA HACE NO DISPONIBLE.              *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

      * MISMO AUTOS.TXT QUE TP.CBL/MANTAUTO.CBL: SE CARGA ENTERO PARA   *
      * VALIDAR LA UNIDAD DE REEMPLAZO Y SE REESCRIBE AL SALIR CON LA   *
      * UNIDAD ROTA FUERA DE SERVICIO ('B'), COMO HACE SINIESTR.CBL.    *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * REGISTRO DE SINIESTROS (VER SINIESTR.CBL): CADA CAMBIO ABRE UN  *
      * INCIDENTE GRAVE PARA LA UNIDAD ROTA, EN EXTEND.                 *
        SELECT SINIESTROS ASSIGN TO "..\SINIESTR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SINIESTROS.

      * BITACORA DE CAMBIOS, ACUMULADA ENTRE CORRIDAS (COMO ANULLOG).   *
        SELECT CAMBLOG ASSIGN TO "..\CAMBLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CAMBLOG.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).            *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * PENDIENTES DE RECALL POR UNIDAD (VER RECALLS.CBL), SOLO        *
      * LECTURA: UNA UNIDAD DE REEMPLAZO CON UN RECALL DE SEVERIDAD    *
      * ALTA PENDIENTE Y VENCIDO NO SE ENTREGA (MOTIVO 27 DEL MERGE).  *
        SELECT RECALLIT ASSIGN TO "..\RECALLIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECALLIT.

      * CERROJO DE EDICION DEL PADRON DE AUTOS (VER SINIESTR.CBL).     *
        SELECT AUTOLOCK ASSIGN TO "..\AUTOLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOLOCK.

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

       FD  CAMBIOQ.
       01  CAMBIO-REG.
           03  CAM-CONTRATO                     PIC 9(09).
           03  FILLER                           PIC X(01).
      * DIA DE LA ROTURA: QUEDA COMO ULTIMO DIA DE LA UNIDAD ROTA; LOS  *
      * DIAS SIGUIENTES DEL CONTRATO PASAN A LA DE REEMPLAZO.           *
           03  CAM-FECHA                        PIC 9(08).
           03  FILLER                           PIC X(01).
           03  CAM-HORA                         PIC 9(04).
           03  FILLER                           PIC X(01).
           03  CAM-PATENTE-NUEVA                PIC X(07).
           03  FILLER                           PIC X(01).
           03  CAM-ODOMETRO-ROTO                PIC 9(07).
           03  FILLER                           PIC X(01).
           03  CAM-COMBUST-ROTO                 PIC 9.
           03  FILLER                           PIC X(01).
           03  CAM-ODOMETRO-NUEVO               PIC 9(07).
           03  FILLER                           PIC X(01).
           03  CAM-COMBUST-NUEVO                PIC 9.
           03  FILLER                           PIC X(01).
           03  CAM-DESCRIPCION                  PIC X(40).

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/DEVOLUC.CBL.            *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03 ALQ-IDX-CLAVE.
               05 ALQ-IDX-PATENTE               PIC X(07).
               05 ALQ-IDX-FECHA                 PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-IMPORTE                  PIC 9(04)V99.
           03  ALQ-IDX-CHOFER                   PIC X(07).
           03  ALQ-IDX-ESTADO                   PIC X.
           03  ALQ-IDX-AGENCIA                  PIC 9(02).
           03  ALQ-IDX-ANULADO                  PIC X.
               88 ALQ-IDX-ESTA-ANULADO          VALUE 'S'.
           03  ALQ-IDX-FECHA-ANULACION          PIC 9(08).
           03  ALQ-IDX-MOTIVO-ANULACION         PIC 9.
           03  ALQ-IDX-NRO-CONTRATO             PIC 9(09).
           03  ALQ-IDX-FECHA-DEVOLUCION         PIC 9(08).
           03  ALQ-IDX-ODOMETRO                 PIC 9(07).
           03  ALQ-IDX-RECARGO-DEVOL            PIC 9(04)V99.
           03  ALQ-IDX-ESTADO-DEVOL             PIC X.
               88  ALQ-IDX-DEVOL-CERRADA        VALUE 'C'.
               88  ALQ-IDX-TRAMO-CAMBIADO       VALUE 'T'.
           03  ALQ-IDX-AGENCIA-DEVOL            PIC 9(02).
           03  ALQ-IDX-EXTRAS-IMP               PIC 9(04)V99.
           03  ALQ-IDX-EXTRAS-CODS              PIC X(09).
           03  ALQ-IDX-COMBUST-SALIDA           PIC 9.
           03  ALQ-IDX-COMBUST-ENTRADA          PIC 9.
           03  ALQ-IDX-RECARGO-COMBUST          PIC 9(04)V99.
           03  ALQ-IDX-RECARGO-KM               PIC 9(04)V99.
           03  ALQ-IDX-CTA-CORP                 PIC X(06).
           03  ALQ-IDX-FECHA-RETIRO             PIC 9(08).
           03  ALQ-IDX-HORA-RETIRO              PIC 9(04).
           03  ALQ-IDX-ODOMETRO-SALIDA          PIC 9(07).
           03  ALQ-IDX-NOSHOW                   PIC X.
           03  ALQ-IDX-HORA-PACT-RETIRO         PIC 9(04).
           03  ALQ-IDX-HORA-PACT-DEVOL          PIC 9(04).
           03  ALQ-IDX-HORA-DEVOLUCION          PIC 9(04).
           03  ALQ-IDX-ENTREGA-ZONA             PIC X(03).
           03  ALQ-IDX-ENTREGA-DIR              PIC X(30).
           03  ALQ-IDX-COBERTURA                PIC X(03).
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL/RESERVAR.CBL.               *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-CLAVE.
              10  RSV-PATENTE                       PIC X(07).
              10  RSV-FECHA                         PIC 9(08).
           05  RSV-TIPO-DOC                         PIC X.
           05  RSV-NRO-DOC                          PIC X(20).
           05  RSV-CHOFER                           PIC X(07).
           05  RSV-AGENCIA                          PIC 9(02).
           05  RSV-ESTADO                           PIC X.

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RECARGO-FINDESEM PIC 9(3).
           05  AUT-DIAS-USO       PIC 9(6).
           05  AUT-INTERVALO-SERVICIO PIC 9(5).
           05  AUT-USO-ULT-SERVICIO   PIC 9(6).
           05  AUT-FECHA-COMPRA       PIC 9(8).
           05  AUT-VALOR-COMPRA       PIC 9(7)V99.
           05  AUT-AGENCIA            PIC 9(02).
           05  AUT-KM-INCLUIDOS-DIA   PIC 9(4).
           05  AUT-POLIZA-NRO         PIC X(10).
           05  AUT-POLIZA-VENC        PIC 9(8).
           05  AUT-VTV-VENC           PIC 9(8).

      * MISMO ARMADO QUE SINIESTRO-REG EN SINIESTR.CBL.                 *
       FD  SINIESTROS.
       01  SINIESTRO-REG.
           05  SIN-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SIN-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SIN-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  SIN-COSTO-ESTIMADO               PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  SIN-DESCRIPCION                  PIC X(40).
           05  FILLER                           PIC X(01).
           05  SIN-COBERTURA                    PIC X(03).
           05  FILLER                           PIC X(01).
           05  SIN-A-CARGO-CLIENTE              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-A-RECLAMAR                   PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-CONTRATO                     PIC 9(09).

       FD  CAMBLOG.
       01  CAMBLOG-REG                          PIC X(140).

      * MISMO ARMADO QUE RECALLIT-REG EN RECALLS.CBL.                  *
       FD  RECALLIT.
       01  RECALLIT-REG.
           05  RIT-CAMPANIA                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  RIT-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  RIT-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-LIMITE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-ALTA                   PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RIT-DESC                         PIC X(30).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

       FD  AUTOLOCK.
       01  AUTOLOCK-REG.
           05  ALOCK-FECHA                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  ALOCK-HORA                    PIC 9(06).
           05  FILLER                        PIC X(01).
           05  ALOCK-PROGRAMA                PIC X(08).
           05  FILLER                        PIC X(01).
           05  ALOCK-OPERADOR                PIC X(06).

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
                    'AUTOS.TXT   03'.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'RESERVAS.DAT03'.
           05  FILLER                           PIC X(14) VALUE
                    'SINIESTR.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 4 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(04) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 4 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 4.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.

       01  FS-AUTOLOCK                          PIC X(02).
           88  FS-AUTOLOCK-OK                   VALUE '00'.
           88  FS-AUTOLOCK-NO-EXIST             VALUE '35'.

       01  WS-ALOCK-FECHA-MIA                   PIC 9(08).
       01  WS-ALOCK-HORA-MIA                    PIC 9(06).
       01  WS-ALOCK-HORA-CRUDA.
           05  WS-AH-HH                         PIC 9(02).
           05  WS-AH-MM                         PIC 9(02).
           05  WS-AH-SS                         PIC 9(02).
           05  FILLER                           PIC X(02).
       01  WS-COMANDO-ALOCK                     PIC X(40).

       01  FS-CAMBIOQ                           PIC X(02).
           88  FS-CAMBIOQ-OK                    VALUE '00'.
           88  FS-CAMBIOQ-FIN                   VALUE '10'.
           88  FS-CAMBIOQ-NO-EXIST              VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).
       01  WS-CTR-PISADO                        PIC 9(09).

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-NO-EXIST             VALUE '23' '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
           88  FS-AUTOS-NO-EXIST                VALUE '35'.

       01  FS-SINIESTROS                        PIC X(02).
           88  FS-SINIESTROS-OK                 VALUE '00'.

       01  FS-CAMBLOG                           PIC X(02).
           88  FS-CAMBLOG-OK                    VALUE '00'.

       01  FS-RECALLIT                          PIC X(02).
           88  FS-RECALLIT-OK                   VALUE '00'.
           88  FS-RECALLIT-FIN                  VALUE '10'.
           88  FS-RECALLIT-NO-EXIST             VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

       01  WS-CANT-PROC                         PIC 9(05) VALUE ZERO.
       01  WS-CANT-APLICADOS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(05) VALUE ZERO.

       01  WS-HAY-RESERVAS                      PIC X VALUE 'N'.
           88  HAY-RESERVAS                     VALUE 'S'.

      * PADRON DE AUTOS EN MEMORIA (MISMO LIMITE QUE MANTAUTO.CBL).     *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  TABLA-AUT                OCCURS 300 TIMES.
               09  TABLA-AUT-REG.
                   11  T-AUT-PATENTE     PIC X(7).
                   11  T-AUT-DESC        PIC X(30).
                   11  T-AUT-MARCA       PIC X(20).
                   11  T-AUT-COLOR       PIC X(10).
                   11  T-AUT-TAMANIO     PIC X.
                   11  T-AUT-IMPORTE     PIC 9(4)V99.
                   11  T-AUT-ESTADO      PIC X.
                   11  T-AUT-RECARGO-FINDESEM PIC 9(3).
                   11  T-AUT-DIAS-USO    PIC 9(6).
                   11  T-AUT-INTERVALO-SERVICIO PIC 9(5).
                   11  T-AUT-USO-ULT-SERVICIO   PIC 9(6).
                   11  T-AUT-FECHA-COMPRA       PIC 9(8).
                   11  T-AUT-VALOR-COMPRA       PIC 9(7)V99.
                   11  T-AUT-AGENCIA            PIC 9(02).
                   11  T-AUT-KM-INCLUIDOS-DIA   PIC 9(4).
                   11  T-AUT-POLIZA-NRO         PIC X(10).
                   11  T-AUT-POLIZA-VENC        PIC 9(8).
                   11  T-AUT-VTV-VENC           PIC 9(8).
       01  IND-A                                PIC 9(03).
       01  WS-IND-ROTO                          PIC 9(03) VALUE ZERO.
       01  WS-IND-NUEVO                         PIC 9(03) VALUE ZERO.
       01  WS-BUSCA-PATENTE                     PIC X(07).
       01  WS-IND-HALLADO                       PIC 9(03) VALUE ZERO.
       01  WS-AUTOS-MODIFICADO                  PIC X VALUE 'N'.

      * RECALLS DE SEVERIDAD ALTA PENDIENTES (PATENTE Y LIMITE).       *
       01  WS-CANT-RECALLS                      PIC 9(03) VALUE ZERO.
       01  TABLA-RECALLS.
           05  RCL-TAB                  OCCURS 500 TIMES.
               09  RCL-TAB-PATENTE      PIC X(07).
               09  RCL-TAB-LIMITE       PIC 9(08).
       01  IND-R                                PIC 9(03).
       01  WS-RECALL-VENCIDO                    PIC X VALUE 'N'.
           88  RECALL-VENCIDO                   VALUE 'S'.

       01  WS-CONTRATO-HALLADO                  PIC X VALUE 'N'.
           88  CONTRATO-HALLADO                 VALUE 'S'.

      * RANGO DEL CONTRATO EN LA UNIDAD ROTA: PRIMER Y ULTIMO DIA      *
      * VIGENTES (REGISTROS CONTIGUOS DEL MISMO DOCUMENTO).             *
       01  WS-INI-CLAVE.
           05  WS-INI-PATENTE                   PIC X(07).
           05  WS-INI-FECHA                     PIC 9(08).
       01  WS-ULT-CLAVE.
           05  WS-ULT-PATENTE                   PIC X(07).
           05  WS-ULT-FECHA                     PIC 9(08).
       01  WS-ULT-DOC.
           05  WS-ULT-TIPO-DOC                  PIC X.
           05  WS-ULT-NRO-DOC                   PIC X(20).
       01  WS-ULT-ESTADO-DEVOL                  PIC X.
       01  WS-AGENCIA-CONTRATO                  PIC 9(02).
       01  WS-COBERTURA-CONTRATO                PIC X(03).
       01  WS-RANGO-SIGUE                       PIC X.
           88  RANGO-SIGUE                      VALUE 'S'.

       01  WS-ALQ-IMAGEN                        PIC X(223).
       01  WS-DIAS-PASADOS                      PIC 9(03) VALUE ZERO.
       01  WS-RESULTADO                         PIC X(40).
       01  WS-RECHAZO                           PIC X VALUE 'N'.
           88  HAY-RECHAZO                      VALUE 'S'.

      * ARITMETICA DE FECHAS DIA POR DIA (MISMO MECANISMO QUE           *
      * 560-SUMAR-UN-DIA EN DEVOLUC.CBL).                               *
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

       01  LINEA                                PIC X(140).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO CAMBIO'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 055-TOMAR-AUTOLOCK.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESAR-CAMBIOS.
        IF WS-AUTOS-MODIFICADO = 'S'
            PERFORM 850-GRABAR-AUTOS
        END-IF.
        PERFORM 057-LIBERAR-AUTOLOCK.

        DISPLAY 'FIN CAMBIO - PROCESADOS:  ' WS-CANT-PROC.
        DISPLAY '             APLICADOS:   ' WS-CANT-APLICADOS.
        DISPLAY '             RECHAZADOS:  ' WS-CANT-RECHAZADOS.
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

            OPEN INPUT CAMBIOQ.
            IF FS-CAMBIOQ-NO-EXIST
                DISPLAY 'SIN CAMBIOS.TXT -- NADA QUE CAMBIAR'
                PERFORM 057-LIBERAR-AUTOLOCK
                STOP RUN
            END-IF.
            MOVE FS-CAMBIOQ TO WS-FS.
            MOVE "CAMBIOQ"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN I-O ALQ-IDX.
            IF FS-ALQ-IDX-NO-EXIST
                DISPLAY 'NO EXISTE ALQIDX.DAT -- NADA QUE CAMBIAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-ALQ-IDX TO WS-FS.
            MOVE "ALQ-IDX"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN I-O CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-OK
                MOVE 'S' TO WS-HAY-RESERVAS
            ELSE
                IF NOT FS-RESERVAS-NO-EXIST
                    MOVE FS-RESERVAS TO WS-FS
                    MOVE "RESERVAS"  TO WS-FS-NOMBRE
                    MOVE "ABRIR"     TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                END-IF
            END-IF.

      * LA BITACORA Y EL REGISTRO DE SINIESTROS ACUMULAN ENTRE          *
      * CORRIDAS: EXTEND SI YA EXISTEN, OUTPUT LA PRIMERA VEZ.          *
            OPEN EXTEND CAMBLOG.
            IF NOT FS-CAMBLOG-OK
                OPEN OUTPUT CAMBLOG
            END-IF.
            MOVE FS-CAMBLOG TO WS-FS.
            MOVE "CAMBLOG"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND SINIESTROS.
            IF NOT FS-SINIESTROS-OK
                OPEN OUTPUT SINIESTROS
            END-IF.
            MOVE FS-SINIESTROS TO WS-FS.
            MOVE "SINIESTR"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 120-CARGAR-AUTOS.
            PERFORM 130-CARGAR-RECALLS.

       120-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            IF FS-AUTOS-OK
                PERFORM 121-LEER-AUTO
                PERFORM 122-CARGAR-AUTO
                        UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300
      * AUTOS.TXT SE REESCRIBE ENTERO AL SALIR: SI NO ENTRO COMPLETO,   *
      * SEGUIR BORRARIA LOS AUTOS QUE QUEDARON AFUERA.                  *
                IF NOT FS-AUTOS-FIN
                    DISPLAY 'AUTOS.TXT SUPERA LAS 300 FILAS DE LA TABLA'
                    DISPLAY '-- SE CANCELA PARA NO PERDER AUTOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE AUTOS
            ELSE
                DISPLAY 'NO SE PUDO LEER AUTOS.TXT -- SIN PADRON NO SE '
                        'PUEDE VALIDAR EL REEMPLAZO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       121-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       122-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-REG TO TABLA-AUT-REG (WS-CANT-AUTOS).
            PERFORM 121-LEER-AUTO.

      * SIN RECALLIT.TXT NINGUNA UNIDAD QUEDA BLOQUEADA POR RECALL.    *
       130-CARGAR-RECALLS.
            OPEN INPUT RECALLIT.
            IF NOT FS-RECALLIT-NO-EXIST
                MOVE FS-RECALLIT TO WS-FS
                MOVE "RECALLIT"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 131-LEER-RECALL
                PERFORM 132-CARGAR-RECALL
                        UNTIL FS-RECALLIT-FIN OR WS-CANT-RECALLS >= 500
                CLOSE RECALLIT
            END-IF.

       131-LEER-RECALL.
            READ RECALLIT AT END SET FS-RECALLIT-FIN TO TRUE.

            IF NOT FS-RECALLIT-OK AND NOT FS-RECALLIT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECALLIT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       132-CARGAR-RECALL.
            IF RIT-ESTADO = 'P' AND RIT-SEVERIDAD = 'A'
               AND RIT-FECHA-LIMITE IS NUMERIC
                ADD 1 TO WS-CANT-RECALLS
                MOVE RIT-PATENTE
                    TO RCL-TAB-PATENTE (WS-CANT-RECALLS)
                MOVE RIT-FECHA-LIMITE
                    TO RCL-TAB-LIMITE (WS-CANT-RECALLS)
            END-IF.
            PERFORM 131-LEER-RECALL.

       200-PROCESAR-CAMBIOS.
            PERFORM 210-LEER-CAMBIO.
            PERFORM 300-PROCESAR-UN-CAMBIO
                    UNTIL FS-CAMBIOQ-FIN.
            CLOSE CAMBIOQ.

       210-LEER-CAMBIO.
            READ CAMBIOQ AT END SET FS-CAMBIOQ-FIN TO TRUE.

            IF NOT FS-CAMBIOQ-OK AND NOT FS-CAMBIOQ-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CAMBIOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       300-PROCESAR-UN-CAMBIO.
            ADD 1 TO WS-CANT-PROC.
            PERFORM 305-VALIDAR-CAMBIO.
            IF WS-RESULTADO = SPACES
                PERFORM 400-APLICAR-CAMBIO
                ADD 1 TO WS-CANT-APLICADOS
                MOVE 'APLICADO' TO WS-RESULTADO
            ELSE
                ADD 1 TO WS-CANT-RECHAZADOS
            END-IF.
            PERFORM 500-GRABAR-LOG.
            PERFORM 210-LEER-CAMBIO.

      * VALIDA TODO ANTES DE TOCAR EL MAESTRO: EL CAMBIO SE APLICA     *
      * ENTERO O SE RECHAZA ENTERO.  EL PRIMER MOTIVO DE RECHAZO QUEDA  *
      * EN WS-RESULTADO Y CORTA LAS VALIDACIONES SIGUIENTES.            *
       305-VALIDAR-CAMBIO.
            MOVE SPACES TO WS-RESULTADO.
            MOVE SPACES TO WS-INI-CLAVE WS-ULT-CLAVE.
            MOVE ZERO TO WS-DIAS-PASADOS.

            IF CAM-CONTRATO NOT NUMERIC OR CAM-CONTRATO = ZERO
               OR CAM-FECHA NOT NUMERIC
                MOVE 'RECHAZADO - LINEA MAL FORMADA' TO WS-RESULTADO
            END-IF.

            IF WS-RESULTADO = SPACES
                PERFORM 315-BUSCAR-POR-CONTRATO
                IF NOT CONTRATO-HALLADO
                    MOVE 'RECHAZADO - CONTRATO NO UBICADO'
                        TO WS-RESULTADO
                ELSE
                    PERFORM 320-CAMINAR-RANGO
                END-IF
            END-IF.

            IF WS-RESULTADO = SPACES
                IF WS-ULT-ESTADO-DEVOL = 'C'
                    MOVE 'RECHAZADO - ALQUILER YA DEVUELTO'
                        TO WS-RESULTADO
                ELSE
                    IF CAM-FECHA < WS-INI-FECHA
                       OR CAM-FECHA NOT < WS-ULT-FECHA
                        MOVE 'RECHAZADO - FECHA FUERA DEL RANGO'
                            TO WS-RESULTADO
                    END-IF
                END-IF
            END-IF.

            IF WS-RESULTADO = SPACES
                MOVE WS-ULT-PATENTE TO WS-BUSCA-PATENTE
                PERFORM 330-BUSCAR-AUTO
                MOVE WS-IND-HALLADO TO WS-IND-ROTO
                MOVE CAM-PATENTE-NUEVA TO WS-BUSCA-PATENTE
                PERFORM 330-BUSCAR-AUTO
                MOVE WS-IND-HALLADO TO WS-IND-NUEVO
                IF WS-IND-NUEVO = ZERO
                   OR CAM-PATENTE-NUEVA = WS-ULT-PATENTE
                    MOVE 'RECHAZADO - REEMPLAZO INEXISTENTE'
                        TO WS-RESULTADO
                END-IF
            END-IF.

            IF WS-RESULTADO = SPACES
                PERFORM 306-VALIDAR-REEMPLAZO
            END-IF.

            IF WS-RESULTADO = SPACES
                MOVE 'N' TO WS-RECHAZO
                MOVE CAM-FECHA TO WS-FECHA-CALC-N
                PERFORM 340-VERIFICAR-DIA-LIBRE
                        UNTIL WS-FECHA-CALC-N NOT < WS-ULT-FECHA
                        OR HAY-RECHAZO
                IF HAY-RECHAZO
                    MOVE 'RECHAZADO - REEMPLAZO NO DISPONIBLE'
                        TO WS-RESULTADO
                END-IF
            END-IF.

      * LA UNIDAD DE REEMPLAZO: EN SERVICIO, RADICADA EN LA AGENCIA,    *
      * CON LA DOCUMENTACION AL DIA Y SIN RECALL VENCIDO.               *
       306-VALIDAR-REEMPLAZO.
            IF T-AUT-ESTADO(WS-IND-NUEVO) NOT = 'A'
                MOVE 'RECHAZADO - REEMPLAZO FUERA DE SERVICIO'
                    TO WS-RESULTADO
            END-IF.
      * RADICACION: LA UNIDAD DE REEMPLAZO TIENE QUE ESTAR EN LA       *
      * AGENCIA DEL CONTRATO (O SIN RADICAR), MISMA REGLA QUE EL        *
      * MOTIVO 12 DEL MERGE.                                            *
            IF WS-RESULTADO = SPACES
               AND T-AUT-AGENCIA(WS-IND-NUEVO) > ZERO
               AND T-AUT-AGENCIA(WS-IND-NUEVO) NOT = WS-AGENCIA-CONTRATO
                MOVE 'RECHAZADO - REEMPLAZO DE OTRA AGENCIA'
                    TO WS-RESULTADO
            END-IF.
      * DOCUMENTACION: POLIZA Y VTV VIGENTES HASTA EL ULTIMO DIA DEL    *
      * CONTRATO (MISMO CRITERIO QUE EL MOTIVO 22 DEL MERGE).           *
            IF WS-RESULTADO = SPACES
               AND ((T-AUT-POLIZA-VENC(WS-IND-NUEVO) IS NUMERIC
                AND T-AUT-POLIZA-VENC(WS-IND-NUEVO) > ZERO
                AND WS-ULT-FECHA > T-AUT-POLIZA-VENC(WS-IND-NUEVO))
               OR (T-AUT-VTV-VENC(WS-IND-NUEVO) IS NUMERIC
                AND T-AUT-VTV-VENC(WS-IND-NUEVO) > ZERO
                AND WS-ULT-FECHA > T-AUT-VTV-VENC(WS-IND-NUEVO)))
                MOVE 'RECHAZADO - REEMPLAZO CON DOC. VENCIDA'
                    TO WS-RESULTADO
            END-IF.
      * RECALL ALTO PENDIENTE CON LIMITE ANTERIOR AL ULTIMO DIA DEL    *
      * CONTRATO (MISMO CRITERIO QUE EL MOTIVO 27 DEL MERGE).          *
            IF WS-RESULTADO = SPACES
                PERFORM 345-VERIFICAR-RECALL
                IF RECALL-VENCIDO
                    MOVE 'RECHAZADO - REEMPLAZO CON RECALL VENCIDO'
                        TO WS-RESULTADO
                END-IF
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA, SE RECORRE EL  *
      * MAESTRO ENTERO.                                                 *
       314-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE CAM-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

      * PRIMER DIA VIGENTE DEL CONTRATO: SE SALTEAN LOS DIAS ANULADOS Y *
      * LOS TRAMOS YA CERRADOS DE UN CAMBIO ANTERIOR.                   *
       315-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-CONTRATO-HALLADO.
            PERFORM 314-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.

            IF NOT FS-ALQ-IDX-FIN
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR CONTRATO-HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

       316-LEER-SIGUIENTE.
            READ ALQ-IDX NEXT RECORD
                AT END SET FS-ALQ-IDX-FIN TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL RECORRER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       317-COMPARAR-CONTRATO.
            IF ALQ-IDX-NRO-CONTRATO = CAM-CONTRATO
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND NOT ALQ-IDX-TRAMO-CAMBIADO
               AND NOT ALQ-IDX-DEVOL-CERRADA
                MOVE 'S' TO WS-CONTRATO-HALLADO
            ELSE
                PERFORM 316-LEER-SIGUIENTE
            END-IF.

       320-CAMINAR-RANGO.
            MOVE ALQ-IDX-CLAVE        TO WS-INI-CLAVE.
            MOVE ALQ-IDX-CLAVE        TO WS-ULT-CLAVE.
            MOVE ALQ-IDX-TIPO-DOC     TO WS-ULT-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC      TO WS-ULT-NRO-DOC.
            MOVE ALQ-IDX-ESTADO-DEVOL TO WS-ULT-ESTADO-DEVOL.
            MOVE ALQ-IDX-AGENCIA      TO WS-AGENCIA-CONTRATO.
            MOVE ALQ-IDX-COBERTURA    TO WS-COBERTURA-CONTRATO.
            MOVE 'S' TO WS-RANGO-SIGUE.
            PERFORM 321-AVANZAR-RANGO UNTIL NOT RANGO-SIGUE.

       321-AVANZAR-RANGO.
            MOVE WS-ULT-FECHA TO WS-FECHA-CALC-N.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-ULT-PATENTE  TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.

            IF FS-ALQ-IDX-OK
               AND ALQ-IDX-TIPO-DOC = WS-ULT-TIPO-DOC
               AND ALQ-IDX-NRO-DOC = WS-ULT-NRO-DOC
               AND NOT ALQ-IDX-ESTA-ANULADO
                MOVE ALQ-IDX-CLAVE        TO WS-ULT-CLAVE
                MOVE ALQ-IDX-ESTADO-DEVOL TO WS-ULT-ESTADO-DEVOL
            ELSE
                MOVE 'N' TO WS-RANGO-SIGUE
            END-IF.

       325-LEER-POR-CLAVE.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-NO-EXIST
                DISPLAY 'ERROR AL CONSULTAR ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       330-BUSCAR-AUTO.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 331-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-IND-HALLADO > ZERO.

       331-COMPARAR-AUTO.
            IF T-AUT-PATENTE (IND-A) = WS-BUSCA-PATENTE
                MOVE IND-A TO WS-IND-HALLADO
            END-IF.

       345-VERIFICAR-RECALL.
            MOVE 'N' TO WS-RECALL-VENCIDO.
            PERFORM 346-COMPARAR-RECALL
                    VARYING IND-R FROM 1 BY 1
                    UNTIL IND-R > WS-CANT-RECALLS
                    OR RECALL-VENCIDO.

       346-COMPARAR-RECALL.
            IF RCL-TAB-PATENTE (IND-R) = CAM-PATENTE-NUEVA
               AND WS-ULT-FECHA > RCL-TAB-LIMITE (IND-R)
                SET RECALL-VENCIDO TO TRUE
            END-IF.

      * UN DIA A PASAR: LA UNIDAD DE REEMPLAZO NO PUEDE TENER OTRO     *
      * ALQUILER VIGENTE NI UNA RESERVA ESE DIA.                       *
       340-VERIFICAR-DIA-LIBRE.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE CAM-PATENTE-NUEVA TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N   TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.
            IF FS-ALQ-IDX-OK AND NOT ALQ-IDX-ESTA-ANULADO
                MOVE 'S' TO WS-RECHAZO
            END-IF.

            IF NOT HAY-RECHAZO AND HAY-RESERVAS
                MOVE CAM-PATENTE-NUEVA TO RSV-PATENTE
                MOVE WS-FECHA-CALC-N   TO RSV-FECHA
                READ RESERVAS KEY IS RSV-CLAVE
                    INVALID KEY SET FS-RESERVAS-NO-EXIST TO TRUE
                END-READ
                IF FS-RESERVAS-OK
                    MOVE 'S' TO WS-RECHAZO
                ELSE
                    IF NOT FS-RESERVAS-NO-EXIST
                        DISPLAY 'ERROR AL CONSULTAR RESERVAS'
                        GO 999-CANCELAR-PROGRAMA
                    END-IF
                END-IF
            END-IF.

      * APLICACION: EL TRAMO DE LA UNIDAD ROTA QUEDA HASTA EL DIA DEL   *
      * CAMBIO ('T' EN LOS DIAS ANTERIORES, CIERRE 'C' CON ODOMETRO Y   *
      * COMBUSTIBLE EN EL DIA DEL CAMBIO) Y LOS DIAS SIGUIENTES SE      *
      * ANULAN EN ELLA (MOTIVO 7, PASADO A OTRA UNIDAD) Y SE GRABAN EN  *
      * LA DE REEMPLAZO CON EL MISMO CONTRATO, CLIENTE E IMPORTE.  EL   *
      * PRIMER DIA DE LA UNIDAD NUEVA LLEVA EL RETIRO (COMO RETIRO.CBL).*
       400-APLICAR-CAMBIO.
            MOVE WS-INI-FECHA TO WS-FECHA-CALC-N.
            PERFORM 410-MARCAR-TRAMO
                    UNTIL WS-FECHA-CALC-N NOT < CAM-FECHA.
            PERFORM 420-CERRAR-TRAMO.

            MOVE CAM-FECHA TO WS-FECHA-CALC-N.
            PERFORM 430-PASAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N NOT < WS-ULT-FECHA.

            PERFORM 440-ABRIR-INCIDENTE.
            MOVE 'B' TO T-AUT-ESTADO(WS-IND-ROTO).
            MOVE 'S' TO WS-AUTOS-MODIFICADO.

       410-MARCAR-TRAMO.
            MOVE WS-ULT-PATENTE  TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.
            IF FS-ALQ-IDX-OK
                MOVE 'T' TO ALQ-IDX-ESTADO-DEVOL
                REWRITE ALQ-IDX-REG
                IF NOT FS-ALQ-IDX-OK
                    DISPLAY 'ERROR AL MARCAR EL TRAMO CAMBIADO'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.
            PERFORM 560-SUMAR-UN-DIA.

       420-CERRAR-TRAMO.
            MOVE WS-ULT-PATENTE TO ALQ-IDX-PATENTE.
            MOVE CAM-FECHA      TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL RELEER EL DIA DEL CAMBIO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE CAM-FECHA TO ALQ-IDX-FECHA-DEVOLUCION.
            IF CAM-ODOMETRO-ROTO IS NUMERIC
                MOVE CAM-ODOMETRO-ROTO TO ALQ-IDX-ODOMETRO
            END-IF.
            IF CAM-COMBUST-ROTO IS NUMERIC
                MOVE CAM-COMBUST-ROTO TO ALQ-IDX-COMBUST-ENTRADA
            END-IF.
            IF CAM-HORA IS NUMERIC
                MOVE CAM-HORA TO ALQ-IDX-HORA-DEVOLUCION
            END-IF.
            MOVE ZERO TO ALQ-IDX-RECARGO-DEVOL.
            MOVE ZERO TO ALQ-IDX-RECARGO-COMBUST.
            MOVE ZERO TO ALQ-IDX-RECARGO-KM.
            MOVE 'C'  TO ALQ-IDX-ESTADO-DEVOL.
            REWRITE ALQ-IDX-REG.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL CERRAR EL TRAMO DE LA UNIDAD ROTA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       430-PASAR-UN-DIA.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-ULT-PATENTE  TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL RELEER UN DIA A PASAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE ALQ-IDX-REG TO WS-ALQ-IMAGEN.
            MOVE 'S'       TO ALQ-IDX-ANULADO.
            MOVE FECHA-HOY TO ALQ-IDX-FECHA-ANULACION.
            MOVE 7         TO ALQ-IDX-MOTIVO-ANULACION.
            REWRITE ALQ-IDX-REG.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL ANULAR UN DIA DE LA UNIDAD ROTA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * LA CLAVE NUEVA PUEDE EXISTIR COMO DIA ANULADO DE OTRO CLIENTE: *
      * SE PISA (COMO LA PROMOCION DE ESPERA EN ANULAR.CBL).           *
            MOVE CAM-PATENTE-NUEVA TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N   TO ALQ-IDX-FECHA.
            PERFORM 325-LEER-POR-CLAVE.
            IF FS-ALQ-IDX-OK
                MOVE ALQ-IDX-NRO-CONTRATO TO WS-CTR-PISADO
            ELSE
                MOVE ZERO TO WS-CTR-PISADO
            END-IF.
            MOVE WS-ALQ-IMAGEN     TO ALQ-IDX-REG.
            MOVE CAM-PATENTE-NUEVA TO ALQ-IDX-PATENTE.
            IF WS-DIAS-PASADOS = ZERO
                MOVE CAM-FECHA TO ALQ-IDX-FECHA-RETIRO
                IF CAM-HORA IS NUMERIC
                    MOVE CAM-HORA TO ALQ-IDX-HORA-RETIRO
                END-IF
                IF CAM-ODOMETRO-NUEVO IS NUMERIC
                    MOVE CAM-ODOMETRO-NUEVO TO ALQ-IDX-ODOMETRO-SALIDA
                END-IF
                IF CAM-COMBUST-NUEVO IS NUMERIC
                    MOVE CAM-COMBUST-NUEVO TO ALQ-IDX-COMBUST-SALIDA
                END-IF
            ELSE
                MOVE ZERO TO ALQ-IDX-FECHA-RETIRO
                MOVE ZERO TO ALQ-IDX-HORA-RETIRO
                MOVE ZERO TO ALQ-IDX-ODOMETRO-SALIDA
            END-IF.
            IF FS-ALQ-IDX-OK
                REWRITE ALQ-IDX-REG
            ELSE
                WRITE ALQ-IDX-REG
            END-IF.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL GRABAR UN DIA EN LA UNIDAD NUEVA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF WS-CTRIDX-ABIERTO = 'S'
                PERFORM 435-INDEXAR-DIA-PASADO
            END-IF.
            ADD 1 TO WS-DIAS-PASADOS.

      * INCIDENTE GRAVE PARA LA UNIDAD ROTA (SINIESTR.CBL LO MUESTRA   *
      * ENTRE LOS ABIERTOS Y AHI SE LE CARGA EL COSTO).  LA ROTURA NO  *
      * ES IMPUTABLE AL CLIENTE: NADA A SU CARGO.                       *
      * EL DIA PASADO A LA UNIDAD NUEVA ENSANCHA EL TRAMO DEL CONTRATO  *
      * EN CTRIDX.DAT.  SI PISO EL DIA ANULADO DE OTRO CONTRATO, A ESE  *
      * OTRO SE LE DESCUENTA LA FILA.                                   *
       435-INDEXAR-DIA-PASADO.
            IF WS-CTR-PISADO IS NUMERIC AND WS-CTR-PISADO > ZERO
                PERFORM 436-DESCONTAR-PISADO
            END-IF.
            MOVE CAM-CONTRATO TO CTR-IDX-CONTRATO.
            READ CTRIDX
                INVALID KEY
                    MOVE ALQ-IDX-CLAVE TO CTR-IDX-PRIMERA
                    MOVE ALQ-IDX-CLAVE TO CTR-IDX-ULTIMA
                    MOVE 1             TO CTR-IDX-CANT-FILAS
                    WRITE CTR-IDX-REG
                NOT INVALID KEY
                    IF ALQ-IDX-CLAVE < CTR-IDX-PRIMERA
                        MOVE ALQ-IDX-CLAVE TO CTR-IDX-PRIMERA
                    END-IF
                    IF ALQ-IDX-CLAVE > CTR-IDX-ULTIMA
                        MOVE ALQ-IDX-CLAVE TO CTR-IDX-ULTIMA
                    END-IF
                    ADD 1 TO CTR-IDX-CANT-FILAS
                    REWRITE CTR-IDX-REG
            END-READ.
            MOVE FS-CTRIDX  TO WS-FS.
            MOVE "CTRIDX"   TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       436-DESCONTAR-PISADO.
            MOVE WS-CTR-PISADO TO CTR-IDX-CONTRATO.
            READ CTRIDX
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF CTR-IDX-CANT-FILAS > 1
                        SUBTRACT 1 FROM CTR-IDX-CANT-FILAS
                        REWRITE CTR-IDX-REG
                    ELSE
                        DELETE CTRIDX RECORD
                    END-IF
            END-READ.

       440-ABRIR-INCIDENTE.
            MOVE SPACES TO SINIESTRO-REG.
            MOVE WS-ULT-PATENTE        TO SIN-PATENTE.
            MOVE CAM-FECHA             TO SIN-FECHA.
            MOVE 'G'                   TO SIN-SEVERIDAD.
            MOVE ZERO                  TO SIN-COSTO-ESTIMADO.
            MOVE 'A'                   TO SIN-ESTADO.
            IF CAM-DESCRIPCION = SPACES
                STRING 'ROTURA - CAMBIO CTR ' CAM-CONTRATO
                    DELIMITED BY SIZE INTO SIN-DESCRIPCION
            ELSE
                MOVE CAM-DESCRIPCION   TO SIN-DESCRIPCION
            END-IF.
            MOVE WS-COBERTURA-CONTRATO TO SIN-COBERTURA.
            MOVE ZERO                  TO SIN-A-CARGO-CLIENTE.
            MOVE ZERO                  TO SIN-A-RECLAMAR.
            MOVE CAM-CONTRATO          TO SIN-CONTRATO.
            WRITE SINIESTRO-REG.
            MOVE FS-SINIESTROS TO WS-FS.
            MOVE "SINIESTR"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       500-GRABAR-LOG.
            MOVE SPACES TO LINEA.
            STRING FECHA-HOY ' CONTRATO ' CAM-CONTRATO
                   ' DIA ' CAM-FECHA
                   ' DE ' WS-ULT-PATENTE
                   ' A ' CAM-PATENTE-NUEVA
                   ' HASTA ' WS-ULT-FECHA
                   ' DIAS ' WS-DIAS-PASADOS
                   ' - ' WS-RESULTADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE CAMBLOG-REG FROM LINEA.
            MOVE FS-CAMBLOG TO WS-FS.
            MOVE "CAMBLOG"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE ROLLUP.CBL).   *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
            IF WS-FEC-DD < WS-FEC-DIAS-MES
                ADD 1 TO WS-FEC-DD
            ELSE
                MOVE 1 TO WS-FEC-DD
                IF WS-FEC-MM < 12
                    ADD 1 TO WS-FEC-MM
                ELSE
                    MOVE 1 TO WS-FEC-MM
                    ADD 1 TO WS-FEC-AA
                END-IF
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

       850-GRABAR-AUTOS.
            PERFORM 056-VERIFICAR-AUTOLOCK-PROPIO.
            OPEN OUTPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 860-GRABAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.

            CLOSE AUTOS.

       860-GRABAR-AUTO.
            MOVE TABLA-AUT-REG (IND-A) TO AUT-REG.
            WRITE AUT-REG.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE     *
      * CORTA ACA.                                                     *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

      * TOMA EL CERROJO DE EDICION DEL PADRON (VER SINIESTR.CBL): EL   *
      * CAMBIO PASA LA UNIDAD ROTA A FUERA DE SERVICIO Y REESCRIBE     *
      * AUTOS.TXT AL SALIR.                                            *
       055-TOMAR-AUTOLOCK.
            OPEN INPUT AUTOLOCK.
            IF FS-AUTOLOCK-OK
                READ AUTOLOCK AT END CONTINUE END-READ
                DISPLAY 'EL PADRON DE AUTOS ESTA TOMADO POR '
                        ALOCK-PROGRAMA ' (OPERADOR ' ALOCK-OPERADOR
                        ') DESDE ' ALOCK-FECHA ' ' ALOCK-HORA
                DISPLAY 'ESPERAR A QUE TERMINE; SI QUEDO DE UN ABEND,'
                        ' BORRAR AUTOLOCK.DAT Y REINTENTAR'
                CLOSE AUTOLOCK
                STOP RUN
            END-IF.

            ACCEPT WS-ALOCK-FECHA-MIA FROM DATE YYYYMMDD.
            ACCEPT WS-ALOCK-HORA-CRUDA FROM TIME.
            COMPUTE WS-ALOCK-HORA-MIA =
                WS-AH-HH * 10000 + WS-AH-MM * 100 + WS-AH-SS.

            OPEN OUTPUT AUTOLOCK.
            MOVE WS-ALOCK-FECHA-MIA TO ALOCK-FECHA.
            MOVE WS-ALOCK-HORA-MIA  TO ALOCK-HORA.
            MOVE 'CAMBIO'           TO ALOCK-PROGRAMA.
            MOVE SPACES             TO ALOCK-OPERADOR.
            WRITE AUTOLOCK-REG.
            CLOSE AUTOLOCK.

       056-VERIFICAR-AUTOLOCK-PROPIO.
            OPEN INPUT AUTOLOCK.
            IF FS-AUTOLOCK-OK
                READ AUTOLOCK AT END CONTINUE END-READ
                CLOSE AUTOLOCK
                IF ALOCK-FECHA NOT = WS-ALOCK-FECHA-MIA
                   OR ALOCK-HORA NOT = WS-ALOCK-HORA-MIA
                   OR ALOCK-PROGRAMA NOT = 'CAMBIO'
                    DISPLAY 'EL PADRON CAMBIO DE MANOS (AUTOLOCK DE '
                            ALOCK-PROGRAMA ') -- NO SE GRABA PARA NO '
                            'PISAR SUS CAMBIOS; PASAR A MANO LAS '
                            'UNIDADES ROTAS A FUERA DE SERVICIO'
                    STOP RUN
                END-IF
            ELSE
                DISPLAY 'AUTOLOCK.DAT DESAPARECIO -- NO SE GRABA PARA '
                        'NO PISAR CAMBIOS AJENOS; PASAR A MANO LAS '
                        'UNIDADES ROTAS A FUERA DE SERVICIO'
                STOP RUN
            END-IF.

       057-LIBERAR-AUTOLOCK.
            MOVE SPACES TO WS-COMANDO-ALOCK.
            MOVE 'DEL ..\AUTOLOCK.DAT' TO WS-COMANDO-ALOCK.
            CALL "SYSTEM" USING WS-COMANDO-ALOCK.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            CLOSE CAMBLOG.
            CLOSE SINIESTROS.
            IF HAY-RESERVAS
                CLOSE RESERVAS
            END-IF.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           PERFORM 057-LIBERAR-AUTOLOCK.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
