       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELEMAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ARCHIVO DIARIO DEL PROVEEDOR DE GPS: UNA LINEA POR LECTURA     *
      * (PATENTE, FECHA Y HORA, ODOMETRO, POSICION Y ZONA).  EL        *
      * PROVEEDOR LO REEMPLAZA CADA DIA; LAS LECTURAS YA PROCESADAS    *
      * (NO POSTERIORES A LA ULTIMA DE TELEUSO) SE SALTEAN, ASI QUE    *
      * RELANZAR LA CORRIDA NO DUPLICA NADA.                           *
        SELECT TELEMAT ASSIGN TO "..\TELEMAT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEMAT.

      * MISMO AUTOS.TXT QUE TP.CBL, SOLO LECTURA: PATENTES VALIDAS Y   *
      * AGENCIA DE RADICACION DE CADA UNIDAD.                          *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * MISMO ALQIDX.DAT QUE TP.CBL/DEVOLUC.CBL, SOLO LECTURA: DIAS    *
      * ALQUILADOS DE CADA PATENTE Y ODOMETROS TOMADOS EN EL           *
      * MOSTRADOR AL RETIRO Y A LA DEVOLUCION.                         *
        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * ZONAS PERMITIDAS POR AGENCIA (MISMOS CODIGOS DE ZONA QUE       *
      * ZONAENT.TXT).  UNA AGENCIA SIN ZONAS CARGADAS NO SE CONTROLA.  *
        SELECT TELEZONA ASSIGN TO "..\TELEZONA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEZONA.

      * ULTIMA LECTURA Y USO FUERA DE ALQUILER DE CADA UNIDAD,         *
      * ACUMULADO ENTRE CORRIDAS.  SE CARGA ENTERO Y SE REESCRIBE AL   *
      * FINAL; LO LEEN MANTENIM.CBL Y ORDTALL.CBL PARA EL USO DESDE    *
      * EL ULTIMO SERVICE.                                             *
        SELECT TELEUSO ASSIGN TO "..\TELEUSO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEUSO.

      * REPORTE DE LA CORRIDA: AUTOS QUE SE MOVIERON SIN ALQUILER,     *
      * FUERA DE ZONA, ODOMETROS DE MOSTRADOR QUE NO CIERRAN CONTRA    *
      * EL GPS Y LECTURAS RECHAZADAS.                                  *
        SELECT TELEREP ASSIGN TO "..\TELEREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEREP.

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

      * LATITUD Y LONGITUD VIAJAN COMO LAS MANDA EL PROVEEDOR (TEXTO   *
      * CON SIGNO Y PUNTO DECIMAL): SOLO SE INFORMAN, NO SE OPERAN.    *
       FD  TELEMAT.
       01  TELEMAT-REG.
           05  TEL-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  TEL-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  TEL-HORA                         PIC 9(04).
           05  FILLER                           PIC X(01).
           05  TEL-ODOMETRO                     PIC 9(07).
           05  FILLER                           PIC X(01).
           05  TEL-LATITUD                      PIC X(10).
           05  FILLER                           PIC X(01).
           05  TEL-LONGITUD                     PIC X(11).
           05  FILLER                           PIC X(01).
           05  TEL-ZONA                         PIC X(03).

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.               *
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

      * SOLO LOS CAMPOS NECESARIOS; EL RESTO VIAJA OPACO (LARGO        *
      * TOTAL 223, COMO ALQ-IDX-REG EN TP.CBL).                        *
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
           03  FILLER                           PIC X(37).
           03  ALQ-IDX-FECHA-RETIRO             PIC 9(08).
           03  ALQ-IDX-HORA-RETIRO              PIC 9(04).
           03  ALQ-IDX-ODOMETRO-SALIDA          PIC 9(07).
           03  ALQ-IDX-NOSHOW                   PIC X.
               88  ALQ-IDX-ES-NOSHOW            VALUE 'S'.
           03  FILLER                           PIC X(73).

       FD  TELEZONA.
       01  TELEZONA-REG.
           05  TZN-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  TZN-ZONA                         PIC X(03).
           05  FILLER                           PIC X(01).
           05  TZN-DESCRIPCION                  PIC X(20).

      * LOS DIAS DE USO FUERA DE ALQUILER VAN AL FRENTE: MANTENIM Y    *
      * ORDTALL SOLO DECLARAN PATENTE Y TLU-DIAS-SIN-ALQ.              *
       FD  TELEUSO.
       01  TELEUSO-REG.
           05  TLU-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  TLU-DIAS-SIN-ALQ                 PIC 9(06).
           05  FILLER                           PIC X(01).
           05  TLU-KM-SIN-ALQ                   PIC 9(07).
           05  FILLER                           PIC X(01).
           05  TLU-FECHA-SUMADA                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  TLU-FECHA-ULT                    PIC 9(08).
           05  FILLER                           PIC X(01).
           05  TLU-HORA-ULT                     PIC 9(04).
           05  FILLER                           PIC X(01).
           05  TLU-ODO-ULT                      PIC 9(07).
           05  FILLER                           PIC X(01).
           05  TLU-ZONA                         PIC X(03).
           05  FILLER                           PIC X(01).
           05  TLU-LATITUD                      PIC X(10).
           05  FILLER                           PIC X(01).
           05  TLU-LONGITUD                     PIC X(11).

       FD  TELEREP.
       01  TELEREP-REG                          PIC X(110).

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
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-TELEMAT                           PIC X(02).
           88  FS-TELEMAT-OK                    VALUE '00'.
           88  FS-TELEMAT-FIN                   VALUE '10'.
           88  FS-TELEMAT-NO-EXIST              VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-TELEZONA                          PIC X(02).
           88  FS-TELEZONA-OK                   VALUE '00'.
           88  FS-TELEZONA-FIN                  VALUE '10'.
           88  FS-TELEZONA-NO-EXIST             VALUE '35'.

       01  FS-TELEUSO                           PIC X(02).
           88  FS-TELEUSO-OK                    VALUE '00'.
           88  FS-TELEUSO-FIN                   VALUE '10'.
           88  FS-TELEUSO-NO-EXIST              VALUE '35'.

       01  FS-TELEREP                           PIC X(02).
           88  FS-TELEREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * TOLERANCIA EN KM ENTRE EL ODOMETRO DEL MOSTRADOR Y EL DEL GPS  *
      * (TP_TEL_TOLER, POR DEFECTO 20) Y RECORRIDO MINIMO PARA DAR EL  *
      * AUTO POR MOVIDO (TP_TEL_MINKM, POR DEFECTO 5; ABSORBE LA       *
      * DERIVA DEL GPS CON EL AUTO ESTACIONADO).                       *
       01  WS-ENV-TOLER                         PIC X(04).
       01  WS-TOLER-KM                          PIC 9(04) VALUE 20.
       01  WS-ENV-MINKM                         PIC X(04).
       01  WS-MIN-KM                            PIC 9(04) VALUE 5.

      * PADRON DE AUTOS: SOLO PATENTE Y AGENCIA DE RADICACION.         *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  TAB-AUT                  OCCURS 300 TIMES.
               09  TAB-AUT-PATENTE      PIC X(07).
               09  TAB-AUT-AGENCIA      PIC 9(02).
       01  IND-A                                PIC 9(03).
       01  WS-IND-AUTO                          PIC 9(03) VALUE ZERO.

      * ZONAS PERMITIDAS POR AGENCIA.                                  *
       01  WS-CANT-ZONAS                        PIC 9(03) VALUE ZERO.
       01  TABLA-ZONAS.
           05  TAB-ZON                  OCCURS 200 TIMES.
               09  TAB-ZON-AGENCIA      PIC 9(02).
               09  TAB-ZON-ZONA         PIC X(03).
       01  IND-Z                                PIC 9(03).
       01  WS-AGENCIA-CON-ZONAS                 PIC X VALUE 'N'.
           88  WS-HAY-ZONAS-AGENCIA             VALUE 'S'.
       01  WS-ZONA-PERMITIDA                    PIC X VALUE 'N'.
           88  WS-ES-ZONA-PERMITIDA             VALUE 'S'.

      * ULTIMA LECTURA Y USO FUERA DE ALQUILER POR UNIDAD (IMAGEN DE   *
      * TELEUSO-REG, LARGO 80).                                        *
       01  WS-CANT-TLU                          PIC 9(03) VALUE ZERO.
       01  TABLA-TELEUSO.
           05  TAB-TLU                  OCCURS 300 TIMES.
               09  TAB-TLU-REG.
                   11  T-TLU-PATENTE             PIC X(07).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-DIAS-SIN-ALQ        PIC 9(06).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-KM-SIN-ALQ          PIC 9(07).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-FECHA-SUMADA        PIC 9(08).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-ULTIMA.
                       13  T-TLU-FECHA-ULT       PIC 9(08).
                       13  FILLER                PIC X(01).
                       13  T-TLU-HORA-ULT        PIC 9(04).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-ODO-ULT             PIC 9(07).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-ZONA                PIC X(03).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-LATITUD             PIC X(10).
                   11  FILLER                    PIC X(01).
                   11  T-TLU-LONGITUD            PIC X(11).
       01  IND-U                                PIC 9(03).
       01  WS-IND-HALLADO                       PIC 9(03) VALUE ZERO.
       01  WS-LECTURA-NUEVA.
           05  WS-LN-FECHA                      PIC 9(08).
           05  FILLER                           PIC X(01) VALUE SPACE.
           05  WS-LN-HORA                       PIC 9(04).

      * LECTURAS NUEVAS DEL DIA EN MEMORIA, ORDENADAS POR PATENTE +    *
      * FECHA + HORA (BURBUJEO, MISMO IDIOMA QUE ENTREGAS.CBL) PARA    *
      * CRUZARLAS CONTRA ALQIDX.DAT, QUE VIENE EN ESE MISMO ORDEN.     *
       01  WS-CANT-LECTURAS                     PIC 9(04) VALUE ZERO.
       01  TABLA-LECTURAS.
           05  LEC-ENT                  OCCURS 3000 TIMES.
               09  LEC-ORDEN.
                   11  LEC-PATENTE      PIC X(07).
                   11  LEC-FECHA        PIC 9(08).
                   11  LEC-HORA         PIC 9(04).
               09  LEC-ODOMETRO         PIC 9(07).
               09  LEC-LATITUD          PIC X(10).
               09  LEC-LONGITUD         PIC X(11).
               09  LEC-ZONA             PIC X(03).
               09  LEC-AGENCIA          PIC 9(02).
               09  LEC-ALQUILADO        PIC X.
                   88  LEC-EN-ALQUILER  VALUE 'S'.
               09  LEC-CONTRATO         PIC 9(09).
               09  LEC-ODO-RETIRO       PIC 9(07).
               09  LEC-ODO-DEVOL        PIC 9(07).
       01  WS-LEC-TEMP                          PIC X(76).
       01  IND-L                                PIC 9(04).
       01  IND-P                                PIC 9(04).
       01  IND-SORT-I                           PIC 9(04).
       01  IND-SORT-J                           PIC 9(04).

      * CRUCE CONTRA EL ALQUILER: DIAS QUE CUBRE EL REGISTRO LEIDO     *
      * (UN RETIRO ANTICIPADO O UNA DEVOLUCION TARDIA LO ESTIRAN) Y    *
      * ULTIMA LECTURA DEL DIA DEL RETIRO Y DE LA DEVOLUCION.          *
       01  WS-ALQ-DESDE                         PIC 9(08).
       01  WS-ALQ-HASTA                         PIC 9(08).
       01  WS-IND-RETIRO                        PIC 9(04).
       01  WS-IND-DEVOL                         PIC 9(04).

      * REVISION DE CADA LECTURA CONTRA LA ANTERIOR DE LA UNIDAD.      *
       01  WS-ODO-ANTERIOR                      PIC 9(07).
       01  WS-KM-RECORRIDOS                     PIC 9(07).
       01  WS-ODO-MOSTRADOR                     PIC 9(07).
       01  WS-ODO-MINIMO                        PIC 9(07).
       01  WS-ODO-MAXIMO                        PIC 9(07).
       01  WS-MOMENTO                           PIC X(10).
       01  WS-MOTIVO                            PIC X(20).

       01  WS-CANT-LEIDAS                       PIC 9(05) VALUE ZERO.
       01  WS-CANT-YA-VISTAS                    PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADAS                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-SIN-ALQ                      PIC 9(05) VALUE ZERO.
       01  WS-CANT-FUERA-ZONA                   PIC 9(05) VALUE ZERO.
       01  WS-CANT-DIF-MOSTRADOR                PIC 9(05) VALUE ZERO.
       01  WS-CANT-RETROCESOS                   PIC 9(05) VALUE ZERO.

       01  WS-KM-IMPR                           PIC ZZZZZZ9.
       01  WS-ODO-IMPR                          PIC ZZZZZZ9.
       01  LINEA                                PIC X(110).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO TELEMAT'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-LECTURAS.
        PERFORM 300-ORDENAR.
        PERFORM 400-CRUZAR-ALQUILERES.
        PERFORM 500-REVISAR-LECTURAS.
        PERFORM 800-GRABAR-TELEUSO.
        PERFORM 998-FIN.

        DISPLAY 'FIN TELEMAT - LECTURAS NUEVAS: ' WS-CANT-LECTURAS.
        DISPLAY '   YA PROCESADAS:              ' WS-CANT-YA-VISTAS.
        DISPLAY '   RECHAZADAS:                 ' WS-CANT-RECHAZADAS.
        DISPLAY '   MOVIMIENTOS SIN ALQUILER:   ' WS-CANT-SIN-ALQ.
        DISPLAY '   FUERA DE ZONA:              ' WS-CANT-FUERA-ZONA.
        DISPLAY '   DIF. CON EL MOSTRADOR:      ' WS-CANT-DIF-MOSTRADOR.
        DISPLAY '   RETROCESOS DEL GPS:         ' WS-CANT-RETROCESOS.
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

            MOVE SPACES TO WS-ENV-TOLER.
            ACCEPT WS-ENV-TOLER FROM ENVIRONMENT "TP_TEL_TOLER".
            IF WS-ENV-TOLER IS NUMERIC AND WS-ENV-TOLER > ZERO
                MOVE WS-ENV-TOLER TO WS-TOLER-KM
            END-IF.

            MOVE SPACES TO WS-ENV-MINKM.
            ACCEPT WS-ENV-MINKM FROM ENVIRONMENT "TP_TEL_MINKM".
            IF WS-ENV-MINKM IS NUMERIC AND WS-ENV-MINKM > ZERO
                MOVE WS-ENV-MINKM TO WS-MIN-KM
            END-IF.

            OPEN INPUT TELEMAT.
            IF FS-TELEMAT-NO-EXIST
                DISPLAY 'SIN TELEMAT.TXT -- NO HAY LECTURAS DE GPS'
                STOP RUN
            END-IF.
            MOVE FS-TELEMAT TO WS-FS.
            MOVE "TELEMAT"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 110-LEER-AUTO.
            PERFORM 120-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN INPUT TELEZONA.
            IF NOT FS-TELEZONA-NO-EXIST
                MOVE FS-TELEZONA TO WS-FS
                MOVE "TELEZONA"  TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 130-LEER-ZONA
                PERFORM 140-CARGAR-ZONA UNTIL FS-TELEZONA-FIN
                CLOSE TELEZONA
            END-IF.

            OPEN INPUT TELEUSO.
            IF NOT FS-TELEUSO-NO-EXIST
                MOVE FS-TELEUSO TO WS-FS
                MOVE "TELEUSO"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 150-LEER-TELEUSO
                PERFORM 160-CARGAR-TELEUSO UNTIL FS-TELEUSO-FIN
                CLOSE TELEUSO
            END-IF.

            OPEN OUTPUT TELEREP.
            MOVE FS-TELEREP TO WS-FS.
            MOVE "TELEREP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'CONTROL DE TELEMETRIA AL ' FECHA-HOY
                   '  (TOLERANCIA MOSTRADOR: ' WS-TOLER-KM
                   ' KM, MOVIMIENTO MINIMO: ' WS-MIN-KM ' KM)'
                DELIMITED BY SIZE INTO LINEA.
            WRITE TELEREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE TELEREP-REG FROM LINEA.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-PATENTE TO TAB-AUT-PATENTE (WS-CANT-AUTOS).
            MOVE AUT-AGENCIA TO TAB-AUT-AGENCIA (WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

       130-LEER-ZONA.
            READ TELEZONA AT END SET FS-TELEZONA-FIN TO TRUE.

            IF NOT FS-TELEZONA-OK AND NOT FS-TELEZONA-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TELEZONA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       140-CARGAR-ZONA.
            IF WS-CANT-ZONAS < 200
                ADD 1 TO WS-CANT-ZONAS
                MOVE TZN-AGENCIA TO TAB-ZON-AGENCIA (WS-CANT-ZONAS)
                MOVE TZN-ZONA    TO TAB-ZON-ZONA (WS-CANT-ZONAS)
            ELSE
                DISPLAY 'ATENCION: MAS DE 200 ZONAS PERMITIDAS -- '
                        'EXCEDENTE IGNORADO'
            END-IF.
            PERFORM 130-LEER-ZONA.

       150-LEER-TELEUSO.
            READ TELEUSO AT END SET FS-TELEUSO-FIN TO TRUE.

            IF NOT FS-TELEUSO-OK AND NOT FS-TELEUSO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TELEUSO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       160-CARGAR-TELEUSO.
            IF WS-CANT-TLU >= 300
                DISPLAY 'TELEUSO.TXT SUPERA 300 UNIDADES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-TLU.
            MOVE TELEUSO-REG TO TAB-TLU-REG (WS-CANT-TLU).
            PERFORM 150-LEER-TELEUSO.

      * CARGA LAS LECTURAS DEL ARCHIVO DEL PROVEEDOR: SE RECHAZAN LAS  *
      * DE PATENTE QUE NO ESTA EN EL PADRON O CON DATOS NO NUMERICOS,  *
      * Y SE SALTEAN LAS QUE NO SON POSTERIORES A LA ULTIMA YA         *
      * PROCESADA DE LA UNIDAD.                                        *
       200-CARGAR-LECTURAS.
            PERFORM 210-LEER-TELEMAT.
            PERFORM 220-CARGAR-LECTURA
                    UNTIL FS-TELEMAT-FIN.

       210-LEER-TELEMAT.
            READ TELEMAT AT END SET FS-TELEMAT-FIN TO TRUE.

            IF NOT FS-TELEMAT-OK AND NOT FS-TELEMAT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TELEMAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-LECTURA.
            ADD 1 TO WS-CANT-LEIDAS.

            IF TEL-FECHA NOT NUMERIC OR TEL-HORA NOT NUMERIC
               OR TEL-ODOMETRO NOT NUMERIC OR TEL-FECHA = ZERO
                MOVE 'DATOS INVALIDOS' TO WS-MOTIVO
                PERFORM 240-RECHAZAR-LECTURA
            ELSE
                PERFORM 230-BUSCAR-AUTO
                IF WS-IND-AUTO = ZERO
                    MOVE 'PATENTE DESCONOCIDA' TO WS-MOTIVO
                    PERFORM 240-RECHAZAR-LECTURA
                ELSE
                    PERFORM 250-BUSCAR-TELEUSO
                    IF WS-IND-HALLADO = ZERO
                        PERFORM 225-AGREGAR-LECTURA
                    ELSE
                        MOVE TEL-FECHA TO WS-LN-FECHA
                        MOVE TEL-HORA  TO WS-LN-HORA
                        IF WS-LECTURA-NUEVA NOT >
                           T-TLU-ULTIMA (WS-IND-HALLADO)
                            ADD 1 TO WS-CANT-YA-VISTAS
                        ELSE
                            PERFORM 225-AGREGAR-LECTURA
                        END-IF
                    END-IF
                END-IF
            END-IF.

            PERFORM 210-LEER-TELEMAT.

       225-AGREGAR-LECTURA.
            IF WS-CANT-LECTURAS >= 3000
                DISPLAY 'TELEMAT.TXT SUPERA 3000 LECTURAS NUEVAS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            ADD 1 TO WS-CANT-LECTURAS.
            MOVE WS-CANT-LECTURAS TO IND-L.
            MOVE TEL-PATENTE  TO LEC-PATENTE (IND-L).
            MOVE TEL-FECHA    TO LEC-FECHA (IND-L).
            MOVE TEL-HORA     TO LEC-HORA (IND-L).
            MOVE TEL-ODOMETRO TO LEC-ODOMETRO (IND-L).
            MOVE TEL-LATITUD  TO LEC-LATITUD (IND-L).
            MOVE TEL-LONGITUD TO LEC-LONGITUD (IND-L).
            MOVE TEL-ZONA     TO LEC-ZONA (IND-L).
            MOVE TAB-AUT-AGENCIA (WS-IND-AUTO)
                              TO LEC-AGENCIA (IND-L).
            MOVE 'N'          TO LEC-ALQUILADO (IND-L).
            MOVE ZERO         TO LEC-CONTRATO (IND-L).
            MOVE ZERO         TO LEC-ODO-RETIRO (IND-L).
            MOVE ZERO         TO LEC-ODO-DEVOL (IND-L).

       230-BUSCAR-AUTO.
            MOVE ZERO TO WS-IND-AUTO.
            PERFORM 231-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-IND-AUTO > ZERO.

       231-COMPARAR-AUTO.
            IF TAB-AUT-PATENTE (IND-A) = TEL-PATENTE
                MOVE IND-A TO WS-IND-AUTO
            END-IF.

       240-RECHAZAR-LECTURA.
            ADD 1 TO WS-CANT-RECHAZADAS.
            MOVE SPACES TO LINEA.
            STRING '  RECHAZADA     ' TEL-PATENTE
                   ' Dia ' TEL-FECHA ' ' TEL-HORA
                   '  Motivo: ' WS-MOTIVO
                DELIMITED BY SIZE INTO LINEA.
            WRITE TELEREP-REG FROM LINEA.

       250-BUSCAR-TELEUSO.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 251-COMPARAR-TELEUSO
                    VARYING IND-U FROM 1 BY 1
                    UNTIL IND-U > WS-CANT-TLU
                    OR WS-IND-HALLADO > ZERO.

       251-COMPARAR-TELEUSO.
            IF T-TLU-PATENTE (IND-U) = TEL-PATENTE
                MOVE IND-U TO WS-IND-HALLADO
            END-IF.

       300-ORDENAR.
            IF WS-CANT-LECTURAS > 1
                PERFORM 310-ORDENAR-PASADA
                        VARYING IND-SORT-I FROM 1 BY 1
                        UNTIL IND-SORT-I >= WS-CANT-LECTURAS
            END-IF.

       310-ORDENAR-PASADA.
            PERFORM 320-ORDENAR-COMPARAR
                    VARYING IND-SORT-J FROM 1 BY 1
                    UNTIL IND-SORT-J >
                          WS-CANT-LECTURAS - IND-SORT-I.

       320-ORDENAR-COMPARAR.
            IF LEC-ORDEN(IND-SORT-J) > LEC-ORDEN(IND-SORT-J + 1)
                MOVE LEC-ENT(IND-SORT-J)     TO WS-LEC-TEMP
                MOVE LEC-ENT(IND-SORT-J + 1) TO LEC-ENT(IND-SORT-J)
                MOVE WS-LEC-TEMP TO LEC-ENT(IND-SORT-J + 1)
            END-IF.

      * BARRE ALQIDX.DAT UNA VEZ, APAREANDO POR PATENTE CON LA TABLA   *
      * DE LECTURAS (IND-P QUEDA EN LA PRIMERA LECTURA DE LA PATENTE   *
      * DEL REGISTRO O DE LA SIGUIENTE).  CADA DIA ALQUILADO NO        *
      * ANULADO MARCA COMO ALQUILADAS LAS LECTURAS DE ESOS DIAS Y      *
      * ANOTA LOS ODOMETROS DEL MOSTRADOR EN LA ULTIMA LECTURA DEL     *
      * DIA DEL RETIRO Y DE LA DEVOLUCION.                             *
       400-CRUZAR-ALQUILERES.
            IF WS-CANT-LECTURAS NOT = ZERO
                OPEN INPUT ALQ-IDX
                IF FS-ALQ-IDX-NO-EXIST
                    DISPLAY 'NO EXISTE ALQIDX.DAT -- '
                            'NINGUN AUTO ALQUILADO'
                ELSE
                    MOVE FS-ALQ-IDX TO WS-FS
                    MOVE "ALQ-IDX"  TO WS-FS-NOMBRE
                    MOVE "ABRIR"    TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    MOVE 1 TO IND-P
                    PERFORM 410-LEER-ALQ
                    PERFORM 420-CRUZAR-REGISTRO
                            UNTIL FS-ALQ-IDX-FIN
                            OR IND-P > WS-CANT-LECTURAS
                    CLOSE ALQ-IDX
                END-IF
            END-IF.

       410-LEER-ALQ.
            READ ALQ-IDX AT END SET FS-ALQ-IDX-FIN TO TRUE.

            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQ-IDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       420-CRUZAR-REGISTRO.
            PERFORM 421-AVANZAR-LECTURA
                    UNTIL IND-P > WS-CANT-LECTURAS
                    OR LEC-PATENTE (IND-P) NOT < ALQ-IDX-PATENTE.

            IF IND-P NOT > WS-CANT-LECTURAS
               AND LEC-PATENTE (IND-P) = ALQ-IDX-PATENTE
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND NOT ALQ-IDX-ES-NOSHOW
                PERFORM 430-MARCAR-DIAS
            END-IF.

            PERFORM 410-LEER-ALQ.

       421-AVANZAR-LECTURA.
            ADD 1 TO IND-P.

       430-MARCAR-DIAS.
            MOVE ALQ-IDX-FECHA TO WS-ALQ-DESDE.
            MOVE ALQ-IDX-FECHA TO WS-ALQ-HASTA.
            IF ALQ-IDX-FECHA-RETIRO > ZERO
               AND ALQ-IDX-FECHA-RETIRO < WS-ALQ-DESDE
                MOVE ALQ-IDX-FECHA-RETIRO TO WS-ALQ-DESDE
            END-IF.
            IF ALQ-IDX-DEVOL-CERRADA
               AND ALQ-IDX-FECHA-DEVOLUCION > WS-ALQ-HASTA
                MOVE ALQ-IDX-FECHA-DEVOLUCION TO WS-ALQ-HASTA
            END-IF.

            MOVE ZERO TO WS-IND-RETIRO.
            MOVE ZERO TO WS-IND-DEVOL.
            PERFORM 440-MARCAR-LECTURA
                    VARYING IND-L FROM IND-P BY 1
                    UNTIL IND-L > WS-CANT-LECTURAS
                    OR LEC-PATENTE (IND-L) NOT = ALQ-IDX-PATENTE.

            IF WS-IND-RETIRO > ZERO
                MOVE ALQ-IDX-ODOMETRO-SALIDA
                    TO LEC-ODO-RETIRO (WS-IND-RETIRO)
                MOVE ALQ-IDX-NRO-CONTRATO
                    TO LEC-CONTRATO (WS-IND-RETIRO)
            END-IF.
            IF WS-IND-DEVOL > ZERO
                MOVE ALQ-IDX-ODOMETRO
                    TO LEC-ODO-DEVOL (WS-IND-DEVOL)
                MOVE ALQ-IDX-NRO-CONTRATO
                    TO LEC-CONTRATO (WS-IND-DEVOL)
            END-IF.

       440-MARCAR-LECTURA.
            IF LEC-FECHA (IND-L) NOT < WS-ALQ-DESDE
               AND LEC-FECHA (IND-L) NOT > WS-ALQ-HASTA
                MOVE 'S' TO LEC-ALQUILADO (IND-L)
                MOVE ALQ-IDX-AGENCIA TO LEC-AGENCIA (IND-L)
            END-IF.
            IF ALQ-IDX-FECHA-RETIRO > ZERO
               AND ALQ-IDX-ODOMETRO-SALIDA > ZERO
               AND LEC-FECHA (IND-L) = ALQ-IDX-FECHA-RETIRO
                MOVE IND-L TO WS-IND-RETIRO
            END-IF.
            IF ALQ-IDX-DEVOL-CERRADA
               AND ALQ-IDX-ODOMETRO > ZERO
               AND LEC-FECHA (IND-L) = ALQ-IDX-FECHA-DEVOLUCION
                MOVE IND-L TO WS-IND-DEVOL
            END-IF.

      * REVISA LAS LECTURAS EN ORDEN CONTRA LA ANTERIOR DE LA MISMA    *
      * UNIDAD (LA ULTIMA DE TELEUSO, O LA PREVIA DE ESTE MISMO        *
      * ARCHIVO) Y DEJA LA LECTURA COMO ULTIMA CONOCIDA.               *
       500-REVISAR-LECTURAS.
            PERFORM 510-REVISAR-LECTURA
                    VARYING IND-L FROM 1 BY 1
                    UNTIL IND-L > WS-CANT-LECTURAS.

            MOVE SPACES TO LINEA.
            WRITE TELEREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'LECTURAS NUEVAS: ' WS-CANT-LECTURAS
                   '  SIN ALQUILER: ' WS-CANT-SIN-ALQ
                   '  FUERA DE ZONA: ' WS-CANT-FUERA-ZONA
                   '  DIF. MOSTRADOR: ' WS-CANT-DIF-MOSTRADOR
                   '  RECHAZADAS: ' WS-CANT-RECHAZADAS
                DELIMITED BY SIZE INTO LINEA.
            WRITE TELEREP-REG FROM LINEA.

       510-REVISAR-LECTURA.
            MOVE LEC-PATENTE (IND-L) TO TEL-PATENTE.
            PERFORM 250-BUSCAR-TELEUSO.
            IF WS-IND-HALLADO = ZERO
                PERFORM 520-ALTA-TELEUSO
            END-IF.
            MOVE T-TLU-ODO-ULT (WS-IND-HALLADO) TO WS-ODO-ANTERIOR.

            IF WS-ODO-ANTERIOR > ZERO
                IF LEC-ODOMETRO (IND-L) < WS-ODO-ANTERIOR
                    PERFORM 530-REPORTAR-RETROCESO
                ELSE
                    COMPUTE WS-KM-RECORRIDOS =
                        LEC-ODOMETRO (IND-L) - WS-ODO-ANTERIOR
                    IF WS-KM-RECORRIDOS > WS-MIN-KM
                       AND NOT LEC-EN-ALQUILER (IND-L)
                        PERFORM 540-REPORTAR-SIN-ALQUILER
                    END-IF
                END-IF
            END-IF.

            IF LEC-ZONA (IND-L) NOT = SPACES
                PERFORM 550-VERIFICAR-ZONA
            END-IF.

            IF LEC-ODO-RETIRO (IND-L) > ZERO
                MOVE LEC-ODO-RETIRO (IND-L) TO WS-ODO-MOSTRADOR
                MOVE 'RETIRO'               TO WS-MOMENTO
                PERFORM 560-VERIFICAR-MOSTRADOR
            END-IF.
            IF LEC-ODO-DEVOL (IND-L) > ZERO
                MOVE LEC-ODO-DEVOL (IND-L)  TO WS-ODO-MOSTRADOR
                MOVE 'DEVOLUCION'           TO WS-MOMENTO
                PERFORM 560-VERIFICAR-MOSTRADOR
            END-IF.

            MOVE LEC-FECHA (IND-L)
                TO T-TLU-FECHA-ULT (WS-IND-HALLADO).
            MOVE LEC-HORA (IND-L)
                TO T-TLU-HORA-ULT (WS-IND-HALLADO).
            MOVE LEC-ODOMETRO (IND-L)
                TO T-TLU-ODO-ULT (WS-IND-HALLADO).
            MOVE LEC-ZONA (IND-L)
                TO T-TLU-ZONA (WS-IND-HALLADO).
            MOVE LEC-LATITUD (IND-L)
                TO T-TLU-LATITUD (WS-IND-HALLADO).
            MOVE LEC-LONGITUD (IND-L)
                TO T-TLU-LONGITUD (WS-IND-HALLADO).

       520-ALTA-TELEUSO.
            IF WS-CANT-TLU >= 300
                DISPLAY 'TELEUSO.TXT SUPERA 300 UNIDADES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-TLU.
            MOVE WS-CANT-TLU TO WS-IND-HALLADO.
            MOVE SPACES TO TAB-TLU-REG (WS-IND-HALLADO).
            MOVE LEC-PATENTE (IND-L) TO T-TLU-PATENTE (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-DIAS-SIN-ALQ (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-KM-SIN-ALQ (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-FECHA-SUMADA (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-FECHA-ULT (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-HORA-ULT (WS-IND-HALLADO).
            MOVE ZERO TO T-TLU-ODO-ULT (WS-IND-HALLADO).

      * EL GPS NO PUEDE MARCAR MENOS QUE LA LECTURA ANTERIOR: EQUIPO   *
      * CAMBIADO O FALLANDO.  NO SE COMPUTA RECORRIDO.                 *
       530-REPORTAR-RETROCESO.
            ADD 1 TO WS-CANT-RETROCESOS.
            MOVE WS-ODO-ANTERIOR TO WS-ODO-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  RETROCESO GPS ' LEC-PATENTE (IND-L)
                   ' Dia ' LEC-FECHA (IND-L) ' ' LEC-HORA (IND-L)
                   ' Leido ' LEC-ODOMETRO (IND-L)
                   ' Anterior ' WS-ODO-IMPR
                DELIMITED BY SIZE INTO LINEA.
            WRITE TELEREP-REG FROM LINEA.

      * EL AUTO SE MOVIO SIN ALQUILER QUE LO CUBRA (TRASLADO NO        *
      * REGISTRADO, USO INTERNO O USO INDEBIDO).  EL RECORRIDO SE      *
      * ACUMULA EN TELEUSO Y EL DIA CUENTA UNA SOLA VEZ COMO USO PARA  *
      * EL INTERVALO DE SERVICE.                                       *
       540-REPORTAR-SIN-ALQUILER.
            ADD 1 TO WS-CANT-SIN-ALQ.
            ADD WS-KM-RECORRIDOS TO T-TLU-KM-SIN-ALQ (WS-IND-HALLADO).
            IF LEC-FECHA (IND-L) > T-TLU-FECHA-SUMADA (WS-IND-HALLADO)
                ADD 1 TO T-TLU-DIAS-SIN-ALQ (WS-IND-HALLADO)
                MOVE LEC-FECHA (IND-L)
                    TO T-TLU-FECHA-SUMADA (WS-IND-HALLADO)
            END-IF.

            MOVE WS-KM-RECORRIDOS TO WS-KM-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  SIN ALQUILER  ' LEC-PATENTE (IND-L)
                   ' Dia ' LEC-FECHA (IND-L) ' ' LEC-HORA (IND-L)
                   ' Recorrio ' WS-KM-IMPR ' km'
                   '  Agencia ' LEC-AGENCIA (IND-L)
                   '  Zona ' LEC-ZONA (IND-L)
                DELIMITED BY SIZE INTO LINEA.
            WRITE TELEREP-REG FROM LINEA.

      * LA ZONA SE CONTROLA CONTRA LAS PERMITIDAS DE LA AGENCIA DEL    *
      * ALQUILER (O LA DE RADICACION SI EL AUTO NO ESTA ALQUILADO).    *
       550-VERIFICAR-ZONA.
            MOVE 'N' TO WS-AGENCIA-CON-ZONAS.
            MOVE 'N' TO WS-ZONA-PERMITIDA.
            PERFORM 551-COMPARAR-ZONA
                    VARYING IND-Z FROM 1 BY 1
                    UNTIL IND-Z > WS-CANT-ZONAS
                    OR WS-ES-ZONA-PERMITIDA.

            IF WS-HAY-ZONAS-AGENCIA AND NOT WS-ES-ZONA-PERMITIDA
                ADD 1 TO WS-CANT-FUERA-ZONA
                MOVE SPACES TO LINEA
                STRING '  FUERA DE ZONA ' LEC-PATENTE (IND-L)
                       ' Dia ' LEC-FECHA (IND-L) ' ' LEC-HORA (IND-L)
                       '  Zona ' LEC-ZONA (IND-L)
                       '  Agencia ' LEC-AGENCIA (IND-L)
                       '  Pos ' LEC-LATITUD (IND-L)
                       ' ' LEC-LONGITUD (IND-L)
                       '  Alquilado ' LEC-ALQUILADO (IND-L)
                    DELIMITED BY SIZE INTO LINEA
                WRITE TELEREP-REG FROM LINEA
            END-IF.

       551-COMPARAR-ZONA.
            IF TAB-ZON-AGENCIA (IND-Z) = LEC-AGENCIA (IND-L)
                MOVE 'S' TO WS-AGENCIA-CON-ZONAS
                IF TAB-ZON-ZONA (IND-Z) = LEC-ZONA (IND-L)
                    MOVE 'S' TO WS-ZONA-PERMITIDA
                END-IF
            END-IF.

      * EL ODOMETRO TIPEADO EN EL MOSTRADOR TIENE QUE CAER ENTRE LA    *
      * LECTURA ANTERIOR DEL GPS Y LA DEL DIA, CON LA TOLERANCIA.      *
      * SIN LECTURA ANTERIOR SE COMPARA SOLO CONTRA LA DEL DIA.  LA    *
      * LECTURA DEL MOSTRADOR SE CORRIGE CON ODOCORR.CBL.              *
       560-VERIFICAR-MOSTRADOR.
            IF WS-ODO-ANTERIOR > ZERO
               AND WS-ODO-ANTERIOR < LEC-ODOMETRO (IND-L)
                MOVE WS-ODO-ANTERIOR TO WS-ODO-MINIMO
            ELSE
                MOVE LEC-ODOMETRO (IND-L) TO WS-ODO-MINIMO
            END-IF.
            IF WS-ODO-MINIMO > WS-TOLER-KM
                SUBTRACT WS-TOLER-KM FROM WS-ODO-MINIMO
            ELSE
                MOVE ZERO TO WS-ODO-MINIMO
            END-IF.
            COMPUTE WS-ODO-MAXIMO =
                LEC-ODOMETRO (IND-L) + WS-TOLER-KM.

            IF WS-ODO-MOSTRADOR < WS-ODO-MINIMO
               OR WS-ODO-MOSTRADOR > WS-ODO-MAXIMO
                ADD 1 TO WS-CANT-DIF-MOSTRADOR
                MOVE WS-ODO-MOSTRADOR TO WS-ODO-IMPR
                MOVE LEC-ODOMETRO (IND-L) TO WS-KM-IMPR
                MOVE SPACES TO LINEA
                STRING '  MOSTRADOR     ' LEC-PATENTE (IND-L)
                       ' Dia ' LEC-FECHA (IND-L)
                       ' ' WS-MOMENTO
                       ' Ctr ' LEC-CONTRATO (IND-L)
                       ' Mostrador ' WS-ODO-IMPR
                       ' GPS ' WS-KM-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE TELEREP-REG FROM LINEA
            END-IF.

       800-GRABAR-TELEUSO.
            OPEN OUTPUT TELEUSO.
            MOVE FS-TELEUSO TO WS-FS.
            MOVE "TELEUSO"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 810-GRABAR-UNIDAD
                    VARYING IND-U FROM 1 BY 1
                    UNTIL IND-U > WS-CANT-TLU.

            CLOSE TELEUSO.

       810-GRABAR-UNIDAD.
            MOVE TAB-TLU-REG (IND-U) TO TELEUSO-REG.
            WRITE TELEUSO-REG.
            MOVE FS-TELEUSO TO WS-FS.
            MOVE "TELEUSO"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE TELEMAT.
            CLOSE TELEREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
