       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYSELLO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REGISTRO DE VERSIONES DE LAYOUT DE LOS ARCHIVOS PERSISTENTES,   *
      * EN ..\LAYOUT.DAT: UNA FILA POR ARCHIVO CON LA VERSION DEL       *
      * ARMADO QUE TIENE GRABADO, LA FECHA Y EL PROGRAMA QUE LA SELLO.  *
      * CADA PROGRAMA QUE ABRE UNO DE ESTOS ARCHIVOS COMPARA AL         *
      * ARRANCAR LA VERSION SELLADA CONTRA LA QUE ESPERA                *
      * (040-VERIFICAR-LAYOUT EN LOS AUXILIARES, 1015 EN TP.CBL) Y NO   *
      * CORRE SI DIFIEREN.                                              *
      * EL SELLO VA EN UN REGISTRO APARTE Y NO ADENTRO DE CADA ARCHIVO: *
      * UNA LINEA DE CABECERA O UNA CLAVE DE CONTROL LA TENDRIAN QUE    *
      * SALTEAR TODOS LOS LECTORES SECUENCIALES Y LOS EXTRACTOS QUE SE  *
      * MANDAN AFUERA.                                                  *
      * HISTORIA DE VERSIONES:                                          *
      *   01  ARMADO ORIGINAL.                                          *
      *   02  PATENTE DE 7 (CONVPAT7): AUTOS, ALQIDX, RESERVAS, ESPERA, *
      *       SINIESTR.  AGENCIA DE 2 DIGITOS (CONVAGE2) EN LOS DEMAS   *
      *       ARCHIVOS QUE CONVIERTE.                                   *
      *   03  AGENCIA DE 2 DIGITOS (CONVAGE2) SOBRE LOS QUE YA ESTABAN  *
      *       EN 02 POR LA PATENTE.                                     *
      * LAS CONVERSIONES NO TOCAN ESTE ARCHIVO: DEJAN EL REGISTRO NUEVO *
      * EN LAYOUT7.DAT / LAYOUT2.DAT PARA PROMOVER JUNTO CON LOS DATOS. *
      * ESTE UTILITARIO SOLO INFORMA LAS DIFERENCIAS CONTRA LA TABLA    *
      * VIGENTE, Y CON TP_LAYOUT_CONFIRMA=S AGREGA LAS FILAS QUE FALTAN *
      * (PRIMER SELLADO DE UNA INSTALACION, O UN ARCHIVO NUEVO).  NUNCA *
      * CAMBIA UNA FILA YA SELLADA: ESO LO HACE LA CONVERSION.          *

        SELECT LAYCTL ASSIGN TO "..\LAYOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-LAYCTL.

       DATA DIVISION.
       FILE SECTION.

       FD  LAYCTL.
       01  LAYCTL-REG.
           05  LAY-ARCHIVO                      PIC X(12).
           05  FILLER                           PIC X(01).
           05  LAY-VERSION                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  LAY-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  LAY-PROGRAMA                     PIC X(08).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.
           88  FS-LAYCTL-NO-EXIST               VALUE '35'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

      * VERSION VIGENTE DE CADA ARCHIVO PERSISTENTE.  AL CAMBIAR UN     *
      * ARMADO SE SUBE LA VERSION ACA, EN LA TABLA LAY-ESPERADOS DE     *
      * CADA PROGRAMA QUE LO ABRE Y EN LA CONVERSION QUE LO MIGRA.      *
       01  LAY-VIGENTES.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'RESERVAS.DAT03'.
           05  FILLER                           PIC X(14) VALUE
                    'ESPERA.TXT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'SINIESTR.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'AGENCIAS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'CONTRNUM.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'LOTEREG.DAT 02'.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'LEASES.TXT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'REVSAV.DAT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'ESTADSAV.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'ANULPEND.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'GARMOV.TXT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'PREAHOLD.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'CLIENTES.DAT01'.
           05  FILLER                           PIC X(14) VALUE
                    'RUNCTL.DAT  01'.
           05  FILLER                           PIC X(14) VALUE
                    'CIERRE.DAT  01'.
           05  FILLER                           PIC X(14) VALUE
                    'PERCTL.DAT  01'.
       01  TABLA-VIGENTES REDEFINES LAY-VIGENTES.
           05  LAY-VIG OCCURS 20 TIMES.
               10  LAY-VIG-ARCHIVO              PIC X(12).
               10  LAY-VIG-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(20) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-VIG-VISTO                    OCCURS 20 TIMES PIC X.
       01  LAY-CANT-VIG                         PIC 9(02) VALUE 20.
       01  IND-LAY                              PIC 9(02).

       01  LAY-HAY-REGISTRO                     PIC X(01) VALUE 'S'.
           88  LAY-SIN-REGISTRO                 VALUE 'N'.
       01  LAY-ENCONTRADO                       PIC X(01).
           88  LAY-SI-ENCONTRADO                VALUE 'S'.
       01  WS-ENV-CONFIRMA                      PIC X(01).
           88  WS-CONFIRMADO                    VALUE 'S'.

       01  FECHA-HOY                            PIC 9(08).
       01  WS-CANT-IGUALES                      PIC 9(02) VALUE ZERO.
       01  WS-CANT-DIFIEREN                     PIC 9(02) VALUE ZERO.
       01  WS-CANT-DESCONOCIDOS                 PIC 9(02) VALUE ZERO.
       01  WS-CANT-FALTANTES                    PIC 9(02) VALUE ZERO.
       01  WS-CANT-SELLADOS                     PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO LAYSELLO'.
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
        ACCEPT WS-ENV-CONFIRMA FROM ENVIRONMENT "TP_LAYOUT_CONFIRMA".

        PERFORM 100-COMPARAR-REGISTRO.
        PERFORM 200-LISTAR-FALTANTES
                VARYING IND-LAY FROM 1 BY 1
                UNTIL IND-LAY > LAY-CANT-VIG.

        IF WS-CANT-FALTANTES > ZERO
            IF WS-CONFIRMADO
                PERFORM 300-SELLAR-FALTANTES
            ELSE
                DISPLAY 'SIN TP_LAYOUT_CONFIRMA=S: SOLO SE INFORMA'
            END-IF
        END-IF.

        DISPLAY 'FIN LAYSELLO'.
        DISPLAY '  IGUALES A LA TABLA VIGENTE: ' WS-CANT-IGUALES.
        DISPLAY '  CON OTRA VERSION          : ' WS-CANT-DIFIEREN.
        DISPLAY '  FUERA DE LA TABLA         : ' WS-CANT-DESCONOCIDOS.
        DISPLAY '  SIN SELLAR                : ' WS-CANT-FALTANTES.
        DISPLAY '  SELLADOS EN ESTA CORRIDA  : ' WS-CANT-SELLADOS.
        IF WS-CANT-DIFIEREN > ZERO
            DISPLAY 'HAY ARCHIVOS EN OTRO LAYOUT: CORRER LA CONVERSION'
                    ' QUE CORRESPONDA'
        END-IF.
        STOP RUN.


      * CADA FILA SELLADA CONTRA LA TABLA VIGENTE.  UNA VERSION         *
      * DISTINTA SOLO SE INFORMA: QUIEN LA ARREGLA ES LA CONVERSION.    *
       100-COMPARAR-REGISTRO.
            OPEN INPUT LAYCTL.
            IF FS-LAYCTL-NO-EXIST
                SET LAY-SIN-REGISTRO TO TRUE
                DISPLAY 'SIN ..\LAYOUT.DAT -- INSTALACION SIN SELLAR'
            ELSE
                MOVE FS-LAYCTL TO WS-FS
                MOVE "LAYCTL"  TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 110-LEER-LAYCTL
                PERFORM 120-COMPARAR-FILA UNTIL FS-LAYCTL-FIN
                CLOSE LAYCTL
            END-IF.

       110-LEER-LAYCTL.
            READ LAYCTL AT END SET FS-LAYCTL-FIN TO TRUE.

            IF NOT FS-LAYCTL-OK AND NOT FS-LAYCTL-FIN
                DISPLAY 'ERROR AL LEER LAYOUT.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-COMPARAR-FILA.
            MOVE 'N' TO LAY-ENCONTRADO.
            PERFORM 130-BUSCAR-ARCHIVO
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-VIG.
            IF NOT LAY-SI-ENCONTRADO
                ADD 1 TO WS-CANT-DESCONOCIDOS
                DISPLAY LAY-ARCHIVO ' SELLADO ' LAY-VERSION
                        ' -- NO FIGURA EN LA TABLA VIGENTE'
            END-IF.
            PERFORM 110-LEER-LAYCTL.

       130-BUSCAR-ARCHIVO.
            IF LAY-VIG-ARCHIVO(IND-LAY) = LAY-ARCHIVO
                SET LAY-SI-ENCONTRADO TO TRUE
                MOVE 'S' TO LAY-VIG-VISTO(IND-LAY)
                IF LAY-VIG-VERSION(IND-LAY) = LAY-VERSION
                    ADD 1 TO WS-CANT-IGUALES
                ELSE
                    ADD 1 TO WS-CANT-DIFIEREN
                    DISPLAY LAY-ARCHIVO ' SELLADO ' LAY-VERSION
                            ' POR ' LAY-PROGRAMA ' EL ' LAY-FECHA
                            ', VIGENTE ' LAY-VIG-VERSION(IND-LAY)
                END-IF
            END-IF.

       200-LISTAR-FALTANTES.
            IF LAY-VIG-VISTO(IND-LAY) NOT = 'S'
                ADD 1 TO WS-CANT-FALTANTES
                DISPLAY LAY-VIG-ARCHIVO(IND-LAY) ' SIN SELLAR -- SE '
                        'SELLARIA EN ' LAY-VIG-VERSION(IND-LAY)
            END-IF.

      * LAS FILAS QUE FALTAN SE AGREGAN AL FINAL CON LA VERSION         *
      * VIGENTE.                                                        *
      * QUIEN CONFIRMA RESPONDE DE QUE ESOS ARCHIVOS YA ESTAN GRABADOS  *
      * CON ESE ARMADO.                                                 *
       300-SELLAR-FALTANTES.
            IF LAY-SIN-REGISTRO
                OPEN OUTPUT LAYCTL
            ELSE
                OPEN EXTEND LAYCTL
            END-IF.
            MOVE FS-LAYCTL TO WS-FS.
            MOVE "LAYCTL"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 310-SELLAR-ARCHIVO
                    VARYING IND-LAY FROM 1 BY 1
                    UNTIL IND-LAY > LAY-CANT-VIG.
            CLOSE LAYCTL.

       310-SELLAR-ARCHIVO.
            IF LAY-VIG-VISTO(IND-LAY) NOT = 'S'
                MOVE SPACES                   TO LAYCTL-REG
                MOVE LAY-VIG-ARCHIVO(IND-LAY) TO LAY-ARCHIVO
                MOVE LAY-VIG-VERSION(IND-LAY) TO LAY-VERSION
                MOVE FECHA-HOY                TO LAY-FECHA
                MOVE 'LAYSELLO'               TO LAY-PROGRAMA
                WRITE LAYCTL-REG
                MOVE FS-LAYCTL TO WS-FS
                MOVE "LAYCTL"  TO WS-FS-NOMBRE
                MOVE "GRABA"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                ADD 1 TO WS-CANT-SELLADOS
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
