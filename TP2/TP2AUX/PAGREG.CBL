       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COLA DE PAGOS A REGISTRAR, ALIMENTADA EN EXTEND POR            *
      * LIQUIDAG.CBL (COMISIONES), LIQUICHO.CBL (CHOFERES),            *
      * GARANTIA.CBL (DEPOSITOS LIBERADOS) Y NOTACRED.CBL (SALDOS A    *
      * FAVOR).  LA PASADA LA CONSUME ENTERA Y LA DEJA VACIA.          *
        SELECT PAGCOLA ASSIGN TO "..\PAGCOLA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGCOLA.

      * REGISTRO DE PAGOS (CUENTAS A PAGAR): UNA FILA POR PAGO CON SU  *
      * ESTADO 'P' PENDIENTE, 'A' APROBADO (APRPAGO.CBL), 'R'          *
      * RECHAZADO, 'G' PAGADO (PAGOBCO.CBL).  SE CARGA ENTERO Y SE     *
      * REESCRIBE COMPLETO.                                            *
        SELECT PAGAR ASSIGN TO "..\PAGAR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGAR.

      * CONTROL DE NUMERACION DEL REGISTRO DE PAGOS (UN REGISTRO).     *
        SELECT PAGNUM ASSIGN TO "..\PAGNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGNUM.

      * CUENTAS BANCARIAS DE LOS BENEFICIARIOS, LA MANTIENE TESORERIA: *
      * 'A' AGENCIA POR CODIGO, 'C' CHOFER POR CODIGO, 'D' CLIENTE POR *
      * TIPO+NUMERO DE DOCUMENTO; CON SU CBU Y EL TITULAR.             *
        SELECT CTASBCO ASSIGN TO "..\CTASBCO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTASBCO.

      * LISTADO DE LA PASADA: ALTAS, DUPLICADOS DESCARTADOS Y PAGOS    *
      * ABIERTOS (PENDIENTES Y APROBADOS SIN TRANSFERIR).              *
        SELECT PAGREP ASSIGN TO "..\PAGREG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PAGREP.

       DATA DIVISION.
       FILE SECTION.

      * MISMO ARMADO EN LIQUIDAG/LIQUICHO/GARANTIA/NOTACRED.CBL.       *
      * EL BENEFICIARIO VIENE EN BLANCO CUANDO EL QUE ENCOLA NO LO     *
      * CONOCE (CLIENTES): SE TOMA EL TITULAR DE LA CUENTA BANCARIA.   *
       FD  PAGCOLA.
       01  PAGCOLA-REG.
           05  PCO-ORIGEN                       PIC X(02).
           05  FILLER                           PIC X(01).
           05  PCO-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PCO-BENEF-TIPO                   PIC X.
           05  PCO-BENEF-COD                    PIC X(21).
           05  FILLER                           PIC X(01).
           05  PCO-BENEFICIARIO                 PIC X(30).
           05  FILLER                           PIC X(01).
           05  PCO-IMPORTE                      PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  PCO-REFERENCIA                   PIC X(25).

      * MISMO ARMADO QUE PAGAR-REG EN APRPAGO.CBL/PAGOBCO.CBL.         *
       FD  PAGAR.
       01  PAGAR-REG                            PIC X(159).

       FD  PAGNUM.
       01  PAGNUM-REG.
           05  PAGNUM-ULTIMO                    PIC 9(07).

       FD  CTASBCO.
       01  CTASBCO-REG.
           05  CTA-BENEF-TIPO                   PIC X.
           05  CTA-BENEF-COD                    PIC X(21).
           05  FILLER                           PIC X(01).
           05  CTA-CBU                          PIC X(22).
           05  FILLER                           PIC X(01).
           05  CTA-TITULAR                      PIC X(30).

       FD  PAGREP.
       01  PAGREP-REG                           PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-PAGCOLA                           PIC X(02).
           88  FS-PAGCOLA-OK                    VALUE '00'.
           88  FS-PAGCOLA-FIN                   VALUE '10'.
           88  FS-PAGCOLA-NO-EXIST              VALUE '35'.

       01  FS-PAGAR                             PIC X(02).
           88  FS-PAGAR-OK                      VALUE '00'.
           88  FS-PAGAR-FIN                     VALUE '10'.
           88  FS-PAGAR-NO-EXIST                VALUE '35'.

       01  FS-PAGNUM                            PIC X(02).
           88  FS-PAGNUM-OK                     VALUE '00'.
           88  FS-PAGNUM-NO-EXIST               VALUE '35'.

       01  FS-CTASBCO                           PIC X(02).
           88  FS-CTASBCO-OK                    VALUE '00'.
           88  FS-CTASBCO-FIN                   VALUE '10'.
           88  FS-CTASBCO-NO-EXIST              VALUE '35'.

       01  FS-PAGREP                            PIC X(02).
           88  FS-PAGREP-OK                     VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * REGISTRO DE PAGOS EN MEMORIA (SE REESCRIBE ENTERO, COMO        *
      * FACTURAS.DAT EN NOTACRED.CBL).                                 *
       01  WS-CANT-PAGOS                        PIC 9(4) VALUE ZERO.
       01  TABLA-PAGOS.
           05  PAG-ENT                  OCCURS 2000 TIMES.
               09  PAG-IMAGEN           PIC X(159).
       01  TABLA-PAGOS-D REDEFINES TABLA-PAGOS.
           05  PAG-ENT-D                OCCURS 2000 TIMES.
               09  PAG-NRO              PIC 9(07).
               09  FILLER               PIC X(01).
               09  PAG-ORIGEN           PIC X(02).
               09  FILLER               PIC X(01).
               09  PAG-FECHA            PIC 9(08).
               09  FILLER               PIC X(01).
               09  PAG-BENEF-TIPO       PIC X.
               09  PAG-BENEF-COD        PIC X(21).
               09  FILLER               PIC X(01).
               09  PAG-BENEFICIARIO     PIC X(30).
               09  FILLER               PIC X(01).
               09  PAG-CBU              PIC X(22).
               09  FILLER               PIC X(01).
               09  PAG-IMPORTE          PIC 9(09)V99.
               09  FILLER               PIC X(01).
               09  PAG-REFERENCIA       PIC X(25).
               09  FILLER               PIC X(01).
               09  PAG-ESTADO           PIC X.
               09  FILLER               PIC X(01).
               09  PAG-APROBADOR        PIC X(06).
               09  FILLER               PIC X(01).
               09  PAG-LOTE             PIC 9(06).
               09  FILLER               PIC X(01).
               09  PAG-FECHA-PAGO       PIC 9(08).
       01  IND-P                                PIC 9(4).
       01  WS-IND-HALLADO                       PIC 9(4) VALUE ZERO.

      * CUENTAS BANCARIAS EN MEMORIA.                                  *
       01  WS-CANT-CUENTAS                      PIC 9(3) VALUE ZERO.
       01  TABLA-CUENTAS.
           05  CTA-ENT                  OCCURS 500 TIMES.
               09  CTA-TAB-TIPO         PIC X.
               09  CTA-TAB-COD          PIC X(21).
               09  CTA-TAB-CBU          PIC X(22).
               09  CTA-TAB-TITULAR      PIC X(30).
       01  IND-C                                PIC 9(3).
       01  WS-IND-CUENTA                        PIC 9(3) VALUE ZERO.

       01  WS-NRO-PAGO                          PIC 9(07) VALUE ZERO.

       01  WS-CANT-COLA                         PIC 9(5) VALUE ZERO.
       01  WS-CANT-ALTAS                        PIC 9(5) VALUE ZERO.
       01  WS-CANT-DUPLICADOS                   PIC 9(5) VALUE ZERO.
       01  WS-CANT-SIN-CBU                      PIC 9(5) VALUE ZERO.

      * TOTALES ABIERTOS POR ORIGEN (AG, CH, GA, NC) Y ESTADO.         *
       01  WS-TOTALES-ORIGEN.
           05  WS-TOT-ORIGEN            OCCURS 4 TIMES.
               09  WS-TOT-PEND          PIC 9(11)V99.
               09  WS-TOT-APROB         PIC 9(11)V99.
       01  IND-O                                PIC 9.
       01  WS-NOMBRES-ORIGEN.
           05  FILLER                   PIC X(22)
                                        VALUE 'AGCOMISION AGENCIAS   '.
           05  FILLER                   PIC X(22)
                                        VALUE 'CHLIQUIDACION CHOFERES'.
           05  FILLER                   PIC X(22)
                                        VALUE 'GADEVOLUCION GARANTIAS'.
           05  FILLER                   PIC X(22)
                                        VALUE 'NCSALDOS A FAVOR      '.
       01  WS-NOMBRES-ORIGEN-T REDEFINES WS-NOMBRES-ORIGEN.
           05  WS-NOM-ORIGEN-ENT        OCCURS 4 TIMES.
               09  WS-NOM-ORIGEN-COD    PIC X(02).
               09  WS-NOM-ORIGEN-DESC   PIC X(20).

       01  WS-IMPORTE-IMPR                      PIC $ZZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC $ZZZ.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-CBU-IMPR                          PIC X(22).
       01  WS-DESC-ESTADO                       PIC X(10).
       01  LINEA                                PIC X(132).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO PAGREG'.

        PERFORM 100-INICIO.
        PERFORM 150-CARGAR-CUENTAS.
        PERFORM 200-CARGAR-REGISTRO.
        PERFORM 300-PROCESAR-COLA.
        PERFORM 400-COMPLETAR-CUENTAS
                VARYING IND-P FROM 1 BY 1
                UNTIL IND-P > WS-CANT-PAGOS.
        PERFORM 500-REPORTAR.
        PERFORM 600-REESCRIBIR-REGISTRO.
        PERFORM 700-GRABAR-ULTIMO-NUMERO.
        PERFORM 750-VACIAR-COLA.
        PERFORM 998-FIN.

        DISPLAY 'FIN PAGREG - EN COLA:      ' WS-CANT-COLA.
        DISPLAY '             ALTAS:        ' WS-CANT-ALTAS.
        DISPLAY '             DUPLICADOS:   ' WS-CANT-DUPLICADOS.
        DISPLAY '             SIN CBU:      ' WS-CANT-SIN-CBU.
        STOP RUN.


       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            PERFORM 110-LEER-ULTIMO-NUMERO.

            OPEN OUTPUT PAGREP.
            MOVE FS-PAGREP  TO WS-FS.
            MOVE "PAGREP"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            STRING 'REGISTRO DE PAGOS AL ' FECHA-HOY
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            WRITE PAGREP-REG FROM LINEA.

      * UN "35" ES EL PRIMER PAGO: LA NUMERACION ARRANCA DE CERO.      *
       110-LEER-ULTIMO-NUMERO.
            OPEN INPUT PAGNUM.
            IF FS-PAGNUM-OK
                READ PAGNUM AT END CONTINUE END-READ
                IF FS-PAGNUM-OK
                    MOVE PAGNUM-ULTIMO TO WS-NRO-PAGO
                END-IF
                CLOSE PAGNUM
            ELSE
                IF NOT FS-PAGNUM-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER PAGNUM'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

      * SIN CTASBCO.TXT LOS PAGOS SE REGISTRAN IGUAL, SIN CBU: NO SE   *
      * PUEDEN APROBAR HASTA QUE TESORERIA CARGUE LA CUENTA Y SE       *
      * VUELVA A CORRER ESTA PASADA.                                   *
       150-CARGAR-CUENTAS.
            OPEN INPUT CTASBCO.
            IF FS-CTASBCO-NO-EXIST
                DISPLAY 'SIN CTASBCO.TXT -- LOS PAGOS QUEDAN SIN CBU'
            ELSE
                MOVE FS-CTASBCO TO WS-FS
                MOVE "CTASBCO"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 151-LEER-CUENTA
                PERFORM 152-CARGAR-CUENTA
                        UNTIL FS-CTASBCO-FIN
                        OR WS-CANT-CUENTAS >= 500
                IF NOT FS-CTASBCO-FIN
                    DISPLAY 'ATENCION: CTASBCO.TXT SUPERA LAS 500 '
                            'CUENTAS -- EL EXCEDENTE NO SE USA'
                END-IF
                CLOSE CTASBCO
            END-IF.

       151-LEER-CUENTA.
            READ CTASBCO AT END SET FS-CTASBCO-FIN TO TRUE.

            IF NOT FS-CTASBCO-OK AND NOT FS-CTASBCO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CTASBCO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       152-CARGAR-CUENTA.
            IF CTA-CBU NOT = SPACES
                ADD 1 TO WS-CANT-CUENTAS
                MOVE CTA-BENEF-TIPO TO CTA-TAB-TIPO(WS-CANT-CUENTAS)
                MOVE CTA-BENEF-COD  TO CTA-TAB-COD(WS-CANT-CUENTAS)
                MOVE CTA-CBU        TO CTA-TAB-CBU(WS-CANT-CUENTAS)
                MOVE CTA-TITULAR    TO CTA-TAB-TITULAR(WS-CANT-CUENTAS)
            END-IF.
            PERFORM 151-LEER-CUENTA.

       200-CARGAR-REGISTRO.
            OPEN INPUT PAGAR.
            IF FS-PAGAR-NO-EXIST
                DISPLAY 'SIN PAGAR.TXT -- SE ARRANCA EL REGISTRO'
            ELSE
                MOVE FS-PAGAR  TO WS-FS
                MOVE "PAGAR"   TO WS-FS-NOMBRE
                MOVE "ABRIR"   TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 210-LEER-PAGO
                PERFORM 220-CARGAR-PAGO
                        UNTIL FS-PAGAR-FIN
                        OR WS-CANT-PAGOS >= 2000
      * EL REGISTRO SE REESCRIBE ENTERO: SI NO ENTRO COMPLETO, SEGUIR  *
      * BORRARIA PAGOS (MISMO RESGUARDO QUE NOTACRED.CBL).             *
                IF NOT FS-PAGAR-FIN
                    DISPLAY 'PAGAR.TXT SUPERA LAS 2000 FILAS DE LA '
                            'TABLA -- SE CANCELA PARA NO PERDER PAGOS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE PAGAR
            END-IF.

       210-LEER-PAGO.
            READ PAGAR AT END SET FS-PAGAR-FIN TO TRUE.

            IF NOT FS-PAGAR-OK AND NOT FS-PAGAR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGAR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-PAGO.
            ADD 1 TO WS-CANT-PAGOS.
            MOVE PAGAR-REG TO PAG-IMAGEN(WS-CANT-PAGOS).
            PERFORM 210-LEER-PAGO.

       300-PROCESAR-COLA.
            OPEN INPUT PAGCOLA.
            IF FS-PAGCOLA-NO-EXIST
                DISPLAY 'SIN PAGCOLA.TXT -- NADA NUEVO QUE REGISTRAR'
            ELSE
                MOVE FS-PAGCOLA TO WS-FS
                MOVE "PAGCOLA"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 310-LEER-COLA
                PERFORM 320-PROCESAR-UNO UNTIL FS-PAGCOLA-FIN
                CLOSE PAGCOLA
            END-IF.

       310-LEER-COLA.
            READ PAGCOLA AT END SET FS-PAGCOLA-FIN TO TRUE.

            IF NOT FS-PAGCOLA-OK AND NOT FS-PAGCOLA-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PAGCOLA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * ORIGEN + REFERENCIA IDENTIFICAN EL PAGO: SI YA ESTA EN EL      *
      * REGISTRO (LIQUIDACION VUELTA A CORRER, GARANTIA YA ENCOLADA EN *
      * UNA PASADA ANTERIOR) SE DESCARTA.  SI EL IMPORTE CAMBIO SE     *
      * AVISA EN EL LISTADO PARA QUE TESORERIA LO RESUELVA A MANO.     *
       320-PROCESAR-UNO.
            ADD 1 TO WS-CANT-COLA.
            PERFORM 330-BUSCAR-PAGO.
            IF WS-IND-HALLADO > ZERO
                ADD 1 TO WS-CANT-DUPLICADOS
                IF PAG-IMPORTE(WS-IND-HALLADO) NOT = PCO-IMPORTE
                    PERFORM 340-AVISAR-DIFERENCIA
                END-IF
            ELSE
                PERFORM 350-ALTA-PAGO
            END-IF.
            PERFORM 310-LEER-COLA.

       330-BUSCAR-PAGO.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 331-COMPARAR-PAGO
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PAGOS
                    OR WS-IND-HALLADO > ZERO.

       331-COMPARAR-PAGO.
            IF PAG-ORIGEN(IND-P) = PCO-ORIGEN
               AND PAG-REFERENCIA(IND-P) = PCO-REFERENCIA
                MOVE IND-P TO WS-IND-HALLADO
            END-IF.

       340-AVISAR-DIFERENCIA.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE PAG-IMPORTE(WS-IND-HALLADO) TO WS-IMPORTE-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2.
            MOVE PCO-IMPORTE TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING 'ATENCION PAGO ' PAG-NRO(WS-IND-HALLADO)
                   ' ' PCO-REFERENCIA
                   ' REGISTRADO ' WS-IMPORTE-IMPR
                   ' NUEVO CALCULO ' WS-IMPORTE-IMPR2
                   ' ESTADO ' PAG-ESTADO(WS-IND-HALLADO)
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGREP-REG FROM LINEA.

       350-ALTA-PAGO.
            IF WS-CANT-PAGOS >= 2000
                DISPLAY 'PAGAR.TXT LLENO (2000 FILAS) -- SE CANCELA; '
                        'DEPURAR LOS PAGADOS O AMPLIAR LA TABLA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-PAGOS.
            ADD 1 TO WS-CANT-ALTAS.
            ADD 1 TO WS-NRO-PAGO.
            MOVE SPACES          TO PAG-IMAGEN(WS-CANT-PAGOS).
            MOVE WS-NRO-PAGO     TO PAG-NRO(WS-CANT-PAGOS).
            MOVE PCO-ORIGEN      TO PAG-ORIGEN(WS-CANT-PAGOS).
            MOVE PCO-FECHA       TO PAG-FECHA(WS-CANT-PAGOS).
            MOVE PCO-BENEF-TIPO  TO PAG-BENEF-TIPO(WS-CANT-PAGOS).
            MOVE PCO-BENEF-COD   TO PAG-BENEF-COD(WS-CANT-PAGOS).
            MOVE PCO-BENEFICIARIO
                TO PAG-BENEFICIARIO(WS-CANT-PAGOS).
            MOVE SPACES          TO PAG-CBU(WS-CANT-PAGOS).
            MOVE PCO-IMPORTE     TO PAG-IMPORTE(WS-CANT-PAGOS).
            MOVE PCO-REFERENCIA  TO PAG-REFERENCIA(WS-CANT-PAGOS).
            MOVE 'P'             TO PAG-ESTADO(WS-CANT-PAGOS).
            MOVE ZERO            TO PAG-LOTE(WS-CANT-PAGOS).
            MOVE ZERO            TO PAG-FECHA-PAGO(WS-CANT-PAGOS).

      * LOS PENDIENTES SIN CBU (ALTAS DE ESTA PASADA O DE ANTERIORES)  *
      * TOMAN LA CUENTA DEL BENEFICIARIO, SI YA ESTA CARGADA.          *
       400-COMPLETAR-CUENTAS.
            IF PAG-ESTADO(IND-P) = 'P' AND PAG-CBU(IND-P) = SPACES
                PERFORM 410-BUSCAR-CUENTA
                IF WS-IND-CUENTA > ZERO
                    MOVE CTA-TAB-CBU(WS-IND-CUENTA)
                        TO PAG-CBU(IND-P)
                    IF PAG-BENEFICIARIO(IND-P) = SPACES
                        MOVE CTA-TAB-TITULAR(WS-IND-CUENTA)
                            TO PAG-BENEFICIARIO(IND-P)
                    END-IF
                ELSE
                    ADD 1 TO WS-CANT-SIN-CBU
                END-IF
            END-IF.

       410-BUSCAR-CUENTA.
            MOVE ZERO TO WS-IND-CUENTA.
            PERFORM 411-COMPARAR-CUENTA
                    VARYING IND-C FROM 1 BY 1
                    UNTIL IND-C > WS-CANT-CUENTAS
                    OR WS-IND-CUENTA > ZERO.

       411-COMPARAR-CUENTA.
            IF CTA-TAB-TIPO(IND-C) = PAG-BENEF-TIPO(IND-P)
               AND CTA-TAB-COD(IND-C) = PAG-BENEF-COD(IND-P)
                MOVE IND-C TO WS-IND-CUENTA
            END-IF.

      * PAGOS ABIERTOS (PENDIENTES DE APROBAR Y APROBADOS SIN          *
      * TRANSFERIR) CON LOS TOTALES POR ORIGEN.                        *
       500-REPORTAR.
            MOVE SPACES TO LINEA.
            WRITE PAGREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'PAGOS ABIERTOS' DELIMITED BY SIZE INTO LINEA.
            WRITE PAGREP-REG FROM LINEA.
            INITIALIZE WS-TOTALES-ORIGEN.

            PERFORM 510-REPORTAR-UN-PAGO
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PAGOS.

            MOVE SPACES TO LINEA.
            WRITE PAGREP-REG FROM LINEA.
            PERFORM 530-REPORTAR-ORIGEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > 4.

       510-REPORTAR-UN-PAGO.
            IF PAG-ESTADO(IND-P) = 'P' OR PAG-ESTADO(IND-P) = 'A'
                PERFORM 520-ACUMULAR-ORIGEN
                IF PAG-ESTADO(IND-P) = 'P'
                    MOVE 'PENDIENTE ' TO WS-DESC-ESTADO
                ELSE
                    MOVE 'APROBADO  ' TO WS-DESC-ESTADO
                END-IF
                IF PAG-CBU(IND-P) = SPACES
                    MOVE '** SIN CBU **' TO WS-CBU-IMPR
                ELSE
                    MOVE PAG-CBU(IND-P) TO WS-CBU-IMPR
                END-IF
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE PAG-IMPORTE(IND-P) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  ' PAG-NRO(IND-P)
                       ' ' PAG-ORIGEN(IND-P)
                       ' ' PAG-BENEFICIARIO(IND-P)
                       ' ' WS-CBU-IMPR
                       ' ' WS-IMPORTE-IMPR
                       ' ' PAG-REFERENCIA(IND-P)
                       ' ' WS-DESC-ESTADO
                    DELIMITED BY SIZE INTO LINEA
                WRITE PAGREP-REG FROM LINEA
            END-IF.

       520-ACUMULAR-ORIGEN.
            PERFORM 521-COMPARAR-ORIGEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > 4.

       521-COMPARAR-ORIGEN.
            IF WS-NOM-ORIGEN-COD(IND-O) = PAG-ORIGEN(IND-P)
                IF PAG-ESTADO(IND-P) = 'P'
                    ADD PAG-IMPORTE(IND-P) TO WS-TOT-PEND(IND-O)
                ELSE
                    ADD PAG-IMPORTE(IND-P) TO WS-TOT-APROB(IND-O)
                END-IF
            END-IF.

       530-REPORTAR-ORIGEN.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
            MOVE WS-TOT-PEND(IND-O) TO WS-IMPORTE-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2.
            MOVE WS-TOT-APROB(IND-O) TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            STRING WS-NOM-ORIGEN-DESC(IND-O)
                   '  PENDIENTE ' WS-IMPORTE-IMPR
                   '  APROBADO ' WS-IMPORTE-IMPR2
                DELIMITED BY SIZE INTO LINEA.
            WRITE PAGREP-REG FROM LINEA.

       600-REESCRIBIR-REGISTRO.
            OPEN OUTPUT PAGAR.
            MOVE FS-PAGAR  TO WS-FS.
            MOVE "PAGAR"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 610-GRABAR-PAGO
                    VARYING IND-P FROM 1 BY 1
                    UNTIL IND-P > WS-CANT-PAGOS.

            CLOSE PAGAR.

       610-GRABAR-PAGO.
            MOVE PAG-IMAGEN(IND-P) TO PAGAR-REG.
            WRITE PAGAR-REG.
            MOVE FS-PAGAR  TO WS-FS.
            MOVE "PAGAR"   TO WS-FS-NOMBRE.
            MOVE "GRABA"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       700-GRABAR-ULTIMO-NUMERO.
            OPEN OUTPUT PAGNUM.
            MOVE FS-PAGNUM TO WS-FS.
            MOVE "PAGNUM"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE WS-NRO-PAGO TO PAGNUM-ULTIMO.
            WRITE PAGNUM-REG.
            CLOSE PAGNUM.

      * LA COLA QUEDA VACIA: TODO LO ENCOLADO YA ESTA EN EL REGISTRO   *
      * O ERA UN DUPLICADO.                                            *
       750-VACIAR-COLA.
            OPEN OUTPUT PAGCOLA.
            CLOSE PAGCOLA.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            CLOSE PAGREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
