                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-VOUCHERS.

      * REPORTE DE CANJE POR CAMPANIA PARA MARKETING: UN CODIGO        *
      * GENERICO ES SU PROPIA CAMPANIA; LOS PERSONALES (WINBACK.CBL)    *
      * SE AGRUPAN POR LA CAMPANIA QUE TRAEN AL FINAL DEL REGISTRO.     *
        SELECT VOUREP ASSIGN TO "..\VOUREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-VOUREP.
           05  VOU-MAX-USOS                     PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-USADOS                       PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-TIPO-DOC                     PIC X.
           05  VOU-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  VOU-CAMPANIA                     PIC X(08).

       FD  VOUREP.
       01  VOUREP-REG                           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-RESTAN                            PIC 9(05).
       01  WS-DESC-ESTADO                       PIC X(10).

      * TASA DE CANJE: USOS CONSUMIDOS SOBRE USOS EMITIDOS.  EN UNA    *
      * CAMPANIA DE CODIGOS DE UN SOLO USO ES LA PROPORCION DE         *
      * CLIENTES QUE VOLVIERON CON SU CODIGO.                          *
       01  WS-TASA-CANJE                        PIC 9(03).

      * CAMPANIAS DE CODIGOS PERSONALES, ACUMULADAS PARA IMPRIMIRLAS   *
      * AL FINAL (UNA LINEA POR CAMPANIA, NO POR CODIGO).              *
       01  WS-CANT-PERSONALES                   PIC 9(03) VALUE ZERO.
       01  WS-AVISO-TABLA-LLENA                 PIC X VALUE 'N'.
       01  TABLA-PERSONALES.
           05  PER-ENT                  OCCURS 100 TIMES.
               09  PER-CAMPANIA         PIC X(08).
               09  PER-CODIGOS          PIC 9(05).
               09  PER-CANJEADOS        PIC 9(05).
               09  PER-EMITIDOS         PIC 9(07).
               09  PER-USADOS           PIC 9(07).
               09  PER-VENCE            PIC 9(08).
       01  IND-PER                              PIC 9(03).
       01  WS-IND-CAMPANIA                      PIC 9(03).
       01  WS-USADOS-FILA                       PIC 9(05).
       01  WS-CODIGOS-IMPR                      PIC ZZZZ9.
       01  WS-CANJEADOS-IMPR                    PIC ZZZZ9.
       01  WS-TASA-IMPR                         PIC ZZ9.

       01  WS-USADOS-IMPR                       PIC ZZZZ9.
       01  WS-MAX-IMPR                          PIC ZZZZ9.
       01  WS-RESTAN-IMPR                       PIC ZZZZ9.
       01  WS-VALOR-IMPR                        PIC $Z.ZZ9,99 BLANK
                                                ZERO.
       01  LINEA                                PIC X(120).

       PROCEDURE DIVISION.


        PERFORM 100-INICIO.
        PERFORM 200-RECORRER-CATALOGO.
        PERFORM 500-REPORTAR-PERSONALES.
        PERFORM 998-FIN.

        DISPLAY 'FIN VOUREP - CAMPANIAS: ' WS-CANT-CAMPANIAS.
            END-IF.

       300-REPORTAR-CAMPANIA.
            IF VOU-CAMPANIA NOT = SPACES
                PERFORM 400-ACUMULAR-PERSONAL
            ELSE
                PERFORM 310-REPORTAR-GENERICO
            END-IF.

            PERFORM 210-LEER-VOUCHER.

       310-REPORTAR-GENERICO.
            ADD 1 TO WS-CANT-CAMPANIAS.

            IF VOU-USADOS IS NUMERIC
            MOVE ZEROES       TO WS-VALOR-IMPR.
            MOVE VOU-VALOR    TO WS-VALOR-IMPR.

            IF VOU-USADOS IS NUMERIC AND VOU-MAX-USOS IS NUMERIC
               AND VOU-MAX-USOS > ZERO
                COMPUTE WS-TASA-CANJE =
                    VOU-USADOS * 100 / VOU-MAX-USOS
            ELSE
                MOVE ZERO TO WS-TASA-CANJE
            END-IF.
            MOVE WS-TASA-CANJE TO WS-TASA-IMPR.

            MOVE SPACES TO LINEA.
            STRING '  ' VOU-CODIGO
                   ' ' VOU-TIPO ' ' WS-VALOR-IMPR
                   '  Usados ' WS-USADOS-IMPR
                   ' de ' WS-MAX-IMPR
                   '  Restan ' WS-RESTAN-IMPR
                   '  Canje ' WS-TASA-IMPR '%'
                   '  ' WS-DESC-ESTADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE VOUREP-REG FROM LINEA.

       400-ACUMULAR-PERSONAL.
            MOVE ZERO TO WS-IND-CAMPANIA.
            PERFORM 410-COMPARAR-CAMPANIA
                    VARYING IND-PER FROM 1 BY 1
                    UNTIL IND-PER > WS-CANT-PERSONALES
                    OR WS-IND-CAMPANIA > ZERO.
            IF WS-IND-CAMPANIA = ZERO
                IF WS-CANT-PERSONALES < 100
                    ADD 1 TO WS-CANT-PERSONALES
                    MOVE WS-CANT-PERSONALES TO WS-IND-CAMPANIA
                    MOVE VOU-CAMPANIA
                        TO PER-CAMPANIA(WS-IND-CAMPANIA)
                    MOVE ZERO TO PER-CODIGOS(WS-IND-CAMPANIA)
                    MOVE ZERO TO PER-CANJEADOS(WS-IND-CAMPANIA)
                    MOVE ZERO TO PER-EMITIDOS(WS-IND-CAMPANIA)
                    MOVE ZERO TO PER-USADOS(WS-IND-CAMPANIA)
                    MOVE ZERO TO PER-VENCE(WS-IND-CAMPANIA)
                ELSE
                    IF WS-AVISO-TABLA-LLENA = 'N'
                        DISPLAY 'MAS DE 100 CAMPANIAS PERSONALES -- '
                                'EXCEDENTE FUERA DEL REPORTE'
                        MOVE 'S' TO WS-AVISO-TABLA-LLENA
                    END-IF
                END-IF
            END-IF.

            IF WS-IND-CAMPANIA > ZERO
                IF VOU-USADOS IS NUMERIC
                    MOVE VOU-USADOS TO WS-USADOS-FILA
                ELSE
                    MOVE ZERO TO WS-USADOS-FILA
                END-IF
                ADD 1 TO PER-CODIGOS(WS-IND-CAMPANIA)
                IF WS-USADOS-FILA > ZERO
                    ADD 1 TO PER-CANJEADOS(WS-IND-CAMPANIA)
                END-IF
                IF VOU-MAX-USOS IS NUMERIC
                    ADD VOU-MAX-USOS TO PER-EMITIDOS(WS-IND-CAMPANIA)
                END-IF
                ADD WS-USADOS-FILA TO PER-USADOS(WS-IND-CAMPANIA)
                IF VOU-FECHA-HASTA IS NUMERIC
                   AND VOU-FECHA-HASTA > PER-VENCE(WS-IND-CAMPANIA)
                    MOVE VOU-FECHA-HASTA
                        TO PER-VENCE(WS-IND-CAMPANIA)
                END-IF
            END-IF.

       410-COMPARAR-CAMPANIA.
            IF PER-CAMPANIA(IND-PER) = VOU-CAMPANIA
                MOVE IND-PER TO WS-IND-CAMPANIA
            END-IF.

       500-REPORTAR-PERSONALES.
            IF WS-CANT-PERSONALES > ZERO
                MOVE SPACES TO LINEA
                WRITE VOUREP-REG FROM LINEA
                MOVE 'CAMPANIAS DE CODIGOS PERSONALES' TO LINEA
                WRITE VOUREP-REG FROM LINEA
                PERFORM 510-LINEA-PERSONAL
                        VARYING IND-PER FROM 1 BY 1
                        UNTIL IND-PER > WS-CANT-PERSONALES
            END-IF.

       510-LINEA-PERSONAL.
            ADD 1 TO WS-CANT-CAMPANIAS.
            IF PER-EMITIDOS(IND-PER) > ZERO
                COMPUTE WS-TASA-CANJE =
                    PER-USADOS(IND-PER) * 100 / PER-EMITIDOS(IND-PER)
            ELSE
                MOVE ZERO TO WS-TASA-CANJE
            END-IF.
            IF FECHA-HOY > PER-VENCE(IND-PER)
                MOVE 'VENCIDA   ' TO WS-DESC-ESTADO
            ELSE
                MOVE 'VIGENTE   ' TO WS-DESC-ESTADO
            END-IF.

            MOVE PER-CODIGOS(IND-PER)   TO WS-CODIGOS-IMPR.
            MOVE PER-CANJEADOS(IND-PER) TO WS-CANJEADOS-IMPR.
            MOVE WS-TASA-CANJE          TO WS-TASA-IMPR.
            MOVE SPACES TO LINEA.
            STRING '  ' PER-CAMPANIA(IND-PER)
                   '  Codigos ' WS-CODIGOS-IMPR
                   '  Canjeados ' WS-CANJEADOS-IMPR
                   '  Canje ' WS-TASA-IMPR '%'
                   '  Vence ' PER-VENCE(IND-PER)
                   '  ' WS-DESC-ESTADO
                DELIMITED BY SIZE INTO LINEA.
            WRITE VOUREP-REG FROM LINEA.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
