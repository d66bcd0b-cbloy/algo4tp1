       FILE SECTION.

      * MISMO LARGO DE REGISTRO QUE SOL1-REG/SOL2-REG/SOL3-REG EN        *
      * TP.CBL (205 BYTES: CLAVE 15 + TIPO-DOC 1 + NRO-DOC 20 + CHOFER 7 *
      * + ESTADO 1 + FECHA-HASTA 8 + IMPORTE-COTIZADO 6 + AGENCIA-       *
      * DEVOL 2 + EXTRAS 9 + VOUCHER 10 + CTA-CORP 6 + HORAS 8 +         *
      * ENTREGA 33 + COBERTURA 3 + MONEDA 3 + GRUPO 10 + ADICIONALES     *
      * 63) -- SOLO                                                      *
      * DESGLOSA LA CLAVE, QUE ES POR LO QUE SE ORDENA; EL RESTO DEL     *
      * REGISTRO VIAJA COMO UN BLOQUE OPACO EN SORT-RESTO.               *
       SD  SORT-FILE.
                   15  SORT-FECHA-AA            PIC 9(04).
                   15  SORT-FECHA-MM            PIC 9(02).
                   15  SORT-FECHA-DD            PIC 9(02).
           05  SORT-RESTO                       PIC X(190).

       FD  AGN-IN.
       01  AGN-IN-REG                           PIC X(205).

       FD  AGN-OUT.
       01  AGN-OUT-REG                          PIC X(205).

       WORKING-STORAGE SECTION.


       01  WS-PATH-AGN-IN                       PIC X(30).
       01  WS-PATH-AGN-OUT                      PIC X(30).
       01  WS-LINEA-HEADER                      PIC X(205).
       01  WS-LINEA-TRAILER                     PIC X(205).
       01  WS-FIN-SORT                          PIC X.
       01  WS-COMANDO                           PIC X(80).

