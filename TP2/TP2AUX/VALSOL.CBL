      * CORTO O LARGO EN VEZ DE QUE QUEDE SILENCIOSAMENTE RELLENADO O    *
      * TRUNCADO POR EL RUNTIME.                                         *
       FD  SOL1
           RECORD IS VARYING IN SIZE FROM 1 TO 205 CHARACTERS
               DEPENDING ON WS-LARGO-SOL1.
       01  SOL1-REG.
           05  SOL1-CLAVE.
           05  SOL1-AGENCIA-DEVOL                   PIC 9(02).
           05  SOL1-EXTRAS                          PIC X(09).
      * CAMPOS AGREGADOS DESPUES (VOUCHER, CUENTA, HORAS, ENTREGA,     *
      * COBERTURA, MONEDA, GRUPO, ADICIONALES): ACA SOLO IMPORTA EL    *
      * LARGO TOTAL.                                                   *
           05  SOL1-RESTO                           PIC X(136).

       FD  SOL2
           RECORD IS VARYING IN SIZE FROM 1 TO 205 CHARACTERS
               DEPENDING ON WS-LARGO-SOL2.
       01  SOL2-REG.
           05  SOL2-CLAVE.
           05  SOL2-AGENCIA-DEVOL                   PIC 9(02).
           05  SOL2-EXTRAS                          PIC X(09).
      * CAMPOS AGREGADOS DESPUES (VOUCHER, CUENTA, HORAS, ENTREGA,     *
      * COBERTURA, MONEDA, GRUPO, ADICIONALES): ACA SOLO IMPORTA EL    *
      * LARGO TOTAL.                                                   *
           05  SOL2-RESTO                           PIC X(136).

       FD  SOL3
           RECORD IS VARYING IN SIZE FROM 1 TO 205 CHARACTERS
               DEPENDING ON WS-LARGO-SOL3.
       01  SOL3-REG.
           05  SOL3-CLAVE.
           05  SOL3-AGENCIA-DEVOL                   PIC 9(02).
           05  SOL3-EXTRAS                          PIC X(09).
      * CAMPOS AGREGADOS DESPUES (VOUCHER, CUENTA, HORAS, ENTREGA,     *
      * COBERTURA, MONEDA, GRUPO, ADICIONALES): ACA SOLO IMPORTA EL    *
      * LARGO TOTAL.                                                   *
           05  SOL3-RESTO                           PIC X(136).

       FD  SOLVAL.
       01  SOLVAL-REG.
      * EN ADELANTE RIGEN LOS LARGOS DEL LAYOUT AMPLIADO.              *
           88  LARGO-VALIDO                 VALUES 58 59 60 68 69
                                                   79 85 93 126 129
                                                   132 142 205.

      * CONTROL DE TRANSMISION DEL ARCHIVO EN CURSO.                   *
       01  WS-VCT-TIENE-HEADER              PIC X.
       01  WS-VCT-SUMA-DATOS                PIC 9(09)V99.
       01  WS-VCT-CANT-DECLARADA            PIC 9(05).
       01  WS-VCT-SUMA-DECLARADA            PIC 9(09)V99.
       01  WS-VAL-LINEA                     PIC X(205).
       01  WS-VAL-LINEA-HEADER REDEFINES WS-VAL-LINEA.
           05  VCT-H-MARCA                  PIC X(02).
           05  VCT-H-AGENCIA                PIC 9(02).
