      * ANTES DE LA AMPLIACION DE PATENTE A 7 TRAEN LA PATENTE DE 6 Y   *
      * TODO LO QUE SIGUE CORRIDO UNA POSICION: EL LARGO REAL DE CADA   *
      * LINEA (RECORD IS VARYING, MISMO MECANISMO QUE VALSOL.CBL)       *
      * DECIDE -- 217 O MAS ES EL VIGENTE (AGENCIA DE DOS DIGITOS;     *
      * DESDE 223 CON LA BANDA DE OCUPACION AL FINAL); ENTRE           *
      * 107 Y 216 ES LA CAMADA DE AGENCIA DE UN DIGITO Y SE ENSANCHA   *
      * AL LEER; MENOS DE 107 ES ADEMAS PATENTE DE 6 Y SE REALINEA     *
      * (325-REALINEAR-ALQACT).  LOS CAMPOS QUE ESE DIA TODAVIA NO     *
      * EXISTIAN SE CONSOLIDAN COMO CERO/'N'.                          *
       FD  ALQACT-ARCH
           RECORD IS VARYING IN SIZE FROM 1 TO 223 CHARACTERS
               DEPENDING ON WS-LARGO-ALQACT.
       01  ALQACT-ARCH-REG.
           05  ALQACT-ARCH-CLAVE.
               88  ALQACT-ARCH-ESTA-ANULADO     VALUE 'S'.
           05  ALQACT-ARCH-FECHA-ANULACION      PIC 9(08).
           05  ALQACT-ARCH-MOTIVO-ANULACION     PIC 9.
           05  ALQACT-ARCH-RESTO               PIC X(161).

      * MISMO ARMADO QUE RECH-REG EN TP.CBL.  IGUAL QUE CON ALQACT, EL  *
      * LARGO REAL DECIDE EL LAYOUT: 91 ES EL VIGENTE (AGENCIAS DE     *
       01  WS-LARGO-RECH                        PIC 9(03) COMP.
       01  WS-LARGO-EFEC                        PIC 9(03) COMP.
       01  WS-LARGO-COLA                        PIC 9(03) COMP.
       01  WS-BUF-ARCH                          PIC X(223).

       01  WS-CANT-DIAS-CON-ALQACT              PIC 9(05) VALUE ZERO.
       01  WS-CANT-DIAS-CON-RECH                PIC 9(05) VALUE ZERO.
       325-REALINEAR-ALQACT.
            EVALUATE TRUE
                WHEN WS-LARGO-ALQACT >= 217
                    MOVE WS-LARGO-ALQACT TO WS-LARGO-EFEC
                WHEN WS-LARGO-ALQACT >= 107
                    MOVE WS-LARGO-ALQACT TO WS-LARGO-EFEC
                    PERFORM 326-ENSANCHAR-AGENCIA-ALQ
