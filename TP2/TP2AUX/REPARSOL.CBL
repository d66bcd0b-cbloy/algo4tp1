           05  SOLVAL-DESC                           PIC X(30).

       FD  COLA.
       01  COLA-REG                             PIC X(205).

      * BITACORA DE REPARACIONES: DOS LINEAS POR ARREGLO, LA IMAGEN
      * ANTES Y LA IMAGEN DESPUES, CON OPERADOR, FECHA Y HORA.
           05  FILLER                            PIC X(01).
           05  RLOG-NRO-REG                      PIC 9(05).
           05  FILLER                            PIC X(01).
           05  RLOG-IMAGEN                       PIC X(205).

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).
      * LA COLA DE LA AGENCIA, CARGADA ENTERA (INCLUIDAS LAS LINEAS
      * DE CONTROL '*H'/'*T', QUE NO CUENTAN COMO SOLICITUD).
       01  TABLA-COLA.
           05  COLA-LINEA               OCCURS 1000 TIMES PIC X(205).
       01  WS-COLA-CANT                         PIC 9(05) VALUE ZERO.
       01  WS-COLA-AGENCIA                      PIC 9(02) VALUE ZERO.
       01  WS-COLA-MODIFICADA                   PIC X VALUE 'N'.

      * VISTA DE LA LINEA EN REPARACION: MISMO FRENTE DE CLAVE QUE
      * SOL1-REG EN VALSOL.CBL (PATENTE + FECHA + RESTO OPACO).
       01  WS-LINEA                             PIC X(205).
       01  WS-LINEA-CAMPOS REDEFINES WS-LINEA.
           05  LIN-PATENTE                      PIC X(07).
           05  LIN-FECHA                        PIC X(08).
           05  LIN-RESTO                        PIC X(190).

       01  WS-LINEA-ANTES                       PIC X(205).
       01  WS-VAL-PATENTE                       PIC X(07).
       01  WS-PAT-FORMATO-OK                    PIC X.
       01  WS-NUEVA-PATENTE                     PIC X(07).
       01  WS-ORD-HASTA                         PIC 9(05).
       01  IND-ORD                              PIC 9(05).
       01  IND-ORD-SIG                          PIC 9(05).
       01  WS-LINEA-AUX                         PIC X(205).
       01  WS-HUBO-CAMBIO                       PIC X.

       01  WS-FECHA-LOG                         PIC 9(08).
