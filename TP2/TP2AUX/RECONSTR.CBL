           03  ALQREC-ANULADO                   PIC X.
           03  ALQREC-FECHA-ANULACION           PIC 9(08).
           03  ALQREC-MOTIVO-ANULACION          PIC 9.
           03  ALQREC-RESTO                     PIC X(161).

       FD  RECONREP.
       01  RECONREP-REG                         PIC X(100).
