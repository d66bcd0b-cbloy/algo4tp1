      * APRANUL.CBL PARA LAS ANULACIONES): UN SUPERVISOR NIVEL 3       *
      * REVISA CADA PROPUESTA DE BLOQPROP.CBL VIENDO LA EVIDENCIA QUE  *
      * LA DISPARO Y LA APRUEBA O RECHAZA.  SOLO LAS APROBADAS SE      *
      * AGREGAN A BLOQUEAD.DAT (SI EL DOCUMENTO YA ESTABA EN LA LISTA  *
      * NEGRA SE AVISA Y QUEDA EL BLOQUEO ANTERIOR).                   *
        SELECT BLOQPEND ASSIGN TO "..\BLOQPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-BLOQPEND.

        SELECT BLOQUEADOS ASSIGN TO "..\BLOQUEAD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLOQ-CLAVE
                FILE STATUS IS FS-BLOQUEADOS.

      * RECHAZOS DEL SUPERVISOR, CON SU NOTA, PARA DEJAR CONSTANCIA    *
      * MISMO ARMADO QUE BLOQUEADO-REG EN TP.CBL.                      *
       FD  BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                PIC X.
               10  BLOQ-NRO-DOC                 PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO              PIC X(30).

       FD  BLOQRECH.

       01  FS-BLOQUEADOS                        PIC X(02).
           88  FS-BLOQUEADOS-OK                 VALUE '00'.
           88  FS-BLOQUEADOS-NO-EXIST           VALUE '35'.
           88  FS-BLOQUEADOS-DUPLICADO          VALUE '22'.

       01  FS-BLOQRECH                          PIC X(02).
           88  FS-BLOQRECH-OK                   VALUE '00'.
            PERFORM 110-LEER-PENDIENTE.

       200-ABRIR-APOYOS.
            OPEN I-O BLOQUEADOS.
            IF FS-BLOQUEADOS-NO-EXIST
                OPEN OUTPUT BLOQUEADOS
                CLOSE BLOQUEADOS
                OPEN I-O BLOQUEADOS
            END-IF.
            MOVE FS-BLOQUEADOS TO WS-FS.
            MOVE "BLOQUEAD"    TO WS-FS-NOMBRE.
            MOVE BPEND-TIPO-DOC TO BLOQ-TIPO-DOC.
            MOVE BPEND-NRO-DOC  TO BLOQ-NRO-DOC.
            MOVE WS-DESC-REGLA  TO BLOQ-MOTIVO-BLOQUEO.
            WRITE BLOQUEADO-REG
                INVALID KEY
                    DISPLAY 'DOC ' BLOQ-TIPO-DOC '-' BLOQ-NRO-DOC
                            ' YA ESTABA EN LA LISTA NEGRA'
            END-WRITE.
            IF NOT FS-BLOQUEADOS-DUPLICADO
                MOVE FS-BLOQUEADOS TO WS-FS
                MOVE "BLOQUEAD"    TO WS-FS-NOMBRE
                MOVE "GRABA"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

       700-REESCRIBIR-PENDIENTES.
            OPEN OUTPUT BLOQPEND.
