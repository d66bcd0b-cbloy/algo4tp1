       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJAAG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * BAJA SUPERVISADA DEL DIA DE UNA AGENCIA: CUANDO UNA AGENCIA     *
      * MANDO UN ARCHIVO EQUIVOCADO SE DESHACE SOLO LO SUYO DEL ULTIMO  *
      * DIA CERRADO, SIN RECORRER LA CADENA ENTERA.  AGENCIA Y DIA      *
      * VIENEN EN TP_BAJA_AGENCIA (NN) Y TP_BAJA_FECHA (AAAAMMDD); LA   *
      * COLA DE SOLICITUDES POR LA QUE ENTRO (PARA LAS ESTADISTICAS)    *
      * EN TP_BAJA_COLA, QUE POR OMISION ES LA DEL MISMO NUMERO.        *
      * SE DAN DE BAJA LAS FILAS APROBADAS DE LA AGENCIA (ALQACT Y EL   *
      * MAESTRO), SUS RECHAZOS, DISCREPANCIAS, EXTRACTO DE SEGURO,      *
      * ESTADISTICAS, REVENUE, ASIENTOS E INCUMPLIMIENTOS DE POLITICA;  *
      * SE LIBERAN GARANTIAS, PRE-AUTORIZACIONES, USOS DE VOUCHER Y LA  *
      * NUMERACION DE CONTRATOS, Y SE REARMA SU RETAGNN.  LAS           *
      * RESERVAS CONVERTIDAS ESA NOCHE NO VINIERON EN EL ARCHIVO Y SE   *
      * CONSERVAN.  DESPUES EL ARCHIVO CORREGIDO ENTRA POR LA CORRIDA   *
      * COMPLEMENTARIA (ORQUESTA CON ORQ_COMPLEMENTARIO=S).             *
      * SIN TP_BAJA_CONFIRMA=S SOLO SE INFORMA LO QUE SE HARIA (COMO EL *
      * MODO SIMULACION DE TP); CON CONFIRMACION EXIGE SUPERVISOR DE    *
      * NIVEL 3 (TP_OPERADOR / TP_CLAVE).  TODO QUEDA EN BAJAAG.TXT.    *

      * CONTROL DEL CIERRE (VER CIERRE.CBL): SOLO SE DA DE BAJA EL      *
      * ULTIMO DIA CERRADO Y YA ARCHIVADO.                              *
        SELECT CIERRE-CTL ASSIGN TO "..\CIERRE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CIERRE-CTL.

      * CONTROL DE LA CADENA (VER ORQUESTA.CBL): CON UNA CORRIDA        *
      * COMPLEMENTARIA YA HECHA, ALQACT.TXT YA NO TIENE LA CORRIDA      *
      * PRINCIPAL DEL DIA Y NO HAY DE DONDE SACAR LAS FILAS.            *
        SELECT RUNCTL ASSIGN TO "..\RUNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNCTL.

      * PERIODO CONTABLE (VER CIERMES.CBL): UN MES CERRADO NO SE TOCA.  *
        SELECT PERCTL ASSIGN TO "..\PERCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERCTL.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL).             *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

        SELECT OPERADORES ASSIGN TO "..\OPERADOR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-OPERADORES.

      * LO APROBADO EN EL DIA: DE ACA SALEN LAS FILAS A DAR DE BAJA.    *
        SELECT ALQ-ACT ASSIGN TO "..\ALQACT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ALQ-ACT.

        SELECT ALQ-IDX ASSIGN TO "..\ALQIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE COMPANERO POR DOCUMENTO (LO MANTIENE ROLLOVER.CBL).      *
        SELECT DOCIDX ASSIGN TO "..\DOCIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DOC-IDX-CLAVE
                FILE STATUS IS FS-DOCIDX.

      * INDICE COMPANERO POR CONTRATO (LO MANTIENE ROLLOVER.CBL).       *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * UNA FILA (O RECHAZO) CUYO DIA ESTA RESERVADO POR LA MISMA       *
      * AGENCIA Y DOCUMENTO ES UNA RESERVA CONVERTIDA O VETADA, NO UNA  *
      * SOLICITUD DEL ARCHIVO.                                          *
        SELECT RESERVAS ASSIGN TO "..\RESERVAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RSV-CLAVE
                FILE STATUS IS FS-RESERVAS.

        SELECT RECH ASSIGN TO "..\RECHAZOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RECH.

        SELECT DISCREP ASSIGN TO "..\DISCREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DISCREP.

      * SEGUEXT.TXT (EXTRACTO DEL DIA) Y SEGUACUM.TXT (ACUMULADO)       *
      * TIENEN EL MISMO ARMADO: SE DEPURAN CON EL MISMO SELECT.         *
        SELECT SEGURO ASSIGN TO WS-PATH-SEGURO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SEGURO.

        SELECT ESTADSAV ASSIGN TO "..\ESTADSAV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ESTADSAV.

        SELECT REVSAV ASSIGN TO "..\REVSAV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REVSAV.

        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

        SELECT CORPINFR ASSIGN TO "..\CORPINFR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CORPINFR.

        SELECT GARMOV ASSIGN TO "..\GARMOV.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-GARMOV.

        SELECT PREAUSAL ASSIGN TO "..\PREAUSAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREAUSAL.

        SELECT PREAURES ASSIGN TO "..\PREAURES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREAURES.

        SELECT PREAHOLD ASSIGN TO "..\PREAHOLD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREAHOLD.

        SELECT VOUUSO ASSIGN TO "..\VOUUSO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-VOUUSO.

        SELECT VOUCHERS ASSIGN TO "..\VOUCHERS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-VOUCHERS.

        SELECT CONTRNUM ASSIGN TO "..\CONTRNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONTRNUM.

        SELECT RETAG ASSIGN TO WS-PATH-RETAG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RETAG.

      * CADA ARCHIVO DEPURADO SE ESCRIBE PRIMERO EN UN BAJAAGNN.NVO;    *
      * RECIEN CON TODOS ESCRITOS Y LA BAJA CONFIRMADA SE PROMUEVEN     *
      * POR COPY (MISMA PROMOCION QUE COTNVO EN COTCONV.CBL).           *
        SELECT NVO ASSIGN TO WS-PATH-NVO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NVO.

      * INFORME DE LAS BAJAS (ACUMULADO ENTRE CORRIDAS).                *
        SELECT BAJAINF ASSIGN TO "..\BAJAAG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-BAJAINF.

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

      * MISMO ARMADO QUE CIERRE-REG EN CIERRE.CBL.                      *
       FD  CIERRE-CTL.
       01  CIERRE-REG.
           05  CIERRE-FECHA                     PIC X(08).
           05  CIERRE-ARCHIVADO                 PIC X.

      * MISMO ARMADO QUE RUNCTL-REG EN ORQUESTA.CBL.                    *
       FD  RUNCTL.
       01  RUNCTL-REG.
           05  RUN-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  RUN-ESTADO                       OCCURS 10 TIMES PIC X.
           05  FILLER                           PIC X(01).
           05  RUN-COMPLEM                      PIC 9(02).

      * MISMO ARMADO QUE PERCTL-REG EN CIERMES.CBL.                     *
       FD  PERCTL.
       01  PERCTL-REG.
           05  PER-ULT-CERRADO                  PIC 9(06).
           05  FILLER                           PIC X(01).
           05  PER-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PER-SUPERVISOR                   PIC X(06).

       FD  RUNLOCK.
       01  RUNLOCK-REG                          PIC X(20).

      * MISMO ARMADO QUE OPERADOR-REG EN MANTAUTO.CBL.                  *
       FD  OPERADORES.
       01  OPERADOR-REG.
           05  OP-CODIGO                        PIC X(06).
           05  OP-NOMBRE                        PIC X(30).
           05  OP-PASSWORD                      PIC X(08).
           05  OP-NIVEL                         PIC 9.

      * MISMO ARMADO QUE ALQ-ACT-REG EN TP.CBL HASTA EL CONTRATO; EL    *
      * RESTO VIAJA SIN ABRIR (TOTAL 223).                              *
       FD  ALQ-ACT.
       01  ALQ-ACT-REG.
           03  ALQ-ACT-CLAVE.
               05  ALQ-ACT-PATENTE              PIC X(07).
               05  ALQ-ACT-FECHA                PIC 9(08).
           03  ALQ-ACT-TIPO-DOC                 PIC X.
           03  ALQ-ACT-NRO-DOC                  PIC X(20).
           03  ALQ-ACT-IMPORTE                  PIC 9(04)V99.
           03  ALQ-ACT-CHOFER                   PIC X(07).
           03  ALQ-ACT-ESTADO                   PIC X.
           03  ALQ-ACT-AGENCIA                  PIC 9(02).
           03  ALQ-ACT-ANULADO                  PIC X.
           03  ALQ-ACT-FECHA-ANULACION          PIC 9(08).
           03  ALQ-ACT-MOTIVO-ANULACION         PIC 9.
           03  ALQ-ACT-NRO-CONTRATO             PIC 9(09).
           03  ALQ-ACT-RESTO                    PIC X(152).

      * SOLO CLAVE Y DOC INTERESAN (MISMO ORDEN QUE ALQ-REG EN          *
      * TP.CBL, TOTAL 223).                                             *
       FD  ALQ-IDX.
       01  ALQ-IDX-REG.
           03  ALQ-IDX-CLAVE.
               05  ALQ-IDX-PATENTE              PIC X(07).
               05  ALQ-IDX-FECHA                PIC 9(08).
           03  ALQ-IDX-TIPO-DOC                 PIC X.
           03  ALQ-IDX-NRO-DOC                  PIC X(20).
           03  ALQ-IDX-RESTO                    PIC X(187).

      * MISMO ARMADO QUE DOC-IDX-REG EN DATAPURG.CBL.                   *
       FD  DOCIDX.
       01  DOC-IDX-REG.
           03  DOC-IDX-CLAVE.
               05  DOC-IDX-TIPO-DOC             PIC X.
               05  DOC-IDX-NRO-DOC              PIC X(20).
               05  DOC-IDX-PATENTE              PIC X(07).
               05  DOC-IDX-FECHA                PIC 9(08).

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

      * MISMO ARMADO QUE RSV-REG EN TP.CBL.                             *
       FD  RESERVAS.
       01  RSV-REG.
           05  RSV-CLAVE.
               10  RSV-PATENTE                  PIC X(07).
               10  RSV-FECHA                    PIC 9(08).
           05  RSV-TIPO-DOC                     PIC X.
           05  RSV-NRO-DOC                      PIC X(20).
           05  RSV-CHOFER                       PIC X(07).
           05  RSV-AGENCIA                      PIC 9(02).
           05  RSV-ESTADO                       PIC X.

      * MISMO ARMADO QUE RECH-REG EN TP.CBL.                            *
       FD  RECH.
       01  RECH-REG.
           05  RECH-CLAVE.
               10  RECH-PATENTE                 PIC X(07).
               10  RECH-FECHA                   PIC 9(08).
           05  RECH-TIPO-DOC                    PIC X.
           05  RECH-NRO-DOC                     PIC X(20).
           05  RECH-MOTIVO                      PIC 9(02).
           05  RECH-AGENCIA                     PIC 9(02).
           05  RECH-IMPORTE                     PIC 9(04)V99.
           05  RECH-AGENCIA-COLISION            PIC 9(02).
           05  RECH-PATENTE-SUGERIDA            PIC X(07).
           05  RECH-DESC-BLOQUEO                PIC X(30).
           05  RECH-IMPORTE-SUGERIDO            PIC 9(04)V99.

      * MISMO ARMADO QUE DISCREP-REG EN TP.CBL.                         *
       FD  DISCREP.
       01  DISCREP-REG.
           05  DISCREP-CLAVE.
               10  DISCREP-PATENTE              PIC X(07).
               10  DISCREP-FECHA                PIC 9(08).
           05  DISCREP-TIPO-DOC                 PIC X.
           05  DISCREP-NRO-DOC                  PIC X(20).
           05  DISCREP-AGENCIA                  PIC 9(02).
           05  DISCREP-IMPORTE-COTIZADO         PIC 9(04)V99.
           05  DISCREP-IMPORTE-REAL             PIC 9(04)V99.

      * MISMO ARMADO QUE SEGUEXT-REG EN TP.CBL.                         *
       FD  SEGURO.
       01  SEGURO-REG.
           05  SEG-PATENTE                      PIC X(07).
           05  SEG-MARCA                        PIC X(20).
           05  SEG-TIPO-DOC                     PIC X.
           05  SEG-NRO-DOC                      PIC X(20).
           05  SEG-CHOFER                       PIC X(07).
           05  SEG-FECHA                        PIC 9(08).
           05  SEG-IMPORTE                      PIC 9(06)V99.
           05  SEG-ADICIONALES.
               10  SEG-ADICIONAL          OCCURS 3 TIMES.
                   15  SEG-ADIC-TIPO-DOC        PIC X.
                   15  SEG-ADIC-NRO-DOC         PIC X(20).

      * MISMO ARMADO QUE ESTADSAV-REG EN TP.CBL.                        *
       FD  ESTADSAV.
       01  ESTADSAV-REG.
           05  ESTADSAV-MARCA                   PIC X(20).
           05  ESTADSAV-MESES                   OCCURS 12 TIMES.
               09  ESTADSAV-MES                 PIC 9(03).
           05  ESTADSAV-TOTAL                   PIC 9(04).
           05  ESTADSAV-AGENCIAS                OCCURS 99 TIMES.
               09  ESTADSAV-AG-MESES            OCCURS 12 TIMES.
                   11  ESTADSAV-AG-MES          PIC 9(03).
               09  ESTADSAV-AG-TOTAL            PIC 9(04).

      * MISMO ARMADO QUE REVSAV-REG EN TP.CBL.                          *
       FD  REVSAV.
       01  REVSAV-REG.
           05  REV-AGENCIA                      PIC 9(02).
           05  REV-ANIO                         PIC 9(04).
           05  REV-MESES                        OCCURS 12 TIMES.
               09  REV-MES-IMPORTE              PIC 9(09)V99.
           05  REV-TOTAL                        PIC 9(10)V99.

      * MISMO ARMADO QUE ASIENTO-REG EN TP.CBL.                         *
       FD  ASIENTOS.
       01  ASIENTO-REG.
           05  ASI-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ASI-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  ASI-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  ASI-DEBE                         PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-HABER                        PIC 9(09)V99.
           05  FILLER                           PIC X(01).
           05  ASI-DESCRIPCION                  PIC X(20).
           05  FILLER                           PIC X(01).
           05  ASI-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
           05  ASI-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE CORPINFR-REG EN TP.CBL.                        *
       FD  CORPINFR.
       01  CORPINFR-REG.
           05  INF-FECHA-PROCESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  INF-CTA-CORP                     PIC X(06).
           05  FILLER                           PIC X(01).
           05  INF-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  INF-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  INF-TIPO-DOC                     PIC X.
           05  INF-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  INF-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  INF-CODIGOS                      PIC X(06).
           05  FILLER                           PIC X(01).
           05  INF-ACCION                       PIC X.
           05  FILLER                           PIC X(01).
           05  INF-IMPORTE                      PIC 9(06)V99.

      * MISMO ARMADO QUE GARMOV-REG EN TP.CBL.                          *
       FD  GARMOV.
       01  GARMOV-REG.
           05  GAR-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  GAR-TIPO-MOV                     PIC X.
           05  FILLER                           PIC X(01).
           05  GAR-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  GAR-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  GAR-TIPO-DOC                     PIC X.
           05  GAR-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  GAR-IMPORTE                      PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  GAR-REFERENCIA                   PIC X(20).

      * MISMO ARMADO QUE PREAUSAL-REG EN TP.CBL.                        *
       FD  PREAUSAL.
       01  PREAUSAL-REG.
           05  PAS-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  PAS-TIPO-DOC                     PIC X.
           05  PAS-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  PAS-REF-TARJETA                  PIC X(16).
           05  FILLER                           PIC X(01).
           05  PAS-IMPORTE-ESTIMADO             PIC 9(07)V99.

      * MISMO ARMADO QUE PREAURES-REG EN TP.CBL.                        *
       FD  PREAURES.
       01  PREAURES-REG.
           05  PAR-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  PAR-TIPO-DOC                     PIC X.
           05  PAR-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  PAR-RESULTADO                    PIC X.
           05  FILLER                           PIC X(01).
           05  PAR-CODIGO-HOLD                  PIC X(12).
           05  FILLER                           PIC X(01).
           05  PAR-IMPORTE                      PIC 9(07)V99.

      * MISMO ARMADO QUE PREAHOLD-REG EN TP.CBL.                        *
       FD  PREAHOLD.
       01  PREAHOLD-REG.
           05  PAH-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  PAH-CODIGO-HOLD                  PIC X(12).
           05  FILLER                           PIC X(01).
           05  PAH-IMPORTE                      PIC 9(07)V99.

      * MISMO ARMADO QUE VOUUSO-REG EN TP.CBL.                          *
       FD  VOUUSO.
       01  VOUUSO-REG.
           05  VUS-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  VUS-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  VUS-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  VUS-CODIGO                       PIC X(10).

      * MISMO ARMADO QUE VOUCHER-REG EN TP.CBL.                         *
       FD  VOUCHERS.
       01  VOUCHER-REG.
           05  VOU-CODIGO                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  VOU-TIPO                         PIC X.
           05  FILLER                           PIC X(01).
           05  VOU-VALOR                        PIC 9(04)V99.
           05  FILLER                           PIC X(01).
           05  VOU-FECHA-DESDE                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  VOU-FECHA-HASTA                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  VOU-MAX-USOS                     PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-USADOS                       PIC 9(05).
           05  FILLER                           PIC X(01).
           05  VOU-TIPO-DOC                     PIC X.
           05  VOU-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  VOU-CAMPANIA                     PIC X(08).

      * MISMO ARMADO QUE CONTRNUM-REG EN TP.CBL.                        *
       FD  CONTRNUM.
       01  CONTRNUM-REG.
           05  CTRN-AGENCIA                     PIC 9(02).
           05  FILLER                           PIC X(01).
           05  CTRN-ULTIMO                      PIC 9(07).

      * LINEAS DE RETORNO DE TP.CBL (7920/7904): TIPO, PATENTE Y DIA    *
      * EN LAS MISMAS COLUMNAS PARA APROBADOS ('A ') Y RECHAZOS ('R '). *
       FD  RETAG.
       01  RETAG-REG.
           05  RET-TIPO                         PIC X(02).
           05  RET-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  RET-FECHA                        PIC X(08).
           05  FILLER                           PIC X(114).

      * DEL LARGO DEL REGISTRO MAS LARGO QUE SE REESCRIBE (ESTADSAV).   *
       FD  NVO.
       01  NVO-REG                              PIC X(4020).

       FD  BAJAINF.
       01  BAJAINF-REG                          PIC X(100).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'RESERVAS.DAT03'.
           05  FILLER                           PIC X(14) VALUE
                    'CONTRNUM.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'REVSAV.DAT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'ESTADSAV.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'GARMOV.TXT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'PREAHOLD.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'RUNCTL.DAT  01'.
           05  FILLER                           PIC X(14) VALUE
                    'CIERRE.DAT  01'.
           05  FILLER                           PIC X(14) VALUE
                    'PERCTL.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 11 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(11) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 11 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 11.
       01  IND-LAY                              PIC 9(02).

       01  FS-CIERRE-CTL                        PIC X(02).
           88  FS-CIERRE-CTL-OK                 VALUE '00'.
           88  FS-CIERRE-CTL-NO-EXIST           VALUE '35'.

       01  FS-RUNCTL                            PIC X(02).
           88  FS-RUNCTL-OK                     VALUE '00'.
           88  FS-RUNCTL-NO-EXIST               VALUE '35'.

       01  FS-PERCTL                            PIC X(02).
           88  FS-PERCTL-OK                     VALUE '00'.
           88  FS-PERCTL-NO-EXIST               VALUE '35'.

       01  FS-RUNLOCK                           PIC X(02).
           88  FS-RUNLOCK-OK                    VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST              VALUE '35'.

       01  FS-OPERADORES                        PIC X(02).
           88  FS-OPERADORES-OK                 VALUE '00'.
           88  FS-OPERADORES-FIN                VALUE '10'.
           88  FS-OPERADORES-NO-EXIST           VALUE '35'.

       01  FS-ALQ-ACT                           PIC X(02).
           88  FS-ALQ-ACT-OK                    VALUE '00'.
           88  FS-ALQ-ACT-FIN                   VALUE '10'.
           88  FS-ALQ-ACT-NO-EXIST              VALUE '35'.

       01  FS-ALQ-IDX                           PIC X(02).
           88  FS-ALQ-IDX-OK                    VALUE '00'.
           88  FS-ALQ-IDX-NO-HALLADO            VALUE '23'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '35'.

       01  FS-DOCIDX                            PIC X(02).
           88  FS-DOCIDX-OK                     VALUE '00'.
           88  FS-DOCIDX-NO-EXIST               VALUE '35'.
       01  WS-DOCIDX-ABIERTO                    PIC X VALUE 'N'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.

       01  FS-RESERVAS                          PIC X(02).
           88  FS-RESERVAS-OK                   VALUE '00'.
           88  FS-RESERVAS-NO-HALLADO           VALUE '23'.
           88  FS-RESERVAS-NO-EXIST             VALUE '35'.
       01  WS-RESERVAS-ABIERTO                  PIC X VALUE 'N'.

       01  FS-RECH                              PIC X(02).
           88  FS-RECH-OK                       VALUE '00'.
           88  FS-RECH-FIN                      VALUE '10'.
           88  FS-RECH-NO-EXIST                 VALUE '35'.

       01  FS-DISCREP                           PIC X(02).
           88  FS-DISCREP-OK                    VALUE '00'.
           88  FS-DISCREP-FIN                   VALUE '10'.
           88  FS-DISCREP-NO-EXIST              VALUE '35'.

       01  FS-SEGURO                            PIC X(02).
           88  FS-SEGURO-OK                     VALUE '00'.
           88  FS-SEGURO-FIN                    VALUE '10'.
           88  FS-SEGURO-NO-EXIST               VALUE '35'.

       01  FS-ESTADSAV                          PIC X(02).
           88  FS-ESTADSAV-OK                   VALUE '00'.
           88  FS-ESTADSAV-FIN                  VALUE '10'.
           88  FS-ESTADSAV-NO-EXIST             VALUE '35'.

       01  FS-REVSAV                            PIC X(02).
           88  FS-REVSAV-OK                     VALUE '00'.
           88  FS-REVSAV-FIN                    VALUE '10'.
           88  FS-REVSAV-NO-EXIST               VALUE '35'.

       01  FS-ASIENTOS                          PIC X(02).
           88  FS-ASIENTOS-OK                   VALUE '00'.
           88  FS-ASIENTOS-FIN                  VALUE '10'.
           88  FS-ASIENTOS-NO-EXIST             VALUE '35'.

       01  FS-CORPINFR                          PIC X(02).
           88  FS-CORPINFR-OK                   VALUE '00'.
           88  FS-CORPINFR-FIN                  VALUE '10'.
           88  FS-CORPINFR-NO-EXIST             VALUE '35'.

       01  FS-GARMOV                            PIC X(02).
           88  FS-GARMOV-OK                     VALUE '00'.
           88  FS-GARMOV-FIN                    VALUE '10'.
           88  FS-GARMOV-NO-EXIST               VALUE '35'.

       01  FS-PREAUSAL                          PIC X(02).
           88  FS-PREAUSAL-OK                   VALUE '00'.
           88  FS-PREAUSAL-FIN                  VALUE '10'.
           88  FS-PREAUSAL-NO-EXIST             VALUE '35'.

       01  FS-PREAURES                          PIC X(02).
           88  FS-PREAURES-OK                   VALUE '00'.
           88  FS-PREAURES-FIN                  VALUE '10'.
           88  FS-PREAURES-NO-EXIST             VALUE '35'.

       01  FS-PREAHOLD                          PIC X(02).
           88  FS-PREAHOLD-OK                   VALUE '00'.
           88  FS-PREAHOLD-FIN                  VALUE '10'.
           88  FS-PREAHOLD-NO-EXIST             VALUE '35'.

       01  FS-VOUUSO                            PIC X(02).
           88  FS-VOUUSO-OK                     VALUE '00'.
           88  FS-VOUUSO-FIN                    VALUE '10'.
           88  FS-VOUUSO-NO-EXIST               VALUE '35'.

       01  FS-VOUCHERS                          PIC X(02).
           88  FS-VOUCHERS-OK                   VALUE '00'.
           88  FS-VOUCHERS-FIN                  VALUE '10'.
           88  FS-VOUCHERS-NO-EXIST             VALUE '35'.

       01  FS-CONTRNUM                          PIC X(02).
           88  FS-CONTRNUM-OK                   VALUE '00'.
           88  FS-CONTRNUM-FIN                  VALUE '10'.
           88  FS-CONTRNUM-NO-EXIST             VALUE '35'.

       01  FS-RETAG                             PIC X(02).
           88  FS-RETAG-OK                      VALUE '00'.
           88  FS-RETAG-FIN                     VALUE '10'.
           88  FS-RETAG-NO-EXIST                VALUE '35'.

       01  FS-NVO                               PIC X(02).
           88  FS-NVO-OK                        VALUE '00'.

       01  FS-BAJAINF                           PIC X(02).
           88  FS-BAJAINF-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * PARAMETROS DE LA BAJA.                                          *
       01  WS-ENV-AGENCIA                       PIC X(02).
       01  WS-ENV-FECHA                         PIC X(08).
       01  WS-ENV-COLA                          PIC X(01).
       01  WS-ENV-CONFIRMA                      PIC X(01).
       01  WS-AGENCIA                           PIC 9(02).
       01  WS-FECHA-BAJA                        PIC 9(08).
       01  WS-COLA                              PIC 9(01).
       01  WS-CONFIRMA                          PIC X VALUE 'N'.
           88  BAJA-CONFIRMADA                  VALUE 'S'.

       01  WS-SIGNON-CODIGO                     PIC X(06).
       01  WS-SIGNON-CLAVE                      PIC X(08).
       01  WS-SIGNON-NIVEL                      PIC 9 VALUE ZERO.

      * FILAS APROBADAS DE LA AGENCIA EN EL DIA, CON LO QUE HACE FALTA  *
      * PARA DESHACER CADA EFECTO: MARCA (ESTADISTICAS, DEL EXTRACTO    *
      * DE SEGURO) Y GARANTIA TOMADA (DEL LIBRO GARMOV).                *
       01  WS-CANT-BAJA                         PIC 9(04) VALUE ZERO.
       01  TABLA-BAJA.
           05  BAJ-ENT                  OCCURS 3000 TIMES.
               10  BAJ-PATENTE                  PIC X(07).
               10  BAJ-FECHA                    PIC 9(08).
               10  BAJ-TIPO-DOC                 PIC X.
               10  BAJ-NRO-DOC                  PIC X(20).
               10  BAJ-IMPORTE                  PIC 9(04)V99.
               10  BAJ-CONTRATO                 PIC 9(09).
               10  BAJ-MARCA                    PIC X(20).
               10  BAJ-GARANTIA                 PIC 9(06)V99.
       01  IND-B                                PIC 9(04).
       01  WS-IND-HALLADO                       PIC 9(04).

      * RECHAZOS DADOS DE BAJA (PARA SACAR SUS LINEAS 'R ' DEL RETAG).  *
       01  WS-CANT-RECH-BAJA                    PIC 9(04) VALUE ZERO.
       01  TABLA-RECH-BAJA.
           05  RBJ-ENT                  OCCURS 3000 TIMES.
               10  RBJ-PATENTE                  PIC X(07).
               10  RBJ-FECHA                    PIC 9(08).
       01  IND-R                                PIC 9(04).

      * USOS DE VOUCHER A DEVOLVER, POR CODIGO.                         *
       01  WS-CANT-VOU-BAJA                     PIC 9(03) VALUE ZERO.
       01  TABLA-VOU-BAJA.
           05  VCB-ENT                  OCCURS 300 TIMES.
               10  VCB-CODIGO                   PIC X(10).
               10  VCB-CANT                     PIC 9(05).
       01  IND-V                                PIC 9(03).
       01  WS-IND-VOU                           PIC 9(03).

      * CLAVE A VERIFICAR CONTRA RESERVAS.DAT Y CONTRA LA TABLA.        *
       01  WS-VER-PATENTE                       PIC X(07).
       01  WS-VER-FECHA                         PIC 9(08).
       01  WS-VER-TIPO-DOC                      PIC X.
       01  WS-VER-NRO-DOC                       PIC X(20).
       01  WS-VER-CONTRATO                      PIC 9(09).
       01  WS-ES-RESERVA                        PIC X.

      * NUMERACION DE CONTRATOS DE LA AGENCIA: SECUENCIAS DADAS DE BAJA *
      * Y LA MAS ALTA QUE QUEDA EN PIE (RESERVAS CONVERTIDAS).          *
       01  WS-SEQ                               PIC 9(07).
       01  WS-SEQ-MIN                           PIC 9(07) VALUE 9999999.
       01  WS-SEQ-MAX                           PIC 9(07) VALUE ZERO.
       01  WS-SEQ-QUEDA                         PIC 9(07) VALUE ZERO.
       01  WS-SEQ-NUEVA                         PIC 9(07).

       01  WS-MES                               PIC 9(02).
       01  WS-CANT-RSV-QUEDAN                   PIC 9(04) VALUE ZERO.
       01  WS-IMP-RSV-QUEDAN                    PIC 9(07)V99 VALUE ZERO.
       01  WS-IMP-BAJA                          PIC 9(07)V99 VALUE ZERO.
       01  WS-CANT-QUITADAS                     PIC 9(05).
       01  WS-CANT-GARANTIAS                    PIC 9(04) VALUE ZERO.
       01  WS-CANT-MAESTRO                      PIC 9(04) VALUE ZERO.

      * ARCHIVOS NUEVOS A PROMOVER: BAJAAGNN.NVO -> DESTINO.            *
       01  WS-CANT-NVO                          PIC 9(02) VALUE ZERO.
       01  TABLA-NVO.
           05  NVO-DESTINO              OCCURS 20 TIMES PIC X(12).
       01  IND-N                                PIC 9(02).
       01  WS-NVO-DESTINO                       PIC X(12).
       01  WS-NVO-NUM                           PIC 9(02).

       01  WS-PATH-NVO                          PIC X(60).
       01  WS-PATH-SEGURO                       PIC X(60).
       01  WS-PATH-RETAG                        PIC X(60).
       01  WS-RETAG-NOMBRE                      PIC X(12).
       01  WS-COMANDO                           PIC X(80).
       01  LINEA                                PIC X(100).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO BAJAAG'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 100-INICIO.
        PERFORM 150-VERIFICAR-DIA.
        IF BAJA-CONFIRMADA
            PERFORM 060-SIGNON-LOTE
        END-IF.
        PERFORM 170-ABRIR-INFORME.

        PERFORM 200-CARGAR-ALQACT.
        PERFORM 250-DEPURAR-RECHAZOS.
        PERFORM 270-DEPURAR-DISCREP.
        MOVE '..\SEGUEXT.TXT' TO WS-PATH-SEGURO.
        MOVE 'SEGUEXT.TXT'    TO WS-NVO-DESTINO.
        PERFORM 300-DEPURAR-SEGURO.
        MOVE '..\SEGUACUM.TXT' TO WS-PATH-SEGURO.
        MOVE 'SEGUACUM.TXT'    TO WS-NVO-DESTINO.
        PERFORM 300-DEPURAR-SEGURO.
        PERFORM 350-DESCONTAR-ESTADSAV.
        PERFORM 380-DESCONTAR-REVSAV.
        PERFORM 400-DEPURAR-ASIENTOS.
        PERFORM 420-DEPURAR-CORPINFR.
        PERFORM 450-BUSCAR-GARANTIAS.
        PERFORM 470-DEPURAR-PREAUSAL.
        PERFORM 485-DEPURAR-PREAURES.
        PERFORM 490-DEPURAR-PREAHOLD.
        PERFORM 500-DEPURAR-VOUUSO.
        PERFORM 520-DEVOLVER-VOUCHERS.
        PERFORM 550-LIBERAR-CONTRATOS.
        PERFORM 570-REARMAR-RETAG.

        IF BAJA-CONFIRMADA
            PERFORM 700-APLICAR
        ELSE
            PERFORM 715-DESCARTAR-NVO
                    VARYING IND-N FROM 1 BY 1
                    UNTIL IND-N > WS-CANT-NVO
        END-IF.
        PERFORM 850-GRABAR-RESUMEN.

        DISPLAY 'FIN BAJAAG'.
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

       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'LOTE NOCTURNO EN CURSO -- REINTENTAR LUEGO'
                STOP RUN
            END-IF.

      * IDENTIFICACION POR ENTORNO CONTRA OPERADOR.TXT (MISMO ESQUEMA   *
      * QUE 060-SIGNON-LOTE DE CIERMES.CBL): SIN MAESTRO DE OPERADORES  *
      * NO HAY QUIEN SUPERVISE Y LA BAJA NO SE APLICA.                  *
       060-SIGNON-LOTE.
            OPEN INPUT OPERADORES.
            IF FS-OPERADORES-NO-EXIST
                DISPLAY 'SIN OPERADOR.TXT -- LA BAJA DE UN DIA DE '
                        'AGENCIA EXIGE UN SUPERVISOR IDENTIFICADO'
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-CLAVE.
            ACCEPT WS-SIGNON-CODIGO FROM ENVIRONMENT "TP_OPERADOR".
            ACCEPT WS-SIGNON-CLAVE  FROM ENVIRONMENT "TP_CLAVE".

            MOVE ZERO TO WS-SIGNON-NIVEL.
            PERFORM 061-LEER-OPERADOR.
            PERFORM 062-COMPARAR-OPERADOR
                    UNTIL FS-OPERADORES-FIN
                    OR WS-SIGNON-NIVEL > ZERO.
            CLOSE OPERADORES.

            IF WS-SIGNON-NIVEL < 3
                DISPLAY 'BAJAAG EXIGE OPERADOR DE NIVEL 3 '
                        '(TP_OPERADOR / TP_CLAVE)'
                STOP RUN
            END-IF.

       061-LEER-OPERADOR.
            READ OPERADORES AT END SET FS-OPERADORES-FIN TO TRUE.

            IF NOT FS-OPERADORES-OK AND NOT FS-OPERADORES-FIN
                DISPLAY 'ERROR AL LEER OPERADOR.TXT'
                STOP RUN
            END-IF.

       062-COMPARAR-OPERADOR.
            IF OP-CODIGO = WS-SIGNON-CODIGO
               AND OP-PASSWORD = WS-SIGNON-CLAVE
                MOVE OP-NIVEL TO WS-SIGNON-NIVEL
            END-IF.
            IF WS-SIGNON-NIVEL = ZERO
                PERFORM 061-LEER-OPERADOR
            END-IF.

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-AGENCIA WS-ENV-FECHA.
            ACCEPT WS-ENV-AGENCIA FROM ENVIRONMENT "TP_BAJA_AGENCIA".
            ACCEPT WS-ENV-FECHA   FROM ENVIRONMENT "TP_BAJA_FECHA".
            IF WS-ENV-AGENCIA IS NOT NUMERIC
               OR WS-ENV-AGENCIA = '00'
                DISPLAY 'FALTA LA AGENCIA (TP_BAJA_AGENCIA=NN)'
                STOP RUN
            END-IF.
            IF WS-ENV-FECHA IS NOT NUMERIC
                DISPLAY 'FALTA EL DIA (TP_BAJA_FECHA=AAAAMMDD)'
                STOP RUN
            END-IF.
            MOVE WS-ENV-AGENCIA TO WS-AGENCIA.
            MOVE WS-ENV-FECHA   TO WS-FECHA-BAJA.

      * SIN HEADER '*H' EN EL ARCHIVO, TP ASIGNA LA AGENCIA N A LA      *
      * COLA N (1 A 4): ESE ES EL VALOR POR OMISION.                    *
            MOVE SPACE TO WS-ENV-COLA.
            ACCEPT WS-ENV-COLA FROM ENVIRONMENT "TP_BAJA_COLA".
            IF WS-ENV-COLA IS NUMERIC
               AND WS-ENV-COLA > '0' AND WS-ENV-COLA < '5'
                MOVE WS-ENV-COLA TO WS-COLA
            ELSE
                IF WS-AGENCIA < 5
                    MOVE WS-AGENCIA TO WS-COLA
                ELSE
                    DISPLAY 'FALTA LA COLA DE LA AGENCIA '
                            '(TP_BAJA_COLA=1..4)'
                    STOP RUN
                END-IF
            END-IF.

            MOVE SPACE TO WS-ENV-CONFIRMA.
            ACCEPT WS-ENV-CONFIRMA FROM ENVIRONMENT "TP_BAJA_CONFIRMA".
            IF WS-ENV-CONFIRMA = 'S'
                MOVE 'S' TO WS-CONFIRMA
            ELSE
                DISPLAY 'SIN TP_BAJA_CONFIRMA=S: SOLO SE INFORMA'
            END-IF.

       150-VERIFICAR-DIA.
            OPEN INPUT CIERRE-CTL.
            IF NOT FS-CIERRE-CTL-OK
                DISPLAY 'SIN CIERRE.DAT -- NO HAY DIA CERRADO'
                STOP RUN
            END-IF.
            READ CIERRE-CTL AT END CONTINUE END-READ.
            CLOSE CIERRE-CTL.
            IF CIERRE-FECHA NOT = WS-ENV-FECHA
               OR CIERRE-ARCHIVADO NOT = 'S'
                DISPLAY 'EL DIA ' WS-ENV-FECHA ' NO ES EL ULTIMO '
                        'CERRADO Y ARCHIVADO (' CIERRE-FECHA ')'
                STOP RUN
            END-IF.

            OPEN INPUT RUNCTL.
            IF FS-RUNCTL-OK
                READ RUNCTL AT END CONTINUE END-READ
                CLOSE RUNCTL
                IF RUN-COMPLEM IS NUMERIC AND RUN-COMPLEM > ZERO
                    DISPLAY 'YA HUBO CORRIDA COMPLEMENTARIA EN EL '
                            'CICLO -- ALQACT.TXT NO TIENE EL DIA'
                    STOP RUN
                END-IF
            END-IF.

            OPEN INPUT PERCTL.
            IF FS-PERCTL-OK
                READ PERCTL AT END CONTINUE END-READ
                CLOSE PERCTL
                IF PER-ULT-CERRADO IS NUMERIC
                   AND PER-ULT-CERRADO NOT < WS-FECHA-BAJA(1:6)
                    DISPLAY 'EL PERIODO ' WS-FECHA-BAJA(1:6)
                            ' YA ESTA CERRADO (CIERMES)'
                    STOP RUN
                END-IF
            END-IF.

       170-ABRIR-INFORME.
            OPEN EXTEND BAJAINF.
            IF NOT FS-BAJAINF-OK
                OPEN OUTPUT BAJAINF
            END-IF.
            MOVE FS-BAJAINF    TO WS-FS.
            MOVE "BAJAAG"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO LINEA.
            IF BAJA-CONFIRMADA
                STRING 'BAJA DEL ' WS-FECHA-BAJA
                       ' AGENCIA ' WS-AGENCIA ' COLA ' WS-COLA
                       ' CORRIDA ' FECHA-HOY
                       ' SUPERVISOR ' WS-SIGNON-CODIGO
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                STRING 'PROPUESTA DE BAJA DEL ' WS-FECHA-BAJA
                       ' AGENCIA ' WS-AGENCIA ' COLA ' WS-COLA
                       ' CORRIDA ' FECHA-HOY ' (NADA APLICADO)'
                    DELIMITED BY SIZE INTO LINEA
            END-IF.
            PERFORM 820-GRABAR-LINEA.

      * LAS FILAS APROBADAS DE LA AGENCIA PASAN A LA TABLA; LAS DEMAS   *
      * (Y LAS RESERVAS CONVERTIDAS DE LA AGENCIA) QUEDAN EN EL NUEVO   *
      * ALQACT, EN EL MISMO ORDEN.                                      *
       200-CARGAR-ALQACT.
            OPEN INPUT ALQ-ACT.
            IF FS-ALQ-ACT-NO-EXIST
                DISPLAY 'SIN ALQACT.TXT -- NADA QUE DAR DE BAJA'
                STOP RUN
            END-IF.
            MOVE FS-ALQ-ACT    TO WS-FS.
            MOVE "ALQACT"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT RESERVAS.
            IF FS-RESERVAS-OK
                MOVE 'S' TO WS-RESERVAS-ABIERTO
            END-IF.

            MOVE 'ALQACT.TXT' TO WS-NVO-DESTINO.
            PERFORM 800-ABRIR-NVO.
            PERFORM 210-LEER-ALQACT.
            PERFORM 220-CLASIFICAR-FILA UNTIL FS-ALQ-ACT-FIN.
            CLOSE ALQ-ACT.
            CLOSE NVO.

            MOVE SPACES TO LINEA.
            STRING '  FILAS APROBADAS A DAR DE BAJA: ' WS-CANT-BAJA
                   ' IMPORTE ' WS-IMP-BAJA
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 820-GRABAR-LINEA.
            IF WS-CANT-RSV-QUEDAN > ZERO
                MOVE SPACES TO LINEA
                STRING '  RESERVAS CONVERTIDAS QUE QUEDAN: '
                       WS-CANT-RSV-QUEDAN ' IMPORTE ' WS-IMP-RSV-QUEDAN
                       ' (VAN EN EL ASIENTO DE LA AGENCIA)'
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       210-LEER-ALQACT.
            READ ALQ-ACT AT END SET FS-ALQ-ACT-FIN TO TRUE.

            IF NOT FS-ALQ-ACT-OK AND NOT FS-ALQ-ACT-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ALQACT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CLASIFICAR-FILA.
            MOVE 'N' TO WS-ES-RESERVA.
            IF ALQ-ACT-AGENCIA = WS-AGENCIA
                MOVE ALQ-ACT-PATENTE  TO WS-VER-PATENTE
                MOVE ALQ-ACT-FECHA    TO WS-VER-FECHA
                MOVE ALQ-ACT-TIPO-DOC TO WS-VER-TIPO-DOC
                MOVE ALQ-ACT-NRO-DOC  TO WS-VER-NRO-DOC
                PERFORM 230-VERIFICAR-RESERVA
            END-IF.

            IF ALQ-ACT-AGENCIA = WS-AGENCIA AND WS-ES-RESERVA = 'N'
                PERFORM 225-ANOTAR-BAJA
            ELSE
                IF ALQ-ACT-AGENCIA = WS-AGENCIA
                    ADD 1 TO WS-CANT-RSV-QUEDAN
                    ADD ALQ-ACT-IMPORTE TO WS-IMP-RSV-QUEDAN
                    COMPUTE WS-SEQ = ALQ-ACT-NRO-CONTRATO
                                   - WS-AGENCIA * 10000000
                    IF WS-SEQ > WS-SEQ-QUEDA
                        MOVE WS-SEQ TO WS-SEQ-QUEDA
                    END-IF
                END-IF
                MOVE ALQ-ACT-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 210-LEER-ALQACT.

       225-ANOTAR-BAJA.
            IF WS-CANT-BAJA = 3000
                DISPLAY 'MAS DE 3000 FILAS DE LA AGENCIA EN EL DIA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-BAJA.
            MOVE ALQ-ACT-PATENTE  TO BAJ-PATENTE(WS-CANT-BAJA).
            MOVE ALQ-ACT-FECHA    TO BAJ-FECHA(WS-CANT-BAJA).
            MOVE ALQ-ACT-TIPO-DOC TO BAJ-TIPO-DOC(WS-CANT-BAJA).
            MOVE ALQ-ACT-NRO-DOC  TO BAJ-NRO-DOC(WS-CANT-BAJA).
            MOVE ALQ-ACT-IMPORTE  TO BAJ-IMPORTE(WS-CANT-BAJA).
            MOVE ALQ-ACT-NRO-CONTRATO TO BAJ-CONTRATO(WS-CANT-BAJA).
            MOVE SPACES TO BAJ-MARCA(WS-CANT-BAJA).
            MOVE ZERO   TO BAJ-GARANTIA(WS-CANT-BAJA).
            ADD ALQ-ACT-IMPORTE TO WS-IMP-BAJA.

            COMPUTE WS-SEQ = ALQ-ACT-NRO-CONTRATO
                           - WS-AGENCIA * 10000000.
            IF WS-SEQ < WS-SEQ-MIN
                MOVE WS-SEQ TO WS-SEQ-MIN
            END-IF.
            IF WS-SEQ > WS-SEQ-MAX
                MOVE WS-SEQ TO WS-SEQ-MAX
            END-IF.

            MOVE SPACES TO LINEA.
            STRING '  BAJA ' ALQ-ACT-PATENTE ' ' ALQ-ACT-FECHA
                   ' ' ALQ-ACT-TIPO-DOC '-' ALQ-ACT-NRO-DOC
                   ' CTR ' ALQ-ACT-NRO-CONTRATO
                   ' IMP ' ALQ-ACT-IMPORTE
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 820-GRABAR-LINEA.

       230-VERIFICAR-RESERVA.
            MOVE 'N' TO WS-ES-RESERVA.
            IF WS-RESERVAS-ABIERTO = 'S'
                MOVE WS-VER-PATENTE TO RSV-PATENTE
                MOVE WS-VER-FECHA   TO RSV-FECHA
                READ RESERVAS KEY IS RSV-CLAVE
                    INVALID KEY SET FS-RESERVAS-NO-HALLADO TO TRUE
                END-READ
                IF NOT FS-RESERVAS-OK AND NOT FS-RESERVAS-NO-HALLADO
                    DISPLAY 'ERROR AL CONSULTAR RESERVAS'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                IF FS-RESERVAS-OK
                   AND RSV-AGENCIA  = WS-AGENCIA
                   AND RSV-TIPO-DOC = WS-VER-TIPO-DOC
                   AND RSV-NRO-DOC  = WS-VER-NRO-DOC
                    MOVE 'S' TO WS-ES-RESERVA
                END-IF
            END-IF.

      * LOS RECHAZOS DE LA AGENCIA SALEN TODOS MENOS LOS VETOS DE SUS   *
      * RESERVAS (3120-RECHAZAR-RESERVA EN TP.CBL), QUE NO VINIERON EN  *
      * EL ARCHIVO Y LA COMPLEMENTARIA NO VUELVE A PRODUCIR.            *
       250-DEPURAR-RECHAZOS.
            OPEN INPUT RECH.
            IF NOT FS-RECH-NO-EXIST
                MOVE FS-RECH       TO WS-FS
                MOVE "RECHAZOS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'RECHAZOS.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 255-LEER-RECH
                PERFORM 260-FILTRAR-RECH UNTIL FS-RECH-FIN
                CLOSE RECH
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  RECHAZOS DADOS DE BAJA: ' WS-CANT-RECH-BAJA
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       255-LEER-RECH.
            READ RECH AT END SET FS-RECH-FIN TO TRUE.

            IF NOT FS-RECH-OK AND NOT FS-RECH-FIN
                DISPLAY 'ERROR AL INTENTAR LEER RECHAZOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       260-FILTRAR-RECH.
            MOVE 'S' TO WS-ES-RESERVA.
            IF RECH-AGENCIA = WS-AGENCIA
                MOVE RECH-PATENTE  TO WS-VER-PATENTE
                MOVE RECH-FECHA    TO WS-VER-FECHA
                MOVE RECH-TIPO-DOC TO WS-VER-TIPO-DOC
                MOVE RECH-NRO-DOC  TO WS-VER-NRO-DOC
                PERFORM 230-VERIFICAR-RESERVA
            END-IF.

            IF WS-ES-RESERVA = 'N'
               AND WS-CANT-RECH-BAJA < 3000
                ADD 1 TO WS-CANT-RECH-BAJA
                MOVE RECH-PATENTE TO RBJ-PATENTE(WS-CANT-RECH-BAJA)
                MOVE RECH-FECHA   TO RBJ-FECHA(WS-CANT-RECH-BAJA)
            ELSE
                MOVE RECH-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 255-LEER-RECH.

      * DISCREPANCIAS DE COTIZACION DE LAS FILAS DADAS DE BAJA: LA      *
      * COMPLEMENTARIA LAS VUELVE A GRABAR SI EL ARCHIVO CORREGIDO      *
      * TRAE EL MISMO ERROR.                                            *
       270-DEPURAR-DISCREP.
            OPEN INPUT DISCREP.
            IF NOT FS-DISCREP-NO-EXIST
                MOVE FS-DISCREP    TO WS-FS
                MOVE "DISCREP"     TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE ZERO TO WS-CANT-QUITADAS
                MOVE 'DISCREP.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 275-LEER-DISCREP
                PERFORM 280-FILTRAR-DISCREP UNTIL FS-DISCREP-FIN
                CLOSE DISCREP
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  DISCREPANCIAS DADAS DE BAJA: '
                       WS-CANT-QUITADAS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       275-LEER-DISCREP.
            READ DISCREP AT END SET FS-DISCREP-FIN TO TRUE.

            IF NOT FS-DISCREP-OK AND NOT FS-DISCREP-FIN
                DISPLAY 'ERROR AL INTENTAR LEER DISCREP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       280-FILTRAR-DISCREP.
            MOVE ZERO TO WS-IND-HALLADO.
            IF DISCREP-AGENCIA = WS-AGENCIA
                MOVE DISCREP-PATENTE  TO WS-VER-PATENTE
                MOVE DISCREP-FECHA    TO WS-VER-FECHA
                MOVE DISCREP-TIPO-DOC TO WS-VER-TIPO-DOC
                MOVE DISCREP-NRO-DOC  TO WS-VER-NRO-DOC
                PERFORM 600-BUSCAR-BAJA
            END-IF.

            IF WS-IND-HALLADO > ZERO
                ADD 1 TO WS-CANT-QUITADAS
            ELSE
                MOVE DISCREP-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 275-LEER-DISCREP.

      * EXTRACTO DE SEGURO (DEL DIA Y ACUMULADO): SALEN LAS LINEAS DE   *
      * LAS FILAS DADAS DE BAJA, Y DE PASO SE TOMA LA MARCA DE CADA     *
      * UNA PARA DESCONTAR LAS ESTADISTICAS.                            *
       300-DEPURAR-SEGURO.
            OPEN INPUT SEGURO.
            IF NOT FS-SEGURO-NO-EXIST
                MOVE FS-SEGURO     TO WS-FS
                MOVE "SEGURO"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE ZERO TO WS-CANT-QUITADAS
                PERFORM 800-ABRIR-NVO
                PERFORM 305-LEER-SEGURO
                PERFORM 310-FILTRAR-SEGURO UNTIL FS-SEGURO-FIN
                CLOSE SEGURO
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  LINEAS QUITADAS DE ' WS-NVO-DESTINO ': '
                       WS-CANT-QUITADAS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       305-LEER-SEGURO.
            READ SEGURO AT END SET FS-SEGURO-FIN TO TRUE.

            IF NOT FS-SEGURO-OK AND NOT FS-SEGURO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ' WS-PATH-SEGURO
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       310-FILTRAR-SEGURO.
            MOVE SEG-PATENTE  TO WS-VER-PATENTE.
            MOVE SEG-FECHA    TO WS-VER-FECHA.
            MOVE SEG-TIPO-DOC TO WS-VER-TIPO-DOC.
            MOVE SEG-NRO-DOC  TO WS-VER-NRO-DOC.
            PERFORM 600-BUSCAR-BAJA.

            IF WS-IND-HALLADO > ZERO
                ADD 1 TO WS-CANT-QUITADAS
                IF SEG-MARCA NOT = SPACES
                    MOVE SEG-MARCA TO BAJ-MARCA(WS-IND-HALLADO)
                END-IF
            ELSE
                MOVE SEGURO-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 305-LEER-SEGURO.

      * ESTADISTICAS ACUMULADAS: UNA MENOS POR FILA DADA DE BAJA, EN    *
      * LA MARCA Y MES DEL DIA ALQUILADO Y EN EL CASILLERO DE LA COLA   *
      * (COMO LAS SUMA 4000-PROCESAR-SOL1 EN TP.CBL).                   *
       350-DESCONTAR-ESTADSAV.
            OPEN INPUT ESTADSAV.
            IF NOT FS-ESTADSAV-NO-EXIST
                MOVE FS-ESTADSAV   TO WS-FS
                MOVE "ESTADSAV"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE ZERO TO WS-CANT-QUITADAS
                MOVE 'ESTADSAV.DAT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 355-LEER-ESTADSAV
                PERFORM 360-DESCONTAR-MARCA UNTIL FS-ESTADSAV-FIN
                CLOSE ESTADSAV
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  DIAS DESCONTADOS DE LAS ESTADISTICAS: '
                       WS-CANT-QUITADAS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       355-LEER-ESTADSAV.
            READ ESTADSAV AT END SET FS-ESTADSAV-FIN TO TRUE.

            IF NOT FS-ESTADSAV-OK AND NOT FS-ESTADSAV-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ESTADSAV'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       360-DESCONTAR-MARCA.
            PERFORM 365-DESCONTAR-FILA
                    VARYING IND-B FROM 1 BY 1
                    UNTIL IND-B > WS-CANT-BAJA.
            MOVE ESTADSAV-REG TO NVO-REG.
            PERFORM 810-GRABAR-NVO.
            PERFORM 355-LEER-ESTADSAV.

       365-DESCONTAR-FILA.
            IF BAJ-MARCA(IND-B) NOT = SPACES
               AND BAJ-MARCA(IND-B) = ESTADSAV-MARCA
                MOVE BAJ-FECHA(IND-B)(5:2) TO WS-MES
                ADD 1 TO WS-CANT-QUITADAS
                IF ESTADSAV-MES(WS-MES) > ZERO
                    SUBTRACT 1 FROM ESTADSAV-MES(WS-MES)
                END-IF
                IF ESTADSAV-TOTAL > ZERO
                    SUBTRACT 1 FROM ESTADSAV-TOTAL
                END-IF
                IF ESTADSAV-AG-MES(WS-COLA, WS-MES) > ZERO
                    SUBTRACT 1 FROM ESTADSAV-AG-MES(WS-COLA, WS-MES)
                END-IF
                IF ESTADSAV-AG-TOTAL(WS-COLA) > ZERO
                    SUBTRACT 1 FROM ESTADSAV-AG-TOTAL(WS-COLA)
                END-IF
            END-IF.

      * REVENUE POR AGENCIA: TP SOLO ACUMULA LOS DIAS DEL ANIO EN CURSO *
      * (4065-ACUMULAR-REVENUE), ASI QUE SOLO ESOS SE DESCUENTAN.       *
       380-DESCONTAR-REVSAV.
            OPEN INPUT REVSAV.
            IF NOT FS-REVSAV-NO-EXIST
                MOVE FS-REVSAV     TO WS-FS
                MOVE "REVSAV"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'REVSAV.DAT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 385-LEER-REVSAV
                PERFORM 390-DESCONTAR-AGENCIA UNTIL FS-REVSAV-FIN
                CLOSE REVSAV
                CLOSE NVO
            END-IF.

       385-LEER-REVSAV.
            READ REVSAV AT END SET FS-REVSAV-FIN TO TRUE.

            IF NOT FS-REVSAV-OK AND NOT FS-REVSAV-FIN
                DISPLAY 'ERROR AL INTENTAR LEER REVSAV'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       390-DESCONTAR-AGENCIA.
            IF REV-AGENCIA = WS-AGENCIA
               AND REV-ANIO = WS-FECHA-BAJA(1:4)
                PERFORM 395-DESCONTAR-DIA
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-CANT-BAJA
            END-IF.
            MOVE REVSAV-REG TO NVO-REG.
            PERFORM 810-GRABAR-NVO.
            PERFORM 385-LEER-REVSAV.

       395-DESCONTAR-DIA.
            IF BAJ-FECHA(IND-B)(1:4) = REV-ANIO
                MOVE BAJ-FECHA(IND-B)(5:2) TO WS-MES
                IF REV-MES-IMPORTE(WS-MES) > BAJ-IMPORTE(IND-B)
                    SUBTRACT BAJ-IMPORTE(IND-B)
                        FROM REV-MES-IMPORTE(WS-MES)
                ELSE
                    MOVE ZERO TO REV-MES-IMPORTE(WS-MES)
                END-IF
                IF REV-TOTAL > BAJ-IMPORTE(IND-B)
                    SUBTRACT BAJ-IMPORTE(IND-B) FROM REV-TOTAL
                ELSE
                    MOVE ZERO TO REV-TOTAL
                END-IF
            END-IF.

      * LOS ASIENTOS QUE GRABO TP PARA LA AGENCIA EN EL DIA SALEN       *
      * ENTEROS: LA COMPLEMENTARIA LOS VUELVE A GRABAR CON LO           *
      * APROBADO DEL ARCHIVO CORREGIDO.  LOS DE OTROS PROGRAMAS QUEDAN. *
       400-DEPURAR-ASIENTOS.
            OPEN INPUT ASIENTOS.
            IF NOT FS-ASIENTOS-NO-EXIST
                MOVE FS-ASIENTOS   TO WS-FS
                MOVE "ASIENTOS"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE ZERO TO WS-CANT-QUITADAS
                MOVE 'ASIENTOS.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 405-LEER-ASIENTO
                PERFORM 410-FILTRAR-ASIENTO UNTIL FS-ASIENTOS-FIN
                CLOSE ASIENTOS
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  LINEAS DE ASIENTO QUITADAS: ' WS-CANT-QUITADAS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       405-LEER-ASIENTO.
            READ ASIENTOS AT END SET FS-ASIENTOS-FIN TO TRUE.

            IF NOT FS-ASIENTOS-OK AND NOT FS-ASIENTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ASIENTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       410-FILTRAR-ASIENTO.
            IF ASI-ORIGEN = 'TP'
               AND ASI-AGENCIA = WS-AGENCIA
               AND ASI-FECHA = WS-FECHA-BAJA
                ADD 1 TO WS-CANT-QUITADAS
                MOVE SPACES TO LINEA
                STRING '  ASIENTO QUITADO ' ASI-CUENTA
                       ' DEBE ' ASI-DEBE ' HABER ' ASI-HABER
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            ELSE
                MOVE ASIENTO-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 405-LEER-ASIENTO.

      * DIAS FUERA DE POLITICA CORPORATIVA ANOTADOS PARA FACTURAR AL    *
      * EMPLEADO: UNA FILA DADA DE BAJA NO SE LE PUEDE COBRAR.          *
       420-DEPURAR-CORPINFR.
            OPEN INPUT CORPINFR.
            IF NOT FS-CORPINFR-NO-EXIST
                MOVE FS-CORPINFR   TO WS-FS
                MOVE "CORPINFR"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'CORPINFR.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 425-LEER-CORPINFR
                PERFORM 430-FILTRAR-CORPINFR UNTIL FS-CORPINFR-FIN
                CLOSE CORPINFR
                CLOSE NVO
            END-IF.

       425-LEER-CORPINFR.
            READ CORPINFR AT END SET FS-CORPINFR-FIN TO TRUE.

            IF NOT FS-CORPINFR-OK AND NOT FS-CORPINFR-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CORPINFR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       430-FILTRAR-CORPINFR.
            MOVE ZERO TO WS-IND-HALLADO.
            IF INF-FECHA-PROCESO = WS-FECHA-BAJA
               AND INF-AGENCIA = WS-AGENCIA
                MOVE INF-PATENTE  TO WS-VER-PATENTE
                MOVE INF-FECHA    TO WS-VER-FECHA
                MOVE INF-TIPO-DOC TO WS-VER-TIPO-DOC
                MOVE INF-NRO-DOC  TO WS-VER-NRO-DOC
                PERFORM 600-BUSCAR-BAJA
            END-IF.

            IF WS-IND-HALLADO = ZERO
                MOVE CORPINFR-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 425-LEER-CORPINFR.

      * GARANTIAS TOMADAS AL APROBAR (MOVIMIENTO 'T' DEL DIA) POR       *
      * CONTRATOS DADOS DE BAJA: SE LIBERAN CON UN 'L' AL APLICAR,      *
      * COMO LA LIBERACION DE DEVOLUC.CBL (EL LIBRO ES SOLO ALTAS).     *
       450-BUSCAR-GARANTIAS.
            OPEN INPUT GARMOV.
            IF NOT FS-GARMOV-NO-EXIST
                MOVE FS-GARMOV     TO WS-FS
                MOVE "GARMOV"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 455-LEER-GARMOV
                PERFORM 460-ANOTAR-GARANTIA UNTIL FS-GARMOV-FIN
                CLOSE GARMOV
            END-IF.

       455-LEER-GARMOV.
            READ GARMOV AT END SET FS-GARMOV-FIN TO TRUE.

            IF NOT FS-GARMOV-OK AND NOT FS-GARMOV-FIN
                DISPLAY 'ERROR AL INTENTAR LEER GARMOV'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       460-ANOTAR-GARANTIA.
            IF GAR-TIPO-MOV = 'T'
               AND GAR-FECHA = WS-FECHA-BAJA
                MOVE GAR-CONTRATO TO WS-VER-CONTRATO
                PERFORM 610-BUSCAR-CONTRATO
                IF WS-IND-HALLADO > ZERO
                    MOVE GAR-IMPORTE TO BAJ-GARANTIA(WS-IND-HALLADO)
                    ADD 1 TO WS-CANT-GARANTIAS
                END-IF
            END-IF.
            PERFORM 455-LEER-GARMOV.

      * PRE-AUTORIZACIONES: LA SOLICITUD QUE TODAVIA NO LEVANTO EL      *
      * PROCESADOR SE RETIRA; LA QUE YA TIENE RESPUESTA (PREAURES) O    *
      * HOLD (PREAHOLD) SE RETIRA Y EL HOLD QUEDA EN EL INFORME PARA    *
      * QUE EL OPERADOR LO LIBERE (COMO LOS QUE LISTA DEVOLUC.CBL).     *
      * UNA DECLINADA DE UN CONTRATO DADO DE BAJA TAMPOCO DEBE FRENAR   *
      * AL CLIENTE EN LA COMPLEMENTARIA.                                *
       470-DEPURAR-PREAUSAL.
            OPEN INPUT PREAUSAL.
            IF NOT FS-PREAUSAL-NO-EXIST
                MOVE FS-PREAUSAL   TO WS-FS
                MOVE "PREAUSAL"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE ZERO TO WS-CANT-QUITADAS
                MOVE 'PREAUSAL.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 475-LEER-PREAUSAL
                PERFORM 480-FILTRAR-PREAUSAL UNTIL FS-PREAUSAL-FIN
                CLOSE PREAUSAL
                CLOSE NVO
                MOVE SPACES TO LINEA
                STRING '  PRE-AUTORIZACIONES RETIRADAS: '
                       WS-CANT-QUITADAS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.

       475-LEER-PREAUSAL.
            READ PREAUSAL AT END SET FS-PREAUSAL-FIN TO TRUE.

            IF NOT FS-PREAUSAL-OK AND NOT FS-PREAUSAL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREAUSAL'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       480-FILTRAR-PREAUSAL.
            MOVE PAS-CONTRATO TO WS-VER-CONTRATO.
            PERFORM 610-BUSCAR-CONTRATO.
            IF WS-IND-HALLADO > ZERO
                ADD 1 TO WS-CANT-QUITADAS
            ELSE
                MOVE PREAUSAL-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 475-LEER-PREAUSAL.

       485-DEPURAR-PREAURES.
            OPEN INPUT PREAURES.
            IF NOT FS-PREAURES-NO-EXIST
                MOVE FS-PREAURES   TO WS-FS
                MOVE "PREAURES"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'PREAURES.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 486-LEER-PREAURES
                PERFORM 487-FILTRAR-PREAURES UNTIL FS-PREAURES-FIN
                CLOSE PREAURES
                CLOSE NVO
            END-IF.

       486-LEER-PREAURES.
            READ PREAURES AT END SET FS-PREAURES-FIN TO TRUE.

            IF NOT FS-PREAURES-OK AND NOT FS-PREAURES-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREAURES'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       487-FILTRAR-PREAURES.
            MOVE PAR-CONTRATO TO WS-VER-CONTRATO.
            PERFORM 610-BUSCAR-CONTRATO.
            IF WS-IND-HALLADO > ZERO
                IF PAR-RESULTADO = 'A'
                    MOVE SPACES TO LINEA
                    STRING '  LIBERAR HOLD ' PAR-CODIGO-HOLD
                           ' CONTRATO ' PAR-CONTRATO
                           ' IMPORTE ' PAR-IMPORTE
                        DELIMITED BY SIZE INTO LINEA
                    PERFORM 820-GRABAR-LINEA
                END-IF
            ELSE
                MOVE PREAURES-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 486-LEER-PREAURES.

       490-DEPURAR-PREAHOLD.
            OPEN INPUT PREAHOLD.
            IF NOT FS-PREAHOLD-NO-EXIST
                MOVE FS-PREAHOLD   TO WS-FS
                MOVE "PREAHOLD"    TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'PREAHOLD.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 491-LEER-PREAHOLD
                PERFORM 492-FILTRAR-PREAHOLD UNTIL FS-PREAHOLD-FIN
                CLOSE PREAHOLD
                CLOSE NVO
            END-IF.

       491-LEER-PREAHOLD.
            READ PREAHOLD AT END SET FS-PREAHOLD-FIN TO TRUE.

            IF NOT FS-PREAHOLD-OK AND NOT FS-PREAHOLD-FIN
                DISPLAY 'ERROR AL INTENTAR LEER PREAHOLD'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       492-FILTRAR-PREAHOLD.
            MOVE PAH-CONTRATO TO WS-VER-CONTRATO.
            PERFORM 610-BUSCAR-CONTRATO.
            IF WS-IND-HALLADO > ZERO
                MOVE SPACES TO LINEA
                STRING '  LIBERAR HOLD ' PAH-CODIGO-HOLD
                       ' CONTRATO ' PAH-CONTRATO
                       ' IMPORTE ' PAH-IMPORTE
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            ELSE
                MOVE PREAHOLD-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 491-LEER-PREAHOLD.

      * USOS DE VOUCHER: EL REGISTRO DE USOS (VOUUSO.TXT, LO GRABA      *
      * 4050-ANOTAR-USO-VOUCHER EN TP.CBL) DICE QUE CODIGO CONSUMIO     *
      * CADA CONTRATO; ESOS USOS SE DEVUELVEN AL CATALOGO.              *
       500-DEPURAR-VOUUSO.
            OPEN INPUT VOUUSO.
            IF NOT FS-VOUUSO-NO-EXIST
                MOVE FS-VOUUSO     TO WS-FS
                MOVE "VOUUSO"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE 'VOUUSO.TXT' TO WS-NVO-DESTINO
                PERFORM 800-ABRIR-NVO
                PERFORM 505-LEER-VOUUSO
                PERFORM 510-FILTRAR-VOUUSO UNTIL FS-VOUUSO-FIN
                CLOSE VOUUSO
                CLOSE NVO
            END-IF.

       505-LEER-VOUUSO.
            READ VOUUSO AT END SET FS-VOUUSO-FIN TO TRUE.

            IF NOT FS-VOUUSO-OK AND NOT FS-VOUUSO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER VOUUSO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       510-FILTRAR-VOUUSO.
            MOVE ZERO TO WS-IND-HALLADO.
            IF VUS-FECHA = WS-FECHA-BAJA
               AND VUS-AGENCIA = WS-AGENCIA
                MOVE VUS-CONTRATO TO WS-VER-CONTRATO
                PERFORM 610-BUSCAR-CONTRATO
            END-IF.

            IF WS-IND-HALLADO > ZERO
                PERFORM 515-ACUMULAR-VOUCHER
            ELSE
                MOVE VOUUSO-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 505-LEER-VOUUSO.

       515-ACUMULAR-VOUCHER.
            MOVE ZERO TO WS-IND-VOU.
            PERFORM 516-COMPARAR-VOUCHER
                    VARYING IND-V FROM 1 BY 1
                    UNTIL IND-V > WS-CANT-VOU-BAJA
                    OR WS-IND-VOU > ZERO.
            IF WS-IND-VOU = ZERO AND WS-CANT-VOU-BAJA < 300
                ADD 1 TO WS-CANT-VOU-BAJA
                MOVE WS-CANT-VOU-BAJA TO WS-IND-VOU
                MOVE VUS-CODIGO TO VCB-CODIGO(WS-IND-VOU)
                MOVE ZERO       TO VCB-CANT(WS-IND-VOU)
            END-IF.
            IF WS-IND-VOU > ZERO
                ADD 1 TO VCB-CANT(WS-IND-VOU)
            END-IF.

       516-COMPARAR-VOUCHER.
            IF VCB-CODIGO(IND-V) = VUS-CODIGO
                MOVE IND-V TO WS-IND-VOU
            END-IF.

      * EL USO SE DEVUELVE AL PRIMER RENGLON DEL CODIGO QUE TENGA USOS  *
      * (UN CODIGO PUEDE REPETIRSE CON OTRA VIGENCIA).                  *
       520-DEVOLVER-VOUCHERS.
            IF WS-CANT-VOU-BAJA NOT = ZERO
                OPEN INPUT VOUCHERS
                IF NOT FS-VOUCHERS-NO-EXIST
                    MOVE FS-VOUCHERS   TO WS-FS
                    MOVE "VOUCHERS"    TO WS-FS-NOMBRE
                    MOVE "ABRIR"       TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    MOVE 'VOUCHERS.TXT' TO WS-NVO-DESTINO
                    PERFORM 800-ABRIR-NVO
                    PERFORM 525-LEER-VOUCHER
                    PERFORM 530-DEVOLVER-USOS UNTIL FS-VOUCHERS-FIN
                    CLOSE VOUCHERS
                    CLOSE NVO
                END-IF
            END-IF.

       525-LEER-VOUCHER.
            READ VOUCHERS AT END SET FS-VOUCHERS-FIN TO TRUE.

            IF NOT FS-VOUCHERS-OK AND NOT FS-VOUCHERS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER VOUCHERS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       530-DEVOLVER-USOS.
            MOVE ZERO TO WS-IND-VOU.
            PERFORM 535-COMPARAR-CATALOGO
                    VARYING IND-V FROM 1 BY 1
                    UNTIL IND-V > WS-CANT-VOU-BAJA
                    OR WS-IND-VOU > ZERO.
            IF WS-IND-VOU > ZERO
                IF VOU-USADOS > VCB-CANT(WS-IND-VOU)
                    SUBTRACT VCB-CANT(WS-IND-VOU) FROM VOU-USADOS
                    MOVE ZERO TO VCB-CANT(WS-IND-VOU)
                ELSE
                    SUBTRACT VOU-USADOS FROM VCB-CANT(WS-IND-VOU)
                    MOVE ZERO TO VOU-USADOS
                END-IF
                MOVE SPACES TO LINEA
                STRING '  VOUCHER ' VOU-CODIGO
                       ' USOS QUE QUEDAN ' VOU-USADOS
                    DELIMITED BY SIZE INTO LINEA
                PERFORM 820-GRABAR-LINEA
            END-IF.
            MOVE VOUCHER-REG TO NVO-REG.
            PERFORM 810-GRABAR-NVO.
            PERFORM 525-LEER-VOUCHER.

       535-COMPARAR-CATALOGO.
            IF VCB-CODIGO(IND-V) = VOU-CODIGO
               AND VCB-CANT(IND-V) > ZERO
               AND VOU-USADOS > ZERO
                MOVE IND-V TO WS-IND-VOU
            END-IF.

      * NUMERACION DE CONTRATOS: SOLO SE RETROCEDE SI LO ULTIMO EMITIDO *
      * PARA LA AGENCIA ES LO DADO DE BAJA, Y NUNCA POR DEBAJO DE UN    *
      * CONTRATO QUE QUEDA EN PIE; SI NO, LOS NUMEROS QUEDAN SALTEADOS. *
       550-LIBERAR-CONTRATOS.
            IF WS-CANT-BAJA NOT = ZERO
                OPEN INPUT CONTRNUM
                IF NOT FS-CONTRNUM-NO-EXIST
                    MOVE FS-CONTRNUM   TO WS-FS
                    MOVE "CONTRNUM"    TO WS-FS-NOMBRE
                    MOVE "ABRIR"       TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    COMPUTE WS-SEQ-NUEVA = WS-SEQ-MIN - 1
                    IF WS-SEQ-QUEDA > WS-SEQ-NUEVA
                        MOVE WS-SEQ-QUEDA TO WS-SEQ-NUEVA
                    END-IF
                    MOVE 'CONTRNUM.DAT' TO WS-NVO-DESTINO
                    PERFORM 800-ABRIR-NVO
                    PERFORM 555-LEER-CONTRNUM
                    PERFORM 560-AJUSTAR-CONTRNUM UNTIL FS-CONTRNUM-FIN
                    CLOSE CONTRNUM
                    CLOSE NVO
                END-IF
            END-IF.

       555-LEER-CONTRNUM.
            READ CONTRNUM AT END SET FS-CONTRNUM-FIN TO TRUE.

            IF NOT FS-CONTRNUM-OK AND NOT FS-CONTRNUM-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CONTRNUM'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       560-AJUSTAR-CONTRNUM.
            IF CTRN-AGENCIA = WS-AGENCIA
                MOVE SPACES TO LINEA
                IF CTRN-ULTIMO = WS-SEQ-MAX
                    MOVE WS-SEQ-NUEVA TO CTRN-ULTIMO
                    STRING '  NUMERACION DE CONTRATOS VUELVE A '
                           WS-SEQ-NUEVA
                        DELIMITED BY SIZE INTO LINEA
                ELSE
                    STRING '  NUMERACION NO SE RETROCEDE: ULTIMO '
                           CTRN-ULTIMO ' POSTERIOR A LA BAJA'
                        DELIMITED BY SIZE INTO LINEA
                END-IF
                PERFORM 820-GRABAR-LINEA
            END-IF.
            MOVE CONTRNUM-REG TO NVO-REG.
            PERFORM 810-GRABAR-NVO.
            PERFORM 555-LEER-CONTRNUM.

      * RETORNO DE LA AGENCIA: SALEN LAS LINEAS DE LO DADO DE BAJA      *
      * (APROBADOS Y RECHAZOS), QUEDAN LAS DE PRORROGAS Y RESERVAS, Y   *
      * SE AGREGA UN AVISO 'B ' PARA QUE LA AGENCIA REENVIE.            *
       570-REARMAR-RETAG.
            MOVE SPACES TO WS-RETAG-NOMBRE WS-PATH-RETAG.
            STRING 'RETAG' WS-AGENCIA '.TXT'
                DELIMITED BY SIZE INTO WS-RETAG-NOMBRE.
            STRING '..\' WS-RETAG-NOMBRE
                DELIMITED BY SIZE INTO WS-PATH-RETAG.

            MOVE WS-RETAG-NOMBRE TO WS-NVO-DESTINO.
            PERFORM 800-ABRIR-NVO.
            OPEN INPUT RETAG.
            IF FS-RETAG-OK
                PERFORM 575-LEER-RETAG
                PERFORM 580-FILTRAR-RETAG UNTIL FS-RETAG-FIN
                CLOSE RETAG
            ELSE
                IF NOT FS-RETAG-NO-EXIST
                    DISPLAY 'ERROR AL INTENTAR LEER ' WS-PATH-RETAG
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.

            MOVE SPACES TO NVO-REG.
            STRING 'B ' WS-FECHA-BAJA
                   ' DIA DADO DE BAJA: ' WS-CANT-BAJA ' APROBADOS Y '
                   WS-CANT-RECH-BAJA ' RECHAZOS ANULADOS -- '
                   'REENVIAR EL ARCHIVO CORREGIDO'
                DELIMITED BY SIZE INTO NVO-REG.
            PERFORM 810-GRABAR-NVO.
            CLOSE NVO.

       575-LEER-RETAG.
            READ RETAG AT END SET FS-RETAG-FIN TO TRUE.

            IF NOT FS-RETAG-OK AND NOT FS-RETAG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ' WS-PATH-RETAG
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       580-FILTRAR-RETAG.
            MOVE ZERO TO WS-IND-HALLADO.
            IF RET-TIPO = 'A '
                PERFORM 585-COMPARAR-APROBADO
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-CANT-BAJA
                        OR WS-IND-HALLADO > ZERO
            END-IF.
            IF RET-TIPO = 'R '
                PERFORM 586-COMPARAR-RECHAZO
                        VARYING IND-R FROM 1 BY 1
                        UNTIL IND-R > WS-CANT-RECH-BAJA
                        OR WS-IND-HALLADO > ZERO
            END-IF.

            IF WS-IND-HALLADO = ZERO
                MOVE RETAG-REG TO NVO-REG
                PERFORM 810-GRABAR-NVO
            END-IF.
            PERFORM 575-LEER-RETAG.

       585-COMPARAR-APROBADO.
            IF RET-PATENTE = BAJ-PATENTE(IND-B)
               AND RET-FECHA = BAJ-FECHA(IND-B)
                MOVE IND-B TO WS-IND-HALLADO
            END-IF.

       586-COMPARAR-RECHAZO.
            IF RET-PATENTE = RBJ-PATENTE(IND-R)
               AND RET-FECHA = RBJ-FECHA(IND-R)
                MOVE IND-R TO WS-IND-HALLADO
            END-IF.

      * BUSQUEDA DE UNA FILA DADA DE BAJA POR CLAVE Y DOCUMENTO         *
      * (WS-VER-xxx) O POR CONTRATO (WS-VER-CONTRATO).  DEJA EL         *
      * INDICE EN WS-IND-HALLADO, CERO SI NO ESTA.                      *
       600-BUSCAR-BAJA.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 605-COMPARAR-BAJA
                    VARYING IND-B FROM 1 BY 1
                    UNTIL IND-B > WS-CANT-BAJA
                    OR WS-IND-HALLADO > ZERO.

       605-COMPARAR-BAJA.
            IF BAJ-PATENTE(IND-B)  = WS-VER-PATENTE
               AND BAJ-FECHA(IND-B)    = WS-VER-FECHA
               AND BAJ-TIPO-DOC(IND-B) = WS-VER-TIPO-DOC
               AND BAJ-NRO-DOC(IND-B)  = WS-VER-NRO-DOC
                MOVE IND-B TO WS-IND-HALLADO
            END-IF.

       610-BUSCAR-CONTRATO.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 615-COMPARAR-CONTRATO
                    VARYING IND-B FROM 1 BY 1
                    UNTIL IND-B > WS-CANT-BAJA
                    OR WS-IND-HALLADO > ZERO.

       615-COMPARAR-CONTRATO.
            IF BAJ-CONTRATO(IND-B) = WS-VER-CONTRATO
                MOVE IND-B TO WS-IND-HALLADO
            END-IF.

      * CON TODOS LOS ARCHIVOS NUEVOS ESCRITOS: SE PROMUEVEN, SE        *
      * LIBERAN LAS GARANTIAS, SE BORRAN LAS FILAS DEL MAESTRO Y SE     *
      * REFRESCA LA COPIA DEL DIA EN EL ARCHIVO HISTORICO (RECONSTR.CBL *
      * REPRODUCE DE AHI, NO DEBE RESUCITAR LO DADO DE BAJA).           *
       700-APLICAR.
            PERFORM 710-PROMOVER-NVO
                    VARYING IND-N FROM 1 BY 1
                    UNTIL IND-N > WS-CANT-NVO.
            PERFORM 720-LIBERAR-GARANTIAS.
            PERFORM 730-BORRAR-MAESTRO.
            PERFORM 740-REFRESCAR-ARCHIVO.

       710-PROMOVER-NVO.
            MOVE IND-N TO WS-NVO-NUM.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\BAJAAG' WS-NVO-NUM '.NVO ..\'
                   NVO-DESTINO(IND-N)
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.
            PERFORM 715-DESCARTAR-NVO.

       715-DESCARTAR-NVO.
            MOVE IND-N TO WS-NVO-NUM.
            MOVE SPACES TO WS-COMANDO.
            STRING 'DEL ..\BAJAAG' WS-NVO-NUM '.NVO'
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

       720-LIBERAR-GARANTIAS.
            IF WS-CANT-GARANTIAS NOT = ZERO
                OPEN EXTEND GARMOV
                MOVE FS-GARMOV     TO WS-FS
                MOVE "GARMOV"      TO WS-FS-NOMBRE
                MOVE "ABRIR"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 725-GRABAR-LIBERACION
                        VARYING IND-B FROM 1 BY 1
                        UNTIL IND-B > WS-CANT-BAJA
                CLOSE GARMOV
            END-IF.

       725-GRABAR-LIBERACION.
            IF BAJ-GARANTIA(IND-B) > ZERO
                MOVE SPACES TO GARMOV-REG
                MOVE WS-FECHA-BAJA       TO GAR-FECHA
                MOVE 'L'                 TO GAR-TIPO-MOV
                MOVE BAJ-CONTRATO(IND-B) TO GAR-CONTRATO
                MOVE BAJ-PATENTE(IND-B)  TO GAR-PATENTE
                MOVE BAJ-TIPO-DOC(IND-B) TO GAR-TIPO-DOC
                MOVE BAJ-NRO-DOC(IND-B)  TO GAR-NRO-DOC
                MOVE BAJ-GARANTIA(IND-B) TO GAR-IMPORTE
                MOVE 'BAJA DE AGENCIA'   TO GAR-REFERENCIA
                WRITE GARMOV-REG
                MOVE FS-GARMOV     TO WS-FS
                MOVE "GARMOV"      TO WS-FS-NOMBRE
                MOVE "GRABA"       TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
            END-IF.

      * SI EL ROLLOVER DEL DIA TODAVIA NO CORRIO, LAS FILAS NO ESTAN EN *
      * EL MAESTRO Y EL "23" NO ES ERROR: EL ROLLOVER VA A MERGEAR EL   *
      * ALQACT YA DEPURADO.                                             *
       730-BORRAR-MAESTRO.
            IF WS-CANT-BAJA NOT = ZERO
                OPEN I-O ALQ-IDX
                IF NOT FS-ALQ-IDX-NO-EXIST
                    MOVE FS-ALQ-IDX    TO WS-FS
                    MOVE "ALQIDX"      TO WS-FS-NOMBRE
                    MOVE "ABRIR"       TO WS-FS-FUNCION
                    PERFORM 900-CHECK-FILE-STATUS
                    OPEN I-O DOCIDX
                    IF FS-DOCIDX-OK
                        MOVE 'S' TO WS-DOCIDX-ABIERTO
                    END-IF
                    OPEN I-O CTRIDX
                    IF FS-CTRIDX-OK
                        MOVE 'S' TO WS-CTRIDX-ABIERTO
                    END-IF
                    PERFORM 735-BORRAR-FILA
                            VARYING IND-B FROM 1 BY 1
                            UNTIL IND-B > WS-CANT-BAJA
                    IF WS-DOCIDX-ABIERTO = 'S'
                        CLOSE DOCIDX
                    END-IF
                    IF WS-CTRIDX-ABIERTO = 'S'
                        CLOSE CTRIDX
                    END-IF
                    CLOSE ALQ-IDX
                    MOVE SPACES TO LINEA
                    STRING '  FILAS BORRADAS DEL MAESTRO: '
                           WS-CANT-MAESTRO
                        DELIMITED BY SIZE INTO LINEA
                    PERFORM 820-GRABAR-LINEA
                END-IF
            END-IF.

       735-BORRAR-FILA.
            MOVE BAJ-PATENTE(IND-B) TO ALQ-IDX-PATENTE.
            MOVE BAJ-FECHA(IND-B)   TO ALQ-IDX-FECHA.
            DELETE ALQ-IDX RECORD
                INVALID KEY SET FS-ALQ-IDX-NO-HALLADO TO TRUE
            END-DELETE.
            IF NOT FS-ALQ-IDX-OK AND NOT FS-ALQ-IDX-NO-HALLADO
                DISPLAY 'ERROR AL BORRAR DE ALQIDX'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            IF FS-ALQ-IDX-OK
                ADD 1 TO WS-CANT-MAESTRO
            END-IF.

            IF WS-DOCIDX-ABIERTO = 'S'
                MOVE BAJ-TIPO-DOC(IND-B) TO DOC-IDX-TIPO-DOC
                MOVE BAJ-NRO-DOC(IND-B)  TO DOC-IDX-NRO-DOC
                MOVE BAJ-PATENTE(IND-B)  TO DOC-IDX-PATENTE
                MOVE BAJ-FECHA(IND-B)    TO DOC-IDX-FECHA
                DELETE DOCIDX RECORD
                    INVALID KEY CONTINUE
                END-DELETE
            END-IF.

            IF WS-CTRIDX-ABIERTO = 'S' AND FS-ALQ-IDX-OK
               AND BAJ-CONTRATO(IND-B) IS NUMERIC
               AND BAJ-CONTRATO(IND-B) > ZERO
                PERFORM 736-DESCONTAR-CONTRATO
            END-IF.

      * LA FILA BORRADA SALE DEL CONTEO DEL CONTRATO EN CTRIDX.DAT.     *
      * EL TRAMO PRIMERA/ULTIMA QUEDA COMO ESTA: UN TRAMO ANCHO NO      *
      * MOLESTA, LOS LECTORES COMPARAN EL CONTRATO FILA POR FILA.       *
       736-DESCONTAR-CONTRATO.
            MOVE BAJ-CONTRATO(IND-B) TO CTR-IDX-CONTRATO.
            READ CTRIDX
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF CTR-IDX-CANT-FILAS > 1
                        SUBTRACT 1 FROM CTR-IDX-CANT-FILAS
                        REWRITE CTR-IDX-REG
                    ELSE
                        DELETE CTRIDX RECORD
                    END-IF
            END-READ.

       740-REFRESCAR-ARCHIVO.
            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\ALQACT.TXT ..\ARCHIVO\' WS-FECHA-BAJA
                   '\ALQACT.TXT'
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

            MOVE SPACES TO WS-COMANDO.
            STRING 'COPY ..\RECHAZOS.TXT ..\ARCHIVO\' WS-FECHA-BAJA
                   '\RECHAZOS.TXT'
                DELIMITED BY SIZE INTO WS-COMANDO.
            CALL "SYSTEM" USING WS-COMANDO.

      * CADA ARCHIVO NUEVO ES BAJAAGNN.NVO, CON NN EL ORDEN EN QUE SE   *
      * ABRIO; SU DESTINO QUEDA EN LA TABLA PARA LA PROMOCION.          *
       800-ABRIR-NVO.
            IF WS-CANT-NVO = 20
                DISPLAY 'DEMASIADOS ARCHIVOS A REESCRIBIR'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            ADD 1 TO WS-CANT-NVO.
            MOVE WS-NVO-DESTINO TO NVO-DESTINO(WS-CANT-NVO).
            MOVE WS-CANT-NVO TO WS-NVO-NUM.
            MOVE SPACES TO WS-PATH-NVO.
            STRING '..\BAJAAG' WS-NVO-NUM '.NVO'
                DELIMITED BY SIZE INTO WS-PATH-NVO.
            OPEN OUTPUT NVO.
            MOVE FS-NVO        TO WS-FS.
            MOVE "NVO"         TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       810-GRABAR-NVO.
            WRITE NVO-REG.
            MOVE FS-NVO        TO WS-FS.
            MOVE "NVO"         TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       820-GRABAR-LINEA.
            MOVE LINEA TO BAJAINF-REG.
            WRITE BAJAINF-REG.

       850-GRABAR-RESUMEN.
            MOVE SPACES TO LINEA.
            STRING '  GARANTIAS A LIBERAR: ' WS-CANT-GARANTIAS
                   '  VOUCHERS CON USOS DEVUELTOS: ' WS-CANT-VOU-BAJA
                DELIMITED BY SIZE INTO LINEA.
            PERFORM 820-GRABAR-LINEA.

            MOVE SPACES TO LINEA.
            IF BAJA-CONFIRMADA
                STRING '  APLICADA.  ARCHIVO CORREGIDO EN LA COLA '
                       WS-COLA ' Y ORQUESTA CON ORQ_COMPLEMENTARIO=S'
                    DELIMITED BY SIZE INTO LINEA
            ELSE
                STRING '  NADA APLICADO -- REPETIR CON '
                       'TP_BAJA_CONFIRMA=S'
                    DELIMITED BY SIZE INTO LINEA
            END-IF.
            PERFORM 820-GRABAR-LINEA.
            DISPLAY LINEA.
            CLOSE BAJAINF.

            DISPLAY 'FILAS DE LA AGENCIA ' WS-AGENCIA
                    ' DEL ' WS-FECHA-BAJA ': ' WS-CANT-BAJA.
            DISPLAY 'RECHAZOS: ' WS-CANT-RECH-BAJA.

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
