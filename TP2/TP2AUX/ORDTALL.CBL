       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDTALL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ORDENES DE TRABAJO DEL TALLER, ACUMULADAS ENTRE CORRIDAS: SE   *
      * CARGAN ENTERAS EN MEMORIA, SE LES APLICAN LOS MOVIMIENTOS Y SE *
      * REESCRIBEN (COMO RECLAMOS.TXT EN RECLAMOS.CBL).                *
        SELECT ORDTALL ASSIGN TO "..\ORDTALL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDTALL.

      * ULTIMO NUMERO DE ORDEN ASIGNADO (COMO RECLANUM.DAT).           *
        SELECT ORDNUM ASSIGN TO "..\ORDNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDNUM.

      * COLA DE MOVIMIENTOS QUE CARGA EL TALLER: 'A' ABRE UNA ORDEN    *
      * (AUTO QUE ENTRA AL TALLER, CON PROVEEDOR Y PRESUPUESTO) Y 'C'  *
      * LA CIERRA (REPUESTOS, MANO DE OBRA, FACTURA DEL PROVEEDOR Y    *
      * FECHA DE VUELTA A SERVICIO).  SE VACIA AL TERMINAR.            *
        SELECT ORDMOV ASSIGN TO "..\ORDMOV.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDMOV.

      * MISMO AUTOS.TXT QUE TP.CBL/MANTAUTO.CBL -- LA ORDEN ABIERTA     *
      * DEJA EL AUTO FUERA DE SERVICIO ('B'); AL CERRARLA VUELVE Y SE   *
      * REINICIA EL CONTADOR DE SERVICE (COMO MANTENIM.CBL).            *
        SELECT AUTOS ASSIGN TO "..\AUTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOS.

      * HISTORIAL DE SERVICES DE MANTENIM.CBL: LA ORDEN CERRADA DEJA   *
      * SU LINEA CON EL COSTO REAL (REPUESTOS + MANO DE OBRA).         *
        SELECT SERVHIST ASSIGN TO "..\SERVHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SERVHIST.

      * USO FUERA DE ALQUILER SEGUN EL GPS (TELEMAT.CBL), SOLO         *
      * LECTURA: EL CONTADOR DE SERVICE SE REINICIA CON EL MISMO USO   *
      * QUE MIDE MANTENIM.CBL (DIAS ALQUILADOS + DIAS SIN ALQUILER).   *
        SELECT TELEUSO ASSIGN TO "..\TELEUSO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-TELEUSO.

      * EXPORTACION CONTABLE (MISMO LAYOUT QUE 9009-GRABAR-ASIENTOS    *
      * EN TP.CBL), EN EXTEND: EL COSTO DE LA ORDEN CERRADA SE ASIENTA.*
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

      * REPORTE DE LA PASADA: ORDENES ABIERTAS POR ANTIGUEDAD Y COSTO   *
      * DE LAS CERRADAS EN EL MES POR MARCA.                            *
        SELECT ORDTREP ASSIGN TO "..\ORDTREP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ORDTREP.

      * SEMAFORO DEL LOTE NOCTURNO (VER RUNLOCK EN TP.CBL): MIENTRAS    *
      * EXISTA, EL MAESTRO ESTA EN USO POR EL BATCH.                    *
        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * CERROJO DE EDICION DEL PADRON DE AUTOS ENTRE LOS PROGRAMAS     *
      * EN LINEA (MANTAUTO/MANTENIM/TRANSFER/SINIESTR/ORDTALL): TODOS  *
      * CARGAN AUTOS.TXT ENTERO Y LO REESCRIBEN AL SALIR, ASI QUE EL   *
      * SEGUNDO EN GRABAR PISARIA AL PRIMERO.  MIENTRAS EXISTE         *
      * AUTOLOCK.DAT, OTRO PROGRAMA TIENE EL PADRON TOMADO.            *
        SELECT AUTOLOCK ASSIGN TO "..\AUTOLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AUTOLOCK.

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

       FD  ORDTALL.
       01  ORDTALL-REG.
           05  ORD-NRO                          PIC 9(06).
           05  FILLER                           PIC X(01).
           05  ORD-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
      * 'A' ABIERTA (AUTO EN EL TALLER), 'C' CERRADA.                  *
           05  ORD-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  ORD-TALLER                       PIC X(20).
           05  FILLER                           PIC X(01).
           05  ORD-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  ORD-FECHA-INGRESO                PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ORD-ESTIMADO                     PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-FECHA-SERVICIO               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  ORD-REPUESTOS                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-MANO-OBRA                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  ORD-FACTURA                      PIC X(15).

       FD  ORDNUM.
       01  ORDNUM-REG.
           05  ORDNUM-ULTIMO                    PIC 9(06).

       FD  ORDMOV.
       01  ORDMOV-REG.
           05  OMV-TIPO                         PIC X.
               88  OMV-ES-APERTURA              VALUE 'A'.
               88  OMV-ES-CIERRE                VALUE 'C'.
           05  FILLER                           PIC X(01).
      * NUMERO DE ORDEN: SOLO EN EL CIERRE (LA APERTURA LO ASIGNA).    *
           05  OMV-NRO                          PIC 9(06).
           05  FILLER                           PIC X(01).
           05  OMV-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
      * APERTURA: FECHA DE INGRESO; CIERRE: VUELTA A SERVICIO.         *
           05  OMV-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  OMV-TALLER                       PIC X(20).
           05  FILLER                           PIC X(01).
           05  OMV-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  OMV-ESTIMADO                     PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  OMV-REPUESTOS                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  OMV-MANO-OBRA                    PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  OMV-FACTURA                      PIC X(15).

      * MISMO ARMADO QUE AUT-REG EN TP.CBL/MANTAUTO.CBL.                *
       FD  AUTOS.
       01  AUT-REG.
           05  AUT-PATENTE        PIC X(7).
           05  AUT-DESC           PIC X(30).
           05  AUT-MARCA          PIC X(20).
           05  AUT-COLOR          PIC X(10).
           05  AUT-TAMANIO        PIC X.
           05  AUT-IMPORTE        PIC 9(4)V99.
           05  AUT-ESTADO         PIC X.
           05  AUT-RECARGO-FINDESEM PIC 9(3).
           05  AUT-DIAS-USO       PIC 9(6).
           05  AUT-INTERVALO-SERVICIO PIC 9(5).
           05  AUT-USO-ULT-SERVICIO   PIC 9(6).
           05  AUT-FECHA-COMPRA       PIC 9(8).
           05  AUT-VALOR-COMPRA       PIC 9(7)V99.
           05  AUT-AGENCIA            PIC 9(02).
           05  AUT-KM-INCLUIDOS-DIA   PIC 9(4).
           05  AUT-POLIZA-NRO         PIC X(10).
           05  AUT-POLIZA-VENC        PIC 9(8).
           05  AUT-VTV-VENC           PIC 9(8).

      * MISMO ARMADO QUE SERVHIST-REG EN MANTENIM.CBL.                  *
       FD  SERVHIST.
       01  SERVHIST-REG.
           05  SRV-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SRV-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SRV-TRABAJO                      PIC X(30).
           05  FILLER                           PIC X(01).
           05  SRV-USO-AL-SERVICE               PIC 9(06).
           05  FILLER                           PIC X(01).
           05  SRV-COSTO                        PIC 9(07)V99.

      * SOLO EL FRENTE DEL TELEUSO-REG DE TELEMAT.CBL.                 *
       FD  TELEUSO.
       01  TELEUSO-REG.
           05  TLU-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  TLU-DIAS-SIN-ALQ                 PIC 9(06).

      * MISMO ARMADO QUE ASIENTO-REG EN TP.CBL.                        *
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
      * PROGRAMA QUE GRABO EL ASIENTO (VER ASICTL.CBL).                *
           05  ASI-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
      * CENTRO DE COSTO QUE DA EL PLAN DE CUENTAS (CTAMAP.TXT).         *
           05  ASI-CCOSTO                       PIC X(06).

      * MISMO ARMADO QUE CTAMAP-REG EN TP.CBL.                          *
       FD  CTAMAP.
       01  CTAMAP-REG.
           05  MAP-CONCEPTO                     PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  MAP-CUENTA                       PIC X(10).
           05  FILLER                           PIC X(01).
           05  MAP-CCOSTO                       PIC X(06).

       FD  ORDTREP.
       01  ORDTREP-REG                          PIC X(120).

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

       FD  AUTOLOCK.
       01  AUTOLOCK-REG.
           05  ALOCK-FECHA                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  ALOCK-HORA                    PIC 9(06).
           05  FILLER                        PIC X(01).
           05  ALOCK-PROGRAMA                PIC X(08).
           05  FILLER                        PIC X(01).
           05  ALOCK-OPERADOR                PIC X(06).

       WORKING-STORAGE SECTION.

       01  FS-LAYCTL                            PIC X(02).
           88  FS-LAYCTL-OK                     VALUE '00'.
           88  FS-LAYCTL-FIN                    VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  LAY-ESPERADOS.
           05  FILLER                           PIC X(14) VALUE
                    'AUTOS.TXT   03'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 2 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(02) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 2 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 2.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.

       01  FS-AUTOLOCK                       PIC X(02).
           88  FS-AUTOLOCK-OK                VALUE '00'.
           88  FS-AUTOLOCK-NO-EXIST          VALUE '35'.

       01  WS-ALOCK-FECHA-MIA                PIC 9(08).
       01  WS-ALOCK-HORA-MIA                 PIC 9(06).
       01  WS-ALOCK-HORA-CRUDA.
           05  WS-AH-HH                      PIC 9(02).
           05  WS-AH-MM                      PIC 9(02).
           05  WS-AH-SS                      PIC 9(02).
           05  FILLER                        PIC X(02).
       01  WS-COMANDO-ALOCK                  PIC X(40).

       01  FS-ORDTALL                           PIC X(02).
           88  FS-ORDTALL-OK                    VALUE '00'.
           88  FS-ORDTALL-FIN                   VALUE '10'.
           88  FS-ORDTALL-NO-EXIST              VALUE '35'.

       01  FS-ORDNUM                            PIC X(02).
           88  FS-ORDNUM-OK                     VALUE '00'.
           88  FS-ORDNUM-NO-EXIST               VALUE '35'.

       01  FS-ORDMOV                            PIC X(02).
           88  FS-ORDMOV-OK                     VALUE '00'.
           88  FS-ORDMOV-FIN                    VALUE '10'.
           88  FS-ORDMOV-NO-EXIST               VALUE '35'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.

       01  FS-SERVHIST                          PIC X(02).
           88  FS-SERVHIST-OK                   VALUE '00'.

       01  FS-TELEUSO                           PIC X(02).
           88  FS-TELEUSO-OK                    VALUE '00'.
           88  FS-TELEUSO-FIN                   VALUE '10'.
           88  FS-TELEUSO-NO-EXIST              VALUE '35'.

       01  FS-ASIENTOS                          PIC X(02).
           88  FS-ASIENTOS-OK                   VALUE '00'.

       01  FS-CTAMAP                            PIC X(02).
           88  FS-CTAMAP-OK                     VALUE '00'.
           88  FS-CTAMAP-FIN                    VALUE '10'.
           88  FS-CTAMAP-NO-EXIST               VALUE '35'.

      * PLAN DE CUENTAS CARGADO Y CONCEPTOS QUE ESTE PROGRAMA ASIENTA:  *
      * CADA UNO TIENE QUE TENER SU FILA GENERAL (AGENCIA 00) EN        *
      * CTAMAP.TXT O EL PROGRAMA NO ARRANCA.                            *
       01  WS-CANT-CTAMAP                       PIC 9(03) VALUE ZERO.
       01  TABLA-CTAMAP.
           05  CTM-ENT                  OCCURS 200 TIMES.
               09  CTM-CONCEPTO         PIC X(10).
               09  CTM-AGENCIA          PIC 9(02).
               09  CTM-CUENTA           PIC X(10).
               09  CTM-CCOSTO           PIC X(06).
       01  IND-CTM                              PIC 9(03).
       01  WS-CTM-GENERAL                       PIC 9(03).
       01  WS-CTM-HALLADO                       PIC X.
       01  WS-CTM-CONCEPTO                      PIC X(10).
       01  WS-CTM-AGENCIA                       PIC 9(02).
       01  WS-CONCEPTOS.
           05  FILLER                   PIC X(10) VALUE 'MANTENIM. '.
           05  FILLER                   PIC X(10) VALUE 'PROVEEDOR '.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 2 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

       01  FS-ORDTREP                           PIC X(02).
           88  FS-ORDTREP-OK                    VALUE '00'.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
           05  WS-FS-FUNCION                    PIC X(05).

       01  FECHA-HOY                            PIC 9(08).

      * MES DEL COSTO POR MARCA (TP_OT_MES, AAAAMM); POR DEFECTO EL    *
      * MES EN CURSO.  SE TOMA LA FECHA DE VUELTA A SERVICIO.          *
       01  WS-ENV-MES                           PIC X(06).
       01  WS-MES-REPORTE                       PIC 9(06).

      * ORDENES EN MEMORIA (EL ARCHIVO SE REESCRIBE ENTERO).           *
       01  WS-CANT-ORDENES                      PIC 9(04) VALUE ZERO.
       01  TABLA-ORDENES.
           05  OT-ENT                   OCCURS 2000 TIMES.
               09  OT-NRO               PIC 9(06).
               09  OT-PATENTE           PIC X(07).
               09  OT-ESTADO            PIC X.
               09  OT-TALLER            PIC X(20).
               09  OT-TRABAJO           PIC X(30).
               09  OT-FECHA-INGRESO     PIC 9(08).
               09  OT-ESTIMADO          PIC 9(07)V99.
               09  OT-FECHA-SERVICIO    PIC 9(08).
               09  OT-REPUESTOS         PIC 9(07)V99.
               09  OT-MANO-OBRA         PIC 9(07)V99.
               09  OT-FACTURA           PIC X(15).
       01  IND-O                                PIC 9(04).
       01  WS-IND-HALLADO                       PIC 9(04) VALUE ZERO.
       01  WS-NRO-ORDEN                         PIC 9(06) VALUE ZERO.
       01  WS-NRO-ORDEN-INICIAL                 PIC 9(06) VALUE ZERO.

      * PADRON DE AUTOS EN MEMORIA (MISMO LIMITE QUE MANTAUTO.CBL).     *
       01  WS-CANT-AUTOS                        PIC 9(03) VALUE ZERO.
       01  TABLA-AUTOS.
           05  TABLA-AUT                OCCURS 300 TIMES.
               09  TABLA-AUT-REG.
                   11  T-AUT-PATENTE     PIC X(7).
                   11  T-AUT-DESC        PIC X(30).
                   11  T-AUT-MARCA       PIC X(20).
                   11  T-AUT-COLOR       PIC X(10).
                   11  T-AUT-TAMANIO     PIC X.
                   11  T-AUT-IMPORTE     PIC 9(4)V99.
                   11  T-AUT-ESTADO      PIC X.
                   11  T-AUT-RECARGO-FINDESEM PIC 9(3).
                   11  T-AUT-DIAS-USO    PIC 9(6).
                   11  T-AUT-INTERVALO-SERVICIO PIC 9(5).
                   11  T-AUT-USO-ULT-SERVICIO   PIC 9(6).
                   11  T-AUT-FECHA-COMPRA       PIC 9(8).
                   11  T-AUT-VALOR-COMPRA       PIC 9(7)V99.
                   11  T-AUT-AGENCIA            PIC 9(02).
                   11  T-AUT-KM-INCLUIDOS-DIA   PIC 9(4).
                   11  T-AUT-POLIZA-NRO         PIC X(10).
                   11  T-AUT-POLIZA-VENC        PIC 9(8).
                   11  T-AUT-VTV-VENC           PIC 9(8).
       01  IND-A                                PIC 9(03).
       01  WS-ENCONTRO-AUTO                     PIC X VALUE 'N'.
           88  WS-AUTO-ENCONTRADO               VALUE 'S'.
       01  WS-PATENTE-BUSCADA                   PIC X(07).

      * DIAS DE USO FUERA DE ALQUILER POR PATENTE (TELEUSO.TXT).       *
       01  WS-CANT-TELEUSO                      PIC 9(03) VALUE ZERO.
       01  TABLA-TELEUSO.
           05  TLU-ENT                  OCCURS 300 TIMES.
               09  TLU-TAB-PATENTE      PIC X(07).
               09  TLU-TAB-DIAS         PIC 9(06).
       01  IND-U                                PIC 9(03).
       01  WS-USO-ACTUAL                        PIC 9(06) VALUE ZERO.
       01  WS-ORDEN-ABIERTA                     PIC X VALUE 'N'.
           88  WS-TIENE-ORDEN-ABIERTA           VALUE 'S'.

      * COSTO POR MARCA DE LAS ORDENES CERRADAS EN EL MES.             *
       01  WS-CANT-MARCAS                       PIC 9(02) VALUE ZERO.
       01  TABLA-MARCAS.
           05  MRC-ENT                  OCCURS 50 TIMES.
               09  MRC-MARCA            PIC X(20).
               09  MRC-ORDENES          PIC 9(04).
               09  MRC-ESTIMADO         PIC 9(09)V99.
               09  MRC-REPUESTOS        PIC 9(09)V99.
               09  MRC-MANO-OBRA        PIC 9(09)V99.
       01  IND-M                                PIC 9(02).
       01  WS-MARCA-ORDEN                       PIC X(20).
       01  WS-ENCONTRO-MARCA                    PIC X VALUE 'N'.
           88  WS-MARCA-ENCONTRADA              VALUE 'S'.

      * ANTIGUEDAD EN DIAS, CONTADA DE A UNO (TOPE 999), COMO EN       *
      * RECLAMOS.CBL; LAS ABIERTAS SE AGRUPAN EN CUATRO TRAMOS.        *
       01  WS-FECHA-CALC.
           05  WS-FEC-AA                        PIC 9(04).
           05  WS-FEC-MM                        PIC 9(02).
           05  WS-FEC-DD                        PIC 9(02).
       01  WS-FECHA-CALC-N REDEFINES WS-FECHA-CALC PIC 9(08).
       01  WS-FEC-DIAS-MES                      PIC 99.
       01  WS-FEC-COC                           PIC 9(04).
       01  WS-FEC-RES4                          PIC 9.
       01  WS-FEC-RES100                        PIC 9(02).
       01  WS-FEC-RES400                        PIC 9(03).
       01  WS-DIAS-ANTIG                        PIC 9(03).
       01  WS-TRAMOS.
           05  WS-TRAMO-CANT            PIC 9(04) OCCURS 4 TIMES.
           05  WS-TRAMO-IMPORTE         PIC 9(09)V99 OCCURS 4 TIMES.
       01  IND-T                                PIC 9.

       01  WS-COSTO-ORDEN                       PIC 9(08)V99.
       01  WS-AUTOS-MODIFICADO                  PIC X VALUE 'N'.

       01  WS-CANT-MOVIMIENTOS                  PIC 9(05) VALUE ZERO.
       01  WS-CANT-ABIERTAS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-CERRADAS                     PIC 9(05) VALUE ZERO.
       01  WS-CANT-RECHAZADOS                   PIC 9(05) VALUE ZERO.

       01  WS-IMPORTE-IMPR                      PIC $ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR2                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR3                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-IMPORTE-IMPR4                     PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.
       01  WS-DIAS-IMPR                         PIC ZZ9.
       01  WS-CANT-IMPR                         PIC ZZZ9.
       01  WS-DESCRIPCION-ASI                   PIC X(20).
       01  LINEA                                PIC X(120).

       PROCEDURE DIVISION.

       PGM.
        DISPLAY 'INICIO ORDTALL'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 055-TOMAR-AUTOLOCK.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-CARGAR-ORDENES.
        PERFORM 300-APLICAR-MOVIMIENTOS.
        PERFORM 600-REPORTAR-ABIERTAS.
        PERFORM 700-REPORTAR-COSTO-MARCA.
        PERFORM 800-REESCRIBIR-ORDENES.
        IF WS-AUTOS-MODIFICADO = 'S'
            PERFORM 850-GRABAR-AUTOS
        END-IF.
        PERFORM 998-FIN.

        DISPLAY 'FIN ORDTALL - MOVIMIENTOS:   ' WS-CANT-MOVIMIENTOS.
        DISPLAY '              ABIERTAS:      ' WS-CANT-ABIERTAS.
        DISPLAY '              CERRADAS:      ' WS-CANT-CERRADAS.
        DISPLAY '              RECHAZADOS:    ' WS-CANT-RECHAZADOS.
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

       100-INICIO.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

            MOVE SPACES TO WS-ENV-MES.
            ACCEPT WS-ENV-MES FROM ENVIRONMENT "TP_OT_MES".
            IF WS-ENV-MES IS NUMERIC AND WS-ENV-MES > ZERO
                MOVE WS-ENV-MES TO WS-MES-REPORTE
            ELSE
                MOVE FECHA-HOY(1:6) TO WS-MES-REPORTE
            END-IF.

            OPEN INPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 110-LEER-AUTO.
            PERFORM 120-CARGAR-AUTO
                    UNTIL FS-AUTOS-FIN OR WS-CANT-AUTOS >= 300.
            CLOSE AUTOS.

            OPEN INPUT TELEUSO.
            IF NOT FS-TELEUSO-NO-EXIST
                MOVE FS-TELEUSO TO WS-FS
                MOVE "TELEUSO"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 150-LEER-TELEUSO
                PERFORM 160-CARGAR-TELEUSO
                        UNTIL FS-TELEUSO-FIN OR WS-CANT-TELEUSO >= 300
                CLOSE TELEUSO
            END-IF.

            OPEN INPUT ORDNUM.
            IF FS-ORDNUM-OK
                READ ORDNUM AT END CONTINUE END-READ
                IF FS-ORDNUM-OK
                    MOVE ORDNUM-ULTIMO TO WS-NRO-ORDEN
                END-IF
                CLOSE ORDNUM
            END-IF.
            MOVE WS-NRO-ORDEN TO WS-NRO-ORDEN-INICIAL.

            OPEN OUTPUT ORDTREP.
            MOVE FS-ORDTREP     TO WS-FS.
            MOVE "ORDTREP"      TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND SERVHIST.
            IF NOT FS-SERVHIST-OK
                CLOSE SERVHIST
                OPEN OUTPUT SERVHIST
            END-IF.
            MOVE FS-SERVHIST    TO WS-FS.
            MOVE "SERVHIST"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN EXTEND ASIENTOS.
            IF NOT FS-ASIENTOS-OK
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE FS-ASIENTOS    TO WS-FS.
            MOVE "ASIENTOS"     TO WS-FS-NOMBRE.
            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       110-LEER-AUTO.
            READ AUTOS AT END SET FS-AUTOS-FIN TO TRUE.

            IF NOT FS-AUTOS-OK AND NOT FS-AUTOS-FIN
                DISPLAY 'ERROR AL INTENTAR LEER AUTOS'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       120-CARGAR-AUTO.
            ADD 1 TO WS-CANT-AUTOS.
            MOVE AUT-REG TO TABLA-AUT-REG (WS-CANT-AUTOS).
            PERFORM 110-LEER-AUTO.

       130-BUSCAR-AUTO.
            MOVE 'N' TO WS-ENCONTRO-AUTO.
            PERFORM 131-COMPARAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS
                    OR WS-AUTO-ENCONTRADO.
            IF WS-AUTO-ENCONTRADO
                SUBTRACT 1 FROM IND-A
            END-IF.

       131-COMPARAR-AUTO.
            IF T-AUT-PATENTE (IND-A) = WS-PATENTE-BUSCADA
                SET WS-AUTO-ENCONTRADO TO TRUE
            END-IF.

       150-LEER-TELEUSO.
            READ TELEUSO AT END SET FS-TELEUSO-FIN TO TRUE.

            IF NOT FS-TELEUSO-OK AND NOT FS-TELEUSO-FIN
                DISPLAY 'ERROR AL INTENTAR LEER TELEUSO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       160-CARGAR-TELEUSO.
            ADD 1 TO WS-CANT-TELEUSO.
            MOVE TLU-PATENTE      TO TLU-TAB-PATENTE (WS-CANT-TELEUSO).
            MOVE TLU-DIAS-SIN-ALQ TO TLU-TAB-DIAS (WS-CANT-TELEUSO).
            PERFORM 150-LEER-TELEUSO.

      * USO ACTUAL DE LA UNIDAD: DIAS ALQUILADOS MAS LOS DIAS QUE EL   *
      * GPS LA VIO MOVERSE SIN ALQUILER (MISMO CALCULO QUE MANTENIM).  *
       170-CALCULAR-USO.
            MOVE T-AUT-DIAS-USO (IND-A) TO WS-USO-ACTUAL.
            PERFORM 171-SUMAR-TELEUSO
                    VARYING IND-U FROM 1 BY 1
                    UNTIL IND-U > WS-CANT-TELEUSO.

       171-SUMAR-TELEUSO.
            IF TLU-TAB-PATENTE (IND-U) = T-AUT-PATENTE (IND-A)
                ADD TLU-TAB-DIAS (IND-U) TO WS-USO-ACTUAL
            END-IF.

       200-CARGAR-ORDENES.
            OPEN INPUT ORDTALL.
            IF FS-ORDTALL-NO-EXIST
                DISPLAY 'SIN ORDTALL.TXT -- SE EMPIEZA EN BLANCO'
            ELSE
                MOVE FS-ORDTALL TO WS-FS
                MOVE "ORDTALL"  TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 210-LEER-ORDEN
                PERFORM 220-CARGAR-ORDEN
                        UNTIL FS-ORDTALL-FIN
                        OR WS-CANT-ORDENES >= 2000
      * EL REGISTRO SE REESCRIBE ENTERO: SI NO ENTRO COMPLETO, SEGUIR  *
      * BORRARIA LAS ORDENES QUE QUEDARON AFUERA.                      *
                IF NOT FS-ORDTALL-FIN
                    DISPLAY 'ORDTALL.TXT SUPERA LAS 2000 FILAS DE LA '
                            'TABLA'
                    DISPLAY '-- SE CANCELA PARA NO PERDER ORDENES'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
                CLOSE ORDTALL
            END-IF.

       210-LEER-ORDEN.
            READ ORDTALL AT END SET FS-ORDTALL-FIN TO TRUE.

            IF NOT FS-ORDTALL-OK AND NOT FS-ORDTALL-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ORDTALL'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       220-CARGAR-ORDEN.
            ADD 1 TO WS-CANT-ORDENES.
            MOVE ORD-NRO          TO OT-NRO(WS-CANT-ORDENES).
            MOVE ORD-PATENTE      TO OT-PATENTE(WS-CANT-ORDENES).
            MOVE ORD-ESTADO       TO OT-ESTADO(WS-CANT-ORDENES).
            MOVE ORD-TALLER       TO OT-TALLER(WS-CANT-ORDENES).
            MOVE ORD-TRABAJO      TO OT-TRABAJO(WS-CANT-ORDENES).
            MOVE ORD-FECHA-INGRESO
                TO OT-FECHA-INGRESO(WS-CANT-ORDENES).
            MOVE ORD-ESTIMADO     TO OT-ESTIMADO(WS-CANT-ORDENES).
            MOVE ORD-FECHA-SERVICIO
                TO OT-FECHA-SERVICIO(WS-CANT-ORDENES).
            MOVE ORD-REPUESTOS    TO OT-REPUESTOS(WS-CANT-ORDENES).
            MOVE ORD-MANO-OBRA    TO OT-MANO-OBRA(WS-CANT-ORDENES).
            MOVE ORD-FACTURA      TO OT-FACTURA(WS-CANT-ORDENES).
            PERFORM 210-LEER-ORDEN.

       300-APLICAR-MOVIMIENTOS.
            OPEN INPUT ORDMOV.
            IF FS-ORDMOV-NO-EXIST
                DISPLAY 'SIN ORDMOV.TXT -- SIN MOVIMIENTOS DEL TALLER'
            ELSE
                MOVE FS-ORDMOV  TO WS-FS
                MOVE "ORDMOV"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS

                PERFORM 310-LEER-MOVIMIENTO
                PERFORM 320-APLICAR-MOVIMIENTO UNTIL FS-ORDMOV-FIN
                CLOSE ORDMOV
            END-IF.

       310-LEER-MOVIMIENTO.
            READ ORDMOV AT END SET FS-ORDMOV-FIN TO TRUE.

            IF NOT FS-ORDMOV-OK AND NOT FS-ORDMOV-FIN
                DISPLAY 'ERROR AL INTENTAR LEER ORDMOV'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       320-APLICAR-MOVIMIENTO.
            ADD 1 TO WS-CANT-MOVIMIENTOS.
            IF OMV-FECHA IS NOT NUMERIC OR OMV-FECHA = ZERO
                MOVE FECHA-HOY TO OMV-FECHA
            END-IF.
            EVALUATE TRUE
                WHEN OMV-ES-APERTURA
                    PERFORM 330-ABRIR-ORDEN
                WHEN OMV-ES-CIERRE
                    PERFORM 350-CERRAR-ORDEN
                WHEN OTHER
                    ADD 1 TO WS-CANT-RECHAZADOS
                    DISPLAY 'MOVIMIENTO DE TALLER CON TIPO INVALIDO: '
                            OMV-TIPO ' ' OMV-PATENTE
            END-EVALUATE.
            PERFORM 310-LEER-MOVIMIENTO.

      * APERTURA: EL AUTO TIENE QUE EXISTIR Y NO TENER OTRA ORDEN      *
      * ABIERTA.  QUEDA FUERA DE SERVICIO HASTA EL CIERRE.             *
       330-ABRIR-ORDEN.
            MOVE OMV-PATENTE TO WS-PATENTE-BUSCADA.
            PERFORM 130-BUSCAR-AUTO.
            IF NOT WS-AUTO-ENCONTRADO
                ADD 1 TO WS-CANT-RECHAZADOS
                DISPLAY 'ORDEN PARA PATENTE DESCONOCIDA: ' OMV-PATENTE
            ELSE
                PERFORM 340-VERIFICAR-ORDEN-ABIERTA
                IF WS-TIENE-ORDEN-ABIERTA
                    ADD 1 TO WS-CANT-RECHAZADOS
                    DISPLAY 'LA PATENTE ' OMV-PATENTE
                            ' YA TIENE UNA ORDEN ABIERTA -- SE IGNORA'
                ELSE
                    PERFORM 335-ALTA-ORDEN
                END-IF
            END-IF.

       335-ALTA-ORDEN.
            IF WS-CANT-ORDENES >= 2000
                DISPLAY 'TABLA DE ORDENES LLENA (2000) -- SE CANCELA'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            ADD 1 TO WS-NRO-ORDEN.
            ADD 1 TO WS-CANT-ORDENES.
            ADD 1 TO WS-CANT-ABIERTAS.
            MOVE WS-NRO-ORDEN   TO OT-NRO(WS-CANT-ORDENES).
            MOVE OMV-PATENTE    TO OT-PATENTE(WS-CANT-ORDENES).
            MOVE 'A'            TO OT-ESTADO(WS-CANT-ORDENES).
            MOVE OMV-TALLER     TO OT-TALLER(WS-CANT-ORDENES).
            MOVE OMV-TRABAJO    TO OT-TRABAJO(WS-CANT-ORDENES).
            MOVE OMV-FECHA      TO OT-FECHA-INGRESO(WS-CANT-ORDENES).
            IF OMV-ESTIMADO IS NUMERIC
                MOVE OMV-ESTIMADO TO OT-ESTIMADO(WS-CANT-ORDENES)
            ELSE
                MOVE ZERO         TO OT-ESTIMADO(WS-CANT-ORDENES)
            END-IF.
            MOVE ZERO   TO OT-FECHA-SERVICIO(WS-CANT-ORDENES)
                           OT-REPUESTOS(WS-CANT-ORDENES)
                           OT-MANO-OBRA(WS-CANT-ORDENES).
            MOVE SPACES TO OT-FACTURA(WS-CANT-ORDENES).

            IF T-AUT-ESTADO (IND-A) NOT = 'B'
                MOVE 'B' TO T-AUT-ESTADO (IND-A)
                MOVE 'S' TO WS-AUTOS-MODIFICADO
            END-IF.

            DISPLAY 'ORDEN ' WS-NRO-ORDEN ' ABIERTA: ' OMV-PATENTE
                    ' EN ' OMV-TALLER.

       340-VERIFICAR-ORDEN-ABIERTA.
            MOVE 'N' TO WS-ORDEN-ABIERTA.
            PERFORM 341-COMPARAR-ABIERTA
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > WS-CANT-ORDENES
                    OR WS-TIENE-ORDEN-ABIERTA.

       341-COMPARAR-ABIERTA.
            IF OT-PATENTE(IND-O) = WS-PATENTE-BUSCADA
               AND OT-ESTADO(IND-O) = 'A'
                SET WS-TIENE-ORDEN-ABIERTA TO TRUE
            END-IF.

      * CIERRE: SE ANOTAN LOS COSTOS REALES Y LA FACTURA, SE DEJA EL   *
      * SERVICE EN EL HISTORIAL, SE ASIENTA EL COSTO Y EL AUTO VUELVE  *
      * A SERVICIO CON EL CONTADOR REINICIADO.                         *
       350-CERRAR-ORDEN.
            MOVE ZERO TO WS-IND-HALLADO.
            PERFORM 351-BUSCAR-ORDEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > WS-CANT-ORDENES
                    OR WS-IND-HALLADO > ZERO.
            IF WS-IND-HALLADO = ZERO
                ADD 1 TO WS-CANT-RECHAZADOS
                DISPLAY 'CIERRE DE ORDEN INEXISTENTE: ' OMV-NRO
            ELSE
                IF OT-ESTADO(WS-IND-HALLADO) NOT = 'A'
                    ADD 1 TO WS-CANT-RECHAZADOS
                    DISPLAY 'LA ORDEN ' OMV-NRO ' YA ESTABA CERRADA'
                ELSE
                    PERFORM 355-CERRAR-HALLADA
                END-IF
            END-IF.

       351-BUSCAR-ORDEN.
            IF OT-NRO(IND-O) = OMV-NRO
                MOVE IND-O TO WS-IND-HALLADO
            END-IF.

       355-CERRAR-HALLADA.
            ADD 1 TO WS-CANT-CERRADAS.
            MOVE 'C'       TO OT-ESTADO(WS-IND-HALLADO).
            MOVE OMV-FECHA TO OT-FECHA-SERVICIO(WS-IND-HALLADO).
            IF OMV-REPUESTOS IS NUMERIC
                MOVE OMV-REPUESTOS TO OT-REPUESTOS(WS-IND-HALLADO)
            END-IF.
            IF OMV-MANO-OBRA IS NUMERIC
                MOVE OMV-MANO-OBRA TO OT-MANO-OBRA(WS-IND-HALLADO)
            END-IF.
            MOVE OMV-FACTURA TO OT-FACTURA(WS-IND-HALLADO).
            COMPUTE WS-COSTO-ORDEN = OT-REPUESTOS(WS-IND-HALLADO)
                                   + OT-MANO-OBRA(WS-IND-HALLADO).

            MOVE OT-PATENTE(WS-IND-HALLADO) TO WS-PATENTE-BUSCADA.
            PERFORM 130-BUSCAR-AUTO.
            IF WS-AUTO-ENCONTRADO
                PERFORM 170-CALCULAR-USO
                MOVE WS-USO-ACTUAL
                    TO T-AUT-USO-ULT-SERVICIO (IND-A)
                PERFORM 340-VERIFICAR-ORDEN-ABIERTA
                IF NOT WS-TIENE-ORDEN-ABIERTA
                   AND T-AUT-ESTADO (IND-A) = 'B'
                    MOVE 'A' TO T-AUT-ESTADO (IND-A)
                END-IF
                MOVE 'S' TO WS-AUTOS-MODIFICADO
                PERFORM 360-GRABAR-HISTORIAL
            ELSE
                DISPLAY 'ORDEN ' OMV-NRO ' DE PATENTE DADA DE BAJA: '
                        WS-PATENTE-BUSCADA
            END-IF.

            IF WS-COSTO-ORDEN > ZERO
                PERFORM 370-ASENTAR-COSTO
            END-IF.

       360-GRABAR-HISTORIAL.
            MOVE SPACES TO SERVHIST-REG.
            MOVE OT-PATENTE(WS-IND-HALLADO) TO SRV-PATENTE.
            MOVE OMV-FECHA                  TO SRV-FECHA.
            MOVE OT-TRABAJO(WS-IND-HALLADO) TO SRV-TRABAJO.
            MOVE WS-USO-ACTUAL              TO SRV-USO-AL-SERVICE.
            MOVE WS-COSTO-ORDEN             TO SRV-COSTO.
            WRITE SERVHIST-REG.
            MOVE FS-SERVHIST    TO WS-FS.
            MOVE "SERVHIST"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * EL COSTO DE LA ORDEN SE ASIENTA EN LA AGENCIA DEL AUTO: DEBE   *
      * MANTENIMIENTO, HABER PROVEEDORES (LA FACTURA DEL TALLER).      *
       370-ASENTAR-COSTO.
            MOVE SPACES TO WS-DESCRIPCION-ASI.
            STRING 'ORDEN TALLER ' OT-NRO(WS-IND-HALLADO)
                DELIMITED BY SIZE INTO WS-DESCRIPCION-ASI.

            MOVE SPACES TO ASIENTO-REG.
            MOVE 'ORDTALL ' TO ASI-ORIGEN.
            MOVE OMV-FECHA      TO ASI-FECHA.
            IF WS-AUTO-ENCONTRADO
                MOVE T-AUT-AGENCIA (IND-A) TO ASI-AGENCIA
            ELSE
                MOVE ZERO       TO ASI-AGENCIA
            END-IF.
            MOVE 'MANTENIM. '   TO ASI-CUENTA.
            MOVE WS-COSTO-ORDEN TO ASI-DEBE.
            MOVE ZERO           TO ASI-HABER.
            MOVE WS-DESCRIPCION-ASI TO ASI-DESCRIPCION.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS    TO WS-FS.
            MOVE "ASIENTOS"     TO WS-FS-NOMBRE.
            MOVE "GRABA"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE 'PROVEEDOR '   TO ASI-CUENTA.
            MOVE ZERO           TO ASI-DEBE.
            MOVE WS-COSTO-ORDEN TO ASI-HABER.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS    TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.

      * ORDENES ABIERTAS CON SU ANTIGUEDAD DESDE EL INGRESO AL TALLER, *
      * Y RESUMEN POR TRAMO (HASTA 7 DIAS, 8 A 15, 16 A 30, MAS DE 30).*
       600-REPORTAR-ABIERTAS.
            MOVE SPACES TO LINEA.
            STRING 'ORDENES DE TALLER ABIERTAS AL ' FECHA-HOY
                DELIMITED BY SIZE INTO LINEA.
            WRITE ORDTREP-REG FROM LINEA.
            INITIALIZE WS-TRAMOS.

            PERFORM 610-REPORTAR-ABIERTA
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > WS-CANT-ORDENES.

            MOVE SPACES TO LINEA.
            WRITE ORDTREP-REG FROM LINEA.
            MOVE 'ABIERTAS POR ANTIGUEDAD:' TO LINEA.
            WRITE ORDTREP-REG FROM LINEA.
            PERFORM 630-IMPRIMIR-TRAMO
                    VARYING IND-T FROM 1 BY 1
                    UNTIL IND-T > 4.

       610-REPORTAR-ABIERTA.
            IF OT-ESTADO(IND-O) = 'A'
                PERFORM 620-CONTAR-ANTIGUEDAD
                EVALUATE TRUE
                    WHEN WS-DIAS-ANTIG <= 7
                        MOVE 1 TO IND-T
                    WHEN WS-DIAS-ANTIG <= 15
                        MOVE 2 TO IND-T
                    WHEN WS-DIAS-ANTIG <= 30
                        MOVE 3 TO IND-T
                    WHEN OTHER
                        MOVE 4 TO IND-T
                END-EVALUATE
                ADD 1 TO WS-TRAMO-CANT(IND-T)
                ADD OT-ESTIMADO(IND-O) TO WS-TRAMO-IMPORTE(IND-T)
                MOVE WS-DIAS-ANTIG TO WS-DIAS-IMPR
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE OT-ESTIMADO(IND-O) TO WS-IMPORTE-IMPR
                MOVE SPACES TO LINEA
                STRING '  Orden ' OT-NRO(IND-O)
                       '  Pat ' OT-PATENTE(IND-O)
                       '  ' OT-TALLER(IND-O)
                       '  Ingreso ' OT-FECHA-INGRESO(IND-O)
                       '  Presup ' WS-IMPORTE-IMPR
                       '  Antig ' WS-DIAS-IMPR ' dias'
                    DELIMITED BY SIZE INTO LINEA
                WRITE ORDTREP-REG FROM LINEA
            END-IF.

       620-CONTAR-ANTIGUEDAD.
            MOVE ZERO TO WS-DIAS-ANTIG.
            MOVE OT-FECHA-INGRESO(IND-O) TO WS-FECHA-CALC-N.
            PERFORM 621-CONTAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N NOT < FECHA-HOY
                    OR WS-DIAS-ANTIG = 999.

       621-CONTAR-UN-DIA.
            PERFORM 560-SUMAR-UN-DIA.
            ADD 1 TO WS-DIAS-ANTIG.

       630-IMPRIMIR-TRAMO.
            MOVE WS-TRAMO-CANT(IND-T) TO WS-CANT-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2.
            MOVE WS-TRAMO-IMPORTE(IND-T) TO WS-IMPORTE-IMPR2.
            MOVE SPACES TO LINEA.
            EVALUATE IND-T
                WHEN 1
                    STRING '  Hasta 7 dias  : '
                        DELIMITED BY SIZE INTO LINEA
                WHEN 2
                    STRING '  8 a 15 dias   : '
                        DELIMITED BY SIZE INTO LINEA
                WHEN 3
                    STRING '  16 a 30 dias  : '
                        DELIMITED BY SIZE INTO LINEA
                WHEN OTHER
                    STRING '  Mas de 30 dias: '
                        DELIMITED BY SIZE INTO LINEA
            END-EVALUATE.
            MOVE WS-CANT-IMPR TO LINEA(19:4).
            MOVE ' ordenes  Presupuestado ' TO LINEA(23:24).
            MOVE WS-IMPORTE-IMPR2 TO LINEA(47:13).
            WRITE ORDTREP-REG FROM LINEA.

      * COSTO POR MARCA DE LAS ORDENES QUE VOLVIERON A SERVICIO EN EL  *
      * MES: PRESUPUESTADO CONTRA REPUESTOS Y MANO DE OBRA REALES.     *
       700-REPORTAR-COSTO-MARCA.
            PERFORM 710-SUMAR-ORDEN-MARCA
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > WS-CANT-ORDENES.

            MOVE SPACES TO LINEA.
            WRITE ORDTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING 'COSTO DE ORDENES CERRADAS POR MARCA - MES '
                   WS-MES-REPORTE
                DELIMITED BY SIZE INTO LINEA.
            WRITE ORDTREP-REG FROM LINEA.
            MOVE SPACES TO LINEA.
            STRING '  Marca                Ordenes  Presupuestado'
                   '      Repuestos    Mano de obra'
                DELIMITED BY SIZE INTO LINEA.
            WRITE ORDTREP-REG FROM LINEA.

            PERFORM 730-IMPRIMIR-MARCA
                    VARYING IND-M FROM 1 BY 1
                    UNTIL IND-M > WS-CANT-MARCAS.

       710-SUMAR-ORDEN-MARCA.
            IF OT-ESTADO(IND-O) = 'C'
               AND OT-FECHA-SERVICIO(IND-O)(1:6) = WS-MES-REPORTE
                MOVE OT-PATENTE(IND-O) TO WS-PATENTE-BUSCADA
                PERFORM 130-BUSCAR-AUTO
                IF WS-AUTO-ENCONTRADO
                    MOVE T-AUT-MARCA (IND-A) TO WS-MARCA-ORDEN
                ELSE
                    MOVE 'SIN MARCA (BAJA)' TO WS-MARCA-ORDEN
                END-IF
                PERFORM 720-UBICAR-MARCA
            END-IF.

       720-UBICAR-MARCA.
            MOVE 'N' TO WS-ENCONTRO-MARCA.
            PERFORM 721-COMPARAR-MARCA
                    VARYING IND-M FROM 1 BY 1
                    UNTIL IND-M > WS-CANT-MARCAS
                    OR WS-MARCA-ENCONTRADA.
            IF WS-MARCA-ENCONTRADA
                SUBTRACT 1 FROM IND-M
            ELSE
                IF WS-CANT-MARCAS >= 50
                    DISPLAY 'MAS DE 50 MARCAS -- ' WS-MARCA-ORDEN
                            ' FUERA DEL COSTO POR MARCA'
                    MOVE ZERO TO IND-M
                ELSE
                    ADD 1 TO WS-CANT-MARCAS
                    MOVE WS-CANT-MARCAS TO IND-M
                    MOVE WS-MARCA-ORDEN TO MRC-MARCA(IND-M)
                    MOVE ZERO TO MRC-ORDENES(IND-M) MRC-ESTIMADO(IND-M)
                                 MRC-REPUESTOS(IND-M)
                                 MRC-MANO-OBRA(IND-M)
                END-IF
            END-IF.
            IF IND-M > ZERO
                ADD 1                   TO MRC-ORDENES(IND-M)
                ADD OT-ESTIMADO(IND-O)  TO MRC-ESTIMADO(IND-M)
                ADD OT-REPUESTOS(IND-O) TO MRC-REPUESTOS(IND-M)
                ADD OT-MANO-OBRA(IND-O) TO MRC-MANO-OBRA(IND-M)
            END-IF.

       721-COMPARAR-MARCA.
            IF MRC-MARCA(IND-M) = WS-MARCA-ORDEN
                SET WS-MARCA-ENCONTRADA TO TRUE
            END-IF.

       730-IMPRIMIR-MARCA.
            MOVE MRC-ORDENES(IND-M) TO WS-CANT-IMPR.
            MOVE ZEROES TO WS-IMPORTE-IMPR2 WS-IMPORTE-IMPR3
                           WS-IMPORTE-IMPR4.
            MOVE MRC-ESTIMADO(IND-M)  TO WS-IMPORTE-IMPR2.
            MOVE MRC-REPUESTOS(IND-M) TO WS-IMPORTE-IMPR3.
            MOVE MRC-MANO-OBRA(IND-M) TO WS-IMPORTE-IMPR4.
            MOVE SPACES TO LINEA.
            STRING '  ' MRC-MARCA(IND-M) '    ' WS-CANT-IMPR
                   '  ' WS-IMPORTE-IMPR2
                   '  ' WS-IMPORTE-IMPR3
                   '  ' WS-IMPORTE-IMPR4
                DELIMITED BY SIZE INTO LINEA.
            WRITE ORDTREP-REG FROM LINEA.

       800-REESCRIBIR-ORDENES.
            OPEN OUTPUT ORDTALL.
            MOVE FS-ORDTALL TO WS-FS.
            MOVE "ORDTALL"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 810-GRABAR-ORDEN
                    VARYING IND-O FROM 1 BY 1
                    UNTIL IND-O > WS-CANT-ORDENES.

            CLOSE ORDTALL.

            IF WS-NRO-ORDEN NOT = WS-NRO-ORDEN-INICIAL
                OPEN OUTPUT ORDNUM
                MOVE FS-ORDNUM  TO WS-FS
                MOVE "ORDNUM"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                MOVE WS-NRO-ORDEN TO ORDNUM-ULTIMO
                WRITE ORDNUM-REG
                CLOSE ORDNUM
            END-IF.

      * LOS MOVIMIENTOS YA QUEDARON APLICADOS: LA COLA SE VACIA.       *
            OPEN OUTPUT ORDMOV.
            CLOSE ORDMOV.

       810-GRABAR-ORDEN.
            MOVE SPACES TO ORDTALL-REG.
            MOVE OT-NRO(IND-O)            TO ORD-NRO.
            MOVE OT-PATENTE(IND-O)        TO ORD-PATENTE.
            MOVE OT-ESTADO(IND-O)         TO ORD-ESTADO.
            MOVE OT-TALLER(IND-O)         TO ORD-TALLER.
            MOVE OT-TRABAJO(IND-O)        TO ORD-TRABAJO.
            MOVE OT-FECHA-INGRESO(IND-O)  TO ORD-FECHA-INGRESO.
            MOVE OT-ESTIMADO(IND-O)       TO ORD-ESTIMADO.
            MOVE OT-FECHA-SERVICIO(IND-O) TO ORD-FECHA-SERVICIO.
            MOVE OT-REPUESTOS(IND-O)      TO ORD-REPUESTOS.
            MOVE OT-MANO-OBRA(IND-O)      TO ORD-MANO-OBRA.
            MOVE OT-FACTURA(IND-O)        TO ORD-FACTURA.
            WRITE ORDTALL-REG.
            MOVE FS-ORDTALL TO WS-FS.
            MOVE "ORDTALL"  TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

       850-GRABAR-AUTOS.
            PERFORM 056-VERIFICAR-AUTOLOCK-PROPIO.
            OPEN OUTPUT AUTOS.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            PERFORM 860-GRABAR-AUTO
                    VARYING IND-A FROM 1 BY 1
                    UNTIL IND-A > WS-CANT-AUTOS.

            CLOSE AUTOS.

       860-GRABAR-AUTO.
            MOVE TABLA-AUT-REG (IND-A) TO AUT-REG.
            WRITE AUT-REG.
            MOVE FS-AUTOS   TO WS-FS.
            MOVE "AUTOS"    TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

      * SUMA UN DIA A WS-FECHA-CALC (MISMO MECANISMO QUE DEVOLUC).     *
       560-SUMAR-UN-DIA.
            PERFORM 561-DETER-DIAS-MES.
            IF WS-FEC-DD < WS-FEC-DIAS-MES
                ADD 1 TO WS-FEC-DD
            ELSE
                MOVE 1 TO WS-FEC-DD
                IF WS-FEC-MM < 12
                    ADD 1 TO WS-FEC-MM
                ELSE
                    MOVE 1 TO WS-FEC-MM
                    ADD 1 TO WS-FEC-AA
                END-IF
            END-IF.

       561-DETER-DIAS-MES.
            EVALUATE WS-FEC-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-FEC-DIAS-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-FEC-DIAS-MES
                WHEN 2
                    PERFORM 562-DETER-DIAS-FEBRERO
            END-EVALUATE.

       562-DETER-DIAS-FEBRERO.
            DIVIDE WS-FEC-AA BY 4   GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES4.
            DIVIDE WS-FEC-AA BY 100 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES100.
            DIVIDE WS-FEC-AA BY 400 GIVING WS-FEC-COC
                                    REMAINDER WS-FEC-RES400.
            IF (WS-FEC-RES4 = 0 AND WS-FEC-RES100 NOT = 0)
               OR WS-FEC-RES400 = 0
                MOVE 29 TO WS-FEC-DIAS-MES
            ELSE
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.

      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE      *
      * CORTA ACA.                                                      *
       050-VERIFICAR-RUNLOCK.
            OPEN INPUT RUNLOCK.
            IF FS-RUNLOCK-OK
                CLOSE RUNLOCK
                DISPLAY 'EL LOTE NOCTURNO ESTA EN CURSO '
                        '(RUNLOCK.DAT PRESENTE) -- INTENTAR LUEGO'
                STOP RUN
            END-IF.

      * TOMA EL CERROJO DE EDICION DEL PADRON: SI YA LO TIENE OTRO     *
      * PROGRAMA EN LINEA SE AVISA QUIEN Y DESDE CUANDO, Y NO SE       *
      * ARRANCA.                                                       *
       055-TOMAR-AUTOLOCK.
            OPEN INPUT AUTOLOCK.
            IF FS-AUTOLOCK-OK
                READ AUTOLOCK AT END CONTINUE END-READ
                DISPLAY 'EL PADRON DE AUTOS ESTA TOMADO POR '
                        ALOCK-PROGRAMA ' (OPERADOR ' ALOCK-OPERADOR
                        ') DESDE ' ALOCK-FECHA ' ' ALOCK-HORA
                DISPLAY 'ESPERAR A QUE TERMINE; SI QUEDO DE UN ABEND,'
                        ' BORRAR AUTOLOCK.DAT Y REINTENTAR'
                CLOSE AUTOLOCK
                STOP RUN
            END-IF.

            ACCEPT WS-ALOCK-FECHA-MIA FROM DATE YYYYMMDD.
            ACCEPT WS-ALOCK-HORA-CRUDA FROM TIME.
            COMPUTE WS-ALOCK-HORA-MIA =
                WS-AH-HH * 10000 + WS-AH-MM * 100 + WS-AH-SS.

            OPEN OUTPUT AUTOLOCK.
            MOVE WS-ALOCK-FECHA-MIA TO ALOCK-FECHA.
            MOVE WS-ALOCK-HORA-MIA  TO ALOCK-HORA.
            MOVE 'ORDTALL'          TO ALOCK-PROGRAMA.
            MOVE SPACES             TO ALOCK-OPERADOR.
            WRITE AUTOLOCK-REG.
            CLOSE AUTOLOCK.

      * ANTES DE REESCRIBIR EL PADRON SE VERIFICA QUE EL CERROJO SIGA  *
      * SIENDO EL PROPIO.                                              *
       056-VERIFICAR-AUTOLOCK-PROPIO.
            OPEN INPUT AUTOLOCK.
            IF FS-AUTOLOCK-OK
                READ AUTOLOCK AT END CONTINUE END-READ
                CLOSE AUTOLOCK
                IF ALOCK-FECHA NOT = WS-ALOCK-FECHA-MIA
                   OR ALOCK-HORA NOT = WS-ALOCK-HORA-MIA
                   OR ALOCK-PROGRAMA NOT = 'ORDTALL'
                    DISPLAY 'EL PADRON CAMBIO DE MANOS (AUTOLOCK DE '
                            ALOCK-PROGRAMA ') -- NO SE GRABA PARA NO '
                            'PISAR SUS CAMBIOS; REHACER LO PROPIO'
                    STOP RUN
                END-IF
            ELSE
                DISPLAY 'AUTOLOCK.DAT DESAPARECIO -- NO SE GRABA PARA '
                        'NO PISAR CAMBIOS AJENOS; REHACER LO PROPIO'
                STOP RUN
            END-IF.

       057-LIBERAR-AUTOLOCK.
            MOVE SPACES TO WS-COMANDO-ALOCK.
            MOVE 'DEL ..\AUTOLOCK.DAT' TO WS-COMANDO-ALOCK.
            CALL "SYSTEM" USING WS-COMANDO-ALOCK.

      * PLAN DE CUENTAS: SIN CTAMAP.TXT, O CON UN CONCEPTO DE LOS QUE   *
      * ESTE PROGRAMA ASIENTA SIN SU FILA GENERAL, NO SE ARRANCA:       *
      * MEJOR PARAR QUE EXPORTAR UNA CUENTA QUE EL MAYOR RECHAZA.       *
       080-CARGAR-PLAN-CUENTAS.
            OPEN INPUT CTAMAP.
            IF FS-CTAMAP-NO-EXIST
                DISPLAY 'NO EXISTE CTAMAP.TXT (PLAN DE CUENTAS)'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE FS-CTAMAP TO WS-FS.
            MOVE "CTAMAP"  TO WS-FS-NOMBRE.
            MOVE "ABRIR"   TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            PERFORM 081-LEER-CTAMAP.
            PERFORM 082-CARGAR-CTAMAP
                    UNTIL FS-CTAMAP-FIN OR WS-CANT-CTAMAP >= 200.
            CLOSE CTAMAP.

            PERFORM 083-VERIFICAR-CONCEPTO
                    VARYING IND-CPT FROM 1 BY 1
                    UNTIL IND-CPT > 2.

       081-LEER-CTAMAP.
            READ CTAMAP AT END SET FS-CTAMAP-FIN TO TRUE.

            IF NOT FS-CTAMAP-OK AND NOT FS-CTAMAP-FIN
                DISPLAY 'ERROR AL LEER CTAMAP'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       082-CARGAR-CTAMAP.
            IF MAP-CONCEPTO NOT = SPACES
               AND MAP-AGENCIA IS NUMERIC
               AND MAP-CUENTA NOT = SPACES
                ADD 1 TO WS-CANT-CTAMAP
                MOVE MAP-CONCEPTO TO CTM-CONCEPTO(WS-CANT-CTAMAP)
                MOVE MAP-AGENCIA  TO CTM-AGENCIA(WS-CANT-CTAMAP)
                MOVE MAP-CUENTA   TO CTM-CUENTA(WS-CANT-CTAMAP)
                MOVE MAP-CCOSTO   TO CTM-CCOSTO(WS-CANT-CTAMAP)
            END-IF.
            PERFORM 081-LEER-CTAMAP.

       083-VERIFICAR-CONCEPTO.
            MOVE WS-CONCEPTO(IND-CPT) TO WS-CTM-CONCEPTO.
            MOVE ZERO TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA GENERAL EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * EL ASIENTO VIENE CON EL CONCEPTO EN ASI-CUENTA Y SALE CON LA    *
      * CUENTA DEL MAYOR Y EL CENTRO DE COSTO.                          *
       085-MAPEAR-CUENTA.
            MOVE ASI-CUENTA  TO WS-CTM-CONCEPTO.
            MOVE ASI-AGENCIA TO WS-CTM-AGENCIA.
            PERFORM 086-BUSCAR-CUENTA.
            IF WS-CTM-HALLADO = 'N'
                DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                        ' SIN CUENTA EN CTAMAP.TXT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.
            MOVE CTM-CUENTA(IND-CTM) TO ASI-CUENTA.
            MOVE CTM-CCOSTO(IND-CTM) TO ASI-CCOSTO.

      * LA FILA DE LA AGENCIA SI LA HAY (APERTURA POR CENTRO DE         *
      * COSTO); SI NO, LA GENERAL (AGENCIA 00).                         *
       086-BUSCAR-CUENTA.
            MOVE 'N'  TO WS-CTM-HALLADO.
            MOVE ZERO TO WS-CTM-GENERAL.
            PERFORM 087-COMPARAR-CUENTA
                    VARYING IND-CTM FROM 1 BY 1
                    UNTIL IND-CTM > WS-CANT-CTAMAP
                    OR WS-CTM-HALLADO = 'S'.
            IF WS-CTM-HALLADO = 'S'
                SUBTRACT 1 FROM IND-CTM
            ELSE
                IF WS-CTM-GENERAL > ZERO
                    MOVE WS-CTM-GENERAL TO IND-CTM
                    MOVE 'S' TO WS-CTM-HALLADO
                END-IF
            END-IF.

       087-COMPARAR-CUENTA.
            IF CTM-CONCEPTO(IND-CTM) = WS-CTM-CONCEPTO
                IF CTM-AGENCIA(IND-CTM) = ZERO
                    MOVE IND-CTM TO WS-CTM-GENERAL
                ELSE
                    IF CTM-AGENCIA(IND-CTM) = WS-CTM-AGENCIA
                        MOVE 'S' TO WS-CTM-HALLADO
                    END-IF
                END-IF
            END-IF.

       900-CHECK-FILE-STATUS.
           IF WS-FS NOT EQUAL "00"
              DISPLAY "CANCELACION POR ERROR"
              DISPLAY "EN ARCHIVO: " WS-FS-NOMBRE
              DISPLAY "FILSTATUS: " WS-FS
              DISPLAY "AL INTENTAR: " WS-FS-FUNCION
              GO 999-CANCELAR-PROGRAMA
           END-IF.

       998-FIN.
            PERFORM 057-LIBERAR-AUTOLOCK.
            CLOSE SERVHIST.
            CLOSE ASIENTOS.
            CLOSE ORDTREP.

       999-CANCELAR-PROGRAMA.
           PERFORM 998-FIN.
           DISPLAY "SALIDA POR CANCELACION DE PROGRAMA".
           STOP RUN.
