                RECORD KEY IS ALQ-IDX-CLAVE
                FILE STATUS IS FS-ALQ-IDX.

      * INDICE COMPANERO POR CONTRATO QUE ARMA ROLLOVER.CBL (PRIMERA Y  *
      * ULTIMA FILA DE CADA CONTRATO): UBICA EL ALQUILER SIN BARRER EL  *
      * MAESTRO DESDE EL PRINCIPIO.  SI NO ESTA, SE BARRE COMO ANTES.   *
        SELECT CTRIDX ASSIGN TO "..\CTRIDX.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CTR-IDX-CONTRATO
                FILE STATUS IS FS-CTRIDX.

      * REPORTE DE LA CORRIDA: DEVOLUCIONES APLICADAS (CON EL RECARGO   *
      * POR ATRASO CALCULADO), RECHAZADAS, Y AUTOS VENCIDOS QUE AUN NO  *
      * APARECIERON.                                                    *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PREAHOLD.

      * POLITICA DE REINTEGRO POR DEVOLUCION ANTICIPADA, POR AGENCIA   *
      * (MANTENIDA COMO ARCHIVO DE DATOS, COMO COMBTARI.TXT): 'T'       *
      * TOTAL, 'P' PARCIAL CON SU PORCENTAJE, 'N' NINGUNO.  AGENCIA    *
      * SIN FILA O SIN ARCHIVO = REINTEGRO TOTAL.                      *
        SELECT REINTEG ASSIGN TO "..\REINTEG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-REINTEG.

      * REGISTRO DE FACTURACION (VER FACTURAR.CBL), SOLO LECTURA: DICE  *
      * SI LOS DIAS LIBERADOS YA SE FACTURARON (DOCUMENTO + PERIODO,    *
      * MISMO CRITERIO QUE NOTACRED.CBL).                               *
        SELECT FACTREG ASSIGN TO "..\FACTURAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-FACTREG.

      * COLA DE CANDIDATOS A NOTA DE CREDITO (VER NOTACRED.CBL): LOS    *
      * DIAS LIBERADOS YA FACTURADOS SE ENCOLAN POR EL REINTEGRO, CON   *
      * ORIGEN 'D'.                                                     *
        SELECT NCPEND ASSIGN TO "..\NCPEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NCPEND.

      * PLANILLAS DE ESTADO DEL AUTO (VER RETIRO.CBL): SE BUSCA LA DEL *
      * RETIRO PARA COMPARAR Y SE AGREGA LA DE LA DEVOLUCION.          *
        SELECT CONDIC ASSIGN TO "..\CONDIC.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONDIC.

      * REGISTRO DE SINIESTROS (VER SINIESTR.CBL): CADA ZONA QUE VUELVE*
      * PEOR QUE AL SALIR ABRE UN INCIDENTE LIGADO AL CONTRATO.        *
        SELECT SINIESTROS ASSIGN TO "..\SINIESTR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-SINIESTROS.

        SELECT RUNLOCK ASSIGN TO "..\RUNLOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-RUNLOCK.

      * PERIODO CONTABLE CERRADO (VER CIERMES.CBL): LOS ALQUILERES DE   *
      * ESE MES Y ANTERIORES YA NO CAMBIAN DE IMPORTE.                  *
        SELECT PERCTL ASSIGN TO "..\PERCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-PERCTL.

      * AJUSTES DE PERIODO (ACUMULADO): LA CORRECCION DE UN ALQUILER    *
      * DE UN MES CERRADO SE ASIENTA ACA CON FECHA DE HOY, SU SIGNO,    *
      * EL CONTRATO ORIGINAL Y EL PROGRAMA QUE LA GENERO.               *
        SELECT AJUPER ASSIGN TO "..\AJUPER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-AJUPER.

      * EXPORTACION CONTABLE (VER 9009-GRABAR-ASIENTOS EN TP.CBL): EL   *
      * AJUSTE DE PERIODO LLEVA SU PROPIO ASIENTO BALANCEADO.           *
        SELECT ASIENTOS ASSIGN TO "..\ASIENTOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: CUENTA DEL MAYOR PARA CADA CONCEPTO QUE SE     *
      * ASIENTA (VER CTAMAP EN TP.CBL).                                 *
        SELECT CTAMAP ASSIGN TO "..\CTAMAP.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CTAMAP.

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

       FD  DEVOL.
       01  DEVOL-REG.
           03  DEVOL-CLAVE.
      * EN LAS COLAS VIEJAS: SE COBRA POR DIA, COMO SIEMPRE.           *
           03  FILLER                           PIC X(01).
           03  DEVOL-HORA-ENTREGA               PIC 9(04).
      * ESTADO DEL AUTO AL DEVOLVER, MISMAS ZONAS Y CODIGOS QUE        *
      * RET-CONDICION EN RETIRO.CBL.  EN BLANCO EN LAS COLAS VIEJAS: NO*
      * SE COMPARA NADA.                                               *
           03  FILLER                           PIC X(01).
           03  DEVOL-CONDICION.
               05  DEVOL-ZONA                   PIC X OCCURS 9 TIMES.

      * MISMO ARMADO QUE ALQ-IDX-REG EN TP.CBL/CONSULTA.CBL/ANULAR.CBL. *
       FD  ALQ-IDX.
           03  ALQ-IDX-FRANQUICIA               PIC 9(06)V99.
           03  ALQ-IDX-MONEDA                   PIC X(03).
           03  ALQ-IDX-TIPO-CAMBIO              PIC 9(04)V9999.
           03  ALQ-IDX-OCUP-BANDA               PIC 9(03).
           03  ALQ-IDX-OCUP-RECARGO             PIC 9(03).

       FD  DEVREP.
       01  DEVREP-REG                           PIC X(110).
           05  FILLER                           PIC X(01).
           05  PAH-IMPORTE                      PIC 9(07)V99.

       FD  REINTEG.
       01  REINTEG-REG.
           05  REI-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  REI-POLITICA                     PIC X.
           05  FILLER                           PIC X(01).
           05  REI-PORCENTAJE                   PIC 9(03).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/NOTACRED.CBL.      *
       FD  FACTREG.
       01  FACTREG-REG.
           05  FREG-NRO-FACTURA                 PIC 9(07).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-DOC                    PIC X.
           05  FREG-NRO-DOC                     PIC X(20).
           05  FILLER                           PIC X(01).
           05  FREG-PERIODO                     PIC 9(06).
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-EMISION               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-CANT-RENGLONES              PIC 9(03).
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-TOTAL               PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-AGENCIA                     PIC 9(02).
           05  FILLER                           PIC X(01).
           05  FREG-ESTADO-PAGO                 PIC X.
           05  FILLER                           PIC X(01).
           05  FREG-IMPORTE-PAGADO              PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  FREG-FECHA-PAGO                  PIC 9(08).
           05  FILLER                           PIC X(01).
           05  FREG-TIPO-FACT                   PIC X.

      * MISMO ARMADO QUE NCPEND-REG EN ANULAR.CBL/NOTACRED.CBL.         *
       FD  NCPEND.
       01  NCPEND-REG.
           05  NCP-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  NCP-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  NCP-TIPO-DOC                     PIC X.
           05  NCP-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
           05  NCP-IMPORTE                      PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  NCP-ORIGEN                       PIC X.

      * MISMO ARMADO QUE CONDIC-REG EN RETIRO.CBL.                      *
       FD  CONDIC.
       01  CONDIC-REG.
           03  CND-CONTRATO                     PIC 9(09).
           03  FILLER                           PIC X(01).
           03  CND-PATENTE                      PIC X(07).
           03  FILLER                           PIC X(01).
           03  CND-FECHA                        PIC 9(08).
           03  FILLER                           PIC X(01).
           03  CND-MOMENTO                      PIC X.
               88  CND-ES-RETIRO                VALUE 'R'.
               88  CND-ES-DEVOLUCION            VALUE 'D'.
           03  FILLER                           PIC X(01).
           03  CND-AGENCIA                      PIC 9(02).
           03  FILLER                           PIC X(01).
           03  CND-ZONAS.
               05  CND-ZONA                     PIC X OCCURS 9 TIMES.
           03  FILLER                           PIC X(01).
           03  CND-ZONAS-NUEVAS                 PIC 9.

      * MISMO ARMADO QUE SINIESTRO-REG EN SINIESTR.CBL.                 *
       FD  SINIESTROS.
       01  SINIESTRO-REG.
           05  SIN-PATENTE                      PIC X(07).
           05  FILLER                           PIC X(01).
           05  SIN-FECHA                        PIC 9(08).
           05  FILLER                           PIC X(01).
           05  SIN-SEVERIDAD                    PIC X.
           05  FILLER                           PIC X(01).
           05  SIN-COSTO-ESTIMADO               PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-ESTADO                       PIC X.
           05  FILLER                           PIC X(01).
           05  SIN-DESCRIPCION                  PIC X(40).
           05  FILLER                           PIC X(01).
           05  SIN-COBERTURA                    PIC X(03).
           05  FILLER                           PIC X(01).
           05  SIN-A-CARGO-CLIENTE              PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-A-RECLAMAR                   PIC 9(06)V99.
           05  FILLER                           PIC X(01).
           05  SIN-CONTRATO                     PIC 9(09).

       FD  RUNLOCK.
       01  RUNLOCK-REG                       PIC X(20).

      * MISMO ARMADO QUE PERCTL-REG EN CIERMES.CBL.                     *
       FD  PERCTL.
       01  PERCTL-REG.
           05  PER-ULT-CERRADO                  PIC 9(06).
           05  FILLER                           PIC X(01).
           05  PER-FECHA-CIERRE                 PIC 9(08).
           05  FILLER                           PIC X(01).
           05  PER-SUPERVISOR                   PIC X(06).

      * MISMO ARMADO QUE AJUPER-REG EN AJUSTAR.CBL/ANULAR.CBL/          *
      * DEVOLUC.CBL/FISCAL.CBL.                                         *
       FD  AJUPER.
       01  AJUPER-REG.
           05  APE-FECHA.
               10  APE-FECHA-AAMM               PIC 9(06).
               10  APE-FECHA-DD                 PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-CLAVE.
               10  APE-PATENTE                  PIC X(07).
               10  FILLER                       PIC X(01).
               10  APE-FECHA-ORIG               PIC 9(08).
           05  FILLER                           PIC X(01).
           05  APE-CONTRATO                     PIC 9(09).
           05  FILLER                           PIC X(01).
           05  APE-AGENCIA                      PIC 9(02).
           05  FILLER                           PIC X(01).
           05  APE-TIPO-DOC                     PIC X.
           05  APE-NRO-DOC                      PIC X(20).
           05  FILLER                           PIC X(01).
      * '+' MAS INGRESO / '-' MENOS INGRESO.                            *
           05  APE-SIGNO                        PIC X.
           05  APE-IMPORTE                      PIC 9(07)V99.
           05  FILLER                           PIC X(01).
           05  APE-ORIGEN                       PIC X(08).
           05  FILLER                           PIC X(01).
           05  APE-MOTIVO                       PIC X(30).

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

      * MISMO ARMADO QUE CTR-NUEVO-REG EN ROLLOVER.CBL.                 *
       FD  CTRIDX.
       01  CTR-IDX-REG.
           03  CTR-IDX-CONTRATO                 PIC 9(09).
           03  CTR-IDX-PRIMERA                  PIC X(15).
           03  CTR-IDX-ULTIMA                   PIC X(15).
           03  CTR-IDX-CANT-FILAS               PIC 9(05).

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
                    'ALQIDX.DAT  03'.
           05  FILLER                           PIC X(14) VALUE
                    'SINIESTR.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'FACTURAS.DAT02'.
           05  FILLER                           PIC X(14) VALUE
                    'GARMOV.TXT  02'.
           05  FILLER                           PIC X(14) VALUE
                    'PREAHOLD.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
           05  FILLER                           PIC X(14) VALUE
                    'PERCTL.DAT  01'.
       01  TABLA-LAYOUT REDEFINES LAY-ESPERADOS.
           05  LAY-ESP OCCURS 8 TIMES.
               10  LAY-ESP-ARCHIVO              PIC X(12).
               10  LAY-ESP-VERSION              PIC 9(02).
       01  LAY-VISTOS                           PIC X(08) VALUE SPACES.
       01  TABLA-VISTOS REDEFINES LAY-VISTOS.
           05  LAY-ESP-VISTO                    OCCURS 8 TIMES PIC X.
       01  LAY-CANT-ESP                         PIC 9(02) VALUE 8.
       01  IND-LAY                              PIC 9(02).

       01  FS-RUNLOCK                        PIC X(02).
           88  FS-RUNLOCK-OK                 VALUE '00'.
           88  FS-RUNLOCK-NO-EXIST           VALUE '35'.
           88  FS-ALQ-IDX-FIN                   VALUE '10'.
           88  FS-ALQ-IDX-NO-EXIST              VALUE '23' '35'.

       01  FS-CTRIDX                            PIC X(02).
           88  FS-CTRIDX-OK                     VALUE '00'.
       01  WS-CTRIDX-ABIERTO                    PIC X VALUE 'N'.
       01  WS-CTR-ULTIMA                        PIC X(15).

       01  FS-DEVREP                            PIC X(02).
           88  FS-DEVREP-OK                     VALUE '00'.

           88  FS-PREAHOLD-FIN                  VALUE '10'.
           88  FS-PREAHOLD-NO-EXIST             VALUE '35'.

       01  FS-REINTEG                           PIC X(02).
           88  FS-REINTEG-OK                    VALUE '00'.
           88  FS-REINTEG-FIN                   VALUE '10'.
           88  FS-REINTEG-NO-EXIST              VALUE '35'.

       01  FS-FACTREG                           PIC X(02).
           88  FS-FACTREG-OK                    VALUE '00'.
           88  FS-FACTREG-FIN                   VALUE '10'.
           88  FS-FACTREG-NO-EXIST              VALUE '35'.

       01  FS-NCPEND                            PIC X(02).
           88  FS-NCPEND-OK                     VALUE '00'.

       01  FS-CONDIC                            PIC X(02).
           88  FS-CONDIC-OK                     VALUE '00'.
           88  FS-CONDIC-FIN                    VALUE '10'.

       01  FS-SINIESTROS                        PIC X(02).
           88  FS-SINIESTROS-OK                 VALUE '00'.

       01  FS-AUTOS                             PIC X(02).
           88  FS-AUTOS-OK                      VALUE '00'.
           88  FS-AUTOS-FIN                     VALUE '10'.
                                                VALUE ZERO.
       01  WS-KM-IMPR                           PIC ZZZZZZ9.

      * POLITICA DE REINTEGRO POR AGENCIA (VER REINTEG.TXT).           *
       01  WS-CANT-REINTEG                      PIC 9(02) VALUE ZERO.
       01  TABLA-REINTEG.
           05  REI-ENT                  OCCURS 99 TIMES.
               09  REI-TAB-AGENCIA      PIC 9(02).
               09  REI-TAB-POLITICA     PIC X.
               09  REI-TAB-PORCENTAJE   PIC 9(03).
       01  IND-R                                PIC 9(02).

      * FACTURAS EMITIDAS (DOCUMENTO + PERIODO) PARA SABER SI UN DIA    *
      * LIBERADO YA SE COBRO.                                           *
       01  WS-CANT-FACTURAS                     PIC 9(04) VALUE ZERO.
       01  TABLA-FACTURAS.
           05  FAC-ENT                  OCCURS 2000 TIMES.
               09  FAC-TIPO-DOC         PIC X.
               09  FAC-NRO-DOC          PIC X(20).
               09  FAC-PERIODO          PIC 9(06).
       01  IND-F                                PIC 9(04).
       01  WS-DIA-FACTURADO                     PIC X VALUE 'N'.
           88  DIA-FACTURADO                    VALUE 'S'.

      * DEVOLUCION ANTICIPADA: LOS DIAS POSTERIORES A LA ENTREGA SE     *
      * LIBERAN (ANULADOS CON MOTIVO 6, PROPIO: EL 9 ES EL RANGO        *
      * FALLIDO DEL LOTE EN TP.CBL) Y SE REINTEGRAN SEGUN LA POLITICA   *
      * DE LA AGENCIA DEL ALQUILER.  LO QUE LA POLITICA RETIENE DE      *
      * DIAS AUN NO FACTURADOS SE COBRA COMO RECARGO DE DEVOLUCION EN   *
      * EL NUEVO ULTIMO DIA (FACTURAR.CBL LO TOMA); DE DIAS YA          *
      * FACTURADOS SE ENCOLA A NOTACRED.CBL SOLO EL REINTEGRO.          *
       01  WS-MOTIVO-DEVOL-ANTICIPADA           PIC 9 VALUE 6.
       01  WS-INI-AGENCIA                       PIC 9(02) VALUE ZERO.
       01  WS-FIN-PACTADO                       PIC 9(08) VALUE ZERO.
       01  WS-POL-TIPO                          PIC X.
           88  POL-TOTAL                        VALUE 'T'.
           88  POL-PARCIAL                      VALUE 'P'.
           88  POL-NINGUNO                      VALUE 'N'.
       01  WS-POL-PORC                          PIC 9(03).
       01  WS-DIAS-LIBERADOS                    PIC 9(03) VALUE ZERO.
       01  WS-REINTEGRO-DIA                     PIC 9(06)V99 VALUE ZERO.
       01  WS-REINTEGRO                         PIC 9(06)V99 VALUE ZERO.
       01  WS-RETENIDO                          PIC 9(06)V99 VALUE ZERO.
       01  WS-CANT-ANTICIPADAS                  PIC 9(05) VALUE ZERO.
       01  WS-FAVOR-IMPR                        PIC $Z.ZZZ.ZZ9,99
                                                BLANK ZERO.

      * PLANILLA DE ESTADO: ZONAS EN EL ORDEN DE RET-CONDICION/        *
      * DEVOL-CONDICION, LA PLANILLA DEL RETIRO DEL CONTRATO Y CUANTAS *
      * ZONAS VOLVIERON PEOR.                                          *
       01  TABLA-ZONAS-VALORES.
           05  FILLER           PIC X(18) VALUE 'PUERTA DEL. IZQ.'.
           05  FILLER           PIC X(18) VALUE 'PUERTA DEL. DER.'.
           05  FILLER           PIC X(18) VALUE 'PUERTA TRAS. IZQ.'.
           05  FILLER           PIC X(18) VALUE 'PUERTA TRAS. DER.'.
           05  FILLER           PIC X(18) VALUE 'PARAGOLPES DEL.'.
           05  FILLER           PIC X(18) VALUE 'PARAGOLPES TRAS.'.
           05  FILLER           PIC X(18) VALUE 'PARABRISAS'.
           05  FILLER           PIC X(18) VALUE 'CUBIERTAS'.
           05  FILLER           PIC X(18) VALUE 'INTERIOR'.
       01  TABLA-ZONAS REDEFINES TABLA-ZONAS-VALORES.
           05  ZONA-NOMBRE              PIC X(18) OCCURS 9 TIMES.
       01  IND-Z                                PIC 9(02).
       01  WS-CND-HALLADA                       PIC X VALUE 'N'.
           88  CND-HALLADA                      VALUE 'S'.
       01  WS-CND-SALIDA.
           05  WS-CND-SAL-ZONA                  PIC X OCCURS 9 TIMES.
       01  WS-CND-NUEVAS                        PIC 9 VALUE ZERO.
       01  WS-CANT-CON-DANIO                    PIC 9(05) VALUE ZERO.

       01  FS-PERCTL                            PIC X(02).
           88  FS-PERCTL-OK                     VALUE '00'.
           88  FS-PERCTL-NO-EXIST               VALUE '35'.

       01  FS-AJUPER                            PIC X(02).
           88  FS-AJUPER-OK                     VALUE '00'.
           88  FS-AJUPER-FIN                    VALUE '10'.
           88  FS-AJUPER-NO-EXIST               VALUE '35'.

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
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
           05  FILLER                   PIC X(10) VALUE 'ALQUILERES'.
       01  WS-CONCEPTOS-T REDEFINES WS-CONCEPTOS.
           05  WS-CONCEPTO              OCCURS 2 TIMES PIC X(10).
       01  IND-CPT                              PIC 9(02).

      * ULTIMO DIA DEL ULTIMO MES CERRADO (AAAAMM99): UN ALQUILER CON   *
      * FECHA HASTA ESE TOPE ES DE PERIODO CERRADO.  SIN PERCTL.DAT     *
      * NO HAY NADA CERRADO.                                            *
       01  WS-PER-TOPE                          PIC 9(08) VALUE ZERO.

      * AJUSTE DE PERIODO A ASENTAR (450) Y SUMA DE LOS YA ASENTADOS    *
      * PARA UNA CLAVE Y UN PROGRAMA DE ORIGEN (460).                   *
       01  WS-APE-DELTA                         PIC S9(07)V99.
       01  WS-APE-MOTIVO                        PIC X(30).
       01  WS-APE-ORIGEN                        PIC X(08).
       01  WS-APE-CLAVE.
           05  WS-APE-PATENTE                   PIC X(07).
           05  FILLER                           PIC X(01) VALUE SPACE.
           05  WS-APE-FECHA-ORIG                PIC 9(08).
       01  WS-APE-PREVIO                        PIC S9(07)V99.
       01  WS-APE-CANT-PREVIOS                  PIC 9(05).
       01  WS-CANT-AJ-PERIODO                   PIC 9(05) VALUE ZERO.
      * RECARGOS DEL ULTIMO DIA ANTES DEL CIERRE: SI EL DIA ES DE UN    *
      * PERIODO CERRADO SE CONSERVAN Y LA DIFERENCIA VA A AJUPER.TXT.   *
       01  WS-ANT-RECARGO-DEVOL                 PIC 9(04)V99.
       01  WS-ANT-RECARGO-COMBUST               PIC 9(04)V99.
       01  WS-ANT-RECARGO-KM                    PIC 9(04)V99.

       01  WS-FILE-STATUS.
           05  WS-FS                            PIC X(02).
           05  WS-FS-NOMBRE                     PIC X(08).
       01  WS-CONTRATO-HALLADO                  PIC X VALUE 'N'.
           88  CONTRATO-HALLADO                 VALUE 'S'.

      * POR CONTRATO SE BUSCA EL TRAMO VIGENTE (TRAS UN CAMBIO DE       *
      * UNIDAD EL CONTRATO TIENE UN TRAMO CERRADO EN LA UNIDAD ROTA).   *
      * SI NO HAY NINGUNO SE TOMA UNO CERRADO, Y SI TAMPOCO, CUALQUIERA:*
      * ASI SIGUEN SALIENDO LOS RECHAZOS DE SIEMPRE.                    *
       01  WS-CTR-RESERVA-CLAVE                 PIC X(15).
       01  WS-CTR-RESERVA-TIPO                  PIC X VALUE 'N'.
           88  CTR-SIN-RESERVA                  VALUE 'N'.
           88  CTR-RESERVA-CERRADA              VALUE 'C'.

      * RANGO DEL ALQUILER UBICADO: SE CAMINA DIA POR DIA HASTA EL      *
      * ULTIMO REGISTRO CONTIGUO DEL MISMO DOCUMENTO, QUE ES DONDE SE   *
      * ANOTA EL CIERRE.                                                *

       PGM.
        DISPLAY 'INICIO DEVOLUC'.
        PERFORM 040-VERIFICAR-LAYOUT.

        PERFORM 050-VERIFICAR-RUNLOCK.
        PERFORM 070-LEER-PERIODO-CERRADO.
        PERFORM 080-CARGAR-PLAN-CUENTAS.
        PERFORM 100-INICIO.
        PERFORM 200-PROCESAR-DEVOLUCIONES.
        PERFORM 600-REPORTAR-VENCIDOS.
        DISPLAY 'FIN DEVOLUC - PROCESADAS: ' WS-CANT-PROC.
        DISPLAY '              CERRADAS:   ' WS-CANT-CERRADAS.
        DISPLAY '              RECHAZADAS: ' WS-CANT-RECHAZADAS.
        DISPLAY '              ANTICIPADAS: ' WS-CANT-ANTICIPADAS.
        DISPLAY '              CON DANIO NUEVO: ' WS-CANT-CON-DANIO.
        DISPLAY '              VENCIDOS SIN DEVOLVER: '
                WS-CANT-VENCIDOS.
        DISPLAY '              AJUSTES DE PERIODO: '
                WS-CANT-AJ-PERIODO.
        PERFORM 998-FIN.
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

            MOVE "ABRIR"        TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            OPEN INPUT CTRIDX.
            IF FS-CTRIDX-OK
                MOVE 'S' TO WS-CTRIDX-ABIERTO
            END-IF.

            OPEN OUTPUT DEVREP.
            MOVE FS-DEVREP      TO WS-FS.
            MOVE "DEVREP"       TO WS-FS-NOMBRE.
            PERFORM 140-CARGAR-COMBTARI.
            PERFORM 150-CARGAR-KMTARIF.
            PERFORM 160-CARGAR-HOLDS.
            PERFORM 170-CARGAR-REINTEG.
            PERFORM 180-CARGAR-FACTURAS.

       130-CARGAR-AUTOS.
            OPEN INPUT AUTOS.
            MOVE PAH-IMPORTE     TO HLD-IMPORTE(WS-CANT-HOLDS).
            PERFORM 161-LEER-HOLD.

       170-CARGAR-REINTEG.
            OPEN INPUT REINTEG.
            IF FS-REINTEG-NO-EXIST
                DISPLAY 'SIN REINTEG.TXT -- ANTICIPADAS CON REINTEGRO '
                        'TOTAL'
            ELSE
                MOVE FS-REINTEG  TO WS-FS
                MOVE "REINTEG"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 171-LEER-REINTEG
                PERFORM 172-CARGAR-REINTEG
                        UNTIL FS-REINTEG-FIN OR WS-CANT-REINTEG >= 99
                CLOSE REINTEG
            END-IF.

       171-LEER-REINTEG.
            READ REINTEG AT END SET FS-REINTEG-FIN TO TRUE.

            IF NOT FS-REINTEG-OK AND NOT FS-REINTEG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER REINTEG'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       172-CARGAR-REINTEG.
            ADD 1 TO WS-CANT-REINTEG.
            MOVE REI-AGENCIA  TO REI-TAB-AGENCIA(WS-CANT-REINTEG).
            MOVE REI-POLITICA TO REI-TAB-POLITICA(WS-CANT-REINTEG).
            IF REI-PORCENTAJE IS NUMERIC AND REI-PORCENTAJE < 101
                MOVE REI-PORCENTAJE
                    TO REI-TAB-PORCENTAJE(WS-CANT-REINTEG)
            ELSE
                MOVE ZERO TO REI-TAB-PORCENTAJE(WS-CANT-REINTEG)
            END-IF.
            PERFORM 171-LEER-REINTEG.

       180-CARGAR-FACTURAS.
            OPEN INPUT FACTREG.
            IF FS-FACTREG-NO-EXIST
                DISPLAY 'SIN FACTURAS.DAT -- NADA FACTURADO AUN'
            ELSE
                MOVE FS-FACTREG  TO WS-FS
                MOVE "FACTREG"   TO WS-FS-NOMBRE
                MOVE "ABRIR"     TO WS-FS-FUNCION
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 181-LEER-FACTURA
                PERFORM 182-CARGAR-FACTURA
                        UNTIL FS-FACTREG-FIN OR WS-CANT-FACTURAS >= 2000
                CLOSE FACTREG
            END-IF.

       181-LEER-FACTURA.
            READ FACTREG AT END SET FS-FACTREG-FIN TO TRUE.

            IF NOT FS-FACTREG-OK AND NOT FS-FACTREG-FIN
                DISPLAY 'ERROR AL INTENTAR LEER FACTURAS.DAT'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       182-CARGAR-FACTURA.
            ADD 1 TO WS-CANT-FACTURAS.
            MOVE FREG-TIPO-DOC TO FAC-TIPO-DOC(WS-CANT-FACTURAS).
            MOVE FREG-NRO-DOC  TO FAC-NRO-DOC(WS-CANT-FACTURAS).
            MOVE FREG-PERIODO  TO FAC-PERIODO(WS-CANT-FACTURAS).
            PERFORM 181-LEER-FACTURA.

       200-PROCESAR-DEVOLUCIONES.
            IF NOT FS-DEVOL-NO-EXIST
                PERFORM 210-LEER-DEVOL
                GO 999-CANCELAR-PROGRAMA
            END-IF.

      * PRIMERA Y ULTIMA FILA DEL CONTRATO SEGUN CTRIDX.DAT.  SIN       *
      * INDICE, O CON UN CONTRATO QUE TODAVIA NO FIGURA (ALTA DEL DIA   *
      * ANTES DEL ROLLOVER), SE RECORRE EL MAESTRO ENTERO.              *
       314-UBICAR-CONTRATO.
            MOVE LOW-VALUES  TO ALQ-IDX-CLAVE.
            MOVE HIGH-VALUES TO WS-CTR-ULTIMA.
            IF WS-CTRIDX-ABIERTO = 'S'
                MOVE DEVOL-CONTRATO TO CTR-IDX-CONTRATO
                READ CTRIDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CTR-IDX-PRIMERA TO ALQ-IDX-CLAVE
                        MOVE CTR-IDX-ULTIMA  TO WS-CTR-ULTIMA
                END-READ
            END-IF.

       315-BUSCAR-POR-CONTRATO.
            MOVE 'N' TO WS-CONTRATO-HALLADO.
            PERFORM 314-UBICAR-CONTRATO.
            START ALQ-IDX KEY NOT LESS THAN ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-FIN TO TRUE
            END-START.

            MOVE 'N' TO WS-CTR-RESERVA-TIPO.
            IF NOT FS-ALQ-IDX-FIN
                PERFORM 316-LEER-SIGUIENTE
                PERFORM 317-COMPARAR-CONTRATO
                        UNTIL FS-ALQ-IDX-FIN OR CONTRATO-HALLADO
                        OR ALQ-IDX-CLAVE > WS-CTR-ULTIMA
            END-IF.

            IF NOT CONTRATO-HALLADO AND NOT CTR-SIN-RESERVA
                MOVE WS-CTR-RESERVA-CLAVE TO ALQ-IDX-CLAVE
                READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                    INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
                END-READ
                IF FS-ALQ-IDX-OK
                    MOVE 'S' TO WS-CONTRATO-HALLADO
                END-IF
            END-IF.

            IF CONTRATO-HALLADO

       317-COMPARAR-CONTRATO.
            IF ALQ-IDX-NRO-CONTRATO = DEVOL-CONTRATO
               AND NOT ALQ-IDX-ESTA-ANULADO
               AND NOT ALQ-IDX-DEVOL-CERRADA
               AND ALQ-IDX-ESTADO-DEVOL NOT = 'T'
                MOVE 'S' TO WS-CONTRATO-HALLADO
            ELSE
                IF ALQ-IDX-NRO-CONTRATO = DEVOL-CONTRATO
                    PERFORM 318-GUARDAR-RESERVA
                END-IF
                PERFORM 316-LEER-SIGUIENTE
            END-IF.

       318-GUARDAR-RESERVA.
            IF CTR-SIN-RESERVA
               OR (NOT CTR-RESERVA-CERRADA
                   AND ALQ-IDX-DEVOL-CERRADA
                   AND NOT ALQ-IDX-ESTA-ANULADO)
                MOVE ALQ-IDX-CLAVE TO WS-CTR-RESERVA-CLAVE
                IF ALQ-IDX-DEVOL-CERRADA AND NOT ALQ-IDX-ESTA-ANULADO
                    MOVE 'C' TO WS-CTR-RESERVA-TIPO
                ELSE
                    MOVE 'O' TO WS-CTR-RESERVA-TIPO
                END-IF
            END-IF.

      * CAMINA EL RANGO ALQUILADO DIA POR DIA (REGISTROS CONTIGUOS DEL  *
      * MISMO DOCUMENTO) HASTA EL ULTIMO DIA, CALCULA EL ATRASO CONTRA  *
      * LA FECHA REAL DE ENTREGA Y DEJA EL CIERRE ANOTADO EN ESE        *
            MOVE ALQ-IDX-CLAVE    TO WS-ULT-CLAVE.
            MOVE ALQ-IDX-CLAVE    TO WS-INI-CLAVE.
            MOVE ALQ-IDX-NRO-CONTRATO TO WS-INI-CONTRATO.
            MOVE ALQ-IDX-AGENCIA  TO WS-INI-AGENCIA.
            MOVE ALQ-IDX-IMPORTE  TO WS-ULT-IMPORTE.
            MOVE ALQ-IDX-TIPO-DOC TO WS-ULT-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC  TO WS-ULT-NRO-DOC.
            MOVE 'S' TO WS-RANGO-SIGUE.
            PERFORM 330-AVANZAR-RANGO UNTIL NOT RANGO-SIGUE.

            MOVE ZERO TO WS-DIAS-LIBERADOS.
            MOVE ZERO TO WS-REINTEGRO.
            MOVE ZERO TO WS-RETENIDO.
            IF DEVOL-FECHA-ENTREGA IS NUMERIC
               AND DEVOL-FECHA-ENTREGA < WS-ULT-FECHA
               AND DEVOL-FECHA-ENTREGA NOT < WS-INI-FECHA
                PERFORM 370-LIBERAR-DIAS-NO-USADOS
            END-IF.

            PERFORM 340-CALCULAR-ATRASO.
            PERFORM 345-CALCULAR-COMBUSTIBLE.
            PERFORM 342-BUSCAR-ODOMETRO-ANTERIOR.
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            MOVE ALQ-IDX-RECARGO-DEVOL   TO WS-ANT-RECARGO-DEVOL.
            MOVE ALQ-IDX-RECARGO-COMBUST TO WS-ANT-RECARGO-COMBUST.
            MOVE ALQ-IDX-RECARGO-KM      TO WS-ANT-RECARGO-KM.

            MOVE DEVOL-FECHA-ENTREGA TO ALQ-IDX-FECHA-DEVOLUCION.
            MOVE DEVOL-ODOMETRO      TO ALQ-IDX-ODOMETRO.
            COMPUTE ALQ-IDX-RECARGO-DEVOL =
                WS-RECARGO-CALC + WS-RETENIDO.
            IF DEVOL-COMBUST-SAL IS NUMERIC
                MOVE DEVOL-COMBUST-SAL TO ALQ-IDX-COMBUST-SALIDA
            END-IF.
                MOVE DEVOL-HORA-ENTREGA TO ALQ-IDX-HORA-DEVOLUCION
            END-IF.
            MOVE 'C'                 TO ALQ-IDX-ESTADO-DEVOL.

      * ULTIMO DIA EN UN PERIODO CERRADO: SE GRABAN LOS DATOS DE LA     *
      * ENTREGA PERO LOS RECARGOS QUEDAN COMO ESTABAN; LO QUE HABRIA    *
      * CAMBIADO, NETO DE LO QUE DEVOLUC YA ASENTO PARA ESE DIA, SE     *
      * ASIENTA EN EL PERIODO ABIERTO.                                  *
            MOVE ZERO TO WS-APE-DELTA.
            IF ALQ-IDX-FECHA NOT > WS-PER-TOPE
                MOVE ALQ-IDX-PATENTE TO WS-APE-PATENTE
                MOVE ALQ-IDX-FECHA   TO WS-APE-FECHA-ORIG
                MOVE 'DEVOLUC '      TO WS-APE-ORIGEN
                PERFORM 460-SUMAR-AJUSTES-PREVIOS
                COMPUTE WS-APE-DELTA =
                    ALQ-IDX-RECARGO-DEVOL + ALQ-IDX-RECARGO-COMBUST
                  + ALQ-IDX-RECARGO-KM - WS-ANT-RECARGO-DEVOL
                  - WS-ANT-RECARGO-COMBUST - WS-ANT-RECARGO-KM
                  - WS-APE-PREVIO
                MOVE WS-ANT-RECARGO-DEVOL   TO ALQ-IDX-RECARGO-DEVOL
                MOVE WS-ANT-RECARGO-COMBUST TO ALQ-IDX-RECARGO-COMBUST
                MOVE WS-ANT-RECARGO-KM      TO ALQ-IDX-RECARGO-KM
            END-IF.
            REWRITE ALQ-IDX-REG.

            IF NOT FS-ALQ-IDX-OK
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            IF WS-APE-DELTA NOT = ZERO
                MOVE 'DEVOLUC '            TO WS-APE-ORIGEN
                MOVE 'RECARGOS DE DEVOLUCION' TO WS-APE-MOTIVO
                PERFORM 450-POSTEAR-AJUSTE-PERIODO
            END-IF.

            ADD 1 TO WS-CANT-CERRADAS.
            PERFORM 355-ANOTAR-GARANTIA.
            MOVE ZEROES TO WS-IMPORTE-IMPR.
                DELIMITED BY SIZE INTO LINEA.
            WRITE DEVREP-REG FROM LINEA.

            IF WS-DIAS-LIBERADOS > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-REINTEGRO TO WS-IMPORTE-IMPR
                MOVE ZEROES TO WS-FAVOR-IMPR
                MOVE WS-RETENIDO TO WS-FAVOR-IMPR
                MOVE WS-DIAS-LIBERADOS TO WS-DIAS-IMPR
                MOVE SPACES TO LINEA
                STRING '          Anticipada: fin pactado '
                       WS-FIN-PACTADO
                       '  Liberados ' WS-DIAS-IMPR
                       '  Politica ' WS-POL-TIPO
                       '  Reintegro: ' WS-IMPORTE-IMPR
                       '  Retenido: ' WS-FAVOR-IMPR
                    DELIMITED BY SIZE INTO LINEA
                WRITE DEVREP-REG FROM LINEA
            END-IF.

            IF WS-RECARGO-COMBUST > ZERO
                MOVE ZEROES TO WS-IMPORTE-IMPR
                MOVE WS-RECARGO-COMBUST TO WS-IMPORTE-IMPR
                WRITE DEVREP-REG FROM LINEA
            END-IF.

            IF DEVOL-CONDICION NOT = SPACES
                PERFORM 380-REVISAR-CONDICION
            END-IF.

      * HOLD DE TARJETA DEL CONTRATO: SE CAPTURA SI HUBO RECARGOS,     *
      * SI NO SE LIBERA (LA ORDEN AL PROCESADOR LA CURSA EL            *
      * MOSTRADOR CON EL CODIGO DEL HOLD).                             *
                IF WS-RECARGO-CALC > ZERO
                   OR WS-RECARGO-COMBUST > ZERO
                   OR WS-RECARGO-KM > ZERO
                   OR WS-RETENIDO > ZERO
                    STRING '          CAPTURAR HOLD '
                           HLD-CODIGO(WS-IND-HOLD)
                           ' DEL CONTRATO ' WS-INI-CONTRATO
                MOVE IND-H TO WS-IND-HOLD
            END-IF.

      * DEVOLUCION ANTICIPADA: CADA DIA DEL RANGO POSTERIOR A LA FECHA  *
      * DE ENTREGA SE ANULA CON MOTIVO 6 (LIBERADO POR DEVOLUCION       *
      * ANTICIPADA) -- ASI DISPONIB/ASIGTAM LO VEN LIBRE Y FACTURAR NO  *
      * LO COBRA -- Y EL CIERRE PASA AL DIA DE LA ENTREGA, QUE QUEDA    *
      * COMO NUEVO ULTIMO DIA DEL RANGO.                                *
       370-LIBERAR-DIAS-NO-USADOS.
            ADD 1 TO WS-CANT-ANTICIPADAS.
            MOVE WS-ULT-FECHA TO WS-FIN-PACTADO.
            PERFORM 371-BUSCAR-POLITICA.

            MOVE DEVOL-FECHA-ENTREGA TO WS-FECHA-CALC-N.
            PERFORM 373-LIBERAR-UN-DIA
                    UNTIL WS-FECHA-CALC-N NOT < WS-FIN-PACTADO.

            MOVE DEVOL-FECHA-ENTREGA TO WS-ULT-FECHA.
            SUBTRACT WS-DIAS-LIBERADOS FROM WS-DIAS-ALQUILADOS.

       371-BUSCAR-POLITICA.
            MOVE 'T' TO WS-POL-TIPO.
            MOVE 100 TO WS-POL-PORC.
            PERFORM 372-COMPARAR-POLITICA
                    VARYING IND-R FROM 1 BY 1
                    UNTIL IND-R > WS-CANT-REINTEG.

       372-COMPARAR-POLITICA.
            IF REI-TAB-AGENCIA(IND-R) = WS-INI-AGENCIA
                MOVE REI-TAB-POLITICA(IND-R) TO WS-POL-TIPO
                EVALUATE TRUE
                    WHEN POL-PARCIAL
                        MOVE REI-TAB-PORCENTAJE(IND-R) TO WS-POL-PORC
                    WHEN POL-NINGUNO
                        MOVE ZERO TO WS-POL-PORC
                    WHEN OTHER
                        MOVE 'T' TO WS-POL-TIPO
                        MOVE 100 TO WS-POL-PORC
                END-EVALUATE
                MOVE WS-CANT-REINTEG TO IND-R
            END-IF.

       373-LIBERAR-UN-DIA.
            PERFORM 560-SUMAR-UN-DIA.
            MOVE WS-ULT-PATENTE  TO ALQ-IDX-PATENTE.
            MOVE WS-FECHA-CALC-N TO ALQ-IDX-FECHA.
            READ ALQ-IDX KEY IS ALQ-IDX-CLAVE
                INVALID KEY SET FS-ALQ-IDX-NO-EXIST TO TRUE
            END-READ.
            IF NOT FS-ALQ-IDX-OK
                DISPLAY 'ERROR AL RELEER UN DIA DEL RANGO'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

            COMPUTE WS-REINTEGRO-DIA ROUNDED =
                ALQ-IDX-IMPORTE * WS-POL-PORC / 100.
            ADD WS-REINTEGRO-DIA TO WS-REINTEGRO.
            PERFORM 374-VER-SI-FACTURADO.
            IF ALQ-IDX-FECHA NOT > WS-PER-TOPE
                PERFORM 377-LIBERAR-DIA-CERRADO
            ELSE
                IF DIA-FACTURADO
                    IF WS-REINTEGRO-DIA > ZERO
                        PERFORM 376-ENCOLAR-NOTA-CREDITO
                    END-IF
                ELSE
                    COMPUTE WS-RETENIDO =
                        WS-RETENIDO + ALQ-IDX-IMPORTE - WS-REINTEGRO-DIA
                END-IF

                MOVE 'S'       TO ALQ-IDX-ANULADO
                MOVE FECHA-HOY TO ALQ-IDX-FECHA-ANULACION
                MOVE WS-MOTIVO-DEVOL-ANTICIPADA
                                   TO ALQ-IDX-MOTIVO-ANULACION
                REWRITE ALQ-IDX-REG
                IF NOT FS-ALQ-IDX-OK
                    DISPLAY 'ERROR AL LIBERAR UN DIA NO USADO'
                    GO 999-CANCELAR-PROGRAMA
                END-IF
            END-IF.
            ADD 1 TO WS-DIAS-LIBERADOS.

       374-VER-SI-FACTURADO.
            MOVE 'N' TO WS-DIA-FACTURADO.
            PERFORM 375-COMPARAR-FACTURA
                    VARYING IND-F FROM 1 BY 1
                    UNTIL IND-F > WS-CANT-FACTURAS
                    OR DIA-FACTURADO.

       375-COMPARAR-FACTURA.
            IF FAC-TIPO-DOC(IND-F) = ALQ-IDX-TIPO-DOC
               AND FAC-NRO-DOC(IND-F) = ALQ-IDX-NRO-DOC
               AND FAC-PERIODO(IND-F) = ALQ-IDX-FECHA(1:6)
                MOVE 'S' TO WS-DIA-FACTURADO
            END-IF.

      * EXTEND PARA ACUMULAR ENTRE CORRIDAS, OUTPUT LA PRIMERA VEZ      *
      * (COMO ANULAR.CBL).                                              *
       376-ENCOLAR-NOTA-CREDITO.
            OPEN EXTEND NCPEND.
            IF NOT FS-NCPEND-OK
                OPEN OUTPUT NCPEND
            END-IF.
            MOVE SPACES TO NCPEND-REG.
            MOVE ALQ-IDX-PATENTE  TO NCP-PATENTE.
            MOVE ALQ-IDX-FECHA    TO NCP-FECHA.
            MOVE ALQ-IDX-TIPO-DOC TO NCP-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC  TO NCP-NRO-DOC.
            MOVE WS-REINTEGRO-DIA TO NCP-IMPORTE.
            MOVE 'D' TO NCP-ORIGEN.
            WRITE NCPEND-REG.
            CLOSE NCPEND.

      * DIA NO USADO DE UN PERIODO CERRADO: EL REGISTRO QUEDA COMO      *
      * ESTABA (NO SE ANULA) Y LO QUE SE DEVUELVE AL CLIENTE SE ASIENTA *
      * EN EL PERIODO ABIERTO; LO RETENIDO YA ESTA EN EL IMPORTE DEL    *
      * DIA.  SI YA SE FACTURO, LA NOTA DE CREDITO SALE COMO SIEMPRE.   *
      * UN DIA QUE DEVOLUC YA LIBERO ASI (REPROCESO) NO SE VUELVE A     *
      * ACREDITAR: SOLO SE ASIENTA LO QUE FALTE CONTRA LO YA ASENTADO.  *
       377-LIBERAR-DIA-CERRADO.
            MOVE ALQ-IDX-PATENTE TO WS-APE-PATENTE.
            MOVE ALQ-IDX-FECHA   TO WS-APE-FECHA-ORIG.
            MOVE 'DEVOLUC '      TO WS-APE-ORIGEN.
            PERFORM 460-SUMAR-AJUSTES-PREVIOS.
            IF WS-APE-CANT-PREVIOS = ZERO
               AND DIA-FACTURADO AND WS-REINTEGRO-DIA > ZERO
                PERFORM 376-ENCOLAR-NOTA-CREDITO
            END-IF.
            IF WS-REINTEGRO-DIA > ZERO
                COMPUTE WS-APE-DELTA =
                    ZERO - WS-REINTEGRO-DIA - WS-APE-PREVIO
                MOVE 'DIA NO USADO - DEVOL.ANTICIP.' TO WS-APE-MOTIVO
                IF WS-APE-DELTA NOT = ZERO
                    PERFORM 450-POSTEAR-AJUSTE-PERIODO
                END-IF
            END-IF.

      * PLANILLA DE ESTADO AL DEVOLVER: SE BUSCA LA DEL RETIRO DEL     *
      * MISMO CONTRATO Y UNIDAD (LA ULTIMA, SI SE RECARGO) Y CADA ZONA *
      * QUE VUELVE PEOR ABRE UN INCIDENTE.  SIN PLANILLA DE RETIRO NO  *
      * HAY CONTRA QUE COMPARAR: SOLO SE GRABA LA DE LA DEVOLUCION.    *
       380-REVISAR-CONDICION.
            MOVE 'N'    TO WS-CND-HALLADA.
            MOVE SPACES TO WS-CND-SALIDA.
            MOVE ZERO   TO WS-CND-NUEVAS.

            IF ALQ-IDX-NRO-CONTRATO > ZERO
                OPEN INPUT CONDIC
                IF FS-CONDIC-OK
                    PERFORM 381-LEER-CONDIC
                    PERFORM 382-COMPARAR-CONDIC UNTIL FS-CONDIC-FIN
                    CLOSE CONDIC
                END-IF
            END-IF.

            IF CND-HALLADA
                PERFORM 383-COMPARAR-ZONA
                        VARYING IND-Z FROM 1 BY 1
                        UNTIL IND-Z > 9
            END-IF.

            PERFORM 385-GRABAR-CONDIC-DEVOL.

            IF WS-CND-NUEVAS > ZERO
                ADD 1 TO WS-CANT-CON-DANIO
                MOVE SPACES TO LINEA
                STRING '          Danio nuevo: ' WS-CND-NUEVAS
                       ' zona(s)  Salida ' WS-CND-SALIDA
                       '  Entrega ' DEVOL-CONDICION
                       '  Contrato ' ALQ-IDX-NRO-CONTRATO
                    DELIMITED BY SIZE INTO LINEA
                WRITE DEVREP-REG FROM LINEA
            END-IF.

       381-LEER-CONDIC.
            READ CONDIC AT END SET FS-CONDIC-FIN TO TRUE.

            IF NOT FS-CONDIC-OK AND NOT FS-CONDIC-FIN
                DISPLAY 'ERROR AL INTENTAR LEER CONDIC'
                GO 999-CANCELAR-PROGRAMA
            END-IF.

       382-COMPARAR-CONDIC.
            IF CND-ES-RETIRO
               AND CND-CONTRATO = ALQ-IDX-NRO-CONTRATO
               AND CND-PATENTE = WS-ULT-PATENTE
                MOVE CND-ZONAS TO WS-CND-SALIDA
                MOVE 'S' TO WS-CND-HALLADA
            END-IF.
            PERFORM 381-LEER-CONDIC.

      * SOLO SE COMPARAN LAS ZONAS INSPECCIONADAS EN LAS DOS PUNTAS    *
      * ('0' A '3'); UNA ZONA EN BLANCO NO PRUEBA NADA.                *
       383-COMPARAR-ZONA.
            IF WS-CND-SAL-ZONA(IND-Z) NOT < '0'
               AND WS-CND-SAL-ZONA(IND-Z) NOT > '3'
               AND DEVOL-ZONA(IND-Z) NOT < '0'
               AND DEVOL-ZONA(IND-Z) NOT > '3'
               AND DEVOL-ZONA(IND-Z) > WS-CND-SAL-ZONA(IND-Z)
                ADD 1 TO WS-CND-NUEVAS
                PERFORM 384-ABRIR-INCIDENTE
            END-IF.

      * EL INCIDENTE SE FECHA EN EL ULTIMO DIA DEL RANGO (DONDE QUEDA  *
      * EL CIERRE) PARA QUE BLOQPROP.CBL LLEGUE AL CLIENTE.  LA        *
      * EXPOSICION DEL CLIENTE ES LA FRANQUICIA DE SU COBERTURA; EL    *
      * COSTO LO ESTIMA EL TALLER DESDE SINIESTR.CBL.                  *
       384-ABRIR-INCIDENTE.
            OPEN EXTEND SINIESTROS.
            IF NOT FS-SINIESTROS-OK
                OPEN OUTPUT SINIESTROS
            END-IF.
            MOVE FS-SINIESTROS TO WS-FS.
            MOVE "SINIESTR"    TO WS-FS-NOMBRE.
            MOVE "ABRIR"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES TO SINIESTRO-REG.
            MOVE WS-ULT-PATENTE TO SIN-PATENTE.
            MOVE WS-ULT-FECHA   TO SIN-FECHA.
            EVALUATE DEVOL-ZONA(IND-Z)
                WHEN '1'
                    MOVE 'L' TO SIN-SEVERIDAD
                WHEN '2'
                    MOVE 'M' TO SIN-SEVERIDAD
                WHEN OTHER
                    MOVE 'G' TO SIN-SEVERIDAD
            END-EVALUATE.
            MOVE ZERO TO SIN-COSTO-ESTIMADO.
            MOVE 'A'  TO SIN-ESTADO.
            STRING 'DANIO ' ZONA-NOMBRE(IND-Z)
                   ' CTR ' ALQ-IDX-NRO-CONTRATO
                DELIMITED BY SIZE INTO SIN-DESCRIPCION.
            MOVE ALQ-IDX-COBERTURA TO SIN-COBERTURA.
            IF ALQ-IDX-FRANQUICIA IS NUMERIC
                MOVE ALQ-IDX-FRANQUICIA TO SIN-A-CARGO-CLIENTE
            ELSE
                MOVE ZERO TO SIN-A-CARGO-CLIENTE
            END-IF.
            MOVE ZERO TO SIN-A-RECLAMAR.
            MOVE ALQ-IDX-NRO-CONTRATO TO SIN-CONTRATO.
            WRITE SINIESTRO-REG.
            MOVE FS-SINIESTROS TO WS-FS.
            MOVE "SINIESTR"    TO WS-FS-NOMBRE.
            MOVE "GRABA"       TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE SINIESTROS.

       385-GRABAR-CONDIC-DEVOL.
            OPEN EXTEND CONDIC.
            IF NOT FS-CONDIC-OK
                OPEN OUTPUT CONDIC
            END-IF.
            MOVE FS-CONDIC  TO WS-FS.
            MOVE "CONDIC"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.

            MOVE SPACES               TO CONDIC-REG.
            MOVE ALQ-IDX-NRO-CONTRATO TO CND-CONTRATO.
            MOVE WS-ULT-PATENTE       TO CND-PATENTE.
            MOVE DEVOL-FECHA-ENTREGA  TO CND-FECHA.
            MOVE 'D'                  TO CND-MOMENTO.
            MOVE ALQ-IDX-AGENCIA      TO CND-AGENCIA.
            MOVE DEVOL-CONDICION      TO CND-ZONAS.
            MOVE WS-CND-NUEVAS        TO CND-ZONAS-NUEVAS.
            WRITE CONDIC-REG.
            MOVE FS-CONDIC  TO WS-FS.
            MOVE "CONDIC"   TO WS-FS-NOMBRE.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE CONDIC.

       360-REPORTAR-RECHAZO.
            MOVE SPACES TO LINEA.
            STRING 'RECHAZADA Patente ' DEVOL-PATENTE
                MOVE 28 TO WS-FEC-DIAS-MES
            END-IF.

      * ULTIMO PERIODO CERRADO.  SIN PERCTL.DAT (NUNCA SE CERRO UN      *
      * MES) EL TOPE QUEDA EN CERO Y TODO SE CORRIGE COMO SIEMPRE.      *
       070-LEER-PERIODO-CERRADO.
            MOVE ZERO TO WS-PER-TOPE.
            OPEN INPUT PERCTL.
            IF NOT FS-PERCTL-NO-EXIST
                MOVE "PERCTL"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                MOVE FS-PERCTL  TO WS-FS
                PERFORM 900-CHECK-FILE-STATUS
                READ PERCTL
                    AT END MOVE ZERO TO PER-ULT-CERRADO
                END-READ
                IF PER-ULT-CERRADO > ZERO
                    COMPUTE WS-PER-TOPE = PER-ULT-CERRADO * 100 + 99
                    DISPLAY 'PERIODO CERRADO HASTA ' PER-ULT-CERRADO
                            ' -- SUS CORRECCIONES VAN A AJUPER.TXT'
                END-IF
                CLOSE PERCTL
            END-IF.

      * ASIENTA UN AJUSTE DE PERIODO SOBRE EL ALQUILER EN ALQ-IDX-REG   *
      * POR WS-APE-DELTA: UNA LINEA EN AJUPER.TXT CON FECHA DE HOY Y    *
      * EL PAR DEUDORES/ALQUILERES EN ASIENTOS.TXT (DEBE Y HABER SE     *
      * INVIERTEN CUANDO EL AJUSTE ES EN MENOS).  EL REGISTRO DEL MES   *
      * CERRADO NO SE TOCA.                                             *
       450-POSTEAR-AJUSTE-PERIODO.
            MOVE SPACES               TO AJUPER-REG.
            MOVE FECHA-HOY            TO APE-FECHA.
            MOVE ALQ-IDX-PATENTE      TO APE-PATENTE.
            MOVE ALQ-IDX-FECHA        TO APE-FECHA-ORIG.
            MOVE ALQ-IDX-NRO-CONTRATO TO APE-CONTRATO.
            MOVE ALQ-IDX-AGENCIA      TO APE-AGENCIA.
            MOVE ALQ-IDX-TIPO-DOC     TO APE-TIPO-DOC.
            MOVE ALQ-IDX-NRO-DOC      TO APE-NRO-DOC.
            IF WS-APE-DELTA > ZERO
                MOVE '+'              TO APE-SIGNO
                MOVE WS-APE-DELTA     TO APE-IMPORTE
            ELSE
                MOVE '-'              TO APE-SIGNO
                COMPUTE APE-IMPORTE = ZERO - WS-APE-DELTA
            END-IF.
            MOVE WS-APE-ORIGEN        TO APE-ORIGEN.
            MOVE WS-APE-MOTIVO        TO APE-MOTIVO.
            OPEN EXTEND AJUPER.
            IF FS-AJUPER-NO-EXIST
                OPEN OUTPUT AJUPER
            END-IF.
            MOVE "AJUPER"   TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            MOVE FS-AJUPER  TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            WRITE AJUPER-REG.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            MOVE FS-AJUPER  TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE AJUPER.

            OPEN EXTEND ASIENTOS.
            IF FS-ASIENTOS = '35'
                OPEN OUTPUT ASIENTOS
            END-IF.
            MOVE "ASIENTOS" TO WS-FS-NOMBRE.
            MOVE "ABRIR"    TO WS-FS-FUNCION.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE SPACES               TO ASIENTO-REG.
            MOVE 'DEVOLUC '           TO ASI-ORIGEN.
            MOVE FECHA-HOY            TO ASI-FECHA.
            MOVE ALQ-IDX-AGENCIA      TO ASI-AGENCIA.
            MOVE 'DEUDORES  '         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF APE-SIGNO = '+'
                MOVE APE-IMPORTE      TO ASI-DEBE
            ELSE
                MOVE APE-IMPORTE      TO ASI-HABER
            END-IF.
            MOVE 'AJ.PER CTO '        TO ASI-DESCRIPCION.
            MOVE ALQ-IDX-NRO-CONTRATO TO ASI-DESCRIPCION(12:9).
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE "GRABA"    TO WS-FS-FUNCION.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            MOVE 'ALQUILERES'         TO ASI-CUENTA.
            MOVE ZERO                 TO ASI-DEBE ASI-HABER.
            IF APE-SIGNO = '+'
                MOVE APE-IMPORTE      TO ASI-HABER
            ELSE
                MOVE APE-IMPORTE      TO ASI-DEBE
            END-IF.
            PERFORM 085-MAPEAR-CUENTA.
            WRITE ASIENTO-REG.
            MOVE FS-ASIENTOS TO WS-FS.
            PERFORM 900-CHECK-FILE-STATUS.
            CLOSE ASIENTOS.
            ADD 1 TO WS-CANT-AJ-PERIODO.

      * SUMA (CON SIGNO) LOS AJUSTES DE PERIODO YA ASENTADOS PARA LA    *
      * CLAVE WS-APE-CLAVE POR EL PROGRAMA WS-APE-ORIGEN.  ASI UNA      *
      * SEGUNDA CORRECCION DEL MISMO ALQUILER PARTE DEL IMPORTE YA      *
      * CORREGIDO Y UN REPROCESO NO DUPLICA EL AJUSTE.                  *
       460-SUMAR-AJUSTES-PREVIOS.
            MOVE ZERO TO WS-APE-PREVIO.
            MOVE ZERO TO WS-APE-CANT-PREVIOS.
            OPEN INPUT AJUPER.
            IF NOT FS-AJUPER-NO-EXIST
                MOVE "AJUPER"   TO WS-FS-NOMBRE
                MOVE "ABRIR"    TO WS-FS-FUNCION
                MOVE FS-AJUPER  TO WS-FS
                PERFORM 900-CHECK-FILE-STATUS
                PERFORM 465-LEER-AJUSTE-PREVIO
                PERFORM 470-ACUMULAR-AJUSTE-PREVIO
                        UNTIL FS-AJUPER-FIN
                CLOSE AJUPER
            END-IF.

       465-LEER-AJUSTE-PREVIO.
            READ AJUPER
                AT END
                    MOVE '10' TO FS-AJUPER
            END-READ.

       470-ACUMULAR-AJUSTE-PREVIO.
            IF APE-CLAVE = WS-APE-CLAVE AND
               APE-ORIGEN = WS-APE-ORIGEN
                ADD 1 TO WS-APE-CANT-PREVIOS
                IF APE-SIGNO = '-'
                    SUBTRACT APE-IMPORTE FROM WS-APE-PREVIO
                ELSE
                    ADD APE-IMPORTE TO WS-APE-PREVIO
                END-IF
            END-IF.
            PERFORM 465-LEER-AJUSTE-PREVIO.


      * SI EL LOTE ESTA CORRIENDO NO SE PUEDE TOCAR EL MAESTRO: SE      *
      * CORTA ACA.  DESPUES DE UN ABEND EL LOCK QUEDA A PROPOSITO --    *
                STOP RUN
            END-IF.

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

       998-FIN.
            CLOSE ALQ-IDX.
            IF WS-CTRIDX-ABIERTO = 'S'
                CLOSE CTRIDX
            END-IF.
            CLOSE DEVREP.
            CLOSE GARMOV.

