               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALQ-ACT.

      * SOLO LO APROBADO EN ESTA CORRIDA (LO QUE 9009 ASIENTA POR       *
      * AGENCIA), PARA QUE ASICTL.CBL ATE EL LOTE: ALQACT.TXT ARRASTRA  *
      * TODO EL MAESTRO (VER 3000).  MISMO ARMADO QUE ALQ-ACT-REG.      *
           SELECT  ALQ-HOY
               ASSIGN TO WS-PATH-ALQ-HOY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALQ-HOY.

           SELECT AGENCIAS
               ASSIGN TO WS-PATH-AGENCIAS
               ORGANIZATION IS LINE SEQUENTIAL

      * PADRON DE CLIENTES POR TIPO+NRO DE DOCUMENTO (NOMBRE, DOMICILIO, *
      * TELEFONO, FECHA DE ALTA), PARA QUE EL LISTADO PUEDA DECIR QUIEN  *
      * ALQUILO EN VEZ DEL DOCUMENTO PELADO.  INDEXADO POR DOCUMENTO Y   *
      * LEIDO POR CLAVE EN CADA CONSULTA (VER 5102-LEER-CLIENTE), SIN    *
      * TOPE DE FILAS EN MEMORIA.                                        *
           SELECT CLIENTES
               ASSIGN TO WS-PATH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CLAVE
               FILE STATUS IS FS-CLIENTES.

      * PADRON DE CHOFERES PROFESIONALES (CODIGO, NOMBRE, LICENCIA Y     *

      * TABLA DE DESCUENTOS POR FIDELIDAD: PORCENTAJE DE REBAJA DIARIA  *
      * POR DOCUMENTO, APLICADO DENTRO DEL CALCULO DE TARIFA -- VER     *
      * 4082-APLICAR-DESCUENTO.  INDEXADO POR DOCUMENTO, LEIDO POR      *
      * CLAVE COMO EL PADRON.                                           *
           SELECT DESCUENTOS
               ASSIGN TO WS-PATH-DESCUENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DESC-CLAVE
               FILE STATUS IS FS-DESCUENTOS.

      * LISTA NEGRA DE DOCUMENTOS (CLIENTES QUE ABANDONARON AUTOS O     *
      * NUNCA PAGARON).  UN DOCUMENTO QUE FIGURE ACA NO PUEDE RECIBIR   *
      * UNA APROBACION EN NINGUNA COLA -- VER 4085-VERIFICAR-BLOQUEADO. *
      * INDEXADA POR DOCUMENTO, LEIDA POR CLAVE COMO EL PADRON.         *
           SELECT BLOQUEADOS
               ASSIGN TO WS-PATH-BLOQUEADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLOQ-CLAVE
               FILE STATUS IS FS-BLOQUEADOS.

      * VERIFICACION DE IDENTIDAD CONTRA EL REGISTRO NACIONAL DE LAS    *
      * PERSONAS, UNA FILA POR DOCUMENTO DEL PADRON: DATOS ENVIADOS,    *
      * ESTADO Y FECHA DE LA RESPUESTA (LA MANTIENEN REGNENV.CBL Y      *
      * REGNRESP.CBL).  UN DNI O CEDULA SIN VERIFICAR O QUE NO COINCIDE *
      * SE RECHAZA CON MOTIVO 30 -- VER 4086-VERIFICAR-IDENTIDAD.       *
      * INDEXADA POR DOCUMENTO, LEIDA POR CLAVE COMO LA LISTA NEGRA.    *
           SELECT REGNAC
               ASSIGN TO WS-PATH-REGNAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGN-CLAVE
               FILE STATUS IS FS-REGNAC.

      * CONDUCTORES ADICIONALES AUTORIZADOS DE CADA DIA APROBADO (HASTA *
      * TRES ADEMAS DEL TITULAR), POR PATENTE+FECHA COMO EL MAESTRO,    *
      * PARA QUE CONTRATO.CBL LOS IMPRIMA -- VER 7922.                  *
           SELECT ADICION
               ASSIGN TO WS-PATH-ADICION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADI-CLAVE
               FILE STATUS IS FS-ADICION.

      * ARCHIVO DE UN SOLO REGISTRO CON LA ULTIMA PATENTE (GRUPO DE     *
      * CLAVE-MENOR-PATENTE) TERMINADA CON EXITO, PARA QUE UN REINICIO  *
      * DESPUES DE UN ABEND PUEDA SALTAR LOS GRUPOS YA VOLCADOS EN VEZ  *
               FILE STATUS IS FS-SEGUACUM.

      * LISTA DE DENEGADOS QUE DEVUELVE LA ASEGURADORA ('P' PATENTE /   *
      * 'C' CHOFER / 'D' DOCUMENTO DE UN CONDUCTOR, TIPO + NUMERO): UNA *
      * SOLICITUD QUE LOS TOQUE SE RECHAZA CON MOTIVO 14 -- VER         *
      * 4069-VERIFICAR-DENEGADO Y 4480-VERIFICAR-ADICIONALES.           *
           SELECT SEGDENEG
               ASSIGN TO WS-PATH-SEGDENEG
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRAS.

      * STOCK DE EXTRAS DE CADA AGENCIA (CUANTOS GPS, BUTACAS, ETC.     *
      * TIENE) Y QUE HACER CUANDO NO ALCANZA -- VER 4487.  UN EXTRA SIN *
      * FILA PARA LA AGENCIA NO SE CONTROLA; SIN ARCHIVO, NINGUNO.      *
           SELECT EXTSTOCK
               ASSIGN TO WS-PATH-EXTSTOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTSTOCK.

      * RESTRICCIONES DE VENTA POR TEMPORADA (ESTADIA MINIMA,          *
      * ANTICIPACION MAXIMA Y VEDAS POR PRODUCTO) -- VER 4440.  SIN     *
      * ARCHIVO NO HAY RESTRICCIONES.                                   *
           SELECT RESTRIC
               ASSIGN TO WS-PATH-RESTRIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESTRIC.

      * POLITICA DE DESEMPATE ENTRE AGENCIAS (VER 6110-DESPACHAR-COLA): *
      * UN SOLO REGISTRO, O BIEN TRES DIGITOS CON EL ORDEN EXPLICITO DE *
      * EVALUACION (EJ. "231"), O BIEN "R" PARA ROTAR EL PRIMER LUGAR   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANULAC-SAL.

      * RESERVAS DE GRUPO QUE SALIERON ENTERAS EN LA CORRIDA: UNA      *
      * FILA POR DIA APROBADO CON LA REFERENCIA DEL GRUPO Y SU         *
      * CONTRATO MAESTRO (LA LEEN CONTRATO.CBL Y FACTURAR.CBL).        *
           SELECT GRUPOS-SAL
               ASSIGN TO WS-PATH-GRUPOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRUPOS-SAL.

      * LISTA DE ESPERA: RECHAZOS POR "YA ALQUILADO" ANOTADOS PARA QUE  *
      * UNA ANULACION POSTERIOR DEL MISMO PATENTE+FECHA PUEDA PROMOVER  *
      * AL PRIMERO DE LA COLA (VER ANULAR.CBL).  SE ALIMENTA SOLO CON   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.

      * PLAN DE CUENTAS: PARA CADA CONCEPTO QUE SE ASIENTA, LA CUENTA   *
      * DEL MAYOR Y EL CENTRO DE COSTO, CON APERTURA OPCIONAL POR       *
      * AGENCIA.  LO LEEN TODOS LOS PROGRAMAS QUE GRABAN ASIENTOS.TXT.  *
           SELECT CTAMAP
               ASSIGN TO WS-PATH-CTAMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTAMAP.

      * TARIFA DE GARANTIA (DEPOSITO REEMBOLSABLE) POR TAMANIO DE       *
      * AUTO, MANTENIDA COMO ARCHIVO DE DATOS SIN RECOMPILAR IGUAL QUE  *
      * EXTRAS.TXT.  SIN ARCHIVO NO SE TOMA GARANTIA, COMO HASTA AHORA. *
      * TIPO ('P' PORCENTAJE / 'F' IMPORTE FIJO POR DIA), VALOR,       *
      * VIGENCIA Y TOPE DE USOS CON EL CONSUMIDO.  SE CARGA ENTERO,    *
      * SE DESCUENTAN USOS AL APROBAR Y SE REESCRIBE AL FINAL          *
      * (9016-GRABAR-VOUCHERS) -- VER 4051-APLICAR-VOUCHER.  LOS       *
      * CODIGOS PERSONALES (WINBACK.CBL) TRAEN EL DOCUMENTO DEL TITULAR *
      * Y SU CAMPANIA AL FINAL; LOS GENERICOS LOS DEJAN EN BLANCO.     *
           SELECT VOUCHERS
               ASSIGN TO WS-PATH-VOUCHERS
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEASES.

      * PARADAS PROGRAMADAS EN TALLER (VER PARADAS.CBL): PATENTE,      *
      * DESDE, HASTA Y MOTIVO.  UNA SOLICITUD SOBRE UNA UNIDAD CON UNA *
      * PARADA ACTIVA ESE DIA SE RECHAZA CON MOTIVO 26 -- VER          *
      * 4077-VERIFICAR-PARADA, AL LADO DEL CONTROL DE LEASING.         *
           SELECT PARADAS
               ASSIGN TO WS-PATH-PARADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARADAS.

      * PENDIENTES DE RECALL POR UNIDAD (VER RECALLS.CBL).  UN RECALL  *
      * DE SEVERIDAD ALTA TODAVIA PENDIENTE BLOQUEA LA UNIDAD PARA LOS *
      * DIAS POSTERIORES AL LIMITE DE LA MARCA (MOTIVO 27) -- VER      *
      * 4002-VERIFICAR-RECALL, AL LADO DEL CONTROL DE DOCUMENTACION.   *
           SELECT RECALLIT
               ASSIGN TO WS-PATH-RECALLIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALLIT.

      * POLITICA DE VIAJE POR CUENTA CORPORATIVA (TAMANIOS, TARIFA     *
      * DIARIA MAXIMA, EXTRAS Y COBERTURAS PERMITIDOS, DIAS MAXIMOS Y  *
      * FIN DE SEMANA), MANTENIDA COMO ARCHIVO DE DATOS IGUAL QUE      *
      * CTACORP.TXT.  UNA CUENTA SIN FILA NO TIENE RESTRICCIONES --    *
      * VER 4450-VERIFICAR-POLITICA-CORP.                              *
           SELECT CORPPOL
               ASSIGN TO WS-PATH-CORPPOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORPPOL.

      * LIBRO DE INCUMPLIMIENTOS DE POLITICA CORPORATIVA: UNA LINEA     *
      * POR DIA RECHAZADO (MOTIVO 28) O APROBADO A CARGO DEL EMPLEADO,  *
      * SOLO ALTAS COMO GARMOV.TXT.  FACTURAR.CBL LO LISTA EN LA        *
      * FACTURA MENSUAL DE LA CUENTA.                                   *
           SELECT CORPINFR
               ASSIGN TO WS-PATH-CORPINFR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORPINFR.

      * HORARIO DE ATENCION DE CADA AGENCIA POR DIA DE LA SEMANA Y SUS  *
      * FECHAS DE CIERRE PROPIAS (INVENTARIO, MUDANZA, ASUETO LOCAL),   *
      * APARTE DE FERIADOS.TXT QUE SOLO TARIFA.  EL RETIRO Y LA         *
      * DEVOLUCION SE VALIDAN CONTRA ELLOS -- VER 4470-VERIFICAR-       *
      * HORARIO.  SIN ARCHIVOS TODAS LAS AGENCIAS ATIENDEN SIEMPRE.     *
           SELECT AGHORAR
               ASSIGN TO WS-PATH-AGHORAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGHORAR.

           SELECT AGCERRAD
               ASSIGN TO WS-PATH-AGCERRAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGCERRAD.

      * TIEMPO DE PREPARACION POST DEVOLUCION POR TAMANIO (EN DIAS):   *
      * UNA UNIDAD RECIEN DEVUELTA NECESITA LIMPIEZA E INSPECCION      *
      * ANTES DE VOLVER A SALIR -- VER 4043-VERIFICAR-PREPARACION      *
      * TABLA DE CARGOS ONE-WAY POR PAR ORIGEN/DESTINO: EL ALQUILER    *
      * QUE DEVUELVE EN OTRA AGENCIA PAGA EL CARGO UNA SOLA VEZ (EN    *
      * EL PRIMER DIA DEL RANGO) -- VER 4033-APLICAR-CARGO-ONEWAY.     *
      * LA MISMA FILA TRAE EL REPARTO DEL INGRESO CON LA AGENCIA QUE   *
      * RECIBE LA DEVOLUCION -- VER 4028-REPARTIR-ONEWAY.              *
           SELECT ONEWAY
               ASSIGN TO WS-PATH-ONEWAY
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIO.

      * RECARGO POR OCUPACION (TAMANIO, PORCENTAJE DESDE, RECARGO %):  *
      * CON EL TAMANIO YA TOMADO EN ESE PORCENTAJE O MAS EL DIA SE     *
      * TARIFA CON EL RECARGO DE LA BANDA MAS ALTA ALCANZADA.  LO      *
      * COMPARTEN COTIZAR.CBL Y LISPRECI.CBL.                          *
           SELECT OCUPTAR
               ASSIGN TO WS-PATH-OCUPTAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OCUPTAR.

      * INTERFAZ CON EL PROCESADOR DE TARJETAS (MISMO ESQUEMA DE       *
      * IDA/VUELTA QUE SEGUEXT/SEGDENEG): PREAUSAL.TXT LLEVA UNA       *
      * SOLICITUD DE PRE-AUTORIZACION POR RANGO APROBADO (ESTIMADO     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARMOV.

      * USO DE VOUCHERS: UNA LINEA POR CANJE ANOTADO (4050), CON LA     *
      * AGENCIA Y EL CONTRATO QUE LO CONSUMIERON.  SOLO ALTAS; ES LO    *
      * QUE PERMITE DEVOLVER EL USO SI EL DIA DE LA AGENCIA SE DA DE    *
      * BAJA (BAJAAG.CBL) -- EL CATALOGO SOLO GUARDA EL CONTADOR.       *
           SELECT VOUUSO
               ASSIGN TO WS-PATH-VOUUSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VOUUSO.

      * VERSIONES DE LAYOUT SELLADAS DE LOS ARCHIVOS PERSISTENTES (VER  *
      * LAYSELLO.CBL).  SE LEE UNA SOLA VEZ, ANTES DE ABRIR NADA.       *
           SELECT LAYCTL
               ASSIGN TO WS-PATH-LAYCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAYCTL.

      * COLA DE PRORROGAS: UNA LINEA POR CONTRATO ABIERTO QUE EL        *
      * CLIENTE PIDE EXTENDER (CONTRATO Y NUEVO ULTIMO DIA).  SE        *
      * APLICA CONTRA ALQIDX.DAT ANTES DEL MERGE, CONSERVANDO EL MISMO  *
      * NUMERO DE CONTRATO -- VER 1160-PROCESAR-PRORROGAS.  SIN         *
      * ARCHIVO NO HAY PRORROGAS, COMO HASTA AHORA.                     *
           SELECT PRORROGA
               ASSIGN TO WS-PATH-PRORROGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRORROGA.

      * MISMO ALQIDX.DAT QUE ALQ, PERO DYNAMIC: LA PRORROGA UBICA EL    *
      * CONTRATO, CONTROLA LOS DIAS PEDIDOS POR CLAVE Y GRABA LAS       *
      * FILAS NUEVAS.  SOLO SE ABRE MIENTRAS ALQ ESTA CERRADO.          *
           SELECT ALQPRO
               ASSIGN TO WS-PATH-ALQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQPRO-CLAVE
               FILE STATUS IS FS-ALQPRO.

      * MISMO RESERVAS.DAT QUE RESERVAS, DYNAMIC Y SOLO LECTURA: UN DIA *
      * DE PRORROGA YA RESERVADO POR OTRO CLIENTE NO SE PUEDE DAR.      *
           SELECT RSVPRO
               ASSIGN TO WS-PATH-RESERVAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVPRO-CLAVE
               FILE STATUS IS FS-RSVPRO.


       DATA DIVISION.

      * MONEDA EN QUE EL CLIENTE QUIERE VER SU COTIZACION (VER       *
      * CAMBIO.TXT; EN BLANCO = PESOS).  EL LIBRO SIGUE EN PESOS.    *
           05  SOL1-MONEDA                         PIC X(03).
      * REFERENCIA DE RESERVA DE GRUPO (OPCIONAL): LOS AUTOS QUE LA    *
      * COMPARTEN SE APRUEBAN TODOS O NINGUNO -- VER 4400.             *
           05  SOL1-GRUPO                          PIC X(10).
      * HASTA TRES CONDUCTORES ADICIONALES AUTORIZADOS (OPCIONAL,       *
      * AL FINAL COMO LOS DEMAS CAMPOS NUEVOS): CADA UNO PASA LOS       *
      * CONTROLES DEL TITULAR Y PAGA EL EXTRA 'CAD' -- VER 4480.        *
           05  SOL1-ADICIONALES.
               10  SOL1-ADICIONAL      OCCURS 3 TIMES.
                   15  SOL1-ADIC-TIPO-DOC          PIC X.
                   15  SOL1-ADIC-NRO-DOC           PIC X(20).

       FD SOL2.
       01  SOL2-REG.
           05  SOL2-ENTREGA-DIR                    PIC X(30).
           05  SOL2-COBERTURA                      PIC X(03).
           05  SOL2-MONEDA                         PIC X(03).
           05  SOL2-GRUPO                          PIC X(10).
           05  SOL2-ADICIONALES.
               10  SOL2-ADICIONAL      OCCURS 3 TIMES.
                   15  SOL2-ADIC-TIPO-DOC          PIC X.
                   15  SOL2-ADIC-NRO-DOC           PIC X(20).

       FD SOL3.
       01  SOL3-REG.
           05  SOL3-ENTREGA-DIR                    PIC X(30).
           05  SOL3-COBERTURA                      PIC X(03).
           05  SOL3-MONEDA                         PIC X(03).
           05  SOL3-GRUPO                          PIC X(10).
           05  SOL3-ADICIONALES.
               10  SOL3-ADICIONAL      OCCURS 3 TIMES.
                   15  SOL3-ADIC-TIPO-DOC          PIC X.
                   15  SOL3-ADIC-NRO-DOC           PIC X(20).

       FD SOL4.
       01  SOL4-REG.
           05  SOL4-ENTREGA-DIR                    PIC X(30).
           05  SOL4-COBERTURA                      PIC X(03).
           05  SOL4-MONEDA                         PIC X(03).
           05  SOL4-GRUPO                          PIC X(10).
           05  SOL4-ADICIONALES.
               10  SOL4-ADICIONAL      OCCURS 3 TIMES.
                   15  SOL4-ADIC-TIPO-DOC          PIC X.
                   15  SOL4-ADIC-NRO-DOC           PIC X(20).

       FD AUTOS.
       01  AUT-REG.
      * SIEMPRE EN PESOS EN ALQ-IMPORTE.                            *
           05  ALQ-MONEDA                          PIC X(03).
           05  ALQ-TIPO-CAMBIO                     PIC 9(04)V9999.
      * BANDA DE OCUPACION DEL TAMANIO ESE DIA (PORCENTAJE DESDE DE   *
      * OCUPTAR.TXT) Y RECARGO APLICADO A LA TARIFA BASE POR ELLA; 0 *
      * = SIN RECARGO POR OCUPACION (VER 4097-APLICAR-OCUPACION).   *
           05  ALQ-OCUP-BANDA                      PIC 9(03).
           05  ALQ-OCUP-RECARGO                    PIC 9(03).

       FD ALQ-ACT.
       01  ALQ-ACT-REG.
           05  ALQ-ACT-FRANQUICIA                      PIC 9(06)V99.
           05  ALQ-ACT-MONEDA                          PIC X(03).
           05  ALQ-ACT-TIPO-CAMBIO                     PIC 9(04)V9999.
           05  ALQ-ACT-OCUP-BANDA                      PIC 9(03).
           05  ALQ-ACT-OCUP-RECARGO                    PIC 9(03).

       FD ALQ-HOY.
       01  ALQ-HOY-REG                                 PIC X(223).

       FD RECH.
       01  RECH-REG.
      * EN BLANCO PARA EL RESTO DE LOS MOTIVOS DE RECHAZO.                *
           05  RECH-PATENTE-SUGERIDA                PIC X(07).
      * MOTIVO DE BLOQUEO TOMADO DE LA LISTA NEGRA CUANDO RECH-MOTIVO   *
      * ES 8 (CLIENTE BLOQUEADO), O ESTADO DEL REGISTRO NACIONAL CUANDO *
      * ES 30 (IDENTIDAD NO VERIFICADA) -- EN BLANCO PARA EL RESTO.     *
      * SI EL QUE NO PASO EL CONTROL ES UN CONDUCTOR ADICIONAL (8, 14,  *
      * 19 O 20), LLEVA SU DOCUMENTO ('Adicional T-NUMERO').            *
      * EN EL 31 (EXTRA SIN STOCK), LOS CODIGOS QUE FALTAN.             *
           05  RECH-DESC-BLOQUEO                    PIC X(30).
      * TARIFA DIARIA DE LA PATENTE SUGERIDA, PARA QUE LA AGENCIA       *
      * PUEDA RE-OFERTAR EN EL MOMENTO (MOTIVOS 1 Y 2).                 *
           05  SEG-CHOFER                             PIC X(07).
           05  SEG-FECHA                              PIC 9(08).
           05  SEG-IMPORTE                            PIC 9(06)V99.
      * CONDUCTORES ADICIONALES AUTORIZADOS DEL DIA (EN BLANCO SI       *
      * NO HAY), PARA QUE LA ASEGURADORA LOS TENGA CUBIERTOS.           *
           05  SEG-ADICIONALES.
               10  SEG-ADICIONAL          OCCURS 3 TIMES.
                   15  SEG-ADIC-TIPO-DOC              PIC X.
                   15  SEG-ADIC-NRO-DOC               PIC X(20).

      * MISMO ARMADO QUE SEGUEXT-REG.                                   *
       FD SEGUACUM.
           05  SGA-CHOFER                             PIC X(07).
           05  SGA-FECHA                              PIC 9(08).
           05  SGA-IMPORTE                            PIC 9(06)V99.
           05  SGA-ADICIONALES.
               10  SGA-ADICIONAL          OCCURS 3 TIMES.
                   15  SGA-ADIC-TIPO-DOC              PIC X.
                   15  SGA-ADIC-NRO-DOC               PIC X(20).

       FD SEGDENEG.
       01  SEGDENEG-REG.
           05  SEGD-TIPO                              PIC X.
           05  FILLER                                 PIC X(01).
           05  SEGD-VALOR                             PIC X(21).

       FD RETAG.
       01  RETAG-REG                                  PIC X(132).

       FD EXTRAS.
       01  EXTRA-REG.
           05  EXT-DESCRIPCION                        PIC X(20).
           05  EXT-IMPORTE-DIA                        PIC 9(04)V99.

      * CANTIDAD: UNIDADES DEL EXTRA QUE TIENE LA AGENCIA.  POLITICA:   *
      * 'R' = SI FALTA ALGUN DIA DEL RANGO SE RECHAZA EL ALQUILER       *
      * (MOTIVO 31); BLANCO O 'Q' = SE APRUEBA SIN ESE EXTRA.           *
      * MISMO ARMADO QUE EXTSTOCK-REG EN EXTPICK.CBL.                   *
       FD EXTSTOCK.
       01  EXTSTOCK-REG.
           05  EXS-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  EXS-CODIGO                             PIC X(03).
           05  FILLER                                 PIC X(01).
           05  EXS-CANTIDAD                           PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  EXS-POLITICA                           PIC X.

      * UNA REGLA POR LINEA, VIGENTE ENTRE RES-FECHA-DESDE Y           *
      * RES-FECHA-HASTA.  AGENCIA 00 = TODAS; TAMANIO EN BLANCO =       *
      * TODOS.  TIPO 'M' = ESTADIA MINIMA DE RES-DIAS DIAS (CON         *
      * RES-FINDE-LARGO 'S' SOLO SI EL RANGO TOCA UN FIN DE SEMANA      *
      * LARGO); 'A' = NO SE VENDE CON MAS DE RES-DIAS DIAS DE           *
      * ANTICIPACION A LA FECHA DE PROCESO; 'V' = VEDA: NO SE VENDE EL  *
      * PRODUCTO RES-PRODUCTO ('O' = ONE-WAY, 'L' = LEASING, 'T' =      *
      * RESERVA POR TAMANIO, BLANCO = TODO).                            *
      * MISMO ARMADO QUE RESTRIC-REG EN ASIGTAM, COTIZAR, RESERVAR Y    *
      * LEASE.                                                          *
       FD RESTRIC.
       01  RESTRIC-REG.
           05  RES-FECHA-DESDE                        PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  RES-FECHA-HASTA                        PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  RES-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  RES-TAMANIO                            PIC X.
           05  FILLER                                 PIC X(01).
           05  RES-TIPO                               PIC X.
           05  FILLER                                 PIC X(01).
           05  RES-PRODUCTO                           PIC X.
           05  FILLER                                 PIC X(01).
           05  RES-DIAS                               PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  RES-FINDE-LARGO                        PIC X.

       FD PRIORIDAD.
       01  PRIORIDAD-REG.
           05  PRI-POLITICA                           PIC X(04).
           03  FILLER                               PIC X(01).
           03  ANULAC-SAL-CONTRATO                  PIC 9(09).

       FD GRUPOS-SAL.
       01  GRUPOS-SAL-REG.
           05  GRS-REFERENCIA                         PIC X(10).
           05  FILLER                                 PIC X(01).
           05  GRS-CONTRATO-MAESTRO                   PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  GRS-TIPO-DOC                           PIC X.
           05  GRS-NRO-DOC                            PIC X(20).
           05  FILLER                                 PIC X(01).
           05  GRS-PATENTE                            PIC X(07).
           05  FILLER                                 PIC X(01).
           05  GRS-FECHA                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  GRS-CONTRATO                           PIC 9(09).

       FD ESPERA.
       01  ESPERA-REG.
           05  ESP-PATENTE                            PIC X(07).
           05  RSV-NRO-DOC                          PIC X(20).
           05  RSV-CHOFER                           PIC X(07).
           05  RSV-AGENCIA                          PIC 9(02).
      * 'R' RESERVADA, 'P' PENDIENTE DE PAGO DE LA SENA (RESERVAR.CBL / *
      * SENACTL.CBL).                                                  *
           05  RSV-ESTADO                           PIC X.

       FD CONTRNUM.
           05  ASI-HABER                              PIC 9(09)V99.
           05  FILLER                                 PIC X(01).
           05  ASI-DESCRIPCION                        PIC X(20).
           05  FILLER                                 PIC X(01).
      * PROGRAMA QUE GRABO EL ASIENTO (VER ASICTL.CBL).                *
           05  ASI-ORIGEN                             PIC X(08).
           05  FILLER                                 PIC X(01).
      * CENTRO DE COSTO QUE DA EL PLAN DE CUENTAS (CTAMAP.TXT).        *
           05  ASI-CCOSTO                             PIC X(06).

      * UNA FILA POR CONCEPTO Y AGENCIA.  AGENCIA 00 ES LA FILA        *
      * GENERAL, OBLIGATORIA PARA CADA CONCEPTO; UNA FILA CON AGENCIA  *
      * ABRE ESE CONCEPTO A OTRA CUENTA O CENTRO DE COSTO PARA ESA     *
      * AGENCIA SOLA.  EL CONCEPTO ES LO QUE LOS PROGRAMAS GRABABAN    *
      * ANTES EN ASI-CUENTA ('DEUDORES  ', 'ALQUILERES', ...).         *
       FD CTAMAP.
       01  CTAMAP-REG.
           05  MAP-CONCEPTO                           PIC X(10).
           05  FILLER                                 PIC X(01).
           05  MAP-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  MAP-CUENTA                             PIC X(10).
           05  FILLER                                 PIC X(01).
           05  MAP-CCOSTO                             PIC X(06).

      * MISMO ARMADO QUE FACTREG-REG EN FACTURAR.CBL/PAGOS.CBL.        *
       FD FACTREG.
           05  FILLER                                 PIC X(01).
           05  CAM-TIPO-CAMBIO                        PIC 9(04)V9999.

       FD OCUPTAR.
       01  OCUPTAR-REG.
           05  OCT-TAMANIO                            PIC X.
           05  FILLER                                 PIC X(01).
           05  OCT-DESDE-PORC                         PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  OCT-RECARGO-PORC                       PIC 9(03).

       FD PRESUP.
       01  PRESUP-REG.
           05  PSU-AGENCIA                            PIC 9(02).
           05  OW-AGENCIA-DESTINO                     PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  OW-IMPORTE                             PIC 9(04)V99.
      * REPARTO CON LA AGENCIA DE DEVOLUCION (CHECK-IN, INSPECCION,     *
      * COMBUSTIBLE Y LIMPIEZA): 'P' PORCENTAJE DEL IMPORTE DE CADA     *
      * DIA, 'F' IMPORTE FIJO POR ALQUILER (EN EL PRIMER DIA, COMO EL   *
      * CARGO).  EN BLANCO (RENGLONES VIEJOS), SIN REPARTO.             *
           05  FILLER                                 PIC X(01).
           05  OW-REPARTO-TIPO                        PIC X(01).
           05  FILLER                                 PIC X(01).
           05  OW-REPARTO-VALOR                       PIC 9(04)V99.

       FD PREPTIEM.
       01  PREPTIEM-REG.
           05  FILLER                                 PIC X(01).
           05  LSE-NRO-CONTRATO                       PIC 9(09).

      * ESTADO 'A' ACTIVA, 'C' CANCELADA (SE IGNORA).                  *
       FD PARADAS.
       01  PARADA-REG.
           05  PAR-PATENTE                            PIC X(07).
           05  FILLER                                 PIC X(01).
           05  PAR-FECHA-DESDE                        PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  PAR-FECHA-HASTA                        PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  PAR-MOTIVO                             PIC X(30).
           05  FILLER                                 PIC X(01).
           05  PAR-ESTADO                             PIC X.
           05  FILLER                                 PIC X(01).
           05  PAR-FECHA-ALTA                         PIC 9(08).

      * MISMO ARMADO QUE RECALLIT-REG EN RECALLS.CBL.  SEVERIDAD 'A'   *
      * ALTA, 'M' MEDIA, 'B' BAJA; ESTADO 'P' PENDIENTE, 'C' CUMPLIDO. *
       FD RECALLIT.
       01  RECALLIT-REG.
           05  RIT-CAMPANIA                           PIC X(10).
           05  FILLER                                 PIC X(01).
           05  RIT-PATENTE                            PIC X(07).
           05  FILLER                                 PIC X(01).
           05  RIT-SEVERIDAD                          PIC X.
           05  FILLER                                 PIC X(01).
           05  RIT-FECHA-LIMITE                       PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  RIT-ESTADO                             PIC X.
           05  FILLER                                 PIC X(01).
           05  RIT-FECHA-ALTA                         PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  RIT-FECHA-CIERRE                       PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  RIT-DESC                               PIC X(30).

      * TAMANIOS: HASTA 10 CODIGOS AUT-TAMANIO PEGADOS; EXTRAS: HASTA   *
      * 10 CODIGOS DE 3; COBERTURAS: HASTA 5 CODIGOS DE 3 -- EN BLANCO  *
      * CUALQUIERA.  TARIFA-MAX Y DIAS-MAX EN CERO = SIN TOPE.  FINDE   *
      * 'N' NO ADMITE RANGOS QUE TOQUEN SABADO O DOMINGO.  ACCION 'R'   *
      * RECHAZA (MOTIVO 28), 'E' APRUEBA A CARGO DEL EMPLEADO.          *
       FD CORPPOL.
       01  CORPPOL-REG.
           05  CPL-CTA-CORP                           PIC X(06).
           05  FILLER                                 PIC X(01).
           05  CPL-TAMANIOS                           PIC X(10).
           05  FILLER                                 PIC X(01).
           05  CPL-TARIFA-MAX                         PIC 9(04)V99.
           05  FILLER                                 PIC X(01).
           05  CPL-EXTRAS                             PIC X(30).
           05  FILLER                                 PIC X(01).
           05  CPL-COBERTURAS                         PIC X(15).
           05  FILLER                                 PIC X(01).
           05  CPL-DIAS-MAX                           PIC 9(03).
           05  FILLER                                 PIC X(01).
           05  CPL-FINDE                              PIC X.
           05  FILLER                                 PIC X(01).
           05  CPL-ACCION                             PIC X.

      * MISMO ARMADO QUE CORPINFR-REG EN FACTURAR.CBL.  CODIGOS: UNA    *
      * LETRA POR REGLA INCUMPLIDA -- T TAMANIO, I TARIFA, X EXTRAS,    *
      * C COBERTURA, D DIAS, F FIN DE SEMANA.  ACCION 'R' RECHAZADO,    *
      * 'E' A CARGO DEL EMPLEADO.                                       *
       FD CORPINFR.
       01  CORPINFR-REG.
           05  INF-FECHA-PROCESO                      PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  INF-CTA-CORP                           PIC X(06).
           05  FILLER                                 PIC X(01).
           05  INF-PATENTE                            PIC X(07).
           05  FILLER                                 PIC X(01).
           05  INF-FECHA                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  INF-TIPO-DOC                           PIC X.
           05  INF-NRO-DOC                            PIC X(20).
           05  FILLER                                 PIC X(01).
           05  INF-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  INF-CODIGOS                            PIC X(06).
           05  FILLER                                 PIC X(01).
           05  INF-ACCION                             PIC X.
           05  FILLER                                 PIC X(01).
           05  INF-IMPORTE                            PIC 9(06)V99.

      * UNA FILA POR AGENCIA Y DIA (1 = LUNES ... 7 = DOMINGO), HORAS  *
      * HHMM.  FUERA-HORA 'S': LA AGENCIA ENTREGA Y RECIBE FUERA DE    *
      * HORARIO COBRANDO EL RECARGO DE LA FILA (UNA VEZ POR RETIRO Y    *
      * UNA POR DEVOLUCION).  UNA AGENCIA SIN FILAS ATIENDE SIEMPRE;     *
      * CON FILAS, EL DIA SIN FILA (O CON CIERRE 0000) ESTA CERRADO.    *
      * MISMO ARMADO QUE AGHORAR-REG EN MOSTRADO, COTIZAR Y RESERVAR.   *
       FD AGHORAR.
       01  AGHORAR-REG.
           05  AGH-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  AGH-DIA                                PIC 9.
           05  FILLER                                 PIC X(01).
           05  AGH-ABRE                               PIC 9(04).
           05  FILLER                                 PIC X(01).
           05  AGH-CIERRA                             PIC 9(04).
           05  FILLER                                 PIC X(01).
           05  AGH-FUERA-HORA                         PIC X.
           05  FILLER                                 PIC X(01).
           05  AGH-RECARGO                            PIC 9(04)V99.

      * UNA FILA POR AGENCIA Y FECHA EN QUE NO ABRE (NI CON SERVICIO    *
      * FUERA DE HORARIO).                                              *
       FD AGCERRAD.
       01  AGCERRAD-REG.
           05  ACE-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  ACE-FECHA                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  ACE-MOTIVO                             PIC X(30).

       FD CTACORP.
       01  CTACORP-REG.
           05  CORP-CODIGO                            PIC X(06).
           05  VOU-MAX-USOS                           PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  VOU-USADOS                             PIC 9(05).
           05  FILLER                                 PIC X(01).
           05  VOU-TIPO-DOC                           PIC X.
           05  VOU-NRO-DOC                            PIC X(20).
           05  FILLER                                 PIC X(01).
           05  VOU-CAMPANIA                           PIC X(08).

       FD CREDLIM.
       01  CREDLIM-REG.
           05  FILLER                                 PIC X(01).
           05  GAR-REFERENCIA                         PIC X(20).

       FD VOUUSO.
       01  VOUUSO-REG.
           05  VUS-FECHA                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  VUS-AGENCIA                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  VUS-CONTRATO                           PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  VUS-CODIGO                             PIC X(10).

      * MISMO ARMADO QUE LAYCTL-REG EN LAYSELLO.CBL.                    *
       FD LAYCTL.
       01  LAYCTL-REG.
           05  LAY-ARCHIVO                            PIC X(12).
           05  FILLER                                 PIC X(01).
           05  LAY-VERSION                            PIC 9(02).
           05  FILLER                                 PIC X(01).
           05  LAY-FECHA                              PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  LAY-PROGRAMA                           PIC X(08).

      * HORA PACTADA DE LA NUEVA DEVOLUCION (HHMM) OPCIONAL: EN BLANCO  *
      * O CERO EL NUEVO ULTIMO DIA SE TARIFA COMPLETO.                  *
       FD PRORROGA.
       01  PRORROGA-REG.
           05  PRR-CONTRATO                           PIC 9(09).
           05  FILLER                                 PIC X(01).
           05  PRR-FECHA-HASTA                        PIC 9(08).
           05  FILLER                                 PIC X(01).
           05  PRR-HORA-DEVOL                         PIC 9(04).

      * MISMO ARMADO QUE ALQ-REG.                                       *
       FD ALQPRO.
       01  ALQPRO-REG.
           05  ALQPRO-CLAVE.
              10  ALQPRO-PATENTE                      PIC X(07).
              10  ALQPRO-FECHA                        PIC 9(08).
           05  ALQPRO-TIPO-DOC                        PIC X.
           05  ALQPRO-NRO-DOC                         PIC X(20).
           05  ALQPRO-IMPORTE                         PIC 9(4)V99.
           05  ALQPRO-CHOFER                          PIC X(07).
           05  ALQPRO-ESTADO                          PIC X.
           05  ALQPRO-AGENCIA                         PIC 9(02).
           05  ALQPRO-ANULADO                         PIC X.
               88  ALQPRO-ESTA-ANULADO                VALUE 'S'.
           05  ALQPRO-FECHA-ANULACION                 PIC 9(08).
           05  ALQPRO-MOTIVO-ANULACION                PIC 9.
           05  ALQPRO-NRO-CONTRATO                    PIC 9(09).
           05  ALQPRO-FECHA-DEVOLUCION                PIC 9(08).
           05  ALQPRO-ODOMETRO                        PIC 9(07).
           05  ALQPRO-RECARGO-DEVOL                   PIC 9(04)V99.
           05  ALQPRO-ESTADO-DEVOL                    PIC X.
               88  ALQPRO-DEVOL-CERRADA               VALUE 'C'.
           05  ALQPRO-AGENCIA-DEVOL                   PIC 9(02).
           05  ALQPRO-EXTRAS-IMP                      PIC 9(04)V99.
           05  ALQPRO-EXTRAS-CODS                     PIC X(09).
           05  ALQPRO-COMBUST-SALIDA                  PIC 9.
           05  ALQPRO-COMBUST-ENTRADA                 PIC 9.
           05  ALQPRO-RECARGO-COMBUST                 PIC 9(04)V99.
           05  ALQPRO-RECARGO-KM                      PIC 9(04)V99.
           05  ALQPRO-CTA-CORP                        PIC X(06).
           05  ALQPRO-FECHA-RETIRO                    PIC 9(08).
           05  ALQPRO-HORA-RETIRO                     PIC 9(04).
           05  ALQPRO-ODOMETRO-SALIDA                 PIC 9(07).
           05  ALQPRO-NOSHOW                          PIC X.
           05  ALQPRO-HORA-PACT-RETIRO                PIC 9(04).
           05  ALQPRO-HORA-PACT-DEVOL                 PIC 9(04).
           05  ALQPRO-HORA-DEVOLUCION                 PIC 9(04).
           05  ALQPRO-ENTREGA-ZONA                    PIC X(03).
           05  ALQPRO-ENTREGA-DIR                     PIC X(30).
           05  ALQPRO-COBERTURA                       PIC X(03).
           05  ALQPRO-FRANQUICIA                      PIC 9(06)V99.
           05  ALQPRO-MONEDA                          PIC X(03).
           05  ALQPRO-TIPO-CAMBIO                     PIC 9(04)V9999.
           05  ALQPRO-OCUP-BANDA                      PIC 9(03).
           05  ALQPRO-OCUP-RECARGO                    PIC 9(03).

      * MISMO ARMADO QUE RSV-REG.                                       *
       FD RSVPRO.
       01  RSVPRO-REG.
           05  RSVPRO-CLAVE.
              10  RSVPRO-PATENTE                      PIC X(07).
              10  RSVPRO-FECHA                        PIC 9(08).
           05  RSVPRO-TIPO-DOC                        PIC X.
           05  RSVPRO-NRO-DOC                         PIC X(20).
           05  RSVPRO-CHOFER                          PIC X(07).
           05  RSVPRO-AGENCIA                         PIC 9(02).
           05  RSVPRO-ESTADO                          PIC X.

       FD TOTALANT.
       01  TOTALANT-REG.
           05  TOTALANT-FECHA                        PIC 9(08).

       FD DESCUENTOS.
       01  DESCUENTO-REG.
           05  DESC-CLAVE.
               10  DESC-TIPO-DOC                      PIC X.
               10  DESC-NRO-DOC                       PIC X(20).
           05  DESC-PORCENTAJE                        PIC 9(02).

       FD CHOFERES.

       FD BLOQUEADOS.
       01  BLOQUEADO-REG.
           05  BLOQ-CLAVE.
               10  BLOQ-TIPO-DOC                      PIC X.
               10  BLOQ-NRO-DOC                       PIC X(20).
           05  BLOQ-MOTIVO-BLOQUEO                    PIC X(30).

      * NOMBRE Y FECHA DE NACIMIENTO TAL COMO SE ENVIARON AL REGISTRO   *
      * (SI EL PADRON CAMBIA, REGNENV.CBL VUELVE A ENVIAR).  ESTADO 'P' *
      * ENVIADO SIN RESPUESTA, 'V' VALIDO, 'M' NO COINCIDE, 'F'         *
      * FALLECIDO, 'N' NO ENCONTRADO.                                   *
       FD REGNAC.
       01  REGNAC-REG.
           05  REGN-CLAVE.
               10  REGN-TIPO-DOC                      PIC X.
               10  REGN-NRO-DOC                       PIC X(20).
           05  REGN-NOMBRE                            PIC X(30).
           05  REGN-FECHA-NACIMIENTO                  PIC 9(08).
           05  REGN-FECHA-ENVIO                       PIC 9(08).
           05  REGN-ESTADO                            PIC X.
               88  REGN-PENDIENTE                     VALUE 'P'.
               88  REGN-VALIDO                        VALUE 'V'.
               88  REGN-NO-COINCIDE                   VALUE 'M'.
               88  REGN-FALLECIDO                     VALUE 'F'.
               88  REGN-NO-ENCONTRADO                 VALUE 'N'.
           05  REGN-FECHA-RESULTADO                   PIC 9(08).

      * UNA FILA POR DIA APROBADO QUE TRAJO CONDUCTORES ADICIONALES.    *
       FD ADICION.
       01  ADICION-REG.
           05  ADI-CLAVE.
               10  ADI-PATENTE                        PIC X(07).
               10  ADI-FECHA                          PIC 9(08).
           05  ADI-NRO-CONTRATO                       PIC 9(09).
           05  ADI-CONDUCTORES.
               10  ADI-CONDUCTOR         OCCURS 3 TIMES.
                   15  ADI-TIPO-DOC                   PIC X.
                   15  ADI-NRO-DOC                    PIC X(20).

       FD CLIENTES.
       01  CLIENTE-REG.
           05  CLIENTE-CLAVE.
               10  CLIENTE-TIPO-DOC                   PIC X.
               10  CLIENTE-NRO-DOC                    PIC X(20).
           05  CLIENTE-NOMBRE                         PIC X(30).
           05  CLIENTE-DIR                            PIC X(30).
           05  CLIENTE-TEL                            PIC X(15).
                                            VALUE "..\LISTADO.TXT".
       01  WS-PATH-ALQ-ACT                               PIC X(60)
                                            VALUE "..\ALQACT.TXT".
       01  WS-PATH-ALQ-HOY                               PIC X(60)
                                            VALUE "..\ALQHOY.TXT".
       01  WS-PATH-AGENCIAS                              PIC X(60)
                                            VALUE "..\AGENCIAS.TXT".
       01  WS-PATH-CLIENTES                              PIC X(60)
                                            VALUE "..\CLIENTES.DAT".
       01  WS-PATH-BLOQUEADOS                            PIC X(60)
                                            VALUE "..\BLOQUEAD.DAT".
       01  WS-PATH-REGNAC                                PIC X(60)
                                            VALUE "..\REGNAC.DAT".
       01  WS-PATH-ADICION                               PIC X(60)
                                            VALUE "..\ADICION.DAT".
       01  WS-PATH-CHOFERES                              PIC X(60)
                                            VALUE "..\CHOFERES.TXT".
       01  WS-PATH-DESCUENTOS                            PIC X(60)
                                            VALUE "..\DESCUENT.DAT".
       01  WS-PATH-FERIADOS                              PIC X(60)
                                            VALUE "..\FERIADOS.TXT".
       01  WS-PATH-CHECKPT                               PIC X(60)
                                            VALUE "..\TOTALANT.DAT".
       01  WS-PATH-ASIENTOS                              PIC X(60)
                                            VALUE "..\ASIENTOS.TXT".
       01  WS-PATH-CTAMAP                                PIC X(60)
                                            VALUE "..\CTAMAP.TXT".
       01  WS-PATH-CONTRNUM                              PIC X(60)
                                            VALUE "..\CONTRNUM.DAT".
       01  WS-PATH-RESERVAS                              PIC X(60)
                                            VALUE "..\ESPERA.TXT".
       01  WS-PATH-ANULAC                                PIC X(60)
                                            VALUE "..\ANULAC.TXT".
       01  WS-PATH-GRUPOS                                PIC X(60)
                                            VALUE "..\GRUPOS.TXT".
       01  WS-PATH-PRIORIDAD                             PIC X(60)
                                            VALUE "..\PRIORIDA.DAT".
       01  WS-PATH-EXTRAS                                PIC X(60)
                                            VALUE "..\EXTRAS.TXT".
       01  WS-PATH-EXTSTOCK                              PIC X(60)
                                            VALUE "..\EXTSTOCK.TXT".
       01  WS-PATH-RESTRIC                               PIC X(60)
                                            VALUE "..\RESTRIC.TXT".
      * LA FAMILIA DE RETORNOS ES ABIERTA DESDE LA AMPLIACION DEL       *
      * CODIGO DE AGENCIA: EL ARCHIVO DE CADA AGENCIA SE ARMA COMO      *
      * PREFIJO + CODIGO DE DOS DIGITOS + .TXT (RETAG01.TXT ...         *
                                            VALUE "..\GARTARIF.TXT".
       01  WS-PATH-GARMOV                                PIC X(60)
                                            VALUE "..\GARMOV.TXT".
       01  WS-PATH-VOUUSO                                PIC X(60)
                                            VALUE "..\VOUUSO.TXT".
       01  WS-PATH-LAYCTL                                PIC X(60)
                                            VALUE "..\LAYOUT.DAT".
       01  WS-PATH-FACTREG                               PIC X(60)
                                            VALUE "..\FACTURAS.DAT".
       01  WS-PATH-CREDLIM                               PIC X(60)
                                            VALUE "..\CTACORP.TXT".
       01  WS-PATH-LEASES                                PIC X(60)
                                            VALUE "..\LEASES.TXT".
       01  WS-PATH-PARADAS                               PIC X(60)
                                            VALUE "..\PARADAS.TXT".
       01  WS-PATH-RECALLIT                              PIC X(60)
                                            VALUE "..\RECALLIT.TXT".
       01  WS-PATH-CORPPOL                               PIC X(60)
                                            VALUE "..\CORPPOL.TXT".
       01  WS-PATH-CORPINFR                              PIC X(60)
                                            VALUE "..\CORPINFR.TXT".
       01  WS-PATH-AGHORAR                               PIC X(60)
                                            VALUE "..\AGHORAR.TXT".
       01  WS-PATH-AGCERRAD                              PIC X(60)
                                            VALUE "..\AGCERRAD.TXT".
       01  WS-PATH-PREPTIEM                              PIC X(60)
                                            VALUE "..\PREPTIEM.TXT".
       01  WS-PATH-PREPOK                                PIC X(60)
                                            VALUE "..\PRESUPUE.TXT".
       01  WS-PATH-CAMBIO                                PIC X(60)
                                            VALUE "..\CAMBIO.TXT".
       01  WS-PATH-OCUPTAR                               PIC X(60)
                                            VALUE "..\OCUPTAR.TXT".
       01  WS-PATH-PREAUSAL                              PIC X(60)
                                            VALUE "..\PREAUSAL.TXT".
       01  WS-PATH-PREAURES                              PIC X(60)
       01  WS-PATH-CTLSCAN                               PIC X(60).
       01  WS-PATH-LOTEREG                               PIC X(60)
                                            VALUE "..\LOTEREG.DAT".
       01  WS-PATH-PRORROGA                              PIC X(60)
                                            VALUE "..\PRORROGA.TXT".

       01  WS-ENV-DIR-DATOS                              PIC X(50).
       01  WS-DIR-DATOS-LARGO                            PIC 9(04).
       01 FS-ALQ-ACT                    PIC X(02).
           88 FS-ALQ-ACT-OK         VALUE '00'.
           88 FS-ALQ-ACT-FIN            VALUE '10'.
       01 FS-ALQ-HOY                    PIC X(02).
           88 FS-ALQ-HOY-OK         VALUE '00'.

       01  FS-AGENCIAS                     PIC X(02).
           88  FS-AGENCIAS-OK              VALUE '00'.
           88  FS-CLIENTES-OK              VALUE '00'.
           88  FS-CLIENTES-FIN             VALUE '10'.
           88  FS-CLIENTES-NO-EXIST        VALUE '35'.
           88  FS-CLIENTES-NO-HALLADO      VALUE '23'.

       01  FS-BLOQUEADOS                   PIC X(02).
           88  FS-BLOQUEADOS-OK            VALUE '00'.
           88  FS-BLOQUEADOS-FIN           VALUE '10'.
           88  FS-BLOQUEADOS-NO-EXIST      VALUE '35'.
           88  FS-BLOQUEADOS-NO-HALLADO    VALUE '23'.

       01  FS-REGNAC                       PIC X(02).
           88  FS-REGNAC-OK                VALUE '00'.
           88  FS-REGNAC-NO-EXIST          VALUE '35'.
           88  FS-REGNAC-NO-HALLADO        VALUE '23'.

       01  FS-ADICION                      PIC X(02).
           88  FS-ADICION-OK               VALUE '00'.
           88  FS-ADICION-NO-HALLADO       VALUE '23'.
           88  FS-ADICION-NO-EXIST         VALUE '35'.

       01  FS-CHOFERES                     PIC X(02).
           88  FS-CHOFERES-OK              VALUE '00'.
           88  FS-DESCUENTOS-OK            VALUE '00'.
           88  FS-DESCUENTOS-FIN           VALUE '10'.
           88  FS-DESCUENTOS-NO-EXIST      VALUE '35'.
           88  FS-DESCUENTOS-NO-HALLADO    VALUE '23'.

       01  FS-FERIADOS                     PIC X(02).
           88  FS-FERIADOS-OK              VALUE '00'.
       01  FS-ASIENTOS                     PIC X(02).
           88  FS-ASIENTOS-OK               VALUE '00'.

       01  FS-CTAMAP                       PIC X(02).
           88  FS-CTAMAP-OK                 VALUE '00'.
           88  FS-CTAMAP-FIN                VALUE '10'.
           88  FS-CTAMAP-NO-EXIST           VALUE '35'.

       01  FS-ESPERA                       PIC X(02).
           88  FS-ESPERA-OK                 VALUE '00'.

       01  FS-ANULAC-SAL                   PIC X(02).
           88  FS-ANULAC-SAL-OK             VALUE '00'.
       01  FS-GRUPOS-SAL                   PIC X(02).
           88  FS-GRUPOS-SAL-OK             VALUE '00'.

       01  FS-REVSAV                       PIC X(02).
           88  FS-REVSAV-OK                 VALUE '00'.
           88  FS-EXTRAS-OK                 VALUE '00'.
           88  FS-EXTRAS-FIN                VALUE '10'.
           88  FS-EXTRAS-NO-EXIST           VALUE '35'.
       01  FS-EXTSTOCK                     PIC X(02).
           88  FS-EXTSTOCK-OK               VALUE '00'.
           88  FS-EXTSTOCK-FIN              VALUE '10'.
           88  FS-EXTSTOCK-NO-EXIST         VALUE '35'.
       01  FS-RESTRIC                      PIC X(02).
           88  FS-RESTRIC-OK                VALUE '00'.
           88  FS-RESTRIC-FIN               VALUE '10'.
           88  FS-RESTRIC-NO-EXIST          VALUE '35'.

       01  FS-PRIORIDAD                    PIC X(02).
           88  FS-PRIORIDAD-OK              VALUE '00'.
       01  FS-GARMOV                       PIC X(02).
           88  FS-GARMOV-OK                 VALUE '00'.

       01  FS-VOUUSO                       PIC X(02).
           88  FS-VOUUSO-OK                 VALUE '00'.

       01  FS-LAYCTL                       PIC X(02).
           88  FS-LAYCTL-OK                 VALUE '00'.
           88  FS-LAYCTL-FIN                VALUE '10'.

      * VERSION DE LAYOUT QUE ESTE PROGRAMA ESPERA DE CADA ARCHIVO      *
      * PERSISTENTE QUE ABRE (TABLA COMPLETA EN LAYSELLO.CBL).          *
       01  WS-LAY-ESPERADOS.
           05  FILLER                      PIC X(14) VALUE
                    'AUTOS.TXT   03'.
           05  FILLER                      PIC X(14) VALUE
                    'ALQIDX.DAT  03'.
           05  FILLER                      PIC X(14) VALUE
                    'RESERVAS.DAT03'.
           05  FILLER                      PIC X(14) VALUE
                    'ESPERA.TXT  03'.
           05  FILLER                      PIC X(14) VALUE
                    'AGENCIAS.TXT02'.
           05  FILLER                      PIC X(14) VALUE
                    'CONTRNUM.DAT02'.
           05  FILLER                      PIC X(14) VALUE
                    'LOTEREG.DAT 02'.
           05  FILLER                      PIC X(14) VALUE
                    'FACTURAS.DAT02'.
           05  FILLER                      PIC X(14) VALUE
                    'LEASES.TXT  02'.
           05  FILLER                      PIC X(14) VALUE
                    'REVSAV.DAT  02'.
           05  FILLER                      PIC X(14) VALUE
                    'ESTADSAV.DAT02'.
           05  FILLER                      PIC X(14) VALUE
                    'GARMOV.TXT  02'.
           05  FILLER                      PIC X(14) VALUE
                    'PREAHOLD.TXT02'.
           05  FILLER                      PIC X(14) VALUE
                    'ASIENTOS.TXT02'.
           05  FILLER                      PIC X(14) VALUE
                    'CLIENTES.DAT01'.
           05  FILLER                      PIC X(14) VALUE
                    'RUNCTL.DAT  01'.
       01  WS-TABLA-LAYOUT REDEFINES WS-LAY-ESPERADOS.
           05  WS-LAY-ESP OCCURS 16 TIMES.
               10  WS-LAY-ESP-ARCHIVO      PIC X(12).
               10  WS-LAY-ESP-VERSION      PIC 9(02).
       01  WS-LAY-VISTOS                   PIC X(16) VALUE SPACES.
       01  WS-TABLA-VISTOS REDEFINES WS-LAY-VISTOS.
           05  WS-LAY-ESP-VISTO            OCCURS 16 TIMES PIC X.
       01  WS-LAY-CANT-ESP                 PIC 9(02) VALUE 16.
       01  IND-LAY                         PIC 9(02).

       01  FS-FACTREG                      PIC X(02).
           88  FS-FACTREG-OK                VALUE '00'.
           88  FS-FACTREG-FIN               VALUE '10'.
           88  FS-LEASES-FIN                VALUE '10'.
           88  FS-LEASES-NO-EXIST           VALUE '35'.

       01  FS-PARADAS                      PIC X(02).
           88  FS-PARADAS-OK                VALUE '00'.
           88  FS-PARADAS-FIN               VALUE '10'.
           88  FS-PARADAS-NO-EXIST          VALUE '35'.

       01  FS-RECALLIT                     PIC X(02).
           88  FS-RECALLIT-OK               VALUE '00'.
           88  FS-RECALLIT-FIN              VALUE '10'.
           88  FS-RECALLIT-NO-EXIST         VALUE '35'.

       01  FS-CORPPOL                      PIC X(02).
           88  FS-CORPPOL-OK                VALUE '00'.
           88  FS-CORPPOL-FIN               VALUE '10'.
           88  FS-CORPPOL-NO-EXIST          VALUE '35'.

       01  FS-CORPINFR                     PIC X(02).
           88  FS-CORPINFR-OK               VALUE '00'.

       01  FS-AGHORAR                      PIC X(02).
           88  FS-AGHORAR-OK                VALUE '00'.
           88  FS-AGHORAR-FIN               VALUE '10'.
           88  FS-AGHORAR-NO-EXIST          VALUE '35'.

       01  FS-AGCERRAD                     PIC X(02).
           88  FS-AGCERRAD-OK               VALUE '00'.
           88  FS-AGCERRAD-FIN              VALUE '10'.
           88  FS-AGCERRAD-NO-EXIST         VALUE '35'.

       01  FS-PREPTIEM                     PIC X(02).
           88  FS-PREPTIEM-OK               VALUE '00'.
           88  FS-PREPTIEM-FIN              VALUE '10'.
           88  FS-CAMBIO-FIN                VALUE '10'.
           88  FS-CAMBIO-NO-EXIST           VALUE '35'.

       01  FS-OCUPTAR                      PIC X(02).
           88  FS-OCUPTAR-OK                VALUE '00'.
           88  FS-OCUPTAR-FIN               VALUE '10'.
           88  FS-OCUPTAR-NO-EXIST          VALUE '35'.

       01  FS-PREAUSAL                     PIC X(02).
           88  FS-PREAUSAL-OK               VALUE '00'.

           88  FS-LOTEREG-FIN               VALUE '10'.
           88  FS-LOTEREG-NO-EXIST          VALUE '35'.

       01  FS-PRORROGA                     PIC X(02).
           88  FS-PRORROGA-OK               VALUE '00'.
           88  FS-PRORROGA-FIN              VALUE '10'.
           88  FS-PRORROGA-NO-EXIST         VALUE '35'.

       01  FS-ALQPRO                       PIC X(02).
           88  FS-ALQPRO-OK                 VALUE '00'.
           88  FS-ALQPRO-FIN                VALUE '10'.
           88  FS-ALQPRO-NO-EXIST           VALUE '23' '35'.

       01  FS-RSVPRO                       PIC X(02).
           88  FS-RSVPRO-OK                 VALUE '00'.
           88  FS-RSVPRO-FIN                VALUE '10'.
           88  FS-RSVPRO-NO-EXIST           VALUE '23' '35'.

      * PARA CHEQUEO DE FILE STATUS
       01  FILE-STATUS.
          05  FS                       PIC X(02).
      * EN UN EVALUATE DENTRO DE 7611-ARMAR-DESC-MOTIVO; AHORA ESE    *
      * PARRAFO SOLO RECORRE ESTA TABLA, ASI QUE AGREGAR UN MOTIVO    *
      * NUEVO SE REDUCE A SUMAR UNA FILA ACA Y EN LA CARGA INICIAL.   *
       01  WS-CANT-MOTIVOS             PIC 9(2) VALUE 34.
       01  TABLA-MOTIVOS.
           05  TM-FILA OCCURS 34 TIMES INDEXED BY IDX-MOTIVO.
               09  TM-CODIGO           PIC 9(02).
               09  TM-DESCRIPCION      PIC X(30).
       01  WS-DESC-TAMANIO             PIC X(10).
       01  WS-RET-AGENCIA              PIC 9(02).
       01  TABLA-RECH-TOTALES.
           05  RT-AGENCIA               OCCURS 100 TIMES.
               09 RT-MOTIVO OCCURS 40 TIMES PIC 9(5) VALUE ZERO.
       01  CONT-LINEAS                  PIC 99.
       01  CONT-ESTAD-LINEAS            PIC 99.

               09  AGENCIA-TAB-DIFERIDO PIC 9(7)V99 VALUE ZERO.
               09  AGENCIA-TAB-REC-DIF  PIC 9(7)V99 VALUE ZERO.
               09  AGENCIA-TAB-COMISION PIC 9(2)V99  VALUE ZERO.
      * PARTE DE LOS ALQUILERES ONE-WAY QUE LA AGENCIA CEDE A LA DE     *
      * DEVOLUCION O RECIBE DE LA DE ORIGEN (VER 4028-REPARTIR-ONEWAY Y *
      * 9022-GRABAR-ASIENTO-ONEWAY).                                    *
               09  AGENCIA-TAB-OW-CEDIDO PIC 9(7)V99 VALUE ZERO.
               09  AGENCIA-TAB-OW-RECIB PIC 9(7)V99 VALUE ZERO.
               09  AGENCIA-TAB-ACTIVA   PIC X       VALUE 'S'.

      * RESULTADO DE 5100-BUSCAR-CLIENTE PARA EL DOCUMENTO CARGADO EN  *
      * WS-CLI-TIPO-DOC/WS-CLI-NRO-DOC.                                *
      *****************************************************************
      * PADRON DE CHOFERES EN MEMORIA (VER FD CHOFERES), CARGADO POR   *
      * 1231/1232.  4087-VERIFICAR-CHOFER LO RECORRE POR CODIGO.       *
       01  IND-FER                      PIC 9(3).

      *****************************************************************
      * DESCUENTO POR DOCUMENTO: 4082-APLICAR-DESCUENTO LEE DESCUENTOS *
      * POR CLAVE DESPUES DE TARIFAR EL DIA.                           *
       01  WS-DESCU-TIPO-DOC            PIC X.
       01  WS-DESCU-NRO-DOC             PIC X(20).
       01  WS-DESC-PORC-APLICADO        PIC 9(02) VALUE ZERO.
       01  WS-DESC-PORC-IMPR            PIC Z9.

      *****************************************************************
      * CHOFER + FECHA DE CADA OCUPACION VISTA EN LA CORRIDA (MASTER  *
       01  TABLA-DENEGADOS.
           05  DEN-TAB                  OCCURS 200 TIMES.
               09  DEN-TAB-TIPO         PIC X.
               09  DEN-TAB-VALOR        PIC X(21).
       01  IND-DEN                      PIC 9(3).
       01  WS-DENEG-PATENTE             PIC X(07).
       01  WS-DENEG-DOC.
           05  WS-DENEG-TIPO-DOC        PIC X.
           05  WS-DENEG-NRO-DOC         PIC X(20).
       01  WS-ASEG-DENEGADO             PIC X VALUE 'N'.
           88  ASEGURADO-DENEGADO       VALUE 'S'.

       01  WS-EXTRAS-DIA                PIC 9(4)V99 VALUE ZERO.
       01  WS-EXTRAS-IMPR               PIC $ZZZ9,99 BLANK ZERO.

      *****************************************************************
      * STOCK DE EXTRAS POR AGENCIA (VER FD EXTSTOCK) Y UNIDADES YA    *
      * COMPROMETIDAS POR AGENCIA+CODIGO+DIA: LAS FILAS VIGENTES DEL   *
      * MAESTRO DESDE LA FECHA DE PROCESO (1196) MAS LO QUE SE APRUEBA *
      * EN LA CORRIDA (4489).  SOLO SE CUENTAN LOS CODIGOS CON STOCK.  *
       01  WS-CANT-EXTSTOCK-TABLA       PIC 9(3) VALUE ZERO.
       01  TABLA-EXTSTOCK.
           05  EXS-TAB                  OCCURS 300 TIMES.
               09  EXS-TAB-AGENCIA      PIC 9(02).
               09  EXS-TAB-CODIGO       PIC X(03).
               09  EXS-TAB-CANTIDAD     PIC 9(03).
               09  EXS-TAB-POLITICA     PIC X.
       01  IND-EXS                      PIC 9(3).
       01  WS-CANT-EXTDIA-TABLA         PIC 9(4) VALUE ZERO.
       01  TABLA-EXTDIA.
           05  EXD-TAB                  OCCURS 3000 TIMES.
               09  EXD-TAB-AGENCIA      PIC 9(02).
               09  EXD-TAB-CODIGO       PIC X(03).
               09  EXD-TAB-FECHA        PIC 9(08).
               09  EXD-TAB-CANT         PIC 9(03).
       01  IND-EXD                      PIC 9(4).
       01  WS-EXD-AVISO-LLENA           PIC X VALUE 'N'.
       01  WS-EXD-AGENCIA               PIC 9(02).
       01  WS-EXD-CODIGO                PIC X(03).
       01  WS-EXD-FECHA                 PIC 9(08).
       01  WS-EXD-CANT                  PIC 9(03).
       01  WS-EXD-CODS                  PIC X(09).
       01  WS-EXD-HALLADO               PIC X VALUE 'N'.
           88  EXD-HALLADO              VALUE 'S'.

      * CONTROL DEL RANGO EN CURSO (4487): ENTRA CON LOS CODIGOS       *
      * PEDIDOS, LA AGENCIA, EL RANGO Y EL DIA; DEJA LOS CODIGOS QUE SE *
      * ENTREGAN, LOS AGOTADOS (EN SU POSICION) Y SI SE RECHAZA.  LA    *
      * DECISION DEL PRIMER DIA SE GUARDA POR COLA PARA TODO EL RANGO.  *
       01  WS-STK-PEDIDOS.
           05  WS-STK-COD               OCCURS 3 TIMES PIC X(03).
       01  WS-STK-AGENCIA               PIC 9(02).
       01  WS-STK-DESDE                 PIC 9(08).
       01  WS-STK-HASTA                 PIC 9(08).
       01  WS-STK-FECHA                 PIC 9(08).
       01  WS-STK-ENTREGABLES.
           05  WS-STK-ENT               OCCURS 3 TIMES PIC X(03).
       01  WS-STK-AGOTADOS              VALUE SPACES.
           05  WS-STK-AGO               OCCURS 3 TIMES PIC X(03).
       01  WS-STK-RECHAZO               PIC X VALUE 'N'.
           88  EXTRA-AGOTADO-RECHAZA    VALUE 'S'.
       01  WS-STK-CANTIDAD              PIC 9(03).
       01  WS-STK-POLITICA              PIC X.
       01  WS-STK-FALTA                 PIC X VALUE 'N'.
           88  STK-FALTA                VALUE 'S'.
       01  WS-STK-HALLADO               PIC X VALUE 'N'.
           88  STK-HALLADO              VALUE 'S'.
       01  WS-STK-FEC-VAL-GUARDA        PIC X(08).
       01  IND-STK                      PIC 9.
       01  IND-STD                      PIC 9(03).
       01  TABLA-STK-COLA.
           05  STK-COLA                 OCCURS 4 TIMES.
               09  STK-COLA-ENTREGABLES PIC X(09).
               09  STK-COLA-AGOTADOS    PIC X(09).
               09  STK-COLA-RECHAZO     PIC X.

      *****************************************************************
      * RESTRICCIONES DE VENTA (VER FD RESTRIC).  RES-TAB-LIMITE ES LA *
      * ULTIMA FECHA DE RETIRO VENDIBLE DE UNA REGLA DE ANTICIPACION.  *
       01  WS-CANT-RESTRIC-TABLA        PIC 9(3) VALUE ZERO.
       01  TABLA-RESTRIC.
           05  RES-TAB                  OCCURS 200 TIMES.
               09  RES-TAB-DESDE        PIC 9(08).
               09  RES-TAB-HASTA        PIC 9(08).
               09  RES-TAB-AGENCIA      PIC 9(02).
               09  RES-TAB-TAMANIO      PIC X.
               09  RES-TAB-TIPO         PIC X.
               09  RES-TAB-PRODUCTO     PIC X.
               09  RES-TAB-FINDE        PIC X.
               09  RES-TAB-DIAS         PIC 9(03).
               09  RES-TAB-LIMITE       PIC 9(08).
       01  IND-RES                      PIC 9(3).
       01  IND-RSD                      PIC 9(3).

      * CONTROL DEL RANGO EN CURSO (4440): ENTRA CON LA AGENCIA DE      *
      * RETIRO Y LA DE DEVOLUCION, EL RANGO, EL DIA Y LA PATENTE; DEJA  *
      * EL MOTIVO (32 A 34, CERO SI SE PUEDE VENDER) Y EL TEXTO PARA    *
      * RECH-DESC-BLOQUEO.  LA DECISION DEL PRIMER DIA SE GUARDA POR    *
      * COLA PARA TODO EL RANGO, COMO EL STOCK DE EXTRAS.               *
       01  WS-RES-AGENCIA               PIC 9(02).
       01  WS-RES-DEVOL                 PIC X(02).
       01  WS-RES-DEVOL-N REDEFINES WS-RES-DEVOL
                                        PIC 9(02).
       01  WS-RES-DESDE                 PIC 9(08).
       01  WS-RES-HASTA                 PIC 9(08).
       01  WS-RES-FECHA                 PIC 9(08).
       01  WS-RES-PATENTE               PIC X(07).
       01  WS-RES-TAMANIO               PIC X.
       01  WS-RES-ONE-WAY               PIC X VALUE 'N'.
           88  RES-ES-ONE-WAY           VALUE 'S'.
       01  WS-RES-POR-TAMANIO           PIC X VALUE 'N'.
           88  RES-ES-POR-TAMANIO       VALUE 'S'.
       01  WS-RES-TOCA-FINDE            PIC X VALUE ' '.
           88  RES-FINDE-SIN-CALCULAR   VALUE ' '.
           88  RES-TOCA-FINDE-LARGO     VALUE 'S'.
       01  WS-RES-HASTA-MAS2            PIC X(08).
       01  WS-RES-DIAS-RANGO            PIC 9(03).
       01  WS-RES-PRODUCTO-DESC         PIC X(08).
       01  WS-RES-DIA-SEM-GUARDA        PIC 9.
       01  WS-RES-FEC-VAL-GUARDA        PIC X(08).
       01  WS-RES-DIAS-IMPR             PIC ZZ9.
       01  WS-RES-MOTIVO                PIC 9(02) VALUE ZERO.
           88  RESTRICCION-RECHAZA      VALUE 32 THRU 34.
       01  WS-RES-DESC                  PIC X(30).
       01  TABLA-RES-COLA.
           05  RES-COLA                 OCCURS 4 TIMES.
               09  RES-COLA-MOTIVO      PIC 9(02).
               09  RES-COLA-DESC        PIC X(30).

      *****************************************************************
      * CONDUCTORES ADICIONALES DE LA SOLICITUD EN CURSO (VER          *
      * SOLn-ADICIONALES).  4480 LOS PASA POR LOS CONTROLES DEL        *
      * TITULAR: EL PRIMERO QUE FALLA DEJA EL MOTIVO Y SU DOCUMENTO    *
      * PARA RECH-DESC-BLOQUEO.  CADA UNO PAGA EL EXTRA DIARIO 'CAD'   *
      * DEL CATALOGO (4072) Y LOS JOVENES EL RECARGO DE EDADMIN        *
      * (4485).                                                        *
       01  WS-ADICIONALES.
           05  WS-ADIC                  OCCURS 3 TIMES.
               09  WS-ADIC-TIPO-DOC     PIC X.
               09  WS-ADIC-NRO-DOC      PIC X(20).
       01  IND-ADI                      PIC 9.
       01  WS-CANT-ADIC                 PIC 9 VALUE ZERO.
       01  WS-ADIC-JOVENES              PIC 9 VALUE ZERO.
       01  WS-EXT-COD-ADICIONAL         PIC X(03) VALUE 'CAD'.
       01  WS-ADIC-CARGO-DIA            PIC 9(4)V99 VALUE ZERO.
       01  WS-ADIC-RECARGO              PIC 9(4)V99 VALUE ZERO.
       01  WS-ADIC-MOTIVO               PIC 9(02) VALUE ZERO.
       01  WS-ADIC-DESC                 PIC X(30).
       01  WS-ADIC-RECHAZADO            PIC X VALUE 'N'.
           88  ADICIONAL-RECHAZADO      VALUE 'S'.
       01  WS-ADIC-DENEGADO             PIC X VALUE 'N'.
           88  ADICIONAL-DENEGADO       VALUE 'S'.
      * RESULTADO DE LOS CONTROLES DEL TITULAR, QUE LOS MISMOS PARRAFOS *
      * PISAN AL CONTROLAR A LOS ADICIONALES: 4480 LO GUARDA Y REPONE.  *
       01  WS-ADIC-GUARDA.
           05  WS-ADIC-G-BLOQUEADO      PIC X.
           05  WS-ADIC-G-BLOQ-DESC      PIC X(30).
           05  WS-ADIC-G-BLOQ-TIPO-DOC  PIC X.
           05  WS-ADIC-G-BLOQ-NRO-DOC   PIC X(20).
           05  WS-ADIC-G-LIC-VENCIDA    PIC X.
           05  WS-ADIC-G-LIC-TIPO-DOC   PIC X.
           05  WS-ADIC-G-LIC-NRO-DOC    PIC X(20).
           05  WS-ADIC-G-MENOR-EDAD     PIC X.
           05  WS-ADIC-G-EDAD           PIC 9(03).
           05  WS-ADIC-G-FECHA-NAC      PIC 9(08).

      *****************************************************************
      * CATALOGO DE VOUCHERS EN MEMORIA (VER FD VOUCHERS).  EL USO SE  *
      * CUENTA UNA VEZ POR RANGO APROBADO (NO POR DIA), IGUAL QUE LA   *
      * GARANTIA -- VER 4050-ANOTAR-USO-VOUCHER.  COMO EL CATALOGO SE  *
      * REESCRIBE DESDE ESTA TABLA, UN CATALOGO QUE NO ENTRA CANCELA   *
      * LA CORRIDA EN VEZ DE PERDER LOS CODIGOS QUE SOBRAN.            *
       01  WS-CANT-VOUCHERS-TABLA       PIC 9(4) VALUE ZERO.
       01  TABLA-VOUCHERS.
           05  VOU-TAB                  OCCURS 3000 TIMES.
               09  VOU-TAB-CODIGO       PIC X(10).
               09  VOU-TAB-TIPO         PIC X.
               09  VOU-TAB-VALOR        PIC 9(04)V99.
               09  VOU-TAB-HASTA        PIC 9(08).
               09  VOU-TAB-MAX          PIC 9(05).
               09  VOU-TAB-USADOS       PIC 9(05).
               09  VOU-TAB-TIPO-DOC     PIC X.
               09  VOU-TAB-NRO-DOC      PIC X(20).
               09  VOU-TAB-CAMPANIA     PIC X(08).
       01  IND-VOU                      PIC 9(4).
       01  WS-VOUCHER-COD               PIC X(10) VALUE SPACES.
       01  WS-VOU-IND-APLICADO          PIC 9(4) VALUE ZERO.
      * CODIGO PERSONAL PRESENTADO POR OTRO DOCUMENTO: NO DESCUENTA Y  *
      * SE AVISA UNA SOLA VEZ POR CODIGO Y DOCUMENTO.                  *
       01  WS-VOU-AJENO                 PIC X VALUE 'N'.
           88  VOU-ES-AJENO             VALUE 'S'.
       01  WS-VOU-AJENO-AVISADO         PIC X(31) VALUE SPACES.
       01  WS-VOU-AJENO-ACTUAL.
           05  WS-VOU-AJENO-COD         PIC X(10).
           05  WS-VOU-AJENO-TIPO-DOC    PIC X.
           05  WS-VOU-AJENO-NRO-DOC     PIC X(20).
       01  WS-VOU-FECHA-DIA             PIC 9(08).
       01  TABLA-VOU-RANGO.
           05  WS-VOU-RANGO-USADO       OCCURS 4 TIMES PIC X VALUE 'N'.
       01  WS-PREAUT-DIAS               PIC 9(03).
       01  WS-PREAUT-ESTIMADO           PIC 9(07)V99.
       01  WS-PREAUT-REF                PIC X(16).

      *****************************************************************
      * TIPOS DE CAMBIO DEL DIA EN MEMORIA (VER FD CAMBIO).            *
       01  WS-TVG-HAY-PATENTE           PIC X VALUE 'N'.
       01  WS-TVG-FECHA-DIA             PIC 9(08).

      *****************************************************************
      * PLAN DE CUENTAS EN MEMORIA (VER FD CTAMAP), CARGADO POR         *
      * 1286/1287.  9011-MAPEAR-CUENTA LO CONSULTA ANTES DE GRABAR CADA *
      * ASIENTO.  LOS CONCEPTOS DE ABAJO SON LOS QUE TP ASIENTA: SIN SU *
      * FILA GENERAL LA CORRIDA NO ARRANCA (1288).                      *
       01  WS-CANT-CTAMAP-TABLA         PIC 9(3) VALUE ZERO.
       01  TABLA-CTAMAP.
           05  CTM-TAB                  OCCURS 200 TIMES.
               09  CTM-TAB-CONCEPTO     PIC X(10).
               09  CTM-TAB-AGENCIA      PIC 9(02).
               09  CTM-TAB-CUENTA       PIC X(10).
               09  CTM-TAB-CCOSTO       PIC X(06).
       01  IND-CTM                      PIC 9(3).
       01  WS-CTM-GENERAL               PIC 9(3).
       01  WS-CTM-HALLADO               PIC X.
       01  WS-CTM-CONCEPTO              PIC X(10).
       01  WS-CTM-AGENCIA               PIC 9(02).
       01  WS-CONCEPTOS-ASI.
           05  FILLER                   PIC X(10) VALUE 'DEUDORES  '.
           05  FILLER                   PIC X(10) VALUE 'ALQUILERES'.
           05  FILLER                   PIC X(10) VALUE 'RECFINDESE'.
           05  FILLER                   PIC X(10) VALUE 'ING.DIFER '.
      * CUENTA PUENTE ENTRE AGENCIAS DEL REPARTO ONE-WAY: SOLO SE EXIGE *
      * SI ONEWAY.TXT TRAE ALGUN REPARTO.                               *
           05  FILLER                   PIC X(10) VALUE 'ONEWAY    '.
       01  WS-CONCEPTOS-ASI-T REDEFINES WS-CONCEPTOS-ASI.
           05  WS-CONCEPTO-ASI          OCCURS 5 TIMES PIC X(10).
       01  IND-CPT                      PIC 9(2).

      *****************************************************************
      * RECARGO POR OCUPACION EN MEMORIA (VER FD OCUPTAR).  AL         *
      * ARRANCAR, 1180-CARGAR-OCUPACION CUENTA LAS UNIDADES EN         *
      * SERVICIO DE CADA TAMANIO (TABLA-OCUTAM) Y CUANTAS YA ESTAN     *
      * TOMADAS CADA DIA DESDE LA FECHA DE PROCESO EN EL MAESTRO Y EN  *
      * RESERVAS (TABLA-OCUPDIA); LOS LEASING SE SUMAN AL TARIFAR.     *
      * LA FOTO ES LA DEL COMIENZO DE LA CORRIDA: LO APROBADO ESTA     *
      * NOCHE NO MUEVE LA BANDA HASTA LA CORRIDA SIGUIENTE, IGUAL QUE  *
      * EN COTIZAR.CBL.                                                *
       01  WS-CANT-OCUPTAR-TABLA        PIC 9(2) VALUE ZERO.
       01  TABLA-OCUPTAR.
           05  OCT-TAB                  OCCURS 50 TIMES.
               09  OCT-TAB-TAMANIO      PIC X.
               09  OCT-TAB-DESDE        PIC 9(03).
               09  OCT-TAB-RECARGO      PIC 9(03).
       01  IND-OCT                      PIC 9(2).
       01  WS-CANT-OCUTAM-TABLA         PIC 9(2) VALUE ZERO.
       01  TABLA-OCUTAM.
           05  OCU-TAM                  OCCURS 20 TIMES.
               09  OCU-TAM-TAMANIO      PIC X.
               09  OCU-TAM-UNIDADES     PIC 9(03).
       01  IND-OTM                      PIC 9(2).
       01  IND-OCA                      PIC 9(3).
       01  WS-CANT-OCUPDIA-TABLA        PIC 9(4) VALUE ZERO.
       01  TABLA-OCUPDIA.
           05  OCD-TAB                  OCCURS 3000 TIMES.
               09  OCD-TAB-TAMANIO      PIC X.
               09  OCD-TAB-FECHA        PIC 9(08).
               09  OCD-TAB-CANT         PIC 9(03).
       01  IND-OCD                      PIC 9(4).
       01  WS-OCD-AVISO-LLENA           PIC X VALUE 'N'.
           88  OCD-AVISO-LLENA          VALUE 'S'.
       01  WS-OCUP-PATENTE              PIC X(07).
       01  WS-OCUP-TAMANIO              PIC X.
       01  WS-OCUP-FECHA                PIC 9(08).
       01  WS-OCUP-UNIDADES             PIC 9(03).
       01  WS-OCUP-TOMADAS              PIC 9(04).
       01  WS-OCUP-PORC                 PIC 9(03).
       01  WS-OCUP-BANDA                PIC 9(03) VALUE ZERO.
       01  WS-OCUP-RECARGO              PIC 9(03) VALUE ZERO.
       01  WS-OCUP-HALLADO              PIC X VALUE 'N'.
           88  OCUP-HALLADO             VALUE 'S'.
       01  WS-CANT-OCUP-DIAS            PIC 9(6) VALUE ZERO.

      *****************************************************************
      * CATALOGO DE COBERTURAS EN MEMORIA (VER FD COBERT).             *
       01  WS-CANT-COBERT-TABLA         PIC 9(2) VALUE ZERO.
           88  MENOR-EDAD-MINIMA        VALUE 'S'.
       01  WS-RECARGO-JOVEN             PIC 9(04)V99 VALUE ZERO.
       01  WS-RECARGO-JOVEN-IMPR        PIC $ZZZ9,99 BLANK ZERO.

      *****************************************************************
      * TARIFA DE ENTREGA A DOMICILIO EN MEMORIA (VER FD ZONAENT).     *
               09  OW-TAB-ORIGEN        PIC 9(02).
               09  OW-TAB-DESTINO       PIC 9(02).
               09  OW-TAB-IMPORTE       PIC 9(04)V99.
               09  OW-TAB-REPARTO-TIPO  PIC X(01).
                   88  OW-TAB-REPARTO-PORC  VALUE 'P'.
                   88  OW-TAB-REPARTO-FIJO  VALUE 'F'.
               09  OW-TAB-REPARTO-VALOR PIC 9(04)V99.
       01  IND-OW                       PIC 9(2).
       01  WS-CANT-OW-REPARTO           PIC 9(2) VALUE ZERO.
      * REPARTO DE UN DIA ONE-WAY (VER 4028-REPARTIR-ONEWAY).           *
       01  WS-OWR-ORIGEN                PIC 9(02) VALUE ZERO.
       01  WS-OWR-DESTINO               PIC 9(02) VALUE ZERO.
       01  WS-OWR-IMPORTE               PIC 9(04)V99 VALUE ZERO.
       01  WS-OWR-PARTE                 PIC 9(04)V99 VALUE ZERO.
       01  WS-OWR-HALLADO               PIC X VALUE 'N'.
       01  WS-OW-AGENCIA-DEVOL          PIC 9(02) VALUE ZERO.
       01  WS-OW-AGENCIA-ORIGEN         PIC 9(02) VALUE ZERO.
       01  WS-OW-IMPORTE                PIC 9(04)V99 VALUE ZERO.
               09  LSE-TAB-HASTA        PIC 9(08).
               09  LSE-TAB-ESTADO       PIC X.
               09  LSE-TAB-FECHA-TERM   PIC 9(08).
      * TAMANIO DE LA UNIDAD (1180-CARGAR-OCUPACION), PARA SUMAR EL   *
      * LEASING A LA OCUPACION DEL TAMANIO; EN BLANCO SI NO CUENTA.   *
               09  LSE-TAB-TAMANIO      PIC X.
       01  IND-LSE                      PIC 9(3).
       01  WS-LEASE-TOMADO              PIC X VALUE 'N'.
           88  LEASE-TOMADO             VALUE 'S'.

      *****************************************************************
      * PARADAS DE TALLER ACTIVAS EN MEMORIA (VER FD PARADAS).  LAS    *
      * CANCELADAS NO SE CARGAN.                                       *
       01  WS-CANT-PARADAS-TABLA        PIC 9(3) VALUE ZERO.
       01  TABLA-PARADAS.
           05  PAR-TAB                  OCCURS 200 TIMES.
               09  PAR-TAB-PATENTE      PIC X(07).
               09  PAR-TAB-DESDE        PIC 9(08).
               09  PAR-TAB-HASTA        PIC 9(08).
       01  IND-PAR                      PIC 9(3).
       01  WS-PARADA-TOMADA             PIC X VALUE 'N'.
           88  PARADA-TOMADA            VALUE 'S'.

      *****************************************************************
      * RECALLS DE SEVERIDAD ALTA PENDIENTES EN MEMORIA (VER FD        *
      * RECALLIT).  LOS CUMPLIDOS Y LOS DE SEVERIDAD MENOR NO SE       *
      * CARGAN: NO BLOQUEAN.                                           *
       01  WS-CANT-RECALLS-TABLA        PIC 9(3) VALUE ZERO.
       01  TABLA-RECALLS.
           05  RCL-TAB                  OCCURS 500 TIMES.
               09  RCL-TAB-PATENTE      PIC X(07).
               09  RCL-TAB-LIMITE       PIC 9(08).
       01  IND-RCL                      PIC 9(3).
       01  WS-RECALL-VENCIDO            PIC X VALUE 'N'.
           88  RECALL-VENCIDO           VALUE 'S'.

      *****************************************************************
      * POLITICAS DE VIAJE CORPORATIVAS EN MEMORIA (VER FD CORPPOL).   *
      * WS-POL-CODIGOS JUNTA LAS LETRAS DE LAS REGLAS INCUMPLIDAS POR  *
      * EL DIA EN CURSO (EN BLANCO = CUMPLE) Y WS-POL-ACCION LA ACCION *
      * DE LA CUENTA CUANDO HAY INCUMPLIMIENTO.                        *
       01  WS-CANT-CORPPOL-TABLA        PIC 9(2) VALUE ZERO.
       01  TABLA-CORPPOL.
           05  CPL-TAB                  OCCURS 50 TIMES.
               09  CPL-TAB-CTA-CORP     PIC X(06).
               09  CPL-TAB-TAMANIOS     PIC X(10).
               09  CPL-TAB-TAMANIO      REDEFINES CPL-TAB-TAMANIOS
                                        OCCURS 10 TIMES PIC X.
               09  CPL-TAB-TARIFA-MAX   PIC 9(04)V99.
               09  CPL-TAB-EXTRAS       PIC X(30).
               09  CPL-TAB-EXTRA        REDEFINES CPL-TAB-EXTRAS
                                        OCCURS 10 TIMES PIC X(03).
               09  CPL-TAB-COBERTURAS   PIC X(15).
               09  CPL-TAB-COBERT       REDEFINES CPL-TAB-COBERTURAS
                                        OCCURS 5 TIMES PIC X(03).
               09  CPL-TAB-DIAS-MAX     PIC 9(03).
               09  CPL-TAB-FINDE        PIC X.
               09  CPL-TAB-ACCION       PIC X.
       01  IND-CPL                      PIC 9(2).
       01  IND-CPL-ITEM                 PIC 9(2).
       01  WS-POL-IND                   PIC 9(2) VALUE ZERO.
       01  WS-POL-FECHA-DESDE           PIC 9(08).
       01  WS-POL-FECHA-DESDE-D REDEFINES WS-POL-FECHA-DESDE.
           05  WS-POL-DESDE-AA          PIC 9(04).
           05  WS-POL-DESDE-MM          PIC 9(02).
           05  WS-POL-DESDE-DD          PIC 9(02).
       01  WS-POL-DIAS                  PIC 9(03).
       01  WS-POL-CODIGOS               PIC X(06) VALUE SPACES.
       01  WS-POL-ACCION                PIC X VALUE SPACE.
           88  POLITICA-RECHAZA         VALUE 'R'.
           88  POLITICA-A-EMPLEADO      VALUE 'E'.
       01  WS-POL-CODIGO-PEDIDO         PIC X(03).
       01  WS-POL-ITEM-OK               PIC X VALUE 'N'.
           88  POL-ITEM-PERMITIDO       VALUE 'S'.
       01  WS-POL-IND-EXT               PIC 9.
       01  WS-POL-FEC-VAL-GUARDA        PIC X(08).
       01  WS-POL-DIA-SEM-GUARDA        PIC 9.
       01  WS-POL-DIA-FIN               PIC 9(03).

      *****************************************************************
      * HORARIOS DE AGENCIA EN MEMORIA (VER FD AGHORAR), UNA FILA POR  *
      * NUMERO DE AGENCIA CON SUS 7 DIAS, Y FECHAS DE CIERRE (VER FD   *
      * AGCERRAD).  4470 DEJA EN WS-HOR-CODIGOS 'R' SI EL RETIRO Y 'D' *
      * SI LA DEVOLUCION CAEN FUERA DE HORARIO, Y EN WS-HOR-ACCION SI  *
      * EL DIA SE RECHAZA (MOTIVO 29) O SE COBRA EL RECARGO.           *
       01  TABLA-HORARIOS.
           05  HOR-AGE                  OCCURS 99 TIMES.
               09  HOR-TIENE            PIC X       VALUE 'N'.
               09  HOR-DIA              OCCURS 7 TIMES.
                   13  HOR-ABRE         PIC 9(04)   VALUE ZERO.
                   13  HOR-CIERRA       PIC 9(04)   VALUE ZERO.
                   13  HOR-FUERA-HORA   PIC X       VALUE 'N'.
                   13  HOR-RECARGO      PIC 9(04)V99 VALUE ZERO.
       01  WS-CANT-AGCERRAD-TABLA       PIC 9(3) VALUE ZERO.
       01  TABLA-AGCERRAD.
           05  ACE-TAB                  OCCURS 500 TIMES.
               09  ACE-TAB-AGENCIA      PIC 9(02).
               09  ACE-TAB-FECHA        PIC 9(08).
       01  IND-ACE                      PIC 9(3).
       01  WS-HOR-ACCION                PIC X VALUE SPACE.
           88  HORARIO-RECHAZA          VALUE 'R'.
           88  HORARIO-RECARGO          VALUE 'F'.
       01  WS-HOR-CODIGOS               PIC X(02) VALUE SPACES.
       01  WS-HOR-AGENCIA               PIC 9(02).
       01  WS-HOR-HORA                  PIC 9(04).
       01  WS-HOR-FECHA                 PIC 9(08).
       01  WS-HOR-DIA                   PIC 9.
       01  WS-HOR-RESULTADO             PIC X.
           88  HOR-EN-HORARIO           VALUE 'S'.
           88  HOR-FUERA-CON-SERVICIO   VALUE 'F'.
           88  HOR-CERRADO              VALUE 'N'.
       01  WS-HOR-RECARGO               PIC 9(04)V99 VALUE ZERO.
       01  WS-HOR-RECH-AGENCIA          PIC 9(02) VALUE ZERO.
       01  WS-HOR-RECH-HORA             PIC 9(04) VALUE ZERO.

      *****************************************************************
      * MAESTRO DE CUENTAS CORPORATIVAS EN MEMORIA (VER FD CTACORP).   *
       01  WS-CANT-CTACORP-TABLA        PIC 9(2) VALUE ZERO.
                   11  RANGO-CONTR-APR  PIC 9(09).
       01  IND-RGA                      PIC 9(02).
       01  WS-RANGO-COLA                PIC 9.
      * LA COLA DE ANULACIONES SE ABRE EN MODO TODO-O-NADA O CON EL    *
      * PRIMER GRUPO QUE FRACASA, LO QUE OCURRA ANTES.                 *
       01  WS-ANULAC-ABIERTA            PIC X VALUE 'N'.
           88  ANULAC-ABIERTA           VALUE 'S'.

      *****************************************************************
      * RESERVAS DE GRUPO (SOLn-GRUPO NO EN BLANCO): LOS AUTOS QUE     *
      * COMPARTEN LA REFERENCIA SE APRUEBAN TODOS O NINGUNO, EN        *
      * CUALQUIER MODO DE RANGO.  SI UN DIA DE CUALQUIER AUTO DEL      *
      * GRUPO SE RECHAZA, LOS DIAS DEL GRUPO YA APROBADOS SE ENCOLAN   *
      * EN ANULAC.TXT (IGUAL QUE UN RANGO FRACASADO) Y LO QUE RESTA    *
      * DEL GRUPO SE RECHAZA CON MOTIVO 25.  EL CONTRATO MAESTRO ES    *
      * EL DEL PRIMER DIA APROBADO DEL GRUPO, Y SU DOCUMENTO EL        *
      * TITULAR A QUIEN SE FACTURA.                                    *
       01  WS-GRUPO-SOL                 PIC X(10).
       01  WS-IND-GRUPO                 PIC 9(02) VALUE ZERO.
       01  WS-CANT-GRUPOS               PIC 9(02) VALUE ZERO.
       01  TABLA-GRUPOS.
           05  GRUPO-ENT                OCCURS 50 TIMES.
               09  GRUPO-REF            PIC X(10).
               09  GRUPO-FALLO          PIC X.
               09  GRUPO-TIPO-DOC       PIC X.
               09  GRUPO-NRO-DOC        PIC X(20).
               09  GRUPO-CONTR-MAESTRO  PIC 9(09).
       01  IND-GRP                      PIC 9(02).
       01  WS-CANT-GRUPO-DIAS           PIC 9(04) VALUE ZERO.
       01  TABLA-GRUPO-DIAS.
           05  GRUPO-DIA                OCCURS 1000 TIMES.
               09  GDIA-GRUPO           PIC 9(02).
               09  GDIA-PATENTE         PIC X(07).
               09  GDIA-FECHA           PIC 9(08).
               09  GDIA-CONTRATO        PIC 9(09).
       01  IND-GDI                      PIC 9(04).

      *****************************************************************
      * MODO SIMULACION (TP_MODO_SIMULACION=S): EL MERGE CORRE ENTERO  *
       01  WS-BLOQ-DESC-MOTIVO          PIC X(30).
       01  WS-CLIENTE-BLOQUEADO         PIC X VALUE 'N'.
           88  CLIENTE-BLOQUEADO        VALUE 'S'.

      * RESULTADO DE 4086-VERIFICAR-IDENTIDAD SOBRE EL MISMO DOCUMENTO  *
      * (WS-BLOQ-TIPO-DOC/NRO-DOC), CON EL ESTADO DEL REGISTRO PARA     *
      * RECH-DESC-BLOQUEO.                                              *
       01  WS-REGN-DESC                 PIC X(30).
       01  WS-IDENTIDAD-RECHAZADA       PIC X VALUE 'N'.
           88  IDENTIDAD-RECHAZADA      VALUE 'S'.

       01  WS-CLI-TIPO-DOC              PIC X.
       01  WS-CLI-NRO-DOC               PIC X(20).
       01  WS-LIC-NRO-DOC               PIC X(20).
       01  WS-LIC-VENCIDA               PIC X VALUE 'N'.
           88  LICENCIA-VENCIDA         VALUE 'S'.
       01  WS-NOMBRE-CLIENTE            PIC X(30).
       01  WS-CLIENTE-HALLADO           PIC X VALUE 'N'.
           88  CLIENTE-HALLADO          VALUE 'S'.
       01  WS-CANT-CLIENTES-PADRON      PIC 9(5) VALUE ZERO.


      ************
       01  WS-MODO-RESTART             PIC X VALUE 'N'.
           88  EN-MODO-RESTART         VALUE 'S'.

      *****************************************************************
      * PRORROGAS (VER 1160-PROCESAR-PRORROGAS): CONTRATO UBICADO,     *
      * ULTIMO DIA VIGENTE DE SU RANGO Y LA IMAGEN DE ESE DIA, QUE     *
      * SIRVE DE MOLDE PARA LAS FILAS NUEVAS (MISMO LARGO QUE ALQ-REG).*
       01  WS-PRR-HALLADO              PIC X VALUE 'N'.
           88  PRR-HALLADO             VALUE 'S'.
      * TRAS UN CAMBIO DE UNIDAD EL CONTRATO TIENE UN TRAMO CERRADO EN *
      * LA UNIDAD ROTA: SE PRORROGA EL TRAMO VIGENTE, Y SOLO SI NO HAY  *
      * NINGUNO SE TOMA UNO CERRADO (PARA RECHAZARLO COMO DEVUELTO).    *
       01  WS-PRR-RESERVA-CLAVE        PIC X(15).
       01  WS-PRR-RESERVA-TIPO         PIC X VALUE 'N'.
           88  PRR-SIN-RESERVA         VALUE 'N'.
           88  PRR-RESERVA-CERRADA     VALUE 'C'.
       01  WS-PRR-RANGO-SIGUE          PIC X VALUE 'N'.
           88  PRR-RANGO-SIGUE         VALUE 'S'.
       01  WS-PRR-DIA-OCUPADO          PIC X VALUE 'N'.
           88  PRR-DIA-OCUPADO         VALUE 'S'.
       01  WS-PRR-HAY-RSV              PIC X VALUE 'N'.
           88  PRR-HAY-RSV             VALUE 'S'.
       01  WS-PRR-RECHAZO              PIC X VALUE 'N'.
           88  PRR-RECHAZADA           VALUE 'S'.
       01  WS-PRR-BASE                 PIC X(223).
      * LO QUE LOS DIAS NUEVOS TOMAN DEL MOLDE: LOS EXTRAS QUE PASARON  *
      * EL CONTROL DE STOCK SOBRE EL RANGO NUEVO (LOS AGOTADOS VAN A LA *
      * LINEA 'P') Y LOS CONDUCTORES ADICIONALES DE ADICION.DAT.        *
       01  WS-PRR-EXTRAS               PIC X(09).
       01  WS-PRR-AGOTADOS             PIC X(09).
       01  WS-PRR-ADICIONALES          PIC X(63).
       01  WS-PRR-ULT-CLAVE.
           05  WS-PRR-ULT-PATENTE      PIC X(07).
           05  WS-PRR-ULT-FECHA        PIC 9(08).
       01  WS-PRR-TIPO-DOC             PIC X.
       01  WS-PRR-NRO-DOC              PIC X(20).
       01  WS-PRR-AGENCIA              PIC 9(02).
       01  WS-PRR-FECHA.
           05  WS-PRR-AA               PIC 9(04).
           05  WS-PRR-MM               PIC 9(02).
           05  WS-PRR-DD               PIC 9(02).
       01  WS-PRR-FECHA-N REDEFINES WS-PRR-FECHA PIC 9(08).
       01  WS-PRR-DESDE                PIC 9(08).
       01  WS-PRR-TOPE                 PIC 9(08).
       01  WS-PRR-DIAS                 PIC 9(03).
       01  WS-PRR-MOTIVO               PIC 9(02).
       01  WS-PRR-DESC                 PIC X(30).
       01  WS-PRR-IMPORTE-TOTAL        PIC 9(06)V99.
       01  WS-CANT-PRR-LEIDAS          PIC 9(05) VALUE ZERO.
       01  WS-CANT-PRR-APLICADAS       PIC 9(05) VALUE ZERO.
       01  WS-CANT-PRR-RECHAZADAS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
      **************************************************************
      *               PROGRAMA PRINCIPAL                           *
           PERFORM 7700-IMPRIMIR-UTILIZACION.
           PERFORM 7800-IMPRIMIR-DASHBOARD.
           PERFORM 7900-GRABAR-RETORNOS-AGENCIA.
           PERFORM 9020-GRABAR-GRUPOS.

           PERFORM 9001-IMPRIMIR-TOTALES-CONTROL.


      **************************************************************
      *  VETO DE LA ASEGURADORA (COMUN A TODAS LAS COLAS): LA PATENTE *
      *  PEDIDA (WS-DENEG-PATENTE), EL CHOFER (WS-CHOF-CODIGO, YA     *
      *  CARGADO PARA 4087) O EL DOCUMENTO DEL TITULAR                *
      *  (WS-DENEG-DOC) FIGURAN EN LA LISTA DE DENEGADOS.             *
      **************************************************************
       4069-VERIFICAR-DENEGADO.
           MOVE 'N' TO WS-ASEG-DENEGADO.
                      AND WS-CHOF-CODIGO NOT = SPACES
                       MOVE 'S' TO WS-ASEG-DENEGADO
                   END-IF
               WHEN 'D'
                   IF DEN-TAB-VALOR(IND-DEN) = WS-DENEG-DOC
                      AND WS-DENEG-NRO-DOC NOT = SPACES
                       MOVE 'S' TO WS-ASEG-DENEGADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4065-ACUMULAR-REVENUE.
           MOVE ALQ-ACT-FECHA(1:4) TO WS-REV-ANIO-APROB.
           MOVE ALQ-ACT-FECHA(5:2) TO WS-REV-MES-APROB.
           MOVE ALQ-ACT-AGENCIA       TO WS-OWR-ORIGEN.
           MOVE ALQ-ACT-AGENCIA-DEVOL TO WS-OWR-DESTINO.
           MOVE ALQ-ACT-IMPORTE       TO WS-OWR-IMPORTE.
           PERFORM 4028-REPARTIR-ONEWAY.
           IF ALQ-ACT-AGENCIA > 0
              AND WS-REV-ANIO-APROB = WS-REV-ANIO-ACTUAL
              AND WS-REV-MES-APROB > 0 AND WS-REV-MES-APROB < 13
               ADD ALQ-ACT-IMPORTE TO
                   REV-ACT-MES(ALQ-ACT-AGENCIA, WS-REV-MES-APROB)
               IF WS-OWR-PARTE > ZERO
                   SUBTRACT WS-OWR-PARTE FROM
                       REV-ACT-MES(ALQ-ACT-AGENCIA, WS-REV-MES-APROB)
                   ADD WS-OWR-PARTE TO
                       REV-ACT-MES(WS-OWR-DESTINO, WS-REV-MES-APROB)
               END-IF
           END-IF.

      **************************************************************

       4008-BUSCAR-REF-TARJETA.
           MOVE SPACES TO WS-PREAUT-REF.
           MOVE ALQ-ACT-TIPO-DOC TO CLIENTE-TIPO-DOC.
           MOVE ALQ-ACT-NRO-DOC  TO CLIENTE-NRO-DOC.
           PERFORM 5102-LEER-CLIENTE.
           IF CLIENTE-HALLADO
               MOVE CLIENTE-REF-TARJETA TO WS-PREAUT-REF
           END-IF.

      * DIAS PLANEADOS DEL RANGO (DESDE/HASTA PEDIDOS, TOPE 31),      *
       4025-CALCULAR-EDAD-TITULAR.
           MOVE ZERO TO WS-EDAD-TITULAR.
           MOVE ZERO TO WS-FECHA-NAC.
           MOVE WS-LIC-TIPO-DOC TO CLIENTE-TIPO-DOC.
           MOVE WS-LIC-NRO-DOC  TO CLIENTE-NRO-DOC.
           PERFORM 5102-LEER-CLIENTE.
           IF CLIENTE-HALLADO
               MOVE CLIENTE-FECHA-NACIMIENTO TO WS-FECHA-NAC
           END-IF.
           IF WS-FECHA-NAC > ZERO
               MOVE CLAVE-MENOR-FECHA TO WS-EDAD-FECHA-DIA
               COMPUTE WS-EDAD-TITULAR =
               END-IF
           END-IF.

       4026-VERIFICAR-EDAD-MINIMA.
           MOVE 'N' TO WS-MENOR-EDAD-MIN.
           PERFORM 4023-BUSCAR-REGLAS-EDAD.
      **************************************************************
       4029-VERIFICAR-LICENCIA-TITULAR.
           MOVE 'N' TO WS-LIC-VENCIDA.
           MOVE WS-LIC-TIPO-DOC TO CLIENTE-TIPO-DOC.
           MOVE WS-LIC-NRO-DOC  TO CLIENTE-NRO-DOC.
           PERFORM 5102-LEER-CLIENTE.
           IF CLIENTE-HALLADO
              AND CLIENTE-VENC-LICENCIA > ZERO
              AND CLIENTE-VENC-LICENCIA < CLAVE-MENOR-FECHA
               MOVE 'S' TO WS-LIC-VENCIDA
           END-IF.

               END-IF
           END-IF.

      **************************************************************
      *  UNIDAD EN UNA PARADA PROGRAMADA DE TALLER EN LA FECHA DEL   *
      *  MERGE (CLAVE-MENOR): LA VENTANA VA DE DESDE A HASTA         *
      *  INCLUSIVE (MOTIVO 26).  SOLO HAY PARADAS ACTIVAS EN LA      *
      *  TABLA (VER 1277-CARGAR-TABLA-PARADAS).                      *
      **************************************************************
       4077-VERIFICAR-PARADA.
           MOVE 'N' TO WS-PARADA-TOMADA.
           PERFORM 4005-COMPARAR-PARADA
                   VARYING IND-PAR FROM 1 BY 1
                   UNTIL IND-PAR > WS-CANT-PARADAS-TABLA
                   OR PARADA-TOMADA.

       4005-COMPARAR-PARADA.
           IF PAR-TAB-PATENTE(IND-PAR) EQUAL CLAVE-MENOR-PATENTE
              AND CLAVE-MENOR-FECHA NOT < PAR-TAB-DESDE(IND-PAR)
              AND CLAVE-MENOR-FECHA NOT > PAR-TAB-HASTA(IND-PAR)
               MOVE 'S' TO WS-PARADA-TOMADA
           END-IF.

      **************************************************************
      *  CONTROL DE EXPOSICION CREDITICIA (COMUN A LAS CUATRO COLAS) *
      *  DISTINTO DE LA LISTA NEGRA: EL CLIENTE SIGUE SIENDO         *

       4055-BUSCAR-LIMITE-CLIENTE.
           MOVE ZERO TO WS-CRED-LIMITE.
           MOVE WS-CRED-TIPO-DOC TO CLIENTE-TIPO-DOC.
           MOVE WS-CRED-NRO-DOC  TO CLIENTE-NRO-DOC.
           PERFORM 5102-LEER-CLIENTE.
           IF CLIENTE-HALLADO
               MOVE CLIENTE-LIMITE-CREDITO TO WS-CRED-LIMITE
           END-IF.

       4053-BUSCAR-LIMITE-TAMANIO.
                       TO RANGO-FECHA-CONFL(WS-RANGO-COLA)
               END-IF
           END-IF.
           IF WS-IND-GRUPO > ZERO
               PERFORM 4420-MARCAR-GRUPO-FALLIDO
           END-IF.

      * UN DIA DE GRUPO SE ANOTA SOLO EN EL GRUPO: SI EL GRUPO FRACASA *
      * SE ENCOLA DESDE AHI, Y ASI NO SALE DOS VECES POR EL RANGO.     *
       4075-ANOTAR-DIA-APROBADO.
           IF WS-IND-GRUPO > ZERO
               PERFORM 4410-ANOTAR-DIA-GRUPO
           ELSE
               IF EN-MODO-TODO-O-NADA
                   IF RANGO-CANT-APROB(WS-RANGO-COLA) < 31
                       ADD 1 TO RANGO-CANT-APROB(WS-RANGO-COLA)
                       MOVE ALQ-ACT-FECHA TO RANGO-FECHA-APR
                           (WS-RANGO-COLA,
                            RANGO-CANT-APROB(WS-RANGO-COLA))
                       MOVE ALQ-ACT-NRO-CONTRATO TO RANGO-CONTR-APR
                           (WS-RANGO-COLA,
                            RANGO-CANT-APROB(WS-RANGO-COLA))
                   END-IF
               END-IF
           END-IF.

               DELIMITED BY SIZE INTO LINEA.
           PERFORM 7500-IMPRIMIR-LINEA.

      * UBICA (O DA DE ALTA) EN LA TABLA EL GRUPO DE LA SOLICITUD EN   *
      * CURSO; WS-IND-GRUPO EN CERO ES UNA SOLICITUD SIN GRUPO.        *
       4400-UBICAR-GRUPO.
           MOVE ZERO TO WS-IND-GRUPO.
           IF WS-GRUPO-SOL NOT EQUAL SPACES
               PERFORM 4401-COMPARAR-GRUPO
                       VARYING IND-GRP FROM 1 BY 1
                       UNTIL IND-GRP > WS-CANT-GRUPOS
                       OR WS-IND-GRUPO > ZERO
               IF WS-IND-GRUPO = ZERO
                   IF WS-CANT-GRUPOS < 50
                       ADD 1 TO WS-CANT-GRUPOS
                       MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
                       MOVE WS-GRUPO-SOL TO GRUPO-REF(WS-IND-GRUPO)
                       MOVE 'N' TO GRUPO-FALLO(WS-IND-GRUPO)
                       MOVE SPACES TO GRUPO-TIPO-DOC(WS-IND-GRUPO)
                       MOVE SPACES TO GRUPO-NRO-DOC(WS-IND-GRUPO)
                       MOVE ZERO TO GRUPO-CONTR-MAESTRO(WS-IND-GRUPO)
                   ELSE
                       DISPLAY 'ATENCION: MAS DE 50 GRUPOS EN LA '
                               'CORRIDA -- ' WS-GRUPO-SOL
                               ' SE PROCESA SIN GRUPO'
                   END-IF
               END-IF
           END-IF.

       4401-COMPARAR-GRUPO.
           IF GRUPO-REF(IND-GRP) = WS-GRUPO-SOL
               MOVE IND-GRP TO WS-IND-GRUPO
           END-IF.

       4410-ANOTAR-DIA-GRUPO.
           IF GRUPO-CONTR-MAESTRO(WS-IND-GRUPO) = ZERO
               MOVE ALQ-ACT-NRO-CONTRATO
                   TO GRUPO-CONTR-MAESTRO(WS-IND-GRUPO)
               MOVE ALQ-ACT-TIPO-DOC TO GRUPO-TIPO-DOC(WS-IND-GRUPO)
               MOVE ALQ-ACT-NRO-DOC  TO GRUPO-NRO-DOC(WS-IND-GRUPO)
           END-IF.
           IF WS-CANT-GRUPO-DIAS < 1000
               ADD 1 TO WS-CANT-GRUPO-DIAS
               MOVE WS-IND-GRUPO
                   TO GDIA-GRUPO(WS-CANT-GRUPO-DIAS)
               MOVE ALQ-ACT-PATENTE
                   TO GDIA-PATENTE(WS-CANT-GRUPO-DIAS)
               MOVE ALQ-ACT-FECHA
                   TO GDIA-FECHA(WS-CANT-GRUPO-DIAS)
               MOVE ALQ-ACT-NRO-CONTRATO
                   TO GDIA-CONTRATO(WS-CANT-GRUPO-DIAS)
           ELSE
               DISPLAY 'ATENCION: MAS DE 1000 DIAS DE GRUPO EN LA '
                       'CORRIDA -- ' ALQ-ACT-PATENTE ' '
                       ALQ-ACT-FECHA ' FUERA DEL GRUPO'
           END-IF.

      * EL PRIMER RECHAZO DE UN GRUPO LO HACE FRACASAR ENTERO: TODO LO *
      * QUE YA SE HABIA APROBADO DEL GRUPO (DE CUALQUIER AUTO) SE      *
      * ENCOLA PARA ANULAR CON EL MISMO MOTIVO QUE UN RANGO FRACASADO. *
       4420-MARCAR-GRUPO-FALLIDO.
           IF GRUPO-FALLO(WS-IND-GRUPO) NOT EQUAL 'S'
               MOVE 'S' TO GRUPO-FALLO(WS-IND-GRUPO)
               PERFORM 4425-ABRIR-COLA-ANULAC
               STRING '  *** GRUPO ' GRUPO-REF(WS-IND-GRUPO)
                      ' FRACASADO: ' RECH-PATENTE ' RECHAZADO EL '
                      RECH-FECHA ' ***'
                   DELIMITED BY SIZE INTO LINEA
               PERFORM 7500-IMPRIMIR-LINEA
               PERFORM 4430-ENCOLAR-DIA-GRUPO
                       VARYING IND-GDI FROM 1 BY 1
                       UNTIL IND-GDI > WS-CANT-GRUPO-DIAS
           END-IF.

       4425-ABRIR-COLA-ANULAC.
           IF NOT ANULAC-ABIERTA
               OPEN EXTEND ANULAC-SAL
               IF NOT FS-ANULAC-SAL-OK
                   CLOSE ANULAC-SAL
                   OPEN OUTPUT ANULAC-SAL
               END-IF
               MOVE FS-ANULAC-SAL  TO FS
               MOVE "ANULAC"       TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               MOVE 'S' TO WS-ANULAC-ABIERTA
           END-IF.

       4430-ENCOLAR-DIA-GRUPO.
           IF GDIA-GRUPO(IND-GDI) = WS-IND-GRUPO
               MOVE SPACES TO ANULAC-SAL-REG
               MOVE GDIA-PATENTE(IND-GDI) TO ANULAC-SAL-PATENTE
               MOVE GDIA-FECHA(IND-GDI)   TO ANULAC-SAL-FECHA
               MOVE 9 TO ANULAC-SAL-MOTIVO
               MOVE GDIA-CONTRATO(IND-GDI) TO ANULAC-SAL-CONTRATO
               WRITE ANULAC-SAL-REG
               STRING '  *** DIA ' ANULAC-SAL-FECHA ' DE '
                      ANULAC-SAL-PATENTE
                      ' DEL GRUPO FRACASADO ENCOLADO PARA ANULAR ***'
                   DELIMITED BY SIZE INTO LINEA
               PERFORM 7500-IMPRIMIR-LINEA
           END-IF.

      * ANOTA EL RECHAZO POR "YA ALQUILADO" RECIEN ARMADO EN RECH-REG  *
      * EN LA LISTA DE ESPERA (SOLO CON TP_ESPERA=S), PARA QUE UNA     *
      * ANULACION POSTERIOR DEL MISMO LUGAR PUEDA PROMOVERLO.          *

       1000-INICIO.
           PERFORM 1099-CONFIGURAR-RUTAS-ARCHIVOS.
           PERFORM 1015-VERIFICAR-LAYOUT.
           PERFORM 1091-TOMAR-RUNLOCK.
           PERFORM 1009-LEER-FECHA-PROCESO.
           PERFORM 1097-VERIFICAR-CHECKPOINT.
           PERFORM 1200-CARGAR-TABLAS.
           PERFORM 1450-CONTAR-AUTOS-POR-MARCA.
           PERFORM 1300-INICIALIZAR-VARIABLES.
           PERFORM 1180-CARGAR-OCUPACION.
           PERFORM 1196-CARGAR-EXTRAS-COMPROMETIDOS.
           PERFORM 1160-PROCESAR-PRORROGAS.

      * SI QUEDO UNA PATENTE GRABADA EN CHECKPT.DAT DE UNA CORRIDA      *
      * ANTERIOR QUE NO TERMINO BIEN, LA RESCATA ANTES DE ABRIR LOS     *
               WS-ESTAD-SAVE-MARCAS(WS-CANT-ESTAD-SAVE).
           PERFORM 1114-LEER-ESTAD-SAVE.

      * VERSION DE LAYOUT DE CADA ARCHIVO QUE ABRE LA CORRIDA CONTRA    *
      * LA SELLADA EN LAYOUT.DAT (VER LAYSELLO.CBL).  VA ANTES DEL      *
      * RUNLOCK Y DE CUALQUIER APERTURA: UN EJECUTABLE VIEJO CONTRA UN  *
      * ARCHIVO YA CONVERTIDO, O AL REVES, NO LLEGA A LEER NI GRABAR.   *
       1015-VERIFICAR-LAYOUT.
           OPEN INPUT LAYCTL.
           IF NOT FS-LAYCTL-OK
               DISPLAY 'SIN LAYOUT.DAT -- SELLAR LAS VERSIONES CON '
                       'LAYSELLO ANTES DE CORRER'
               STOP RUN
           END-IF.
           PERFORM 1016-LEER-LAYCTL.
           PERFORM 1017-COMPARAR-LAYOUT UNTIL FS-LAYCTL-FIN.
           CLOSE LAYCTL.
           PERFORM 1019-VERIFICAR-SELLADO
                   VARYING IND-LAY FROM 1 BY 1
                   UNTIL IND-LAY > WS-LAY-CANT-ESP.

       1016-LEER-LAYCTL.
           READ LAYCTL AT END SET FS-LAYCTL-FIN TO TRUE.

           IF NOT FS-LAYCTL-OK AND NOT FS-LAYCTL-FIN
               DISPLAY 'ERROR AL INTENTAR LEER LAYOUT.DAT'
               STOP RUN
           END-IF.

       1017-COMPARAR-LAYOUT.
           PERFORM 1018-COMPARAR-ARCHIVO
                   VARYING IND-LAY FROM 1 BY 1
                   UNTIL IND-LAY > WS-LAY-CANT-ESP.
           PERFORM 1016-LEER-LAYCTL.

       1018-COMPARAR-ARCHIVO.
           IF WS-LAY-ESP-ARCHIVO(IND-LAY) = LAY-ARCHIVO
               MOVE 'S' TO WS-LAY-ESP-VISTO(IND-LAY)
               IF WS-LAY-ESP-VERSION(IND-LAY) NOT = LAY-VERSION
                   DISPLAY LAY-ARCHIVO ' EN LAYOUT ' LAY-VERSION
                           ', ESTE PROGRAMA ESPERA EL '
                           WS-LAY-ESP-VERSION(IND-LAY)
                   DISPLAY 'NO SE PROCESA: CONVERTIR EL ARCHIVO O '
                           'CORRER EL EJECUTABLE DE ESE LAYOUT'
                   STOP RUN
               END-IF
           END-IF.

       1019-VERIFICAR-SELLADO.
           IF WS-LAY-ESP-VISTO(IND-LAY) NOT = 'S'
               DISPLAY WS-LAY-ESP-ARCHIVO(IND-LAY)
                       ' SIN VERSION SELLADA EN LAYOUT.DAT'
               STOP RUN
           END-IF.

      * SI TP_DIR_DATOS ESTA DEFINIDA, REARMA CADA WS-PATH-xxx COMO     *
      * ESE DIRECTORIO MAS EL NOMBRE DE ARCHIVO ORIGINAL, PARA PODER    *
      * CORRER EL BATCH CONTRA CUALQUIER CARPETA DE DATOS (POR EJEMPLO  *
       1092-DESVIAR-SALIDAS-SIMULACION.
           DISPLAY '*** MODO SIMULACION: SIN EFECTOS PERSISTENTES ***'.
           MOVE "..\SIMALQAC.TXT" TO WS-PATH-ALQ-ACT.
           MOVE "..\SIMALQHY.TXT" TO WS-PATH-ALQ-HOY.
           MOVE "..\SIMRECH.TXT"  TO WS-PATH-RECH.
           MOVE "..\SIMDISCR.TXT" TO WS-PATH-DISCREP.
           MOVE "..\SIMLISTA.TXT" TO WS-PATH-LISTADO.
           MOVE "..\SIMRET"      TO WS-PREFIJO-RETAG.
           MOVE "..\SIMSEGUE.TXT" TO WS-PATH-SEGUEXT.
           MOVE "..\SIMANULA.TXT" TO WS-PATH-ANULAC.
           MOVE "..\SIMGRUPO.TXT" TO WS-PATH-GRUPOS.
           MOVE "..\SIMREVEN.CSV" TO WS-PATH-REVCSV.
           MOVE "..\SIMGARMO.TXT" TO WS-PATH-GARMOV.
           MOVE "..\SIMVOUUS.TXT" TO WS-PATH-VOUUSO.
           MOVE "..\SIMCPINF.TXT" TO WS-PATH-CORPINFR.
           MOVE "..\SIMSEGAC.TXT" TO WS-PATH-SEGUACUM.
           MOVE "..\SIMPREAU.TXT" TO WS-PATH-PREAUSAL.
           MOVE "..\SIMPREAH.TXT" TO WS-PATH-PREAHOLD.
               DELIMITED BY SIZE INTO WS-PATH-LISTADO.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\ALQACT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ALQ-ACT.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\ALQHOY.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ALQ-HOY.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\AGENCIAS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AGENCIAS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CLIENTES.DAT"
               DELIMITED BY SIZE INTO WS-PATH-CLIENTES.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\BLOQUEAD.DAT"
               DELIMITED BY SIZE INTO WS-PATH-BLOQUEADOS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\REGNAC.DAT"
               DELIMITED BY SIZE INTO WS-PATH-REGNAC.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\ADICION.DAT"
               DELIMITED BY SIZE INTO WS-PATH-ADICION.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CHOFERES.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHOFERES.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\DESCUENT.DAT"
               DELIMITED BY SIZE INTO WS-PATH-DESCUENTOS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\FERIADOS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FERIADOS.
               DELIMITED BY SIZE INTO WS-PATH-TOTALANT.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\ASIENTOS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ASIENTOS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CTAMAP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CTAMAP.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CONTRNUM.DAT"
               DELIMITED BY SIZE INTO WS-PATH-CONTRNUM.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\RESERVAS.DAT"
               DELIMITED BY SIZE INTO WS-PATH-ESPERA.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\ANULAC.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ANULAC.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\GRUPOS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GRUPOS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PRIORIDA.DAT"
               DELIMITED BY SIZE INTO WS-PATH-PRIORIDAD.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\EXTRAS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-EXTRAS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\EXTSTOCK.TXT"
               DELIMITED BY SIZE INTO WS-PATH-EXTSTOCK.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\RESTRIC.TXT"
               DELIMITED BY SIZE INTO WS-PATH-RESTRIC.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\RETAG"
               DELIMITED BY SIZE INTO WS-PREFIJO-RETAG.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\SEGUEXT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GARTARIF.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\GARMOV.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GARMOV.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\VOUUSO.TXT"
               DELIMITED BY SIZE INTO WS-PATH-VOUUSO.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\LAYOUT.DAT"
               DELIMITED BY SIZE INTO WS-PATH-LAYCTL.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\FACTURAS.DAT"
               DELIMITED BY SIZE INTO WS-PATH-FACTREG.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CREDLIM.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CTACORP.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\LEASES.TXT"
               DELIMITED BY SIZE INTO WS-PATH-LEASES.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PARADAS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PARADAS.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\RECALLIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-RECALLIT.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CORPPOL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CORPPOL.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CORPINFR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CORPINFR.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\AGHORAR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AGHORAR.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\AGCERRAD.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AGCERRAD.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PREPTIEM.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PREPTIEM.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PREPOK.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PRESUP.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\CAMBIO.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CAMBIO.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\OCUPTAR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-OCUPTAR.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PREAUSAL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PREAUSAL.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PREAURES.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PREAHOLD.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\LOTEREG.DAT"
               DELIMITED BY SIZE INTO WS-PATH-LOTEREG.
           STRING WS-ENV-DIR-DATOS(1:WS-DIR-DATOS-LARGO) "\PRORROGA.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PRORROGA.

      * SI HAY UN CHECKPOINT DE UNA CORRIDA ANTERIOR (1097-VERIFICAR-   *
      * CHECKPOINT), RELEE SOL1/SOL2/SOL3/ALQ SIN PROCESARLOS HASTA     *
           PERFORM 1111-ABRIR-ARCHIVO-ESTADCSV.
           PERFORM 1108-ABRIR-ARCHIVO-LISTADO.
           PERFORM 1105-ABRIR-ARCHIVO-ALQ-ACT.
           PERFORM 1199-ABRIR-ARCHIVO-ALQ-HOY.
           PERFORM 1109-ABRIR-ARCHIVO-AGENCIAS.
           PERFORM 1110-ABRIR-ARCHIVO-CLIENTES.
           PERFORM 1117-ABRIR-ARCHIVO-BLOQUEADOS.
           PERFORM 1193-ABRIR-ARCHIVO-REGNAC.
           PERFORM 1194-ABRIR-ARCHIVO-ADICION.
           PERFORM 1195-ABRIR-ARCHIVO-EXTSTOCK.
           PERFORM 1198-ABRIR-ARCHIVO-RESTRIC.
           PERFORM 1125-ABRIR-ARCHIVOS-RETORNO.
           PERFORM 1118-ABRIR-ARCHIVO-CHOFERES.
           PERFORM 1119-ABRIR-ARCHIVO-DESCUENTOS.
           PERFORM 1130-ABRIR-ARCHIVO-VOUCHERS.
           PERFORM 1131-ABRIR-ARCHIVO-CTACORP.
           PERFORM 1132-ABRIR-ARCHIVO-LEASES.
           PERFORM 1175-ABRIR-ARCHIVO-PARADAS.
           PERFORM 1176-ABRIR-ARCHIVO-RECALLIT.
           PERFORM 1177-ABRIR-ARCHIVO-CORPPOL.
           PERFORM 1178-ABRIR-ARCHIVO-CORPINFR.
           PERFORM 1179-ABRIR-ARCHIVO-AGHORAR.
           PERFORM 1190-ABRIR-ARCHIVO-AGCERRAD.
           PERFORM 1133-ABRIR-ARCHIVO-PREPTIEM.
           PERFORM 1134-ABRIR-ARCHIVO-PREPOK.
           PERFORM 1135-ABRIR-ARCHIVO-ONEWAY.
           PERFORM 1142-ABRIR-ARCHIVO-CAMBIO.
           PERFORM 1143-ABRIR-ARCHIVO-PREAUSAL.
           PERFORM 1144-PROCESAR-PREAURES.
           PERFORM 1174-ABRIR-ARCHIVO-OCUPTAR.
           PERFORM 1191-ABRIR-ARCHIVO-CTAMAP.
           PERFORM 1192-ABRIR-ARCHIVO-VOUUSO.

       1101-ABRIR-ARCHIVO-AUTOS.
           OPEN INPUT  AUTOS.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * SE ABRE COMO ASIENTOS.TXT EN 9009, CON EL QUE SE ATA: EXTEND    *
      * SOLO EN COMPLEMENTARIA.  EN REINICIO AGENCIA-TAB TIENE LO       *
      * APROBADO DESDE EL CHECKPOINT Y ASI TAMBIEN ESTE ARCHIVO.        *
       1199-ABRIR-ARCHIVO-ALQ-HOY.
           IF EN-MODO-COMPLEMENTARIO
               OPEN EXTEND  ALQ-HOY
               IF NOT FS-ALQ-HOY-OK
                   OPEN OUTPUT ALQ-HOY
               END-IF
           ELSE
               OPEN OUTPUT  ALQ-HOY
           END-IF.
           MOVE FS-ALQ-HOY     TO FS.
           MOVE "ALQ-HOY"      TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.


       1106-ABRIR-ARCHIVO-RECHAZOS.
           IF EN-MODO-RESTART OR EN-MODO-COMPLEMENTARIO
       1110-ABRIR-ARCHIVO-CLIENTES.
           OPEN INPUT  CLIENTES.
           IF FS-CLIENTES-NO-EXIST
               DISPLAY 'SIN CLIENTES.DAT -- SE SIGUE CON PADRON VACIO'
           ELSE
               MOVE FS-CLIENTES    TO FS
               MOVE "CLIENTES"     TO FS-NOMBRE
       1119-ABRIR-ARCHIVO-DESCUENTOS.
           OPEN INPUT  DESCUENTOS.
           IF FS-DESCUENTOS-NO-EXIST
               DISPLAY 'SIN DESCUENT.DAT -- TARIFA PLENA PARA TODOS'
           ELSE
               MOVE FS-DESCUENTOS  TO FS
               MOVE "DESCUENT"     TO FS-NOMBRE
       1117-ABRIR-ARCHIVO-BLOQUEADOS.
           OPEN INPUT  BLOQUEADOS.
           IF FS-BLOQUEADOS-NO-EXIST
               DISPLAY 'SIN BLOQUEAD.DAT -- SE SIGUE SIN LISTA NEGRA'
           ELSE
               MOVE FS-BLOQUEADOS  TO FS
               MOVE "BLOQUEAD"     TO FS-NOMBRE
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: HASTA QUE         *
      * REGNENV.CBL ARME EL ARCHIVO EL LOTE CORRE SIN EXIGIR LA         *
      * VERIFICACION, COMO HASTA AHORA.                                 *
       1193-ABRIR-ARCHIVO-REGNAC.
           OPEN INPUT  REGNAC.
           IF FS-REGNAC-NO-EXIST
               DISPLAY 'SIN REGNAC.DAT -- SE SIGUE SIN VERIFICAR '
                       'IDENTIDAD'
           ELSE
               MOVE FS-REGNAC      TO FS
               MOVE "REGNAC"       TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * LOS CONDUCTORES ADICIONALES SE ACUMULAN ENTRE CORRIDAS: EL       *
      * ARCHIVO SE CREA VACIO LA PRIMERA VEZ.                            *
       1194-ABRIR-ARCHIVO-ADICION.
           OPEN I-O ADICION.
           IF FS-ADICION-NO-EXIST
               OPEN OUTPUT ADICION
               CLOSE ADICION
               OPEN I-O ADICION
           END-IF.
           MOVE FS-ADICION     TO FS.
           MOVE "ADICION"      TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN STOCK CARGADO *
      * LOS EXTRAS SE APRUEBAN SIN LIMITE, COMO HASTA AHORA.            *
       1195-ABRIR-ARCHIVO-EXTSTOCK.
           OPEN INPUT  EXTSTOCK.
           IF FS-EXTSTOCK-NO-EXIST
               DISPLAY 'SIN EXTSTOCK.TXT -- EXTRAS SIN CONTROL DE STOCK'
           ELSE
               MOVE FS-EXTSTOCK    TO FS
               MOVE "EXTSTOCK"     TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * SIN RESTRIC.TXT NO HAY RESTRICCIONES DE VENTA (VER 4440).       *
       1198-ABRIR-ARCHIVO-RESTRIC.
           OPEN INPUT  RESTRIC.
           IF FS-RESTRIC-NO-EXIST
               DISPLAY 'SIN RESTRIC.TXT -- SIN RESTRICCIONES DE VENTA'
           ELSE
               MOVE FS-RESTRIC     TO FS
               MOVE "RESTRIC"      TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      **************************************************************
      *  EXTRAS YA COMPROMETIDOS POR AGENCIA, CODIGO Y DIA (VER      *
      *  TABLA-EXTDIA).  SOLO SI HAY STOCK CARGADO.  SE RECORRE EL   *
      *  MAESTRO POR ALQPRO COMO EN 1180, ANTES DE LAS PRORROGAS    *
      *  (1163 CONTROLA CONTRA ESTA TABLA EL RANGO NUEVO Y 1170 LE   *
      *  SUMA CADA DIA QUE GRABA).  NO CUENTAN LAS FILAS             *
      *  ANULADAS NI LAS DE NO-SHOW, NI LOS DIAS ANTERIORES A LA     *
      *  FECHA DE PROCESO.                                           *
      **************************************************************
       1196-CARGAR-EXTRAS-COMPROMETIDOS.
           IF WS-CANT-EXTSTOCK-TABLA > ZERO
               CLOSE ALQ
               OPEN INPUT ALQPRO
               MOVE FS-ALQPRO      TO FS
               MOVE "ALQPRO"       TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               PERFORM 1167-LEER-SIGUIENTE-ALQPRO
               PERFORM 1197-CONTAR-EXTRAS-DIA UNTIL FS-ALQPRO-FIN
               CLOSE ALQPRO
               PERFORM 1105-ABRIR-ARCHIVO-ALQUILERES
               DISPLAY 'STOCK DE EXTRAS: FILAS ' WS-CANT-EXTSTOCK-TABLA
                       '  DIAS COMPROMETIDOS ' WS-CANT-EXTDIA-TABLA
           END-IF.

       1197-CONTAR-EXTRAS-DIA.
           IF ALQPRO-FECHA NOT < WS-FECHA-PROCESO
              AND NOT ALQPRO-ESTA-ANULADO
              AND ALQPRO-NOSHOW NOT = 'S'
              AND ALQPRO-EXTRAS-CODS NOT = SPACES
               MOVE ALQPRO-AGENCIA     TO WS-EXD-AGENCIA
               MOVE ALQPRO-FECHA       TO WS-EXD-FECHA
               MOVE ALQPRO-EXTRAS-CODS TO WS-EXD-CODS
               PERFORM 4495-SUMAR-EXTRA-COMPROMETIDO
                       VARYING IND-STK FROM 1 BY 1
                       UNTIL IND-STK > 3
           END-IF.
           PERFORM 1167-LEER-SIGUIENTE-ALQPRO.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN TARIFA DE      *
      * GARANTIA NO SE TOMA DEPOSITO A NADIE, COMO HASTA AHORA.          *
       1126-ABRIR-ARCHIVO-GARTARIF.
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN CALENDARIO   *
      * DE TALLER NINGUNA UNIDAD ESTA PARADA.                          *
       1175-ABRIR-ARCHIVO-PARADAS.
           OPEN INPUT  PARADAS.
           IF FS-PARADAS-NO-EXIST
               DISPLAY 'SIN PARADAS.TXT -- SIN PARADAS DE TALLER'
           ELSE
               MOVE FS-PARADAS     TO FS
               MOVE "PARADAS"      TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN RECALLS      *
      * IMPORTADOS NINGUNA UNIDAD QUEDA BLOQUEADA POR RECALL.          *
       1176-ABRIR-ARCHIVO-RECALLIT.
           OPEN INPUT  RECALLIT.
           IF FS-RECALLIT-NO-EXIST
               DISPLAY 'SIN RECALLIT.TXT -- SIN RECALLS PENDIENTES'
           ELSE
               MOVE FS-RECALLIT    TO FS
               MOVE "RECALLIT"     TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN POLITICAS     *
      * NINGUNA CUENTA CORPORATIVA TIENE RESTRICCIONES.                 *
       1177-ABRIR-ARCHIVO-CORPPOL.
           OPEN INPUT  CORPPOL.
           IF FS-CORPPOL-NO-EXIST
               DISPLAY 'SIN CORPPOL.TXT -- SIN POLITICAS CORPORATIVAS'
           ELSE
               MOVE FS-CORPPOL     TO FS
               MOVE "CORPPOL"      TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

       1178-ABRIR-ARCHIVO-CORPINFR.
           OPEN EXTEND CORPINFR.
           IF NOT FS-CORPINFR-OK
               OPEN OUTPUT CORPINFR
           END-IF.
           MOVE FS-CORPINFR    TO FS.
           MOVE "CORPINFR"     TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN HORARIOS NI   *
      * CIERRES TODAS LAS AGENCIAS ATIENDEN A CUALQUIER HORA.           *
       1179-ABRIR-ARCHIVO-AGHORAR.
           OPEN INPUT  AGHORAR.
           IF FS-AGHORAR-NO-EXIST
               DISPLAY 'SIN AGHORAR.TXT -- AGENCIAS SIN HORARIO'
           ELSE
               MOVE FS-AGHORAR     TO FS
               MOVE "AGHORAR"      TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

       1190-ABRIR-ARCHIVO-AGCERRAD.
           OPEN INPUT  AGCERRAD.
           IF FS-AGCERRAD-NO-EXIST
               DISPLAY 'SIN AGCERRAD.TXT -- SIN CIERRES DE AGENCIA'
           ELSE
               MOVE FS-AGCERRAD    TO FS
               MOVE "AGCERRAD"     TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN TABLA DE      *
      * PREPARACION LA UNIDAD DEVUELTA SALE AL DIA SIGUIENTE, COMO      *
      * HASTA AHORA.                                                    *
       1133-ABRIR-ARCHIVO-PREPTIEM.
           OPEN INPUT  PREPTIEM.
           IF FS-PREPTIEM-NO-EXIST
               DISPLAY 'SIN PREPTIEM.TXT -- SIN BUFFER DE PREPARACION'
           ELSE
               MOVE FS-PREPTIEM    TO FS
               MOVE "PREPTIEM"     TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

       1134-ABRIR-ARCHIVO-PREPOK.
           OPEN INPUT  PREPOK.
           IF FS-PREPOK-NO-EXIST
               DISPLAY 'SIN PREPOK.TXT -- SIN UNIDADES CERTIFICADAS'
           ELSE
               MOVE FS-PREPOK      TO FS
               MOVE "PREPOK"       TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN TABLA DE      *
      * CARGOS EL ONE-WAY SIGUE SIENDO GRATIS, COMO HASTA AHORA.        *
       1135-ABRIR-ARCHIVO-ONEWAY.
           OPEN INPUT  ONEWAY.
           IF FS-ONEWAY-NO-EXIST
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN "35" (ARCHIVO INEXISTENTE) NO ES UN ERROR: SIN BANDAS NO HAY *
      * RECARGO POR OCUPACION.                                          *
       1174-ABRIR-ARCHIVO-OCUPTAR.
           OPEN INPUT  OCUPTAR.
           IF FS-OCUPTAR-NO-EXIST
               DISPLAY 'SIN OCUPTAR.TXT -- SIN RECARGO POR OCUPACION'
           ELSE
               MOVE FS-OCUPTAR     TO FS
               MOVE "OCUPTAR"      TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * SIN PLAN DE CUENTAS NO HAY CORRIDA: LOS ASIENTOS DEL LOTE NO    *
      * TENDRIAN CUENTA DEL MAYOR.  SE CORTA ANTES DE APROBAR NADA.     *
       1191-ABRIR-ARCHIVO-CTAMAP.
           OPEN INPUT  CTAMAP.
           IF FS-CTAMAP-NO-EXIST
               DISPLAY 'NO EXISTE CTAMAP.TXT (PLAN DE CUENTAS)'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.
           MOVE FS-CTAMAP      TO FS.
           MOVE "CTAMAP"       TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * EL REGISTRO DE USO DE VOUCHERS ACUMULA ENTRE CORRIDAS (COMO     *
      * GARMOV): EXTEND SI YA EXISTE, OUTPUT LA PRIMERA VEZ.            *
       1192-ABRIR-ARCHIVO-VOUUSO.
           OPEN EXTEND VOUUSO.
           IF NOT FS-VOUUSO-OK
               OPEN OUTPUT VOUUSO
           END-IF.
           MOVE FS-VOUUSO      TO FS.
           MOVE "VOUUSO"       TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * LAS SOLICITUDES DE PRE-AUTORIZACION ACUMULAN ENTRE CORRIDAS     *
      * HASTA QUE EL PROCESADOR LAS LEVANTA (EXTEND, OUTPUT LA          *
      * PRIMERA VEZ).                                                   *
           PERFORM 1147-LEER-CTLSCAN.

      **************************************************************
      *  OCUPACION POR TAMANIO Y DIA PARA EL RECARGO DE OCUPACION    *
      *  (VER TABLA-OCUPDIA).  SOLO SI HAY BANDAS EN OCUPTAR.TXT.    *
      *  SE RECORRE EL MAESTRO POR ALQPRO (ALQ CERRADO, IGUAL QUE EN *
      *  LAS PRORROGAS) Y DESPUES RESERVAS POR RSVPRO; UNA RESERVA   *
      *  QUE YA TIENE FILA VIGENTE EN EL MAESTRO NO SE CUENTA DOS    *
      *  VECES.  NO CUENTAN LAS FILAS ANULADAS NI LAS DE NO-SHOW     *
      *  (LA UNIDAD QUEDO LIBRE), NI LAS DE UNIDADES FUERA DE        *
      *  SERVICIO, QUE TAMPOCO SUMAN AL TOTAL DEL TAMANIO.           *
      **************************************************************
       1180-CARGAR-OCUPACION.
           IF WS-CANT-OCUPTAR-TABLA > ZERO
               PERFORM 1181-CONTAR-UNIDAD-TAMANIO
                       VARYING IND-OCA FROM 1 BY 1
                       UNTIL IND-OCA > WS-CANT-AUTOS-TABLA
               PERFORM 1182-UBICAR-TAMANIO-LEASE
                       VARYING IND-LSE FROM 1 BY 1
                       UNTIL IND-LSE > WS-CANT-LEASES-TABLA

               CLOSE ALQ
               OPEN INPUT ALQPRO
               MOVE FS-ALQPRO      TO FS
               MOVE "ALQPRO"       TO FS-NOMBRE
               MOVE "ABRIR"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               PERFORM 1167-LEER-SIGUIENTE-ALQPRO
               PERFORM 1183-CONTAR-DIA-ALQ UNTIL FS-ALQPRO-FIN

               OPEN INPUT RSVPRO
               IF FS-RSVPRO-OK
                   PERFORM 1187-LEER-SIGUIENTE-RSVPRO
                   PERFORM 1184-CONTAR-DIA-RSV UNTIL FS-RSVPRO-FIN
                   CLOSE RSVPRO
               ELSE
                   IF NOT FS-RSVPRO-NO-EXIST
                       MOVE FS-RSVPRO      TO FS
                       MOVE "RSVPRO"       TO FS-NOMBRE
                       MOVE "ABRIR"        TO FS-FUNCION
                       PERFORM 8900-CHECK-FILE-STATUS
                   END-IF
               END-IF

               CLOSE ALQPRO
               PERFORM 1105-ABRIR-ARCHIVO-ALQUILERES
               DISPLAY 'OCUPACION: TAMANIOS ' WS-CANT-OCUTAM-TABLA
                       '  DIAS TOMADOS ' WS-CANT-OCUP-DIAS
           END-IF.

       1181-CONTAR-UNIDAD-TAMANIO.
           IF T-AUT-ESTADO(IND-OCA) NOT EQUAL 'B'
               MOVE T-AUT-TAMANIO(IND-OCA) TO WS-OCUP-TAMANIO
               PERFORM 1188-UBICAR-TAMANIO
               IF OCUP-HALLADO
                   ADD 1 TO OCU-TAM-UNIDADES(IND-OTM)
               END-IF
           END-IF.

       1182-UBICAR-TAMANIO-LEASE.
           MOVE SPACE TO LSE-TAB-TAMANIO(IND-LSE).
           SEARCH ALL TABLA-AUT
               AT END
                   CONTINUE
               WHEN T-AUT-PATENTE(IDX-AUT) EQUAL
                    LSE-TAB-PATENTE(IND-LSE)
                   IF T-AUT-ESTADO(IDX-AUT) NOT EQUAL 'B'
                       MOVE T-AUT-TAMANIO(IDX-AUT)
                           TO LSE-TAB-TAMANIO(IND-LSE)
                   END-IF
           END-SEARCH.

       1183-CONTAR-DIA-ALQ.
           IF ALQPRO-FECHA NOT < WS-FECHA-PROCESO
              AND NOT ALQPRO-ESTA-ANULADO
              AND ALQPRO-NOSHOW NOT = 'S'
               MOVE ALQPRO-PATENTE TO WS-OCUP-PATENTE
               MOVE ALQPRO-FECHA   TO WS-OCUP-FECHA
               PERFORM 1185-SUMAR-OCUPACION
           END-IF.
           PERFORM 1167-LEER-SIGUIENTE-ALQPRO.

       1184-CONTAR-DIA-RSV.
           IF RSVPRO-FECHA NOT < WS-FECHA-PROCESO
               MOVE RSVPRO-PATENTE TO ALQPRO-PATENTE
               MOVE RSVPRO-FECHA   TO ALQPRO-FECHA
               READ ALQPRO KEY IS ALQPRO-CLAVE
                   INVALID KEY SET FS-ALQPRO-NO-EXIST TO TRUE
               END-READ
               IF NOT FS-ALQPRO-OK AND NOT FS-ALQPRO-NO-EXIST
                   DISPLAY 'ERROR AL CONSULTAR ALQPRO'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               IF FS-ALQPRO-NO-EXIST
                  OR ALQPRO-ESTA-ANULADO
                  OR ALQPRO-NOSHOW = 'S'
                   MOVE RSVPRO-PATENTE TO WS-OCUP-PATENTE
                   MOVE RSVPRO-FECHA   TO WS-OCUP-FECHA
                   PERFORM 1185-SUMAR-OCUPACION
               END-IF
           END-IF.
           PERFORM 1187-LEER-SIGUIENTE-RSVPRO.

       1185-SUMAR-OCUPACION.
           MOVE SPACE TO WS-OCUP-TAMANIO.
           SEARCH ALL TABLA-AUT
               AT END
                   CONTINUE
               WHEN T-AUT-PATENTE(IDX-AUT) EQUAL WS-OCUP-PATENTE
                   IF T-AUT-ESTADO(IDX-AUT) NOT EQUAL 'B'
                       MOVE T-AUT-TAMANIO(IDX-AUT) TO WS-OCUP-TAMANIO
                   END-IF
           END-SEARCH.

           IF WS-OCUP-TAMANIO NOT = SPACE
               MOVE 'N' TO WS-OCUP-HALLADO
               PERFORM 1186-SUMAR-OCUPDIA
                       VARYING IND-OCD FROM 1 BY 1
                       UNTIL IND-OCD > WS-CANT-OCUPDIA-TABLA
                       OR OCUP-HALLADO
               IF NOT OCUP-HALLADO
                   IF WS-CANT-OCUPDIA-TABLA < 3000
                       ADD 1 TO WS-CANT-OCUPDIA-TABLA
                       MOVE WS-OCUP-TAMANIO
                           TO OCD-TAB-TAMANIO(WS-CANT-OCUPDIA-TABLA)
                       MOVE WS-OCUP-FECHA
                           TO OCD-TAB-FECHA(WS-CANT-OCUPDIA-TABLA)
                       MOVE 1 TO OCD-TAB-CANT(WS-CANT-OCUPDIA-TABLA)
                       MOVE 'S' TO WS-OCUP-HALLADO
                   ELSE
                       IF NOT OCD-AVISO-LLENA
                           DISPLAY 'ATENCION: TABLA DE OCUPACION LLENA'
                                   ' -- DIAS SIN RECARGO DESDE '
                                   WS-OCUP-FECHA
                           MOVE 'S' TO WS-OCD-AVISO-LLENA
                       END-IF
                   END-IF
               END-IF
               IF OCUP-HALLADO
                   ADD 1 TO WS-CANT-OCUP-DIAS
               END-IF
           END-IF.

       1186-SUMAR-OCUPDIA.
           IF OCD-TAB-TAMANIO(IND-OCD) = WS-OCUP-TAMANIO
              AND OCD-TAB-FECHA(IND-OCD) = WS-OCUP-FECHA
               ADD 1 TO OCD-TAB-CANT(IND-OCD)
               MOVE 'S' TO WS-OCUP-HALLADO
           END-IF.

       1187-LEER-SIGUIENTE-RSVPRO.
           READ RSVPRO NEXT RECORD
               AT END SET FS-RSVPRO-FIN TO TRUE
           END-READ.

           IF NOT FS-RSVPRO-OK AND NOT FS-RSVPRO-FIN
               DISPLAY 'ERROR AL RECORRER RSVPRO'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * DEJA EN IND-OTM LA FILA DEL TAMANIO DE WS-OCUP-TAMANIO; SI NO  *
      * ESTABA LA AGREGA (HASTA 20 TAMANIOS).                          *
       1188-UBICAR-TAMANIO.
           MOVE 'N' TO WS-OCUP-HALLADO.
           PERFORM 1189-COMPARAR-TAMANIO
                   VARYING IND-OTM FROM 1 BY 1
                   UNTIL IND-OTM > WS-CANT-OCUTAM-TABLA
                   OR OCUP-HALLADO.
           IF OCUP-HALLADO
               SUBTRACT 1 FROM IND-OTM
           ELSE
               IF WS-CANT-OCUTAM-TABLA < 20
                   ADD 1 TO WS-CANT-OCUTAM-TABLA
                   MOVE WS-CANT-OCUTAM-TABLA TO IND-OTM
                   MOVE WS-OCUP-TAMANIO TO OCU-TAM-TAMANIO(IND-OTM)
                   MOVE ZERO TO OCU-TAM-UNIDADES(IND-OTM)
                   MOVE 'S' TO WS-OCUP-HALLADO
               END-IF
           END-IF.

       1189-COMPARAR-TAMANIO.
           IF OCU-TAM-TAMANIO(IND-OTM) = WS-OCUP-TAMANIO
               MOVE 'S' TO WS-OCUP-HALLADO
           END-IF.

      **************************************************************
      *  PRORROGAS: EXTIENDE UN ALQUILER ABIERTO SIN SOLICITUD NUEVA *
      *  (MISMO CONTRATO, SIN SEGUNDA GARANTIA NI SEGUNDO CONTRATO   *
      *  IMPRESO).  CORRE ANTES DEL MERGE CON ALQ CERRADO: LAS FILAS *
      *  NUEVAS QUEDAN EN ALQIDX.DAT Y EL MERGE LAS VE COMO ALQUILER *
      *  EXISTENTE (UNA SOLICITUD SOBRE ESOS DIAS RECHAZA POR 1).    *
      *  LOS DIAS PEDIDOS PASAN LOS MISMOS CONTROLES DE UNIDAD QUE   *
      *  EL MERGE (OCUPACION, RESERVAS, LEASING, DOCUMENTACION Y     *
      *  PREPARACION ANTES DEL ALQUILER SIGUIENTE) Y SE TARIFAN CON  *
      *  4095; SE APLICA TODO EL PEDIDO O NADA.  EL RESULTADO VA AL  *
      *  RETAGnn DE LA AGENCIA DEL CONTRATO ('P' APLICADA / 'N'      *
      *  RECHAZADA).  LA COLA SE VACIA AL FINAL, COMO PREAURES.      *
      **************************************************************
       1160-PROCESAR-PRORROGAS.
           IF EN-MODO-COMPLEMENTARIO
               DISPLAY 'COMPLEMENTARIA -- PRORROGAS YA PROCESADAS'
           ELSE
               OPEN INPUT PRORROGA
               IF FS-PRORROGA-NO-EXIST
                   DISPLAY 'SIN PRORROGA.TXT -- SIN PRORROGAS'
               ELSE
                   MOVE FS-PRORROGA    TO FS
                   MOVE "PRORROGA"     TO FS-NOMBRE
                   MOVE "ABRIR"        TO FS-FUNCION
                   PERFORM 8900-CHECK-FILE-STATUS
                   PERFORM 1161-ABRIR-MAESTROS-PRORROGA
                   PERFORM 1162-LEER-PRORROGA
                   PERFORM 1163-APLICAR-PRORROGA
                           UNTIL FS-PRORROGA-FIN
                   CLOSE PRORROGA
                   PERFORM 1164-CERRAR-MAESTROS-PRORROGA
                   IF NOT EN-MODO-SIMULACION
                       OPEN OUTPUT PRORROGA
                       CLOSE PRORROGA
                   END-IF
                   DISPLAY 'PRORROGAS LEIDAS: ' WS-CANT-PRR-LEIDAS
                           '  APLICADAS: ' WS-CANT-PRR-APLICADAS
                           '  RECHAZADAS: ' WS-CANT-PRR-RECHAZADAS
               END-IF
           END-IF.

      * ALQ SE CIERRA MIENTRAS SE GRABA POR ALQPRO (TODAVIA NO SE LEYO  *
      * NINGUN REGISTRO: 8300 RECIEN CORRE AL VOLVER DE 1000-INICIO).   *
      * EN SIMULACION EL MAESTRO SE ABRE SOLO PARA LECTURA.             *
       1161-ABRIR-MAESTROS-PRORROGA.
           CLOSE ALQ.
           IF EN-MODO-SIMULACION
               OPEN INPUT ALQPRO
           ELSE
               OPEN I-O ALQPRO
           END-IF.
           MOVE FS-ALQPRO      TO FS.
           MOVE "ALQPRO"       TO FS-NOMBRE.
           MOVE "ABRIR"        TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

           MOVE 'N' TO WS-PRR-HAY-RSV.
           OPEN INPUT RSVPRO.
           IF FS-RSVPRO-OK
               MOVE 'S' TO WS-PRR-HAY-RSV
           ELSE
               IF NOT FS-RSVPRO-NO-EXIST
                   MOVE FS-RSVPRO      TO FS
                   MOVE "RSVPRO"       TO FS-NOMBRE
                   MOVE "ABRIR"        TO FS-FUNCION
                   PERFORM 8900-CHECK-FILE-STATUS
               END-IF
           END-IF.

       1164-CERRAR-MAESTROS-PRORROGA.
           CLOSE ALQPRO.
           IF PRR-HAY-RSV
               CLOSE RSVPRO
           END-IF.
           PERFORM 1105-ABRIR-ARCHIVO-ALQUILERES.

       1162-LEER-PRORROGA.
           READ PRORROGA AT END SET FS-PRORROGA-FIN TO TRUE.

           IF NOT FS-PRORROGA-OK AND NOT FS-PRORROGA-FIN
               DISPLAY 'ERROR AL INTENTAR LEER PRORROGA'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1163-APLICAR-PRORROGA.
           ADD 1 TO WS-CANT-PRR-LEIDAS.
           MOVE ZERO   TO WS-PRR-MOTIVO.
           MOVE SPACES TO WS-PRR-DESC.
           MOVE SPACES TO WS-PRR-ULT-PATENTE.
           MOVE ZERO   TO WS-PRR-ULT-FECHA.
           MOVE ZERO   TO WS-PRR-IMPORTE-TOTAL.
           MOVE ZERO   TO WS-PRR-DIAS.
           MOVE 'N'    TO WS-PRR-RECHAZO.

           IF PRR-CONTRATO NOT NUMERIC OR PRR-CONTRATO = ZERO
               DISPLAY 'PRORROGA SIN CONTRATO VALIDO: ' PRORROGA-REG
               ADD 1 TO WS-CANT-PRR-RECHAZADAS
           ELSE
               COMPUTE WS-PRR-AGENCIA = PRR-CONTRATO / 10000000
               PERFORM 1163-VALIDAR-PRORROGA
               IF PRR-RECHAZADA
                   PERFORM 1163-RECHAZAR-PRORROGA
               ELSE
                   PERFORM 1163-GRABAR-PRORROGA
               END-IF
           END-IF.

           PERFORM 1162-LEER-PRORROGA.

      * EL PRIMER MOTIVO DE RECHAZO CORTA LAS VALIDACIONES SIGUIENTES. *
       1163-VALIDAR-PRORROGA.
           PERFORM 1165-UBICAR-CONTRATO.
           EVALUATE TRUE
               WHEN NOT PRR-HALLADO
                   MOVE 'CONTRATO INEXISTENTE O ANULADO' TO WS-PRR-DESC
                   SET PRR-RECHAZADA TO TRUE
               WHEN ALQPRO-DEVOL-CERRADA
                   MOVE 'ALQUILER YA DEVUELTO' TO WS-PRR-DESC
                   SET PRR-RECHAZADA TO TRUE
               WHEN ALQPRO-NOSHOW = 'S'
                   MOVE 'ALQUILER NUNCA RETIRADO' TO WS-PRR-DESC
                   SET PRR-RECHAZADA TO TRUE
           END-EVALUATE.

           IF NOT PRR-RECHAZADA
               IF PRR-FECHA-HASTA NOT NUMERIC
                   MOVE ZERO TO WS-PRR-FECHA-N
               ELSE
                   MOVE PRR-FECHA-HASTA TO WS-PRR-FECHA-N
               END-IF
               MOVE WS-PRR-AA TO WS-FEC-VAL-AA
               MOVE WS-PRR-MM TO WS-FEC-VAL-MM
               MOVE WS-PRR-DD TO WS-FEC-VAL-DD
               PERFORM 4090-VALIDAR-FECHA
               IF FECHA-INVALIDA
                   MOVE 3 TO WS-PRR-MOTIVO
                   MOVE 'NUEVA FECHA HASTA INVALIDA' TO WS-PRR-DESC
                   SET PRR-RECHAZADA TO TRUE
               ELSE
                   IF PRR-FECHA-HASTA NOT > WS-PRR-ULT-FECHA
                       MOVE 'NO SUPERA EL FIN VIGENTE' TO WS-PRR-DESC
                       SET PRR-RECHAZADA TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT PRR-RECHAZADA
               MOVE WS-PRR-ULT-PATENTE TO CLAVE-MENOR-PATENTE
               PERFORM 5000-BUSCAR-PATENTE-EN-AUTOS
               EVALUATE EXISTE-AUTO
                   WHEN '0'
                       MOVE 2 TO WS-PRR-MOTIVO
                       MOVE 'PATENTE FUERA DEL PADRON' TO WS-PRR-DESC
                       SET PRR-RECHAZADA TO TRUE
                   WHEN '2'
                       MOVE 4 TO WS-PRR-MOTIVO
                       MOVE 'UNIDAD FUERA DE SERVICIO' TO WS-PRR-DESC
                       SET PRR-RECHAZADA TO TRUE
               END-EVALUATE
           END-IF.

           IF NOT PRR-RECHAZADA
               MOVE WS-PRR-ULT-FECHA TO WS-PRR-FECHA-N
               PERFORM 1166-VERIFICAR-DIA-PRORROGA
                       UNTIL WS-PRR-FECHA-N NOT < PRR-FECHA-HASTA
                       OR WS-PRR-MOTIVO > ZERO
               IF WS-PRR-MOTIVO = ZERO
                   PERFORM 1168-VERIFICAR-PREP-PRORROGA
               END-IF
               IF WS-PRR-MOTIVO > ZERO
                   SET PRR-RECHAZADA TO TRUE
               END-IF
           END-IF.

           IF NOT PRR-RECHAZADA
               PERFORM 1163-VERIFICAR-STOCK-PRORROGA
               IF EXTRA-AGOTADO-RECHAZA
                   MOVE 31 TO WS-PRR-MOTIVO
                   STRING 'SIN STOCK ' WS-PRR-AGOTADOS
                       DELIMITED BY SIZE INTO WS-PRR-DESC
                   SET PRR-RECHAZADA TO TRUE
               END-IF
           END-IF.

      * LOS EXTRAS DEL MOLDE CONTRA EL STOCK DE SU AGENCIA EN EL RANGO  *
      * NUEVO, COMO EL PRIMER DIA DE UN RANGO DEL MERGE (4487): CON     *
      * POLITICA 'R' SE RECHAZA LA PRORROGA (MOTIVO 31) Y SI NO LOS     *
      * DIAS NUEVOS SALEN SIN EL EXTRA AGOTADO.                         *
       1163-VERIFICAR-STOCK-PRORROGA.
           MOVE WS-PRR-BASE TO ALQPRO-REG.
           MOVE ALQPRO-EXTRAS-CODS TO WS-STK-PEDIDOS.
           MOVE ALQPRO-AGENCIA     TO WS-STK-AGENCIA.
           MOVE WS-PRR-ULT-FECHA   TO WS-PREP-FECHA-N.
           PERFORM 4042-SUMAR-DIA-PREP.
           MOVE WS-PREP-FECHA-N    TO WS-STK-DESDE.
           MOVE PRR-FECHA-HASTA    TO WS-STK-HASTA.
           MOVE WS-STK-PEDIDOS     TO WS-STK-ENTREGABLES.
           MOVE SPACES             TO WS-STK-AGOTADOS.
           MOVE 'N'                TO WS-STK-RECHAZO.
           IF WS-CANT-EXTSTOCK-TABLA > ZERO
              AND WS-STK-PEDIDOS NOT = SPACES
               MOVE WS-FECHA-VALIDAR TO WS-STK-FEC-VAL-GUARDA
               PERFORM 4488-REVISAR-EXTRA-RANGO
                       VARYING IND-STK FROM 1 BY 1
                       UNTIL IND-STK > 3
               MOVE WS-STK-FEC-VAL-GUARDA TO WS-FECHA-VALIDAR
           END-IF.
           MOVE WS-STK-ENTREGABLES TO WS-PRR-EXTRAS.
           MOVE WS-STK-AGOTADOS    TO WS-PRR-AGOTADOS.

      * LOS CONDUCTORES ADICIONALES DEL ULTIMO DIA SIGUEN EN LOS DIAS   *
      * NUEVOS: SE TOMAN DE ADICION.DAT POR LA CLAVE DEL MOLDE.         *
       1163-GRABAR-PRORROGA.
           MOVE WS-PRR-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE WS-PRR-NRO-DOC  TO WS-LIC-NRO-DOC.
           PERFORM 4023-BUSCAR-REGLAS-EDAD.
           MOVE WS-PRR-BASE TO ALQPRO-REG.
           MOVE ALQPRO-PATENTE TO ADI-PATENTE.
           MOVE ALQPRO-FECHA   TO ADI-FECHA.
           MOVE SPACES TO WS-PRR-ADICIONALES.
           READ ADICION KEY IS ADI-CLAVE
               INVALID KEY SET FS-ADICION-NO-HALLADO TO TRUE
           END-READ.
           IF NOT FS-ADICION-OK
              AND NOT FS-ADICION-NO-HALLADO
               DISPLAY 'ERROR AL CONSULTAR ADICION'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.
           IF FS-ADICION-OK
               MOVE ADI-CONDUCTORES TO WS-PRR-ADICIONALES
           END-IF.

           MOVE WS-PRR-ULT-FECHA TO WS-PRR-FECHA-N.
           MOVE ZERO TO WS-PRR-DESDE.
           PERFORM 1170-GRABAR-DIA-PRORROGA
                   UNTIL WS-PRR-FECHA-N NOT < PRR-FECHA-HASTA.
           ADD 1 TO WS-CANT-PRR-APLICADAS.

           MOVE SPACES TO LINEA.
           STRING 'P CTR ' PRR-CONTRATO
                  ' ' WS-PRR-ULT-PATENTE
                  ' DESDE ' WS-PRR-DESDE
                  ' HASTA ' PRR-FECHA-HASTA
                  ' DIAS ' WS-PRR-DIAS
                  ' IMP ' WS-PRR-IMPORTE-TOTAL
               DELIMITED BY SIZE INTO LINEA.
      * EXTRAS AGOTADOS EN EL RANGO NUEVO: EN LA MISMA POSICION QUE EN  *
      * LA LINEA 'A' (VER 7920).                                        *
           IF WS-PRR-AGOTADOS NOT = SPACES
               STRING 'X' WS-PRR-AGOTADOS
                   DELIMITED BY SIZE INTO LINEA(123:)
           END-IF.
           MOVE WS-PRR-AGENCIA TO WS-RET-AGENCIA.
           PERFORM 7905-GRABAR-RETORNO.

       1163-RECHAZAR-PRORROGA.
           ADD 1 TO WS-CANT-PRR-RECHAZADAS.
           MOVE SPACES TO LINEA.
           STRING 'N CTR ' PRR-CONTRATO
                  ' ' WS-PRR-ULT-PATENTE
                  ' HASTA ' PRR-FECHA-HASTA
                  ' MOT ' WS-PRR-MOTIVO
                  ' ' WS-PRR-DESC
               DELIMITED BY SIZE INTO LINEA.
           MOVE WS-PRR-AGENCIA TO WS-RET-AGENCIA.
           PERFORM 7905-GRABAR-RETORNO.

      * UBICA EL CONTRATO RECORRIENDO EL MAESTRO (COMO RETIRO.CBL) Y   *
      * CAMINA SU RANGO DIA POR DIA -- REGISTROS CONTIGUOS DEL MISMO    *
      * DOCUMENTO, COMO DEVOLUC.CBL -- HASTA EL ULTIMO DIA VIGENTE.     *
      * AL SALIR ALQPRO-REG TIENE LA IMAGEN DE ESE ULTIMO DIA.          *
       1165-UBICAR-CONTRATO.
           MOVE 'N' TO WS-PRR-HALLADO.
           MOVE LOW-VALUES TO ALQPRO-CLAVE.
           START ALQPRO KEY NOT LESS THAN ALQPRO-CLAVE
               INVALID KEY SET FS-ALQPRO-FIN TO TRUE
           END-START.

           MOVE 'N' TO WS-PRR-RESERVA-TIPO.
           IF NOT FS-ALQPRO-FIN
               PERFORM 1167-LEER-SIGUIENTE-ALQPRO
               PERFORM 1169-COMPARAR-CONTRATO
                       UNTIL FS-ALQPRO-FIN OR PRR-HALLADO
           END-IF.

           IF NOT PRR-HALLADO AND PRR-RESERVA-CERRADA
               MOVE WS-PRR-RESERVA-CLAVE TO ALQPRO-CLAVE
               READ ALQPRO KEY IS ALQPRO-CLAVE
                   INVALID KEY SET FS-ALQPRO-NO-EXIST TO TRUE
               END-READ
               IF FS-ALQPRO-OK
                   MOVE 'S' TO WS-PRR-HALLADO
               END-IF
           END-IF.

           IF PRR-HALLADO
               MOVE ALQPRO-REG      TO WS-PRR-BASE
               MOVE ALQPRO-CLAVE    TO WS-PRR-ULT-CLAVE
               MOVE ALQPRO-TIPO-DOC TO WS-PRR-TIPO-DOC
               MOVE ALQPRO-NRO-DOC  TO WS-PRR-NRO-DOC
               MOVE 'S' TO WS-PRR-RANGO-SIGUE
               PERFORM 1171-AVANZAR-RANGO-PRORROGA
                       UNTIL NOT PRR-RANGO-SIGUE
               MOVE WS-PRR-BASE TO ALQPRO-REG
               IF ALQPRO-AGENCIA > ZERO
                   MOVE ALQPRO-AGENCIA TO WS-PRR-AGENCIA
               END-IF
           END-IF.

       1167-LEER-SIGUIENTE-ALQPRO.
           READ ALQPRO NEXT RECORD
               AT END SET FS-ALQPRO-FIN TO TRUE
           END-READ.

           IF NOT FS-ALQPRO-OK AND NOT FS-ALQPRO-FIN
               DISPLAY 'ERROR AL RECORRER ALQPRO'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1169-COMPARAR-CONTRATO.
           IF ALQPRO-NRO-CONTRATO = PRR-CONTRATO
              AND NOT ALQPRO-ESTA-ANULADO
              AND NOT ALQPRO-DEVOL-CERRADA
              AND ALQPRO-ESTADO-DEVOL NOT = 'T'
               MOVE 'S' TO WS-PRR-HALLADO
           ELSE
               IF ALQPRO-NRO-CONTRATO = PRR-CONTRATO
                  AND ALQPRO-DEVOL-CERRADA
                  AND NOT ALQPRO-ESTA-ANULADO
                  AND PRR-SIN-RESERVA
                   MOVE ALQPRO-CLAVE TO WS-PRR-RESERVA-CLAVE
                   MOVE 'C' TO WS-PRR-RESERVA-TIPO
               END-IF
               PERFORM 1167-LEER-SIGUIENTE-ALQPRO
           END-IF.

       1171-AVANZAR-RANGO-PRORROGA.
           MOVE WS-PRR-ULT-FECHA TO WS-PREP-FECHA-N.
           PERFORM 4042-SUMAR-DIA-PREP.
           MOVE WS-PRR-ULT-PATENTE TO ALQPRO-PATENTE.
           MOVE WS-PREP-FECHA-N    TO ALQPRO-FECHA.
           READ ALQPRO KEY IS ALQPRO-CLAVE
               INVALID KEY SET FS-ALQPRO-NO-EXIST TO TRUE
           END-READ.
           IF NOT FS-ALQPRO-OK AND NOT FS-ALQPRO-NO-EXIST
               DISPLAY 'ERROR AL CONSULTAR ALQPRO'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

           IF FS-ALQPRO-OK
              AND ALQPRO-TIPO-DOC = WS-PRR-TIPO-DOC
              AND ALQPRO-NRO-DOC = WS-PRR-NRO-DOC
              AND NOT ALQPRO-ESTA-ANULADO
               MOVE ALQPRO-REG   TO WS-PRR-BASE
               MOVE ALQPRO-CLAVE TO WS-PRR-ULT-CLAVE
           ELSE
               MOVE 'N' TO WS-PRR-RANGO-SIGUE
           END-IF.

      * UN DIA PEDIDO: LIBRE EN EL MAESTRO Y EN RESERVAS (MOTIVO 1),   *
      * SIN LEASING (17) NI PARADA DE TALLER (26), CON POLIZA/VTV      *
      * VIGENTES (22) Y SIN RECALL ALTO VENCIDO (27), IGUAL QUE EN EL  *
      * MERGE.                                                         *
       1166-VERIFICAR-DIA-PRORROGA.
           MOVE WS-PRR-FECHA-N TO WS-PREP-FECHA-N.
           PERFORM 4042-SUMAR-DIA-PREP.
           MOVE WS-PREP-FECHA-N TO WS-PRR-FECHA-N.
           MOVE WS-PRR-FECHA-N TO CLAVE-MENOR-FECHA.
           PERFORM 1172-VERIFICAR-OCUPADO.
           PERFORM 4045-VERIFICAR-LEASE.
           PERFORM 4077-VERIFICAR-PARADA.
           PERFORM 4019-VERIFICAR-DOC-VEHICULO.
           PERFORM 4002-VERIFICAR-RECALL.
           EVALUATE TRUE
               WHEN PRR-DIA-OCUPADO
                   MOVE 1 TO WS-PRR-MOTIVO
               WHEN LEASE-TOMADO
                   MOVE 17 TO WS-PRR-MOTIVO
               WHEN PARADA-TOMADA
                   MOVE 26 TO WS-PRR-MOTIVO
               WHEN DOC-VEHICULO-VENCIDA
                   MOVE 22 TO WS-PRR-MOTIVO
               WHEN RECALL-VENCIDO
                   MOVE 27 TO WS-PRR-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-PRR-MOTIVO > ZERO
               STRING 'DIA ' WS-PRR-FECHA-N ' NO DISPONIBLE'
                   DELIMITED BY SIZE INTO WS-PRR-DESC
           END-IF.

       1172-VERIFICAR-OCUPADO.
           MOVE 'N' TO WS-PRR-DIA-OCUPADO.
           MOVE CLAVE-MENOR-PATENTE TO ALQPRO-PATENTE.
           MOVE CLAVE-MENOR-FECHA   TO ALQPRO-FECHA.
           READ ALQPRO KEY IS ALQPRO-CLAVE
               INVALID KEY SET FS-ALQPRO-NO-EXIST TO TRUE
           END-READ.
           IF FS-ALQPRO-OK
               IF NOT ALQPRO-ESTA-ANULADO
                   MOVE 'S' TO WS-PRR-DIA-OCUPADO
               END-IF
           ELSE
               IF NOT FS-ALQPRO-NO-EXIST
                   DISPLAY 'ERROR AL CONSULTAR ALQPRO'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
           END-IF.

           IF NOT PRR-DIA-OCUPADO AND PRR-HAY-RSV
               MOVE CLAVE-MENOR-PATENTE TO RSVPRO-PATENTE
               MOVE CLAVE-MENOR-FECHA   TO RSVPRO-FECHA
               READ RSVPRO KEY IS RSVPRO-CLAVE
                   INVALID KEY SET FS-RSVPRO-NO-EXIST TO TRUE
               END-READ
               IF FS-RSVPRO-OK
                   MOVE 'S' TO WS-PRR-DIA-OCUPADO
               ELSE
                   IF NOT FS-RSVPRO-NO-EXIST
                       DISPLAY 'ERROR AL CONSULTAR RSVPRO'
                       GO 9999-CANCELAR-PROGRAMA
                   END-IF
               END-IF
           END-IF.

      * VENTANA DE PREPARACION DESPUES DEL NUEVO FIN: SI OTRO ALQUILER *
      * O RESERVA ARRANCA ANTES DE QUE LA UNIDAD ESTE LISTA (DIAS DE   *
      * PREPTIEM SEGUN TAMANIO, MISMO CRITERIO QUE 4043) LA PRORROGA   *
      * NO SE DA (MOTIVO 18), SALVO UNIDAD CERTIFICADA EN PREPOK.      *
       1168-VERIFICAR-PREP-PRORROGA.
           IF WS-CANT-PREP-TABLA > ZERO
               PERFORM 4041-BUSCAR-DIAS-PREP
               IF WS-PREP-DIAS > ZERO
                   PERFORM 4040-VERIFICAR-CERTIFICADA
                   IF NOT PREP-CERTIFICADA
                       MOVE PRR-FECHA-HASTA TO WS-PREP-FECHA-N
                       PERFORM 4042-SUMAR-DIA-PREP
                               VARYING IND-PRD FROM 1 BY 1
                               UNTIL IND-PRD > WS-PREP-DIAS
                       MOVE WS-PREP-FECHA-N TO WS-PRR-TOPE
                       MOVE PRR-FECHA-HASTA TO WS-PRR-FECHA-N
                       PERFORM 1173-VERIFICAR-DIA-PREP
                               UNTIL WS-PRR-FECHA-N NOT < WS-PRR-TOPE
                               OR WS-PRR-MOTIVO > ZERO
                   END-IF
               END-IF
           END-IF.

       1173-VERIFICAR-DIA-PREP.
           MOVE WS-PRR-FECHA-N TO WS-PREP-FECHA-N.
           PERFORM 4042-SUMAR-DIA-PREP.
           MOVE WS-PREP-FECHA-N TO WS-PRR-FECHA-N.
           IF WS-PRR-FECHA-N < WS-PRR-TOPE
               MOVE WS-PRR-FECHA-N TO CLAVE-MENOR-FECHA
               PERFORM 1172-VERIFICAR-OCUPADO
               IF PRR-DIA-OCUPADO
                   MOVE 18 TO WS-PRR-MOTIVO
                   STRING 'SIN PREPARACION ANTES DEL '
                          WS-PRR-FECHA-N
                       DELIMITED BY SIZE INTO WS-PRR-DESC
               END-IF
           END-IF.

      * TARIFA Y GRABA UN DIA DE PRORROGA SOBRE EL MOLDE DEL ULTIMO     *
      * DIA: MISMO CLIENTE, CHOFER, EXTRAS (SALVO LOS AGOTADOS),        *
      * CONDUCTORES ADICIONALES, COBERTURA, MONEDA Y CUENTA             *
      * CORPORATIVA, MISMO NUMERO DE CONTRATO.  SIN VOUCHER (ES DE UN   *
      * SOLO USO Y YA SE APLICO) NI CARGOS DE UNA VEZ POR RANGO         *
      * (ENTREGA A DOMICILIO, ONE-WAY).  EL NUEVO ULTIMO DIA SE         *
      * PRORRATEA POR LA HORA PACTADA SI LA COLA LA TRAE.  EL IMPORTE   *
      * ENTRA EN LOS TOTALES DE LA AGENCIA COMO CUALQUIER APROBACION    *
      * DEL DIA (Y EN ALQHOY.TXT), SUS EXTRAS QUEDAN COMPROMETIDOS PARA *
      * EL MERGE, SUS ADICIONALES EN ADICION.DAT Y EL DIA VA AL         *
      * EXTRACTO DEL SEGURO.  SI LA PATENTE TENIA ESE DIA UN ALQUILER   *
      * ANULADO (1172 LO DA POR LIBRE) LA FILA VIEJA SE PISA.           *
       1170-GRABAR-DIA-PRORROGA.
           MOVE WS-PRR-FECHA-N TO WS-PREP-FECHA-N.
           PERFORM 4042-SUMAR-DIA-PREP.
           MOVE WS-PREP-FECHA-N TO WS-PRR-FECHA-N.
           IF WS-PRR-DESDE = ZERO
               MOVE WS-PRR-FECHA-N TO WS-PRR-DESDE
           END-IF.
           MOVE WS-PRR-FECHA-N TO CLAVE-MENOR-FECHA.
           MOVE WS-PRR-BASE TO ALQPRO-REG.

           MOVE WS-PRR-AA TO WS-FEC-VAL-AA.
           MOVE WS-PRR-MM TO WS-FEC-VAL-MM.
           MOVE WS-PRR-DD TO WS-FEC-VAL-DD.
           MOVE SPACES TO WS-VOUCHER-COD.
           PERFORM 4095-CALCULAR-IMPORTE-DIA.
           PERFORM 4025-CALCULAR-EDAD-TITULAR.
           PERFORM 4027-APLICAR-RECARGO-JOVEN.
           MOVE WS-PRR-TIPO-DOC TO WS-DESCU-TIPO-DOC.
           MOVE WS-PRR-NRO-DOC  TO WS-DESCU-NRO-DOC.
           PERFORM 4082-APLICAR-DESCUENTO.
           MOVE ALQPRO-CTA-CORP TO WS-CORP-COD.
           PERFORM 4047-APLICAR-TARIFA-CORP.

           MOVE 'N'  TO WS-ES-PRIMER-DIA-RANGO.
           MOVE ZERO TO WS-HORA-RETIRO-SOL.
           MOVE ZERO TO WS-HORA-DEVOL-SOL.
           IF WS-PRR-FECHA-N = PRR-FECHA-HASTA
               MOVE 'S' TO WS-ES-ULTIMO-DIA-RANGO
               IF PRR-HORA-DEVOL IS NUMERIC
                   MOVE PRR-HORA-DEVOL TO WS-HORA-DEVOL-SOL
               END-IF
           ELSE
               MOVE 'N' TO WS-ES-ULTIMO-DIA-RANGO
           END-IF.
           PERFORM 4034-PRORRATEAR-HORAS.

           MOVE SPACES TO WS-ZONA-PEDIDA.
           MOVE ALQPRO-COBERTURA TO WS-COBERTURA-PEDIDA.
           PERFORM 4486-LIMPIAR-ADICIONALES.
           MOVE WS-PRR-ADICIONALES TO WS-ADICIONALES.
           IF WS-ADICIONALES NOT = SPACES
               PERFORM 1170-CONTAR-ADICIONAL
                       VARYING IND-ADI FROM 1 BY 1
                       UNTIL IND-ADI > 3
               PERFORM 4483-COMPARAR-EXTRA-ADICIONAL
                       VARYING IND-EXT FROM 1 BY 1
                       UNTIL IND-EXT > WS-CANT-EXTRAS-TABLA
           END-IF.
           MOVE WS-PRR-EXTRAS      TO ALQPRO-EXTRAS-CODS.
           MOVE ALQPRO-EXTRAS-CODS(1:3) TO WS-EXT-COD(1).
           MOVE ALQPRO-EXTRAS-CODS(4:3) TO WS-EXT-COD(2).
           MOVE ALQPRO-EXTRAS-CODS(7:3) TO WS-EXT-COD(3).
           PERFORM 4072-CALCULAR-EXTRAS.

           MOVE WS-PRR-FECHA-N   TO ALQPRO-FECHA.
           MOVE WS-IMPORTE-DIA   TO ALQPRO-IMPORTE.
           MOVE 'N'              TO ALQPRO-ANULADO.
           MOVE ZERO             TO ALQPRO-FECHA-ANULACION.
           MOVE ZERO             TO ALQPRO-MOTIVO-ANULACION.
           MOVE PRR-CONTRATO     TO ALQPRO-NRO-CONTRATO.
           MOVE ZERO             TO ALQPRO-FECHA-DEVOLUCION.
           MOVE ZERO             TO ALQPRO-ODOMETRO.
           MOVE ZERO             TO ALQPRO-RECARGO-DEVOL.
           MOVE 'A'              TO ALQPRO-ESTADO-DEVOL.
           MOVE WS-EXTRAS-DIA    TO ALQPRO-EXTRAS-IMP.
           MOVE 8                TO ALQPRO-COMBUST-SALIDA.
           MOVE ZERO             TO ALQPRO-COMBUST-ENTRADA.
           MOVE ZERO             TO ALQPRO-RECARGO-COMBUST.
           MOVE ZERO             TO ALQPRO-RECARGO-KM.
           MOVE ZERO             TO ALQPRO-FECHA-RETIRO.
           MOVE ZERO             TO ALQPRO-HORA-RETIRO.
           MOVE ZERO             TO ALQPRO-ODOMETRO-SALIDA.
           MOVE 'N'              TO ALQPRO-NOSHOW.
           MOVE ZERO             TO ALQPRO-HORA-PACT-RETIRO.
           MOVE WS-HORA-DEVOL-SOL TO ALQPRO-HORA-PACT-DEVOL.
           MOVE ZERO             TO ALQPRO-HORA-DEVOLUCION.
           MOVE SPACES           TO ALQPRO-ENTREGA-ZONA.
           MOVE SPACES           TO ALQPRO-ENTREGA-DIR.
           MOVE WS-COB-FRANQUICIA TO ALQPRO-FRANQUICIA.
           MOVE WS-OCUP-BANDA    TO ALQPRO-OCUP-BANDA.
           MOVE WS-OCUP-RECARGO  TO ALQPRO-OCUP-RECARGO.

           IF NOT EN-MODO-SIMULACION
               WRITE ALQPRO-REG
                   INVALID KEY
                       REWRITE ALQPRO-REG
               END-WRITE
               MOVE FS-ALQPRO      TO FS
               MOVE "ALQPRO"       TO FS-NOMBRE
               MOVE "GRABA"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               IF WS-CANT-ADIC > ZERO
                   PERFORM 1170-GRABAR-ADICIONALES
               END-IF
           END-IF.

           IF WS-CANT-EXTSTOCK-TABLA > ZERO
              AND ALQPRO-EXTRAS-CODS NOT = SPACES
               MOVE ALQPRO-AGENCIA     TO WS-EXD-AGENCIA
               MOVE ALQPRO-FECHA       TO WS-EXD-FECHA
               MOVE ALQPRO-EXTRAS-CODS TO WS-EXD-CODS
               PERFORM 4495-SUMAR-EXTRA-COMPROMETIDO
                       VARYING IND-STK FROM 1 BY 1
                       UNTIL IND-STK > 3
           END-IF.

           ADD 1 TO WS-PRR-DIAS.
           ADD WS-IMPORTE-DIA TO WS-PRR-IMPORTE-TOTAL.
           ADD WS-IMPORTE-DIA TO TOTAL-GRAL-IMPORTE.
           IF WS-PRR-AGENCIA > ZERO
               ADD WS-IMPORTE-DIA TO AGENCIA-TAB-IMPORTE(WS-PRR-AGENCIA)
               ADD WS-RECARGO-DIA TO AGENCIA-TAB-RECARGO(WS-PRR-AGENCIA)
               WRITE ALQ-HOY-REG FROM ALQPRO-REG
               MOVE FS-ALQ-HOY     TO FS
               MOVE "ALQ-HOY"      TO FS-NOMBRE
               MOVE "GRABA"        TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               IF WS-PRR-FECHA-N(1:6) > WS-FECHA-PROCESO(1:6)
                   ADD WS-IMPORTE-DIA
                       TO AGENCIA-TAB-DIFERIDO(WS-PRR-AGENCIA)
                   ADD WS-RECARGO-DIA
                       TO AGENCIA-TAB-REC-DIF(WS-PRR-AGENCIA)
               END-IF
               MOVE WS-PRR-AA TO WS-REV-ANIO-APROB
               MOVE WS-PRR-MM TO WS-REV-MES-APROB
               MOVE WS-PRR-AGENCIA       TO WS-OWR-ORIGEN
               MOVE ALQPRO-AGENCIA-DEVOL TO WS-OWR-DESTINO
               MOVE WS-IMPORTE-DIA       TO WS-OWR-IMPORTE
               PERFORM 4028-REPARTIR-ONEWAY
               IF WS-REV-ANIO-APROB = WS-REV-ANIO-ACTUAL
                   ADD WS-IMPORTE-DIA TO
                       REV-ACT-MES(WS-PRR-AGENCIA, WS-REV-MES-APROB)
                   IF WS-OWR-PARTE > ZERO
                       SUBTRACT WS-OWR-PARTE FROM
                           REV-ACT-MES(WS-PRR-AGENCIA, WS-REV-MES-APROB)
                       ADD WS-OWR-PARTE TO
                           REV-ACT-MES(WS-OWR-DESTINO, WS-REV-MES-APROB)
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO SEGUEXT-REG.
           MOVE ALQPRO-PATENTE  TO SEG-PATENTE.
           MOVE AUT-MARCA       TO SEG-MARCA.
           MOVE ALQPRO-TIPO-DOC TO SEG-TIPO-DOC.
           MOVE ALQPRO-NRO-DOC  TO SEG-NRO-DOC.
           MOVE ALQPRO-CHOFER   TO SEG-CHOFER.
           MOVE ALQPRO-FECHA    TO SEG-FECHA.
           MOVE ALQPRO-IMPORTE  TO SEG-IMPORTE.
           MOVE WS-ADICIONALES  TO SEG-ADICIONALES.
           WRITE SEGUEXT-REG.
           MOVE SEGUEXT-REG TO SEGUACUM-REG.
           WRITE SEGUACUM-REG.

       1170-CONTAR-ADICIONAL.
           IF WS-ADIC-NRO-DOC(IND-ADI) NOT = SPACES
               ADD 1 TO WS-CANT-ADIC
           END-IF.

      * MISMA FILA QUE 7922 PARA EL DIA NUEVO DEL CONTRATO.             *
       1170-GRABAR-ADICIONALES.
           MOVE ALQPRO-PATENTE      TO ADI-PATENTE.
           MOVE ALQPRO-FECHA        TO ADI-FECHA.
           MOVE ALQPRO-NRO-CONTRATO TO ADI-NRO-CONTRATO.
           MOVE WS-ADICIONALES      TO ADI-CONDUCTORES.
           WRITE ADICION-REG
               INVALID KEY
                   REWRITE ADICION-REG
           END-WRITE.
           MOVE FS-ADICION    TO FS.
           MOVE "ADICION"     TO FS-NOMBRE.
           MOVE "GRABA"       TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      **************************************************************
      *       HASTA ACA APERTURAS DE ARCHIVOS                      *
      **************************************************************

      **************************************************************
      *       LEO ARCHIVOS                                         *
      **************************************************************

       8009-LEER-FISICO-SOL1.
           IF FS-SOL1-FIN
               MOVE HIGH-VALUES TO SOL1-CLAVE
           ELSE
           READ SOL1 AT END
                     MOVE HIGH-VALUES TO SOL1-CLAVE
                     SET FS-SOL1-FIN  TO TRUE
           END-READ

           IF NOT FS-SOL1-OK AND NOT FS-SOL1-FIN
               DISPLAY 'ERROR AL INTENTAR LEER SOL1'
               GO 9999-CANCELAR-PROGRAMA
           END-IF
           END-IF.

       8000-LEER-SOL1.
      *    DISPLAY "LEO SOL1.".
           PERFORM 8009-LEER-FISICO-SOL1.
      * LAS LINEAS DE CONTROL DE TRANSMISION ('*H'/'*T') NO SON      *
      * SOLICITUDES: SE SALTEAN (YA LAS VERIFICO 1148).              *
           PERFORM 8009-LEER-FISICO-SOL1
                   UNTIL FS-SOL1-FIN
                   OR SOL1-PATENTE(1:1) NOT = '*'
                   OR (SOL1-PATENTE(2:1) NOT = 'H'
                       AND SOL1-PATENTE(2:1) NOT = 'T').

           IF FS-SOL1-OK
               ADD 1 TO WS-CONT-REG-SOL1
               IF SOL1-CLAVE LESS THAN WS-CLAVE-ANT-SOL1
                   DISPLAY 'ERROR: SOL1 DESORDENADO EN EL REGISTRO '
                           WS-CONT-REG-SOL1
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               MOVE SOL1-CLAVE TO WS-CLAVE-ANT-SOL1
               PERFORM 4099-INICIAR-RANGO-SOL1
           ELSE
               MOVE HIGH-VALUES TO WS-SOL1-CLAVE-EFEC
           END-IF.

      * INICIALIZA EL RANGO EFECTIVO DE UN SOL1-REG RECIEN LEIDO: ARRANCA *
      * EN SOL1-FECHA Y RESUELVE SOL1-FECHA-HASTA, CON SOL1-FECHA COMO    *
      * VALOR POR DEFECTO SI VIENE EN BLANCO/CERO, INVALIDA O ANTERIOR A  *
      * LA FECHA DE INICIO (ARCHIVOS QUE TODAVIA NO TRAEN ESTE CAMPO).    *
       4099-INICIAR-RANGO-SOL1.
           MOVE SOL1-CLAVE TO WS-SOL1-CLAVE-EFEC.
           MOVE 1 TO WS-SOL1-CANT-DIAS-RANGO.
           MOVE 'N' TO WS-GAR-TOMADA(1).
           MOVE 'N' TO WS-VOU-RANGO-USADO(1).
           MOVE 'N' TO WS-PREAUT-EMITIDA(1).
           IF SOL1-FECHA-HASTA-AA NUMERIC AND SOL1-FECHA-HASTA-MM
               NUMERIC
              AND SOL1-FECHA-HASTA-DD NUMERIC
              AND SOL1-FECHA-HASTA-AA NOT = ZERO
              AND SOL1-FECHA-HASTA NOT LESS THAN SOL1-FECHA
               MOVE SOL1-FECHA-HASTA TO WS-SOL1-FECHA-HASTA-EFEC
           ELSE
               MOVE SOL1-FECHA TO WS-SOL1-FECHA-HASTA-EFEC
           END-IF.
      * EL ESTIMADO DE PRE-AUTORIZACION SE ARMA RECIEN CON EL RANGO    *
      * EFECTIVO DE ESTA SOLICITUD YA RESUELTO.                        *
           MOVE SOL1-FECHA TO WS-PREAUT-DESDE.
           MOVE WS-SOL1-FECHA-HASTA-EFEC TO WS-PREAUT-HASTA.
           PERFORM 4010-CONTAR-DIAS-PLAN.
           MOVE WS-PREAUT-DIAS TO WS-PREAUT-DIAS-COLA(1).

      * AVANZA AL DIA SIGUIENTE DEL RANGO PEDIDO EN EL SOL1-REG ACTUAL SI  *
      * TODAVIA QUEDAN DIAS (Y NO SE LLEGO AL TOPE WS-MAX-DIAS-RANGO); SI  *
      * NO, LEE EL PROXIMO REGISTRO FISICO DE SOL1.                       *
       8005-AVANZAR-SOL1.
           IF WS-SOL1-CEFEC-FECHA NOT LESS THAN WS-SOL1-FECHA-HASTA-EFEC
              OR WS-SOL1-CANT-DIAS-RANGO NOT LESS THAN WS-MAX-DIAS-RANGO
               MOVE 1 TO WS-RANGO-COLA
               PERFORM 4074-CERRAR-RANGO
               PERFORM 8000-LEER-SOL1
           ELSE
               PERFORM 8006-SUMAR-UN-DIA-SOL1
               ADD 1 TO WS-SOL1-CANT-DIAS-RANGO
           END-IF.

       8006-SUMAR-UN-DIA-SOL1.
           ADD 1 TO WS-SOL1-CEFEC-DD.
           MOVE WS-SOL1-CEFEC-AA TO WS-FEC-VAL-AA.
           MOVE WS-SOL1-CEFEC-MM TO WS-FEC-VAL-MM.
           PERFORM 4098-DETER-DIAS-MES.
           IF WS-SOL1-CEFEC-DD > WS-FEC-VAL-DIAS-MES
               MOVE 1 TO WS-SOL1-CEFEC-DD
               ADD 1 TO WS-SOL1-CEFEC-MM
               IF WS-SOL1-CEFEC-MM > 12
                   MOVE 1 TO WS-SOL1-CEFEC-MM
                   ADD 1 TO WS-SOL1-CEFEC-AA
               END-IF
           END-IF.

       8109-LEER-FISICO-SOL2.
           IF FS-SOL2-FIN
               MOVE HIGH-VALUES TO SOL2-CLAVE
           ELSE
           READ SOL2 AT END
                     MOVE HIGH-VALUES TO SOL2-CLAVE
                     SET FS-SOL2-FIN  TO TRUE
           END-READ

           IF NOT FS-SOL2-OK AND NOT FS-SOL2-FIN
               DISPLAY 'ERROR AL INTENTAR LEER SOL2'
               GO 9999-CANCELAR-PROGRAMA
           END-IF
           END-IF.

       8100-LEER-SOL2.
      *    DISPLAY "LEO SOL2.".
           PERFORM 8109-LEER-FISICO-SOL2.
      * LAS LINEAS DE CONTROL DE TRANSMISION ('*H'/'*T') NO SON      *
      * SOLICITUDES: SE SALTEAN (YA LAS VERIFICO 1148).              *
           PERFORM 8109-LEER-FISICO-SOL2
                   UNTIL FS-SOL2-FIN
                   OR SOL2-PATENTE(1:1) NOT = '*'
                   OR (SOL2-PATENTE(2:1) NOT = 'H'
                       AND SOL2-PATENTE(2:1) NOT = 'T').

           IF FS-SOL2-OK
               ADD 1 TO WS-CONT-REG-SOL2
               IF SOL2-CLAVE LESS THAN WS-CLAVE-ANT-SOL2
                   DISPLAY 'ERROR: SOL2 DESORDENADO EN EL REGISTRO '
                           WS-CONT-REG-SOL2
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               MOVE SOL2-CLAVE TO WS-CLAVE-ANT-SOL2
               PERFORM 4199-INICIAR-RANGO-SOL2
           ELSE
               MOVE HIGH-VALUES TO WS-SOL2-CLAVE-EFEC
           END-IF.

       4199-INICIAR-RANGO-SOL2.
           MOVE SOL2-CLAVE TO WS-SOL2-CLAVE-EFEC.
           MOVE 1 TO WS-SOL2-CANT-DIAS-RANGO.
           MOVE 'N' TO WS-GAR-TOMADA(2).
           MOVE 'N' TO WS-VOU-RANGO-USADO(2).
           MOVE 'N' TO WS-PREAUT-EMITIDA(2).
           IF SOL2-FECHA-HASTA-AA NUMERIC AND SOL2-FECHA-HASTA-MM
               NUMERIC
              AND SOL2-FECHA-HASTA-DD NUMERIC
              AND SOL2-FECHA-HASTA-AA NOT = ZERO
              AND SOL2-FECHA-HASTA NOT LESS THAN SOL2-FECHA
               MOVE SOL2-FECHA-HASTA TO WS-SOL2-FECHA-HASTA-EFEC
           ELSE
               MOVE SOL2-FECHA TO WS-SOL2-FECHA-HASTA-EFEC
           END-IF.
      * EL ESTIMADO DE PRE-AUTORIZACION SE ARMA RECIEN CON EL RANGO    *
      * EFECTIVO DE ESTA SOLICITUD YA RESUELTO.                        *
           MOVE SOL2-FECHA TO WS-PREAUT-DESDE.
           MOVE WS-SOL2-FECHA-HASTA-EFEC TO WS-PREAUT-HASTA.
           PERFORM 4010-CONTAR-DIAS-PLAN.
           MOVE WS-PREAUT-DIAS TO WS-PREAUT-DIAS-COLA(2).

       8105-AVANZAR-SOL2.
           IF WS-SOL2-CEFEC-FECHA NOT LESS THAN WS-SOL2-FECHA-HASTA-EFEC
              OR WS-SOL2-CANT-DIAS-RANGO NOT LESS THAN WS-MAX-DIAS-RANGO
               MOVE 2 TO WS-RANGO-COLA
               PERFORM 4074-CERRAR-RANGO
               PERFORM 8100-LEER-SOL2
           ELSE
               PERFORM 8106-SUMAR-UN-DIA-SOL2
               ADD 1 TO WS-SOL2-CANT-DIAS-RANGO
           END-IF.

       8106-SUMAR-UN-DIA-SOL2.
           ADD 1 TO WS-SOL2-CEFEC-DD.
           MOVE WS-SOL2-CEFEC-AA TO WS-FEC-VAL-AA.
           MOVE WS-SOL2-CEFEC-MM TO WS-FEC-VAL-MM.
           PERFORM 4098-DETER-DIAS-MES.
           IF WS-SOL2-CEFEC-DD > WS-FEC-VAL-DIAS-MES
               MOVE 1 TO WS-SOL2-CEFEC-DD
               ADD 1 TO WS-SOL2-CEFEC-MM
               IF WS-SOL2-CEFEC-MM > 12
                   MOVE 1 TO WS-SOL2-CEFEC-MM
                   ADD 1 TO WS-SOL2-CEFEC-AA
               END-IF
           END-IF.

       8209-LEER-FISICO-SOL3.
           IF FS-SOL3-FIN
               MOVE HIGH-VALUES TO SOL3-CLAVE
           ELSE
           READ SOL3 AT END
                     MOVE HIGH-VALUES TO SOL3-CLAVE
                     SET FS-SOL3-FIN  TO TRUE
               "TP_RANGO_COMPLETO".
           IF WS-ENV-MODO-RANGO EQUAL 'S'
               MOVE 'S' TO WS-MODO-TODO-O-NADA
               PERFORM 4425-ABRIR-COLA-ANULAC
           END-IF.

       1302-CONFIGURAR-MODO-LISTADO.
           MOVE ZERO  TO AGENCIA-TAB-APROB(IND-J).
           MOVE ZERO  TO AGENCIA-TAB-RECH(IND-J).
           MOVE ZERO  TO AGENCIA-TAB-RECARGO(IND-J).
           MOVE ZERO  TO AGENCIA-TAB-OW-CEDIDO(IND-J).
           MOVE ZERO  TO AGENCIA-TAB-OW-RECIB(IND-J).

       6000-PROCESAR.
      *    DISPLAY "ENTRE AL PROCESAR".
                   WHEN RSV-AGENCIA = ZERO
                       MOVE 15 TO RECH-MOTIVO
                       PERFORM 3120-RECHAZAR-RESERVA
      * LLEGO EL DIA Y LA SENA SIGUE SIN COBRAR: NO SE CONVIERTE.      *
                   WHEN RSV-ESTADO = 'P'
                       MOVE 24 TO RECH-MOTIVO
                       PERFORM 3120-RECHAZAR-RESERVA
                   WHEN OTHER
                       PERFORM 3110-CONVERTIR-RESERVA
               END-EVALUATE
      * ANTES DE CONVERTIR, LA RESERVA PASA POR LOS MISMOS VETOS QUE    *
      * CUALQUIER SOLICITUD: LISTA NEGRA, ASEGURADORA, LICENCIA DEL     *
      * CHOFER Y AGENCIA ACTIVA -- UN CLIENTE BLOQUEADO DESPUES DE      *
      * RESERVAR NO PUEDE TERMINAR CON UNA FILA APROBADA (LO MISMO UN   *
      * DOCUMENTO QUE NO PASO EL REGISTRO NACIONAL).  EL VETO SE        *
      * REPORTA COMO RECHAZO DE LA AGENCIA RESERVANTE.                  *
       3110-CONVERTIR-RESERVA.
           MOVE RSV-TIPO-DOC TO WS-BLOQ-TIPO-DOC.
           MOVE RSV-NRO-DOC  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           PERFORM 4086-VERIFICAR-IDENTIDAD.
           MOVE RSV-PATENTE TO WS-DENEG-PATENTE.
           MOVE RSV-TIPO-DOC TO WS-DENEG-TIPO-DOC.
           MOVE RSV-NRO-DOC  TO WS-DENEG-NRO-DOC.
           PERFORM 4069-VERIFICAR-DENEGADO.
           PERFORM 4087-VERIFICAR-CHOFER.
           PERFORM 4021-VERIFICAR-CHOFER-AUSENTE.
               WHEN CLIENTE-BLOQUEADO
                   MOVE 8 TO RECH-MOTIVO
                   PERFORM 3120-RECHAZAR-RESERVA
               WHEN IDENTIDAD-RECHAZADA
                   MOVE 30 TO RECH-MOTIVO
                   PERFORM 3120-RECHAZAR-RESERVA
               WHEN ASEGURADO-DENEGADO
                   MOVE 14 TO RECH-MOTIVO
                   PERFORM 3120-RECHAZAR-RESERVA
           MOVE ZERO TO RECH-IMPORTE.
           MOVE ZERO TO RECH-AGENCIA-COLISION.
           MOVE SPACES TO RECH-PATENTE-SUGERIDA.
           EVALUATE RECH-MOTIVO
               WHEN 8
                   MOVE WS-BLOQ-DESC-MOTIVO TO RECH-DESC-BLOQUEO
               WHEN 30
                   MOVE WS-REGN-DESC TO RECH-DESC-BLOQUEO
               WHEN OTHER
                   MOVE SPACES TO RECH-DESC-BLOQUEO
           END-EVALUATE.
           MOVE ZERO TO RECH-IMPORTE-SUGERIDO.
           WRITE RECH-REG.
           IF RSV-AGENCIA > ZERO
           ADD 1 TO WS-CANT-RSV-VETADAS.

       3115-GRABAR-CONVERSION.
           PERFORM 4486-LIMPIAR-ADICIONALES.
           MOVE SPACES TO WS-STK-AGOTADOS.
           MOVE SPACES TO WS-VOUCHER-COD.
           MOVE SPACES TO WS-CORP-COD.
           MOVE SPACE  TO WS-POL-ACCION.
           MOVE SPACE  TO WS-HOR-ACCION.
           MOVE SPACES TO WS-ZONA-PEDIDA.
           MOVE SPACES TO WS-COBERTURA-PEDIDA.
           MOVE RSV-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE ZERO         TO ALQ-ACT-FRANQUICIA.
           MOVE SPACES       TO ALQ-ACT-MONEDA.
           MOVE ZERO         TO ALQ-ACT-TIPO-CAMBIO.
           MOVE WS-OCUP-BANDA   TO ALQ-ACT-OCUP-BANDA.
           MOVE WS-OCUP-RECARGO TO ALQ-ACT-OCUP-RECARGO.
           MOVE SPACES       TO ALQ-ACT-CTA-CORP.
           MOVE ZERO         TO ALQ-ACT-AGENCIA-DEVOL.
           MOVE ZERO         TO ALQ-ACT-EXTRAS-IMP.
      *  VALIDACION DE LICENCIA DEL CHOFER (COMUN A SOL1/SOL2/SOL3)   *
      *  SOLO APLICA SI LA SOLICITUD TRAE CHOFER ASIGNADO Y EL        *
      *  CODIGO FIGURA EN EL PADRON: LICENCIA VENCIDA EN LA FECHA     *
      *  PEDIDA -> CHOFER-VENCIDO.  UN PEDIDO DE CHOFER SIN NOMBRE   *
      *  ('*') QUE ASIGCHOF NO PUDO RESOLVER NO TIENE LICENCIA QUE    *
      *  LO CUBRA Y SE RECHAZA IGUAL.                                 *
      **************************************************************
       4087-VERIFICAR-CHOFER.
           MOVE 'N' TO WS-CHOFER-VENCIDO.
           IF WS-CHOF-CODIGO(1:1) EQUAL '*'
               MOVE 'S' TO WS-CHOFER-VENCIDO
           END-IF.
           IF WS-CHOF-CODIGO NOT EQUAL SPACES
              AND WS-CHOF-CODIGO NOT EQUAL '0000000'
               PERFORM 4088-COMPARAR-CHOFER
               MOVE 'S' TO WS-DOC-VEHICULO-VENCIDA
           END-IF.

      **************************************************************
      *  RECALL DE SEGURIDAD: UN DIA PEDIDO POSTERIOR AL LIMITE DE   *
      *  LA MARCA PARA UN RECALL DE SEVERIDAD ALTA QUE EL TALLER     *
      *  TODAVIA NO CUMPLIO RECHAZA CON MOTIVO 27 (SOLO HAY ESOS EN  *
      *  LA TABLA, VER 1279-CARGAR-TABLA-RECALLS).                   *
      **************************************************************
       4002-VERIFICAR-RECALL.
           MOVE 'N' TO WS-RECALL-VENCIDO.
           PERFORM 4003-COMPARAR-RECALL
                   VARYING IND-RCL FROM 1 BY 1
                   UNTIL IND-RCL > WS-CANT-RECALLS-TABLA
                   OR RECALL-VENCIDO.

       4003-COMPARAR-RECALL.
           IF RCL-TAB-PATENTE(IND-RCL) EQUAL CLAVE-MENOR-PATENTE
              AND CLAVE-MENOR-FECHA > RCL-TAB-LIMITE(IND-RCL)
               MOVE 'S' TO WS-RECALL-VENCIDO
           END-IF.

      **************************************************************
      *  AUSENCIA DEL CHOFER EN LA FECHA PEDIDA (VACACIONES O        *
      *  ENFERMEDAD, VER AUSENCIA.TXT) -- USA WS-CHOF-CODIGO Y       *
           END-IF.

      **************************************************************
      *  CHEQUEO CONTRA LA LISTA NEGRA (COMUN A SOL1/SOL2/SOL3)       *
      **************************************************************
       4085-VERIFICAR-BLOQUEADO.
           MOVE 'N' TO WS-CLIENTE-BLOQUEADO.
           MOVE SPACES TO WS-BLOQ-DESC-MOTIVO.
           IF NOT FS-BLOQUEADOS-NO-EXIST
               MOVE WS-BLOQ-TIPO-DOC TO BLOQ-TIPO-DOC
               MOVE WS-BLOQ-NRO-DOC  TO BLOQ-NRO-DOC
               READ BLOQUEADOS KEY IS BLOQ-CLAVE
                   INVALID KEY SET FS-BLOQUEADOS-NO-HALLADO TO TRUE
               END-READ
               IF NOT FS-BLOQUEADOS-OK
                  AND NOT FS-BLOQUEADOS-NO-HALLADO
                   DISPLAY 'ERROR AL CONSULTAR BLOQUEADOS'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               IF FS-BLOQUEADOS-OK
                   MOVE 'S' TO WS-CLIENTE-BLOQUEADO
                   MOVE BLOQ-MOTIVO-BLOQUEO TO WS-BLOQ-DESC-MOTIVO
               END-IF
           END-IF.

      **************************************************************
      *  VERIFICACION DE IDENTIDAD CONTRA EL REGISTRO NACIONAL      *
      *  (COMUN A SOL1/SOL2/SOL3).  UN DNI O CEDULA QUE NO FIGURE   *
      *  EN REGNAC.DAT, QUE TODAVIA ESPERE RESPUESTA O CUYA         *
      *  RESPUESTA NO SEA 'V' SE RECHAZA (MOTIVO 30).  EL           *
      *  PASAPORTE NO PASA POR EL REGISTRO Y SIGUE SOLO CON EL      *
      *  CONTROL DE FORMA DE 4093-VALIDAR-NRO-DOC.                  *
      **************************************************************
       4086-VERIFICAR-IDENTIDAD.
           MOVE 'N' TO WS-IDENTIDAD-RECHAZADA.
           MOVE SPACES TO WS-REGN-DESC.
           IF NOT FS-REGNAC-NO-EXIST
              AND (WS-BLOQ-TIPO-DOC = 'D' OR WS-BLOQ-TIPO-DOC = 'C')
               MOVE WS-BLOQ-TIPO-DOC TO REGN-TIPO-DOC
               MOVE WS-BLOQ-NRO-DOC  TO REGN-NRO-DOC
               READ REGNAC KEY IS REGN-CLAVE
                   INVALID KEY SET FS-REGNAC-NO-HALLADO TO TRUE
               END-READ
               IF NOT FS-REGNAC-OK
                  AND NOT FS-REGNAC-NO-HALLADO
                   DISPLAY 'ERROR AL CONSULTAR REGNAC'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               EVALUATE TRUE
                   WHEN FS-REGNAC-NO-HALLADO
                       MOVE 'Registro: sin verificar'
                           TO WS-REGN-DESC
                   WHEN REGN-VALIDO
                       CONTINUE
                   WHEN REGN-PENDIENTE
                       STRING 'Registro: pendiente '
                              REGN-FECHA-ENVIO
                           DELIMITED BY SIZE INTO WS-REGN-DESC
                   WHEN REGN-NO-COINCIDE
                       MOVE 'Registro: no coincide'
                           TO WS-REGN-DESC
                   WHEN REGN-FALLECIDO
                       MOVE 'Registro: fallecido'
                           TO WS-REGN-DESC
                   WHEN REGN-NO-ENCONTRADO
                       MOVE 'Registro: no encontrado'
                           TO WS-REGN-DESC
                   WHEN OTHER
                       MOVE 'Registro: sin verificar'
                           TO WS-REGN-DESC
               END-EVALUATE
               IF WS-REGN-DESC NOT = SPACES
                   MOVE 'S' TO WS-IDENTIDAD-RECHAZADA
               END-IF
           END-IF.

      **************************************************************
      **************************************************************
       4095-CALCULAR-IMPORTE-DIA.
           PERFORM 4016-RESOLVER-TARIFA-VIGENTE.
           PERFORM 4097-APLICAR-OCUPACION.
           PERFORM 4096-DETER-DIA-SEMANA.
           PERFORM 4080-VERIFICAR-FERIADO.
           IF WS-DIA-ES-SABADO OR WS-DIA-ES-DOMINGO
               WS-IMPORTE-DIA - WS-TARIFA-BASE-DIA.
           PERFORM 4051-APLICAR-VOUCHER.

      **************************************************************
      *  RECARGO POR OCUPACION: CON LA FOTO DE 1180 MAS LOS LEASING  *
      *  QUE CUBREN EL DIA SE CALCULA QUE PORCENTAJE DE LAS UNIDADES *
      *  EN SERVICIO DEL TAMANIO YA ESTA TOMADO, Y LA BANDA MAS ALTA *
      *  ALCANZADA SUBE LA TARIFA BASE (ANTES DEL RECARGO DE FIN DE  *
      *  SEMANA Y DE LOS DESCUENTOS, ASI 4099 Y COTIZAR.CBL COMPARAN *
      *  CONTRA EL MISMO IMPORTE).  LA BANDA Y EL RECARGO QUEDAN EN  *
      *  WS-OCUP-BANDA/WS-OCUP-RECARGO PARA GRABARLOS EN LA FILA.    *
      **************************************************************
       4097-APLICAR-OCUPACION.
           MOVE ZERO TO WS-OCUP-BANDA.
           MOVE ZERO TO WS-OCUP-RECARGO.
           MOVE ZERO TO WS-OCUP-UNIDADES.
           IF WS-CANT-OCUPTAR-TABLA > ZERO
               MOVE AUT-TAMANIO TO WS-OCUP-TAMANIO
               MOVE 'N' TO WS-OCUP-HALLADO
               PERFORM 1189-COMPARAR-TAMANIO
                       VARYING IND-OTM FROM 1 BY 1
                       UNTIL IND-OTM > WS-CANT-OCUTAM-TABLA
                       OR OCUP-HALLADO
               IF OCUP-HALLADO
                   SUBTRACT 1 FROM IND-OTM
                   MOVE OCU-TAM-UNIDADES(IND-OTM) TO WS-OCUP-UNIDADES
               END-IF
           END-IF.

           IF WS-OCUP-UNIDADES > ZERO
               MOVE WS-FEC-VAL-AA TO WS-OCUP-FECHA(1:4)
               MOVE WS-FEC-VAL-MM TO WS-OCUP-FECHA(5:2)
               MOVE WS-FEC-VAL-DD TO WS-OCUP-FECHA(7:2)
               MOVE ZERO TO WS-OCUP-TOMADAS
               MOVE 'N' TO WS-OCUP-HALLADO
               PERFORM 4058-COMPARAR-OCUPDIA
                       VARYING IND-OCD FROM 1 BY 1
                       UNTIL IND-OCD > WS-CANT-OCUPDIA-TABLA
                       OR OCUP-HALLADO
               PERFORM 4059-COMPARAR-LEASE-OCUP
                       VARYING IND-LSE FROM 1 BY 1
                       UNTIL IND-LSE > WS-CANT-LEASES-TABLA
               COMPUTE WS-OCUP-PORC =
                   WS-OCUP-TOMADAS * 100 / WS-OCUP-UNIDADES
                   ON SIZE ERROR MOVE 999 TO WS-OCUP-PORC
               END-COMPUTE
               PERFORM 4062-COMPARAR-BANDA-OCUP
                       VARYING IND-OCT FROM 1 BY 1
                       UNTIL IND-OCT > WS-CANT-OCUPTAR-TABLA
           END-IF.

           IF WS-OCUP-RECARGO > ZERO
               COMPUTE WS-TARIFA-BASE-DIA ROUNDED =
                   WS-TARIFA-BASE-DIA * (100 + WS-OCUP-RECARGO) / 100
           END-IF.

       4058-COMPARAR-OCUPDIA.
           IF OCD-TAB-TAMANIO(IND-OCD) = WS-OCUP-TAMANIO
              AND OCD-TAB-FECHA(IND-OCD) = WS-OCUP-FECHA
               MOVE OCD-TAB-CANT(IND-OCD) TO WS-OCUP-TOMADAS
               MOVE 'S' TO WS-OCUP-HALLADO
           END-IF.

      * MISMA COBERTURA QUE 4044-COMPARAR-LEASE, CONTRA LA FECHA DEL   *
      * DIA TARIFADO Y POR TAMANIO EN VEZ DE PATENTE.                  *
       4059-COMPARAR-LEASE-OCUP.
           IF LSE-TAB-TAMANIO(IND-LSE) EQUAL WS-OCUP-TAMANIO
              AND WS-OCUP-FECHA NOT < LSE-TAB-DESDE(IND-LSE)
               IF LSE-TAB-ESTADO(IND-LSE) = 'T'
                  AND LSE-TAB-FECHA-TERM(IND-LSE) > ZERO
                   IF WS-OCUP-FECHA < LSE-TAB-FECHA-TERM(IND-LSE)
                       ADD 1 TO WS-OCUP-TOMADAS
                   END-IF
               ELSE
                   IF LSE-TAB-HASTA(IND-LSE) = ZERO
                      OR WS-OCUP-FECHA NOT > LSE-TAB-HASTA(IND-LSE)
                       ADD 1 TO WS-OCUP-TOMADAS
                   END-IF
               END-IF
           END-IF.

       4062-COMPARAR-BANDA-OCUP.
           IF OCT-TAB-TAMANIO(IND-OCT) = WS-OCUP-TAMANIO
              AND OCT-TAB-DESDE(IND-OCT) NOT > WS-OCUP-PORC
              AND OCT-TAB-DESDE(IND-OCT) > WS-OCUP-BANDA
               MOVE OCT-TAB-DESDE(IND-OCT)   TO WS-OCUP-BANDA
               MOVE OCT-TAB-RECARGO(IND-OCT) TO WS-OCUP-RECARGO
           END-IF.

      * TARIFA EN VIGOR PARA EL DIA CARGADO EN WS-FEC-VAL: ARRANCA     *
      * CON LA DEL MAESTRO Y LA PISA EL CAMBIO DE VIGENCIA MAS         *
      * RECIENTE YA ALCANZADA (LOS CAMBIOS POR PATENTE LE GANAN A      *
      *  LA FECHA DEL DIA TARIFADO Y TODAVIA LE QUEDAN USOS.  EL     *
      *  RECARGO DE FIN DE SEMANA SE REBAJA EN LA MISMA PROPORCION   *
      *  PARA QUE EL ASIENTO CONTABLE SIGA BALANCEANDO (COMO 4082).  *
      *  UN CODIGO PERSONAL SOLO DESCUENTA AL DOCUMENTO DEL TITULAR  *
      *  (WS-BLOQ-TIPO-DOC/NRO-DOC, CARGADOS AL TOMAR LA SOLICITUD). *
      **************************************************************
       4051-APLICAR-VOUCHER.
           MOVE ZERO TO WS-VOU-IND-APLICADO.
           MOVE 'N' TO WS-VOU-AJENO.
           IF WS-VOUCHER-COD NOT EQUAL SPACES
              AND WS-CANT-VOUCHERS-TABLA > ZERO
               MOVE WS-FEC-VAL-AA TO WS-VOU-FECHA-DIA(1:4)
           END-IF.
           IF WS-VOU-IND-APLICADO > ZERO
               PERFORM 4048-REBAJAR-POR-VOUCHER
           ELSE
               IF VOU-ES-AJENO
                   PERFORM 4047-AVISAR-VOUCHER-AJENO
               END-IF
           END-IF.

       4049-COMPARAR-VOUCHER.
              AND WS-VOU-FECHA-DIA NOT < VOU-TAB-DESDE(IND-VOU)
              AND WS-VOU-FECHA-DIA NOT > VOU-TAB-HASTA(IND-VOU)
              AND VOU-TAB-USADOS(IND-VOU) < VOU-TAB-MAX(IND-VOU)
               IF VOU-TAB-NRO-DOC(IND-VOU) EQUAL SPACES
                  OR (VOU-TAB-TIPO-DOC(IND-VOU) EQUAL WS-BLOQ-TIPO-DOC
                      AND VOU-TAB-NRO-DOC(IND-VOU)
                          EQUAL WS-BLOQ-NRO-DOC)
                   MOVE IND-VOU TO WS-VOU-IND-APLICADO
               ELSE
                   MOVE 'S' TO WS-VOU-AJENO
               END-IF
           END-IF.

       4047-AVISAR-VOUCHER-AJENO.
           MOVE WS-VOUCHER-COD   TO WS-VOU-AJENO-COD.
           MOVE WS-BLOQ-TIPO-DOC TO WS-VOU-AJENO-TIPO-DOC.
           MOVE WS-BLOQ-NRO-DOC  TO WS-VOU-AJENO-NRO-DOC.
           IF WS-VOU-AJENO-ACTUAL NOT EQUAL WS-VOU-AJENO-AVISADO
               MOVE WS-VOU-AJENO-ACTUAL TO WS-VOU-AJENO-AVISADO
               DISPLAY 'VOUCHER PERSONAL ' WS-VOUCHER-COD
                       ' PRESENTADO POR OTRO DOCUMENTO ('
                       WS-BLOQ-TIPO-DOC '-' WS-BLOQ-NRO-DOC
                       ') -- SIN DESCUENTO'
           END-IF.

       4048-REBAJAR-POR-VOUCHER.
              AND WS-VOU-RANGO-USADO(WS-RANGO-COLA) NOT EQUAL 'S'
               ADD 1 TO VOU-TAB-USADOS(WS-VOU-IND-APLICADO)
               MOVE 'S' TO WS-VOU-RANGO-USADO(WS-RANGO-COLA)
               MOVE SPACES TO VOUUSO-REG
               MOVE WS-FECHA-PROCESO     TO VUS-FECHA
               MOVE ALQ-ACT-AGENCIA      TO VUS-AGENCIA
               MOVE ALQ-ACT-NRO-CONTRATO TO VUS-CONTRATO
               MOVE VOU-TAB-CODIGO(WS-VOU-IND-APLICADO) TO VUS-CODIGO
               WRITE VOUUSO-REG
               MOVE FS-VOUUSO     TO FS
               MOVE "VOUUSO"      TO FS-NOMBRE
               MOVE "GRABA"       TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      * UN FERIADO DE CALENDARIO TARIFA COMO UN FIN DE SEMANA: LA       *
           END-IF.

      **************************************************************
      *  DESCUENTO POR FIDELIDAD SOBRE LA TARIFA DEL DIA (COMUN A     *
      *  SOL1/SOL2/SOL3).  SE APLICA SOBRE EL IMPORTE YA RECARGADO    *
      *  Y SOBRE LA PORCION DE RECARGO EN LA MISMA PROPORCION, ASI    *
      *  EL ASIENTO CONTABLE SIGUE BALANCEANDO.                       *
      **************************************************************
       4082-APLICAR-DESCUENTO.
           MOVE ZERO TO WS-DESC-PORC-APLICADO.
           PERFORM 4081-LEER-DESCUENTO.
           IF WS-DESC-PORC-APLICADO > ZERO
               COMPUTE WS-IMPORTE-DIA ROUNDED = WS-IMPORTE-DIA *
                   (100 - WS-DESC-PORC-APLICADO) / 100
               COMPUTE WS-RECARGO-DIA ROUNDED = WS-RECARGO-DIA *
                   (100 - WS-DESC-PORC-APLICADO) / 100
           END-IF.

      **************************************************************
      *  PRORRATEO POR HORAS: EL PRIMER DIA TOMA DESDE LA HORA DE    *
      *  RETIRO, EL ULTIMO HASTA LA HORA DE DEVOLUCION, Y UN DIA     *
      *  UNICO SOLO LAS HORAS ENTRE AMBAS.  SIN HORAS PACTADAS (0)   *
      *  EL DIA TARIFA COMPLETO, COMO SIEMPRE.  EL RECARGO SE        *
      *  REBAJA EN PROPORCION, COMO 4082/4047.                       *
      **************************************************************
       4034-PRORRATEAR-HORAS.
           MOVE 1440 TO WS-MIN-TOMADOS.
           COMPUTE WS-MIN-RETIRO =
               WS-HORA-RET-HH * 60 + WS-HORA-RET-MM.
           COMPUTE WS-MIN-DEVOL =
               WS-HORA-DEV-HH * 60 + WS-HORA-DEV-MM.

           EVALUATE TRUE
               WHEN ES-PRIMER-DIA-RANGO AND ES-ULTIMO-DIA-RANGO
                    AND WS-HORA-RETIRO-SOL > ZERO
                    AND WS-HORA-DEVOL-SOL > WS-HORA-RETIRO-SOL
                   COMPUTE WS-MIN-TOMADOS =
                       WS-MIN-DEVOL - WS-MIN-RETIRO
               WHEN ES-PRIMER-DIA-RANGO
                    AND NOT ES-ULTIMO-DIA-RANGO
                    AND WS-HORA-RETIRO-SOL > ZERO
                   COMPUTE WS-MIN-TOMADOS = 1440 - WS-MIN-RETIRO
               WHEN ES-ULTIMO-DIA-RANGO
                    AND NOT ES-PRIMER-DIA-RANGO
                    AND WS-HORA-DEVOL-SOL > ZERO
                   MOVE WS-MIN-DEVOL TO WS-MIN-TOMADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MIN-TOMADOS < 1440
               COMPUTE WS-IMPORTE-DIA ROUNDED =
                   WS-IMPORTE-DIA * WS-MIN-TOMADOS / 1440
               COMPUTE WS-RECARGO-DIA ROUNDED =
                   WS-RECARGO-DIA * WS-MIN-TOMADOS / 1440
           END-IF.

      **************************************************************
      *  TIPO DE CAMBIO DE LA MONEDA PEDIDA (WS-MONEDA-SOL):         *
      *  MONEDA EN BLANCO O SIN COTIZACION CARGADA = PESOS (TC 0).   *
      **************************************************************
       4014-RESOLVER-CAMBIO.
           MOVE ZERO TO WS-TC-SOL.
           IF WS-MONEDA-SOL NOT EQUAL SPACES
               PERFORM 4013-COMPARAR-CAMBIO
                       VARYING IND-CAM FROM 1 BY 1
                       UNTIL IND-CAM > WS-CANT-CAMBIO-TABLA
                       OR WS-TC-SOL > ZERO
           END-IF.

       4013-COMPARAR-CAMBIO.
           IF CAM-TAB-MONEDA(IND-CAM) EQUAL WS-MONEDA-SOL
               MOVE CAM-TAB-TC(IND-CAM) TO WS-TC-SOL
           END-IF.

      **************************************************************
      *  CARGO ONE-WAY: SI LA SOLICITUD DEVUELVE EN OTRA AGENCIA, EL *
      *  CARGO DEL PAR ORIGEN/DESTINO SE SUMA UNA SOLA VEZ, SOBRE EL *
      *  PRIMER DIA DEL RANGO.                                       *
      **************************************************************
       4033-APLICAR-CARGO-ONEWAY.
           MOVE ZERO TO WS-OW-IMPORTE.
           IF ES-PRIMER-DIA-RANGO
              AND WS-OW-AGENCIA-DEVOL > ZERO
              AND WS-OW-AGENCIA-DEVOL NOT = WS-OW-AGENCIA-ORIGEN
               PERFORM 4032-COMPARAR-CARGO-ONEWAY
                       VARYING IND-OW FROM 1 BY 1
                       UNTIL IND-OW > WS-CANT-ONEWAY-TABLA
                       OR WS-OW-IMPORTE > ZERO
               ADD WS-OW-IMPORTE TO WS-IMPORTE-DIA
           END-IF.

      **************************************************************
      *  REPARTO ONE-WAY: DEL IMPORTE DE UN DIA QUE DEVUELVE EN OTRA *
      *  AGENCIA, LA PARTE DE LA DE DEVOLUCION SEGUN EL PAR ORIGEN/  *
      *  DESTINO DE ONEWAY.TXT -- PORCENTAJE DE CADA DIA, O IMPORTE  *
      *  FIJO EN EL PRIMER DIA DEL RANGO (TOPE: EL IMPORTE DEL DIA). *
      *  DEJA LA PARTE EN WS-OWR-PARTE Y LA ANOTA EN LAS DOS         *
      *  AGENCIAS PARA EL ASIENTO (VER 9022).  LIQUIDAG.CBL REPITE   *
      *  LA CUENTA SOBRE EL MAESTRO PARA LAS COMISIONES.             *
      **************************************************************
       4028-REPARTIR-ONEWAY.
           MOVE ZERO TO WS-OWR-PARTE.
           MOVE 'N'  TO WS-OWR-HALLADO.
           IF WS-CANT-OW-REPARTO > ZERO
              AND WS-OWR-ORIGEN > ZERO
              AND WS-OWR-DESTINO > ZERO
              AND WS-OWR-DESTINO NOT = WS-OWR-ORIGEN
               PERFORM 4024-COMPARAR-REPARTO-ONEWAY
                       VARYING IND-OW FROM 1 BY 1
                       UNTIL IND-OW > WS-CANT-ONEWAY-TABLA
                       OR WS-OWR-HALLADO = 'S'
           END-IF.
           IF WS-OWR-PARTE > WS-OWR-IMPORTE
               MOVE WS-OWR-IMPORTE TO WS-OWR-PARTE
           END-IF.
           IF WS-OWR-PARTE > ZERO
               ADD WS-OWR-PARTE TO AGENCIA-TAB-OW-CEDIDO(WS-OWR-ORIGEN)
               ADD WS-OWR-PARTE TO AGENCIA-TAB-OW-RECIB(WS-OWR-DESTINO)
           END-IF.

       4024-COMPARAR-REPARTO-ONEWAY.
           IF OW-TAB-ORIGEN(IND-OW) EQUAL WS-OWR-ORIGEN
              AND OW-TAB-DESTINO(IND-OW) EQUAL WS-OWR-DESTINO
               MOVE 'S' TO WS-OWR-HALLADO
               IF OW-TAB-REPARTO-PORC(IND-OW)
                   COMPUTE WS-OWR-PARTE ROUNDED = WS-OWR-IMPORTE *
                       OW-TAB-REPARTO-VALOR(IND-OW) / 100
               END-IF
               IF OW-TAB-REPARTO-FIJO(IND-OW) AND ES-PRIMER-DIA-RANGO
                   MOVE OW-TAB-REPARTO-VALOR(IND-OW) TO WS-OWR-PARTE
               END-IF
           END-IF.

       4032-COMPARAR-CARGO-ONEWAY.
           IF OW-TAB-ORIGEN(IND-OW) EQUAL WS-OW-AGENCIA-ORIGEN
              AND OW-TAB-DESTINO(IND-OW) EQUAL WS-OW-AGENCIA-DEVOL
               MOVE OW-TAB-IMPORTE(IND-OW) TO WS-OW-IMPORTE
           END-IF.

      **************************************************************
      *  TARIFA NEGOCIADA DE CUENTA CORPORATIVA: REBAJA PORCENTUAL    *
      *  SOBRE LA TARIFA DEL DIA (Y SU RECARGO, EN PROPORCION, COMO   *
      *  4082).  UN CODIGO QUE NO FIGURA EN EL MAESTRO NO REBAJA.     *
      **************************************************************
       4047-APLICAR-TARIFA-CORP.
           MOVE ZERO TO WS-CORP-PORC.
           IF WS-CORP-COD NOT EQUAL SPACES
               PERFORM 4046-COMPARAR-CTA-CORP
                       VARYING IND-CORP FROM 1 BY 1
                       UNTIL IND-CORP > WS-CANT-CTACORP-TABLA
                       OR WS-CORP-PORC > ZERO
           END-IF.
           IF WS-CORP-PORC > ZERO
               COMPUTE WS-IMPORTE-DIA ROUNDED = WS-IMPORTE-DIA *
                   (100 - WS-CORP-PORC) / 100
               COMPUTE WS-RECARGO-DIA ROUNDED = WS-RECARGO-DIA *
                   (100 - WS-CORP-PORC) / 100
           END-IF.

       4046-COMPARAR-CTA-CORP.
           IF CORP-TAB-CODIGO(IND-CORP) EQUAL WS-CORP-COD
               MOVE CORP-TAB-PORC(IND-CORP) TO WS-CORP-PORC
           END-IF.

      **************************************************************
      *  RESTRICCIONES DE VENTA (COMUN A TODAS LAS COLAS): EN EL     *
      *  PRIMER DIA DEL RANGO SE RECORRE RESTRIC.TXT Y LA PRIMERA    *
      *  REGLA QUE LA SOLICITUD NO CUMPLE DEJA EL MOTIVO: 32 ESTADIA *
      *  MINIMA, 33 ANTICIPACION MAXIMA, 34 PRODUCTO VEDADO.  EL     *
      *  TAMANIO ES EL DE LA RESERVA POR TAMANIO ('*' + TAMANIO) O   *
      *  EL DEL AUTO.  LOS DIAS SIGUIENTES TOMAN LA DECISION         *
      *  GUARDADA EN LA COLA.  EL AREA DE VALIDACION DE FECHA Y EL   *
      *  DIA DE SEMANA SE DEVUELVEN COMO ESTABAN.                    *
      **************************************************************
       4440-VERIFICAR-RESTRICCION.
           IF WS-RES-FECHA = WS-RES-DESDE
               MOVE ZERO   TO WS-RES-MOTIVO
               MOVE SPACES TO WS-RES-DESC
               IF WS-CANT-RESTRIC-TABLA > ZERO
                  AND NOT FECHA-INVALIDA
                   MOVE WS-FECHA-VALIDAR TO WS-RES-FEC-VAL-GUARDA
                   MOVE WS-DIA-SEMANA    TO WS-RES-DIA-SEM-GUARDA
                   PERFORM 4441-PREPARAR-RESTRICCION
                   PERFORM 4442-EVALUAR-REGLA-RESTRIC
                           VARYING IND-RES FROM 1 BY 1
                           UNTIL IND-RES > WS-CANT-RESTRIC-TABLA
                           OR RESTRICCION-RECHAZA
                   MOVE WS-RES-FEC-VAL-GUARDA TO WS-FECHA-VALIDAR
                   MOVE WS-RES-DIA-SEM-GUARDA TO WS-DIA-SEMANA
               END-IF
               MOVE WS-RES-MOTIVO TO RES-COLA-MOTIVO(WS-RANGO-COLA)
               MOVE WS-RES-DESC   TO RES-COLA-DESC(WS-RANGO-COLA)
           ELSE
               MOVE RES-COLA-MOTIVO(WS-RANGO-COLA) TO WS-RES-MOTIVO
               MOVE RES-COLA-DESC(WS-RANGO-COLA)   TO WS-RES-DESC
           END-IF.

      * ONE-WAY: AGENCIA DE DEVOLUCION CARGADA Y DISTINTA DE LA DE      *
      * RETIRO.  LOS DIAS DEL RANGO SE CUENTAN SOBRE EL AREA DE         *
      * VALIDACION DE FECHA.  EL FIN DE SEMANA LARGO SE CALCULA SOLO SI *
      * ALGUNA REGLA LO PIDE (4447).                                    *
       4441-PREPARAR-RESTRICCION.
           MOVE SPACE TO WS-RES-TOCA-FINDE.
           MOVE 'N'   TO WS-RES-ONE-WAY.
           IF WS-RES-DEVOL IS NUMERIC
              AND WS-RES-DEVOL-N > ZERO
              AND WS-RES-DEVOL-N NOT = WS-RES-AGENCIA
               MOVE 'S' TO WS-RES-ONE-WAY
           END-IF.
           MOVE 'N'   TO WS-RES-POR-TAMANIO.
           MOVE SPACE TO WS-RES-TAMANIO.
           IF WS-RES-PATENTE(1:1) = '*'
               MOVE 'S' TO WS-RES-POR-TAMANIO
               MOVE WS-RES-PATENTE(2:1) TO WS-RES-TAMANIO
           ELSE
               IF EXISTE-AUTO = '1'
                   MOVE AUT-TAMANIO TO WS-RES-TAMANIO
               END-IF
           END-IF.
           MOVE 1 TO WS-RES-DIAS-RANGO.
           MOVE WS-RES-DESDE TO WS-FECHA-VALIDAR.
           PERFORM 4448-CONTAR-DIA-RESTRIC
                   UNTIL WS-FECHA-VALIDAR NOT < WS-RES-HASTA
                   OR WS-RES-DIAS-RANGO NOT < 999.

       4442-EVALUAR-REGLA-RESTRIC.
           IF (RES-TAB-AGENCIA(IND-RES) = ZERO
               OR RES-TAB-AGENCIA(IND-RES) = WS-RES-AGENCIA)
              AND (RES-TAB-TAMANIO(IND-RES) = SPACE
                   OR RES-TAB-TAMANIO(IND-RES) = WS-RES-TAMANIO)
               EVALUATE RES-TAB-TIPO(IND-RES)
                   WHEN 'M'
                       PERFORM 4443-REGLA-ESTADIA-MINIMA
                   WHEN 'A'
                       PERFORM 4445-REGLA-ANTICIPACION
                   WHEN 'V'
                       PERFORM 4446-REGLA-VEDA
               END-EVALUATE
           END-IF.

      * EL RANGO SE CRUZA CON LA VIGENCIA DE LA REGLA Y ES MAS CORTO    *
      * QUE EL MINIMO.  CON RES-TAB-FINDE 'S' SOLO SI ADEMAS TOCA UN    *
      * FIN DE SEMANA LARGO.                                            *
       4443-REGLA-ESTADIA-MINIMA.
           IF RES-TAB-DESDE(IND-RES) NOT > WS-RES-HASTA
              AND RES-TAB-HASTA(IND-RES) NOT < WS-RES-DESDE
              AND WS-RES-DIAS-RANGO < RES-TAB-DIAS(IND-RES)
               IF RES-TAB-FINDE(IND-RES) = 'S'
                  AND RES-FINDE-SIN-CALCULAR
                   PERFORM 4447-VERIFICAR-FINDE-LARGO
               END-IF
               IF RES-TAB-FINDE(IND-RES) NOT = 'S'
                  OR RES-TOCA-FINDE-LARGO
                   MOVE 32 TO WS-RES-MOTIVO
                   MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
                   STRING 'Estadia minima ' WS-RES-DIAS-IMPR ' dias'
                       DELIMITED BY SIZE INTO WS-RES-DESC
               END-IF
           END-IF.

       4444-SUMAR-DIA-RESTRIC.
           PERFORM 4098-DETER-DIAS-MES.
           IF WS-FEC-VAL-DD < WS-FEC-VAL-DIAS-MES
               ADD 1 TO WS-FEC-VAL-DD
           ELSE
               MOVE 1 TO WS-FEC-VAL-DD
               IF WS-FEC-VAL-MM < 12
                   ADD 1 TO WS-FEC-VAL-MM
               ELSE
                   MOVE 1 TO WS-FEC-VAL-MM
                   ADD 1 TO WS-FEC-VAL-AA
               END-IF
           END-IF.

      * EL RETIRO CAE EN LA VIGENCIA DE LA REGLA Y MAS ALLA DE LA       *
      * ULTIMA FECHA VENDIBLE (CALCULADA AL CARGAR, 1294).              *
       4445-REGLA-ANTICIPACION.
           IF WS-RES-DESDE NOT < RES-TAB-DESDE(IND-RES)
              AND WS-RES-DESDE NOT > RES-TAB-HASTA(IND-RES)
              AND WS-RES-DESDE > RES-TAB-LIMITE(IND-RES)
               MOVE 33 TO WS-RES-MOTIVO
               MOVE RES-TAB-DIAS(IND-RES) TO WS-RES-DIAS-IMPR
               STRING 'Anticipacion maxima ' WS-RES-DIAS-IMPR ' dias'
                   DELIMITED BY SIZE INTO WS-RES-DESC
           END-IF.

      * EL RANGO SE CRUZA CON LA VEDA Y LA SOLICITUD ES DEL PRODUCTO    *
      * VEDADO.  EL LEASING NO PASA POR ESTE PROGRAMA (VER LEASE.CBL).  *
       4446-REGLA-VEDA.
           IF RES-TAB-DESDE(IND-RES) NOT > WS-RES-HASTA
              AND RES-TAB-HASTA(IND-RES) NOT < WS-RES-DESDE
              AND (RES-TAB-PRODUCTO(IND-RES) = SPACE
                   OR (RES-TAB-PRODUCTO(IND-RES) = 'O'
                       AND RES-ES-ONE-WAY)
                   OR (RES-TAB-PRODUCTO(IND-RES) = 'T'
                       AND RES-ES-POR-TAMANIO))
               MOVE 34 TO WS-RES-MOTIVO
               EVALUATE RES-TAB-PRODUCTO(IND-RES)
                   WHEN 'O'
                       MOVE 'one-way' TO WS-RES-PRODUCTO-DESC
                   WHEN 'T'
                       MOVE 'tamanio' TO WS-RES-PRODUCTO-DESC
                   WHEN OTHER
                       MOVE 'total'   TO WS-RES-PRODUCTO-DESC
               END-EVALUATE
               STRING 'Veda ' DELIMITED BY SIZE
                      WS-RES-PRODUCTO-DESC DELIMITED BY SPACE
                      ' hasta ' RES-TAB-HASTA(IND-RES)
                      DELIMITED BY SIZE INTO WS-RES-DESC
           END-IF.

      * FIN DE SEMANA LARGO: FERIADO EN VIERNES (VIERNES A DOMINGO) O   *
      * EN LUNES (SABADO A LUNES).  TOCA EL RANGO SI ALGUNO DE ESOS     *
      * TRES DIAS CAE ENTRE WS-RES-DESDE Y WS-RES-HASTA.                *
       4447-VERIFICAR-FINDE-LARGO.
           MOVE 'N' TO WS-RES-TOCA-FINDE.
           MOVE WS-RES-HASTA TO WS-FECHA-VALIDAR.
           PERFORM 4444-SUMAR-DIA-RESTRIC 2 TIMES.
           MOVE WS-FECHA-VALIDAR TO WS-RES-HASTA-MAS2.
           PERFORM 4449-REVISAR-FERIADO-RESTRIC
                   VARYING IND-FER FROM 1 BY 1
                   UNTIL IND-FER > WS-CANT-FERIADOS-TABLA
                   OR RES-TOCA-FINDE-LARGO.

       4448-CONTAR-DIA-RESTRIC.
           PERFORM 4444-SUMAR-DIA-RESTRIC.
           ADD 1 TO WS-RES-DIAS-RANGO.

       4449-REVISAR-FERIADO-RESTRIC.
           MOVE FER-TAB-FECHA(IND-FER) TO WS-FECHA-VALIDAR.
           PERFORM 4096-DETER-DIA-SEMANA.
           IF WS-DIA-SEMANA = 2
              AND FER-TAB-FECHA(IND-FER) NOT < WS-RES-DESDE
              AND FER-TAB-FECHA(IND-FER) NOT > WS-RES-HASTA-MAS2
               MOVE 'S' TO WS-RES-TOCA-FINDE
           END-IF.
           IF WS-DIA-SEMANA = 6
              AND FER-TAB-FECHA(IND-FER) NOT > WS-RES-HASTA
               PERFORM 4444-SUMAR-DIA-RESTRIC 2 TIMES
               IF WS-FECHA-VALIDAR NOT < WS-RES-DESDE
                   MOVE 'S' TO WS-RES-TOCA-FINDE
               END-IF
           END-IF.

      **************************************************************
      *  POLITICA DE VIAJE DE LA CUENTA CORPORATIVA (VER CORPPOL):    *
      *  SE LLAMA CON EL DIA YA TARIFADO, AUT-REG DE LA PATENTE,      *
      *  WS-CORP-COD, WS-POL-FECHA-DESDE (INICIO DEL RANGO) Y         *
      *  WS-RANGO-COLA.  LA TARIFA SE MIDE SOBRE LA DE LISTA DEL DIA  *
      *  (WS-TARIFA-BASE-DIA), ANTES DE REBAJAS Y RECARGOS.  DEJA EN  *
      *  WS-POL-CODIGOS UNA LETRA POR REGLA INCUMPLIDA Y EN           *
      *  WS-POL-ACCION LO QUE LA CUENTA DISPUSO PARA ESE CASO ('R'    *
      *  RECHAZAR, 'E' APROBAR A CARGO DEL EMPLEADO).                 *
      **************************************************************
       4450-VERIFICAR-POLITICA-CORP.
           MOVE SPACES TO WS-POL-CODIGOS.
           MOVE SPACE  TO WS-POL-ACCION.
           MOVE ZERO   TO WS-POL-IND.
           IF WS-CORP-COD NOT EQUAL SPACES
               PERFORM 4451-COMPARAR-CTA-POLITICA
                       VARYING IND-CPL FROM 1 BY 1
                       UNTIL IND-CPL > WS-CANT-CORPPOL-TABLA
                       OR WS-POL-IND > ZERO
           END-IF.
           IF WS-POL-IND > ZERO
               PERFORM 4452-APLICAR-REGLAS-POLITICA
               IF WS-POL-CODIGOS NOT EQUAL SPACES
                   IF CPL-TAB-ACCION(WS-POL-IND) EQUAL 'E'
                       MOVE 'E' TO WS-POL-ACCION
                   ELSE
                       MOVE 'R' TO WS-POL-ACCION
                   END-IF
               END-IF
           END-IF.

       4451-COMPARAR-CTA-POLITICA.
           IF CPL-TAB-CTA-CORP(IND-CPL) EQUAL WS-CORP-COD
               MOVE IND-CPL TO WS-POL-IND
           END-IF.

       4452-APLICAR-REGLAS-POLITICA.
           IF CPL-TAB-TAMANIOS(WS-POL-IND) NOT EQUAL SPACES
               MOVE 'N' TO WS-POL-ITEM-OK
               PERFORM 4453-COMPARAR-TAMANIO
                       VARYING IND-CPL-ITEM FROM 1 BY 1
                       UNTIL IND-CPL-ITEM > 10
                       OR POL-ITEM-PERMITIDO
               IF NOT POL-ITEM-PERMITIDO
                   MOVE 'T' TO WS-POL-CODIGOS(1:1)
               END-IF
           END-IF.
           IF CPL-TAB-TARIFA-MAX(WS-POL-IND) > ZERO
              AND WS-TARIFA-BASE-DIA > CPL-TAB-TARIFA-MAX(WS-POL-IND)
               MOVE 'I' TO WS-POL-CODIGOS(2:1)
           END-IF.
           IF CPL-TAB-EXTRAS(WS-POL-IND) NOT EQUAL SPACES
               PERFORM 4454-VERIFICAR-EXTRA-POLITICA
                       VARYING WS-POL-IND-EXT FROM 1 BY 1
                       UNTIL WS-POL-IND-EXT > 3
           END-IF.
      * SIN COBERTURA PEDIDA RIGE LA BASICA, QUE SIEMPRE SE ADMITE.    *
           IF CPL-TAB-COBERTURAS(WS-POL-IND) NOT EQUAL SPACES
              AND WS-COBERTURA-PEDIDA NOT EQUAL SPACES
               MOVE WS-COBERTURA-PEDIDA TO WS-POL-CODIGO-PEDIDO
               MOVE 'N' TO WS-POL-ITEM-OK
               PERFORM 4456-COMPARAR-COBERTURA
                       VARYING IND-CPL-ITEM FROM 1 BY 1
                       UNTIL IND-CPL-ITEM > 5
                       OR POL-ITEM-PERMITIDO
               IF NOT POL-ITEM-PERMITIDO
                   MOVE 'C' TO WS-POL-CODIGOS(4:1)
               END-IF
           END-IF.
           MOVE WS-PREAUT-DIAS-COLA(WS-RANGO-COLA) TO WS-POL-DIAS.
           IF CPL-TAB-DIAS-MAX(WS-POL-IND) > ZERO
              AND WS-POL-DIAS > CPL-TAB-DIAS-MAX(WS-POL-IND)
               MOVE 'D' TO WS-POL-CODIGOS(5:1)
           END-IF.
           IF CPL-TAB-FINDE(WS-POL-IND) EQUAL 'N'
               PERFORM 4457-VERIFICAR-FINDE-POLITICA
           END-IF.

       4453-COMPARAR-TAMANIO.
           IF CPL-TAB-TAMANIO(WS-POL-IND, IND-CPL-ITEM) NOT EQUAL SPACE
              AND CPL-TAB-TAMANIO(WS-POL-IND, IND-CPL-ITEM)
                  EQUAL AUT-TAMANIO
               MOVE 'S' TO WS-POL-ITEM-OK
           END-IF.

       4454-VERIFICAR-EXTRA-POLITICA.
           IF WS-EXT-COD(WS-POL-IND-EXT) NOT EQUAL SPACES
               MOVE WS-EXT-COD(WS-POL-IND-EXT) TO WS-POL-CODIGO-PEDIDO
               MOVE 'N' TO WS-POL-ITEM-OK
               PERFORM 4455-COMPARAR-EXTRA
                       VARYING IND-CPL-ITEM FROM 1 BY 1
                       UNTIL IND-CPL-ITEM > 10
                       OR POL-ITEM-PERMITIDO
               IF NOT POL-ITEM-PERMITIDO
                   MOVE 'X' TO WS-POL-CODIGOS(3:1)
               END-IF
           END-IF.

       4455-COMPARAR-EXTRA.
           IF CPL-TAB-EXTRA(WS-POL-IND, IND-CPL-ITEM)
              EQUAL WS-POL-CODIGO-PEDIDO
               MOVE 'S' TO WS-POL-ITEM-OK
           END-IF.

       4456-COMPARAR-COBERTURA.
           IF CPL-TAB-COBERT(WS-POL-IND, IND-CPL-ITEM)
              EQUAL WS-POL-CODIGO-PEDIDO
               MOVE 'S' TO WS-POL-ITEM-OK
           END-IF.

      * EL RANGO TOCA FIN DE SEMANA SI ARRANCA SABADO/DOMINGO (0/1) O  *
      * SI DESDE SU DIA DE INICIO (2 = LUNES ... 6 = VIERNES) LLEGA AL  *
      * SABADO SIGUIENTE (7).  4096 USA EL AREA DE VALIDACION DE FECHA, *
      * QUE SE DEVUELVE COMO ESTABA.                                    *
       4457-VERIFICAR-FINDE-POLITICA.
           MOVE WS-FECHA-VALIDAR TO WS-POL-FEC-VAL-GUARDA.
           MOVE WS-DIA-SEMANA    TO WS-POL-DIA-SEM-GUARDA.
           MOVE WS-POL-DESDE-AA  TO WS-FEC-VAL-AA.
           MOVE WS-POL-DESDE-MM  TO WS-FEC-VAL-MM.
           MOVE WS-POL-DESDE-DD  TO WS-FEC-VAL-DD.
           PERFORM 4096-DETER-DIA-SEMANA.
           COMPUTE WS-POL-DIA-FIN = WS-DIA-SEMANA + WS-POL-DIAS - 1.
           IF WS-DIA-SEMANA < 2 OR WS-POL-DIA-FIN > 6
               MOVE 'F' TO WS-POL-CODIGOS(6:1)
           END-IF.
           MOVE WS-POL-FEC-VAL-GUARDA TO WS-FECHA-VALIDAR.
           MOVE WS-POL-DIA-SEM-GUARDA TO WS-DIA-SEMANA.

      * LIBRO CORPINFR: UNA LINEA POR DIA CON INCUMPLIMIENTO, TOMADA  *
      * DEL RECHAZO RECIEN GRABADO O DEL ALQUILER RECIEN APROBADO.    *
       4458-GRABAR-INCUMPL-RECHAZO.
           MOVE SPACES         TO CORPINFR-REG.
           MOVE RECH-PATENTE   TO INF-PATENTE.
           MOVE RECH-FECHA     TO INF-FECHA.
           MOVE RECH-TIPO-DOC  TO INF-TIPO-DOC.
           MOVE RECH-NRO-DOC   TO INF-NRO-DOC.
           MOVE RECH-AGENCIA   TO INF-AGENCIA.
           MOVE WS-IMPORTE-DIA TO INF-IMPORTE.
           PERFORM 4460-GRABAR-CORPINFR.

       4459-GRABAR-INCUMPL-EMPLEADO.
           MOVE SPACES           TO CORPINFR-REG.
           MOVE ALQ-ACT-PATENTE  TO INF-PATENTE.
           MOVE ALQ-ACT-FECHA    TO INF-FECHA.
           MOVE ALQ-ACT-TIPO-DOC TO INF-TIPO-DOC.
           MOVE ALQ-ACT-NRO-DOC  TO INF-NRO-DOC.
           MOVE ALQ-ACT-AGENCIA  TO INF-AGENCIA.
           MOVE ALQ-ACT-IMPORTE  TO INF-IMPORTE.
           PERFORM 4460-GRABAR-CORPINFR.

       4460-GRABAR-CORPINFR.
           MOVE WS-FECHA-PROCESO TO INF-FECHA-PROCESO.
           MOVE WS-CORP-COD      TO INF-CTA-CORP.
           MOVE WS-POL-CODIGOS   TO INF-CODIGOS.
           MOVE WS-POL-ACCION    TO INF-ACCION.
           WRITE CORPINFR-REG.
           MOVE FS-CORPINFR   TO FS.
           MOVE "CORPINFR"    TO FS-NOMBRE.
           MOVE "GRABA"       TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      **************************************************************
      *  HORARIO DE LA AGENCIA (VER AGHORAR Y AGCERRAD): EL PRIMER    *
      *  DIA DEL RANGO SE VALIDA EL RETIRO EN LA AGENCIA DE LA COLA   *
      *  Y EL ULTIMO LA DEVOLUCION EN LA AGENCIA DE DEVOLUCION (LA    *
      *  MISMA SI NO ES ONE-WAY), CON LAS HORAS DE LA SOLICITUD Y EL  *
      *  DIA DE LA SEMANA QUE DEJO 4095.  SIN HORA (0000) SOLO SE     *
      *  EXIGE QUE LA AGENCIA ABRA ESE DIA.  FUERA DE HORARIO SE      *
      *  COBRA EL RECARGO SI LA AGENCIA DA EL SERVICIO, SINO EL DIA   *
      *  SE RECHAZA (MOTIVO 29).  UNA FECHA DE CIERRE NO TIENE        *
      *  SERVICIO FUERA DE HORARIO.                                   *
      **************************************************************
       4470-VERIFICAR-HORARIO.
           MOVE SPACE  TO WS-HOR-ACCION.
           MOVE SPACES TO WS-HOR-CODIGOS.
           MOVE ZERO   TO WS-HOR-RECARGO.
           MOVE WS-FECHA-VALIDAR TO WS-HOR-FECHA.
           IF WS-DIA-SEMANA < 2
               COMPUTE WS-HOR-DIA = WS-DIA-SEMANA + 6
           ELSE
               COMPUTE WS-HOR-DIA = WS-DIA-SEMANA - 1
           END-IF.
           IF ES-PRIMER-DIA-RANGO
               MOVE WS-OW-AGENCIA-ORIGEN TO WS-HOR-AGENCIA
               MOVE WS-HORA-RETIRO-SOL   TO WS-HOR-HORA
               PERFORM 4471-EVALUAR-HORARIO
               IF NOT HOR-EN-HORARIO
                   MOVE 'R' TO WS-HOR-CODIGOS(1:1)
                   PERFORM 4472-ANOTAR-HORARIO
               END-IF
           END-IF.
           IF ES-ULTIMO-DIA-RANGO
               IF WS-OW-AGENCIA-DEVOL > ZERO
                   MOVE WS-OW-AGENCIA-DEVOL  TO WS-HOR-AGENCIA
               ELSE
                   MOVE WS-OW-AGENCIA-ORIGEN TO WS-HOR-AGENCIA
               END-IF
               MOVE WS-HORA-DEVOL-SOL TO WS-HOR-HORA
               PERFORM 4471-EVALUAR-HORARIO
               IF NOT HOR-EN-HORARIO
                   MOVE 'D' TO WS-HOR-CODIGOS(2:1)
                   PERFORM 4472-ANOTAR-HORARIO
               END-IF
           END-IF.
           IF HORARIO-RECARGO
               ADD WS-HOR-RECARGO TO WS-IMPORTE-DIA
           END-IF.

       4471-EVALUAR-HORARIO.
           MOVE 'S' TO WS-HOR-RESULTADO.
           IF WS-HOR-AGENCIA > ZERO
               PERFORM 4473-COMPARAR-CIERRE
                       VARYING IND-ACE FROM 1 BY 1
                       UNTIL IND-ACE > WS-CANT-AGCERRAD-TABLA
                       OR HOR-CERRADO
               IF HOR-EN-HORARIO
                  AND HOR-TIENE(WS-HOR-AGENCIA) EQUAL 'S'
                   PERFORM 4474-COMPARAR-HORA
               END-IF
           END-IF.

      * EL PRIMER RECHAZO DEL DIA QUEDA PARA LA DESCRIPCION; CON UN     *
      * RECHAZO NO SE COBRA NINGUN RECARGO.                             *
       4472-ANOTAR-HORARIO.
           IF HOR-CERRADO
               IF NOT HORARIO-RECHAZA
                   MOVE WS-HOR-AGENCIA TO WS-HOR-RECH-AGENCIA
                   MOVE WS-HOR-HORA    TO WS-HOR-RECH-HORA
               END-IF
               MOVE 'R' TO WS-HOR-ACCION
           ELSE
               ADD HOR-RECARGO(WS-HOR-AGENCIA, WS-HOR-DIA)
                   TO WS-HOR-RECARGO
               IF NOT HORARIO-RECHAZA
                   MOVE 'F' TO WS-HOR-ACCION
               END-IF
           END-IF.

       4473-COMPARAR-CIERRE.
           IF ACE-TAB-AGENCIA(IND-ACE) EQUAL WS-HOR-AGENCIA
              AND ACE-TAB-FECHA(IND-ACE) EQUAL WS-HOR-FECHA
               MOVE 'N' TO WS-HOR-RESULTADO
           END-IF.

       4474-COMPARAR-HORA.
           IF HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA) EQUAL ZERO
               MOVE 'N' TO WS-HOR-RESULTADO
           ELSE
               IF WS-HOR-HORA > ZERO
                  AND (WS-HOR-HORA <
                           HOR-ABRE(WS-HOR-AGENCIA, WS-HOR-DIA)
                       OR WS-HOR-HORA >
                           HOR-CIERRA(WS-HOR-AGENCIA, WS-HOR-DIA))
                   IF HOR-FUERA-HORA(WS-HOR-AGENCIA, WS-HOR-DIA)
                      EQUAL 'S'
                       MOVE 'F' TO WS-HOR-RESULTADO
                   ELSE
                       MOVE 'N' TO WS-HOR-RESULTADO
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *  CONDUCTORES ADICIONALES (COMUN A TODAS LAS COLAS): CADA     *
      *  DOCUMENTO DE WS-ADICIONALES PASA LOS MISMOS CONTROLES QUE   *
      *  EL TITULAR -- LISTA NEGRA (8), VETO DE LA ASEGURADORA POR   *
      *  DOCUMENTO (14), LICENCIA (19) Y EDAD MINIMA (20).  EL       *
      *  PRIMERO QUE FALLA RECHAZA LA SOLICITUD CON ESE MOTIVO.      *
      *  CORRE DESPUES DE LOS CONTROLES DEL TITULAR, CUYO RESULTADO  *
      *  SE GUARDA Y SE REPONE AL SALIR.  DE PASO CUENTA LOS         *
      *  ADICIONALES, LOS JOVENES (PARA 4485) Y TARIFA EL EXTRA      *
      *  DIARIO 'CAD' POR CADA UNO (LO SUMA 4072).                   *
      **************************************************************
       4480-VERIFICAR-ADICIONALES.
           MOVE 'N'    TO WS-ADIC-RECHAZADO.
           MOVE ZERO   TO WS-ADIC-MOTIVO.
           MOVE SPACES TO WS-ADIC-DESC.
           MOVE ZERO   TO WS-CANT-ADIC.
           MOVE ZERO   TO WS-ADIC-JOVENES.
           MOVE ZERO   TO WS-ADIC-CARGO-DIA.
           IF WS-ADICIONALES NOT = SPACES
               MOVE WS-CLIENTE-BLOQUEADO TO WS-ADIC-G-BLOQUEADO
               MOVE WS-BLOQ-DESC-MOTIVO  TO WS-ADIC-G-BLOQ-DESC
               MOVE WS-BLOQ-TIPO-DOC     TO WS-ADIC-G-BLOQ-TIPO-DOC
               MOVE WS-BLOQ-NRO-DOC      TO WS-ADIC-G-BLOQ-NRO-DOC
               MOVE WS-LIC-VENCIDA       TO WS-ADIC-G-LIC-VENCIDA
               MOVE WS-LIC-TIPO-DOC      TO WS-ADIC-G-LIC-TIPO-DOC
               MOVE WS-LIC-NRO-DOC       TO WS-ADIC-G-LIC-NRO-DOC
               MOVE WS-MENOR-EDAD-MIN    TO WS-ADIC-G-MENOR-EDAD
               MOVE WS-EDAD-TITULAR      TO WS-ADIC-G-EDAD
               MOVE WS-FECHA-NAC         TO WS-ADIC-G-FECHA-NAC
               PERFORM 4481-VERIFICAR-UN-ADICIONAL
                       VARYING IND-ADI FROM 1 BY 1
                       UNTIL IND-ADI > 3
               MOVE WS-ADIC-G-BLOQUEADO     TO WS-CLIENTE-BLOQUEADO
               MOVE WS-ADIC-G-BLOQ-DESC     TO WS-BLOQ-DESC-MOTIVO
               MOVE WS-ADIC-G-BLOQ-TIPO-DOC TO WS-BLOQ-TIPO-DOC
               MOVE WS-ADIC-G-BLOQ-NRO-DOC  TO WS-BLOQ-NRO-DOC
               MOVE WS-ADIC-G-LIC-VENCIDA   TO WS-LIC-VENCIDA
               MOVE WS-ADIC-G-LIC-TIPO-DOC  TO WS-LIC-TIPO-DOC
               MOVE WS-ADIC-G-LIC-NRO-DOC   TO WS-LIC-NRO-DOC
               MOVE WS-ADIC-G-MENOR-EDAD    TO WS-MENOR-EDAD-MIN
               MOVE WS-ADIC-G-EDAD          TO WS-EDAD-TITULAR
               MOVE WS-ADIC-G-FECHA-NAC     TO WS-FECHA-NAC
               PERFORM 4483-COMPARAR-EXTRA-ADICIONAL
                       VARYING IND-EXT FROM 1 BY 1
                       UNTIL IND-EXT > WS-CANT-EXTRAS-TABLA
           END-IF.

       4481-VERIFICAR-UN-ADICIONAL.
           IF WS-ADIC-NRO-DOC(IND-ADI) NOT = SPACES
               ADD 1 TO WS-CANT-ADIC
               IF NOT ADICIONAL-RECHAZADO
                   PERFORM 4482-CONTROLAR-ADICIONAL
               END-IF
           END-IF.

       4482-CONTROLAR-ADICIONAL.
           MOVE WS-ADIC-TIPO-DOC(IND-ADI) TO WS-BLOQ-TIPO-DOC.
           MOVE WS-ADIC-NRO-DOC(IND-ADI)  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           MOVE 'N' TO WS-ADIC-DENEGADO.
           PERFORM 4484-COMPARAR-DENEG-ADICIONAL
                   VARYING IND-DEN FROM 1 BY 1
                   UNTIL IND-DEN > WS-CANT-DENEGADOS
                   OR ADICIONAL-DENEGADO.
           MOVE WS-ADIC-TIPO-DOC(IND-ADI) TO WS-LIC-TIPO-DOC.
           MOVE WS-ADIC-NRO-DOC(IND-ADI)  TO WS-LIC-NRO-DOC.
           PERFORM 4029-VERIFICAR-LICENCIA-TITULAR.
           PERFORM 4026-VERIFICAR-EDAD-MINIMA.
           EVALUATE TRUE
               WHEN CLIENTE-BLOQUEADO
                   MOVE 8 TO WS-ADIC-MOTIVO
               WHEN ADICIONAL-DENEGADO
                   MOVE 14 TO WS-ADIC-MOTIVO
               WHEN LICENCIA-VENCIDA
                   MOVE 19 TO WS-ADIC-MOTIVO
               WHEN MENOR-EDAD-MINIMA
                   MOVE 20 TO WS-ADIC-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ADIC-MOTIVO > ZERO
               MOVE 'S' TO WS-ADIC-RECHAZADO
               STRING 'Adicional ' DELIMITED BY SIZE
                      WS-ADIC-TIPO-DOC(IND-ADI) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-ADIC-NRO-DOC(IND-ADI) DELIMITED BY SPACE
                   INTO WS-ADIC-DESC
           ELSE
               IF WS-EDAD-JOVEN > ZERO
                  AND WS-FECHA-NAC > ZERO
                  AND WS-EDAD-TITULAR < WS-EDAD-JOVEN
                   ADD 1 TO WS-ADIC-JOVENES
               END-IF
           END-IF.

       4483-COMPARAR-EXTRA-ADICIONAL.
           IF EXT-TAB-CODIGO(IND-EXT) EQUAL WS-EXT-COD-ADICIONAL
               COMPUTE WS-ADIC-CARGO-DIA =
                   EXT-TAB-IMPORTE(IND-EXT) * WS-CANT-ADIC
           END-IF.

       4484-COMPARAR-DENEG-ADICIONAL.
           IF DEN-TAB-TIPO(IND-DEN) EQUAL 'D'
              AND DEN-TAB-VALOR(IND-DEN) EQUAL WS-ADIC(IND-ADI)
               MOVE 'S' TO WS-ADIC-DENEGADO
           END-IF.

      * RECARGO DE CONDUCTOR JOVEN POR CADA ADICIONAL QUE LO PAGA,    *
      * SOBRE LA MISMA TARIFA DEL DIA QUE EL DEL TITULAR (4027) Y     *
      * SUMADO A WS-RECARGO-JOVEN PARA EL DESGLOSE DEL LISTADO.       *
       4485-APLICAR-RECARGO-ADICIONAL.
           IF WS-ADIC-JOVENES > ZERO
              AND WS-EDAD-PORC > ZERO
               COMPUTE WS-ADIC-RECARGO ROUNDED =
                   (WS-IMPORTE-DIA - WS-RECARGO-JOVEN)
                   * WS-EDAD-PORC / 100 * WS-ADIC-JOVENES
               ADD WS-ADIC-RECARGO TO WS-RECARGO-JOVEN
               ADD WS-ADIC-RECARGO TO WS-IMPORTE-DIA
               ADD WS-ADIC-RECARGO TO WS-RECARGO-DIA
           END-IF.

      * LAS RESERVAS NO TRAEN CONDUCTORES ADICIONALES Y LAS PRORROGAS  *
      * LOS TOMAN DEL MOLDE (1163): NO DEBE QUEDAR NADA DE LA ULTIMA   *
      * SOLICITUD DE LAS COLAS.                                        *
       4486-LIMPIAR-ADICIONALES.
           MOVE SPACES TO WS-ADICIONALES.
           MOVE ZERO   TO WS-CANT-ADIC.
           MOVE ZERO   TO WS-ADIC-JOVENES.
           MOVE ZERO   TO WS-ADIC-CARGO-DIA.

      **************************************************************
      *  STOCK DE EXTRAS (COMUN A TODAS LAS COLAS): EN EL PRIMER DIA *
      *  DEL RANGO CADA CODIGO PEDIDO CON STOCK CARGADO PARA LA      *
      *  AGENCIA SE CRUZA DIA POR DIA, HASTA EL FIN DEL RANGO, CON   *
      *  LO YA COMPROMETIDO.  SI EN ALGUN DIA NO QUEDA UNIDAD LIBRE, *
      *  CON POLITICA 'R' SE RECHAZA EL RANGO (MOTIVO 31) Y SI NO SE *
      *  APRUEBA SIN ESE EXTRA, QUE VA A LA LINEA DE RETAG (7920).   *
      *  LOS DIAS SIGUIENTES TOMAN LA DECISION GUARDADA EN LA COLA.  *
      **************************************************************
       4487-VERIFICAR-STOCK-EXTRAS.
           IF WS-STK-FECHA = WS-STK-DESDE
               MOVE WS-STK-PEDIDOS TO WS-STK-ENTREGABLES
               MOVE SPACES TO WS-STK-AGOTADOS
               MOVE 'N' TO WS-STK-RECHAZO
               IF WS-CANT-EXTSTOCK-TABLA > ZERO
                  AND WS-STK-PEDIDOS NOT = SPACES
                   MOVE WS-FECHA-VALIDAR TO WS-STK-FEC-VAL-GUARDA
                   PERFORM 4488-REVISAR-EXTRA-RANGO
                           VARYING IND-STK FROM 1 BY 1
                           UNTIL IND-STK > 3
                   MOVE WS-STK-FEC-VAL-GUARDA TO WS-FECHA-VALIDAR
               END-IF
               MOVE WS-STK-ENTREGABLES
                   TO STK-COLA-ENTREGABLES(WS-RANGO-COLA)
               MOVE WS-STK-AGOTADOS
                   TO STK-COLA-AGOTADOS(WS-RANGO-COLA)
               MOVE WS-STK-RECHAZO TO STK-COLA-RECHAZO(WS-RANGO-COLA)
           ELSE
               MOVE STK-COLA-ENTREGABLES(WS-RANGO-COLA)
                   TO WS-STK-ENTREGABLES
               MOVE STK-COLA-AGOTADOS(WS-RANGO-COLA)
                   TO WS-STK-AGOTADOS
               MOVE STK-COLA-RECHAZO(WS-RANGO-COLA) TO WS-STK-RECHAZO
           END-IF.

      * UN CODIGO PEDIDO: SIN FILA DE STOCK PARA LA AGENCIA NO SE      *
      * CONTROLA.  EL RANGO SE RECORRE CON EL AREA DE VALIDACION DE    *
      * FECHA, QUE 4487 DEVUELVE COMO ESTABA.                          *
       4488-REVISAR-EXTRA-RANGO.
           IF WS-STK-COD(IND-STK) NOT = SPACES
               MOVE 'N' TO WS-STK-HALLADO
               PERFORM 4490-BUSCAR-STOCK
                       VARYING IND-EXS FROM 1 BY 1
                       UNTIL IND-EXS > WS-CANT-EXTSTOCK-TABLA
                       OR STK-HALLADO
               IF STK-HALLADO
                   MOVE 'N' TO WS-STK-FALTA
                   MOVE WS-STK-DESDE TO WS-FECHA-VALIDAR
                   PERFORM 4491-REVISAR-DIA-EXTRA
                           VARYING IND-STD FROM 1 BY 1
                           UNTIL IND-STD > WS-MAX-DIAS-RANGO
                           OR WS-FECHA-VALIDAR > WS-STK-HASTA
                           OR STK-FALTA
                   IF STK-FALTA
                       MOVE WS-STK-COD(IND-STK) TO WS-STK-AGO(IND-STK)
                       MOVE SPACES TO WS-STK-ENT(IND-STK)
                       IF WS-STK-POLITICA = 'R'
                           MOVE 'S' TO WS-STK-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * LO APROBADO SE ANOTA COMO COMPROMETIDO PARA LOS RANGOS QUE     *
      * SIGUEN EN LA CORRIDA (LLAMADO CON ALQ-ACT-REG RECIEN GRABADO). *
       4489-ANOTAR-EXTRAS-DIA.
           IF WS-CANT-EXTSTOCK-TABLA > ZERO
              AND ALQ-ACT-EXTRAS-CODS NOT = SPACES
               MOVE ALQ-ACT-AGENCIA     TO WS-EXD-AGENCIA
               MOVE ALQ-ACT-FECHA       TO WS-EXD-FECHA
               MOVE ALQ-ACT-EXTRAS-CODS TO WS-EXD-CODS
               PERFORM 4495-SUMAR-EXTRA-COMPROMETIDO
                       VARYING IND-STK FROM 1 BY 1
                       UNTIL IND-STK > 3
           END-IF.

       4490-BUSCAR-STOCK.
           IF EXS-TAB-AGENCIA(IND-EXS) = WS-STK-AGENCIA
              AND EXS-TAB-CODIGO(IND-EXS) = WS-STK-COD(IND-STK)
               MOVE 'S' TO WS-STK-HALLADO
               MOVE EXS-TAB-CANTIDAD(IND-EXS) TO WS-STK-CANTIDAD
               MOVE EXS-TAB-POLITICA(IND-EXS) TO WS-STK-POLITICA
           END-IF.

       4491-REVISAR-DIA-EXTRA.
           MOVE WS-STK-AGENCIA      TO WS-EXD-AGENCIA.
           MOVE WS-STK-COD(IND-STK) TO WS-EXD-CODIGO.
           MOVE WS-FECHA-VALIDAR    TO WS-EXD-FECHA.
           PERFORM 4492-CONTAR-COMPROMETIDOS.
           IF WS-EXD-CANT NOT < WS-STK-CANTIDAD
               MOVE 'S' TO WS-STK-FALTA
           ELSE
               PERFORM 4493-SUMAR-DIA-STOCK
           END-IF.

       4492-CONTAR-COMPROMETIDOS.
           MOVE ZERO TO WS-EXD-CANT.
           MOVE 'N' TO WS-EXD-HALLADO.
           PERFORM 4494-COMPARAR-EXTDIA
                   VARYING IND-EXD FROM 1 BY 1
                   UNTIL IND-EXD > WS-CANT-EXTDIA-TABLA
                   OR EXD-HALLADO.
           IF EXD-HALLADO
               SUBTRACT 1 FROM IND-EXD
               MOVE EXD-TAB-CANT(IND-EXD) TO WS-EXD-CANT
           END-IF.

       4493-SUMAR-DIA-STOCK.
           PERFORM 4098-DETER-DIAS-MES.
           IF WS-FEC-VAL-DD < WS-FEC-VAL-DIAS-MES
               ADD 1 TO WS-FEC-VAL-DD
           ELSE
               MOVE 1 TO WS-FEC-VAL-DD
               IF WS-FEC-VAL-MM < 12
                   ADD 1 TO WS-FEC-VAL-MM
               ELSE
                   MOVE 1 TO WS-FEC-VAL-MM
                   ADD 1 TO WS-FEC-VAL-AA
               END-IF
           END-IF.

       4494-COMPARAR-EXTDIA.
           IF EXD-TAB-AGENCIA(IND-EXD) = WS-EXD-AGENCIA
              AND EXD-TAB-CODIGO(IND-EXD) = WS-EXD-CODIGO
              AND EXD-TAB-FECHA(IND-EXD) = WS-EXD-FECHA
               MOVE 'S' TO WS-EXD-HALLADO
           END-IF.

      * SUMA UNA UNIDAD DEL CODIGO IND-STK DE WS-EXD-CODS EN LA         *
      * AGENCIA Y EL DIA DE WS-EXD, SI ESE CODIGO TIENE STOCK CARGADO.  *
       4495-SUMAR-EXTRA-COMPROMETIDO.
           MOVE WS-EXD-CODS(IND-STK * 3 - 2:3) TO WS-EXD-CODIGO.
           MOVE 'N' TO WS-STK-HALLADO.
           IF WS-EXD-CODIGO NOT = SPACES
               MOVE WS-EXD-AGENCIA TO WS-STK-AGENCIA
               MOVE WS-EXD-CODIGO  TO WS-STK-COD(IND-STK)
               PERFORM 4490-BUSCAR-STOCK
                       VARYING IND-EXS FROM 1 BY 1
                       UNTIL IND-EXS > WS-CANT-EXTSTOCK-TABLA
                       OR STK-HALLADO
           END-IF.
           IF STK-HALLADO
               MOVE 'N' TO WS-EXD-HALLADO
               PERFORM 4494-COMPARAR-EXTDIA
                       VARYING IND-EXD FROM 1 BY 1
                       UNTIL IND-EXD > WS-CANT-EXTDIA-TABLA
                       OR EXD-HALLADO
               IF EXD-HALLADO
                   SUBTRACT 1 FROM IND-EXD
                   ADD 1 TO EXD-TAB-CANT(IND-EXD)
               ELSE
                   IF WS-CANT-EXTDIA-TABLA < 3000
                       ADD 1 TO WS-CANT-EXTDIA-TABLA
                       MOVE WS-EXD-AGENCIA
                           TO EXD-TAB-AGENCIA(WS-CANT-EXTDIA-TABLA)
                       MOVE WS-EXD-CODIGO
                           TO EXD-TAB-CODIGO(WS-CANT-EXTDIA-TABLA)
                       MOVE WS-EXD-FECHA
                           TO EXD-TAB-FECHA(WS-CANT-EXTDIA-TABLA)
                       MOVE 1 TO EXD-TAB-CANT(WS-CANT-EXTDIA-TABLA)
                   ELSE
                       IF WS-EXD-AVISO-LLENA NOT = 'S'
                           DISPLAY 'ATENCION: TABLA DE EXTRAS '
                                   'COMPROMETIDOS LLENA DESDE '
                                   WS-EXD-FECHA
                           MOVE 'S' TO WS-EXD-AVISO-LLENA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *  TARIFACION DE EXTRAS (COMUN A TODAS LAS COLAS): SUMA AL DIA  *
      *  EL IMPORTE DIARIO DE CADA CODIGO PEDIDO QUE FIGURE EN EL     *
      *  CATALOGO.  LOS CODIGOS VIAJAN EN WS-EXTRAS-PEDIDOS.  LOS     *
      *  CONDUCTORES ADICIONALES YA VIENEN TARIFADOS POR 4480.        *
      **************************************************************
       4072-CALCULAR-EXTRAS.
           MOVE ZERO TO WS-EXTRAS-DIA.
           PERFORM 4071-TARIFAR-UN-EXTRA
                   VARYING IND-EXC FROM 1 BY 1
                   UNTIL IND-EXC > 3.
           ADD WS-ADIC-CARGO-DIA TO WS-EXTRAS-DIA.
           PERFORM 4031-CALCULAR-ENTREGA.
           PERFORM 4018-CALCULAR-COBERTURA.
           ADD WS-EXTRAS-DIA TO WS-IMPORTE-DIA.
               ADD EXT-TAB-IMPORTE(IND-EXT) TO WS-EXTRAS-DIA
           END-IF.

       4081-LEER-DESCUENTO.
           IF NOT FS-DESCUENTOS-NO-EXIST
               MOVE WS-DESCU-TIPO-DOC TO DESC-TIPO-DOC
               MOVE WS-DESCU-NRO-DOC  TO DESC-NRO-DOC
               READ DESCUENTOS KEY IS DESC-CLAVE
                   INVALID KEY SET FS-DESCUENTOS-NO-HALLADO TO TRUE
               END-READ
               IF NOT FS-DESCUENTOS-OK
                  AND NOT FS-DESCUENTOS-NO-HALLADO
                   DISPLAY 'ERROR AL CONSULTAR DESCUENTOS'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               IF FS-DESCUENTOS-OK
                   MOVE DESC-PORCENTAJE TO WS-DESC-PORC-APLICADO
               END-IF
           END-IF.

      *    CONGRUENCIA DE ZELLER (CALENDARIO GREGORIANO). WS-DIA-SEMANA *
           MOVE SOL1-TIPO-DOC TO WS-BLOQ-TIPO-DOC.
           MOVE SOL1-NRO-DOC  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           PERFORM 4086-VERIFICAR-IDENTIDAD.
           MOVE SOL1-CHOFER TO WS-CHOF-CODIGO.
           MOVE WS-SOL1-CEFEC-FECHA TO WS-CHOF-FECHA-ALQ.
           PERFORM 4087-VERIFICAR-CHOFER.
           PERFORM 4089-VERIFICAR-CHOFER-DIA.
           PERFORM 4021-VERIFICAR-CHOFER-AUSENTE.
           MOVE SOL1-PATENTE TO WS-DENEG-PATENTE.
           MOVE SOL1-TIPO-DOC TO WS-DENEG-TIPO-DOC.
           MOVE SOL1-NRO-DOC  TO WS-DENEG-NRO-DOC.
           PERFORM 4069-VERIFICAR-DENEGADO.
           PERFORM 4045-VERIFICAR-LEASE.
           PERFORM 4077-VERIFICAR-PARADA.
           PERFORM 4043-VERIFICAR-PREPARACION.
           PERFORM 4019-VERIFICAR-DOC-VEHICULO.
           PERFORM 4002-VERIFICAR-RECALL.
           MOVE SOL1-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE SOL1-NRO-DOC  TO WS-LIC-NRO-DOC.
           PERFORM 4029-VERIFICAR-LICENCIA-TITULAR.
           MOVE SOL1-NRO-DOC  TO WS-TAR-NRO-DOC.
           PERFORM 4012-VERIFICAR-TARJETA.
           PERFORM 4026-VERIFICAR-EDAD-MINIMA.
           MOVE SOL1-ADICIONALES TO WS-ADICIONALES.
           PERFORM 4480-VERIFICAR-ADICIONALES.
           MOVE 1 TO WS-RANGO-COLA.
           MOVE SOL1-EXTRAS TO WS-STK-PEDIDOS.
           MOVE AG-C1 TO WS-STK-AGENCIA.
           MOVE SOL1-FECHA TO WS-STK-DESDE.
           MOVE WS-SOL1-FECHA-HASTA-EFEC TO WS-STK-HASTA.
           MOVE WS-SOL1-CEFEC-FECHA TO WS-STK-FECHA.
           PERFORM 4487-VERIFICAR-STOCK-EXTRAS.
           MOVE AG-C1 TO WS-RES-AGENCIA.
           MOVE SOL1-AGENCIA-DEVOL TO WS-RES-DEVOL.
           MOVE SOL1-FECHA TO WS-RES-DESDE.
           MOVE WS-SOL1-FECHA-HASTA-EFEC TO WS-RES-HASTA.
           MOVE WS-SOL1-CEFEC-FECHA TO WS-RES-FECHA.
           MOVE SOL1-PATENTE TO WS-RES-PATENTE.
           PERFORM 4440-VERIFICAR-RESTRICCION.
           MOVE SOL1-GRUPO TO WS-GRUPO-SOL.
           PERFORM 4400-UBICAR-GRUPO.
           IF AGENCIA-TAB-ACTIVA(AG-C1) = 'N' THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF WS-IND-GRUPO > ZERO
              AND GRUPO-FALLO(WS-IND-GRUPO) = 'S' THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 25 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Grupo ' WS-GRUPO-SOL
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF FECHA-INVALIDA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RESTRICCION-RECHAZA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-RES-MOTIVO TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-RES-DESC TO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CLIENTE-BLOQUEADO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF IDENTIDAD-RECHAZADA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 30 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-REGN-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CHOFER-VENCIDO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
           ELSE
           PERFORM 4095-CALCULAR-IMPORTE-DIA
           PERFORM 4027-APLICAR-RECARGO-JOVEN
           PERFORM 4485-APLICAR-RECARGO-ADICIONAL
           MOVE SOL1-TIPO-DOC TO WS-DESCU-TIPO-DOC
           MOVE SOL1-NRO-DOC  TO WS-DESCU-NRO-DOC
           PERFORM 4082-APLICAR-DESCUENTO
           END-IF
           MOVE AG-C1 TO WS-OW-AGENCIA-ORIGEN
           PERFORM 4033-APLICAR-CARGO-ONEWAY
           PERFORM 4470-VERIFICAR-HORARIO
           MOVE SOL1-MONEDA TO WS-MONEDA-SOL
           PERFORM 4014-RESOLVER-CAMBIO
           MOVE SOL1-ENTREGA-ZONA TO WS-ZONA-PEDIDA
           MOVE SOL1-COBERTURA TO WS-COBERTURA-PEDIDA
           MOVE WS-STK-ENTREGABLES(1:3) TO WS-EXT-COD(1)
           MOVE WS-STK-ENTREGABLES(4:3) TO WS-EXT-COD(2)
           MOVE WS-STK-ENTREGABLES(7:3) TO WS-EXT-COD(3)
           PERFORM 4072-CALCULAR-EXTRAS
           MOVE SOL1-TIPO-DOC TO WS-CRED-TIPO-DOC
           MOVE SOL1-NRO-DOC  TO WS-CRED-NRO-DOC
           PERFORM 4066-VERIFICAR-CREDITO
           MOVE SOL1-FECHA TO WS-POL-FECHA-DESDE
           PERFORM 4450-VERIFICAR-POLITICA-CORP
           IF WS-MENOR EQUAL WS-ANT THEN
      *         DISPLAY "ES IGUAL AL ANT"
               MOVE SOL1-PATENTE TO RECH-PATENTE
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF ADICIONAL-RECHAZADO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-ADIC-MOTIVO TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-ADIC-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EXTRA-AGOTADO-RECHAZA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 31 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Sin stock ' WS-STK-AGOTADOS
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EN-PREPARACION THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RECALL-VENCIDO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 27 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF LEASE-TOMADO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF PARADA-TOMADA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 26 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CREDITO-EXCEDIDO THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF POLITICA-RECHAZA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 28 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Politica ' WS-POL-CODIGOS ' cta ' WS-CORP-COD
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4458-GRABAR-INCUMPL-RECHAZO
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF HORARIO-RECHAZA THEN
               MOVE SOL1-PATENTE TO RECH-PATENTE
               MOVE WS-SOL1-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL1-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL1-NRO-DOC  TO RECH-NRO-DOC
               MOVE 29 TO RECH-MOTIVO
               MOVE AG-C1 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Horario ' WS-HOR-CODIGOS
                      ' ag ' WS-HOR-RECH-AGENCIA
                      ' hora ' WS-HOR-RECH-HORA
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C1)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE
               ADD WS-IMPORTE-DIA TO TOTAL-PAT-IMPORTE
               ADD WS-IMPORTE-DIA TO TOTAL-GRAL-IMPORTE
         MOVE ZERO TO ALQ-ACT-ODOMETRO-SALIDA.
         MOVE 'N' TO ALQ-ACT-NOSHOW.
         MOVE WS-EXTRAS-DIA TO ALQ-ACT-EXTRAS-IMP.
         MOVE WS-STK-ENTREGABLES TO ALQ-ACT-EXTRAS-CODS.
         MOVE SOL1-CTA-CORP TO ALQ-ACT-CTA-CORP.
         IF POLITICA-A-EMPLEADO
             MOVE SPACES TO ALQ-ACT-CTA-CORP
         END-IF.
         MOVE SOL1-ENTREGA-ZONA TO ALQ-ACT-ENTREGA-ZONA.
         MOVE SOL1-ENTREGA-DIR  TO ALQ-ACT-ENTREGA-DIR.
         MOVE SOL1-COBERTURA TO ALQ-ACT-COBERTURA.
         MOVE WS-COB-FRANQUICIA TO ALQ-ACT-FRANQUICIA.
         MOVE SOL1-MONEDA TO ALQ-ACT-MONEDA.
         MOVE WS-TC-SOL TO ALQ-ACT-TIPO-CAMBIO.
         MOVE WS-OCUP-BANDA TO ALQ-ACT-OCUP-BANDA.
         MOVE WS-OCUP-RECARGO TO ALQ-ACT-OCUP-RECARGO.
         IF SOL1-HORA-RETIRO IS NUMERIC
             MOVE SOL1-HORA-RETIRO TO ALQ-ACT-HORA-PACT-RETIRO
         ELSE
             AG-C1 * 10000000 + WS-CONTR-ULTIMO(AG-C1).
         WRITE ALQ-ACT-REG.
         PERFORM 4075-ANOTAR-DIA-APROBADO.
         PERFORM 4489-ANOTAR-EXTRAS-DIA.
         PERFORM 4065-ACUMULAR-REVENUE.
         PERFORM 4064-TOMAR-GARANTIA.
         PERFORM 4067-ANOTAR-CONSUMO-CREDITO.
         PERFORM 4050-ANOTAR-USO-VOUCHER.
         PERFORM 4011-EMITIR-PREAUT.
         IF POLITICA-A-EMPLEADO
             PERFORM 4459-GRABAR-INCUMPL-EMPLEADO
         END-IF.
         PERFORM 7920-RETORNO-APROBADO.
         PERFORM 7921-EXTRACTO-SEGURO.
         ADD 1 TO WS-CANT-APROBADOS.
           MOVE SOL2-TIPO-DOC TO WS-BLOQ-TIPO-DOC.
           MOVE SOL2-NRO-DOC  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           PERFORM 4086-VERIFICAR-IDENTIDAD.
           MOVE SOL2-CHOFER TO WS-CHOF-CODIGO.
           MOVE WS-SOL2-CEFEC-FECHA TO WS-CHOF-FECHA-ALQ.
           PERFORM 4087-VERIFICAR-CHOFER.
           PERFORM 4089-VERIFICAR-CHOFER-DIA.
           PERFORM 4021-VERIFICAR-CHOFER-AUSENTE.
           MOVE SOL2-PATENTE TO WS-DENEG-PATENTE.
           MOVE SOL2-TIPO-DOC TO WS-DENEG-TIPO-DOC.
           MOVE SOL2-NRO-DOC  TO WS-DENEG-NRO-DOC.
           PERFORM 4069-VERIFICAR-DENEGADO.
           PERFORM 4045-VERIFICAR-LEASE.
           PERFORM 4077-VERIFICAR-PARADA.
           PERFORM 4043-VERIFICAR-PREPARACION.
           PERFORM 4019-VERIFICAR-DOC-VEHICULO.
           PERFORM 4002-VERIFICAR-RECALL.
           MOVE SOL2-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE SOL2-NRO-DOC  TO WS-LIC-NRO-DOC.
           PERFORM 4029-VERIFICAR-LICENCIA-TITULAR.
           MOVE SOL2-NRO-DOC  TO WS-TAR-NRO-DOC.
           PERFORM 4012-VERIFICAR-TARJETA.
           PERFORM 4026-VERIFICAR-EDAD-MINIMA.
           MOVE SOL2-ADICIONALES TO WS-ADICIONALES.
           PERFORM 4480-VERIFICAR-ADICIONALES.
           MOVE 2 TO WS-RANGO-COLA.
           MOVE SOL2-EXTRAS TO WS-STK-PEDIDOS.
           MOVE AG-C2 TO WS-STK-AGENCIA.
           MOVE SOL2-FECHA TO WS-STK-DESDE.
           MOVE WS-SOL2-FECHA-HASTA-EFEC TO WS-STK-HASTA.
           MOVE WS-SOL2-CEFEC-FECHA TO WS-STK-FECHA.
           PERFORM 4487-VERIFICAR-STOCK-EXTRAS.
           MOVE AG-C2 TO WS-RES-AGENCIA.
           MOVE SOL2-AGENCIA-DEVOL TO WS-RES-DEVOL.
           MOVE SOL2-FECHA TO WS-RES-DESDE.
           MOVE WS-SOL2-FECHA-HASTA-EFEC TO WS-RES-HASTA.
           MOVE WS-SOL2-CEFEC-FECHA TO WS-RES-FECHA.
           MOVE SOL2-PATENTE TO WS-RES-PATENTE.
           PERFORM 4440-VERIFICAR-RESTRICCION.
           MOVE SOL2-GRUPO TO WS-GRUPO-SOL.
           PERFORM 4400-UBICAR-GRUPO.
           IF AGENCIA-TAB-ACTIVA(AG-C2) = 'N' THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               STRING 'Conflicto el '
                      RANGO-FECHA-CONFL(2)
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF WS-IND-GRUPO > ZERO
              AND GRUPO-FALLO(WS-IND-GRUPO) = 'S' THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 25 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Grupo ' WS-GRUPO-SOL
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RESTRICCION-RECHAZA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-RES-MOTIVO TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-RES-DESC TO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CLIENTE-BLOQUEADO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF IDENTIDAD-RECHAZADA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 30 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-REGN-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CHOFER-VENCIDO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
           ELSE
           PERFORM 4095-CALCULAR-IMPORTE-DIA
           PERFORM 4027-APLICAR-RECARGO-JOVEN
           PERFORM 4485-APLICAR-RECARGO-ADICIONAL
           MOVE SOL2-TIPO-DOC TO WS-DESCU-TIPO-DOC
           MOVE SOL2-NRO-DOC  TO WS-DESCU-NRO-DOC
           PERFORM 4082-APLICAR-DESCUENTO
           END-IF
           MOVE AG-C2 TO WS-OW-AGENCIA-ORIGEN
           PERFORM 4033-APLICAR-CARGO-ONEWAY
           PERFORM 4470-VERIFICAR-HORARIO
           MOVE SOL2-MONEDA TO WS-MONEDA-SOL
           PERFORM 4014-RESOLVER-CAMBIO
           MOVE SOL2-ENTREGA-ZONA TO WS-ZONA-PEDIDA
           MOVE SOL2-COBERTURA TO WS-COBERTURA-PEDIDA
           MOVE WS-STK-ENTREGABLES(1:3) TO WS-EXT-COD(1)
           MOVE WS-STK-ENTREGABLES(4:3) TO WS-EXT-COD(2)
           MOVE WS-STK-ENTREGABLES(7:3) TO WS-EXT-COD(3)
           PERFORM 4072-CALCULAR-EXTRAS
           MOVE SOL2-TIPO-DOC TO WS-CRED-TIPO-DOC
           MOVE SOL2-NRO-DOC  TO WS-CRED-NRO-DOC
           PERFORM 4066-VERIFICAR-CREDITO
           MOVE SOL2-FECHA TO WS-POL-FECHA-DESDE
           PERFORM 4450-VERIFICAR-POLITICA-CORP
           IF WS-MENOR EQUAL WS-ANT THEN
      *            DISPLAY "ES IGUAL AL ANT"
               MOVE SOL2-PATENTE TO RECH-PATENTE
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF ADICIONAL-RECHAZADO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-ADIC-MOTIVO TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-ADIC-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EXTRA-AGOTADO-RECHAZA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 31 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Sin stock ' WS-STK-AGOTADOS
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EN-PREPARACION THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RECALL-VENCIDO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 27 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF LEASE-TOMADO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF PARADA-TOMADA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 26 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CREDITO-EXCEDIDO THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF POLITICA-RECHAZA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 28 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Politica ' WS-POL-CODIGOS ' cta ' WS-CORP-COD
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4458-GRABAR-INCUMPL-RECHAZO
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF HORARIO-RECHAZA THEN
               MOVE SOL2-PATENTE TO RECH-PATENTE
               MOVE WS-SOL2-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL2-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL2-NRO-DOC  TO RECH-NRO-DOC
               MOVE 29 TO RECH-MOTIVO
               MOVE AG-C2 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Horario ' WS-HOR-CODIGOS
                      ' ag ' WS-HOR-RECH-AGENCIA
                      ' hora ' WS-HOR-RECH-HORA
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C2)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE
               ADD WS-IMPORTE-DIA TO TOTAL-PAT-IMPORTE
               ADD WS-IMPORTE-DIA TO TOTAL-GRAL-IMPORTE
           MOVE ZERO TO ALQ-ACT-ODOMETRO-SALIDA.
           MOVE 'N' TO ALQ-ACT-NOSHOW.
           MOVE WS-EXTRAS-DIA TO ALQ-ACT-EXTRAS-IMP.
           MOVE WS-STK-ENTREGABLES TO ALQ-ACT-EXTRAS-CODS.
           MOVE SOL2-CTA-CORP TO ALQ-ACT-CTA-CORP.
           IF POLITICA-A-EMPLEADO
               MOVE SPACES TO ALQ-ACT-CTA-CORP
           END-IF.
           MOVE SOL2-ENTREGA-ZONA TO ALQ-ACT-ENTREGA-ZONA.
           MOVE SOL2-ENTREGA-DIR  TO ALQ-ACT-ENTREGA-DIR.
           MOVE SOL2-COBERTURA TO ALQ-ACT-COBERTURA.
           MOVE WS-COB-FRANQUICIA TO ALQ-ACT-FRANQUICIA.
           MOVE SOL2-MONEDA TO ALQ-ACT-MONEDA.
           MOVE WS-TC-SOL TO ALQ-ACT-TIPO-CAMBIO.
           MOVE WS-OCUP-BANDA TO ALQ-ACT-OCUP-BANDA.
           MOVE WS-OCUP-RECARGO TO ALQ-ACT-OCUP-RECARGO.
           IF SOL2-HORA-RETIRO IS NUMERIC
               MOVE SOL2-HORA-RETIRO TO ALQ-ACT-HORA-PACT-RETIRO
           ELSE
               AG-C2 * 10000000 + WS-CONTR-ULTIMO(AG-C2).
           WRITE ALQ-ACT-REG.
           PERFORM 4075-ANOTAR-DIA-APROBADO.
           PERFORM 4489-ANOTAR-EXTRAS-DIA.
           PERFORM 4065-ACUMULAR-REVENUE.
           PERFORM 4064-TOMAR-GARANTIA.
           PERFORM 4067-ANOTAR-CONSUMO-CREDITO.
           PERFORM 4050-ANOTAR-USO-VOUCHER.
           PERFORM 4011-EMITIR-PREAUT.
           IF POLITICA-A-EMPLEADO
               PERFORM 4459-GRABAR-INCUMPL-EMPLEADO
           END-IF.
           PERFORM 7920-RETORNO-APROBADO.
           PERFORM 7921-EXTRACTO-SEGURO.
           ADD 1 TO WS-CANT-APROBADOS.
           MOVE SOL3-TIPO-DOC TO WS-BLOQ-TIPO-DOC.
           MOVE SOL3-NRO-DOC  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           PERFORM 4086-VERIFICAR-IDENTIDAD.
           MOVE SOL3-CHOFER TO WS-CHOF-CODIGO.
           MOVE WS-SOL3-CEFEC-FECHA TO WS-CHOF-FECHA-ALQ.
           PERFORM 4087-VERIFICAR-CHOFER.
           PERFORM 4089-VERIFICAR-CHOFER-DIA.
           PERFORM 4021-VERIFICAR-CHOFER-AUSENTE.
           MOVE SOL3-PATENTE TO WS-DENEG-PATENTE.
           MOVE SOL3-TIPO-DOC TO WS-DENEG-TIPO-DOC.
           MOVE SOL3-NRO-DOC  TO WS-DENEG-NRO-DOC.
           PERFORM 4069-VERIFICAR-DENEGADO.
           PERFORM 4045-VERIFICAR-LEASE.
           PERFORM 4077-VERIFICAR-PARADA.
           PERFORM 4043-VERIFICAR-PREPARACION.
           PERFORM 4019-VERIFICAR-DOC-VEHICULO.
           PERFORM 4002-VERIFICAR-RECALL.
           MOVE SOL3-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE SOL3-NRO-DOC  TO WS-LIC-NRO-DOC.
           PERFORM 4029-VERIFICAR-LICENCIA-TITULAR.
           MOVE SOL3-NRO-DOC  TO WS-TAR-NRO-DOC.
           PERFORM 4012-VERIFICAR-TARJETA.
           PERFORM 4026-VERIFICAR-EDAD-MINIMA.
           MOVE SOL3-ADICIONALES TO WS-ADICIONALES.
           PERFORM 4480-VERIFICAR-ADICIONALES.
           MOVE 3 TO WS-RANGO-COLA.
           MOVE SOL3-EXTRAS TO WS-STK-PEDIDOS.
           MOVE AG-C3 TO WS-STK-AGENCIA.
           MOVE SOL3-FECHA TO WS-STK-DESDE.
           MOVE WS-SOL3-FECHA-HASTA-EFEC TO WS-STK-HASTA.
           MOVE WS-SOL3-CEFEC-FECHA TO WS-STK-FECHA.
           PERFORM 4487-VERIFICAR-STOCK-EXTRAS.
           MOVE AG-C3 TO WS-RES-AGENCIA.
           MOVE SOL3-AGENCIA-DEVOL TO WS-RES-DEVOL.
           MOVE SOL3-FECHA TO WS-RES-DESDE.
           MOVE WS-SOL3-FECHA-HASTA-EFEC TO WS-RES-HASTA.
           MOVE WS-SOL3-CEFEC-FECHA TO WS-RES-FECHA.
           MOVE SOL3-PATENTE TO WS-RES-PATENTE.
           PERFORM 4440-VERIFICAR-RESTRICCION.
           MOVE SOL3-GRUPO TO WS-GRUPO-SOL.
           PERFORM 4400-UBICAR-GRUPO.
           IF AGENCIA-TAB-ACTIVA(AG-C3) = 'N' THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF WS-IND-GRUPO > ZERO
              AND GRUPO-FALLO(WS-IND-GRUPO) = 'S' THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 25 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Grupo ' WS-GRUPO-SOL
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF FECHA-INVALIDA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RESTRICCION-RECHAZA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-RES-MOTIVO TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-RES-DESC TO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CLIENTE-BLOQUEADO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF IDENTIDAD-RECHAZADA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 30 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-REGN-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CHOFER-VENCIDO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
           ELSE
           PERFORM 4095-CALCULAR-IMPORTE-DIA
           PERFORM 4027-APLICAR-RECARGO-JOVEN
           PERFORM 4485-APLICAR-RECARGO-ADICIONAL
           MOVE SOL3-TIPO-DOC TO WS-DESCU-TIPO-DOC
           MOVE SOL3-NRO-DOC  TO WS-DESCU-NRO-DOC
           PERFORM 4082-APLICAR-DESCUENTO
           END-IF
           MOVE AG-C3 TO WS-OW-AGENCIA-ORIGEN
           PERFORM 4033-APLICAR-CARGO-ONEWAY
           PERFORM 4470-VERIFICAR-HORARIO
           MOVE SOL3-MONEDA TO WS-MONEDA-SOL
           PERFORM 4014-RESOLVER-CAMBIO
           MOVE SOL3-ENTREGA-ZONA TO WS-ZONA-PEDIDA
           MOVE SOL3-COBERTURA TO WS-COBERTURA-PEDIDA
           MOVE WS-STK-ENTREGABLES(1:3) TO WS-EXT-COD(1)
           MOVE WS-STK-ENTREGABLES(4:3) TO WS-EXT-COD(2)
           MOVE WS-STK-ENTREGABLES(7:3) TO WS-EXT-COD(3)
           PERFORM 4072-CALCULAR-EXTRAS
           MOVE SOL3-TIPO-DOC TO WS-CRED-TIPO-DOC
           MOVE SOL3-NRO-DOC  TO WS-CRED-NRO-DOC
           PERFORM 4066-VERIFICAR-CREDITO
           MOVE SOL3-FECHA TO WS-POL-FECHA-DESDE
           PERFORM 4450-VERIFICAR-POLITICA-CORP
           IF WS-MENOR EQUAL WS-ANT THEN
      *            DISPLAY "ES IGUAL AL ANT"
               MOVE SOL3-PATENTE TO RECH-PATENTE
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF ADICIONAL-RECHAZADO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-ADIC-MOTIVO TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-ADIC-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EXTRA-AGOTADO-RECHAZA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 31 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Sin stock ' WS-STK-AGOTADOS
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EN-PREPARACION THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RECALL-VENCIDO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 27 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF LEASE-TOMADO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF PARADA-TOMADA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 26 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CREDITO-EXCEDIDO THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF POLITICA-RECHAZA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 28 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Politica ' WS-POL-CODIGOS ' cta ' WS-CORP-COD
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4458-GRABAR-INCUMPL-RECHAZO
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF HORARIO-RECHAZA THEN
               MOVE SOL3-PATENTE TO RECH-PATENTE
               MOVE WS-SOL3-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL3-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL3-NRO-DOC  TO RECH-NRO-DOC
               MOVE 29 TO RECH-MOTIVO
               MOVE AG-C3 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Horario ' WS-HOR-CODIGOS
                      ' ag ' WS-HOR-RECH-AGENCIA
                      ' hora ' WS-HOR-RECH-HORA
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C3)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE
               ADD WS-IMPORTE-DIA TO TOTAL-PAT-IMPORTE
               ADD WS-IMPORTE-DIA TO TOTAL-GRAL-IMPORTE
           MOVE ZERO TO ALQ-ACT-ODOMETRO-SALIDA.
           MOVE 'N' TO ALQ-ACT-NOSHOW.
           MOVE WS-EXTRAS-DIA TO ALQ-ACT-EXTRAS-IMP.
           MOVE WS-STK-ENTREGABLES TO ALQ-ACT-EXTRAS-CODS.
           MOVE SOL3-CTA-CORP TO ALQ-ACT-CTA-CORP.
           IF POLITICA-A-EMPLEADO
               MOVE SPACES TO ALQ-ACT-CTA-CORP
           END-IF.
           MOVE SOL3-ENTREGA-ZONA TO ALQ-ACT-ENTREGA-ZONA.
           MOVE SOL3-ENTREGA-DIR  TO ALQ-ACT-ENTREGA-DIR.
           MOVE SOL3-COBERTURA TO ALQ-ACT-COBERTURA.
           MOVE WS-COB-FRANQUICIA TO ALQ-ACT-FRANQUICIA.
           MOVE SOL3-MONEDA TO ALQ-ACT-MONEDA.
           MOVE WS-TC-SOL TO ALQ-ACT-TIPO-CAMBIO.
           MOVE WS-OCUP-BANDA TO ALQ-ACT-OCUP-BANDA.
           MOVE WS-OCUP-RECARGO TO ALQ-ACT-OCUP-RECARGO.
           IF SOL3-HORA-RETIRO IS NUMERIC
               MOVE SOL3-HORA-RETIRO TO ALQ-ACT-HORA-PACT-RETIRO
           ELSE
               AG-C3 * 10000000 + WS-CONTR-ULTIMO(AG-C3).
           WRITE ALQ-ACT-REG.
           PERFORM 4075-ANOTAR-DIA-APROBADO.
           PERFORM 4489-ANOTAR-EXTRAS-DIA.
           PERFORM 4065-ACUMULAR-REVENUE.
           PERFORM 4064-TOMAR-GARANTIA.
           PERFORM 4067-ANOTAR-CONSUMO-CREDITO.
           PERFORM 4050-ANOTAR-USO-VOUCHER.
           PERFORM 4011-EMITIR-PREAUT.
           IF POLITICA-A-EMPLEADO
               PERFORM 4459-GRABAR-INCUMPL-EMPLEADO
           END-IF.
           PERFORM 7920-RETORNO-APROBADO.
           PERFORM 7921-EXTRACTO-SEGURO.
           ADD 1 TO WS-CANT-APROBADOS.
           MOVE SOL4-TIPO-DOC TO WS-BLOQ-TIPO-DOC.
           MOVE SOL4-NRO-DOC  TO WS-BLOQ-NRO-DOC.
           PERFORM 4085-VERIFICAR-BLOQUEADO.
           PERFORM 4086-VERIFICAR-IDENTIDAD.
           MOVE SOL4-CHOFER TO WS-CHOF-CODIGO.
           MOVE WS-SOL4-CEFEC-FECHA TO WS-CHOF-FECHA-ALQ.
           PERFORM 4087-VERIFICAR-CHOFER.
           PERFORM 4089-VERIFICAR-CHOFER-DIA.
           PERFORM 4021-VERIFICAR-CHOFER-AUSENTE.
           MOVE SOL4-PATENTE TO WS-DENEG-PATENTE.
           MOVE SOL4-TIPO-DOC TO WS-DENEG-TIPO-DOC.
           MOVE SOL4-NRO-DOC  TO WS-DENEG-NRO-DOC.
           PERFORM 4069-VERIFICAR-DENEGADO.
           PERFORM 4045-VERIFICAR-LEASE.
           PERFORM 4077-VERIFICAR-PARADA.
           PERFORM 4043-VERIFICAR-PREPARACION.
           PERFORM 4019-VERIFICAR-DOC-VEHICULO.
           PERFORM 4002-VERIFICAR-RECALL.
           MOVE SOL4-TIPO-DOC TO WS-LIC-TIPO-DOC.
           MOVE SOL4-NRO-DOC  TO WS-LIC-NRO-DOC.
           PERFORM 4029-VERIFICAR-LICENCIA-TITULAR.
           MOVE SOL4-NRO-DOC  TO WS-TAR-NRO-DOC.
           PERFORM 4012-VERIFICAR-TARJETA.
           PERFORM 4026-VERIFICAR-EDAD-MINIMA.
           MOVE SOL4-ADICIONALES TO WS-ADICIONALES.
           PERFORM 4480-VERIFICAR-ADICIONALES.
           MOVE 4 TO WS-RANGO-COLA.
           MOVE SOL4-EXTRAS TO WS-STK-PEDIDOS.
           MOVE AG-C4 TO WS-STK-AGENCIA.
           MOVE SOL4-FECHA TO WS-STK-DESDE.
           MOVE WS-SOL4-FECHA-HASTA-EFEC TO WS-STK-HASTA.
           MOVE WS-SOL4-CEFEC-FECHA TO WS-STK-FECHA.
           PERFORM 4487-VERIFICAR-STOCK-EXTRAS.
           MOVE AG-C4 TO WS-RES-AGENCIA.
           MOVE SOL4-AGENCIA-DEVOL TO WS-RES-DEVOL.
           MOVE SOL4-FECHA TO WS-RES-DESDE.
           MOVE WS-SOL4-FECHA-HASTA-EFEC TO WS-RES-HASTA.
           MOVE WS-SOL4-CEFEC-FECHA TO WS-RES-FECHA.
           MOVE SOL4-PATENTE TO WS-RES-PATENTE.
           PERFORM 4440-VERIFICAR-RESTRICCION.
           MOVE SOL4-GRUPO TO WS-GRUPO-SOL.
           PERFORM 4400-UBICAR-GRUPO.
           IF AGENCIA-TAB-ACTIVA(AG-C4) = 'N' THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF WS-IND-GRUPO > ZERO
              AND GRUPO-FALLO(WS-IND-GRUPO) = 'S' THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 25 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Grupo ' WS-GRUPO-SOL
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF FECHA-INVALIDA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RESTRICCION-RECHAZA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-RES-MOTIVO TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
               MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-RES-DESC TO RECH-DESC-BLOQUEO
               MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CLIENTE-BLOQUEADO THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-BLOQ-DESC-MOTIVO TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF IDENTIDAD-RECHAZADA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 30 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-REGN-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
           ELSE
           PERFORM 4095-CALCULAR-IMPORTE-DIA
           PERFORM 4027-APLICAR-RECARGO-JOVEN
           PERFORM 4485-APLICAR-RECARGO-ADICIONAL
           MOVE SOL4-TIPO-DOC TO WS-DESCU-TIPO-DOC
           MOVE SOL4-NRO-DOC  TO WS-DESCU-NRO-DOC
           PERFORM 4082-APLICAR-DESCUENTO
           END-IF
           MOVE AG-C4 TO WS-OW-AGENCIA-ORIGEN
           PERFORM 4033-APLICAR-CARGO-ONEWAY
           PERFORM 4470-VERIFICAR-HORARIO
           MOVE SOL4-MONEDA TO WS-MONEDA-SOL
           PERFORM 4014-RESOLVER-CAMBIO
           MOVE SOL4-ENTREGA-ZONA TO WS-ZONA-PEDIDA
           MOVE SOL4-COBERTURA TO WS-COBERTURA-PEDIDA
           MOVE WS-STK-ENTREGABLES(1:3) TO WS-EXT-COD(1)
           MOVE WS-STK-ENTREGABLES(4:3) TO WS-EXT-COD(2)
           MOVE WS-STK-ENTREGABLES(7:3) TO WS-EXT-COD(3)
           PERFORM 4072-CALCULAR-EXTRAS
           MOVE SOL4-TIPO-DOC TO WS-CRED-TIPO-DOC
           MOVE SOL4-NRO-DOC  TO WS-CRED-NRO-DOC
           PERFORM 4066-VERIFICAR-CREDITO
           MOVE SOL4-FECHA TO WS-POL-FECHA-DESDE
           PERFORM 4450-VERIFICAR-POLITICA-CORP
           IF WS-MENOR EQUAL WS-ANT THEN
      *            DISPLAY "ES IGUAL AL ANT"
               MOVE SOL4-PATENTE TO RECH-PATENTE
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF ADICIONAL-RECHAZADO THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE WS-ADIC-MOTIVO TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE WS-ADIC-DESC TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EXTRA-AGOTADO-RECHAZA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 31 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Sin stock ' WS-STK-AGOTADOS
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF EN-PREPARACION THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF RECALL-VENCIDO THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 27 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF LEASE-TOMADO THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF PARADA-TOMADA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 26 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE ZERO TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
            MOVE SPACES TO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF CREDITO-EXCEDIDO THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF POLITICA-RECHAZA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 28 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Politica ' WS-POL-CODIGOS ' cta ' WS-CORP-COD
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4458-GRABAR-INCUMPL-RECHAZO
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE IF HORARIO-RECHAZA THEN
               MOVE SOL4-PATENTE TO RECH-PATENTE
               MOVE WS-SOL4-CEFEC-FECHA TO RECH-FECHA
               MOVE SOL4-TIPO-DOC TO RECH-TIPO-DOC
               MOVE SOL4-NRO-DOC  TO RECH-NRO-DOC
               MOVE 29 TO RECH-MOTIVO
               MOVE AG-C4 TO RECH-AGENCIA
               MOVE WS-IMPORTE-DIA TO RECH-IMPORTE
               MOVE ZERO TO RECH-AGENCIA-COLISION
            MOVE SPACES TO RECH-PATENTE-SUGERIDA
               MOVE SPACES TO RECH-DESC-BLOQUEO
               STRING 'Horario ' WS-HOR-CODIGOS
                      ' ag ' WS-HOR-RECH-AGENCIA
                      ' hora ' WS-HOR-RECH-HORA
                   DELIMITED BY SIZE INTO RECH-DESC-BLOQUEO
            MOVE ZERO TO RECH-IMPORTE-SUGERIDO
               WRITE RECH-REG
               ADD 1 TO AGENCIA-TAB-RECH(AG-C4)
               PERFORM 4076-MARCAR-RANGO-FALLIDO
           ELSE
               ADD WS-IMPORTE-DIA TO TOTAL-PAT-IMPORTE
               ADD WS-IMPORTE-DIA TO TOTAL-GRAL-IMPORTE
           MOVE ZERO TO ALQ-ACT-ODOMETRO-SALIDA.
           MOVE 'N' TO ALQ-ACT-NOSHOW.
           MOVE WS-EXTRAS-DIA TO ALQ-ACT-EXTRAS-IMP.
           MOVE WS-STK-ENTREGABLES TO ALQ-ACT-EXTRAS-CODS.
           MOVE SOL4-CTA-CORP TO ALQ-ACT-CTA-CORP.
           IF POLITICA-A-EMPLEADO
               MOVE SPACES TO ALQ-ACT-CTA-CORP
           END-IF.
           MOVE SOL4-ENTREGA-ZONA TO ALQ-ACT-ENTREGA-ZONA.
           MOVE SOL4-ENTREGA-DIR  TO ALQ-ACT-ENTREGA-DIR.
           MOVE SOL4-COBERTURA TO ALQ-ACT-COBERTURA.
           MOVE WS-COB-FRANQUICIA TO ALQ-ACT-FRANQUICIA.
           MOVE SOL4-MONEDA TO ALQ-ACT-MONEDA.
           MOVE WS-TC-SOL TO ALQ-ACT-TIPO-CAMBIO.
           MOVE WS-OCUP-BANDA TO ALQ-ACT-OCUP-BANDA.
           MOVE WS-OCUP-RECARGO TO ALQ-ACT-OCUP-RECARGO.
           IF SOL4-HORA-RETIRO IS NUMERIC
               MOVE SOL4-HORA-RETIRO TO ALQ-ACT-HORA-PACT-RETIRO
           ELSE
               AG-C4 * 10000000 + WS-CONTR-ULTIMO(AG-C4).
           WRITE ALQ-ACT-REG.
           PERFORM 4075-ANOTAR-DIA-APROBADO.
           PERFORM 4489-ANOTAR-EXTRAS-DIA.
           PERFORM 4065-ACUMULAR-REVENUE.
           PERFORM 4064-TOMAR-GARANTIA.
           PERFORM 4067-ANOTAR-CONSUMO-CREDITO.
           PERFORM 4050-ANOTAR-USO-VOUCHER.
           PERFORM 4011-EMITIR-PREAUT.
           IF POLITICA-A-EMPLEADO
               PERFORM 4459-GRABAR-INCUMPL-EMPLEADO
           END-IF.
           PERFORM 7920-RETORNO-APROBADO.
           PERFORM 7921-EXTRACTO-SEGURO.
           ADD 1 TO WS-CANT-APROBADOS.

               IF NOT FS-CLIENTES-NO-EXIST
                   PERFORM 1225-LEER-CLIENTES
                   PERFORM 1226-CONTAR-CLIENTES
                           UNTIL FS-CLIENTES-FIN
               END-IF.

               IF NOT FS-CHOFERES-NO-EXIST
                           OR WS-CANT-CHOFERES-TABLA >= 300
               END-IF.

               IF NOT FS-FERIADOS-NO-EXIST
                   PERFORM 1235-LEER-FERIADOS
                   PERFORM 1236-CARGAR-TABLA-FERIADOS
                           OR WS-CANT-EXTRAS-TABLA >= 50
               END-IF.

               IF NOT FS-EXTSTOCK-NO-EXIST
                   PERFORM 1291-LEER-EXTSTOCK
                   PERFORM 1292-CARGAR-TABLA-EXTSTOCK
                           UNTIL FS-EXTSTOCK-FIN
                           OR WS-CANT-EXTSTOCK-TABLA >= 300
               END-IF.

               IF NOT FS-RESTRIC-NO-EXIST
                   PERFORM 1293-LEER-RESTRIC
                   PERFORM 1294-CARGAR-TABLA-RESTRIC
                           UNTIL FS-RESTRIC-FIN
                           OR WS-CANT-RESTRIC-TABLA >= 200
               END-IF.

               IF NOT FS-SEGDENEG-NO-EXIST
                   PERFORM 1239-LEER-SEGDENEG
                   PERFORM 1240-CARGAR-TABLA-DENEGADOS
                   PERFORM 1247-LEER-VOUCHERS
                   PERFORM 1248-CARGAR-TABLA-VOUCHERS
                           UNTIL FS-VOUCHERS-FIN
                           OR WS-CANT-VOUCHERS-TABLA >= 3000
                   IF NOT FS-VOUCHERS-FIN
                       DISPLAY 'MAS DE 3000 CODIGOS EN VOUCHERS.TXT -- '
                               'DEPURAR LOS VENCIDOS ANTES DE CORRER'
                       GO 9999-CANCELAR-PROGRAMA
                   END-IF
               END-IF.

               IF NOT FS-CTACORP-NO-EXIST
                           OR WS-CANT-LEASES-TABLA >= 100
               END-IF.

               IF NOT FS-PARADAS-NO-EXIST
                   PERFORM 1276-LEER-PARADAS
                   PERFORM 1277-CARGAR-TABLA-PARADAS
                           UNTIL FS-PARADAS-FIN
                           OR WS-CANT-PARADAS-TABLA >= 200
               END-IF.

               IF NOT FS-RECALLIT-NO-EXIST
                   PERFORM 1278-LEER-RECALLIT
                   PERFORM 1279-CARGAR-TABLA-RECALLS
                           UNTIL FS-RECALLIT-FIN
                           OR WS-CANT-RECALLS-TABLA >= 500
               END-IF.

               IF NOT FS-CORPPOL-NO-EXIST
                   PERFORM 1280-LEER-CORPPOL
                   PERFORM 1281-CARGAR-TABLA-CORPPOL
                           UNTIL FS-CORPPOL-FIN
                           OR WS-CANT-CORPPOL-TABLA >= 50
               END-IF.

               IF NOT FS-AGHORAR-NO-EXIST
                   PERFORM 1282-LEER-AGHORAR
                   PERFORM 1283-CARGAR-TABLA-HORARIOS
                           UNTIL FS-AGHORAR-FIN
               END-IF.

               IF NOT FS-AGCERRAD-NO-EXIST
                   PERFORM 1284-LEER-AGCERRAD
                   PERFORM 1285-CARGAR-TABLA-AGCERRAD
                           UNTIL FS-AGCERRAD-FIN
                           OR WS-CANT-AGCERRAD-TABLA >= 500
               END-IF.

               IF NOT FS-PREPTIEM-NO-EXIST
                   PERFORM 1253-LEER-PREPTIEM
                   PERFORM 1254-CARGAR-TABLA-PREP
                           OR WS-CANT-CAMBIO-TABLA >= 10
               END-IF.

               IF NOT FS-OCUPTAR-NO-EXIST
                   PERFORM 1274-LEER-OCUPTAR
                   PERFORM 1275-CARGAR-TABLA-OCUPTAR
                           UNTIL FS-OCUPTAR-FIN
                           OR WS-CANT-OCUPTAR-TABLA >= 50
               END-IF.

               PERFORM 1286-LEER-CTAMAP.
               PERFORM 1287-CARGAR-TABLA-CTAMAP
                       UNTIL FS-CTAMAP-FIN
                       OR WS-CANT-CTAMAP-TABLA >= 200.
               CLOSE CTAMAP.
               PERFORM 1288-VERIFICAR-CONCEPTO
                       VARYING IND-CPT FROM 1 BY 1
                       UNTIL IND-CPT > 4.
               IF WS-CANT-OW-REPARTO > ZERO
                   MOVE 5 TO IND-CPT
                   PERFORM 1288-VERIFICAR-CONCEPTO
               END-IF.

      *****************************************************************
      * CARGA DE LA TABLA DE MOTIVOS DE RECHAZO (VER TABLA-MOTIVOS Y  *
      * 7611-ARMAR-DESC-MOTIVO).  RENGLONES FIJOS, ASI QUE SE CARGAN  *
           MOVE 'Documentacion vehiculo vencida' TO TM-DESCRIPCION(22).
           MOVE 23 TO TM-CODIGO(23).
           MOVE 'Tarjeta declinada procesador'   TO TM-DESCRIPCION(23).
           MOVE 24 TO TM-CODIGO(24).
           MOVE 'Reserva sin sena pagada'        TO TM-DESCRIPCION(24).
           MOVE 25 TO TM-CODIGO(25).
           MOVE 'Otro auto del grupo rechazado'  TO TM-DESCRIPCION(25).
           MOVE 26 TO TM-CODIGO(26).
           MOVE 'Unidad en parada de taller'     TO TM-DESCRIPCION(26).
           MOVE 27 TO TM-CODIGO(27).
           MOVE 'Recall de seguridad vencido'    TO TM-DESCRIPCION(27).
           MOVE 28 TO TM-CODIGO(28).
           MOVE 'Incumple politica corporativa'  TO TM-DESCRIPCION(28).
           MOVE 29 TO TM-CODIGO(29).
           MOVE 'Fuera de horario de agencia'    TO TM-DESCRIPCION(29).
           MOVE 30 TO TM-CODIGO(30).
           MOVE 'Identidad no verificada'        TO TM-DESCRIPCION(30).
           MOVE 31 TO TM-CODIGO(31).
           MOVE 'Extra sin stock en agencia'     TO TM-DESCRIPCION(31).
           MOVE 32 TO TM-CODIGO(32).
           MOVE 'Estadia minima no alcanzada'    TO TM-DESCRIPCION(32).
           MOVE 33 TO TM-CODIGO(33).
           MOVE 'Anticipacion maxima excedida'   TO TM-DESCRIPCION(33).
           MOVE 34 TO TM-CODIGO(34).
           MOVE 'Fecha vedada para el producto'  TO TM-DESCRIPCION(34).

       1220-LEER-AGENCIAS.
           READ AGENCIAS AT END SET FS-AGENCIAS-FIN TO TRUE.
           END-IF.
           PERFORM 1220-LEER-AGENCIAS.

      * EL PADRON SE CONSULTA POR CLAVE (5102-LEER-CLIENTE); ESTA       *
      * PASADA SOLO CUENTA LAS FILAS PARA EL RESUMEN OPERATIVO.          *
       1225-LEER-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END SET FS-CLIENTES-FIN TO TRUE
           END-READ.

           IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-FIN
               DISPLAY 'ERROR AL INTENTAR LEER CLIENTES'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1226-CONTAR-CLIENTES.
           ADD 1 TO WS-CANT-CLIENTES-PADRON.
           PERFORM 1225-LEER-CLIENTES.

       1231-LEER-CHOFERES.
           READ CHOFERES AT END SET FS-CHOFERES-FIN TO TRUE.

               TO CHOF-TAB-FECHA-VENC(WS-CANT-CHOFERES-TABLA).
           PERFORM 1231-LEER-CHOFERES.

       1235-LEER-FERIADOS.
           READ FERIADOS AT END SET FS-FERIADOS-FIN TO TRUE.

               TO EXT-TAB-IMPORTE(WS-CANT-EXTRAS-TABLA).
           PERFORM 1237-LEER-EXTRAS.

       1291-LEER-EXTSTOCK.
           READ EXTSTOCK AT END SET FS-EXTSTOCK-FIN TO TRUE.

           IF NOT FS-EXTSTOCK-OK AND NOT FS-EXTSTOCK-FIN
               DISPLAY 'ERROR AL INTENTAR LEER EXTSTOCK'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * FILAS CON AGENCIA O CANTIDAD NO NUMERICA SE SALTEAN.            *
       1292-CARGAR-TABLA-EXTSTOCK.
           IF EXS-AGENCIA IS NUMERIC AND EXS-AGENCIA > ZERO
              AND EXS-CODIGO NOT = SPACES
              AND EXS-CANTIDAD IS NUMERIC
               ADD 1 TO WS-CANT-EXTSTOCK-TABLA
               MOVE EXS-AGENCIA
                   TO EXS-TAB-AGENCIA(WS-CANT-EXTSTOCK-TABLA)
               MOVE EXS-CODIGO
                   TO EXS-TAB-CODIGO(WS-CANT-EXTSTOCK-TABLA)
               MOVE EXS-CANTIDAD
                   TO EXS-TAB-CANTIDAD(WS-CANT-EXTSTOCK-TABLA)
               MOVE EXS-POLITICA
                   TO EXS-TAB-POLITICA(WS-CANT-EXTSTOCK-TABLA)
           END-IF.
           PERFORM 1291-LEER-EXTSTOCK.

       1293-LEER-RESTRIC.
           READ RESTRIC AT END SET FS-RESTRIC-FIN TO TRUE.

           IF NOT FS-RESTRIC-OK AND NOT FS-RESTRIC-FIN
               DISPLAY 'ERROR AL INTENTAR LEER RESTRIC'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * FILAS CON FECHAS O AGENCIA NO NUMERICAS, RANGO INVERTIDO, TIPO  *
      * DESCONOCIDO O SIN DIAS (ESTADIA / ANTICIPACION) SE SALTEAN.     *
      * PARA LA ANTICIPACION SE DEJA CALCULADA LA ULTIMA FECHA DE       *
      * RETIRO VENDIBLE: FECHA DE PROCESO + RES-DIAS.                   *
       1294-CARGAR-TABLA-RESTRIC.
           IF RES-FECHA-DESDE IS NUMERIC
              AND RES-FECHA-HASTA IS NUMERIC
              AND RES-FECHA-DESDE NOT > RES-FECHA-HASTA
              AND RES-AGENCIA IS NUMERIC
              AND (RES-TIPO = 'V'
                   OR ((RES-TIPO = 'M' OR RES-TIPO = 'A')
                       AND RES-DIAS IS NUMERIC AND RES-DIAS > ZERO))
               ADD 1 TO WS-CANT-RESTRIC-TABLA
               MOVE RES-FECHA-DESDE
                   TO RES-TAB-DESDE(WS-CANT-RESTRIC-TABLA)
               MOVE RES-FECHA-HASTA
                   TO RES-TAB-HASTA(WS-CANT-RESTRIC-TABLA)
               MOVE RES-AGENCIA
                   TO RES-TAB-AGENCIA(WS-CANT-RESTRIC-TABLA)
               MOVE RES-TAMANIO
                   TO RES-TAB-TAMANIO(WS-CANT-RESTRIC-TABLA)
               MOVE RES-TIPO
                   TO RES-TAB-TIPO(WS-CANT-RESTRIC-TABLA)
               MOVE RES-PRODUCTO
                   TO RES-TAB-PRODUCTO(WS-CANT-RESTRIC-TABLA)
               MOVE RES-FINDE-LARGO
                   TO RES-TAB-FINDE(WS-CANT-RESTRIC-TABLA)
               MOVE ZERO TO RES-TAB-DIAS(WS-CANT-RESTRIC-TABLA)
               MOVE ZERO TO RES-TAB-LIMITE(WS-CANT-RESTRIC-TABLA)
               IF RES-TIPO NOT = 'V'
                   MOVE RES-DIAS
                       TO RES-TAB-DIAS(WS-CANT-RESTRIC-TABLA)
               END-IF
               IF RES-TIPO = 'A'
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-VALIDAR
                   PERFORM 4444-SUMAR-DIA-RESTRIC
                           VARYING IND-RSD FROM 1 BY 1
                           UNTIL IND-RSD > RES-DIAS
                   MOVE WS-FECHA-VALIDAR
                       TO RES-TAB-LIMITE(WS-CANT-RESTRIC-TABLA)
               END-IF
           END-IF.
           PERFORM 1293-LEER-RESTRIC.

       1239-LEER-SEGDENEG.
           READ SEGDENEG AT END SET FS-SEGDENEG-FIN TO TRUE.

           END-IF.

      * SUMA LO IMPAGO DE CADA FACTURA AL SALDO DEL DOCUMENTO.  LAS    *
      * PAGAS ('P') Y LAS DADAS DE BAJA POR INCOBRABLE ('I') NO        *
      * APORTAN NADA.                                                  *
       1246-ACUMULAR-SALDO-FACT.
           IF FREG-ESTADO-PAGO NOT = 'P'
              AND FREG-ESTADO-PAGO NOT = 'I'
              AND FREG-IMPORTE-TOTAL > FREG-IMPORTE-PAGADO
               MOVE FREG-TIPO-DOC TO WS-CRED-TIPO-DOC
               MOVE FREG-NRO-DOC  TO WS-CRED-NRO-DOC
           ELSE
               MOVE ZERO TO VOU-TAB-USADOS(WS-CANT-VOUCHERS-TABLA)
           END-IF.
           MOVE VOU-TIPO-DOC
               TO VOU-TAB-TIPO-DOC(WS-CANT-VOUCHERS-TABLA).
           MOVE VOU-NRO-DOC
               TO VOU-TAB-NRO-DOC(WS-CANT-VOUCHERS-TABLA).
           MOVE VOU-CAMPANIA
               TO VOU-TAB-CAMPANIA(WS-CANT-VOUCHERS-TABLA).
           PERFORM 1247-LEER-VOUCHERS.

       1249-LEER-CTACORP.
               TO LSE-TAB-FECHA-TERM(WS-CANT-LEASES-TABLA).
           PERFORM 1251-LEER-LEASES.

       1276-LEER-PARADAS.
           READ PARADAS AT END SET FS-PARADAS-FIN TO TRUE.

           IF NOT FS-PARADAS-OK AND NOT FS-PARADAS-FIN
               DISPLAY 'ERROR AL INTENTAR LEER PARADAS'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1277-CARGAR-TABLA-PARADAS.
           IF PAR-ESTADO = 'A'
               ADD 1 TO WS-CANT-PARADAS-TABLA
               MOVE PAR-PATENTE
                   TO PAR-TAB-PATENTE(WS-CANT-PARADAS-TABLA)
               MOVE PAR-FECHA-DESDE
                   TO PAR-TAB-DESDE(WS-CANT-PARADAS-TABLA)
               MOVE PAR-FECHA-HASTA
                   TO PAR-TAB-HASTA(WS-CANT-PARADAS-TABLA)
           END-IF.
           PERFORM 1276-LEER-PARADAS.

       1278-LEER-RECALLIT.
           READ RECALLIT AT END SET FS-RECALLIT-FIN TO TRUE.

           IF NOT FS-RECALLIT-OK AND NOT FS-RECALLIT-FIN
               DISPLAY 'ERROR AL INTENTAR LEER RECALLIT'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1279-CARGAR-TABLA-RECALLS.
           IF RIT-ESTADO = 'P' AND RIT-SEVERIDAD = 'A'
              AND RIT-FECHA-LIMITE IS NUMERIC
               ADD 1 TO WS-CANT-RECALLS-TABLA
               MOVE RIT-PATENTE
                   TO RCL-TAB-PATENTE(WS-CANT-RECALLS-TABLA)
               MOVE RIT-FECHA-LIMITE
                   TO RCL-TAB-LIMITE(WS-CANT-RECALLS-TABLA)
           END-IF.
           PERFORM 1278-LEER-RECALLIT.

       1280-LEER-CORPPOL.
           READ CORPPOL AT END SET FS-CORPPOL-FIN TO TRUE.

           IF NOT FS-CORPPOL-OK AND NOT FS-CORPPOL-FIN
               DISPLAY 'ERROR AL INTENTAR LEER CORPPOL'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * TOPES EN BLANCO (NO NUMERICOS) SE TOMAN COMO CERO = SIN TOPE.  *
       1281-CARGAR-TABLA-CORPPOL.
           ADD 1 TO WS-CANT-CORPPOL-TABLA.
           MOVE CPL-CTA-CORP TO CPL-TAB-CTA-CORP(WS-CANT-CORPPOL-TABLA).
           MOVE CPL-TAMANIOS TO CPL-TAB-TAMANIOS(WS-CANT-CORPPOL-TABLA).
           IF CPL-TARIFA-MAX IS NUMERIC
               MOVE CPL-TARIFA-MAX
                   TO CPL-TAB-TARIFA-MAX(WS-CANT-CORPPOL-TABLA)
           ELSE
               MOVE ZERO TO CPL-TAB-TARIFA-MAX(WS-CANT-CORPPOL-TABLA)
           END-IF.
           MOVE CPL-EXTRAS   TO CPL-TAB-EXTRAS(WS-CANT-CORPPOL-TABLA).
           MOVE CPL-COBERTURAS
               TO CPL-TAB-COBERTURAS(WS-CANT-CORPPOL-TABLA).
           IF CPL-DIAS-MAX IS NUMERIC
               MOVE CPL-DIAS-MAX
                   TO CPL-TAB-DIAS-MAX(WS-CANT-CORPPOL-TABLA)
           ELSE
               MOVE ZERO TO CPL-TAB-DIAS-MAX(WS-CANT-CORPPOL-TABLA)
           END-IF.
           MOVE CPL-FINDE    TO CPL-TAB-FINDE(WS-CANT-CORPPOL-TABLA).
           MOVE CPL-ACCION   TO CPL-TAB-ACCION(WS-CANT-CORPPOL-TABLA).
           PERFORM 1280-LEER-CORPPOL.

       1282-LEER-AGHORAR.
           READ AGHORAR AT END SET FS-AGHORAR-FIN TO TRUE.

           IF NOT FS-AGHORAR-OK AND NOT FS-AGHORAR-FIN
               DISPLAY 'ERROR AL INTENTAR LEER AGHORAR'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * FILAS CON AGENCIA O DIA FUERA DE RANGO SE SALTEAN; HORAS NO     *
      * NUMERICAS DEJAN EL DIA CERRADO.                                 *
       1283-CARGAR-TABLA-HORARIOS.
           IF AGH-AGENCIA IS NUMERIC AND AGH-AGENCIA > ZERO
              AND AGH-DIA IS NUMERIC AND AGH-DIA > ZERO
              AND AGH-DIA < 8
               MOVE 'S' TO HOR-TIENE(AGH-AGENCIA)
               IF AGH-ABRE IS NUMERIC AND AGH-CIERRA IS NUMERIC
                   MOVE AGH-ABRE   TO HOR-ABRE(AGH-AGENCIA, AGH-DIA)
                   MOVE AGH-CIERRA TO HOR-CIERRA(AGH-AGENCIA, AGH-DIA)
               END-IF
               MOVE AGH-FUERA-HORA
                   TO HOR-FUERA-HORA(AGH-AGENCIA, AGH-DIA)
               IF AGH-RECARGO IS NUMERIC
                   MOVE AGH-RECARGO
                       TO HOR-RECARGO(AGH-AGENCIA, AGH-DIA)
               END-IF
           END-IF.
           PERFORM 1282-LEER-AGHORAR.

       1284-LEER-AGCERRAD.
           READ AGCERRAD AT END SET FS-AGCERRAD-FIN TO TRUE.

           IF NOT FS-AGCERRAD-OK AND NOT FS-AGCERRAD-FIN
               DISPLAY 'ERROR AL INTENTAR LEER AGCERRAD'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

       1285-CARGAR-TABLA-AGCERRAD.
           IF ACE-AGENCIA IS NUMERIC AND ACE-FECHA IS NUMERIC
               ADD 1 TO WS-CANT-AGCERRAD-TABLA
               MOVE ACE-AGENCIA
                   TO ACE-TAB-AGENCIA(WS-CANT-AGCERRAD-TABLA)
               MOVE ACE-FECHA TO ACE-TAB-FECHA(WS-CANT-AGCERRAD-TABLA)
           END-IF.
           PERFORM 1284-LEER-AGCERRAD.

       1253-LEER-PREPTIEM.
           READ PREPTIEM AT END SET FS-PREPTIEM-FIN TO TRUE.

               TO OW-TAB-DESTINO(WS-CANT-ONEWAY-TABLA).
           MOVE OW-IMPORTE
               TO OW-TAB-IMPORTE(WS-CANT-ONEWAY-TABLA).
           MOVE SPACE TO OW-TAB-REPARTO-TIPO(WS-CANT-ONEWAY-TABLA).
           MOVE ZERO  TO OW-TAB-REPARTO-VALOR(WS-CANT-ONEWAY-TABLA).
           IF (OW-REPARTO-TIPO = 'P' OR OW-REPARTO-TIPO = 'F')
              AND OW-REPARTO-VALOR IS NUMERIC
               IF OW-REPARTO-TIPO = 'P' AND OW-REPARTO-VALOR > 100
                   DISPLAY 'ONEWAY ' OW-AGENCIA-ORIGEN '/'
                           OW-AGENCIA-DESTINO
                           ': REPARTO MAYOR A 100% -- SIN REPARTO'
               ELSE
                   MOVE OW-REPARTO-TIPO
                       TO OW-TAB-REPARTO-TIPO(WS-CANT-ONEWAY-TABLA)
                   MOVE OW-REPARTO-VALOR
                       TO OW-TAB-REPARTO-VALOR(WS-CANT-ONEWAY-TABLA)
                   ADD 1 TO WS-CANT-OW-REPARTO
               END-IF
           END-IF.
           PERFORM 1257-LEER-ONEWAY.

       1259-LEER-ZONAENT.
               TO CAM-TAB-TC(WS-CANT-CAMBIO-TABLA).
           PERFORM 1272-LEER-CAMBIO.

       1274-LEER-OCUPTAR.
           READ OCUPTAR AT END SET FS-OCUPTAR-FIN TO TRUE.

           IF NOT FS-OCUPTAR-OK AND NOT FS-OCUPTAR-FIN
               DISPLAY 'ERROR AL INTENTAR LEER OCUPTAR'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * UNA BANDA SIN PORCENTAJE DESDE O SIN RECARGO NO TARIFA NADA.   *
       1275-CARGAR-TABLA-OCUPTAR.
           IF OCT-DESDE-PORC IS NUMERIC AND OCT-DESDE-PORC > ZERO
              AND OCT-RECARGO-PORC IS NUMERIC
              AND OCT-RECARGO-PORC > ZERO
               ADD 1 TO WS-CANT-OCUPTAR-TABLA
               MOVE OCT-TAMANIO
                   TO OCT-TAB-TAMANIO(WS-CANT-OCUPTAR-TABLA)
               MOVE OCT-DESDE-PORC
                   TO OCT-TAB-DESDE(WS-CANT-OCUPTAR-TABLA)
               MOVE OCT-RECARGO-PORC
                   TO OCT-TAB-RECARGO(WS-CANT-OCUPTAR-TABLA)
           END-IF.
           PERFORM 1274-LEER-OCUPTAR.

       1286-LEER-CTAMAP.
           READ CTAMAP AT END SET FS-CTAMAP-FIN TO TRUE.

           IF NOT FS-CTAMAP-OK AND NOT FS-CTAMAP-FIN
               DISPLAY 'ERROR AL INTENTAR LEER CTAMAP'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * UNA FILA SIN CONCEPTO, SIN CUENTA O CON AGENCIA NO NUMERICA NO  *
      * MAPEA NADA.                                                     *
       1287-CARGAR-TABLA-CTAMAP.
           IF MAP-CONCEPTO NOT = SPACES
              AND MAP-AGENCIA IS NUMERIC
              AND MAP-CUENTA NOT = SPACES
               ADD 1 TO WS-CANT-CTAMAP-TABLA
               MOVE MAP-CONCEPTO
                   TO CTM-TAB-CONCEPTO(WS-CANT-CTAMAP-TABLA)
               MOVE MAP-AGENCIA
                   TO CTM-TAB-AGENCIA(WS-CANT-CTAMAP-TABLA)
               MOVE MAP-CUENTA
                   TO CTM-TAB-CUENTA(WS-CANT-CTAMAP-TABLA)
               MOVE MAP-CCOSTO
                   TO CTM-TAB-CCOSTO(WS-CANT-CTAMAP-TABLA)
           END-IF.
           PERFORM 1286-LEER-CTAMAP.

       1288-VERIFICAR-CONCEPTO.
           MOVE WS-CONCEPTO-ASI(IND-CPT) TO WS-CTM-CONCEPTO.
           MOVE ZERO TO WS-CTM-AGENCIA.
           PERFORM 1289-BUSCAR-CUENTA.
           IF WS-CTM-HALLADO = 'N'
               DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                       ' SIN CUENTA GENERAL EN CTAMAP.TXT'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.

      * LA FILA DE LA AGENCIA SI LA HAY; SI NO, LA GENERAL (AGENCIA 00).*
      * DEJA IND-CTM EN LA FILA ELEGIDA.                                *
       1289-BUSCAR-CUENTA.
           MOVE 'N'  TO WS-CTM-HALLADO.
           MOVE ZERO TO WS-CTM-GENERAL.
           PERFORM 1290-COMPARAR-CUENTA
                   VARYING IND-CTM FROM 1 BY 1
                   UNTIL IND-CTM > WS-CANT-CTAMAP-TABLA
                   OR WS-CTM-HALLADO = 'S'.
           IF WS-CTM-HALLADO = 'S'
               SUBTRACT 1 FROM IND-CTM
           ELSE
               IF WS-CTM-GENERAL > ZERO
                   MOVE WS-CTM-GENERAL TO IND-CTM
                   MOVE 'S' TO WS-CTM-HALLADO
               END-IF
           END-IF.

       1290-COMPARAR-CUENTA.
           IF CTM-TAB-CONCEPTO(IND-CTM) = WS-CTM-CONCEPTO
               IF CTM-TAB-AGENCIA(IND-CTM) = ZERO
                   MOVE IND-CTM TO WS-CTM-GENERAL
               ELSE
                   IF CTM-TAB-AGENCIA(IND-CTM) = WS-CTM-AGENCIA
                       MOVE 'S' TO WS-CTM-HALLADO
                   END-IF
               END-IF
           END-IF.

       1210-AVISAR-TABLA-AUTOS-LLENA.
           DISPLAY
               'ATENCION: LA TABLA DE AUTOS SUPERO LOS 300 REGISTROS' .
               ADD 1 TO WS-DIST-ACTUAL
           END-IF.

      * BUSCA EN EL PADRON EL DOCUMENTO CARGADO EN WS-CLI-TIPO-DOC/      *
      * WS-CLI-NRO-DOC Y DEJA EL NOMBRE EN WS-NOMBRE-CLIENTE -- SI EL    *
      * CLIENTE NO ESTA EN EL PADRON SE DEJA UNA LEYENDA EN VEZ DE       *
      * BLANCO, PARA QUE EN EL LISTADO SE NOTE QUE FALTA DARLO DE ALTA.  *
       5100-BUSCAR-CLIENTE.
           MOVE 'CLIENTE NO REGISTRADO' TO WS-NOMBRE-CLIENTE.
           MOVE WS-CLI-TIPO-DOC TO CLIENTE-TIPO-DOC.
           MOVE WS-CLI-NRO-DOC  TO CLIENTE-NRO-DOC.
           PERFORM 5102-LEER-CLIENTE.
           IF CLIENTE-HALLADO
               MOVE CLIENTE-NOMBRE TO WS-NOMBRE-CLIENTE
           END-IF.

      * LECTURA POR CLAVE DEL PADRON CON EL DOCUMENTO YA PUESTO EN       *
      * CLIENTE-TIPO-DOC/CLIENTE-NRO-DOC: DEJA CLIENTE-HALLADO Y LA FILA *
      * EN CLIENTE-REG.  SIN CLIENTES.DAT NADIE ESTA EN EL PADRON.  LOS  *
      * CAMPOS NUMERICOS EN BLANCO (FILAS DADAS DE ALTA ANTES DE QUE     *
      * EXISTIERAN ESAS COLUMNAS) SE LEEN COMO CERO.                     *
       5102-LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO.
           IF NOT FS-CLIENTES-NO-EXIST
               READ CLIENTES KEY IS CLIENTE-CLAVE
                   INVALID KEY SET FS-CLIENTES-NO-HALLADO TO TRUE
               END-READ
               IF NOT FS-CLIENTES-OK AND NOT FS-CLIENTES-NO-HALLADO
                   DISPLAY 'ERROR AL CONSULTAR CLIENTES'
                   GO 9999-CANCELAR-PROGRAMA
               END-IF
               IF FS-CLIENTES-OK
                   MOVE 'S' TO WS-CLIENTE-HALLADO
                   PERFORM 5103-LIMPIAR-NUMERICOS-CLIENTE
               END-IF
           END-IF.

       5103-LIMPIAR-NUMERICOS-CLIENTE.
           IF CLIENTE-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZERO TO CLIENTE-LIMITE-CREDITO
           END-IF.
           IF CLIENTE-VENC-LICENCIA IS NOT NUMERIC
               MOVE ZERO TO CLIENTE-VENC-LICENCIA
           END-IF.
           IF CLIENTE-FECHA-NACIMIENTO IS NOT NUMERIC
               MOVE ZERO TO CLIENTE-FECHA-NACIMIENTO
           END-IF.



       7604-IMPRIMIR-SUBTOTAL-AGENCIA.
           PERFORM 7605-IMPRIMIR-SUBTOTAL-MOTIVO
                   VARYING WS-SUB-MOT FROM 1 BY 1 UNTIL WS-SUB-MOT > 40.

       7605-IMPRIMIR-SUBTOTAL-MOTIVO.
           IF RT-MOTIVO(WS-SUB-AG, WS-SUB-MOT) > 0
               DELIMITED BY SIZE INTO LINEA.
           PERFORM 7500-IMPRIMIR-LINEA.

           MOVE WS-CANT-CLIENTES-PADRON TO WS-CANT-IMPR.
           STRING '  Clientes en padron: ' WS-CANT-IMPR
               DELIMITED BY SIZE INTO LINEA.
           PERFORM 7500-IMPRIMIR-LINEA.
           PERFORM 7500-IMPRIMIR-LINEA.

           PERFORM 7802-IMPRIMIR-DASH-MOTIVO
                   VARYING WS-SUB-MOT FROM 1 BY 1 UNTIL WS-SUB-MOT > 40.

      * UNA LINEA POR AGENCIA CON LO RECIBIDO/APROBADO/RECHAZADO/        *
      * FACTURADO -- EL MAPEO IND-J=1/2/3 -> WS-CONT-REG-SOL1/2/3 ES EL  *
                  ' COL ' RECH-AGENCIA-COLISION
                  ' SUG ' RECH-PATENTE-SUGERIDA
               DELIMITED BY SIZE INTO LINEA.
      * MOTIVO 28: REGLAS DE LA POLITICA CORPORATIVA INCUMPLIDAS Y LA  *
      * CUENTA, EN LA MISMA COLUMNA QUE EN LA LINEA DE APROBADO.        *
           IF RECH-MOTIVO = 28
               STRING ' POL ' RECH-DESC-BLOQUEO(10:6)
                      ' CTA ' RECH-DESC-BLOQUEO(21:6)
                   DELIMITED BY SIZE INTO LINEA(101:)
           END-IF.
      * MOTIVO 29: RETIRO (R) Y/O DEVOLUCION (D) FUERA DE HORARIO, CON  *
      * LA AGENCIA Y LA HORA PEDIDA QUE LO RECHAZARON.                  *
           IF RECH-MOTIVO = 29
               STRING ' HOR ' RECH-DESC-BLOQUEO(9:2)
                      ' AG ' RECH-DESC-BLOQUEO(15:2)
                      ' HORA ' RECH-DESC-BLOQUEO(23:4)
                   DELIMITED BY SIZE INTO LINEA(101:)
           END-IF.
      * MOTIVO 31: LOS EXTRAS SIN STOCK, EN SU POSICION.                *
           IF RECH-MOTIVO = 31
               STRING ' SX ' RECH-DESC-BLOQUEO(11:9)
                   DELIMITED BY SIZE INTO LINEA(101:)
           END-IF.
           MOVE RECH-AGENCIA TO WS-RET-AGENCIA.
           PERFORM 7905-GRABAR-RETORNO.
           PERFORM 7903-LEER-RECH-RET.
                      ' TC ' ALQ-ACT-TIPO-CAMBIO
                   DELIMITED BY SIZE INTO LINEA(75:)
           END-IF.

      * DIA APROBADO FUERA DE LA POLITICA DE SU CUENTA CORPORATIVA: SE  *
      * FACTURA AL EMPLEADO -- SE AVISA CON LAS REGLAS INCUMPLIDAS Y LA *
      * CUENTA, A PARTIR DE LA COLUMNA 101 (LA 75 ES DE LA MONEDA).     *
           IF POLITICA-A-EMPLEADO
               STRING ' POL ' WS-POL-CODIGOS ' CTA ' WS-CORP-COD
                      ' A CARGO DEL EMPLEADO'
                   DELIMITED BY SIZE INTO LINEA(101:)
           END-IF.

      * RETIRO (R) Y/O DEVOLUCION (D) FUERA DE HORARIO CON EL SERVICIO  *
      * DE LA AGENCIA: EL RECARGO YA VA EN EL IMPORTE DEL DIA.          *
           IF HORARIO-RECARGO
               STRING ' FH ' WS-HOR-CODIGOS
                   DELIMITED BY SIZE INTO LINEA(67:)
           END-IF.

      * EXTRAS PEDIDOS QUE SE APROBARON SIN ENTREGAR POR FALTA DE      *
      * STOCK EN LA AGENCIA: 'X' Y LOS TRES CODIGOS EN SU POSICION, EN  *
      * LAS ULTIMAS 10 COLUMNAS (LA POLITICA DE LA 101 LLEGA CON LA     *
      * CUENTA HASTA LA 122).                                           *
           IF WS-STK-AGOTADOS NOT = SPACES
               STRING 'X' WS-STK-AGOTADOS
                   DELIMITED BY SIZE INTO LINEA(123:)
           END-IF.
           MOVE ALQ-ACT-AGENCIA TO WS-RET-AGENCIA.
           PERFORM 7905-GRABAR-RETORNO.
           PERFORM 7923-GRABAR-APROBADO-HOY.

       7921-EXTRACTO-SEGURO.
           MOVE SPACES TO SEGUEXT-REG.
           MOVE ALQ-ACT-CHOFER   TO SEG-CHOFER.
           MOVE ALQ-ACT-FECHA    TO SEG-FECHA.
           MOVE ALQ-ACT-IMPORTE  TO SEG-IMPORTE.
           MOVE WS-ADICIONALES   TO SEG-ADICIONALES.
           WRITE SEGUEXT-REG.
           MOVE SEGUEXT-REG TO SEGUACUM-REG.
           WRITE SEGUACUM-REG.
           IF WS-CANT-ADIC > ZERO
               PERFORM 7922-GRABAR-ADICIONALES
           END-IF.

      * LOS CONDUCTORES ADICIONALES DEL DIA APROBADO QUEDAN POR        *
      * PATENTE+FECHA PARA EL CONTRATO.  UNA FILA VIEJA DE LA MISMA    *
      * CLAVE (DIA ANULADO Y VUELTO A ALQUILAR) SE PISA.               *
       7922-GRABAR-ADICIONALES.
           MOVE ALQ-ACT-PATENTE      TO ADI-PATENTE.
           MOVE ALQ-ACT-FECHA        TO ADI-FECHA.
           MOVE ALQ-ACT-NRO-CONTRATO TO ADI-NRO-CONTRATO.
           MOVE WS-ADICIONALES       TO ADI-CONDUCTORES.
           WRITE ADICION-REG
               INVALID KEY
                   REWRITE ADICION-REG
           END-WRITE.
           MOVE FS-ADICION    TO FS.
           MOVE "ADICION"     TO FS-NOMBRE.
           MOVE "GRABA"       TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * EL DIA APROBADO VA TAMBIEN A ALQHOY.TXT, LO DE ESTA CORRIDA     *
      * CONTRA LO QUE ASICTL.CBL ATA LOS ASIENTOS DE LA AGENCIA.        *
       7923-GRABAR-APROBADO-HOY.
           WRITE ALQ-HOY-REG FROM ALQ-ACT-REG.
           MOVE FS-ALQ-HOY    TO FS.
           MOVE "ALQ-HOY"     TO FS-NOMBRE.
           MOVE "GRABA"       TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

       8900-CHECK-FILE-STATUS.
           IF FS NOT EQUAL "00"
      * POR LA PORCION ACUMULADA EN AGENCIA-TAB-RECARGO.  SOLO SE       *
      * LLAMA DESDE EL CAMINO DE TERMINACION NORMAL (MISMO IDIOMA QUE   *
      * 9002/9003/9007/9008).                                           *
      * LA CORRIDA COMPLEMENTARIA AGREGA LOS ASIENTOS DE SU AGENCIA A   *
      * LOS DE LA PRINCIPAL DEL DIA (IGUAL QUE ALQACT/RECHAZOS), NO LOS *
      * REEMPLAZA.                                                      *
       9009-GRABAR-ASIENTOS.
           IF EN-MODO-COMPLEMENTARIO
               OPEN EXTEND ASIENTOS
           ELSE
               OPEN OUTPUT ASIENTOS
           END-IF.
           MOVE FS-ASIENTOS   TO FS.
           MOVE "ASIENTOS"    TO FS-NOMBRE.
           MOVE "ABRIR"       TO FS-FUNCION.
           PERFORM 9010-GRABAR-ASIENTO-AGENCIA
                   VARYING IND-J FROM 1 BY 1
                   UNTIL IND-J > CANT-AGENCIAS.
           PERFORM 9022-GRABAR-ASIENTO-ONEWAY
                   VARYING IND-J FROM 1 BY 1
                   UNTIL IND-J > 99.

           CLOSE ASIENTOS.

       9010-GRABAR-ASIENTO-AGENCIA.
           IF AGENCIA-TAB-IMPORTE(IND-J) > ZERO
               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'DEUDORES  ' TO ASI-CUENTA
               MOVE AGENCIA-TAB-IMPORTE(IND-J) TO ASI-DEBE
               MOVE ZERO TO ASI-HABER
               MOVE 'ALQUILERES DEL DIA  ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG

      * LOS DIAS APROBADOS QUE CAEN EN MESES SIGUIENTES NO SON        *
      * INGRESO DE ESTE MES: VAN A INGRESOS DIFERIDOS Y DIFEREV.CBL   *
      * LOS REVIERTE A ALQUILERES CUANDO EL MES LLEGA.                *
               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'ALQUILERES' TO ASI-CUENTA
                                 - AGENCIA-TAB-DIFERIDO(IND-J)
                                 + AGENCIA-TAB-REC-DIF(IND-J)
               MOVE 'TARIFA BASE         ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG

               IF AGENCIA-TAB-RECARGO(IND-J) >
                  AGENCIA-TAB-REC-DIF(IND-J)
                   MOVE SPACES TO ASIENTO-REG
                   MOVE 'TP      ' TO ASI-ORIGEN
                   MOVE WS-FECHA-PROCESO TO ASI-FECHA
                   MOVE IND-J TO ASI-AGENCIA
                   MOVE 'RECFINDESE' TO ASI-CUENTA
                   COMPUTE ASI-HABER = AGENCIA-TAB-RECARGO(IND-J)
                                     - AGENCIA-TAB-REC-DIF(IND-J)
                   MOVE 'RECARGO FIN DE SEM  ' TO ASI-DESCRIPCION
                   PERFORM 9011-MAPEAR-CUENTA
                   WRITE ASIENTO-REG
               END-IF

               IF AGENCIA-TAB-DIFERIDO(IND-J) > ZERO
                   MOVE SPACES TO ASIENTO-REG
                   MOVE 'TP      ' TO ASI-ORIGEN
                   MOVE WS-FECHA-PROCESO TO ASI-FECHA
                   MOVE IND-J TO ASI-AGENCIA
                   MOVE 'ING.DIFER ' TO ASI-CUENTA
                   MOVE ZERO TO ASI-DEBE
                   MOVE AGENCIA-TAB-DIFERIDO(IND-J) TO ASI-HABER
                   MOVE 'DIAS DE MES FUTURO  ' TO ASI-DESCRIPCION
                   PERFORM 9011-MAPEAR-CUENTA
                   WRITE ASIENTO-REG
               END-IF
           END-IF.

      * REPARTO ONE-WAY (VER 4028): LA AGENCIA DE ORIGEN DEBITA         *
      * ALQUILERES POR LO QUE CEDE CONTRA LA CUENTA PUENTE ONEWAY, Y LA *
      * DE DEVOLUCION AL REVES POR LO QUE RECIBE.  CADA AGENCIA QUEDA   *
      * BALANCEADA Y LA CUENTA PUENTE SUMA CERO ENTRE TODAS.  LOS DIAS  *
      * DE MESES FUTUROS SE REPARTEN IGUAL AL APROBARSE (DIFEREV.CBL    *
      * REVIERTE EL DIFERIDO ENTERO A LA DE ORIGEN).                    *
       9022-GRABAR-ASIENTO-ONEWAY.
           IF AGENCIA-TAB-OW-CEDIDO(IND-J) > ZERO
               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'ALQUILERES' TO ASI-CUENTA
               MOVE AGENCIA-TAB-OW-CEDIDO(IND-J) TO ASI-DEBE
               MOVE ZERO TO ASI-HABER
               MOVE 'ONE-WAY CEDIDO      ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG

               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'ONEWAY    ' TO ASI-CUENTA
               MOVE ZERO TO ASI-DEBE
               MOVE AGENCIA-TAB-OW-CEDIDO(IND-J) TO ASI-HABER
               MOVE 'ONE-WAY CEDIDO      ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG
           END-IF.

           IF AGENCIA-TAB-OW-RECIB(IND-J) > ZERO
               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'ONEWAY    ' TO ASI-CUENTA
               MOVE AGENCIA-TAB-OW-RECIB(IND-J) TO ASI-DEBE
               MOVE ZERO TO ASI-HABER
               MOVE 'ONE-WAY RECIBIDO    ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG

               MOVE SPACES TO ASIENTO-REG
               MOVE 'TP      ' TO ASI-ORIGEN
               MOVE WS-FECHA-PROCESO TO ASI-FECHA
               MOVE IND-J TO ASI-AGENCIA
               MOVE 'ALQUILERES' TO ASI-CUENTA
               MOVE ZERO TO ASI-DEBE
               MOVE AGENCIA-TAB-OW-RECIB(IND-J) TO ASI-HABER
               MOVE 'ONE-WAY RECIBIDO    ' TO ASI-DESCRIPCION
               PERFORM 9011-MAPEAR-CUENTA
               WRITE ASIENTO-REG
           END-IF.

      * EL ASIENTO SE ARMA CON EL CONCEPTO EN ASI-CUENTA; ACA SE        *
      * REEMPLAZA POR LA CUENTA DEL MAYOR Y SE COMPLETA EL CENTRO DE    *
      * COSTO SEGUN CTAMAP.TXT.                                         *
       9011-MAPEAR-CUENTA.
           MOVE ASI-CUENTA  TO WS-CTM-CONCEPTO.
           MOVE ASI-AGENCIA TO WS-CTM-AGENCIA.
           PERFORM 1289-BUSCAR-CUENTA.
           IF WS-CTM-HALLADO = 'N'
               DISPLAY 'CONCEPTO ' WS-CTM-CONCEPTO
                       ' SIN CUENTA EN CTAMAP.TXT'
               GO 9999-CANCELAR-PROGRAMA
           END-IF.
           MOVE CTM-TAB-CUENTA(IND-CTM) TO ASI-CUENTA.
           MOVE CTM-TAB-CCOSTO(IND-CTM) TO ASI-CCOSTO.

      * REGRABA REVSAV.DAT CON EL AO EN CURSO Y EL ANTERIOR (MISMO     *
      * IDIOMA QUE 9003 CON ESTADSAV: SOLO EN LA TERMINACION NORMAL).   *
       9012-GRABAR-REVSAV.
           MOVE VOU-TAB-HASTA(IND-VOU)  TO VOU-FECHA-HASTA.
           MOVE VOU-TAB-MAX(IND-VOU)    TO VOU-MAX-USOS.
           MOVE VOU-TAB-USADOS(IND-VOU) TO VOU-USADOS.
           MOVE VOU-TAB-TIPO-DOC(IND-VOU) TO VOU-TIPO-DOC.
           MOVE VOU-TAB-NRO-DOC(IND-VOU)  TO VOU-NRO-DOC.
           MOVE VOU-TAB-CAMPANIA(IND-VOU) TO VOU-CAMPANIA.
           WRITE VOUCHER-REG.
           MOVE FS-VOUCHERS     TO FS.
           MOVE "VOUCHERS"      TO FS-NOMBRE.
           MOVE "GRABA"         TO FS-FUNCION.
           PERFORM 8900-CHECK-FILE-STATUS.

      * LOS GRUPOS QUE SALIERON ENTEROS QUEDAN EN GRUPOS.TXT, UNA FILA *
      * POR DIA APROBADO (EXTEND: ACUMULA ENTRE CORRIDAS, COMO LA COLA *
      * DE ANULACIONES).  LOS FRACASADOS NO SE GRABAN: SUS DIAS YA     *
      * QUEDARON ENCOLADOS PARA ANULAR.                                *
       9020-GRABAR-GRUPOS.
           IF WS-CANT-GRUPO-DIAS > ZERO
               OPEN EXTEND GRUPOS-SAL
               IF NOT FS-GRUPOS-SAL-OK
                   OPEN OUTPUT GRUPOS-SAL
               END-IF
               MOVE FS-GRUPOS-SAL   TO FS
               MOVE "GRUPOS"        TO FS-NOMBRE
               MOVE "ABRIR"         TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
               PERFORM 9021-GRABAR-GRUPO-DIA
                       VARYING IND-GDI FROM 1 BY 1
                       UNTIL IND-GDI > WS-CANT-GRUPO-DIAS
               CLOSE GRUPOS-SAL
           END-IF.

       9021-GRABAR-GRUPO-DIA.
           MOVE GDIA-GRUPO(IND-GDI) TO IND-GRP.
           IF GRUPO-FALLO(IND-GRP) NOT EQUAL 'S'
               MOVE SPACES TO GRUPOS-SAL-REG
               MOVE GRUPO-REF(IND-GRP)     TO GRS-REFERENCIA
               MOVE GRUPO-CONTR-MAESTRO(IND-GRP)
                   TO GRS-CONTRATO-MAESTRO
               MOVE GRUPO-TIPO-DOC(IND-GRP) TO GRS-TIPO-DOC
               MOVE GRUPO-NRO-DOC(IND-GRP)  TO GRS-NRO-DOC
               MOVE GDIA-PATENTE(IND-GDI)  TO GRS-PATENTE
               MOVE GDIA-FECHA(IND-GDI)    TO GRS-FECHA
               MOVE GDIA-CONTRATO(IND-GDI) TO GRS-CONTRATO
               WRITE GRUPOS-SAL-REG
               MOVE FS-GRUPOS-SAL   TO FS
               MOVE "GRUPOS"        TO FS-NOMBRE
               MOVE "GRABA"         TO FS-FUNCION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

       9000-FINAL.
           IF NOT (EN-MODO-COMPLEMENTARIO AND FS-SOL1-FIN)
               CLOSE SOL1
           IF EN-MODO-ESPERA
               CLOSE ESPERA
           END-IF.
           IF ANULAC-ABIERTA
               CLOSE ANULAC-SAL
           END-IF.
           IF NOT FS-CLIENTES-NO-EXIST
               CLOSE CLIENTES
           END-IF.
           IF NOT FS-BLOQUEADOS-NO-EXIST
               CLOSE BLOQUEADOS
           END-IF.
           IF NOT FS-REGNAC-NO-EXIST
               CLOSE REGNAC
           END-IF.
           IF NOT FS-DESCUENTOS-NO-EXIST
               CLOSE DESCUENTOS
           END-IF.
           CLOSE SOL2.
           CLOSE SOL3.
           CLOSE ALQ.
           CLOSE ESTAD.
           CLOSE LISTADO.
           CLOSE ALQ-ACT.
           CLOSE ALQ-HOY.
           CLOSE AGENCIAS.
           CLOSE ESTADCSV.
           CLOSE GARMOV.
           CLOSE ADICION.
           CLOSE VOUUSO.
           CLOSE CORPINFR.
           CLOSE SEGUACUM.
           CLOSE PREAUSAL.

