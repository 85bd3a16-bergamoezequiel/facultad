      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anulacion logica de una corrida cerrada completa,
      *          cuando ya hubo movimientos posteriores y una
      *          restauracion integral los pisaria. La corrida se
      *          identifica por su fecha de cierre en
      *          PeriodosCerrados.dat (la corrida estampa esa misma
      *          fecha en recibos y facturas) y, con doble firma, se
      *          generan los contramovimientos de todo lo que
      *          produjo: recibos anulados con su contramovimiento,
      *          notas de credito por sus facturas (y de debito por
      *          sus notas de credito) con el renglon en el Libro
      *          IVA, reversion de AcumuladoAnual, HistoricoProfesor,
      *          AcumuladoSucursal y DetalleLiquidado, retenciones
      *          anuladas, asiento inverso en GLExtracto y el periodo
      *          reabierto. Cada archivo tocado queda en el informe
      *          AnulacionCorrida.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANULACION-CORRIDA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIODOS-CERRADOS ASSIGN TO "PeriodosCerrados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PERIODOS.

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT CONTRAMOV_RECIBOS ASSIGN TO "ContramovRecibos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONTRAMOV.

       SELECT ACUMULADO_ANUAL ASSIGN TO "AcumuladoAnual.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACUM-NUMERO
             FILE STATUS IS WS-STATUS-ACUM.

       SELECT ACUMULADO_SUCURSAL ASSIGN TO "AcumuladoSucursal.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACSU-SUCURSAL
             FILE STATUS IS WS-STATUS-ACUM-SUC.

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT LIBRO_RETENCIONES ASSIGN TO "LibroRetenciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-RET.

       SELECT LIBRO_RET_NUEVO ASSIGN TO "LibroRetencionesTmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-NUEVO.

       SELECT FACTURAS_EMITIDAS ASSIGN TO "FacturasEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-EMITIDAS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT FOLIO-NOTAS-CREDITO ASSIGN TO "FolioNotasCredito.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-NC.

       SELECT FOLIO-NOTAS-DEBITO ASSIGN TO "FolioNotasDebito.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-ND.

      * Imagen de impresion de las notas de credito y debito de la
      * anulacion, de solo agregado: NotasCredito.dat lo regenera
      * cada corrida.
       SELECT NOTAS_ANULACION ASSIGN TO "NotasAnulacionCorrida.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOTAS-ANUL.

       SELECT LIBRO_IVA_VENTAS ASSIGN TO "LibroIvaVentas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-IVA.

       SELECT GL_EXTRACTO ASSIGN TO "GLExtracto.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GL.

      * Con la liquidacion en curso no se anula: la serie de notas
      * de credito es la misma de la corrida.
       SELECT TRABA-LIQUIDACION ASSIGN TO "TrabaLiquidacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA.

       SELECT INFORME ASSIGN TO "AnulacionCorrida.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INFORME.

      * Cola de doble firma: la operacion sensible queda pendiente
      * hasta que un supervisor la apruebe en
      * AutorizacionesPendientes; con la aprobacion registrada la
      * misma corrida la ejecuta y la marca consumida.
       SELECT AUTORIZACIONES ASSIGN TO "AutorizacionesPendientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUTORIZACIONES.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PERIODOS-CERRADOS LABEL RECORD IS STANDARD.
       01 PERIODOS-CERRADOS-REG.
           03 PERCER-FECHA-DESDE PIC 9(8).
           03 PERCER-FECHA-HASTA PIC 9(8).
           03 PERCER-FECHA-CIERRE PIC 9(8).

       FD RECIBOS_EMITIDOS LABEL RECORD IS STANDARD.
       01 RECIBOS_EMITIDOS_REG.
           03 RECEMI-FOLIO PIC 9(9).
           03 RECEMI-PROFESOR PIC X(5).
           03 RECEMI-FECHA-EMISION PIC 9(8).
           03 RECEMI-NETO PIC S9(9)V99.
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD CONTRAMOV_RECIBOS LABEL RECORD IS STANDARD.
       01 CONTRAMOV_RECIBOS_REG.
           03 CTR-FOLIO PIC 9(9).
           03 CTR-PROFESOR PIC X(5).
           03 CTR-FECHA-ANULACION PIC 9(8).
           03 CTR-OPERADOR PIC X(8).
           03 CTR-IMPORTE PIC S9(9)V99.
           03 CTR-MOTIVO PIC X(40).

       FD ACUMULADO_ANUAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_ANUAL_REG.
           03 ACUM-NUMERO PIC X(5).
           03 ACUM-ANIO PIC 9(4).
           03 ACUM-HORAS PIC S9(6)V99.
           03 ACUM-IMPORTE PIC S9(10)V99.

       FD ACUMULADO_SUCURSAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_SUCURSAL_REG.
           03 ACSU-SUCURSAL PIC X(3).
           03 ACSU-ANIO PIC 9(4).
           03 ACSU-HORAS PIC S9(8)V99.
           03 ACSU-IMPORTE PIC S9(10)V99.
           03 ACSU-ULTIMO-PERIODO PIC 9(6).

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD DETALLE-LIQUIDADO LABEL RECORD IS STANDARD.
       01 DETALLE-LIQUIDADO-REG.
           03 DET-CLAVE.
               05 DET-NUMERO PIC X(5).
               05 DET-FECHA PIC 9(8).
               05 DET-SECUENCIA PIC 9(3).
           03 DET-SUCURSAL PIC X(3).
           03 DET-TIP_CLASE PIC X(4).
           03 DET-HORAS PIC 9(3)V99.
           03 DET-TIPO-MOV PIC X(1).
               88 DET-ES-REVERSO VALUE "C".
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD LIBRO_RETENCIONES LABEL RECORD IS STANDARD.
       01 LIBRO_RETENCIONES_REG.
           03 LRET-PROFESOR PIC X(5).
           03 LRET-DNI PIC 9(8).
           03 LRET-PERIODO PIC 9(6).
           03 LRET-BASE PIC S9(9)V99.
           03 LRET-RETENCION PIC S9(9)V99.
           03 LRET-ESTADO PIC X(1).
               88 LRET-VIGENTE VALUE "E".
               88 LRET-ANULADA VALUE "A".

       FD LIBRO_RET_NUEVO LABEL RECORD IS STANDARD.
       01 LIBRO_RET_NUEVO_REG PIC X(42).

       FD FACTURAS_EMITIDAS LABEL RECORD IS STANDARD.
       01 FACTURAS_EMITIDAS_REG.
           03 FEMI-SUCURSAL PIC X(3).
           03 FEMI-PERIODO PIC 9(6).
           03 FEMI-FECHA-EMISION PIC 9(8).
           03 FEMI-IMPORTE PIC S9(9)V99.
           03 FEMI-ESTADO PIC X(1).
               88 FEMI-EMITIDA VALUE "E".
               88 FEMI-NOTA-CREDITO VALUE "C".
               88 FEMI-NOTA-DEBITO VALUE "D".
           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
               88 SUC-IVA-INSCRIPTO VALUE "I".
               88 SUC-IVA-REDUCIDO VALUE "R".
               88 SUC-IVA-EXENTO VALUE "E".
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
               88 SUC-ACTIVA-SI VALUE "A".
               88 SUC-CERRADA-SI VALUE "C".
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
      * Limite de credito (cero = sin limite) y bloqueo de servicio
      * por morosidad. Una sucursal desbloqueada con doble firma
      * queda en D y el control la respeta hasta que su saldo
      * vuelva a quedar dentro del limite.
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
               88 SUC-DESBLOQUEO-AUTORIZADO VALUE "D".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).

       FD FOLIO-NOTAS-CREDITO LABEL RECORD IS STANDARD.
       01 FOLIO-NOTAS-CREDITO-REG.
           03 FOLIO-NC-ULTIMO PIC 9(9).

       FD FOLIO-NOTAS-DEBITO LABEL RECORD IS STANDARD.
       01 FOLIO-NOTAS-DEBITO-REG.
           03 FOLIO-ND-ULTIMO PIC 9(9).

       FD NOTAS_ANULACION LABEL RECORD IS STANDARD.
       01 NOTAS_ANULACION_REG PIC X(90).

       FD LIBRO_IVA_VENTAS LABEL RECORD IS STANDARD.
       01 LIBRO_IVA_VENTAS_REG PIC X(110).

       FD GL_EXTRACTO LABEL RECORD IS STANDARD.
       01 GL_EXTRACTO_REG.
           03 GLE-CENTRO-COSTO PIC X(3).
           03 GLE-PERIODO PIC 9(6).
           03 GLE-TIPO-MOVIMIENTO PIC X(1).
           03 GLE-IMPORTE PIC 9(9)V99.
           03 GLE-EMPRESA PIC X(2).

       FD TRABA-LIQUIDACION LABEL RECORD IS STANDARD.
       01 TRABA-LIQUIDACION-REG.
           03 TRABA-OPERADOR PIC X(8).
           03 TRABA-FECHA PIC 9(8).
           03 TRABA-HORA PIC 9(6).

       FD INFORME LABEL RECORD IS STANDARD.
       01 INFORME_REG PIC X(100).

       FD AUTORIZACIONES LABEL RECORD IS STANDARD.
       01 AUTORIZACIONES_REG.
           03 AUT-OPERACION PIC X(10).
           03 AUT-DETALLE PIC X(40).
           03 AUT-FECHA-PEDIDO PIC 9(8).
           03 AUT-OPERADOR PIC X(8).
           03 AUT-ESTADO PIC X(1).
               88 AUT-PENDIENTE VALUE "P".
               88 AUT-APROBADA VALUE "A".
               88 AUT-RECHAZADA VALUE "R".
               88 AUT-EJECUTADA VALUE "E".
           03 AUT-SUPERVISOR PIC X(8).
           03 AUT-MOTIVO PIC X(30).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PERIODOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONTRAMOV PIC X(2) VALUE SPACES.
       01 WS-STATUS-ACUM PIC X(2) VALUE SPACES.
       01 WS-STATUS-ACUM-SUC PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-RET PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-NUEVO PIC X(2) VALUE SPACES.
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-NC PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-ND PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOTAS-ANUL PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-IVA PIC X(2) VALUE SPACES.
       01 WS-STATUS-GL PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA PIC X(2) VALUE SPACES.
       01 WS-STATUS-INFORME PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-PERIODOS PIC X(2) VALUE "NO".
       01 WS-EOF-REC-EMITIDOS PIC X(2) VALUE "NO".
       01 WS-EOF-DETALLE PIC X(2) VALUE "NO".
       01 WS-EOF-LIBRO-RET PIC X(2) VALUE "NO".
       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-GL PIC X(2) VALUE "NO".

       01 WS-FECHA-ENTRADA PIC X(8).
       01 WS-MOTIVO-ENTRADA PIC X(40).
       01 WS-OPERADOR-ENTRADA PIC X(8).
       01 WS-LIQUIDACION-EN-CURSO PIC X(1) VALUE "N".

      * Datos de la corrida a anular: la fecha de cierre es la que
      * la corrida estampo como fecha de emision en sus recibos y
      * facturas, y su mes es el periodo de sus acumulados.
       01 WS-FECHA-CIERRE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-CORRIDA PIC 9(6) VALUE ZERO.
       01 WS-ANIO-CORRIDA PIC 9(4) VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
       01 WS-CORRIDAS-DEL-DIA PIC 9(3) VALUE ZERO.
       01 WS-CORRIDAS-POSTERIORES PIC 9(3) VALUE ZERO.

      * Periodos cerrados en memoria, para regrabarlos sin el de la
      * corrida anulada.
       01 WS-MAX-PERIODOS PIC 9(4) VALUE 2000.
       01 WS-CANT-PERIODOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PER PIC 9(4) VALUE ZERO.
       01 TABLA-PERIODOS.
           03 ELEM-PER OCCURS 2000 TIMES.
               05 VEC-PER-DESDE PIC 9(8).
               05 VEC-PER-HASTA PIC 9(8).
               05 VEC-PER-CIERRE PIC 9(8).

      * El indice de recibos completo, para marcar los de la
      * corrida y regrabar.
       01 WS-MAX-RECIBOS PIC 9(4) VALUE 5000.
       01 WS-CANT-RECIBOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-REC PIC 9(4) VALUE ZERO.
       01 TABLA-RECIBOS.
           03 ELEM-REC OCCURS 5000 TIMES.
               05 VEC-REC-FOLIO PIC 9(9).
               05 VEC-REC-PROFESOR PIC X(5).
               05 VEC-REC-FECHA PIC 9(8).
               05 VEC-REC-NETO PIC S9(9)V99.
               05 VEC-REC-ESTADO PIC X(1).
               05 VEC-REC-CODIGO-VERIF PIC 9(8).

      * Profesores liquidados por la corrida (los de sus recibos),
      * con lo que el detalle revertido les resta de los
      * acumulados.
       01 WS-MAX-PROFESORES PIC 9(4) VALUE 5000.
       01 WS-CANT-PROFESORES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PRO PIC 9(4) VALUE ZERO.
       01 WS-PRO-HALLADO PIC X(1) VALUE "N".
           88 WS-PRO-HALLADO-SI VALUE "S".
       01 TABLA-PROFESORES.
           03 ELEM-PRO OCCURS 5000 TIMES.
               05 VEC-PRO-NUMERO PIC X(5).
               05 VEC-PRO-HORAS PIC S9(6)V99.
               05 VEC-PRO-IMPORTE PIC S9(10)V99.
               05 VEC-PRO-RET-ANULADA PIC X(1).

      * Maestro de sucursales con lo revertido a cada una.
       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
           88 WS-SUC-HALLADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-RAZON PIC X(25).
               05 VEC-SUC-CUIT PIC 9(11).
               05 VEC-SUC-IVA-COND PIC X(1).
               05 VEC-SUC-EMPRESA PIC X(2).
               05 VEC-SUC-HORAS PIC S9(8)V99.
               05 VEC-SUC-IMPORTE PIC S9(10)V99.

      * Documentos de venta que emitio la corrida: se levantan
      * antes de agregar las notas al mismo archivo.
       01 WS-MAX-DOCUMENTOS PIC 9(4) VALUE 1000.
       01 WS-CANT-DOCUMENTOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DOC PIC 9(4) VALUE ZERO.
       01 TABLA-DOCUMENTOS.
           03 ELEM-DOC OCCURS 1000 TIMES.
               05 VEC-DOC-SUCURSAL PIC X(3).
               05 VEC-DOC-PERIODO PIC 9(6).
               05 VEC-DOC-IMPORTE PIC S9(9)V99.
               05 VEC-DOC-ESTADO PIC X(1).

      * Renglones del extracto contable a invertir.
       01 WS-MAX-GL PIC 9(4) VALUE 2000.
       01 WS-CANT-GL PIC 9(4) VALUE ZERO.
       01 SUBINDICE-GL PIC 9(4) VALUE ZERO.
       01 TABLA-GL.
           03 ELEM-GL OCCURS 2000 TIMES.
               05 VEC-GL-CENTRO PIC X(3).
               05 VEC-GL-TIPO PIC X(1).
               05 VEC-GL-IMPORTE PIC 9(9)V99.
               05 VEC-GL-EMPRESA PIC X(2).
       01 WS-GL-DESDE-DETALLE PIC X(1) VALUE "N".
           88 WS-GL-DESDE-DETALLE-SI VALUE "S".
      * El asiento inverso lleva el mismo tipo de movimiento en
      * minuscula: el plan de cuentas lo toma por su mayuscula con
      * el debe y el haber cruzados, y la conciliacion lo resta.
       01 WS-MAYUSCULAS PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-MINUSCULAS PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-TIPO-INVERSO PIC X(1) VALUE SPACES.

      * Importes de cada nota de la anulacion.
       01 WS-FOLIO-NC-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-FOLIO-ND-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-FOLIO-NOTA PIC 9(9) VALUE ZERO.
       01 WS-ALICUOTA-IVA PIC 9(2)V99 VALUE ZERO.
       01 WS-NETO-NOTA PIC S9(9)V99 VALUE ZERO.
       01 WS-IVA-NOTA PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NOTA PIC S9(9)V99 VALUE ZERO.

       01 WS-HORAS-LINEA PIC S9(6)V99 VALUE ZERO.
       01 WS-IMPORTE-LINEA PIC S9(10)V99 VALUE ZERO.

      * Contadores e importes de cada archivo para el informe.
       01 WS-CANT-RECIBOS-ANUL PIC 9(6) VALUE ZERO.
       01 WS-NETO-RECIBOS-ANUL PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-DETALLE-BORRADO PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-DETALLE PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-ACUM-AJUSTADOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-ACUM-OMITIDOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-HIST-AJUSTADOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-ACSU-AJUSTADOS PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-ACSU PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-RET-ANULADAS PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-RET-ANULADAS PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-NC-EMITIDAS PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-NC PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-ND-EMITIDAS PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-ND PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-GL-INVERTIDOS PIC 9(6) VALUE ZERO.
       01 WS-IMPORTE-GL PIC S9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
             05  WS-CURRENT-TIME.
                 10  WS-CURRENT-HOUR    PIC  9(2).
                 10  WS-CURRENT-MINUTE  PIC  9(2).
                 10  WS-CURRENT-SECOND  PIC  9(2).
                 10  WS-CURRENT-MS      PIC  9(2).
             05  WS-DIFF-FROM-GMT       PIC S9(4).

      * Soporte de la doble firma: la cola entera en memoria para
      * ubicar la aprobacion y marcarla consumida.
       01 WS-STATUS-AUTORIZACIONES PIC X(2) VALUE SPACES.
       01 WS-EOF-AUTORIZACIONES PIC X(2) VALUE "NO".
       01 WS-MAX-AUTS PIC 9(3) VALUE 200.
       01 WS-CANT-AUTS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-AUT PIC 9(3) VALUE ZERO.
       01 WS-AUT-HALLADA PIC X(1) VALUE "N".
           88 WS-AUT-APROBADA-SI VALUE "S".
       01 WS-AUT-OPERACION PIC X(10) VALUE SPACES.
       01 WS-AUT-DETALLE PIC X(40) VALUE SPACES.
       01 WS-AUT-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-AUT-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 TABLA-AUTORIZACIONES.
           03 ELEM-AUT OCCURS 200 TIMES.
               05 VEC-AUT-OPERACION PIC X(10).
               05 VEC-AUT-DETALLE PIC X(40).
               05 VEC-AUT-FECHA PIC 9(8).
               05 VEC-AUT-OPERADOR PIC X(8).
               05 VEC-AUT-ESTADO PIC X(1).
               05 VEC-AUT-SUPERVISOR PIC X(8).
               05 VEC-AUT-MOTIVO PIC X(30).

       01 LINEA-NC-ENC.
           03 FILLER PIC X(16) VALUE "NOTA DE CREDITO ".
           03 LNC-FOLIO PIC 9(9).
           03 FILLER PIC X(3) VALUE " - ".
           03 LNC-SUCURSAL PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNC-RAZON PIC X(25).

       01 LINEA-ND-ENC.
           03 FILLER PIC X(16) VALUE "NOTA DE DEBITO  ".
           03 LND-FOLIO PIC 9(9).
           03 FILLER PIC X(3) VALUE " - ".
           03 LND-SUCURSAL PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LND-RAZON PIC X(25).

       01 LINEA-NOTA-DETALLE.
           03 FILLER PIC X(24) VALUE "ANULA CORRIDA CERRADA EL".
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNOD-FECHA PIC 9(8).
           03 FILLER PIC X(10) VALUE " PERIODO: ".
           03 LNOD-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNOD-MOTIVO PIC X(40).

       01 LINEA-NOTA-TOTAL.
           03 FILLER PIC X(6) VALUE "NETO: ".
           03 LNOT-NETO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(6) VALUE " IVA: ".
           03 LNOT-IVA PIC ZZZZZZZ9,99.
           03 FILLER PIC X(8) VALUE " TOTAL: ".
           03 LNOT-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-VERIF-FACTURA.
           03 FILLER PIC X(24) VALUE "Codigo de verificacion: ".
           03 LVF-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.

       01 LINEA-LIBRO-IVA-NOTA.
           03 LLNO-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-CUIT PIC 9(11).
           03 LLNO-MARCA PIC X(4).
           03 LLNO-NETO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-ALICUOTA PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-IVA PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNO-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-INF-TITULO.
           03 FILLER PIC X(34) VALUE
               "ANULACION DE LA CORRIDA CERRADA EL".
           03 FILLER PIC X(1) VALUE SPACES.
           03 LIT-CIERRE PIC 9(8).
           03 FILLER PIC X(8) VALUE " (DESDE ".
           03 LIT-DESDE PIC 9(8).
           03 FILLER PIC X(7) VALUE " HASTA ".
           03 LIT-HASTA PIC 9(8).
           03 FILLER PIC X(1) VALUE ")".

       01 LINEA-INF-FIRMA.
           03 FILLER PIC X(10) VALUE "OPERADOR: ".
           03 LIF-OPERADOR PIC X(8).
           03 FILLER PIC X(9) VALUE "  FECHA: ".
           03 LIF-FECHA PIC 9(8).
           03 FILLER PIC X(10) VALUE "  MOTIVO: ".
           03 LIF-MOTIVO PIC X(40).

       01 LINEA-INF-ENC.
           03 FILLER PIC X(26) VALUE "ARCHIVO".
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(34) VALUE "MOVIMIENTO".
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE "  CANT".
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(15) VALUE "        IMPORTE".

       01 LINEA-INF-ARCHIVO.
           03 LIA-ARCHIVO PIC X(26).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LIA-MOVIMIENTO PIC X(34).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LIA-CANTIDAD PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LIA-IMPORTE PIC -----------9,99.

       01 LINEA-INF-DOCUMENTO.
           03 FILLER PIC X(4) VALUE SPACES.
           03 LID-TIPO PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LID-FOLIO PIC 9(9).
           03 FILLER PIC X(6) VALUE " SUC: ".
           03 LID-SUCURSAL PIC X(3).
           03 FILLER PIC X(10) VALUE " PERIODO: ".
           03 LID-PERIODO PIC 9(6).
           03 FILLER PIC X(8) VALUE " TOTAL: ".
           03 LID-TOTAL PIC -----------9,99.

       01 LINEA-INF-AVISO.
           03 FILLER PIC X(4) VALUE "*** ".
           03 LIV-TEXTO PIC X(90).
      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos y en
      * ConsultaAutenticidad, que lo recalcula: cambiarlo en todos.
       01 WS-CVER-DATOS.
           03 WS-CVER-TIPO PIC X(1).
           03 WS-CVER-NUMERO PIC 9(9).
           03 WS-CVER-TITULAR PIC X(5).
           03 WS-CVER-PERIODO PIC 9(6).
           03 WS-CVER-SIGNO PIC X(1).
           03 WS-CVER-IMPORTE PIC 9(9)V99.
       01 WS-CVER-CARACTERES REDEFINES WS-CVER-DATOS.
           03 WS-CVER-CARACTER PIC X(1) OCCURS 33 TIMES.
       01 TABLA-CVER-SIMBOLOS VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 VEC-CVER-SIMBOLO PIC X(1) OCCURS 37 TIMES.
       01 SUBINDICE-CVER PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CVER-SIM PIC 9(2) VALUE ZERO.
       01 WS-CVER-IMPORTE-DOC PIC S9(9)V99 VALUE ZERO.
       01 WS-CVER-VALOR PIC 9(2) VALUE ZERO.
       01 WS-CVER-ACUM-A PIC 9(4) VALUE ZERO.
       01 WS-CVER-ACUM-B PIC 9(4) VALUE ZERO.
       01 WS-CVER-PRODUCTO PIC 9(8) VALUE ZERO.
       01 WS-CVER-COCIENTE PIC 9(8) VALUE ZERO.
       01 WS-CVER-CODIGO PIC 9(8) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide la fecha de cierre de la corrida, motivo y operador,
      * exige la doble firma y genera los contramovimientos de
      * cada archivo que la corrida produjo, dejando el informe
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-PERIODO-ACTUAL = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH

           PERFORM VERIFICAR-LIQUIDACION-EN-CURSO
           IF WS-LIQUIDACION-EN-CURSO = "S" THEN
               DISPLAY "HAY UNA LIQUIDACION EN CURSO (VER "
                   "TrabaLiquidacion.dat), NO SE PUEDE ANULAR"
               STOP RUN
           END-IF

           DISPLAY "FECHA DE CIERRE DE LA CORRIDA A ANULAR "
               "(AAAAMMDD): "
           ACCEPT WS-FECHA-ENTRADA
           IF WS-FECHA-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA INVALIDA"
               STOP RUN
           END-IF
           MOVE WS-FECHA-ENTRADA TO WS-FECHA-CIERRE
           COMPUTE WS-PERIODO-CORRIDA = WS-FECHA-CIERRE / 100
           COMPUTE WS-ANIO-CORRIDA = WS-FECHA-CIERRE / 10000

           PERFORM CARGAR-PERIODOS-CERRADOS
           IF WS-EOF-PERIODOS NOT = "SI" THEN
               DISPLAY "PeriodosCerrados.dat ES MAS GRANDE QUE LA "
                       "TABLA (" WS-MAX-PERIODOS "), NO SE PUEDE "
                       "REABRIR SIN PERDER REGISTROS"
               STOP RUN
           END-IF
           PERFORM UBICAR-CORRIDA
           IF WS-CORRIDAS-DEL-DIA = ZERO THEN
               DISPLAY "NO HAY UNA CORRIDA CERRADA CON ESA FECHA "
                       "EN PeriodosCerrados.dat"
               STOP RUN
           END-IF
      * Dos corridas cerradas el mismo dia comparten la fecha de
      * emision de todo lo que grabaron: no hay forma de separar
      * lo de una y lo de la otra.
           IF WS-CORRIDAS-DEL-DIA > 1 THEN
               DISPLAY "HAY " WS-CORRIDAS-DEL-DIA " CORRIDAS "
                       "CERRADAS ESE DIA, NO SE PUEDEN SEPARAR"
               STOP RUN
           END-IF

           PERFORM CARGAR-RECIBOS-A-VECTOR
      * Si el indice no entro entero en la tabla, regrabarlo desde
      * el vector perderia la cola del archivo: no se opera.
           IF WS-EOF-REC-EMITIDOS NOT = "SI" THEN
               DISPLAY "EL INDICE DE RECIBOS ES MAS GRANDE QUE LA "
                       "TABLA (" WS-MAX-RECIBOS "), NO SE PUEDE "
                       "ANULAR SIN PERDER REGISTROS"
               STOP RUN
           END-IF

           DISPLAY "CORRIDA DEL " WS-FECHA-DESDE " AL "
               WS-FECHA-HASTA " CERRADA EL " WS-FECHA-CIERRE
           DISPLAY "MOTIVO DE LA ANULACION: "
           ACCEPT WS-MOTIVO-ENTRADA
           IF WS-MOTIVO-ENTRADA = SPACES THEN
               DISPLAY "EL MOTIVO ES OBLIGATORIO, SE CANCELA"
               STOP RUN
           END-IF
           DISPLAY "OPERADOR: "
           ACCEPT WS-OPERADOR-ENTRADA

      * Doble firma: la anulacion recien se ejecuta con la
      * aprobacion del supervisor ya registrada en la cola.
           PERFORM ARMAR-DETALLE-AUTORIZACION
           PERFORM BUSCAR-AUTORIZACION-APROBADA
           IF NOT WS-AUT-APROBADA-SI THEN
               MOVE WS-OPERADOR-ENTRADA TO WS-AUT-OPERADOR
               PERFORM GRABAR-PEDIDO-AUTORIZACION
               DISPLAY "LA ANULACION QUEDA PENDIENTE DE LA FIRMA "
                   "DEL SUPERVISOR (VER AutorizacionesPendientes)"
               STOP RUN
           END-IF
           PERFORM CONSUMIR-AUTORIZACION

           OPEN OUTPUT INFORME
           PERFORM GRABAR-ENCABEZADO-INFORME
           PERFORM CARGAR-SUCURSALES

           PERFORM ANULAR-RECIBOS-DE-LA-CORRIDA
           PERFORM REVERTIR-DETALLE-LIQUIDADO
           PERFORM REVERTIR-ACUMULADO-ANUAL
           PERFORM REVERTIR-HISTORICO-PROFESOR
           PERFORM REVERTIR-ACUMULADO-SUCURSAL
           PERFORM ANULAR-RETENCIONES-DE-LA-CORRIDA
           PERFORM ANULAR-DOCUMENTOS-DE-VENTA
           PERFORM GENERAR-ASIENTO-INVERSO
           PERFORM REABRIR-PERIODO

           CLOSE INFORME
           MOVE "ANUCOR" TO BIT-EVENTO
           MOVE "EJECUTADA" TO BIT-RESULTADO
           MOVE WS-CANT-RECIBOS-ANUL TO BIT-CONTADOR-1
           COMPUTE BIT-CONTADOR-2 = WS-CANT-NC-EMITIDAS +
               WS-CANT-ND-EMITIDAS
           PERFORM GRABAR-BITACORA

           DISPLAY "CORRIDA DEL " WS-FECHA-CIERRE " ANULADA, "
               "PERIODO REABIERTO"
           DISPLAY "RECIBOS ANULADOS: " WS-CANT-RECIBOS-ANUL
           DISPLAY "NOTAS DE CREDITO: " WS-CANT-NC-EMITIDAS
               " NOTAS DE DEBITO: " WS-CANT-ND-EMITIDAS
           DISPLAY "DETALLE EN AnulacionCorrida.dat"
           STOP RUN.

       VERIFICAR-LIQUIDACION-EN-CURSO.
           MOVE "N" TO WS-LIQUIDACION-EN-CURSO
           OPEN INPUT TRABA-LIQUIDACION
           IF WS-STATUS-TRABA = "00" THEN
               READ TRABA-LIQUIDACION
                   NOT AT END
                       MOVE "S" TO WS-LIQUIDACION-EN-CURSO
               END-READ
               CLOSE TRABA-LIQUIDACION
           END-IF.

      * La clave de la autorizacion repite la fecha de cierre: la
      * aprobacion vale solo para la anulacion de esa corrida.
       ARMAR-DETALLE-AUTORIZACION.
           MOVE WS-FECHA-HOY TO WS-AUT-FECHA-HOY
           MOVE "ANUL-CORR" TO WS-AUT-OPERACION
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "CORRIDA:" DELIMITED BY SIZE
                  WS-FECHA-CIERRE DELIMITED BY SIZE
                  INTO WS-AUT-DETALLE.

       CARGAR-PERIODOS-CERRADOS.
           MOVE ZERO TO WS-CANT-PERIODOS
           MOVE "NO" TO WS-EOF-PERIODOS
           OPEN INPUT PERIODOS-CERRADOS
           IF WS-STATUS-PERIODOS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR PeriodosCerrados.dat"
               STOP RUN
           END-IF
           PERFORM LEER-PERIODO-CERRADO
           PERFORM CARGAR-UN-PERIODO UNTIL
               WS-EOF-PERIODOS = "SI" OR
               WS-CANT-PERIODOS >= WS-MAX-PERIODOS
           CLOSE PERIODOS-CERRADOS.

       LEER-PERIODO-CERRADO.
           READ PERIODOS-CERRADOS
               AT END
                   MOVE "SI" TO WS-EOF-PERIODOS
           END-READ.

       CARGAR-UN-PERIODO.
           ADD 1 TO WS-CANT-PERIODOS
           MOVE PERCER-FECHA-DESDE TO VEC-PER-DESDE(WS-CANT-PERIODOS)
           MOVE PERCER-FECHA-HASTA TO VEC-PER-HASTA(WS-CANT-PERIODOS)
           MOVE PERCER-FECHA-CIERRE TO
               VEC-PER-CIERRE(WS-CANT-PERIODOS)
           PERFORM LEER-PERIODO-CERRADO.

      * Ademas de ubicar la corrida cuenta las cerradas despues:
      * cada corrida regenera el extracto contable, asi que con una
      * posterior el extracto ya no tiene los renglones de esta.
       UBICAR-CORRIDA.
           MOVE ZERO TO WS-CORRIDAS-DEL-DIA
           MOVE ZERO TO WS-CORRIDAS-POSTERIORES
           PERFORM COTEJAR-UN-PERIODO
               VARYING SUBINDICE-PER FROM 1 BY 1
               UNTIL SUBINDICE-PER > WS-CANT-PERIODOS.

       COTEJAR-UN-PERIODO.
           IF VEC-PER-CIERRE(SUBINDICE-PER) = WS-FECHA-CIERRE THEN
               ADD 1 TO WS-CORRIDAS-DEL-DIA
               MOVE VEC-PER-DESDE(SUBINDICE-PER) TO WS-FECHA-DESDE
               MOVE VEC-PER-HASTA(SUBINDICE-PER) TO WS-FECHA-HASTA
           END-IF
           IF VEC-PER-CIERRE(SUBINDICE-PER) > WS-FECHA-CIERRE THEN
               ADD 1 TO WS-CORRIDAS-POSTERIORES
           END-IF.

       CARGAR-RECIBOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-RECIBOS
           MOVE "NO" TO WS-EOF-REC-EMITIDOS
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR RecibosEmitidos.dat"
               STOP RUN
           END-IF
           PERFORM LEER-RECIBO-EMITIDO
           PERFORM CARGAR-UN-RECIBO UNTIL
               WS-EOF-REC-EMITIDOS = "SI" OR
               WS-CANT-RECIBOS >= WS-MAX-RECIBOS
           CLOSE RECIBOS_EMITIDOS.

       LEER-RECIBO-EMITIDO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-REC-EMITIDOS
           END-READ.

       CARGAR-UN-RECIBO.
           ADD 1 TO WS-CANT-RECIBOS
           MOVE RECEMI-FOLIO TO VEC-REC-FOLIO(WS-CANT-RECIBOS)
           MOVE RECEMI-PROFESOR TO VEC-REC-PROFESOR(WS-CANT-RECIBOS)
           MOVE RECEMI-FECHA-EMISION TO
               VEC-REC-FECHA(WS-CANT-RECIBOS)
           MOVE RECEMI-NETO TO VEC-REC-NETO(WS-CANT-RECIBOS)
           MOVE RECEMI-ESTADO TO VEC-REC-ESTADO(WS-CANT-RECIBOS)
      * Los recibos anteriores al codigo de verificacion no lo
      * traen: quedan en cero.
           IF RECEMI-CODIGO-VERIF NUMERIC THEN
               MOVE RECEMI-CODIGO-VERIF TO
                   VEC-REC-CODIGO-VERIF(WS-CANT-RECIBOS)
           ELSE
               MOVE ZEROS TO VEC-REC-CODIGO-VERIF(WS-CANT-RECIBOS)
           END-IF
           PERFORM LEER-RECIBO-EMITIDO.

       CARGAR-SUCURSALES.
           MOVE ZERO TO WS-CANT-SUCURSALES
           MOVE "NO" TO WS-EOF-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-SUCURSAL UNTIL
                   WS-EOF-SUCURSALES = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES
           END-READ.

       CARGAR-UNA-SUCURSAL.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           MOVE SUC-RAZON TO VEC-SUC-RAZON(WS-CANT-SUCURSALES)
           MOVE SUC-CUIT TO VEC-SUC-CUIT(WS-CANT-SUCURSALES)
           MOVE SUC-IVA-COND TO VEC-SUC-IVA-COND(WS-CANT-SUCURSALES)
           MOVE SUC-EMPRESA TO VEC-SUC-EMPRESA(WS-CANT-SUCURSALES)
           MOVE ZERO TO VEC-SUC-HORAS(WS-CANT-SUCURSALES)
           MOVE ZERO TO VEC-SUC-IMPORTE(WS-CANT-SUCURSALES)
           PERFORM LEER-SUCURSAL.

       BUSCAR-SUCURSAL.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA-SI.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = DET-SUCURSAL THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       GRABAR-ENCABEZADO-INFORME.
           MOVE WS-FECHA-CIERRE TO LIT-CIERRE
           MOVE WS-FECHA-DESDE TO LIT-DESDE
           MOVE WS-FECHA-HASTA TO LIT-HASTA
           WRITE INFORME_REG FROM LINEA-INF-TITULO
           MOVE WS-OPERADOR-ENTRADA TO LIF-OPERADOR
           MOVE WS-FECHA-HOY TO LIF-FECHA
           MOVE WS-MOTIVO-ENTRADA TO LIF-MOTIVO
           WRITE INFORME_REG FROM LINEA-INF-FIRMA
           WRITE INFORME_REG FROM BLANCO
           WRITE INFORME_REG FROM LINEA-INF-ENC.

      * Recibos: los que la corrida emitio (con su fecha de cierre
      * como fecha de emision, incluidos los de neto arrastrado)
      * quedan anulados, cada uno con su contramovimiento, y sus
      * profesores forman el universo del resto de la reversion.
       ANULAR-RECIBOS-DE-LA-CORRIDA.
           MOVE ZERO TO WS-CANT-PROFESORES
           OPEN EXTEND CONTRAMOV_RECIBOS
           IF WS-STATUS-CONTRAMOV = "35" THEN
               OPEN OUTPUT CONTRAMOV_RECIBOS
               CLOSE CONTRAMOV_RECIBOS
               OPEN EXTEND CONTRAMOV_RECIBOS
           END-IF
           PERFORM ANULAR-UN-RECIBO
               VARYING SUBINDICE-REC FROM 1 BY 1
               UNTIL SUBINDICE-REC > WS-CANT-RECIBOS
           CLOSE CONTRAMOV_RECIBOS
           PERFORM GRABAR-RECIBOS-DESDE-VECTOR
           MOVE "RecibosEmitidos.dat" TO LIA-ARCHIVO
           MOVE "RECIBOS MARCADOS ANULADOS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-RECIBOS-ANUL TO LIA-CANTIDAD
           MOVE WS-NETO-RECIBOS-ANUL TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO
           MOVE "ContramovRecibos.dat" TO LIA-ARCHIVO
           MOVE "CONTRAMOVIMIENTOS AGREGADOS" TO LIA-MOVIMIENTO
           COMPUTE LIA-IMPORTE = WS-NETO-RECIBOS-ANUL * -1
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       ANULAR-UN-RECIBO.
           IF VEC-REC-FECHA(SUBINDICE-REC) = WS-FECHA-CIERRE AND
               (VEC-REC-ESTADO(SUBINDICE-REC) = "E" OR
                VEC-REC-ESTADO(SUBINDICE-REC) = "R") THEN
               MOVE "A" TO VEC-REC-ESTADO(SUBINDICE-REC)
               ADD 1 TO WS-CANT-RECIBOS-ANUL
               ADD VEC-REC-NETO(SUBINDICE-REC) TO WS-NETO-RECIBOS-ANUL
               MOVE VEC-REC-FOLIO(SUBINDICE-REC) TO CTR-FOLIO
               MOVE VEC-REC-PROFESOR(SUBINDICE-REC) TO CTR-PROFESOR
               MOVE WS-FECHA-HOY TO CTR-FECHA-ANULACION
               MOVE WS-OPERADOR-ENTRADA TO CTR-OPERADOR
               COMPUTE CTR-IMPORTE = VEC-REC-NETO(SUBINDICE-REC) * -1
               MOVE WS-MOTIVO-ENTRADA TO CTR-MOTIVO
               WRITE CONTRAMOV_RECIBOS_REG
               PERFORM AGREGAR-PROFESOR
           END-IF.

       AGREGAR-PROFESOR.
           PERFORM BUSCAR-PROFESOR-DEL-RECIBO
           IF NOT WS-PRO-HALLADO-SI AND
               WS-CANT-PROFESORES < WS-MAX-PROFESORES THEN
               ADD 1 TO WS-CANT-PROFESORES
               MOVE VEC-REC-PROFESOR(SUBINDICE-REC) TO
                   VEC-PRO-NUMERO(WS-CANT-PROFESORES)
               MOVE ZERO TO VEC-PRO-HORAS(WS-CANT-PROFESORES)
               MOVE ZERO TO VEC-PRO-IMPORTE(WS-CANT-PROFESORES)
               MOVE "N" TO VEC-PRO-RET-ANULADA(WS-CANT-PROFESORES)
           END-IF.

       BUSCAR-PROFESOR-DEL-RECIBO.
           MOVE "N" TO WS-PRO-HALLADO
           MOVE 1 TO SUBINDICE-PRO
           PERFORM AVANZAR-PRO-RECIBO UNTIL
               SUBINDICE-PRO > WS-CANT-PROFESORES OR
               WS-PRO-HALLADO-SI.

       AVANZAR-PRO-RECIBO.
           IF VEC-PRO-NUMERO(SUBINDICE-PRO) =
               VEC-REC-PROFESOR(SUBINDICE-REC) THEN
               MOVE "S" TO WS-PRO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PRO
           END-IF.

       GRABAR-RECIBOS-DESDE-VECTOR.
           OPEN OUTPUT RECIBOS_EMITIDOS
           MOVE 1 TO SUBINDICE-REC
           PERFORM GRABAR-UN-RECIBO UNTIL
               SUBINDICE-REC > WS-CANT-RECIBOS
           CLOSE RECIBOS_EMITIDOS.

       GRABAR-UN-RECIBO.
           MOVE VEC-REC-FOLIO(SUBINDICE-REC) TO RECEMI-FOLIO
           MOVE VEC-REC-PROFESOR(SUBINDICE-REC) TO RECEMI-PROFESOR
           MOVE VEC-REC-FECHA(SUBINDICE-REC) TO RECEMI-FECHA-EMISION
           MOVE VEC-REC-NETO(SUBINDICE-REC) TO RECEMI-NETO
           MOVE VEC-REC-ESTADO(SUBINDICE-REC) TO RECEMI-ESTADO
           MOVE VEC-REC-CODIGO-VERIF(SUBINDICE-REC) TO
               RECEMI-CODIGO-VERIF
           WRITE RECIBOS_EMITIDOS_REG
           ADD 1 TO SUBINDICE-REC.

      * El detalle liquidado es la fuente de lo que la corrida sumo
      * a los acumulados: sus lineas del rango de fechas de los
      * profesores de la corrida se totalizan por profesor y por
      * sucursal (los reversos restan) y se borran del indice.
       REVERTIR-DETALLE-LIQUIDADO.
           MOVE ZERO TO WS-CANT-DETALLE-BORRADO
           MOVE ZERO TO WS-IMPORTE-DETALLE
           OPEN I-O DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               MOVE "NO SE PUDO ABRIR DetalleLiquidado.dat: LOS "
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
               MOVE "ACUMULADOS QUEDAN SIN REVERTIR, AJUSTE MANUAL"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           ELSE
               MOVE "NO" TO WS-EOF-DETALLE
               MOVE LOW-VALUES TO DET-CLAVE
               START DETALLE-LIQUIDADO KEY IS NOT LESS THAN DET-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-EOF-DETALLE
               END-START
               PERFORM REVISAR-LINEA-DETALLE UNTIL
                   WS-EOF-DETALLE = "SI"
               CLOSE DETALLE-LIQUIDADO
           END-IF
           MOVE "DetalleLiquidado.dat" TO LIA-ARCHIVO
           MOVE "LINEAS DE LA CORRIDA BORRADAS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-DETALLE-BORRADO TO LIA-CANTIDAD
           MOVE WS-IMPORTE-DETALLE TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       REVISAR-LINEA-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-DETALLE
               NOT AT END
                   IF DET-FECHA NOT < WS-FECHA-DESDE AND
                       DET-FECHA NOT > WS-FECHA-HASTA THEN
                       PERFORM BUSCAR-PROFESOR-DEL-DETALLE
                       IF WS-PRO-HALLADO-SI THEN
                           PERFORM ACUMULAR-LINEA-DETALLE
                           DELETE DETALLE-LIQUIDADO RECORD
                           ADD 1 TO WS-CANT-DETALLE-BORRADO
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-PROFESOR-DEL-DETALLE.
           MOVE "N" TO WS-PRO-HALLADO
           MOVE 1 TO SUBINDICE-PRO
           PERFORM AVANZAR-PRO-DETALLE UNTIL
               SUBINDICE-PRO > WS-CANT-PROFESORES OR
               WS-PRO-HALLADO-SI.

       AVANZAR-PRO-DETALLE.
           IF VEC-PRO-NUMERO(SUBINDICE-PRO) = DET-NUMERO THEN
               MOVE "S" TO WS-PRO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PRO
           END-IF.

       ACUMULAR-LINEA-DETALLE.
           IF DET-ES-REVERSO THEN
               COMPUTE WS-HORAS-LINEA = DET-HORAS * -1
               COMPUTE WS-IMPORTE-LINEA = DET-IMPORTE * -1
           ELSE
               MOVE DET-HORAS TO WS-HORAS-LINEA
               MOVE DET-IMPORTE TO WS-IMPORTE-LINEA
           END-IF
           ADD WS-HORAS-LINEA TO VEC-PRO-HORAS(SUBINDICE-PRO)
           ADD WS-IMPORTE-LINEA TO VEC-PRO-IMPORTE(SUBINDICE-PRO)
           ADD WS-IMPORTE-LINEA TO WS-IMPORTE-DETALLE
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUC-HALLADA-SI THEN
               ADD WS-HORAS-LINEA TO VEC-SUC-HORAS(SUBINDICE-SUC)
               ADD WS-IMPORTE-LINEA TO VEC-SUC-IMPORTE(SUBINDICE-SUC)
           END-IF.

      * El acumulado anual se pisa al cambiar de anio: si ya no es
      * el anio de la corrida no queda nada de ella que revertir.
       REVERTIR-ACUMULADO-ANUAL.
           MOVE ZERO TO WS-CANT-ACUM-AJUSTADOS
           MOVE ZERO TO WS-CANT-ACUM-OMITIDOS
           OPEN I-O ACUMULADO_ANUAL
           IF WS-STATUS-ACUM NOT = "00" THEN
               MOVE "SIN AcumuladoAnual.dat, AJUSTE MANUAL PENDIENTE"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           ELSE
               PERFORM REVERTIR-ACUM-UN-PROFESOR
                   VARYING SUBINDICE-PRO FROM 1 BY 1
                   UNTIL SUBINDICE-PRO > WS-CANT-PROFESORES
               CLOSE ACUMULADO_ANUAL
           END-IF
           MOVE "AcumuladoAnual.dat" TO LIA-ARCHIVO
           MOVE "PROFESORES REVERTIDOS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-ACUM-AJUSTADOS TO LIA-CANTIDAD
           COMPUTE LIA-IMPORTE = WS-IMPORTE-DETALLE * -1
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO
           IF WS-CANT-ACUM-OMITIDOS > ZERO THEN
               MOVE "AcumuladoAnual.dat" TO LIA-ARCHIVO
               MOVE "SIN ACUMULADO DEL ANIO (OMITIDOS)" TO
                   LIA-MOVIMIENTO
               MOVE WS-CANT-ACUM-OMITIDOS TO LIA-CANTIDAD
               MOVE ZERO TO LIA-IMPORTE
               WRITE INFORME_REG FROM LINEA-INF-ARCHIVO
           END-IF.

       REVERTIR-ACUM-UN-PROFESOR.
           MOVE VEC-PRO-NUMERO(SUBINDICE-PRO) TO ACUM-NUMERO
           READ ACUMULADO_ANUAL
               INVALID KEY
                   ADD 1 TO WS-CANT-ACUM-OMITIDOS
               NOT INVALID KEY
                   IF ACUM-ANIO = WS-ANIO-CORRIDA THEN
                       SUBTRACT VEC-PRO-HORAS(SUBINDICE-PRO) FROM
                           ACUM-HORAS
                       SUBTRACT VEC-PRO-IMPORTE(SUBINDICE-PRO) FROM
                           ACUM-IMPORTE
                       REWRITE ACUMULADO_ANUAL_REG
                       ADD 1 TO WS-CANT-ACUM-AJUSTADOS
                   ELSE
                       ADD 1 TO WS-CANT-ACUM-OMITIDOS
                   END-IF
           END-READ.

      * La corrida sumo sus totales en el renglon de su mes; el
      * mismo renglon puede tener otras corridas del mes, por eso
      * se resta y no se borra.
       REVERTIR-HISTORICO-PROFESOR.
           MOVE ZERO TO WS-CANT-HIST-AJUSTADOS
           OPEN I-O HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO NOT = "00" THEN
               MOVE "SIN HistoricoProfesor.dat, AJUSTE MANUAL PENDIENTE"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           ELSE
               PERFORM REVERTIR-HIST-UN-PROFESOR
                   VARYING SUBINDICE-PRO FROM 1 BY 1
                   UNTIL SUBINDICE-PRO > WS-CANT-PROFESORES
               CLOSE HISTORICO_PROFESOR
           END-IF
           MOVE "HistoricoProfesor.dat" TO LIA-ARCHIVO
           MOVE "RENGLONES DEL PERIODO REVERTIDOS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-HIST-AJUSTADOS TO LIA-CANTIDAD
           COMPUTE LIA-IMPORTE = WS-IMPORTE-DETALLE * -1
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       REVERTIR-HIST-UN-PROFESOR.
           MOVE VEC-PRO-NUMERO(SUBINDICE-PRO) TO HIST-NUMERO
           MOVE WS-PERIODO-CORRIDA TO HIST-PERIODO
           READ HISTORICO_PROFESOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT VEC-PRO-HORAS(SUBINDICE-PRO) FROM
                       HIST-HORAS
                   SUBTRACT VEC-PRO-IMPORTE(SUBINDICE-PRO) FROM
                       HIST-IMPORTE
                   REWRITE HISTORICO_PROFESOR_REG
                   ADD 1 TO WS-CANT-HIST-AJUSTADOS
           END-READ.

       REVERTIR-ACUMULADO-SUCURSAL.
           MOVE ZERO TO WS-CANT-ACSU-AJUSTADOS
           MOVE ZERO TO WS-IMPORTE-ACSU
           OPEN I-O ACUMULADO_SUCURSAL
           IF WS-STATUS-ACUM-SUC NOT = "00" THEN
               MOVE "SIN AcumuladoSucursal.dat, AJUSTE MANUAL PENDIENTE"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           ELSE
               PERFORM REVERTIR-ACSU-UNA-SUCURSAL
                   VARYING SUBINDICE-SUC FROM 1 BY 1
                   UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
               CLOSE ACUMULADO_SUCURSAL
           END-IF
           MOVE "AcumuladoSucursal.dat" TO LIA-ARCHIVO
           MOVE "SUCURSALES REVERTIDAS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-ACSU-AJUSTADOS TO LIA-CANTIDAD
           COMPUTE LIA-IMPORTE = WS-IMPORTE-ACSU * -1
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       REVERTIR-ACSU-UNA-SUCURSAL.
           IF VEC-SUC-HORAS(SUBINDICE-SUC) NOT = ZERO OR
               VEC-SUC-IMPORTE(SUBINDICE-SUC) NOT = ZERO THEN
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO ACSU-SUCURSAL
               READ ACUMULADO_SUCURSAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACSU-ANIO = WS-ANIO-CORRIDA THEN
                           SUBTRACT VEC-SUC-HORAS(SUBINDICE-SUC) FROM
                               ACSU-HORAS
                           SUBTRACT VEC-SUC-IMPORTE(SUBINDICE-SUC)
                               FROM ACSU-IMPORTE
                           REWRITE ACUMULADO_SUCURSAL_REG
                           ADD 1 TO WS-CANT-ACSU-AJUSTADOS
                           ADD VEC-SUC-IMPORTE(SUBINDICE-SUC) TO
                               WS-IMPORTE-ACSU
                       END-IF
               END-READ
           END-IF.

      * Se anula una sola retencion vigente del mes por profesor de
      * la corrida, igual que la anulacion de un recibo suelto.
       ANULAR-RETENCIONES-DE-LA-CORRIDA.
           MOVE ZERO TO WS-CANT-RET-ANULADAS
           MOVE ZERO TO WS-IMPORTE-RET-ANULADAS
           OPEN INPUT LIBRO_RETENCIONES
           IF WS-STATUS-LIBRO-RET NOT = "00" THEN
               MOVE "SIN LIBRO DE RETENCIONES, NADA QUE ANULAR" TO
                   LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           ELSE
               OPEN OUTPUT LIBRO_RET_NUEVO
               MOVE "NO" TO WS-EOF-LIBRO-RET
               PERFORM LEER-LIBRO-RET
               PERFORM COPIAR-RENGLON-LIBRO UNTIL
                   WS-EOF-LIBRO-RET = "SI"
               CLOSE LIBRO_RETENCIONES
               CLOSE LIBRO_RET_NUEVO
               PERFORM REGRABAR-LIBRO-DESDE-TMP
           END-IF
           MOVE "LibroRetenciones.dat" TO LIA-ARCHIVO
           MOVE "RETENCIONES MARCADAS ANULADAS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-RET-ANULADAS TO LIA-CANTIDAD
           MOVE WS-IMPORTE-RET-ANULADAS TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       LEER-LIBRO-RET.
           READ LIBRO_RETENCIONES
               AT END
                   MOVE "SI" TO WS-EOF-LIBRO-RET
           END-READ.

       COPIAR-RENGLON-LIBRO.
           IF LRET-PERIODO = WS-PERIODO-CORRIDA AND LRET-VIGENTE THEN
               PERFORM BUSCAR-PROFESOR-DE-RETENCION
               IF WS-PRO-HALLADO-SI THEN
                   IF VEC-PRO-RET-ANULADA(SUBINDICE-PRO) = "N" THEN
                       MOVE "A" TO LRET-ESTADO
                       MOVE "S" TO VEC-PRO-RET-ANULADA(SUBINDICE-PRO)
                       ADD 1 TO WS-CANT-RET-ANULADAS
                       ADD LRET-RETENCION TO WS-IMPORTE-RET-ANULADAS
                   END-IF
               END-IF
           END-IF
           WRITE LIBRO_RET_NUEVO_REG FROM LIBRO_RETENCIONES_REG
           PERFORM LEER-LIBRO-RET.

       BUSCAR-PROFESOR-DE-RETENCION.
           MOVE "N" TO WS-PRO-HALLADO
           MOVE 1 TO SUBINDICE-PRO
           PERFORM AVANZAR-PRO-RETENCION UNTIL
               SUBINDICE-PRO > WS-CANT-PROFESORES OR
               WS-PRO-HALLADO-SI.

       AVANZAR-PRO-RETENCION.
           IF VEC-PRO-NUMERO(SUBINDICE-PRO) = LRET-PROFESOR THEN
               MOVE "S" TO WS-PRO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PRO
           END-IF.

       REGRABAR-LIBRO-DESDE-TMP.
           OPEN INPUT LIBRO_RET_NUEVO
           OPEN OUTPUT LIBRO_RETENCIONES
           MOVE "NO" TO WS-EOF-LIBRO-RET
           PERFORM LEER-LIBRO-TMP
           PERFORM COPIAR-RENGLON-TMP UNTIL WS-EOF-LIBRO-RET = "SI"
           CLOSE LIBRO_RET_NUEVO
           CLOSE LIBRO_RETENCIONES.

       LEER-LIBRO-TMP.
           READ LIBRO_RET_NUEVO
               AT END
                   MOVE "SI" TO WS-EOF-LIBRO-RET
           END-READ.

       COPIAR-RENGLON-TMP.
           MOVE LIBRO_RET_NUEVO_REG TO LIBRO_RETENCIONES_REG
           WRITE LIBRO_RETENCIONES_REG
           PERFORM LEER-LIBRO-TMP.

      * Un documento fiscal no se borra: cada factura de la corrida
      * se anula con una nota de credito por su total, y cada nota
      * de credito que la corrida emitio con una nota de debito.
      * Las notas llevan el periodo del documento que corrigen en
      * la cuenta corriente y su renglon en el Libro IVA.
       ANULAR-DOCUMENTOS-DE-VENTA.
           PERFORM CARGAR-DOCUMENTOS-DE-LA-CORRIDA
           IF WS-EOF-FACT-EMITIDAS NOT = "SI" THEN
               MOVE "MAS DOCUMENTOS QUE LA TABLA, ANULAR EL RESTO"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           END-IF
           PERFORM ANULAR-UN-DOCUMENTO
               VARYING SUBINDICE-DOC FROM 1 BY 1
               UNTIL SUBINDICE-DOC > WS-CANT-DOCUMENTOS
           MOVE "FacturasEmitidas.dat" TO LIA-ARCHIVO
           MOVE "NOTAS DE CREDITO POR FACTURAS" TO LIA-MOVIMIENTO
           MOVE WS-CANT-NC-EMITIDAS TO LIA-CANTIDAD
           COMPUTE LIA-IMPORTE = WS-IMPORTE-NC * -1
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO
           MOVE "FacturasEmitidas.dat" TO LIA-ARCHIVO
           MOVE "NOTAS DE DEBITO POR NOTAS DE CRED." TO
               LIA-MOVIMIENTO
           MOVE WS-CANT-ND-EMITIDAS TO LIA-CANTIDAD
           MOVE WS-IMPORTE-ND TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO
           MOVE "LibroIvaVentas.dat" TO LIA-ARCHIVO
           MOVE "RENGLONES NC/ND DE ANULACION" TO LIA-MOVIMIENTO
           COMPUTE LIA-CANTIDAD = WS-CANT-NC-EMITIDAS +
               WS-CANT-ND-EMITIDAS
           COMPUTE LIA-IMPORTE = WS-IMPORTE-ND - WS-IMPORTE-NC
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       CARGAR-DOCUMENTOS-DE-LA-CORRIDA.
           MOVE ZERO TO WS-CANT-DOCUMENTOS
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA
               PERFORM CARGAR-UN-DOCUMENTO UNTIL
                   WS-EOF-FACT-EMITIDAS = "SI" OR
                   WS-CANT-DOCUMENTOS >= WS-MAX-DOCUMENTOS
               CLOSE FACTURAS_EMITIDAS
           ELSE
               MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS_EMITIDAS
               AT END
                   MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-READ.

       CARGAR-UN-DOCUMENTO.
           IF FEMI-FECHA-EMISION = WS-FECHA-CIERRE AND
               (FEMI-EMITIDA OR FEMI-NOTA-CREDITO) THEN
               ADD 1 TO WS-CANT-DOCUMENTOS
               MOVE FEMI-SUCURSAL TO
                   VEC-DOC-SUCURSAL(WS-CANT-DOCUMENTOS)
               MOVE FEMI-PERIODO TO VEC-DOC-PERIODO(WS-CANT-DOCUMENTOS)
               MOVE FEMI-IMPORTE TO VEC-DOC-IMPORTE(WS-CANT-DOCUMENTOS)
               MOVE FEMI-ESTADO TO VEC-DOC-ESTADO(WS-CANT-DOCUMENTOS)
           END-IF
           PERFORM LEER-FACTURA.

       ANULAR-UN-DOCUMENTO.
           PERFORM BUSCAR-SUCURSAL-DEL-DOCUMENTO
           IF VEC-DOC-IMPORTE(SUBINDICE-DOC) < ZERO THEN
               COMPUTE WS-TOTAL-NOTA =
                   VEC-DOC-IMPORTE(SUBINDICE-DOC) * -1
           ELSE
               MOVE VEC-DOC-IMPORTE(SUBINDICE-DOC) TO WS-TOTAL-NOTA
           END-IF
           PERFORM CALCULAR-IVA-NOTA
           IF VEC-DOC-ESTADO(SUBINDICE-DOC) = "E" THEN
               PERFORM LEER-FOLIO-NC
               ADD 1 TO WS-FOLIO-NC-ACTUAL
               PERFORM GRABAR-FOLIO-NC
               MOVE WS-FOLIO-NC-ACTUAL TO WS-FOLIO-NOTA
               ADD 1 TO WS-CANT-NC-EMITIDAS
               ADD WS-TOTAL-NOTA TO WS-IMPORTE-NC
           ELSE
               PERFORM LEER-FOLIO-ND
               ADD 1 TO WS-FOLIO-ND-ACTUAL
               PERFORM GRABAR-FOLIO-ND
               MOVE WS-FOLIO-ND-ACTUAL TO WS-FOLIO-NOTA
               ADD 1 TO WS-CANT-ND-EMITIDAS
               ADD WS-TOTAL-NOTA TO WS-IMPORTE-ND
           END-IF
           PERFORM ASENTAR-NOTA-EN-CTACTE
           PERFORM GRABAR-IMAGEN-NOTA
           PERFORM GRABAR-LIBRO-IVA-NOTA
           IF VEC-DOC-ESTADO(SUBINDICE-DOC) = "E" THEN
               MOVE "NC" TO LID-TIPO
               COMPUTE LID-TOTAL = WS-TOTAL-NOTA * -1
           ELSE
               MOVE "ND" TO LID-TIPO
               MOVE WS-TOTAL-NOTA TO LID-TOTAL
           END-IF
           MOVE WS-FOLIO-NOTA TO LID-FOLIO
           MOVE VEC-DOC-SUCURSAL(SUBINDICE-DOC) TO LID-SUCURSAL
           MOVE VEC-DOC-PERIODO(SUBINDICE-DOC) TO LID-PERIODO
           WRITE INFORME_REG FROM LINEA-INF-DOCUMENTO.

       BUSCAR-SUCURSAL-DEL-DOCUMENTO.
           MOVE "N" TO WS-SUC-HALLADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUC-DOCUMENTO UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-HALLADA-SI.

       AVANZAR-SUC-DOCUMENTO.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) =
               VEC-DOC-SUCURSAL(SUBINDICE-DOC) THEN
               MOVE "S" TO WS-SUC-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

      * Misma regla de alicuotas que usa la corrida para facturar:
      * inscripto 21, reducido 10,5 y exento sin IVA.
       CALCULAR-IVA-NOTA.
           IF WS-SUC-HALLADA-SI THEN
               EVALUATE VEC-SUC-IVA-COND(SUBINDICE-SUC)
                   WHEN "I"
                       MOVE 21,00 TO WS-ALICUOTA-IVA
                   WHEN "R"
                       MOVE 10,50 TO WS-ALICUOTA-IVA
                   WHEN OTHER
                       MOVE ZERO TO WS-ALICUOTA-IVA
               END-EVALUATE
           ELSE
               MOVE 21,00 TO WS-ALICUOTA-IVA
           END-IF
           COMPUTE WS-NETO-NOTA ROUNDED =
               WS-TOTAL-NOTA * 100 / (100 + WS-ALICUOTA-IVA)
           COMPUTE WS-IVA-NOTA = WS-TOTAL-NOTA - WS-NETO-NOTA.

       LEER-FOLIO-NC.
           MOVE ZERO TO WS-FOLIO-NC-ACTUAL
           OPEN INPUT FOLIO-NOTAS-CREDITO
           IF WS-STATUS-FOLIO-NC = "00" THEN
               READ FOLIO-NOTAS-CREDITO
                   NOT AT END
                       MOVE FOLIO-NC-ULTIMO TO WS-FOLIO-NC-ACTUAL
               END-READ
               CLOSE FOLIO-NOTAS-CREDITO
           END-IF.

       GRABAR-FOLIO-NC.
           OPEN OUTPUT FOLIO-NOTAS-CREDITO
           MOVE WS-FOLIO-NC-ACTUAL TO FOLIO-NC-ULTIMO
           WRITE FOLIO-NOTAS-CREDITO-REG
           CLOSE FOLIO-NOTAS-CREDITO.

       LEER-FOLIO-ND.
           MOVE ZERO TO WS-FOLIO-ND-ACTUAL
           OPEN INPUT FOLIO-NOTAS-DEBITO
           IF WS-STATUS-FOLIO-ND = "00" THEN
               READ FOLIO-NOTAS-DEBITO
                   NOT AT END
                       MOVE FOLIO-ND-ULTIMO TO WS-FOLIO-ND-ACTUAL
               END-READ
               CLOSE FOLIO-NOTAS-DEBITO
           END-IF.

       GRABAR-FOLIO-ND.
           OPEN OUTPUT FOLIO-NOTAS-DEBITO
           MOVE WS-FOLIO-ND-ACTUAL TO FOLIO-ND-ULTIMO
           WRITE FOLIO-NOTAS-DEBITO-REG
           CLOSE FOLIO-NOTAS-DEBITO.

       GRABAR-IMAGEN-NOTA.
           OPEN EXTEND NOTAS_ANULACION
           IF WS-STATUS-NOTAS-ANUL = "35" THEN
               OPEN OUTPUT NOTAS_ANULACION
               CLOSE NOTAS_ANULACION
               OPEN EXTEND NOTAS_ANULACION
           END-IF
           IF VEC-DOC-ESTADO(SUBINDICE-DOC) = "E" THEN
               MOVE WS-FOLIO-NOTA TO LNC-FOLIO
               MOVE VEC-DOC-SUCURSAL(SUBINDICE-DOC) TO LNC-SUCURSAL
               MOVE SPACES TO LNC-RAZON
               IF WS-SUC-HALLADA-SI THEN
                   MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LNC-RAZON
               END-IF
               WRITE NOTAS_ANULACION_REG FROM LINEA-NC-ENC
           ELSE
               MOVE WS-FOLIO-NOTA TO LND-FOLIO
               MOVE VEC-DOC-SUCURSAL(SUBINDICE-DOC) TO LND-SUCURSAL
               MOVE SPACES TO LND-RAZON
               IF WS-SUC-HALLADA-SI THEN
                   MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LND-RAZON
               END-IF
               WRITE NOTAS_ANULACION_REG FROM LINEA-ND-ENC
           END-IF
           MOVE WS-FECHA-CIERRE TO LNOD-FECHA
           MOVE VEC-DOC-PERIODO(SUBINDICE-DOC) TO LNOD-PERIODO
           MOVE WS-MOTIVO-ENTRADA TO LNOD-MOTIVO
           WRITE NOTAS_ANULACION_REG FROM LINEA-NOTA-DETALLE
           MOVE WS-NETO-NOTA TO LNOT-NETO
           MOVE WS-IVA-NOTA TO LNOT-IVA
           MOVE WS-TOTAL-NOTA TO LNOT-TOTAL
           WRITE NOTAS_ANULACION_REG FROM LINEA-NOTA-TOTAL
           MOVE WS-CVER-CODIGO TO LVF-CODIGO
           WRITE NOTAS_ANULACION_REG FROM LINEA-VERIF-FACTURA
           WRITE NOTAS_ANULACION_REG FROM BLANCO
           CLOSE NOTAS_ANULACION.

       GRABAR-LIBRO-IVA-NOTA.
           OPEN EXTEND LIBRO_IVA_VENTAS
           IF WS-STATUS-LIBRO-IVA = "35" THEN
               OPEN OUTPUT LIBRO_IVA_VENTAS
               CLOSE LIBRO_IVA_VENTAS
               OPEN EXTEND LIBRO_IVA_VENTAS
           END-IF
           MOVE WS-PERIODO-ACTUAL TO LLNO-PERIODO
           MOVE VEC-DOC-SUCURSAL(SUBINDICE-DOC) TO LLNO-SUCURSAL
           MOVE SPACES TO LLNO-RAZON
           MOVE ZEROS TO LLNO-CUIT
           IF WS-SUC-HALLADA-SI THEN
               MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LLNO-RAZON
               MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LLNO-CUIT
           END-IF
           IF VEC-DOC-ESTADO(SUBINDICE-DOC) = "E" THEN
               MOVE " NC " TO LLNO-MARCA
           ELSE
               MOVE " ND " TO LLNO-MARCA
           END-IF
           MOVE WS-NETO-NOTA TO LLNO-NETO
           MOVE WS-ALICUOTA-IVA TO LLNO-ALICUOTA
           MOVE WS-IVA-NOTA TO LLNO-IVA
           MOVE WS-TOTAL-NOTA TO LLNO-TOTAL
           WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA-NOTA
           CLOSE LIBRO_IVA_VENTAS.

      * En la cuenta corriente la nota de credito va negativa con
      * estado C y la de debito positiva con estado D. Se asienta
      * antes de imprimir la nota porque el codigo de verificacion
      * sale del renglon.
       ASENTAR-NOTA-EN-CTACTE.
           OPEN EXTEND FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "35" THEN
               OPEN OUTPUT FACTURAS_EMITIDAS
               CLOSE FACTURAS_EMITIDAS
               OPEN EXTEND FACTURAS_EMITIDAS
           END-IF
           MOVE VEC-DOC-SUCURSAL(SUBINDICE-DOC) TO FEMI-SUCURSAL
           MOVE VEC-DOC-PERIODO(SUBINDICE-DOC) TO FEMI-PERIODO
           MOVE WS-FECHA-HOY TO FEMI-FECHA-EMISION
           IF VEC-DOC-ESTADO(SUBINDICE-DOC) = "E" THEN
               COMPUTE FEMI-IMPORTE = WS-TOTAL-NOTA * -1
               MOVE "C" TO FEMI-ESTADO
           ELSE
               MOVE WS-TOTAL-NOTA TO FEMI-IMPORTE
               MOVE "D" TO FEMI-ESTADO
           END-IF
           MOVE ZEROS TO FEMI-CAE
           MOVE ZEROS TO FEMI-CAE-VTO
           MOVE WS-FECHA-HOY TO FEMI-FECHA-VTO
           MOVE ZEROS TO FEMI-CODIGO-PAGO
           PERFORM CALCULAR-CODIGO-VERIF-FACTURA
           WRITE FACTURAS_EMITIDAS_REG
           CLOSE FACTURAS_EMITIDAS.

      * Cada corrida regenera el extracto contable: si no hubo otra
      * cerrada despues, los renglones del mes de la corrida siguen
      * ahi y se invierten uno por uno (salvo los que agregan otros
      * procesos con centro propio SAC, VAC e INT o tipo A, I y J, y
      * los asientos inversos ya grabados). Si el extracto ya se
      * regenero, el inverso se arma con el costo de horas revertido
      * por sucursal, que es lo que la corrida asento como tipo D.
       GENERAR-ASIENTO-INVERSO.
           MOVE ZERO TO WS-CANT-GL
           MOVE "N" TO WS-GL-DESDE-DETALLE
           IF WS-CORRIDAS-POSTERIORES > ZERO THEN
               MOVE "S" TO WS-GL-DESDE-DETALLE
               PERFORM ARMAR-INVERSO-DESDE-DETALLE
                   VARYING SUBINDICE-SUC FROM 1 BY 1
                   UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           ELSE
               PERFORM CARGAR-RENGLONES-GL
           END-IF
           OPEN EXTEND GL_EXTRACTO
           IF WS-STATUS-GL = "35" THEN
               OPEN OUTPUT GL_EXTRACTO
               CLOSE GL_EXTRACTO
               OPEN EXTEND GL_EXTRACTO
           END-IF
           PERFORM GRABAR-RENGLON-INVERSO
               VARYING SUBINDICE-GL FROM 1 BY 1
               UNTIL SUBINDICE-GL > WS-CANT-GL
           CLOSE GL_EXTRACTO
           IF WS-GL-DESDE-DETALLE-SI THEN
               MOVE "EXTRACTO REGENERADO POR UNA CORRIDA POSTERIOR:"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
               MOVE "EL INVERSO CUBRE SOLO EL COSTO DE HORAS (TIPO D)"
                   TO LIV-TEXTO
               WRITE INFORME_REG FROM LINEA-INF-AVISO
           END-IF
           MOVE "GLExtracto.dat" TO LIA-ARCHIVO
           MOVE "RENGLONES DEL ASIENTO INVERSO" TO LIA-MOVIMIENTO
           MOVE WS-CANT-GL-INVERTIDOS TO LIA-CANTIDAD
           MOVE WS-IMPORTE-GL TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       ARMAR-INVERSO-DESDE-DETALLE.
           IF VEC-SUC-IMPORTE(SUBINDICE-SUC) > ZERO AND
               WS-CANT-GL < WS-MAX-GL THEN
               ADD 1 TO WS-CANT-GL
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO
                   VEC-GL-CENTRO(WS-CANT-GL)
               MOVE "D" TO VEC-GL-TIPO(WS-CANT-GL)
               MOVE VEC-SUC-IMPORTE(SUBINDICE-SUC) TO
                   VEC-GL-IMPORTE(WS-CANT-GL)
               MOVE VEC-SUC-EMPRESA(SUBINDICE-SUC) TO
                   VEC-GL-EMPRESA(WS-CANT-GL)
           END-IF.

       CARGAR-RENGLONES-GL.
           MOVE "NO" TO WS-EOF-GL
           OPEN INPUT GL_EXTRACTO
           IF WS-STATUS-GL = "00" THEN
               PERFORM LEER-GL
               PERFORM CARGAR-UN-RENGLON-GL UNTIL
                   WS-EOF-GL = "SI" OR WS-CANT-GL >= WS-MAX-GL
               CLOSE GL_EXTRACTO
           END-IF.

       LEER-GL.
           READ GL_EXTRACTO
               AT END
                   MOVE "SI" TO WS-EOF-GL
           END-READ.

       CARGAR-UN-RENGLON-GL.
           IF GLE-PERIODO = WS-PERIODO-CORRIDA AND
               GLE-TIPO-MOVIMIENTO NOT ALPHABETIC-LOWER AND
               GLE-TIPO-MOVIMIENTO NOT = "A" AND
               GLE-TIPO-MOVIMIENTO NOT = "I" AND
               GLE-TIPO-MOVIMIENTO NOT = "J" AND
               GLE-CENTRO-COSTO NOT = "SAC" AND
               GLE-CENTRO-COSTO NOT = "VAC" AND
               GLE-CENTRO-COSTO NOT = "INT" THEN
               ADD 1 TO WS-CANT-GL
               MOVE GLE-CENTRO-COSTO TO VEC-GL-CENTRO(WS-CANT-GL)
               MOVE GLE-TIPO-MOVIMIENTO TO VEC-GL-TIPO(WS-CANT-GL)
               MOVE GLE-IMPORTE TO VEC-GL-IMPORTE(WS-CANT-GL)
               MOVE GLE-EMPRESA TO VEC-GL-EMPRESA(WS-CANT-GL)
           END-IF
           PERFORM LEER-GL.

       GRABAR-RENGLON-INVERSO.
           MOVE VEC-GL-TIPO(SUBINDICE-GL) TO WS-TIPO-INVERSO
           INSPECT WS-TIPO-INVERSO CONVERTING WS-MAYUSCULAS TO
               WS-MINUSCULAS
           MOVE VEC-GL-CENTRO(SUBINDICE-GL) TO GLE-CENTRO-COSTO
           MOVE WS-PERIODO-CORRIDA TO GLE-PERIODO
           MOVE WS-TIPO-INVERSO TO GLE-TIPO-MOVIMIENTO
           MOVE VEC-GL-IMPORTE(SUBINDICE-GL) TO GLE-IMPORTE
           MOVE VEC-GL-EMPRESA(SUBINDICE-GL) TO GLE-EMPRESA
           WRITE GL_EXTRACTO_REG
           ADD 1 TO WS-CANT-GL-INVERTIDOS
           IF VEC-GL-TIPO(SUBINDICE-GL) = "D" THEN
               SUBTRACT VEC-GL-IMPORTE(SUBINDICE-GL) FROM
                   WS-IMPORTE-GL
           ELSE
               ADD VEC-GL-IMPORTE(SUBINDICE-GL) TO WS-IMPORTE-GL
           END-IF.

      * El periodo se reabre regrabando PeriodosCerrados sin el
      * renglon de la corrida anulada.
       REABRIR-PERIODO.
           OPEN OUTPUT PERIODOS-CERRADOS
           PERFORM GRABAR-UN-PERIODO
               VARYING SUBINDICE-PER FROM 1 BY 1
               UNTIL SUBINDICE-PER > WS-CANT-PERIODOS
           CLOSE PERIODOS-CERRADOS
           MOVE "PeriodosCerrados.dat" TO LIA-ARCHIVO
           MOVE "PERIODO REABIERTO" TO LIA-MOVIMIENTO
           MOVE 1 TO LIA-CANTIDAD
           MOVE ZERO TO LIA-IMPORTE
           WRITE INFORME_REG FROM LINEA-INF-ARCHIVO.

       GRABAR-UN-PERIODO.
           IF VEC-PER-CIERRE(SUBINDICE-PER) NOT = WS-FECHA-CIERRE
               THEN
               MOVE VEC-PER-DESDE(SUBINDICE-PER) TO PERCER-FECHA-DESDE
               MOVE VEC-PER-HASTA(SUBINDICE-PER) TO PERCER-FECHA-HASTA
               MOVE VEC-PER-CIERRE(SUBINDICE-PER) TO
                   PERCER-FECHA-CIERRE
               WRITE PERIODOS-CERRADOS-REG
           END-IF.

      * Rutinas de la doble firma: la cola se relee completa, se
      * busca una aprobacion exacta de esta operacion y, de
      * ejecutarse, el renglon queda marcado E con las dos firmas a
      * la vista para la auditoria.
       CARGAR-AUTORIZACIONES.
           MOVE ZERO TO WS-CANT-AUTS
           MOVE "NO" TO WS-EOF-AUTORIZACIONES
           OPEN INPUT AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "00" THEN
               PERFORM LEER-AUTORIZACION
               PERFORM CARGAR-UNA-AUTORIZACION UNTIL
                   WS-EOF-AUTORIZACIONES = "SI" OR
                   WS-CANT-AUTS >= WS-MAX-AUTS
               CLOSE AUTORIZACIONES
           END-IF.

       LEER-AUTORIZACION.
           READ AUTORIZACIONES
               AT END
                   MOVE "SI" TO WS-EOF-AUTORIZACIONES
           END-READ.

       CARGAR-UNA-AUTORIZACION.
           ADD 1 TO WS-CANT-AUTS
           MOVE AUT-OPERACION TO VEC-AUT-OPERACION(WS-CANT-AUTS)
           MOVE AUT-DETALLE TO VEC-AUT-DETALLE(WS-CANT-AUTS)
           MOVE AUT-FECHA-PEDIDO TO VEC-AUT-FECHA(WS-CANT-AUTS)
           MOVE AUT-OPERADOR TO VEC-AUT-OPERADOR(WS-CANT-AUTS)
           MOVE AUT-ESTADO TO VEC-AUT-ESTADO(WS-CANT-AUTS)
           MOVE AUT-SUPERVISOR TO VEC-AUT-SUPERVISOR(WS-CANT-AUTS)
           MOVE AUT-MOTIVO TO VEC-AUT-MOTIVO(WS-CANT-AUTS)
           PERFORM LEER-AUTORIZACION.

       BUSCAR-AUTORIZACION-APROBADA.
           PERFORM CARGAR-AUTORIZACIONES
           MOVE "N" TO WS-AUT-HALLADA
           MOVE 1 TO SUBINDICE-AUT
           PERFORM AVANZAR-SUBINDICE-AUT UNTIL
               SUBINDICE-AUT > WS-CANT-AUTS OR WS-AUT-APROBADA-SI.

       AVANZAR-SUBINDICE-AUT.
           IF VEC-AUT-OPERACION(SUBINDICE-AUT) = WS-AUT-OPERACION
               AND VEC-AUT-DETALLE(SUBINDICE-AUT) = WS-AUT-DETALLE
               AND VEC-AUT-ESTADO(SUBINDICE-AUT) = "A" THEN
               MOVE "S" TO WS-AUT-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-AUT
           END-IF.

       CONSUMIR-AUTORIZACION.
      * Si la cola no entro entera en la tabla, regrabarla desde
      * el vector perderia la cola del archivo: no se opera.
           IF WS-EOF-AUTORIZACIONES NOT = "SI" THEN
               DISPLAY "LA COLA DE AUTORIZACIONES ES MAS GRANDE "
                       "QUE LA TABLA (" WS-MAX-AUTS "), NO SE "
                       "PUEDE OPERAR SIN PERDER REGISTROS"
               STOP RUN
           END-IF
           MOVE "E" TO VEC-AUT-ESTADO(SUBINDICE-AUT)
           OPEN OUTPUT AUTORIZACIONES
           PERFORM GRABAR-UNA-AUTORIZACION
               VARYING SUBINDICE-AUT FROM 1 BY 1
               UNTIL SUBINDICE-AUT > WS-CANT-AUTS
           CLOSE AUTORIZACIONES.

       GRABAR-UNA-AUTORIZACION.
           MOVE VEC-AUT-OPERACION(SUBINDICE-AUT) TO AUT-OPERACION
           MOVE VEC-AUT-DETALLE(SUBINDICE-AUT) TO AUT-DETALLE
           MOVE VEC-AUT-FECHA(SUBINDICE-AUT) TO AUT-FECHA-PEDIDO
           MOVE VEC-AUT-OPERADOR(SUBINDICE-AUT) TO AUT-OPERADOR
           MOVE VEC-AUT-ESTADO(SUBINDICE-AUT) TO AUT-ESTADO
           MOVE VEC-AUT-SUPERVISOR(SUBINDICE-AUT) TO AUT-SUPERVISOR
           MOVE VEC-AUT-MOTIVO(SUBINDICE-AUT) TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG.

       GRABAR-PEDIDO-AUTORIZACION.
           OPEN EXTEND AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "35" THEN
               OPEN OUTPUT AUTORIZACIONES
               CLOSE AUTORIZACIONES
               OPEN EXTEND AUTORIZACIONES
           END-IF
           MOVE WS-AUT-OPERACION TO AUT-OPERACION
           MOVE WS-AUT-DETALLE TO AUT-DETALLE
           MOVE WS-AUT-FECHA-HOY TO AUT-FECHA-PEDIDO
           MOVE WS-AUT-OPERADOR TO AUT-OPERADOR
           MOVE "P" TO AUT-ESTADO
           MOVE SPACES TO AUT-SUPERVISOR
           MOVE SPACES TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG
           CLOSE AUTORIZACIONES.

      * Deja un renglon en la bitacora comun; el evento, el
      * resultado y los contadores vienen cargados en el registro.
       GRABAR-BITACORA.
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           MOVE WS-FECHA-HOY TO BIT-FECHA
           COMPUTE BIT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE "ANULACION-CORRIDA" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

      * Cada renglon de cuenta corriente lleva su codigo de
      * verificacion; el numero del calculo es la fecha de emision
      * (la factura no tiene folio propio en el indice).
       CALCULAR-CODIGO-VERIF-FACTURA.
           MOVE FEMI-ESTADO TO WS-CVER-TIPO
           MOVE FEMI-FECHA-EMISION TO WS-CVER-NUMERO
           MOVE FEMI-SUCURSAL TO WS-CVER-TITULAR
           MOVE FEMI-PERIODO TO WS-CVER-PERIODO
           MOVE FEMI-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO FEMI-CODIGO-VERIF.

      * Codigo de verificacion del documento cargado en WS-CVER-*
      * (ver WS-CVER-DATOS); deja el resultado en WS-CVER-CODIGO.
       CALCULAR-CODIGO-VERIFICACION.
           IF WS-CVER-IMPORTE-DOC < ZERO THEN
               MOVE "-" TO WS-CVER-SIGNO
           ELSE
               MOVE "+" TO WS-CVER-SIGNO
           END-IF
           MOVE WS-CVER-IMPORTE-DOC TO WS-CVER-IMPORTE
           MOVE 4271 TO WS-CVER-ACUM-A
           MOVE 1693 TO WS-CVER-ACUM-B
           PERFORM ACUMULAR-CARACTER-CVER
               VARYING SUBINDICE-CVER FROM 1 BY 1
               UNTIL SUBINDICE-CVER > 33
           COMPUTE WS-CVER-CODIGO =
               WS-CVER-ACUM-A * 10000 + WS-CVER-ACUM-B.

       ACUMULAR-CARACTER-CVER.
           MOVE 38 TO WS-CVER-VALOR
           PERFORM BUSCAR-SIMBOLO-CVER
               VARYING SUBINDICE-CVER-SIM FROM 1 BY 1
               UNTIL SUBINDICE-CVER-SIM > 37 OR WS-CVER-VALOR < 38
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-A * 31 +
               WS-CVER-VALOR + SUBINDICE-CVER
           DIVIDE WS-CVER-PRODUCTO BY 9973 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-A
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-B * 7 +
               WS-CVER-ACUM-A
           DIVIDE WS-CVER-PRODUCTO BY 9967 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-B.

       BUSCAR-SIMBOLO-CVER.
           IF VEC-CVER-SIMBOLO(SUBINDICE-CVER-SIM) =
               WS-CVER-CARACTER(SUBINDICE-CVER) THEN
               MOVE SUBINDICE-CVER-SIM TO WS-CVER-VALOR
           END-IF.

       END PROGRAM ANULACION-CORRIDA.
