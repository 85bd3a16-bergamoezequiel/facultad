      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posicion diaria de tesoreria para las proximas
      *          semanas: junta dia por dia lo que se espera cobrar
      *          y lo que hay comprometido pagar y proyecta el saldo
      *          acumulado a partir del saldo inicial que carga
      *          tesoreria. Cobros: el saldo de las facturas de
      *          FacturasEmitidas.dat a su vencimiento (el cargado en
      *          la factura o, en las viejas, la emision mas los
      *          SUC-DIAS-PAGO de la sucursal), las cuotas pendientes
      *          de ConveniosPago.dat y las facturas presentadas al
      *          debito automatico (PresentacionDebito.dat). Pagos:
      *          los recibos impagos (RecibosEmitidos.dat contra
      *          Pagos.dat), los cheques emitidos todavia no cobrados
      *          (ChequesEmitidos.dat) y los lotes de transferencia
      *          aprobados con fecha valor por delante
      *          (LotesPago.dat). Lo ya vencido se proyecta el primer
      *          dia. El reporte queda en PosicionTesoreria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. POSICION-TESORERIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FACTURAS_EMITIDAS ASSIGN TO "FacturasEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-EMITIDAS.

       SELECT COBRANZAS ASSIGN TO "CobranzasSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COBRANZAS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT CONVENIOS ASSIGN TO "ConveniosPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONVENIOS.

       SELECT PRESENTACION ASSIGN TO "PresentacionDebito.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PRESENTACION.

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT PAGOS ASSIGN TO "Pagos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PAGOS.

       SELECT CHEQUES_EMITIDOS ASSIGN TO "ChequesEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CHEQUES.

       SELECT LOTES_PAGO ASSIGN TO "LotesPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTES.

       SELECT TRANSFERENCIAS_BANCO ASSIGN TO "TransferenciasBanco.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRANSF.

       SELECT POSICION ASSIGN TO "PosicionTesoreria.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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

       FD COBRANZAS LABEL RECORD IS STANDARD.
       01 COBRANZAS_REG.
           03 COB-SUCURSAL PIC X(3).
           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
      * Un renglon por medio de cancelacion: el dinero cobrado (medio
      * en blanco, como los registros anteriores) o cada retencion
      * sufrida con su impuesto y su certificado.
           03 COB-MEDIO PIC X(1).
               88 COB-DINERO VALUE " " "E".
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
               88 COB-RET-GANANCIAS VALUE "G".
               88 COB-RET-IVA VALUE "I".
               88 COB-RET-IIBB VALUE "B".
           03 COB-CERTIFICADO PIC X(20).

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

       FD CONVENIOS LABEL RECORD IS STANDARD.
       01 CONVENIOS_REG.
           03 CON-SUCURSAL PIC X(3).
           03 CON-PERIODO-FACTURA PIC 9(6).
           03 CON-FECHA-ALTA PIC 9(8).
           03 CON-CANT-CUOTAS PIC 9(2).
           03 CON-NRO-CUOTA PIC 9(2).
           03 CON-FECHA-VTO PIC 9(8).
           03 CON-IMPORTE-CUOTA PIC S9(9)V99.
           03 CON-IMPORTE-COBRADO PIC S9(9)V99.
           03 CON-ESTADO PIC X(1).
               88 CON-PENDIENTE VALUE "P".
               88 CON-CUMPLIDA VALUE "C".
               88 CON-VENCIDA VALUE "V".

       FD PRESENTACION LABEL RECORD IS STANDARD.
       01 PRESENTACION_REG.
           03 PRES-CUIT PIC 9(11).
           03 PRES-SUCURSAL PIC X(3).
           03 PRES-PERIODO PIC 9(6).
           03 PRES-IMPORTE PIC 9(9)V99.

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

       FD PAGOS LABEL RECORD IS STANDARD.
       01 PAGOS_REG.
           03 PAGO-FOLIO PIC 9(9).
           03 PAGO-FECHA PIC 9(8).
           03 PAGO-MEDIO PIC X(2).
           03 PAGO-IMPORTE PIC 9(9)V99.
           03 PAGO-PARCIAL PIC X(1).
               88 PAGO-PARCIAL-SI VALUE "P".

       FD CHEQUES_EMITIDOS LABEL RECORD IS STANDARD.
       01 CHEQUES_EMITIDOS_REG.
           03 CHQ-NUMERO PIC 9(9).
           03 CHQ-PROFESOR PIC X(5).
           03 CHQ-PERIODO PIC 9(6).
           03 CHQ-FECHA-EMISION PIC 9(8).
           03 CHQ-IMPORTE PIC 9(9)V99.
           03 CHQ-ESTADO PIC X(1).
               88 CHQ-EMITIDO VALUE "E".
               88 CHQ-ENTREGADO VALUE "N".
               88 CHQ-COBRADO VALUE "C".
               88 CHQ-ANULADO VALUE "A".

       FD LOTES_PAGO LABEL RECORD IS STANDARD.
       01 LOTES_PAGO_REG.
           03 LPAG-LOTE PIC 9(5).
           03 LPAG-FECHA-APROBACION PIC 9(8).
           03 LPAG-FECHA-VALOR PIC 9(8).
           03 LPAG-FIRMA PIC X(8).
           03 LPAG-CANTIDAD PIC 9(5).
           03 LPAG-TOTAL PIC 9(11)V99.
           03 LPAG-CANT-DIFERIDOS PIC 9(5).
           03 LPAG-CANT-EXCLUIDOS PIC 9(5).

       FD TRANSFERENCIAS_BANCO LABEL RECORD IS STANDARD.
       01 TRANSFERENCIAS_BANCO_REG.
           03 TRF-CBU PIC X(22).
           03 TRF-IMPORTE PIC 9(9)V99.
           03 TRF-PROFESOR PIC X(5).
           03 TRF-DNI PIC 9(8).
           03 TRF-PERIODO PIC 9(6).

       FD POSICION LABEL RECORD IS STANDARD.
       01 POSICION_REG PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-COBRANZAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONVENIOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PRESENTACION PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PAGOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CHEQUES PIC X(2) VALUE SPACES.
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRANSF PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

       01 WS-HORIZONTE-ENTRADA PIC X(2) VALUE SPACES.
       01 WS-HORIZONTE PIC 9(2) VALUE 30.
       01 WS-SALDO-ENTRADA PIC 9(11)V99 VALUE ZERO.
       01 WS-SALDO-DEUDOR PIC X(1) VALUE "N".
       01 WS-SALDO-INICIAL PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-ACUMULADO PIC S9(11)V99 VALUE ZERO.
       01 WS-NETO-DIA PIC S9(11)V99 VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-FECHA-MOVIMIENTO PIC 9(8) VALUE ZERO.
       01 WS-IMPORTE-MOVIMIENTO PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIMER-NEGATIVO PIC 9(8) VALUE ZERO.
       01 WS-SALDO-PRIMER-NEGATIVO PIC S9(11)V99 VALUE ZERO.

      * Un renglon por dia del horizonte; el primero es hoy y
      * recibe ademas todo lo vencido que sigue pendiente.
       01 WS-MAX-DIAS PIC 9(2) VALUE 90.
       01 SUBINDICE-POS PIC 9(2) VALUE ZERO.
       01 WS-DIA-HALLADO PIC 9(2) VALUE ZERO.
       01 TABLA-POSICION.
           03 ELEM-POS OCCURS 90 TIMES.
               05 VEC-POS-FECHA PIC 9(8).
               05 VEC-POS-FACTURAS PIC S9(11)V99.
               05 VEC-POS-CONVENIOS PIC S9(11)V99.
               05 VEC-POS-DEBITOS PIC S9(11)V99.
               05 VEC-POS-RECIBOS PIC S9(11)V99.
               05 VEC-POS-CHEQUES PIC S9(11)V99.
               05 VEC-POS-LOTES PIC S9(11)V99.

       01 WS-TOT-FACTURAS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CONVENIOS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-DEBITOS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-RECIBOS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CHEQUES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-LOTES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-VENCIDO-COBROS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-VENCIDO-PAGOS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-FUERA-COBROS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-FUERA-PAGOS PIC S9(11)V99 VALUE ZERO.
       01 WS-ES-COBRO PIC X(1) VALUE "S".
           88 WS-ES-COBRO-SI VALUE "S".

       01 WS-MAX-FACTURAS PIC 9(4) VALUE 5000.
       01 WS-CANT-FACTURAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-FAC PIC 9(4) VALUE ZERO.
       01 TABLA-FACTURAS.
           03 ELEM-FAC OCCURS 5000 TIMES.
               05 VEC-FAC-SUCURSAL PIC X(3).
               05 VEC-FAC-PERIODO PIC 9(6).
               05 VEC-FAC-EMISION PIC 9(8).
               05 VEC-FAC-VTO PIC 9(8).
               05 VEC-FAC-IMPORTE PIC S9(11)V99.
               05 VEC-FAC-COBRADO PIC S9(11)V99.
       01 WS-SALDO-FACTURA PIC S9(11)V99 VALUE ZERO.

       01 WS-MAX-SUCURSALES PIC 9(4) VALUE 500.
       01 WS-CANT-SUCURSALES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(4) VALUE ZERO.
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 500 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-DIAS-PAGO PIC 9(3).
       01 WS-DIAS-PAGO-FACTURA PIC 9(3) VALUE ZERO.

      * Facturas con convenio: las cobra el plan de cuotas, no el
      * vencimiento original.
       01 WS-MAX-CONVENIOS PIC 9(4) VALUE 3000.
       01 WS-CANT-CONVENIOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CON PIC 9(4) VALUE ZERO.
       01 TABLA-CONVENIOS.
           03 ELEM-CON OCCURS 3000 TIMES.
               05 VEC-CON-SUCURSAL PIC X(3).
               05 VEC-CON-PERIODO PIC 9(6).
       01 WS-TIENE-CONVENIO PIC X(1) VALUE "N".

       01 WS-MAX-PRESENTADAS PIC 9(4) VALUE 2000.
       01 WS-CANT-PRESENTADAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PRE PIC 9(4) VALUE ZERO.
       01 TABLA-PRESENTADAS.
           03 ELEM-PRE OCCURS 2000 TIMES.
               05 VEC-PRE-SUCURSAL PIC X(3).
               05 VEC-PRE-PERIODO PIC 9(6).
               05 VEC-PRE-IMPORTE PIC 9(9)V99.
       01 WS-IMPORTE-PRESENTADO PIC 9(9)V99 VALUE ZERO.
       01 WS-PRESENTADA PIC X(1) VALUE "N".

       01 WS-MAX-PAGOS PIC 9(4) VALUE 5000.
       01 WS-CANT-PAGOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PAGO PIC 9(4) VALUE ZERO.
       01 TABLA-PAGOS.
           03 ELEM-PAGO OCCURS 5000 TIMES.
               05 VEC-PAGO-FOLIO PIC 9(9).
               05 VEC-PAGO-IMPORTE PIC 9(9)V99.
       01 WS-PAGADO-DEL-FOLIO PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-DEL-FOLIO PIC S9(11)V99 VALUE ZERO.

      * Profesores del ultimo lote aprobado cuya fecha valor todavia
      * no llego: sus recibos ya estan en ese lote.
       01 WS-ULTIMO-LOTE PIC 9(5) VALUE ZERO.
       01 WS-ULTIMO-LOTE-VALOR PIC 9(8) VALUE ZERO.
       01 WS-MAX-EN-LOTE PIC 9(4) VALUE 3000.
       01 WS-CANT-EN-LOTE PIC 9(4) VALUE ZERO.
       01 SUBINDICE-ENL PIC 9(4) VALUE ZERO.
       01 TABLA-EN-LOTE.
           03 VEC-ENL-PROFESOR PIC X(5) OCCURS 3000 TIMES.
       01 WS-EN-LOTE PIC X(1) VALUE "N".

       01 WS-FECHA-A-SUMAR PIC 9(8) VALUE ZERO.
       01 WS-DIAS-A-SUMAR PIC 9(3) VALUE ZERO.
       01 WS-FECHA-SUMADA PIC 9(8) VALUE ZERO.
       01 WS-SUMA-FECHA-GRUPO.
           03 WS-SUMA-ANIO PIC 9(4).
           03 WS-SUMA-MES PIC 9(2).
           03 WS-SUMA-DIA-FECHA PIC 9(2).
       01 WS-SUMA-FECHA REDEFINES WS-SUMA-FECHA-GRUPO PIC 9(8).
       01 WS-SUMA-DIA PIC 9(3) VALUE ZERO.
       01 WS-SUMA-TOPE-MES PIC 9(3) VALUE ZERO.
       01 WS-SUMA-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-SUMA-RESTO PIC 9(4) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

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

       01 LINEA-POS-ENC.
           03 FILLER PIC X(33) VALUE
               "POSICION DIARIA DE TESORERIA AL ".
           03 LPE-FECHA PIC 9(8).
           03 FILLER PIC X(17) VALUE "  SALDO INICIAL: ".
           03 LPE-SALDO PIC -----------9,99.
       01 LINEA-POS-TITULOS.
           03 FILLER PIC X(50) VALUE
               "FECHA     COB.FACTURAS  COB.CONVENIO    COB.DEBITO".
           03 FILLER PIC X(42) VALUE
               "   PAG.RECIBOS   PAG.CHEQUES     PAG.LOTES".
           03 FILLER PIC X(31) VALUE
               "   NETO DEL DIA  SALDO PROYECT.".
       01 LINEA-POS-DIA.
           03 LPD-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-FACTURAS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-CONVENIOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-DEBITOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-RECIBOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-CHEQUES PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-LOTES PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-NETO PIC ----------9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-SALDO PIC -----------9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPD-MARCA PIC X(1).
       01 LINEA-POS-TOTAL.
           03 FILLER PIC X(9) VALUE "TOTALES  ".
           03 LPT-FACTURAS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPT-CONVENIOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPT-DEBITOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPT-RECIBOS PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPT-CHEQUES PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPT-LOTES PIC ZZZZZZZZZ9,99.
       01 LINEA-POS-PIE.
           03 LPP-ETIQUETA PIC X(45).
           03 LPP-IMPORTE PIC -----------9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LPP-FECHA PIC X(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Arma el calendario del horizonte pedido, vuelca en cada dia
      * los cobros esperados y los pagos comprometidos y graba la
      * posicion con el saldo acumulado.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           DISPLAY "DIAS A PROYECTAR (1 A 90, ENTER = 30): "
           ACCEPT WS-HORIZONTE-ENTRADA
           IF WS-HORIZONTE-ENTRADA NOT = SPACES THEN
               IF WS-HORIZONTE-ENTRADA(2:1) = SPACE THEN
                   MOVE WS-HORIZONTE-ENTRADA(1:1) TO
                       WS-HORIZONTE-ENTRADA(2:1)
                   MOVE "0" TO WS-HORIZONTE-ENTRADA(1:1)
               END-IF
               IF WS-HORIZONTE-ENTRADA NUMERIC AND
                   WS-HORIZONTE-ENTRADA > "00" THEN
                   MOVE WS-HORIZONTE-ENTRADA TO WS-HORIZONTE
               ELSE
                   DISPLAY "LOS DIAS DEBEN SER NUMERICOS DE 01 A 90"
                   STOP RUN
               END-IF
           END-IF
           IF WS-HORIZONTE > WS-MAX-DIAS THEN
               MOVE WS-MAX-DIAS TO WS-HORIZONTE
           END-IF
           DISPLAY "SALDO INICIAL EN BANCOS: "
           ACCEPT WS-SALDO-ENTRADA
           DISPLAY "EL SALDO INICIAL ES DEUDOR (S/N)? "
           ACCEPT WS-SALDO-DEUDOR
           IF WS-SALDO-DEUDOR = "S" THEN
               COMPUTE WS-SALDO-INICIAL = ZERO - WS-SALDO-ENTRADA
           ELSE
               MOVE WS-SALDO-ENTRADA TO WS-SALDO-INICIAL
           END-IF

           PERFORM ARMAR-CALENDARIO

           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-FACTURAS
           PERFORM APLICAR-COBRANZAS
           PERFORM PROYECTAR-CONVENIOS
           PERFORM CARGAR-PRESENTADAS
           PERFORM PROYECTAR-FACTURAS
               VARYING SUBINDICE-FAC FROM 1 BY 1
               UNTIL SUBINDICE-FAC > WS-CANT-FACTURAS

           PERFORM PROYECTAR-LOTES
           PERFORM CARGAR-PAGOS
           PERFORM PROYECTAR-RECIBOS
           PERFORM PROYECTAR-CHEQUES

           PERFORM GRABAR-POSICION
           STOP RUN.

      * Fechas reales del horizonte, de a un dia con el largo de
      * cada mes, para que el reporte quede en el calendario.
       ARMAR-CALENDARIO.
           MOVE WS-FECHA-HOY TO WS-FECHA-SUMADA
           PERFORM ARMAR-UN-DIA
               VARYING SUBINDICE-POS FROM 1 BY 1
               UNTIL SUBINDICE-POS > WS-HORIZONTE.

       ARMAR-UN-DIA.
           MOVE WS-FECHA-SUMADA TO VEC-POS-FECHA(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-FACTURAS(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-CONVENIOS(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-DEBITOS(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-RECIBOS(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-CHEQUES(SUBINDICE-POS)
           MOVE ZERO TO VEC-POS-LOTES(SUBINDICE-POS)
           MOVE VEC-POS-FECHA(SUBINDICE-POS) TO WS-FECHA-A-SUMAR
           MOVE 1 TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-A-FECHA.

       SUMAR-DIAS-A-FECHA.
           MOVE WS-FECHA-A-SUMAR TO WS-SUMA-FECHA
           MOVE WS-SUMA-DIA-FECHA TO WS-SUMA-DIA
           ADD WS-DIAS-A-SUMAR TO WS-SUMA-DIA
           MOVE ZERO TO WS-SUMA-TOPE-MES
           PERFORM NORMALIZAR-FECHA-SUMADA UNTIL
               WS-SUMA-DIA <= WS-SUMA-TOPE-MES
           MOVE WS-SUMA-DIA TO WS-SUMA-DIA-FECHA
           MOVE WS-SUMA-FECHA TO WS-FECHA-SUMADA.

       NORMALIZAR-FECHA-SUMADA.
           MOVE VEC-DIAS-MES(WS-SUMA-MES) TO WS-SUMA-TOPE-MES
           IF WS-SUMA-MES = 2 THEN
               DIVIDE WS-SUMA-ANIO BY 4 GIVING WS-SUMA-CUOCIENTE
                   REMAINDER WS-SUMA-RESTO
               IF WS-SUMA-RESTO = ZERO THEN
                   MOVE 29 TO WS-SUMA-TOPE-MES
               END-IF
           END-IF
           IF WS-SUMA-DIA > WS-SUMA-TOPE-MES THEN
               SUBTRACT WS-SUMA-TOPE-MES FROM WS-SUMA-DIA
               ADD 1 TO WS-SUMA-MES
               IF WS-SUMA-MES > 12 THEN
                   MOVE 1 TO WS-SUMA-MES
                   ADD 1 TO WS-SUMA-ANIO
               END-IF
               MOVE ZERO TO WS-SUMA-TOPE-MES
           END-IF.

      * Ubica WS-FECHA-MOVIMIENTO en el horizonte: lo vencido va al
      * primer dia, lo posterior al ultimo queda fuera (dia cero) y
      * se informa aparte en el pie del reporte.
       UBICAR-FECHA.
           MOVE ZERO TO WS-DIA-HALLADO
           IF WS-FECHA-MOVIMIENTO < VEC-POS-FECHA(1) THEN
               MOVE 1 TO WS-DIA-HALLADO
               IF WS-ES-COBRO-SI THEN
                   ADD WS-IMPORTE-MOVIMIENTO TO WS-TOT-VENCIDO-COBROS
               ELSE
                   ADD WS-IMPORTE-MOVIMIENTO TO WS-TOT-VENCIDO-PAGOS
               END-IF
           ELSE
               PERFORM COMPARAR-FECHA-DIA
                   VARYING SUBINDICE-POS FROM 1 BY 1
                   UNTIL SUBINDICE-POS > WS-HORIZONTE OR
                   WS-DIA-HALLADO > ZERO
               IF WS-DIA-HALLADO = ZERO THEN
                   IF WS-ES-COBRO-SI THEN
                       ADD WS-IMPORTE-MOVIMIENTO TO
                           WS-TOT-FUERA-COBROS
                   ELSE
                       ADD WS-IMPORTE-MOVIMIENTO TO
                           WS-TOT-FUERA-PAGOS
                   END-IF
               END-IF
           END-IF.

       COMPARAR-FECHA-DIA.
           IF VEC-POS-FECHA(SUBINDICE-POS) = WS-FECHA-MOVIMIENTO THEN
               MOVE SUBINDICE-POS TO WS-DIA-HALLADO
           END-IF.

       CARGAR-SUCURSALES.
           MOVE ZERO TO WS-CANT-SUCURSALES
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-SUCURSAL UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

      * Sin dias de pago cargados rige el plazo de 30 dias de la
      * facturacion.
       CARGAR-UNA-SUCURSAL.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           IF SUC-DIAS-PAGO NUMERIC AND SUC-DIAS-PAGO > ZERO THEN
               MOVE SUC-DIAS-PAGO TO
                   VEC-SUC-DIAS-PAGO(WS-CANT-SUCURSALES)
           ELSE
               MOVE 30 TO VEC-SUC-DIAS-PAGO(WS-CANT-SUCURSALES)
           END-IF
           PERFORM LEER-SUCURSAL.

      * Las notas de credito no se cobran; las de debito por mora
      * suman deuda igual que una factura, como en la cuenta
      * corriente.
       CARGAR-FACTURAS.
           MOVE ZERO TO WS-CANT-FACTURAS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA-EMITIDA
               PERFORM CARGAR-UNA-FACTURA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-FACTURAS >= WS-MAX-FACTURAS
               CLOSE FACTURAS_EMITIDAS
               IF WS-EOF-FUENTE NOT = "SI" THEN
                   DISPLAY "ATENCION: FacturasEmitidas.dat SUPERA LA "
                       "TABLA (" WS-MAX-FACTURAS "), LA POSICION "
                       "QUEDA INCOMPLETA"
               END-IF
           END-IF.

       LEER-FACTURA-EMITIDA.
           READ FACTURAS_EMITIDAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-FACTURA.
           IF FEMI-EMITIDA OR FEMI-NOTA-DEBITO THEN
               ADD 1 TO WS-CANT-FACTURAS
               MOVE FEMI-SUCURSAL TO VEC-FAC-SUCURSAL(WS-CANT-FACTURAS)
               MOVE FEMI-PERIODO TO VEC-FAC-PERIODO(WS-CANT-FACTURAS)
               MOVE FEMI-FECHA-EMISION TO
                   VEC-FAC-EMISION(WS-CANT-FACTURAS)
               IF FEMI-FECHA-VTO NUMERIC AND FEMI-FECHA-VTO > ZERO
                   THEN
                   MOVE FEMI-FECHA-VTO TO VEC-FAC-VTO(WS-CANT-FACTURAS)
               ELSE
                   PERFORM CALCULAR-VENCIMIENTO-FACTURA
               END-IF
               MOVE FEMI-IMPORTE TO VEC-FAC-IMPORTE(WS-CANT-FACTURAS)
               MOVE ZERO TO VEC-FAC-COBRADO(WS-CANT-FACTURAS)
           END-IF
           PERFORM LEER-FACTURA-EMITIDA.

      * Facturas anteriores al vencimiento pactado: se cobra a los
      * SUC-DIAS-PAGO de la emision.
       CALCULAR-VENCIMIENTO-FACTURA.
           MOVE 30 TO WS-DIAS-PAGO-FACTURA
           PERFORM BUSCAR-DIAS-PAGO
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           MOVE FEMI-FECHA-EMISION TO WS-FECHA-A-SUMAR
           MOVE WS-DIAS-PAGO-FACTURA TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-A-FECHA
           MOVE WS-FECHA-SUMADA TO VEC-FAC-VTO(WS-CANT-FACTURAS).

       BUSCAR-DIAS-PAGO.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = FEMI-SUCURSAL THEN
               MOVE VEC-SUC-DIAS-PAGO(SUBINDICE-SUC) TO
                   WS-DIAS-PAGO-FACTURA
           END-IF.

       APLICAR-COBRANZAS.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT COBRANZAS
           IF WS-STATUS-COBRANZAS = "00" THEN
               PERFORM LEER-COBRANZA
               PERFORM APLICAR-COBRANZA UNTIL WS-EOF-FUENTE = "SI"
               CLOSE COBRANZAS
           END-IF.

       LEER-COBRANZA.
           READ COBRANZAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       APLICAR-COBRANZA.
           PERFORM APLICAR-UNA-COBRANZA
               VARYING SUBINDICE-FAC FROM 1 BY 1
               UNTIL SUBINDICE-FAC > WS-CANT-FACTURAS
           PERFORM LEER-COBRANZA.

       APLICAR-UNA-COBRANZA.
           IF VEC-FAC-SUCURSAL(SUBINDICE-FAC) = COB-SUCURSAL AND
               VEC-FAC-PERIODO(SUBINDICE-FAC) = COB-PERIODO THEN
               ADD COB-IMPORTE TO VEC-FAC-COBRADO(SUBINDICE-FAC)
           END-IF.

      * Cada cuota pendiente entra por lo que le falta cubrir a su
      * vencimiento; las vencidas sin cubrir rompen el convenio y
      * ya no se cuentan como cobro esperado.
       PROYECTAR-CONVENIOS.
           MOVE ZERO TO WS-CANT-CONVENIOS
           MOVE "NO" TO WS-EOF-FUENTE
           MOVE "S" TO WS-ES-COBRO
           OPEN INPUT CONVENIOS
           IF WS-STATUS-CONVENIOS = "00" THEN
               PERFORM LEER-CONVENIO
               PERFORM PROYECTAR-UNA-CUOTA UNTIL WS-EOF-FUENTE = "SI"
               CLOSE CONVENIOS
           END-IF.

       LEER-CONVENIO.
           READ CONVENIOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       PROYECTAR-UNA-CUOTA.
           IF WS-CANT-CONVENIOS < WS-MAX-CONVENIOS THEN
               ADD 1 TO WS-CANT-CONVENIOS
               MOVE CON-SUCURSAL TO VEC-CON-SUCURSAL(WS-CANT-CONVENIOS)
               MOVE CON-PERIODO-FACTURA TO
                   VEC-CON-PERIODO(WS-CANT-CONVENIOS)
           END-IF
           IF CON-PENDIENTE THEN
               COMPUTE WS-IMPORTE-MOVIMIENTO =
                   CON-IMPORTE-CUOTA - CON-IMPORTE-COBRADO
               IF WS-IMPORTE-MOVIMIENTO > ZERO THEN
                   MOVE CON-FECHA-VTO TO WS-FECHA-MOVIMIENTO
                   PERFORM UBICAR-FECHA
                   IF WS-DIA-HALLADO > ZERO THEN
                       ADD WS-IMPORTE-MOVIMIENTO TO
                           VEC-POS-CONVENIOS(WS-DIA-HALLADO)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-CONVENIO.

       CARGAR-PRESENTADAS.
           MOVE ZERO TO WS-CANT-PRESENTADAS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PRESENTACION
           IF WS-STATUS-PRESENTACION = "00" THEN
               PERFORM LEER-PRESENTACION
               PERFORM CARGAR-UNA-PRESENTADA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-PRESENTADAS >= WS-MAX-PRESENTADAS
               CLOSE PRESENTACION
           END-IF.

       LEER-PRESENTACION.
           READ PRESENTACION
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-PRESENTADA.
           ADD 1 TO WS-CANT-PRESENTADAS
           MOVE PRES-SUCURSAL TO VEC-PRE-SUCURSAL(WS-CANT-PRESENTADAS)
           MOVE PRES-PERIODO TO VEC-PRE-PERIODO(WS-CANT-PRESENTADAS)
           MOVE PRES-IMPORTE TO VEC-PRE-IMPORTE(WS-CANT-PRESENTADAS)
           PERFORM LEER-PRESENTACION.

      * Cada factura con saldo cae en una sola columna: si tiene
      * convenio la cobran las cuotas; si esta presentada al debito
      * automatico entra como debito, hasta su saldo (lo ya debitado
      * figura como cobranza); si no, al vencimiento.
       PROYECTAR-FACTURAS.
           MOVE "S" TO WS-ES-COBRO
           COMPUTE WS-SALDO-FACTURA =
               VEC-FAC-IMPORTE(SUBINDICE-FAC) -
               VEC-FAC-COBRADO(SUBINDICE-FAC)
           IF WS-SALDO-FACTURA > ZERO THEN
               MOVE "N" TO WS-TIENE-CONVENIO
               PERFORM BUSCAR-CONVENIO-FACTURA
                   VARYING SUBINDICE-CON FROM 1 BY 1
                   UNTIL SUBINDICE-CON > WS-CANT-CONVENIOS
               MOVE "N" TO WS-PRESENTADA
               MOVE ZERO TO WS-IMPORTE-PRESENTADO
               PERFORM BUSCAR-PRESENTADA-FACTURA
                   VARYING SUBINDICE-PRE FROM 1 BY 1
                   UNTIL SUBINDICE-PRE > WS-CANT-PRESENTADAS
               MOVE VEC-FAC-VTO(SUBINDICE-FAC) TO WS-FECHA-MOVIMIENTO
               EVALUATE TRUE
                   WHEN WS-TIENE-CONVENIO = "S"
                       CONTINUE
                   WHEN WS-PRESENTADA = "S"
                       IF WS-IMPORTE-PRESENTADO < WS-SALDO-FACTURA
                           THEN
                           MOVE WS-IMPORTE-PRESENTADO TO
                               WS-IMPORTE-MOVIMIENTO
                       ELSE
                           MOVE WS-SALDO-FACTURA TO
                               WS-IMPORTE-MOVIMIENTO
                       END-IF
                       PERFORM UBICAR-FECHA
                       IF WS-DIA-HALLADO > ZERO THEN
                           ADD WS-IMPORTE-MOVIMIENTO TO
                               VEC-POS-DEBITOS(WS-DIA-HALLADO)
                       END-IF
                   WHEN OTHER
                       MOVE WS-SALDO-FACTURA TO WS-IMPORTE-MOVIMIENTO
                       PERFORM UBICAR-FECHA
                       IF WS-DIA-HALLADO > ZERO THEN
                           ADD WS-IMPORTE-MOVIMIENTO TO
                               VEC-POS-FACTURAS(WS-DIA-HALLADO)
                       END-IF
               END-EVALUATE
           END-IF.

       BUSCAR-CONVENIO-FACTURA.
           IF VEC-CON-SUCURSAL(SUBINDICE-CON) =
               VEC-FAC-SUCURSAL(SUBINDICE-FAC) AND
               VEC-CON-PERIODO(SUBINDICE-CON) =
               VEC-FAC-PERIODO(SUBINDICE-FAC) THEN
               MOVE "S" TO WS-TIENE-CONVENIO
           END-IF.

       BUSCAR-PRESENTADA-FACTURA.
           IF VEC-PRE-SUCURSAL(SUBINDICE-PRE) =
               VEC-FAC-SUCURSAL(SUBINDICE-FAC) AND
               VEC-PRE-PERIODO(SUBINDICE-PRE) =
               VEC-FAC-PERIODO(SUBINDICE-FAC) THEN
               MOVE "S" TO WS-PRESENTADA
               ADD VEC-PRE-IMPORTE(SUBINDICE-PRE) TO
                   WS-IMPORTE-PRESENTADO
           END-IF.

      * Los lotes aprobados salen del banco en su fecha valor; los
      * de fecha valor ya pasada estan debitados y no cuentan.
       PROYECTAR-LOTES.
           MOVE "N" TO WS-ES-COBRO
           MOVE ZERO TO WS-ULTIMO-LOTE
           MOVE ZERO TO WS-ULTIMO-LOTE-VALOR
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT LOTES_PAGO
           IF WS-STATUS-LOTES = "00" THEN
               PERFORM LEER-LOTE-PAGO
               PERFORM PROYECTAR-UN-LOTE UNTIL WS-EOF-FUENTE = "SI"
               CLOSE LOTES_PAGO
           END-IF
           MOVE ZERO TO WS-CANT-EN-LOTE
           IF WS-ULTIMO-LOTE-VALOR >= WS-FECHA-HOY THEN
               PERFORM CARGAR-PROFESORES-EN-LOTE
           END-IF.

       LEER-LOTE-PAGO.
           READ LOTES_PAGO
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       PROYECTAR-UN-LOTE.
           IF LPAG-FECHA-VALOR >= WS-FECHA-HOY THEN
               MOVE LPAG-FECHA-VALOR TO WS-FECHA-MOVIMIENTO
               MOVE LPAG-TOTAL TO WS-IMPORTE-MOVIMIENTO
               PERFORM UBICAR-FECHA
               IF WS-DIA-HALLADO > ZERO THEN
                   ADD WS-IMPORTE-MOVIMIENTO TO
                       VEC-POS-LOTES(WS-DIA-HALLADO)
               END-IF
           END-IF
           IF LPAG-LOTE > WS-ULTIMO-LOTE THEN
               MOVE LPAG-LOTE TO WS-ULTIMO-LOTE
               MOVE LPAG-FECHA-VALOR TO WS-ULTIMO-LOTE-VALOR
           END-IF
           PERFORM LEER-LOTE-PAGO.

      * TransferenciasBanco.dat es el lote del ultimo aprobado; sus
      * profesores ya tienen la plata comprometida en ese lote.
       CARGAR-PROFESORES-EN-LOTE.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TRANSFERENCIAS_BANCO
           IF WS-STATUS-TRANSF = "00" THEN
               PERFORM LEER-TRANSFERENCIA
               PERFORM CARGAR-UN-PROFESOR-EN-LOTE UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-EN-LOTE >= WS-MAX-EN-LOTE
               CLOSE TRANSFERENCIAS_BANCO
           END-IF.

       LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS_BANCO
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-PROFESOR-EN-LOTE.
           ADD 1 TO WS-CANT-EN-LOTE
           MOVE TRF-PROFESOR TO VEC-ENL-PROFESOR(WS-CANT-EN-LOTE)
           PERFORM LEER-TRANSFERENCIA.

       CARGAR-PAGOS.
           MOVE ZERO TO WS-CANT-PAGOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PAGOS
           IF WS-STATUS-PAGOS = "00" THEN
               PERFORM LEER-PAGO
               PERFORM CARGAR-UN-PAGO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-PAGOS >= WS-MAX-PAGOS
               CLOSE PAGOS
           END-IF.

       LEER-PAGO.
           READ PAGOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-PAGO.
           ADD 1 TO WS-CANT-PAGOS
           MOVE PAGO-FOLIO TO VEC-PAGO-FOLIO(WS-CANT-PAGOS)
           MOVE PAGO-IMPORTE TO VEC-PAGO-IMPORTE(WS-CANT-PAGOS)
           PERFORM LEER-PAGO.

      * Un recibo con saldo ya es deuda exigible con el profesor:
      * se proyecta para hoy.
       PROYECTAR-RECIBOS.
           MOVE "N" TO WS-ES-COBRO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS = "00" THEN
               PERFORM LEER-RECIBO-EMITIDO
               PERFORM PROYECTAR-UN-RECIBO UNTIL WS-EOF-FUENTE = "SI"
               CLOSE RECIBOS_EMITIDOS
           END-IF.

       LEER-RECIBO-EMITIDO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       PROYECTAR-UN-RECIBO.
           IF RECEMI-EMITIDO THEN
               MOVE ZERO TO WS-PAGADO-DEL-FOLIO
               PERFORM ACUMULAR-PAGO-DEL-FOLIO
                   VARYING SUBINDICE-PAGO FROM 1 BY 1
                   UNTIL SUBINDICE-PAGO > WS-CANT-PAGOS
               COMPUTE WS-SALDO-DEL-FOLIO =
                   RECEMI-NETO - WS-PAGADO-DEL-FOLIO
               MOVE "N" TO WS-EN-LOTE
               PERFORM BUSCAR-PROFESOR-EN-LOTE
                   VARYING SUBINDICE-ENL FROM 1 BY 1
                   UNTIL SUBINDICE-ENL > WS-CANT-EN-LOTE
               IF WS-SALDO-DEL-FOLIO > ZERO AND WS-EN-LOTE = "N" THEN
                   MOVE WS-FECHA-HOY TO WS-FECHA-MOVIMIENTO
                   MOVE WS-SALDO-DEL-FOLIO TO WS-IMPORTE-MOVIMIENTO
                   PERFORM UBICAR-FECHA
                   ADD WS-IMPORTE-MOVIMIENTO TO
                       VEC-POS-RECIBOS(WS-DIA-HALLADO)
               END-IF
           END-IF
           PERFORM LEER-RECIBO-EMITIDO.

       ACUMULAR-PAGO-DEL-FOLIO.
           IF VEC-PAGO-FOLIO(SUBINDICE-PAGO) = RECEMI-FOLIO THEN
               ADD VEC-PAGO-IMPORTE(SUBINDICE-PAGO) TO
                   WS-PAGADO-DEL-FOLIO
           END-IF.

       BUSCAR-PROFESOR-EN-LOTE.
           IF VEC-ENL-PROFESOR(SUBINDICE-ENL) = RECEMI-PROFESOR THEN
               MOVE "S" TO WS-EN-LOTE
           END-IF.

      * Un cheque emitido o entregado se puede presentar al cobro en
      * cualquier momento: por prudencia se proyecta para hoy.
       PROYECTAR-CHEQUES.
           MOVE "N" TO WS-ES-COBRO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT CHEQUES_EMITIDOS
           IF WS-STATUS-CHEQUES = "00" THEN
               PERFORM LEER-CHEQUE
               PERFORM PROYECTAR-UN-CHEQUE UNTIL WS-EOF-FUENTE = "SI"
               CLOSE CHEQUES_EMITIDOS
           END-IF.

       LEER-CHEQUE.
           READ CHEQUES_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       PROYECTAR-UN-CHEQUE.
           IF CHQ-EMITIDO OR CHQ-ENTREGADO THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-MOVIMIENTO
               MOVE CHQ-IMPORTE TO WS-IMPORTE-MOVIMIENTO
               PERFORM UBICAR-FECHA
               ADD WS-IMPORTE-MOVIMIENTO TO
                   VEC-POS-CHEQUES(WS-DIA-HALLADO)
           END-IF
           PERFORM LEER-CHEQUE.

      * Un renglon por dia con el neto y el saldo acumulado; los
      * dias en rojo llevan asterisco y el primero se informa al
      * pie.
       GRABAR-POSICION.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-ACUMULADO
           MOVE ZERO TO WS-PRIMER-NEGATIVO
           OPEN OUTPUT POSICION
           MOVE WS-FECHA-HOY TO LPE-FECHA
           MOVE WS-SALDO-INICIAL TO LPE-SALDO
           WRITE POSICION_REG FROM LINEA-POS-ENC
           WRITE POSICION_REG FROM LINEA-POS-TITULOS
           PERFORM GRABAR-UN-DIA
               VARYING SUBINDICE-POS FROM 1 BY 1
               UNTIL SUBINDICE-POS > WS-HORIZONTE
           MOVE WS-TOT-FACTURAS TO LPT-FACTURAS
           MOVE WS-TOT-CONVENIOS TO LPT-CONVENIOS
           MOVE WS-TOT-DEBITOS TO LPT-DEBITOS
           MOVE WS-TOT-RECIBOS TO LPT-RECIBOS
           MOVE WS-TOT-CHEQUES TO LPT-CHEQUES
           MOVE WS-TOT-LOTES TO LPT-LOTES
           MOVE SPACES TO POSICION_REG
           WRITE POSICION_REG
           WRITE POSICION_REG FROM LINEA-POS-TOTAL
           MOVE SPACES TO LPP-FECHA
           MOVE "SALDO PROYECTADO AL CIERRE DEL HORIZONTE:" TO
               LPP-ETIQUETA
           MOVE WS-SALDO-ACUMULADO TO LPP-IMPORTE
           WRITE POSICION_REG FROM LINEA-POS-PIE
           MOVE "COBROS VENCIDOS INCLUIDOS EL PRIMER DIA:" TO
               LPP-ETIQUETA
           MOVE WS-TOT-VENCIDO-COBROS TO LPP-IMPORTE
           WRITE POSICION_REG FROM LINEA-POS-PIE
           MOVE "PAGOS VENCIDOS INCLUIDOS EL PRIMER DIA:" TO
               LPP-ETIQUETA
           MOVE WS-TOT-VENCIDO-PAGOS TO LPP-IMPORTE
           WRITE POSICION_REG FROM LINEA-POS-PIE
           MOVE "COBROS POSTERIORES AL HORIZONTE:" TO LPP-ETIQUETA
           MOVE WS-TOT-FUERA-COBROS TO LPP-IMPORTE
           WRITE POSICION_REG FROM LINEA-POS-PIE
           MOVE "PAGOS POSTERIORES AL HORIZONTE:" TO LPP-ETIQUETA
           MOVE WS-TOT-FUERA-PAGOS TO LPP-IMPORTE
           WRITE POSICION_REG FROM LINEA-POS-PIE
           IF WS-PRIMER-NEGATIVO > ZERO THEN
               MOVE "PRIMER DIA CON SALDO NEGATIVO (*):" TO
                   LPP-ETIQUETA
               MOVE WS-SALDO-PRIMER-NEGATIVO TO LPP-IMPORTE
               MOVE WS-PRIMER-NEGATIVO TO LPP-FECHA
               WRITE POSICION_REG FROM LINEA-POS-PIE
               DISPLAY "ATENCION: SALDO NEGATIVO DESDE EL "
                   WS-PRIMER-NEGATIVO
           END-IF
           CLOSE POSICION
           DISPLAY "SALDO PROYECTADO A " WS-HORIZONTE " DIAS: "
               WS-SALDO-ACUMULADO
           DISPLAY "POSICION GRABADA EN PosicionTesoreria.dat".

       GRABAR-UN-DIA.
           COMPUTE WS-NETO-DIA =
               VEC-POS-FACTURAS(SUBINDICE-POS) +
               VEC-POS-CONVENIOS(SUBINDICE-POS) +
               VEC-POS-DEBITOS(SUBINDICE-POS) -
               VEC-POS-RECIBOS(SUBINDICE-POS) -
               VEC-POS-CHEQUES(SUBINDICE-POS) -
               VEC-POS-LOTES(SUBINDICE-POS)
           ADD WS-NETO-DIA TO WS-SALDO-ACUMULADO
           ADD VEC-POS-FACTURAS(SUBINDICE-POS) TO WS-TOT-FACTURAS
           ADD VEC-POS-CONVENIOS(SUBINDICE-POS) TO WS-TOT-CONVENIOS
           ADD VEC-POS-DEBITOS(SUBINDICE-POS) TO WS-TOT-DEBITOS
           ADD VEC-POS-RECIBOS(SUBINDICE-POS) TO WS-TOT-RECIBOS
           ADD VEC-POS-CHEQUES(SUBINDICE-POS) TO WS-TOT-CHEQUES
           ADD VEC-POS-LOTES(SUBINDICE-POS) TO WS-TOT-LOTES
           MOVE VEC-POS-FECHA(SUBINDICE-POS) TO LPD-FECHA
           MOVE VEC-POS-FACTURAS(SUBINDICE-POS) TO LPD-FACTURAS
           MOVE VEC-POS-CONVENIOS(SUBINDICE-POS) TO LPD-CONVENIOS
           MOVE VEC-POS-DEBITOS(SUBINDICE-POS) TO LPD-DEBITOS
           MOVE VEC-POS-RECIBOS(SUBINDICE-POS) TO LPD-RECIBOS
           MOVE VEC-POS-CHEQUES(SUBINDICE-POS) TO LPD-CHEQUES
           MOVE VEC-POS-LOTES(SUBINDICE-POS) TO LPD-LOTES
           MOVE WS-NETO-DIA TO LPD-NETO
           MOVE WS-SALDO-ACUMULADO TO LPD-SALDO
           IF WS-SALDO-ACUMULADO < ZERO THEN
               MOVE "*" TO LPD-MARCA
               IF WS-PRIMER-NEGATIVO = ZERO THEN
                   MOVE VEC-POS-FECHA(SUBINDICE-POS) TO
                       WS-PRIMER-NEGATIVO
                   MOVE WS-SALDO-ACUMULADO TO WS-SALDO-PRIMER-NEGATIVO
               END-IF
           ELSE
               MOVE SPACES TO LPD-MARCA
           END-IF
           WRITE POSICION_REG FROM LINEA-POS-DIA.

       END PROGRAM POSICION-TESORERIA.
