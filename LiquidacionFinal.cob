      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion final por baja del profesor. Dada la
      *          fecha de baja junta en un solo recibo, con folio de
      *          FolioRecibos.dat, el SAC proporcional del semestre,
      *          las vacaciones no gozadas del anio, los saldos
      *          arrastrados (ArrastreSaldos.dat), los adelantos sin
      *          recuperar (Adelantos.dat) y los embargos vigentes
      *          (Embargos.dat). Las ordenes de embargo del profesor
      *          quedan cerradas con su comunicacion al juzgado
      *          (ComunicacionesJuzgado.dat), se emite el certificado
      *          de servicios con las horas por periodo
      *          (CertificadoServicios.dat) y el profesor queda en
      *          estado F: la corrida no lo vuelve a liquidar hasta un
      *          reingreso explicito en MantenimientoProfesores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LIQUIDACION-FINAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT ACUMULADO_ANUAL ASSIGN TO "AcumuladoAnual.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACUM-NUMERO
             FILE STATUS IS WS-STATUS-ACUM.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT ESCALA-VACACIONES ASSIGN TO "EscalaVacaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ESCALA-VAC.

       SELECT ADELANTOS ASSIGN TO "Adelantos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ADELANTOS.

       SELECT ARRASTRE-SALDOS ASSIGN TO "ArrastreSaldos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARRASTRES.

       SELECT EMBARGOS ASSIGN TO "Embargos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMBARGOS.

       SELECT EMBARGOS-APLICADOS ASSIGN TO "EmbargosAplicados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMB-APLICADOS.

       SELECT FOLIO-RECIBOS ASSIGN TO "FolioRecibos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-RECIBOS.

       SELECT RECIBOS ASSIGN TO "Recibos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECIBOS.

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT LIBRO_RETENCIONES ASSIGN TO "LibroRetenciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-RET.

       SELECT GL_EXTRACTO ASSIGN TO "GLExtracto.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GL-EXTRACTO.

       SELECT CONCEPTOS-LIQUIDADOS ASSIGN TO "ConceptosLiquidados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONCEPTOS.

      * Comunicacion al juzgado del cierre de cada orden de embargo
      * del profesor dado de baja, de solo agregado.
       SELECT COMUNICACIONES-JUZGADO ASSIGN TO
             "ComunicacionesJuzgado.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COMUNICACION.

       SELECT CERTIFICADO-SERVICIOS ASSIGN TO
             "CertificadoServicios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CERTIFICADO.

      * Misma pista de auditoria que el mantenimiento en linea.
       SELECT AUDITORIA_PROFESORES ASSIGN TO "AuditProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.

      * Misma traba de edicion que MantenimientoProfesores: la baja
      * no se liquida mientras un operador tiene el maestro abierto.
       SELECT TRABA-MAESTRO ASSIGN TO "TrabaProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA-MAESTRO.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
               88 PROF-ACTIVO-SI VALUE "A".
               88 PROF-BAJA-LIQUIDADA VALUE "F".
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
               88 PROF-PAGA-TRANSFERENCIA VALUE "T".
               88 PROF-PAGA-CHEQUE VALUE "C".
               88 PROF-PAGA-EFECTIVO VALUE "E".
           03 PROF-COND-IMPUESTO PIC X(1).
               88 PROF-MONOTRIBUTISTA VALUE "M".
               88 PROF-RESP-INSCRIPTO VALUE "I".
               88 PROF-RELACION-DEPENDENCIA VALUE "D".
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD ACUMULADO_ANUAL LABEL RECORD IS STANDARD.
       01 ACUMULADO_ANUAL_REG.
           03 ACUM-NUMERO PIC X(5).
           03 ACUM-ANIO PIC 9(4).
           03 ACUM-HORAS PIC S9(6)V99.
           03 ACUM-IMPORTE PIC S9(10)V99.

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD ESCALA-VACACIONES LABEL RECORD IS STANDARD.
       01 ESCALA-VACACIONES-REG.
           03 VAC-HORAS-DESDE PIC 9(5).
           03 VAC-DIAS PIC 9(3).

       FD ADELANTOS LABEL RECORD IS STANDARD.
       01 ADELANTOS_REG.
           03 ADE-PROFESOR PIC X(5).
           03 ADE-FECHA PIC 9(8).
           03 ADE-IMPORTE PIC 9(9)V99.
           03 ADE-RECUPERADO PIC S9(9)V99.
           03 ADE-ESTADO PIC X(1).
               88 ADE-PENDIENTE VALUE "P".
               88 ADE-RECUPERADO-TOTAL VALUE "R".

       FD ARRASTRE-SALDOS LABEL RECORD IS STANDARD.
       01 ARRASTRE-SALDOS-REG.
           03 ARR-PROFESOR PIC X(5).
           03 ARR-IMPORTE PIC S9(9)V99.
           03 ARR-PERIODO-ORIGEN PIC 9(6).

       FD EMBARGOS LABEL RECORD IS STANDARD.
       01 EMBARGOS_REG.
           03 EMB-PROFESOR PIC X(5).
           03 EMB-EXPEDIENTE PIC X(15).
           03 EMB-IMPORTE-TOTAL PIC S9(9)V99.
           03 EMB-PORC-MAXIMO PIC 9(2)V99.
           03 EMB-PRIORIDAD PIC 9(1).
           03 EMB-IMPORTE-RETENIDO PIC S9(9)V99.
           03 EMB-ESTADO PIC X(1).
               88 EMB-VIGENTE VALUE "V".
               88 EMB-SATISFECHO VALUE "S".
               88 EMB-CERRADO-BAJA VALUE "C".

       FD EMBARGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 EMBARGOS-APLICADOS-REG.
           03 EMBA-PROFESOR PIC X(5).
           03 EMBA-EXPEDIENTE PIC X(15).
           03 EMBA-PERIODO PIC 9(6).
           03 EMBA-IMPORTE PIC S9(9)V99.

       FD FOLIO-RECIBOS LABEL RECORD IS STANDARD.
       01 FOLIO-RECIBOS-REG.
           03 FOLIO-RECIBOS-ULTIMO PIC 9(9).

       FD RECIBOS LABEL RECORD IS STANDARD.
       01 RECIBOS_REG PIC X(95).

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

       FD GL_EXTRACTO LABEL RECORD IS STANDARD.
       01 GL_EXTRACTO_REG.
           03 GLE-CENTRO-COSTO PIC X(3).
           03 GLE-PERIODO PIC 9(6).
           03 GLE-TIPO-MOVIMIENTO PIC X(1).
           03 GLE-IMPORTE PIC 9(9)V99.
           03 GLE-EMPRESA PIC X(2).

      * Conceptos liquidados al personal en relacion de dependencia,
      * de donde LibroSueldosDigital arma el libro de sueldos.
       FD CONCEPTOS-LIQUIDADOS LABEL RECORD IS STANDARD.
       01 CONCEPTOS-LIQUIDADOS-REG.
           03 CLQ-PERIODO PIC 9(6).
           03 CLQ-PROFESOR PIC X(5).
           03 CLQ-FOLIO-RECIBO PIC 9(9).
           03 CLQ-CODIGO PIC X(4).
           03 CLQ-DESCRIPCION PIC X(20).
           03 CLQ-TIPO PIC X(1).
               88 CLQ-HABER VALUE "H".
               88 CLQ-DESCUENTO VALUE "D".
           03 CLQ-CANTIDAD PIC S9(5)V99.
           03 CLQ-IMPORTE PIC S9(9)V99.

       FD COMUNICACIONES-JUZGADO LABEL RECORD IS STANDARD.
       01 COMUNICACIONES-JUZGADO-REG PIC X(90).

       FD CERTIFICADO-SERVICIOS LABEL RECORD IS STANDARD.
       01 CERTIFICADO-SERVICIOS-REG PIC X(90).

       FD AUDITORIA_PROFESORES LABEL RECORD IS STANDARD.
       01 AUDITORIA_PROFESORES_REG.
           03 APROF-FECHA PIC 9(8).
           03 APROF-HORA PIC 9(6).
           03 APROF-OPERADOR PIC X(8).
           03 APROF-OPERACION PIC X(1).
           03 APROF-CLAVE PIC X(5).
           03 APROF-IMAGEN-ANTERIOR PIC X(200).
           03 APROF-IMAGEN-NUEVA PIC X(200).

       FD TRABA-MAESTRO LABEL RECORD IS STANDARD.
       01 TRABA-MAESTRO-REG.
           03 TRAM-OPERADOR PIC X(8).
           03 TRAM-FECHA PIC 9(8).
           03 TRAM-HORA PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-ACUM PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ESCALA-VAC PIC X(2) VALUE SPACES.
       01 WS-STATUS-ADELANTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ARRASTRES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMBARGOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMB-APLICADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-RECIBOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECIBOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-RET PIC X(2) VALUE SPACES.
       01 WS-STATUS-GL-EXTRACTO PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-COMUNICACION PIC X(2) VALUE SPACES.
       01 WS-STATUS-CERTIFICADO PIC X(2) VALUE SPACES.
       01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA-MAESTRO PIC X(2) VALUE SPACES.

       01 WS-EOF-HISTORICO PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-ESCALA-VAC PIC X(2) VALUE "NO".
       01 WS-EOF-ADELANTOS PIC X(2) VALUE "NO".
       01 WS-EOF-ARRASTRES PIC X(2) VALUE "NO".
       01 WS-EOF-EMBARGOS PIC X(2) VALUE "NO".

       01 WS-OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-TRABA-MAESTRO-TOMADA PIC X(1) VALUE "N".
       01 WS-IMAGEN-ANTERIOR PIC X(200) VALUE SPACES.
       01 WS-PROFESOR-ENTRADA PIC X(5) VALUE SPACES.
       01 WS-FECHA-BAJA-ENTRADA PIC X(8) VALUE SPACES.
       01 WS-CONFIRMA PIC X(1) VALUE "N".
           88 WS-CONFIRMA-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 WS-FECHA-BAJA-GRUPO.
           03 WS-BAJA-ANIO PIC 9(4).
           03 WS-BAJA-MES PIC 9(2).
           03 WS-BAJA-DIA PIC 9(2).
       01 WS-FECHA-BAJA REDEFINES WS-FECHA-BAJA-GRUPO PIC 9(8).

      * Comienzo del computo del SAC: el inicio del semestre de la
      * baja, o la fecha de ingreso si es posterior.
       01 WS-FECHA-DESDE-GRUPO.
           03 WS-DESDE-ANIO PIC 9(4).
           03 WS-DESDE-MES PIC 9(2).
           03 WS-DESDE-DIA PIC 9(2).
       01 WS-FECHA-DESDE REDEFINES WS-FECHA-DESDE-GRUPO PIC 9(8).

       01 WS-PERIODO-BAJA PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-SEMESTRE-DESDE PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-ANIO-DESDE PIC 9(6) VALUE ZERO.
       01 WS-DIA-BAJA-30 PIC 9(2) VALUE ZERO.
       01 WS-DIA-DESDE-30 PIC 9(2) VALUE ZERO.
       01 WS-DIAS-SEMESTRE PIC S9(5) VALUE ZERO.
       01 WS-MES-BAJA-LIQUIDADO PIC X(1) VALUE "N".
           88 WS-MES-BAJA-LIQUIDADO-SI VALUE "S".

      * Lo que el historico del profesor aporta a la liquidacion: el
      * mejor mes del semestre para el SAC, horas e importe del anio
      * para las vacaciones, y la serie completa para el certificado
      * de servicios.
       01 WS-MEJOR-MES-SEMESTRE PIC S9(10)V99 VALUE ZERO.
       01 WS-HORAS-ANIO PIC S9(7)V99 VALUE ZERO.
       01 WS-IMPORTE-ANIO PIC S9(11)V99 VALUE ZERO.
       01 WS-MAX-PERIODOS PIC 9(3) VALUE 600.
       01 WS-CANT-PERIODOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-PER PIC 9(3) VALUE ZERO.
       01 TABLA-PERIODOS-SERVICIO.
           03 ELEM-PER OCCURS 600 TIMES.
               05 VEC-PER-PERIODO PIC 9(6).
               05 VEC-PER-HORAS PIC S9(6)V99.
               05 VEC-PER-IMPORTE PIC S9(10)V99.
       01 WS-TOTAL-HORAS-CERT PIC S9(8)V99 VALUE ZERO.
       01 WS-TOTAL-IMPORTE-CERT PIC S9(12)V99 VALUE ZERO.

       01 WS-MAX-TRAMOS-VAC PIC 9(2) VALUE 20.
       01 WS-CANT-TRAMOS-VAC PIC 9(2) VALUE ZERO.
       01 SUBINDICE-VAC PIC 9(2) VALUE ZERO.
       01 TABLA-ESCALA-VAC.
           03 ELEM-VAC OCCURS 20 TIMES.
               05 VEC-VAC-HORAS-DESDE PIC 9(5).
               05 VEC-VAC-DIAS PIC 9(3).
       01 WS-DIAS-GANADOS PIC 9(3) VALUE ZERO.
       01 WS-MEJOR-TRAMO-HORAS PIC S9(6) VALUE -1.
       01 WS-JORNAL-DIARIO PIC S9(9)V99 VALUE ZERO.

      * Regla de retencion por condicion impositiva, igual que la
      * corrida mensual: porcentaje y minimo pisables desde
      * Parametros.dat.
       01 WS-PORC-RET-MONO PIC 9V9(4) VALUE 0,0200.
       01 WS-PORC-RET-RI PIC 9V9(4) VALUE 0,0500.
       01 WS-MINIMO-RET-MONO PIC 9(7)V99 VALUE ZERO.
       01 WS-MINIMO-RET-RI PIC 9(7)V99 VALUE ZERO.
       01 WS-PORC-RET-A-USAR PIC 9V9(4) VALUE ZERO.
       01 WS-MINIMO-RET-A-USAR PIC 9(7)V99 VALUE ZERO.
       01 WS-BASE-RETENCION PIC S9(9)V99 VALUE ZERO.
       01 WS-PARM-RET-AUX PIC 9(4) VALUE ZERO.
       01 WS-PARM-RET-MIN-AUX PIC 9(7) VALUE ZERO.

       01 WS-IMPORTE-SAC PIC S9(9)V99 VALUE ZERO.
       01 WS-IMPORTE-VAC PIC S9(9)V99 VALUE ZERO.
       01 WS-BRUTO-FINAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RETENCION-FINAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NETO-FINAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ARRASTRES PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ADELANTOS PIC S9(9)V99 VALUE ZERO.
       01 WS-ADELANTOS-SIN-RECUPERAR PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-EMBARGOS PIC S9(9)V99 VALUE ZERO.

      * Registros de adelantos, arrastres y embargos en memoria: se
      * reescriben enteros al final, asi que si no entran en la tabla
      * la baja no se liquida.
       01 WS-MAX-ADELANTOS PIC 9(3) VALUE 500.
       01 WS-CANT-ADELANTOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ADE PIC 9(3) VALUE ZERO.
       01 TABLA-ADELANTOS.
           03 ELEM-ADE OCCURS 500 TIMES.
               05 VEC-ADE-PROFESOR PIC X(5).
               05 VEC-ADE-FECHA PIC 9(8).
               05 VEC-ADE-IMPORTE PIC 9(9)V99.
               05 VEC-ADE-RECUPERADO PIC S9(9)V99.
               05 VEC-ADE-ESTADO PIC X(1).
       01 WS-SALDO-ADELANTO PIC S9(9)V99 VALUE ZERO.
       01 WS-RECUPERAR-ADE PIC S9(9)V99 VALUE ZERO.

       01 WS-MAX-ARRASTRES PIC 9(4) VALUE 2000.
       01 WS-CANT-ARRASTRES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-ARR PIC 9(4) VALUE ZERO.
       01 TABLA-ARRASTRES.
           03 ELEM-ARR OCCURS 2000 TIMES.
               05 VEC-ARR-PROFESOR PIC X(5).
               05 VEC-ARR-IMPORTE PIC S9(9)V99.
               05 VEC-ARR-PERIODO PIC 9(6).
               05 VEC-ARR-APLICADO PIC X(1).

       01 WS-MAX-EMBARGOS PIC 9(3) VALUE 200.
       01 WS-CANT-EMBARGOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-EMB PIC 9(3) VALUE ZERO.
       01 WS-PRIORIDAD-EMB PIC 9(1) VALUE ZERO.
       01 TABLA-EMBARGOS.
           03 ELEM-EMB OCCURS 200 TIMES.
               05 VEC-EMB-PROFESOR PIC X(5).
               05 VEC-EMB-EXPEDIENTE PIC X(15).
               05 VEC-EMB-TOTAL PIC S9(9)V99.
               05 VEC-EMB-PORC-MAX PIC 9(2)V99.
               05 VEC-EMB-PRIORIDAD PIC 9(1).
               05 VEC-EMB-RETENIDO PIC S9(9)V99.
               05 VEC-EMB-ESTADO PIC X(1).
               05 VEC-EMB-RET-FINAL PIC S9(9)V99.
       01 WS-TOPE-PERIODO-EMB PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-ORDEN-EMB PIC S9(9)V99 VALUE ZERO.
       01 WS-RETENER-EMB PIC S9(9)V99 VALUE ZERO.
       01 WS-CANT-ORDENES-CERRADAS PIC 9(3) VALUE ZERO.

       01 WS-FOLIO-RECIBO-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

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

       01 LINEA-FINAL-ENC.
           03 FILLER PIC X(20) VALUE "RECIBO FINAL  FOLIO ".
           03 LFIN-FOLIO PIC 9(9).
           03 FILLER PIC X(7) VALUE " PROF: ".
           03 LFIN-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LFIN-NOMBRE PIC X(25).

       01 LINEA-FINAL-FECHAS.
           03 FILLER PIC X(18) VALUE "FECHA DE INGRESO: ".
           03 LFFE-INGRESO PIC 9(8).
           03 FILLER PIC X(17) VALUE "  FECHA DE BAJA: ".
           03 LFFE-BAJA PIC 9(8).

       01 LINEA-FINAL-CONCEPTO.
           03 LFC-DESCRIPCION PIC X(22).
           03 FILLER PIC X(7) VALUE " DIAS: ".
           03 LFC-DIAS PIC ZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LFC-IMPORTE PIC -ZZZZZZZZ9,99.

       01 LINEA-ARRASTRE-RECIBO.
           03 FILLER PIC X(30) VALUE
               "  Arrastre de saldo periodo ".
           03 LARR-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE ": ".
           03 LARR-IMPORTE PIC -ZZZZZZZ9,99.

       01 LINEA-ADELANTO-RECIBO.
           03 FILLER PIC X(22) VALUE "ADELANTO DEL          ".
           03 LADE-FECHA PIC 9(8).
           03 FILLER PIC X(14) VALUE "  DESCONTADO: ".
           03 LADE-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-EMBARGO-RECIBO.
           03 FILLER PIC X(19) VALUE "EMBARGO JUDICIAL   ".
           03 LEMB-EXPEDIENTE PIC X(15).
           03 FILLER PIC X(12) VALUE "  RETENIDO: ".
           03 LEMB-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-FINAL-PENDIENTE.
           03 FILLER PIC X(36) VALUE
               "ADELANTOS SIN RECUPERAR (PENDIENTES)".
           03 FILLER PIC X(2) VALUE ": ".
           03 LFP-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-FINAL-NETO.
           03 FILLER PIC X(20) VALUE "NETO FINAL:         ".
           03 LFN-NETO PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LFN-LEYENDA PIC X(30).

       01 LINEA-COM-TITULO PIC X(60) VALUE
           "COMUNICACION AL JUZGADO - CIERRE DE ORDEN DE EMBARGO".

       01 LINEA-COM-EXPEDIENTE.
           03 FILLER PIC X(12) VALUE "EXPEDIENTE: ".
           03 LCOM-EXPEDIENTE PIC X(15).
           03 FILLER PIC X(9) VALUE "  FECHA: ".
           03 LCOM-FECHA PIC 9(8).

       01 LINEA-COM-PROFESOR.
           03 FILLER PIC X(10) VALUE "PROFESOR: ".
           03 LCOM-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCOM-NOMBRE PIC X(25).
           03 FILLER PIC X(6) VALUE " DNI: ".
           03 LCOM-DNI PIC 9(8).

       01 LINEA-COM-BAJA.
           03 FILLER PIC X(26) VALUE "BAJA DEL AGENTE CON FECHA ".
           03 LCOM-FECHA-BAJA PIC 9(8).
           03 FILLER PIC X(28) VALUE
               ", LIQUIDACION FINAL FOLIO ".
           03 LCOM-FOLIO PIC 9(9).

       01 LINEA-COM-IMPORTE.
           03 LCOMI-DESCRIPCION PIC X(30).
           03 LCOMI-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-COM-CIERRE PIC X(70) VALUE
           "LA ORDEN QUEDA CERRADA, SIN NUEVAS RETENCIONES".

       01 LINEA-CERT-TITULO PIC X(60) VALUE
           "CERTIFICADO DE SERVICIOS".

       01 LINEA-CERT-PROFESOR.
           03 FILLER PIC X(10) VALUE "PROFESOR: ".
           03 LCER-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCER-NOMBRE PIC X(25).
           03 FILLER PIC X(6) VALUE " DNI: ".
           03 LCER-DNI PIC 9(8).
           03 FILLER PIC X(7) VALUE " CUIL: ".
           03 LCER-CUIL PIC 9(11).

       01 LINEA-CERT-ENC-DET PIC X(60) VALUE
           "PERIODO        HORAS          IMPORTE".

       01 LINEA-CERT-DET.
           03 LCED-PERIODO PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LCED-HORAS PIC -ZZZZZ9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LCED-IMPORTE PIC -ZZZZZZZZZ9,99.

       01 LINEA-CERT-TOTAL.
           03 FILLER PIC X(10) VALUE "PERIODOS: ".
           03 LCET-PERIODOS PIC ZZ9.
           03 FILLER PIC X(9) VALUE "  HORAS: ".
           03 LCET-HORAS PIC -ZZZZZZZ9,99.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LCET-IMPORTE PIC -ZZZZZZZZZZZ9,99.

       01 LINEA-CERT-EMISION.
           03 FILLER PIC X(37) VALUE
               "SE EXTIENDE A PEDIDO DEL INTERESADO, ".
           03 LCEE-FECHA PIC 9(8).

       01 LINEA-VERIF-RECIBO.
           03 FILLER PIC X(26) VALUE "  Codigo de verificacion: ".
           03 LVR-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.
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
      * Pide profesor y fecha de baja, calcula lo que le corresponde
      * y lo que debe, y recien con la confirmacion del operador
      * graba el recibo final, cierra las ordenes de embargo, emite
      * el certificado de servicios y marca la baja liquidada.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           DISPLAY "OPERADOR QUE LIQUIDA LA BAJA: "
           ACCEPT WS-OPERADOR-ACTUAL
           DISPLAY "NUMERO DE PROFESOR: "
           ACCEPT WS-PROFESOR-ENTRADA
           DISPLAY "FECHA DE BAJA (AAAAMMDD): "
           ACCEPT WS-FECHA-BAJA-ENTRADA
           IF WS-FECHA-BAJA-ENTRADA NOT NUMERIC THEN
               DISPLAY "LA FECHA DE BAJA DEBE SER AAAAMMDD"
               STOP RUN
           END-IF
           MOVE WS-FECHA-BAJA-ENTRADA TO WS-FECHA-BAJA

           PERFORM TOMAR-TRABA-MAESTRO
           PERFORM LEER-PROFESOR-BAJA
           PERFORM VALIDAR-FECHA-BAJA
           IF NOT WS-DATOS-VALIDOS-SI THEN
               PERFORM ABANDONAR-LIQUIDACION
           END-IF

           COMPUTE WS-PERIODO-BAJA = WS-BAJA-ANIO * 100 + WS-BAJA-MES
           COMPUTE WS-PERIODO-ANIO-DESDE = WS-BAJA-ANIO * 100 + 1
           IF WS-BAJA-MES <= 6 THEN
               MOVE WS-PERIODO-ANIO-DESDE TO WS-PERIODO-SEMESTRE-DESDE
           ELSE
               COMPUTE WS-PERIODO-SEMESTRE-DESDE =
                   WS-BAJA-ANIO * 100 + 7
           END-IF

           PERFORM LEER-PARM-RETENCIONES
           PERFORM CARGAR-ESCALA-VACACIONES
           PERFORM CARGAR-ADELANTOS-A-VECTOR
           PERFORM CARGAR-ARRASTRES-A-VECTOR
           PERFORM CARGAR-EMBARGOS-A-VECTOR
           IF NOT WS-DATOS-VALIDOS-SI THEN
               PERFORM ABANDONAR-LIQUIDACION
           END-IF
           PERFORM CARGAR-HISTORICO-PROFESOR

           PERFORM CALCULAR-SAC-PROPORCIONAL
           PERFORM CALCULAR-VACACIONES-NO-GOZADAS
           COMPUTE WS-BRUTO-FINAL = WS-IMPORTE-SAC + WS-IMPORTE-VAC
           PERFORM CALCULAR-RETENCION-FINAL
           PERFORM MOSTRAR-RESUMEN-BAJA
           IF NOT WS-CONFIRMA-SI THEN
               DISPLAY "LIQUIDACION FINAL CANCELADA, NO SE GRABO NADA"
               PERFORM ABANDONAR-LIQUIDACION
           END-IF

           PERFORM LEER-FOLIO-RECIBOS
           ADD 1 TO WS-FOLIO-RECIBO-ACTUAL
           PERFORM ABRIR-SALIDAS
           COMPUTE WS-NETO-FINAL =
               WS-BRUTO-FINAL - WS-RETENCION-FINAL
           PERFORM GRABAR-RECIBO-HABERES
           PERFORM APLICAR-UN-ARRASTRE
               VARYING SUBINDICE-ARR FROM 1 BY 1
               UNTIL SUBINDICE-ARR > WS-CANT-ARRASTRES
           PERFORM APLICAR-UN-ADELANTO
               VARYING SUBINDICE-ADE FROM 1 BY 1
               UNTIL SUBINDICE-ADE > WS-CANT-ADELANTOS
           PERFORM APLICAR-EMBARGOS-PRIORIDAD
               VARYING WS-PRIORIDAD-EMB FROM 1 BY 1
               UNTIL WS-PRIORIDAD-EMB > 9
           PERFORM CERRAR-UNA-ORDEN-EMBARGO
               VARYING SUBINDICE-EMB FROM 1 BY 1
               UNTIL SUBINDICE-EMB > WS-CANT-EMBARGOS
           PERFORM GRABAR-RECIBO-PIE
           PERFORM GRABAR-INDICE-FINAL
           PERFORM GRABAR-RETENCION-FINAL
           PERFORM GRABAR-EXTRACTO-FINAL
           PERFORM ACTUALIZAR-ACUMULADO-FINAL
           PERFORM GRABAR-CONCEPTOS-FINAL
           PERFORM EMITIR-CERTIFICADO-SERVICIOS
           PERFORM MARCAR-BAJA-LIQUIDADA
           PERFORM CERRAR-SALIDAS
           PERFORM GRABAR-FOLIO-RECIBOS
           PERFORM GRABAR-ADELANTOS-ACTUALIZADOS
           PERFORM GRABAR-ARRASTRES-PENDIENTES
           PERFORM GRABAR-EMBARGOS-ACTUALIZADOS
           CLOSE PROFESORES
           PERFORM LIBERAR-TRABA-MAESTRO

           DISPLAY "RECIBO FINAL FOLIO:       " WS-FOLIO-RECIBO-ACTUAL
           DISPLAY "NETO FINAL:               " WS-NETO-FINAL
           DISPLAY "ORDENES DE EMBARGO CERRADAS: "
               WS-CANT-ORDENES-CERRADAS
           IF WS-CANT-ORDENES-CERRADAS > ZERO THEN
               DISPLAY "COMUNICACIONES EN ComunicacionesJuzgado.dat"
           END-IF
           DISPLAY "CERTIFICADO EN CertificadoServicios.dat"
           STOP RUN.

      * Salida sin grabar nada: cierra el maestro y libera la traba.
       ABANDONAR-LIQUIDACION.
           CLOSE PROFESORES
           PERFORM LIBERAR-TRABA-MAESTRO
           STOP RUN.

      * La traba del maestro funciona igual que la de la corrida:
      * un registro presente significa tomada, el archivo vacio
      * significa libre.
       TOMAR-TRABA-MAESTRO.
           MOVE "N" TO WS-TRABA-MAESTRO-TOMADA
           OPEN INPUT TRABA-MAESTRO
           IF WS-STATUS-TRABA-MAESTRO = "00" THEN
               READ TRABA-MAESTRO
                   NOT AT END
                       MOVE "S" TO WS-TRABA-MAESTRO-TOMADA
               END-READ
               CLOSE TRABA-MAESTRO
           END-IF
           IF WS-TRABA-MAESTRO-TOMADA = "S" THEN
               DISPLAY "EL MAESTRO YA ESTA EN EDICION POR "
                   TRAM-OPERADOR " DESDE " TRAM-FECHA " "
                   TRAM-HORA
               DISPLAY "SI ESA SESION MURIO, LIBERE LA TRABA CON "
                   "LiberarTraba"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN OUTPUT TRABA-MAESTRO
           MOVE WS-OPERADOR-ACTUAL TO TRAM-OPERADOR
           COMPUTE TRAM-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE TRAM-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           WRITE TRABA-MAESTRO-REG
           CLOSE TRABA-MAESTRO.

      * La liberacion deja el archivo vacio: traba libre.
       LIBERAR-TRABA-MAESTRO.
           OPEN OUTPUT TRABA-MAESTRO
           CLOSE TRABA-MAESTRO.

      * Un profesor con la baja ya liquidada no se vuelve a liquidar:
      * primero tiene que reingresar por MantenimientoProfesores.
       LEER-PROFESOR-BAJA.
           OPEN I-O PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               PERFORM LIBERAR-TRABA-MAESTRO
               STOP RUN
           END-IF
           MOVE WS-PROFESOR-ENTRADA TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   DISPLAY "PROFESOR INEXISTENTE"
                   PERFORM ABANDONAR-LIQUIDACION
               NOT INVALID KEY
                   MOVE PROFESORES_REG TO WS-IMAGEN-ANTERIOR
           END-READ
           IF PROF-BAJA-LIQUIDADA THEN
               DISPLAY "EL PROFESOR YA TIENE LIQUIDACION FINAL; "
                   "PARA VOLVER A LIQUIDARLO DEBE REINGRESAR POR "
                   "MantenimientoProfesores"
               PERFORM ABANDONAR-LIQUIDACION
           END-IF.

       VALIDAR-FECHA-BAJA.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-BAJA-MES < 1 OR WS-BAJA-MES > 12 OR
               WS-BAJA-DIA < 1 OR WS-BAJA-DIA > 31 THEN
               DISPLAY "FECHA DE BAJA INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-FECHA-BAJA > WS-FECHA-HOY THEN
               DISPLAY "LA FECHA DE BAJA NO PUEDE SER FUTURA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF PROF-FECHA-INGRESO NUMERIC AND
               WS-FECHA-BAJA < PROF-FECHA-INGRESO THEN
               DISPLAY "LA FECHA DE BAJA ES ANTERIOR AL INGRESO "
                   PROF-FECHA-INGRESO
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      * Pisa los porcentajes y minimos de retencion por condicion
      * con lo que haya en el maestro de parametros, con los mismos
      * nombres y formato que usa la corrida mensual.
       LEER-PARM-RETENCIONES.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM APLICAR-PARAMETRO UNTIL WS-EOF-PARAMETROS =
                   "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       APLICAR-PARAMETRO.
           EVALUATE PAR-NOMBRE
               WHEN "RET-PORC-MONO"
                   IF PAR-VALOR(1:4) NUMERIC THEN
                       MOVE PAR-VALOR(1:4) TO WS-PARM-RET-AUX
                       COMPUTE WS-PORC-RET-MONO =
                           WS-PARM-RET-AUX / 10000
                   END-IF
               WHEN "RET-PORC-RI"
                   IF PAR-VALOR(1:4) NUMERIC THEN
                       MOVE PAR-VALOR(1:4) TO WS-PARM-RET-AUX
                       COMPUTE WS-PORC-RET-RI =
                           WS-PARM-RET-AUX / 10000
                   END-IF
               WHEN "RET-MINIMO-MONO"
                   IF PAR-VALOR(1:7) NUMERIC THEN
                       MOVE PAR-VALOR(1:7) TO WS-PARM-RET-MIN-AUX
                       MOVE WS-PARM-RET-MIN-AUX TO
                           WS-MINIMO-RET-MONO
                   END-IF
               WHEN "RET-MINIMO-RI"
                   IF PAR-VALOR(1:7) NUMERIC THEN
                       MOVE PAR-VALOR(1:7) TO WS-PARM-RET-MIN-AUX
                       MOVE WS-PARM-RET-MIN-AUX TO WS-MINIMO-RET-RI
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LEER-PARAMETRO.

       CARGAR-ESCALA-VACACIONES.
           MOVE ZERO TO WS-CANT-TRAMOS-VAC
           MOVE "NO" TO WS-EOF-ESCALA-VAC
           OPEN INPUT ESCALA-VACACIONES
           IF WS-STATUS-ESCALA-VAC = "00" THEN
               PERFORM LEER-TRAMO-VAC
               PERFORM CARGAR-TRAMO-VAC UNTIL
                   WS-EOF-ESCALA-VAC = "SI" OR
                   WS-CANT-TRAMOS-VAC >= WS-MAX-TRAMOS-VAC
               CLOSE ESCALA-VACACIONES
           END-IF
           IF WS-CANT-TRAMOS-VAC = ZERO THEN
               DISPLAY "SIN EscalaVacaciones.dat NO SE LIQUIDAN "
                   "VACACIONES NO GOZADAS"
           END-IF.

       LEER-TRAMO-VAC.
           READ ESCALA-VACACIONES
               AT END
                   MOVE "SI" TO WS-EOF-ESCALA-VAC
           END-READ.

       CARGAR-TRAMO-VAC.
           ADD 1 TO WS-CANT-TRAMOS-VAC
           MOVE VAC-HORAS-DESDE TO
               VEC-VAC-HORAS-DESDE(WS-CANT-TRAMOS-VAC)
           MOVE VAC-DIAS TO VEC-VAC-DIAS(WS-CANT-TRAMOS-VAC)
           PERFORM LEER-TRAMO-VAC.

       CARGAR-ADELANTOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-ADELANTOS
           MOVE "NO" TO WS-EOF-ADELANTOS
           OPEN INPUT ADELANTOS
           IF WS-STATUS-ADELANTOS = "00" THEN
               PERFORM LEER-ADELANTO
               PERFORM CARGAR-UN-ADELANTO UNTIL
                   WS-EOF-ADELANTOS = "SI" OR
                   WS-CANT-ADELANTOS >= WS-MAX-ADELANTOS
               IF WS-EOF-ADELANTOS NOT = "SI" THEN
                   PERFORM LEER-ADELANTO
               END-IF
               CLOSE ADELANTOS
               IF WS-EOF-ADELANTOS NOT = "SI" THEN
                   DISPLAY "Adelantos.dat EXCEDE LA TABLA DE "
                       WS-MAX-ADELANTOS " RENGLONES"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       LEER-ADELANTO.
           READ ADELANTOS
               AT END
                   MOVE "SI" TO WS-EOF-ADELANTOS
           END-READ.

       CARGAR-UN-ADELANTO.
           ADD 1 TO WS-CANT-ADELANTOS
           MOVE ADE-PROFESOR TO VEC-ADE-PROFESOR(WS-CANT-ADELANTOS)
           MOVE ADE-FECHA TO VEC-ADE-FECHA(WS-CANT-ADELANTOS)
           MOVE ADE-IMPORTE TO VEC-ADE-IMPORTE(WS-CANT-ADELANTOS)
           MOVE ADE-RECUPERADO TO
               VEC-ADE-RECUPERADO(WS-CANT-ADELANTOS)
           MOVE ADE-ESTADO TO VEC-ADE-ESTADO(WS-CANT-ADELANTOS)
           PERFORM LEER-ADELANTO.

       CARGAR-ARRASTRES-A-VECTOR.
           MOVE ZERO TO WS-CANT-ARRASTRES
           MOVE "NO" TO WS-EOF-ARRASTRES
           OPEN INPUT ARRASTRE-SALDOS
           IF WS-STATUS-ARRASTRES = "00" THEN
               PERFORM LEER-ARRASTRE
               PERFORM CARGAR-UN-ARRASTRE UNTIL
                   WS-EOF-ARRASTRES = "SI" OR
                   WS-CANT-ARRASTRES >= WS-MAX-ARRASTRES
               IF WS-EOF-ARRASTRES NOT = "SI" THEN
                   PERFORM LEER-ARRASTRE
               END-IF
               CLOSE ARRASTRE-SALDOS
               IF WS-EOF-ARRASTRES NOT = "SI" THEN
                   DISPLAY "ArrastreSaldos.dat EXCEDE LA TABLA DE "
                       WS-MAX-ARRASTRES " RENGLONES"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       LEER-ARRASTRE.
           READ ARRASTRE-SALDOS
               AT END
                   MOVE "SI" TO WS-EOF-ARRASTRES
           END-READ.

       CARGAR-UN-ARRASTRE.
           ADD 1 TO WS-CANT-ARRASTRES
           MOVE ARR-PROFESOR TO VEC-ARR-PROFESOR(WS-CANT-ARRASTRES)
           MOVE ARR-IMPORTE TO VEC-ARR-IMPORTE(WS-CANT-ARRASTRES)
           MOVE ARR-PERIODO-ORIGEN TO
               VEC-ARR-PERIODO(WS-CANT-ARRASTRES)
           MOVE "N" TO VEC-ARR-APLICADO(WS-CANT-ARRASTRES)
           PERFORM LEER-ARRASTRE.

       CARGAR-EMBARGOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-EMBARGOS
           MOVE "NO" TO WS-EOF-EMBARGOS
           OPEN INPUT EMBARGOS
           IF WS-STATUS-EMBARGOS = "00" THEN
               PERFORM LEER-EMBARGO
               PERFORM CARGAR-UN-EMBARGO UNTIL
                   WS-EOF-EMBARGOS = "SI" OR
                   WS-CANT-EMBARGOS >= WS-MAX-EMBARGOS
               IF WS-EOF-EMBARGOS NOT = "SI" THEN
                   PERFORM LEER-EMBARGO
               END-IF
               CLOSE EMBARGOS
               IF WS-EOF-EMBARGOS NOT = "SI" THEN
                   DISPLAY "Embargos.dat EXCEDE LA TABLA DE "
                       WS-MAX-EMBARGOS " ORDENES"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       LEER-EMBARGO.
           READ EMBARGOS
               AT END
                   MOVE "SI" TO WS-EOF-EMBARGOS
           END-READ.

       CARGAR-UN-EMBARGO.
           ADD 1 TO WS-CANT-EMBARGOS
           MOVE EMB-PROFESOR TO VEC-EMB-PROFESOR(WS-CANT-EMBARGOS)
           MOVE EMB-EXPEDIENTE TO
               VEC-EMB-EXPEDIENTE(WS-CANT-EMBARGOS)
           MOVE EMB-IMPORTE-TOTAL TO VEC-EMB-TOTAL(WS-CANT-EMBARGOS)
           MOVE EMB-PORC-MAXIMO TO VEC-EMB-PORC-MAX(WS-CANT-EMBARGOS)
           MOVE EMB-PRIORIDAD TO VEC-EMB-PRIORIDAD(WS-CANT-EMBARGOS)
           MOVE EMB-IMPORTE-RETENIDO TO
               VEC-EMB-RETENIDO(WS-CANT-EMBARGOS)
           MOVE EMB-ESTADO TO VEC-EMB-ESTADO(WS-CANT-EMBARGOS)
           MOVE ZERO TO VEC-EMB-RET-FINAL(WS-CANT-EMBARGOS)
           PERFORM LEER-EMBARGO.

      * Una sola pasada por el historico del profesor: mejor mes del
      * semestre de la baja, horas e importe del anio hasta la baja,
      * y la serie entera para el certificado de servicios.
       CARGAR-HISTORICO-PROFESOR.
           MOVE ZERO TO WS-MEJOR-MES-SEMESTRE
           MOVE ZERO TO WS-HORAS-ANIO
           MOVE ZERO TO WS-IMPORTE-ANIO
           MOVE ZERO TO WS-CANT-PERIODOS
           MOVE "N" TO WS-MES-BAJA-LIQUIDADO
           MOVE "NO" TO WS-EOF-HISTORICO
           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR HistoricoProfesor.dat"
               PERFORM ABANDONAR-LIQUIDACION
           END-IF
           MOVE PROF-NUMERO TO HIST-NUMERO
           MOVE ZERO TO HIST-PERIODO
           START HISTORICO_PROFESOR KEY IS NOT LESS THAN HIST-CLAVE
               INVALID KEY
                   MOVE "SI" TO WS-EOF-HISTORICO
           END-START
           IF WS-EOF-HISTORICO NOT = "SI" THEN
               PERFORM LEER-HISTORICO
           END-IF
           PERFORM EVALUAR-MES-HISTORICO UNTIL
               WS-EOF-HISTORICO = "SI"
           CLOSE HISTORICO_PROFESOR.

       LEER-HISTORICO.
           READ HISTORICO_PROFESOR NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-HISTORICO
           END-READ
           IF WS-EOF-HISTORICO NOT = "SI" AND
               HIST-NUMERO NOT = PROF-NUMERO THEN
               MOVE "SI" TO WS-EOF-HISTORICO
           END-IF.

       EVALUAR-MES-HISTORICO.
           IF HIST-PERIODO <= WS-PERIODO-BAJA THEN
               IF HIST-PERIODO = WS-PERIODO-BAJA THEN
                   MOVE "S" TO WS-MES-BAJA-LIQUIDADO
               END-IF
               IF HIST-PERIODO >= WS-PERIODO-SEMESTRE-DESDE AND
                   HIST-IMPORTE > WS-MEJOR-MES-SEMESTRE THEN
                   MOVE HIST-IMPORTE TO WS-MEJOR-MES-SEMESTRE
               END-IF
               IF HIST-PERIODO >= WS-PERIODO-ANIO-DESDE THEN
                   ADD HIST-HORAS TO WS-HORAS-ANIO
                   ADD HIST-IMPORTE TO WS-IMPORTE-ANIO
               END-IF
               IF WS-CANT-PERIODOS < WS-MAX-PERIODOS THEN
                   ADD 1 TO WS-CANT-PERIODOS
                   MOVE HIST-PERIODO TO
                       VEC-PER-PERIODO(WS-CANT-PERIODOS)
                   MOVE HIST-HORAS TO VEC-PER-HORAS(WS-CANT-PERIODOS)
                   MOVE HIST-IMPORTE TO
                       VEC-PER-IMPORTE(WS-CANT-PERIODOS)
               END-IF
           END-IF
           PERFORM LEER-HISTORICO.

      * SAC proporcional: medio mejor mes del semestre por los dias
      * trabajados en el semestre sobre 180, contados en meses de 30
      * dias desde el inicio del semestre (o el ingreso, si fue
      * despues) hasta la fecha de baja inclusive.
       CALCULAR-SAC-PROPORCIONAL.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO-SEMESTRE-DESDE * 100
               + 1
           IF PROF-FECHA-INGRESO NUMERIC AND
               PROF-FECHA-INGRESO > WS-FECHA-DESDE THEN
               MOVE PROF-FECHA-INGRESO TO WS-FECHA-DESDE
           END-IF
           MOVE WS-BAJA-DIA TO WS-DIA-BAJA-30
           IF WS-DIA-BAJA-30 > 30 THEN
               MOVE 30 TO WS-DIA-BAJA-30
           END-IF
           MOVE WS-DESDE-DIA TO WS-DIA-DESDE-30
           IF WS-DIA-DESDE-30 > 30 THEN
               MOVE 30 TO WS-DIA-DESDE-30
           END-IF
           COMPUTE WS-DIAS-SEMESTRE =
               (WS-BAJA-ANIO - WS-DESDE-ANIO) * 360 +
               (WS-BAJA-MES - WS-DESDE-MES) * 30 +
               (WS-DIA-BAJA-30 - WS-DIA-DESDE-30) + 1
           IF WS-DIAS-SEMESTRE > 180 THEN
               MOVE 180 TO WS-DIAS-SEMESTRE
           END-IF
           IF WS-DIAS-SEMESTRE < ZERO THEN
               MOVE ZERO TO WS-DIAS-SEMESTRE
           END-IF
           IF WS-MEJOR-MES-SEMESTRE > ZERO THEN
               COMPUTE WS-IMPORTE-SAC ROUNDED =
                   WS-MEJOR-MES-SEMESTRE / 2 * WS-DIAS-SEMESTRE / 180
           ELSE
               MOVE ZERO TO WS-IMPORTE-SAC
           END-IF.

      * Vacaciones no gozadas: la misma regla de ProvisionVacaciones
      * sobre lo trabajado en el anio hasta la baja, tramo mas alto
      * de la escala que alcanzan las horas y jornal de importe del
      * anio sobre 360.
       CALCULAR-VACACIONES-NO-GOZADAS.
           MOVE ZERO TO WS-DIAS-GANADOS
           MOVE -1 TO WS-MEJOR-TRAMO-HORAS
           PERFORM COTEJAR-TRAMO-VAC
               VARYING SUBINDICE-VAC FROM 1 BY 1
               UNTIL SUBINDICE-VAC > WS-CANT-TRAMOS-VAC
           IF WS-DIAS-GANADOS > ZERO AND WS-IMPORTE-ANIO > ZERO THEN
               COMPUTE WS-JORNAL-DIARIO ROUNDED =
                   WS-IMPORTE-ANIO / 360
               COMPUTE WS-IMPORTE-VAC ROUNDED =
                   WS-JORNAL-DIARIO * WS-DIAS-GANADOS
           ELSE
               MOVE ZERO TO WS-JORNAL-DIARIO
               MOVE ZERO TO WS-IMPORTE-VAC
           END-IF.

       COTEJAR-TRAMO-VAC.
           IF VEC-VAC-HORAS-DESDE(SUBINDICE-VAC) <= WS-HORAS-ANIO AND
               VEC-VAC-HORAS-DESDE(SUBINDICE-VAC) >
               WS-MEJOR-TRAMO-HORAS THEN
               MOVE VEC-VAC-HORAS-DESDE(SUBINDICE-VAC) TO
                   WS-MEJOR-TRAMO-HORAS
               MOVE VEC-VAC-DIAS(SUBINDICE-VAC) TO WS-DIAS-GANADOS
           END-IF.

      * Misma regla que la corrida mensual: porcentaje y minimo por
      * condicion, sobre el excedente del minimo.
       CALCULAR-RETENCION-FINAL.
           EVALUATE TRUE
               WHEN PROF-MONOTRIBUTISTA
                   MOVE WS-PORC-RET-MONO TO WS-PORC-RET-A-USAR
                   MOVE WS-MINIMO-RET-MONO TO WS-MINIMO-RET-A-USAR
               WHEN PROF-RESP-INSCRIPTO
                   MOVE WS-PORC-RET-RI TO WS-PORC-RET-A-USAR
                   MOVE WS-MINIMO-RET-RI TO WS-MINIMO-RET-A-USAR
               WHEN OTHER
                   MOVE WS-PORC-RET-RI TO WS-PORC-RET-A-USAR
                   MOVE ZERO TO WS-MINIMO-RET-A-USAR
           END-EVALUATE
           COMPUTE WS-BASE-RETENCION =
               WS-BRUTO-FINAL - WS-MINIMO-RET-A-USAR
           IF WS-BASE-RETENCION > ZERO THEN
               COMPUTE WS-RETENCION-FINAL ROUNDED =
                   WS-BASE-RETENCION * WS-PORC-RET-A-USAR
           ELSE
               MOVE ZERO TO WS-RETENCION-FINAL
           END-IF.

      * Antes de grabar se muestra lo calculado; si el mes de la baja
      * todavia no paso por la corrida mensual se advierte, porque
      * despues de la liquidacion final la corrida ya no toma al
      * profesor y esas horas quedarian sin pagar.
       MOSTRAR-RESUMEN-BAJA.
           DISPLAY " "
           DISPLAY "PROFESOR:            " PROF-NUMERO " " PROF-NOMBRE
           DISPLAY "FECHA DE BAJA:       " WS-FECHA-BAJA
           DISPLAY "DIAS DEL SEMESTRE:   " WS-DIAS-SEMESTRE
           DISPLAY "SAC PROPORCIONAL:    " WS-IMPORTE-SAC
           DISPLAY "DIAS DE VACACIONES:  " WS-DIAS-GANADOS
           DISPLAY "VACACIONES NO GOZ.:  " WS-IMPORTE-VAC
           DISPLAY "RETENCION:           " WS-RETENCION-FINAL
           IF NOT WS-MES-BAJA-LIQUIDADO-SI THEN
               DISPLAY "ATENCION: EL PERIODO " WS-PERIODO-BAJA
                   " NO FIGURA LIQUIDADO EN EL HISTORICO; LAS HORAS "
                   "DEL MES DE BAJA SE PAGAN EN LA CORRIDA MENSUAL "
                   "ANTES DE LA LIQUIDACION FINAL"
           END-IF
           DISPLAY "CONFIRMA LA LIQUIDACION FINAL (S/N): "
           ACCEPT WS-CONFIRMA.

       LEER-FOLIO-RECIBOS.
           MOVE ZERO TO WS-FOLIO-RECIBO-ACTUAL
           OPEN INPUT FOLIO-RECIBOS
           IF WS-STATUS-FOLIO-RECIBOS = "00" THEN
               READ FOLIO-RECIBOS
                   NOT AT END
                       MOVE FOLIO-RECIBOS-ULTIMO TO
                           WS-FOLIO-RECIBO-ACTUAL
               END-READ
               CLOSE FOLIO-RECIBOS
           END-IF.

       GRABAR-FOLIO-RECIBOS.
           OPEN OUTPUT FOLIO-RECIBOS
           MOVE WS-FOLIO-RECIBO-ACTUAL TO FOLIO-RECIBOS-ULTIMO
           WRITE FOLIO-RECIBOS-REG
           CLOSE FOLIO-RECIBOS.

       ABRIR-SALIDAS.
           OPEN EXTEND RECIBOS
           IF WS-STATUS-RECIBOS = "35" THEN
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF
           OPEN EXTEND RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS = "35" THEN
               OPEN OUTPUT RECIBOS_EMITIDOS
               CLOSE RECIBOS_EMITIDOS
               OPEN EXTEND RECIBOS_EMITIDOS
           END-IF
           OPEN EXTEND LIBRO_RETENCIONES
           IF WS-STATUS-LIBRO-RET = "35" THEN
               OPEN OUTPUT LIBRO_RETENCIONES
               CLOSE LIBRO_RETENCIONES
               OPEN EXTEND LIBRO_RETENCIONES
           END-IF
           OPEN EXTEND GL_EXTRACTO
           IF WS-STATUS-GL-EXTRACTO = "35" THEN
               OPEN OUTPUT GL_EXTRACTO
               CLOSE GL_EXTRACTO
               OPEN EXTEND GL_EXTRACTO
           END-IF
           OPEN EXTEND CONCEPTOS-LIQUIDADOS
           IF WS-STATUS-CONCEPTOS = "35" THEN
               OPEN OUTPUT CONCEPTOS-LIQUIDADOS
               CLOSE CONCEPTOS-LIQUIDADOS
               OPEN EXTEND CONCEPTOS-LIQUIDADOS
           END-IF
           OPEN EXTEND EMBARGOS-APLICADOS
           IF WS-STATUS-EMB-APLICADOS = "35" THEN
               OPEN OUTPUT EMBARGOS-APLICADOS
               CLOSE EMBARGOS-APLICADOS
               OPEN EXTEND EMBARGOS-APLICADOS
           END-IF
           OPEN EXTEND COMUNICACIONES-JUZGADO
           IF WS-STATUS-COMUNICACION = "35" THEN
               OPEN OUTPUT COMUNICACIONES-JUZGADO
               CLOSE COMUNICACIONES-JUZGADO
               OPEN EXTEND COMUNICACIONES-JUZGADO
           END-IF
           OPEN EXTEND CERTIFICADO-SERVICIOS
           IF WS-STATUS-CERTIFICADO = "35" THEN
               OPEN OUTPUT CERTIFICADO-SERVICIOS
               CLOSE CERTIFICADO-SERVICIOS
               OPEN EXTEND CERTIFICADO-SERVICIOS
           END-IF
           OPEN EXTEND AUDITORIA_PROFESORES
           IF WS-STATUS-AUDITORIA = "35" THEN
               OPEN OUTPUT AUDITORIA_PROFESORES
               CLOSE AUDITORIA_PROFESORES
               OPEN EXTEND AUDITORIA_PROFESORES
           END-IF
           OPEN I-O ACUMULADO_ANUAL
           IF WS-STATUS-ACUM = "35" THEN
               OPEN OUTPUT ACUMULADO_ANUAL
               CLOSE ACUMULADO_ANUAL
               OPEN I-O ACUMULADO_ANUAL
           END-IF.

       CERRAR-SALIDAS.
           CLOSE RECIBOS
           CLOSE RECIBOS_EMITIDOS
           CLOSE LIBRO_RETENCIONES
           CLOSE GL_EXTRACTO
           CLOSE CONCEPTOS-LIQUIDADOS
           CLOSE EMBARGOS-APLICADOS
           CLOSE COMUNICACIONES-JUZGADO
           CLOSE CERTIFICADO-SERVICIOS
           CLOSE AUDITORIA_PROFESORES
           CLOSE ACUMULADO_ANUAL.

       GRABAR-RECIBO-HABERES.
           MOVE WS-FOLIO-RECIBO-ACTUAL TO LFIN-FOLIO
           MOVE PROF-NUMERO TO LFIN-PROFESOR
           MOVE PROF-NOMBRE TO LFIN-NOMBRE
           WRITE RECIBOS_REG FROM LINEA-FINAL-ENC
           IF PROF-FECHA-INGRESO NUMERIC THEN
               MOVE PROF-FECHA-INGRESO TO LFFE-INGRESO
           ELSE
               MOVE ZERO TO LFFE-INGRESO
           END-IF
           MOVE WS-FECHA-BAJA TO LFFE-BAJA
           WRITE RECIBOS_REG FROM LINEA-FINAL-FECHAS
           MOVE "SAC PROPORCIONAL" TO LFC-DESCRIPCION
           MOVE WS-DIAS-SEMESTRE TO LFC-DIAS
           MOVE WS-IMPORTE-SAC TO LFC-IMPORTE
           WRITE RECIBOS_REG FROM LINEA-FINAL-CONCEPTO
           MOVE "VACACIONES NO GOZADAS" TO LFC-DESCRIPCION
           MOVE WS-DIAS-GANADOS TO LFC-DIAS
           MOVE WS-IMPORTE-VAC TO LFC-IMPORTE
           WRITE RECIBOS_REG FROM LINEA-FINAL-CONCEPTO
           MOVE "RETENCION" TO LFC-DESCRIPCION
           MOVE ZERO TO LFC-DIAS
           COMPUTE LFC-IMPORTE = ZERO - WS-RETENCION-FINAL
           WRITE RECIBOS_REG FROM LINEA-FINAL-CONCEPTO.

      * Todos los saldos arrastrados del profesor entran al recibo
      * final, a favor o en contra.
       APLICAR-UN-ARRASTRE.
           IF VEC-ARR-PROFESOR(SUBINDICE-ARR) = PROF-NUMERO AND
               VEC-ARR-APLICADO(SUBINDICE-ARR) = "N" THEN
               ADD VEC-ARR-IMPORTE(SUBINDICE-ARR) TO WS-NETO-FINAL
               ADD VEC-ARR-IMPORTE(SUBINDICE-ARR) TO
                   WS-TOTAL-ARRASTRES
               MOVE "S" TO VEC-ARR-APLICADO(SUBINDICE-ARR)
               MOVE VEC-ARR-PERIODO(SUBINDICE-ARR) TO LARR-PERIODO
               MOVE VEC-ARR-IMPORTE(SUBINDICE-ARR) TO LARR-IMPORTE
               WRITE RECIBOS_REG FROM LINEA-ARRASTRE-RECIBO
           END-IF.

      * Los adelantos se descuentan hasta donde alcanza el neto; lo
      * que no se cubre queda pendiente en el registro y se informa
      * en el recibo.
       APLICAR-UN-ADELANTO.
           IF VEC-ADE-PROFESOR(SUBINDICE-ADE) = PROF-NUMERO AND
               VEC-ADE-ESTADO(SUBINDICE-ADE) = "P" THEN
               COMPUTE WS-SALDO-ADELANTO =
                   VEC-ADE-IMPORTE(SUBINDICE-ADE) -
                   VEC-ADE-RECUPERADO(SUBINDICE-ADE)
               MOVE WS-SALDO-ADELANTO TO WS-RECUPERAR-ADE
               IF WS-NETO-FINAL < WS-RECUPERAR-ADE THEN
                   MOVE WS-NETO-FINAL TO WS-RECUPERAR-ADE
               END-IF
               IF WS-RECUPERAR-ADE > ZERO THEN
                   ADD WS-RECUPERAR-ADE TO
                       VEC-ADE-RECUPERADO(SUBINDICE-ADE)
                   SUBTRACT WS-RECUPERAR-ADE FROM WS-NETO-FINAL
                   ADD WS-RECUPERAR-ADE TO WS-TOTAL-ADELANTOS
                   IF VEC-ADE-RECUPERADO(SUBINDICE-ADE) >=
                       VEC-ADE-IMPORTE(SUBINDICE-ADE) THEN
                       MOVE "R" TO VEC-ADE-ESTADO(SUBINDICE-ADE)
                   END-IF
                   MOVE VEC-ADE-FECHA(SUBINDICE-ADE) TO LADE-FECHA
                   MOVE WS-RECUPERAR-ADE TO LADE-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-ADELANTO-RECIBO
                   IF PROF-RELACION-DEPENDENCIA THEN
                       MOVE "ADEL" TO CLQ-CODIGO
                       MOVE "ADELANTO DESCONTADO" TO CLQ-DESCRIPCION
                       MOVE "D" TO CLQ-TIPO
                       MOVE ZERO TO CLQ-CANTIDAD
                       MOVE WS-RECUPERAR-ADE TO CLQ-IMPORTE
                       PERFORM GRABAR-CONCEPTO-FINAL
                   END-IF
               END-IF
               IF VEC-ADE-ESTADO(SUBINDICE-ADE) = "P" THEN
                   ADD WS-SALDO-ADELANTO TO
                       WS-ADELANTOS-SIN-RECUPERAR
                   IF WS-RECUPERAR-ADE > ZERO THEN
                       SUBTRACT WS-RECUPERAR-ADE FROM
                           WS-ADELANTOS-SIN-RECUPERAR
                   END-IF
               END-IF
           END-IF.

       APLICAR-EMBARGOS-PRIORIDAD.
           PERFORM APLICAR-UN-EMBARGO
               VARYING SUBINDICE-EMB FROM 1 BY 1
               UNTIL SUBINDICE-EMB > WS-CANT-EMBARGOS OR
                   WS-NETO-FINAL <= ZERO.

      * Misma retencion que la corrida: el menor entre el saldo de
      * la orden, el tope porcentual y el neto disponible, con su
      * renglon en el detalle para el certificado del juzgado.
       APLICAR-UN-EMBARGO.
           IF VEC-EMB-PROFESOR(SUBINDICE-EMB) = PROF-NUMERO
               AND VEC-EMB-PRIORIDAD(SUBINDICE-EMB) =
                   WS-PRIORIDAD-EMB
               AND VEC-EMB-ESTADO(SUBINDICE-EMB) = "V" THEN
               COMPUTE WS-SALDO-ORDEN-EMB =
                   VEC-EMB-TOTAL(SUBINDICE-EMB) -
                   VEC-EMB-RETENIDO(SUBINDICE-EMB)
               COMPUTE WS-TOPE-PERIODO-EMB ROUNDED =
                   WS-NETO-FINAL *
                   VEC-EMB-PORC-MAX(SUBINDICE-EMB) / 100
               MOVE WS-SALDO-ORDEN-EMB TO WS-RETENER-EMB
               IF WS-TOPE-PERIODO-EMB < WS-RETENER-EMB THEN
                   MOVE WS-TOPE-PERIODO-EMB TO WS-RETENER-EMB
               END-IF
               IF WS-NETO-FINAL < WS-RETENER-EMB THEN
                   MOVE WS-NETO-FINAL TO WS-RETENER-EMB
               END-IF
               IF WS-RETENER-EMB > ZERO THEN
                   ADD WS-RETENER-EMB TO
                       VEC-EMB-RETENIDO(SUBINDICE-EMB)
                   MOVE WS-RETENER-EMB TO
                       VEC-EMB-RET-FINAL(SUBINDICE-EMB)
                   SUBTRACT WS-RETENER-EMB FROM WS-NETO-FINAL
                   ADD WS-RETENER-EMB TO WS-TOTAL-EMBARGOS
                   IF VEC-EMB-RETENIDO(SUBINDICE-EMB) >=
                       VEC-EMB-TOTAL(SUBINDICE-EMB) THEN
                       MOVE "S" TO VEC-EMB-ESTADO(SUBINDICE-EMB)
                   END-IF
                   MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO
                       LEMB-EXPEDIENTE
                   MOVE WS-RETENER-EMB TO LEMB-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-EMBARGO-RECIBO
                   MOVE PROF-NUMERO TO EMBA-PROFESOR
                   MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO
                       EMBA-EXPEDIENTE
                   MOVE WS-PERIODO-BAJA TO EMBA-PERIODO
                   MOVE WS-RETENER-EMB TO EMBA-IMPORTE
                   WRITE EMBARGOS-APLICADOS-REG
               END-IF
           END-IF.

      * Toda orden del profesor que siga vigente despues del recibo
      * final se cierra por la baja, y las que recibieron algo o se
      * cierran llevan su comunicacion al juzgado con lo retenido y
      * el saldo que queda sin cubrir.
       CERRAR-UNA-ORDEN-EMBARGO.
           IF VEC-EMB-PROFESOR(SUBINDICE-EMB) = PROF-NUMERO AND
               (VEC-EMB-ESTADO(SUBINDICE-EMB) = "V" OR
                VEC-EMB-RET-FINAL(SUBINDICE-EMB) > ZERO) THEN
               IF VEC-EMB-ESTADO(SUBINDICE-EMB) = "V" THEN
                   MOVE "C" TO VEC-EMB-ESTADO(SUBINDICE-EMB)
               END-IF
               ADD 1 TO WS-CANT-ORDENES-CERRADAS
               PERFORM GRABAR-COMUNICACION-JUZGADO
           END-IF.

       GRABAR-COMUNICACION-JUZGADO.
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-TITULO
           MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO LCOM-EXPEDIENTE
           MOVE WS-FECHA-HOY TO LCOM-FECHA
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-EXPEDIENTE
           MOVE PROF-NUMERO TO LCOM-PROFESOR
           MOVE PROF-NOMBRE TO LCOM-NOMBRE
           MOVE PROF-DNI TO LCOM-DNI
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-PROFESOR
           MOVE WS-FECHA-BAJA TO LCOM-FECHA-BAJA
           MOVE WS-FOLIO-RECIBO-ACTUAL TO LCOM-FOLIO
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-BAJA
           MOVE "IMPORTE DE LA ORDEN:" TO LCOMI-DESCRIPCION
           MOVE VEC-EMB-TOTAL(SUBINDICE-EMB) TO LCOMI-IMPORTE
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-IMPORTE
           MOVE "RETENIDO EN TOTAL:" TO LCOMI-DESCRIPCION
           MOVE VEC-EMB-RETENIDO(SUBINDICE-EMB) TO LCOMI-IMPORTE
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-IMPORTE
           MOVE "RETENIDO EN LIQUIDACION FINAL:" TO LCOMI-DESCRIPCION
           MOVE VEC-EMB-RET-FINAL(SUBINDICE-EMB) TO LCOMI-IMPORTE
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-IMPORTE
           MOVE "SALDO NO CUBIERTO:" TO LCOMI-DESCRIPCION
           COMPUTE WS-SALDO-ORDEN-EMB =
               VEC-EMB-TOTAL(SUBINDICE-EMB) -
               VEC-EMB-RETENIDO(SUBINDICE-EMB)
           IF WS-SALDO-ORDEN-EMB < ZERO THEN
               MOVE ZERO TO WS-SALDO-ORDEN-EMB
           END-IF
           MOVE WS-SALDO-ORDEN-EMB TO LCOMI-IMPORTE
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-IMPORTE
           WRITE COMUNICACIONES-JUZGADO-REG FROM LINEA-COM-CIERRE
           WRITE COMUNICACIONES-JUZGADO-REG FROM BLANCO.

       GRABAR-RECIBO-PIE.
           IF WS-ADELANTOS-SIN-RECUPERAR > ZERO THEN
               MOVE WS-ADELANTOS-SIN-RECUPERAR TO LFP-IMPORTE
               WRITE RECIBOS_REG FROM LINEA-FINAL-PENDIENTE
           END-IF
           MOVE WS-NETO-FINAL TO LFN-NETO
           IF WS-NETO-FINAL < ZERO THEN
               MOVE "SALDO A CARGO DEL PROFESOR" TO LFN-LEYENDA
           ELSE
               MOVE "LIQUIDACION FINAL POR BAJA" TO LFN-LEYENDA
           END-IF
           WRITE RECIBOS_REG FROM LINEA-FINAL-NETO
      * Mismo codigo de verificacion que el recibo de la corrida
      * mensual; el indice guarda el que sale impreso.
           MOVE "R" TO WS-CVER-TIPO
           MOVE WS-FOLIO-RECIBO-ACTUAL TO WS-CVER-NUMERO
           MOVE PROF-NUMERO TO WS-CVER-TITULAR
           COMPUTE WS-CVER-PERIODO = WS-FECHA-HOY / 100
           MOVE WS-NETO-FINAL TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO LVR-CODIGO
           WRITE RECIBOS_REG FROM LINEA-VERIF-RECIBO
           WRITE RECIBOS_REG FROM BLANCO.

       GRABAR-INDICE-FINAL.
           MOVE WS-FOLIO-RECIBO-ACTUAL TO RECEMI-FOLIO
           MOVE PROF-NUMERO TO RECEMI-PROFESOR
           MOVE WS-FECHA-HOY TO RECEMI-FECHA-EMISION
           MOVE WS-NETO-FINAL TO RECEMI-NETO
           MOVE "E" TO RECEMI-ESTADO
           MOVE WS-CVER-CODIGO TO RECEMI-CODIGO-VERIF
           WRITE RECIBOS_EMITIDOS_REG.

       GRABAR-RETENCION-FINAL.
           IF WS-RETENCION-FINAL NOT = ZERO THEN
               MOVE PROF-NUMERO TO LRET-PROFESOR
               MOVE PROF-DNI TO LRET-DNI
               MOVE WS-PERIODO-BAJA TO LRET-PERIODO
               MOVE WS-BRUTO-FINAL TO LRET-BASE
               MOVE WS-RETENCION-FINAL TO LRET-RETENCION
               MOVE "E" TO LRET-ESTADO
               WRITE LIBRO_RETENCIONES_REG
           END-IF.

      * El costo entra al extracto contable con los mismos centros
      * que el aguinaldo y las vacaciones de fin de anio.
       GRABAR-EXTRACTO-FINAL.
           MOVE WS-PERIODO-BAJA TO GLE-PERIODO
           MOVE "D" TO GLE-TIPO-MOVIMIENTO
           MOVE PROF-EMPRESA TO GLE-EMPRESA
           IF WS-IMPORTE-SAC > ZERO THEN
               MOVE "SAC" TO GLE-CENTRO-COSTO
               MOVE WS-IMPORTE-SAC TO GLE-IMPORTE
               WRITE GL_EXTRACTO_REG
           END-IF
           IF WS-IMPORTE-VAC > ZERO THEN
               MOVE "VAC" TO GLE-CENTRO-COSTO
               MOVE WS-IMPORTE-VAC TO GLE-IMPORTE
               WRITE GL_EXTRACTO_REG
           END-IF.

       ACTUALIZAR-ACUMULADO-FINAL.
           IF WS-IMPORTE-SAC > ZERO THEN
               MOVE PROF-NUMERO TO ACUM-NUMERO
               READ ACUMULADO_ANUAL
                   INVALID KEY
                       MOVE PROF-NUMERO TO ACUM-NUMERO
                       MOVE WS-BAJA-ANIO TO ACUM-ANIO
                       MOVE ZERO TO ACUM-HORAS
                       MOVE WS-IMPORTE-SAC TO ACUM-IMPORTE
                       WRITE ACUMULADO_ANUAL_REG
                   NOT INVALID KEY
                       ADD WS-IMPORTE-SAC TO ACUM-IMPORTE
                       REWRITE ACUMULADO_ANUAL_REG
               END-READ
           END-IF.

      * Para el libro de sueldos quedan los haberes y la retencion
      * del recibo final del profesor en relacion de dependencia;
      * los embargos los toma del detalle de EmbargosAplicados.
       GRABAR-CONCEPTOS-FINAL.
           IF PROF-RELACION-DEPENDENCIA THEN
               IF WS-IMPORTE-SAC > ZERO THEN
                   MOVE "SAC " TO CLQ-CODIGO
                   MOVE "SAC PROPORCIONAL" TO CLQ-DESCRIPCION
                   MOVE "H" TO CLQ-TIPO
                   MOVE WS-DIAS-SEMESTRE TO CLQ-CANTIDAD
                   MOVE WS-IMPORTE-SAC TO CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-FINAL
               END-IF
               IF WS-IMPORTE-VAC > ZERO THEN
                   MOVE "VACA" TO CLQ-CODIGO
                   MOVE "VACACIONES NO GOZ." TO CLQ-DESCRIPCION
                   MOVE "H" TO CLQ-TIPO
                   MOVE WS-DIAS-GANADOS TO CLQ-CANTIDAD
                   MOVE WS-IMPORTE-VAC TO CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-FINAL
               END-IF
               IF WS-RETENCION-FINAL NOT = ZERO THEN
                   MOVE "RGAN" TO CLQ-CODIGO
                   MOVE "RETENCION GANANCIAS" TO CLQ-DESCRIPCION
                   MOVE "D" TO CLQ-TIPO
                   MOVE ZERO TO CLQ-CANTIDAD
                   MOVE WS-RETENCION-FINAL TO CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-FINAL
               END-IF
           END-IF.

       GRABAR-CONCEPTO-FINAL.
           MOVE WS-PERIODO-BAJA TO CLQ-PERIODO
           MOVE PROF-NUMERO TO CLQ-PROFESOR
           MOVE WS-FOLIO-RECIBO-ACTUAL TO CLQ-FOLIO-RECIBO
           WRITE CONCEPTOS-LIQUIDADOS-REG.

      * Certificado de servicios con la serie de horas e importe por
      * periodo del historico del profesor hasta la baja.
       EMITIR-CERTIFICADO-SERVICIOS.
           MOVE ZERO TO WS-TOTAL-HORAS-CERT
           MOVE ZERO TO WS-TOTAL-IMPORTE-CERT
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-TITULO
           MOVE PROF-NUMERO TO LCER-PROFESOR
           MOVE PROF-NOMBRE TO LCER-NOMBRE
           MOVE PROF-DNI TO LCER-DNI
           IF PROF-CUIL NUMERIC THEN
               MOVE PROF-CUIL TO LCER-CUIL
           ELSE
               MOVE ZERO TO LCER-CUIL
           END-IF
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-PROFESOR
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-FINAL-FECHAS
           WRITE CERTIFICADO-SERVICIOS-REG FROM BLANCO
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-ENC-DET
           PERFORM CERTIFICAR-UN-PERIODO
               VARYING SUBINDICE-PER FROM 1 BY 1
               UNTIL SUBINDICE-PER > WS-CANT-PERIODOS
           MOVE WS-CANT-PERIODOS TO LCET-PERIODOS
           MOVE WS-TOTAL-HORAS-CERT TO LCET-HORAS
           MOVE WS-TOTAL-IMPORTE-CERT TO LCET-IMPORTE
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-TOTAL
           MOVE WS-FECHA-HOY TO LCEE-FECHA
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-EMISION
           WRITE CERTIFICADO-SERVICIOS-REG FROM BLANCO.

       CERTIFICAR-UN-PERIODO.
           MOVE VEC-PER-PERIODO(SUBINDICE-PER) TO LCED-PERIODO
           MOVE VEC-PER-HORAS(SUBINDICE-PER) TO LCED-HORAS
           MOVE VEC-PER-IMPORTE(SUBINDICE-PER) TO LCED-IMPORTE
           WRITE CERTIFICADO-SERVICIOS-REG FROM LINEA-CERT-DET
           ADD VEC-PER-HORAS(SUBINDICE-PER) TO WS-TOTAL-HORAS-CERT
           ADD VEC-PER-IMPORTE(SUBINDICE-PER) TO
               WS-TOTAL-IMPORTE-CERT.

      * Estado F: baja con liquidacion final. La corrida rechaza al
      * profesor por no estar activo y el aguinaldo y las vacaciones
      * de fin de anio lo saltean; solo un reingreso lo reactiva.
       MARCAR-BAJA-LIQUIDADA.
           MOVE "F" TO PROF-ESTADO
           REWRITE PROFESORES_REG
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR LA BAJA DEL PROFESOR"
               NOT INVALID KEY
                   MOVE "F" TO APROF-OPERACION
                   PERFORM GRABAR-AUDITORIA
           END-REWRITE.

       GRABAR-AUDITORIA.
           COMPUTE APROF-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE APROF-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE WS-OPERADOR-ACTUAL TO APROF-OPERADOR
           MOVE PROF-NUMERO TO APROF-CLAVE
           MOVE WS-IMAGEN-ANTERIOR TO APROF-IMAGEN-ANTERIOR
           MOVE PROFESORES_REG TO APROF-IMAGEN-NUEVA
           WRITE AUDITORIA_PROFESORES_REG.

       GRABAR-ADELANTOS-ACTUALIZADOS.
           IF WS-CANT-ADELANTOS > ZERO THEN
               OPEN OUTPUT ADELANTOS
               PERFORM GRABAR-UN-ADELANTO-ACT
                   VARYING SUBINDICE-ADE FROM 1 BY 1
                   UNTIL SUBINDICE-ADE > WS-CANT-ADELANTOS
               CLOSE ADELANTOS
           END-IF.

       GRABAR-UN-ADELANTO-ACT.
           MOVE VEC-ADE-PROFESOR(SUBINDICE-ADE) TO ADE-PROFESOR
           MOVE VEC-ADE-FECHA(SUBINDICE-ADE) TO ADE-FECHA
           MOVE VEC-ADE-IMPORTE(SUBINDICE-ADE) TO ADE-IMPORTE
           MOVE VEC-ADE-RECUPERADO(SUBINDICE-ADE) TO ADE-RECUPERADO
           MOVE VEC-ADE-ESTADO(SUBINDICE-ADE) TO ADE-ESTADO
           WRITE ADELANTOS_REG.

      * El archivo de arrastres queda sin los renglones del profesor
      * que entraron al recibo final.
       GRABAR-ARRASTRES-PENDIENTES.
           IF WS-CANT-ARRASTRES > ZERO THEN
               OPEN OUTPUT ARRASTRE-SALDOS
               PERFORM GRABAR-ARRASTRE-VIEJO
                   VARYING SUBINDICE-ARR FROM 1 BY 1
                   UNTIL SUBINDICE-ARR > WS-CANT-ARRASTRES
               CLOSE ARRASTRE-SALDOS
           END-IF.

       GRABAR-ARRASTRE-VIEJO.
           IF VEC-ARR-APLICADO(SUBINDICE-ARR) = "N" THEN
               MOVE VEC-ARR-PROFESOR(SUBINDICE-ARR) TO ARR-PROFESOR
               MOVE VEC-ARR-IMPORTE(SUBINDICE-ARR) TO ARR-IMPORTE
               MOVE VEC-ARR-PERIODO(SUBINDICE-ARR) TO
                   ARR-PERIODO-ORIGEN
               WRITE ARRASTRE-SALDOS-REG
           END-IF.

       GRABAR-EMBARGOS-ACTUALIZADOS.
           IF WS-CANT-EMBARGOS > ZERO THEN
               OPEN OUTPUT EMBARGOS
               PERFORM GRABAR-UN-EMBARGO-ACT
                   VARYING SUBINDICE-EMB FROM 1 BY 1
                   UNTIL SUBINDICE-EMB > WS-CANT-EMBARGOS
               CLOSE EMBARGOS
           END-IF.

       GRABAR-UN-EMBARGO-ACT.
           MOVE VEC-EMB-PROFESOR(SUBINDICE-EMB) TO EMB-PROFESOR
           MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO EMB-EXPEDIENTE
           MOVE VEC-EMB-TOTAL(SUBINDICE-EMB) TO EMB-IMPORTE-TOTAL
           MOVE VEC-EMB-PORC-MAX(SUBINDICE-EMB) TO EMB-PORC-MAXIMO
           MOVE VEC-EMB-PRIORIDAD(SUBINDICE-EMB) TO EMB-PRIORIDAD
           MOVE VEC-EMB-RETENIDO(SUBINDICE-EMB) TO
               EMB-IMPORTE-RETENIDO
           MOVE VEC-EMB-ESTADO(SUBINDICE-EMB) TO EMB-ESTADO
           WRITE EMBARGOS_REG.

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

       END PROGRAM LIQUIDACION-FINAL.
