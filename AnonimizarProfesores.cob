      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anonimizacion de los datos personales de profesores
      *          dados de baja. Cumplido el plazo de conservacion
      *          (parametro PLAZO-DATOS-ANIOS de Parametros.dat, diez
      *          anios si no esta) desde la baja, y sin saldos
      *          pendientes (recibos impagos, embargos vigentes,
      *          adelantos sin recuperar ni saldos arrastrados),
      *          enmascara DNI, domicilio, telefono, CBU, email y
      *          fecha de nacimiento en Profesores.dat y en las
      *          copias BkProfesores_AAAAMMDD.dat de BackupIntegral,
      *          recalculando la suma de control del manifiesto de
      *          cada set. Se conserva lo que exige la ley fiscal:
      *          numero, nombre, CUIL, condicion impositiva,
      *          empresa, categoria y fecha de ingreso. La fecha de
      *          baja es la ultima baja o liquidacion final de
      *          AuditProfesores.dat; sin pista, el ultimo periodo
      *          con horas en HistoricoProfesor.dat. Cada profesor
      *          anonimizado deja constancia en Bitacora.dat y en la
      *          pista de auditoria (operacion N, ambas imagenes ya
      *          enmascaradas) y el detalle queda en
      *          AnonimizacionProfesores.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANONIMIZAR-PROFESORES.
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

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT ADELANTOS ASSIGN TO "Adelantos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ADELANTOS.

       SELECT ARRASTRE-SALDOS ASSIGN TO "ArrastreSaldos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ARRASTRES.

       SELECT EMBARGOS ASSIGN TO "Embargos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMBARGOS.

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT PAGOS ASSIGN TO "Pagos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PAGOS.

      * Misma pista de auditoria que el mantenimiento en linea.
       SELECT AUDITORIA_PROFESORES ASSIGN TO "AuditProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.

      * Misma traba de edicion que MantenimientoProfesores.
       SELECT TRABA-MAESTRO ASSIGN TO "TrabaProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA-MAESTRO.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora). De ella
      * salen tambien las fechas de los sets de BackupIntegral.
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

       SELECT BACKUP-PROFESORES ASSIGN TO WS-NOMBRE-BACKUP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BACKUP.

       SELECT MANIFIESTO ASSIGN TO WS-NOMBRE-MANIFIESTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MANIFIESTO.

       SELECT TRABAJO-BACKUP ASSIGN TO "AnonimizacionTmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABAJO.

       SELECT REPORTE ASSIGN TO "AnonimizacionProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

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

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).

       FD BACKUP-PROFESORES LABEL RECORD IS STANDARD.
       01 BACKUP-PROFESORES-REG PIC X(200).

       FD MANIFIESTO LABEL RECORD IS STANDARD.
       01 MANIFIESTO_REG.
           03 MAN-ARCHIVO PIC X(30).
           03 MAN-REGISTROS PIC 9(7).
           03 MAN-SUMA-CONTROL PIC 9(8).

       FD TRABAJO-BACKUP LABEL RECORD IS STANDARD.
       01 TRABAJO-BACKUP-REG PIC X(200).

       FD REPORTE LABEL RECORD IS STANDARD.
       01 REPORTE_REG PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ADELANTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ARRASTRES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMBARGOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PAGOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA-MAESTRO PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.
       01 WS-STATUS-BACKUP PIC X(2) VALUE SPACES.
       01 WS-STATUS-MANIFIESTO PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABAJO PIC X(2) VALUE SPACES.

       01 WS-HISTORICO-ABIERTO PIC X(1) VALUE "N".
           88 WS-HISTORICO-ABIERTO-SI VALUE "S".

       01 WS-EOF-PROFESORES PIC X(2) VALUE "NO".
       01 WS-EOF-HISTORICO PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-ADELANTOS PIC X(2) VALUE "NO".
       01 WS-EOF-ARRASTRES PIC X(2) VALUE "NO".
       01 WS-EOF-EMBARGOS PIC X(2) VALUE "NO".
       01 WS-EOF-REC-EMITIDOS PIC X(2) VALUE "NO".
       01 WS-EOF-PAGOS PIC X(2) VALUE "NO".
       01 WS-EOF-AUDITORIA PIC X(2) VALUE "NO".
       01 WS-EOF-BITACORA PIC X(2) VALUE "NO".
       01 WS-EOF-BACKUP PIC X(2) VALUE "NO".
       01 WS-EOF-MANIFIESTO PIC X(2) VALUE "NO".
       01 WS-EOF-TRABAJO PIC X(2) VALUE "NO".

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

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-TRABA-MAESTRO-TOMADA PIC X(1) VALUE "N".
       01 WS-CONFIRMA PIC X(1) VALUE "N".
           88 WS-CONFIRMA-SI VALUE "S".

      * Plazo de conservacion de los datos personales desde la baja.
       01 WS-PLAZO-ANIOS PIC 9(2) VALUE 10.

      * Lo que se pone en lugar de cada dato personal. La marca en
      * el domicilio es la que identifica un registro ya tratado.
       01 WS-MARCA-ANONIMO PIC X(20) VALUE "*** ANONIMIZADO ***".

      * Imagen del registro de profesor sobre la que se enmascara,
      * la misma para el maestro, la pista y las copias de respaldo.
       01 WS-IMAGEN-PROF.
           03 IMG-NUMERO PIC X(5).
           03 IMG-DNI PIC 9(8).
           03 IMG-NOMBRE PIC X(25).
           03 IMG-DIRE PIC X(20).
           03 IMG-TEL PIC X(20).
           03 IMG-ESTADO PIC X(1).
           03 IMG-CBU PIC X(22).
           03 IMG-EMAIL PIC X(40).
           03 IMG-EMPRESA PIC X(2).
           03 IMG-CATEGORIA PIC X(2).
           03 IMG-MEDIO-PAGO PIC X(1).
           03 IMG-COND-IMPUESTO PIC X(1).
           03 IMG-FECHA-INGRESO PIC 9(8).
           03 IMG-CATEG-MONOTRIBUTO PIC X(1).
           03 IMG-CUIL PIC 9(11).
           03 IMG-OBRA-SOCIAL PIC X(6).
           03 IMG-SINDICATO PIC X(4).
           03 IMG-FECHA-NACIMIENTO PIC X(8).
           03 FILLER PIC X(15).
       01 WS-IMAGEN-ORIGINAL PIC X(200) VALUE SPACES.

      * Ultima baja o liquidacion final de cada profesor en la pista.
       01 WS-MAX-BAJAS PIC 9(4) VALUE 3000.
       01 WS-CANT-BAJAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-BAJ PIC 9(4) VALUE ZERO.
       01 TABLA-BAJAS.
           03 ELEM-BAJ OCCURS 3000 TIMES.
               05 VEC-BAJ-PROFESOR PIC X(5).
               05 VEC-BAJ-FECHA PIC 9(8).
       01 WS-BAJ-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-BAJ-ENCONTRADA-SI VALUE "S".

      * Profesores con algun saldo pendiente y el primero que se
      * encontro, que es el que se informa.
       01 WS-MAX-PENDIENTES PIC 9(4) VALUE 3000.
       01 WS-CANT-PENDIENTES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PEN PIC 9(4) VALUE ZERO.
       01 TABLA-PENDIENTES.
           03 ELEM-PEN OCCURS 3000 TIMES.
               05 VEC-PEN-PROFESOR PIC X(5).
               05 VEC-PEN-MOTIVO PIC X(20).
       01 WS-PEN-BUSCADO PIC X(5) VALUE SPACES.
       01 WS-PEN-MOTIVO PIC X(20) VALUE SPACES.
       01 WS-PEN-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PEN-ENCONTRADO-SI VALUE "S".

      * Pagos en memoria para acumular lo cobrado por folio.
       01 WS-MAX-PAGOS PIC 9(4) VALUE 5000.
       01 WS-CANT-PAGOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PAGO PIC 9(4) VALUE ZERO.
       01 TABLA-PAGOS.
           03 ELEM-PAGO OCCURS 5000 TIMES.
               05 VEC-PAGO-FOLIO PIC 9(9).
               05 VEC-PAGO-IMPORTE PIC 9(9)V99.
       01 WS-PAGADO-DEL-FOLIO PIC S9(9)V99 VALUE ZERO.

      * Profesores a anonimizar en esta corrida y, despues, todos
      * los del maestro que ya estan anonimizados (para las copias).
       01 WS-MAX-ANONIMOS PIC 9(4) VALUE 3000.
       01 WS-CANT-CANDIDATOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CAN PIC 9(4) VALUE ZERO.
       01 TABLA-CANDIDATOS.
           03 ELEM-CAN OCCURS 3000 TIMES.
               05 VEC-CAN-PROFESOR PIC X(5).
               05 VEC-CAN-FECHA-BAJA PIC 9(8).
       01 WS-CANT-ANONIMOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-ANO PIC 9(4) VALUE ZERO.
       01 TABLA-ANONIMOS.
           03 VEC-ANO-PROFESOR PIC X(5) OCCURS 3000 TIMES.
       01 WS-ANO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-ANO-ENCONTRADO-SI VALUE "S".

       01 WS-FECHA-BAJA PIC 9(8) VALUE ZERO.
       01 WS-FECHA-BAJA-GRUPO REDEFINES WS-FECHA-BAJA.
           03 WS-BAJA-ANIO PIC 9(4).
           03 WS-BAJA-MESDIA PIC 9(4).
       01 WS-FECHA-VENCE-PLAZO PIC 9(8) VALUE ZERO.
       01 WS-ORIGEN-BAJA PIC X(10) VALUE SPACES.
       01 WS-ULTIMO-PERIODO PIC 9(6) VALUE ZERO.
       01 WS-ULTIMO-PERIODO-GRUPO REDEFINES WS-ULTIMO-PERIODO.
           03 WS-ULT-ANIO PIC 9(4).
           03 WS-ULT-MES PIC 9(2).
       01 TABLA-DIAS-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

      * Sets de BackupIntegral registrados en la bitacora.
       01 WS-MAX-SETS PIC 9(3) VALUE 400.
       01 WS-CANT-SETS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SET PIC 9(3) VALUE ZERO.
       01 TABLA-SETS.
           03 VEC-SET-FECHA PIC 9(8) OCCURS 400 TIMES.
       01 WS-SET-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-SET-ENCONTRADO-SI VALUE "S".
       01 WS-FECHA-SET PIC 9(8) VALUE ZERO.
       01 WS-NOMBRE-BACKUP PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-MANIFIESTO PIC X(40) VALUE SPACES.
       01 WS-ENMASCARADOS-SET PIC 9(7) VALUE ZERO.
       01 WS-SETS-ACTUALIZADOS PIC 9(3) VALUE ZERO.

      * Manifiesto del set en memoria para reescribir el renglon de
      * Profesores.dat con la nueva suma de control.
       01 WS-CANT-MANIFIESTO PIC 9(2) VALUE ZERO.
       01 SUBINDICE-MAN PIC 9(2) VALUE ZERO.
       01 TABLA-MANIFIESTO.
           03 ELEM-MAN OCCURS 30 TIMES.
               05 VEC-MAN-ARCHIVO PIC X(30).
               05 VEC-MAN-REGISTROS PIC 9(7).
               05 VEC-MAN-SUMA-CONTROL PIC 9(8).

      * Suma de control identica a la de BackupIntegral.
       01 WS-REG-TRABAJO PIC X(200) VALUE SPACES.
       01 WS-CONTADOR-REGISTROS PIC 9(7) VALUE ZERO.
       01 WS-SUMA-CONTROL PIC 9(8) VALUE ZERO.
       01 WS-LARGO-REGISTRO PIC 9(3) VALUE ZERO.
       01 WS-POS-LARGO PIC 9(3) VALUE ZERO.
       01 WS-FACTOR-CONTROL PIC 9(3) VALUE ZERO.
       01 WS-COCIENTE-CONTROL PIC 9(9) VALUE ZERO.
       01 WS-SUMA-AMPLIADA PIC 9(12) VALUE ZERO.

       01 WS-CANT-ANONIMIZADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-RETENIDOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-EN-PLAZO PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-FECHA PIC 9(5) VALUE ZERO.

       01 LINEA-ANO-ENC.
           03 FILLER PIC X(35) VALUE
               "ANONIMIZACION DE DATOS PERSONALES  ".
           03 FILLER PIC X(7) VALUE "FECHA: ".
           03 LAE-FECHA PIC 9(8).
           03 FILLER PIC X(9) VALUE "  PLAZO: ".
           03 LAE-PLAZO PIC Z9.
           03 FILLER PIC X(17) VALUE " ANIOS DESDE BAJA".

       01 LINEA-ANO-COLUMNAS.
           03 FILLER PIC X(40) VALUE
               "PROF. NOMBRE                     BAJA   ".
           03 FILLER PIC X(40) VALUE
               "  ORIGEN     RESULTADO                  ".

       01 LINEA-ANO-DETALLE.
           03 LAD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LAD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LAD-FECHA-BAJA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LAD-ORIGEN PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LAD-RESULTADO PIC X(40).

       01 LINEA-ANO-SET.
           03 FILLER PIC X(17) VALUE "SET DE RESPALDO  ".
           03 LAS-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LAS-ENMASCARADOS PIC ZZZZZZ9.
           03 FILLER PIC X(24) VALUE " REGISTROS ENMASCARADOS ".
           03 LAS-RESULTADO PIC X(30).

       01 LINEA-ANO-TOTAL.
           03 LAT-TITULO PIC X(40).
           03 LAT-CANTIDAD PIC ZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Elige los profesores a anonimizar, pide confirmacion,
      * enmascara el maestro y despues todas las copias de respaldo
      * registradas.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           DISPLAY "OPERADOR QUE ANONIMIZA: "
           ACCEPT WS-OPERADOR-ACTUAL

           PERFORM LEER-PARM-ANONIMIZACION
           PERFORM TOMAR-TRABA-MAESTRO
           MOVE "INICIO" TO BIT-EVENTO
           MOVE "          " TO BIT-RESULTADO
           MOVE ZERO TO BIT-CONTADOR-1
           MOVE ZERO TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA

           PERFORM CARGAR-BAJAS-DE-AUDITORIA
           PERFORM CARGAR-PAGOS-A-VECTOR
           PERFORM CARGAR-ADELANTOS-PENDIENTES
           PERFORM CARGAR-EMBARGOS-VIGENTES
           PERFORM CARGAR-ARRASTRES-PENDIENTES
           PERFORM CARGAR-RECIBOS-IMPAGOS

           OPEN I-O PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               PERFORM LIBERAR-TRABA-MAESTRO
               STOP RUN
           END-IF
           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO = "00" THEN
               MOVE "S" TO WS-HISTORICO-ABIERTO
           END-IF

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY TO LAE-FECHA
           MOVE WS-PLAZO-ANIOS TO LAE-PLAZO
           WRITE REPORTE_REG FROM LINEA-ANO-ENC
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           WRITE REPORTE_REG FROM LINEA-ANO-COLUMNAS
           PERFORM ELEGIR-CANDIDATOS
           IF WS-HISTORICO-ABIERTO-SI THEN
               CLOSE HISTORICO_PROFESOR
           END-IF

           DISPLAY "PROFESORES A ANONIMIZAR:   " WS-CANT-CANDIDATOS
           DISPLAY "RETENIDOS POR SALDOS:      " WS-CANT-RETENIDOS
           IF WS-CANT-CANDIDATOS > ZERO THEN
               DISPLAY "CONFIRMA LA ANONIMIZACION (S/N): "
               ACCEPT WS-CONFIRMA
               IF NOT WS-CONFIRMA-SI THEN
                   DISPLAY "ANONIMIZACION CANCELADA, NO SE GRABO NADA"
                   CLOSE REPORTE
                   CLOSE PROFESORES
                   PERFORM LIBERAR-TRABA-MAESTRO
                   STOP RUN
               END-IF
               OPEN EXTEND AUDITORIA_PROFESORES
               IF WS-STATUS-AUDITORIA = "35" THEN
                   OPEN OUTPUT AUDITORIA_PROFESORES
                   CLOSE AUDITORIA_PROFESORES
                   OPEN EXTEND AUDITORIA_PROFESORES
               END-IF
               PERFORM ANONIMIZAR-UN-PROFESOR
                   VARYING SUBINDICE-CAN FROM 1 BY 1
                   UNTIL SUBINDICE-CAN > WS-CANT-CANDIDATOS
               CLOSE AUDITORIA_PROFESORES
           END-IF

           PERFORM CARGAR-ANONIMIZADOS
           CLOSE PROFESORES
           PERFORM LIBERAR-TRABA-MAESTRO

           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           PERFORM CARGAR-SETS-DE-RESPALDO
           PERFORM ACTUALIZAR-UN-SET
               VARYING SUBINDICE-SET FROM 1 BY 1
               UNTIL SUBINDICE-SET > WS-CANT-SETS
           PERFORM GRABAR-TOTALES
           CLOSE REPORTE

           MOVE "FIN" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-CANT-ANONIMIZADOS TO BIT-CONTADOR-1
           MOVE WS-SETS-ACTUALIZADOS TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA
           DISPLAY "PROFESORES ANONIMIZADOS:   " WS-CANT-ANONIMIZADOS
           DISPLAY "SETS DE RESPALDO TRATADOS: " WS-SETS-ACTUALIZADOS
           DISPLAY "DETALLE EN AnonimizacionProfesores.dat"
           STOP RUN.

       LEER-PARM-ANONIMIZACION.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-ANONIMIZACION UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-ANONIMIZACION.
           EVALUATE PAR-NOMBRE
               WHEN "PLAZO-DATOS-ANIOS"
                   IF PAR-VALOR(1:2) NUMERIC AND
                       PAR-VALOR(1:2) NOT = "00" THEN
                       MOVE PAR-VALOR(1:2) TO WS-PLAZO-ANIOS
                   END-IF
           END-EVALUATE
           PERFORM LEER-PARAMETRO.

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

      * Deja un renglon en la bitacora comun; el evento, el
      * resultado y los contadores vienen cargados en el registro.
       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           COMPUTE BIT-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE BIT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE "ANONIMIZAR-PROFESOR" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

      * Fecha de la ultima baja comun o liquidacion final de cada
      * profesor; un reingreso posterior la deja sin efecto.
       CARGAR-BAJAS-DE-AUDITORIA.
           MOVE ZERO TO WS-CANT-BAJAS
           MOVE "NO" TO WS-EOF-AUDITORIA
           OPEN INPUT AUDITORIA_PROFESORES
           IF WS-STATUS-AUDITORIA = "00" THEN
               PERFORM LEER-AUDITORIA
               PERFORM REGISTRAR-BAJA-AUDITADA UNTIL
                   WS-EOF-AUDITORIA = "SI"
               CLOSE AUDITORIA_PROFESORES
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA_PROFESORES
               AT END
                   MOVE "SI" TO WS-EOF-AUDITORIA
           END-READ.

       REGISTRAR-BAJA-AUDITADA.
           IF APROF-OPERACION = "B" OR APROF-OPERACION = "F" OR
               APROF-OPERACION = "R" THEN
               MOVE "N" TO WS-BAJ-ENCONTRADA
               MOVE 1 TO SUBINDICE-BAJ
               PERFORM BUSCAR-BAJA UNTIL
                   WS-BAJ-ENCONTRADA-SI OR
                   SUBINDICE-BAJ > WS-CANT-BAJAS
               IF NOT WS-BAJ-ENCONTRADA-SI AND
                   WS-CANT-BAJAS < WS-MAX-BAJAS THEN
                   ADD 1 TO WS-CANT-BAJAS
                   MOVE WS-CANT-BAJAS TO SUBINDICE-BAJ
                   MOVE APROF-CLAVE TO VEC-BAJ-PROFESOR(SUBINDICE-BAJ)
                   MOVE "S" TO WS-BAJ-ENCONTRADA
               END-IF
               IF WS-BAJ-ENCONTRADA-SI THEN
                   IF APROF-OPERACION = "R" THEN
                       MOVE ZERO TO VEC-BAJ-FECHA(SUBINDICE-BAJ)
                   ELSE
                       MOVE APROF-FECHA TO VEC-BAJ-FECHA(SUBINDICE-BAJ)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

       BUSCAR-BAJA.
           IF VEC-BAJ-PROFESOR(SUBINDICE-BAJ) = APROF-CLAVE THEN
               MOVE "S" TO WS-BAJ-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-BAJ
           END-IF.

       CARGAR-PAGOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-PAGOS
           OPEN INPUT PAGOS
           IF WS-STATUS-PAGOS = "00" THEN
               PERFORM LEER-PAGO
               PERFORM CARGAR-REGISTRO-PAGO UNTIL
                   WS-EOF-PAGOS = "SI" OR
                   WS-CANT-PAGOS >= WS-MAX-PAGOS
               CLOSE PAGOS
           END-IF.

       LEER-PAGO.
           READ PAGOS
               AT END
                   MOVE "SI" TO WS-EOF-PAGOS
           END-READ.

       CARGAR-REGISTRO-PAGO.
           ADD 1 TO WS-CANT-PAGOS
           MOVE PAGO-FOLIO TO VEC-PAGO-FOLIO(WS-CANT-PAGOS)
           MOVE PAGO-IMPORTE TO VEC-PAGO-IMPORTE(WS-CANT-PAGOS)
           PERFORM LEER-PAGO.

       CARGAR-ADELANTOS-PENDIENTES.
           OPEN INPUT ADELANTOS
           IF WS-STATUS-ADELANTOS = "00" THEN
               PERFORM LEER-ADELANTO
               PERFORM EVALUAR-ADELANTO UNTIL
                   WS-EOF-ADELANTOS = "SI"
               CLOSE ADELANTOS
           END-IF.

       LEER-ADELANTO.
           READ ADELANTOS
               AT END
                   MOVE "SI" TO WS-EOF-ADELANTOS
           END-READ.

       EVALUAR-ADELANTO.
           IF ADE-PENDIENTE AND ADE-IMPORTE > ADE-RECUPERADO THEN
               MOVE ADE-PROFESOR TO WS-PEN-BUSCADO
               MOVE "ADELANTO PENDIENTE" TO WS-PEN-MOTIVO
               PERFORM REGISTRAR-PENDIENTE
           END-IF
           PERFORM LEER-ADELANTO.

       CARGAR-EMBARGOS-VIGENTES.
           OPEN INPUT EMBARGOS
           IF WS-STATUS-EMBARGOS = "00" THEN
               PERFORM LEER-EMBARGO
               PERFORM EVALUAR-EMBARGO UNTIL
                   WS-EOF-EMBARGOS = "SI"
               CLOSE EMBARGOS
           END-IF.

       LEER-EMBARGO.
           READ EMBARGOS
               AT END
                   MOVE "SI" TO WS-EOF-EMBARGOS
           END-READ.

       EVALUAR-EMBARGO.
           IF EMB-VIGENTE THEN
               MOVE EMB-PROFESOR TO WS-PEN-BUSCADO
               MOVE "EMBARGO VIGENTE" TO WS-PEN-MOTIVO
               PERFORM REGISTRAR-PENDIENTE
           END-IF
           PERFORM LEER-EMBARGO.

       CARGAR-ARRASTRES-PENDIENTES.
           OPEN INPUT ARRASTRE-SALDOS
           IF WS-STATUS-ARRASTRES = "00" THEN
               PERFORM LEER-ARRASTRE
               PERFORM EVALUAR-ARRASTRE UNTIL
                   WS-EOF-ARRASTRES = "SI"
               CLOSE ARRASTRE-SALDOS
           END-IF.

       LEER-ARRASTRE.
           READ ARRASTRE-SALDOS
               AT END
                   MOVE "SI" TO WS-EOF-ARRASTRES
           END-READ.

       EVALUAR-ARRASTRE.
           IF ARR-IMPORTE NOT = ZERO THEN
               MOVE ARR-PROFESOR TO WS-PEN-BUSCADO
               MOVE "SALDO ARRASTRADO" TO WS-PEN-MOTIVO
               PERFORM REGISTRAR-PENDIENTE
           END-IF
           PERFORM LEER-ARRASTRE.

      * Un recibo emitido y no anulado con neto mayor a lo pagado
      * es un recibo impago, igual que en RegistroPagos.
       CARGAR-RECIBOS-IMPAGOS.
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS = "00" THEN
               PERFORM LEER-RECIBO-EMITIDO
               PERFORM EVALUAR-RECIBO UNTIL
                   WS-EOF-REC-EMITIDOS = "SI"
               CLOSE RECIBOS_EMITIDOS
           END-IF.

       LEER-RECIBO-EMITIDO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-REC-EMITIDOS
           END-READ.

       EVALUAR-RECIBO.
           IF RECEMI-EMITIDO AND RECEMI-NETO > ZERO THEN
               MOVE ZERO TO WS-PAGADO-DEL-FOLIO
               PERFORM ACUMULAR-PAGO-DEL-FOLIO
                   VARYING SUBINDICE-PAGO FROM 1 BY 1
                   UNTIL SUBINDICE-PAGO > WS-CANT-PAGOS
               IF RECEMI-NETO > WS-PAGADO-DEL-FOLIO THEN
                   MOVE RECEMI-PROFESOR TO WS-PEN-BUSCADO
                   MOVE "RECIBO IMPAGO" TO WS-PEN-MOTIVO
                   PERFORM REGISTRAR-PENDIENTE
               END-IF
           END-IF
           PERFORM LEER-RECIBO-EMITIDO.

       ACUMULAR-PAGO-DEL-FOLIO.
           IF VEC-PAGO-FOLIO(SUBINDICE-PAGO) = RECEMI-FOLIO THEN
               ADD VEC-PAGO-IMPORTE(SUBINDICE-PAGO) TO
                   WS-PAGADO-DEL-FOLIO
           END-IF.

       REGISTRAR-PENDIENTE.
           PERFORM BUSCAR-PENDIENTE
           IF NOT WS-PEN-ENCONTRADO-SI AND
               WS-CANT-PENDIENTES < WS-MAX-PENDIENTES THEN
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE WS-PEN-BUSCADO TO
                   VEC-PEN-PROFESOR(WS-CANT-PENDIENTES)
               MOVE WS-PEN-MOTIVO TO VEC-PEN-MOTIVO(WS-CANT-PENDIENTES)
           END-IF.

       BUSCAR-PENDIENTE.
           MOVE "N" TO WS-PEN-ENCONTRADO
           MOVE 1 TO SUBINDICE-PEN
           PERFORM COMPARAR-PENDIENTE UNTIL
               WS-PEN-ENCONTRADO-SI OR
               SUBINDICE-PEN > WS-CANT-PENDIENTES.

       COMPARAR-PENDIENTE.
           IF VEC-PEN-PROFESOR(SUBINDICE-PEN) = WS-PEN-BUSCADO THEN
               MOVE "S" TO WS-PEN-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-PEN
           END-IF.

      * Recorre el maestro: solo cuentan los dados de baja que
      * todavia conservan sus datos.
       ELEGIR-CANDIDATOS.
           MOVE ZERO TO WS-CANT-CANDIDATOS
           MOVE "NO" TO WS-EOF-PROFESORES
           MOVE LOW-VALUES TO PROF-NUMERO
           START PROFESORES KEY IS NOT LESS THAN PROF-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-START
           IF WS-EOF-PROFESORES = "NO" THEN
               PERFORM LEER-PROFESOR
           END-IF
           PERFORM EVALUAR-PROFESOR UNTIL WS-EOF-PROFESORES = "SI".

       LEER-PROFESOR.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-READ.

       EVALUAR-PROFESOR.
           IF NOT PROF-ACTIVO-SI AND PROF-DIRE NOT = WS-MARCA-ANONIMO
               THEN
               PERFORM DETERMINAR-FECHA-BAJA
               MOVE PROF-NUMERO TO LAD-PROFESOR
               MOVE PROF-NOMBRE TO LAD-NOMBRE
               MOVE WS-FECHA-BAJA TO LAD-FECHA-BAJA
               MOVE WS-ORIGEN-BAJA TO LAD-ORIGEN
               IF WS-FECHA-BAJA = ZERO THEN
                   ADD 1 TO WS-CANT-SIN-FECHA
                   MOVE "SIN FECHA DE BAJA, NO SE TOCA" TO
                       LAD-RESULTADO
                   WRITE REPORTE_REG FROM LINEA-ANO-DETALLE
               ELSE
                   COMPUTE WS-FECHA-VENCE-PLAZO =
                       (WS-BAJA-ANIO + WS-PLAZO-ANIOS) * 10000 +
                       WS-BAJA-MESDIA
                   IF WS-FECHA-VENCE-PLAZO > WS-FECHA-HOY THEN
                       ADD 1 TO WS-CANT-EN-PLAZO
                   ELSE
                       MOVE PROF-NUMERO TO WS-PEN-BUSCADO
                       PERFORM BUSCAR-PENDIENTE
                       IF WS-PEN-ENCONTRADO-SI THEN
                           ADD 1 TO WS-CANT-RETENIDOS
                           MOVE SPACES TO LAD-RESULTADO
                           STRING "RETENIDO: " DELIMITED BY SIZE
                               VEC-PEN-MOTIVO(SUBINDICE-PEN)
                               DELIMITED BY SIZE
                               INTO LAD-RESULTADO
                           WRITE REPORTE_REG FROM LINEA-ANO-DETALLE
                       ELSE
                           IF WS-CANT-CANDIDATOS < WS-MAX-ANONIMOS
                               THEN
                               ADD 1 TO WS-CANT-CANDIDATOS
                               MOVE PROF-NUMERO TO
                                   VEC-CAN-PROFESOR(WS-CANT-CANDIDATOS)
                               MOVE WS-FECHA-BAJA TO
                                   VEC-CAN-FECHA-BAJA(
                                   WS-CANT-CANDIDATOS)
                               MOVE "ANONIMIZADO" TO LAD-RESULTADO
                               WRITE REPORTE_REG FROM
                                   LINEA-ANO-DETALLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-PROFESOR.

      * Sin baja en la pista se toma el fin del ultimo mes con horas
      * liquidadas, que para las bajas anteriores a la pista es la
      * mejor aproximacion disponible.
       DETERMINAR-FECHA-BAJA.
           MOVE ZERO TO WS-FECHA-BAJA
           MOVE SPACES TO WS-ORIGEN-BAJA
           MOVE "N" TO WS-BAJ-ENCONTRADA
           MOVE 1 TO SUBINDICE-BAJ
           PERFORM BUSCAR-BAJA-PROFESOR UNTIL
               WS-BAJ-ENCONTRADA-SI OR SUBINDICE-BAJ > WS-CANT-BAJAS
           IF WS-BAJ-ENCONTRADA-SI AND
               VEC-BAJ-FECHA(SUBINDICE-BAJ) > ZERO THEN
               MOVE VEC-BAJ-FECHA(SUBINDICE-BAJ) TO WS-FECHA-BAJA
               MOVE "AUDITORIA" TO WS-ORIGEN-BAJA
           ELSE
               PERFORM BUSCAR-ULTIMO-PERIODO
               IF WS-ULTIMO-PERIODO > ZERO THEN
                   COMPUTE WS-FECHA-BAJA = WS-ULTIMO-PERIODO * 100 +
                       VEC-DIAS-MES(WS-ULT-MES)
                   MOVE "HISTORICO" TO WS-ORIGEN-BAJA
               END-IF
           END-IF.

       BUSCAR-BAJA-PROFESOR.
           IF VEC-BAJ-PROFESOR(SUBINDICE-BAJ) = PROF-NUMERO THEN
               MOVE "S" TO WS-BAJ-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-BAJ
           END-IF.

       BUSCAR-ULTIMO-PERIODO.
           MOVE ZERO TO WS-ULTIMO-PERIODO
           IF WS-HISTORICO-ABIERTO-SI THEN
               MOVE "NO" TO WS-EOF-HISTORICO
               MOVE PROF-NUMERO TO HIST-NUMERO
               MOVE ZERO TO HIST-PERIODO
               START HISTORICO_PROFESOR KEY IS NOT LESS THAN
                   HIST-CLAVE
                   INVALID KEY
                       MOVE "SI" TO WS-EOF-HISTORICO
               END-START
               IF WS-EOF-HISTORICO = "NO" THEN
                   PERFORM LEER-HISTORICO
               END-IF
               PERFORM TOMAR-PERIODO-HISTORICO UNTIL
                   WS-EOF-HISTORICO = "SI"
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO_PROFESOR NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-HISTORICO
           END-READ.

       TOMAR-PERIODO-HISTORICO.
           IF HIST-NUMERO NOT = PROF-NUMERO THEN
               MOVE "SI" TO WS-EOF-HISTORICO
           ELSE
               IF HIST-HORAS NOT = ZERO AND
                   HIST-PERIODO > WS-ULTIMO-PERIODO THEN
                   MOVE HIST-PERIODO TO WS-ULTIMO-PERIODO
               END-IF
               PERFORM LEER-HISTORICO
           END-IF.

       ANONIMIZAR-UN-PROFESOR.
           MOVE VEC-CAN-PROFESOR(SUBINDICE-CAN) TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   DISPLAY "PROFESOR " PROF-NUMERO
                       " YA NO ESTA EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE PROFESORES_REG TO WS-IMAGEN-PROF
                   PERFORM ENMASCARAR-IMAGEN
                   MOVE WS-IMAGEN-PROF TO PROFESORES_REG
                   REWRITE PROFESORES_REG
                       INVALID KEY
                           DISPLAY "ERROR AL ANONIMIZAR EL PROFESOR "
                               PROF-NUMERO
                       NOT INVALID KEY
                           PERFORM GRABAR-AUDITORIA
                           ADD 1 TO WS-CANT-ANONIMIZADOS
                           MOVE "ANONIM" TO BIT-EVENTO
                           MOVE PROF-NUMERO TO BIT-RESULTADO
                           MOVE VEC-CAN-FECHA-BAJA(SUBINDICE-CAN) TO
                               BIT-CONTADOR-1
                           MOVE WS-PLAZO-ANIOS TO BIT-CONTADOR-2
                           PERFORM GRABAR-BITACORA
                   END-REWRITE
           END-READ.

      * Los datos personales quedan reemplazados; lo fiscal queda.
      * La fecha de nacimiento solo se toca si el registro la trae
      * (las copias anteriores al campo no la tienen).
       ENMASCARAR-IMAGEN.
           MOVE ZEROS TO IMG-DNI
           MOVE WS-MARCA-ANONIMO TO IMG-DIRE
           MOVE SPACES TO IMG-TEL
           MOVE SPACES TO IMG-CBU
           MOVE SPACES TO IMG-EMAIL
           IF IMG-FECHA-NACIMIENTO NOT = SPACES THEN
               MOVE ZEROS TO IMG-FECHA-NACIMIENTO
           END-IF.

      * En la pista queda la operacion con las dos imagenes ya
      * enmascaradas: copiar la anterior volveria a guardar los
      * datos que se estan borrando.
       GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE APROF-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE APROF-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE WS-OPERADOR-ACTUAL TO APROF-OPERADOR
           MOVE "N" TO APROF-OPERACION
           MOVE PROF-NUMERO TO APROF-CLAVE
           MOVE PROFESORES_REG TO APROF-IMAGEN-ANTERIOR
           MOVE PROFESORES_REG TO APROF-IMAGEN-NUEVA
           WRITE AUDITORIA_PROFESORES_REG.

      * Todos los del maestro con la marca, de esta corrida o de
      * anteriores: una copia de respaldo tomada antes de una
      * anonimizacion vieja tambien tiene que quedar limpia.
       CARGAR-ANONIMIZADOS.
           MOVE ZERO TO WS-CANT-ANONIMOS
           MOVE "NO" TO WS-EOF-PROFESORES
           MOVE LOW-VALUES TO PROF-NUMERO
           START PROFESORES KEY IS NOT LESS THAN PROF-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-START
           IF WS-EOF-PROFESORES = "NO" THEN
               PERFORM LEER-PROFESOR
           END-IF
           PERFORM TOMAR-ANONIMIZADO UNTIL
               WS-EOF-PROFESORES = "SI" OR
               WS-CANT-ANONIMOS >= WS-MAX-ANONIMOS.

       TOMAR-ANONIMIZADO.
           IF PROF-DIRE = WS-MARCA-ANONIMO THEN
               ADD 1 TO WS-CANT-ANONIMOS
               MOVE PROF-NUMERO TO VEC-ANO-PROFESOR(WS-CANT-ANONIMOS)
           END-IF
           PERFORM LEER-PROFESOR.

      * Cada set de BackupIntegral deja su INICIO en la bitacora con
      * la fecha que lleva el nombre de sus archivos.
       CARGAR-SETS-DE-RESPALDO.
           MOVE ZERO TO WS-CANT-SETS
           MOVE "NO" TO WS-EOF-BITACORA
           OPEN INPUT BITACORA
           IF WS-STATUS-BITACORA = "00" THEN
               PERFORM LEER-BITACORA
               PERFORM TOMAR-SET-DE-RESPALDO UNTIL
                   WS-EOF-BITACORA = "SI"
               CLOSE BITACORA
           END-IF.

       LEER-BITACORA.
           READ BITACORA
               AT END
                   MOVE "SI" TO WS-EOF-BITACORA
           END-READ.

       TOMAR-SET-DE-RESPALDO.
           IF BIT-PROGRAMA = "BACKUP-INTEGRAL" AND
               BIT-EVENTO = "INICIO" THEN
               MOVE "N" TO WS-SET-ENCONTRADO
               MOVE 1 TO SUBINDICE-SET
               PERFORM BUSCAR-SET UNTIL
                   WS-SET-ENCONTRADO-SI OR
                   SUBINDICE-SET > WS-CANT-SETS
               IF NOT WS-SET-ENCONTRADO-SI AND
                   WS-CANT-SETS < WS-MAX-SETS THEN
                   ADD 1 TO WS-CANT-SETS
                   MOVE BIT-FECHA TO VEC-SET-FECHA(WS-CANT-SETS)
               END-IF
           END-IF
           PERFORM LEER-BITACORA.

       BUSCAR-SET.
           IF VEC-SET-FECHA(SUBINDICE-SET) = BIT-FECHA THEN
               MOVE "S" TO WS-SET-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-SET
           END-IF.

      * Primero se pasa la copia al archivo de trabajo enmascarando
      * lo que haga falta; solo si algo cambio se vuelve a escribir
      * la copia con su nueva suma de control.
       ACTUALIZAR-UN-SET.
           MOVE VEC-SET-FECHA(SUBINDICE-SET) TO WS-FECHA-SET
           MOVE WS-FECHA-SET TO LAS-FECHA
           MOVE ZERO TO WS-ENMASCARADOS-SET
           MOVE SPACES TO WS-NOMBRE-BACKUP
           STRING "BkProfesores_" DELIMITED BY SIZE
                  WS-FECHA-SET DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOMBRE-BACKUP
           MOVE "NO" TO WS-EOF-BACKUP
           OPEN INPUT BACKUP-PROFESORES
           IF WS-STATUS-BACKUP NOT = "00" THEN
               MOVE ZERO TO LAS-ENMASCARADOS
               MOVE "COPIA NO DISPONIBLE" TO LAS-RESULTADO
               WRITE REPORTE_REG FROM LINEA-ANO-SET
           ELSE
               OPEN OUTPUT TRABAJO-BACKUP
               PERFORM LEER-BACKUP
               PERFORM PASAR-REGISTRO-BACKUP UNTIL
                   WS-EOF-BACKUP = "SI"
               CLOSE TRABAJO-BACKUP
               CLOSE BACKUP-PROFESORES
               IF WS-ENMASCARADOS-SET > ZERO THEN
                   PERFORM REESCRIBIR-COPIA
                   PERFORM ACTUALIZAR-MANIFIESTO
                   ADD 1 TO WS-SETS-ACTUALIZADOS
                   MOVE "BACKUP" TO BIT-EVENTO
                   MOVE "ENMASCARA" TO BIT-RESULTADO
                   MOVE WS-FECHA-SET TO BIT-CONTADOR-1
                   MOVE WS-ENMASCARADOS-SET TO BIT-CONTADOR-2
                   PERFORM GRABAR-BITACORA
                   MOVE "COPIA Y MANIFIESTO REGRABADOS" TO
                       LAS-RESULTADO
               ELSE
                   MOVE "SIN CAMBIOS" TO LAS-RESULTADO
               END-IF
               MOVE WS-ENMASCARADOS-SET TO LAS-ENMASCARADOS
               WRITE REPORTE_REG FROM LINEA-ANO-SET
           END-IF.

       LEER-BACKUP.
           READ BACKUP-PROFESORES
               AT END
                   MOVE "SI" TO WS-EOF-BACKUP
           END-READ.

       PASAR-REGISTRO-BACKUP.
           MOVE BACKUP-PROFESORES-REG TO WS-IMAGEN-PROF
           MOVE "N" TO WS-ANO-ENCONTRADO
           MOVE 1 TO SUBINDICE-ANO
           PERFORM BUSCAR-ANONIMIZADO UNTIL
               WS-ANO-ENCONTRADO-SI OR
               SUBINDICE-ANO > WS-CANT-ANONIMOS
           IF WS-ANO-ENCONTRADO-SI THEN
               MOVE WS-IMAGEN-PROF TO WS-IMAGEN-ORIGINAL
               PERFORM ENMASCARAR-IMAGEN
               IF WS-IMAGEN-PROF NOT = WS-IMAGEN-ORIGINAL THEN
                   ADD 1 TO WS-ENMASCARADOS-SET
               END-IF
           END-IF
           WRITE TRABAJO-BACKUP-REG FROM WS-IMAGEN-PROF
           PERFORM LEER-BACKUP.

       BUSCAR-ANONIMIZADO.
           IF VEC-ANO-PROFESOR(SUBINDICE-ANO) = IMG-NUMERO THEN
               MOVE "S" TO WS-ANO-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-ANO
           END-IF.

       REESCRIBIR-COPIA.
           MOVE ZERO TO WS-CONTADOR-REGISTROS
           MOVE ZERO TO WS-SUMA-CONTROL
           MOVE "NO" TO WS-EOF-TRABAJO
           OPEN INPUT TRABAJO-BACKUP
           OPEN OUTPUT BACKUP-PROFESORES
           PERFORM LEER-TRABAJO
           PERFORM DEVOLVER-REGISTRO-BACKUP UNTIL
               WS-EOF-TRABAJO = "SI"
           CLOSE BACKUP-PROFESORES
           CLOSE TRABAJO-BACKUP.

       LEER-TRABAJO.
           READ TRABAJO-BACKUP
               AT END
                   MOVE "SI" TO WS-EOF-TRABAJO
           END-READ.

       DEVOLVER-REGISTRO-BACKUP.
           MOVE TRABAJO-BACKUP-REG TO WS-REG-TRABAJO
           PERFORM ACUMULAR-CONTROL
           WRITE BACKUP-PROFESORES-REG FROM WS-REG-TRABAJO
           PERFORM LEER-TRABAJO.

      * Suma de control sensible al contenido y al orden: el largo
      * util de cada registro pesa distinto segun su posicion en la
      * serie, modulo 99999989 para que entre en ocho digitos.
       ACUMULAR-CONTROL.
           ADD 1 TO WS-CONTADOR-REGISTROS
           MOVE 200 TO WS-POS-LARGO
           MOVE ZERO TO WS-LARGO-REGISTRO
           PERFORM RETROCEDER-LARGO UNTIL WS-POS-LARGO = ZERO
           DIVIDE WS-CONTADOR-REGISTROS BY 97
               GIVING WS-COCIENTE-CONTROL
               REMAINDER WS-FACTOR-CONTROL
           ADD 1 TO WS-FACTOR-CONTROL
           COMPUTE WS-SUMA-AMPLIADA = WS-SUMA-CONTROL +
               WS-LARGO-REGISTRO * WS-FACTOR-CONTROL
           DIVIDE WS-SUMA-AMPLIADA BY 99999989
               GIVING WS-COCIENTE-CONTROL
               REMAINDER WS-SUMA-CONTROL.

       RETROCEDER-LARGO.
           IF WS-REG-TRABAJO(WS-POS-LARGO:1) NOT = SPACE THEN
               MOVE WS-POS-LARGO TO WS-LARGO-REGISTRO
               MOVE ZERO TO WS-POS-LARGO
           ELSE
               SUBTRACT 1 FROM WS-POS-LARGO
           END-IF.

      * El manifiesto se lee entero, se corrige el renglon de
      * Profesores.dat y se vuelve a grabar en el mismo orden, para
      * que RestaurarIntegral siga validando el set.
       ACTUALIZAR-MANIFIESTO.
           MOVE SPACES TO WS-NOMBRE-MANIFIESTO
           STRING "BackupManifiesto_" DELIMITED BY SIZE
                  WS-FECHA-SET DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOMBRE-MANIFIESTO
           MOVE ZERO TO WS-CANT-MANIFIESTO
           MOVE "NO" TO WS-EOF-MANIFIESTO
           OPEN INPUT MANIFIESTO
           IF WS-STATUS-MANIFIESTO = "00" THEN
               PERFORM LEER-MANIFIESTO
               PERFORM CARGAR-RENGLON-MANIFIESTO UNTIL
                   WS-EOF-MANIFIESTO = "SI" OR
                   WS-CANT-MANIFIESTO >= 30
               CLOSE MANIFIESTO
               OPEN OUTPUT MANIFIESTO
               PERFORM GRABAR-RENGLON-MANIFIESTO
                   VARYING SUBINDICE-MAN FROM 1 BY 1
                   UNTIL SUBINDICE-MAN > WS-CANT-MANIFIESTO
               CLOSE MANIFIESTO
           END-IF.

       LEER-MANIFIESTO.
           READ MANIFIESTO
               AT END
                   MOVE "SI" TO WS-EOF-MANIFIESTO
           END-READ.

       CARGAR-RENGLON-MANIFIESTO.
           ADD 1 TO WS-CANT-MANIFIESTO
           MOVE MAN-ARCHIVO TO VEC-MAN-ARCHIVO(WS-CANT-MANIFIESTO)
           MOVE MAN-REGISTROS TO VEC-MAN-REGISTROS(WS-CANT-MANIFIESTO)
           MOVE MAN-SUMA-CONTROL TO
               VEC-MAN-SUMA-CONTROL(WS-CANT-MANIFIESTO)
           IF MAN-ARCHIVO = "Profesores.dat" THEN
               MOVE WS-CONTADOR-REGISTROS TO
                   VEC-MAN-REGISTROS(WS-CANT-MANIFIESTO)
               MOVE WS-SUMA-CONTROL TO
                   VEC-MAN-SUMA-CONTROL(WS-CANT-MANIFIESTO)
           END-IF
           PERFORM LEER-MANIFIESTO.

       GRABAR-RENGLON-MANIFIESTO.
           MOVE VEC-MAN-ARCHIVO(SUBINDICE-MAN) TO MAN-ARCHIVO
           MOVE VEC-MAN-REGISTROS(SUBINDICE-MAN) TO MAN-REGISTROS
           MOVE VEC-MAN-SUMA-CONTROL(SUBINDICE-MAN) TO MAN-SUMA-CONTROL
           WRITE MANIFIESTO_REG.

       GRABAR-TOTALES.
           MOVE SPACES TO REPORTE_REG
           WRITE REPORTE_REG
           MOVE "PROFESORES ANONIMIZADOS:" TO LAT-TITULO
           MOVE WS-CANT-ANONIMIZADOS TO LAT-CANTIDAD
           WRITE REPORTE_REG FROM LINEA-ANO-TOTAL
           MOVE "RETENIDOS POR SALDOS PENDIENTES:" TO LAT-TITULO
           MOVE WS-CANT-RETENIDOS TO LAT-CANTIDAD
           WRITE REPORTE_REG FROM LINEA-ANO-TOTAL
           MOVE "DADOS DE BAJA DENTRO DEL PLAZO:" TO LAT-TITULO
           MOVE WS-CANT-EN-PLAZO TO LAT-CANTIDAD
           WRITE REPORTE_REG FROM LINEA-ANO-TOTAL
           MOVE "DADOS DE BAJA SIN FECHA DETERMINABLE:" TO LAT-TITULO
           MOVE WS-CANT-SIN-FECHA TO LAT-CANTIDAD
           WRITE REPORTE_REG FROM LINEA-ANO-TOTAL
           MOVE "SETS DE RESPALDO ACTUALIZADOS:" TO LAT-TITULO
           MOVE WS-SETS-ACTUALIZADOS TO LAT-CANTIDAD
           WRITE REPORTE_REG FROM LINEA-ANO-TOTAL.

       END PROGRAM ANONIMIZAR-PROFESORES.
