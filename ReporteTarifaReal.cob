      ******************************************************************
      * Author:
      * Date:
      * Purpose: Evolucion real del tarifario: por cada tipo de
      *          clase y cada mes del rango pedido muestra la tarifa
      *          nominal vigente ese mes, el indice de precios del
      *          mes (IndicePrecios.dat), la tarifa deflactada a
      *          moneda del mes base y las variaciones acumuladas
      *          real y nominal desde el primer mes del rango.
      *          La tarifa del mes es la vigente al ultimo dia del
      *          mes segun las vigencias de TiposClase.dat. Para los
      *          meses anteriores a la primera vigencia del tipo se
      *          usa AuditTarifas.dat: el renglon que abrio esa
      *          vigencia guarda la tarifa que regia antes.
      *          El mismo cuadro sale para el importe promedio por
      *          hora de todo el instituto (importe sobre horas de
      *          HistoricoProfesor.dat), que es lo que se lleva a las
      *          paritarias. Todo en ReporteTarifaReal.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-TARIFA-REAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INDICE-PRECIOS ASSIGN TO "IndicePrecios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INDICE.

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS.

       SELECT AUDITORIA_TARIFAS ASSIGN TO "AuditTarifas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AUDITORIA.

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT REPORTE_TARIFA_REAL ASSIGN TO "ReporteTarifaReal.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INDICE-PRECIOS LABEL RECORD IS STANDARD.
       01 INDICE-PRECIOS-REG.
           03 IND-PERIODO PIC 9(6).
           03 IND-VALOR PIC 9(6)V9(4).
           03 IND-FECHA-CARGA PIC 9(8).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-TIP_CLASE PIC X(4).
           03 TIP-DESC PIC X(20).
           03 TIP-TARIFA PIC 9(5)V99.
           03 TIP-FECHA-DESDE PIC 9(8).
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

      * Renglon del rastro de tarifas tal como lo graban el
      * mantenimiento de tipos de clase y el reajuste.
       FD AUDITORIA_TARIFAS LABEL RECORD IS STANDARD.
       01 AUDITORIA_TARIFAS_REG.
           03 AUD-TIPO PIC X(6).
           03 AUD-FECHA PIC X(11).
           03 AUD-TARIFA-ANTERIOR PIC ZZZZ9,99.
           03 AUD-TARIFA-NUEVA PIC ZZZZ9,99.
           03 FILLER PIC X(2).
           03 AUD-OPERADOR PIC X(8).
           03 FILLER PIC X(17).

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
               05 HIST-PERIODO-ABIERTO REDEFINES HIST-PERIODO.
                   07 HIST-ANIO PIC 9(4).
                   07 HIST-MES PIC 9(2).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD REPORTE_TARIFA_REAL LABEL RECORD IS STANDARD.
       01 REPORTE_TARIFA_REAL_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDICE PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

      * Rango pedido y mes base, con los periodos contados como meses
      * corridos (anio * 12 + mes - 1).
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-LEIDO-GRUPO.
           03 WS-LEIDO-ANIO PIC 9(4).
           03 WS-LEIDO-MES PIC 9(2).
       01 WS-PERIODO-LEIDO REDEFINES WS-PERIODO-LEIDO-GRUPO PIC 9(6).
       01 WS-DESDE-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-HASTA-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-DESDE PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-HASTA PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-BASE PIC 9(6) VALUE ZERO.
       01 WS-PER-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-PER-ANIO PIC 9(4) VALUE ZERO.
       01 WS-PER-MES-MENOS-1 PIC 9(2) VALUE ZERO.
       01 WS-PER-MES PIC 9(2) VALUE ZERO.
       01 WS-PERIODO-MES PIC 9(6) VALUE ZERO.

      * Un renglon por mes del rango: su indice, y horas e importe
      * del instituto para el promedio por hora.
       01 WS-MAX-MESES PIC 9(3) VALUE 120.
       01 WS-CANT-MESES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MES PIC 9(3) VALUE ZERO.
       01 TABLA-MESES.
           03 ELEM-MES OCCURS 120 TIMES.
               05 VEC-MES-INDICE PIC 9(6)V9(4).
               05 VEC-MES-HORAS PIC S9(9)V99.
               05 VEC-MES-IMPORTE PIC S9(13)V99.
       01 WS-INDICE-BASE PIC 9(6)V9(4) VALUE ZERO.

       01 WS-MAX-TIPOS PIC 9(3) VALUE 500.
       01 WS-CANT-TIPOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(3) VALUE ZERO.
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 500 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-DESC PIC X(20).
               05 VEC-TIP-TARIFA PIC 9(5)V99.
               05 VEC-TIP-DESDE PIC 9(8).
               05 VEC-TIP-HASTA PIC 9(8).

      * Codigos distintos, en el orden del maestro.
       01 WS-MAX-CODIGOS PIC 9(3) VALUE 200.
       01 WS-CANT-CODIGOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-COD PIC 9(3) VALUE ZERO.
       01 TABLA-CODIGOS.
           03 ELEM-COD OCCURS 200 TIMES.
               05 VEC-COD-CODIGO PIC X(4).
               05 VEC-COD-DESC PIC X(20).
       01 WS-COD-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-COD-ENCONTRADO-SI VALUE "S".

      * Cambios de tarifa de un tipo (no los de sucursal) del
      * rastro.
       01 WS-MAX-AUDITORIA PIC 9(4) VALUE 2000.
       01 WS-CANT-AUDITORIA PIC 9(4) VALUE ZERO.
       01 SUBINDICE-AUD PIC 9(4) VALUE ZERO.
       01 TABLA-AUDITORIA.
           03 ELEM-AUD OCCURS 2000 TIMES.
               05 VEC-AUD-TIPO PIC X(4).
               05 VEC-AUD-FECHA PIC 9(8).
               05 VEC-AUD-ANTERIOR PIC 9(5)V99.
               05 VEC-AUD-NUEVA PIC 9(5)V99.
       01 WS-AUD-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-AUD-ENCONTRADO-SI VALUE "S".

      * Tarifa nominal del tipo en curso para el mes en curso.
       01 WS-FECHA-REFERENCIA PIC 9(8) VALUE ZERO.
       01 WS-ULTIMO-DIA-MES PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-RESIDUO-100 PIC 9(4) VALUE ZERO.
       01 WS-RESIDUO-400 PIC 9(4) VALUE ZERO.
       01 WS-VIGENTE-DESDE PIC 9(8) VALUE ZERO.
       01 WS-PRIMERA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-PRIMERA-TARIFA PIC 9(5)V99 VALUE ZERO.
       01 WS-HAY-NOMINAL PIC X(1) VALUE "N".
           88 WS-HAY-NOMINAL-SI VALUE "S".
       01 WS-NOMINAL-DE-AUDITORIA PIC X(1) VALUE "N".
           88 WS-NOMINAL-DE-AUDITORIA-SI VALUE "S".
       01 WS-NOMINAL PIC 9(9)V99 VALUE ZERO.
       01 WS-REAL PIC 9(11)V99 VALUE ZERO.
       01 WS-NOMINAL-REFERENCIA PIC 9(9)V99 VALUE ZERO.
       01 WS-REAL-REFERENCIA PIC 9(11)V99 VALUE ZERO.
       01 WS-VARIACION PIC S9(7)V99 VALUE ZERO.

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

       01 LINEA-TRE-TITULO.
           03 FILLER PIC X(34) VALUE
               "EVOLUCION REAL DEL TARIFARIO DESDE".
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTT-DESDE PIC 9(6).
           03 FILLER PIC X(7) VALUE " HASTA ".
           03 LTT-HASTA PIC 9(6).
           03 FILLER PIC X(20) VALUE " - EN MONEDA DE     ".
           03 LTT-BASE PIC 9(6).

       01 LINEA-TRE-TIPO.
           03 FILLER PIC X(15) VALUE "TIPO DE CLASE: ".
           03 LTI-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTI-DESC PIC X(20).

       01 LINEA-TRE-PROMEDIO.
           03 FILLER PIC X(60) VALUE
               "IMPORTE PROMEDIO POR HORA DEL INSTITUTO (HISTORICO)".

       01 LINEA-TRE-ENCABEZADO.
           03 FILLER PIC X(40) VALUE
               "PERIODO   NOMINAL       INDICE EN MON.BA".
           03 FILLER PIC X(40) VALUE
               "SE    VAR.REAL    VAR.NOM. OBSERV.".

       01 LINEA-TRE-DETALLE.
           03 LTD-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LTD-NOMINAL PIC ZZZZZ9,99 BLANK WHEN ZERO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LTD-INDICE PIC ZZZZZ9,9999 BLANK WHEN ZERO.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTD-REAL PIC ZZZZZZZ9,99 BLANK WHEN ZERO.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTD-VAR-REAL PIC ------9,99.
           03 LTD-VAR-REAL-SIGNO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTD-VAR-NOMINAL PIC ------9,99.
           03 LTD-VAR-NOMINAL-SIGNO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTD-OBSERVACION PIC X(10).
       01 LINEA-TRE-DETALLE-ALFA REDEFINES LINEA-TRE-DETALLE.
           03 FILLER PIC X(43).
           03 LTD-VAR-REAL-ALFA PIC X(11).
           03 FILLER PIC X(1).
           03 LTD-VAR-NOMINAL-ALFA PIC X(11).
           03 FILLER PIC X(12).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el rango y el mes base, carga el indice, el tarifario,
      * el rastro y el historico, y emite un cuadro por tipo de clase
      * y uno del promedio por hora
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY "PERIODO HASTA (AAAAMM, EN BLANCO = MES ANTERIOR): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               COMPUTE WS-HASTA-LINEAL = WS-CURRENT-YEAR * 12 +
                   WS-CURRENT-MONTH - 2
           ELSE
               PERFORM VALIDAR-PERIODO-ENTRADA
               COMPUTE WS-HASTA-LINEAL =
                   WS-LEIDO-ANIO * 12 + WS-LEIDO-MES - 1
           END-IF
           DISPLAY "PERIODO DESDE (AAAAMM, EN BLANCO = DOCE MESES "
                   "ANTES): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               COMPUTE WS-DESDE-LINEAL = WS-HASTA-LINEAL - 12
           ELSE
               PERFORM VALIDAR-PERIODO-ENTRADA
               COMPUTE WS-DESDE-LINEAL =
                   WS-LEIDO-ANIO * 12 + WS-LEIDO-MES - 1
           END-IF
           IF WS-DESDE-LINEAL > WS-HASTA-LINEAL THEN
               DISPLAY "EL PERIODO DESDE ES POSTERIOR AL HASTA"
               STOP RUN
           END-IF
           COMPUTE WS-CANT-MESES = WS-HASTA-LINEAL - WS-DESDE-LINEAL
               + 1
           IF WS-HASTA-LINEAL - WS-DESDE-LINEAL >= WS-MAX-MESES THEN
               DISPLAY "EL RANGO NO PUEDE SUPERAR " WS-MAX-MESES
                       " MESES"
               STOP RUN
           END-IF
           MOVE WS-DESDE-LINEAL TO WS-PER-LINEAL
           PERFORM DESARMAR-PERIODO
           MOVE WS-PERIODO-MES TO WS-PERIODO-DESDE
           MOVE WS-HASTA-LINEAL TO WS-PER-LINEAL
           PERFORM DESARMAR-PERIODO
           MOVE WS-PERIODO-MES TO WS-PERIODO-HASTA
           DISPLAY "MES BASE DE LA MONEDA (AAAAMM, EN BLANCO = "
                   "PERIODO HASTA): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               MOVE WS-PERIODO-HASTA TO WS-PERIODO-BASE
           ELSE
               PERFORM VALIDAR-PERIODO-ENTRADA
               MOVE WS-PERIODO-LEIDO TO WS-PERIODO-BASE
           END-IF

           PERFORM LIMPIAR-MES
               VARYING SUBINDICE-MES FROM 1 BY 1
               UNTIL SUBINDICE-MES > WS-CANT-MESES
           PERFORM CARGAR-INDICES
           IF WS-INDICE-BASE = ZERO THEN
               DISPLAY "EL MES BASE " WS-PERIODO-BASE
                       " NO TIENE INDICE CARGADO"
               STOP RUN
           END-IF
           PERFORM CARGAR-TIPOS
           PERFORM CARGAR-AUDITORIA
           PERFORM CARGAR-HISTORICO

           OPEN OUTPUT REPORTE_TARIFA_REAL
           MOVE WS-PERIODO-DESDE TO LTT-DESDE
           MOVE WS-PERIODO-HASTA TO LTT-HASTA
           MOVE WS-PERIODO-BASE TO LTT-BASE
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-TITULO
           PERFORM EMITIR-CUADRO-TIPO
               VARYING SUBINDICE-COD FROM 1 BY 1
               UNTIL SUBINDICE-COD > WS-CANT-CODIGOS
           PERFORM EMITIR-CUADRO-PROMEDIO
           CLOSE REPORTE_TARIFA_REAL
           DISPLAY "TIPOS DE CLASE: " WS-CANT-CODIGOS
           DISPLAY "REPORTE GRABADO EN ReporteTarifaReal.dat"
           STOP RUN.

       VALIDAR-PERIODO-ENTRADA.
           IF WS-PERIODO-ENTRADA NOT NUMERIC OR
               WS-PERIODO-ENTRADA(5:2) < "01" OR
               WS-PERIODO-ENTRADA(5:2) > "12" THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
               STOP RUN
           END-IF
           MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-LEIDO.

       DESARMAR-PERIODO.
           DIVIDE WS-PER-LINEAL BY 12 GIVING WS-PER-ANIO
               REMAINDER WS-PER-MES-MENOS-1
           COMPUTE WS-PER-MES = WS-PER-MES-MENOS-1 + 1
           COMPUTE WS-PERIODO-MES = WS-PER-ANIO * 100 + WS-PER-MES.

       LIMPIAR-MES.
           MOVE ZERO TO VEC-MES-INDICE(SUBINDICE-MES)
           MOVE ZERO TO VEC-MES-HORAS(SUBINDICE-MES)
           MOVE ZERO TO VEC-MES-IMPORTE(SUBINDICE-MES).

      * Ubica el periodo WS-PERIODO-LEIDO dentro del rango; deja
      * SUBINDICE-MES en cero si cae afuera.
       UBICAR-MES.
           MOVE ZERO TO SUBINDICE-MES
           COMPUTE WS-PER-LINEAL =
               WS-LEIDO-ANIO * 12 + WS-LEIDO-MES - 1
           IF WS-PER-LINEAL >= WS-DESDE-LINEAL AND
               WS-PER-LINEAL <= WS-HASTA-LINEAL THEN
               COMPUTE SUBINDICE-MES =
                   WS-PER-LINEAL - WS-DESDE-LINEAL + 1
           END-IF.

       CARGAR-INDICES.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT INDICE-PRECIOS
           IF WS-STATUS-INDICE NOT = "00" THEN
               DISPLAY "NO HAY INDICE DE PRECIOS CARGADO "
                       "(IndicePrecios.dat)"
               STOP RUN
           END-IF
           PERFORM LEER-INDICE
           PERFORM GUARDAR-INDICE UNTIL WS-EOF-FUENTE = "SI"
           CLOSE INDICE-PRECIOS.

       LEER-INDICE.
           READ INDICE-PRECIOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-INDICE.
           IF IND-PERIODO = WS-PERIODO-BASE THEN
               MOVE IND-VALOR TO WS-INDICE-BASE
           END-IF
           MOVE IND-PERIODO TO WS-PERIODO-LEIDO
           PERFORM UBICAR-MES
           IF SUBINDICE-MES > ZERO THEN
               MOVE IND-VALOR TO VEC-MES-INDICE(SUBINDICE-MES)
           END-IF
           PERFORM LEER-INDICE.

       CARGAR-TIPOS.
           MOVE ZERO TO WS-CANT-TIPOS
           MOVE ZERO TO WS-CANT-CODIGOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
               PERFORM LEER-TIPO
               PERFORM GUARDAR-TIPO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-TIPOS >= WS-MAX-TIPOS
               CLOSE TIPOS_CLASE
           END-IF.

       LEER-TIPO.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-TIPO.
           ADD 1 TO WS-CANT-TIPOS
           MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
           MOVE TIP-DESC TO VEC-TIP-DESC(WS-CANT-TIPOS)
           MOVE TIP-TARIFA TO VEC-TIP-TARIFA(WS-CANT-TIPOS)
           MOVE TIP-FECHA-DESDE TO VEC-TIP-DESDE(WS-CANT-TIPOS)
           MOVE TIP-FECHA-HASTA TO VEC-TIP-HASTA(WS-CANT-TIPOS)
           MOVE "N" TO WS-COD-ENCONTRADO
           MOVE 1 TO SUBINDICE-COD
           PERFORM BUSCAR-CODIGO UNTIL
               WS-COD-ENCONTRADO-SI OR
               SUBINDICE-COD > WS-CANT-CODIGOS
           IF NOT WS-COD-ENCONTRADO-SI AND
               WS-CANT-CODIGOS < WS-MAX-CODIGOS THEN
               ADD 1 TO WS-CANT-CODIGOS
               MOVE TIP-TIP_CLASE TO VEC-COD-CODIGO(WS-CANT-CODIGOS)
               MOVE TIP-DESC TO VEC-COD-DESC(WS-CANT-CODIGOS)
           END-IF
           PERFORM LEER-TIPO.

       BUSCAR-CODIGO.
           IF VEC-COD-CODIGO(SUBINDICE-COD) = TIP-TIP_CLASE THEN
               MOVE "S" TO WS-COD-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-COD
           END-IF.

      * Solo interesan los cambios de tarifa de un tipo: los de
      * sucursal llevan "/" despues del codigo de sucursal.
       CARGAR-AUDITORIA.
           MOVE ZERO TO WS-CANT-AUDITORIA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT AUDITORIA_TARIFAS
           IF WS-STATUS-AUDITORIA = "00" THEN
               PERFORM LEER-AUDITORIA
               PERFORM GUARDAR-AUDITORIA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-AUDITORIA >= WS-MAX-AUDITORIA
               CLOSE AUDITORIA_TARIFAS
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA_TARIFAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       GUARDAR-AUDITORIA.
           IF AUD-TIPO(4:1) NOT = "/" AND AUD-TIPO(5:2) = SPACES
               AND AUD-FECHA(1:8) NUMERIC THEN
               ADD 1 TO WS-CANT-AUDITORIA
               MOVE AUD-TIPO(1:4) TO VEC-AUD-TIPO(WS-CANT-AUDITORIA)
               MOVE AUD-FECHA(1:8) TO
                   VEC-AUD-FECHA(WS-CANT-AUDITORIA)
               MOVE AUD-TARIFA-ANTERIOR TO
                   VEC-AUD-ANTERIOR(WS-CANT-AUDITORIA)
               MOVE AUD-TARIFA-NUEVA TO
                   VEC-AUD-NUEVA(WS-CANT-AUDITORIA)
           END-IF
           PERFORM LEER-AUDITORIA.

      * Horas e importe del instituto por mes; sin historico el
      * cuadro del promedio sale vacio.
       CARGAR-HISTORICO.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT HISTORICO_PROFESOR
           IF WS-STATUS-HISTORICO = "00" THEN
               PERFORM LEER-HISTORICO
               PERFORM ACUMULAR-HISTORICO UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE HISTORICO_PROFESOR
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO_PROFESOR NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ACUMULAR-HISTORICO.
           MOVE HIST-PERIODO TO WS-PERIODO-LEIDO
           PERFORM UBICAR-MES
           IF SUBINDICE-MES > ZERO THEN
               ADD HIST-HORAS TO VEC-MES-HORAS(SUBINDICE-MES)
               ADD HIST-IMPORTE TO VEC-MES-IMPORTE(SUBINDICE-MES)
           END-IF
           PERFORM LEER-HISTORICO.

       EMITIR-CUADRO-TIPO.
           MOVE SPACES TO REPORTE_TARIFA_REAL_REG
           WRITE REPORTE_TARIFA_REAL_REG
           MOVE VEC-COD-CODIGO(SUBINDICE-COD) TO LTI-CODIGO
           MOVE VEC-COD-DESC(SUBINDICE-COD) TO LTI-DESC
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-TIPO
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-ENCABEZADO
           PERFORM BUSCAR-PRIMERA-VIGENCIA
           MOVE ZERO TO WS-NOMINAL-REFERENCIA
           MOVE ZERO TO WS-REAL-REFERENCIA
           PERFORM EMITIR-MES-TIPO
               VARYING SUBINDICE-MES FROM 1 BY 1
               UNTIL SUBINDICE-MES > WS-CANT-MESES.

      * La vigencia mas antigua del tipo y su tarifa: antes de esa
      * fecha la tarifa sale del rastro.
       BUSCAR-PRIMERA-VIGENCIA.
           MOVE 99999999 TO WS-PRIMERA-DESDE
           MOVE ZERO TO WS-PRIMERA-TARIFA
           PERFORM COTEJAR-PRIMERA-VIGENCIA
               VARYING SUBINDICE-TIP FROM 1 BY 1
               UNTIL SUBINDICE-TIP > WS-CANT-TIPOS.

       COTEJAR-PRIMERA-VIGENCIA.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) =
               VEC-COD-CODIGO(SUBINDICE-COD) AND
               VEC-TIP-DESDE(SUBINDICE-TIP) < WS-PRIMERA-DESDE THEN
               MOVE VEC-TIP-DESDE(SUBINDICE-TIP) TO WS-PRIMERA-DESDE
               MOVE VEC-TIP-TARIFA(SUBINDICE-TIP) TO
                   WS-PRIMERA-TARIFA
           END-IF.

       EMITIR-MES-TIPO.
           COMPUTE WS-PER-LINEAL = WS-DESDE-LINEAL + SUBINDICE-MES - 1
           PERFORM DESARMAR-PERIODO
           PERFORM CALCULAR-FECHA-REFERENCIA
           PERFORM BUSCAR-TARIFA-VIGENTE
           IF NOT WS-HAY-NOMINAL-SI AND
               WS-FECHA-REFERENCIA < WS-PRIMERA-DESDE THEN
               PERFORM BUSCAR-TARIFA-AUDITORIA
           END-IF
           MOVE SPACES TO LTD-OBSERVACION
           IF NOT WS-HAY-NOMINAL-SI THEN
               MOVE "SIN TARIFA" TO LTD-OBSERVACION
           END-IF
           IF WS-NOMINAL-DE-AUDITORIA-SI THEN
               MOVE "AUDITORIA" TO LTD-OBSERVACION
           END-IF
           PERFORM EMITIR-RENGLON.

      * Ultimo dia del mes en curso, con el bisiesto completo.
       CALCULAR-FECHA-REFERENCIA.
           MOVE VEC-DIAS-MES(WS-PER-MES) TO WS-ULTIMO-DIA-MES
           IF WS-PER-MES = 2 THEN
               DIVIDE WS-PER-ANIO BY 4 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-4
               DIVIDE WS-PER-ANIO BY 100 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-100
               DIVIDE WS-PER-ANIO BY 400 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-400
               IF (WS-RESIDUO-4 = 0 AND WS-RESIDUO-100 NOT = 0) OR
                   WS-RESIDUO-400 = 0 THEN
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF
           COMPUTE WS-FECHA-REFERENCIA =
               WS-PERIODO-MES * 100 + WS-ULTIMO-DIA-MES.

      * Si hay vigencias superpuestas gana la que empezo despues.
       BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO WS-HAY-NOMINAL
           MOVE "N" TO WS-NOMINAL-DE-AUDITORIA
           MOVE ZERO TO WS-NOMINAL
           MOVE ZERO TO WS-VIGENTE-DESDE
           PERFORM COTEJAR-VIGENCIA
               VARYING SUBINDICE-TIP FROM 1 BY 1
               UNTIL SUBINDICE-TIP > WS-CANT-TIPOS.

       COTEJAR-VIGENCIA.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) =
               VEC-COD-CODIGO(SUBINDICE-COD) AND
               VEC-TIP-DESDE(SUBINDICE-TIP) <= WS-FECHA-REFERENCIA
               AND (VEC-TIP-HASTA(SUBINDICE-TIP) = ZEROS OR
               VEC-TIP-HASTA(SUBINDICE-TIP) >= WS-FECHA-REFERENCIA)
               AND VEC-TIP-DESDE(SUBINDICE-TIP) >= WS-VIGENTE-DESDE
               THEN
               MOVE "S" TO WS-HAY-NOMINAL
               MOVE VEC-TIP-DESDE(SUBINDICE-TIP) TO WS-VIGENTE-DESDE
               MOVE VEC-TIP-TARIFA(SUBINDICE-TIP) TO WS-NOMINAL
           END-IF.

      * El cambio que abrio la primera vigencia: misma fecha y misma
      * tarifa nueva. Su tarifa anterior es la que regia antes.
       BUSCAR-TARIFA-AUDITORIA.
           MOVE "N" TO WS-AUD-ENCONTRADO
           MOVE 1 TO SUBINDICE-AUD
           PERFORM COTEJAR-AUDITORIA UNTIL
               WS-AUD-ENCONTRADO-SI OR
               SUBINDICE-AUD > WS-CANT-AUDITORIA
           IF WS-AUD-ENCONTRADO-SI AND
               VEC-AUD-ANTERIOR(SUBINDICE-AUD) > ZERO THEN
               MOVE "S" TO WS-HAY-NOMINAL
               MOVE "S" TO WS-NOMINAL-DE-AUDITORIA
               MOVE VEC-AUD-ANTERIOR(SUBINDICE-AUD) TO WS-NOMINAL
           END-IF.

       COTEJAR-AUDITORIA.
           IF VEC-AUD-TIPO(SUBINDICE-AUD) =
               VEC-COD-CODIGO(SUBINDICE-COD) AND
               VEC-AUD-FECHA(SUBINDICE-AUD) = WS-PRIMERA-DESDE AND
               VEC-AUD-NUEVA(SUBINDICE-AUD) = WS-PRIMERA-TARIFA THEN
               MOVE "S" TO WS-AUD-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-AUD
           END-IF.

       EMITIR-CUADRO-PROMEDIO.
           MOVE SPACES TO REPORTE_TARIFA_REAL_REG
           WRITE REPORTE_TARIFA_REAL_REG
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-PROMEDIO
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-ENCABEZADO
           MOVE ZERO TO WS-NOMINAL-REFERENCIA
           MOVE ZERO TO WS-REAL-REFERENCIA
           PERFORM EMITIR-MES-PROMEDIO
               VARYING SUBINDICE-MES FROM 1 BY 1
               UNTIL SUBINDICE-MES > WS-CANT-MESES.

       EMITIR-MES-PROMEDIO.
           COMPUTE WS-PER-LINEAL = WS-DESDE-LINEAL + SUBINDICE-MES - 1
           PERFORM DESARMAR-PERIODO
           MOVE "N" TO WS-HAY-NOMINAL
           MOVE ZERO TO WS-NOMINAL
           MOVE SPACES TO LTD-OBSERVACION
           IF VEC-MES-HORAS(SUBINDICE-MES) > ZERO AND
               VEC-MES-IMPORTE(SUBINDICE-MES) > ZERO THEN
               MOVE "S" TO WS-HAY-NOMINAL
               COMPUTE WS-NOMINAL ROUNDED =
                   VEC-MES-IMPORTE(SUBINDICE-MES) /
                   VEC-MES-HORAS(SUBINDICE-MES)
           ELSE
               MOVE "SIN HORAS" TO LTD-OBSERVACION
           END-IF
           PERFORM EMITIR-RENGLON.

      * Renglon comun a los dos cuadros: deflacta la nominal del mes
      * a moneda del mes base y acumula las variaciones contra el
      * primer mes del cuadro que tuvo tarifa e indice.
       EMITIR-RENGLON.
           MOVE WS-PERIODO-MES TO LTD-PERIODO
           MOVE WS-NOMINAL TO LTD-NOMINAL
           MOVE VEC-MES-INDICE(SUBINDICE-MES) TO LTD-INDICE
           MOVE ZERO TO LTD-REAL
           MOVE SPACES TO LTD-VAR-REAL-ALFA
           MOVE SPACES TO LTD-VAR-NOMINAL-ALFA
           IF WS-HAY-NOMINAL-SI THEN
               IF VEC-MES-INDICE(SUBINDICE-MES) = ZERO THEN
                   MOVE "SIN INDICE" TO LTD-OBSERVACION
               ELSE
                   COMPUTE WS-REAL ROUNDED = WS-NOMINAL *
                       WS-INDICE-BASE / VEC-MES-INDICE(SUBINDICE-MES)
                   MOVE WS-REAL TO LTD-REAL
                   IF WS-REAL-REFERENCIA = ZERO THEN
                       MOVE WS-REAL TO WS-REAL-REFERENCIA
                       MOVE WS-NOMINAL TO WS-NOMINAL-REFERENCIA
                   END-IF
                   COMPUTE WS-VARIACION ROUNDED =
                       (WS-REAL / WS-REAL-REFERENCIA - 1) * 100
                   MOVE WS-VARIACION TO LTD-VAR-REAL
                   MOVE "%" TO LTD-VAR-REAL-SIGNO
                   COMPUTE WS-VARIACION ROUNDED =
                       (WS-NOMINAL / WS-NOMINAL-REFERENCIA - 1) * 100
                   MOVE WS-VARIACION TO LTD-VAR-NOMINAL
                   MOVE "%" TO LTD-VAR-NOMINAL-SIGNO
               END-IF
           END-IF
           WRITE REPORTE_TARIFA_REAL_REG FROM LINEA-TRE-DETALLE.

       END PROGRAM REPORTE-TARIFA-REAL.
