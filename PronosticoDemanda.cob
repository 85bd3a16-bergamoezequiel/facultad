      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pronostico de demanda de horas a seis meses por
      *          sucursal y tipo de clase, para planificar las
      *          contrataciones antes de los picos. La historia
      *          mensual sale del detalle liquidado
      *          (DetalleLiquidado.dat, los reversos restan) de los
      *          24 meses que terminan en el periodo base. Sobre esa
      *          historia se toma el factor estacional de cada mes
      *          del anio (las horas del instituto en ese mes contra
      *          el promedio mensual) y el pronostico de cada
      *          combinacion es el promedio movil de sus ultimos tres
      *          meses desestacionalizados, multiplicado por el
      *          factor del mes pronosticado.
      *          La capacidad de cada mes pronosticado es la grilla
      *          vigente (GrillaSemanal.dat) expandida a ese mes como
      *          lo hace el generador de agenda: los dias feriados no
      *          cuentan y cada clase suma solo si el profesor esta
      *          activo en el maestro y tiene habilitacion vigente en
      *          Habilitaciones.dat para esa sucursal y tipo de clase
      *          en esa fecha. Las combinaciones y meses donde la
      *          demanda esperada supera la capacidad salen marcadas
      *          en PronosticoDemanda.dat con las horas que faltan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PRONOSTICO-DEMANDA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DETALLE-LIQUIDADO ASSIGN TO "DetalleLiquidado.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DET-CLAVE
             FILE STATUS IS WS-STATUS-DETALLE.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT GRILLA ASSIGN TO "GrillaSemanal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GRILLA.

       SELECT HABILITACIONES ASSIGN TO "Habilitaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-HABILITACIONES.

       SELECT FERIADOS ASSIGN TO "Feriados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FERIADOS.

       SELECT PRONOSTICO_DEMANDA ASSIGN TO "PronosticoDemanda.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
           03 PROF-COND-IMPUESTO PIC X(1).
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD GRILLA LABEL RECORD IS STANDARD.
       01 GRILLA_REG.
           03 GRI-PROFESOR PIC X(5).
           03 GRI-DIA-SEMANA PIC 9(1).
           03 GRI-SUCURSAL PIC X(3).
           03 GRI-TIP_CLASE PIC X(4).
           03 GRI-HORA-DESDE PIC 9(4).
           03 GRI-HORA-HASTA PIC 9(4).
           03 GRI-HORAS-PREVISTAS PIC 9(3)V99.

       FD HABILITACIONES LABEL RECORD IS STANDARD.
       01 HABILITACIONES_REG.
           03 HAB-PROFESOR PIC X(5).
           03 HAB-SUCURSAL PIC X(3).
           03 HAB-TIP_CLASE PIC X(4).
           03 HAB-FECHA-ALTA PIC 9(8).
           03 HAB-FECHA-BAJA PIC 9(8).

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FERIADOS-REG.
           03 FER-FECHA PIC 9(8).
           03 FER-DESC PIC X(20).

       FD PRONOSTICO_DEMANDA LABEL RECORD IS STANDARD.
       01 PRONOSTICO_DEMANDA_REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-GRILLA PIC X(2) VALUE SPACES.
       01 WS-STATUS-HABILITACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FERIADOS PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".
       01 WS-PROFESORES-ABIERTO PIC X(1) VALUE "N".
           88 WS-PROFESORES-ABIERTO-SI VALUE "S".

      * Periodo base (ultimo mes con historia) y periodos contados
      * como meses corridos (anio * 12 + mes - 1) para moverse por la
      * ventana sin aritmetica de fechas.
       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-BASE-GRUPO.
           03 WS-BASE-ANIO PIC 9(4) VALUE ZERO.
           03 WS-BASE-MES PIC 9(2) VALUE ZERO.
       01 WS-PERIODO-BASE REDEFINES WS-PERIODO-BASE-GRUPO PIC 9(6).
       01 WS-FECHA-DET-GRUPO.
           03 WS-DET-ANIO PIC 9(4).
           03 WS-DET-MES PIC 9(2).
           03 WS-DET-DIA PIC 9(2).
       01 WS-FECHA-DET REDEFINES WS-FECHA-DET-GRUPO PIC 9(8).
       01 WS-BASE-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-INICIO-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-PER-LINEAL PIC 9(6) VALUE ZERO.
       01 WS-PER-ANIO PIC 9(4) VALUE ZERO.
       01 WS-PER-MES-MENOS-1 PIC 9(2) VALUE ZERO.
       01 WS-PER-MES PIC 9(2) VALUE ZERO.
       01 WS-FECHA-DESDE-HIST PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA-HIST PIC 9(8) VALUE ZERO.
       01 WS-POS-VENTANA PIC 9(2) VALUE ZERO.
       01 WS-MESES-VENTANA PIC 9(2) VALUE 24.
       01 WS-MESES-PROMEDIO PIC 9(2) VALUE 3.
       01 WS-MESES-PRONOSTICO PIC 9(2) VALUE 6.

      * Combinaciones sucursal + tipo de clase con su historia
      * mensual (24 posiciones, la 24 es el periodo base), el
      * pronostico y la capacidad de los seis meses siguientes.
       01 WS-MAX-COMBOS PIC 9(3) VALUE 500.
       01 WS-CANT-COMBOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-COM PIC 9(3) VALUE ZERO.
       01 TABLA-COMBOS.
           03 ELEM-COM OCCURS 500 TIMES.
               05 VEC-COM-SUCURSAL PIC X(3).
               05 VEC-COM-TIPO PIC X(4).
               05 VEC-COM-HORAS PIC S9(7)V99 OCCURS 24 TIMES.
               05 VEC-COM-PRONOSTICO PIC 9(7)V99 OCCURS 6 TIMES.
               05 VEC-COM-CAPACIDAD PIC 9(7)V99 OCCURS 6 TIMES.
       01 WS-COMBO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-COMBO-ENCONTRADO-SI VALUE "S".
       01 WS-BUSCA-SUCURSAL PIC X(3) VALUE SPACES.
       01 WS-BUSCA-TIPO PIC X(4) VALUE SPACES.
       01 WS-COMBOS-EXCEDIDOS PIC 9(5) VALUE ZERO.

      * Serie del instituto y factores estacionales por mes del anio.
       01 TABLA-INSTITUTO.
           03 VEC-INST-HORAS PIC S9(9)V99 OCCURS 24 TIMES.
       01 TABLA-FACTORES.
           03 ELEM-FAC OCCURS 12 TIMES.
               05 VEC-FAC-HORAS PIC S9(9)V99.
               05 VEC-FAC-MESES PIC 9(2).
               05 VEC-FAC-FACTOR PIC 9(3)V9(4).
       01 WS-INST-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-INST-MESES PIC 9(2) VALUE ZERO.
       01 WS-INST-PROMEDIO PIC S9(9)V9(4) VALUE ZERO.
       01 WS-MES-INDICE PIC 9(2) VALUE ZERO.

       01 WS-SUMA-HORAS PIC S9(9)V99 VALUE ZERO.
       01 WS-SUMA-FACTORES PIC 9(3)V9(4) VALUE ZERO.
       01 WS-NIVEL PIC 9(7)V99 VALUE ZERO.
       01 WS-MES-PRON PIC 9(2) VALUE ZERO.
       01 WS-FALTANTE PIC 9(7)V99 VALUE ZERO.

      * Grilla con la combinacion ya resuelta y el estado del
      * profesor leido una sola vez por renglon.
       01 WS-MAX-GRILLA PIC 9(4) VALUE 2000.
       01 WS-CANT-GRILLA PIC 9(4) VALUE ZERO.
       01 SUBINDICE-GRI PIC 9(4) VALUE ZERO.
       01 TABLA-GRILLA.
           03 ELEM-GRI OCCURS 2000 TIMES.
               05 VEC-GRI-PROFESOR PIC X(5).
               05 VEC-GRI-DIA PIC 9(1).
               05 VEC-GRI-SUCURSAL PIC X(3).
               05 VEC-GRI-TIPO PIC X(4).
               05 VEC-GRI-HORAS PIC 9(3)V99.
               05 VEC-GRI-COMBO PIC 9(3).
               05 VEC-GRI-ACTIVO PIC X(1).
       01 WS-GRILLA-INACTIVOS PIC 9(4) VALUE ZERO.

       01 WS-MAX-HABILITACIONES PIC 9(4) VALUE 5000.
       01 WS-CANT-HABILITACIONES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-HAB PIC 9(4) VALUE ZERO.
       01 WS-HABILITADO PIC X(1) VALUE "N".
       01 TABLA-HABILITACIONES.
           03 ELEM-HAB OCCURS 5000 TIMES.
               05 VEC-HAB-PROFESOR PIC X(5).
               05 VEC-HAB-SUCURSAL PIC X(3).
               05 VEC-HAB-TIP_CLASE PIC X(4).
               05 VEC-HAB-FECHA-ALTA PIC 9(8).
               05 VEC-HAB-FECHA-BAJA PIC 9(8).

       01 WS-MAX-FERIADOS PIC 9(3) VALUE 500.
       01 WS-CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-FER PIC 9(3) VALUE ZERO.
       01 WS-ES-FERIADO PIC X(1) VALUE "N".
       01 TABLA-FERIADOS.
           03 ELEM-FER OCCURS 500 TIMES.
               05 VEC-FER-FECHA PIC 9(8).

      * Recorrido de cada mes pronosticado dia a dia y dia de la
      * semana con el mismo Zeller de la corrida.
       01 WS-FECHA-GEN-GRUPO.
           03 WS-GEN-ANIO PIC 9(4).
           03 WS-GEN-MES PIC 9(2).
           03 WS-GEN-DIA PIC 9(2).
       01 WS-FECHA-GEN REDEFINES WS-FECHA-GEN-GRUPO PIC 9(8).
       01 WS-ULTIMO-DIA-MES PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.

       01 WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
       01 WS-DIASEM-MES-AJUSTADO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-AJUSTADO PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SIGLO PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-ANIO-CENTURIA PIC 9(2) VALUE ZERO.
       01 WS-DIASEM-TERMINO-MES PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-SUMA PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-CUOCIENTE PIC 9(4) VALUE ZERO.
       01 WS-DIASEM-INDICE PIC 9(1) VALUE ZERO.

       01 WS-LEIDOS-DETALLE PIC 9(8) VALUE ZERO.
       01 WS-MESES-EXCEDIDOS PIC 9(5) VALUE ZERO.
       01 WS-COMBO-EXCEDIDO PIC X(1) VALUE "N".
           88 WS-COMBO-EXCEDIDO-SI VALUE "S".

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

       01 LINEA-PRO-TITULO.
           03 FILLER PIC X(38) VALUE
               "PRONOSTICO DE DEMANDA DE HORAS - BASE ".
           03 LPT-PERIODO PIC 9(6).
           03 FILLER PIC X(15) VALUE " - HISTORIA DE ".
           03 LPT-MESES PIC Z9.
           03 FILLER PIC X(6) VALUE " MESES".

       01 LINEA-PRO-FACTORES.
           03 FILLER PIC X(40) VALUE
               "FACTORES ESTACIONALES DEL INSTITUTO".

       01 LINEA-PRO-FACTOR.
           03 FILLER PIC X(6) VALUE "  MES ".
           03 LPF-MES PIC 9(2).
           03 FILLER PIC X(9) VALUE "  FACTOR ".
           03 LPF-FACTOR PIC ZZ9,9999.
           03 FILLER PIC X(17) VALUE "  MESES CON DATO ".
           03 LPF-MESES PIC Z9.

       01 LINEA-PRO-ENCABEZADO.
           03 FILLER PIC X(40) VALUE
               "SUC TIPO PERIODO  PRONOSTICO  CAPACIDAD ".
           03 FILLER PIC X(40) VALUE
               "  FALTANTE                              ".

       01 LINEA-PRO-DETALLE.
           03 LPD-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPD-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPD-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LPD-PRONOSTICO PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPD-CAPACIDAD PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPD-FALTANTE PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPD-MARCA PIC X(20).

       01 LINEA-PRO-TOTALES.
           03 FILLER PIC X(34) VALUE
               "COMBINACIONES ANALIZADAS:         ".
           03 LPO-COMBOS PIC ZZZZ9.

       01 LINEA-PRO-EXCEDIDOS.
           03 FILLER PIC X(34) VALUE
               "COMBINACIONES SIN CAPACIDAD:      ".
           03 LPO-EXCEDIDOS PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE " (MESES:     ".
           03 LPO-MESES PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE ")".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Arma la historia por combinacion, calcula los factores
      * estacionales y el pronostico, expande la grilla vigente a
      * los meses pronosticados y emite el cuadro comparado
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           DISPLAY "PERIODO BASE, ULTIMO MES LIQUIDADO (AAAAMM, "
                   "EN BLANCO = MES ANTERIOR): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA = SPACES THEN
               COMPUTE WS-BASE-LINEAL = WS-CURRENT-YEAR * 12 +
                   WS-CURRENT-MONTH - 2
           ELSE
               IF WS-PERIODO-ENTRADA NOT NUMERIC OR
                   WS-PERIODO-ENTRADA(5:2) < "01" OR
                   WS-PERIODO-ENTRADA(5:2) > "12" THEN
                   DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-BASE
               COMPUTE WS-BASE-LINEAL =
                   WS-BASE-ANIO * 12 + WS-BASE-MES - 1
           END-IF
           MOVE WS-BASE-LINEAL TO WS-PER-LINEAL
           PERFORM DESARMAR-PERIODO
           COMPUTE WS-PERIODO-BASE = WS-PER-ANIO * 100 + WS-PER-MES
           COMPUTE WS-FECHA-HASTA-HIST = WS-PERIODO-BASE * 100 + 31
           COMPUTE WS-INICIO-LINEAL =
               WS-BASE-LINEAL - WS-MESES-VENTANA + 1
           MOVE WS-INICIO-LINEAL TO WS-PER-LINEAL
           PERFORM DESARMAR-PERIODO
           COMPUTE WS-FECHA-DESDE-HIST =
               (WS-PER-ANIO * 100 + WS-PER-MES) * 100 + 1

           OPEN INPUT DETALLE-LIQUIDADO
           IF WS-STATUS-DETALLE NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR DetalleLiquidado.dat: "
                       WS-STATUS-DETALLE
               STOP RUN
           END-IF
           PERFORM LIMPIAR-INSTITUTO
               VARYING WS-POS-VENTANA FROM 1 BY 1
               UNTIL WS-POS-VENTANA > WS-MESES-VENTANA
           MOVE "NO" TO WS-EOF-FUENTE
           PERFORM LEER-DETALLE
           PERFORM ACUMULAR-DETALLE UNTIL WS-EOF-FUENTE = "SI"
           CLOSE DETALLE-LIQUIDADO

           PERFORM CALCULAR-FACTORES
           PERFORM CARGAR-HABILITACIONES-A-VECTOR
           PERFORM CARGAR-FERIADOS-A-VECTOR
           PERFORM CARGAR-GRILLA-A-VECTOR
           PERFORM PRONOSTICAR-COMBO
               VARYING SUBINDICE-COM FROM 1 BY 1
               UNTIL SUBINDICE-COM > WS-CANT-COMBOS
           PERFORM CALCULAR-CAPACIDAD-MES
               VARYING WS-MES-PRON FROM 1 BY 1
               UNTIL WS-MES-PRON > WS-MESES-PRONOSTICO

           PERFORM EMITIR-PRONOSTICO
           DISPLAY "LINEAS DE DETALLE LEIDAS: " WS-LEIDOS-DETALLE
           DISPLAY "COMBINACIONES ANALIZADAS: " WS-CANT-COMBOS
           DISPLAY "COMBINACIONES SIN CAPACIDAD: "
                   WS-COMBOS-EXCEDIDOS
           DISPLAY "PRONOSTICO GRABADO EN PronosticoDemanda.dat"
           STOP RUN.

       DESARMAR-PERIODO.
           DIVIDE WS-PER-LINEAL BY 12 GIVING WS-PER-ANIO
               REMAINDER WS-PER-MES-MENOS-1
           COMPUTE WS-PER-MES = WS-PER-MES-MENOS-1 + 1.

       LIMPIAR-INSTITUTO.
           MOVE ZERO TO VEC-INST-HORAS(WS-POS-VENTANA).

       LEER-DETALLE.
           READ DETALLE-LIQUIDADO NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ACUMULAR-DETALLE.
           ADD 1 TO WS-LEIDOS-DETALLE
           IF DET-FECHA >= WS-FECHA-DESDE-HIST AND
               DET-FECHA <= WS-FECHA-HASTA-HIST THEN
               MOVE DET-FECHA TO WS-FECHA-DET
               COMPUTE WS-PER-LINEAL =
                   WS-DET-ANIO * 12 + WS-DET-MES - 1
               COMPUTE WS-POS-VENTANA =
                   WS-PER-LINEAL - WS-INICIO-LINEAL + 1
               MOVE DET-SUCURSAL TO WS-BUSCA-SUCURSAL
               MOVE DET-TIP_CLASE TO WS-BUSCA-TIPO
               PERFORM UBICAR-COMBO
               IF WS-COMBO-ENCONTRADO-SI THEN
                   IF DET-ES-REVERSO THEN
                       SUBTRACT DET-HORAS FROM VEC-COM-HORAS
                           (SUBINDICE-COM, WS-POS-VENTANA)
                       SUBTRACT DET-HORAS FROM
                           VEC-INST-HORAS(WS-POS-VENTANA)
                   ELSE
                       ADD DET-HORAS TO VEC-COM-HORAS
                           (SUBINDICE-COM, WS-POS-VENTANA)
                       ADD DET-HORAS TO
                           VEC-INST-HORAS(WS-POS-VENTANA)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-DETALLE.

      * Busca la combinacion sucursal + tipo; si no esta y hay lugar
      * la agrega vacia.
       UBICAR-COMBO.
           MOVE "N" TO WS-COMBO-ENCONTRADO
           MOVE 1 TO SUBINDICE-COM
           PERFORM BUSCAR-COMBO UNTIL
               WS-COMBO-ENCONTRADO-SI OR
               SUBINDICE-COM > WS-CANT-COMBOS
           IF NOT WS-COMBO-ENCONTRADO-SI AND
               WS-CANT-COMBOS < WS-MAX-COMBOS THEN
               ADD 1 TO WS-CANT-COMBOS
               MOVE WS-CANT-COMBOS TO SUBINDICE-COM
               INITIALIZE ELEM-COM(SUBINDICE-COM)
               MOVE WS-BUSCA-SUCURSAL TO
                   VEC-COM-SUCURSAL(SUBINDICE-COM)
               MOVE WS-BUSCA-TIPO TO VEC-COM-TIPO(SUBINDICE-COM)
               MOVE "S" TO WS-COMBO-ENCONTRADO
           END-IF.

       BUSCAR-COMBO.
           IF VEC-COM-SUCURSAL(SUBINDICE-COM) = WS-BUSCA-SUCURSAL
               AND VEC-COM-TIPO(SUBINDICE-COM) = WS-BUSCA-TIPO THEN
               MOVE "S" TO WS-COMBO-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-COM
           END-IF.

      * Factor de cada mes del anio: promedio de las horas del
      * instituto en ese mes (solo los meses con horas) contra el
      * promedio de todos los meses con horas. Sin historia para un
      * mes el factor es 1.
       CALCULAR-FACTORES.
           MOVE ZERO TO WS-INST-TOTAL
           MOVE ZERO TO WS-INST-MESES
           PERFORM LIMPIAR-FACTOR
               VARYING WS-MES-INDICE FROM 1 BY 1
               UNTIL WS-MES-INDICE > 12
           PERFORM ACUMULAR-FACTOR
               VARYING WS-POS-VENTANA FROM 1 BY 1
               UNTIL WS-POS-VENTANA > WS-MESES-VENTANA
           IF WS-INST-MESES > ZERO THEN
               COMPUTE WS-INST-PROMEDIO ROUNDED =
                   WS-INST-TOTAL / WS-INST-MESES
           END-IF
           PERFORM CERRAR-FACTOR
               VARYING WS-MES-INDICE FROM 1 BY 1
               UNTIL WS-MES-INDICE > 12.

       LIMPIAR-FACTOR.
           MOVE ZERO TO VEC-FAC-HORAS(WS-MES-INDICE)
           MOVE ZERO TO VEC-FAC-MESES(WS-MES-INDICE)
           MOVE 1 TO VEC-FAC-FACTOR(WS-MES-INDICE).

       ACUMULAR-FACTOR.
           IF VEC-INST-HORAS(WS-POS-VENTANA) > ZERO THEN
               COMPUTE WS-PER-LINEAL =
                   WS-INICIO-LINEAL + WS-POS-VENTANA - 1
               PERFORM DESARMAR-PERIODO
               ADD VEC-INST-HORAS(WS-POS-VENTANA) TO
                   VEC-FAC-HORAS(WS-PER-MES)
               ADD 1 TO VEC-FAC-MESES(WS-PER-MES)
               ADD VEC-INST-HORAS(WS-POS-VENTANA) TO WS-INST-TOTAL
               ADD 1 TO WS-INST-MESES
           END-IF.

       CERRAR-FACTOR.
           IF VEC-FAC-MESES(WS-MES-INDICE) > ZERO AND
               WS-INST-PROMEDIO > ZERO THEN
               COMPUTE VEC-FAC-FACTOR(WS-MES-INDICE) ROUNDED =
                   VEC-FAC-HORAS(WS-MES-INDICE) /
                   VEC-FAC-MESES(WS-MES-INDICE) / WS-INST-PROMEDIO
           END-IF.

      * Promedio movil de los ultimos tres meses desestacionalizado:
      * horas de esos meses sobre la suma de sus factores, que es el
      * nivel de un mes de factor 1. Cada mes pronosticado es ese
      * nivel por su propio factor.
       PRONOSTICAR-COMBO.
           MOVE ZERO TO WS-SUMA-HORAS
           MOVE ZERO TO WS-SUMA-FACTORES
           COMPUTE WS-POS-VENTANA =
               WS-MESES-VENTANA - WS-MESES-PROMEDIO + 1
           PERFORM SUMAR-MES-PROMEDIO UNTIL
               WS-POS-VENTANA > WS-MESES-VENTANA
           MOVE ZERO TO WS-NIVEL
           IF WS-SUMA-HORAS > ZERO AND WS-SUMA-FACTORES > ZERO THEN
               COMPUTE WS-NIVEL ROUNDED =
                   WS-SUMA-HORAS / WS-SUMA-FACTORES
           END-IF
           PERFORM PRONOSTICAR-MES
               VARYING WS-MES-PRON FROM 1 BY 1
               UNTIL WS-MES-PRON > WS-MESES-PRONOSTICO.

       SUMAR-MES-PROMEDIO.
           ADD VEC-COM-HORAS(SUBINDICE-COM, WS-POS-VENTANA) TO
               WS-SUMA-HORAS
           COMPUTE WS-PER-LINEAL =
               WS-INICIO-LINEAL + WS-POS-VENTANA - 1
           PERFORM DESARMAR-PERIODO
           ADD VEC-FAC-FACTOR(WS-PER-MES) TO WS-SUMA-FACTORES
           ADD 1 TO WS-POS-VENTANA.

       PRONOSTICAR-MES.
           COMPUTE WS-PER-LINEAL = WS-BASE-LINEAL + WS-MES-PRON
           PERFORM DESARMAR-PERIODO
           COMPUTE VEC-COM-PRONOSTICO(SUBINDICE-COM, WS-MES-PRON)
               ROUNDED = WS-NIVEL * VEC-FAC-FACTOR(WS-PER-MES).

       CARGAR-HABILITACIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-HABILITACIONES
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT HABILITACIONES
           IF WS-STATUS-HABILITACIONES = "00" THEN
               PERFORM LEER-HABILITACION
               PERFORM CARGAR-UNA-HABILITACION UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-HABILITACIONES >= WS-MAX-HABILITACIONES
               CLOSE HABILITACIONES
           END-IF.

       LEER-HABILITACION.
           READ HABILITACIONES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-HABILITACION.
           ADD 1 TO WS-CANT-HABILITACIONES
           MOVE HAB-PROFESOR TO
               VEC-HAB-PROFESOR(WS-CANT-HABILITACIONES)
           MOVE HAB-SUCURSAL TO
               VEC-HAB-SUCURSAL(WS-CANT-HABILITACIONES)
           MOVE HAB-TIP_CLASE TO
               VEC-HAB-TIP_CLASE(WS-CANT-HABILITACIONES)
           MOVE HAB-FECHA-ALTA TO
               VEC-HAB-FECHA-ALTA(WS-CANT-HABILITACIONES)
           MOVE HAB-FECHA-BAJA TO
               VEC-HAB-FECHA-BAJA(WS-CANT-HABILITACIONES)
           PERFORM LEER-HABILITACION.

       CARGAR-FERIADOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-FERIADOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FERIADOS
           IF WS-STATUS-FERIADOS = "00" THEN
               PERFORM LEER-FERIADO
               PERFORM CARGAR-UN-FERIADO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-FERIADOS >= WS-MAX-FERIADOS
               CLOSE FERIADOS
           END-IF.

       LEER-FERIADO.
           READ FERIADOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-FERIADO.
           ADD 1 TO WS-CANT-FERIADOS
           MOVE FER-FECHA TO VEC-FER-FECHA(WS-CANT-FERIADOS)
           PERFORM LEER-FERIADO.

      * Cada renglon de la grilla queda con su combinacion (la
      * agrega si no tenia historia: demanda cero, capacidad propia)
      * y con el estado del profesor. Sin maestro de profesores no
      * se puede descartar a nadie y todos cuentan como activos.
       CARGAR-GRILLA-A-VECTOR.
           MOVE ZERO TO WS-CANT-GRILLA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE "S" TO WS-PROFESORES-ABIERTO
           ELSE
               DISPLAY "AVISO: SIN Profesores.dat NO SE DESCARTAN "
                       "PROFESORES INACTIVOS DE LA CAPACIDAD"
           END-IF
           OPEN INPUT GRILLA
           IF WS-STATUS-GRILLA = "00" THEN
               PERFORM LEER-GRILLA
               PERFORM CARGAR-UN-RENGLON UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-GRILLA >= WS-MAX-GRILLA
               CLOSE GRILLA
           ELSE
               DISPLAY "AVISO: SIN GrillaSemanal.dat LA CAPACIDAD "
                       "QUEDA EN CERO"
           END-IF
           IF WS-PROFESORES-ABIERTO-SI THEN
               CLOSE PROFESORES
           END-IF.

       LEER-GRILLA.
           READ GRILLA
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-RENGLON.
           MOVE GRI-SUCURSAL TO WS-BUSCA-SUCURSAL
           MOVE GRI-TIP_CLASE TO WS-BUSCA-TIPO
           PERFORM UBICAR-COMBO
           IF WS-COMBO-ENCONTRADO-SI THEN
               ADD 1 TO WS-CANT-GRILLA
               MOVE GRI-PROFESOR TO VEC-GRI-PROFESOR(WS-CANT-GRILLA)
               MOVE GRI-DIA-SEMANA TO VEC-GRI-DIA(WS-CANT-GRILLA)
               MOVE GRI-SUCURSAL TO VEC-GRI-SUCURSAL(WS-CANT-GRILLA)
               MOVE GRI-TIP_CLASE TO VEC-GRI-TIPO(WS-CANT-GRILLA)
               MOVE GRI-HORAS-PREVISTAS TO
                   VEC-GRI-HORAS(WS-CANT-GRILLA)
               MOVE SUBINDICE-COM TO VEC-GRI-COMBO(WS-CANT-GRILLA)
               MOVE "S" TO VEC-GRI-ACTIVO(WS-CANT-GRILLA)
               IF WS-PROFESORES-ABIERTO-SI THEN
                   MOVE GRI-PROFESOR TO PROF-NUMERO
                   READ PROFESORES
                       INVALID KEY
                           MOVE "N" TO VEC-GRI-ACTIVO(WS-CANT-GRILLA)
                       NOT INVALID KEY
                           IF NOT PROF-ACTIVO-SI THEN
                               MOVE "N" TO
                                   VEC-GRI-ACTIVO(WS-CANT-GRILLA)
                           END-IF
                   END-READ
               END-IF
               IF VEC-GRI-ACTIVO(WS-CANT-GRILLA) = "N" THEN
                   ADD 1 TO WS-GRILLA-INACTIVOS
               END-IF
           END-IF
           PERFORM LEER-GRILLA.

      * La grilla expandida al mes pronosticado, como el generador
      * de agenda: sin feriados y solo con habilitacion vigente.
       CALCULAR-CAPACIDAD-MES.
           COMPUTE WS-PER-LINEAL = WS-BASE-LINEAL + WS-MES-PRON
           PERFORM DESARMAR-PERIODO
           MOVE WS-PER-ANIO TO WS-GEN-ANIO
           MOVE WS-PER-MES TO WS-GEN-MES
           PERFORM CALCULAR-ULTIMO-DIA-MES
           PERFORM CAPACIDAD-UN-DIA
               VARYING WS-GEN-DIA FROM 1 BY 1
               UNTIL WS-GEN-DIA > WS-ULTIMO-DIA-MES.

       CALCULAR-ULTIMO-DIA-MES.
           MOVE VEC-DIAS-MES(WS-GEN-MES) TO WS-ULTIMO-DIA-MES
           IF WS-GEN-MES = 2 THEN
               DIVIDE WS-GEN-ANIO BY 4 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-4
               IF WS-RESIDUO-4 = ZERO THEN
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF.

       CAPACIDAD-UN-DIA.
           MOVE "N" TO WS-ES-FERIADO
           PERFORM COTEJAR-FERIADO
               VARYING SUBINDICE-FER FROM 1 BY 1
               UNTIL SUBINDICE-FER > WS-CANT-FERIADOS
           IF WS-ES-FERIADO = "N" THEN
               PERFORM CALCULAR-DIA-SEMANA
               PERFORM CAPACIDAD-UN-RENGLON
                   VARYING SUBINDICE-GRI FROM 1 BY 1
                   UNTIL SUBINDICE-GRI > WS-CANT-GRILLA
           END-IF.

       COTEJAR-FERIADO.
           IF VEC-FER-FECHA(SUBINDICE-FER) = WS-FECHA-GEN THEN
               MOVE "S" TO WS-ES-FERIADO
           END-IF.

       CAPACIDAD-UN-RENGLON.
           IF VEC-GRI-DIA(SUBINDICE-GRI) = WS-DIA-SEMANA AND
               VEC-GRI-ACTIVO(SUBINDICE-GRI) = "S" THEN
               PERFORM VERIFICAR-HABILITACION
               IF WS-HABILITADO = "S" THEN
                   MOVE VEC-GRI-COMBO(SUBINDICE-GRI) TO SUBINDICE-COM
                   ADD VEC-GRI-HORAS(SUBINDICE-GRI) TO
                       VEC-COM-CAPACIDAD(SUBINDICE-COM, WS-MES-PRON)
               END-IF
           END-IF.

       VERIFICAR-HABILITACION.
           MOVE "N" TO WS-HABILITADO
           MOVE 1 TO SUBINDICE-HAB
           PERFORM AVANZAR-SUBINDICE-HAB UNTIL
               SUBINDICE-HAB > WS-CANT-HABILITACIONES OR
               WS-HABILITADO = "S".

       AVANZAR-SUBINDICE-HAB.
           IF VEC-HAB-PROFESOR(SUBINDICE-HAB) =
               VEC-GRI-PROFESOR(SUBINDICE-GRI) AND
               VEC-HAB-SUCURSAL(SUBINDICE-HAB) =
               VEC-GRI-SUCURSAL(SUBINDICE-GRI) AND
               VEC-HAB-TIP_CLASE(SUBINDICE-HAB) =
               VEC-GRI-TIPO(SUBINDICE-GRI) AND
               VEC-HAB-FECHA-ALTA(SUBINDICE-HAB) <= WS-FECHA-GEN
               AND (VEC-HAB-FECHA-BAJA(SUBINDICE-HAB) = ZEROS OR
                   VEC-HAB-FECHA-BAJA(SUBINDICE-HAB) >=
                   WS-FECHA-GEN) THEN
               MOVE "S" TO WS-HABILITADO
           ELSE
               ADD 1 TO SUBINDICE-HAB
           END-IF.

      * Zeller identico al de la corrida, sobre la fecha que se
      * esta recorriendo.
       CALCULAR-DIA-SEMANA.
           IF WS-GEN-MES <= 2 THEN
               COMPUTE WS-DIASEM-MES-AJUSTADO = WS-GEN-MES + 12
               COMPUTE WS-DIASEM-ANIO-AJUSTADO = WS-GEN-ANIO - 1
           ELSE
               MOVE WS-GEN-MES TO WS-DIASEM-MES-AJUSTADO
               MOVE WS-GEN-ANIO TO WS-DIASEM-ANIO-AJUSTADO
           END-IF
           DIVIDE WS-DIASEM-ANIO-AJUSTADO BY 100 GIVING
               WS-DIASEM-SIGLO REMAINDER WS-DIASEM-ANIO-CENTURIA
           COMPUTE WS-DIASEM-TERMINO-MES =
               (13 * (WS-DIASEM-MES-AJUSTADO + 1)) / 5
           COMPUTE WS-DIASEM-SUMA = WS-GEN-DIA +
               WS-DIASEM-TERMINO-MES + WS-DIASEM-ANIO-CENTURIA +
               (5 * WS-DIASEM-SIGLO)
           DIVIDE WS-DIASEM-ANIO-CENTURIA BY 4 GIVING
               WS-DIASEM-CUOCIENTE
           ADD WS-DIASEM-CUOCIENTE TO WS-DIASEM-SUMA
           DIVIDE WS-DIASEM-SIGLO BY 4 GIVING WS-DIASEM-CUOCIENTE
           ADD WS-DIASEM-CUOCIENTE TO WS-DIASEM-SUMA
           DIVIDE WS-DIASEM-SUMA BY 7 GIVING WS-DIASEM-CUOCIENTE
               REMAINDER WS-DIASEM-INDICE
           IF WS-DIASEM-INDICE = 0 THEN
               MOVE 7 TO WS-DIA-SEMANA
           ELSE
               MOVE WS-DIASEM-INDICE TO WS-DIA-SEMANA
           END-IF.

       EMITIR-PRONOSTICO.
           OPEN OUTPUT PRONOSTICO_DEMANDA
           MOVE WS-PERIODO-BASE TO LPT-PERIODO
           MOVE WS-MESES-VENTANA TO LPT-MESES
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-TITULO
           MOVE SPACES TO PRONOSTICO_DEMANDA_REG
           WRITE PRONOSTICO_DEMANDA_REG
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-FACTORES
           PERFORM EMITIR-FACTOR
               VARYING WS-MES-INDICE FROM 1 BY 1
               UNTIL WS-MES-INDICE > 12
           MOVE SPACES TO PRONOSTICO_DEMANDA_REG
           WRITE PRONOSTICO_DEMANDA_REG
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-ENCABEZADO
           PERFORM EMITIR-COMBO
               VARYING SUBINDICE-COM FROM 1 BY 1
               UNTIL SUBINDICE-COM > WS-CANT-COMBOS
           MOVE SPACES TO PRONOSTICO_DEMANDA_REG
           WRITE PRONOSTICO_DEMANDA_REG
           MOVE WS-CANT-COMBOS TO LPO-COMBOS
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-TOTALES
           MOVE WS-COMBOS-EXCEDIDOS TO LPO-EXCEDIDOS
           MOVE WS-MESES-EXCEDIDOS TO LPO-MESES
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-EXCEDIDOS
           CLOSE PRONOSTICO_DEMANDA.

       EMITIR-FACTOR.
           MOVE WS-MES-INDICE TO LPF-MES
           MOVE VEC-FAC-FACTOR(WS-MES-INDICE) TO LPF-FACTOR
           MOVE VEC-FAC-MESES(WS-MES-INDICE) TO LPF-MESES
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-FACTOR.

       EMITIR-COMBO.
           MOVE "N" TO WS-COMBO-EXCEDIDO
           PERFORM EMITIR-MES-COMBO
               VARYING WS-MES-PRON FROM 1 BY 1
               UNTIL WS-MES-PRON > WS-MESES-PRONOSTICO
           IF WS-COMBO-EXCEDIDO-SI THEN
               ADD 1 TO WS-COMBOS-EXCEDIDOS
           END-IF.

       EMITIR-MES-COMBO.
           COMPUTE WS-PER-LINEAL = WS-BASE-LINEAL + WS-MES-PRON
           PERFORM DESARMAR-PERIODO
           MOVE VEC-COM-SUCURSAL(SUBINDICE-COM) TO LPD-SUCURSAL
           MOVE VEC-COM-TIPO(SUBINDICE-COM) TO LPD-TIPO
           COMPUTE LPD-PERIODO = WS-PER-ANIO * 100 + WS-PER-MES
           MOVE VEC-COM-PRONOSTICO(SUBINDICE-COM, WS-MES-PRON) TO
               LPD-PRONOSTICO
           MOVE VEC-COM-CAPACIDAD(SUBINDICE-COM, WS-MES-PRON) TO
               LPD-CAPACIDAD
           MOVE ZERO TO WS-FALTANTE
           MOVE SPACES TO LPD-MARCA
           IF VEC-COM-PRONOSTICO(SUBINDICE-COM, WS-MES-PRON) >
               VEC-COM-CAPACIDAD(SUBINDICE-COM, WS-MES-PRON) THEN
               COMPUTE WS-FALTANTE =
                   VEC-COM-PRONOSTICO(SUBINDICE-COM, WS-MES-PRON) -
                   VEC-COM-CAPACIDAD(SUBINDICE-COM, WS-MES-PRON)
               MOVE "*** SUPERA CAPACIDAD" TO LPD-MARCA
               MOVE "S" TO WS-COMBO-EXCEDIDO
               ADD 1 TO WS-MESES-EXCEDIDOS
           END-IF
           MOVE WS-FALTANTE TO LPD-FALTANTE
           WRITE PRONOSTICO_DEMANDA_REG FROM LINEA-PRO-DETALLE.

       END PROGRAM PRONOSTICO-DEMANDA.
