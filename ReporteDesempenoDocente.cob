      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte semestral de desempeno docente segun las
      *          encuestas de los alumnos (Encuestas.dat). Para cada
      *          profesor encuestado en el semestre da, por pregunta
      *          del maestro PreguntasEncuesta.dat, la cantidad de
      *          respuestas y el promedio, comparado contra el
      *          promedio de su tipo de clase y el de su sucursal.
      *          Cada profesor sale con las horas del semestre de
      *          HistoricoProfesor.dat y la cantidad de encuestas
      *          cada diez horas dictadas; por debajo del minimo de
      *          encuestas (parametro ENCUESTAS-MINIMO, 10 si no
      *          esta cargado) se marca como muestra insuficiente y
      *          no se informan las diferencias, para no sacar
      *          conclusiones de un profesor con tres encuestas.
      *          Sale en ReporteDesempenoDocente.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-DESEMPENO-DOCENTE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENCUESTAS ASSIGN TO "Encuestas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENCUESTAS.

       SELECT PREGUNTAS ASSIGN TO "PreguntasEncuesta.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PREGUNTAS.

       SELECT HISTORICO_PROFESOR ASSIGN TO "HistoricoProfesor.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CLAVE
             FILE STATUS IS WS-STATUS-HISTORICO.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT REPORTE_DESEMPENO ASSIGN TO "ReporteDesempenoDocente.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ENCUESTAS LABEL RECORD IS STANDARD.
       01 ENCUESTAS_REG.
           03 ENC-PROFESOR PIC X(5).
           03 ENC-SUCURSAL PIC X(3).
           03 ENC-TIP_CLASE PIC X(4).
           03 ENC-FECHA PIC 9(8).
           03 ENC-PUNTAJES.
               05 ENC-PUNTAJE PIC 9(1) OCCURS 10 TIMES.
           03 ENC-FECHA-IMPORTACION PIC 9(8).

       FD PREGUNTAS LABEL RECORD IS STANDARD.
       01 PREGUNTAS_REG.
           03 PRE-NUMERO PIC 9(2).
           03 PRE-TEXTO PIC X(50).
           03 PRE-ABREVIATURA PIC X(12).
           03 PRE-FECHA-ALTA PIC 9(8).
           03 PRE-FECHA-BAJA PIC 9(8).

       FD HISTORICO_PROFESOR LABEL RECORD IS STANDARD.
       01 HISTORICO_PROFESOR_REG.
           03 HIST-CLAVE.
               05 HIST-NUMERO PIC X(5).
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD REPORTE_DESEMPENO LABEL RECORD IS STANDARD.
       01 REPORTE_DESEMPENO_REG PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ENCUESTAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PREGUNTAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.

       01 WS-EOF-ENCUESTAS PIC X(2) VALUE "NO".
       01 WS-EOF-PREGUNTAS PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".

       01 WS-ANIO-ENTRADA PIC X(4).
       01 WS-ANIO-ENTRADA-NUM REDEFINES WS-ANIO-ENTRADA PIC 9(4).
       01 WS-SEMESTRE-ENTRADA PIC X(1).
           88 WS-SEMESTRE-VALIDO VALUES "1" "2".
       01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-DESDE PIC 9(6) VALUE ZERO.
       01 WS-MES-HIST PIC 9(2) VALUE ZERO.

       01 WS-ENCUESTAS-MINIMO PIC 9(3) VALUE 10.

      * Abreviatura de cada pregunta, por numero de pregunta.
       01 SUBINDICE-PRE PIC 9(2) VALUE ZERO.
       01 TABLA-PREGUNTAS.
           03 ELEM-PRE OCCURS 10 TIMES.
               05 VEC-PRE-ABREVIATURA PIC X(12).

      * Acumulado del semestre por profesor. Las referencias de tipo
      * y de sucursal suman, por cada respuesta del profesor, el
      * promedio del tipo de clase y de la sucursal de esa encuesta:
      * al profesor que da un solo tipo en una sola sucursal se lo
      * compara contra ese promedio, y al que reparte su actividad
      * se lo compara contra la mezcla en que lo encuestaron.
       01 WS-MAX-PROF-ENC PIC 9(4) VALUE 1000.
       01 WS-CANT-PROF-ENC PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EP PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EP-2 PIC 9(4) VALUE ZERO.
       01 TABLA-PROF-ENC.
           03 ELEM-EP OCCURS 1000 TIMES.
               05 VEC-EP-PROFESOR PIC X(5).
               05 VEC-EP-CANT-ENC PIC 9(5).
               05 VEC-EP-PREGUNTA OCCURS 10 TIMES.
                   07 VEC-EP-SUMA PIC 9(6).
                   07 VEC-EP-CANT PIC 9(5).
                   07 VEC-EP-REF-TIPO PIC 9(6)V9(4).
                   07 VEC-EP-REF-SUC PIC 9(6)V9(4).
       01 WS-ELEM-EP-AUX PIC X(320).

       01 WS-MAX-TIPO-ENC PIC 9(3) VALUE 100.
       01 WS-CANT-TIPO-ENC PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ET PIC 9(3) VALUE ZERO.
       01 TABLA-TIPO-ENC.
           03 ELEM-ET OCCURS 100 TIMES.
               05 VEC-ET-TIP_CLASE PIC X(4).
               05 VEC-ET-PREGUNTA OCCURS 10 TIMES.
                   07 VEC-ET-SUMA PIC 9(7).
                   07 VEC-ET-CANT PIC 9(6).
                   07 VEC-ET-PROMEDIO PIC 9V9(4).

       01 WS-MAX-SUC-ENC PIC 9(3) VALUE 200.
       01 WS-CANT-SUC-ENC PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ES PIC 9(3) VALUE ZERO.
       01 TABLA-SUC-ENC.
           03 ELEM-ES OCCURS 200 TIMES.
               05 VEC-ES-SUCURSAL PIC X(3).
               05 VEC-ES-PREGUNTA OCCURS 10 TIMES.
                   07 VEC-ES-SUMA PIC 9(7).
                   07 VEC-ES-CANT PIC 9(6).
                   07 VEC-ES-PROMEDIO PIC 9V9(4).

       01 WS-HALLADO PIC X(1) VALUE "N".
           88 WS-HALLADO-SI VALUE "S".
       01 WS-TABLA-LLENA PIC X(1) VALUE "N".
           88 WS-TABLA-LLENA-SI VALUE "S".
       01 WS-HUBO-CAMBIO PIC X(1) VALUE "N".

       01 WS-HORAS-SEMESTRE PIC S9(7)V99 VALUE ZERO.
       01 WS-ENC-CADA-10HS PIC 9(5)V99 VALUE ZERO.
       01 WS-PROMEDIO PIC 9V99 VALUE ZERO.
       01 WS-PROMEDIO-TIPO PIC 9V99 VALUE ZERO.
       01 WS-PROMEDIO-SUC PIC 9V99 VALUE ZERO.
       01 WS-MUESTRA-SUFICIENTE PIC X(1) VALUE "N".
           88 WS-MUESTRA-SUFICIENTE-SI VALUE "S".

       01 WS-CANT-LEIDAS PIC 9(7) VALUE ZERO.
       01 WS-CANT-DEL-SEMESTRE PIC 9(7) VALUE ZERO.
       01 WS-CANT-DESCARTADAS PIC 9(7) VALUE ZERO.
       01 WS-CANT-CONCLUYENTES PIC 9(4) VALUE ZERO.
       01 WS-CANT-NO-CONCLUYENTES PIC 9(4) VALUE ZERO.

       01 LINEA-DES-ENC.
           03 FILLER PIC X(52) VALUE
               "DESEMPENO DOCENTE SEGUN ENCUESTAS DE ALUMNOS - SEM. ".
           03 LDE-SEMESTRE PIC X(1).
           03 FILLER PIC X(1) VALUE "/".
           03 LDE-ANIO PIC 9(4).

       01 LINEA-DES-MINIMO.
           03 FILLER PIC X(47) VALUE
               "MINIMO DE ENCUESTAS PARA SACAR CONCLUSIONES:   ".
           03 LDM-MINIMO PIC ZZ9.

       01 LINEA-DES-PROF.
           03 FILLER PIC X(6) VALUE "PROF: ".
           03 LDP-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDP-NOMBRE PIC X(25).
           03 FILLER PIC X(13) VALUE " HORAS SEM.: ".
           03 LDP-HORAS PIC -ZZZZZ9,99.
           03 FILLER PIC X(13) VALUE "  ENCUESTAS: ".
           03 LDP-ENCUESTAS PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE "  C/10 HS: ".
           03 LDP-CADA-10HS PIC ZZZZ9,99.

       01 LINEA-DES-INSUFICIENTE.
           03 FILLER PIC X(37) VALUE
               "  *** MUESTRA INSUFICIENTE: MENOS DE ".
           03 LDI-MINIMO PIC ZZ9.
           03 FILLER PIC X(40) VALUE
               " ENCUESTAS, NO CONCLUYENTE ***".

       01 LINEA-DES-SIN-HORAS.
           03 FILLER PIC X(60) VALUE
               "  *** SIN HORAS LIQUIDADAS EN EL SEMESTRE ***".

       01 LINEA-DES-COLUMNAS.
           03 FILLER PIC X(25) VALUE "  NR PREGUNTA     RESP.  ".
           03 FILLER PIC X(30) VALUE "PROM   TIPO  DIF.   SUC.  DIF.".

       01 LINEA-DES-PREGUNTA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDQ-NUMERO PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDQ-ABREVIATURA PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDQ-CANT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDQ-PROMEDIO PIC 9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LDQ-PROM-TIPO PIC 9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDQ-DIF-TIPO PIC +9,99.
           03 LDQ-DIF-TIPO-X REDEFINES LDQ-DIF-TIPO PIC X(5).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LDQ-PROM-SUC PIC 9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDQ-DIF-SUC PIC +9,99.
           03 LDQ-DIF-SUC-X REDEFINES LDQ-DIF-SUC PIC X(5).

       01 LINEA-DES-BLANCO PIC X(1) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Primera pasada: acumula por profesor, tipo de clase y
      * sucursal las encuestas del semestre. Segunda pasada: con los
      * promedios de tipo y sucursal ya cerrados arma la referencia
      * de cada profesor. Despues cruza con las horas del historico
      * y emite el reporte ordenado por profesor.
      **
           DISPLAY "ANIO DEL SEMESTRE (AAAA): "
           ACCEPT WS-ANIO-ENTRADA
           DISPLAY "SEMESTRE (1 = ENERO A JUNIO, 2 = JULIO A "
                   "DICIEMBRE): "
           ACCEPT WS-SEMESTRE-ENTRADA
           IF WS-ANIO-ENTRADA NOT NUMERIC OR NOT WS-SEMESTRE-VALIDO
               THEN
               DISPLAY "ANIO O SEMESTRE INVALIDO"
               STOP RUN
           END-IF
           IF WS-SEMESTRE-ENTRADA = "1" THEN
               COMPUTE WS-FECHA-DESDE = WS-ANIO-ENTRADA-NUM * 10000
                   + 101
               COMPUTE WS-FECHA-HASTA = WS-ANIO-ENTRADA-NUM * 10000
                   + 630
               COMPUTE WS-PERIODO-DESDE = WS-ANIO-ENTRADA-NUM * 100
                   + 1
           ELSE
               COMPUTE WS-FECHA-DESDE = WS-ANIO-ENTRADA-NUM * 10000
                   + 701
               COMPUTE WS-FECHA-HASTA = WS-ANIO-ENTRADA-NUM * 10000
                   + 1231
               COMPUTE WS-PERIODO-DESDE = WS-ANIO-ENTRADA-NUM * 100
                   + 7
           END-IF
           PERFORM LEER-PARM-ENCUESTAS
           PERFORM CARGAR-PREGUNTAS-A-VECTOR

           OPEN INPUT ENCUESTAS
           IF WS-STATUS-ENCUESTAS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Encuestas.dat"
               STOP RUN
           END-IF
           PERFORM LEER-ENCUESTA
           PERFORM ACUMULAR-ENCUESTA UNTIL WS-EOF-ENCUESTAS = "SI"
           CLOSE ENCUESTAS

           PERFORM CERRAR-PROMEDIOS-TIPO
           PERFORM CERRAR-PROMEDIOS-SUC

           MOVE "NO" TO WS-EOF-ENCUESTAS
           OPEN INPUT ENCUESTAS
           PERFORM LEER-ENCUESTA
           PERFORM REFERENCIAR-ENCUESTA UNTIL WS-EOF-ENCUESTAS = "SI"
           CLOSE ENCUESTAS

           PERFORM ORDENAR-PROFESORES

           OPEN INPUT HISTORICO_PROFESOR
           OPEN INPUT PROFESORES
           OPEN OUTPUT REPORTE_DESEMPENO
           MOVE WS-SEMESTRE-ENTRADA TO LDE-SEMESTRE
           MOVE WS-ANIO-ENTRADA-NUM TO LDE-ANIO
           WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-ENC
           MOVE WS-ENCUESTAS-MINIMO TO LDM-MINIMO
           WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-MINIMO
           MOVE 1 TO SUBINDICE-EP
           PERFORM REPORTAR-PROFESOR UNTIL
               SUBINDICE-EP > WS-CANT-PROF-ENC
           CLOSE REPORTE_DESEMPENO
           IF WS-STATUS-HISTORICO = "00" THEN
               CLOSE HISTORICO_PROFESOR
           END-IF
           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF

           DISPLAY "ENCUESTAS LEIDAS:            " WS-CANT-LEIDAS
           DISPLAY "ENCUESTAS DEL SEMESTRE:      " WS-CANT-DEL-SEMESTRE
           IF WS-CANT-DESCARTADAS > ZERO THEN
               DISPLAY "ENCUESTAS FUERA DE TABLA:    "
                       WS-CANT-DESCARTADAS
           END-IF
           DISPLAY "PROFESORES CONCLUYENTES:     " WS-CANT-CONCLUYENTES
           DISPLAY "PROFESORES NO CONCLUYENTES:  "
                   WS-CANT-NO-CONCLUYENTES
           DISPLAY "REPORTE EN ReporteDesempenoDocente.dat"
           STOP RUN.

       LEER-PARM-ENCUESTAS.
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-PARM-ENCUESTAS UNTIL
                   WS-EOF-PARAMETROS = "SI"
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-PARM-ENCUESTAS.
           IF PAR-NOMBRE = "ENCUESTAS-MINIMO" AND
               PAR-VALOR(1:3) NUMERIC THEN
               MOVE PAR-VALOR(1:3) TO WS-ENCUESTAS-MINIMO
           END-IF
           PERFORM LEER-PARAMETRO.

       CARGAR-PREGUNTAS-A-VECTOR.
           MOVE 1 TO SUBINDICE-PRE
           PERFORM LIMPIAR-UNA-PREGUNTA UNTIL SUBINDICE-PRE > 10
           OPEN INPUT PREGUNTAS
           IF WS-STATUS-PREGUNTAS = "00" THEN
               PERFORM LEER-PREGUNTA
               PERFORM CARGAR-UNA-PREGUNTA UNTIL
                   WS-EOF-PREGUNTAS = "SI"
               CLOSE PREGUNTAS
           END-IF.

       LIMPIAR-UNA-PREGUNTA.
           MOVE "(SIN MAESTRO)" TO VEC-PRE-ABREVIATURA(SUBINDICE-PRE)
           ADD 1 TO SUBINDICE-PRE.

       LEER-PREGUNTA.
           READ PREGUNTAS
               AT END
                   MOVE "SI" TO WS-EOF-PREGUNTAS
           END-READ.

       CARGAR-UNA-PREGUNTA.
           IF PRE-NUMERO >= 1 AND PRE-NUMERO <= 10 THEN
               MOVE PRE-ABREVIATURA TO
                   VEC-PRE-ABREVIATURA(PRE-NUMERO)
           END-IF
           PERFORM LEER-PREGUNTA.

       LEER-ENCUESTA.
           READ ENCUESTAS
               AT END
                   MOVE "SI" TO WS-EOF-ENCUESTAS
           END-READ.

      * Una encuesta que no entra en alguna de las tablas se descarta
      * entera, para que los tres promedios salgan de las mismas
      * respuestas.
       ACUMULAR-ENCUESTA.
           ADD 1 TO WS-CANT-LEIDAS
           IF ENC-FECHA >= WS-FECHA-DESDE AND
               ENC-FECHA <= WS-FECHA-HASTA THEN
               MOVE "N" TO WS-TABLA-LLENA
               PERFORM UBICAR-PROFESOR
               PERFORM UBICAR-TIPO
               PERFORM UBICAR-SUCURSAL
               IF WS-TABLA-LLENA-SI THEN
                   ADD 1 TO WS-CANT-DESCARTADAS
               ELSE
                   ADD 1 TO WS-CANT-DEL-SEMESTRE
                   ADD 1 TO VEC-EP-CANT-ENC(SUBINDICE-EP)
                   MOVE 1 TO SUBINDICE-PRE
                   PERFORM ACUMULAR-UNA-RESPUESTA UNTIL
                       SUBINDICE-PRE > 10
               END-IF
           END-IF
           PERFORM LEER-ENCUESTA.

       ACUMULAR-UNA-RESPUESTA.
           IF ENC-PUNTAJE(SUBINDICE-PRE) > ZERO THEN
               ADD ENC-PUNTAJE(SUBINDICE-PRE) TO
                   VEC-EP-SUMA(SUBINDICE-EP, SUBINDICE-PRE)
               ADD 1 TO VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE)
               ADD ENC-PUNTAJE(SUBINDICE-PRE) TO
                   VEC-ET-SUMA(SUBINDICE-ET, SUBINDICE-PRE)
               ADD 1 TO VEC-ET-CANT(SUBINDICE-ET, SUBINDICE-PRE)
               ADD ENC-PUNTAJE(SUBINDICE-PRE) TO
                   VEC-ES-SUMA(SUBINDICE-ES, SUBINDICE-PRE)
               ADD 1 TO VEC-ES-CANT(SUBINDICE-ES, SUBINDICE-PRE)
           END-IF
           ADD 1 TO SUBINDICE-PRE.

      * Ubican la fila de la encuesta en cada tabla, dandola de alta
      * si es la primera vez que aparece.
       UBICAR-PROFESOR.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-EP
           PERFORM AVANZAR-SUBINDICE-EP UNTIL
               SUBINDICE-EP > WS-CANT-PROF-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               IF WS-CANT-PROF-ENC >= WS-MAX-PROF-ENC THEN
                   MOVE "S" TO WS-TABLA-LLENA
               ELSE
                   ADD 1 TO WS-CANT-PROF-ENC
                   MOVE WS-CANT-PROF-ENC TO SUBINDICE-EP
                   INITIALIZE ELEM-EP(SUBINDICE-EP)
                   MOVE ENC-PROFESOR TO VEC-EP-PROFESOR(SUBINDICE-EP)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-EP.
           IF VEC-EP-PROFESOR(SUBINDICE-EP) = ENC-PROFESOR THEN
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-EP
           END-IF.

       UBICAR-TIPO.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-ET
           PERFORM AVANZAR-SUBINDICE-ET UNTIL
               SUBINDICE-ET > WS-CANT-TIPO-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               IF WS-CANT-TIPO-ENC >= WS-MAX-TIPO-ENC THEN
                   MOVE "S" TO WS-TABLA-LLENA
               ELSE
                   ADD 1 TO WS-CANT-TIPO-ENC
                   MOVE WS-CANT-TIPO-ENC TO SUBINDICE-ET
                   INITIALIZE ELEM-ET(SUBINDICE-ET)
                   MOVE ENC-TIP_CLASE TO VEC-ET-TIP_CLASE(SUBINDICE-ET)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-ET.
           IF VEC-ET-TIP_CLASE(SUBINDICE-ET) = ENC-TIP_CLASE THEN
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-ET
           END-IF.

       UBICAR-SUCURSAL.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-ES
           PERFORM AVANZAR-SUBINDICE-ES UNTIL
               SUBINDICE-ES > WS-CANT-SUC-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               IF WS-CANT-SUC-ENC >= WS-MAX-SUC-ENC THEN
                   MOVE "S" TO WS-TABLA-LLENA
               ELSE
                   ADD 1 TO WS-CANT-SUC-ENC
                   MOVE WS-CANT-SUC-ENC TO SUBINDICE-ES
                   INITIALIZE ELEM-ES(SUBINDICE-ES)
                   MOVE ENC-SUCURSAL TO VEC-ES-SUCURSAL(SUBINDICE-ES)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-ES.
           IF VEC-ES-SUCURSAL(SUBINDICE-ES) = ENC-SUCURSAL THEN
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-ES
           END-IF.

       CERRAR-PROMEDIOS-TIPO.
           MOVE 1 TO SUBINDICE-ET
           PERFORM CERRAR-PROMEDIO-UN-TIPO UNTIL
               SUBINDICE-ET > WS-CANT-TIPO-ENC.

       CERRAR-PROMEDIO-UN-TIPO.
           MOVE 1 TO SUBINDICE-PRE
           PERFORM CERRAR-PROMEDIO-TIPO-PREG UNTIL SUBINDICE-PRE > 10
           ADD 1 TO SUBINDICE-ET.

       CERRAR-PROMEDIO-TIPO-PREG.
           IF VEC-ET-CANT(SUBINDICE-ET, SUBINDICE-PRE) > ZERO THEN
               COMPUTE VEC-ET-PROMEDIO(SUBINDICE-ET, SUBINDICE-PRE)
                   ROUNDED = VEC-ET-SUMA(SUBINDICE-ET, SUBINDICE-PRE)
                   / VEC-ET-CANT(SUBINDICE-ET, SUBINDICE-PRE)
           END-IF
           ADD 1 TO SUBINDICE-PRE.

       CERRAR-PROMEDIOS-SUC.
           MOVE 1 TO SUBINDICE-ES
           PERFORM CERRAR-PROMEDIO-UNA-SUC UNTIL
               SUBINDICE-ES > WS-CANT-SUC-ENC.

       CERRAR-PROMEDIO-UNA-SUC.
           MOVE 1 TO SUBINDICE-PRE
           PERFORM CERRAR-PROMEDIO-SUC-PREG UNTIL SUBINDICE-PRE > 10
           ADD 1 TO SUBINDICE-ES.

       CERRAR-PROMEDIO-SUC-PREG.
           IF VEC-ES-CANT(SUBINDICE-ES, SUBINDICE-PRE) > ZERO THEN
               COMPUTE VEC-ES-PROMEDIO(SUBINDICE-ES, SUBINDICE-PRE)
                   ROUNDED = VEC-ES-SUMA(SUBINDICE-ES, SUBINDICE-PRE)
                   / VEC-ES-CANT(SUBINDICE-ES, SUBINDICE-PRE)
           END-IF
           ADD 1 TO SUBINDICE-PRE.

      * Segunda pasada: las mismas encuestas que entraron en la
      * primera (las descartadas no encuentran su fila en alguna
      * tabla y se vuelven a saltear).
       REFERENCIAR-ENCUESTA.
           IF ENC-FECHA >= WS-FECHA-DESDE AND
               ENC-FECHA <= WS-FECHA-HASTA THEN
               MOVE "N" TO WS-TABLA-LLENA
               PERFORM BUSCAR-FILAS-ENCUESTA
               IF NOT WS-TABLA-LLENA-SI THEN
                   MOVE 1 TO SUBINDICE-PRE
                   PERFORM REFERENCIAR-UNA-RESPUESTA UNTIL
                       SUBINDICE-PRE > 10
               END-IF
           END-IF
           PERFORM LEER-ENCUESTA.

       BUSCAR-FILAS-ENCUESTA.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-EP
           PERFORM AVANZAR-SUBINDICE-EP UNTIL
               SUBINDICE-EP > WS-CANT-PROF-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               MOVE "S" TO WS-TABLA-LLENA
           END-IF
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-ET
           PERFORM AVANZAR-SUBINDICE-ET UNTIL
               SUBINDICE-ET > WS-CANT-TIPO-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               MOVE "S" TO WS-TABLA-LLENA
           END-IF
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-ES
           PERFORM AVANZAR-SUBINDICE-ES UNTIL
               SUBINDICE-ES > WS-CANT-SUC-ENC OR WS-HALLADO-SI
           IF NOT WS-HALLADO-SI THEN
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

       REFERENCIAR-UNA-RESPUESTA.
           IF ENC-PUNTAJE(SUBINDICE-PRE) > ZERO THEN
               ADD VEC-ET-PROMEDIO(SUBINDICE-ET, SUBINDICE-PRE) TO
                   VEC-EP-REF-TIPO(SUBINDICE-EP, SUBINDICE-PRE)
               ADD VEC-ES-PROMEDIO(SUBINDICE-ES, SUBINDICE-PRE) TO
                   VEC-EP-REF-SUC(SUBINDICE-EP, SUBINDICE-PRE)
           END-IF
           ADD 1 TO SUBINDICE-PRE.

      * Burbujeo por numero de profesor; la tabla es chica y se
      * ordena una sola vez.
       ORDENAR-PROFESORES.
           MOVE "S" TO WS-HUBO-CAMBIO
           PERFORM PASADA-ORDEN-PROFESORES UNTIL WS-HUBO-CAMBIO = "N".

       PASADA-ORDEN-PROFESORES.
           MOVE "N" TO WS-HUBO-CAMBIO
           MOVE 1 TO SUBINDICE-EP
           PERFORM COMPARAR-PROFESORES UNTIL
               SUBINDICE-EP >= WS-CANT-PROF-ENC.

       COMPARAR-PROFESORES.
           COMPUTE SUBINDICE-EP-2 = SUBINDICE-EP + 1
           IF VEC-EP-PROFESOR(SUBINDICE-EP) >
               VEC-EP-PROFESOR(SUBINDICE-EP-2) THEN
               MOVE ELEM-EP(SUBINDICE-EP) TO WS-ELEM-EP-AUX
               MOVE ELEM-EP(SUBINDICE-EP-2) TO ELEM-EP(SUBINDICE-EP)
               MOVE WS-ELEM-EP-AUX TO ELEM-EP(SUBINDICE-EP-2)
               MOVE "S" TO WS-HUBO-CAMBIO
           END-IF
           ADD 1 TO SUBINDICE-EP.

       REPORTAR-PROFESOR.
           PERFORM SUMAR-HORAS-SEMESTRE
           MOVE VEC-EP-PROFESOR(SUBINDICE-EP) TO LDP-PROFESOR
           MOVE SPACES TO LDP-NOMBRE
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE VEC-EP-PROFESOR(SUBINDICE-EP) TO PROF-NUMERO
               READ PROFESORES
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO LDP-NOMBRE
               END-READ
           END-IF
           MOVE WS-HORAS-SEMESTRE TO LDP-HORAS
           MOVE VEC-EP-CANT-ENC(SUBINDICE-EP) TO LDP-ENCUESTAS
           MOVE ZERO TO WS-ENC-CADA-10HS
           IF WS-HORAS-SEMESTRE > ZERO THEN
               COMPUTE WS-ENC-CADA-10HS ROUNDED =
                   VEC-EP-CANT-ENC(SUBINDICE-EP) * 10 /
                   WS-HORAS-SEMESTRE
           END-IF
           MOVE WS-ENC-CADA-10HS TO LDP-CADA-10HS
           WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-BLANCO
           WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-PROF

           IF VEC-EP-CANT-ENC(SUBINDICE-EP) < WS-ENCUESTAS-MINIMO THEN
               MOVE "N" TO WS-MUESTRA-SUFICIENTE
               ADD 1 TO WS-CANT-NO-CONCLUYENTES
               MOVE WS-ENCUESTAS-MINIMO TO LDI-MINIMO
               WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-INSUFICIENTE
           ELSE
               MOVE "S" TO WS-MUESTRA-SUFICIENTE
               ADD 1 TO WS-CANT-CONCLUYENTES
           END-IF
           IF WS-HORAS-SEMESTRE NOT > ZERO THEN
               WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-SIN-HORAS
           END-IF
           WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-COLUMNAS
           MOVE 1 TO SUBINDICE-PRE
           PERFORM REPORTAR-PREGUNTA UNTIL SUBINDICE-PRE > 10
           ADD 1 TO SUBINDICE-EP.

      * Horas de los seis periodos del semestre en el historico.
       SUMAR-HORAS-SEMESTRE.
           MOVE ZERO TO WS-HORAS-SEMESTRE
           IF WS-STATUS-HISTORICO = "00" THEN
               MOVE ZERO TO WS-MES-HIST
               PERFORM SUMAR-HORAS-UN-MES UNTIL WS-MES-HIST > 5
           END-IF.

       SUMAR-HORAS-UN-MES.
           MOVE VEC-EP-PROFESOR(SUBINDICE-EP) TO HIST-NUMERO
           COMPUTE HIST-PERIODO = WS-PERIODO-DESDE + WS-MES-HIST
           READ HISTORICO_PROFESOR
               NOT INVALID KEY
                   ADD HIST-HORAS TO WS-HORAS-SEMESTRE
           END-READ
           ADD 1 TO WS-MES-HIST.

       REPORTAR-PREGUNTA.
           IF VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE) > ZERO THEN
               COMPUTE WS-PROMEDIO ROUNDED =
                   VEC-EP-SUMA(SUBINDICE-EP, SUBINDICE-PRE) /
                   VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE)
               COMPUTE WS-PROMEDIO-TIPO ROUNDED =
                   VEC-EP-REF-TIPO(SUBINDICE-EP, SUBINDICE-PRE) /
                   VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE)
               COMPUTE WS-PROMEDIO-SUC ROUNDED =
                   VEC-EP-REF-SUC(SUBINDICE-EP, SUBINDICE-PRE) /
                   VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE)
               MOVE SUBINDICE-PRE TO LDQ-NUMERO
               MOVE VEC-PRE-ABREVIATURA(SUBINDICE-PRE) TO
                   LDQ-ABREVIATURA
               MOVE VEC-EP-CANT(SUBINDICE-EP, SUBINDICE-PRE) TO
                   LDQ-CANT
               MOVE WS-PROMEDIO TO LDQ-PROMEDIO
               MOVE WS-PROMEDIO-TIPO TO LDQ-PROM-TIPO
               MOVE WS-PROMEDIO-SUC TO LDQ-PROM-SUC
               IF WS-MUESTRA-SUFICIENTE-SI THEN
                   COMPUTE LDQ-DIF-TIPO = WS-PROMEDIO -
                       WS-PROMEDIO-TIPO
                   COMPUTE LDQ-DIF-SUC = WS-PROMEDIO - WS-PROMEDIO-SUC
               ELSE
                   MOVE SPACES TO LDQ-DIF-TIPO-X
                   MOVE SPACES TO LDQ-DIF-SUC-X
               END-IF
               WRITE REPORTE_DESEMPENO_REG FROM LINEA-DES-PREGUNTA
           END-IF
           ADD 1 TO SUBINDICE-PRE.

       END PROGRAM REPORTE-DESEMPENO-DOCENTE.
