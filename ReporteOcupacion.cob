      * Date:
      * Purpose: Reporte de ocupacion de las clases de una corrida:
      *          recorre el TimesAct_AAAAMMDD.dat pedido y acumula
      *          horas dictadas y alumnos asistidos por tipo de clase,
      *          sucursal y modalidad (presencial o virtual),
      *          mostrando el promedio de alumnos por hora dictada
      *          para decidir que clases consolidar o desdoblar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 TIMACT-HORA-DESDE PIC 9(4).
           03 TIMACT-HORA-HASTA PIC 9(4).
           03 TIMACT-CONCEPTO PIC X(1).
           03 TIMACT-CLIENTE PIC X(5).
           03 TIMACT-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIMACT-AVISO-FECHA PIC 9(8).
           03 TIMACT-AVISO-HORA PIC 9(4).
           03 TIMACT-MODALIDAD PIC X(1).
               88 TIMACT-ES-VIRTUAL VALUE "V".
      * Cabecera de layout (numero "00000"), primer registro de cada
      * generacion grabada desde que se versiona el registro.
       01 TimesAct_CAB.
           03 TIMACT-CAB-NUMERO PIC X(5).
               88 TIMACT-ES-CABECERA VALUE "00000".
           03 TIMACT-CAB-MARCA PIC X(6).
           03 TIMACT-CAB-VERSION PIC 9(2).
           03 TIMACT-CAB-LARGO PIC 9(3).
           03 TIMACT-CAB-FECHA PIC 9(8).
           03 TIMACT-CAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).

       FD REPORTE_OCUPACION LABEL RECORD IS STANDARD.
       01 REPORTE_OCUPACION_REG PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TIMESACT PIC X(2) VALUE SPACES.

       01 WS-FECHA-CORRIDA PIC X(8).

      * Version vigente del layout de los archivos de horas; una
      * generacion con cabecera de otra version no se lee.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC X(8).
           03 FILLER PIC X(4) VALUE ".dat".

      * Acumulado por combinacion sucursal + tipo de clase +
      * modalidad; la tabla se da de alta a medida que aparecen
      * combinaciones.
       01 WS-MAX-OCUPACION PIC 9(4) VALUE 2000.
       01 WS-CANT-OCUPACION PIC 9(4) VALUE ZERO.
       01 SUBINDICE-OCU PIC 9(4) VALUE ZERO.
           03 ELEM-OCU OCCURS 2000 TIMES.
               05 VEC-OCU-SUCURSAL PIC X(3).
               05 VEC-OCU-TIP_CLASE PIC X(4).
               05 VEC-OCU-MODALIDAD PIC X(1).
                   88 VEC-OCU-VIRTUAL VALUE "V".
               05 VEC-OCU-HORAS PIC 9(7)V99.
               05 VEC-OCU-ALUMNOS PIC 9(7).

           88 WS-OCU-ENCONTRADA-SI VALUE "S".

       01 WS-PROMEDIO PIC 9(5)V99 VALUE ZERO.
       01 WS-MODALIDAD-ACTUAL PIC X(1) VALUE "P".

       01 LINEA-OCUPACION-ENC.
           03 FILLER PIC X(80) VALUE
               "OCUPACION POR SUCURSAL, TIPO DE CLASE Y MODALIDAD (ALUM
      -        "NOS PROMEDIO POR HORA)".

       01 LINEA-OCUPACION.
           03 FILLER PIC X(9) VALUE "SUCURSAL ".
           03 LOC-ALUMNOS PIC ZZZZZZ9.
           03 FILLER PIC X(12) VALUE " ALUM/HORA: ".
           03 LOC-PROMEDIO PIC ZZZZ9,99.
           03 FILLER PIC X(6) VALUE " MOD: ".
           03 LOC-MODALIDAD PIC X(10).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide la fecha de la corrida, acumula el TimesAct por
      * sucursal, tipo de clase y modalidad y graba el reporte de
      * ocupacion
      **
           DISPLAY "FECHA DE LA CORRIDA A ANALIZAR (AAAAMMDD): "
           ACCEPT WS-FECHA-CORRIDA
           DISPLAY "REPORTE GRABADO EN ReporteOcupacion.dat"
           STOP RUN.

      * La cabecera de layout no es una hora: se coteja su version y
      * se pasa al primer registro de la generacion. Una generacion
      * sin cabecera es anterior al versionado y se toma como vigente.
       LEER-TIMESACT.
           PERFORM LEER-TIMESACT-FISICO
           IF WS-EOF-TIMESACT NOT = "SI" AND TIMACT-ES-CABECERA THEN
               PERFORM VERIFICAR-LAYOUT-TIMESACT
               PERFORM LEER-TIMESACT-FISICO
           END-IF.

      * Leer con el registro vigente una generacion grabada con otro
      * da los campos corridos; se corta y se pide convertirla.
       VERIFICAR-LAYOUT-TIMESACT.
           IF TIMACT-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY WS-NOMBRE-TIMESACT " TIENE LAYOUT VERSION "
                   TIMACT-CAB-VERSION ", LA VIGENTE ES "
                   WS-VERSION-LAYOUT-HORAS
               DISPLAY "CONVERTIRLA CON ConversorTimes Y REPETIR"
               STOP RUN
           END-IF.

       LEER-TIMESACT-FISICO.
           READ TimesAct
               AT END
                   MOVE "SI" TO WS-EOF-TIMESACT
      * revierten pero dejan los alumnos como estan, porque el
      * reverso no informa asistencia propia.
       ACUMULAR-UNA-HORA.
           IF TIMACT-ES-VIRTUAL THEN
               MOVE "V" TO WS-MODALIDAD-ACTUAL
           ELSE
               MOVE "P" TO WS-MODALIDAD-ACTUAL
           END-IF
           PERFORM UBICAR-COMBINACION-OCUPACION
           IF SUBINDICE-OCU <= WS-CANT-OCUPACION THEN
               IF TIMACT-TIPO-MOV = "C" THEN
                   VEC-OCU-SUCURSAL(SUBINDICE-OCU)
               MOVE TIMACT-TIP_CLASE TO
                   VEC-OCU-TIP_CLASE(SUBINDICE-OCU)
               MOVE WS-MODALIDAD-ACTUAL TO
                   VEC-OCU-MODALIDAD(SUBINDICE-OCU)
               MOVE ZERO TO VEC-OCU-HORAS(SUBINDICE-OCU)
               MOVE ZERO TO VEC-OCU-ALUMNOS(SUBINDICE-OCU)
           END-IF.
       AVANZAR-SUBINDICE-OCU.
           IF VEC-OCU-SUCURSAL(SUBINDICE-OCU) = TIMACT-SUCURSAL AND
               VEC-OCU-TIP_CLASE(SUBINDICE-OCU) = TIMACT-TIP_CLASE
               AND VEC-OCU-MODALIDAD(SUBINDICE-OCU) =
                   WS-MODALIDAD-ACTUAL THEN
               MOVE "S" TO WS-OCU-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-OCU
       GRABAR-LINEA-OCUPACION.
           MOVE VEC-OCU-SUCURSAL(SUBINDICE-OCU) TO LOC-SUCURSAL
           MOVE VEC-OCU-TIP_CLASE(SUBINDICE-OCU) TO LOC-TIPO
           IF VEC-OCU-VIRTUAL(SUBINDICE-OCU) THEN
               MOVE "VIRTUAL" TO LOC-MODALIDAD
           ELSE
               MOVE "PRESENCIAL" TO LOC-MODALIDAD
           END-IF
           MOVE VEC-OCU-HORAS(SUBINDICE-OCU) TO LOC-HORAS
           MOVE VEC-OCU-ALUMNOS(SUBINDICE-OCU) TO LOC-ALUMNOS
           IF VEC-OCU-HORAS(SUBINDICE-OCU) > ZERO THEN
