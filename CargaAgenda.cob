      * Author:
      * Date:
      * Purpose: Carga de la agenda de clases planificadas del mes
      *          (profesor, fecha, sucursal, tipo de clase, horas
      *          previstas y horario, que la planilla de asistencia
      *          de la sucursal trae impreso) sobre
      *          AgendaClases.dat, que despues el reporte de desvio
      *          cruza contra el TimesAct generado por la corrida.
      *          No se agendan clases en sucursales bloqueadas por el
      *          control de credito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT AGENDA_CLASES ASSIGN TO "AgendaClases.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AGENDA.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           03 AGE-SUCURSAL PIC X(3).
           03 AGE-TIP_CLASE PIC X(4).
           03 AGE-HORAS-PREVISTAS PIC 9(3)V99.
           03 AGE-HORA-DESDE PIC 9(4).
           03 AGE-HORA-HASTA PIC 9(4).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AGENDA PIC X(2) VALUE SPACES.
       01 WS-EOF-AGENDA PIC X(2) VALUE "NO".
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-SUC-BLOQUEADA PIC X(1) VALUE "N".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-TIPO-ENTRADA PIC X(4).
       01 WS-HORAS-ENTRADA PIC 9(3)V99.
       01 WS-DESDE-ENTRADA PIC 9(4).
       01 WS-HASTA-ENTRADA PIC 9(4).

       01 WS-CONTADOR-AGENDA PIC 9(5) VALUE ZERO.
      *-----------------------
           ACCEPT WS-TIPO-ENTRADA.
           DISPLAY "HORAS PREVISTAS: ".
           ACCEPT WS-HORAS-ENTRADA.
           MOVE ZERO TO WS-DESDE-ENTRADA
           MOVE ZERO TO WS-HASTA-ENTRADA
           DISPLAY "HORA DESDE (HHMM, EN BLANCO SIN HORARIO): ".
           ACCEPT WS-DESDE-ENTRADA.
           DISPLAY "HORA HASTA (HHMM, EN BLANCO SIN HORARIO): ".
           ACCEPT WS-HASTA-ENTRADA.
           IF WS-FECHA-ENTRADA NOT NUMERIC OR
               WS-HORAS-ENTRADA = ZEROS OR
               WS-DESDE-ENTRADA > 2359 OR WS-HASTA-ENTRADA > 2359 OR
               WS-HASTA-ENTRADA < WS-DESDE-ENTRADA THEN
               DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
           ELSE
               PERFORM VERIFICAR-SUCURSAL-BLOQUEADA
               IF WS-SUC-BLOQUEADA = "S" THEN
                   DISPLAY "SUCURSAL BLOQUEADA POR CREDITO, ALTA "
                           "CANCELADA"
               ELSE
                   OPEN EXTEND AGENDA_CLASES
                   IF WS-STATUS-AGENDA = "35" THEN
                       OPEN OUTPUT AGENDA_CLASES
                       CLOSE AGENDA_CLASES
                       OPEN EXTEND AGENDA_CLASES
                   END-IF
                   MOVE WS-PROFESOR-ENTRADA TO AGE-PROFESOR
                   MOVE WS-FECHA-ENTRADA TO AGE-FECHA
                   MOVE WS-SUCURSAL-ENTRADA TO AGE-SUCURSAL
                   MOVE WS-TIPO-ENTRADA TO AGE-TIP_CLASE
                   MOVE WS-HORAS-ENTRADA TO AGE-HORAS-PREVISTAS
                   MOVE WS-DESDE-ENTRADA TO AGE-HORA-DESDE
                   MOVE WS-HASTA-ENTRADA TO AGE-HORA-HASTA
                   WRITE AGENDA_CLASES_REG
                   CLOSE AGENDA_CLASES
                   DISPLAY "CLASE PREVISTA AGENDADA"
               END-IF
           END-IF.

      * Sin maestro de sucursales no hay bloqueos que respetar.
       VERIFICAR-SUCURSAL-BLOQUEADA.
           MOVE "N" TO WS-SUC-BLOQUEADA
           MOVE "NO" TO WS-EOF-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM COTEJAR-SUCURSAL UNTIL
                   WS-EOF-SUCURSALES = "SI"
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES
           END-READ.

       COTEJAR-SUCURSAL.
           IF SUC-SUCURSAL = WS-SUCURSAL-ENTRADA AND
               SUC-BLOQUEADA THEN
               MOVE "S" TO WS-SUC-BLOQUEADA
           END-IF
           PERFORM LEER-SUCURSAL.

       LISTAR-AGENDA.
           MOVE ZERO TO WS-CONTADOR-AGENDA
           MOVE "NO" TO WS-EOF-AGENDA
           IF WS-STATUS-AGENDA NOT = "00" THEN
               DISPLAY "TODAVIA NO HAY AGENDA CARGADA"
           ELSE
               DISPLAY "PROF  FECHA    SUC TIPO HORAS  DESDE HASTA"
               PERFORM LEER-AGENDA
               PERFORM LISTAR-UNA-CLASE UNTIL WS-EOF-AGENDA = "SI"
               CLOSE AGENDA_CLASES

       LISTAR-UNA-CLASE.
           DISPLAY AGE-PROFESOR " " AGE-FECHA " " AGE-SUCURSAL " "
               AGE-TIP_CLASE " " AGE-HORAS-PREVISTAS " "
               AGE-HORA-DESDE "  " AGE-HORA-HASTA
           ADD 1 TO WS-CONTADOR-AGENDA
           PERFORM LEER-AGENDA.

