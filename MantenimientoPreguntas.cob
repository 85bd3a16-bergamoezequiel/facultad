      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de preguntas de la encuesta de satisfaccion
      *          de los alumnos (PreguntasEncuesta.dat). Cada
      *          pregunta tiene un numero de 01 a 10, que es la
      *          posicion de su puntaje en el renglon de la encuesta,
      *          y se responde con un puntaje de 1 a 5. Una pregunta
      *          que se deja de hacer se da de baja con fecha y no se
      *          borra, porque las encuestas ya importadas siguen
      *          teniendo su puntaje en esa posicion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-PREGUNTAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PREGUNTAS ASSIGN TO "PreguntasEncuesta.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PREGUNTAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PREGUNTAS LABEL RECORD IS STANDARD.
       01 PREGUNTAS_REG.
           03 PRE-NUMERO PIC 9(2).
           03 PRE-TEXTO PIC X(50).
           03 PRE-ABREVIATURA PIC X(12).
           03 PRE-FECHA-ALTA PIC 9(8).
           03 PRE-FECHA-BAJA PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PREGUNTAS PIC X(2) VALUE SPACES.
       01 WS-EOF-PREGUNTAS PIC X(2) VALUE "NO".

      * La encuesta trae a lo sumo diez puntajes por renglon.
       01 WS-MAX-PREGUNTAS PIC 9(2) VALUE 10.
       01 WS-CANT-PREGUNTAS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-PRE PIC 9(2) VALUE ZERO.
       01 TABLA-PREGUNTAS.
           03 ELEM-PRE OCCURS 10 TIMES.
               05 VEC-PRE-NUMERO PIC 9(2).
               05 VEC-PRE-TEXTO PIC X(50).
               05 VEC-PRE-ABREVIATURA PIC X(12).
               05 VEC-PRE-FECHA-ALTA PIC 9(8).
               05 VEC-PRE-FECHA-BAJA PIC 9(8).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-BAJA VALUE "2".
           88 WS-OPCION-LISTAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-NUMERO-ENTRADA PIC X(2).
       01 WS-NUMERO-ENTRADA-NUM REDEFINES WS-NUMERO-ENTRADA
           PIC 9(2).
       01 WS-TEXTO-ENTRADA PIC X(50).
       01 WS-ABREVIATURA-ENTRADA PIC X(12).
       01 WS-FECHA-ENTRADA PIC 9(8).

       01 WS-PRE-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-PRE-ENCONTRADA-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
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
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro en memoria, aplica altas, modificaciones y
      * bajas interactivamente y regraba el maestro al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           PERFORM CARGAR-PREGUNTAS-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-PREGUNTAS-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE PREGUNTAS"
           STOP RUN.

       CARGAR-PREGUNTAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-PREGUNTAS
           OPEN INPUT PREGUNTAS
           IF WS-STATUS-PREGUNTAS = "00" THEN
               PERFORM LEER-PREGUNTA
               PERFORM CARGAR-REGISTRO-PRE UNTIL
                   WS-EOF-PREGUNTAS = "SI" OR
                   WS-CANT-PREGUNTAS >= WS-MAX-PREGUNTAS
               CLOSE PREGUNTAS
           END-IF
           DISPLAY "PREGUNTAS CARGADAS: " WS-CANT-PREGUNTAS.

       LEER-PREGUNTA.
           READ PREGUNTAS
               AT END
                   MOVE "SI" TO WS-EOF-PREGUNTAS
           END-READ.

       CARGAR-REGISTRO-PRE.
           ADD 1 TO WS-CANT-PREGUNTAS
           MOVE PRE-NUMERO TO VEC-PRE-NUMERO(WS-CANT-PREGUNTAS)
           MOVE PRE-TEXTO TO VEC-PRE-TEXTO(WS-CANT-PREGUNTAS)
           MOVE PRE-ABREVIATURA TO
               VEC-PRE-ABREVIATURA(WS-CANT-PREGUNTAS)
           MOVE PRE-FECHA-ALTA TO VEC-PRE-FECHA-ALTA(WS-CANT-PREGUNTAS)
           MOVE PRE-FECHA-BAJA TO VEC-PRE-FECHA-BAJA(WS-CANT-PREGUNTAS)
           PERFORM LEER-PREGUNTA.

       GRABAR-PREGUNTAS-DESDE-VECTOR.
           OPEN OUTPUT PREGUNTAS
           MOVE 1 TO SUBINDICE-PRE
           PERFORM GRABAR-UN-REGISTRO-PRE UNTIL
               SUBINDICE-PRE > WS-CANT-PREGUNTAS
           CLOSE PREGUNTAS.

       GRABAR-UN-REGISTRO-PRE.
           MOVE VEC-PRE-NUMERO(SUBINDICE-PRE) TO PRE-NUMERO
           MOVE VEC-PRE-TEXTO(SUBINDICE-PRE) TO PRE-TEXTO
           MOVE VEC-PRE-ABREVIATURA(SUBINDICE-PRE) TO PRE-ABREVIATURA
           MOVE VEC-PRE-FECHA-ALTA(SUBINDICE-PRE) TO PRE-FECHA-ALTA
           MOVE VEC-PRE-FECHA-BAJA(SUBINDICE-PRE) TO PRE-FECHA-BAJA
           WRITE PREGUNTAS_REG
           ADD 1 TO SUBINDICE-PRE.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ PREGUNTAS DE LA ENCUESTA DE ALUMNOS ------".
           DISPLAY "1. ALTA O MODIFICACION DE PREGUNTA".
           DISPLAY "2. BAJA DE PREGUNTA".
           DISPLAY "3. LISTAR PREGUNTAS".
           DISPLAY "4. SALIR".
           DISPLAY "-------------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-PREGUNTA
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-PREGUNTA
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-PREGUNTAS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un numero existente se modifica en el lugar; si estaba dado
      * de baja vuelve a quedar vigente desde hoy. Cambiar el texto
      * de una pregunta ya encuestada cambia lo que se compara, por
      * eso conviene darla de baja y usar un numero libre.
       ALTA-PREGUNTA.
           DISPLAY "NUMERO DE PREGUNTA (01 A 10): "
           MOVE SPACES TO WS-NUMERO-ENTRADA
           ACCEPT WS-NUMERO-ENTRADA
           DISPLAY "TEXTO DE LA PREGUNTA: "
           MOVE SPACES TO WS-TEXTO-ENTRADA
           ACCEPT WS-TEXTO-ENTRADA
           DISPLAY "ABREVIATURA PARA EL REPORTE (12 CARACTERES): "
           MOVE SPACES TO WS-ABREVIATURA-ENTRADA
           ACCEPT WS-ABREVIATURA-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           PERFORM VALIDAR-NUMERO-ENTRADA
           IF WS-TEXTO-ENTRADA = SPACES THEN
               DISPLAY "EL TEXTO DE LA PREGUNTA ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-ABREVIATURA-ENTRADA = SPACES THEN
               MOVE WS-TEXTO-ENTRADA(1:12) TO WS-ABREVIATURA-ENTRADA
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-PREGUNTA
               IF NOT WS-PRE-ENCONTRADA-SI THEN
                   ADD 1 TO WS-CANT-PREGUNTAS
                   MOVE WS-CANT-PREGUNTAS TO SUBINDICE-PRE
                   MOVE WS-NUMERO-ENTRADA-NUM TO
                       VEC-PRE-NUMERO(SUBINDICE-PRE)
                   MOVE WS-FECHA-HOY TO
                       VEC-PRE-FECHA-ALTA(SUBINDICE-PRE)
               END-IF
               IF VEC-PRE-FECHA-BAJA(SUBINDICE-PRE) NOT = ZERO THEN
                   MOVE WS-FECHA-HOY TO
                       VEC-PRE-FECHA-ALTA(SUBINDICE-PRE)
               END-IF
               MOVE ZERO TO VEC-PRE-FECHA-BAJA(SUBINDICE-PRE)
               MOVE WS-TEXTO-ENTRADA TO VEC-PRE-TEXTO(SUBINDICE-PRE)
               MOVE WS-ABREVIATURA-ENTRADA TO
                   VEC-PRE-ABREVIATURA(SUBINDICE-PRE)
               DISPLAY "PREGUNTA GRABADA"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       BAJA-PREGUNTA.
           DISPLAY "NUMERO DE PREGUNTA A DAR DE BAJA: "
           MOVE SPACES TO WS-NUMERO-ENTRADA
           ACCEPT WS-NUMERO-ENTRADA
           DISPLAY "FECHA DE BAJA AAAAMMDD (0 = HOY): "
           MOVE ZERO TO WS-FECHA-ENTRADA
           ACCEPT WS-FECHA-ENTRADA
           IF WS-FECHA-ENTRADA = ZERO THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
           END-IF
           MOVE "S" TO WS-DATOS-VALIDOS
           PERFORM VALIDAR-NUMERO-ENTRADA
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-PREGUNTA
               IF NOT WS-PRE-ENCONTRADA-SI THEN
                   DISPLAY "PREGUNTA INEXISTENTE"
               ELSE
                   IF VEC-PRE-FECHA-BAJA(SUBINDICE-PRE) NOT = ZERO
                       THEN
                       DISPLAY "LA PREGUNTA YA ESTA DADA DE BAJA"
                   ELSE
                       IF WS-FECHA-ENTRADA <
                           VEC-PRE-FECHA-ALTA(SUBINDICE-PRE) THEN
                           DISPLAY "LA BAJA NO PUEDE SER ANTERIOR AL "
                                   "ALTA"
                       ELSE
                           MOVE WS-FECHA-ENTRADA TO
                               VEC-PRE-FECHA-BAJA(SUBINDICE-PRE)
                           DISPLAY "PREGUNTA DADA DE BAJA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Como el maestro se regraba entero, una pregunta nueva solo
      * entra si todavia hay lugar en la tabla.
       VALIDAR-NUMERO-ENTRADA.
           IF WS-NUMERO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL NUMERO DEBE SER DE DOS DIGITOS (01 A 10)"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-NUMERO-ENTRADA-NUM < 1 OR
                   WS-NUMERO-ENTRADA-NUM > WS-MAX-PREGUNTAS THEN
                   DISPLAY "EL NUMERO DEBE ESTAR ENTRE 01 Y 10"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       BUSCAR-PREGUNTA.
           MOVE "N" TO WS-PRE-ENCONTRADA
           MOVE 1 TO SUBINDICE-PRE
           PERFORM AVANZAR-SUBINDICE-PRE UNTIL
               SUBINDICE-PRE > WS-CANT-PREGUNTAS OR
               WS-PRE-ENCONTRADA-SI.

       AVANZAR-SUBINDICE-PRE.
           IF VEC-PRE-NUMERO(SUBINDICE-PRE) = WS-NUMERO-ENTRADA-NUM
               THEN
               MOVE "S" TO WS-PRE-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-PRE
           END-IF.

       LISTAR-PREGUNTAS.
           DISPLAY "NR ABREVIATURA  ALTA     BAJA     TEXTO".
           MOVE 1 TO SUBINDICE-PRE
           PERFORM LISTAR-UN-REGISTRO-PRE UNTIL
               SUBINDICE-PRE > WS-CANT-PREGUNTAS.

       LISTAR-UN-REGISTRO-PRE.
           DISPLAY VEC-PRE-NUMERO(SUBINDICE-PRE) " "
               VEC-PRE-ABREVIATURA(SUBINDICE-PRE) " "
               VEC-PRE-FECHA-ALTA(SUBINDICE-PRE) " "
               VEC-PRE-FECHA-BAJA(SUBINDICE-PRE) " "
               VEC-PRE-TEXTO(SUBINDICE-PRE)
           ADD 1 TO SUBINDICE-PRE.

       END PROGRAM MANTENIMIENTO-PREGUNTAS.
