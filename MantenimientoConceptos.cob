      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conceptos manuales de liquidacion: importes sueltos
      *          que no son horas (bono por evento, reintegro de un
      *          material, descuento de un libro). El maestro
      *          (ConceptosManuales.dat) dice de cada concepto si
      *          suma a la base de retencion y con que tipo de
      *          movimiento va al extracto contable, que
      *          PlanCuentasGL.dat lleva a su propia cuenta. Las
      *          novedades (NovConceptos.dat) traen profesor,
      *          concepto, importe, signo y si es remunerativo; la
      *          corrida toma las pendientes, las pone en el recibo
      *          y las marca liquidadas con el folio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-CONCEPTOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONCEPTOS-MANUALES ASSIGN TO "ConceptosManuales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONCEPTOS.

       SELECT NOV-CONCEPTOS ASSIGN TO "NovConceptos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV-CONCEPTOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * El tipo de movimiento contable no puede ser uno de los que ya
      * graba la liquidacion (horas, contribuciones, canon, etc.).
       FD CONCEPTOS-MANUALES LABEL RECORD IS STANDARD.
       01 CONCEPTOS-MANUALES-REG.
           03 CMA-CODIGO PIC X(4).
           03 CMA-DESCRIPCION PIC X(20).
           03 CMA-SUMA-BASE-RET PIC X(1).
               88 CMA-SUMA-BASE-RETENCION VALUE "S".
           03 CMA-TIPO-MOV-GL PIC X(1).

       FD NOV-CONCEPTOS LABEL RECORD IS STANDARD.
       01 NOV-CONCEPTOS-REG.
           03 NCO-PROFESOR PIC X(5).
           03 NCO-CONCEPTO PIC X(4).
           03 NCO-IMPORTE PIC 9(7)V99.
           03 NCO-SIGNO PIC X(1).
               88 NCO-SUMA VALUE "+".
               88 NCO-RESTA VALUE "-".
           03 NCO-REMUNERATIVO PIC X(1).
               88 NCO-ES-REMUNERATIVO VALUE "S".
           03 NCO-LEYENDA PIC X(30).
           03 NCO-FECHA-CARGA PIC 9(8).
           03 NCO-ESTADO PIC X(1).
               88 NCO-PENDIENTE VALUE "P".
               88 NCO-LIQUIDADA VALUE "L".
           03 NCO-FOLIO-RECIBO PIC 9(9).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CONCEPTOS PIC X(2) VALUE "NO".
       01 WS-EOF-NOV-CONCEPTOS PIC X(2) VALUE "NO".

       01 WS-MAX-CONCEPTOS PIC 9(3) VALUE 100.
       01 WS-CANT-CONCEPTOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CMA PIC 9(3) VALUE ZERO.
       01 TABLA-CONCEPTOS.
           03 ELEM-CMA OCCURS 100 TIMES.
               05 VEC-CMA-CODIGO PIC X(4).
               05 VEC-CMA-DESCRIPCION PIC X(20).
               05 VEC-CMA-SUMA-BASE-RET PIC X(1).
               05 VEC-CMA-TIPO-MOV-GL PIC X(1).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-NOVEDAD VALUE "3".
           88 WS-OPCION-PENDIENTES VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

      * Codigos que la liquidacion ya usa en el libro de sueldos.
       01 WS-CONCEPTO-ENTRADA PIC X(4).
           88 WS-CONCEPTO-RESERVADO VALUES "HORA" "ANTG" "NOCT"
               "RGAN" "ADEL" "SAC " "VACA" "EMBA" "MOVI".
       01 WS-DESCRIPCION-ENTRADA PIC X(20).
       01 WS-SUMA-BASE-ENTRADA PIC X(1).
           88 WS-SUMA-BASE-VALIDA VALUES "S" "N".
       01 WS-TIPO-MOV-ENTRADA PIC X(1).
           88 WS-TIPO-MOV-RESERVADO VALUES "A" "B" "C" "D" "E"
               "F" "I" "J" "M" "V" " ".
       01 WS-PROFESOR-ENTRADA PIC X(5).
       01 WS-IMPORTE-ENTRADA PIC 9(7)V99.
       01 WS-SIGNO-ENTRADA PIC X(1).
           88 WS-SIGNO-VALIDO VALUES "+" "-".
       01 WS-REMUNERATIVO-ENTRADA PIC X(1).
           88 WS-REMUNERATIVO-VALIDO VALUES "S" "N".
       01 WS-LEYENDA-ENTRADA PIC X(30).

       01 WS-CMA-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CMA-ENCONTRADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
       01 WS-CANT-PENDIENTES PIC 9(5) VALUE ZERO.

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

       01 LINEA-NOVEDAD.
           03 LNO-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNO-CONCEPTO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNO-SIGNO PIC X(1).
           03 LNO-IMPORTE PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNO-REMUNERATIVO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNO-LEYENDA PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNO-FECHA PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro en memoria, aplica las altas y las
      * novedades interactivamente y regraba el maestro al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           PERFORM CARGAR-CONCEPTOS-A-VECTOR
           IF WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS THEN
               DISPLAY "EL MAESTRO DE CONCEPTOS SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-CONCEPTOS-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE CONCEPTOS"
           STOP RUN.

       CARGAR-CONCEPTOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-CONCEPTOS
           OPEN INPUT CONCEPTOS-MANUALES
           IF WS-STATUS-CONCEPTOS = "00" THEN
               PERFORM LEER-CONCEPTO
               PERFORM CARGAR-REGISTRO-CMA UNTIL
                   WS-EOF-CONCEPTOS = "SI" OR
                   WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS
               CLOSE CONCEPTOS-MANUALES
           END-IF
           DISPLAY "CONCEPTOS CARGADOS: " WS-CANT-CONCEPTOS.

       LEER-CONCEPTO.
           READ CONCEPTOS-MANUALES
               AT END
                   MOVE "SI" TO WS-EOF-CONCEPTOS.

       CARGAR-REGISTRO-CMA.
           ADD 1 TO WS-CANT-CONCEPTOS
           MOVE CMA-CODIGO TO VEC-CMA-CODIGO(WS-CANT-CONCEPTOS)
           MOVE CMA-DESCRIPCION TO
               VEC-CMA-DESCRIPCION(WS-CANT-CONCEPTOS)
           MOVE CMA-SUMA-BASE-RET TO
               VEC-CMA-SUMA-BASE-RET(WS-CANT-CONCEPTOS)
           MOVE CMA-TIPO-MOV-GL TO
               VEC-CMA-TIPO-MOV-GL(WS-CANT-CONCEPTOS)
           PERFORM LEER-CONCEPTO.

       GRABAR-CONCEPTOS-DESDE-VECTOR.
           OPEN OUTPUT CONCEPTOS-MANUALES
           MOVE 1 TO SUBINDICE-CMA
           PERFORM GRABAR-UN-REGISTRO-CMA UNTIL
               SUBINDICE-CMA > WS-CANT-CONCEPTOS
           CLOSE CONCEPTOS-MANUALES.

       GRABAR-UN-REGISTRO-CMA.
           MOVE VEC-CMA-CODIGO(SUBINDICE-CMA) TO CMA-CODIGO
           MOVE VEC-CMA-DESCRIPCION(SUBINDICE-CMA) TO CMA-DESCRIPCION
           MOVE VEC-CMA-SUMA-BASE-RET(SUBINDICE-CMA) TO
               CMA-SUMA-BASE-RET
           MOVE VEC-CMA-TIPO-MOV-GL(SUBINDICE-CMA) TO CMA-TIPO-MOV-GL
           WRITE CONCEPTOS-MANUALES-REG
           ADD 1 TO SUBINDICE-CMA.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ CONCEPTOS MANUALES DE LIQUIDACION ------".
           DISPLAY "1. ALTA O MODIFICACION DE CONCEPTO".
           DISPLAY "2. LISTAR CONCEPTOS".
           DISPLAY "3. CARGAR NOVEDAD DE CONCEPTO A UN PROFESOR".
           DISPLAY "4. LISTAR NOVEDADES PENDIENTES DE LIQUIDAR".
           DISPLAY "5. SALIR".
           DISPLAY "-----------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-CONCEPTO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-CONCEPTOS
               WHEN WS-OPCION-NOVEDAD
                   PERFORM CARGAR-NOVEDAD-CONCEPTO
               WHEN WS-OPCION-PENDIENTES
                   PERFORM LISTAR-NOVEDADES-PENDIENTES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un codigo existente se modifica en el lugar: las novedades ya
      * cargadas con ese codigo toman el tratamiento nuevo.
       ALTA-CONCEPTO.
           DISPLAY "CODIGO DE CONCEPTO (4 CARACTERES): "
           MOVE SPACES TO WS-CONCEPTO-ENTRADA
           ACCEPT WS-CONCEPTO-ENTRADA
           DISPLAY "DESCRIPCION (LEYENDA DEL RECIBO): "
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA
           ACCEPT WS-DESCRIPCION-ENTRADA
           DISPLAY "SUMA A LA BASE DE RETENCION (S/N): "
           ACCEPT WS-SUMA-BASE-ENTRADA
           DISPLAY "TIPO DE MOVIMIENTO CONTABLE (UNA LETRA DEL PLAN "
                   "DE CUENTAS): "
           ACCEPT WS-TIPO-MOV-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-CONCEPTO-ENTRADA = SPACES THEN
               DISPLAY "EL CODIGO DE CONCEPTO ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-CONCEPTO-RESERVADO THEN
               DISPLAY "CODIGO RESERVADO PARA LA LIQUIDACION"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DESCRIPCION-ENTRADA = SPACES THEN
               DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-SUMA-BASE-VALIDA THEN
               DISPLAY "SUMA A LA BASE DEBE SER S O N"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-TIPO-MOV-RESERVADO THEN
               DISPLAY "TIPO DE MOVIMIENTO YA USADO POR LA "
                       "LIQUIDACION"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-CONCEPTO
               IF NOT WS-CMA-ENCONTRADO-SI THEN
                   IF WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS THEN
                       DISPLAY "MAESTRO DE CONCEPTOS LLENO"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       ADD 1 TO WS-CANT-CONCEPTOS
                       MOVE WS-CANT-CONCEPTOS TO SUBINDICE-CMA
                       MOVE WS-CONCEPTO-ENTRADA TO
                           VEC-CMA-CODIGO(SUBINDICE-CMA)
                   END-IF
               END-IF
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               MOVE WS-DESCRIPCION-ENTRADA TO
                   VEC-CMA-DESCRIPCION(SUBINDICE-CMA)
               MOVE WS-SUMA-BASE-ENTRADA TO
                   VEC-CMA-SUMA-BASE-RET(SUBINDICE-CMA)
               MOVE WS-TIPO-MOV-ENTRADA TO
                   VEC-CMA-TIPO-MOV-GL(SUBINDICE-CMA)
               DISPLAY "CONCEPTO GRABADO"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       BUSCAR-CONCEPTO.
           MOVE "N" TO WS-CMA-ENCONTRADO
           MOVE 1 TO SUBINDICE-CMA
           PERFORM AVANZAR-SUBINDICE-CMA UNTIL
               SUBINDICE-CMA > WS-CANT-CONCEPTOS OR
               WS-CMA-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-CMA.
           IF VEC-CMA-CODIGO(SUBINDICE-CMA) = WS-CONCEPTO-ENTRADA THEN
               MOVE "S" TO WS-CMA-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-CMA
           END-IF.

       LISTAR-CONCEPTOS.
           DISPLAY "CODI DESCRIPCION          BASE GL".
           MOVE 1 TO SUBINDICE-CMA
           PERFORM LISTAR-UN-REGISTRO-CMA UNTIL
               SUBINDICE-CMA > WS-CANT-CONCEPTOS.

       LISTAR-UN-REGISTRO-CMA.
           DISPLAY VEC-CMA-CODIGO(SUBINDICE-CMA) " "
               VEC-CMA-DESCRIPCION(SUBINDICE-CMA) " "
               VEC-CMA-SUMA-BASE-RET(SUBINDICE-CMA) "    "
               VEC-CMA-TIPO-MOV-GL(SUBINDICE-CMA)
           ADD 1 TO SUBINDICE-CMA.

      * La novedad queda pendiente hasta que la corrida la liquida;
      * la leyenda en blanco toma la descripcion del concepto.
       CARGAR-NOVEDAD-CONCEPTO.
           DISPLAY "PROFESOR: "
           MOVE SPACES TO WS-PROFESOR-ENTRADA
           ACCEPT WS-PROFESOR-ENTRADA
           DISPLAY "CONCEPTO: "
           MOVE SPACES TO WS-CONCEPTO-ENTRADA
           ACCEPT WS-CONCEPTO-ENTRADA
           DISPLAY "IMPORTE: "
           MOVE ZERO TO WS-IMPORTE-ENTRADA
           ACCEPT WS-IMPORTE-ENTRADA
           DISPLAY "SIGNO (+ SUMA AL NETO, - DESCUENTA): "
           ACCEPT WS-SIGNO-ENTRADA
           DISPLAY "REMUNERATIVO (S/N): "
           ACCEPT WS-REMUNERATIVO-ENTRADA
           DISPLAY "LEYENDA DEL RECIBO (ENTER = DESCRIPCION DEL "
                   "CONCEPTO): "
           MOVE SPACES TO WS-LEYENDA-ENTRADA
           ACCEPT WS-LEYENDA-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-PROFESOR-ENTRADA = SPACES THEN
               DISPLAY "EL PROFESOR ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-IMPORTE-ENTRADA = ZERO THEN
               DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-SIGNO-VALIDO THEN
               DISPLAY "EL SIGNO DEBE SER + O -"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-REMUNERATIVO-VALIDO THEN
               DISPLAY "REMUNERATIVO DEBE SER S O N"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           PERFORM BUSCAR-CONCEPTO
           IF NOT WS-CMA-ENCONTRADO-SI THEN
               DISPLAY "CONCEPTO INEXISTENTE EN EL MAESTRO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               IF WS-LEYENDA-ENTRADA = SPACES THEN
                   MOVE VEC-CMA-DESCRIPCION(SUBINDICE-CMA) TO
                       WS-LEYENDA-ENTRADA
               END-IF
               OPEN EXTEND NOV-CONCEPTOS
               IF WS-STATUS-NOV-CONCEPTOS = "35" THEN
                   OPEN OUTPUT NOV-CONCEPTOS
                   CLOSE NOV-CONCEPTOS
                   OPEN EXTEND NOV-CONCEPTOS
               END-IF
               MOVE WS-PROFESOR-ENTRADA TO NCO-PROFESOR
               MOVE WS-CONCEPTO-ENTRADA TO NCO-CONCEPTO
               MOVE WS-IMPORTE-ENTRADA TO NCO-IMPORTE
               MOVE WS-SIGNO-ENTRADA TO NCO-SIGNO
               MOVE WS-REMUNERATIVO-ENTRADA TO NCO-REMUNERATIVO
               MOVE WS-LEYENDA-ENTRADA TO NCO-LEYENDA
               COMPUTE NCO-FECHA-CARGA = WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE "P" TO NCO-ESTADO
               MOVE ZEROS TO NCO-FOLIO-RECIBO
               WRITE NOV-CONCEPTOS-REG
               CLOSE NOV-CONCEPTOS
               DISPLAY "NOVEDAD REGISTRADA"
           ELSE
               DISPLAY "DATOS INVALIDOS, NOVEDAD CANCELADA"
           END-IF.

       LISTAR-NOVEDADES-PENDIENTES.
           MOVE ZERO TO WS-CANT-PENDIENTES
           MOVE "NO" TO WS-EOF-NOV-CONCEPTOS
           OPEN INPUT NOV-CONCEPTOS
           IF WS-STATUS-NOV-CONCEPTOS = "00" THEN
               PERFORM LEER-NOVEDAD-CONCEPTO
               PERFORM MOSTRAR-UNA-NOVEDAD UNTIL
                   WS-EOF-NOV-CONCEPTOS = "SI"
               CLOSE NOV-CONCEPTOS
           END-IF
           DISPLAY "NOVEDADES PENDIENTES: " WS-CANT-PENDIENTES.

       LEER-NOVEDAD-CONCEPTO.
           READ NOV-CONCEPTOS
               AT END
                   MOVE "SI" TO WS-EOF-NOV-CONCEPTOS.

       MOSTRAR-UNA-NOVEDAD.
           IF NCO-PENDIENTE THEN
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE NCO-PROFESOR TO LNO-PROFESOR
               MOVE NCO-CONCEPTO TO LNO-CONCEPTO
               MOVE NCO-SIGNO TO LNO-SIGNO
               MOVE NCO-IMPORTE TO LNO-IMPORTE
               MOVE NCO-REMUNERATIVO TO LNO-REMUNERATIVO
               MOVE NCO-LEYENDA TO LNO-LEYENDA
               MOVE NCO-FECHA-CARGA TO LNO-FECHA
               DISPLAY LINEA-NOVEDAD
           END-IF
           PERFORM LEER-NOVEDAD-CONCEPTO.

       END PROGRAM MANTENIMIENTO-CONCEPTOS.
