      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de topes de facturacion anual por categoria
      *          del monotributo (TopesMonotributo.dat). Cada tope
      *          tiene vigencia desde/hasta: cargar el tope nuevo de
      *          una categoria (cuando el fisco actualiza la escala)
      *          cierra el vigente el dia anterior, asi un control
      *          sobre un periodo pasado sigue usando el tope de
      *          entonces. ControlTopesMonotributo compara contra
      *          esta tabla lo facturado por cada profesor
      *          monotributista en los ultimos doce meses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-TOPES-MONOTRIBUTO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TOPES-MONOTRIBUTO ASSIGN TO "TopesMonotributo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TOPES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD TOPES-MONOTRIBUTO LABEL RECORD IS STANDARD.
       01 TOPES-MONOTRIBUTO-REG.
           03 TMON-CATEGORIA PIC X(1).
           03 TMON-TOPE-ANUAL PIC 9(11)V99.
           03 TMON-FECHA-DESDE PIC 9(8).
           03 TMON-FECHA-HASTA PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TOPES PIC X(2) VALUE SPACES.
       01 WS-EOF-TOPES PIC X(2) VALUE "NO".

       01 WS-MAX-TOPES PIC 9(3) VALUE 500.
       01 WS-CANT-TOPES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-TMO PIC 9(3) VALUE ZERO.
       01 TABLA-TOPES.
           03 ELEM-TMO OCCURS 500 TIMES.
               05 VEC-TMO-CATEGORIA PIC X(1).
               05 VEC-TMO-TOPE-ANUAL PIC 9(11)V99.
               05 VEC-TMO-FECHA-DESDE PIC 9(8).
               05 VEC-TMO-FECHA-HASTA PIC 9(8).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-CATEGORIA-ENTRADA PIC X(1).
           88 WS-CATEGORIA-VALIDA VALUES "A" THRU "K".
       01 WS-TOPE-ENTRADA PIC 9(11)V99.
       01 WS-FECHA-DESDE-ENTRADA PIC X(8).

       01 WS-TMO-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-TMO-ENCONTRADO-SI VALUE "S".
       01 WS-SUBINDICE-VIGENTE PIC 9(3) VALUE ZERO.
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

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
       01 WS-FECHA-HOY-GRUPO.
           03 WS-FECHA-HOY-ANIO PIC 9(4).
           03 WS-FECHA-HOY-MES PIC 9(2).
           03 WS-FECHA-HOY-DIA PIC 9(2).
       01 WS-FECHA-HOY REDEFINES WS-FECHA-HOY-GRUPO PIC 9(8).

      * Fecha desde la que rige el tope nuevo; el cierre del
      * anterior es el dia inmediato anterior a esta.
       01 WS-FECHA-BASE-GRUPO.
           03 WS-FECHA-BASE-ANIO PIC 9(4).
           03 WS-FECHA-BASE-MES PIC 9(2).
           03 WS-FECHA-BASE-DIA PIC 9(2).
       01 WS-FECHA-BASE REDEFINES WS-FECHA-BASE-GRUPO PIC 9(8).

       01 WS-FECHA-CIERRE-GRUPO.
           03 WS-FECHA-CIERRE-ANIO PIC 9(4).
           03 WS-FECHA-CIERRE-MES PIC 9(2).
           03 WS-FECHA-CIERRE-DIA PIC 9(2).
       01 WS-FECHA-CIERRE REDEFINES WS-FECHA-CIERRE-GRUPO PIC 9(8).

       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-MAX-DIA-MES-ANT PIC 9(2).
       01 WS-ANIO-CUOCIENTE PIC 9(4).
       01 WS-RESIDUO-4 PIC 9(4).
       01 WS-RESIDUO-100 PIC 9(4).
       01 WS-RESIDUO-400 PIC 9(4).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga la tabla de topes en memoria, aplica las altas
      * interactivamente y la regraba completa al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-TOPES-A-VECTOR
           IF WS-CANT-TOPES >= WS-MAX-TOPES THEN
               DISPLAY "LA TABLA DE TOPES SUPERA LA TABLA EN MEMORIA; "
                       "NO SE PUEDE MANTENER SIN PERDER REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-TOPES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE TOPES DE MONOTRIBUTO"
           STOP RUN.

       CARGAR-TOPES-A-VECTOR.
           MOVE ZERO TO WS-CANT-TOPES
           OPEN INPUT TOPES-MONOTRIBUTO
           IF WS-STATUS-TOPES = "00" THEN
               PERFORM LEER-TOPE
               PERFORM CARGAR-REGISTRO-TMO UNTIL
                   WS-EOF-TOPES = "SI" OR
                   WS-CANT-TOPES >= WS-MAX-TOPES
               CLOSE TOPES-MONOTRIBUTO
           END-IF
           DISPLAY "TOPES CARGADOS: " WS-CANT-TOPES.

       LEER-TOPE.
           READ TOPES-MONOTRIBUTO
               AT END
                   MOVE "SI" TO WS-EOF-TOPES.

       CARGAR-REGISTRO-TMO.
           ADD 1 TO WS-CANT-TOPES
           MOVE TMON-CATEGORIA TO VEC-TMO-CATEGORIA(WS-CANT-TOPES)
           MOVE TMON-TOPE-ANUAL TO VEC-TMO-TOPE-ANUAL(WS-CANT-TOPES)
           MOVE TMON-FECHA-DESDE TO VEC-TMO-FECHA-DESDE(WS-CANT-TOPES)
           MOVE TMON-FECHA-HASTA TO VEC-TMO-FECHA-HASTA(WS-CANT-TOPES)
           PERFORM LEER-TOPE.

       GRABAR-TOPES-DESDE-VECTOR.
           OPEN OUTPUT TOPES-MONOTRIBUTO
           MOVE 1 TO SUBINDICE-TMO
           PERFORM GRABAR-UN-REGISTRO-TMO UNTIL
               SUBINDICE-TMO > WS-CANT-TOPES
           CLOSE TOPES-MONOTRIBUTO.

       GRABAR-UN-REGISTRO-TMO.
           MOVE VEC-TMO-CATEGORIA(SUBINDICE-TMO) TO TMON-CATEGORIA
           MOVE VEC-TMO-TOPE-ANUAL(SUBINDICE-TMO) TO TMON-TOPE-ANUAL
           MOVE VEC-TMO-FECHA-DESDE(SUBINDICE-TMO) TO TMON-FECHA-DESDE
           MOVE VEC-TMO-FECHA-HASTA(SUBINDICE-TMO) TO TMON-FECHA-HASTA
           WRITE TOPES-MONOTRIBUTO-REG
           ADD 1 TO SUBINDICE-TMO.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ TOPES DE CATEGORIA DEL MONOTRIBUTO ------".
           DISPLAY "1. CARGAR TOPE ANUAL DE UNA CATEGORIA".
           DISPLAY "2. LISTAR TOPES VIGENTES".
           DISPLAY "3. SALIR".
           DISPLAY "------------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-TOPE
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-TOPES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un tope nuevo para una categoria que ya tiene uno vigente lo
      * reemplaza: el anterior queda cerrado el dia previo a la
      * fecha desde del nuevo.
       ALTA-TOPE.
           DISPLAY "CATEGORIA (A A K): "
           ACCEPT WS-CATEGORIA-ENTRADA
           DISPLAY "TOPE DE FACTURACION ANUAL: "
           MOVE ZERO TO WS-TOPE-ENTRADA
           ACCEPT WS-TOPE-ENTRADA
           DISPLAY "FECHA DESDE AAAAMMDD (EN BLANCO = HOY): "
           ACCEPT WS-FECHA-DESDE-ENTRADA
           PERFORM VALIDAR-TOPE
           IF WS-DATOS-VALIDOS-SI AND
               WS-CANT-TOPES >= WS-MAX-TOPES THEN
               DISPLAY "TABLA DE TOPES LLENA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               IF WS-FECHA-DESDE-ENTRADA = SPACES THEN
                   MOVE WS-FECHA-HOY TO WS-FECHA-BASE
               ELSE
                   MOVE WS-FECHA-DESDE-ENTRADA TO WS-FECHA-BASE
               END-IF
               PERFORM BUSCAR-TOPE-VIGENTE
               IF WS-TMO-ENCONTRADO-SI THEN
                   PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
                   MOVE WS-FECHA-CIERRE TO
                       VEC-TMO-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
                   DISPLAY "TOPE ANTERIOR CERRADO AL " WS-FECHA-CIERRE
               END-IF
               ADD 1 TO WS-CANT-TOPES
               MOVE WS-CATEGORIA-ENTRADA TO
                   VEC-TMO-CATEGORIA(WS-CANT-TOPES)
               MOVE WS-TOPE-ENTRADA TO
                   VEC-TMO-TOPE-ANUAL(WS-CANT-TOPES)
               MOVE WS-FECHA-BASE TO
                   VEC-TMO-FECHA-DESDE(WS-CANT-TOPES)
               MOVE ZEROS TO VEC-TMO-FECHA-HASTA(WS-CANT-TOPES)
               DISPLAY "TOPE CARGADO"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       VALIDAR-TOPE.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF NOT WS-CATEGORIA-VALIDA THEN
               DISPLAY "LA CATEGORIA DEBE SER UNA LETRA DE LA A A LA K"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-TOPE-ENTRADA = ZERO THEN
               DISPLAY "EL TOPE DEBE SER MAYOR QUE CERO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-FECHA-DESDE-ENTRADA NOT = SPACES AND
               WS-FECHA-DESDE-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA DESDE INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       BUSCAR-TOPE-VIGENTE.
           MOVE "N" TO WS-TMO-ENCONTRADO
           MOVE 1 TO SUBINDICE-TMO
           PERFORM AVANZAR-SUBINDICE-TMO UNTIL
               SUBINDICE-TMO > WS-CANT-TOPES OR
               WS-TMO-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-TMO.
           IF VEC-TMO-CATEGORIA(SUBINDICE-TMO) =
                   WS-CATEGORIA-ENTRADA AND
               VEC-TMO-FECHA-HASTA(SUBINDICE-TMO) = ZEROS THEN
               MOVE "S" TO WS-TMO-ENCONTRADO
               MOVE SUBINDICE-TMO TO WS-SUBINDICE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-TMO
           END-IF.

       LISTAR-TOPES.
           DISPLAY "CAT TOPE ANUAL        DESDE".
           MOVE 1 TO SUBINDICE-TMO
           PERFORM LISTAR-UN-REGISTRO-TMO UNTIL
               SUBINDICE-TMO > WS-CANT-TOPES.

       LISTAR-UN-REGISTRO-TMO.
           IF VEC-TMO-FECHA-HASTA(SUBINDICE-TMO) = ZEROS THEN
               DISPLAY VEC-TMO-CATEGORIA(SUBINDICE-TMO) "   "
                   VEC-TMO-TOPE-ANUAL(SUBINDICE-TMO) " "
                   VEC-TMO-FECHA-DESDE(SUBINDICE-TMO)
           END-IF
           ADD 1 TO SUBINDICE-TMO.

      * Calcula en WS-FECHA-CIERRE el dia inmediato anterior a
      * WS-FECHA-BASE.
       CALCULAR-FECHA-CIERRE-ANTERIOR.
           MOVE WS-FECHA-BASE-ANIO TO WS-FECHA-CIERRE-ANIO
           MOVE WS-FECHA-BASE-MES TO WS-FECHA-CIERRE-MES
           IF WS-FECHA-BASE-DIA > 1 THEN
               COMPUTE WS-FECHA-CIERRE-DIA = WS-FECHA-BASE-DIA - 1
           ELSE
               IF WS-FECHA-BASE-MES > 1 THEN
                   COMPUTE WS-FECHA-CIERRE-MES = WS-FECHA-BASE-MES - 1
               ELSE
                   MOVE 12 TO WS-FECHA-CIERRE-MES
                   COMPUTE WS-FECHA-CIERRE-ANIO =
                       WS-FECHA-BASE-ANIO - 1
               END-IF
               MOVE VEC-DIAS-MES(WS-FECHA-CIERRE-MES) TO
                   WS-MAX-DIA-MES-ANT
               IF WS-FECHA-CIERRE-MES = 2 THEN
                   PERFORM VERIFICAR-BISIESTO-CIERRE
               END-IF
               MOVE WS-MAX-DIA-MES-ANT TO WS-FECHA-CIERRE-DIA
           END-IF.

       VERIFICAR-BISIESTO-CIERRE.
           DIVIDE WS-FECHA-CIERRE-ANIO BY 4 GIVING
               WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-4
           IF WS-RESIDUO-4 = 0 THEN
               DIVIDE WS-FECHA-CIERRE-ANIO BY 100 GIVING
                   WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-100
               IF WS-RESIDUO-100 NOT = 0 THEN
                   MOVE 29 TO WS-MAX-DIA-MES-ANT
               ELSE
                   DIVIDE WS-FECHA-CIERRE-ANIO BY 400 GIVING
                       WS-ANIO-CUOCIENTE REMAINDER WS-RESIDUO-400
                   IF WS-RESIDUO-400 = 0 THEN
                       MOVE 29 TO WS-MAX-DIA-MES-ANT
                   END-IF
               END-IF
           END-IF.

       END PROGRAM MANTENIMIENTO-TOPES-MONOTRIBUTO.
