      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de alicuotas de aportes y contribuciones de la
      *          seguridad social (AlicuotasSegSocial.dat) para los
      *          profesores en relacion de dependencia. Cada concepto
      *          dice si es aporte (lo paga el profesor y se descuenta
      *          del neto) o contribucion (la paga la empresa y va al
      *          extracto contable como costo patronal), a que destino
      *          va (seguridad social, obra social o sindicato), el
      *          porcentaje y el tope de la base imponible. Como los
      *          topes de monotributo, cada alicuota tiene vigencia
      *          desde/hasta: cargar una nueva para un concepto cierra
      *          la vigente el dia anterior, asi una reliquidacion de
      *          un mes pasado sigue usando la alicuota de entonces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-ALICUOTAS-SEG-SOCIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALICUOTAS-SEG-SOCIAL ASSIGN TO "AlicuotasSegSocial.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ALICUOTAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * El tope de base en cero significa concepto sin tope. Los
      * conceptos sindicales (aplica S) solo se calculan a los
      * profesores que tienen sindicato en la ficha.
       FD ALICUOTAS-SEG-SOCIAL LABEL RECORD IS STANDARD.
       01 ALICUOTAS-SEG-SOCIAL-REG.
           03 ASS-CONCEPTO PIC X(4).
           03 ASS-DESCRIPCION PIC X(20).
           03 ASS-TIPO PIC X(1).
               88 ASS-ES-APORTE VALUE "A".
               88 ASS-ES-CONTRIBUCION VALUE "C".
           03 ASS-DESTINO PIC X(1).
               88 ASS-DESTINO-SEG-SOCIAL VALUE "S".
               88 ASS-DESTINO-OBRA-SOCIAL VALUE "O".
               88 ASS-DESTINO-SINDICATO VALUE "G".
           03 ASS-APLICA PIC X(1).
               88 ASS-APLICA-TODOS VALUE "T".
               88 ASS-APLICA-AFILIADOS VALUE "S".
           03 ASS-PORCENTAJE PIC 9(2)V99.
           03 ASS-TOPE-BASE PIC 9(9)V99.
           03 ASS-FECHA-DESDE PIC 9(8).
           03 ASS-FECHA-HASTA PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALICUOTAS PIC X(2) VALUE SPACES.
       01 WS-EOF-ALICUOTAS PIC X(2) VALUE "NO".

       01 WS-MAX-ALICUOTAS PIC 9(3) VALUE 500.
       01 WS-CANT-ALICUOTAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ASS PIC 9(3) VALUE ZERO.
       01 TABLA-ALICUOTAS.
           03 ELEM-ASS OCCURS 500 TIMES.
               05 VEC-ASS-CONCEPTO PIC X(4).
               05 VEC-ASS-DESCRIPCION PIC X(20).
               05 VEC-ASS-TIPO PIC X(1).
               05 VEC-ASS-DESTINO PIC X(1).
               05 VEC-ASS-APLICA PIC X(1).
               05 VEC-ASS-PORCENTAJE PIC 9(2)V99.
               05 VEC-ASS-TOPE-BASE PIC 9(9)V99.
               05 VEC-ASS-FECHA-DESDE PIC 9(8).
               05 VEC-ASS-FECHA-HASTA PIC 9(8).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-CONCEPTO-ENTRADA PIC X(4).
       01 WS-DESCRIPCION-ENTRADA PIC X(20).
       01 WS-TIPO-ENTRADA PIC X(1).
           88 WS-TIPO-VALIDO VALUES "A" "C".
       01 WS-DESTINO-ENTRADA PIC X(1).
           88 WS-DESTINO-VALIDO VALUES "S" "O" "G".
       01 WS-APLICA-ENTRADA PIC X(1).
           88 WS-APLICA-VALIDO VALUES "T" "S".
       01 WS-PORCENTAJE-ENTRADA PIC 9(2)V99.
       01 WS-TOPE-BASE-ENTRADA PIC 9(9)V99.
       01 WS-FECHA-DESDE-ENTRADA PIC X(8).

       01 WS-ASS-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-ASS-ENCONTRADO-SI VALUE "S".
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

      * Fecha desde la que rige la alicuota nueva; el cierre de la
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
      * Carga la tabla de alicuotas en memoria, aplica las altas
      * interactivamente y la regraba completa al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-ALICUOTAS-A-VECTOR
           IF WS-CANT-ALICUOTAS >= WS-MAX-ALICUOTAS THEN
               DISPLAY "LA TABLA DE ALICUOTAS SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-ALICUOTAS-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE ALICUOTAS DE SEGURIDAD "
                   "SOCIAL"
           STOP RUN.

       CARGAR-ALICUOTAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-ALICUOTAS
           OPEN INPUT ALICUOTAS-SEG-SOCIAL
           IF WS-STATUS-ALICUOTAS = "00" THEN
               PERFORM LEER-ALICUOTA
               PERFORM CARGAR-REGISTRO-ASS UNTIL
                   WS-EOF-ALICUOTAS = "SI" OR
                   WS-CANT-ALICUOTAS >= WS-MAX-ALICUOTAS
               CLOSE ALICUOTAS-SEG-SOCIAL
           END-IF
           DISPLAY "ALICUOTAS CARGADAS: " WS-CANT-ALICUOTAS.

       LEER-ALICUOTA.
           READ ALICUOTAS-SEG-SOCIAL
               AT END
                   MOVE "SI" TO WS-EOF-ALICUOTAS.

       CARGAR-REGISTRO-ASS.
           ADD 1 TO WS-CANT-ALICUOTAS
           MOVE ASS-CONCEPTO TO VEC-ASS-CONCEPTO(WS-CANT-ALICUOTAS)
           MOVE ASS-DESCRIPCION TO
               VEC-ASS-DESCRIPCION(WS-CANT-ALICUOTAS)
           MOVE ASS-TIPO TO VEC-ASS-TIPO(WS-CANT-ALICUOTAS)
           MOVE ASS-DESTINO TO VEC-ASS-DESTINO(WS-CANT-ALICUOTAS)
           MOVE ASS-APLICA TO VEC-ASS-APLICA(WS-CANT-ALICUOTAS)
           MOVE ASS-PORCENTAJE TO
               VEC-ASS-PORCENTAJE(WS-CANT-ALICUOTAS)
           MOVE ASS-TOPE-BASE TO VEC-ASS-TOPE-BASE(WS-CANT-ALICUOTAS)
           MOVE ASS-FECHA-DESDE TO
               VEC-ASS-FECHA-DESDE(WS-CANT-ALICUOTAS)
           MOVE ASS-FECHA-HASTA TO
               VEC-ASS-FECHA-HASTA(WS-CANT-ALICUOTAS)
           PERFORM LEER-ALICUOTA.

       GRABAR-ALICUOTAS-DESDE-VECTOR.
           OPEN OUTPUT ALICUOTAS-SEG-SOCIAL
           MOVE 1 TO SUBINDICE-ASS
           PERFORM GRABAR-UN-REGISTRO-ASS UNTIL
               SUBINDICE-ASS > WS-CANT-ALICUOTAS
           CLOSE ALICUOTAS-SEG-SOCIAL.

       GRABAR-UN-REGISTRO-ASS.
           MOVE VEC-ASS-CONCEPTO(SUBINDICE-ASS) TO ASS-CONCEPTO
           MOVE VEC-ASS-DESCRIPCION(SUBINDICE-ASS) TO ASS-DESCRIPCION
           MOVE VEC-ASS-TIPO(SUBINDICE-ASS) TO ASS-TIPO
           MOVE VEC-ASS-DESTINO(SUBINDICE-ASS) TO ASS-DESTINO
           MOVE VEC-ASS-APLICA(SUBINDICE-ASS) TO ASS-APLICA
           MOVE VEC-ASS-PORCENTAJE(SUBINDICE-ASS) TO ASS-PORCENTAJE
           MOVE VEC-ASS-TOPE-BASE(SUBINDICE-ASS) TO ASS-TOPE-BASE
           MOVE VEC-ASS-FECHA-DESDE(SUBINDICE-ASS) TO ASS-FECHA-DESDE
           MOVE VEC-ASS-FECHA-HASTA(SUBINDICE-ASS) TO ASS-FECHA-HASTA
           WRITE ALICUOTAS-SEG-SOCIAL-REG
           ADD 1 TO SUBINDICE-ASS.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "--- ALICUOTAS DE APORTES Y CONTRIBUCIONES ---".
           DISPLAY "1. CARGAR ALICUOTA DE UN CONCEPTO".
           DISPLAY "2. LISTAR ALICUOTAS VIGENTES".
           DISPLAY "3. SALIR".
           DISPLAY "---------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-ALICUOTA
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-ALICUOTAS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Una alicuota nueva para un concepto que ya tiene una vigente
      * la reemplaza: la anterior queda cerrada el dia previo a la
      * fecha desde de la nueva.
       ALTA-ALICUOTA.
           DISPLAY "CODIGO DE CONCEPTO (4 CARACTERES): "
           MOVE SPACES TO WS-CONCEPTO-ENTRADA
           ACCEPT WS-CONCEPTO-ENTRADA
           DISPLAY "DESCRIPCION: "
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA
           ACCEPT WS-DESCRIPCION-ENTRADA
           DISPLAY "TIPO (A=APORTE DEL PROFESOR, "
                   "C=CONTRIBUCION PATRONAL): "
           ACCEPT WS-TIPO-ENTRADA
           DISPLAY "DESTINO (S=SEGURIDAD SOCIAL, O=OBRA SOCIAL, "
                   "G=SINDICATO): "
           ACCEPT WS-DESTINO-ENTRADA
           DISPLAY "APLICA A (T=TODOS, S=SOLO AFILIADOS AL "
                   "SINDICATO): "
           ACCEPT WS-APLICA-ENTRADA
           DISPLAY "PORCENTAJE: "
           MOVE ZERO TO WS-PORCENTAJE-ENTRADA
           ACCEPT WS-PORCENTAJE-ENTRADA
           DISPLAY "TOPE DE LA BASE IMPONIBLE (0 = SIN TOPE): "
           MOVE ZERO TO WS-TOPE-BASE-ENTRADA
           ACCEPT WS-TOPE-BASE-ENTRADA
           DISPLAY "FECHA DESDE AAAAMMDD (EN BLANCO = HOY): "
           ACCEPT WS-FECHA-DESDE-ENTRADA
           PERFORM VALIDAR-ALICUOTA
           IF WS-DATOS-VALIDOS-SI AND
               WS-CANT-ALICUOTAS >= WS-MAX-ALICUOTAS THEN
               DISPLAY "TABLA DE ALICUOTAS LLENA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               IF WS-FECHA-DESDE-ENTRADA = SPACES THEN
                   MOVE WS-FECHA-HOY TO WS-FECHA-BASE
               ELSE
                   MOVE WS-FECHA-DESDE-ENTRADA TO WS-FECHA-BASE
               END-IF
               PERFORM BUSCAR-ALICUOTA-VIGENTE
               IF WS-ASS-ENCONTRADO-SI THEN
                   PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
                   MOVE WS-FECHA-CIERRE TO
                       VEC-ASS-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
                   DISPLAY "ALICUOTA ANTERIOR CERRADA AL "
                       WS-FECHA-CIERRE
               END-IF
               ADD 1 TO WS-CANT-ALICUOTAS
               MOVE WS-CONCEPTO-ENTRADA TO
                   VEC-ASS-CONCEPTO(WS-CANT-ALICUOTAS)
               MOVE WS-DESCRIPCION-ENTRADA TO
                   VEC-ASS-DESCRIPCION(WS-CANT-ALICUOTAS)
               MOVE WS-TIPO-ENTRADA TO
                   VEC-ASS-TIPO(WS-CANT-ALICUOTAS)
               MOVE WS-DESTINO-ENTRADA TO
                   VEC-ASS-DESTINO(WS-CANT-ALICUOTAS)
               MOVE WS-APLICA-ENTRADA TO
                   VEC-ASS-APLICA(WS-CANT-ALICUOTAS)
               MOVE WS-PORCENTAJE-ENTRADA TO
                   VEC-ASS-PORCENTAJE(WS-CANT-ALICUOTAS)
               MOVE WS-TOPE-BASE-ENTRADA TO
                   VEC-ASS-TOPE-BASE(WS-CANT-ALICUOTAS)
               MOVE WS-FECHA-BASE TO
                   VEC-ASS-FECHA-DESDE(WS-CANT-ALICUOTAS)
               MOVE ZEROS TO VEC-ASS-FECHA-HASTA(WS-CANT-ALICUOTAS)
               DISPLAY "ALICUOTA CARGADA"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       VALIDAR-ALICUOTA.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-CONCEPTO-ENTRADA = SPACES THEN
               DISPLAY "EL CODIGO DE CONCEPTO ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-TIPO-VALIDO THEN
               DISPLAY "EL TIPO DEBE SER A O C"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-DESTINO-VALIDO THEN
               DISPLAY "EL DESTINO DEBE SER S, O O G"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-APLICA-VALIDO THEN
               DISPLAY "APLICA A DEBE SER T O S"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-PORCENTAJE-ENTRADA = ZERO THEN
               DISPLAY "EL PORCENTAJE DEBE SER MAYOR QUE CERO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-FECHA-DESDE-ENTRADA NOT = SPACES AND
               WS-FECHA-DESDE-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA DESDE INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       BUSCAR-ALICUOTA-VIGENTE.
           MOVE "N" TO WS-ASS-ENCONTRADO
           MOVE 1 TO SUBINDICE-ASS
           PERFORM AVANZAR-SUBINDICE-ASS UNTIL
               SUBINDICE-ASS > WS-CANT-ALICUOTAS OR
               WS-ASS-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-ASS.
           IF VEC-ASS-CONCEPTO(SUBINDICE-ASS) =
                   WS-CONCEPTO-ENTRADA AND
               VEC-ASS-FECHA-HASTA(SUBINDICE-ASS) = ZEROS THEN
               MOVE "S" TO WS-ASS-ENCONTRADO
               MOVE SUBINDICE-ASS TO WS-SUBINDICE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-ASS
           END-IF.

       LISTAR-ALICUOTAS.
           DISPLAY "CONC DESCRIPCION          T D A PORC TOPE BASE"
                   "   DESDE".
           MOVE 1 TO SUBINDICE-ASS
           PERFORM LISTAR-UN-REGISTRO-ASS UNTIL
               SUBINDICE-ASS > WS-CANT-ALICUOTAS.

       LISTAR-UN-REGISTRO-ASS.
           IF VEC-ASS-FECHA-HASTA(SUBINDICE-ASS) = ZEROS THEN
               DISPLAY VEC-ASS-CONCEPTO(SUBINDICE-ASS) " "
                   VEC-ASS-DESCRIPCION(SUBINDICE-ASS) " "
                   VEC-ASS-TIPO(SUBINDICE-ASS) " "
                   VEC-ASS-DESTINO(SUBINDICE-ASS) " "
                   VEC-ASS-APLICA(SUBINDICE-ASS) " "
                   VEC-ASS-PORCENTAJE(SUBINDICE-ASS) " "
                   VEC-ASS-TOPE-BASE(SUBINDICE-ASS) " "
                   VEC-ASS-FECHA-DESDE(SUBINDICE-ASS)
           END-IF
           ADD 1 TO SUBINDICE-ASS.

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

       END PROGRAM MANTENIMIENTO-ALICUOTAS-SEG-SOCIAL.
