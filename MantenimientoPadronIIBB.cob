      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga del padron de alicuotas de percepcion de
      *          Ingresos Brutos por CUIT y jurisdiccion
      *          (PadronIIBB.dat), tal como lo publica cada fisco
      *          provincial. Cada alicuota tiene vigencia desde/hasta:
      *          cargar una alicuota nueva para un CUIT y jurisdiccion
      *          cierra la vigente el dia anterior, y la baja la
      *          cierra ayer, para que una reliquidacion de un mes
      *          pasado siga encontrando la alicuota de entonces. La
      *          corrida percibe a cada sucursal con la alicuota
      *          vigente de su CUIT en la jurisdiccion del maestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-PADRON-IIBB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PADRON-IIBB ASSIGN TO "PadronIIBB.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PADRON.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PADRON-IIBB LABEL RECORD IS STANDARD.
       01 PADRON-IIBB-REG.
           03 PIIB-CUIT PIC 9(11).
           03 PIIB-JURISDICCION PIC 9(3).
           03 PIIB-ALICUOTA PIC 9(2)V99.
           03 PIIB-FECHA-DESDE PIC 9(8).
           03 PIIB-FECHA-HASTA PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PADRON PIC X(2) VALUE SPACES.
       01 WS-EOF-PADRON PIC X(2) VALUE "NO".

       01 WS-MAX-PADRON PIC 9(5) VALUE 5000.
       01 WS-CANT-PADRON PIC 9(5) VALUE ZERO.
       01 SUBINDICE-PIB PIC 9(5) VALUE ZERO.
       01 TABLA-PADRON.
           03 ELEM-PIB OCCURS 5000 TIMES.
               05 VEC-PIB-CUIT PIC 9(11).
               05 VEC-PIB-JURISDICCION PIC 9(3).
               05 VEC-PIB-ALICUOTA PIC 9(2)V99.
               05 VEC-PIB-FECHA-DESDE PIC 9(8).
               05 VEC-PIB-FECHA-HASTA PIC 9(8).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-BAJA VALUE "2".
           88 WS-OPCION-LISTAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-CUIT-ENTRADA PIC X(11).
       01 WS-JURISDICCION-ENTRADA PIC X(3).
       01 WS-JURISDICCION-NUM PIC 9(3) VALUE ZERO.
           88 WS-JURISDICCION-VALIDA VALUES 901 THRU 924.
       01 WS-ALICUOTA-ENTRADA PIC 9(2)V99.
       01 WS-FECHA-DESDE-ENTRADA PIC X(8).

       01 WS-PIB-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PIB-ENCONTRADO-SI VALUE "S".
       01 WS-SUBINDICE-VIGENTE PIC 9(5) VALUE ZERO.
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
      * Carga el padron actual en memoria, aplica altas y bajas
      * interactivamente y regraba el padron completo al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-PADRON-A-VECTOR
           IF WS-CANT-PADRON >= WS-MAX-PADRON THEN
               DISPLAY "EL PADRON SUPERA LA TABLA EN MEMORIA; NO SE "
                       "PUEDE MANTENER SIN PERDER REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-PADRON-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DEL PADRON IIBB"
           STOP RUN.

       CARGAR-PADRON-A-VECTOR.
           MOVE ZERO TO WS-CANT-PADRON
           OPEN INPUT PADRON-IIBB
           IF WS-STATUS-PADRON = "00" THEN
               PERFORM LEER-PADRON
               PERFORM CARGAR-REGISTRO-PIB UNTIL
                   WS-EOF-PADRON = "SI" OR
                   WS-CANT-PADRON >= WS-MAX-PADRON
               CLOSE PADRON-IIBB
           END-IF
           DISPLAY "ALICUOTAS DEL PADRON CARGADAS: " WS-CANT-PADRON.

       LEER-PADRON.
           READ PADRON-IIBB
               AT END
                   MOVE "SI" TO WS-EOF-PADRON.

       CARGAR-REGISTRO-PIB.
           ADD 1 TO WS-CANT-PADRON
           MOVE PIIB-CUIT TO VEC-PIB-CUIT(WS-CANT-PADRON)
           MOVE PIIB-JURISDICCION TO
               VEC-PIB-JURISDICCION(WS-CANT-PADRON)
           MOVE PIIB-ALICUOTA TO VEC-PIB-ALICUOTA(WS-CANT-PADRON)
           MOVE PIIB-FECHA-DESDE TO VEC-PIB-FECHA-DESDE(WS-CANT-PADRON)
           MOVE PIIB-FECHA-HASTA TO VEC-PIB-FECHA-HASTA(WS-CANT-PADRON)
           PERFORM LEER-PADRON.

       GRABAR-PADRON-DESDE-VECTOR.
           OPEN OUTPUT PADRON-IIBB
           MOVE 1 TO SUBINDICE-PIB
           PERFORM GRABAR-UN-REGISTRO-PIB UNTIL
               SUBINDICE-PIB > WS-CANT-PADRON
           CLOSE PADRON-IIBB.

       GRABAR-UN-REGISTRO-PIB.
           MOVE VEC-PIB-CUIT(SUBINDICE-PIB) TO PIIB-CUIT
           MOVE VEC-PIB-JURISDICCION(SUBINDICE-PIB) TO
               PIIB-JURISDICCION
           MOVE VEC-PIB-ALICUOTA(SUBINDICE-PIB) TO PIIB-ALICUOTA
           MOVE VEC-PIB-FECHA-DESDE(SUBINDICE-PIB) TO PIIB-FECHA-DESDE
           MOVE VEC-PIB-FECHA-HASTA(SUBINDICE-PIB) TO PIIB-FECHA-HASTA
           WRITE PADRON-IIBB-REG
           ADD 1 TO SUBINDICE-PIB.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "-------- PADRON DE PERCEPCIONES IIBB --------".
           DISPLAY "1. CARGAR ALICUOTA DE UN CUIT".
           DISPLAY "2. BAJA DE ALICUOTA VIGENTE".
           DISPLAY "3. LISTAR ALICUOTAS VIGENTES".
           DISPLAY "4. SALIR".
           DISPLAY "---------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-ALICUOTA
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-ALICUOTA
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-PADRON
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-CLAVE-PADRON.
           DISPLAY "CUIT (11 DIGITOS SIN GUIONES): ".
           ACCEPT WS-CUIT-ENTRADA.
           DISPLAY "JURISDICCION (901 A 924): ".
           ACCEPT WS-JURISDICCION-ENTRADA.
           MOVE ZERO TO WS-JURISDICCION-NUM
           IF WS-JURISDICCION-ENTRADA NUMERIC THEN
               MOVE WS-JURISDICCION-ENTRADA TO WS-JURISDICCION-NUM
           END-IF.

      * Una alicuota nueva para un CUIT y jurisdiccion que ya tiene
      * una vigente la reemplaza: la anterior queda cerrada el dia
      * previo a la fecha desde de la nueva.
       ALTA-ALICUOTA.
           PERFORM PEDIR-CLAVE-PADRON
           DISPLAY "ALICUOTA DE PERCEPCION (EJ 0350 = 3,50%): "
           ACCEPT WS-ALICUOTA-ENTRADA
           DISPLAY "FECHA DESDE AAAAMMDD (EN BLANCO = HOY): "
           ACCEPT WS-FECHA-DESDE-ENTRADA
           PERFORM VALIDAR-ALICUOTA
           IF WS-DATOS-VALIDOS-SI AND
               WS-CANT-PADRON >= WS-MAX-PADRON THEN
               DISPLAY "PADRON LLENO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               IF WS-FECHA-DESDE-ENTRADA = SPACES THEN
                   MOVE WS-FECHA-HOY TO WS-FECHA-BASE
               ELSE
                   MOVE WS-FECHA-DESDE-ENTRADA TO WS-FECHA-BASE
               END-IF
               PERFORM BUSCAR-ALICUOTA-VIGENTE
               IF WS-PIB-ENCONTRADO-SI THEN
                   PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
                   MOVE WS-FECHA-CIERRE TO
                       VEC-PIB-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
                   DISPLAY "ALICUOTA ANTERIOR CERRADA AL "
                       WS-FECHA-CIERRE
               END-IF
               ADD 1 TO WS-CANT-PADRON
               MOVE WS-CUIT-ENTRADA TO VEC-PIB-CUIT(WS-CANT-PADRON)
               MOVE WS-JURISDICCION-NUM TO
                   VEC-PIB-JURISDICCION(WS-CANT-PADRON)
               MOVE WS-ALICUOTA-ENTRADA TO
                   VEC-PIB-ALICUOTA(WS-CANT-PADRON)
               MOVE WS-FECHA-BASE TO
                   VEC-PIB-FECHA-DESDE(WS-CANT-PADRON)
               MOVE ZEROS TO VEC-PIB-FECHA-HASTA(WS-CANT-PADRON)
               DISPLAY "ALICUOTA CARGADA"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

      * La baja cierra la alicuota ayer: desde hoy el CUIT no se
      * percibe en esa jurisdiccion.
       BAJA-ALICUOTA.
           PERFORM PEDIR-CLAVE-PADRON
           PERFORM BUSCAR-ALICUOTA-VIGENTE
           IF NOT WS-PIB-ENCONTRADO-SI THEN
               DISPLAY "NO HAY ALICUOTA VIGENTE PARA ESE CUIT EN ESA "
                       "JURISDICCION"
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-BASE
               PERFORM CALCULAR-FECHA-CIERRE-ANTERIOR
               MOVE WS-FECHA-CIERRE TO
                   VEC-PIB-FECHA-HASTA(WS-SUBINDICE-VIGENTE)
               DISPLAY "ALICUOTA DADA DE BAJA AL " WS-FECHA-CIERRE
           END-IF.

       VALIDAR-ALICUOTA.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-CUIT-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL CUIT DEBE TENER 11 DIGITOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-JURISDICCION-VALIDA THEN
               DISPLAY "JURISDICCION INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-FECHA-DESDE-ENTRADA NOT = SPACES AND
               WS-FECHA-DESDE-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA DESDE INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       BUSCAR-ALICUOTA-VIGENTE.
           MOVE "N" TO WS-PIB-ENCONTRADO
           MOVE 1 TO SUBINDICE-PIB
           PERFORM AVANZAR-SUBINDICE-PIB UNTIL
               SUBINDICE-PIB > WS-CANT-PADRON OR
               WS-PIB-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-PIB.
           IF WS-CUIT-ENTRADA NUMERIC AND
               VEC-PIB-CUIT(SUBINDICE-PIB) = WS-CUIT-ENTRADA AND
               VEC-PIB-JURISDICCION(SUBINDICE-PIB) =
                   WS-JURISDICCION-NUM AND
               VEC-PIB-FECHA-HASTA(SUBINDICE-PIB) = ZEROS THEN
               MOVE "S" TO WS-PIB-ENCONTRADO
               MOVE SUBINDICE-PIB TO WS-SUBINDICE-VIGENTE
           ELSE
               ADD 1 TO SUBINDICE-PIB
           END-IF.

       LISTAR-PADRON.
           DISPLAY "CUIT        JUR ALICUOTA DESDE".
           MOVE 1 TO SUBINDICE-PIB
           PERFORM LISTAR-UN-REGISTRO-PIB UNTIL
               SUBINDICE-PIB > WS-CANT-PADRON.

       LISTAR-UN-REGISTRO-PIB.
           IF VEC-PIB-FECHA-HASTA(SUBINDICE-PIB) = ZEROS THEN
               DISPLAY VEC-PIB-CUIT(SUBINDICE-PIB) " "
                   VEC-PIB-JURISDICCION(SUBINDICE-PIB) " "
                   VEC-PIB-ALICUOTA(SUBINDICE-PIB) "     "
                   VEC-PIB-FECHA-DESDE(SUBINDICE-PIB)
           END-IF
           ADD 1 TO SUBINDICE-PIB.

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

       END PROGRAM MANTENIMIENTO-PADRON-IIBB.
