      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro simplificado de disertantes externos: los
      *          que dan seminarios o talleres y no estan en
      *          Profesores.dat. Guarda lo minimo para liquidarles el
      *          honorario del evento: nombre, DNI, CUIT, condicion
      *          impositiva (define el porcentaje de retencion) y el
      *          CBU de la transferencia. El codigo lo asigna el
      *          programa con una X adelante para que nunca se cruce
      *          con un numero de profesor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-DISERTANTES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISERTANTES-EXTERNOS ASSIGN TO "DisertantesExternos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DISERTANTES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD DISERTANTES-EXTERNOS LABEL RECORD IS STANDARD.
       01 DISERTANTES-EXTERNOS-REG.
           03 DEX-CODIGO.
               05 DEX-CODIGO-LETRA PIC X(1).
               05 DEX-CODIGO-NUMERO PIC 9(4).
           03 DEX-NOMBRE PIC X(25).
           03 DEX-DNI PIC 9(8).
           03 DEX-CUIT PIC 9(11).
           03 DEX-COND-IMPUESTO PIC X(1).
               88 DEX-MONOTRIBUTISTA VALUE "M".
               88 DEX-RESP-INSCRIPTO VALUE "I".
           03 DEX-CBU PIC X(22).
           03 DEX-ACTIVO PIC X(1).
               88 DEX-ACTIVO-SI VALUE "S".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DISERTANTES PIC X(2) VALUE SPACES.
       01 WS-EOF-DISERTANTES PIC X(2) VALUE "NO".

       01 WS-MAX-DISERTANTES PIC 9(3) VALUE 500.
       01 WS-CANT-DISERTANTES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-DEX PIC 9(3) VALUE ZERO.
       01 WS-ULTIMO-NUMERO-DEX PIC 9(4) VALUE ZERO.
       01 TABLA-DISERTANTES.
           03 ELEM-DEX OCCURS 500 TIMES.
               05 VEC-DEX-CODIGO.
                   07 VEC-DEX-CODIGO-LETRA PIC X(1).
                   07 VEC-DEX-CODIGO-NUMERO PIC 9(4).
               05 VEC-DEX-NOMBRE PIC X(25).
               05 VEC-DEX-DNI PIC 9(8).
               05 VEC-DEX-CUIT PIC 9(11).
               05 VEC-DEX-COND-IMPUESTO PIC X(1).
               05 VEC-DEX-CBU PIC X(22).
               05 VEC-DEX-ACTIVO PIC X(1).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-BAJA VALUE "3".
           88 WS-OPCION-LISTAR VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-CODIGO-ENTRADA PIC X(5).
       01 WS-NOMBRE-ENTRADA PIC X(25).
       01 WS-DNI-ENTRADA PIC 9(8).
       01 WS-CUIT-ENTRADA PIC 9(11).
       01 WS-COND-ENTRADA PIC X(1).
       01 WS-CBU-ENTRADA PIC X(22).

       01 WS-DEX-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-DEX-ENCONTRADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 LINEA-DISERTANTE.
           03 LDX-CODIGO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-DNI PIC Z(7)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-CUIT PIC 9(11).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-COND PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-CBU PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDX-ACTIVO PIC X(1).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el registro en memoria, aplica las altas, bajas y
      * modificaciones interactivamente y lo regraba al salir
      **
           PERFORM CARGAR-DISERTANTES-A-VECTOR
           IF WS-CANT-DISERTANTES >= WS-MAX-DISERTANTES THEN
               DISPLAY "EL REGISTRO DE DISERTANTES SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-DISERTANTES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE DISERTANTES EXTERNOS"
           STOP RUN.

       CARGAR-DISERTANTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-DISERTANTES
           OPEN INPUT DISERTANTES-EXTERNOS
           IF WS-STATUS-DISERTANTES = "00" THEN
               PERFORM LEER-DISERTANTE
               PERFORM CARGAR-REGISTRO-DEX UNTIL
                   WS-EOF-DISERTANTES = "SI" OR
                   WS-CANT-DISERTANTES >= WS-MAX-DISERTANTES
               CLOSE DISERTANTES-EXTERNOS
           END-IF
           DISPLAY "DISERTANTES EXTERNOS CARGADOS: "
               WS-CANT-DISERTANTES.

       LEER-DISERTANTE.
           READ DISERTANTES-EXTERNOS
               AT END
                   MOVE "SI" TO WS-EOF-DISERTANTES.

       CARGAR-REGISTRO-DEX.
           ADD 1 TO WS-CANT-DISERTANTES
           MOVE DEX-CODIGO TO VEC-DEX-CODIGO(WS-CANT-DISERTANTES)
           MOVE DEX-NOMBRE TO VEC-DEX-NOMBRE(WS-CANT-DISERTANTES)
           MOVE DEX-DNI TO VEC-DEX-DNI(WS-CANT-DISERTANTES)
           MOVE DEX-CUIT TO VEC-DEX-CUIT(WS-CANT-DISERTANTES)
           MOVE DEX-COND-IMPUESTO TO
               VEC-DEX-COND-IMPUESTO(WS-CANT-DISERTANTES)
           MOVE DEX-CBU TO VEC-DEX-CBU(WS-CANT-DISERTANTES)
           MOVE DEX-ACTIVO TO VEC-DEX-ACTIVO(WS-CANT-DISERTANTES)
           IF DEX-CODIGO-NUMERO NUMERIC AND
               DEX-CODIGO-NUMERO > WS-ULTIMO-NUMERO-DEX THEN
               MOVE DEX-CODIGO-NUMERO TO WS-ULTIMO-NUMERO-DEX
           END-IF
           PERFORM LEER-DISERTANTE.

       GRABAR-DISERTANTES-DESDE-VECTOR.
           OPEN OUTPUT DISERTANTES-EXTERNOS
           MOVE 1 TO SUBINDICE-DEX
           PERFORM GRABAR-UN-REGISTRO-DEX UNTIL
               SUBINDICE-DEX > WS-CANT-DISERTANTES
           CLOSE DISERTANTES-EXTERNOS.

       GRABAR-UN-REGISTRO-DEX.
           MOVE VEC-DEX-CODIGO(SUBINDICE-DEX) TO DEX-CODIGO
           MOVE VEC-DEX-NOMBRE(SUBINDICE-DEX) TO DEX-NOMBRE
           MOVE VEC-DEX-DNI(SUBINDICE-DEX) TO DEX-DNI
           MOVE VEC-DEX-CUIT(SUBINDICE-DEX) TO DEX-CUIT
           MOVE VEC-DEX-COND-IMPUESTO(SUBINDICE-DEX) TO
               DEX-COND-IMPUESTO
           MOVE VEC-DEX-CBU(SUBINDICE-DEX) TO DEX-CBU
           MOVE VEC-DEX-ACTIVO(SUBINDICE-DEX) TO DEX-ACTIVO
           WRITE DISERTANTES-EXTERNOS-REG
           ADD 1 TO SUBINDICE-DEX.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ DISERTANTES EXTERNOS ------".
           DISPLAY "1. ALTA DE DISERTANTE".
           DISPLAY "2. MODIFICAR DISERTANTE".
           DISPLAY "3. BAJA DE DISERTANTE".
           DISPLAY "4. LISTAR DISERTANTES".
           DISPLAY "5. SALIR".
           DISPLAY "----------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-DISERTANTE
               WHEN WS-OPCION-MODIFICAR
                   PERFORM MODIFICAR-DISERTANTE
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-DISERTANTE
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-DISERTANTES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-DISERTANTE.
           IF WS-CANT-DISERTANTES >= WS-MAX-DISERTANTES OR
               WS-ULTIMO-NUMERO-DEX = 9999 THEN
               DISPLAY "REGISTRO DE DISERTANTES LLENO"
           ELSE
               PERFORM PEDIR-DATOS-DISERTANTE
               IF WS-DATOS-VALIDOS-SI THEN
                   ADD 1 TO WS-CANT-DISERTANTES
                   ADD 1 TO WS-ULTIMO-NUMERO-DEX
                   MOVE WS-CANT-DISERTANTES TO SUBINDICE-DEX
                   MOVE "X" TO VEC-DEX-CODIGO-LETRA(SUBINDICE-DEX)
                   MOVE WS-ULTIMO-NUMERO-DEX TO
                       VEC-DEX-CODIGO-NUMERO(SUBINDICE-DEX)
                   MOVE "S" TO VEC-DEX-ACTIVO(SUBINDICE-DEX)
                   PERFORM GUARDAR-DATOS-DISERTANTE
                   DISPLAY "DISERTANTE GRABADO CON CODIGO "
                       VEC-DEX-CODIGO(SUBINDICE-DEX)
               ELSE
                   DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
               END-IF
           END-IF.

       MODIFICAR-DISERTANTE.
           PERFORM PEDIR-CODIGO-DISERTANTE
           IF WS-DEX-ENCONTRADO-SI THEN
               PERFORM PEDIR-DATOS-DISERTANTE
               IF WS-DATOS-VALIDOS-SI THEN
                   PERFORM GUARDAR-DATOS-DISERTANTE
                   DISPLAY "DISERTANTE MODIFICADO"
               ELSE
                   DISPLAY "DATOS INVALIDOS, MODIFICACION CANCELADA"
               END-IF
           ELSE
               DISPLAY "DISERTANTE INEXISTENTE"
           END-IF.

      * La baja es logica: el codigo puede estar en eventos ya
      * liquidados y no se reutiliza.
       BAJA-DISERTANTE.
           PERFORM PEDIR-CODIGO-DISERTANTE
           IF WS-DEX-ENCONTRADO-SI THEN
               MOVE "N" TO VEC-DEX-ACTIVO(SUBINDICE-DEX)
               DISPLAY "DISERTANTE DADO DE BAJA"
           ELSE
               DISPLAY "DISERTANTE INEXISTENTE"
           END-IF.

       PEDIR-CODIGO-DISERTANTE.
           DISPLAY "CODIGO DEL DISERTANTE: "
           MOVE SPACES TO WS-CODIGO-ENTRADA
           ACCEPT WS-CODIGO-ENTRADA
           MOVE "N" TO WS-DEX-ENCONTRADO
           MOVE 1 TO SUBINDICE-DEX
           PERFORM AVANZAR-SUBINDICE-DEX UNTIL
               SUBINDICE-DEX > WS-CANT-DISERTANTES OR
               WS-DEX-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-DEX.
           IF VEC-DEX-CODIGO(SUBINDICE-DEX) = WS-CODIGO-ENTRADA THEN
               MOVE "S" TO WS-DEX-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DEX
           END-IF.

       PEDIR-DATOS-DISERTANTE.
           DISPLAY "NOMBRE: "
           MOVE SPACES TO WS-NOMBRE-ENTRADA
           ACCEPT WS-NOMBRE-ENTRADA
           DISPLAY "DNI: "
           MOVE ZERO TO WS-DNI-ENTRADA
           ACCEPT WS-DNI-ENTRADA
           DISPLAY "CUIT (11 DIGITOS): "
           MOVE ZERO TO WS-CUIT-ENTRADA
           ACCEPT WS-CUIT-ENTRADA
           DISPLAY "CONDICION (M=MONOTRIBUTO, I=RESP. INSCRIPTO): "
           MOVE SPACES TO WS-COND-ENTRADA
           ACCEPT WS-COND-ENTRADA
           DISPLAY "CBU (22 DIGITOS, EN BLANCO SI NO TIENE): "
           MOVE SPACES TO WS-CBU-ENTRADA
           ACCEPT WS-CBU-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-NOMBRE-ENTRADA = SPACES THEN
               DISPLAY "EL NOMBRE ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DNI-ENTRADA = ZERO AND WS-CUIT-ENTRADA = ZERO THEN
               DISPLAY "INDIQUE EL DNI O LA CUIT"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-COND-ENTRADA NOT = "M" AND
               WS-COND-ENTRADA NOT = "I" THEN
               DISPLAY "CONDICION INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-CBU-ENTRADA NOT = SPACES AND
               WS-CBU-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL CBU DEBE SER NUMERICO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       GUARDAR-DATOS-DISERTANTE.
           MOVE WS-NOMBRE-ENTRADA TO VEC-DEX-NOMBRE(SUBINDICE-DEX)
           MOVE WS-DNI-ENTRADA TO VEC-DEX-DNI(SUBINDICE-DEX)
           MOVE WS-CUIT-ENTRADA TO VEC-DEX-CUIT(SUBINDICE-DEX)
           MOVE WS-COND-ENTRADA TO
               VEC-DEX-COND-IMPUESTO(SUBINDICE-DEX)
           MOVE WS-CBU-ENTRADA TO VEC-DEX-CBU(SUBINDICE-DEX).

       LISTAR-DISERTANTES.
           DISPLAY "COD   NOMBRE                         DNI CUIT"
               "        C CBU                    A".
           MOVE 1 TO SUBINDICE-DEX
           PERFORM LISTAR-UN-REGISTRO-DEX UNTIL
               SUBINDICE-DEX > WS-CANT-DISERTANTES.

       LISTAR-UN-REGISTRO-DEX.
           MOVE VEC-DEX-CODIGO(SUBINDICE-DEX) TO LDX-CODIGO
           MOVE VEC-DEX-NOMBRE(SUBINDICE-DEX) TO LDX-NOMBRE
           MOVE VEC-DEX-DNI(SUBINDICE-DEX) TO LDX-DNI
           MOVE VEC-DEX-CUIT(SUBINDICE-DEX) TO LDX-CUIT
           MOVE VEC-DEX-COND-IMPUESTO(SUBINDICE-DEX) TO LDX-COND
           MOVE VEC-DEX-CBU(SUBINDICE-DEX) TO LDX-CBU
           MOVE VEC-DEX-ACTIVO(SUBINDICE-DEX) TO LDX-ACTIVO
           DISPLAY LINEA-DISERTANTE
           ADD 1 TO SUBINDICE-DEX.

       END PROGRAM MANTENIMIENTO-DISERTANTES.
