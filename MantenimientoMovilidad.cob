      ******************************************************************
      * Author:
      * Date:
      * Purpose: Matriz de movilidad entre sucursales: para cada par
      *          de sucursales guarda la distancia en kilometros y el
      *          importe fijo del traslado. La corrida liquida el
      *          reintegro a los profesores que cambian de sucursal en
      *          el mismo dia tomando el importe fijo o, si es cero,
      *          la distancia por el valor del kilometro que fija
      *          Parametros.dat (MOVILIDAD-VALOR-KM). El par vale en
      *          los dos sentidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-MOVILIDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVILIDAD-SUCURSALES ASSIGN TO "MovilidadSucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOVILIDAD.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MOVILIDAD-SUCURSALES LABEL RECORD IS STANDARD.
       01 MOVILIDAD-SUCURSALES-REG.
           03 MOV-SUC-ORIGEN PIC X(3).
           03 MOV-SUC-DESTINO PIC X(3).
           03 MOV-DISTANCIA-KM PIC 9(4)V9.
           03 MOV-IMPORTE PIC 9(7)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-MOVILIDAD PIC X(2) VALUE SPACES.
       01 WS-EOF-MOVILIDAD PIC X(2) VALUE "NO".

       01 WS-MAX-MOVILIDAD PIC 9(3) VALUE 500.
       01 WS-CANT-MOVILIDAD PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MOV PIC 9(3) VALUE ZERO.
       01 TABLA-MOVILIDAD.
           03 ELEM-MOV OCCURS 500 TIMES.
               05 VEC-MOV-ORIGEN PIC X(3).
               05 VEC-MOV-DESTINO PIC X(3).
               05 VEC-MOV-DISTANCIA PIC 9(4)V9.
               05 VEC-MOV-IMPORTE PIC 9(7)V99.

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-ORIGEN-ENTRADA PIC X(3).
       01 WS-DESTINO-ENTRADA PIC X(3).
       01 WS-DISTANCIA-ENTRADA PIC 9(4)V9.
       01 WS-IMPORTE-ENTRADA PIC 9(7)V99.

       01 WS-MOV-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-MOV-ENCONTRADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 LINEA-MOVILIDAD.
           03 LMO-ORIGEN PIC X(3).
           03 FILLER PIC X(3) VALUE " - ".
           03 LMO-DESTINO PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LMO-DISTANCIA PIC ZZZ9,9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LMO-IMPORTE PIC ZZZZZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga la matriz en memoria, aplica las altas y modificaciones
      * interactivamente y la regraba al salir
      **
           PERFORM CARGAR-MOVILIDAD-A-VECTOR
           IF WS-CANT-MOVILIDAD >= WS-MAX-MOVILIDAD THEN
               DISPLAY "LA MATRIZ DE MOVILIDAD SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-MOVILIDAD-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE MOVILIDAD"
           STOP RUN.

       CARGAR-MOVILIDAD-A-VECTOR.
           MOVE ZERO TO WS-CANT-MOVILIDAD
           OPEN INPUT MOVILIDAD-SUCURSALES
           IF WS-STATUS-MOVILIDAD = "00" THEN
               PERFORM LEER-MOVILIDAD
               PERFORM CARGAR-REGISTRO-MOV UNTIL
                   WS-EOF-MOVILIDAD = "SI" OR
                   WS-CANT-MOVILIDAD >= WS-MAX-MOVILIDAD
               CLOSE MOVILIDAD-SUCURSALES
           END-IF
           DISPLAY "PARES DE SUCURSALES CARGADOS: " WS-CANT-MOVILIDAD.

       LEER-MOVILIDAD.
           READ MOVILIDAD-SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-MOVILIDAD.

       CARGAR-REGISTRO-MOV.
           ADD 1 TO WS-CANT-MOVILIDAD
           MOVE MOV-SUC-ORIGEN TO VEC-MOV-ORIGEN(WS-CANT-MOVILIDAD)
           MOVE MOV-SUC-DESTINO TO VEC-MOV-DESTINO(WS-CANT-MOVILIDAD)
           MOVE MOV-DISTANCIA-KM TO
               VEC-MOV-DISTANCIA(WS-CANT-MOVILIDAD)
           MOVE MOV-IMPORTE TO VEC-MOV-IMPORTE(WS-CANT-MOVILIDAD)
           PERFORM LEER-MOVILIDAD.

       GRABAR-MOVILIDAD-DESDE-VECTOR.
           OPEN OUTPUT MOVILIDAD-SUCURSALES
           MOVE 1 TO SUBINDICE-MOV
           PERFORM GRABAR-UN-REGISTRO-MOV UNTIL
               SUBINDICE-MOV > WS-CANT-MOVILIDAD
           CLOSE MOVILIDAD-SUCURSALES.

       GRABAR-UN-REGISTRO-MOV.
           MOVE VEC-MOV-ORIGEN(SUBINDICE-MOV) TO MOV-SUC-ORIGEN
           MOVE VEC-MOV-DESTINO(SUBINDICE-MOV) TO MOV-SUC-DESTINO
           MOVE VEC-MOV-DISTANCIA(SUBINDICE-MOV) TO MOV-DISTANCIA-KM
           MOVE VEC-MOV-IMPORTE(SUBINDICE-MOV) TO MOV-IMPORTE
           WRITE MOVILIDAD-SUCURSALES-REG
           ADD 1 TO SUBINDICE-MOV.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ MOVILIDAD ENTRE SUCURSALES ------".
           DISPLAY "1. ALTA O MODIFICACION DE UN PAR DE SUCURSALES".
           DISPLAY "2. LISTAR MATRIZ".
           DISPLAY "3. SALIR".
           DISPLAY "----------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-PAR-SUCURSALES
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-MOVILIDAD
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un par ya cargado (en cualquiera de los dos sentidos) se
      * modifica en el lugar.
       ALTA-PAR-SUCURSALES.
           DISPLAY "SUCURSAL ORIGEN: "
           MOVE SPACES TO WS-ORIGEN-ENTRADA
           ACCEPT WS-ORIGEN-ENTRADA
           DISPLAY "SUCURSAL DESTINO: "
           MOVE SPACES TO WS-DESTINO-ENTRADA
           ACCEPT WS-DESTINO-ENTRADA
           DISPLAY "DISTANCIA EN KM: "
           MOVE ZERO TO WS-DISTANCIA-ENTRADA
           ACCEPT WS-DISTANCIA-ENTRADA
           DISPLAY "IMPORTE FIJO DEL TRASLADO (0 = POR KM): "
           MOVE ZERO TO WS-IMPORTE-ENTRADA
           ACCEPT WS-IMPORTE-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-ORIGEN-ENTRADA = SPACES OR
              WS-DESTINO-ENTRADA = SPACES THEN
               DISPLAY "LAS DOS SUCURSALES SON OBLIGATORIAS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-ORIGEN-ENTRADA = WS-DESTINO-ENTRADA THEN
               DISPLAY "ORIGEN Y DESTINO DEBEN SER DISTINTOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DISTANCIA-ENTRADA = ZERO AND
              WS-IMPORTE-ENTRADA = ZERO THEN
               DISPLAY "INDIQUE LA DISTANCIA O EL IMPORTE FIJO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-PAR-SUCURSALES
               IF NOT WS-MOV-ENCONTRADO-SI THEN
                   IF WS-CANT-MOVILIDAD >= WS-MAX-MOVILIDAD THEN
                       DISPLAY "MATRIZ DE MOVILIDAD LLENA"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       ADD 1 TO WS-CANT-MOVILIDAD
                       MOVE WS-CANT-MOVILIDAD TO SUBINDICE-MOV
                       MOVE WS-ORIGEN-ENTRADA TO
                           VEC-MOV-ORIGEN(SUBINDICE-MOV)
                       MOVE WS-DESTINO-ENTRADA TO
                           VEC-MOV-DESTINO(SUBINDICE-MOV)
                   END-IF
               END-IF
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               MOVE WS-DISTANCIA-ENTRADA TO
                   VEC-MOV-DISTANCIA(SUBINDICE-MOV)
               MOVE WS-IMPORTE-ENTRADA TO
                   VEC-MOV-IMPORTE(SUBINDICE-MOV)
               DISPLAY "PAR DE SUCURSALES GRABADO"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       BUSCAR-PAR-SUCURSALES.
           MOVE "N" TO WS-MOV-ENCONTRADO
           MOVE 1 TO SUBINDICE-MOV
           PERFORM AVANZAR-SUBINDICE-MOV UNTIL
               SUBINDICE-MOV > WS-CANT-MOVILIDAD OR
               WS-MOV-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-MOV.
           IF (VEC-MOV-ORIGEN(SUBINDICE-MOV) = WS-ORIGEN-ENTRADA AND
               VEC-MOV-DESTINO(SUBINDICE-MOV) = WS-DESTINO-ENTRADA) OR
              (VEC-MOV-ORIGEN(SUBINDICE-MOV) = WS-DESTINO-ENTRADA AND
               VEC-MOV-DESTINO(SUBINDICE-MOV) = WS-ORIGEN-ENTRADA)
           THEN
               MOVE "S" TO WS-MOV-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-MOV
           END-IF.

       LISTAR-MOVILIDAD.
           DISPLAY "PAR        KM      IMPORTE".
           MOVE 1 TO SUBINDICE-MOV
           PERFORM LISTAR-UN-REGISTRO-MOV UNTIL
               SUBINDICE-MOV > WS-CANT-MOVILIDAD.

       LISTAR-UN-REGISTRO-MOV.
           MOVE VEC-MOV-ORIGEN(SUBINDICE-MOV) TO LMO-ORIGEN
           MOVE VEC-MOV-DESTINO(SUBINDICE-MOV) TO LMO-DESTINO
           MOVE VEC-MOV-DISTANCIA(SUBINDICE-MOV) TO LMO-DISTANCIA
           MOVE VEC-MOV-IMPORTE(SUBINDICE-MOV) TO LMO-IMPORTE
           DISPLAY LINEA-MOVILIDAD
           ADD 1 TO SUBINDICE-MOV.

       END PROGRAM MANTENIMIENTO-MOVILIDAD.
