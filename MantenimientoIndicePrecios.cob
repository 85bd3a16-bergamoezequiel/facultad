      ******************************************************************
      * Author:
      * Date:
      * Purpose: Serie mensual del indice de precios
      *          (IndicePrecios.dat): un valor por periodo AAAAMM,
      *          guardado en orden de periodo. Cargar un periodo que
      *          ya tiene valor lo corrige (el indice publicado se
      *          revisa a veces) y deja a la vista el valor anterior.
      *          ReporteTarifaReal deflacta con esta serie las
      *          tarifas y el importe promedio por hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-INDICE-PRECIOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INDICE-PRECIOS ASSIGN TO "IndicePrecios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-INDICE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INDICE-PRECIOS LABEL RECORD IS STANDARD.
       01 INDICE-PRECIOS-REG.
           03 IND-PERIODO PIC 9(6).
           03 IND-VALOR PIC 9(6)V9(4).
           03 IND-FECHA-CARGA PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-INDICE PIC X(2) VALUE SPACES.
       01 WS-EOF-INDICE PIC X(2) VALUE "NO".

       01 WS-MAX-INDICES PIC 9(3) VALUE 600.
       01 WS-CANT-INDICES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-IND PIC 9(3) VALUE ZERO.
       01 SUBINDICE-DESTINO PIC S9(4) VALUE ZERO.
       01 TABLA-INDICES.
           03 ELEM-IND OCCURS 600 TIMES.
               05 VEC-IND-PERIODO PIC 9(6).
               05 VEC-IND-VALOR PIC 9(6)V9(4).
               05 VEC-IND-FECHA-CARGA PIC 9(8).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-CARGAR VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-PERIODO-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-PERIODO-VALIDO PIC 9(6) VALUE ZERO.
       01 WS-VALOR-ENTRADA PIC 9(6)V9(4) VALUE ZERO.

       01 WS-IND-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-IND-ENCONTRADO-SI VALUE "S".
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
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga la serie en memoria, aplica las cargas
      * interactivamente y la regraba completa al salir
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-YEAR TO WS-FECHA-HOY-ANIO
           MOVE WS-CURRENT-MONTH TO WS-FECHA-HOY-MES
           MOVE WS-CURRENT-DAY TO WS-FECHA-HOY-DIA

           PERFORM CARGAR-INDICES-A-VECTOR
           IF WS-CANT-INDICES >= WS-MAX-INDICES THEN
               DISPLAY "LA SERIE DEL INDICE SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-INDICES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DEL INDICE DE PRECIOS"
           STOP RUN.

       CARGAR-INDICES-A-VECTOR.
           MOVE ZERO TO WS-CANT-INDICES
           OPEN INPUT INDICE-PRECIOS
           IF WS-STATUS-INDICE = "00" THEN
               PERFORM LEER-INDICE
               PERFORM CARGAR-REGISTRO-IND UNTIL
                   WS-EOF-INDICE = "SI" OR
                   WS-CANT-INDICES >= WS-MAX-INDICES
               CLOSE INDICE-PRECIOS
           END-IF
           DISPLAY "PERIODOS CARGADOS: " WS-CANT-INDICES.

       LEER-INDICE.
           READ INDICE-PRECIOS
               AT END
                   MOVE "SI" TO WS-EOF-INDICE.

       CARGAR-REGISTRO-IND.
           ADD 1 TO WS-CANT-INDICES
           MOVE IND-PERIODO TO VEC-IND-PERIODO(WS-CANT-INDICES)
           MOVE IND-VALOR TO VEC-IND-VALOR(WS-CANT-INDICES)
           MOVE IND-FECHA-CARGA TO
               VEC-IND-FECHA-CARGA(WS-CANT-INDICES)
           PERFORM LEER-INDICE.

       GRABAR-INDICES-DESDE-VECTOR.
           OPEN OUTPUT INDICE-PRECIOS
           MOVE 1 TO SUBINDICE-IND
           PERFORM GRABAR-UN-REGISTRO-IND UNTIL
               SUBINDICE-IND > WS-CANT-INDICES
           CLOSE INDICE-PRECIOS.

       GRABAR-UN-REGISTRO-IND.
           MOVE VEC-IND-PERIODO(SUBINDICE-IND) TO IND-PERIODO
           MOVE VEC-IND-VALOR(SUBINDICE-IND) TO IND-VALOR
           MOVE VEC-IND-FECHA-CARGA(SUBINDICE-IND) TO IND-FECHA-CARGA
           WRITE INDICE-PRECIOS-REG
           ADD 1 TO SUBINDICE-IND.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ INDICE DE PRECIOS MENSUAL ------".
           DISPLAY "1. CARGAR O CORREGIR EL VALOR DE UN PERIODO".
           DISPLAY "2. LISTAR LA SERIE".
           DISPLAY "3. SALIR".
           DISPLAY "---------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-CARGAR
                   PERFORM CARGAR-PERIODO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-INDICES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un periodo nuevo se inserta en su lugar para que la serie
      * quede siempre en orden; uno existente se corrige en el lugar.
       CARGAR-PERIODO.
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-PERIODO-ENTRADA
           DISPLAY "VALOR DEL INDICE (NNNNNN,NNNN): "
           MOVE ZERO TO WS-VALOR-ENTRADA
           ACCEPT WS-VALOR-ENTRADA
           PERFORM VALIDAR-PERIODO
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-PERIODO
               IF WS-IND-ENCONTRADO-SI THEN
                   DISPLAY "VALOR ANTERIOR DEL PERIODO: "
                           VEC-IND-VALOR(SUBINDICE-IND)
                   MOVE WS-VALOR-ENTRADA TO
                       VEC-IND-VALOR(SUBINDICE-IND)
                   MOVE WS-FECHA-HOY TO
                       VEC-IND-FECHA-CARGA(SUBINDICE-IND)
                   DISPLAY "PERIODO CORREGIDO"
               ELSE
                   IF WS-CANT-INDICES >= WS-MAX-INDICES THEN
                       DISPLAY "SERIE DEL INDICE LLENA"
                   ELSE
                       PERFORM INSERTAR-PERIODO
                       DISPLAY "PERIODO CARGADO"
                   END-IF
               END-IF
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       VALIDAR-PERIODO.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-PERIODO-ENTRADA(5:2) < "01" OR
                   WS-PERIODO-ENTRADA(5:2) > "12" THEN
                   DISPLAY "MES INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-VALIDO
               END-IF
           END-IF
           IF WS-VALOR-ENTRADA = ZERO THEN
               DISPLAY "EL INDICE DEBE SER MAYOR QUE CERO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      * Deja en SUBINDICE-IND el periodo buscado o, si no esta, el
      * primero posterior (donde se inserta).
       BUSCAR-PERIODO.
           MOVE "N" TO WS-IND-ENCONTRADO
           MOVE 1 TO SUBINDICE-IND
           PERFORM AVANZAR-SUBINDICE-IND UNTIL
               SUBINDICE-IND > WS-CANT-INDICES OR
               WS-IND-ENCONTRADO-SI OR
               VEC-IND-PERIODO(SUBINDICE-IND) > WS-PERIODO-VALIDO.

       AVANZAR-SUBINDICE-IND.
           IF VEC-IND-PERIODO(SUBINDICE-IND) = WS-PERIODO-VALIDO THEN
               MOVE "S" TO WS-IND-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-IND
           END-IF.

       INSERTAR-PERIODO.
           PERFORM CORRER-UN-LUGAR
               VARYING SUBINDICE-DESTINO FROM WS-CANT-INDICES BY -1
               UNTIL SUBINDICE-DESTINO < SUBINDICE-IND
           ADD 1 TO WS-CANT-INDICES
           MOVE WS-PERIODO-VALIDO TO VEC-IND-PERIODO(SUBINDICE-IND)
           MOVE WS-VALOR-ENTRADA TO VEC-IND-VALOR(SUBINDICE-IND)
           MOVE WS-FECHA-HOY TO VEC-IND-FECHA-CARGA(SUBINDICE-IND).

       CORRER-UN-LUGAR.
           MOVE ELEM-IND(SUBINDICE-DESTINO) TO
               ELEM-IND(SUBINDICE-DESTINO + 1).

       LISTAR-INDICES.
           DISPLAY "PERIODO        INDICE  CARGADO".
           MOVE 1 TO SUBINDICE-IND
           PERFORM LISTAR-UN-REGISTRO-IND UNTIL
               SUBINDICE-IND > WS-CANT-INDICES.

       LISTAR-UN-REGISTRO-IND.
           DISPLAY VEC-IND-PERIODO(SUBINDICE-IND) "  "
               VEC-IND-VALOR(SUBINDICE-IND) "  "
               VEC-IND-FECHA-CARGA(SUBINDICE-IND)
           ADD 1 TO SUBINDICE-IND.

       END PROGRAM MANTENIMIENTO-INDICE-PRECIOS.
