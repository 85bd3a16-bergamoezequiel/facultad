      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta de los lotes de novedades recibidos
      *          (LotesRecibidos.dat), agrupados por corrida: una
      *          corrida es el paso de registro de lotes de una
      *          fecha y hora dada. Para cada lote muestra archivo,
      *          sucursal emisora, cantidad, horas, huella y estado,
      *          y si fue rechazado por reenvio, el lote que repetia
      *          y el porcentaje de coincidencia. Filtrable por
      *          fecha y por sucursal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONSULTA-LOTES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LOTES_RECIBIDOS ASSIGN TO "LotesRecibidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LOTES_RECIBIDOS LABEL RECORD IS STANDARD.
       01 LOTES_RECIBIDOS_REG.
           03 LOT-NUMERO PIC 9(6).
           03 LOT-ARCHIVO PIC X(15).
           03 LOT-SUCURSAL PIC X(3).
           03 LOT-FECHA-RECEPCION PIC 9(8).
           03 LOT-HORA-RECEPCION PIC 9(6).
           03 LOT-CANTIDAD PIC 9(6).
           03 LOT-SUMA-HORAS PIC 9(8)V99.
           03 LOT-HUELLA PIC 9(9).
           03 LOT-ESTADO PIC X(1).
               88 LOT-ACEPTADO VALUE "A".
               88 LOT-RECHAZADO VALUE "R".
               88 LOT-LIQUIDADO VALUE "L".
               88 LOT-NO-LIQUIDADO VALUE "N".
           03 LOT-LOTE-ORIGINAL PIC 9(6).
           03 LOT-SIMILITUD PIC 9(3).
           03 LOT-FECHA-LIQUIDACION PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-EOF-LOTES PIC X(2) VALUE "NO".

       01 WS-FECHA-FILTRO-ENTRADA PIC X(8).
       01 WS-FECHA-FILTRO PIC 9(8) VALUE ZEROS.
       01 WS-SUCURSAL-FILTRO PIC X(3).

       01 WS-CORRIDA-FECHA PIC 9(8) VALUE ZEROS.
       01 WS-CORRIDA-HORA PIC 9(6) VALUE ZEROS.
       01 WS-HAY-CORRIDA PIC X(1) VALUE "N".
       01 WS-CORRIDA-ACEPTADOS PIC 9(4) VALUE ZERO.
       01 WS-CORRIDA-RECHAZADOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-CORRIDAS PIC 9(5) VALUE ZERO.
       01 WS-CONTADOR-MOSTRADOS PIC 9(6) VALUE ZERO.

       01 WS-ESTADO-DESC PIC X(14) VALUE SPACES.
       01 WS-HORAS-EDITADAS PIC Z(7)9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide los filtros y recorre el registro de lotes en el orden
      * en que se recibieron, cortando por corrida
      **
           DISPLAY "FECHA DE RECEPCION (AAAAMMDD, ENTER TODAS): "
           ACCEPT WS-FECHA-FILTRO-ENTRADA
           IF WS-FECHA-FILTRO-ENTRADA NUMERIC THEN
               MOVE WS-FECHA-FILTRO-ENTRADA TO WS-FECHA-FILTRO
           END-IF
           DISPLAY "SUCURSAL EMISORA (ENTER TODAS): "
           ACCEPT WS-SUCURSAL-FILTRO

           OPEN INPUT LOTES_RECIBIDOS
           IF WS-STATUS-LOTES NOT = "00" THEN
               DISPLAY "NO HAY LOTES REGISTRADOS TODAVIA (NO EXISTE "
                       "LotesRecibidos.dat)"
               STOP RUN
           END-IF

           PERFORM LEER-LOTE
           PERFORM MOSTRAR-LOTE UNTIL WS-EOF-LOTES = "SI"
           CLOSE LOTES_RECIBIDOS
           PERFORM CERRAR-CORRIDA

           DISPLAY "CORRIDAS: " WS-CANT-CORRIDAS
               "  LOTES MOSTRADOS: " WS-CONTADOR-MOSTRADOS
           STOP RUN.

       LEER-LOTE.
           READ LOTES_RECIBIDOS
               AT END
                   MOVE "SI" TO WS-EOF-LOTES
           END-READ.

       MOSTRAR-LOTE.
           IF (WS-FECHA-FILTRO = ZEROS OR
               LOT-FECHA-RECEPCION = WS-FECHA-FILTRO) AND
              (WS-SUCURSAL-FILTRO = SPACES OR
               LOT-SUCURSAL = WS-SUCURSAL-FILTRO) THEN
               IF WS-HAY-CORRIDA = "N" OR
                   LOT-FECHA-RECEPCION NOT = WS-CORRIDA-FECHA OR
                   LOT-HORA-RECEPCION NOT = WS-CORRIDA-HORA THEN
                   PERFORM CERRAR-CORRIDA
                   PERFORM ABRIR-CORRIDA
               END-IF
               PERFORM MOSTRAR-RENGLON-LOTE
           END-IF
           PERFORM LEER-LOTE.

       ABRIR-CORRIDA.
           MOVE "S" TO WS-HAY-CORRIDA
           MOVE LOT-FECHA-RECEPCION TO WS-CORRIDA-FECHA
           MOVE LOT-HORA-RECEPCION TO WS-CORRIDA-HORA
           MOVE ZERO TO WS-CORRIDA-ACEPTADOS
           MOVE ZERO TO WS-CORRIDA-RECHAZADOS
           ADD 1 TO WS-CANT-CORRIDAS
           DISPLAY " "
           DISPLAY "CORRIDA DEL " WS-CORRIDA-FECHA " A LAS "
               WS-CORRIDA-HORA
           DISPLAY "LOTE   ARCHIVO         SUC  CANT.       HORAS "
               "HUELLA    ESTADO".

       CERRAR-CORRIDA.
           IF WS-HAY-CORRIDA = "S" THEN
               DISPLAY "  ENTRARON: " WS-CORRIDA-ACEPTADOS
                   "  RECHAZADOS POR REENVIO: " WS-CORRIDA-RECHAZADOS
           END-IF.

       MOSTRAR-RENGLON-LOTE.
           EVALUATE TRUE
               WHEN LOT-ACEPTADO
                   MOVE "ACEPTADO" TO WS-ESTADO-DESC
                   ADD 1 TO WS-CORRIDA-ACEPTADOS
               WHEN LOT-LIQUIDADO
                   MOVE "LIQUIDADO" TO WS-ESTADO-DESC
                   ADD 1 TO WS-CORRIDA-ACEPTADOS
               WHEN LOT-NO-LIQUIDADO
                   MOVE "NO LIQUIDADO" TO WS-ESTADO-DESC
                   ADD 1 TO WS-CORRIDA-ACEPTADOS
               WHEN LOT-RECHAZADO
                   MOVE "REENVIO" TO WS-ESTADO-DESC
                   ADD 1 TO WS-CORRIDA-RECHAZADOS
               WHEN OTHER
                   MOVE LOT-ESTADO TO WS-ESTADO-DESC
           END-EVALUATE
           MOVE LOT-SUMA-HORAS TO WS-HORAS-EDITADAS
           DISPLAY LOT-NUMERO " " LOT-ARCHIVO " " LOT-SUCURSAL "  "
               LOT-CANTIDAD " " WS-HORAS-EDITADAS " " LOT-HUELLA
               " " WS-ESTADO-DESC
           IF LOT-RECHAZADO THEN
               DISPLAY "       REPITE EL LOTE " LOT-LOTE-ORIGINAL
                   " (" LOT-SIMILITUD "% DE COINCIDENCIA)"
           END-IF
           IF LOT-LIQUIDADO THEN
               DISPLAY "       LIQUIDADO EL " LOT-FECHA-LIQUIDACION
           END-IF
           ADD 1 TO WS-CONTADOR-MOSTRADOS.

       END PROGRAM CONSULTA-LOTES.
