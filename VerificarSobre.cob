      *          recalcula la suma de importes segun el origen
      *          declarado en la cabecera y compara todo contra la
      *          cola. Un envio truncado o alterado salta aca antes
      *          de que el receptor use el contenido. El lote bancario
      *          que arma AprobacionLotePagos trae ademas en la
      *          cabecera la fecha valor y el numero de lote.
      *          Cada verificacion de un sobre con cabecera queda
      *          registrada en VerificacionesSobre.dat (archivo,
      *          origen, periodo, fecha y resultado), que es donde el
      *          tablero de obligaciones mira si una presentacion ya
      *          paso por aca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT SOBRE ASSIGN TO WS-NOMBRE-SOBRE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SOBRE.

       SELECT VERIFICACIONES ASSIGN TO "VerificacionesSobre.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-VERIFICACIONES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SOBRE LABEL RECORD IS STANDARD.
       01 SOBRE_REG PIC X(120).

       FD VERIFICACIONES LABEL RECORD IS STANDARD.
       01 VERIFICACIONES_REG.
           03 VSO-ARCHIVO PIC X(36).
           03 VSO-ORIGEN PIC X(12).
           03 VSO-PERIODO PIC 9(6).
           03 VSO-FECHA PIC 9(8).
           03 VSO-HORA PIC 9(6).
           03 VSO-RESULTADO PIC X(1).
               88 VSO-VERIFICA VALUE "V".
               88 VSO-NO-VERIFICA VALUE "N".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-SOBRE PIC X(2) VALUE SPACES.
       01 WS-EOF-SOBRE PIC X(2) VALUE "NO".
       01 WS-STATUS-VERIFICACIONES PIC X(2) VALUE SPACES.

       01 WS-NOMBRE-SOBRE PIC X(36) VALUE SPACES.

       01 WS-ORIGEN PIC X(12) VALUE SPACES.
       01 WS-PERIODO-SOBRE PIC X(6) VALUE SPACES.
       01 WS-RESULTADO PIC X(1) VALUE "N".
       01 WS-HAY-CABECERA PIC X(1) VALUE "N".
       01 WS-HAY-COLA PIC X(1) VALUE "N".


       01 WS-REG-ANTERIOR PIC X(120) VALUE SPACES.
       01 WS-HAY-ANTERIOR PIC X(1) VALUE "N".

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
           IF SOBRE_REG(1:4) = "CAB;" THEN
               MOVE "S" TO WS-HAY-CABECERA
               MOVE SOBRE_REG(5:12) TO WS-ORIGEN
               MOVE SOBRE_REG(18:6) TO WS-PERIODO-SOBRE
               DISPLAY "ORIGEN:  " SOBRE_REG(5:12)
               DISPLAY "PERIODO: " SOBRE_REG(18:6)
               DISPLAY "GENERADO:" SOBRE_REG(25:8)
               IF SOBRE_REG(5:12) = "TRANSF-BANCO" THEN
                   DISPLAY "F.VALOR: " SOBRE_REG(34:8)
                   DISPLAY "LOTE:    " SOBRE_REG(43:5)
               END-IF
           ELSE
               DISPLAY "FALTA LA CABECERA CAB - ENVIO RECHAZADO"
               STOP RUN
           ELSE
               DISPLAY "FALTA LA COLA COL - ENVIO TRUNCADO"
               CLOSE SOBRE
               MOVE "N" TO WS-RESULTADO
               PERFORM REGISTRAR-VERIFICACION
               STOP RUN
           END-IF
           CLOSE SOBRE
           IF WS-CANT-REGISTROS = WS-COLA-REGISTROS AND
               WS-SUMA-IMPORTES = WS-COLA-SUMA THEN
               DISPLAY "EL ENVIO VERIFICA CORRECTO"
               MOVE "V" TO WS-RESULTADO
           ELSE
               DISPLAY "*** EL ENVIO NO VERIFICA - NO USAR ***"
               MOVE "N" TO WS-RESULTADO
           END-IF
           PERFORM REGISTRAR-VERIFICACION
           STOP RUN.

       LEER-SOBRE.
                       ADD WS-IMPORTE-GL TO WS-SUMA-IMPORTES
                   END-IF
               WHEN "SICORE      "
               WHEN "PERCEP-IIBB "
                   IF WS-REG-ANTERIOR(42:13) NUMERIC THEN
                       MOVE WS-REG-ANTERIOR(42:13) TO
                           WS-IMPORTE-PRE(1:13)
                       ADD WS-IMPORTE-PRE TO WS-SUMA-IMPORTES
                   END-IF
               WHEN "TRANSF-BANCO"
                   IF WS-REG-ANTERIOR(23:11) NUMERIC THEN
                       MOVE WS-REG-ANTERIOR(23:11) TO
                           WS-IMPORTE-GL(1:11)
                       ADD WS-IMPORTE-GL TO WS-SUMA-IMPORTES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Un renglon por verificacion, de solo agregado; el periodo
      * es el que declara la cabecera del sobre.
       REGISTRAR-VERIFICACION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN EXTEND VERIFICACIONES
           IF WS-STATUS-VERIFICACIONES = "35" THEN
               OPEN OUTPUT VERIFICACIONES
               CLOSE VERIFICACIONES
               OPEN EXTEND VERIFICACIONES
           END-IF
           MOVE WS-NOMBRE-SOBRE TO VSO-ARCHIVO
           MOVE WS-ORIGEN TO VSO-ORIGEN
           IF WS-PERIODO-SOBRE NUMERIC THEN
               MOVE WS-PERIODO-SOBRE TO VSO-PERIODO
           ELSE
               MOVE ZERO TO VSO-PERIODO
           END-IF
           COMPUTE VSO-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE VSO-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE WS-RESULTADO TO VSO-RESULTADO
           WRITE VERIFICACIONES_REG
           CLOSE VERIFICACIONES.

       END PROGRAM VERIFICAR-SOBRE.
