       SELECT TRABA-MAESTRO ASSIGN TO "TrabaProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA-MAESTRO.

      * Mismo registro de cambios de CBU en cuarentena y mismo aviso
      * al e-mail anterior que el mantenimiento en linea.
       SELECT CAMBIOS-CBU ASSIGN TO "CambiosCBU.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAMBIOS-CBU.

       SELECT AVISOS_PROFESORES ASSIGN TO "AvisosProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AVISOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           03 LOT-MEDIO-PAGO PIC X(1).
           03 LOT-COND-IMPUESTO PIC X(1).
           03 LOT-FECHA-INGRESO PIC X(8).
           03 LOT-FECHA-NACIMIENTO PIC X(8).

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
               88 PROF-ACTIVO-SI VALUE "A".
               88 PROF-BAJA-LIQUIDADA VALUE "F".
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-COND-IMPUESTO PIC X(1).
               88 PROF-MONOTRIBUTISTA VALUE "M".
               88 PROF-RESP-INSCRIPTO VALUE "I".
               88 PROF-RELACION-DEPENDENCIA VALUE "D".
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD AUDITORIA_PROFESORES LABEL RECORD IS STANDARD.
       01 AUDITORIA_PROFESORES_REG.

       FD RESULTADO LABEL RECORD IS STANDARD.
       01 RESULTADO_REG PIC X(80).

       FD CAMBIOS-CBU LABEL RECORD IS STANDARD.
       01 CAMBIOS-CBU-REG.
           03 CCBU-PROFESOR PIC X(5).
           03 CCBU-CBU-ANTERIOR PIC X(22).
           03 CCBU-CBU-NUEVO PIC X(22).
           03 CCBU-FECHA PIC 9(8).
           03 CCBU-HORA PIC 9(6).
           03 CCBU-OPERADOR PIC X(8).
           03 CCBU-ORIGEN PIC X(1).
           03 CCBU-REFERENCIA PIC 9(9).
           03 CCBU-EMAIL-ANTERIOR PIC X(40).

       FD AVISOS_PROFESORES LABEL RECORD IS STANDARD.
       01 AVISOS_PROFESORES_REG PIC X(120).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LOTE PIC X(2) VALUE SPACES.
       01 WS-EMAIL-CANT-ARROBAS PIC 9(2) VALUE ZERO.
       01 WS-EMAIL-CANT-PUNTOS PIC 9(2) VALUE ZERO.

      * Digitos verificadores del CBU, igual que en el mantenimiento
      * en linea.
       01 WS-CBU-DIGITOS PIC X(22) VALUE SPACES.
       01 TABLA-CBU-DIGITOS REDEFINES WS-CBU-DIGITOS.
           03 VEC-CBU-DIGITO PIC 9(1) OCCURS 22 TIMES.
       01 TABLA-CBU-PESOS VALUE "7139713039713971397130".
           03 VEC-CBU-PESO PIC 9(1) OCCURS 22 TIMES.
       01 SUBINDICE-CBU PIC 9(2) VALUE ZERO.
       01 WS-CBU-SUMA PIC 9(4) VALUE ZERO.
       01 WS-CBU-COCIENTE PIC 9(4) VALUE ZERO.
       01 WS-CBU-RESTO PIC 9(1) VALUE ZERO.
       01 WS-CBU-DV PIC 9(1) VALUE ZERO.
       01 WS-CBU-DV-OK PIC X(1) VALUE "S".
           88 WS-CBU-DV-OK-SI VALUE "S".

       01 WS-STATUS-CAMBIOS-CBU PIC X(2) VALUE SPACES.
       01 WS-STATUS-AVISOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CAMBIOS-CBU PIC X(2) VALUE "NO".
       01 WS-CANT-AVISOS-CBU-MES PIC 9(4) VALUE ZERO.
       01 WS-CANT-CAMBIOS-CBU PIC 9(5) VALUE ZERO.
       01 WS-MES-ACTUAL PIC 9(6) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MS      PIC  9(2).
             05  WS-DIFF-FROM-GMT       PIC S9(4).

       01 LINEA-AVISO-DESTINO.
           03 FILLER PIC X(6) VALUE "PARA: ".
           03 LAV-EMAIL PIC X(40).

       01 LINEA-AVISO-CBU.
           03 FILLER PIC X(33) VALUE
               "CAMBIO DE CBU A UNO TERMINADO EN ".
           03 LAB-CBU-FINAL PIC X(4).
           03 FILLER PIC X(8) VALUE ".   REF ".
           03 LAB-REFERENCIA.
               05 LAB-REF-MARCA PIC 9(1).
               05 LAB-REF-AAMM PIC 9(4).
               05 LAB-REF-SECUENCIA PIC 9(4).
           03 FILLER PIC X(25) VALUE ". SI NO FUE UD: TESORERIA".

       01 LINEA-RESULTADO.
           03 LRS-DECISION PIC X(10).
           03 FILLER PIC X(6) VALUE " TIPO ".
               OPEN EXTEND AUDITORIA_PROFESORES
           END-IF
           OPEN OUTPUT RESULTADO
           PERFORM CONTAR-AVISOS-CBU-DEL-MES

           PERFORM LEER-LOTE
           PERFORM APLICAR-TRANSACCION UNTIL WS-EOF-LOTE = "SI"
           DISPLAY "TRANSACCIONES LEIDAS:    " WS-CANT-LEIDAS
           DISPLAY "TRANSACCIONES ACEPTADAS: " WS-CANT-ACEPTADAS
           DISPLAY "TRANSACCIONES RECHAZADAS:" WS-CANT-RECHAZADAS
           DISPLAY "CAMBIOS DE CBU EN CUARENTENA:" WS-CANT-CAMBIOS-CBU
           DISPLAY "RESULTADO EN ResultadoLote.dat"
           STOP RUN.

               ELSE
                   MOVE LOT-COND-IMPUESTO TO PROF-COND-IMPUESTO
               END-IF
               MOVE SPACE TO PROF-CATEG-MONOTRIBUTO
               MOVE ZEROS TO PROF-CUIL
               MOVE SPACES TO PROF-OBRA-SOCIAL
               MOVE SPACES TO PROF-SINDICATO
               IF LOT-FECHA-NACIMIENTO NUMERIC THEN
                   MOVE LOT-FECHA-NACIMIENTO TO PROF-FECHA-NACIMIENTO
               ELSE
                   MOVE ZEROS TO PROF-FECHA-NACIMIENTO
               END-IF
               IF LOT-FECHA-INGRESO NUMERIC THEN
                   MOVE LOT-FECHA-INGRESO TO PROF-FECHA-INGRESO
               ELSE
               END-IF
               IF LOT-CBU NOT = SPACES THEN
                   MOVE LOT-CBU TO PROF-CBU
                   PERFORM VALIDAR-CBU-LOTE
               END-IF
               IF LOT-EMAIL NOT = SPACES THEN
                   MOVE LOT-EMAIL TO PROF-EMAIL
                   LOT-FECHA-INGRESO NOT = "00000000" THEN
                   MOVE LOT-FECHA-INGRESO TO PROF-FECHA-INGRESO
               END-IF
               IF LOT-FECHA-NACIMIENTO NUMERIC AND
                   LOT-FECHA-NACIMIENTO NOT = "00000000" THEN
                   MOVE LOT-FECHA-NACIMIENTO TO PROF-FECHA-NACIMIENTO
               END-IF
               PERFORM VALIDAR-CAMPOS-COMUNES
               IF WS-TRANSACCION-VALIDA = "S" THEN
                   REWRITE PROFESORES_REG
                       NOT INVALID KEY
                           MOVE "M" TO APROF-OPERACION
                           PERFORM GRABAR-AUDITORIA
                           IF PROF-CBU NOT =
                               WS-IMAGEN-ANTERIOR(80:22) THEN
                               PERFORM REGISTRAR-CAMBIO-CBU
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.
                   MOVE "PROFESOR INEXISTENTE" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-VALIDA
               NOT INVALID KEY
                   PERFORM DESACTIVAR-PROFESOR
           END-READ.

      * Igual que en el mantenimiento en linea, la baja comun no
      * pisa una baja que ya tiene liquidacion final.
       DESACTIVAR-PROFESOR.
           IF PROF-BAJA-LIQUIDADA THEN
               MOVE "BAJA YA LIQUIDADA" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-VALIDA
           ELSE
               MOVE PROFESORES_REG TO WS-IMAGEN-ANTERIOR
               MOVE "I" TO PROF-ESTADO
               REWRITE PROFESORES_REG
                   INVALID KEY
                       MOVE "ERROR DE GRABACION" TO WS-MOTIVO
                       MOVE "N" TO WS-TRANSACCION-VALIDA
                   NOT INVALID KEY
                       MOVE "B" TO APROF-OPERACION
                       PERFORM GRABAR-AUDITORIA
               END-REWRITE
           END-IF.

      * Validaciones identicas a MantenimientoProfesores: DNI
      * plausible en el alta, nombre obligatorio, CBU de 22 digitos
      * o en blanco, e-mail con una arroba y un punto, medio T/C/E
           END-IF
           IF WS-TRANSACCION-VALIDA = "S" AND
               NOT PROF-MONOTRIBUTISTA AND
               NOT PROF-RESP-INSCRIPTO AND
               NOT PROF-RELACION-DEPENDENCIA THEN
               MOVE "CONDICION DEBE SER M, I O D" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-VALIDA
           END-IF.

       VALIDAR-CBU-LOTE.
           IF LOT-CBU NOT = SPACES THEN
               IF LOT-CBU NOT NUMERIC THEN
                   MOVE "CBU DEBE TENER 22 DIGITOS" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-VALIDA
               ELSE
                   MOVE LOT-CBU TO WS-CBU-DIGITOS
                   PERFORM VERIFICAR-DIGITOS-CBU
                   IF NOT WS-CBU-DV-OK-SI THEN
                       MOVE "CBU CON DIGITO VERIFICADOR ERRONEO" TO
                           WS-MOTIVO
                       MOVE "N" TO WS-TRANSACCION-VALIDA
                   END-IF
               END-IF
           END-IF.

      * Cada bloque suma sus digitos por los pesos; el verificador
      * es lo que le falta a esa suma para llegar a la decena
      * siguiente (cero si ya es multiplo de diez).
       VERIFICAR-DIGITOS-CBU.
           MOVE "S" TO WS-CBU-DV-OK
           MOVE ZERO TO WS-CBU-SUMA
           PERFORM SUMAR-DIGITO-CBU
               VARYING SUBINDICE-CBU FROM 1 BY 1
               UNTIL SUBINDICE-CBU > 7
           PERFORM COTEJAR-DIGITO-CBU
           MOVE ZERO TO WS-CBU-SUMA
           PERFORM SUMAR-DIGITO-CBU
               VARYING SUBINDICE-CBU FROM 9 BY 1
               UNTIL SUBINDICE-CBU > 21
           PERFORM COTEJAR-DIGITO-CBU.

       SUMAR-DIGITO-CBU.
           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
               VEC-CBU-DIGITO(SUBINDICE-CBU) *
               VEC-CBU-PESO(SUBINDICE-CBU).

      * Al salir del VARYING el subindice queda en la posicion del
      * verificador del bloque.
       COTEJAR-DIGITO-CBU.
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
               REMAINDER WS-CBU-RESTO
           IF WS-CBU-RESTO = ZERO THEN
               MOVE ZERO TO WS-CBU-DV
           ELSE
               COMPUTE WS-CBU-DV = 10 - WS-CBU-RESTO
           END-IF
           IF WS-CBU-DV NOT = VEC-CBU-DIGITO(SUBINDICE-CBU) THEN
               MOVE "N" TO WS-CBU-DV-OK
           END-IF.

       VALIDAR-EMAIL-LOTE.
           IF WS-TRANSACCION-VALIDA = "S" AND
               LOT-COND-IMPUESTO NOT = SPACE AND
               LOT-COND-IMPUESTO NOT = "M" AND
               LOT-COND-IMPUESTO NOT = "I" AND
               LOT-COND-IMPUESTO NOT = "D" THEN
               MOVE "CONDICION DEBE SER M, I O D" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-VALIDA
           END-IF.

      * El numero de aviso del mes sigue a los cambios con aviso ya
      * registrados este mes.
       CONTAR-AVISOS-CBU-DEL-MES.
           MOVE ZERO TO WS-CANT-AVISOS-CBU-MES
           COMPUTE WS-MES-ACTUAL = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE "NO" TO WS-EOF-CAMBIOS-CBU
           OPEN INPUT CAMBIOS-CBU
           IF WS-STATUS-CAMBIOS-CBU = "00" THEN
               PERFORM LEER-CAMBIO-CBU
               PERFORM CONTAR-UN-AVISO-CBU UNTIL
                   WS-EOF-CAMBIOS-CBU = "SI"
               CLOSE CAMBIOS-CBU
           END-IF.

       LEER-CAMBIO-CBU.
           READ CAMBIOS-CBU
               AT END
                   MOVE "SI" TO WS-EOF-CAMBIOS-CBU
           END-READ.

       CONTAR-UN-AVISO-CBU.
           IF CCBU-FECHA(1:6) = WS-MES-ACTUAL AND
               CCBU-REFERENCIA NUMERIC AND
               CCBU-REFERENCIA > ZERO THEN
               ADD 1 TO WS-CANT-AVISOS-CBU-MES
           END-IF
           PERFORM LEER-CAMBIO-CBU.

      * El maestro queda con el CBU nuevo y el cambio se registra
      * para que la corrida siga pagando al anterior durante la
      * cuarentena; el aviso va al e-mail que tenia el profesor
      * antes de esta transaccion.
       REGISTRAR-CAMBIO-CBU.
           ADD 1 TO WS-CANT-CAMBIOS-CBU
           MOVE PROF-NUMERO TO CCBU-PROFESOR
           MOVE WS-IMAGEN-ANTERIOR(80:22) TO CCBU-CBU-ANTERIOR
           MOVE PROF-CBU TO CCBU-CBU-NUEVO
           COMPUTE CCBU-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE CCBU-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE WS-OPERADOR-ACTUAL TO CCBU-OPERADOR
           MOVE "L" TO CCBU-ORIGEN
           MOVE WS-IMAGEN-ANTERIOR(102:40) TO CCBU-EMAIL-ANTERIOR
           MOVE ZEROS TO CCBU-REFERENCIA
           IF CCBU-EMAIL-ANTERIOR NOT = SPACES AND
               WS-CANT-AVISOS-CBU-MES < 9999 THEN
               ADD 1 TO WS-CANT-AVISOS-CBU-MES
               PERFORM GRABAR-AVISO-CAMBIO-CBU
               MOVE LAB-REFERENCIA TO CCBU-REFERENCIA
               MOVE "CBU NUEVO EN CUARENTENA" TO WS-MOTIVO
           ELSE
               MOVE "CBU NUEVO EN CUARENTENA, SIN E-MAIL" TO WS-MOTIVO
           END-IF
           OPEN EXTEND CAMBIOS-CBU
           IF WS-STATUS-CAMBIOS-CBU = "35" THEN
               OPEN OUTPUT CAMBIOS-CBU
               CLOSE CAMBIOS-CBU
               OPEN EXTEND CAMBIOS-CBU
           END-IF
           WRITE CAMBIOS-CBU-REG
           CLOSE CAMBIOS-CBU.

       GRABAR-AVISO-CAMBIO-CBU.
           OPEN EXTEND AVISOS_PROFESORES
           IF WS-STATUS-AVISOS = "35" THEN
               OPEN OUTPUT AVISOS_PROFESORES
               CLOSE AVISOS_PROFESORES
               OPEN EXTEND AVISOS_PROFESORES
           END-IF
           MOVE CCBU-EMAIL-ANTERIOR TO LAV-EMAIL
           WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-DESTINO
           MOVE PROF-CBU(19:4) TO LAB-CBU-FINAL
           MOVE 7 TO LAB-REF-MARCA
           COMPUTE LAB-REF-AAMM = (WS-CURRENT-YEAR - 2000) * 100
               + WS-CURRENT-MONTH
           MOVE WS-CANT-AVISOS-CBU-MES TO LAB-REF-SECUENCIA
           WRITE AVISOS_PROFESORES_REG FROM LINEA-AVISO-CBU
           CLOSE AVISOS_PROFESORES.

      * Mismo renglon de auditoria que deja el mantenimiento en
      * linea: fecha, operador, operacion e imagenes.
       GRABAR-AUDITORIA.
