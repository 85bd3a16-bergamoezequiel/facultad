           03 TIMACT-HORA-DESDE PIC 9(4).
           03 TIMACT-HORA-HASTA PIC 9(4).
           03 TIMACT-CONCEPTO PIC X(1).
      * Cabecera de layout (numero "00000"), primer registro de cada
      * generacion grabada desde que se versiona el registro.
       01 TimesAct_CAB.
           03 TIMACT-CAB-NUMERO PIC X(5).
               88 TIMACT-ES-CABECERA VALUE "00000".
           03 TIMACT-CAB-MARCA PIC X(6).
           03 TIMACT-CAB-VERSION PIC 9(2).
           03 TIMACT-CAB-LARGO PIC 9(3).
           03 TIMACT-CAB-FECHA PIC 9(8).
           03 TIMACT-CAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).

       FD GL_EXTRACTO LABEL RECORD IS STANDARD.
       01 GL_EXTRACTO_REG.
       01 WS-PERIODO-CONSULTA PIC X(6).
       01 WS-CIERRE-AAAAMM PIC 9(6) VALUE ZERO.

      * Version vigente del layout de los archivos de horas; una
      * generacion con cabecera de otra version no se lee.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC 9(8).
                   LINEA-ACTA-DIFERENCIA
           END-IF.

      * La cabecera de layout no es una hora: se coteja su version y
      * se pasa al primer registro de la generacion. Una generacion
      * sin cabecera es anterior al versionado y se toma como vigente.
       LEER-TIMESACT.
           PERFORM LEER-TIMESACT-FISICO
           IF WS-EOF-TIMESACT NOT = "SI" AND TIMACT-ES-CABECERA THEN
               PERFORM VERIFICAR-LAYOUT-TIMESACT
               PERFORM LEER-TIMESACT-FISICO
           END-IF.

      * Leer con el registro vigente una generacion grabada con otro
      * da los campos corridos; se corta y se pide convertirla.
       VERIFICAR-LAYOUT-TIMESACT.
           IF TIMACT-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY WS-NOMBRE-TIMESACT " TIENE LAYOUT VERSION "
                   TIMACT-CAB-VERSION ", LA VIGENTE ES "
                   WS-VERSION-LAYOUT-HORAS
               DISPLAY "CONVERTIRLA CON ConversorTimes Y REPETIR"
               STOP RUN
           END-IF.

       LEER-TIMESACT-FISICO.
           READ TimesAct
               AT END
                   MOVE "SI" TO WS-EOF-TIMESACT
       SUMAR-RENGLON-GL.
           IF GLE-PERIODO = WS-PERIODO-CONSULTA THEN
               ADD 1 TO WS-GL-RENGLONES
      * El asiento inverso de una corrida anulada lleva el tipo en
      * minuscula y resta lo que su tipo original suma.
               IF GLE-TIPO-MOVIMIENTO = "D" OR
                   (GLE-TIPO-MOVIMIENTO IS ALPHABETIC-LOWER AND
                    GLE-TIPO-MOVIMIENTO NOT = "d") THEN
                   ADD GLE-IMPORTE TO WS-GL-TOTAL
               ELSE
                   SUBTRACT GLE-IMPORTE FROM WS-GL-TOTAL
