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

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TIPOS_ANTERIOR LABEL RECORD IS STANDARD.
       01 TIPOS_ANTERIOR_REG.
           03 TAN-FECHA-HASTA PIC 9(8).
           03 TAN-MIN-ALUMNOS PIC 9(3).
           03 TAN-PORC-REDUCCION PIC 9(3)V99.
           03 TAN-PAREJA PIC X(1).
           03 TAN-PORC-VIRTUAL PIC 9(3)V99.
           03 TAN-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
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

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD LIBRO_RETENCIONES LABEL RECORD IS STANDARD.
       01 LIBRO_RETENCIONES_REG.
           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD GL_EXTRACTO LABEL RECORD IS STANDARD.
       01 GL_EXTRACTO_REG.
       01 WS-EOF-TIMESACT PIC X(2) VALUE "NO".

       01 WS-FECHA-ENTRADA PIC X(8).
      * Version vigente del layout de los archivos de horas; una
      * generacion con cabecera de otra version no se lee.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC X(8).
           03 FILLER PIC X(7) VALUE " NETO: ".
           03 LRDD-NETO PIC -ZZZZZZZ9,99.

       01 LINEA-VERIF-RECIBO.
           03 FILLER PIC X(26) VALUE "  Codigo de verificacion: ".
           03 LVR-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.
      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos y en
      * ConsultaAutenticidad, que lo recalcula: cambiarlo en todos.
       01 WS-CVER-DATOS.
           03 WS-CVER-TIPO PIC X(1).
           03 WS-CVER-NUMERO PIC 9(9).
           03 WS-CVER-TITULAR PIC X(5).
           03 WS-CVER-PERIODO PIC 9(6).
           03 WS-CVER-SIGNO PIC X(1).
           03 WS-CVER-IMPORTE PIC 9(9)V99.
       01 WS-CVER-CARACTERES REDEFINES WS-CVER-DATOS.
           03 WS-CVER-CARACTER PIC X(1) OCCURS 33 TIMES.
       01 TABLA-CVER-SIMBOLOS VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 VEC-CVER-SIMBOLO PIC X(1) OCCURS 37 TIMES.
       01 SUBINDICE-CVER PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CVER-SIM PIC 9(2) VALUE ZERO.
       01 WS-CVER-IMPORTE-DOC PIC S9(9)V99 VALUE ZERO.
       01 WS-CVER-VALOR PIC 9(2) VALUE ZERO.
       01 WS-CVER-ACUM-A PIC 9(4) VALUE ZERO.
       01 WS-CVER-ACUM-B PIC 9(4) VALUE ZERO.
       01 WS-CVER-PRODUCTO PIC 9(8) VALUE ZERO.
       01 WS-CVER-COCIENTE PIC 9(8) VALUE ZERO.
       01 WS-CVER-CODIGO PIC 9(8) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-EVALUATE
           PERFORM LEER-PARAMETRO.

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
               MOVE WS-RETENCION-DELTA TO LRDD-RETENCION
               MOVE WS-NETO-DELTA TO LRDD-NETO
               WRITE RECIBOS_REG FROM LINEA-RECIBO-DELTA-DET
               MOVE WS-FOLIO-ACTUAL TO RECEMI-FOLIO
               MOVE VEC-DPR-PROFESOR(SUBINDICE-DPR) TO
                   RECEMI-PROFESOR
               MOVE WS-FECHA-HOY TO RECEMI-FECHA-EMISION
               MOVE WS-NETO-DELTA TO RECEMI-NETO
               MOVE "E" TO RECEMI-ESTADO
               MOVE "R" TO WS-CVER-TIPO
               MOVE RECEMI-FOLIO TO WS-CVER-NUMERO
               MOVE RECEMI-PROFESOR TO WS-CVER-TITULAR
               COMPUTE WS-CVER-PERIODO = RECEMI-FECHA-EMISION / 100
               MOVE RECEMI-NETO TO WS-CVER-IMPORTE-DOC
               PERFORM CALCULAR-CODIGO-VERIFICACION
               MOVE WS-CVER-CODIGO TO RECEMI-CODIGO-VERIF
               MOVE WS-CVER-CODIGO TO LVR-CODIGO
               WRITE RECIBOS_REG FROM LINEA-VERIF-RECIBO
               WRITE RECIBOS_REG FROM BLANCO
               WRITE RECIBOS_EMITIDOS_REG
               IF WS-RETENCION-DELTA NOT = ZERO THEN
                   MOVE VEC-DPR-PROFESOR(SUBINDICE-DPR) TO
               MOVE ZEROS TO FEMI-CAE
               MOVE ZEROS TO FEMI-CAE-VTO
               MOVE WS-FECHA-HOY TO FEMI-FECHA-VTO
               MOVE ZEROS TO FEMI-CODIGO-PAGO
               PERFORM CALCULAR-CODIGO-VERIF-FACTURA
               WRITE FACTURAS_EMITIDAS_REG
               MOVE VEC-DSU-SUCURSAL(SUBINDICE-DSU) TO
                   GLE-CENTRO-COSTO
               WRITE GL_EXTRACTO_REG
           END-IF.

      * Cada renglon de cuenta corriente lleva su codigo de
      * verificacion; el numero del calculo es la fecha de emision
      * (la factura no tiene folio propio en el indice).
       CALCULAR-CODIGO-VERIF-FACTURA.
           MOVE FEMI-ESTADO TO WS-CVER-TIPO
           MOVE FEMI-FECHA-EMISION TO WS-CVER-NUMERO
           MOVE FEMI-SUCURSAL TO WS-CVER-TITULAR
           MOVE FEMI-PERIODO TO WS-CVER-PERIODO
           MOVE FEMI-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO FEMI-CODIGO-VERIF.

      * Codigo de verificacion del documento cargado en WS-CVER-*
      * (ver WS-CVER-DATOS); deja el resultado en WS-CVER-CODIGO.
       CALCULAR-CODIGO-VERIFICACION.
           IF WS-CVER-IMPORTE-DOC < ZERO THEN
               MOVE "-" TO WS-CVER-SIGNO
           ELSE
               MOVE "+" TO WS-CVER-SIGNO
           END-IF
           MOVE WS-CVER-IMPORTE-DOC TO WS-CVER-IMPORTE
           MOVE 4271 TO WS-CVER-ACUM-A
           MOVE 1693 TO WS-CVER-ACUM-B
           PERFORM ACUMULAR-CARACTER-CVER
               VARYING SUBINDICE-CVER FROM 1 BY 1
               UNTIL SUBINDICE-CVER > 33
           COMPUTE WS-CVER-CODIGO =
               WS-CVER-ACUM-A * 10000 + WS-CVER-ACUM-B.

       ACUMULAR-CARACTER-CVER.
           MOVE 38 TO WS-CVER-VALOR
           PERFORM BUSCAR-SIMBOLO-CVER
               VARYING SUBINDICE-CVER-SIM FROM 1 BY 1
               UNTIL SUBINDICE-CVER-SIM > 37 OR WS-CVER-VALOR < 38
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-A * 31 +
               WS-CVER-VALOR + SUBINDICE-CVER
           DIVIDE WS-CVER-PRODUCTO BY 9973 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-A
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-B * 7 +
               WS-CVER-ACUM-A
           DIVIDE WS-CVER-PRODUCTO BY 9967 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-B.

       BUSCAR-SIMBOLO-CVER.
           IF VEC-CVER-SIMBOLO(SUBINDICE-CVER-SIM) =
               WS-CVER-CARACTER(SUBINDICE-CVER) THEN
               MOVE SUBINDICE-CVER-SIM TO WS-CVER-VALOR
           END-IF.

       END PROGRAM LIQUIDACION-COMPLEMENTARIA.
