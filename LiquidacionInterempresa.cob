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

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
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

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-ESTADO PIC X(1).
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
      * Limite de credito (cero = sin limite) y bloqueo de servicio
      * por morosidad. Una sucursal desbloqueada con doble firma
      * queda en D y el control la respeta hasta que su saldo
      * vuelva a quedar dentro del limite.
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
               88 SUC-DESBLOQUEO-AUTORIZADO VALUE "D".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
       01 WS-EOF-TIMESACT PIC X(2) VALUE "NO".

       01 WS-FECHA-ENTRADA PIC X(8).
      * Version vigente del layout de los archivos de horas; una
      * generacion con cabecera de otra version no se lee.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-TIMESACT.
           03 FILLER PIC X(9) VALUE "TimesAct_".
           03 WS-NOMBRE-TIMESACT-FECHA PIC X(8).
           MOVE CAT-COEFICIENTE TO VEC-CAT-COEF(WS-CANT-CATEGORIAS)
           PERFORM LEER-CATEGORIA.

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
