             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

      * Cambios de CBU, de solo agregado: la corrida no usa el CBU
      * nuevo hasta que vence la cuarentena (CUARENTENA-CBU-DIAS) y
      * tesoreria los ve en ReporteCambiosCBU.
       SELECT CAMBIOS-CBU ASSIGN TO "CambiosCBU.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CAMBIOS-CBU.

       SELECT AVISOS_PROFESORES ASSIGN TO "AvisosProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AVISOS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD INTENTOS-FALLIDOS LABEL RECORD IS STANDARD.
       01 INTENTOS-FALLIDOS-REG.
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).

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
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-BAJA VALUE "3".
           88 WS-OPCION-REINGRESO VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-DNI-ENTRADA PIC X(8).
       01 WS-DNI-NUM PIC 9(8).

       01 WS-MEDIO-PAGO-ENTRADA PIC X(1) VALUE SPACES.
       01 WS-COND-IMPUESTO-ENTRADA PIC X(1) VALUE SPACES.
       01 WS-CATEG-MONO-ENTRADA PIC X(1) VALUE SPACES.
           88 WS-CATEG-MONO-VALIDA VALUES "A" THRU "K".
       01 WS-CUIL-ENTRADA PIC X(11) VALUE SPACES.
       01 WS-OBRA-SOCIAL-ENTRADA PIC X(6) VALUE SPACES.
       01 WS-SINDICATO-ENTRADA PIC X(4) VALUE SPACES.
       01 WS-FECHA-INGRESO-ENTRADA PIC X(8) VALUE SPACES.
       01 WS-FECHA-NACIM-ENTRADA PIC X(8) VALUE SPACES.

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 WS-STATUS-TRABA-MAESTRO PIC X(2) VALUE SPACES.
       01 WS-TRABA-MAESTRO-TOMADA PIC X(1) VALUE "N".

      * Digitos verificadores del CBU: bloque 1 (digitos 1 a 7,
      * verificador en el 8) y bloque 2 (digitos 9 a 21, verificador
      * en el 22), con los pesos de cada posicion.
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

      * Cada cambio de CBU avisa al e-mail que tenia el profesor
      * antes de la modificacion, con referencia 7 + AAMM + numero
      * de aviso de cambio de CBU del mes.
       01 WS-STATUS-CAMBIOS-CBU PIC X(2) VALUE SPACES.
       01 WS-STATUS-AVISOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CAMBIOS-CBU PIC X(2) VALUE "NO".
       01 WS-CANT-AVISOS-CBU-MES PIC 9(4) VALUE ZERO.
       01 WS-MES-ACTUAL PIC 9(6) VALUE ZERO.

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
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM GRABAR-BITACORA
           PERFORM ABRIR-PROFESORES
           PERFORM ABRIR-AUDITORIA
           PERFORM CONTAR-AVISOS-CBU-DEL-MES

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR
           PERFORM LIBERAR-TRABA-MAESTRO
           DISPLAY "1. ALTA".
           DISPLAY "2. MODIFICACION".
           DISPLAY "3. BAJA (DESACTIVAR)".
           DISPLAY "4. REINGRESO".
           DISPLAY "5. SALIR".
           DISPLAY "------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE DAR DE BAJA "
                               "UN PROFESOR"
                   END-IF
               WHEN WS-OPCION-REINGRESO
                   IF WS-PERFIL-ES-SUPERVISOR THEN
                       PERFORM REINGRESO-PROFESOR
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE REINGRESAR "
                               "UN PROFESOR"
                   END-IF
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
               MOVE WS-MEDIO-PAGO-ENTRADA TO PROF-MEDIO-PAGO
           END-IF
           DISPLAY "CONDICION IMPOSITIVA (M=MONOTRIBUTISTA, "
                   "I=RESPONSABLE INSCRIPTO, "
                   "D=RELACION DE DEPENDENCIA, ENTER=M): ".
           ACCEPT WS-COND-IMPUESTO-ENTRADA.
           IF WS-COND-IMPUESTO-ENTRADA = SPACES THEN
               MOVE "M" TO PROF-COND-IMPUESTO
           ELSE
               MOVE WS-COND-IMPUESTO-ENTRADA TO PROF-COND-IMPUESTO
           END-IF
           MOVE SPACE TO PROF-CATEG-MONOTRIBUTO
           IF PROF-MONOTRIBUTISTA THEN
               DISPLAY "CATEGORIA DE MONOTRIBUTO (A A K): "
               ACCEPT WS-CATEG-MONO-ENTRADA
               MOVE WS-CATEG-MONO-ENTRADA TO PROF-CATEG-MONOTRIBUTO
           END-IF
           MOVE ZEROS TO PROF-CUIL
           MOVE SPACES TO PROF-OBRA-SOCIAL
           MOVE SPACES TO PROF-SINDICATO
           IF PROF-RELACION-DEPENDENCIA THEN
               PERFORM PEDIR-DATOS-DEPENDENCIA
           END-IF
           DISPLAY "FECHA DE INGRESO (AAAAMMDD, ENTER=HOY): ".
           ACCEPT WS-FECHA-INGRESO-ENTRADA.
           IF WS-FECHA-INGRESO-ENTRADA = SPACES THEN
                   MOVE ZEROS TO PROF-FECHA-INGRESO
               END-IF
           END-IF
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD, ENTER=SIN DATO): ".
           MOVE SPACES TO WS-FECHA-NACIM-ENTRADA.
           ACCEPT WS-FECHA-NACIM-ENTRADA.
           IF WS-FECHA-NACIM-ENTRADA NUMERIC THEN
               MOVE WS-FECHA-NACIM-ENTRADA TO PROF-FECHA-NACIMIENTO
           ELSE
               MOVE ZEROS TO PROF-FECHA-NACIMIENTO
           END-IF
           MOVE "A" TO PROF-ESTADO.

           MOVE SPACES TO WS-IMAGEN-ANTERIOR
           PERFORM VALIDAR-DNI
           PERFORM VALIDAR-NOMBRE
           PERFORM VALIDAR-CBU
           PERFORM VALIDAR-EMAIL
           PERFORM VALIDAR-MEDIO-PAGO
           PERFORM VALIDAR-COND-IMPUESTO
           PERFORM VALIDAR-CATEG-MONOTRIBUTO
           PERFORM VALIDAR-DATOS-DEPENDENCIA
           PERFORM VALIDAR-FECHA-INGRESO

           IF WS-DATOS-VALIDOS-SI THEN
           END-IF

           DISPLAY "CONDICION IMPOSITIVA ACTUAL: " PROF-COND-IMPUESTO.
           DISPLAY "NUEVA CONDICION (M/I/D, ENTER PARA NO CAMBIAR): ".
           ACCEPT WS-COND-IMPUESTO-ENTRADA.
           IF WS-COND-IMPUESTO-ENTRADA NOT = SPACES THEN
               MOVE WS-COND-IMPUESTO-ENTRADA TO PROF-COND-IMPUESTO
           END-IF

           IF PROF-MONOTRIBUTISTA THEN
               DISPLAY "CATEGORIA DE MONOTRIBUTO ACTUAL: "
                   PROF-CATEG-MONOTRIBUTO
               DISPLAY "NUEVA CATEGORIA (A A K, ENTER PARA NO "
                       "CAMBIAR): "
               ACCEPT WS-CATEG-MONO-ENTRADA
               IF WS-CATEG-MONO-ENTRADA NOT = SPACES THEN
                   MOVE WS-CATEG-MONO-ENTRADA TO
                       PROF-CATEG-MONOTRIBUTO
               END-IF
           ELSE
               MOVE SPACE TO PROF-CATEG-MONOTRIBUTO
           END-IF

           IF PROF-RELACION-DEPENDENCIA THEN
               DISPLAY "CUIL ACTUAL: " PROF-CUIL
                   "  OBRA SOCIAL: " PROF-OBRA-SOCIAL
                   "  SINDICATO: " PROF-SINDICATO
               DISPLAY "(ENTER EN CADA DATO PARA NO CAMBIARLO)"
               PERFORM PEDIR-DATOS-DEPENDENCIA
           ELSE
               MOVE ZEROS TO PROF-CUIL
               MOVE SPACES TO PROF-OBRA-SOCIAL
               MOVE SPACES TO PROF-SINDICATO
           END-IF

           DISPLAY "FECHA DE INGRESO ACTUAL: " PROF-FECHA-INGRESO.
           DISPLAY "NUEVA FECHA DE INGRESO (AAAAMMDD, ENTER PARA "
                   "NO CAMBIAR): ".
               END-IF
           END-IF

           DISPLAY "FECHA DE NACIMIENTO ACTUAL: " PROF-FECHA-NACIMIENTO.
           DISPLAY "NUEVA FECHA DE NACIMIENTO (AAAAMMDD, ENTER PARA "
                   "NO CAMBIAR): ".
           MOVE SPACES TO WS-FECHA-NACIM-ENTRADA.
           ACCEPT WS-FECHA-NACIM-ENTRADA.
           IF WS-FECHA-NACIM-ENTRADA NOT = SPACES THEN
               IF WS-FECHA-NACIM-ENTRADA NUMERIC THEN
                   MOVE WS-FECHA-NACIM-ENTRADA TO
                       PROF-FECHA-NACIMIENTO
               ELSE
                   DISPLAY "LA FECHA DE NACIMIENTO DEBE SER AAAAMMDD"
               END-IF
           END-IF

           MOVE "S" TO WS-DATOS-VALIDOS
           PERFORM VALIDAR-NOMBRE
           PERFORM VALIDAR-CBU
           PERFORM VALIDAR-EMAIL
           PERFORM VALIDAR-MEDIO-PAGO
           PERFORM VALIDAR-COND-IMPUESTO
           PERFORM VALIDAR-CATEG-MONOTRIBUTO
           PERFORM VALIDAR-DATOS-DEPENDENCIA
           IF WS-DATOS-VALIDOS-SI THEN
               REWRITE PROFESORES_REG
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE "M" TO APROF-OPERACION
                       PERFORM GRABAR-AUDITORIA
                       IF PROF-CBU NOT = WS-IMAGEN-ANTERIOR(80:22)
                           THEN
                           PERFORM REGISTRAR-CAMBIO-CBU
                       END-IF
                       DISPLAY "PROFESOR MODIFICADO"
               END-REWRITE
           ELSE
               INVALID KEY
                   DISPLAY "PROFESOR INEXISTENTE"
               NOT INVALID KEY
                   PERFORM DESACTIVAR-PROFESOR
           END-READ.

      * Una baja que ya tiene liquidacion final (estado F) no se pisa
      * con la baja comun: perderia la marca que impide volver a
      * liquidarlo sin reingreso.
       DESACTIVAR-PROFESOR.
           IF PROF-BAJA-LIQUIDADA THEN
               DISPLAY "EL PROFESOR YA TIENE LA BAJA LIQUIDADA"
           ELSE
               MOVE PROFESORES_REG TO WS-IMAGEN-ANTERIOR
               MOVE "I" TO PROF-ESTADO
               REWRITE PROFESORES_REG
                   INVALID KEY
                       DISPLAY "ERROR AL DESACTIVAR EL PROFESOR"
                   NOT INVALID KEY
                       MOVE "B" TO APROF-OPERACION
                       PERFORM GRABAR-AUDITORIA
                       DISPLAY "PROFESOR DESACTIVADO"
               END-REWRITE
           END-IF.

      * Reingreso explicito: unico camino para que un profesor dado
      * de baja (con o sin liquidacion final) vuelva a liquidarse.
      * Queda activo con la nueva fecha de ingreso, que es desde
      * donde corren la antiguedad y el proximo SAC proporcional.
       REINGRESO-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR A REINGRESAR: ".
           ACCEPT PROF-NUMERO.
           READ PROFESORES
               INVALID KEY
                   DISPLAY "PROFESOR INEXISTENTE"
               NOT INVALID KEY
                   PERFORM REACTIVAR-PROFESOR
           END-READ.

       REACTIVAR-PROFESOR.
           IF PROF-ACTIVO-SI THEN
               DISPLAY "EL PROFESOR YA ESTA ACTIVO"
           ELSE
               MOVE PROFESORES_REG TO WS-IMAGEN-ANTERIOR
               DISPLAY "FECHA DE REINGRESO (AAAAMMDD, ENTER=HOY): "
               ACCEPT WS-FECHA-INGRESO-ENTRADA
               MOVE "S" TO WS-DATOS-VALIDOS
               IF WS-FECHA-INGRESO-ENTRADA = SPACES THEN
                   COMPUTE PROF-FECHA-INGRESO =
                       WS-CURRENT-YEAR * 10000 +
                       WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               ELSE
                   IF WS-FECHA-INGRESO-ENTRADA NUMERIC THEN
                       MOVE WS-FECHA-INGRESO-ENTRADA TO
                           PROF-FECHA-INGRESO
                   ELSE
                       DISPLAY "LA FECHA DE INGRESO DEBE SER AAAAMMDD"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE "A" TO PROF-ESTADO
                   REWRITE PROFESORES_REG
                       INVALID KEY
                           DISPLAY "ERROR AL REINGRESAR EL PROFESOR"
                       NOT INVALID KEY
                           MOVE "R" TO APROF-OPERACION
                           PERFORM GRABAR-AUDITORIA
                           DISPLAY "PROFESOR REINGRESADO"
                   END-REWRITE
               END-IF
           END-IF.

       VALIDAR-DNI.
           MOVE "S" TO WS-DATOS-VALIDOS
      * El CBU puede quedar en blanco (el profesor todavia no lo
      * informo y su transferencia saldra observada en el listado de
      * control), pero si se carga tiene que tener los 22 digitos.
      * Un CBU que se carga o se cambia tiene que traer ademas sus
      * dos digitos verificadores correctos.
       VALIDAR-CBU.
           IF PROF-CBU NOT = SPACES THEN
               IF PROF-CBU NOT NUMERIC THEN
                   DISPLAY "EL CBU DEBE TENER 22 DIGITOS NUMERICOS"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF PROF-CBU NUMERIC AND
                   PROF-CBU NOT = WS-IMAGEN-ANTERIOR(80:22) THEN
                   MOVE PROF-CBU TO WS-CBU-DIGITOS
                   PERFORM VERIFICAR-DIGITOS-CBU
                   IF NOT WS-CBU-DV-OK-SI THEN
                       DISPLAY "EL CBU NO ES VALIDO: NO COINCIDEN "
                           "SUS DIGITOS VERIFICADORES"
                       MOVE "N" TO WS-DATOS-VALIDOS
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

      * El maestro queda con el CBU nuevo; el registro del cambio es
      * el que hace que la corrida siga pagando al anterior durante
      * la cuarentena. El aviso va al e-mail anterior, que es el que
      * sigue siendo del profesor si el cambio no lo pidio el.
       REGISTRAR-CAMBIO-CBU.
           MOVE PROF-NUMERO TO CCBU-PROFESOR
           MOVE WS-IMAGEN-ANTERIOR(80:22) TO CCBU-CBU-ANTERIOR
           MOVE PROF-CBU TO CCBU-CBU-NUEVO
           COMPUTE CCBU-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE CCBU-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE WS-OPERADOR-ACTUAL TO CCBU-OPERADOR
           MOVE "M" TO CCBU-ORIGEN
           MOVE WS-IMAGEN-ANTERIOR(102:40) TO CCBU-EMAIL-ANTERIOR
           MOVE ZEROS TO CCBU-REFERENCIA
           IF CCBU-EMAIL-ANTERIOR NOT = SPACES AND
               WS-CANT-AVISOS-CBU-MES < 9999 THEN
               ADD 1 TO WS-CANT-AVISOS-CBU-MES
               PERFORM GRABAR-AVISO-CAMBIO-CBU
               MOVE LAB-REFERENCIA TO CCBU-REFERENCIA
           END-IF
           OPEN EXTEND CAMBIOS-CBU
           IF WS-STATUS-CAMBIOS-CBU = "35" THEN
               OPEN OUTPUT CAMBIOS-CBU
               CLOSE CAMBIOS-CBU
               OPEN EXTEND CAMBIOS-CBU
           END-IF
           WRITE CAMBIOS-CBU-REG
           CLOSE CAMBIOS-CBU
           DISPLAY "EL CBU NUEVO QUEDA EN CUARENTENA; HASTA QUE VENZA "
               "SE PAGA AL ANTERIOR"
           IF CCBU-REFERENCIA = ZERO THEN
               DISPLAY "EL PROFESOR NO TENIA E-MAIL: AVISELE EL "
                   "CAMBIO POR OTRO MEDIO"
           END-IF.

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

      * El e-mail puede quedar en blanco (el profesor no recibe
      * avisos), pero si se carga tiene que tener exactamente una
      * arroba, no empezar con ella y traer al menos un punto.
      * valor.
       VALIDAR-COND-IMPUESTO.
           IF NOT PROF-MONOTRIBUTISTA AND
               NOT PROF-RESP-INSCRIPTO AND
               NOT PROF-RELACION-DEPENDENCIA THEN
               DISPLAY "LA CONDICION IMPOSITIVA DEBE SER M, I O D"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      * La categoria de monotributo es la que controla el proceso de
      * topes contra lo facturado en los ultimos doce meses. Los
      * registros anteriores al campo la traen en blanco y se
      * completan en la primera modificacion.
       VALIDAR-CATEG-MONOTRIBUTO.
           IF PROF-MONOTRIBUTISTA THEN
               MOVE PROF-CATEG-MONOTRIBUTO TO WS-CATEG-MONO-ENTRADA
               IF NOT WS-CATEG-MONO-VALIDA THEN
                   DISPLAY "LA CATEGORIA DE MONOTRIBUTO DEBE SER UNA "
                       "LETRA DE LA A A LA K"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * Datos previsionales del profesor en relacion de dependencia:
      * la corrida le descuenta los aportes y lo declara con su CUIL
      * y su obra social; el sindicato en blanco es no afiliado.
       PEDIR-DATOS-DEPENDENCIA.
           DISPLAY "CUIL (11 DIGITOS): "
           MOVE SPACES TO WS-CUIL-ENTRADA
           ACCEPT WS-CUIL-ENTRADA
           IF WS-CUIL-ENTRADA NOT = SPACES THEN
               IF WS-CUIL-ENTRADA NUMERIC THEN
                   MOVE WS-CUIL-ENTRADA TO PROF-CUIL
               ELSE
                   DISPLAY "EL CUIL DEBE SER NUMERICO"
                   MOVE ZEROS TO PROF-CUIL
               END-IF
           END-IF
           DISPLAY "CODIGO DE OBRA SOCIAL (6 CARACTERES): "
           MOVE SPACES TO WS-OBRA-SOCIAL-ENTRADA
           ACCEPT WS-OBRA-SOCIAL-ENTRADA
           IF WS-OBRA-SOCIAL-ENTRADA NOT = SPACES THEN
               MOVE WS-OBRA-SOCIAL-ENTRADA TO PROF-OBRA-SOCIAL
           END-IF
           DISPLAY "CODIGO DE SINDICATO (ENTER=NO AFILIADO O SIN "
                   "CAMBIO, 0=QUITAR): "
           MOVE SPACES TO WS-SINDICATO-ENTRADA
           ACCEPT WS-SINDICATO-ENTRADA
           EVALUATE TRUE
               WHEN WS-SINDICATO-ENTRADA = "0"
                   MOVE SPACES TO PROF-SINDICATO
               WHEN WS-SINDICATO-ENTRADA NOT = SPACES
                   MOVE WS-SINDICATO-ENTRADA TO PROF-SINDICATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDAR-DATOS-DEPENDENCIA.
           IF PROF-RELACION-DEPENDENCIA THEN
               IF PROF-CUIL = ZEROS THEN
                   DISPLAY "EL PROFESOR EN RELACION DE DEPENDENCIA "
                       "NECESITA CUIL"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF PROF-OBRA-SOCIAL = SPACES THEN
                   DISPLAY "EL PROFESOR EN RELACION DE DEPENDENCIA "
                       "NECESITA OBRA SOCIAL"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * La fecha de ingreso alimenta el adicional por antiguedad de
      * la corrida; una fecha en cero deja al profesor sin adicional
      * pero no frena el alta.
