      ******************************************************************
      * Author:
      * Date:
      * Purpose: Descuentos voluntarios recurrentes de los profesores
      *          (cuota de mutual, seguro de vida optativo, cuota
      *          gremial y similares). Mantiene el padron de entidades
      *          beneficiarias (EntidadesDescuento.dat, con CUIT y CBU
      *          para la orden de pago) y el maestro de descuentos por
      *          profesor (DescuentosVoluntarios.dat): entidad,
      *          importe fijo o porcentaje del bruto, vigencia desde/
      *          hasta y prioridad. La corrida mensual los descuenta
      *          despues de los embargos y arma por entidad la nomina
      *          de lo retenido y su orden de pago.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REGISTRO-DESCUENTOS-VOLUNTARIOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ENTIDADES-DESCUENTO ASSIGN TO "EntidadesDescuento.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENTIDADES.

       SELECT DESCUENTOS-VOLUNTARIOS ASSIGN TO
             "DescuentosVoluntarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESCUENTOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ENTIDADES-DESCUENTO LABEL RECORD IS STANDARD.
       01 ENTIDADES-DESCUENTO-REG.
           03 ENT-CODIGO PIC X(4).
           03 ENT-NOMBRE PIC X(30).
           03 ENT-CUIT PIC 9(11).
           03 ENT-CBU PIC X(22).

      * Fecha hasta en ceros: descuento sin vencimiento. La prioridad
      * ordena los descuentos voluntarios entre si; todos van despues
      * de los adelantos y los embargos.
       FD DESCUENTOS-VOLUNTARIOS LABEL RECORD IS STANDARD.
       01 DESCUENTOS-VOLUNTARIOS-REG.
           03 DVOL-PROFESOR PIC X(5).
           03 DVOL-ENTIDAD PIC X(4).
           03 DVOL-CONCEPTO PIC X(20).
           03 DVOL-TIPO PIC X(1).
               88 DVOL-IMPORTE-FIJO VALUE "F".
               88 DVOL-PORCENTUAL VALUE "P".
           03 DVOL-IMPORTE PIC 9(7)V99.
           03 DVOL-PORCENTAJE PIC 9(2)V99.
           03 DVOL-FECHA-DESDE PIC 9(8).
           03 DVOL-FECHA-HASTA PIC 9(8).
           03 DVOL-PRIORIDAD PIC 9(1).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ENTIDADES PIC X(2) VALUE SPACES.
       01 WS-STATUS-DESCUENTOS PIC X(2) VALUE SPACES.

       01 WS-EOF-ENTIDADES PIC X(2) VALUE "NO".
       01 WS-EOF-DESCUENTOS PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA-ENTIDAD VALUE "1".
           88 WS-OPCION-ALTA-DESCUENTO VALUE "2".
           88 WS-OPCION-LISTADO VALUE "3".
           88 WS-OPCION-FIN-DESCUENTO VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-ENTIDAD-ENTRADA PIC X(4).
       01 WS-NOMBRE-ENTRADA PIC X(30).
       01 WS-CUIT-ENTRADA PIC X(11).
       01 WS-CBU-ENTRADA PIC X(22).
       01 WS-PROFESOR-ENTRADA PIC X(5).
       01 WS-CONCEPTO-ENTRADA PIC X(20).
       01 WS-TIPO-ENTRADA PIC X(1).
       01 WS-IMPORTE-ENTRADA PIC 9(7)V99.
       01 WS-PORC-ENTRADA PIC X(4).
       01 WS-PORC-ENTERO PIC 9(4) VALUE ZERO.
       01 WS-PORC-NUM PIC 9(2)V99 VALUE ZERO.
       01 WS-FECHA-DESDE-ENTRADA PIC X(8).
       01 WS-FECHA-HASTA-ENTRADA PIC X(8).
       01 WS-PRIORIDAD-ENTRADA PIC X(1).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-FECHA-HASTA-NUM PIC 9(8) VALUE ZERO.

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
       01 WS-ENTIDAD-HALLADA PIC X(1) VALUE "N".
           88 WS-ENTIDAD-HALLADA-SI VALUE "S".

      * El fin de un descuento reescribe el maestro entero desde la
      * tabla.
       01 WS-MAX-DESCUENTOS PIC 9(4) VALUE 1000.
       01 WS-CANT-DESCUENTOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DVO PIC 9(4) VALUE ZERO.
       01 WS-CANT-CERRADOS PIC 9(4) VALUE ZERO.
       01 TABLA-DESCUENTOS.
           03 ELEM-DVO OCCURS 1000 TIMES.
               05 VEC-DVO-REGISTRO PIC X(60).

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

       01 LINEA-DESCUENTO.
           03 FILLER PIC X(6) VALUE "PROF: ".
           03 LDV-PROFESOR PIC X(5).
           03 FILLER PIC X(5) VALUE " ENT:".
           03 LDV-ENTIDAD PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDV-CONCEPTO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDV-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDV-IMPORTE PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDV-PORCENTAJE PIC Z9,99.
           03 FILLER PIC X(3) VALUE " %".
           03 LDV-DESDE PIC 9(8).
           03 FILLER PIC X(1) VALUE "-".
           03 LDV-HASTA PIC 9(8).
           03 FILLER PIC X(3) VALUE " P:".
           03 LDV-PRIORIDAD PIC 9(1).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Menu de descuentos voluntarios: padron de entidades y
      * descuentos por profesor que la corrida aplica sola cada mes
      * mientras esten vigentes.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR
           DISPLAY "FIN DEL REGISTRO DE DESCUENTOS VOLUNTARIOS"
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ DESCUENTOS VOLUNTARIOS ------".
           DISPLAY "1. ALTA DE ENTIDAD".
           DISPLAY "2. ALTA DE DESCUENTO A UN PROFESOR".
           DISPLAY "3. LISTADO DE DESCUENTOS".
           DISPLAY "4. FIN DE UN DESCUENTO".
           DISPLAY "5. SALIR".
           DISPLAY "------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA-ENTIDAD
                   PERFORM ALTA-ENTIDAD
               WHEN WS-OPCION-ALTA-DESCUENTO
                   PERFORM ALTA-DESCUENTO
               WHEN WS-OPCION-LISTADO
                   PERFORM LISTAR-DESCUENTOS
               WHEN WS-OPCION-FIN-DESCUENTO
                   PERFORM FIN-DESCUENTO
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-ENTIDAD.
           DISPLAY "CODIGO DE ENTIDAD (4 CARACTERES): ".
           ACCEPT WS-ENTIDAD-ENTRADA.
           DISPLAY "NOMBRE: ".
           ACCEPT WS-NOMBRE-ENTRADA.
           DISPLAY "CUIT (11 DIGITOS): ".
           ACCEPT WS-CUIT-ENTRADA.
           DISPLAY "CBU PARA LA ORDEN DE PAGO (22 DIGITOS): ".
           ACCEPT WS-CBU-ENTRADA.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-ENTIDAD-ENTRADA = SPACES OR
               WS-NOMBRE-ENTRADA = SPACES OR
               WS-CUIT-ENTRADA NOT NUMERIC THEN
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-CBU-ENTRADA NOT = SPACES AND
               WS-CBU-ENTRADA NOT NUMERIC THEN
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-ENTIDAD
               IF WS-ENTIDAD-HALLADA-SI THEN
                   DISPLAY "YA EXISTE UNA ENTIDAD CON ESE CODIGO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           ELSE
               DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               OPEN EXTEND ENTIDADES-DESCUENTO
               IF WS-STATUS-ENTIDADES = "35" THEN
                   OPEN OUTPUT ENTIDADES-DESCUENTO
                   CLOSE ENTIDADES-DESCUENTO
                   OPEN EXTEND ENTIDADES-DESCUENTO
               END-IF
               MOVE WS-ENTIDAD-ENTRADA TO ENT-CODIGO
               MOVE WS-NOMBRE-ENTRADA TO ENT-NOMBRE
               MOVE WS-CUIT-ENTRADA TO ENT-CUIT
               MOVE WS-CBU-ENTRADA TO ENT-CBU
               WRITE ENTIDADES-DESCUENTO-REG
               CLOSE ENTIDADES-DESCUENTO
               DISPLAY "ENTIDAD REGISTRADA"
           END-IF.

       BUSCAR-ENTIDAD.
           MOVE "N" TO WS-ENTIDAD-HALLADA
           MOVE "NO" TO WS-EOF-ENTIDADES
           OPEN INPUT ENTIDADES-DESCUENTO
           IF WS-STATUS-ENTIDADES = "00" THEN
               PERFORM LEER-ENTIDAD
               PERFORM COTEJAR-ENTIDAD UNTIL
                   WS-EOF-ENTIDADES = "SI" OR WS-ENTIDAD-HALLADA-SI
               CLOSE ENTIDADES-DESCUENTO
           END-IF.

       LEER-ENTIDAD.
           READ ENTIDADES-DESCUENTO
               AT END
                   MOVE "SI" TO WS-EOF-ENTIDADES
           END-READ.

       COTEJAR-ENTIDAD.
           IF ENT-CODIGO = WS-ENTIDAD-ENTRADA THEN
               MOVE "S" TO WS-ENTIDAD-HALLADA
           ELSE
               PERFORM LEER-ENTIDAD
           END-IF.

       ALTA-DESCUENTO.
           DISPLAY "PROFESOR: ".
           ACCEPT WS-PROFESOR-ENTRADA.
           DISPLAY "ENTIDAD: ".
           ACCEPT WS-ENTIDAD-ENTRADA.
           DISPLAY "CONCEPTO (EJ CUOTA MUTUAL): ".
           ACCEPT WS-CONCEPTO-ENTRADA.
           DISPLAY "TIPO (F=IMPORTE FIJO, P=PORCENTAJE DEL BRUTO): ".
           ACCEPT WS-TIPO-ENTRADA.
           MOVE ZERO TO WS-IMPORTE-ENTRADA
           MOVE ZERO TO WS-PORC-NUM
           MOVE "S" TO WS-DATOS-VALIDOS
           EVALUATE WS-TIPO-ENTRADA
               WHEN "F"
                   DISPLAY "IMPORTE MENSUAL: "
                   ACCEPT WS-IMPORTE-ENTRADA
                   IF WS-IMPORTE-ENTRADA = ZEROS THEN
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               WHEN "P"
                   DISPLAY "PORCENTAJE DEL BRUTO (EJ 0250 = 2,50%): "
                   ACCEPT WS-PORC-ENTRADA
                   IF WS-PORC-ENTRADA NOT NUMERIC THEN
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       MOVE WS-PORC-ENTRADA TO WS-PORC-ENTERO
                       COMPUTE WS-PORC-NUM = WS-PORC-ENTERO / 100
                       IF WS-PORC-NUM = ZERO THEN
                           MOVE "N" TO WS-DATOS-VALIDOS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-EVALUATE
           DISPLAY "VIGENTE DESDE (AAAAMMDD, ENTER=HOY): ".
           ACCEPT WS-FECHA-DESDE-ENTRADA.
           IF WS-FECHA-DESDE-ENTRADA = SPACES THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-ENTRADA
           END-IF
           DISPLAY "VIGENTE HASTA (AAAAMMDD, ENTER=SIN VENCIMIENTO): ".
           ACCEPT WS-FECHA-HASTA-ENTRADA.
           IF WS-FECHA-HASTA-ENTRADA = SPACES THEN
               MOVE ZEROS TO WS-FECHA-HASTA-ENTRADA
           END-IF
           DISPLAY "PRIORIDAD (1 = MAS ALTA, HASTA 9): ".
           ACCEPT WS-PRIORIDAD-ENTRADA.
      * La prioridad va de 1 a 9 como en los embargos: la corrida
      * recorre las prioridades desde 1.
           IF WS-PROFESOR-ENTRADA = SPACES OR
               WS-CONCEPTO-ENTRADA = SPACES OR
               WS-FECHA-DESDE-ENTRADA NOT NUMERIC OR
               WS-FECHA-HASTA-ENTRADA NOT NUMERIC OR
               WS-PRIORIDAD-ENTRADA NOT NUMERIC OR
               WS-PRIORIDAD-ENTRADA = "0" THEN
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI AND
               WS-FECHA-HASTA-ENTRADA NOT = ZEROS AND
               WS-FECHA-HASTA-ENTRADA < WS-FECHA-DESDE-ENTRADA THEN
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-ENTIDAD
               IF NOT WS-ENTIDAD-HALLADA-SI THEN
                   DISPLAY "ENTIDAD INEXISTENTE, REGISTRELA PRIMERO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           ELSE
               DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               OPEN EXTEND DESCUENTOS-VOLUNTARIOS
               IF WS-STATUS-DESCUENTOS = "35" THEN
                   OPEN OUTPUT DESCUENTOS-VOLUNTARIOS
                   CLOSE DESCUENTOS-VOLUNTARIOS
                   OPEN EXTEND DESCUENTOS-VOLUNTARIOS
               END-IF
               MOVE WS-PROFESOR-ENTRADA TO DVOL-PROFESOR
               MOVE WS-ENTIDAD-ENTRADA TO DVOL-ENTIDAD
               MOVE WS-CONCEPTO-ENTRADA TO DVOL-CONCEPTO
               MOVE WS-TIPO-ENTRADA TO DVOL-TIPO
               MOVE WS-IMPORTE-ENTRADA TO DVOL-IMPORTE
               MOVE WS-PORC-NUM TO DVOL-PORCENTAJE
               MOVE WS-FECHA-DESDE-ENTRADA TO DVOL-FECHA-DESDE
               MOVE WS-FECHA-HASTA-ENTRADA TO DVOL-FECHA-HASTA
               MOVE WS-PRIORIDAD-ENTRADA TO DVOL-PRIORIDAD
               WRITE DESCUENTOS-VOLUNTARIOS-REG
               CLOSE DESCUENTOS-VOLUNTARIOS
               DISPLAY "DESCUENTO REGISTRADO"
           END-IF.

       LISTAR-DESCUENTOS.
           MOVE "NO" TO WS-EOF-DESCUENTOS
           OPEN INPUT DESCUENTOS-VOLUNTARIOS
           IF WS-STATUS-DESCUENTOS NOT = "00" THEN
               DISPLAY "NO HAY DESCUENTOS REGISTRADOS"
           ELSE
               PERFORM LEER-DESCUENTO
               PERFORM MOSTRAR-UN-DESCUENTO UNTIL
                   WS-EOF-DESCUENTOS = "SI"
               CLOSE DESCUENTOS-VOLUNTARIOS
           END-IF.

       LEER-DESCUENTO.
           READ DESCUENTOS-VOLUNTARIOS
               AT END
                   MOVE "SI" TO WS-EOF-DESCUENTOS
           END-READ.

       MOSTRAR-UN-DESCUENTO.
           MOVE DVOL-PROFESOR TO LDV-PROFESOR
           MOVE DVOL-ENTIDAD TO LDV-ENTIDAD
           MOVE DVOL-CONCEPTO TO LDV-CONCEPTO
           MOVE DVOL-TIPO TO LDV-TIPO
           MOVE DVOL-IMPORTE TO LDV-IMPORTE
           MOVE DVOL-PORCENTAJE TO LDV-PORCENTAJE
           MOVE DVOL-FECHA-DESDE TO LDV-DESDE
           MOVE DVOL-FECHA-HASTA TO LDV-HASTA
           MOVE DVOL-PRIORIDAD TO LDV-PRIORIDAD
           DISPLAY LINEA-DESCUENTO
           PERFORM LEER-DESCUENTO.

      * Cuando el profesor se desafilia el descuento no se borra: se
      * le pone fecha hasta y deja de aplicarse desde ahi.
       FIN-DESCUENTO.
           DISPLAY "PROFESOR: ".
           ACCEPT WS-PROFESOR-ENTRADA.
           DISPLAY "ENTIDAD: ".
           ACCEPT WS-ENTIDAD-ENTRADA.
           DISPLAY "ULTIMO DIA DE VIGENCIA (AAAAMMDD, ENTER=HOY): ".
           ACCEPT WS-FECHA-HASTA-ENTRADA.
           IF WS-FECHA-HASTA-ENTRADA = SPACES THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-HASTA-ENTRADA
           END-IF
           IF WS-FECHA-HASTA-ENTRADA NOT NUMERIC THEN
               DISPLAY "FECHA INVALIDA, NO SE MODIFICA NADA"
           ELSE
               MOVE WS-FECHA-HASTA-ENTRADA TO WS-FECHA-HASTA-NUM
               PERFORM CARGAR-DESCUENTOS-A-VECTOR
               IF WS-EOF-DESCUENTOS NOT = "SI" THEN
                   DISPLAY "DescuentosVoluntarios.dat EXCEDE LA TABLA,"
                       " NO SE MODIFICA NADA"
               ELSE
                   MOVE ZERO TO WS-CANT-CERRADOS
                   PERFORM CERRAR-UN-DESCUENTO
                       VARYING SUBINDICE-DVO FROM 1 BY 1
                       UNTIL SUBINDICE-DVO > WS-CANT-DESCUENTOS
                   IF WS-CANT-CERRADOS = ZERO THEN
                       DISPLAY "SIN DESCUENTOS ABIERTOS DE ESE "
                           "PROFESOR CON ESA ENTIDAD"
                   ELSE
                       PERFORM GRABAR-DESCUENTOS-ACTUALIZADOS
                       DISPLAY "DESCUENTOS FINALIZADOS: "
                           WS-CANT-CERRADOS
                   END-IF
               END-IF
           END-IF.

       CARGAR-DESCUENTOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-DESCUENTOS
           MOVE "NO" TO WS-EOF-DESCUENTOS
           OPEN INPUT DESCUENTOS-VOLUNTARIOS
           IF WS-STATUS-DESCUENTOS = "00" THEN
               PERFORM LEER-DESCUENTO
               PERFORM CARGAR-UN-DESCUENTO UNTIL
                   WS-EOF-DESCUENTOS = "SI" OR
                   WS-CANT-DESCUENTOS >= WS-MAX-DESCUENTOS
               IF WS-EOF-DESCUENTOS NOT = "SI" THEN
                   PERFORM LEER-DESCUENTO
               END-IF
               CLOSE DESCUENTOS-VOLUNTARIOS
           ELSE
               MOVE "SI" TO WS-EOF-DESCUENTOS
           END-IF.

       CARGAR-UN-DESCUENTO.
           ADD 1 TO WS-CANT-DESCUENTOS
           MOVE DESCUENTOS-VOLUNTARIOS-REG TO
               VEC-DVO-REGISTRO(WS-CANT-DESCUENTOS)
           PERFORM LEER-DESCUENTO.

       CERRAR-UN-DESCUENTO.
           MOVE VEC-DVO-REGISTRO(SUBINDICE-DVO) TO
               DESCUENTOS-VOLUNTARIOS-REG
           IF DVOL-PROFESOR = WS-PROFESOR-ENTRADA AND
               DVOL-ENTIDAD = WS-ENTIDAD-ENTRADA AND
               (DVOL-FECHA-HASTA = ZEROS OR
                DVOL-FECHA-HASTA > WS-FECHA-HASTA-NUM) THEN
               MOVE WS-FECHA-HASTA-NUM TO DVOL-FECHA-HASTA
               MOVE DESCUENTOS-VOLUNTARIOS-REG TO
                   VEC-DVO-REGISTRO(SUBINDICE-DVO)
               ADD 1 TO WS-CANT-CERRADOS
           END-IF.

       GRABAR-DESCUENTOS-ACTUALIZADOS.
           OPEN OUTPUT DESCUENTOS-VOLUNTARIOS
           PERFORM GRABAR-UN-DESCUENTO
               VARYING SUBINDICE-DVO FROM 1 BY 1
               UNTIL SUBINDICE-DVO > WS-CANT-DESCUENTOS
           CLOSE DESCUENTOS-VOLUNTARIOS.

       GRABAR-UN-DESCUENTO.
           MOVE VEC-DVO-REGISTRO(SUBINDICE-DVO) TO
               DESCUENTOS-VOLUNTARIOS-REG
           WRITE DESCUENTOS-VOLUNTARIOS-REG.

       END PROGRAM REGISTRO-DESCUENTOS-VOLUNTARIOS.
