      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificaciones y titulos de los profesores y las
      *          que exige cada tipo de clase. Certificaciones.dat
      *          lleva un renglon por certificado (profesor, tipo,
      *          numero, emisor, emision y vencimiento; vencimiento
      *          en cero = no vence, como un titulo). Una renovacion
      *          es un certificado nuevo: el anterior queda como
      *          historia y cubre las horas hasta su vencimiento.
      *          CertifExigidas.dat dice que certificaciones pide
      *          cada tipo de clase; la liquidacion rechaza la hora
      *          dictada sin una certificacion exigida vigente a la
      *          fecha de la clase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-CERTIFICACIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CERTIFICACIONES ASSIGN TO "Certificaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CERTIFICACIONES.

       SELECT CERTIF-EXIGIDAS ASSIGN TO "CertifExigidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EXIGIDAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CERTIFICACIONES LABEL RECORD IS STANDARD.
       01 CERTIFICACIONES_REG.
           03 CER-PROFESOR PIC X(5).
           03 CER-TIPO PIC X(4).
           03 CER-NUMERO PIC X(15).
           03 CER-EMISOR PIC X(25).
           03 CER-FECHA-EMISION PIC 9(8).
           03 CER-FECHA-VENCIMIENTO PIC 9(8).

       FD CERTIF-EXIGIDAS LABEL RECORD IS STANDARD.
       01 CERTIF-EXIGIDAS-REG.
           03 CEX-TIP_CLASE PIC X(4).
           03 CEX-CERTIFICACION PIC X(4).
           03 CEX-DESCRIPCION PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CERTIFICACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXIGIDAS PIC X(2) VALUE SPACES.
       01 WS-EOF-CERTIFICACIONES PIC X(2) VALUE "NO".
       01 WS-EOF-EXIGIDAS PIC X(2) VALUE "NO".

       01 WS-MAX-CERTIFICACIONES PIC 9(4) VALUE 5000.
       01 WS-CANT-CERTIFICACIONES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CER PIC 9(4) VALUE ZERO.
       01 TABLA-CERTIFICACIONES.
           03 ELEM-CER OCCURS 5000 TIMES.
               05 VEC-CER-PROFESOR PIC X(5).
               05 VEC-CER-TIPO PIC X(4).
               05 VEC-CER-NUMERO PIC X(15).
               05 VEC-CER-EMISOR PIC X(25).
               05 VEC-CER-FECHA-EMISION PIC 9(8).
               05 VEC-CER-FECHA-VENCIMIENTO PIC 9(8).

       01 WS-MAX-EXIGIDAS PIC 9(3) VALUE 500.
       01 WS-CANT-EXIGIDAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CEX PIC 9(3) VALUE ZERO.
       01 TABLA-EXIGIDAS.
           03 ELEM-CEX OCCURS 500 TIMES.
               05 VEC-CEX-TIP_CLASE PIC X(4).
               05 VEC-CEX-CERTIFICACION PIC X(4).
               05 VEC-CEX-DESCRIPCION PIC X(30).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-CERTIFICADO VALUE "1".
           88 WS-OPCION-LISTAR-PROF VALUE "2".
           88 WS-OPCION-EXIGENCIA VALUE "3".
           88 WS-OPCION-QUITAR VALUE "4".
           88 WS-OPCION-LISTAR-EXIG VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 WS-PROFESOR-ENTRADA PIC X(5).
       01 WS-TIPO-ENTRADA PIC X(4).
       01 WS-NUMERO-ENTRADA PIC X(15).
       01 WS-EMISOR-ENTRADA PIC X(25).
       01 WS-EMISION-ENTRADA PIC 9(8).
       01 WS-VENCIMIENTO-ENTRADA PIC 9(8).
       01 WS-TIP-CLASE-ENTRADA PIC X(4).
       01 WS-DESCRIPCION-ENTRADA PIC X(30).

       01 WS-HALLADO PIC X(1) VALUE "N".
           88 WS-HALLADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
       01 WS-CANT-LISTADOS PIC 9(4) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga los dos archivos en memoria, aplica los cambios
      * interactivamente y los regraba enteros al salir
      **
           PERFORM CARGAR-CERTIFICACIONES-A-VECTOR
           PERFORM CARGAR-EXIGIDAS-A-VECTOR
           IF WS-CANT-CERTIFICACIONES >= WS-MAX-CERTIFICACIONES OR
               WS-CANT-EXIGIDAS >= WS-MAX-EXIGIDAS THEN
               DISPLAY "LAS CERTIFICACIONES SUPERAN LA TABLA EN "
                       "MEMORIA; NO SE PUEDEN MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-CERTIFICACIONES-DESDE-VECTOR
           PERFORM GRABAR-EXIGIDAS-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE CERTIFICACIONES"
           STOP RUN.

       CARGAR-CERTIFICACIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CERTIFICACIONES
           OPEN INPUT CERTIFICACIONES
           IF WS-STATUS-CERTIFICACIONES = "00" THEN
               PERFORM LEER-CERTIFICACION
               PERFORM CARGAR-REGISTRO-CER UNTIL
                   WS-EOF-CERTIFICACIONES = "SI" OR
                   WS-CANT-CERTIFICACIONES >= WS-MAX-CERTIFICACIONES
               CLOSE CERTIFICACIONES
           END-IF
           DISPLAY "CERTIFICADOS CARGADOS: " WS-CANT-CERTIFICACIONES.

       LEER-CERTIFICACION.
           READ CERTIFICACIONES
               AT END
                   MOVE "SI" TO WS-EOF-CERTIFICACIONES
           END-READ.

       CARGAR-REGISTRO-CER.
           ADD 1 TO WS-CANT-CERTIFICACIONES
           MOVE CERTIFICACIONES_REG TO
               ELEM-CER(WS-CANT-CERTIFICACIONES)
           PERFORM LEER-CERTIFICACION.

       CARGAR-EXIGIDAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-EXIGIDAS
           OPEN INPUT CERTIF-EXIGIDAS
           IF WS-STATUS-EXIGIDAS = "00" THEN
               PERFORM LEER-EXIGIDA
               PERFORM CARGAR-REGISTRO-CEX UNTIL
                   WS-EOF-EXIGIDAS = "SI" OR
                   WS-CANT-EXIGIDAS >= WS-MAX-EXIGIDAS
               CLOSE CERTIF-EXIGIDAS
           END-IF
           DISPLAY "EXIGENCIAS CARGADAS: " WS-CANT-EXIGIDAS.

       LEER-EXIGIDA.
           READ CERTIF-EXIGIDAS
               AT END
                   MOVE "SI" TO WS-EOF-EXIGIDAS
           END-READ.

       CARGAR-REGISTRO-CEX.
           ADD 1 TO WS-CANT-EXIGIDAS
           MOVE CERTIF-EXIGIDAS-REG TO ELEM-CEX(WS-CANT-EXIGIDAS)
           PERFORM LEER-EXIGIDA.

       GRABAR-CERTIFICACIONES-DESDE-VECTOR.
           OPEN OUTPUT CERTIFICACIONES
           MOVE 1 TO SUBINDICE-CER
           PERFORM GRABAR-UN-REGISTRO-CER UNTIL
               SUBINDICE-CER > WS-CANT-CERTIFICACIONES
           CLOSE CERTIFICACIONES.

       GRABAR-UN-REGISTRO-CER.
           MOVE ELEM-CER(SUBINDICE-CER) TO CERTIFICACIONES_REG
           WRITE CERTIFICACIONES_REG
           ADD 1 TO SUBINDICE-CER.

       GRABAR-EXIGIDAS-DESDE-VECTOR.
           OPEN OUTPUT CERTIF-EXIGIDAS
           MOVE 1 TO SUBINDICE-CEX
           PERFORM GRABAR-UN-REGISTRO-CEX UNTIL
               SUBINDICE-CEX > WS-CANT-EXIGIDAS
           CLOSE CERTIF-EXIGIDAS.

       GRABAR-UN-REGISTRO-CEX.
           MOVE ELEM-CEX(SUBINDICE-CEX) TO CERTIF-EXIGIDAS-REG
           WRITE CERTIF-EXIGIDAS-REG
           ADD 1 TO SUBINDICE-CEX.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ CERTIFICACIONES DE PROFESORES ------".
           DISPLAY "1. REGISTRAR O CORREGIR UN CERTIFICADO".
           DISPLAY "2. LISTAR CERTIFICADOS DE UN PROFESOR".
           DISPLAY "3. EXIGIR UNA CERTIFICACION A UN TIPO DE CLASE".
           DISPLAY "4. QUITAR UNA EXIGENCIA".
           DISPLAY "5. LISTAR EXIGENCIAS POR TIPO DE CLASE".
           DISPLAY "6. SALIR".
           DISPLAY "-------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-CERTIFICADO
                   PERFORM REGISTRAR-CERTIFICADO
               WHEN WS-OPCION-LISTAR-PROF
                   PERFORM LISTAR-CERTIFICADOS-PROFESOR
               WHEN WS-OPCION-EXIGENCIA
                   PERFORM AGREGAR-EXIGENCIA
               WHEN WS-OPCION-QUITAR
                   PERFORM QUITAR-EXIGENCIA
               WHEN WS-OPCION-LISTAR-EXIG
                   PERFORM LISTAR-EXIGENCIAS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Profesor + tipo + numero identifican el certificado: si ya
      * esta cargado se corrigen sus datos; un numero nuevo es una
      * renovacion y se agrega.
       REGISTRAR-CERTIFICADO.
           DISPLAY "PROFESOR: "
           MOVE SPACES TO WS-PROFESOR-ENTRADA
           ACCEPT WS-PROFESOR-ENTRADA
           DISPLAY "TIPO DE CERTIFICACION (4 CARACTERES): "
           MOVE SPACES TO WS-TIPO-ENTRADA
           ACCEPT WS-TIPO-ENTRADA
           DISPLAY "NUMERO DE CERTIFICADO: "
           MOVE SPACES TO WS-NUMERO-ENTRADA
           ACCEPT WS-NUMERO-ENTRADA
           DISPLAY "EMISOR: "
           MOVE SPACES TO WS-EMISOR-ENTRADA
           ACCEPT WS-EMISOR-ENTRADA
           DISPLAY "FECHA DE EMISION (AAAAMMDD): "
           MOVE ZERO TO WS-EMISION-ENTRADA
           ACCEPT WS-EMISION-ENTRADA
           DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, 0 = NO VENCE): "
           MOVE ZERO TO WS-VENCIMIENTO-ENTRADA
           ACCEPT WS-VENCIMIENTO-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-PROFESOR-ENTRADA = SPACES OR
               WS-TIPO-ENTRADA = SPACES OR
               WS-NUMERO-ENTRADA = SPACES THEN
               DISPLAY "PROFESOR, TIPO Y NUMERO SON OBLIGATORIOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-EMISION-ENTRADA = ZERO THEN
               DISPLAY "LA FECHA DE EMISION ES OBLIGATORIA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-VENCIMIENTO-ENTRADA NOT = ZERO AND
               WS-VENCIMIENTO-ENTRADA NOT > WS-EMISION-ENTRADA THEN
               DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA EMISION"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM BUSCAR-CERTIFICADO
               IF NOT WS-HALLADO-SI THEN
                   IF WS-CANT-CERTIFICACIONES >=
                       WS-MAX-CERTIFICACIONES THEN
                       DISPLAY "ARCHIVO DE CERTIFICACIONES LLENO"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       ADD 1 TO WS-CANT-CERTIFICACIONES
                       MOVE WS-CANT-CERTIFICACIONES TO SUBINDICE-CER
                       MOVE WS-PROFESOR-ENTRADA TO
                           VEC-CER-PROFESOR(SUBINDICE-CER)
                       MOVE WS-TIPO-ENTRADA TO
                           VEC-CER-TIPO(SUBINDICE-CER)
                       MOVE WS-NUMERO-ENTRADA TO
                           VEC-CER-NUMERO(SUBINDICE-CER)
                   END-IF
               END-IF
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               MOVE WS-EMISOR-ENTRADA TO VEC-CER-EMISOR(SUBINDICE-CER)
               MOVE WS-EMISION-ENTRADA TO
                   VEC-CER-FECHA-EMISION(SUBINDICE-CER)
               MOVE WS-VENCIMIENTO-ENTRADA TO
                   VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER)
               DISPLAY "CERTIFICADO GRABADO"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       BUSCAR-CERTIFICADO.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-CER
           PERFORM AVANZAR-SUBINDICE-CER UNTIL
               SUBINDICE-CER > WS-CANT-CERTIFICACIONES OR
               WS-HALLADO-SI.

       AVANZAR-SUBINDICE-CER.
           IF VEC-CER-PROFESOR(SUBINDICE-CER) = WS-PROFESOR-ENTRADA
               AND VEC-CER-TIPO(SUBINDICE-CER) = WS-TIPO-ENTRADA
               AND VEC-CER-NUMERO(SUBINDICE-CER) = WS-NUMERO-ENTRADA
               THEN
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-CER
           END-IF.

       LISTAR-CERTIFICADOS-PROFESOR.
           DISPLAY "PROFESOR: "
           MOVE SPACES TO WS-PROFESOR-ENTRADA
           ACCEPT WS-PROFESOR-ENTRADA
           MOVE ZERO TO WS-CANT-LISTADOS
           DISPLAY "TIPO NUMERO          EMISION  VENCE    EMISOR"
           MOVE 1 TO SUBINDICE-CER
           PERFORM LISTAR-UN-CERTIFICADO UNTIL
               SUBINDICE-CER > WS-CANT-CERTIFICACIONES
           DISPLAY "CERTIFICADOS: " WS-CANT-LISTADOS.

       LISTAR-UN-CERTIFICADO.
           IF VEC-CER-PROFESOR(SUBINDICE-CER) = WS-PROFESOR-ENTRADA
               THEN
               ADD 1 TO WS-CANT-LISTADOS
               DISPLAY VEC-CER-TIPO(SUBINDICE-CER) " "
                   VEC-CER-NUMERO(SUBINDICE-CER) " "
                   VEC-CER-FECHA-EMISION(SUBINDICE-CER) " "
                   VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) " "
                   VEC-CER-EMISOR(SUBINDICE-CER)
           END-IF
           ADD 1 TO SUBINDICE-CER.

      * Una exigencia nueva rige desde la proxima corrida para todas
      * las horas del periodo; conviene cargar los certificados de
      * los profesores antes de exigirla.
       AGREGAR-EXIGENCIA.
           DISPLAY "TIPO DE CLASE: "
           MOVE SPACES TO WS-TIP-CLASE-ENTRADA
           ACCEPT WS-TIP-CLASE-ENTRADA
           DISPLAY "CERTIFICACION EXIGIDA (4 CARACTERES): "
           MOVE SPACES TO WS-TIPO-ENTRADA
           ACCEPT WS-TIPO-ENTRADA
           DISPLAY "DESCRIPCION DE LA CERTIFICACION: "
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA
           ACCEPT WS-DESCRIPCION-ENTRADA
           IF WS-TIP-CLASE-ENTRADA = SPACES OR
               WS-TIPO-ENTRADA = SPACES THEN
               DISPLAY "TIPO DE CLASE Y CERTIFICACION SON "
                       "OBLIGATORIOS"
           ELSE
               PERFORM BUSCAR-EXIGENCIA
               IF WS-HALLADO-SI THEN
                   MOVE WS-DESCRIPCION-ENTRADA TO
                       VEC-CEX-DESCRIPCION(SUBINDICE-CEX)
                   DISPLAY "EXIGENCIA YA CARGADA, DESCRIPCION "
                           "ACTUALIZADA"
               ELSE
                   IF WS-CANT-EXIGIDAS >= WS-MAX-EXIGIDAS THEN
                       DISPLAY "TABLA DE EXIGENCIAS LLENA"
                   ELSE
                       ADD 1 TO WS-CANT-EXIGIDAS
                       MOVE WS-TIP-CLASE-ENTRADA TO
                           VEC-CEX-TIP_CLASE(WS-CANT-EXIGIDAS)
                       MOVE WS-TIPO-ENTRADA TO
                           VEC-CEX-CERTIFICACION(WS-CANT-EXIGIDAS)
                       MOVE WS-DESCRIPCION-ENTRADA TO
                           VEC-CEX-DESCRIPCION(WS-CANT-EXIGIDAS)
                       DISPLAY "EXIGENCIA GRABADA"
                   END-IF
               END-IF
           END-IF.

       QUITAR-EXIGENCIA.
           DISPLAY "TIPO DE CLASE: "
           MOVE SPACES TO WS-TIP-CLASE-ENTRADA
           ACCEPT WS-TIP-CLASE-ENTRADA
           DISPLAY "CERTIFICACION A DEJAR DE EXIGIR: "
           MOVE SPACES TO WS-TIPO-ENTRADA
           ACCEPT WS-TIPO-ENTRADA
           PERFORM BUSCAR-EXIGENCIA
           IF NOT WS-HALLADO-SI THEN
               DISPLAY "EXIGENCIA INEXISTENTE"
           ELSE
               PERFORM CORRER-UNA-EXIGENCIA UNTIL
                   SUBINDICE-CEX >= WS-CANT-EXIGIDAS
               SUBTRACT 1 FROM WS-CANT-EXIGIDAS
               DISPLAY "EXIGENCIA QUITADA"
           END-IF.

       CORRER-UNA-EXIGENCIA.
           MOVE ELEM-CEX(SUBINDICE-CEX + 1) TO ELEM-CEX(SUBINDICE-CEX)
           ADD 1 TO SUBINDICE-CEX.

       BUSCAR-EXIGENCIA.
           MOVE "N" TO WS-HALLADO
           MOVE 1 TO SUBINDICE-CEX
           PERFORM AVANZAR-SUBINDICE-CEX UNTIL
               SUBINDICE-CEX > WS-CANT-EXIGIDAS OR WS-HALLADO-SI.

       AVANZAR-SUBINDICE-CEX.
           IF VEC-CEX-TIP_CLASE(SUBINDICE-CEX) = WS-TIP-CLASE-ENTRADA
               AND VEC-CEX-CERTIFICACION(SUBINDICE-CEX) =
                   WS-TIPO-ENTRADA THEN
               MOVE "S" TO WS-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-CEX
           END-IF.

       LISTAR-EXIGENCIAS.
           DISPLAY "TIPO CERT DESCRIPCION"
           MOVE 1 TO SUBINDICE-CEX
           PERFORM LISTAR-UNA-EXIGENCIA UNTIL
               SUBINDICE-CEX > WS-CANT-EXIGIDAS.

       LISTAR-UNA-EXIGENCIA.
           DISPLAY VEC-CEX-TIP_CLASE(SUBINDICE-CEX) " "
               VEC-CEX-CERTIFICACION(SUBINDICE-CEX) " "
               VEC-CEX-DESCRIPCION(SUBINDICE-CEX)
           ADD 1 TO SUBINDICE-CEX.

       END PROGRAM MANTENIMIENTO-CERTIFICACIONES.
