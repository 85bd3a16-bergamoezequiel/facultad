      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de seminarios y talleres con honorario fijo
      *          por evento. Cada evento tiene sucursal, fecha,
      *          honorario total y, opcionalmente, un importe a
      *          facturar a la sucursal distinto del honorario (en
      *          cero se factura el honorario). Los disertantes del
      *          evento (profesores de Profesores.dat o externos de
      *          DisertantesExternos.dat) se cargan aparte con el
      *          porcentaje del honorario que cobra cada uno; la
      *          corrida liquida solo los eventos pendientes con fecha
      *          cumplida cuyos porcentajes suman exactamente 100.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-EVENTOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EVENTOS ASSIGN TO "Eventos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVENTOS.

       SELECT EVENTOS-DISERTANTES ASSIGN TO "EventosDisertantes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVD.

       SELECT DISERTANTES-EXTERNOS ASSIGN TO "DisertantesExternos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DISERTANTES.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD EVENTOS LABEL RECORD IS STANDARD.
       01 EVENTOS-REG.
           03 EVE-CODIGO PIC X(6).
           03 EVE-DESCRIPCION PIC X(20).
           03 EVE-SUCURSAL PIC X(3).
           03 EVE-FECHA PIC 9(8).
           03 EVE-HONORARIO PIC 9(7)V99.
           03 EVE-IMPORTE-FACTURA PIC 9(7)V99.
           03 EVE-ESTADO PIC X(1).
               88 EVE-PENDIENTE VALUE "P".
               88 EVE-LIQUIDADO VALUE "L".
               88 EVE-ANULADO VALUE "A".

       FD EVENTOS-DISERTANTES LABEL RECORD IS STANDARD.
       01 EVENTOS-DISERTANTES-REG.
           03 EVD-EVENTO PIC X(6).
           03 EVD-TIPO PIC X(1).
               88 EVD-PROFESOR VALUE "P".
               88 EVD-EXTERNO VALUE "E".
           03 EVD-CODIGO PIC X(5).
           03 EVD-PORCENTAJE PIC 9(3)V99.

       FD DISERTANTES-EXTERNOS LABEL RECORD IS STANDARD.
       01 DISERTANTES-EXTERNOS-REG.
           03 DEX-CODIGO PIC X(5).
           03 DEX-NOMBRE PIC X(25).
           03 DEX-DNI PIC 9(8).
           03 DEX-CUIT PIC 9(11).
           03 DEX-COND-IMPUESTO PIC X(1).
           03 DEX-CBU PIC X(22).
           03 DEX-ACTIVO PIC X(1).
               88 DEX-ACTIVO-SI VALUE "S".

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
               88 PROF-ACTIVO-SI VALUE "A".
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
           03 PROF-COND-IMPUESTO PIC X(1).
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EVENTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EVD PIC X(2) VALUE SPACES.
       01 WS-STATUS-DISERTANTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-EOF-EVENTOS PIC X(2) VALUE "NO".
       01 WS-EOF-EVD PIC X(2) VALUE "NO".
       01 WS-EOF-DISERTANTES PIC X(2) VALUE "NO".

       01 WS-MAX-EVENTOS PIC 9(3) VALUE 300.
       01 WS-CANT-EVENTOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-EVE PIC 9(3) VALUE ZERO.
       01 TABLA-EVENTOS.
           03 ELEM-EVE OCCURS 300 TIMES.
               05 VEC-EVE-CODIGO PIC X(6).
               05 VEC-EVE-DESCRIPCION PIC X(20).
               05 VEC-EVE-SUCURSAL PIC X(3).
               05 VEC-EVE-FECHA PIC 9(8).
               05 VEC-EVE-HONORARIO PIC 9(7)V99.
               05 VEC-EVE-IMPORTE-FACTURA PIC 9(7)V99.
               05 VEC-EVE-ESTADO PIC X(1).

       01 WS-MAX-EVD PIC 9(4) VALUE 1500.
       01 WS-CANT-EVD PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EVD PIC 9(4) VALUE ZERO.
       01 TABLA-EVENTOS-DISERTANTES.
           03 ELEM-EVD OCCURS 1500 TIMES.
               05 VEC-EVD-EVENTO PIC X(6).
               05 VEC-EVD-TIPO PIC X(1).
               05 VEC-EVD-CODIGO PIC X(5).
               05 VEC-EVD-PORCENTAJE PIC 9(3)V99.

       01 WS-MAX-DISERTANTES PIC 9(3) VALUE 500.
       01 WS-CANT-DISERTANTES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-DEX PIC 9(3) VALUE ZERO.
       01 TABLA-DISERTANTES.
           03 ELEM-DEX OCCURS 500 TIMES.
               05 VEC-DEX-CODIGO PIC X(5).
               05 VEC-DEX-NOMBRE PIC X(25).
               05 VEC-DEX-ACTIVO PIC X(1).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-DISERTANTE VALUE "2".
           88 WS-OPCION-QUITAR VALUE "3".
           88 WS-OPCION-ANULAR VALUE "4".
           88 WS-OPCION-LISTAR VALUE "5".
           88 WS-OPCION-SALIR VALUE "6".

       01 WS-CODIGO-ENTRADA PIC X(6).
       01 WS-DESCRIPCION-ENTRADA PIC X(20).
       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-FECHA-ENTRADA PIC 9(8).
       01 WS-HONORARIO-ENTRADA PIC 9(7)V99.
       01 WS-IMPORTE-FACT-ENTRADA PIC 9(7)V99.
       01 WS-TIPO-ENTRADA PIC X(1).
       01 WS-DISERTANTE-ENTRADA PIC X(5).
       01 WS-PORCENTAJE-ENTRADA PIC 9(3)V99.
       01 WS-SUMA-PORCENTAJES PIC 9(4)V99 VALUE ZERO.
       01 SUBINDICE-SUMA PIC 9(4) VALUE ZERO.

       01 WS-EVE-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-EVE-ENCONTRADO-SI VALUE "S".
       01 WS-EVD-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-EVD-ENCONTRADO-SI VALUE "S".
       01 WS-DEX-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-DEX-ENCONTRADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 LINEA-EVENTO.
           03 LEV-CODIGO PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-DESCRIPCION PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-HONORARIO PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-IMPORTE-FACTURA PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-ESTADO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEV-SUMA PIC ZZZ9,99.

       01 LINEA-EVENTO-DISERTANTE.
           03 FILLER PIC X(9) VALUE "       - ".
           03 LED-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LED-CODIGO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LED-PORCENTAJE PIC ZZ9,99.
           03 FILLER PIC X(2) VALUE " %".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga los eventos y sus disertantes en memoria, aplica las
      * novedades interactivamente y regraba los dos archivos al salir
      **
           PERFORM CARGAR-EVENTOS-A-VECTOR
           PERFORM CARGAR-EVD-A-VECTOR
           PERFORM CARGAR-DISERTANTES-A-VECTOR
           IF WS-CANT-EVENTOS >= WS-MAX-EVENTOS OR
               WS-CANT-EVD >= WS-MAX-EVD THEN
               DISPLAY "EL MAESTRO DE EVENTOS SUPERA LA TABLA EN "
                       "MEMORIA; NO SE PUEDE MANTENER SIN PERDER "
                       "REGISTROS"
               STOP RUN
           END-IF
           OPEN INPUT PROFESORES

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF
           PERFORM GRABAR-EVENTOS-DESDE-VECTOR
           PERFORM GRABAR-EVD-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE EVENTOS"
           STOP RUN.

       CARGAR-EVENTOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-EVENTOS
           OPEN INPUT EVENTOS
           IF WS-STATUS-EVENTOS = "00" THEN
               PERFORM LEER-EVENTO
               PERFORM CARGAR-REGISTRO-EVE UNTIL
                   WS-EOF-EVENTOS = "SI" OR
                   WS-CANT-EVENTOS >= WS-MAX-EVENTOS
               CLOSE EVENTOS
           END-IF
           DISPLAY "EVENTOS CARGADOS: " WS-CANT-EVENTOS.

       LEER-EVENTO.
           READ EVENTOS
               AT END
                   MOVE "SI" TO WS-EOF-EVENTOS.

       CARGAR-REGISTRO-EVE.
           ADD 1 TO WS-CANT-EVENTOS
           MOVE EVE-CODIGO TO VEC-EVE-CODIGO(WS-CANT-EVENTOS)
           MOVE EVE-DESCRIPCION TO VEC-EVE-DESCRIPCION(WS-CANT-EVENTOS)
           MOVE EVE-SUCURSAL TO VEC-EVE-SUCURSAL(WS-CANT-EVENTOS)
           MOVE EVE-FECHA TO VEC-EVE-FECHA(WS-CANT-EVENTOS)
           MOVE EVE-HONORARIO TO VEC-EVE-HONORARIO(WS-CANT-EVENTOS)
           MOVE EVE-IMPORTE-FACTURA TO
               VEC-EVE-IMPORTE-FACTURA(WS-CANT-EVENTOS)
           MOVE EVE-ESTADO TO VEC-EVE-ESTADO(WS-CANT-EVENTOS)
           PERFORM LEER-EVENTO.

       CARGAR-EVD-A-VECTOR.
           MOVE ZERO TO WS-CANT-EVD
           OPEN INPUT EVENTOS-DISERTANTES
           IF WS-STATUS-EVD = "00" THEN
               PERFORM LEER-EVD
               PERFORM CARGAR-REGISTRO-EVD UNTIL
                   WS-EOF-EVD = "SI" OR
                   WS-CANT-EVD >= WS-MAX-EVD
               CLOSE EVENTOS-DISERTANTES
           END-IF.

       LEER-EVD.
           READ EVENTOS-DISERTANTES
               AT END
                   MOVE "SI" TO WS-EOF-EVD.

       CARGAR-REGISTRO-EVD.
           ADD 1 TO WS-CANT-EVD
           MOVE EVD-EVENTO TO VEC-EVD-EVENTO(WS-CANT-EVD)
           MOVE EVD-TIPO TO VEC-EVD-TIPO(WS-CANT-EVD)
           MOVE EVD-CODIGO TO VEC-EVD-CODIGO(WS-CANT-EVD)
           MOVE EVD-PORCENTAJE TO VEC-EVD-PORCENTAJE(WS-CANT-EVD)
           PERFORM LEER-EVD.

       CARGAR-DISERTANTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-DISERTANTES
           OPEN INPUT DISERTANTES-EXTERNOS
           IF WS-STATUS-DISERTANTES = "00" THEN
               PERFORM LEER-DISERTANTE
               PERFORM CARGAR-REGISTRO-DEX UNTIL
                   WS-EOF-DISERTANTES = "SI" OR
                   WS-CANT-DISERTANTES >= WS-MAX-DISERTANTES
               CLOSE DISERTANTES-EXTERNOS
           END-IF.

       LEER-DISERTANTE.
           READ DISERTANTES-EXTERNOS
               AT END
                   MOVE "SI" TO WS-EOF-DISERTANTES.

       CARGAR-REGISTRO-DEX.
           ADD 1 TO WS-CANT-DISERTANTES
           MOVE DEX-CODIGO TO VEC-DEX-CODIGO(WS-CANT-DISERTANTES)
           MOVE DEX-NOMBRE TO VEC-DEX-NOMBRE(WS-CANT-DISERTANTES)
           MOVE DEX-ACTIVO TO VEC-DEX-ACTIVO(WS-CANT-DISERTANTES)
           PERFORM LEER-DISERTANTE.

       GRABAR-EVENTOS-DESDE-VECTOR.
           OPEN OUTPUT EVENTOS
           MOVE 1 TO SUBINDICE-EVE
           PERFORM GRABAR-UN-REGISTRO-EVE UNTIL
               SUBINDICE-EVE > WS-CANT-EVENTOS
           CLOSE EVENTOS.

       GRABAR-UN-REGISTRO-EVE.
           MOVE VEC-EVE-CODIGO(SUBINDICE-EVE) TO EVE-CODIGO
           MOVE VEC-EVE-DESCRIPCION(SUBINDICE-EVE) TO EVE-DESCRIPCION
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO EVE-SUCURSAL
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO EVE-FECHA
           MOVE VEC-EVE-HONORARIO(SUBINDICE-EVE) TO EVE-HONORARIO
           MOVE VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE) TO
               EVE-IMPORTE-FACTURA
           MOVE VEC-EVE-ESTADO(SUBINDICE-EVE) TO EVE-ESTADO
           WRITE EVENTOS-REG
           ADD 1 TO SUBINDICE-EVE.

      * Los renglones quitados quedan con el evento en blanco y no se
      * regraban.
       GRABAR-EVD-DESDE-VECTOR.
           OPEN OUTPUT EVENTOS-DISERTANTES
           MOVE 1 TO SUBINDICE-EVD
           PERFORM GRABAR-UN-REGISTRO-EVD UNTIL
               SUBINDICE-EVD > WS-CANT-EVD
           CLOSE EVENTOS-DISERTANTES.

       GRABAR-UN-REGISTRO-EVD.
           IF VEC-EVD-EVENTO(SUBINDICE-EVD) NOT = SPACES THEN
               MOVE VEC-EVD-EVENTO(SUBINDICE-EVD) TO EVD-EVENTO
               MOVE VEC-EVD-TIPO(SUBINDICE-EVD) TO EVD-TIPO
               MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO EVD-CODIGO
               MOVE VEC-EVD-PORCENTAJE(SUBINDICE-EVD) TO
                   EVD-PORCENTAJE
               WRITE EVENTOS-DISERTANTES-REG
           END-IF
           ADD 1 TO SUBINDICE-EVD.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ SEMINARIOS Y TALLERES ------".
           DISPLAY "1. ALTA O MODIFICACION DE EVENTO".
           DISPLAY "2. ASIGNAR DISERTANTE A UN EVENTO".
           DISPLAY "3. QUITAR DISERTANTE DE UN EVENTO".
           DISPLAY "4. ANULAR EVENTO".
           DISPLAY "5. LISTAR EVENTOS".
           DISPLAY "6. SALIR".
           DISPLAY "-----------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-EVENTO
               WHEN WS-OPCION-DISERTANTE
                   PERFORM ASIGNAR-DISERTANTE
               WHEN WS-OPCION-QUITAR
                   PERFORM QUITAR-DISERTANTE
               WHEN WS-OPCION-ANULAR
                   PERFORM ANULAR-EVENTO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-EVENTOS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * Un evento ya liquidado o anulado no se toca: el recibo y la
      * factura ya salieron con esos datos.
       ALTA-EVENTO.
           PERFORM PEDIR-CODIGO-EVENTO
           IF WS-EVE-ENCONTRADO-SI AND
               VEC-EVE-ESTADO(SUBINDICE-EVE) NOT = "P" THEN
               DISPLAY "EL EVENTO YA ESTA LIQUIDADO O ANULADO"
           ELSE
               DISPLAY "DESCRIPCION: "
               MOVE SPACES TO WS-DESCRIPCION-ENTRADA
               ACCEPT WS-DESCRIPCION-ENTRADA
               DISPLAY "SUCURSAL: "
               MOVE SPACES TO WS-SUCURSAL-ENTRADA
               ACCEPT WS-SUCURSAL-ENTRADA
               DISPLAY "FECHA DEL EVENTO (AAAAMMDD): "
               MOVE ZERO TO WS-FECHA-ENTRADA
               ACCEPT WS-FECHA-ENTRADA
               DISPLAY "HONORARIO TOTAL: "
               MOVE ZERO TO WS-HONORARIO-ENTRADA
               ACCEPT WS-HONORARIO-ENTRADA
               DISPLAY "IMPORTE A FACTURAR (0 = EL HONORARIO): "
               MOVE ZERO TO WS-IMPORTE-FACT-ENTRADA
               ACCEPT WS-IMPORTE-FACT-ENTRADA
               MOVE "S" TO WS-DATOS-VALIDOS
               IF WS-CODIGO-ENTRADA = SPACES OR
                   WS-SUCURSAL-ENTRADA = SPACES THEN
                   DISPLAY "CODIGO Y SUCURSAL SON OBLIGATORIOS"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF WS-FECHA-ENTRADA < 19000101 OR
                   WS-FECHA-ENTRADA > 29991231 THEN
                   DISPLAY "FECHA INVALIDA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF WS-HONORARIO-ENTRADA = ZERO THEN
                   DISPLAY "EL HONORARIO NO PUEDE SER CERO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF WS-DATOS-VALIDOS-SI AND
                   NOT WS-EVE-ENCONTRADO-SI THEN
                   IF WS-CANT-EVENTOS >= WS-MAX-EVENTOS THEN
                       DISPLAY "MAESTRO DE EVENTOS LLENO"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       ADD 1 TO WS-CANT-EVENTOS
                       MOVE WS-CANT-EVENTOS TO SUBINDICE-EVE
                       MOVE WS-CODIGO-ENTRADA TO
                           VEC-EVE-CODIGO(SUBINDICE-EVE)
                       MOVE "P" TO VEC-EVE-ESTADO(SUBINDICE-EVE)
                   END-IF
               END-IF
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE WS-DESCRIPCION-ENTRADA TO
                       VEC-EVE-DESCRIPCION(SUBINDICE-EVE)
                   MOVE WS-SUCURSAL-ENTRADA TO
                       VEC-EVE-SUCURSAL(SUBINDICE-EVE)
                   MOVE WS-FECHA-ENTRADA TO
                       VEC-EVE-FECHA(SUBINDICE-EVE)
                   MOVE WS-HONORARIO-ENTRADA TO
                       VEC-EVE-HONORARIO(SUBINDICE-EVE)
                   MOVE WS-IMPORTE-FACT-ENTRADA TO
                       VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE)
                   DISPLAY "EVENTO GRABADO"
               ELSE
                   DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
               END-IF
           END-IF.

       ASIGNAR-DISERTANTE.
           PERFORM PEDIR-CODIGO-EVENTO
           IF NOT WS-EVE-ENCONTRADO-SI THEN
               DISPLAY "EVENTO INEXISTENTE"
           ELSE
               IF VEC-EVE-ESTADO(SUBINDICE-EVE) NOT = "P" THEN
                   DISPLAY "EL EVENTO YA ESTA LIQUIDADO O ANULADO"
               ELSE
                   PERFORM ASIGNAR-DISERTANTE-EVENTO
               END-IF
           END-IF.

      * El mismo disertante en el mismo evento se modifica en el
      * lugar; la suma de porcentajes del evento no puede pasar de
      * cien.
       ASIGNAR-DISERTANTE-EVENTO.
           PERFORM PEDIR-DISERTANTE
           DISPLAY "PORCENTAJE DEL HONORARIO: "
           MOVE ZERO TO WS-PORCENTAJE-ENTRADA
           ACCEPT WS-PORCENTAJE-ENTRADA
           IF WS-PORCENTAJE-ENTRADA = ZERO OR
               WS-PORCENTAJE-ENTRADA > 100 THEN
               DISPLAY "PORCENTAJE INVALIDO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           PERFORM BUSCAR-EVD
           PERFORM SUMAR-PORCENTAJES-EVENTO
           IF WS-EVD-ENCONTRADO-SI THEN
               SUBTRACT VEC-EVD-PORCENTAJE(SUBINDICE-EVD) FROM
                   WS-SUMA-PORCENTAJES
           END-IF
           IF WS-SUMA-PORCENTAJES + WS-PORCENTAJE-ENTRADA > 100 THEN
               DISPLAY "LOS PORCENTAJES DEL EVENTO PASAN DE 100"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI AND NOT WS-EVD-ENCONTRADO-SI THEN
               IF WS-CANT-EVD >= WS-MAX-EVD THEN
                   DISPLAY "TABLA DE DISERTANTES POR EVENTO LLENA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   ADD 1 TO WS-CANT-EVD
                   MOVE WS-CANT-EVD TO SUBINDICE-EVD
                   MOVE WS-CODIGO-ENTRADA TO
                       VEC-EVD-EVENTO(SUBINDICE-EVD)
                   MOVE WS-TIPO-ENTRADA TO VEC-EVD-TIPO(SUBINDICE-EVD)
                   MOVE WS-DISERTANTE-ENTRADA TO
                       VEC-EVD-CODIGO(SUBINDICE-EVD)
               END-IF
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               MOVE WS-PORCENTAJE-ENTRADA TO
                   VEC-EVD-PORCENTAJE(SUBINDICE-EVD)
               DISPLAY "DISERTANTE ASIGNADO"
           ELSE
               DISPLAY "DATOS INVALIDOS, CARGA CANCELADA"
           END-IF.

       QUITAR-DISERTANTE.
           PERFORM PEDIR-CODIGO-EVENTO
           IF NOT WS-EVE-ENCONTRADO-SI THEN
               DISPLAY "EVENTO INEXISTENTE"
           ELSE
               IF VEC-EVE-ESTADO(SUBINDICE-EVE) NOT = "P" THEN
                   DISPLAY "EL EVENTO YA ESTA LIQUIDADO O ANULADO"
               ELSE
                   DISPLAY "TIPO (P=PROFESOR, E=EXTERNO): "
                   MOVE SPACES TO WS-TIPO-ENTRADA
                   ACCEPT WS-TIPO-ENTRADA
                   DISPLAY "CODIGO DEL DISERTANTE: "
                   MOVE SPACES TO WS-DISERTANTE-ENTRADA
                   ACCEPT WS-DISERTANTE-ENTRADA
                   PERFORM BUSCAR-EVD
                   IF WS-EVD-ENCONTRADO-SI THEN
                       MOVE SPACES TO VEC-EVD-EVENTO(SUBINDICE-EVD)
                       DISPLAY "DISERTANTE QUITADO DEL EVENTO"
                   ELSE
                       DISPLAY "EL DISERTANTE NO ESTA EN EL EVENTO"
                   END-IF
               END-IF
           END-IF.

       ANULAR-EVENTO.
           PERFORM PEDIR-CODIGO-EVENTO
           IF NOT WS-EVE-ENCONTRADO-SI THEN
               DISPLAY "EVENTO INEXISTENTE"
           ELSE
               IF VEC-EVE-ESTADO(SUBINDICE-EVE) NOT = "P" THEN
                   DISPLAY "SOLO SE ANULA UN EVENTO PENDIENTE"
               ELSE
                   MOVE "A" TO VEC-EVE-ESTADO(SUBINDICE-EVE)
                   DISPLAY "EVENTO ANULADO"
               END-IF
           END-IF.

      * El disertante tiene que existir: el profesor en el maestro
      * indexado y el externo activo en su registro.
       PEDIR-DISERTANTE.
           DISPLAY "TIPO (P=PROFESOR, E=EXTERNO): "
           MOVE SPACES TO WS-TIPO-ENTRADA
           ACCEPT WS-TIPO-ENTRADA
           DISPLAY "CODIGO DEL DISERTANTE: "
           MOVE SPACES TO WS-DISERTANTE-ENTRADA
           ACCEPT WS-DISERTANTE-ENTRADA
           MOVE "S" TO WS-DATOS-VALIDOS
           EVALUATE WS-TIPO-ENTRADA
               WHEN "P"
                   MOVE WS-DISERTANTE-ENTRADA TO PROF-NUMERO
                   READ PROFESORES
                       INVALID KEY
                           DISPLAY "PROFESOR INEXISTENTE"
                           MOVE "N" TO WS-DATOS-VALIDOS
                       NOT INVALID KEY
                           DISPLAY "PROFESOR: " PROF-NOMBRE
                   END-READ
               WHEN "E"
                   PERFORM BUSCAR-DISERTANTE-EXTERNO
                   IF WS-DEX-ENCONTRADO-SI THEN
                       DISPLAY "EXTERNO: "
                           VEC-DEX-NOMBRE(SUBINDICE-DEX)
                   ELSE
                       DISPLAY "DISERTANTE EXTERNO INEXISTENTE O "
                           "DADO DE BAJA"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-EVALUATE.

       BUSCAR-DISERTANTE-EXTERNO.
           MOVE "N" TO WS-DEX-ENCONTRADO
           MOVE 1 TO SUBINDICE-DEX
           PERFORM AVANZAR-SUBINDICE-DEX UNTIL
               SUBINDICE-DEX > WS-CANT-DISERTANTES OR
               WS-DEX-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-DEX.
           IF VEC-DEX-CODIGO(SUBINDICE-DEX) = WS-DISERTANTE-ENTRADA
               AND VEC-DEX-ACTIVO(SUBINDICE-DEX) = "S" THEN
               MOVE "S" TO WS-DEX-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DEX
           END-IF.

       PEDIR-CODIGO-EVENTO.
           DISPLAY "CODIGO DEL EVENTO: "
           MOVE SPACES TO WS-CODIGO-ENTRADA
           ACCEPT WS-CODIGO-ENTRADA
           MOVE "N" TO WS-EVE-ENCONTRADO
           MOVE 1 TO SUBINDICE-EVE
           PERFORM AVANZAR-SUBINDICE-EVE UNTIL
               SUBINDICE-EVE > WS-CANT-EVENTOS OR
               WS-EVE-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-EVE.
           IF VEC-EVE-CODIGO(SUBINDICE-EVE) = WS-CODIGO-ENTRADA THEN
               MOVE "S" TO WS-EVE-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-EVE
           END-IF.

       BUSCAR-EVD.
           MOVE "N" TO WS-EVD-ENCONTRADO
           MOVE 1 TO SUBINDICE-EVD
           PERFORM AVANZAR-SUBINDICE-EVD UNTIL
               SUBINDICE-EVD > WS-CANT-EVD OR
               WS-EVD-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-EVD.
           IF VEC-EVD-EVENTO(SUBINDICE-EVD) = WS-CODIGO-ENTRADA AND
               VEC-EVD-TIPO(SUBINDICE-EVD) = WS-TIPO-ENTRADA AND
               VEC-EVD-CODIGO(SUBINDICE-EVD) = WS-DISERTANTE-ENTRADA
           THEN
               MOVE "S" TO WS-EVD-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-EVD
           END-IF.

       SUMAR-PORCENTAJES-EVENTO.
           MOVE ZERO TO WS-SUMA-PORCENTAJES
           PERFORM SUMAR-UN-PORCENTAJE
               VARYING SUBINDICE-SUMA FROM 1 BY 1
               UNTIL SUBINDICE-SUMA > WS-CANT-EVD.

      * Recorre los renglones con su propio subindice para no pisar
      * el renglon ubicado por BUSCAR-EVD.
       SUMAR-UN-PORCENTAJE.
           IF VEC-EVD-EVENTO(SUBINDICE-SUMA) =
               VEC-EVE-CODIGO(SUBINDICE-EVE) THEN
               ADD VEC-EVD-PORCENTAJE(SUBINDICE-SUMA) TO
                   WS-SUMA-PORCENTAJES
           END-IF.

       LISTAR-EVENTOS.
           DISPLAY "CODIGO DESCRIPCION          SUC FECHA    "
               " HONORARIO    FACTURA E   SUMA%".
           MOVE 1 TO SUBINDICE-EVE
           PERFORM LISTAR-UN-EVENTO UNTIL
               SUBINDICE-EVE > WS-CANT-EVENTOS.

       LISTAR-UN-EVENTO.
           PERFORM SUMAR-PORCENTAJES-EVENTO
           MOVE VEC-EVE-CODIGO(SUBINDICE-EVE) TO LEV-CODIGO
           MOVE VEC-EVE-DESCRIPCION(SUBINDICE-EVE) TO LEV-DESCRIPCION
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO LEV-SUCURSAL
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO LEV-FECHA
           MOVE VEC-EVE-HONORARIO(SUBINDICE-EVE) TO LEV-HONORARIO
           MOVE VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE) TO
               LEV-IMPORTE-FACTURA
           MOVE VEC-EVE-ESTADO(SUBINDICE-EVE) TO LEV-ESTADO
           MOVE WS-SUMA-PORCENTAJES TO LEV-SUMA
           DISPLAY LINEA-EVENTO
           PERFORM LISTAR-DISERTANTE-EVENTO
               VARYING SUBINDICE-EVD FROM 1 BY 1
               UNTIL SUBINDICE-EVD > WS-CANT-EVD
           ADD 1 TO SUBINDICE-EVE.

       LISTAR-DISERTANTE-EVENTO.
           IF VEC-EVD-EVENTO(SUBINDICE-EVD) =
               VEC-EVE-CODIGO(SUBINDICE-EVE) THEN
               MOVE VEC-EVD-TIPO(SUBINDICE-EVD) TO LED-TIPO
               MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO LED-CODIGO
               MOVE VEC-EVD-PORCENTAJE(SUBINDICE-EVD) TO
                   LED-PORCENTAJE
               DISPLAY LINEA-EVENTO-DISERTANTE
           END-IF.

       END PROGRAM MANTENIMIENTO-EVENTOS.
