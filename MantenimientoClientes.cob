      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta, modificacion y baja de clientes corporativos
      *          sobre Clientes.dat. Son las empresas que contratan
      *          clases in-company: la novedad que trae el codigo de
      *          cliente se paga al profesor como cualquier hora pero
      *          se factura al cliente, con su CUIT, su condicion
      *          frente al IVA y sus dias de pago, y no a la
      *          sucursal. La baja no borra el cliente (tiene
      *          facturas en FacturasClientesEmitidas.dat): lo deja
      *          en estado B y la liquidacion deja de reconocerlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-CLIENTES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO "Clientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CLIENTES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CLIENTES LABEL RECORD IS STANDARD.
       01 CLIENTES-REG.
           03 CLI-CODIGO PIC X(5).
           03 CLI-RAZON PIC X(25).
           03 CLI-DIRE PIC X(20).
           03 CLI-CUIT PIC 9(11).
           03 CLI-IVA-COND PIC X(1).
               88 CLI-IVA-INSCRIPTO VALUE "I".
               88 CLI-IVA-REDUCIDO VALUE "R".
               88 CLI-IVA-EXENTO VALUE "E".
           03 CLI-DIAS-PAGO PIC 9(3).
           03 CLI-ESTADO PIC X(1).
               88 CLI-ACTIVO VALUE "A".
               88 CLI-BAJA VALUE "B".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-CLIENTES PIC X(2) VALUE SPACES.
       01 WS-EOF-CLIENTES PIC X(2) VALUE "NO".

       01 WS-MAX-CLIENTES PIC 9(4) VALUE 500.
       01 WS-CANT-CLIENTES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CLI PIC 9(4) VALUE ZERO.
       01 TABLA-CLIENTES.
           03 ELEM-CLI OCCURS 500 TIMES.
               05 VEC-CLI-CODIGO PIC X(5).
               05 VEC-CLI-RAZON PIC X(25).
               05 VEC-CLI-DIRE PIC X(20).
               05 VEC-CLI-CUIT PIC 9(11).
               05 VEC-CLI-IVA-COND PIC X(1).
               05 VEC-CLI-DIAS-PAGO PIC 9(3).
               05 VEC-CLI-ESTADO PIC X(1).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-BAJA VALUE "3".
           88 WS-OPCION-LISTAR VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-CLIENTE-BUSCADO PIC X(5).
       01 WS-RAZON-ENTRADA PIC X(25).
       01 WS-DIRE-ENTRADA PIC X(20).
       01 WS-CUIT-ENTRADA PIC X(11).
       01 WS-CUIT-DIGITOS REDEFINES WS-CUIT-ENTRADA.
           03 WS-CUIT-DIGITO PIC 9(1) OCCURS 11 TIMES.
       01 WS-IVA-ENTRADA PIC X(1).
           88 WS-IVA-VALIDA VALUES "I", "R", "E".
       01 WS-DIAS-PAGO-ENTRADA PIC X(3) VALUE SPACES.

       01 WS-CLI-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CLI-ENCONTRADO-SI VALUE "S".
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 TABLA-PESOS-CUIT.
           03 FILLER PIC X(10) VALUE "5432765432".
       01 TABLA-PESOS-CUIT-GRUPO REDEFINES TABLA-PESOS-CUIT.
           03 WS-PESO-CUIT PIC 9(1) OCCURS 10 TIMES.

       01 WS-CUIT-INDICE PIC 9(2) VALUE ZERO.
       01 WS-CUIT-SUMA PIC 9(4) VALUE ZERO.
       01 WS-CUIT-COCIENTE PIC 9(4) VALUE ZERO.
       01 WS-CUIT-RESTO PIC 9(2) VALUE ZERO.
       01 WS-CUIT-VERIFICADOR PIC 9(2) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro actual en memoria, aplica altas, cambios y
      * bajas interactivamente y regraba el maestro completo al salir
      **
           PERFORM CARGAR-CLIENTES-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-CLIENTES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE CLIENTES"
           STOP RUN.

       CARGAR-CLIENTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTES = "00" THEN
               PERFORM LEER-CLIENTE
               PERFORM CARGAR-REGISTRO-CLI UNTIL
                   WS-EOF-CLIENTES = "SI" OR
                   WS-CANT-CLIENTES >= WS-MAX-CLIENTES
               CLOSE CLIENTES
           END-IF
           DISPLAY "CLIENTES CARGADOS: " WS-CANT-CLIENTES.

       LEER-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "SI" TO WS-EOF-CLIENTES.

       CARGAR-REGISTRO-CLI.
           ADD 1 TO WS-CANT-CLIENTES
           MOVE CLI-CODIGO TO VEC-CLI-CODIGO(WS-CANT-CLIENTES)
           MOVE CLI-RAZON TO VEC-CLI-RAZON(WS-CANT-CLIENTES)
           MOVE CLI-DIRE TO VEC-CLI-DIRE(WS-CANT-CLIENTES)
           MOVE CLI-CUIT TO VEC-CLI-CUIT(WS-CANT-CLIENTES)
           MOVE CLI-IVA-COND TO VEC-CLI-IVA-COND(WS-CANT-CLIENTES)
           MOVE CLI-DIAS-PAGO TO VEC-CLI-DIAS-PAGO(WS-CANT-CLIENTES)
           MOVE CLI-ESTADO TO VEC-CLI-ESTADO(WS-CANT-CLIENTES)
           PERFORM LEER-CLIENTE.

       GRABAR-CLIENTES-DESDE-VECTOR.
           OPEN OUTPUT CLIENTES
           MOVE 1 TO SUBINDICE-CLI
           PERFORM GRABAR-UN-CLIENTE UNTIL
               SUBINDICE-CLI > WS-CANT-CLIENTES
           CLOSE CLIENTES.

       GRABAR-UN-CLIENTE.
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO CLI-CODIGO
           MOVE VEC-CLI-RAZON(SUBINDICE-CLI) TO CLI-RAZON
           MOVE VEC-CLI-DIRE(SUBINDICE-CLI) TO CLI-DIRE
           MOVE VEC-CLI-CUIT(SUBINDICE-CLI) TO CLI-CUIT
           MOVE VEC-CLI-IVA-COND(SUBINDICE-CLI) TO CLI-IVA-COND
           MOVE VEC-CLI-DIAS-PAGO(SUBINDICE-CLI) TO CLI-DIAS-PAGO
           MOVE VEC-CLI-ESTADO(SUBINDICE-CLI) TO CLI-ESTADO
           WRITE CLIENTES-REG
           ADD 1 TO SUBINDICE-CLI.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "----- MANTENIMIENTO DE CLIENTES CORPORATIVOS -----".
           DISPLAY "1. ALTA DE CLIENTE".
           DISPLAY "2. MODIFICAR CLIENTE".
           DISPLAY "3. BAJA DE CLIENTE".
           DISPLAY "4. LISTAR CLIENTES".
           DISPLAY "5. SALIR".
           DISPLAY "--------------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-CLIENTE
               WHEN WS-OPCION-MODIFICAR
                   PERFORM MODIFICAR-CLIENTE
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-CLIENTE
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-CLIENTES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-CLIENTE.
           DISPLAY "CODIGO DE CLIENTE (5 POSICIONES): ".
           ACCEPT WS-CLIENTE-BUSCADO.
           PERFORM BUSCAR-CLIENTE-TABLA
           IF WS-CLI-ENCONTRADO-SI THEN
               DISPLAY "EL CLIENTE YA EXISTE"
           ELSE
               IF WS-CANT-CLIENTES >= WS-MAX-CLIENTES THEN
                   DISPLAY "MAESTRO DE CLIENTES LLENO"
               ELSE
                   DISPLAY "RAZON SOCIAL: "
                   ACCEPT WS-RAZON-ENTRADA
                   DISPLAY "DOMICILIO: "
                   ACCEPT WS-DIRE-ENTRADA
                   DISPLAY "CUIT (11 DIGITOS SIN GUIONES): "
                   ACCEPT WS-CUIT-ENTRADA
                   DISPLAY "CONDICION IVA (I/R/E): "
                   ACCEPT WS-IVA-ENTRADA
                   DISPLAY "DIAS DE PAGO (EN BLANCO = 30): "
                   ACCEPT WS-DIAS-PAGO-ENTRADA
                   PERFORM VALIDAR-DATOS-CLIENTE
                   IF WS-DATOS-VALIDOS-SI THEN
                       ADD 1 TO WS-CANT-CLIENTES
                       MOVE WS-CANT-CLIENTES TO SUBINDICE-CLI
                       MOVE WS-CLIENTE-BUSCADO TO
                           VEC-CLI-CODIGO(SUBINDICE-CLI)
                       MOVE WS-RAZON-ENTRADA TO
                           VEC-CLI-RAZON(SUBINDICE-CLI)
                       MOVE WS-DIRE-ENTRADA TO
                           VEC-CLI-DIRE(SUBINDICE-CLI)
                       MOVE WS-CUIT-ENTRADA TO
                           VEC-CLI-CUIT(SUBINDICE-CLI)
                       MOVE WS-IVA-ENTRADA TO
                           VEC-CLI-IVA-COND(SUBINDICE-CLI)
                       PERFORM ASIGNAR-DIAS-PAGO
                       MOVE "A" TO VEC-CLI-ESTADO(SUBINDICE-CLI)
                       DISPLAY "CLIENTE DADO DE ALTA"
                   ELSE
                       DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
                   END-IF
               END-IF
           END-IF.

      * En la modificacion ENTER deja el dato como esta; el codigo
      * no se cambia porque las novedades y la cuenta corriente lo
      * referencian.
       MODIFICAR-CLIENTE.
           DISPLAY "CODIGO DE CLIENTE A MODIFICAR: ".
           ACCEPT WS-CLIENTE-BUSCADO.
           PERFORM BUSCAR-CLIENTE-TABLA
           IF NOT WS-CLI-ENCONTRADO-SI THEN
               DISPLAY "CLIENTE INEXISTENTE"
           ELSE
               DISPLAY "RAZON ACTUAL: " VEC-CLI-RAZON(SUBINDICE-CLI)
               DISPLAY "NUEVA RAZON (ENTER PARA NO CAMBIAR): "
               MOVE SPACES TO WS-RAZON-ENTRADA
               ACCEPT WS-RAZON-ENTRADA
               IF WS-RAZON-ENTRADA NOT = SPACES THEN
                   MOVE WS-RAZON-ENTRADA TO
                       VEC-CLI-RAZON(SUBINDICE-CLI)
               END-IF
               DISPLAY "DOMICILIO ACTUAL: " VEC-CLI-DIRE(SUBINDICE-CLI)
               DISPLAY "NUEVO DOMICILIO (ENTER PARA NO CAMBIAR): "
               MOVE SPACES TO WS-DIRE-ENTRADA
               ACCEPT WS-DIRE-ENTRADA
               IF WS-DIRE-ENTRADA NOT = SPACES THEN
                   MOVE WS-DIRE-ENTRADA TO VEC-CLI-DIRE(SUBINDICE-CLI)
               END-IF
               DISPLAY "CUIT ACTUAL: " VEC-CLI-CUIT(SUBINDICE-CLI)
               DISPLAY "NUEVO CUIT (ENTER PARA NO CAMBIAR): "
               MOVE SPACES TO WS-CUIT-ENTRADA
               ACCEPT WS-CUIT-ENTRADA
               IF WS-CUIT-ENTRADA NOT = SPACES THEN
                   PERFORM VALIDAR-CUIT
                   IF WS-DATOS-VALIDOS-SI THEN
                       MOVE WS-CUIT-ENTRADA TO
                           VEC-CLI-CUIT(SUBINDICE-CLI)
                   END-IF
               END-IF
               DISPLAY "CONDICION IVA ACTUAL: "
                   VEC-CLI-IVA-COND(SUBINDICE-CLI)
               DISPLAY "NUEVA CONDICION I/R/E (ENTER PARA NO CAMBIAR): "
               MOVE SPACES TO WS-IVA-ENTRADA
               ACCEPT WS-IVA-ENTRADA
               IF WS-IVA-VALIDA THEN
                   MOVE WS-IVA-ENTRADA TO
                       VEC-CLI-IVA-COND(SUBINDICE-CLI)
               END-IF
               DISPLAY "DIAS DE PAGO ACTUALES: "
                   VEC-CLI-DIAS-PAGO(SUBINDICE-CLI)
               DISPLAY "NUEVOS DIAS DE PAGO (ENTER PARA NO CAMBIAR): "
               MOVE SPACES TO WS-DIAS-PAGO-ENTRADA
               ACCEPT WS-DIAS-PAGO-ENTRADA
               IF WS-DIAS-PAGO-ENTRADA NOT = SPACES THEN
                   PERFORM ASIGNAR-DIAS-PAGO
               END-IF
               DISPLAY "CLIENTE MODIFICADO"
           END-IF.

       BAJA-CLIENTE.
           DISPLAY "CODIGO DE CLIENTE A DAR DE BAJA: ".
           ACCEPT WS-CLIENTE-BUSCADO.
           PERFORM BUSCAR-CLIENTE-TABLA
           IF NOT WS-CLI-ENCONTRADO-SI THEN
               DISPLAY "CLIENTE INEXISTENTE"
           ELSE
               IF VEC-CLI-ESTADO(SUBINDICE-CLI) = "B" THEN
                   DISPLAY "EL CLIENTE YA ESTA DADO DE BAJA"
               ELSE
                   MOVE "B" TO VEC-CLI-ESTADO(SUBINDICE-CLI)
                   DISPLAY "CLIENTE DADO DE BAJA"
               END-IF
           END-IF.

       VALIDAR-DATOS-CLIENTE.
           PERFORM VALIDAR-CUIT
           IF WS-CLIENTE-BUSCADO = SPACES THEN
               DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-RAZON-ENTRADA = SPACES THEN
               DISPLAY "LA RAZON SOCIAL NO PUEDE QUEDAR EN BLANCO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF NOT WS-IVA-VALIDA THEN
               DISPLAY "CONDICION FRENTE AL IVA INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DIAS-PAGO-ENTRADA NOT = SPACES AND
               WS-DIAS-PAGO-ENTRADA NOT NUMERIC THEN
               DISPLAY "DIAS DE PAGO INVALIDOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      * Sin dato (o con un dato no numerico) el cliente paga a 30
      * dias, el mismo plazo por omision que las sucursales.
       ASIGNAR-DIAS-PAGO.
           IF WS-DIAS-PAGO-ENTRADA NUMERIC AND
               WS-DIAS-PAGO-ENTRADA NOT = ZEROS THEN
               MOVE WS-DIAS-PAGO-ENTRADA TO
                   VEC-CLI-DIAS-PAGO(SUBINDICE-CLI)
           ELSE
               MOVE 30 TO VEC-CLI-DIAS-PAGO(SUBINDICE-CLI)
           END-IF.

       VALIDAR-CUIT.
           MOVE "S" TO WS-DATOS-VALIDOS
           IF WS-CUIT-ENTRADA NOT NUMERIC OR
               WS-CUIT-ENTRADA = ZEROS THEN
               DISPLAY "EL CUIT DEBE TENER 11 DIGITOS NUMERICOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM CALCULAR-VERIFICADOR-CUIT
               IF WS-CUIT-VERIFICADOR NOT =
                   WS-CUIT-DIGITO(11) THEN
                   DISPLAY "CUIT INVALIDO, NO SUPERA EL DIGITO "
                       "VERIFICADOR"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       CALCULAR-VERIFICADOR-CUIT.
           MOVE ZERO TO WS-CUIT-SUMA
           PERFORM ACUMULAR-DIGITO-CUIT
               VARYING WS-CUIT-INDICE FROM 1 BY 1
               UNTIL WS-CUIT-INDICE > 10
           DIVIDE WS-CUIT-SUMA BY 11 GIVING WS-CUIT-COCIENTE
               REMAINDER WS-CUIT-RESTO
           COMPUTE WS-CUIT-VERIFICADOR = 11 - WS-CUIT-RESTO
           IF WS-CUIT-VERIFICADOR = 11 THEN
               MOVE ZERO TO WS-CUIT-VERIFICADOR
           END-IF
           IF WS-CUIT-VERIFICADOR = 10 THEN
               MOVE 99 TO WS-CUIT-VERIFICADOR
           END-IF.

       ACUMULAR-DIGITO-CUIT.
           COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA +
               WS-CUIT-DIGITO(WS-CUIT-INDICE) *
               WS-PESO-CUIT(WS-CUIT-INDICE).

       BUSCAR-CLIENTE-TABLA.
           MOVE "N" TO WS-CLI-ENCONTRADO
           MOVE 1 TO SUBINDICE-CLI
           PERFORM AVANZAR-SUBINDICE-CLI UNTIL
               SUBINDICE-CLI > WS-CANT-CLIENTES OR
               WS-CLI-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-CLI.
           IF VEC-CLI-CODIGO(SUBINDICE-CLI) = WS-CLIENTE-BUSCADO THEN
               MOVE "S" TO WS-CLI-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-CLI
           END-IF.

       LISTAR-CLIENTES.
           DISPLAY "CODIGO RAZON SOCIAL              CUIT        IVA "
                   "DIAS ESTADO".
           MOVE 1 TO SUBINDICE-CLI
           PERFORM LISTAR-UN-CLIENTE UNTIL
               SUBINDICE-CLI > WS-CANT-CLIENTES.

       LISTAR-UN-CLIENTE.
           DISPLAY VEC-CLI-CODIGO(SUBINDICE-CLI) "  "
               VEC-CLI-RAZON(SUBINDICE-CLI) " "
               VEC-CLI-CUIT(SUBINDICE-CLI) " "
               VEC-CLI-IVA-COND(SUBINDICE-CLI) "   "
               VEC-CLI-DIAS-PAGO(SUBINDICE-CLI) "  "
               VEC-CLI-ESTADO(SUBINDICE-CLI)
           ADD 1 TO SUBINDICE-CLI.

       END PROGRAM MANTENIMIENTO-CLIENTES.
