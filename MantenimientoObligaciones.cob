      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta, modificacion, baja y listado del maestro de
      *          obligaciones fiscales periodicas (Obligaciones.dat):
      *          organismo, obligacion, dia de vencimiento del mes
      *          siguiente al periodo y empresa (en blanco, todas),
      *          mas lo que necesita el tablero de
      *          TableroObligaciones para seguir cada presentacion:
      *          el archivo que la genera, la posicion del periodo
      *          AAAAMM dentro de sus registros (cero si el archivo
      *          no lo lleva) y el origen con que viaja en el sobre
      *          de control (en blanco si no se ensobra).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-OBLIGACIONES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OBLIGACIONES ASSIGN TO "Obligaciones.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-OBLIGACIONES.

       SELECT EMPRESAS ASSIGN TO "Empresas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMPRESAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OBLIGACIONES LABEL RECORD IS STANDARD.
       01 OBLIGACIONES_REG.
           03 OBL-CODIGO PIC X(4).
           03 OBL-ORGANISMO PIC X(10).
           03 OBL-DESCRIPCION PIC X(30).
           03 OBL-DIA-VTO PIC 9(2).
           03 OBL-EMPRESA PIC X(2).
           03 OBL-ARCHIVO PIC X(36).
           03 OBL-POS-PERIODO PIC 9(3).
           03 OBL-ORIGEN-SOBRE PIC X(12).
           03 OBL-ESTADO PIC X(1).
               88 OBL-ACTIVA VALUE "A".
               88 OBL-BAJA VALUE "B".

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMPRESAS_REG.
           03 EMP-CODIGO PIC X(2).
           03 EMP-RAZON PIC X(25).
           03 EMP-CUIT PIC 9(11).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-OBLIGACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMPRESAS PIC X(2) VALUE SPACES.
       01 WS-EOF-OBLIGACIONES PIC X(2) VALUE "NO".
       01 WS-EOF-EMPRESAS PIC X(2) VALUE "NO".

       01 WS-MAX-OBLIGACIONES PIC 9(3) VALUE 100.
       01 WS-CANT-OBLIGACIONES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-OBL PIC 9(3) VALUE ZERO.
       01 TABLA-OBLIGACIONES.
           03 ELEM-OBL OCCURS 100 TIMES.
               05 VEC-OBL-CODIGO PIC X(4).
               05 VEC-OBL-ORGANISMO PIC X(10).
               05 VEC-OBL-DESCRIPCION PIC X(30).
               05 VEC-OBL-DIA-VTO PIC 9(2).
               05 VEC-OBL-EMPRESA PIC X(2).
               05 VEC-OBL-ARCHIVO PIC X(36).
               05 VEC-OBL-POS-PERIODO PIC 9(3).
               05 VEC-OBL-ORIGEN-SOBRE PIC X(12).
               05 VEC-OBL-ESTADO PIC X(1).

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR VALUE "2".
           88 WS-OPCION-BAJA VALUE "3".
           88 WS-OPCION-LISTAR VALUE "4".
           88 WS-OPCION-SALIR VALUE "5".

       01 WS-CODIGO-ENTRADA PIC X(4).
       01 WS-ORGANISMO-ENTRADA PIC X(10).
       01 WS-DESCRIPCION-ENTRADA PIC X(30).
       01 WS-DIA-ENTRADA PIC X(2).
       01 WS-DIA-NUM REDEFINES WS-DIA-ENTRADA PIC 9(2).
       01 WS-EMPRESA-ENTRADA PIC X(2).
       01 WS-ARCHIVO-ENTRADA PIC X(36).
       01 WS-POSICION-ENTRADA PIC X(3).
       01 WS-POSICION-NUM REDEFINES WS-POSICION-ENTRADA PIC 9(3).
       01 WS-ORIGEN-ENTRADA PIC X(12).

       01 WS-OBL-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-OBL-ENCONTRADA-SI VALUE "S".
       01 WS-SUBINDICE-HALLADO PIC 9(3) VALUE ZERO.
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
       01 WS-EMPRESA-VALIDA PIC X(1) VALUE "N".
           88 WS-EMPRESA-VALIDA-SI VALUE "S".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Carga el maestro actual en memoria, opera y regraba el
      * maestro completo al salir
      **
           PERFORM CARGAR-OBLIGACIONES-A-VECTOR

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           PERFORM GRABAR-OBLIGACIONES-DESDE-VECTOR
           DISPLAY "FIN DEL MANTENIMIENTO DE OBLIGACIONES"
           STOP RUN.

       CARGAR-OBLIGACIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-OBLIGACIONES
           OPEN INPUT OBLIGACIONES
           IF WS-STATUS-OBLIGACIONES = "00" THEN
               PERFORM LEER-OBLIGACION
               PERFORM CARGAR-REGISTRO-OBL UNTIL
                   WS-EOF-OBLIGACIONES = "SI" OR
                   WS-CANT-OBLIGACIONES >= WS-MAX-OBLIGACIONES
               CLOSE OBLIGACIONES
               IF WS-EOF-OBLIGACIONES NOT = "SI" THEN
                   DISPLAY "Obligaciones.dat SUPERA LA TABLA ("
                       WS-MAX-OBLIGACIONES "), NO SE PUEDE OPERAR "
                       "SIN PERDER REGISTROS"
                   STOP RUN
               END-IF
           END-IF.

       LEER-OBLIGACION.
           READ OBLIGACIONES
               AT END
                   MOVE "SI" TO WS-EOF-OBLIGACIONES
           END-READ.

       CARGAR-REGISTRO-OBL.
           ADD 1 TO WS-CANT-OBLIGACIONES
           MOVE OBL-CODIGO TO VEC-OBL-CODIGO(WS-CANT-OBLIGACIONES)
           MOVE OBL-ORGANISMO TO
               VEC-OBL-ORGANISMO(WS-CANT-OBLIGACIONES)
           MOVE OBL-DESCRIPCION TO
               VEC-OBL-DESCRIPCION(WS-CANT-OBLIGACIONES)
           MOVE OBL-DIA-VTO TO VEC-OBL-DIA-VTO(WS-CANT-OBLIGACIONES)
           MOVE OBL-EMPRESA TO VEC-OBL-EMPRESA(WS-CANT-OBLIGACIONES)
           MOVE OBL-ARCHIVO TO VEC-OBL-ARCHIVO(WS-CANT-OBLIGACIONES)
           MOVE OBL-POS-PERIODO TO
               VEC-OBL-POS-PERIODO(WS-CANT-OBLIGACIONES)
           MOVE OBL-ORIGEN-SOBRE TO
               VEC-OBL-ORIGEN-SOBRE(WS-CANT-OBLIGACIONES)
           MOVE OBL-ESTADO TO VEC-OBL-ESTADO(WS-CANT-OBLIGACIONES)
           PERFORM LEER-OBLIGACION.

       GRABAR-OBLIGACIONES-DESDE-VECTOR.
           OPEN OUTPUT OBLIGACIONES
           MOVE 1 TO SUBINDICE-OBL
           PERFORM GRABAR-UNA-OBLIGACION UNTIL
               SUBINDICE-OBL > WS-CANT-OBLIGACIONES
           CLOSE OBLIGACIONES.

       GRABAR-UNA-OBLIGACION.
           MOVE VEC-OBL-CODIGO(SUBINDICE-OBL) TO OBL-CODIGO
           MOVE VEC-OBL-ORGANISMO(SUBINDICE-OBL) TO OBL-ORGANISMO
           MOVE VEC-OBL-DESCRIPCION(SUBINDICE-OBL) TO OBL-DESCRIPCION
           MOVE VEC-OBL-DIA-VTO(SUBINDICE-OBL) TO OBL-DIA-VTO
           MOVE VEC-OBL-EMPRESA(SUBINDICE-OBL) TO OBL-EMPRESA
           MOVE VEC-OBL-ARCHIVO(SUBINDICE-OBL) TO OBL-ARCHIVO
           MOVE VEC-OBL-POS-PERIODO(SUBINDICE-OBL) TO OBL-POS-PERIODO
           MOVE VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL) TO
               OBL-ORIGEN-SOBRE
           MOVE VEC-OBL-ESTADO(SUBINDICE-OBL) TO OBL-ESTADO
           WRITE OBLIGACIONES_REG
           ADD 1 TO SUBINDICE-OBL.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ MANTENIMIENTO DE OBLIGACIONES ------".
           DISPLAY "1. ALTA".
           DISPLAY "2. MODIFICACION".
           DISPLAY "3. BAJA".
           DISPLAY "4. LISTAR".
           DISPLAY "5. SALIR".
           DISPLAY "-------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-OBLIGACION
               WHEN WS-OPCION-MODIFICAR
                   PERFORM MODIFICAR-OBLIGACION
               WHEN WS-OPCION-BAJA
                   PERFORM BAJA-OBLIGACION
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-OBLIGACIONES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-OBLIGACION.
           DISPLAY "CODIGO DE OBLIGACION (4 CARACTERES): ".
           ACCEPT WS-CODIGO-ENTRADA.
           PERFORM BUSCAR-OBLIGACION-TABLA
           EVALUATE TRUE
               WHEN WS-CODIGO-ENTRADA = SPACES
                   DISPLAY "EL CODIGO ES OBLIGATORIO"
               WHEN WS-OBL-ENCONTRADA-SI
                   DISPLAY "YA EXISTE UNA OBLIGACION CON ESE CODIGO"
               WHEN WS-CANT-OBLIGACIONES >= WS-MAX-OBLIGACIONES
                   DISPLAY "MAESTRO DE OBLIGACIONES LLENO"
               WHEN OTHER
                   PERFORM PEDIR-DATOS-ALTA
                   IF WS-DATOS-VALIDOS-SI THEN
                       ADD 1 TO WS-CANT-OBLIGACIONES
                       MOVE WS-CANT-OBLIGACIONES TO SUBINDICE-OBL
                       MOVE WS-CODIGO-ENTRADA TO
                           VEC-OBL-CODIGO(SUBINDICE-OBL)
                       MOVE WS-ORGANISMO-ENTRADA TO
                           VEC-OBL-ORGANISMO(SUBINDICE-OBL)
                       MOVE WS-DESCRIPCION-ENTRADA TO
                           VEC-OBL-DESCRIPCION(SUBINDICE-OBL)
                       MOVE WS-DIA-NUM TO
                           VEC-OBL-DIA-VTO(SUBINDICE-OBL)
                       MOVE WS-EMPRESA-ENTRADA TO
                           VEC-OBL-EMPRESA(SUBINDICE-OBL)
                       MOVE WS-ARCHIVO-ENTRADA TO
                           VEC-OBL-ARCHIVO(SUBINDICE-OBL)
                       MOVE WS-POSICION-NUM TO
                           VEC-OBL-POS-PERIODO(SUBINDICE-OBL)
                       MOVE WS-ORIGEN-ENTRADA TO
                           VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL)
                       MOVE "A" TO VEC-OBL-ESTADO(SUBINDICE-OBL)
                       DISPLAY "OBLIGACION DADA DE ALTA"
                   ELSE
                       DISPLAY "ALTA CANCELADA"
                   END-IF
           END-EVALUATE.

       PEDIR-DATOS-ALTA.
           MOVE "S" TO WS-DATOS-VALIDOS
           DISPLAY "ORGANISMO (EJ. AFIP, ARBA, AGIP): "
           ACCEPT WS-ORGANISMO-ENTRADA
           DISPLAY "OBLIGACION: "
           ACCEPT WS-DESCRIPCION-ENTRADA
           DISPLAY "DIA DE VENCIMIENTO EN EL MES SIGUIENTE (01-31): "
           ACCEPT WS-DIA-ENTRADA
           PERFORM VALIDAR-DIA
           DISPLAY "EMPRESA (ENTER = TODAS): "
           ACCEPT WS-EMPRESA-ENTRADA
           PERFORM VALIDAR-EMPRESA
           DISPLAY "ARCHIVO QUE LA GENERA (EJ. LibroIvaVentas.dat): "
           ACCEPT WS-ARCHIVO-ENTRADA
           IF WS-ARCHIVO-ENTRADA = SPACES THEN
               DISPLAY "EL ARCHIVO ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF
           DISPLAY "POSICION DEL PERIODO AAAAMM EN EL REGISTRO "
               "(000 = NO LO LLEVA): "
           ACCEPT WS-POSICION-ENTRADA
           PERFORM VALIDAR-POSICION
           DISPLAY "ORIGEN EN EL SOBRE DE CONTROL (ENTER = NO SE "
               "ENSOBRA): "
           ACCEPT WS-ORIGEN-ENTRADA.

       VALIDAR-DIA.
           IF WS-DIA-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL DIA DEBE SER NUMERICO DE DOS DIGITOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-DIA-NUM < 1 OR WS-DIA-NUM > 31 THEN
                   DISPLAY "EL DIA DEBE ESTAR ENTRE 01 Y 31"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * La posicion tiene que dejar lugar para las seis cifras del
      * periodo dentro de un registro de hasta 200 posiciones.
       VALIDAR-POSICION.
           IF WS-POSICION-ENTRADA NOT NUMERIC THEN
               DISPLAY "LA POSICION DEBE SER NUMERICA DE TRES DIGITOS"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-POSICION-NUM > 195 THEN
                   DISPLAY "LA POSICION NO PUEDE PASAR DE 195"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * Sin Empresas.dat no se puede controlar el codigo y se acepta
      * como viene.
       VALIDAR-EMPRESA.
           IF WS-EMPRESA-ENTRADA NOT = SPACES THEN
               MOVE "N" TO WS-EMPRESA-VALIDA
               MOVE "NO" TO WS-EOF-EMPRESAS
               OPEN INPUT EMPRESAS
               IF WS-STATUS-EMPRESAS = "00" THEN
                   PERFORM LEER-EMPRESA
                   PERFORM COMPARAR-EMPRESA UNTIL
                       WS-EOF-EMPRESAS = "SI" OR WS-EMPRESA-VALIDA-SI
                   CLOSE EMPRESAS
                   IF NOT WS-EMPRESA-VALIDA-SI THEN
                       DISPLAY "EMPRESA INEXISTENTE EN Empresas.dat"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.

       LEER-EMPRESA.
           READ EMPRESAS
               AT END
                   MOVE "SI" TO WS-EOF-EMPRESAS
           END-READ.

       COMPARAR-EMPRESA.
           IF EMP-CODIGO = WS-EMPRESA-ENTRADA THEN
               MOVE "S" TO WS-EMPRESA-VALIDA
           ELSE
               PERFORM LEER-EMPRESA
           END-IF.

       MODIFICAR-OBLIGACION.
           DISPLAY "CODIGO DE OBLIGACION A MODIFICAR: ".
           ACCEPT WS-CODIGO-ENTRADA.
           PERFORM BUSCAR-OBLIGACION-TABLA
           IF NOT WS-OBL-ENCONTRADA-SI THEN
               DISPLAY "OBLIGACION INEXISTENTE"
           ELSE
               MOVE WS-SUBINDICE-HALLADO TO SUBINDICE-OBL
               PERFORM PEDIR-CAMBIOS
               IF WS-DATOS-VALIDOS-SI THEN
                   DISPLAY "OBLIGACION MODIFICADA"
               ELSE
                   DISPLAY "DATOS INVALIDOS, LO DEMAS QUEDO GRABADO"
               END-IF
           END-IF.

      * Cada dato se cambia solo si se ingresa algo; ENTER deja el
      * actual.
       PEDIR-CAMBIOS.
           MOVE "S" TO WS-DATOS-VALIDOS
           DISPLAY "ORGANISMO ACTUAL: " VEC-OBL-ORGANISMO(SUBINDICE-OBL)
           MOVE SPACES TO WS-ORGANISMO-ENTRADA
           ACCEPT WS-ORGANISMO-ENTRADA
           IF WS-ORGANISMO-ENTRADA NOT = SPACES THEN
               MOVE WS-ORGANISMO-ENTRADA TO
                   VEC-OBL-ORGANISMO(SUBINDICE-OBL)
           END-IF
           DISPLAY "OBLIGACION ACTUAL: "
               VEC-OBL-DESCRIPCION(SUBINDICE-OBL)
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA
           ACCEPT WS-DESCRIPCION-ENTRADA
           IF WS-DESCRIPCION-ENTRADA NOT = SPACES THEN
               MOVE WS-DESCRIPCION-ENTRADA TO
                   VEC-OBL-DESCRIPCION(SUBINDICE-OBL)
           END-IF
           DISPLAY "DIA DE VENCIMIENTO ACTUAL: "
               VEC-OBL-DIA-VTO(SUBINDICE-OBL)
           MOVE SPACES TO WS-DIA-ENTRADA
           ACCEPT WS-DIA-ENTRADA
           IF WS-DIA-ENTRADA NOT = SPACES THEN
               PERFORM VALIDAR-DIA
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE WS-DIA-NUM TO VEC-OBL-DIA-VTO(SUBINDICE-OBL)
               END-IF
           END-IF
           DISPLAY "EMPRESA ACTUAL (** = VOLVER A TODAS): "
               VEC-OBL-EMPRESA(SUBINDICE-OBL)
           MOVE SPACES TO WS-EMPRESA-ENTRADA
           ACCEPT WS-EMPRESA-ENTRADA
           EVALUATE WS-EMPRESA-ENTRADA
               WHEN SPACES
                   CONTINUE
               WHEN "**"
                   MOVE SPACES TO VEC-OBL-EMPRESA(SUBINDICE-OBL)
               WHEN OTHER
                   PERFORM VALIDAR-EMPRESA
                   IF WS-DATOS-VALIDOS-SI THEN
                       MOVE WS-EMPRESA-ENTRADA TO
                           VEC-OBL-EMPRESA(SUBINDICE-OBL)
                   END-IF
           END-EVALUATE
           DISPLAY "ARCHIVO ACTUAL: " VEC-OBL-ARCHIVO(SUBINDICE-OBL)
           MOVE SPACES TO WS-ARCHIVO-ENTRADA
           ACCEPT WS-ARCHIVO-ENTRADA
           IF WS-ARCHIVO-ENTRADA NOT = SPACES THEN
               MOVE WS-ARCHIVO-ENTRADA TO
                   VEC-OBL-ARCHIVO(SUBINDICE-OBL)
           END-IF
           DISPLAY "POSICION DEL PERIODO ACTUAL: "
               VEC-OBL-POS-PERIODO(SUBINDICE-OBL)
           MOVE SPACES TO WS-POSICION-ENTRADA
           ACCEPT WS-POSICION-ENTRADA
           IF WS-POSICION-ENTRADA NOT = SPACES THEN
               PERFORM VALIDAR-POSICION
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE WS-POSICION-NUM TO
                       VEC-OBL-POS-PERIODO(SUBINDICE-OBL)
               END-IF
           END-IF
           DISPLAY "ORIGEN EN EL SOBRE ACTUAL (** = NO SE ENSOBRA): "
               VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL)
           MOVE SPACES TO WS-ORIGEN-ENTRADA
           ACCEPT WS-ORIGEN-ENTRADA
           EVALUATE WS-ORIGEN-ENTRADA
               WHEN SPACES
                   CONTINUE
               WHEN "**"
                   MOVE SPACES TO VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL)
               WHEN OTHER
                   MOVE WS-ORIGEN-ENTRADA TO
                       VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL)
           END-EVALUATE.

      * La baja es logica: el tablero deja de seguirla pero las
      * presentaciones ya marcadas siguen apuntando al codigo.
       BAJA-OBLIGACION.
           DISPLAY "CODIGO DE OBLIGACION A DAR DE BAJA: ".
           ACCEPT WS-CODIGO-ENTRADA.
           PERFORM BUSCAR-OBLIGACION-TABLA
           IF NOT WS-OBL-ENCONTRADA-SI THEN
               DISPLAY "OBLIGACION INEXISTENTE"
           ELSE
               MOVE "B" TO VEC-OBL-ESTADO(WS-SUBINDICE-HALLADO)
               DISPLAY "OBLIGACION DADA DE BAJA"
           END-IF.

       BUSCAR-OBLIGACION-TABLA.
           MOVE "N" TO WS-OBL-ENCONTRADA
           MOVE 1 TO SUBINDICE-OBL
           PERFORM AVANZAR-SUBINDICE-OBL UNTIL
               SUBINDICE-OBL > WS-CANT-OBLIGACIONES OR
               WS-OBL-ENCONTRADA-SI.

       AVANZAR-SUBINDICE-OBL.
           IF VEC-OBL-CODIGO(SUBINDICE-OBL) = WS-CODIGO-ENTRADA THEN
               MOVE "S" TO WS-OBL-ENCONTRADA
               MOVE SUBINDICE-OBL TO WS-SUBINDICE-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-OBL
           END-IF.

       LISTAR-OBLIGACIONES.
           DISPLAY "COD  ORGANISMO  OBLIGACION                     DIA"
               " EM ARCHIVO                          POS ORIGEN"
               "       E"
           MOVE 1 TO SUBINDICE-OBL
           PERFORM LISTAR-UNA-OBLIGACION UNTIL
               SUBINDICE-OBL > WS-CANT-OBLIGACIONES.

       LISTAR-UNA-OBLIGACION.
           DISPLAY VEC-OBL-CODIGO(SUBINDICE-OBL) " "
               VEC-OBL-ORGANISMO(SUBINDICE-OBL) " "
               VEC-OBL-DESCRIPCION(SUBINDICE-OBL) " "
               VEC-OBL-DIA-VTO(SUBINDICE-OBL) "  "
               VEC-OBL-EMPRESA(SUBINDICE-OBL) " "
               VEC-OBL-ARCHIVO(SUBINDICE-OBL) " "
               VEC-OBL-POS-PERIODO(SUBINDICE-OBL) " "
               VEC-OBL-ORIGEN-SOBRE(SUBINDICE-OBL) " "
               VEC-OBL-ESTADO(SUBINDICE-OBL)
           ADD 1 TO SUBINDICE-OBL.

       END PROGRAM MANTENIMIENTO-OBLIGACIONES.
