      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparador de dos generaciones de TimesAct (o de un
      *          TimesSim_ contra la corrida real). Ordena las dos
      *          generaciones por la clave del renglon -- profesor,
      *          fecha, sucursal, hora desde y tipo de movimiento --
      *          y las recorre en paralelo listando los renglones
      *          agregados, eliminados y modificados, estos ultimos
      *          campo por campo. El efecto se da en horas (los
      *          reversos restan) y en importe base: horas por la
      *          tarifa vigente del tipo de clase a la fecha del
      *          renglon (o la de la sucursal si tiene una propia)
      *          por el coeficiente de la categoria del profesor,
      *          sin adicionales. Cierra con el efecto por profesor
      *          y por sucursal. Todo queda en ComparacionTimesAct.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COMPARADOR-TIMESACT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GENERACION-ANTERIOR ASSIGN TO WS-NOMBRE-ANTERIOR
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ANTERIOR.

       SELECT GENERACION-NUEVA ASSIGN TO WS-NOMBRE-NUEVA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NUEVA.

       SELECT ORDENADA-ANTERIOR ASSIGN TO "CompTimesAnt.tmp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORD-ANT.

       SELECT ORDENADA-NUEVA ASSIGN TO "CompTimesNue.tmp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORD-NUE.

       SELECT SORT-TRABAJO ASSIGN TO "SortComparacion.tmp".

       SELECT TIPOS_CLASE ASSIGN TO "TiposClase.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS.

       SELECT TARIFAS_SUCURSAL ASSIGN TO "TarifasSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TSU.

       SELECT CATEGORIAS ASSIGN TO "Categorias.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CATEGORIAS.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT COMPARACION ASSIGN TO "ComparacionTimesAct.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD GENERACION-ANTERIOR LABEL RECORD IS STANDARD.
       01 GENERACION-ANTERIOR-REG PIC X(61).
      * Cabecera de layout (numero "00000") de las generaciones
      * grabadas desde que se versiona el registro.
       01 GENERACION-ANTERIOR-CAB.
           03 GANT-CAB-NUMERO PIC X(5).
               88 GANT-ES-CABECERA VALUE "00000".
           03 GANT-CAB-MARCA PIC X(6).
           03 GANT-CAB-VERSION PIC 9(2).
           03 FILLER PIC X(48).

       FD GENERACION-NUEVA LABEL RECORD IS STANDARD.
       01 GENERACION-NUEVA-REG PIC X(61).
       01 GENERACION-NUEVA-CAB.
           03 GNUE-CAB-NUMERO PIC X(5).
               88 GNUE-ES-CABECERA VALUE "00000".
           03 GNUE-CAB-MARCA PIC X(6).
           03 GNUE-CAB-VERSION PIC 9(2).
           03 FILLER PIC X(48).

       FD ORDENADA-ANTERIOR LABEL RECORD IS STANDARD.
       01 ORD-ANT-REG.
           03 ORD-ANT-NUMERO PIC X(5).
               88 ORD-ANT-ES-CABECERA VALUE "00000".
           03 ORD-ANT-FECHA PIC 9(8).
           03 ORD-ANT-SUCURSAL PIC X(3).
           03 ORD-ANT-TIP_CLASE PIC X(4).
           03 ORD-ANT-HORAS PIC 9(3)V99.
           03 ORD-ANT-TIPO-MOV PIC X(1).
               88 ORD-ANT-ES-REVERSO VALUE "C".
           03 ORD-ANT-ALUMNOS PIC 9(3).
           03 ORD-ANT-HORA-DESDE PIC 9(4).
           03 ORD-ANT-HORA-HASTA PIC 9(4).
           03 ORD-ANT-CONCEPTO PIC X(1).
           03 ORD-ANT-CLIENTE PIC X(5).
           03 ORD-ANT-PORC-COMPARTIDO PIC 9(3)V99.
           03 ORD-ANT-AVISO-FECHA PIC 9(8).
           03 ORD-ANT-AVISO-HORA PIC 9(4).
           03 ORD-ANT-MODALIDAD PIC X(1).

       FD ORDENADA-NUEVA LABEL RECORD IS STANDARD.
       01 ORD-NUE-REG.
           03 ORD-NUE-NUMERO PIC X(5).
               88 ORD-NUE-ES-CABECERA VALUE "00000".
           03 ORD-NUE-FECHA PIC 9(8).
           03 ORD-NUE-SUCURSAL PIC X(3).
           03 ORD-NUE-TIP_CLASE PIC X(4).
           03 ORD-NUE-HORAS PIC 9(3)V99.
           03 ORD-NUE-TIPO-MOV PIC X(1).
               88 ORD-NUE-ES-REVERSO VALUE "C".
           03 ORD-NUE-ALUMNOS PIC 9(3).
           03 ORD-NUE-HORA-DESDE PIC 9(4).
           03 ORD-NUE-HORA-HASTA PIC 9(4).
           03 ORD-NUE-CONCEPTO PIC X(1).
           03 ORD-NUE-CLIENTE PIC X(5).
           03 ORD-NUE-PORC-COMPARTIDO PIC 9(3)V99.
           03 ORD-NUE-AVISO-FECHA PIC 9(8).
           03 ORD-NUE-AVISO-HORA PIC 9(4).
           03 ORD-NUE-MODALIDAD PIC X(1).

      * El tipo de clase va ultimo en la clave de orden pero no en
      * la del renglon: un cambio de tipo sale como modificacion.
       SD SORT-TRABAJO.
       01 SORT-REG.
           03 SORT-NUMERO PIC X(5).
           03 SORT-FECHA PIC 9(8).
           03 SORT-SUCURSAL PIC X(3).
           03 SORT-TIP_CLASE PIC X(4).
           03 FILLER PIC X(6).
           03 SORT-TIPO-MOV PIC X(1).
           03 FILLER PIC X(3).
           03 SORT-HORA-DESDE PIC 9(4).
           03 FILLER PIC X(27).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-TIP_CLASE PIC X(4).
           03 TIP-DESC PIC X(20).
           03 TIP-TARIFA PIC 9(5)V99.
           03 TIP-FECHA-DESDE PIC 9(8).
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
           03 TSU-SUCURSAL PIC X(3).
           03 TSU-TIP_CLASE PIC X(4).
           03 TSU-TARIFA PIC 9(5)V99.

       FD CATEGORIAS LABEL RECORD IS STANDARD.
       01 CATEGORIAS_REG.
           03 CAT-CODIGO PIC X(2).
           03 CAT-DESC PIC X(20).
           03 CAT-COEFICIENTE PIC 9V9(4).

       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
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

       FD COMPARACION LABEL RECORD IS STANDARD.
       01 COMPARACION_REG PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ANTERIOR PIC X(2) VALUE SPACES.
       01 WS-STATUS-NUEVA PIC X(2) VALUE SPACES.
       01 WS-STATUS-ORD-ANT PIC X(2) VALUE SPACES.
       01 WS-STATUS-ORD-NUE PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TSU PIC X(2) VALUE SPACES.
       01 WS-STATUS-CATEGORIAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".
       01 WS-EOF-ANTERIOR PIC X(2) VALUE "NO".
       01 WS-EOF-NUEVA PIC X(2) VALUE "NO".

      * Version vigente del layout de los archivos de horas.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-NOMBRE-ANTERIOR PIC X(36) VALUE SPACES.
       01 WS-NOMBRE-NUEVA PIC X(36) VALUE SPACES.

      * Clave del renglon de cada lado; en fin de archivo queda en
      * HIGH-VALUES para que el otro lado se descargue solo.
       01 WS-CLAVE-ANTERIOR.
           03 WS-CLA-NUMERO PIC X(5).
           03 WS-CLA-FECHA PIC X(8).
           03 WS-CLA-SUCURSAL PIC X(3).
           03 WS-CLA-HORA-DESDE PIC X(4).
           03 WS-CLA-TIPO-MOV PIC X(1).
       01 WS-CLAVE-NUEVA.
           03 WS-CLN-NUMERO PIC X(5).
           03 WS-CLN-FECHA PIC X(8).
           03 WS-CLN-SUCURSAL PIC X(3).
           03 WS-CLN-HORA-DESDE PIC X(4).
           03 WS-CLN-TIPO-MOV PIC X(1).

       01 WS-MAX-TIPOS PIC 9(4) VALUE 2000.
       01 WS-CANT-TIPOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-TIP PIC 9(4) VALUE ZERO.
       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 2000 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-TARIFA PIC 9(5)V99.
               05 VEC-TIP-DESDE PIC 9(8).
               05 VEC-TIP-HASTA PIC 9(8).

       01 WS-MAX-TSU PIC 9(4) VALUE 2000.
       01 WS-CANT-TSU PIC 9(4) VALUE ZERO.
       01 SUBINDICE-TSU PIC 9(4) VALUE ZERO.
       01 TABLA-TSU.
           03 ELEM-TSU OCCURS 2000 TIMES.
               05 VEC-TSU-SUCURSAL PIC X(3).
               05 VEC-TSU-TIPO PIC X(4).
               05 VEC-TSU-TARIFA PIC 9(5)V99.

       01 WS-MAX-CATEGORIAS PIC 9(3) VALUE 100.
       01 WS-CANT-CATEGORIAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CAT PIC 9(3) VALUE ZERO.
       01 TABLA-CATEGORIAS.
           03 ELEM-CAT OCCURS 100 TIMES.
               05 VEC-CAT-CODIGO PIC X(2).
               05 VEC-CAT-COEF PIC 9V9(4).

      * Efecto acumulado por profesor y por sucursal.
       01 WS-MAX-EFECTO-PROF PIC 9(4) VALUE 5000.
       01 WS-CANT-EFECTO-PROF PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EPR PIC 9(4) VALUE ZERO.
       01 WS-EPR-HALLADO PIC X(1) VALUE "N".
           88 WS-EPR-HALLADO-SI VALUE "S".
       01 TABLA-EFECTO-PROF.
           03 ELEM-EPR OCCURS 5000 TIMES.
               05 VEC-EPR-PROFESOR PIC X(5).
               05 VEC-EPR-HORAS PIC S9(5)V99.
               05 VEC-EPR-IMPORTE PIC S9(9)V99.

       01 WS-MAX-EFECTO-SUC PIC 9(3) VALUE 200.
       01 WS-CANT-EFECTO-SUC PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ESU PIC 9(3) VALUE ZERO.
       01 WS-ESU-HALLADA PIC X(1) VALUE "N".
           88 WS-ESU-HALLADA-SI VALUE "S".
       01 TABLA-EFECTO-SUC.
           03 ELEM-ESU OCCURS 200 TIMES.
               05 VEC-ESU-SUCURSAL PIC X(3).
               05 VEC-ESU-HORAS PIC S9(5)V99.
               05 VEC-ESU-IMPORTE PIC S9(9)V99.

      * Renglon a preciar (se copia del lado que corresponda).
       01 WS-RENGLON.
           03 WS-REN-NUMERO PIC X(5).
           03 WS-REN-FECHA PIC 9(8).
           03 WS-REN-SUCURSAL PIC X(3).
           03 WS-REN-TIP_CLASE PIC X(4).
           03 WS-REN-HORAS PIC 9(3)V99.
           03 WS-REN-TIPO-MOV PIC X(1).
               88 WS-REN-ES-REVERSO VALUE "C".
           03 FILLER PIC X(35).
       01 WS-TARIFA-RENGLON PIC 9(5)V99 VALUE ZERO.
       01 WS-COEFICIENTE PIC 9V9(4) VALUE 1,0000.
       01 WS-HORAS-RENGLON PIC S9(3)V99 VALUE ZERO.
       01 WS-IMPORTE-RENGLON PIC S9(9)V99 VALUE ZERO.
       01 WS-HORAS-ANTERIOR PIC S9(3)V99 VALUE ZERO.
       01 WS-IMPORTE-ANTERIOR PIC S9(9)V99 VALUE ZERO.
       01 WS-EFECTO-HORAS PIC S9(5)V99 VALUE ZERO.
       01 WS-EFECTO-IMPORTE PIC S9(9)V99 VALUE ZERO.

       01 WS-CANT-AGREGADOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-ELIMINADOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-MODIFICADOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-IGUALES PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-HORAS PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-IMPORTE PIC S9(11)V99 VALUE ZERO.

       01 WS-EDIT-HORAS PIC ZZ9,99.
       01 WS-EDIT-NUMERO PIC Z(7)9.

       01 LINEA-CMP-TITULO.
           03 FILLER PIC X(40) VALUE
               "COMPARACION DE GENERACIONES DE TimesAct".
       01 LINEA-CMP-GENERACION.
           03 LCG-ETIQUETA PIC X(20).
           03 LCG-NOMBRE PIC X(36).
           03 FILLER PIC X(10) VALUE " RENGLONES".
           03 LCG-RENGLONES PIC ZZZZZZ9.
       01 LINEA-CMP-RENGLON.
           03 LCR-MOVIMIENTO PIC X(11).
           03 LCR-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-HORA-DESDE PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-TIPO-MOV PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-TIP_CLASE PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-HORAS PIC ---9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCR-IMPORTE PIC ---------9,99.
       01 LINEA-CMP-CAMPO.
           03 FILLER PIC X(15) VALUE SPACES.
           03 LCC-CAMPO PIC X(16).
           03 FILLER PIC X(10) VALUE "ANTERIOR: ".
           03 LCC-ANTERIOR PIC X(10).
           03 FILLER PIC X(8) VALUE " NUEVO: ".
           03 LCC-NUEVO PIC X(10).
       01 LINEA-CMP-SECCION PIC X(60).
       01 LINEA-CMP-EFECTO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCE-CLAVE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCE-NOMBRE PIC X(25).
           03 FILLER PIC X(8) VALUE " HORAS: ".
           03 LCE-HORAS PIC -----9,99.
           03 FILLER PIC X(10) VALUE " IMPORTE: ".
           03 LCE-IMPORTE PIC ---------9,99.
       01 LINEA-CMP-CONTADOR.
           03 LCT-ETIQUETA PIC X(30).
           03 LCT-VALOR PIC ZZZZZZ9.
       01 LINEA-CMP-TOTAL.
           03 FILLER PIC X(30) VALUE "EFECTO TOTAL".
           03 FILLER PIC X(8) VALUE " HORAS: ".
           03 LCO-HORAS PIC -------9,99.
           03 FILLER PIC X(10) VALUE " IMPORTE: ".
           03 LCO-IMPORTE PIC -----------9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide las dos generaciones, las ordena por clave de renglon
      * y las aparea; despues lista el efecto por profesor y por
      * sucursal.
      **
           DISPLAY "GENERACION ANTERIOR (EJ. TimesAct_AAAAMMDD.dat): "
           ACCEPT WS-NOMBRE-ANTERIOR
           DISPLAY "GENERACION NUEVA (TimesAct_ O TimesSim_): "
           ACCEPT WS-NOMBRE-NUEVA
           PERFORM VERIFICAR-GENERACIONES

           PERFORM CARGAR-TIPOS
           PERFORM CARGAR-TSU
           PERFORM CARGAR-CATEGORIAS
           OPEN INPUT PROFESORES

           SORT SORT-TRABAJO
               ASCENDING KEY SORT-NUMERO SORT-FECHA SORT-SUCURSAL
                   SORT-HORA-DESDE SORT-TIPO-MOV SORT-TIP_CLASE
               USING GENERACION-ANTERIOR
               GIVING ORDENADA-ANTERIOR
           SORT SORT-TRABAJO
               ASCENDING KEY SORT-NUMERO SORT-FECHA SORT-SUCURSAL
                   SORT-HORA-DESDE SORT-TIPO-MOV SORT-TIP_CLASE
               USING GENERACION-NUEVA
               GIVING ORDENADA-NUEVA

           OPEN OUTPUT COMPARACION
           WRITE COMPARACION_REG FROM LINEA-CMP-TITULO
           PERFORM APAREAR-GENERACIONES
           PERFORM EMITIR-EFECTOS
           CLOSE COMPARACION
           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF

           DISPLAY "AGREGADOS: " WS-CANT-AGREGADOS
               " ELIMINADOS: " WS-CANT-ELIMINADOS
               " MODIFICADOS: " WS-CANT-MODIFICADOS
           DISPLAY "COMPARACION GRABADA EN ComparacionTimesAct.dat"
           STOP RUN.

      * Un nombre mal tipeado daria todo como agregado o eliminado;
      * se corta antes de ordenar. Tambien se corta si alguna trae
      * cabecera de un layout que no es el vigente.
       VERIFICAR-GENERACIONES.
           OPEN INPUT GENERACION-ANTERIOR
           IF WS-STATUS-ANTERIOR NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-ANTERIOR
               STOP RUN
           END-IF
           READ GENERACION-ANTERIOR
               NOT AT END
                   IF GANT-ES-CABECERA AND
                       GANT-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS
                       THEN
                       DISPLAY WS-NOMBRE-ANTERIOR " TIENE LAYOUT "
                           "VERSION " GANT-CAB-VERSION
                       DISPLAY "CONVERTIRLA CON ConversorTimes Y "
                           "REPETIR"
                       STOP RUN
                   END-IF
           END-READ
           CLOSE GENERACION-ANTERIOR
           OPEN INPUT GENERACION-NUEVA
           IF WS-STATUS-NUEVA NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-NUEVA
               STOP RUN
           END-IF
           READ GENERACION-NUEVA
               NOT AT END
                   IF GNUE-ES-CABECERA AND
                       GNUE-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS
                       THEN
                       DISPLAY WS-NOMBRE-NUEVA " TIENE LAYOUT "
                           "VERSION " GNUE-CAB-VERSION
                       DISPLAY "CONVERTIRLA CON ConversorTimes Y "
                           "REPETIR"
                       STOP RUN
                   END-IF
           END-READ
           CLOSE GENERACION-NUEVA
           IF WS-NOMBRE-ANTERIOR = WS-NOMBRE-NUEVA THEN
               DISPLAY "LAS DOS GENERACIONES SON EL MISMO ARCHIVO"
               STOP RUN
           END-IF.

       CARGAR-TIPOS.
           MOVE ZERO TO WS-CANT-TIPOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TIPOS_CLASE
           IF WS-STATUS-TIPOS = "00" THEN
               PERFORM LEER-TIPO
               PERFORM CARGAR-UN-TIPO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-TIPOS >= WS-MAX-TIPOS
               CLOSE TIPOS_CLASE
           END-IF.

       LEER-TIPO.
           READ TIPOS_CLASE
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-TIPO.
           ADD 1 TO WS-CANT-TIPOS
           MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
           MOVE TIP-TARIFA TO VEC-TIP-TARIFA(WS-CANT-TIPOS)
           MOVE TIP-FECHA-DESDE TO VEC-TIP-DESDE(WS-CANT-TIPOS)
           MOVE TIP-FECHA-HASTA TO VEC-TIP-HASTA(WS-CANT-TIPOS)
           PERFORM LEER-TIPO.

       CARGAR-TSU.
           MOVE ZERO TO WS-CANT-TSU
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT TARIFAS_SUCURSAL
           IF WS-STATUS-TSU = "00" THEN
               PERFORM LEER-TSU
               PERFORM CARGAR-UNA-TSU UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-TSU >= WS-MAX-TSU
               CLOSE TARIFAS_SUCURSAL
           END-IF.

       LEER-TSU.
           READ TARIFAS_SUCURSAL
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-TSU.
           ADD 1 TO WS-CANT-TSU
           MOVE TSU-SUCURSAL TO VEC-TSU-SUCURSAL(WS-CANT-TSU)
           MOVE TSU-TIP_CLASE TO VEC-TSU-TIPO(WS-CANT-TSU)
           MOVE TSU-TARIFA TO VEC-TSU-TARIFA(WS-CANT-TSU)
           PERFORM LEER-TSU.

       CARGAR-CATEGORIAS.
           MOVE ZERO TO WS-CANT-CATEGORIAS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT CATEGORIAS
           IF WS-STATUS-CATEGORIAS = "00" THEN
               PERFORM LEER-CATEGORIA
               PERFORM CARGAR-UNA-CATEGORIA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-CATEGORIAS >= WS-MAX-CATEGORIAS
               CLOSE CATEGORIAS
           END-IF.

       LEER-CATEGORIA.
           READ CATEGORIAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-CATEGORIA.
           ADD 1 TO WS-CANT-CATEGORIAS
           MOVE CAT-CODIGO TO VEC-CAT-CODIGO(WS-CANT-CATEGORIAS)
           MOVE CAT-COEFICIENTE TO VEC-CAT-COEF(WS-CANT-CATEGORIAS)
           PERFORM LEER-CATEGORIA.

      * Apareo clasico de dos archivos ordenados: la clave menor
      * sale sola (eliminado si es la anterior, agregado si es la
      * nueva) y las claves iguales se cotejan campo por campo.
       APAREAR-GENERACIONES.
           MOVE "NO" TO WS-EOF-ANTERIOR
           MOVE "NO" TO WS-EOF-NUEVA
           OPEN INPUT ORDENADA-ANTERIOR
           OPEN INPUT ORDENADA-NUEVA
           PERFORM LEER-ANTERIOR
           PERFORM LEER-NUEVA
           PERFORM COTEJAR-CLAVES UNTIL
               WS-EOF-ANTERIOR = "SI" AND WS-EOF-NUEVA = "SI"
           CLOSE ORDENADA-ANTERIOR
           CLOSE ORDENADA-NUEVA.

      * La cabecera de layout queda primera despues del SORT y no
      * entra al apareo.
       LEER-ANTERIOR.
           PERFORM LEER-ANTERIOR-FISICO
           IF WS-EOF-ANTERIOR NOT = "SI" AND ORD-ANT-ES-CABECERA THEN
               PERFORM LEER-ANTERIOR-FISICO
           END-IF.

       LEER-ANTERIOR-FISICO.
           READ ORDENADA-ANTERIOR
               AT END
                   MOVE "SI" TO WS-EOF-ANTERIOR
                   MOVE HIGH-VALUES TO WS-CLAVE-ANTERIOR
               NOT AT END
                   MOVE ORD-ANT-NUMERO TO WS-CLA-NUMERO
                   MOVE ORD-ANT-FECHA TO WS-CLA-FECHA
                   MOVE ORD-ANT-SUCURSAL TO WS-CLA-SUCURSAL
                   MOVE ORD-ANT-HORA-DESDE TO WS-CLA-HORA-DESDE
                   MOVE ORD-ANT-TIPO-MOV TO WS-CLA-TIPO-MOV
           END-READ.

       LEER-NUEVA.
           PERFORM LEER-NUEVA-FISICO
           IF WS-EOF-NUEVA NOT = "SI" AND ORD-NUE-ES-CABECERA THEN
               PERFORM LEER-NUEVA-FISICO
           END-IF.

       LEER-NUEVA-FISICO.
           READ ORDENADA-NUEVA
               AT END
                   MOVE "SI" TO WS-EOF-NUEVA
                   MOVE HIGH-VALUES TO WS-CLAVE-NUEVA
               NOT AT END
                   MOVE ORD-NUE-NUMERO TO WS-CLN-NUMERO
                   MOVE ORD-NUE-FECHA TO WS-CLN-FECHA
                   MOVE ORD-NUE-SUCURSAL TO WS-CLN-SUCURSAL
                   MOVE ORD-NUE-HORA-DESDE TO WS-CLN-HORA-DESDE
                   MOVE ORD-NUE-TIPO-MOV TO WS-CLN-TIPO-MOV
           END-READ.

       COTEJAR-CLAVES.
           EVALUATE TRUE
               WHEN WS-CLAVE-ANTERIOR < WS-CLAVE-NUEVA
                   PERFORM INFORMAR-ELIMINADO
                   PERFORM LEER-ANTERIOR
               WHEN WS-CLAVE-ANTERIOR > WS-CLAVE-NUEVA
                   PERFORM INFORMAR-AGREGADO
                   PERFORM LEER-NUEVA
               WHEN OTHER
                   IF ORD-ANT-REG = ORD-NUE-REG THEN
                       ADD 1 TO WS-CANT-IGUALES
                   ELSE
                       PERFORM INFORMAR-MODIFICADO
                   END-IF
                   PERFORM LEER-ANTERIOR
                   PERFORM LEER-NUEVA
           END-EVALUATE.

       INFORMAR-ELIMINADO.
           ADD 1 TO WS-CANT-ELIMINADOS
           MOVE ORD-ANT-REG TO WS-RENGLON
           PERFORM PRECIAR-RENGLON
           COMPUTE WS-EFECTO-HORAS = ZERO - WS-HORAS-RENGLON
           COMPUTE WS-EFECTO-IMPORTE = ZERO - WS-IMPORTE-RENGLON
           MOVE "ELIMINADO  " TO LCR-MOVIMIENTO
           PERFORM GRABAR-RENGLON
           PERFORM ACUMULAR-EFECTO.

       INFORMAR-AGREGADO.
           ADD 1 TO WS-CANT-AGREGADOS
           MOVE ORD-NUE-REG TO WS-RENGLON
           PERFORM PRECIAR-RENGLON
           MOVE WS-HORAS-RENGLON TO WS-EFECTO-HORAS
           MOVE WS-IMPORTE-RENGLON TO WS-EFECTO-IMPORTE
           MOVE "AGREGADO   " TO LCR-MOVIMIENTO
           PERFORM GRABAR-RENGLON
           PERFORM ACUMULAR-EFECTO.

      * El efecto de una modificacion es la nueva menos la anterior,
      * cada una preciada por su cuenta (el tipo de clase o las
      * horas pueden haber cambiado).
       INFORMAR-MODIFICADO.
           ADD 1 TO WS-CANT-MODIFICADOS
           MOVE ORD-ANT-REG TO WS-RENGLON
           PERFORM PRECIAR-RENGLON
           MOVE WS-HORAS-RENGLON TO WS-HORAS-ANTERIOR
           MOVE WS-IMPORTE-RENGLON TO WS-IMPORTE-ANTERIOR
           MOVE ORD-NUE-REG TO WS-RENGLON
           PERFORM PRECIAR-RENGLON
           COMPUTE WS-EFECTO-HORAS =
               WS-HORAS-RENGLON - WS-HORAS-ANTERIOR
           COMPUTE WS-EFECTO-IMPORTE =
               WS-IMPORTE-RENGLON - WS-IMPORTE-ANTERIOR
           MOVE "MODIFICADO " TO LCR-MOVIMIENTO
           PERFORM GRABAR-RENGLON
           PERFORM LISTAR-CAMPOS-CAMBIADOS
           PERFORM ACUMULAR-EFECTO.

       GRABAR-RENGLON.
           MOVE WS-REN-NUMERO TO LCR-NUMERO
           MOVE WS-REN-FECHA TO LCR-FECHA
           MOVE WS-REN-SUCURSAL TO LCR-SUCURSAL
           MOVE WS-RENGLON(30:4) TO LCR-HORA-DESDE
           MOVE WS-REN-TIPO-MOV TO LCR-TIPO-MOV
           MOVE WS-REN-TIP_CLASE TO LCR-TIP_CLASE
           MOVE WS-EFECTO-HORAS TO LCR-HORAS
           MOVE WS-EFECTO-IMPORTE TO LCR-IMPORTE
           WRITE COMPARACION_REG FROM LINEA-CMP-RENGLON.

       LISTAR-CAMPOS-CAMBIADOS.
           IF ORD-ANT-TIP_CLASE NOT = ORD-NUE-TIP_CLASE THEN
               MOVE "TIPO DE CLASE" TO LCC-CAMPO
               MOVE ORD-ANT-TIP_CLASE TO LCC-ANTERIOR
               MOVE ORD-NUE-TIP_CLASE TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-HORAS NOT = ORD-NUE-HORAS THEN
               MOVE "HORAS" TO LCC-CAMPO
               MOVE ORD-ANT-HORAS TO WS-EDIT-HORAS
               MOVE WS-EDIT-HORAS TO LCC-ANTERIOR
               MOVE ORD-NUE-HORAS TO WS-EDIT-HORAS
               MOVE WS-EDIT-HORAS TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-ALUMNOS NOT = ORD-NUE-ALUMNOS THEN
               MOVE "ALUMNOS" TO LCC-CAMPO
               MOVE ORD-ANT-ALUMNOS TO LCC-ANTERIOR
               MOVE ORD-NUE-ALUMNOS TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-HORA-HASTA NOT = ORD-NUE-HORA-HASTA THEN
               MOVE "HORA HASTA" TO LCC-CAMPO
               MOVE ORD-ANT-HORA-HASTA TO LCC-ANTERIOR
               MOVE ORD-NUE-HORA-HASTA TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-CONCEPTO NOT = ORD-NUE-CONCEPTO THEN
               MOVE "CONCEPTO" TO LCC-CAMPO
               MOVE ORD-ANT-CONCEPTO TO LCC-ANTERIOR
               MOVE ORD-NUE-CONCEPTO TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-CLIENTE NOT = ORD-NUE-CLIENTE THEN
               MOVE "CLIENTE" TO LCC-CAMPO
               MOVE ORD-ANT-CLIENTE TO LCC-ANTERIOR
               MOVE ORD-NUE-CLIENTE TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-PORC-COMPARTIDO NOT = ORD-NUE-PORC-COMPARTIDO
               THEN
               MOVE "% COMPARTIDO" TO LCC-CAMPO
               MOVE ORD-ANT-PORC-COMPARTIDO TO WS-EDIT-HORAS
               MOVE WS-EDIT-HORAS TO LCC-ANTERIOR
               MOVE ORD-NUE-PORC-COMPARTIDO TO WS-EDIT-HORAS
               MOVE WS-EDIT-HORAS TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-AVISO-FECHA NOT = ORD-NUE-AVISO-FECHA THEN
               MOVE "FECHA AVISO" TO LCC-CAMPO
               MOVE ORD-ANT-AVISO-FECHA TO LCC-ANTERIOR
               MOVE ORD-NUE-AVISO-FECHA TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-AVISO-HORA NOT = ORD-NUE-AVISO-HORA THEN
               MOVE "HORA AVISO" TO LCC-CAMPO
               MOVE ORD-ANT-AVISO-HORA TO LCC-ANTERIOR
               MOVE ORD-NUE-AVISO-HORA TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF
           IF ORD-ANT-MODALIDAD NOT = ORD-NUE-MODALIDAD THEN
               MOVE "MODALIDAD" TO LCC-CAMPO
               MOVE ORD-ANT-MODALIDAD TO LCC-ANTERIOR
               MOVE ORD-NUE-MODALIDAD TO LCC-NUEVO
               WRITE COMPARACION_REG FROM LINEA-CMP-CAMPO
           END-IF.

      * Importe base del renglon: tarifa vigente del tipo a la
      * fecha (la de la sucursal pisa la general) por el
      * coeficiente de la categoria; el reverso resta.
       PRECIAR-RENGLON.
           MOVE ZERO TO WS-TARIFA-RENGLON
           PERFORM COTEJAR-TIPO
               VARYING SUBINDICE-TIP FROM 1 BY 1
               UNTIL SUBINDICE-TIP > WS-CANT-TIPOS
           PERFORM COTEJAR-OVERRIDE
               VARYING SUBINDICE-TSU FROM 1 BY 1
               UNTIL SUBINDICE-TSU > WS-CANT-TSU
           PERFORM RESOLVER-COEFICIENTE
           IF WS-REN-ES-REVERSO THEN
               COMPUTE WS-HORAS-RENGLON = ZERO - WS-REN-HORAS
           ELSE
               MOVE WS-REN-HORAS TO WS-HORAS-RENGLON
           END-IF
           COMPUTE WS-IMPORTE-RENGLON ROUNDED =
               WS-HORAS-RENGLON * WS-TARIFA-RENGLON * WS-COEFICIENTE.

       COTEJAR-TIPO.
           IF VEC-TIP-CODIGO(SUBINDICE-TIP) = WS-REN-TIP_CLASE AND
               VEC-TIP-DESDE(SUBINDICE-TIP) <= WS-REN-FECHA AND
               (VEC-TIP-HASTA(SUBINDICE-TIP) = ZEROS OR
                VEC-TIP-HASTA(SUBINDICE-TIP) >= WS-REN-FECHA) THEN
               MOVE VEC-TIP-TARIFA(SUBINDICE-TIP) TO
                   WS-TARIFA-RENGLON
           END-IF.

       COTEJAR-OVERRIDE.
           IF VEC-TSU-SUCURSAL(SUBINDICE-TSU) = WS-REN-SUCURSAL AND
               VEC-TSU-TIPO(SUBINDICE-TSU) = WS-REN-TIP_CLASE THEN
               MOVE VEC-TSU-TARIFA(SUBINDICE-TSU) TO
                   WS-TARIFA-RENGLON
           END-IF.

       RESOLVER-COEFICIENTE.
           MOVE 1,0000 TO WS-COEFICIENTE
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE WS-REN-NUMERO TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COTEJAR-CATEGORIA
                           VARYING SUBINDICE-CAT FROM 1 BY 1
                           UNTIL SUBINDICE-CAT > WS-CANT-CATEGORIAS
               END-READ
           END-IF.

       COTEJAR-CATEGORIA.
           IF VEC-CAT-CODIGO(SUBINDICE-CAT) = PROF-CATEGORIA THEN
               MOVE VEC-CAT-COEF(SUBINDICE-CAT) TO WS-COEFICIENTE
           END-IF.

       ACUMULAR-EFECTO.
           ADD WS-EFECTO-HORAS TO WS-TOTAL-HORAS
           ADD WS-EFECTO-IMPORTE TO WS-TOTAL-IMPORTE
           MOVE "N" TO WS-EPR-HALLADO
           MOVE 1 TO SUBINDICE-EPR
           PERFORM AVANZAR-SUBINDICE-EPR UNTIL
               SUBINDICE-EPR > WS-CANT-EFECTO-PROF OR
               WS-EPR-HALLADO-SI
           IF NOT WS-EPR-HALLADO-SI AND
               WS-CANT-EFECTO-PROF < WS-MAX-EFECTO-PROF THEN
               ADD 1 TO WS-CANT-EFECTO-PROF
               MOVE WS-CANT-EFECTO-PROF TO SUBINDICE-EPR
               MOVE WS-REN-NUMERO TO VEC-EPR-PROFESOR(SUBINDICE-EPR)
               MOVE ZERO TO VEC-EPR-HORAS(SUBINDICE-EPR)
               MOVE ZERO TO VEC-EPR-IMPORTE(SUBINDICE-EPR)
               MOVE "S" TO WS-EPR-HALLADO
           END-IF
           IF WS-EPR-HALLADO-SI THEN
               ADD WS-EFECTO-HORAS TO VEC-EPR-HORAS(SUBINDICE-EPR)
               ADD WS-EFECTO-IMPORTE TO VEC-EPR-IMPORTE(SUBINDICE-EPR)
           END-IF
           MOVE "N" TO WS-ESU-HALLADA
           MOVE 1 TO SUBINDICE-ESU
           PERFORM AVANZAR-SUBINDICE-ESU UNTIL
               SUBINDICE-ESU > WS-CANT-EFECTO-SUC OR
               WS-ESU-HALLADA-SI
           IF NOT WS-ESU-HALLADA-SI AND
               WS-CANT-EFECTO-SUC < WS-MAX-EFECTO-SUC THEN
               ADD 1 TO WS-CANT-EFECTO-SUC
               MOVE WS-CANT-EFECTO-SUC TO SUBINDICE-ESU
               MOVE WS-REN-SUCURSAL TO VEC-ESU-SUCURSAL(SUBINDICE-ESU)
               MOVE ZERO TO VEC-ESU-HORAS(SUBINDICE-ESU)
               MOVE ZERO TO VEC-ESU-IMPORTE(SUBINDICE-ESU)
               MOVE "S" TO WS-ESU-HALLADA
           END-IF
           IF WS-ESU-HALLADA-SI THEN
               ADD WS-EFECTO-HORAS TO VEC-ESU-HORAS(SUBINDICE-ESU)
               ADD WS-EFECTO-IMPORTE TO VEC-ESU-IMPORTE(SUBINDICE-ESU)
           END-IF.

       AVANZAR-SUBINDICE-EPR.
           IF VEC-EPR-PROFESOR(SUBINDICE-EPR) = WS-REN-NUMERO THEN
               MOVE "S" TO WS-EPR-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-EPR
           END-IF.

       AVANZAR-SUBINDICE-ESU.
           IF VEC-ESU-SUCURSAL(SUBINDICE-ESU) = WS-REN-SUCURSAL THEN
               MOVE "S" TO WS-ESU-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-ESU
           END-IF.

       EMITIR-EFECTOS.
           MOVE SPACES TO COMPARACION_REG
           WRITE COMPARACION_REG
           MOVE "GENERACION ANTERIOR" TO LCG-ETIQUETA
           MOVE WS-NOMBRE-ANTERIOR TO LCG-NOMBRE
           COMPUTE LCG-RENGLONES = WS-CANT-IGUALES +
               WS-CANT-MODIFICADOS + WS-CANT-ELIMINADOS
           WRITE COMPARACION_REG FROM LINEA-CMP-GENERACION
           MOVE "GENERACION NUEVA" TO LCG-ETIQUETA
           MOVE WS-NOMBRE-NUEVA TO LCG-NOMBRE
           COMPUTE LCG-RENGLONES = WS-CANT-IGUALES +
               WS-CANT-MODIFICADOS + WS-CANT-AGREGADOS
           WRITE COMPARACION_REG FROM LINEA-CMP-GENERACION
           MOVE "RENGLONES IGUALES" TO LCT-ETIQUETA
           MOVE WS-CANT-IGUALES TO LCT-VALOR
           WRITE COMPARACION_REG FROM LINEA-CMP-CONTADOR
           MOVE "RENGLONES AGREGADOS" TO LCT-ETIQUETA
           MOVE WS-CANT-AGREGADOS TO LCT-VALOR
           WRITE COMPARACION_REG FROM LINEA-CMP-CONTADOR
           MOVE "RENGLONES ELIMINADOS" TO LCT-ETIQUETA
           MOVE WS-CANT-ELIMINADOS TO LCT-VALOR
           WRITE COMPARACION_REG FROM LINEA-CMP-CONTADOR
           MOVE "RENGLONES MODIFICADOS" TO LCT-ETIQUETA
           MOVE WS-CANT-MODIFICADOS TO LCT-VALOR
           WRITE COMPARACION_REG FROM LINEA-CMP-CONTADOR

           MOVE "EFECTO POR PROFESOR" TO LINEA-CMP-SECCION
           WRITE COMPARACION_REG FROM LINEA-CMP-SECCION
           PERFORM EMITIR-EFECTO-PROFESOR
               VARYING SUBINDICE-EPR FROM 1 BY 1
               UNTIL SUBINDICE-EPR > WS-CANT-EFECTO-PROF
           MOVE "EFECTO POR SUCURSAL" TO LINEA-CMP-SECCION
           WRITE COMPARACION_REG FROM LINEA-CMP-SECCION
           PERFORM EMITIR-EFECTO-SUCURSAL
               VARYING SUBINDICE-ESU FROM 1 BY 1
               UNTIL SUBINDICE-ESU > WS-CANT-EFECTO-SUC
           MOVE WS-TOTAL-HORAS TO LCO-HORAS
           MOVE WS-TOTAL-IMPORTE TO LCO-IMPORTE
           WRITE COMPARACION_REG FROM LINEA-CMP-TOTAL
           DISPLAY LINEA-CMP-TOTAL.

       EMITIR-EFECTO-PROFESOR.
           MOVE VEC-EPR-PROFESOR(SUBINDICE-EPR) TO LCE-CLAVE
           MOVE SPACES TO LCE-NOMBRE
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE VEC-EPR-PROFESOR(SUBINDICE-EPR) TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO LCE-NOMBRE
               END-READ
           END-IF
           MOVE VEC-EPR-HORAS(SUBINDICE-EPR) TO LCE-HORAS
           MOVE VEC-EPR-IMPORTE(SUBINDICE-EPR) TO LCE-IMPORTE
           WRITE COMPARACION_REG FROM LINEA-CMP-EFECTO.

       EMITIR-EFECTO-SUCURSAL.
           MOVE VEC-ESU-SUCURSAL(SUBINDICE-ESU) TO LCE-CLAVE
           MOVE SPACES TO LCE-NOMBRE
           MOVE VEC-ESU-HORAS(SUBINDICE-ESU) TO LCE-HORAS
           MOVE VEC-ESU-IMPORTE(SUBINDICE-ESU) TO LCE-IMPORTE
           WRITE COMPARACION_REG FROM LINEA-CMP-EFECTO.

       END PROGRAM COMPARADOR-TIMESACT.
