      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro de sueldos del personal en relacion de
      *          dependencia. Consolida por periodo los conceptos que
      *          la corrida mensual, LiquidacionAguinaldo y
      *          ProvisionVacaciones dejan en ConceptosLiquidados.dat
      *          (horas, antiguedad, nocturnidad, SAC, vacaciones,
      *          retencion, aportes y adelantos) con los embargos del
      *          periodo de EmbargosAplicados.dat, y emite una hoja
      *          por empleado en LibroSueldos.dat con numeracion de
      *          folios correlativa (FolioLibroSueldos.dat) y el
      *          archivo de presentacion digital LibroSueldosDigital
      *          .dat. Los folios son rubricados: un periodo ya
      *          asentado no se vuelve a emitir ni se puede asentar
      *          uno anterior al ultimo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LIBRO-SUELDOS-DIGITAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT CONCEPTOS-LIQUIDADOS ASSIGN TO "ConceptosLiquidados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONCEPTOS.

       SELECT EMBARGOS-APLICADOS ASSIGN TO "EmbargosAplicados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMB-APLICADOS.

       SELECT FOLIO-LIBRO-SUELDOS ASSIGN TO "FolioLibroSueldos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-LIBRO.

       SELECT LIBRO-SUELDOS ASSIGN TO "LibroSueldos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO.

       SELECT LIBRO-DIGITAL ASSIGN TO "LibroSueldosDigital.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIGITAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PROFESORES LABEL RECORD IS STANDARD.
       01 PROFESORES_REG.
           03 PROF-NUMERO PIC X(5).
           03 PROF-DNI PIC 9(8).
           03 PROF-NOMBRE PIC X(25).
           03 PROF-DIRE PIC X(20).
           03 PROF-TEL PIC X(20).
           03 PROF-ESTADO PIC X(1).
               88 PROF-ACTIVO-SI VALUE "A".
               88 PROF-ACTIVO-NO VALUE "I".
           03 PROF-CBU PIC X(22).
           03 PROF-EMAIL PIC X(40).
           03 PROF-EMPRESA PIC X(2).
           03 PROF-CATEGORIA PIC X(2).
           03 PROF-MEDIO-PAGO PIC X(1).
               88 PROF-PAGA-TRANSFERENCIA VALUE "T".
               88 PROF-PAGA-CHEQUE VALUE "C".
               88 PROF-PAGA-EFECTIVO VALUE "E".
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

       FD CONCEPTOS-LIQUIDADOS LABEL RECORD IS STANDARD.
       01 CONCEPTOS-LIQUIDADOS-REG.
           03 CLQ-PERIODO PIC 9(6).
           03 CLQ-PROFESOR PIC X(5).
           03 CLQ-FOLIO-RECIBO PIC 9(9).
           03 CLQ-CODIGO PIC X(4).
           03 CLQ-DESCRIPCION PIC X(20).
           03 CLQ-TIPO PIC X(1).
               88 CLQ-HABER VALUE "H".
               88 CLQ-DESCUENTO VALUE "D".
           03 CLQ-CANTIDAD PIC S9(5)V99.
           03 CLQ-IMPORTE PIC S9(9)V99.

       FD EMBARGOS-APLICADOS LABEL RECORD IS STANDARD.
       01 EMBARGOS-APLICADOS-REG.
           03 EMBA-PROFESOR PIC X(5).
           03 EMBA-EXPEDIENTE PIC X(15).
           03 EMBA-PERIODO PIC 9(6).
           03 EMBA-IMPORTE PIC S9(9)V99.

       FD FOLIO-LIBRO-SUELDOS LABEL RECORD IS STANDARD.
       01 FOLIO-LIBRO-SUELDOS-REG.
           03 FLS-ULTIMO-FOLIO PIC 9(6).
           03 FLS-ULTIMO-PERIODO PIC 9(6).

       FD LIBRO-SUELDOS LABEL RECORD IS STANDARD.
       01 LIBRO-SUELDOS-REG PIC X(80).

      * Presentacion digital: ancho fijo, un registro 01 por
      * empleado, un 02 por concepto y un 03 con los totales de la
      * hoja, todos encabezados por CUIL y periodo.
       FD LIBRO-DIGITAL LABEL RECORD IS STANDARD.
       01 LIBRO-DIGITAL-REG PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMB-APLICADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-LIBRO PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO PIC X(2) VALUE SPACES.
       01 WS-STATUS-DIGITAL PIC X(2) VALUE SPACES.

       01 WS-EOF-PROFESORES PIC X(2) VALUE "NO".
       01 WS-EOF-CONCEPTOS PIC X(2) VALUE "NO".
       01 WS-EOF-EMBARGOS PIC X(2) VALUE "NO".

       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.

       01 WS-ULTIMO-FOLIO PIC 9(6) VALUE ZERO.
       01 WS-ULTIMO-PERIODO PIC 9(6) VALUE ZERO.
       01 WS-CANT-HOJAS PIC 9(5) VALUE ZERO.

      * Conceptos del periodo de todos los profesores; la hoja de
      * cada uno se arma recorriendo la tabla por su numero.
       01 WS-MAX-CONCEPTOS PIC 9(5) VALUE 20000.
       01 WS-CANT-CONCEPTOS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-CLQ PIC 9(5) VALUE ZERO.
       01 TABLA-CONCEPTOS.
           03 ELEM-CLQ OCCURS 20000 TIMES.
               05 VEC-CLQ-PROFESOR PIC X(5).
               05 VEC-CLQ-CODIGO PIC X(4).
               05 VEC-CLQ-DESCRIPCION PIC X(20).
               05 VEC-CLQ-TIPO PIC X(1).
               05 VEC-CLQ-CANTIDAD PIC S9(5)V99.
               05 VEC-CLQ-IMPORTE PIC S9(9)V99.

       01 WS-TIENE-CONCEPTOS PIC X(1) VALUE "N".
           88 WS-TIENE-CONCEPTOS-SI VALUE "S".
       01 WS-TIPO-A-LISTAR PIC X(1) VALUE SPACES.
       01 WS-TOTAL-HABERES PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DESCUENTOS PIC S9(9)V99 VALUE ZERO.
       01 WS-NETO-HOJA PIC S9(9)V99 VALUE ZERO.
       01 WS-IMPORTE-DIGITAL PIC S9(9)V99 VALUE ZERO.

       01 LINEA-LS-ENC.
           03 FILLER PIC X(30) VALUE
               "LIBRO DE SUELDOS Y JORNALES".
           03 FILLER PIC X(9) VALUE "PERIODO: ".
           03 LLS-PERIODO PIC 9(6).
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(7) VALUE "FOLIO: ".
           03 LLS-FOLIO PIC 9(6).

       01 LINEA-LS-EMPLEADO.
           03 FILLER PIC X(8) VALUE "LEGAJO: ".
           03 LLSE-LEGAJO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LLSE-NOMBRE PIC X(25).
           03 FILLER PIC X(8) VALUE "  CUIL: ".
           03 LLSE-CUIL PIC 9(11).

       01 LINEA-LS-EMPLEADO2.
           03 FILLER PIC X(9) VALUE "EMPRESA: ".
           03 LLSE-EMPRESA PIC X(2).
           03 FILLER PIC X(10) VALUE "  INGRESO:".
           03 LLSE-INGRESO PIC 9(8).
           03 FILLER PIC X(15) VALUE "  OBRA SOCIAL: ".
           03 LLSE-OBRA-SOCIAL PIC X(6).
           03 FILLER PIC X(13) VALUE "  SINDICATO: ".
           03 LLSE-SINDICATO PIC X(4).

       01 LINEA-LS-TITULO-HAB.
           03 FILLER PIC X(40) VALUE
               "HABERES                       CANTIDAD".
           03 FILLER PIC X(15) VALUE "        IMPORTE".

       01 LINEA-LS-TITULO-DES.
           03 FILLER PIC X(40) VALUE
               "DESCUENTOS                    CANTIDAD".
           03 FILLER PIC X(15) VALUE "        IMPORTE".

       01 LINEA-LS-CONCEPTO.
           03 LLSC-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLSC-DESCRIPCION PIC X(20).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LLSC-CANTIDAD PIC -ZZZZ9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LLSC-IMPORTE PIC -ZZZZZZZZ9,99.

       01 LINEA-LS-TOTALES.
           03 FILLER PIC X(9) VALUE "HABERES: ".
           03 LLST-HABERES PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(14) VALUE "  DESCUENTOS: ".
           03 LLST-DESCUENTOS PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(8) VALUE "  NETO: ".
           03 LLST-NETO PIC -ZZZZZZZZ9,99.

       01 LINEA-LSD-EMPLEADO.
           03 FILLER PIC X(2) VALUE "01".
           03 LSDE-CUIL PIC 9(11).
           03 LSDE-PERIODO PIC 9(6).
           03 LSDE-LEGAJO PIC X(5).
           03 LSDE-FOLIO PIC 9(6).
           03 LSDE-NOMBRE PIC X(25).
           03 LSDE-INGRESO PIC 9(8).
           03 LSDE-EMPRESA PIC X(2).
           03 LSDE-OBRA-SOCIAL PIC X(6).
           03 LSDE-SINDICATO PIC X(4).

       01 LINEA-LSD-CONCEPTO.
           03 FILLER PIC X(2) VALUE "02".
           03 LSDC-CUIL PIC 9(11).
           03 LSDC-PERIODO PIC 9(6).
           03 LSDC-CODIGO PIC X(4).
           03 LSDC-DESCRIPCION PIC X(20).
           03 LSDC-TIPO PIC X(1).
           03 LSDC-CANTIDAD PIC 9(5)V99.
           03 LSDC-SIGNO PIC X(1).
           03 LSDC-IMPORTE PIC 9(9)V99.

       01 LINEA-LSD-TOTALES.
           03 FILLER PIC X(2) VALUE "03".
           03 LSDT-CUIL PIC 9(11).
           03 LSDT-PERIODO PIC 9(6).
           03 LSDT-HABERES PIC 9(11)V99.
           03 LSDT-DESCUENTOS PIC 9(11)V99.
           03 LSDT-SIGNO-NETO PIC X(1).
           03 LSDT-NETO PIC 9(11)V99.

       01 BLANCO PIC X(1) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide el periodo, controla que no este ya asentado, junta los
      * conceptos y los embargos del periodo y emite una hoja por
      * cada profesor en relacion de dependencia que tuvo
      * liquidacion, en orden de legajo.
      **
           DISPLAY "PERIODO A ASENTAR EN EL LIBRO (AAAAMM): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
               STOP RUN
           END-IF
           MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-NUM

           PERFORM LEER-FOLIO-LIBRO
           IF WS-PERIODO-NUM <= WS-ULTIMO-PERIODO THEN
               DISPLAY "EL LIBRO YA TIENE ASENTADO EL PERIODO "
                   WS-ULTIMO-PERIODO "; NO SE PUEDE ASENTAR "
                   WS-PERIODO-NUM
               STOP RUN
           END-IF

           PERFORM CARGAR-CONCEPTOS-DEL-PERIODO
           PERFORM CARGAR-EMBARGOS-DEL-PERIODO
           IF WS-CANT-CONCEPTOS = ZERO THEN
               DISPLAY "SIN CONCEPTOS LIQUIDADOS EN EL PERIODO, NADA "
                   "QUE ASENTAR"
               STOP RUN
           END-IF
           IF WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS THEN
               DISPLAY "LOS CONCEPTOS DEL PERIODO SUPERAN LA TABLA EN "
                   "MEMORIA; NO SE EMITE EL LIBRO"
               STOP RUN
           END-IF

           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
               STOP RUN
           END-IF
           OPEN OUTPUT LIBRO-SUELDOS
           OPEN OUTPUT LIBRO-DIGITAL

           MOVE LOW-VALUES TO PROF-NUMERO
           START PROFESORES KEY IS NOT LESS THAN PROF-NUMERO
               INVALID KEY
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-START
           PERFORM LEER-PROFESOR
           PERFORM ASENTAR-UN-PROFESOR UNTIL
               WS-EOF-PROFESORES = "SI"

           CLOSE PROFESORES
           CLOSE LIBRO-SUELDOS
           CLOSE LIBRO-DIGITAL

           IF WS-CANT-HOJAS > ZERO THEN
               PERFORM GRABAR-FOLIO-LIBRO
           END-IF
           DISPLAY "HOJAS EMITIDAS:      " WS-CANT-HOJAS
           DISPLAY "ULTIMO FOLIO USADO:  " WS-ULTIMO-FOLIO
           DISPLAY "ARCHIVOS: LibroSueldos.dat Y "
               "LibroSueldosDigital.dat"
           STOP RUN.

       LEER-FOLIO-LIBRO.
           MOVE ZERO TO WS-ULTIMO-FOLIO
           MOVE ZERO TO WS-ULTIMO-PERIODO
           OPEN INPUT FOLIO-LIBRO-SUELDOS
           IF WS-STATUS-FOLIO-LIBRO = "00" THEN
               READ FOLIO-LIBRO-SUELDOS
                   NOT AT END
                       MOVE FLS-ULTIMO-FOLIO TO WS-ULTIMO-FOLIO
                       MOVE FLS-ULTIMO-PERIODO TO WS-ULTIMO-PERIODO
               END-READ
               CLOSE FOLIO-LIBRO-SUELDOS
           END-IF.

       GRABAR-FOLIO-LIBRO.
           OPEN OUTPUT FOLIO-LIBRO-SUELDOS
           MOVE WS-ULTIMO-FOLIO TO FLS-ULTIMO-FOLIO
           MOVE WS-PERIODO-NUM TO FLS-ULTIMO-PERIODO
           WRITE FOLIO-LIBRO-SUELDOS-REG
           CLOSE FOLIO-LIBRO-SUELDOS.

       CARGAR-CONCEPTOS-DEL-PERIODO.
           MOVE ZERO TO WS-CANT-CONCEPTOS
           OPEN INPUT CONCEPTOS-LIQUIDADOS
           IF WS-STATUS-CONCEPTOS = "00" THEN
               PERFORM LEER-CONCEPTO
               PERFORM CARGAR-UN-CONCEPTO UNTIL
                   WS-EOF-CONCEPTOS = "SI" OR
                   WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS
               CLOSE CONCEPTOS-LIQUIDADOS
           END-IF.

       LEER-CONCEPTO.
           READ CONCEPTOS-LIQUIDADOS
               AT END
                   MOVE "SI" TO WS-EOF-CONCEPTOS
           END-READ.

       CARGAR-UN-CONCEPTO.
           IF CLQ-PERIODO = WS-PERIODO-NUM THEN
               ADD 1 TO WS-CANT-CONCEPTOS
               MOVE CLQ-PROFESOR TO VEC-CLQ-PROFESOR(WS-CANT-CONCEPTOS)
               MOVE CLQ-CODIGO TO VEC-CLQ-CODIGO(WS-CANT-CONCEPTOS)
               MOVE CLQ-DESCRIPCION TO
                   VEC-CLQ-DESCRIPCION(WS-CANT-CONCEPTOS)
               MOVE CLQ-TIPO TO VEC-CLQ-TIPO(WS-CANT-CONCEPTOS)
               MOVE CLQ-CANTIDAD TO
                   VEC-CLQ-CANTIDAD(WS-CANT-CONCEPTOS)
               MOVE CLQ-IMPORTE TO VEC-CLQ-IMPORTE(WS-CANT-CONCEPTOS)
           END-IF
           PERFORM LEER-CONCEPTO.

      * Los embargos entran como descuento con el expediente en la
      * descripcion; solo llegan a una hoja si el profesor es
      * personal en relacion de dependencia.
       CARGAR-EMBARGOS-DEL-PERIODO.
           OPEN INPUT EMBARGOS-APLICADOS
           IF WS-STATUS-EMB-APLICADOS = "00" THEN
               PERFORM LEER-EMBARGO-APLICADO
               PERFORM CARGAR-UN-EMBARGO UNTIL
                   WS-EOF-EMBARGOS = "SI" OR
                   WS-CANT-CONCEPTOS >= WS-MAX-CONCEPTOS
               CLOSE EMBARGOS-APLICADOS
           END-IF.

       LEER-EMBARGO-APLICADO.
           READ EMBARGOS-APLICADOS
               AT END
                   MOVE "SI" TO WS-EOF-EMBARGOS
           END-READ.

       CARGAR-UN-EMBARGO.
           IF EMBA-PERIODO = WS-PERIODO-NUM AND
               EMBA-IMPORTE NOT = ZERO THEN
               ADD 1 TO WS-CANT-CONCEPTOS
               MOVE EMBA-PROFESOR TO
                   VEC-CLQ-PROFESOR(WS-CANT-CONCEPTOS)
               MOVE "EMBA" TO VEC-CLQ-CODIGO(WS-CANT-CONCEPTOS)
               MOVE SPACES TO VEC-CLQ-DESCRIPCION(WS-CANT-CONCEPTOS)
               MOVE "EMB." TO
                   VEC-CLQ-DESCRIPCION(WS-CANT-CONCEPTOS)(1:4)
               MOVE EMBA-EXPEDIENTE TO
                   VEC-CLQ-DESCRIPCION(WS-CANT-CONCEPTOS)(6:15)
               MOVE "D" TO VEC-CLQ-TIPO(WS-CANT-CONCEPTOS)
               MOVE ZERO TO VEC-CLQ-CANTIDAD(WS-CANT-CONCEPTOS)
               MOVE EMBA-IMPORTE TO VEC-CLQ-IMPORTE(WS-CANT-CONCEPTOS)
           END-IF
           PERFORM LEER-EMBARGO-APLICADO.

       LEER-PROFESOR.
           READ PROFESORES NEXT RECORD
               AT END
                   MOVE "SI" TO WS-EOF-PROFESORES
           END-READ.

       ASENTAR-UN-PROFESOR.
           IF PROF-RELACION-DEPENDENCIA THEN
               MOVE "N" TO WS-TIENE-CONCEPTOS
               MOVE 1 TO SUBINDICE-CLQ
               PERFORM BUSCAR-CONCEPTO-PROFESOR UNTIL
                   SUBINDICE-CLQ > WS-CANT-CONCEPTOS OR
                   WS-TIENE-CONCEPTOS-SI
               IF WS-TIENE-CONCEPTOS-SI THEN
                   PERFORM EMITIR-HOJA-PROFESOR
               END-IF
           END-IF
           PERFORM LEER-PROFESOR.

       BUSCAR-CONCEPTO-PROFESOR.
           IF VEC-CLQ-PROFESOR(SUBINDICE-CLQ) = PROF-NUMERO THEN
               MOVE "S" TO WS-TIENE-CONCEPTOS
           ELSE
               ADD 1 TO SUBINDICE-CLQ
           END-IF.

      * Una hoja por empleado: encabezado con el folio, datos del
      * legajo, haberes, descuentos y totales.
       EMITIR-HOJA-PROFESOR.
           ADD 1 TO WS-ULTIMO-FOLIO
           ADD 1 TO WS-CANT-HOJAS
           MOVE ZERO TO WS-TOTAL-HABERES
           MOVE ZERO TO WS-TOTAL-DESCUENTOS

           MOVE WS-PERIODO-NUM TO LLS-PERIODO
           MOVE WS-ULTIMO-FOLIO TO LLS-FOLIO
           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-ENC AFTER PAGE
           WRITE LIBRO-SUELDOS-REG FROM BLANCO
           MOVE PROF-NUMERO TO LLSE-LEGAJO
           MOVE PROF-NOMBRE TO LLSE-NOMBRE
           MOVE PROF-CUIL TO LLSE-CUIL
           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-EMPLEADO
           MOVE PROF-EMPRESA TO LLSE-EMPRESA
           MOVE PROF-FECHA-INGRESO TO LLSE-INGRESO
           MOVE PROF-OBRA-SOCIAL TO LLSE-OBRA-SOCIAL
           MOVE PROF-SINDICATO TO LLSE-SINDICATO
           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-EMPLEADO2
           WRITE LIBRO-SUELDOS-REG FROM BLANCO

           MOVE PROF-CUIL TO LSDE-CUIL
           MOVE WS-PERIODO-NUM TO LSDE-PERIODO
           MOVE PROF-NUMERO TO LSDE-LEGAJO
           MOVE WS-ULTIMO-FOLIO TO LSDE-FOLIO
           MOVE PROF-NOMBRE TO LSDE-NOMBRE
           MOVE PROF-FECHA-INGRESO TO LSDE-INGRESO
           MOVE PROF-EMPRESA TO LSDE-EMPRESA
           MOVE PROF-OBRA-SOCIAL TO LSDE-OBRA-SOCIAL
           MOVE PROF-SINDICATO TO LSDE-SINDICATO
           WRITE LIBRO-DIGITAL-REG FROM LINEA-LSD-EMPLEADO

           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-TITULO-HAB
           MOVE "H" TO WS-TIPO-A-LISTAR
           PERFORM ASENTAR-UN-CONCEPTO
               VARYING SUBINDICE-CLQ FROM 1 BY 1
               UNTIL SUBINDICE-CLQ > WS-CANT-CONCEPTOS
           WRITE LIBRO-SUELDOS-REG FROM BLANCO
           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-TITULO-DES
           MOVE "D" TO WS-TIPO-A-LISTAR
           PERFORM ASENTAR-UN-CONCEPTO
               VARYING SUBINDICE-CLQ FROM 1 BY 1
               UNTIL SUBINDICE-CLQ > WS-CANT-CONCEPTOS
           WRITE LIBRO-SUELDOS-REG FROM BLANCO

           COMPUTE WS-NETO-HOJA =
               WS-TOTAL-HABERES - WS-TOTAL-DESCUENTOS
           MOVE WS-TOTAL-HABERES TO LLST-HABERES
           MOVE WS-TOTAL-DESCUENTOS TO LLST-DESCUENTOS
           MOVE WS-NETO-HOJA TO LLST-NETO
           WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-TOTALES

           MOVE PROF-CUIL TO LSDT-CUIL
           MOVE WS-PERIODO-NUM TO LSDT-PERIODO
           MOVE WS-TOTAL-HABERES TO LSDT-HABERES
           MOVE WS-TOTAL-DESCUENTOS TO LSDT-DESCUENTOS
           IF WS-NETO-HOJA < ZERO THEN
               MOVE "-" TO LSDT-SIGNO-NETO
           ELSE
               MOVE "+" TO LSDT-SIGNO-NETO
           END-IF
           MOVE WS-NETO-HOJA TO LSDT-NETO
           WRITE LIBRO-DIGITAL-REG FROM LINEA-LSD-TOTALES.

       ASENTAR-UN-CONCEPTO.
           IF VEC-CLQ-PROFESOR(SUBINDICE-CLQ) = PROF-NUMERO AND
               VEC-CLQ-TIPO(SUBINDICE-CLQ) = WS-TIPO-A-LISTAR THEN
               MOVE VEC-CLQ-CODIGO(SUBINDICE-CLQ) TO LLSC-CODIGO
               MOVE VEC-CLQ-DESCRIPCION(SUBINDICE-CLQ) TO
                   LLSC-DESCRIPCION
               MOVE VEC-CLQ-CANTIDAD(SUBINDICE-CLQ) TO LLSC-CANTIDAD
               MOVE VEC-CLQ-IMPORTE(SUBINDICE-CLQ) TO LLSC-IMPORTE
               WRITE LIBRO-SUELDOS-REG FROM LINEA-LS-CONCEPTO
               IF WS-TIPO-A-LISTAR = "H" THEN
                   ADD VEC-CLQ-IMPORTE(SUBINDICE-CLQ) TO
                       WS-TOTAL-HABERES
               ELSE
                   ADD VEC-CLQ-IMPORTE(SUBINDICE-CLQ) TO
                       WS-TOTAL-DESCUENTOS
               END-IF

               MOVE PROF-CUIL TO LSDC-CUIL
               MOVE WS-PERIODO-NUM TO LSDC-PERIODO
               MOVE VEC-CLQ-CODIGO(SUBINDICE-CLQ) TO LSDC-CODIGO
               MOVE VEC-CLQ-DESCRIPCION(SUBINDICE-CLQ) TO
                   LSDC-DESCRIPCION
               MOVE VEC-CLQ-TIPO(SUBINDICE-CLQ) TO LSDC-TIPO
               MOVE VEC-CLQ-CANTIDAD(SUBINDICE-CLQ) TO LSDC-CANTIDAD
               MOVE VEC-CLQ-IMPORTE(SUBINDICE-CLQ) TO
                   WS-IMPORTE-DIGITAL
               IF WS-IMPORTE-DIGITAL < ZERO THEN
                   MOVE "-" TO LSDC-SIGNO
               ELSE
                   MOVE "+" TO LSDC-SIGNO
               END-IF
               MOVE WS-IMPORTE-DIGITAL TO LSDC-IMPORTE
               WRITE LIBRO-DIGITAL-REG FROM LINEA-LSD-CONCEPTO
           END-IF.

       END PROGRAM LIBRO-SUELDOS-DIGITAL.
