      ******************************************************************
      * Author:
      * Date:
      * Purpose: Presentacion mensual de percepciones de Ingresos
      *          Brutos ante el fisco de una jurisdiccion: toma del
      *          libro LibroPercepcionesIIBB.dat (que arma la corrida
      *          al facturar a las sucursales) las percepciones
      *          vigentes del periodo y la jurisdiccion pedidos y
      *          arma PresentacionPercepIIBB.dat en el layout de
      *          presentacion, un registro por percepcion con el CUIT
      *          del sujeto percibido, fecha, base, alicuota e
      *          importe. Se corre una vez por jurisdiccion y el
      *          archivo se ensobra con EnsobrarInterfaz antes de
      *          mandarlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PRESENTACION-PERCEPCIONES-IIBB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIBRO-PERCEPCIONES-IIBB ASSIGN TO
             "LibroPercepcionesIIBB.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-PERC.

       SELECT PRESENTACION ASSIGN TO "PresentacionPercepIIBB.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PRESENTACION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LIBRO-PERCEPCIONES-IIBB LABEL RECORD IS STANDARD.
       01 LIBRO-PERCEPCIONES-IIBB-REG.
           03 LPIB-PERIODO PIC 9(6).
           03 LPIB-FECHA PIC 9(8).
           03 LPIB-SUCURSAL PIC X(3).
           03 LPIB-CUIT PIC 9(11).
           03 LPIB-JURISDICCION PIC 9(3).
           03 LPIB-BASE PIC 9(9)V99.
           03 LPIB-ALICUOTA PIC 9(2)V99.
           03 LPIB-PERCEPCION PIC 9(9)V99.
           03 LPIB-ESTADO PIC X(1).
               88 LPIB-VIGENTE VALUE "E".

      * Layout de presentacion: ancho fijo, todo numerico salvo la
      * clave interna, un registro por percepcion. El importe
      * percibido va en la misma posicion (42:13) que el retenido
      * en la presentacion de retenciones, para que el sobre de
      * control lo sume igual.
       FD PRESENTACION LABEL RECORD IS STANDARD.
       01 PRESENTACION_REG.
           03 PPIB-JURISDICCION PIC 9(3).
           03 PPIB-CUIT PIC 9(11).
           03 PPIB-FECHA PIC 9(8).
           03 PPIB-PERIODO PIC 9(6).
           03 PPIB-BASE PIC 9(11)V99.
           03 PPIB-PERCEPCION PIC 9(11)V99.
           03 PPIB-ALICUOTA PIC 9(2)V99.
           03 PPIB-SUCURSAL PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIBRO-PERC PIC X(2) VALUE SPACES.
       01 WS-STATUS-PRESENTACION PIC X(2) VALUE SPACES.

       01 WS-EOF-LIBRO PIC X(2) VALUE "NO".

       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.
       01 WS-JURISDICCION-ENTRADA PIC X(3).
       01 WS-JURISDICCION-NUM PIC 9(3) VALUE ZERO.
           88 WS-JURISDICCION-VALIDA VALUES 901 THRU 924.

       01 WS-CANT-PRESENTADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BASE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-PERCIBIDO PIC 9(11)V99 VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide periodo y jurisdiccion, recorre el libro de
      * percepciones y graba un registro de presentacion por cada
      * percepcion vigente que corresponde.
      **
           DISPLAY "PERIODO A PRESENTAR (AAAAMM): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
               STOP RUN
           END-IF
           MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-NUM

           DISPLAY "JURISDICCION (901 A 924): "
           ACCEPT WS-JURISDICCION-ENTRADA
           IF WS-JURISDICCION-ENTRADA NUMERIC THEN
               MOVE WS-JURISDICCION-ENTRADA TO WS-JURISDICCION-NUM
           END-IF
           IF NOT WS-JURISDICCION-VALIDA THEN
               DISPLAY "JURISDICCION INVALIDA"
               STOP RUN
           END-IF

           OPEN INPUT LIBRO-PERCEPCIONES-IIBB
           IF WS-STATUS-LIBRO-PERC NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR LibroPercepcionesIIBB.dat"
               STOP RUN
           END-IF
           OPEN OUTPUT PRESENTACION

           PERFORM LEER-PERCEPCION
           PERFORM PRESENTAR-UNA-PERCEPCION UNTIL WS-EOF-LIBRO = "SI"

           CLOSE LIBRO-PERCEPCIONES-IIBB
           CLOSE PRESENTACION

           DISPLAY "JURISDICCION:            " WS-JURISDICCION-NUM
           DISPLAY "PERCEPCIONES PRESENTADAS: " WS-CANT-PRESENTADAS
           DISPLAY "BASE IMPONIBLE:          " WS-TOTAL-BASE
           DISPLAY "TOTAL PERCIBIDO:         " WS-TOTAL-PERCIBIDO
           DISPLAY "ARCHIVO: PresentacionPercepIIBB.dat"
           STOP RUN.

       LEER-PERCEPCION.
           READ LIBRO-PERCEPCIONES-IIBB
               AT END
                   MOVE "SI" TO WS-EOF-LIBRO
           END-READ.

       PRESENTAR-UNA-PERCEPCION.
           IF LPIB-PERIODO = WS-PERIODO-NUM AND
               LPIB-JURISDICCION = WS-JURISDICCION-NUM AND
               LPIB-VIGENTE THEN
               MOVE LPIB-JURISDICCION TO PPIB-JURISDICCION
               MOVE LPIB-CUIT TO PPIB-CUIT
               MOVE LPIB-FECHA TO PPIB-FECHA
               MOVE LPIB-PERIODO TO PPIB-PERIODO
               MOVE LPIB-BASE TO PPIB-BASE
               MOVE LPIB-PERCEPCION TO PPIB-PERCEPCION
               MOVE LPIB-ALICUOTA TO PPIB-ALICUOTA
               MOVE LPIB-SUCURSAL TO PPIB-SUCURSAL
               WRITE PRESENTACION_REG
               ADD 1 TO WS-CANT-PRESENTADAS
               ADD LPIB-BASE TO WS-TOTAL-BASE
               ADD LPIB-PERCEPCION TO WS-TOTAL-PERCIBIDO
           END-IF
           PERFORM LEER-PERCEPCION.

       END PROGRAM PRESENTACION-PERCEPCIONES-IIBB.
