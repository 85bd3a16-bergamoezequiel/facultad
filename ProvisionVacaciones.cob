       SELECT GL_EXTRACTO ASSIGN TO "GLExtracto.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-GL-EXTRACTO.

       SELECT CONCEPTOS-LIQUIDADOS ASSIGN TO "ConceptosLiquidados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONCEPTOS.
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

      * Tramos de horas trabajadas en el anio contra dias de
      * vacaciones ganados; rige el tramo mas alto alcanzado.
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD LIBRO_RETENCIONES LABEL RECORD IS STANDARD.
       01 LIBRO_RETENCIONES_REG.
           03 GLE-TIPO-MOVIMIENTO PIC X(1).
           03 GLE-IMPORTE PIC 9(9)V99.
           03 GLE-EMPRESA PIC X(2).

      * Conceptos liquidados al personal en relacion de dependencia,
      * de donde LibroSueldosDigital arma el libro de sueldos.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-RET PIC X(2) VALUE SPACES.
       01 WS-STATUS-GL-EXTRACTO PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONCEPTOS PIC X(2) VALUE SPACES.

       01 WS-EOF-HISTORICO PIC X(2) VALUE "NO".
       01 WS-EOF-ESCALA-VAC PIC X(2) VALUE "NO".
           03 FILLER PIC X(7) VALUE " NETO: ".
           03 LVACD-NETO PIC ZZZZZZZZ9,99.

       01 LINEA-VERIF-RECIBO.
           03 FILLER PIC X(26) VALUE "  Codigo de verificacion: ".
           03 LVR-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.
      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos y en
      * ConsultaAutenticidad, que lo recalcula: cambiarlo en todos.
       01 WS-CVER-DATOS.
           03 WS-CVER-TIPO PIC X(1).
           03 WS-CVER-NUMERO PIC 9(9).
           03 WS-CVER-TITULAR PIC X(5).
           03 WS-CVER-PERIODO PIC 9(6).
           03 WS-CVER-SIGNO PIC X(1).
           03 WS-CVER-IMPORTE PIC 9(9)V99.
       01 WS-CVER-CARACTERES REDEFINES WS-CVER-DATOS.
           03 WS-CVER-CARACTER PIC X(1) OCCURS 33 TIMES.
       01 TABLA-CVER-SIMBOLOS VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 VEC-CVER-SIMBOLO PIC X(1) OCCURS 37 TIMES.
       01 SUBINDICE-CVER PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CVER-SIM PIC 9(2) VALUE ZERO.
       01 WS-CVER-IMPORTE-DOC PIC S9(9)V99 VALUE ZERO.
       01 WS-CVER-VALOR PIC 9(2) VALUE ZERO.
       01 WS-CVER-ACUM-A PIC 9(4) VALUE ZERO.
       01 WS-CVER-ACUM-B PIC 9(4) VALUE ZERO.
       01 WS-CVER-PRODUCTO PIC 9(8) VALUE ZERO.
       01 WS-CVER-COCIENTE PIC 9(8) VALUE ZERO.
       01 WS-CVER-CODIGO PIC 9(8) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM CALCULAR-DEVENGADO-PROFESOR
           IF WS-IMPORTE-VAC > ZERO THEN
               PERFORM BUSCAR-PROFESOR-VAC
           END-IF
      * Con la baja liquidada las vacaciones no gozadas ya salieron
      * en el recibo final.
           IF WS-PROFESOR-HALLADO-SI AND PROF-BAJA-LIQUIDADA THEN
               MOVE ZERO TO WS-IMPORTE-VAC
           END-IF
           IF WS-IMPORTE-VAC > ZERO THEN
               PERFORM CALCULAR-RETENCION-VAC
               COMPUTE WS-NETO-VAC =
                   WS-IMPORTE-VAC - WS-RETENCION-VAC
               PERFORM GRABAR-INDICE-VAC
               PERFORM GRABAR-RETENCION-VAC
               PERFORM GRABAR-EXTRACTO-VAC
               PERFORM GRABAR-CONCEPTOS-VAC
           END-IF.

       BUSCAR-PROFESOR-VAC.
               OPEN OUTPUT GL_EXTRACTO
               CLOSE GL_EXTRACTO
               OPEN EXTEND GL_EXTRACTO
           END-IF
           OPEN EXTEND CONCEPTOS-LIQUIDADOS
           IF WS-STATUS-CONCEPTOS = "35" THEN
               OPEN OUTPUT CONCEPTOS-LIQUIDADOS
               CLOSE CONCEPTOS-LIQUIDADOS
               OPEN EXTEND CONCEPTOS-LIQUIDADOS
           END-IF.

       CERRAR-SALIDAS.
           CLOSE RECIBOS
           CLOSE RECIBOS_EMITIDOS
           CLOSE LIBRO_RETENCIONES
           CLOSE GL_EXTRACTO
           CLOSE CONCEPTOS-LIQUIDADOS.

       GRABAR-RECIBO-VAC.
           MOVE WS-FOLIO-RECIBO-ACTUAL TO LVAC-FOLIO
           MOVE WS-RETENCION-VAC TO LVACD-RETENCION
           MOVE WS-NETO-VAC TO LVACD-NETO
           WRITE RECIBOS_REG FROM LINEA-RECIBO-VAC-DET
      * Mismo codigo de verificacion que el recibo de la corrida
      * mensual; el indice guarda el que sale impreso.
           MOVE "R" TO WS-CVER-TIPO
           MOVE WS-FOLIO-RECIBO-ACTUAL TO WS-CVER-NUMERO
           MOVE VEC-ANU-PROFESOR(SUBINDICE-PROF) TO WS-CVER-TITULAR
           COMPUTE WS-CVER-PERIODO = WS-FECHA-HOY / 100
           MOVE WS-NETO-VAC TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO LVR-CODIGO
           WRITE RECIBOS_REG FROM LINEA-VERIF-RECIBO
           WRITE RECIBOS_REG FROM BLANCO.

       GRABAR-INDICE-VAC.
           MOVE WS-FECHA-HOY TO RECEMI-FECHA-EMISION
           MOVE WS-NETO-VAC TO RECEMI-NETO
           MOVE "E" TO RECEMI-ESTADO
           MOVE WS-CVER-CODIGO TO RECEMI-CODIGO-VERIF
           WRITE RECIBOS_EMITIDOS_REG.

       GRABAR-RETENCION-VAC.
           END-IF
           WRITE GL_EXTRACTO_REG.

      * Para el libro de sueldos queda el haber y la retencion del
      * recibo de cada profesor en relacion de dependencia.
       GRABAR-CONCEPTOS-VAC.
           IF WS-PROFESOR-HALLADO-SI AND PROF-RELACION-DEPENDENCIA
               THEN
               MOVE WS-PERIODO-PAGO TO CLQ-PERIODO
               MOVE VEC-ANU-PROFESOR(SUBINDICE-PROF) TO CLQ-PROFESOR
               MOVE WS-FOLIO-RECIBO-ACTUAL TO CLQ-FOLIO-RECIBO
               MOVE "VACA" TO CLQ-CODIGO
               MOVE "VACACIONES" TO CLQ-DESCRIPCION
               MOVE "H" TO CLQ-TIPO
               MOVE WS-DIAS-GANADOS TO CLQ-CANTIDAD
               MOVE WS-IMPORTE-VAC TO CLQ-IMPORTE
               WRITE CONCEPTOS-LIQUIDADOS-REG
               IF WS-RETENCION-VAC NOT = ZERO THEN
                   MOVE "RGAN" TO CLQ-CODIGO
                   MOVE "RETENCION GANANCIAS" TO CLQ-DESCRIPCION
                   MOVE "D" TO CLQ-TIPO
                   MOVE ZERO TO CLQ-CANTIDAD
                   MOVE WS-RETENCION-VAC TO CLQ-IMPORTE
                   WRITE CONCEPTOS-LIQUIDADOS-REG
               END-IF
           END-IF.

      * Codigo de verificacion del documento cargado en WS-CVER-*
      * (ver WS-CVER-DATOS); deja el resultado en WS-CVER-CODIGO.
       CALCULAR-CODIGO-VERIFICACION.
           IF WS-CVER-IMPORTE-DOC < ZERO THEN
               MOVE "-" TO WS-CVER-SIGNO
           ELSE
               MOVE "+" TO WS-CVER-SIGNO
           END-IF
           MOVE WS-CVER-IMPORTE-DOC TO WS-CVER-IMPORTE
           MOVE 4271 TO WS-CVER-ACUM-A
           MOVE 1693 TO WS-CVER-ACUM-B
           PERFORM ACUMULAR-CARACTER-CVER
               VARYING SUBINDICE-CVER FROM 1 BY 1
               UNTIL SUBINDICE-CVER > 33
           COMPUTE WS-CVER-CODIGO =
               WS-CVER-ACUM-A * 10000 + WS-CVER-ACUM-B.

       ACUMULAR-CARACTER-CVER.
           MOVE 38 TO WS-CVER-VALOR
           PERFORM BUSCAR-SIMBOLO-CVER
               VARYING SUBINDICE-CVER-SIM FROM 1 BY 1
               UNTIL SUBINDICE-CVER-SIM > 37 OR WS-CVER-VALOR < 38
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-A * 31 +
               WS-CVER-VALOR + SUBINDICE-CVER
           DIVIDE WS-CVER-PRODUCTO BY 9973 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-A
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-B * 7 +
               WS-CVER-ACUM-A
           DIVIDE WS-CVER-PRODUCTO BY 9967 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-B.

       BUSCAR-SIMBOLO-CVER.
           IF VEC-CVER-SIMBOLO(SUBINDICE-CVER-SIM) =
               WS-CVER-CARACTER(SUBINDICE-CVER) THEN
               MOVE SUBINDICE-CVER-SIM TO WS-CVER-VALOR
           END-IF.

       END PROGRAM PROVISION-VACACIONES.
