      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta de autenticidad de un documento impreso:
      *          con el folio (recibos) o la sucursal y el periodo
      *          (facturas y notas) mas el codigo de verificacion y
      *          el importe que figuran en el papel, informa si el
      *          documento existe en RecibosEmitidos.dat o en
      *          FacturasEmitidas.dat, si el codigo y el importe
      *          coinciden con lo emitido y si esta vigente o fue
      *          anulado. Cada consulta queda en la bitacora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONSULTA-AUTENTICIDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT FACTURAS_EMITIDAS ASSIGN TO "FacturasEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-EMITIDAS.

       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD RECIBOS_EMITIDOS LABEL RECORD IS STANDARD.
       01 RECIBOS_EMITIDOS_REG.
           03 RECEMI-FOLIO PIC 9(9).
           03 RECEMI-PROFESOR PIC X(5).
           03 RECEMI-FECHA-EMISION PIC 9(8).
           03 RECEMI-NETO PIC S9(9)V99.
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD FACTURAS_EMITIDAS LABEL RECORD IS STANDARD.
       01 FACTURAS_EMITIDAS_REG.
           03 FEMI-SUCURSAL PIC X(3).
           03 FEMI-PERIODO PIC 9(6).
           03 FEMI-FECHA-EMISION PIC 9(8).
           03 FEMI-IMPORTE PIC S9(9)V99.
           03 FEMI-ESTADO PIC X(1).
               88 FEMI-EMITIDA VALUE "E".
               88 FEMI-NOTA-CREDITO VALUE "C".
               88 FEMI-NOTA-DEBITO VALUE "D".
           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
           03 BIT-FECHA PIC 9(8).
           03 BIT-HORA PIC 9(6).
           03 BIT-PROGRAMA PIC X(20).
           03 BIT-EVENTO PIC X(6).
           03 BIT-RESULTADO PIC X(10).
           03 BIT-CONTADOR-1 PIC 9(8).
           03 BIT-CONTADOR-2 PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-REC-EMITIDOS PIC X(2) VALUE "NO".
       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".

       01 WS-TIPO-ENTRADA PIC X(1).
       01 WS-FOLIO-ENTRADA PIC X(9).
       01 WS-FOLIO-NUM PIC 9(9) VALUE ZERO.
       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.
       01 WS-CODIGO-ENTRADA PIC X(8).
       01 WS-CODIGO-NUM PIC 9(8) VALUE ZERO.
       01 WS-IMPORTE-ENTRADA PIC 9(9)V99 VALUE ZERO.

      * Lo que el indice dice del documento hallado. El importe se
      * compara sin signo: el papel de una nota de credito o de un
      * recibo con saldo a cargo lo muestra positivo.
       01 WS-DOC-HALLADO PIC X(1) VALUE "N".
           88 WS-DOC-HALLADO-SI VALUE "S".
       01 WS-DOC-TIPO PIC X(1) VALUE SPACES.
       01 WS-DOC-NUMERO PIC 9(9) VALUE ZERO.
       01 WS-DOC-TITULAR PIC X(5) VALUE SPACES.
       01 WS-DOC-FECHA PIC 9(8) VALUE ZERO.
       01 WS-DOC-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01 WS-DOC-IMPORTE-ABS PIC 9(9)V99 VALUE ZERO.
       01 WS-DOC-ESTADO PIC X(1) VALUE SPACES.
       01 WS-DOC-CODIGO PIC 9(8) VALUE ZERO.
       01 WS-CANT-DEL-PERIODO PIC 9(4) VALUE ZERO.

      * Una factura queda anulada cuando en el mismo periodo hay
      * una nota de credito posterior por el mismo importe (la que
      * arma AnulacionCorrida); otras notas de credito del periodo
      * se informan como credito parcial.
       01 WS-NC-ANULACION PIC X(1) VALUE "N".
           88 WS-NC-ANULACION-SI VALUE "S".
       01 WS-FECHA-ANULACION PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-CREDITOS PIC 9(9)V99 VALUE ZERO.
       01 WS-IMPORTE-NC PIC 9(9)V99 VALUE ZERO.

       01 WS-RESULTADO PIC X(10) VALUE SPACES.
       01 WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9,99.

       01 WS-CONTINUAR PIC X(1) VALUE "S".
           88 WS-CONTINUAR-SI VALUE "S".

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

      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos: cambiarlo en todos.
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
       MAIN-PROCEDURE.
      **
      * Repite la consulta hasta que el usuario deja el tipo de
      * documento en blanco; solo escribe en la bitacora
      **
           PERFORM CONSULTAR-UN-DOCUMENTO UNTIL NOT WS-CONTINUAR-SI

           DISPLAY "FIN DE LA CONSULTA"
           STOP RUN.

       CONSULTAR-UN-DOCUMENTO.
           DISPLAY " ".
           DISPLAY "TIPO DE DOCUMENTO R=RECIBO F=FACTURA O NOTA "
               "(ENTER PARA SALIR): ".
           ACCEPT WS-TIPO-ENTRADA.
           EVALUATE WS-TIPO-ENTRADA
               WHEN SPACES
                   MOVE "N" TO WS-CONTINUAR
               WHEN "R"
                   PERFORM CONSULTAR-RECIBO
               WHEN "F"
                   PERFORM CONSULTAR-FACTURA
               WHEN OTHER
                   DISPLAY "TIPO DE DOCUMENTO INVALIDO"
           END-EVALUATE.

      *-----------------------------------------------------------
      * Recibos: el folio identifica el documento; el codigo del
      * papel se compara con el del indice y el del indice con el
      * recalculado, asi un renglon retocado a mano no pasa.
      *-----------------------------------------------------------
       CONSULTAR-RECIBO.
           DISPLAY "FOLIO DEL RECIBO: ".
           ACCEPT WS-FOLIO-ENTRADA.
           IF WS-FOLIO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL FOLIO DEBE SER NUMERICO"
           ELSE
               MOVE WS-FOLIO-ENTRADA TO WS-FOLIO-NUM
               PERFORM PEDIR-CODIGO-E-IMPORTE
               IF WS-CODIGO-ENTRADA NUMERIC THEN
                   PERFORM BUSCAR-RECIBO
                   PERFORM INFORMAR-RECIBO
                   MOVE WS-FOLIO-NUM TO BIT-CONTADOR-1
                   PERFORM GRABAR-BITACORA
               END-IF
           END-IF.

       PEDIR-CODIGO-E-IMPORTE.
           DISPLAY "CODIGO DE VERIFICACION: ".
           ACCEPT WS-CODIGO-ENTRADA.
           IF WS-CODIGO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL CODIGO DEBE TENER 8 DIGITOS"
           ELSE
               MOVE WS-CODIGO-ENTRADA TO WS-CODIGO-NUM
               DISPLAY "IMPORTE QUE FIGURA EN EL DOCUMENTO: "
               MOVE ZERO TO WS-IMPORTE-ENTRADA
               ACCEPT WS-IMPORTE-ENTRADA
           END-IF.

       BUSCAR-RECIBO.
           MOVE "N" TO WS-DOC-HALLADO
           MOVE "NO" TO WS-EOF-REC-EMITIDOS
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS = "00" THEN
               PERFORM LEER-RECIBO-EMITIDO
               PERFORM COMPARAR-RECIBO UNTIL
                   WS-EOF-REC-EMITIDOS = "SI" OR WS-DOC-HALLADO-SI
               CLOSE RECIBOS_EMITIDOS
           END-IF.

       LEER-RECIBO-EMITIDO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-REC-EMITIDOS
           END-READ.

      * Los recibos anteriores al codigo de verificacion no lo
      * traen: quedan en cero.
       COMPARAR-RECIBO.
           IF RECEMI-FOLIO = WS-FOLIO-NUM THEN
               MOVE "S" TO WS-DOC-HALLADO
               MOVE "R" TO WS-DOC-TIPO
               MOVE RECEMI-FOLIO TO WS-DOC-NUMERO
               MOVE RECEMI-PROFESOR TO WS-DOC-TITULAR
               MOVE RECEMI-FECHA-EMISION TO WS-DOC-FECHA
               MOVE RECEMI-NETO TO WS-DOC-IMPORTE
               MOVE RECEMI-ESTADO TO WS-DOC-ESTADO
               IF RECEMI-CODIGO-VERIF NUMERIC THEN
                   MOVE RECEMI-CODIGO-VERIF TO WS-DOC-CODIGO
               ELSE
                   MOVE ZEROS TO WS-DOC-CODIGO
               END-IF
           ELSE
               PERFORM LEER-RECIBO-EMITIDO
           END-IF.

       INFORMAR-RECIBO.
           IF NOT WS-DOC-HALLADO-SI THEN
               DISPLAY "NO EXISTE UN RECIBO EMITIDO CON ESE FOLIO"
               MOVE "NO EXISTE" TO WS-RESULTADO
           ELSE
               MOVE WS-DOC-IMPORTE TO WS-IMPORTE-EDITADO
               DISPLAY "RECIBO " WS-DOC-NUMERO " PROFESOR "
                   WS-DOC-TITULAR " EMITIDO EL " WS-DOC-FECHA
               DISPLAY "NETO EMITIDO: " WS-IMPORTE-EDITADO
               COMPUTE WS-CVER-PERIODO = WS-DOC-FECHA / 100
               PERFORM VERIFICAR-CODIGO-DOCUMENTO
               PERFORM VERIFICAR-IMPORTE-DOCUMENTO
               EVALUATE WS-DOC-ESTADO
                   WHEN "A"
                       DISPLAY "ESTADO: ANULADO"
                       IF WS-RESULTADO = "AUTENTICO" THEN
                           MOVE "ANULADO" TO WS-RESULTADO
                       END-IF
                   WHEN "R"
                       DISPLAY "ESTADO: VIGENTE, NETO ARRASTRADO AL "
                           "MES SIGUIENTE (SIN PAGO)"
                   WHEN OTHER
                       DISPLAY "ESTADO: VIGENTE"
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * Facturas y notas: no tienen folio en el indice, asi que se
      * buscan por sucursal y periodo y el codigo del papel elige
      * el renglon (cada renglon de cuenta corriente lleva el suyo).
      *-----------------------------------------------------------
       CONSULTAR-FACTURA.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           DISPLAY "PERIODO FACTURADO (AAAAMM): ".
           ACCEPT WS-PERIODO-ENTRADA.
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
           ELSE
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-NUM
               PERFORM PEDIR-CODIGO-E-IMPORTE
               IF WS-CODIGO-ENTRADA NUMERIC THEN
                   IF WS-CODIGO-NUM = ZERO THEN
                       DISPLAY "EL CODIGO NO PUEDE SER CERO"
                   ELSE
                       PERFORM BUSCAR-FACTURA
                       PERFORM INFORMAR-FACTURA
                       MOVE WS-PERIODO-NUM TO BIT-CONTADOR-1
                       PERFORM GRABAR-BITACORA
                   END-IF
               END-IF
           END-IF.

       BUSCAR-FACTURA.
           MOVE "N" TO WS-DOC-HALLADO
           MOVE ZERO TO WS-CANT-DEL-PERIODO
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA-EMITIDA
               PERFORM COMPARAR-FACTURA UNTIL
                   WS-EOF-FACT-EMITIDAS = "SI"
               CLOSE FACTURAS_EMITIDAS
           END-IF.

       LEER-FACTURA-EMITIDA.
           READ FACTURAS_EMITIDAS
               AT END
                   MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-READ.

       COMPARAR-FACTURA.
           IF FEMI-SUCURSAL = WS-SUCURSAL-ENTRADA AND
               FEMI-PERIODO = WS-PERIODO-NUM THEN
               ADD 1 TO WS-CANT-DEL-PERIODO
               IF FEMI-CODIGO-VERIF NUMERIC AND
                   FEMI-CODIGO-VERIF = WS-CODIGO-NUM AND
                   NOT WS-DOC-HALLADO-SI THEN
                   MOVE "S" TO WS-DOC-HALLADO
                   MOVE FEMI-ESTADO TO WS-DOC-TIPO
                   MOVE FEMI-FECHA-EMISION TO WS-DOC-NUMERO
                   MOVE FEMI-SUCURSAL TO WS-DOC-TITULAR
                   MOVE FEMI-FECHA-EMISION TO WS-DOC-FECHA
                   MOVE FEMI-IMPORTE TO WS-DOC-IMPORTE
                   MOVE FEMI-ESTADO TO WS-DOC-ESTADO
                   MOVE FEMI-CODIGO-VERIF TO WS-DOC-CODIGO
               END-IF
           END-IF
           PERFORM LEER-FACTURA-EMITIDA.

       INFORMAR-FACTURA.
           IF NOT WS-DOC-HALLADO-SI THEN
               IF WS-CANT-DEL-PERIODO = ZERO THEN
                   DISPLAY "NO HAY DOCUMENTOS EMITIDOS A ESA "
                       "SUCURSAL EN ESE PERIODO"
                   MOVE "NO EXISTE" TO WS-RESULTADO
               ELSE
                   DISPLAY "NINGUNO DE LOS " WS-CANT-DEL-PERIODO
                       " DOCUMENTOS DEL PERIODO LLEVA ESE CODIGO: "
                       "DOCUMENTO NO AUTENTICO"
                   MOVE "CODIGO MAL" TO WS-RESULTADO
               END-IF
           ELSE
               MOVE WS-DOC-IMPORTE TO WS-IMPORTE-EDITADO
               EVALUATE WS-DOC-TIPO
                   WHEN "C"
                       DISPLAY "NOTA DE CREDITO A " WS-DOC-TITULAR
                           " PERIODO " WS-PERIODO-NUM
                           " EMITIDA EL " WS-DOC-FECHA
                   WHEN "D"
                       DISPLAY "NOTA DE DEBITO A " WS-DOC-TITULAR
                           " PERIODO " WS-PERIODO-NUM
                           " EMITIDA EL " WS-DOC-FECHA
                   WHEN OTHER
                       DISPLAY "FACTURA A " WS-DOC-TITULAR
                           " PERIODO " WS-PERIODO-NUM
                           " EMITIDA EL " WS-DOC-FECHA
               END-EVALUATE
               DISPLAY "IMPORTE EMITIDO: " WS-IMPORTE-EDITADO
               MOVE WS-PERIODO-NUM TO WS-CVER-PERIODO
               PERFORM VERIFICAR-CODIGO-DOCUMENTO
               PERFORM VERIFICAR-IMPORTE-DOCUMENTO
               IF WS-DOC-TIPO = "E" THEN
                   PERFORM BUSCAR-CREDITOS-FACTURA
                   PERFORM INFORMAR-ESTADO-FACTURA
               ELSE
                   DISPLAY "ESTADO: VIGENTE"
               END-IF
           END-IF.

      * Segunda pasada por el indice, ya con la factura hallada:
      * solo cuentan las notas de credito emitidas desde su fecha.
       BUSCAR-CREDITOS-FACTURA.
           MOVE "N" TO WS-NC-ANULACION
           MOVE ZERO TO WS-FECHA-ANULACION
           MOVE ZERO TO WS-TOTAL-CREDITOS
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA-EMITIDA
               PERFORM COMPARAR-CREDITO UNTIL
                   WS-EOF-FACT-EMITIDAS = "SI"
               CLOSE FACTURAS_EMITIDAS
           END-IF.

       COMPARAR-CREDITO.
           IF FEMI-SUCURSAL = WS-SUCURSAL-ENTRADA AND
               FEMI-PERIODO = WS-PERIODO-NUM AND
               FEMI-NOTA-CREDITO AND
               FEMI-FECHA-EMISION NOT < WS-DOC-FECHA THEN
               MOVE FEMI-IMPORTE TO WS-IMPORTE-NC
               IF WS-IMPORTE-NC = WS-DOC-IMPORTE-ABS AND
                   NOT WS-NC-ANULACION-SI THEN
                   MOVE "S" TO WS-NC-ANULACION
                   MOVE FEMI-FECHA-EMISION TO WS-FECHA-ANULACION
               ELSE
                   ADD WS-IMPORTE-NC TO WS-TOTAL-CREDITOS
               END-IF
           END-IF
           PERFORM LEER-FACTURA-EMITIDA.

       INFORMAR-ESTADO-FACTURA.
           IF WS-NC-ANULACION-SI THEN
               DISPLAY "ESTADO: ANULADA POR NOTA DE CREDITO DEL "
                   WS-FECHA-ANULACION
               IF WS-RESULTADO = "AUTENTICO" THEN
                   MOVE "ANULADO" TO WS-RESULTADO
               END-IF
           ELSE
               DISPLAY "ESTADO: VIGENTE"
           END-IF
           IF WS-TOTAL-CREDITOS > ZERO THEN
               MOVE WS-TOTAL-CREDITOS TO WS-IMPORTE-EDITADO
               DISPLAY "OTRAS NOTAS DE CREDITO DEL PERIODO: "
                   WS-IMPORTE-EDITADO
           END-IF.

      *-----------------------------------------------------------
      * Comun a recibos y facturas, con el documento hallado en
      * WS-DOC-* y el periodo del calculo ya cargado.
      *-----------------------------------------------------------
       VERIFICAR-CODIGO-DOCUMENTO.
           MOVE WS-DOC-TIPO TO WS-CVER-TIPO
           MOVE WS-DOC-NUMERO TO WS-CVER-NUMERO
           MOVE WS-DOC-TITULAR TO WS-CVER-TITULAR
           MOVE WS-DOC-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           EVALUATE TRUE
               WHEN WS-DOC-CODIGO = ZERO
                   DISPLAY "DOCUMENTO ANTERIOR AL CODIGO DE "
                       "VERIFICACION: NO SE PUEDE AUTENTICAR"
                   MOVE "SIN CODIGO" TO WS-RESULTADO
               WHEN WS-DOC-CODIGO NOT = WS-CVER-CODIGO
                   DISPLAY "EL INDICE NO CONCUERDA CON SU CODIGO: "
                       "REGISTRO ALTERADO, AVISAR A AUDITORIA"
                   MOVE "ALTERADO" TO WS-RESULTADO
               WHEN WS-CODIGO-NUM NOT = WS-DOC-CODIGO
                   DISPLAY "EL CODIGO NO CORRESPONDE AL DOCUMENTO: "
                       "DOCUMENTO NO AUTENTICO"
                   MOVE "CODIGO MAL" TO WS-RESULTADO
               WHEN OTHER
                   DISPLAY "CODIGO DE VERIFICACION CORRECTO"
                   MOVE "AUTENTICO" TO WS-RESULTADO
           END-EVALUATE.

       VERIFICAR-IMPORTE-DOCUMENTO.
           MOVE WS-DOC-IMPORTE TO WS-DOC-IMPORTE-ABS
           IF WS-IMPORTE-ENTRADA = WS-DOC-IMPORTE-ABS THEN
               DISPLAY "EL IMPORTE COINCIDE CON EL EMITIDO"
           ELSE
               DISPLAY "EL IMPORTE NO COINCIDE CON EL EMITIDO"
               IF WS-RESULTADO = "AUTENTICO" THEN
                   MOVE "DIFIERE" TO WS-RESULTADO
               END-IF
           END-IF.

      * Un renglon por consulta: que se pregunto (folio o periodo,
      * y el codigo presentado) y que se respondio.
       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           OPEN EXTEND BITACORA
           IF WS-STATUS-BITACORA = "35" THEN
               OPEN OUTPUT BITACORA
               CLOSE BITACORA
               OPEN EXTEND BITACORA
           END-IF
           COMPUTE BIT-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE BIT-HORA = WS-CURRENT-HOUR * 10000 +
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           MOVE "CONS-AUTENTICIDAD" TO BIT-PROGRAMA
           MOVE "CONSUL" TO BIT-EVENTO
           MOVE WS-RESULTADO TO BIT-RESULTADO
           MOVE WS-CODIGO-NUM TO BIT-CONTADOR-2
           WRITE BITACORA_REG
           CLOSE BITACORA.

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

       END PROGRAM CONSULTA-AUTENTICIDAD.
