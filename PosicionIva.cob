      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro IVA Compras y posicion mensual de IVA por
      *          empresa. El libro sale de LibroIvaCompras.dat, que
      *          arma RecepcionFacturasProfesores con los comprobantes
      *          de los profesores. La posicion del periodo toma el
      *          debito fiscal de LibroIvaVentas.dat (facturas y
      *          notas de debito suman, notas de credito restan), el
      *          credito fiscal y las percepciones de IVA sufridas
      *          del Libro IVA Compras y las retenciones de IVA
      *          sufridas en las cobranzas (CobranzasSucursal.dat).
      *          Con el saldo tecnico y el de libre disponibilidad
      *          que quedaron a favor el mes anterior (SaldosIva.dat)
      *          calcula el saldo a pagar o el nuevo saldo a favor de
      *          cada empresa y el total. Al confirmar la posicion
      *          los saldos a favor quedan grabados para el mes
      *          siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. POSICION-IVA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIBRO-IVA-COMPRAS ASSIGN TO "LibroIvaCompras.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-COMPRAS.

       SELECT LIBRO_IVA_VENTAS ASSIGN TO "LibroIvaVentas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-VENTAS.

       SELECT COBRANZAS ASSIGN TO "CobranzasSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COBRANZAS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT EMPRESAS ASSIGN TO "Empresas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EMPRESAS.

       SELECT SALDOS-IVA ASSIGN TO "SaldosIva.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SALDOS.

       SELECT LISTADO-COMPRAS ASSIGN TO "ListadoIvaCompras.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-POSICION ASSIGN TO "PosicionIva.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LIBRO-IVA-COMPRAS LABEL RECORD IS STANDARD.
       01 LIBRO-IVA-COMPRAS-REG.
           03 LICO-PERIODO PIC 9(6).
           03 LICO-FECHA PIC 9(8).
           03 LICO-EMPRESA PIC X(2).
           03 LICO-PROFESOR PIC X(5).
           03 LICO-DNI PIC 9(8).
           03 LICO-TIPO PIC X(1).
           03 LICO-PUNTO-VENTA PIC 9(5).
           03 LICO-NUMERO PIC 9(8).
           03 LICO-NETO-GRAVADO PIC 9(9)V99.
           03 LICO-NO-GRAVADO PIC 9(9)V99.
           03 LICO-IVA PIC 9(9)V99.
           03 LICO-PERCEPCION-IVA PIC 9(9)V99.
           03 LICO-TOTAL PIC 9(9)V99.
           03 LICO-ESTADO PIC X(1).
               88 LICO-VIGENTE VALUE "E".

      * El libro de ventas es el impreso que arma la corrida (y al
      * que agregan NotasDebito y ReclamosFacturas): los renglones
      * de detalle empiezan con el periodo y el IVA esta en la
      * columna 73 en las facturas y en la 72 en las notas.
       FD LIBRO_IVA_VENTAS LABEL RECORD IS STANDARD.
       01 LIBRO_IVA_VENTAS_REG PIC X(110).

       FD COBRANZAS LABEL RECORD IS STANDARD.
       01 COBRANZAS_REG.
           03 COB-SUCURSAL PIC X(3).
           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
           03 COB-MEDIO PIC X(1).
               88 COB-DINERO VALUE " " "E".
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
               88 COB-RET-GANANCIAS VALUE "G".
               88 COB-RET-IVA VALUE "I".
               88 COB-RET-IIBB VALUE "B".
           03 COB-CERTIFICADO PIC X(20).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
           03 SUC-SUCURSAL PIC X(3).
           03 SUC-RAZON PIC X(25).
           03 SUC-DIRE PIC X(20).
           03 SUC-TEL PIC X(20).
           03 SUC-CUIT PIC 9(11).
           03 SUC-IVA-COND PIC X(1).
               88 SUC-IVA-INSCRIPTO VALUE "I".
               88 SUC-IVA-REDUCIDO VALUE "R".
               88 SUC-IVA-EXENTO VALUE "E".
           03 SUC-EMPRESA PIC X(2).
           03 SUC-ZONA PIC X(2).
           03 SUC-ESTADO PIC X(1).
               88 SUC-ACTIVA-SI VALUE "A".
               88 SUC-CERRADA-SI VALUE "C".
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
           03 SUC-JURISDICCION PIC 9(3).

       FD EMPRESAS LABEL RECORD IS STANDARD.
       01 EMPRESAS_REG.
           03 EMP-CODIGO PIC X(2).
           03 EMP-RAZON PIC X(25).
           03 EMP-CUIT PIC 9(11).

      * Saldos a favor con que cerro cada empresa cada periodo: el
      * tecnico (credito fiscal sobrante) y el de libre
      * disponibilidad (retenciones y percepciones sobrantes).
       FD SALDOS-IVA LABEL RECORD IS STANDARD.
       01 SALDOS-IVA-REG.
           03 SIVA-EMPRESA PIC X(2).
           03 SIVA-PERIODO PIC 9(6).
           03 SIVA-SALDO-TECNICO PIC 9(11)V99.
           03 SIVA-SALDO-LIBRE PIC 9(11)V99.
           03 SIVA-FECHA-CIERRE PIC 9(8).

       FD LISTADO-COMPRAS LABEL RECORD IS STANDARD.
       01 LISTADO-COMPRAS-REG PIC X(120).

       FD REPORTE-POSICION LABEL RECORD IS STANDARD.
       01 REPORTE-POSICION-REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIBRO-COMPRAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-VENTAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-COBRANZAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-EMPRESAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-SALDOS PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-LIBRO-COMPRAS VALUE "1".
           88 WS-OPCION-POSICION VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.
       01 WS-CONFIRMA PIC X(1).

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

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

      * Renglon del libro de ventas: codigo del cliente o sucursal,
      * marca de nota y el IVA editado, que se vuelve numerico con
      * un MOVE del campo editado.
       01 WS-LIBRO-CODIGO PIC X(5).
       01 WS-LIBRO-MARCA PIC X(4).
           88 WS-LIBRO-NOTA-CREDITO VALUE " NC ".
           88 WS-LIBRO-NOTA-DEBITO VALUE " ND ".
       01 WS-IVA-EDITADO PIC ZZZZZZZZ9,99.
       01 WS-IVA-EDITADO-X REDEFINES WS-IVA-EDITADO PIC X(12).
       01 WS-IVA-LEIDO PIC 9(9)V99 VALUE ZERO.

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 500.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 500 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-EMPRESA PIC X(2).

      * Una posicion por empresa; los comprobantes de clientes sin
      * empresa (o de sucursales que ya no estan en el maestro) van
      * a la empresa en blanco.
       01 WS-MAX-EMPRESAS PIC 9(2) VALUE 20.
       01 WS-CANT-EMPRESAS PIC 9(2) VALUE ZERO.
       01 SUBINDICE-EMP PIC 9(2) VALUE ZERO.
       01 WS-EMP-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-EMP-ENCONTRADA-SI VALUE "S".
       01 WS-EMPRESA-BUSCADA PIC X(2).
       01 TABLA-POSICION.
           03 ELEM-EMP OCCURS 20 TIMES.
               05 VEC-EMP-CODIGO PIC X(2).
               05 VEC-EMP-RAZON PIC X(25).
               05 VEC-EMP-DEBITO PIC S9(11)V99.
               05 VEC-EMP-CREDITO PIC S9(11)V99.
               05 VEC-EMP-RETENCIONES PIC S9(11)V99.
               05 VEC-EMP-PERCEPCIONES PIC S9(11)V99.
               05 VEC-EMP-PERIODO-ANT PIC 9(6).
               05 VEC-EMP-TECNICO-ANT PIC 9(11)V99.
               05 VEC-EMP-LIBRE-ANT PIC 9(11)V99.
               05 VEC-EMP-SALDO-TECNICO PIC S9(11)V99.
               05 VEC-EMP-TECNICO-NUEVO PIC 9(11)V99.
               05 VEC-EMP-LIBRE-NUEVO PIC 9(11)V99.
               05 VEC-EMP-A-PAGAR PIC 9(11)V99.

       01 WS-MAX-SALDOS PIC 9(4) VALUE 3000.
       01 WS-CANT-SALDOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-SIVA PIC 9(4) VALUE ZERO.
       01 WS-SIVA-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-SIVA-ENCONTRADO-SI VALUE "S".
       01 WS-HAY-POSTERIORES PIC X(1) VALUE "N".
           88 WS-HAY-POSTERIORES-SI VALUE "S".
       01 TABLA-SALDOS.
           03 ELEM-SIVA OCCURS 3000 TIMES.
               05 VEC-SIVA-EMPRESA PIC X(2).
               05 VEC-SIVA-PERIODO PIC 9(6).
               05 VEC-SIVA-SALDO-TECNICO PIC 9(11)V99.
               05 VEC-SIVA-SALDO-LIBRE PIC 9(11)V99.
               05 VEC-SIVA-FECHA-CIERRE PIC 9(8).

       01 WS-IMPUESTO-DETERMINADO PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-FINAL PIC S9(11)V99 VALUE ZERO.

      * Conceptos de la posicion que se imprimen, de una empresa o
      * del total.
       01 WS-POS-DEBITO PIC S9(11)V99 VALUE ZERO.
       01 WS-POS-CREDITO PIC S9(11)V99 VALUE ZERO.
       01 WS-POS-TECNICO-ANT PIC 9(11)V99 VALUE ZERO.
       01 WS-POS-SALDO-TECNICO PIC S9(11)V99 VALUE ZERO.
       01 WS-POS-RETENCIONES PIC S9(11)V99 VALUE ZERO.
       01 WS-POS-PERCEPCIONES PIC S9(11)V99 VALUE ZERO.
       01 WS-POS-LIBRE-ANT PIC 9(11)V99 VALUE ZERO.
       01 WS-POS-A-PAGAR PIC 9(11)V99 VALUE ZERO.
       01 WS-POS-LIBRE-NUEVO PIC 9(11)V99 VALUE ZERO.

       01 WS-TOT-DEBITO PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CREDITO PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-TECNICO-ANT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-SALDO-TECNICO PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-RETENCIONES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-PERCEPCIONES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-LIBRE-ANT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-A-PAGAR PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-LIBRE-NUEVO PIC 9(11)V99 VALUE ZERO.

      * Totales del listado de compras.
       01 WS-CANT-COMPRAS PIC 9(5) VALUE ZERO.
       01 WS-TOT-NETO-GRAVADO PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-NO-GRAVADO PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-IVA-COMPRAS PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-PERC-COMPRAS PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-COMPRAS PIC 9(11)V99 VALUE ZERO.

       01 LINEA-LCO-ENC.
           03 FILLER PIC X(30) VALUE "LIBRO IVA COMPRAS DEL PERIODO ".
           03 LCOE-PERIODO PIC 9(6).

       01 LINEA-LCO-TITULOS.
           03 FILLER PIC X(40) VALUE
               "FECHA    EMP PROF  DNI      T PV-NUMERO ".
           03 FILLER PIC X(40) VALUE
               "     NETO GRAVADO  NO GRAVADO           ".
           03 FILLER PIC X(30) VALUE
               "IVA   PERCEP IVA        TOTAL ".

       01 LINEA-LCO.
           03 LCO-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-EMPRESA PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LCO-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-DNI PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-PUNTO-VENTA PIC 9(5).
           03 FILLER PIC X(1) VALUE "-".
           03 LCO-NUMERO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-NETO-GRAVADO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-NO-GRAVADO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-IVA PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-PERCEPCION PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCO-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-LCO-TOTAL.
           03 LCOT-ETIQUETA PIC X(30).
           03 LCOT-IMPORTE PIC ZZZZZZZZZZ9,99.

       01 LINEA-POS-ENC.
           03 FILLER PIC X(36) VALUE
               "POSICION MENSUAL DE IVA - PERIODO ".
           03 LPOE-PERIODO PIC 9(6).

       01 LINEA-POS-EMPRESA.
           03 FILLER PIC X(8) VALUE "EMPRESA ".
           03 LPEM-CODIGO PIC X(2).
           03 FILLER PIC X(1) VALUE " ".
           03 LPEM-RAZON PIC X(25).

       01 LINEA-POS-CONCEPTO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LPC-ETIQUETA PIC X(42).
           03 LPC-IMPORTE PIC -ZZZZZZZZZZ9,99.

       01 LINEA-BLANCO PIC X(80) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Menu del libro de compras y de la posicion mensual.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           DISPLAY "FIN DE LA POSICION DE IVA"
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "---- IVA: COMPRAS Y POSICION MENSUAL ----".
           DISPLAY "1. LIBRO IVA COMPRAS DEL PERIODO".
           DISPLAY "2. POSICION MENSUAL DE IVA POR EMPRESA".
           DISPLAY "3. SALIR".
           DISPLAY "-----------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-LIBRO-COMPRAS
                   PERFORM PEDIR-PERIODO
                   IF WS-PERIODO-NUM NOT = ZERO THEN
                       PERFORM EMITIR-LIBRO-COMPRAS
                   END-IF
               WHEN WS-OPCION-POSICION
                   PERFORM PEDIR-PERIODO
                   IF WS-PERIODO-NUM NOT = ZERO THEN
                       PERFORM ARMAR-POSICION
                   END-IF
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PEDIR-PERIODO.
           MOVE ZERO TO WS-PERIODO-NUM
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WS-PERIODO-ENTRADA
           IF WS-PERIODO-ENTRADA NOT NUMERIC OR
               WS-PERIODO-ENTRADA(5:2) < "01" OR
               WS-PERIODO-ENTRADA(5:2) > "12" THEN
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-NUM
           END-IF.

      *-----------------------------------------------------------
      * Libro IVA Compras del periodo, con totales.
      *-----------------------------------------------------------
       EMITIR-LIBRO-COMPRAS.
           MOVE ZERO TO WS-CANT-COMPRAS
           MOVE ZERO TO WS-TOT-NETO-GRAVADO
           MOVE ZERO TO WS-TOT-NO-GRAVADO
           MOVE ZERO TO WS-TOT-IVA-COMPRAS
           MOVE ZERO TO WS-TOT-PERC-COMPRAS
           MOVE ZERO TO WS-TOT-COMPRAS
           OPEN OUTPUT LISTADO-COMPRAS
           MOVE WS-PERIODO-NUM TO LCOE-PERIODO
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-ENC
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TITULOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT LIBRO-IVA-COMPRAS
           IF WS-STATUS-LIBRO-COMPRAS = "00" THEN
               PERFORM LEER-LIBRO-COMPRAS
               PERFORM LISTAR-COMPRA UNTIL WS-EOF-FUENTE = "SI"
               CLOSE LIBRO-IVA-COMPRAS
           END-IF
           PERFORM GRABAR-TOTALES-LIBRO-COMPRAS
           CLOSE LISTADO-COMPRAS
           DISPLAY "COMPROBANTES DEL PERIODO: " WS-CANT-COMPRAS
           DISPLAY "CREDITO FISCAL:           " WS-TOT-IVA-COMPRAS
           DISPLAY "LIBRO GRABADO EN ListadoIvaCompras.dat".

       LEER-LIBRO-COMPRAS.
           READ LIBRO-IVA-COMPRAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       LISTAR-COMPRA.
           IF LICO-VIGENTE AND LICO-PERIODO = WS-PERIODO-NUM THEN
               MOVE LICO-FECHA TO LCO-FECHA
               MOVE LICO-EMPRESA TO LCO-EMPRESA
               MOVE LICO-PROFESOR TO LCO-PROFESOR
               MOVE LICO-DNI TO LCO-DNI
               MOVE LICO-TIPO TO LCO-TIPO
               MOVE LICO-PUNTO-VENTA TO LCO-PUNTO-VENTA
               MOVE LICO-NUMERO TO LCO-NUMERO
               MOVE LICO-NETO-GRAVADO TO LCO-NETO-GRAVADO
               MOVE LICO-NO-GRAVADO TO LCO-NO-GRAVADO
               MOVE LICO-IVA TO LCO-IVA
               MOVE LICO-PERCEPCION-IVA TO LCO-PERCEPCION
               MOVE LICO-TOTAL TO LCO-TOTAL
               WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO
               ADD 1 TO WS-CANT-COMPRAS
               ADD LICO-NETO-GRAVADO TO WS-TOT-NETO-GRAVADO
               ADD LICO-NO-GRAVADO TO WS-TOT-NO-GRAVADO
               ADD LICO-IVA TO WS-TOT-IVA-COMPRAS
               ADD LICO-PERCEPCION-IVA TO WS-TOT-PERC-COMPRAS
               ADD LICO-TOTAL TO WS-TOT-COMPRAS
           END-IF
           PERFORM LEER-LIBRO-COMPRAS.

       GRABAR-TOTALES-LIBRO-COMPRAS.
           MOVE "TOTAL NETO GRAVADO           " TO LCOT-ETIQUETA
           MOVE WS-TOT-NETO-GRAVADO TO LCOT-IMPORTE
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TOTAL
           MOVE "TOTAL NO GRAVADO             " TO LCOT-ETIQUETA
           MOVE WS-TOT-NO-GRAVADO TO LCOT-IMPORTE
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TOTAL
           MOVE "TOTAL CREDITO FISCAL IVA     " TO LCOT-ETIQUETA
           MOVE WS-TOT-IVA-COMPRAS TO LCOT-IMPORTE
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TOTAL
           MOVE "TOTAL PERCEPCIONES IVA       " TO LCOT-ETIQUETA
           MOVE WS-TOT-PERC-COMPRAS TO LCOT-IMPORTE
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TOTAL
           MOVE "TOTAL COMPROBANTES           " TO LCOT-ETIQUETA
           MOVE WS-TOT-COMPRAS TO LCOT-IMPORTE
           WRITE LISTADO-COMPRAS-REG FROM LINEA-LCO-TOTAL.

      *-----------------------------------------------------------
      * Posicion mensual por empresa.
      *-----------------------------------------------------------
       ARMAR-POSICION.
           MOVE ZERO TO WS-CANT-EMPRESAS
           PERFORM CARGAR-EMPRESAS
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-SALDOS
           PERFORM ACUMULAR-DEBITO-FISCAL
           PERFORM ACUMULAR-CREDITO-FISCAL
           PERFORM ACUMULAR-RETENCIONES-SUFRIDAS
           PERFORM TOMAR-SALDOS-ANTERIORES

           MOVE ZERO TO WS-TOT-DEBITO
           MOVE ZERO TO WS-TOT-CREDITO
           MOVE ZERO TO WS-TOT-TECNICO-ANT
           MOVE ZERO TO WS-TOT-SALDO-TECNICO
           MOVE ZERO TO WS-TOT-RETENCIONES
           MOVE ZERO TO WS-TOT-PERCEPCIONES
           MOVE ZERO TO WS-TOT-LIBRE-ANT
           MOVE ZERO TO WS-TOT-A-PAGAR
           MOVE ZERO TO WS-TOT-LIBRE-NUEVO
           OPEN OUTPUT REPORTE-POSICION
           MOVE WS-PERIODO-NUM TO LPOE-PERIODO
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-ENC
           MOVE 1 TO SUBINDICE-EMP
           PERFORM LIQUIDAR-POSICION-EMPRESA UNTIL
               SUBINDICE-EMP > WS-CANT-EMPRESAS
           PERFORM GRABAR-TOTAL-POSICION
           CLOSE REPORTE-POSICION

           DISPLAY "EMPRESAS EN LA POSICION:   " WS-CANT-EMPRESAS
           DISPLAY "SALDO A PAGAR TOTAL:       " WS-TOT-A-PAGAR
           DISPLAY "LIBRE DISPONIBILIDAD:      " WS-TOT-LIBRE-NUEVO
           DISPLAY "REPORTE EN PosicionIva.dat"
           IF WS-HAY-POSTERIORES-SI THEN
               DISPLAY "ATENCION: HAY POSICIONES POSTERIORES YA "
                   "GRABADAS QUE TOMARON OTROS SALDOS"
           END-IF
           DISPLAY "GRABAR LOS SALDOS A FAVOR PARA EL MES SIGUIENTE "
               "(S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
               PERFORM GRABAR-SALDOS-PERIODO
               DISPLAY "SALDOS GRABADOS EN SaldosIva.dat"
           ELSE
               DISPLAY "POSICION SIN GRABAR SALDOS"
           END-IF.

       CARGAR-EMPRESAS.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT EMPRESAS
           IF WS-STATUS-EMPRESAS = "00" THEN
               PERFORM LEER-EMPRESA
               PERFORM CARGAR-UNA-EMPRESA UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-EMPRESAS >= WS-MAX-EMPRESAS
               CLOSE EMPRESAS
           END-IF.

       LEER-EMPRESA.
           READ EMPRESAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-EMPRESA.
           MOVE EMP-CODIGO TO WS-EMPRESA-BUSCADA
           PERFORM UBICAR-EMPRESA
           IF WS-EMP-ENCONTRADA-SI THEN
               MOVE EMP-RAZON TO VEC-EMP-RAZON(SUBINDICE-EMP)
           END-IF
           PERFORM LEER-EMPRESA.

       CARGAR-SUCURSALES.
           MOVE ZERO TO WS-CANT-SUCURSALES
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-SUCURSAL UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UNA-SUCURSAL.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           MOVE SUC-EMPRESA TO VEC-SUC-EMPRESA(WS-CANT-SUCURSALES)
           PERFORM LEER-SUCURSAL.

       CARGAR-SALDOS.
           MOVE ZERO TO WS-CANT-SALDOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT SALDOS-IVA
           IF WS-STATUS-SALDOS = "00" THEN
               PERFORM LEER-SALDO
               PERFORM CARGAR-UN-SALDO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-SALDOS >= WS-MAX-SALDOS
               CLOSE SALDOS-IVA
           END-IF.

       LEER-SALDO.
           READ SALDOS-IVA
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       CARGAR-UN-SALDO.
           ADD 1 TO WS-CANT-SALDOS
           MOVE SIVA-EMPRESA TO VEC-SIVA-EMPRESA(WS-CANT-SALDOS)
           MOVE SIVA-PERIODO TO VEC-SIVA-PERIODO(WS-CANT-SALDOS)
           MOVE SIVA-SALDO-TECNICO TO
               VEC-SIVA-SALDO-TECNICO(WS-CANT-SALDOS)
           MOVE SIVA-SALDO-LIBRE TO
               VEC-SIVA-SALDO-LIBRE(WS-CANT-SALDOS)
           MOVE SIVA-FECHA-CIERRE TO
               VEC-SIVA-FECHA-CIERRE(WS-CANT-SALDOS)
           PERFORM LEER-SALDO.

      * Ubica la empresa en la tabla de la posicion y la agrega en
      * cero si no estaba.
       UBICAR-EMPRESA.
           MOVE "N" TO WS-EMP-ENCONTRADA
           MOVE 1 TO SUBINDICE-EMP
           PERFORM AVANZAR-SUBINDICE-EMP UNTIL
               SUBINDICE-EMP > WS-CANT-EMPRESAS OR
               WS-EMP-ENCONTRADA-SI
           IF NOT WS-EMP-ENCONTRADA-SI AND
               WS-CANT-EMPRESAS < WS-MAX-EMPRESAS THEN
               ADD 1 TO WS-CANT-EMPRESAS
               MOVE WS-CANT-EMPRESAS TO SUBINDICE-EMP
               MOVE WS-EMPRESA-BUSCADA TO VEC-EMP-CODIGO(SUBINDICE-EMP)
               IF WS-EMPRESA-BUSCADA = SPACES THEN
                   MOVE "SIN EMPRESA ASIGNADA" TO
                       VEC-EMP-RAZON(SUBINDICE-EMP)
               ELSE
                   MOVE "EMPRESA NO EN MAESTRO" TO
                       VEC-EMP-RAZON(SUBINDICE-EMP)
               END-IF
               MOVE ZERO TO VEC-EMP-DEBITO(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-CREDITO(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-RETENCIONES(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-PERCEPCIONES(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-PERIODO-ANT(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-TECNICO-ANT(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-LIBRE-ANT(SUBINDICE-EMP)
               MOVE "S" TO WS-EMP-ENCONTRADA
           END-IF.

       AVANZAR-SUBINDICE-EMP.
           IF VEC-EMP-CODIGO(SUBINDICE-EMP) = WS-EMPRESA-BUSCADA THEN
               MOVE "S" TO WS-EMP-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-EMP
           END-IF.

      * Empresa de una sucursal; los codigos que no estan en el
      * maestro de sucursales (clientes) quedan sin empresa.
       BUSCAR-EMPRESA-SUCURSAL.
           MOVE SPACES TO WS-EMPRESA-BUSCADA
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-ENCONTRADA-SI
           IF WS-SUC-ENCONTRADA-SI THEN
               MOVE VEC-SUC-EMPRESA(SUBINDICE-SUC) TO
                   WS-EMPRESA-BUSCADA
           END-IF.

       AVANZAR-SUBINDICE-SUC.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-LIBRO-CODIGO THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       ACUMULAR-DEBITO-FISCAL.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT LIBRO_IVA_VENTAS
           IF WS-STATUS-LIBRO-VENTAS = "00" THEN
               PERFORM LEER-LIBRO-VENTAS
               PERFORM ACUMULAR-RENGLON-VENTAS UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE LIBRO_IVA_VENTAS
           ELSE
               DISPLAY "SIN LibroIvaVentas.dat: DEBITO FISCAL EN CERO"
           END-IF.

       LEER-LIBRO-VENTAS.
           READ LIBRO_IVA_VENTAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

      * Encabezado y totales no empiezan con un periodo numerico.
       ACUMULAR-RENGLON-VENTAS.
           IF LIBRO_IVA_VENTAS_REG(1:6) NUMERIC AND
               LIBRO_IVA_VENTAS_REG(1:6) = WS-PERIODO-ENTRADA THEN
               MOVE LIBRO_IVA_VENTAS_REG(49:4) TO WS-LIBRO-MARCA
               IF WS-LIBRO-NOTA-CREDITO OR WS-LIBRO-NOTA-DEBITO THEN
                   MOVE LIBRO_IVA_VENTAS_REG(8:3) TO WS-LIBRO-CODIGO
                   MOVE LIBRO_IVA_VENTAS_REG(72:12) TO WS-IVA-EDITADO-X
               ELSE
                   MOVE LIBRO_IVA_VENTAS_REG(8:5) TO WS-LIBRO-CODIGO
                   MOVE LIBRO_IVA_VENTAS_REG(73:12) TO WS-IVA-EDITADO-X
               END-IF
               MOVE WS-IVA-EDITADO TO WS-IVA-LEIDO
               PERFORM BUSCAR-EMPRESA-SUCURSAL
               PERFORM UBICAR-EMPRESA
               IF WS-EMP-ENCONTRADA-SI THEN
                   IF WS-LIBRO-NOTA-CREDITO THEN
                       SUBTRACT WS-IVA-LEIDO FROM
                           VEC-EMP-DEBITO(SUBINDICE-EMP)
                   ELSE
                       ADD WS-IVA-LEIDO TO
                           VEC-EMP-DEBITO(SUBINDICE-EMP)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-LIBRO-VENTAS.

       ACUMULAR-CREDITO-FISCAL.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT LIBRO-IVA-COMPRAS
           IF WS-STATUS-LIBRO-COMPRAS = "00" THEN
               PERFORM LEER-LIBRO-COMPRAS
               PERFORM ACUMULAR-RENGLON-COMPRAS UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE LIBRO-IVA-COMPRAS
           END-IF.

       ACUMULAR-RENGLON-COMPRAS.
           IF LICO-VIGENTE AND LICO-PERIODO = WS-PERIODO-NUM THEN
               MOVE LICO-EMPRESA TO WS-EMPRESA-BUSCADA
               PERFORM UBICAR-EMPRESA
               IF WS-EMP-ENCONTRADA-SI THEN
                   ADD LICO-IVA TO VEC-EMP-CREDITO(SUBINDICE-EMP)
                   ADD LICO-PERCEPCION-IVA TO
                       VEC-EMP-PERCEPCIONES(SUBINDICE-EMP)
               END-IF
           END-IF
           PERFORM LEER-LIBRO-COMPRAS.

      * Solo las retenciones de IVA, por la fecha de la cobranza,
      * igual que el libro de retenciones sufridas.
       ACUMULAR-RETENCIONES-SUFRIDAS.
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT COBRANZAS
           IF WS-STATUS-COBRANZAS = "00" THEN
               PERFORM LEER-COBRANZA
               PERFORM ACUMULAR-RENGLON-COBRANZA UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE COBRANZAS
           END-IF.

       LEER-COBRANZA.
           READ COBRANZAS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       ACUMULAR-RENGLON-COBRANZA.
           IF COB-RETENCION AND COB-RET-IVA AND
               COB-FECHA(1:6) = WS-PERIODO-ENTRADA THEN
               MOVE COB-SUCURSAL TO WS-LIBRO-CODIGO
               PERFORM BUSCAR-EMPRESA-SUCURSAL
               PERFORM UBICAR-EMPRESA
               IF WS-EMP-ENCONTRADA-SI THEN
                   ADD COB-IMPORTE TO
                       VEC-EMP-RETENCIONES(SUBINDICE-EMP)
               END-IF
           END-IF
           PERFORM LEER-COBRANZA.

      * De cada empresa se toma el ultimo cierre anterior al
      * periodo; una empresa con saldo a favor y sin movimientos
      * en el mes tambien entra a la posicion.
       TOMAR-SALDOS-ANTERIORES.
           MOVE "N" TO WS-HAY-POSTERIORES
           MOVE 1 TO SUBINDICE-SIVA
           PERFORM TOMAR-UN-SALDO-ANTERIOR UNTIL
               SUBINDICE-SIVA > WS-CANT-SALDOS.

       TOMAR-UN-SALDO-ANTERIOR.
           IF VEC-SIVA-PERIODO(SUBINDICE-SIVA) > WS-PERIODO-NUM THEN
               MOVE "S" TO WS-HAY-POSTERIORES
           END-IF
           IF VEC-SIVA-PERIODO(SUBINDICE-SIVA) < WS-PERIODO-NUM THEN
               MOVE VEC-SIVA-EMPRESA(SUBINDICE-SIVA) TO
                   WS-EMPRESA-BUSCADA
               PERFORM UBICAR-EMPRESA
               IF WS-EMP-ENCONTRADA-SI AND
                   VEC-SIVA-PERIODO(SUBINDICE-SIVA) >
                       VEC-EMP-PERIODO-ANT(SUBINDICE-EMP) THEN
                   MOVE VEC-SIVA-PERIODO(SUBINDICE-SIVA) TO
                       VEC-EMP-PERIODO-ANT(SUBINDICE-EMP)
                   MOVE VEC-SIVA-SALDO-TECNICO(SUBINDICE-SIVA) TO
                       VEC-EMP-TECNICO-ANT(SUBINDICE-EMP)
                   MOVE VEC-SIVA-SALDO-LIBRE(SUBINDICE-SIVA) TO
                       VEC-EMP-LIBRE-ANT(SUBINDICE-EMP)
               END-IF
           END-IF
           ADD 1 TO SUBINDICE-SIVA.

      * Saldo tecnico: debito menos credito menos el saldo tecnico a
      * favor anterior; si queda negativo pasa como saldo tecnico a
      * favor. Al impuesto determinado se le restan retenciones,
      * percepciones y el saldo de libre disponibilidad anterior; si
      * sobra, es el nuevo saldo de libre disponibilidad.
       LIQUIDAR-POSICION-EMPRESA.
           COMPUTE VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) =
               VEC-EMP-DEBITO(SUBINDICE-EMP) -
               VEC-EMP-CREDITO(SUBINDICE-EMP) -
               VEC-EMP-TECNICO-ANT(SUBINDICE-EMP)
           IF VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) > ZERO THEN
               MOVE VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) TO
                   WS-IMPUESTO-DETERMINADO
               MOVE ZERO TO VEC-EMP-TECNICO-NUEVO(SUBINDICE-EMP)
           ELSE
               MOVE ZERO TO WS-IMPUESTO-DETERMINADO
               COMPUTE VEC-EMP-TECNICO-NUEVO(SUBINDICE-EMP) =
                   VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) * -1
           END-IF
           COMPUTE WS-SALDO-FINAL = WS-IMPUESTO-DETERMINADO -
               VEC-EMP-RETENCIONES(SUBINDICE-EMP) -
               VEC-EMP-PERCEPCIONES(SUBINDICE-EMP) -
               VEC-EMP-LIBRE-ANT(SUBINDICE-EMP)
           IF WS-SALDO-FINAL > ZERO THEN
               MOVE WS-SALDO-FINAL TO VEC-EMP-A-PAGAR(SUBINDICE-EMP)
               MOVE ZERO TO VEC-EMP-LIBRE-NUEVO(SUBINDICE-EMP)
           ELSE
               MOVE ZERO TO VEC-EMP-A-PAGAR(SUBINDICE-EMP)
               COMPUTE VEC-EMP-LIBRE-NUEVO(SUBINDICE-EMP) =
                   WS-SALDO-FINAL * -1
           END-IF

           MOVE VEC-EMP-CODIGO(SUBINDICE-EMP) TO LPEM-CODIGO
           MOVE VEC-EMP-RAZON(SUBINDICE-EMP) TO LPEM-RAZON
           WRITE REPORTE-POSICION-REG FROM LINEA-BLANCO
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-EMPRESA
           MOVE VEC-EMP-DEBITO(SUBINDICE-EMP) TO WS-POS-DEBITO
           MOVE VEC-EMP-CREDITO(SUBINDICE-EMP) TO WS-POS-CREDITO
           MOVE VEC-EMP-TECNICO-ANT(SUBINDICE-EMP) TO
               WS-POS-TECNICO-ANT
           MOVE VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) TO
               WS-POS-SALDO-TECNICO
           MOVE VEC-EMP-RETENCIONES(SUBINDICE-EMP) TO
               WS-POS-RETENCIONES
           MOVE VEC-EMP-PERCEPCIONES(SUBINDICE-EMP) TO
               WS-POS-PERCEPCIONES
           MOVE VEC-EMP-LIBRE-ANT(SUBINDICE-EMP) TO WS-POS-LIBRE-ANT
           MOVE VEC-EMP-A-PAGAR(SUBINDICE-EMP) TO WS-POS-A-PAGAR
           MOVE VEC-EMP-LIBRE-NUEVO(SUBINDICE-EMP) TO
               WS-POS-LIBRE-NUEVO
           PERFORM ESCRIBIR-CONCEPTOS-POSICION

           ADD VEC-EMP-DEBITO(SUBINDICE-EMP) TO WS-TOT-DEBITO
           ADD VEC-EMP-CREDITO(SUBINDICE-EMP) TO WS-TOT-CREDITO
           ADD VEC-EMP-TECNICO-ANT(SUBINDICE-EMP) TO
               WS-TOT-TECNICO-ANT
           ADD VEC-EMP-SALDO-TECNICO(SUBINDICE-EMP) TO
               WS-TOT-SALDO-TECNICO
           ADD VEC-EMP-RETENCIONES(SUBINDICE-EMP) TO
               WS-TOT-RETENCIONES
           ADD VEC-EMP-PERCEPCIONES(SUBINDICE-EMP) TO
               WS-TOT-PERCEPCIONES
           ADD VEC-EMP-LIBRE-ANT(SUBINDICE-EMP) TO WS-TOT-LIBRE-ANT
           ADD VEC-EMP-A-PAGAR(SUBINDICE-EMP) TO WS-TOT-A-PAGAR
           ADD VEC-EMP-LIBRE-NUEVO(SUBINDICE-EMP) TO
               WS-TOT-LIBRE-NUEVO
           ADD 1 TO SUBINDICE-EMP.

       GRABAR-TOTAL-POSICION.
           MOVE SPACES TO LPEM-CODIGO
           MOVE "TOTAL TODAS LAS EMPRESAS" TO LPEM-RAZON
           WRITE REPORTE-POSICION-REG FROM LINEA-BLANCO
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-EMPRESA
           MOVE WS-TOT-DEBITO TO WS-POS-DEBITO
           MOVE WS-TOT-CREDITO TO WS-POS-CREDITO
           MOVE WS-TOT-TECNICO-ANT TO WS-POS-TECNICO-ANT
           MOVE WS-TOT-SALDO-TECNICO TO WS-POS-SALDO-TECNICO
           MOVE WS-TOT-RETENCIONES TO WS-POS-RETENCIONES
           MOVE WS-TOT-PERCEPCIONES TO WS-POS-PERCEPCIONES
           MOVE WS-TOT-LIBRE-ANT TO WS-POS-LIBRE-ANT
           MOVE WS-TOT-A-PAGAR TO WS-POS-A-PAGAR
           MOVE WS-TOT-LIBRE-NUEVO TO WS-POS-LIBRE-NUEVO
           PERFORM ESCRIBIR-CONCEPTOS-POSICION.

       ESCRIBIR-CONCEPTOS-POSICION.
           MOVE "DEBITO FISCAL" TO LPC-ETIQUETA
           MOVE WS-POS-DEBITO TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "CREDITO FISCAL" TO LPC-ETIQUETA
           MOVE WS-POS-CREDITO TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "SALDO TECNICO A FAVOR DEL MES ANTERIOR" TO
               LPC-ETIQUETA
           MOVE WS-POS-TECNICO-ANT TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           IF WS-POS-SALDO-TECNICO < ZERO THEN
               MOVE "SALDO TECNICO A FAVOR" TO LPC-ETIQUETA
           ELSE
               MOVE "SALDO TECNICO A PAGAR" TO LPC-ETIQUETA
           END-IF
           MOVE WS-POS-SALDO-TECNICO TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "RETENCIONES DE IVA SUFRIDAS" TO LPC-ETIQUETA
           MOVE WS-POS-RETENCIONES TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "PERCEPCIONES DE IVA SUFRIDAS" TO LPC-ETIQUETA
           MOVE WS-POS-PERCEPCIONES TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "LIBRE DISPONIBILIDAD DEL MES ANTERIOR" TO
               LPC-ETIQUETA
           MOVE WS-POS-LIBRE-ANT TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "SALDO A PAGAR" TO LPC-ETIQUETA
           MOVE WS-POS-A-PAGAR TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO
           MOVE "SALDO DE LIBRE DISPONIBILIDAD A FAVOR" TO
               LPC-ETIQUETA
           MOVE WS-POS-LIBRE-NUEVO TO LPC-IMPORTE
           WRITE REPORTE-POSICION-REG FROM LINEA-POS-CONCEPTO.

      * Reemplaza el cierre del periodo de cada empresa (o lo agrega)
      * y reescribe el archivo completo.
       GRABAR-SALDOS-PERIODO.
           MOVE 1 TO SUBINDICE-EMP
           PERFORM ASENTAR-SALDO-EMPRESA UNTIL
               SUBINDICE-EMP > WS-CANT-EMPRESAS
           OPEN OUTPUT SALDOS-IVA
           MOVE 1 TO SUBINDICE-SIVA
           PERFORM ESCRIBIR-UN-SALDO UNTIL
               SUBINDICE-SIVA > WS-CANT-SALDOS
           CLOSE SALDOS-IVA.

       ASENTAR-SALDO-EMPRESA.
           MOVE "N" TO WS-SIVA-ENCONTRADO
           MOVE 1 TO SUBINDICE-SIVA
           PERFORM AVANZAR-SUBINDICE-SIVA UNTIL
               SUBINDICE-SIVA > WS-CANT-SALDOS OR
               WS-SIVA-ENCONTRADO-SI
           IF NOT WS-SIVA-ENCONTRADO-SI THEN
               IF WS-CANT-SALDOS < WS-MAX-SALDOS THEN
                   ADD 1 TO WS-CANT-SALDOS
                   MOVE WS-CANT-SALDOS TO SUBINDICE-SIVA
                   MOVE "S" TO WS-SIVA-ENCONTRADO
               ELSE
                   DISPLAY "TABLA DE SALDOS LLENA, NO SE GRABA LA "
                       "EMPRESA " VEC-EMP-CODIGO(SUBINDICE-EMP)
               END-IF
           END-IF
           IF WS-SIVA-ENCONTRADO-SI THEN
               MOVE VEC-EMP-CODIGO(SUBINDICE-EMP) TO
                   VEC-SIVA-EMPRESA(SUBINDICE-SIVA)
               MOVE WS-PERIODO-NUM TO VEC-SIVA-PERIODO(SUBINDICE-SIVA)
               MOVE VEC-EMP-TECNICO-NUEVO(SUBINDICE-EMP) TO
                   VEC-SIVA-SALDO-TECNICO(SUBINDICE-SIVA)
               MOVE VEC-EMP-LIBRE-NUEVO(SUBINDICE-EMP) TO
                   VEC-SIVA-SALDO-LIBRE(SUBINDICE-SIVA)
               MOVE WS-FECHA-HOY TO
                   VEC-SIVA-FECHA-CIERRE(SUBINDICE-SIVA)
           END-IF
           ADD 1 TO SUBINDICE-EMP.

       AVANZAR-SUBINDICE-SIVA.
           IF VEC-SIVA-EMPRESA(SUBINDICE-SIVA) =
               VEC-EMP-CODIGO(SUBINDICE-EMP) AND
               VEC-SIVA-PERIODO(SUBINDICE-SIVA) = WS-PERIODO-NUM THEN
               MOVE "S" TO WS-SIVA-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-SIVA
           END-IF.

       ESCRIBIR-UN-SALDO.
           MOVE VEC-SIVA-EMPRESA(SUBINDICE-SIVA) TO SIVA-EMPRESA
           MOVE VEC-SIVA-PERIODO(SUBINDICE-SIVA) TO SIVA-PERIODO
           MOVE VEC-SIVA-SALDO-TECNICO(SUBINDICE-SIVA) TO
               SIVA-SALDO-TECNICO
           MOVE VEC-SIVA-SALDO-LIBRE(SUBINDICE-SIVA) TO
               SIVA-SALDO-LIBRE
           MOVE VEC-SIVA-FECHA-CIERRE(SUBINDICE-SIVA) TO
               SIVA-FECHA-CIERRE
           WRITE SALDOS-IVA-REG
           ADD 1 TO SUBINDICE-SIVA.

       END PROGRAM POSICION-IVA.
