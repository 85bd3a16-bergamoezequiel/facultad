      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recepcion de las facturas que los profesores
      *          responsables inscriptos (y los monotributistas, si
      *          el parametro FACTURA-MONOTRIBUTO lo pide) mandan por
      *          su recibo. Cada comprobante (tipo, punto de venta,
      *          numero, CAE, fecha e importe) se registra en
      *          FacturasProfesores.dat contra el folio del recibo de
      *          RecibosEmitidos.dat. La corrida retiene el pago de
      *          esos profesores en PagosRetenidosFactura.dat y lo
      *          libera en la corrida siguiente a la llegada del
      *          comprobante. El reporte de faltantes lista, por
      *          profesor, los pagos retenidos que siguen sin factura
      *          (FaltantesFacturasProfesores.dat). Cada comprobante
      *          registrado entra tambien al Libro IVA Compras
      *          (LibroIvaCompras.dat) con su neto, el IVA
      *          discriminado (credito fiscal) y la percepcion de IVA
      *          si la trae, en el periodo de su registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECEPCION-FACTURAS-PROFESORES.
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

       SELECT RECIBOS_EMITIDOS ASSIGN TO "RecibosEmitidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-REC-EMITIDOS.

       SELECT FACTURAS-PROFESORES ASSIGN TO "FacturasProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-PROF.

       SELECT PAGOS-RETENIDOS ASSIGN TO "PagosRetenidosFactura.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PAGOS-RETENIDOS.

       SELECT FALTANTES ASSIGN TO "FaltantesFacturasProfesores.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LIBRO-IVA-COMPRAS ASSIGN TO "LibroIvaCompras.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-COMPRAS.
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

       FD FACTURAS-PROFESORES LABEL RECORD IS STANDARD.
       01 FACTURAS-PROFESORES-REG.
           03 FPRO-PROFESOR PIC X(5).
           03 FPRO-FOLIO-RECIBO PIC 9(9).
           03 FPRO-TIPO PIC X(1).
           03 FPRO-PUNTO-VENTA PIC 9(5).
           03 FPRO-NUMERO PIC 9(8).
           03 FPRO-CAE PIC 9(14).
           03 FPRO-FECHA PIC 9(8).
           03 FPRO-IMPORTE PIC 9(9)V99.
           03 FPRO-FECHA-RECEPCION PIC 9(8).
           03 FPRO-ESTADO PIC X(1).
               88 FPRO-VALIDA VALUE "V".

       FD PAGOS-RETENIDOS LABEL RECORD IS STANDARD.
       01 PAGOS-RETENIDOS-REG.
           03 PRET-FOLIO PIC 9(9).
           03 PRET-PROFESOR PIC X(5).
           03 PRET-PERIODO PIC 9(6).
           03 PRET-FECHA PIC 9(8).
           03 PRET-IMPORTE PIC 9(9)V99.
           03 PRET-ESTADO PIC X(1).
               88 PRET-PENDIENTE VALUE "P".
               88 PRET-LIBERADO VALUE "L".
           03 PRET-FECHA-LIBERACION PIC 9(8).

       FD FALTANTES LABEL RECORD IS STANDARD.
       01 FALTANTES_REG PIC X(80).

      * Libro IVA Compras: un registro por comprobante recibido, en
      * la empresa del profesor. Los comprobantes B y C no
      * discriminan IVA y van enteros como no gravado.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-REC-EMITIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FACT-PROF PIC X(2) VALUE SPACES.
       01 WS-STATUS-PAGOS-RETENIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-COMPRAS PIC X(2) VALUE SPACES.

       01 WS-EOF-FUENTE PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-REGISTRAR VALUE "1".
           88 WS-OPCION-FALTANTES VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

       01 WS-FOLIO-ENTRADA PIC X(9).
       01 WS-FOLIO-NUM PIC 9(9) VALUE ZERO.
       01 WS-TIPO-ENTRADA PIC X(1).
           88 WS-TIPO-VALIDO VALUES "A" "B" "C".
       01 WS-PUNTO-VENTA-ENTRADA PIC X(5).
       01 WS-NUMERO-ENTRADA PIC X(8).
       01 WS-CAE-ENTRADA PIC X(14).
       01 WS-FECHA-ENTRADA PIC X(8).
       01 WS-IMPORTE-ENTRADA PIC 9(9)V99.
       01 WS-IVA-ENTRADA PIC 9(9)V99 VALUE ZERO.
       01 WS-PERCEPCION-ENTRADA PIC 9(9)V99 VALUE ZERO.
       01 WS-CONFIRMA PIC X(1).

      * Datos del recibo contra el que se registra el comprobante.
       01 WS-RECIBO-HALLADO PIC X(1) VALUE "N".
           88 WS-RECIBO-HALLADO-SI VALUE "S".
       01 WS-REC-PROFESOR PIC X(5).
       01 WS-REC-NETO PIC S9(9)V99 VALUE ZERO.
       01 WS-REC-ESTADO PIC X(1).
       01 WS-REC-FECHA-EMISION PIC 9(8) VALUE ZERO.
       01 WS-COND-IMPUESTO PIC X(1).
       01 WS-NOMBRE-PROFESOR PIC X(25).
       01 WS-EMPRESA-PROFESOR PIC X(2).
       01 WS-DNI-PROFESOR PIC 9(8) VALUE ZERO.

       01 WS-FOLIO-CON-FACTURA PIC X(1) VALUE "N".
           88 WS-FOLIO-CON-FACTURA-SI VALUE "S".
       01 WS-COMPROBANTE-REPETIDO PIC X(1) VALUE "N".
           88 WS-COMPROBANTE-REPETIDO-SI VALUE "S".
       01 WS-RETENIDO-PENDIENTE PIC X(1) VALUE "N".
           88 WS-RETENIDO-PENDIENTE-SI VALUE "S".

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.

      * Pagos retenidos pendientes para el reporte de faltantes. Se
      * marcan "F" los que ya tienen comprobante (salen en la
      * corrida siguiente) y "X" los ya listados con su profesor.
       01 WS-MAX-PAGOS-RETENIDOS PIC 9(4) VALUE 3000.
       01 WS-CANT-PAGOS-RETENIDOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PRET PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PRET-PROF PIC 9(4) VALUE ZERO.
       01 WS-PRET-HALLADO PIC X(1) VALUE "N".
           88 WS-PRET-HALLADO-SI VALUE "S".
       01 TABLA-PAGOS-RETENIDOS.
           03 ELEM-PRET OCCURS 3000 TIMES.
               05 VEC-PRET-FOLIO PIC 9(9).
               05 VEC-PRET-PROFESOR PIC X(5).
               05 VEC-PRET-PERIODO PIC 9(6).
               05 VEC-PRET-FECHA PIC 9(8).
               05 VEC-PRET-IMPORTE PIC 9(9)V99.
               05 VEC-PRET-ESTADO PIC X(1).

       01 WS-PROFESOR-GRUPO PIC X(5).
       01 WS-CANT-PROFESOR PIC 9(4) VALUE ZERO.
       01 WS-IMPORTE-PROFESOR PIC 9(11)V99 VALUE ZERO.
       01 WS-CANT-FALTANTES PIC 9(4) VALUE ZERO.
       01 WS-CANT-PROFESORES-FALT PIC 9(4) VALUE ZERO.
       01 WS-CANT-CON-FACTURA PIC 9(4) VALUE ZERO.
       01 WS-IMPORTE-FALTANTES PIC 9(11)V99 VALUE ZERO.

       01 WS-FECHA-A-SERIE-GRUPO.
           03 WS-SERIE-ANIO PIC 9(4).
           03 WS-SERIE-MES PIC 9(2).
           03 WS-SERIE-DIA PIC 9(2).
       01 WS-FECHA-A-SERIE REDEFINES WS-FECHA-A-SERIE-GRUPO
           PIC 9(8).
       01 WS-SERIE-RESULTADO PIC 9(7).
       01 WS-SERIE-HOY PIC 9(7) VALUE ZERO.
       01 WS-DIAS-ESPERA PIC S9(5) VALUE ZERO.
       01 TABLA-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM PIC 9(3) OCCURS 12 TIMES.

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

       01 LINEA-FALT-ENC.
           03 FILLER PIC X(40) VALUE
               "COMPROBANTES FALTANTES DE PROFESORES AL ".
           03 LFE-FECHA PIC 9(8).

       01 LINEA-FALT-PROFESOR.
           03 FILLER PIC X(10) VALUE "PROFESOR: ".
           03 LFP-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE " ".
           03 LFP-NOMBRE PIC X(25).
           03 FILLER PIC X(13) VALUE "  CONDICION: ".
           03 LFP-CONDICION PIC X(1).

       01 LINEA-FALT-DETALLE.
           03 FILLER PIC X(9) VALUE "  FOLIO: ".
           03 LFD-FOLIO PIC 9(9).
           03 FILLER PIC X(10) VALUE " PERIODO: ".
           03 LFD-PERIODO PIC 9(6).
           03 FILLER PIC X(11) VALUE " RETENIDO: ".
           03 LFD-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE " ".
           03 LFD-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(7) VALUE " DIAS: ".
           03 LFD-DIAS PIC ZZZZ9.

       01 LINEA-FALT-SUBTOTAL.
           03 FILLER PIC X(24) VALUE
               "  SUBTOTAL COMPROBANTES ".
           03 LFS-CANTIDAD PIC ZZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LFS-IMPORTE PIC ZZZZZZZZZZ9,99.

       01 LINEA-FALT-TOTAL.
           03 FILLER PIC X(22) VALUE "TOTAL FALTANTES:      ".
           03 LFT-CANTIDAD PIC ZZZ9.
           03 FILLER PIC X(15) VALUE "  PROFESORES: ".
           03 LFT-PROFESORES PIC ZZZ9.
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LFT-IMPORTE PIC ZZZZZZZZZZ9,99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Registra los comprobantes que llegan y reporta los que
      * faltan para liberar los pagos retenidos.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-CURRENT-YEAR TO WS-SERIE-ANIO
           MOVE WS-CURRENT-MONTH TO WS-SERIE-MES
           MOVE WS-CURRENT-DAY TO WS-SERIE-DIA
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           DISPLAY "FIN DE LA RECEPCION DE FACTURAS DE PROFESORES"
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "---- FACTURAS DE PROFESORES ----".
           DISPLAY "1. REGISTRAR COMPROBANTE RECIBIDO".
           DISPLAY "2. REPORTE DE COMPROBANTES FALTANTES".
           DISPLAY "3. SALIR".
           DISPLAY "--------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-REGISTRAR
                   PERFORM REGISTRAR-COMPROBANTE
               WHEN WS-OPCION-FALTANTES
                   PERFORM REPORTE-FALTANTES
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * El comprobante se registra contra un folio emitido con pago
      * (los anulados y los arrastrados no se pagan) que todavia no
      * tenga factura valida.
       REGISTRAR-COMPROBANTE.
           DISPLAY "FOLIO DEL RECIBO: ".
           ACCEPT WS-FOLIO-ENTRADA.
           IF WS-FOLIO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL FOLIO DEBE SER NUMERICO"
           ELSE
               MOVE WS-FOLIO-ENTRADA TO WS-FOLIO-NUM
               PERFORM BUSCAR-RECIBO-EMITIDO
               PERFORM VERIFICAR-FOLIO-CON-FACTURA
               EVALUATE TRUE
                   WHEN NOT WS-RECIBO-HALLADO-SI
                       DISPLAY "NO EXISTE EL FOLIO EN "
                           "RecibosEmitidos.dat"
                   WHEN WS-REC-ESTADO NOT = "E"
                       DISPLAY "EL RECIBO ESTA ANULADO O NO TIENE "
                           "PAGO (ESTADO " WS-REC-ESTADO ")"
                   WHEN WS-FOLIO-CON-FACTURA-SI
                       DISPLAY "EL RECIBO YA TIENE UNA FACTURA "
                           "REGISTRADA"
                   WHEN OTHER
                       PERFORM LEER-DATOS-PROFESOR
                       PERFORM PEDIR-DATOS-COMPROBANTE
               END-EVALUATE
           END-IF.

       BUSCAR-RECIBO-EMITIDO.
           MOVE "N" TO WS-RECIBO-HALLADO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT RECIBOS_EMITIDOS
           IF WS-STATUS-REC-EMITIDOS = "00" THEN
               PERFORM LEER-RECIBO-EMITIDO
               PERFORM COTEJAR-RECIBO-EMITIDO UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-RECIBO-HALLADO-SI
               CLOSE RECIBOS_EMITIDOS
           END-IF.

       LEER-RECIBO-EMITIDO.
           READ RECIBOS_EMITIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-RECIBO-EMITIDO.
           IF RECEMI-FOLIO = WS-FOLIO-NUM THEN
               MOVE "S" TO WS-RECIBO-HALLADO
               MOVE RECEMI-PROFESOR TO WS-REC-PROFESOR
               MOVE RECEMI-NETO TO WS-REC-NETO
               MOVE RECEMI-ESTADO TO WS-REC-ESTADO
               MOVE RECEMI-FECHA-EMISION TO WS-REC-FECHA-EMISION
           ELSE
               PERFORM LEER-RECIBO-EMITIDO
           END-IF.

       VERIFICAR-FOLIO-CON-FACTURA.
           MOVE "N" TO WS-FOLIO-CON-FACTURA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FACTURAS-PROFESORES
           IF WS-STATUS-FACT-PROF = "00" THEN
               PERFORM LEER-FACTURA-PROFESOR
               PERFORM COTEJAR-FOLIO-FACTURA UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-FOLIO-CON-FACTURA-SI
               CLOSE FACTURAS-PROFESORES
           END-IF.

       LEER-FACTURA-PROFESOR.
           READ FACTURAS-PROFESORES
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-FOLIO-FACTURA.
           IF FPRO-VALIDA AND FPRO-FOLIO-RECIBO = WS-FOLIO-NUM THEN
               MOVE "S" TO WS-FOLIO-CON-FACTURA
           ELSE
               PERFORM LEER-FACTURA-PROFESOR
           END-IF.

       LEER-DATOS-PROFESOR.
           MOVE SPACES TO WS-NOMBRE-PROFESOR
           MOVE SPACES TO WS-COND-IMPUESTO
           MOVE SPACES TO WS-EMPRESA-PROFESOR
           MOVE ZERO TO WS-DNI-PROFESOR
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE WS-REC-PROFESOR TO PROF-NUMERO
               READ PROFESORES
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO WS-NOMBRE-PROFESOR
                       MOVE PROF-COND-IMPUESTO TO WS-COND-IMPUESTO
                       MOVE PROF-EMPRESA TO WS-EMPRESA-PROFESOR
                       MOVE PROF-DNI TO WS-DNI-PROFESOR
               END-READ
               CLOSE PROFESORES
           END-IF.

      * Un responsable inscripto factura con A y un monotributista
      * con C; sin condicion cargada se acepta cualquiera de los
      * tres tipos. El importe del comprobante no puede ser menor
      * que el neto del recibo que cancela.
       PEDIR-DATOS-COMPROBANTE.
           MOVE "S" TO WS-DATOS-VALIDOS
           DISPLAY "PROFESOR: " WS-REC-PROFESOR " "
               WS-NOMBRE-PROFESOR " CONDICION: " WS-COND-IMPUESTO
           DISPLAY "NETO DEL RECIBO: " WS-REC-NETO

           DISPLAY "TIPO DE COMPROBANTE (A/B/C): "
           ACCEPT WS-TIPO-ENTRADA
           IF NOT WS-TIPO-VALIDO OR
               (WS-COND-IMPUESTO = "I" AND
                WS-TIPO-ENTRADA NOT = "A") OR
               (WS-COND-IMPUESTO = "M" AND
                WS-TIPO-ENTRADA NOT = "C") THEN
               DISPLAY "TIPO DE COMPROBANTE INVALIDO PARA LA "
                   "CONDICION DEL PROFESOR"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "PUNTO DE VENTA (5 DIGITOS): "
               ACCEPT WS-PUNTO-VENTA-ENTRADA
               IF WS-PUNTO-VENTA-ENTRADA NOT NUMERIC OR
                   WS-PUNTO-VENTA-ENTRADA = "00000" THEN
                   DISPLAY "PUNTO DE VENTA INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "NUMERO DE COMPROBANTE (8 DIGITOS): "
               ACCEPT WS-NUMERO-ENTRADA
               IF WS-NUMERO-ENTRADA NOT NUMERIC OR
                   WS-NUMERO-ENTRADA = "00000000" THEN
                   DISPLAY "NUMERO DE COMPROBANTE INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               PERFORM VERIFICAR-COMPROBANTE-REPETIDO
               IF WS-COMPROBANTE-REPETIDO-SI THEN
                   DISPLAY "ESE COMPROBANTE YA ESTA REGISTRADO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "CAE (14 DIGITOS): "
               ACCEPT WS-CAE-ENTRADA
               IF WS-CAE-ENTRADA NOT NUMERIC OR
                   WS-CAE-ENTRADA = "00000000000000" THEN
                   DISPLAY "CAE INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "FECHA DEL COMPROBANTE (AAAAMMDD): "
               ACCEPT WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA NOT NUMERIC OR
                   WS-FECHA-ENTRADA > WS-FECHA-HOY OR
                   WS-FECHA-ENTRADA(5:2) < "01" OR
                   WS-FECHA-ENTRADA(5:2) > "12" OR
                   WS-FECHA-ENTRADA(7:2) < "01" OR
                   WS-FECHA-ENTRADA(7:2) > "31" THEN
                   DISPLAY "FECHA INVALIDA O POSTERIOR A HOY"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "IMPORTE DEL COMPROBANTE: "
               MOVE ZERO TO WS-IMPORTE-ENTRADA
               ACCEPT WS-IMPORTE-ENTRADA
               IF WS-IMPORTE-ENTRADA < WS-REC-NETO OR
                   WS-IMPORTE-ENTRADA = ZERO THEN
                   DISPLAY "EL IMPORTE NO CUBRE EL NETO DEL RECIBO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF

           MOVE ZERO TO WS-IVA-ENTRADA
           MOVE ZERO TO WS-PERCEPCION-ENTRADA
           IF WS-DATOS-VALIDOS-SI AND WS-TIPO-ENTRADA = "A" THEN
               PERFORM PEDIR-IVA-COMPROBANTE
           END-IF

           IF WS-DATOS-VALIDOS-SI THEN
               DISPLAY "CONFIRMA EL REGISTRO (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s" THEN
                   PERFORM GRABAR-COMPROBANTE
               ELSE
                   DISPLAY "REGISTRO CANCELADO"
               END-IF
           END-IF.

      * La factura A discrimina el IVA (credito fiscal) y puede
      * traer percepcion de IVA; entre los dos no pueden llegar al
      * total del comprobante.
       PEDIR-IVA-COMPROBANTE.
           DISPLAY "IVA DISCRIMINADO: "
           ACCEPT WS-IVA-ENTRADA
           IF WS-IVA-ENTRADA = ZERO OR
               WS-IVA-ENTRADA >= WS-IMPORTE-ENTRADA THEN
               DISPLAY "IVA INVALIDO PARA EL IMPORTE DEL COMPROBANTE"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               DISPLAY "PERCEPCION DE IVA (0 SI NO TIENE): "
               ACCEPT WS-PERCEPCION-ENTRADA
               IF WS-IVA-ENTRADA + WS-PERCEPCION-ENTRADA >=
                   WS-IMPORTE-ENTRADA THEN
                   DISPLAY "IVA Y PERCEPCION SUPERAN EL IMPORTE"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

       VERIFICAR-COMPROBANTE-REPETIDO.
           MOVE "N" TO WS-COMPROBANTE-REPETIDO
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FACTURAS-PROFESORES
           IF WS-STATUS-FACT-PROF = "00" THEN
               PERFORM LEER-FACTURA-PROFESOR
               PERFORM COTEJAR-COMPROBANTE UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-COMPROBANTE-REPETIDO-SI
               CLOSE FACTURAS-PROFESORES
           END-IF.

       COTEJAR-COMPROBANTE.
           IF FPRO-VALIDA AND
               FPRO-PROFESOR = WS-REC-PROFESOR AND
               FPRO-TIPO = WS-TIPO-ENTRADA AND
               FPRO-PUNTO-VENTA = WS-PUNTO-VENTA-ENTRADA AND
               FPRO-NUMERO = WS-NUMERO-ENTRADA THEN
               MOVE "S" TO WS-COMPROBANTE-REPETIDO
           ELSE
               PERFORM LEER-FACTURA-PROFESOR
           END-IF.

       GRABAR-COMPROBANTE.
           OPEN EXTEND FACTURAS-PROFESORES
           IF WS-STATUS-FACT-PROF = "35" THEN
               OPEN OUTPUT FACTURAS-PROFESORES
               CLOSE FACTURAS-PROFESORES
               OPEN EXTEND FACTURAS-PROFESORES
           END-IF
           MOVE WS-REC-PROFESOR TO FPRO-PROFESOR
           MOVE WS-FOLIO-NUM TO FPRO-FOLIO-RECIBO
           MOVE WS-TIPO-ENTRADA TO FPRO-TIPO
           MOVE WS-PUNTO-VENTA-ENTRADA TO FPRO-PUNTO-VENTA
           MOVE WS-NUMERO-ENTRADA TO FPRO-NUMERO
           MOVE WS-CAE-ENTRADA TO FPRO-CAE
           MOVE WS-FECHA-ENTRADA TO FPRO-FECHA
           MOVE WS-IMPORTE-ENTRADA TO FPRO-IMPORTE
           MOVE WS-FECHA-HOY TO FPRO-FECHA-RECEPCION
           MOVE "V" TO FPRO-ESTADO
           WRITE FACTURAS-PROFESORES-REG
           CLOSE FACTURAS-PROFESORES
           PERFORM GRABAR-LIBRO-IVA-COMPRAS
           DISPLAY "COMPROBANTE REGISTRADO"
           PERFORM VERIFICAR-RETENIDO-PENDIENTE
           IF WS-RETENIDO-PENDIENTE-SI THEN
               DISPLAY "EL PAGO RETENIDO DEL FOLIO SE LIBERA EN LA "
                   "PROXIMA CORRIDA"
           ELSE
               DISPLAY "EL FOLIO NO TIENE PAGO RETENIDO PENDIENTE"
           END-IF.

       GRABAR-LIBRO-IVA-COMPRAS.
           OPEN EXTEND LIBRO-IVA-COMPRAS
           IF WS-STATUS-LIBRO-COMPRAS = "35" THEN
               OPEN OUTPUT LIBRO-IVA-COMPRAS
               CLOSE LIBRO-IVA-COMPRAS
               OPEN EXTEND LIBRO-IVA-COMPRAS
           END-IF
           COMPUTE LICO-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE WS-FECHA-ENTRADA TO LICO-FECHA
           MOVE WS-EMPRESA-PROFESOR TO LICO-EMPRESA
           MOVE WS-REC-PROFESOR TO LICO-PROFESOR
           MOVE WS-DNI-PROFESOR TO LICO-DNI
           MOVE WS-TIPO-ENTRADA TO LICO-TIPO
           MOVE WS-PUNTO-VENTA-ENTRADA TO LICO-PUNTO-VENTA
           MOVE WS-NUMERO-ENTRADA TO LICO-NUMERO
           IF WS-TIPO-ENTRADA = "A" THEN
               COMPUTE LICO-NETO-GRAVADO = WS-IMPORTE-ENTRADA -
                   WS-IVA-ENTRADA - WS-PERCEPCION-ENTRADA
               MOVE ZERO TO LICO-NO-GRAVADO
           ELSE
               MOVE ZERO TO LICO-NETO-GRAVADO
               MOVE WS-IMPORTE-ENTRADA TO LICO-NO-GRAVADO
           END-IF
           MOVE WS-IVA-ENTRADA TO LICO-IVA
           MOVE WS-PERCEPCION-ENTRADA TO LICO-PERCEPCION-IVA
           MOVE WS-IMPORTE-ENTRADA TO LICO-TOTAL
           MOVE "E" TO LICO-ESTADO
           WRITE LIBRO-IVA-COMPRAS-REG
           CLOSE LIBRO-IVA-COMPRAS.

       VERIFICAR-RETENIDO-PENDIENTE.
           MOVE "N" TO WS-RETENIDO-PENDIENTE
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PAGOS-RETENIDOS
           IF WS-STATUS-PAGOS-RETENIDOS = "00" THEN
               PERFORM LEER-PAGO-RETENIDO
               PERFORM COTEJAR-RETENIDO-PENDIENTE UNTIL
                   WS-EOF-FUENTE = "SI" OR WS-RETENIDO-PENDIENTE-SI
               CLOSE PAGOS-RETENIDOS
           END-IF.

       LEER-PAGO-RETENIDO.
           READ PAGOS-RETENIDOS
               AT END
                   MOVE "SI" TO WS-EOF-FUENTE
           END-READ.

       COTEJAR-RETENIDO-PENDIENTE.
           IF PRET-PENDIENTE AND PRET-FOLIO = WS-FOLIO-NUM THEN
               MOVE "S" TO WS-RETENIDO-PENDIENTE
           ELSE
               PERFORM LEER-PAGO-RETENIDO
           END-IF.

      * Faltantes: pagos retenidos pendientes cuyo folio no tiene
      * todavia comprobante valido, agrupados por profesor con su
      * subtotal y los dias que llevan esperando.
       REPORTE-FALTANTES.
           PERFORM CARGAR-PAGOS-RETENIDOS
           PERFORM MARCAR-CON-FACTURA
           MOVE ZERO TO WS-CANT-FALTANTES
           MOVE ZERO TO WS-CANT-PROFESORES-FALT
           MOVE ZERO TO WS-IMPORTE-FALTANTES
           OPEN INPUT PROFESORES
           OPEN OUTPUT FALTANTES
           MOVE WS-FECHA-HOY TO LFE-FECHA
           WRITE FALTANTES_REG FROM LINEA-FALT-ENC
           PERFORM LISTAR-PROFESOR-FALTANTE
               VARYING SUBINDICE-PRET FROM 1 BY 1
               UNTIL SUBINDICE-PRET > WS-CANT-PAGOS-RETENIDOS
           MOVE WS-CANT-FALTANTES TO LFT-CANTIDAD
           MOVE WS-CANT-PROFESORES-FALT TO LFT-PROFESORES
           MOVE WS-IMPORTE-FALTANTES TO LFT-IMPORTE
           MOVE SPACES TO FALTANTES_REG
           WRITE FALTANTES_REG
           WRITE FALTANTES_REG FROM LINEA-FALT-TOTAL
           CLOSE FALTANTES
           IF WS-STATUS-PROFESORES = "00" THEN
               CLOSE PROFESORES
           END-IF
           DISPLAY "COMPROBANTES FALTANTES:      " WS-CANT-FALTANTES
           DISPLAY "PROFESORES:                  "
               WS-CANT-PROFESORES-FALT
           DISPLAY "IMPORTE RETENIDO:            "
               WS-IMPORTE-FALTANTES
           DISPLAY "CON FACTURA, A LIBERAR:      " WS-CANT-CON-FACTURA
           DISPLAY "REPORTE EN FaltantesFacturasProfesores.dat".

       CARGAR-PAGOS-RETENIDOS.
           MOVE ZERO TO WS-CANT-PAGOS-RETENIDOS
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT PAGOS-RETENIDOS
           IF WS-STATUS-PAGOS-RETENIDOS = "00" THEN
               PERFORM LEER-PAGO-RETENIDO
               PERFORM CARGAR-UN-PAGO-RETENIDO UNTIL
                   WS-EOF-FUENTE = "SI" OR
                   WS-CANT-PAGOS-RETENIDOS >= WS-MAX-PAGOS-RETENIDOS
               CLOSE PAGOS-RETENIDOS
           END-IF.

       CARGAR-UN-PAGO-RETENIDO.
           IF PRET-PENDIENTE THEN
               ADD 1 TO WS-CANT-PAGOS-RETENIDOS
               MOVE PRET-FOLIO TO
                   VEC-PRET-FOLIO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-PROFESOR TO
                   VEC-PRET-PROFESOR(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-PERIODO TO
                   VEC-PRET-PERIODO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-FECHA TO
                   VEC-PRET-FECHA(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-IMPORTE TO
                   VEC-PRET-IMPORTE(WS-CANT-PAGOS-RETENIDOS)
               MOVE "P" TO VEC-PRET-ESTADO(WS-CANT-PAGOS-RETENIDOS)
           END-IF
           PERFORM LEER-PAGO-RETENIDO.

       MARCAR-CON-FACTURA.
           MOVE ZERO TO WS-CANT-CON-FACTURA
           MOVE "NO" TO WS-EOF-FUENTE
           OPEN INPUT FACTURAS-PROFESORES
           IF WS-STATUS-FACT-PROF = "00" THEN
               PERFORM LEER-FACTURA-PROFESOR
               PERFORM MARCAR-UNA-CON-FACTURA UNTIL
                   WS-EOF-FUENTE = "SI"
               CLOSE FACTURAS-PROFESORES
           END-IF.

       MARCAR-UNA-CON-FACTURA.
           IF FPRO-VALIDA THEN
               MOVE "N" TO WS-PRET-HALLADO
               MOVE 1 TO SUBINDICE-PRET
               PERFORM AVANZAR-SUBINDICE-PRET UNTIL
                   SUBINDICE-PRET > WS-CANT-PAGOS-RETENIDOS OR
                   WS-PRET-HALLADO-SI
               IF WS-PRET-HALLADO-SI THEN
                   MOVE "F" TO VEC-PRET-ESTADO(SUBINDICE-PRET)
                   ADD 1 TO WS-CANT-CON-FACTURA
               END-IF
           END-IF
           PERFORM LEER-FACTURA-PROFESOR.

       AVANZAR-SUBINDICE-PRET.
           IF VEC-PRET-ESTADO(SUBINDICE-PRET) = "P" AND
               VEC-PRET-FOLIO(SUBINDICE-PRET) = FPRO-FOLIO-RECIBO AND
               VEC-PRET-PROFESOR(SUBINDICE-PRET) = FPRO-PROFESOR THEN
               MOVE "S" TO WS-PRET-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PRET
           END-IF.

      * El primer pendiente de cada profesor abre su grupo: se
      * listan todos sus folios (marcandolos "X") y el subtotal.
       LISTAR-PROFESOR-FALTANTE.
           IF VEC-PRET-ESTADO(SUBINDICE-PRET) = "P" THEN
               MOVE VEC-PRET-PROFESOR(SUBINDICE-PRET) TO
                   WS-PROFESOR-GRUPO
               MOVE ZERO TO WS-CANT-PROFESOR
               MOVE ZERO TO WS-IMPORTE-PROFESOR
               ADD 1 TO WS-CANT-PROFESORES-FALT
               MOVE WS-PROFESOR-GRUPO TO LFP-PROFESOR
               MOVE SPACES TO LFP-NOMBRE
               MOVE SPACES TO LFP-CONDICION
               IF WS-STATUS-PROFESORES = "00" THEN
                   MOVE WS-PROFESOR-GRUPO TO PROF-NUMERO
                   READ PROFESORES
                       NOT INVALID KEY
                           MOVE PROF-NOMBRE TO LFP-NOMBRE
                           MOVE PROF-COND-IMPUESTO TO LFP-CONDICION
                   END-READ
               END-IF
               MOVE SPACES TO FALTANTES_REG
               WRITE FALTANTES_REG
               WRITE FALTANTES_REG FROM LINEA-FALT-PROFESOR
               PERFORM LISTAR-FOLIO-FALTANTE
                   VARYING SUBINDICE-PRET-PROF FROM SUBINDICE-PRET
                   BY 1 UNTIL
                   SUBINDICE-PRET-PROF > WS-CANT-PAGOS-RETENIDOS
               MOVE WS-CANT-PROFESOR TO LFS-CANTIDAD
               MOVE WS-IMPORTE-PROFESOR TO LFS-IMPORTE
               WRITE FALTANTES_REG FROM LINEA-FALT-SUBTOTAL
           END-IF.

       LISTAR-FOLIO-FALTANTE.
           IF VEC-PRET-ESTADO(SUBINDICE-PRET-PROF) = "P" AND
               VEC-PRET-PROFESOR(SUBINDICE-PRET-PROF) =
               WS-PROFESOR-GRUPO THEN
               MOVE VEC-PRET-FOLIO(SUBINDICE-PRET-PROF) TO LFD-FOLIO
               MOVE VEC-PRET-PERIODO(SUBINDICE-PRET-PROF) TO
                   LFD-PERIODO
               MOVE VEC-PRET-FECHA(SUBINDICE-PRET-PROF) TO LFD-FECHA
               MOVE VEC-PRET-IMPORTE(SUBINDICE-PRET-PROF) TO
                   LFD-IMPORTE
               MOVE VEC-PRET-FECHA(SUBINDICE-PRET-PROF) TO
                   WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               COMPUTE WS-DIAS-ESPERA =
                   WS-SERIE-HOY - WS-SERIE-RESULTADO
               MOVE WS-DIAS-ESPERA TO LFD-DIAS
               WRITE FALTANTES_REG FROM LINEA-FALT-DETALLE
               MOVE "X" TO VEC-PRET-ESTADO(SUBINDICE-PRET-PROF)
               ADD 1 TO WS-CANT-PROFESOR
               ADD 1 TO WS-CANT-FALTANTES
               ADD VEC-PRET-IMPORTE(SUBINDICE-PRET-PROF) TO
                   WS-IMPORTE-PROFESOR
               ADD VEC-PRET-IMPORTE(SUBINDICE-PRET-PROF) TO
                   WS-IMPORTE-FALTANTES
           END-IF.

      * Numero de dia corrido aproximado, igual que los demas
      * calculos de antiguedad de la casa.
       CALCULAR-SERIE-DE-FECHA.
           COMPUTE WS-SERIE-RESULTADO =
               WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

       END PROGRAM RECEPCION-FACTURAS-PROFESORES.
