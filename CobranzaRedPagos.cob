      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobro de las facturas a sucursales por las redes de
      *          pago electronico. Cada factura lleva en
      *          FacturasEmitidas.dat su codigo de pago (folio de
      *          FolioCodigosPago.dat mas verificador), el mismo para
      *          todos los renglones del documento; la publicacion
      *          completa los codigos de las facturas que no lo
      *          traen (diferencias de liquidaciones complementarias
      *          o registros anteriores) y arma DeudaPublicada.dat,
      *          un renglon por codigo con saldo, vencimiento y
      *          codigo de barras, para la red de cobranzas. La
      *          importacion lee la rendicion diaria de la red
      *          (RendicionRedCobranza.dat) y graba cada pago en
      *          CobranzasSucursal.dat imputado a la factura de su
      *          codigo; los codigos desconocidos salen en
      *          RechazosRendicionRed.dat y cada rendicion queda en
      *          RendicionesRedImportadas.dat para no importarla dos
      *          veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COBRANZA-RED-PAGOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FACTURAS_EMITIDAS ASSIGN TO "FacturasEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-EMITIDAS.

       SELECT COBRANZAS ASSIGN TO "CobranzasSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-COBRANZAS.

       SELECT RECLAMOS ASSIGN TO "ReclamosFacturas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECLAMOS.

       SELECT PARAMETROS ASSIGN TO "Parametros.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PARAMETROS.

       SELECT FOLIO-CODIGOS-PAGO ASSIGN TO "FolioCodigosPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-CPAG.

       SELECT DEUDA_PUBLICADA ASSIGN TO "DeudaPublicada.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DEUDA.

       SELECT RENDICION ASSIGN TO "RendicionRedCobranza.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RENDICION.

       SELECT RENDICIONES_IMPORTADAS ASSIGN TO
             "RendicionesRedImportadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-IMPORTADAS.

       SELECT RECHAZOS_RENDICION ASSIGN TO "RechazosRendicionRed.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECHAZOS.

      * Completar codigos regraba FacturasEmitidas.dat: no se hace
      * con la liquidacion en curso, que le agrega documentos.
       SELECT TRABA-LIQUIDACION ASSIGN TO "TrabaLiquidacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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

       FD COBRANZAS LABEL RECORD IS STANDARD.
       01 COBRANZAS_REG.
           03 COB-SUCURSAL PIC X(3).
           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
      * Un renglon por medio de cancelacion: el dinero cobrado (medio
      * en blanco, como los registros anteriores) o cada retencion
      * sufrida con su impuesto y su certificado.
           03 COB-MEDIO PIC X(1).
               88 COB-DINERO VALUE " " "E".
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
               88 COB-RET-GANANCIAS VALUE "G".
               88 COB-RET-IVA VALUE "I".
               88 COB-RET-IIBB VALUE "B".
           03 COB-CERTIFICADO PIC X(20).

       FD RECLAMOS LABEL RECORD IS STANDARD.
       01 RECLAMOS_REG.
           03 REC-SUCURSAL PIC X(3).
           03 REC-PERIODO PIC 9(6).
           03 REC-FECHA-ALTA PIC 9(8).
           03 REC-MOTIVO PIC X(30).
           03 REC-IMPORTE-DISPUTA PIC 9(9)V99.
           03 REC-ESTADO PIC X(1).
               88 REC-ABIERTO VALUE "A".
               88 REC-A-FAVOR-SUCURSAL VALUE "S".
               88 REC-RECHAZADO VALUE "R".
           03 REC-FECHA-RESOLUCION PIC 9(8).
           03 REC-IMPORTE-RECONOCIDO PIC 9(9)V99.
           03 REC-RESOLUCION PIC X(30).
           03 REC-FOLIO-NC PIC 9(9).

       FD PARAMETROS LABEL RECORD IS STANDARD.
       01 PARAMETROS_REG.
           03 PAR-NOMBRE PIC X(20).
           03 PAR-VALOR PIC X(20).
           03 PAR-DESC PIC X(30).
           03 PAR-FECHA-CAMBIO PIC 9(8).

       FD FOLIO-CODIGOS-PAGO LABEL RECORD IS STANDARD.
       01 FOLIO-CODIGOS-PAGO-REG.
           03 FOLIO-CPAG-ULTIMO PIC 9(9).

      * Deuda publicada: lo que la red puede cobrar por cada codigo.
       FD DEUDA_PUBLICADA LABEL RECORD IS STANDARD.
       01 DEUDA_PUBLICADA_REG.
           03 DPUB-CODIGO-PAGO PIC 9(10).
           03 DPUB-SUCURSAL PIC X(3).
           03 DPUB-PERIODO PIC 9(6).
           03 DPUB-FECHA-VTO PIC 9(8).
           03 DPUB-IMPORTE PIC 9(9)V99.
           03 DPUB-CODIGO-BARRAS PIC X(33).

      * Rendicion diaria de la red: una cabecera (H) con la fecha de
      * la rendicion y un detalle (D) por pago cobrado.
       FD RENDICION LABEL RECORD IS STANDARD.
       01 RENDICION_REG.
           03 REND-TIPO PIC X(1).
               88 REND-CABECERA VALUE "H".
               88 REND-DETALLE VALUE "D".
           03 REND-CODIGO-PAGO PIC 9(10).
           03 REND-FECHA PIC 9(8).
           03 REND-IMPORTE PIC 9(9)V99.
           03 REND-CANAL PIC X(10).

       FD RENDICIONES_IMPORTADAS LABEL RECORD IS STANDARD.
       01 RENDICIONES_IMPORTADAS_REG.
           03 RIMP-FECHA-RENDICION PIC 9(8).
           03 RIMP-FECHA-IMPORTACION PIC 9(8).
           03 RIMP-CANT-PAGOS PIC 9(5).
           03 RIMP-IMPORTE PIC 9(11)V99.

       FD RECHAZOS_RENDICION LABEL RECORD IS STANDARD.
       01 RECHAZOS_RENDICION_REG PIC X(90).

       FD TRABA-LIQUIDACION LABEL RECORD IS STANDARD.
       01 TRABA-LIQUIDACION-REG.
           03 TRABA-OPERADOR PIC X(8).
           03 TRABA-FECHA PIC 9(8).
           03 TRABA-HORA PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-COBRANZAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECLAMOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-CPAG PIC X(2) VALUE SPACES.
       01 WS-STATUS-DEUDA PIC X(2) VALUE SPACES.
       01 WS-STATUS-RENDICION PIC X(2) VALUE SPACES.
       01 WS-STATUS-IMPORTADAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-RECHAZOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA PIC X(2) VALUE SPACES.

       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-COBRANZAS PIC X(2) VALUE "NO".
       01 WS-EOF-RECLAMOS PIC X(2) VALUE "NO".
       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-EOF-RENDICION PIC X(2) VALUE "NO".
       01 WS-EOF-IMPORTADAS PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-PUBLICAR VALUE "1".
           88 WS-OPCION-IMPORTAR VALUE "2".
           88 WS-OPCION-SALIR VALUE "3".

      * FacturasEmitidas.dat completo en memoria, para completar los
      * codigos que falten y regrabarlo.
       01 WS-MAX-FACTURAS PIC 9(4) VALUE 2000.
       01 WS-CANT-FACTURAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-FAC PIC 9(4) VALUE ZERO.
       01 SUBINDICE-OTRA PIC 9(4) VALUE ZERO.
       01 TABLA-FACTURAS.
           03 ELEM-FAC OCCURS 2000 TIMES.
               05 VEC-FAC-SUCURSAL PIC X(3).
               05 VEC-FAC-PERIODO PIC 9(6).
               05 VEC-FAC-FECHA PIC 9(8).
               05 VEC-FAC-IMPORTE PIC S9(9)V99.
               05 VEC-FAC-ESTADO PIC X(1).
               05 VEC-FAC-CAE PIC 9(14).
               05 VEC-FAC-CAE-VTO PIC 9(8).
               05 VEC-FAC-VENCIMIENTO PIC 9(8).
               05 VEC-FAC-CODIGO-PAGO PIC 9(10).
               05 VEC-FAC-CODIGO-VERIF PIC 9(8).

      * Deuda por codigo de pago: lo facturado con ese codigo menos
      * lo cobrado y lo reconocido por reclamos de su factura.
       01 WS-MAX-DEUDAS PIC 9(4) VALUE 2000.
       01 WS-CANT-DEUDAS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DEU PIC 9(4) VALUE ZERO.
       01 WS-DEU-HALLADA PIC X(1) VALUE "N".
           88 WS-DEU-HALLADA-SI VALUE "S".
       01 TABLA-DEUDAS.
           03 ELEM-DEU OCCURS 2000 TIMES.
               05 VEC-DEU-CODIGO-PAGO PIC 9(10).
               05 VEC-DEU-SUCURSAL PIC X(3).
               05 VEC-DEU-PERIODO PIC 9(6).
               05 VEC-DEU-VENCIMIENTO PIC 9(8).
               05 VEC-DEU-FACTURADO PIC S9(9)V99.
               05 VEC-DEU-COBRADO PIC S9(9)V99.

       01 WS-CODIGOS-NUEVOS PIC 9(4) VALUE ZERO.
       01 WS-CODIGO-HALLADO PIC X(1) VALUE "N".
           88 WS-CODIGO-HALLADO-SI VALUE "S".
       01 WS-SALDO-DEUDA PIC S9(9)V99 VALUE ZERO.
       01 WS-CANT-PUBLICADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PUBLICADO PIC S9(11)V99 VALUE ZERO.
       01 WS-LIQUIDACION-EN-CURSO PIC X(1) VALUE "N".
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-ENTE-RED-COBRANZA PIC 9(4) VALUE ZERO.
       01 WS-ENTE-HALLADO PIC X(1) VALUE "N".
           88 WS-ENTE-HALLADO-SI VALUE "S".

       01 WS-FOLIO-CPAG-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-CODIGO-PAGO-ARMADO.
           03 WS-CPAG-FOLIO PIC 9(9).
           03 WS-CPAG-DV PIC 9(1).
       01 WS-CODIGO-PAGO-NUM REDEFINES WS-CODIGO-PAGO-ARMADO
           PIC 9(10).

      * Mismo armado de codigo de barras que el pie de la factura.
       01 WS-CODIGO-BARRAS.
           03 WS-CBAR-ENTE PIC 9(4).
           03 WS-CBAR-CODIGO-PAGO PIC 9(10).
           03 WS-CBAR-IMPORTE PIC 9(8)V99.
           03 WS-CBAR-VTO PIC 9(8).
           03 WS-CBAR-DV PIC 9(1).

      * Verificador por secuencia ponderadora 1-3-5-7-9: suma de los
      * productos, mitad entera, ultimo digito.
       01 WS-DV-BUFFER PIC X(32) VALUE ZEROS.
       01 WS-DV-DIGITOS REDEFINES WS-DV-BUFFER.
           03 WS-DV-DIGITO PIC 9(1) OCCURS 32 TIMES.
       01 WS-DV-LARGO PIC 9(2) VALUE ZERO.
       01 SUBINDICE-DV PIC 9(2) VALUE ZERO.
       01 WS-DV-PESO PIC 9(1) VALUE ZERO.
       01 WS-DV-SUMA PIC 9(5) VALUE ZERO.
       01 WS-DV-MITAD PIC 9(5) VALUE ZERO.
       01 WS-DV-COCIENTE PIC 9(5) VALUE ZERO.
       01 WS-DV-RESULTADO PIC 9(1) VALUE ZERO.

       01 WS-FECHA-RENDICION PIC 9(8) VALUE ZERO.
       01 WS-RENDICION-REPETIDA PIC X(1) VALUE "N".
           88 WS-RENDICION-REPETIDA-SI VALUE "S".
       01 WS-CANT-IMPUTADOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-IMPUTADO PIC 9(11)V99 VALUE ZERO.
       01 WS-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

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

       01 LINEA-RECHAZO-ENC.
           03 FILLER PIC X(60) VALUE
               "PAGOS DE LA RED SIN IMPUTAR - RENDICION DEL ".
           03 LRE-FECHA PIC 9(8).

       01 LINEA-RECHAZO.
           03 LRR-CODIGO PIC 9(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRR-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRR-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRR-CANAL PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LRR-MOTIVO PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Menu de la red de cobranzas: publicacion de la deuda e
      * importacion de la rendicion diaria.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           DISPLAY "FIN DE COBRANZA POR RED DE PAGOS"
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------- COBRANZA POR RED DE PAGOS -------".
           DISPLAY "1. PUBLICAR DEUDA".
           DISPLAY "2. IMPORTAR RENDICION DE LA RED".
           DISPLAY "3. SALIR".
           DISPLAY "-----------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-PUBLICAR
                   PERFORM PUBLICAR-DEUDA
               WHEN WS-OPCION-IMPORTAR
                   PERFORM IMPORTAR-RENDICION
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       PUBLICAR-DEUDA.
           PERFORM VERIFICAR-LIQUIDACION-EN-CURSO
           IF WS-LIQUIDACION-EN-CURSO = "S" THEN
               DISPLAY "HAY UNA LIQUIDACION EN CURSO (ver "
                       "TrabaLiquidacion.dat), REINTENTE AL TERMINAR"
           ELSE
               PERFORM CARGAR-FACTURAS-A-VECTOR
               IF WS-EOF-FACT-EMITIDAS NOT = "SI" THEN
                   DISPLAY "FacturasEmitidas.dat ES MAS GRANDE QUE "
                           "LA TABLA (" WS-MAX-FACTURAS "), NO SE "
                           "PUEDE PUBLICAR"
               ELSE
                   PERFORM COMPLETAR-CODIGOS-PAGO
                   PERFORM OBTENER-ENTE-RED
                   PERFORM ARMAR-DEUDAS
                   PERFORM APLICAR-COBRANZAS-A-DEUDAS
                   PERFORM APLICAR-RECLAMOS-A-DEUDAS
                   PERFORM GRABAR-DEUDA-PUBLICADA
               END-IF
           END-IF.

       VERIFICAR-LIQUIDACION-EN-CURSO.
           MOVE "N" TO WS-LIQUIDACION-EN-CURSO
           OPEN INPUT TRABA-LIQUIDACION
           IF WS-STATUS-TRABA = "00" THEN
               READ TRABA-LIQUIDACION
                   NOT AT END
                       MOVE "S" TO WS-LIQUIDACION-EN-CURSO
               END-READ
               CLOSE TRABA-LIQUIDACION
           END-IF.

       CARGAR-FACTURAS-A-VECTOR.
           MOVE ZERO TO WS-CANT-FACTURAS
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA
               PERFORM CARGAR-UNA-FACTURA UNTIL
                   WS-EOF-FACT-EMITIDAS = "SI" OR
                   WS-CANT-FACTURAS >= WS-MAX-FACTURAS
               IF WS-EOF-FACT-EMITIDAS NOT = "SI" THEN
                   PERFORM LEER-FACTURA
               END-IF
               CLOSE FACTURAS_EMITIDAS
           ELSE
               MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS_EMITIDAS
               AT END
                   MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-READ.

       CARGAR-UNA-FACTURA.
           ADD 1 TO WS-CANT-FACTURAS
           MOVE FEMI-SUCURSAL TO VEC-FAC-SUCURSAL(WS-CANT-FACTURAS)
           MOVE FEMI-PERIODO TO VEC-FAC-PERIODO(WS-CANT-FACTURAS)
           MOVE FEMI-FECHA-EMISION TO VEC-FAC-FECHA(WS-CANT-FACTURAS)
           MOVE FEMI-IMPORTE TO VEC-FAC-IMPORTE(WS-CANT-FACTURAS)
           MOVE FEMI-ESTADO TO VEC-FAC-ESTADO(WS-CANT-FACTURAS)
           MOVE FEMI-CAE TO VEC-FAC-CAE(WS-CANT-FACTURAS)
           MOVE FEMI-CAE-VTO TO VEC-FAC-CAE-VTO(WS-CANT-FACTURAS)
           MOVE FEMI-FECHA-VTO TO
               VEC-FAC-VENCIMIENTO(WS-CANT-FACTURAS)
           IF FEMI-CODIGO-PAGO NUMERIC THEN
               MOVE FEMI-CODIGO-PAGO TO
                   VEC-FAC-CODIGO-PAGO(WS-CANT-FACTURAS)
           ELSE
               MOVE ZEROS TO VEC-FAC-CODIGO-PAGO(WS-CANT-FACTURAS)
           END-IF
           IF FEMI-CODIGO-VERIF NUMERIC THEN
               MOVE FEMI-CODIGO-VERIF TO
                   VEC-FAC-CODIGO-VERIF(WS-CANT-FACTURAS)
           ELSE
               MOVE ZEROS TO VEC-FAC-CODIGO-VERIF(WS-CANT-FACTURAS)
           END-IF
           PERFORM LEER-FACTURA.

      * Las facturas sin codigo toman el de otra factura de la misma
      * sucursal y periodo si lo hay (el codigo identifica la deuda
      * del documento), o uno nuevo de la serie.
       COMPLETAR-CODIGOS-PAGO.
           MOVE ZERO TO WS-CODIGOS-NUEVOS
           PERFORM LEER-FOLIO-CPAG
           PERFORM COMPLETAR-UN-CODIGO
               VARYING SUBINDICE-FAC FROM 1 BY 1
               UNTIL SUBINDICE-FAC > WS-CANT-FACTURAS
           IF WS-CODIGOS-NUEVOS > ZERO THEN
               PERFORM GRABAR-FOLIO-CPAG
               PERFORM REGRABAR-FACTURAS
               DISPLAY "FACTURAS A LAS QUE SE ASIGNO CODIGO: "
                   WS-CODIGOS-NUEVOS
           END-IF.

       COMPLETAR-UN-CODIGO.
           IF VEC-FAC-ESTADO(SUBINDICE-FAC) = "E" AND
               VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) = ZERO THEN
               MOVE "N" TO WS-CODIGO-HALLADO
               MOVE 1 TO SUBINDICE-OTRA
               PERFORM AVANZAR-SUBINDICE-OTRA UNTIL
                   SUBINDICE-OTRA > WS-CANT-FACTURAS OR
                   WS-CODIGO-HALLADO-SI
               IF WS-CODIGO-HALLADO-SI THEN
                   MOVE VEC-FAC-CODIGO-PAGO(SUBINDICE-OTRA) TO
                       VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC)
               ELSE
                   PERFORM ARMAR-CODIGO-PAGO
                   MOVE WS-CODIGO-PAGO-NUM TO
                       VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC)
               END-IF
               ADD 1 TO WS-CODIGOS-NUEVOS
           END-IF.

       AVANZAR-SUBINDICE-OTRA.
           IF VEC-FAC-ESTADO(SUBINDICE-OTRA) = "E" AND
               VEC-FAC-SUCURSAL(SUBINDICE-OTRA) =
                   VEC-FAC-SUCURSAL(SUBINDICE-FAC) AND
               VEC-FAC-PERIODO(SUBINDICE-OTRA) =
                   VEC-FAC-PERIODO(SUBINDICE-FAC) AND
               VEC-FAC-CODIGO-PAGO(SUBINDICE-OTRA) NOT = ZERO THEN
               MOVE "S" TO WS-CODIGO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-OTRA
           END-IF.

       ARMAR-CODIGO-PAGO.
           ADD 1 TO WS-FOLIO-CPAG-ACTUAL
           MOVE WS-FOLIO-CPAG-ACTUAL TO WS-CPAG-FOLIO
           MOVE ZEROS TO WS-DV-BUFFER
           MOVE WS-CPAG-FOLIO TO WS-DV-BUFFER(1:9)
           MOVE 9 TO WS-DV-LARGO
           PERFORM CALCULAR-DIGITO-VERIFICADOR
           MOVE WS-DV-RESULTADO TO WS-CPAG-DV.

       CALCULAR-DIGITO-VERIFICADOR.
           MOVE ZERO TO WS-DV-SUMA
           MOVE 1 TO WS-DV-PESO
           PERFORM PONDERAR-UN-DIGITO
               VARYING SUBINDICE-DV FROM 1 BY 1
               UNTIL SUBINDICE-DV > WS-DV-LARGO
           DIVIDE WS-DV-SUMA BY 2 GIVING WS-DV-MITAD
           DIVIDE WS-DV-MITAD BY 10 GIVING WS-DV-COCIENTE
               REMAINDER WS-DV-RESULTADO.

       PONDERAR-UN-DIGITO.
           COMPUTE WS-DV-SUMA = WS-DV-SUMA +
               WS-DV-DIGITO(SUBINDICE-DV) * WS-DV-PESO
           IF WS-DV-PESO = 9 THEN
               MOVE 3 TO WS-DV-PESO
           ELSE
               ADD 2 TO WS-DV-PESO
           END-IF.

       LEER-FOLIO-CPAG.
           MOVE ZERO TO WS-FOLIO-CPAG-ACTUAL
           OPEN INPUT FOLIO-CODIGOS-PAGO
           IF WS-STATUS-FOLIO-CPAG = "00" THEN
               READ FOLIO-CODIGOS-PAGO
                   NOT AT END
                       MOVE FOLIO-CPAG-ULTIMO TO WS-FOLIO-CPAG-ACTUAL
               END-READ
               CLOSE FOLIO-CODIGOS-PAGO
           END-IF.

       GRABAR-FOLIO-CPAG.
           OPEN OUTPUT FOLIO-CODIGOS-PAGO
           MOVE WS-FOLIO-CPAG-ACTUAL TO FOLIO-CPAG-ULTIMO
           WRITE FOLIO-CODIGOS-PAGO-REG
           CLOSE FOLIO-CODIGOS-PAGO.

       REGRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS_EMITIDAS
           PERFORM GRABAR-UNA-FACTURA
               VARYING SUBINDICE-FAC FROM 1 BY 1
               UNTIL SUBINDICE-FAC > WS-CANT-FACTURAS
           CLOSE FACTURAS_EMITIDAS.

       GRABAR-UNA-FACTURA.
           MOVE VEC-FAC-SUCURSAL(SUBINDICE-FAC) TO FEMI-SUCURSAL
           MOVE VEC-FAC-PERIODO(SUBINDICE-FAC) TO FEMI-PERIODO
           MOVE VEC-FAC-FECHA(SUBINDICE-FAC) TO FEMI-FECHA-EMISION
           MOVE VEC-FAC-IMPORTE(SUBINDICE-FAC) TO FEMI-IMPORTE
           MOVE VEC-FAC-ESTADO(SUBINDICE-FAC) TO FEMI-ESTADO
           MOVE VEC-FAC-CAE(SUBINDICE-FAC) TO FEMI-CAE
           MOVE VEC-FAC-CAE-VTO(SUBINDICE-FAC) TO FEMI-CAE-VTO
           MOVE VEC-FAC-VENCIMIENTO(SUBINDICE-FAC) TO
               FEMI-FECHA-VTO
           MOVE VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) TO FEMI-CODIGO-PAGO
           MOVE VEC-FAC-CODIGO-VERIF(SUBINDICE-FAC) TO
               FEMI-CODIGO-VERIF
           WRITE FACTURAS_EMITIDAS_REG.

      * Numero de ente asignado por la red (ENTE-RED-COBRANZA en
      * Parametros.dat), el mismo que imprime la factura.
       OBTENER-ENTE-RED.
           MOVE ZERO TO WS-ENTE-RED-COBRANZA
           MOVE "N" TO WS-ENTE-HALLADO
           MOVE "NO" TO WS-EOF-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS = "00" THEN
               PERFORM LEER-PARAMETRO
               PERFORM BUSCAR-ENTE-PARAMETRO UNTIL
                   WS-EOF-PARAMETROS = "SI" OR WS-ENTE-HALLADO-SI
               CLOSE PARAMETROS
           END-IF.

       LEER-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE "SI" TO WS-EOF-PARAMETROS
           END-READ.

       BUSCAR-ENTE-PARAMETRO.
           IF PAR-NOMBRE = "ENTE-RED-COBRANZA" AND
               PAR-VALOR(1:4) NUMERIC THEN
               MOVE "S" TO WS-ENTE-HALLADO
               MOVE PAR-VALOR(1:4) TO WS-ENTE-RED-COBRANZA
           ELSE
               PERFORM LEER-PARAMETRO
           END-IF.

      * Un renglon de deuda por codigo: suma de las facturas con ese
      * codigo y el vencimiento mas proximo entre ellas.
       ARMAR-DEUDAS.
           MOVE ZERO TO WS-CANT-DEUDAS
           PERFORM ACUMULAR-FACTURA-EN-DEUDA
               VARYING SUBINDICE-FAC FROM 1 BY 1
               UNTIL SUBINDICE-FAC > WS-CANT-FACTURAS.

       ACUMULAR-FACTURA-EN-DEUDA.
           IF VEC-FAC-ESTADO(SUBINDICE-FAC) = "E" AND
               VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) NOT = ZERO THEN
               MOVE "N" TO WS-DEU-HALLADA
               MOVE 1 TO SUBINDICE-DEU
               PERFORM AVANZAR-SUBINDICE-DEU UNTIL
                   SUBINDICE-DEU > WS-CANT-DEUDAS OR
                   WS-DEU-HALLADA-SI
               IF WS-DEU-HALLADA-SI THEN
                   ADD VEC-FAC-IMPORTE(SUBINDICE-FAC) TO
                       VEC-DEU-FACTURADO(SUBINDICE-DEU)
                   IF VEC-FAC-VENCIMIENTO(SUBINDICE-FAC) <
                       VEC-DEU-VENCIMIENTO(SUBINDICE-DEU) THEN
                       MOVE VEC-FAC-VENCIMIENTO(SUBINDICE-FAC) TO
                           VEC-DEU-VENCIMIENTO(SUBINDICE-DEU)
                   END-IF
               ELSE
                   IF WS-CANT-DEUDAS < WS-MAX-DEUDAS THEN
                       PERFORM AGREGAR-DEUDA
                   END-IF
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-DEU.
           IF VEC-DEU-CODIGO-PAGO(SUBINDICE-DEU) =
               VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) THEN
               MOVE "S" TO WS-DEU-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-DEU
           END-IF.

       AGREGAR-DEUDA.
           ADD 1 TO WS-CANT-DEUDAS
           MOVE VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) TO
               VEC-DEU-CODIGO-PAGO(WS-CANT-DEUDAS)
           MOVE VEC-FAC-SUCURSAL(SUBINDICE-FAC) TO
               VEC-DEU-SUCURSAL(WS-CANT-DEUDAS)
           MOVE VEC-FAC-PERIODO(SUBINDICE-FAC) TO
               VEC-DEU-PERIODO(WS-CANT-DEUDAS)
           MOVE VEC-FAC-VENCIMIENTO(SUBINDICE-FAC) TO
               VEC-DEU-VENCIMIENTO(WS-CANT-DEUDAS)
           MOVE VEC-FAC-IMPORTE(SUBINDICE-FAC) TO
               VEC-DEU-FACTURADO(WS-CANT-DEUDAS)
           MOVE ZERO TO VEC-DEU-COBRADO(WS-CANT-DEUDAS).

       APLICAR-COBRANZAS-A-DEUDAS.
           MOVE "NO" TO WS-EOF-COBRANZAS
           OPEN INPUT COBRANZAS
           IF WS-STATUS-COBRANZAS = "00" THEN
               PERFORM LEER-COBRANZA
               PERFORM APLICAR-UNA-COBRANZA UNTIL
                   WS-EOF-COBRANZAS = "SI"
               CLOSE COBRANZAS
           END-IF.

       LEER-COBRANZA.
           READ COBRANZAS
               AT END
                   MOVE "SI" TO WS-EOF-COBRANZAS
           END-READ.

       APLICAR-UNA-COBRANZA.
           PERFORM APLICAR-COBRANZA-A-DEUDA
               VARYING SUBINDICE-DEU FROM 1 BY 1
               UNTIL SUBINDICE-DEU > WS-CANT-DEUDAS
           PERFORM LEER-COBRANZA.

       APLICAR-COBRANZA-A-DEUDA.
           IF VEC-DEU-SUCURSAL(SUBINDICE-DEU) = COB-SUCURSAL AND
               VEC-DEU-PERIODO(SUBINDICE-DEU) = COB-PERIODO THEN
               ADD COB-IMPORTE TO VEC-DEU-COBRADO(SUBINDICE-DEU)
           END-IF.

      * Lo reconocido a la sucursal en un reclamo ya se acredito con
      * su nota de credito: no se publica para cobrar.
       APLICAR-RECLAMOS-A-DEUDAS.
           MOVE "NO" TO WS-EOF-RECLAMOS
           OPEN INPUT RECLAMOS
           IF WS-STATUS-RECLAMOS = "00" THEN
               PERFORM LEER-RECLAMO
               PERFORM APLICAR-UN-RECLAMO UNTIL
                   WS-EOF-RECLAMOS = "SI"
               CLOSE RECLAMOS
           END-IF.

       LEER-RECLAMO.
           READ RECLAMOS
               AT END
                   MOVE "SI" TO WS-EOF-RECLAMOS
           END-READ.

       APLICAR-UN-RECLAMO.
           IF REC-A-FAVOR-SUCURSAL THEN
               PERFORM APLICAR-RECLAMO-A-DEUDA
                   VARYING SUBINDICE-DEU FROM 1 BY 1
                   UNTIL SUBINDICE-DEU > WS-CANT-DEUDAS
           END-IF
           PERFORM LEER-RECLAMO.

       APLICAR-RECLAMO-A-DEUDA.
           IF VEC-DEU-SUCURSAL(SUBINDICE-DEU) = REC-SUCURSAL AND
               VEC-DEU-PERIODO(SUBINDICE-DEU) = REC-PERIODO THEN
               ADD REC-IMPORTE-RECONOCIDO TO
                   VEC-DEU-COBRADO(SUBINDICE-DEU)
           END-IF.

      * La publicacion reemplaza a la anterior: la red siempre tiene
      * la foto vigente de lo que se puede cobrar.
       GRABAR-DEUDA-PUBLICADA.
           MOVE ZERO TO WS-CANT-PUBLICADOS
           MOVE ZERO TO WS-TOTAL-PUBLICADO
           OPEN OUTPUT DEUDA_PUBLICADA
           PERFORM PUBLICAR-UNA-DEUDA
               VARYING SUBINDICE-DEU FROM 1 BY 1
               UNTIL SUBINDICE-DEU > WS-CANT-DEUDAS
           CLOSE DEUDA_PUBLICADA
           DISPLAY "CODIGOS PUBLICADOS: " WS-CANT-PUBLICADOS
           DISPLAY "TOTAL PUBLICADO:    " WS-TOTAL-PUBLICADO
           DISPLAY "ARCHIVO: DeudaPublicada.dat".

       PUBLICAR-UNA-DEUDA.
           COMPUTE WS-SALDO-DEUDA =
               VEC-DEU-FACTURADO(SUBINDICE-DEU) -
               VEC-DEU-COBRADO(SUBINDICE-DEU)
           IF WS-SALDO-DEUDA > ZERO THEN
               MOVE VEC-DEU-CODIGO-PAGO(SUBINDICE-DEU) TO
                   DPUB-CODIGO-PAGO
               MOVE VEC-DEU-SUCURSAL(SUBINDICE-DEU) TO DPUB-SUCURSAL
               MOVE VEC-DEU-PERIODO(SUBINDICE-DEU) TO DPUB-PERIODO
               MOVE VEC-DEU-VENCIMIENTO(SUBINDICE-DEU) TO
                   DPUB-FECHA-VTO
               MOVE WS-SALDO-DEUDA TO DPUB-IMPORTE
               MOVE WS-ENTE-RED-COBRANZA TO WS-CBAR-ENTE
               MOVE VEC-DEU-CODIGO-PAGO(SUBINDICE-DEU) TO
                   WS-CBAR-CODIGO-PAGO
               MOVE WS-SALDO-DEUDA TO WS-CBAR-IMPORTE
               MOVE VEC-DEU-VENCIMIENTO(SUBINDICE-DEU) TO WS-CBAR-VTO
               MOVE WS-CODIGO-BARRAS(1:32) TO WS-DV-BUFFER
               MOVE 32 TO WS-DV-LARGO
               PERFORM CALCULAR-DIGITO-VERIFICADOR
               MOVE WS-DV-RESULTADO TO WS-CBAR-DV
               MOVE WS-CODIGO-BARRAS TO DPUB-CODIGO-BARRAS
               WRITE DEUDA_PUBLICADA_REG
               ADD 1 TO WS-CANT-PUBLICADOS
               ADD WS-SALDO-DEUDA TO WS-TOTAL-PUBLICADO
           END-IF.

      * Cada pago rendido entra a CobranzasSucursal.dat con la
      * sucursal y el periodo de la factura de su codigo y la fecha
      * en que la sucursal pago en la red.
       IMPORTAR-RENDICION.
           MOVE "NO" TO WS-EOF-RENDICION
           MOVE ZERO TO WS-CANT-IMPUTADOS
           MOVE ZERO TO WS-CANT-RECHAZADOS
           MOVE ZERO TO WS-TOTAL-IMPUTADO
           OPEN INPUT RENDICION
           IF WS-STATUS-RENDICION NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR RendicionRedCobranza.dat"
           ELSE
               PERFORM LEER-RENDICION
               IF WS-EOF-RENDICION = "SI" OR NOT REND-CABECERA THEN
                   DISPLAY "LA RENDICION NO TRAE CABECERA CON SU "
                           "FECHA, NO SE IMPORTA"
               ELSE
                   MOVE REND-FECHA TO WS-FECHA-RENDICION
                   PERFORM BUSCAR-RENDICION-IMPORTADA
                   IF WS-RENDICION-REPETIDA-SI THEN
                       DISPLAY "LA RENDICION DEL "
                           WS-FECHA-RENDICION " YA FUE IMPORTADA"
                   ELSE
                       PERFORM IMPUTAR-RENDICION
                   END-IF
               END-IF
               CLOSE RENDICION
           END-IF.

       LEER-RENDICION.
           READ RENDICION
               AT END
                   MOVE "SI" TO WS-EOF-RENDICION
           END-READ.

       BUSCAR-RENDICION-IMPORTADA.
           MOVE "N" TO WS-RENDICION-REPETIDA
           MOVE "NO" TO WS-EOF-IMPORTADAS
           OPEN INPUT RENDICIONES_IMPORTADAS
           IF WS-STATUS-IMPORTADAS = "00" THEN
               PERFORM LEER-IMPORTADA
               PERFORM COTEJAR-IMPORTADA UNTIL
                   WS-EOF-IMPORTADAS = "SI" OR
                   WS-RENDICION-REPETIDA-SI
               CLOSE RENDICIONES_IMPORTADAS
           END-IF.

       LEER-IMPORTADA.
           READ RENDICIONES_IMPORTADAS
               AT END
                   MOVE "SI" TO WS-EOF-IMPORTADAS
           END-READ.

       COTEJAR-IMPORTADA.
           IF RIMP-FECHA-RENDICION = WS-FECHA-RENDICION THEN
               MOVE "S" TO WS-RENDICION-REPETIDA
           ELSE
               PERFORM LEER-IMPORTADA
           END-IF.

       IMPUTAR-RENDICION.
           PERFORM CARGAR-FACTURAS-A-VECTOR
           OPEN EXTEND COBRANZAS
           IF WS-STATUS-COBRANZAS = "35" THEN
               OPEN OUTPUT COBRANZAS
               CLOSE COBRANZAS
               OPEN EXTEND COBRANZAS
           END-IF
           OPEN OUTPUT RECHAZOS_RENDICION
           MOVE WS-FECHA-RENDICION TO LRE-FECHA
           WRITE RECHAZOS_RENDICION_REG FROM LINEA-RECHAZO-ENC
           PERFORM LEER-RENDICION
           PERFORM PROCESAR-UN-PAGO UNTIL WS-EOF-RENDICION = "SI"
           CLOSE COBRANZAS
           CLOSE RECHAZOS_RENDICION
           PERFORM REGISTRAR-RENDICION-IMPORTADA
           DISPLAY "PAGOS IMPUTADOS:   " WS-CANT-IMPUTADOS
           DISPLAY "TOTAL IMPUTADO:    " WS-TOTAL-IMPUTADO
           DISPLAY "PAGOS SIN IMPUTAR: " WS-CANT-RECHAZADOS
           DISPLAY "SIN IMPUTAR EN RechazosRendicionRed.dat".

       PROCESAR-UN-PAGO.
           IF REND-DETALLE THEN
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               PERFORM VALIDAR-CODIGO-RENDIDO
               IF WS-MOTIVO-RECHAZO = SPACES THEN
                   MOVE VEC-FAC-SUCURSAL(SUBINDICE-FAC) TO
                       COB-SUCURSAL
                   MOVE VEC-FAC-PERIODO(SUBINDICE-FAC) TO COB-PERIODO
                   MOVE REND-FECHA TO COB-FECHA
                   MOVE REND-IMPORTE TO COB-IMPORTE
                   MOVE SPACES TO COB-MEDIO
                   MOVE SPACES TO COB-IMPUESTO
                   MOVE SPACES TO COB-CERTIFICADO
                   WRITE COBRANZAS_REG
                   ADD 1 TO WS-CANT-IMPUTADOS
                   ADD REND-IMPORTE TO WS-TOTAL-IMPUTADO
               ELSE
                   MOVE REND-CODIGO-PAGO TO LRR-CODIGO
                   MOVE REND-FECHA TO LRR-FECHA
                   MOVE REND-IMPORTE TO LRR-IMPORTE
                   MOVE REND-CANAL TO LRR-CANAL
                   MOVE WS-MOTIVO-RECHAZO TO LRR-MOTIVO
                   WRITE RECHAZOS_RENDICION_REG FROM LINEA-RECHAZO
                   ADD 1 TO WS-CANT-RECHAZADOS
               END-IF
           END-IF
           PERFORM LEER-RENDICION.

      * El codigo tiene que cerrar con su verificador y pertenecer a
      * una factura de la cuenta corriente; deja en SUBINDICE-FAC la
      * factura a la que se imputa el pago.
       VALIDAR-CODIGO-RENDIDO.
           IF REND-CODIGO-PAGO NOT NUMERIC OR
               REND-IMPORTE NOT NUMERIC OR REND-IMPORTE = ZERO THEN
               MOVE "CODIGO O IMPORTE INVALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE REND-CODIGO-PAGO TO WS-CODIGO-PAGO-NUM
               MOVE ZEROS TO WS-DV-BUFFER
               MOVE WS-CPAG-FOLIO TO WS-DV-BUFFER(1:9)
               MOVE 9 TO WS-DV-LARGO
               PERFORM CALCULAR-DIGITO-VERIFICADOR
               IF WS-DV-RESULTADO NOT = WS-CPAG-DV THEN
                   MOVE "DIGITO VERIFICADOR ERRONEO" TO
                       WS-MOTIVO-RECHAZO
               ELSE
                   MOVE "N" TO WS-CODIGO-HALLADO
                   MOVE 1 TO SUBINDICE-FAC
                   PERFORM BUSCAR-FACTURA-DEL-CODIGO UNTIL
                       SUBINDICE-FAC > WS-CANT-FACTURAS OR
                       WS-CODIGO-HALLADO-SI
                   IF NOT WS-CODIGO-HALLADO-SI THEN
                       MOVE "CODIGO SIN FACTURA" TO
                           WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-FACTURA-DEL-CODIGO.
           IF VEC-FAC-CODIGO-PAGO(SUBINDICE-FAC) =
               REND-CODIGO-PAGO THEN
               MOVE "S" TO WS-CODIGO-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-FAC
           END-IF.

       REGISTRAR-RENDICION-IMPORTADA.
           OPEN EXTEND RENDICIONES_IMPORTADAS
           IF WS-STATUS-IMPORTADAS = "35" THEN
               OPEN OUTPUT RENDICIONES_IMPORTADAS
               CLOSE RENDICIONES_IMPORTADAS
               OPEN EXTEND RENDICIONES_IMPORTADAS
           END-IF
           MOVE WS-FECHA-RENDICION TO RIMP-FECHA-RENDICION
           MOVE WS-FECHA-HOY TO RIMP-FECHA-IMPORTACION
           MOVE WS-CANT-IMPUTADOS TO RIMP-CANT-PAGOS
           MOVE WS-TOTAL-IMPUTADO TO RIMP-IMPORTE
           WRITE RENDICIONES_IMPORTADAS_REG
           CLOSE RENDICIONES_IMPORTADAS.

       END PROGRAM COBRANZA-RED-PAGOS.
