      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reclamos de las sucursales sobre facturas emitidas
      *          (horas que no reconocen, tarifa mal aplicada). Cada
      *          reclamo queda en ReclamosFacturas.dat contra la
      *          factura de origen (sucursal + periodo) con motivo,
      *          importe en disputa, estado y resolucion. Mientras
      *          el reclamo esta abierto la factura no genera
      *          intereses en NotasDebito ni se presenta al banco en
      *          DebitoAutomatico. Resuelto a favor de la sucursal,
      *          emite la nota de credito por lo reconocido con la
      *          serie de FolioNotasCredito.dat: imagen en
      *          NotasCreditoReclamos.dat, documento en la cuenta
      *          corriente (FacturasEmitidas.dat con estado C) y
      *          renglon en el Libro IVA Ventas; lo reconocido queda
      *          en el reclamo y neutraliza ese importe de la factura
      *          para la mora y el debito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECLAMOS-FACTURAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECLAMOS ASSIGN TO "ReclamosFacturas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RECLAMOS.

       SELECT FACTURAS_EMITIDAS ASSIGN TO "FacturasEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-EMITIDAS.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT FOLIO-NOTAS-CREDITO ASSIGN TO "FolioNotasCredito.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-NC.

      * Imagen de impresion de las notas de credito por reclamo, de
      * solo agregado: NotasCredito.dat lo regenera cada corrida.
       SELECT NOTAS_CREDITO_RECLAMOS ASSIGN TO
             "NotasCreditoReclamos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOTAS-CREDITO.

       SELECT LIBRO_IVA_VENTAS ASSIGN TO "LibroIvaVentas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-IVA.

      * La serie de notas de credito es la misma de la corrida: con
      * la liquidacion en curso no se emite, para no pisarse el
      * ultimo folio.
       SELECT TRABA-LIQUIDACION ASSIGN TO "TrabaLiquidacion.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRABA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
      * Limite de credito (cero = sin limite) y bloqueo de servicio
      * por morosidad. Una sucursal desbloqueada con doble firma
      * queda en D y el control la respeta hasta que su saldo
      * vuelva a quedar dentro del limite.
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
               88 SUC-DESBLOQUEO-AUTORIZADO VALUE "D".
      * Jurisdiccion de Ingresos Brutos (901 a 924); cero = sin
      * percepcion.
           03 SUC-JURISDICCION PIC 9(3).

       FD FOLIO-NOTAS-CREDITO LABEL RECORD IS STANDARD.
       01 FOLIO-NOTAS-CREDITO-REG.
           03 FOLIO-NC-ULTIMO PIC 9(9).

       FD NOTAS_CREDITO_RECLAMOS LABEL RECORD IS STANDARD.
       01 NOTAS_CREDITO_RECLAMOS_REG PIC X(90).

       FD LIBRO_IVA_VENTAS LABEL RECORD IS STANDARD.
       01 LIBRO_IVA_VENTAS_REG PIC X(110).

       FD TRABA-LIQUIDACION LABEL RECORD IS STANDARD.
       01 TRABA-LIQUIDACION-REG.
           03 TRABA-OPERADOR PIC X(8).
           03 TRABA-FECHA PIC 9(8).
           03 TRABA-HORA PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-RECLAMOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-FACT-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-NC PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOTAS-CREDITO PIC X(2) VALUE SPACES.
       01 WS-STATUS-LIBRO-IVA PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA PIC X(2) VALUE SPACES.

       01 WS-EOF-RECLAMOS PIC X(2) VALUE "NO".
       01 WS-EOF-FACT-EMITIDAS PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-RESOLVER VALUE "2".
           88 WS-OPCION-LISTAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".

       01 WS-SUCURSAL-ENTRADA PIC X(3).
       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.
       01 WS-MOTIVO-ENTRADA PIC X(30).
       01 WS-IMPORTE-ENTRADA PIC 9(9)V99.
       01 WS-RESOLUCION-ENTRADA PIC X(1).
       01 WS-DETALLE-ENTRADA PIC X(30).
       01 WS-CONFIRMA PIC X(1).

       01 WS-MAX-RECLAMOS PIC 9(4) VALUE 2000.
       01 WS-CANT-RECLAMOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-REC PIC 9(4) VALUE ZERO.
       01 WS-REC-HALLADO PIC X(1) VALUE "N".
           88 WS-REC-HALLADO-SI VALUE "S".
       01 TABLA-RECLAMOS.
           03 ELEM-REC OCCURS 2000 TIMES.
               05 VEC-REC-SUCURSAL PIC X(3).
               05 VEC-REC-PERIODO PIC 9(6).
               05 VEC-REC-FECHA-ALTA PIC 9(8).
               05 VEC-REC-MOTIVO PIC X(30).
               05 VEC-REC-DISPUTA PIC 9(9)V99.
               05 VEC-REC-ESTADO PIC X(1).
               05 VEC-REC-FECHA-RESOL PIC 9(8).
               05 VEC-REC-RECONOCIDO PIC 9(9)V99.
               05 VEC-REC-RESOLUCION PIC X(30).
               05 VEC-REC-FOLIO-NC PIC 9(9).

      * Datos de la sucursal del reclamo, leidos del maestro.
       01 WS-SUC-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-SUC-ENCONTRADA-SI VALUE "S".
       01 WS-SUC-RAZON PIC X(25) VALUE SPACES.
       01 WS-SUC-CUIT PIC 9(11) VALUE ZERO.
       01 WS-SUC-IVA-COND PIC X(1) VALUE SPACES.

      * Importe facturado (con IVA) de la factura reclamada.
       01 WS-IMPORTE-FACTURA PIC S9(9)V99 VALUE ZERO.
       01 WS-FACTURA-HALLADA PIC X(1) VALUE "N".
           88 WS-FACTURA-HALLADA-SI VALUE "S".

       01 WS-FOLIO-NC-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-ALICUOTA-IVA PIC 9(2)V99 VALUE ZERO.
       01 WS-NETO-NC PIC S9(9)V99 VALUE ZERO.
       01 WS-IVA-NC PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NC PIC S9(9)V99 VALUE ZERO.
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-ACTUAL PIC 9(6) VALUE ZERO.
       01 WS-CANT-LISTADOS PIC 9(4) VALUE ZERO.
       01 WS-LIQUIDACION-EN-CURSO PIC X(1) VALUE "N".

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

       01 LINEA-NC-ENC.
           03 FILLER PIC X(16) VALUE "NOTA DE CREDITO ".
           03 LNC-FOLIO PIC 9(9).
           03 FILLER PIC X(3) VALUE " - ".
           03 LNC-SUCURSAL PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNC-RAZON PIC X(25).

       01 LINEA-NC-DETALLE.
           03 FILLER PIC X(27) VALUE "RECLAMO SOBRE LA FACTURA  ".
           03 LNCD-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LNCD-RESOLUCION PIC X(30).

       01 LINEA-NC-TOTAL.
           03 FILLER PIC X(6) VALUE "NETO: ".
           03 LNCT-NETO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(6) VALUE " IVA: ".
           03 LNCT-IVA PIC ZZZZZZZ9,99.
           03 FILLER PIC X(18) VALUE " CREDITO A FAVOR: ".
           03 LNCT-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-VERIF-FACTURA.
           03 FILLER PIC X(24) VALUE "Codigo de verificacion: ".
           03 LVF-CODIGO PIC 9(8).

       01 BLANCO PIC X(1) VALUE SPACES.

       01 LINEA-LIBRO-IVA-NC.
           03 LLNC-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-CUIT PIC 9(11).
           03 FILLER PIC X(4) VALUE " NC ".
           03 LLNC-NETO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-ALICUOTA PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-IVA PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLNC-TOTAL PIC ZZZZZZZZ9,99.

       01 LINEA-LISTADO.
           03 LLR-SUCURSAL PIC X(4).
           03 LLR-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLR-ESTADO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLR-DISPUTA PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLR-RECONOCIDO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLR-MOTIVO PIC X(30).
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
       MAIN-PROCEDURE.
      **
      * Menu de reclamos: alta contra una factura emitida,
      * resolucion (con nota de credito si es a favor de la
      * sucursal) y listado del registro.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-PERIODO-ACTUAL = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH

           PERFORM CARGAR-RECLAMOS-A-VECTOR
      * Si el registro no entro entero en la tabla, regrabarlo
      * desde el vector perderia la cola: no se opera.
           IF WS-STATUS-RECLAMOS = "00" AND
               WS-EOF-RECLAMOS NOT = "SI" THEN
               DISPLAY "ReclamosFacturas.dat ES MAS GRANDE QUE LA "
                       "TABLA (" WS-MAX-RECLAMOS "), NO SE PUEDE "
                       "OPERAR SIN PERDER REGISTROS"
               STOP RUN
           END-IF

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR

           DISPLAY "FIN DE RECLAMOS DE FACTURAS"
           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "----- RECLAMOS DE SUCURSALES SOBRE FACTURAS -----".
           DISPLAY "1. ALTA DE RECLAMO".
           DISPLAY "2. RESOLVER RECLAMO".
           DISPLAY "3. LISTAR RECLAMOS".
           DISPLAY "4. SALIR".
           DISPLAY "-------------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM ALTA-RECLAMO
               WHEN WS-OPCION-RESOLVER
                   PERFORM RESOLVER-RECLAMO
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-RECLAMOS
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       CARGAR-RECLAMOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-RECLAMOS
           MOVE "NO" TO WS-EOF-RECLAMOS
           OPEN INPUT RECLAMOS
           IF WS-STATUS-RECLAMOS = "00" THEN
               PERFORM LEER-RECLAMO
               PERFORM CARGAR-UN-RECLAMO UNTIL
                   WS-EOF-RECLAMOS = "SI" OR
                   WS-CANT-RECLAMOS >= WS-MAX-RECLAMOS
               CLOSE RECLAMOS
           END-IF.

       LEER-RECLAMO.
           READ RECLAMOS
               AT END
                   MOVE "SI" TO WS-EOF-RECLAMOS
           END-READ.

       CARGAR-UN-RECLAMO.
           ADD 1 TO WS-CANT-RECLAMOS
           MOVE REC-SUCURSAL TO VEC-REC-SUCURSAL(WS-CANT-RECLAMOS)
           MOVE REC-PERIODO TO VEC-REC-PERIODO(WS-CANT-RECLAMOS)
           MOVE REC-FECHA-ALTA TO VEC-REC-FECHA-ALTA(WS-CANT-RECLAMOS)
           MOVE REC-MOTIVO TO VEC-REC-MOTIVO(WS-CANT-RECLAMOS)
           MOVE REC-IMPORTE-DISPUTA TO
               VEC-REC-DISPUTA(WS-CANT-RECLAMOS)
           MOVE REC-ESTADO TO VEC-REC-ESTADO(WS-CANT-RECLAMOS)
           MOVE REC-FECHA-RESOLUCION TO
               VEC-REC-FECHA-RESOL(WS-CANT-RECLAMOS)
           MOVE REC-IMPORTE-RECONOCIDO TO
               VEC-REC-RECONOCIDO(WS-CANT-RECLAMOS)
           MOVE REC-RESOLUCION TO VEC-REC-RESOLUCION(WS-CANT-RECLAMOS)
           MOVE REC-FOLIO-NC TO VEC-REC-FOLIO-NC(WS-CANT-RECLAMOS)
           PERFORM LEER-RECLAMO.

       REGRABAR-RECLAMOS.
           OPEN OUTPUT RECLAMOS
           PERFORM GRABAR-UN-RECLAMO
               VARYING SUBINDICE-REC FROM 1 BY 1
               UNTIL SUBINDICE-REC > WS-CANT-RECLAMOS
           CLOSE RECLAMOS.

       GRABAR-UN-RECLAMO.
           MOVE VEC-REC-SUCURSAL(SUBINDICE-REC) TO REC-SUCURSAL
           MOVE VEC-REC-PERIODO(SUBINDICE-REC) TO REC-PERIODO
           MOVE VEC-REC-FECHA-ALTA(SUBINDICE-REC) TO REC-FECHA-ALTA
           MOVE VEC-REC-MOTIVO(SUBINDICE-REC) TO REC-MOTIVO
           MOVE VEC-REC-DISPUTA(SUBINDICE-REC) TO REC-IMPORTE-DISPUTA
           MOVE VEC-REC-ESTADO(SUBINDICE-REC) TO REC-ESTADO
           MOVE VEC-REC-FECHA-RESOL(SUBINDICE-REC) TO
               REC-FECHA-RESOLUCION
           MOVE VEC-REC-RECONOCIDO(SUBINDICE-REC) TO
               REC-IMPORTE-RECONOCIDO
           MOVE VEC-REC-RESOLUCION(SUBINDICE-REC) TO REC-RESOLUCION
           MOVE VEC-REC-FOLIO-NC(SUBINDICE-REC) TO REC-FOLIO-NC
           WRITE RECLAMOS_REG.

      * El reclamo se abre contra una factura que exista en la
      * cuenta corriente y por no mas de lo facturado; una factura
      * tiene a lo sumo un reclamo abierto a la vez.
       ALTA-RECLAMO.
           PERFORM PEDIR-FACTURA
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
           ELSE
               PERFORM BUSCAR-FACTURA-EMITIDA
               PERFORM BUSCAR-RECLAMO-ABIERTO
               IF NOT WS-FACTURA-HALLADA-SI THEN
                   DISPLAY "NO HAY FACTURA EMITIDA PARA ESA "
                           "SUCURSAL Y PERIODO"
               ELSE
                   IF WS-REC-HALLADO-SI THEN
                       DISPLAY "LA FACTURA YA TIENE UN RECLAMO "
                               "ABIERTO DESDE "
                               VEC-REC-FECHA-ALTA(SUBINDICE-REC)
                   ELSE
                       IF WS-CANT-RECLAMOS >= WS-MAX-RECLAMOS THEN
                           DISPLAY "REGISTRO DE RECLAMOS LLENO"
                       ELSE
                           PERFORM REGISTRAR-RECLAMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDIR-FACTURA.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           DISPLAY "PERIODO DE LA FACTURA (AAAAMM): ".
           ACCEPT WS-PERIODO-ENTRADA.
           IF WS-PERIODO-ENTRADA NUMERIC THEN
               MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-NUM
           END-IF.

       REGISTRAR-RECLAMO.
           DISPLAY "IMPORTE FACTURADO: " WS-IMPORTE-FACTURA
           DISPLAY "MOTIVO DEL RECLAMO: "
           ACCEPT WS-MOTIVO-ENTRADA
           DISPLAY "IMPORTE EN DISPUTA: "
           MOVE ZERO TO WS-IMPORTE-ENTRADA
           ACCEPT WS-IMPORTE-ENTRADA
           IF WS-MOTIVO-ENTRADA = SPACES OR
               WS-IMPORTE-ENTRADA = ZERO OR
               WS-IMPORTE-ENTRADA > WS-IMPORTE-FACTURA THEN
               DISPLAY "MOTIVO VACIO O IMPORTE FUERA DE LO "
                       "FACTURADO, ALTA CANCELADA"
           ELSE
               ADD 1 TO WS-CANT-RECLAMOS
               MOVE WS-SUCURSAL-ENTRADA TO
                   VEC-REC-SUCURSAL(WS-CANT-RECLAMOS)
               MOVE WS-PERIODO-NUM TO
                   VEC-REC-PERIODO(WS-CANT-RECLAMOS)
               MOVE WS-FECHA-HOY TO
                   VEC-REC-FECHA-ALTA(WS-CANT-RECLAMOS)
               MOVE WS-MOTIVO-ENTRADA TO
                   VEC-REC-MOTIVO(WS-CANT-RECLAMOS)
               MOVE WS-IMPORTE-ENTRADA TO
                   VEC-REC-DISPUTA(WS-CANT-RECLAMOS)
               MOVE "A" TO VEC-REC-ESTADO(WS-CANT-RECLAMOS)
               MOVE ZEROS TO VEC-REC-FECHA-RESOL(WS-CANT-RECLAMOS)
               MOVE ZEROS TO VEC-REC-RECONOCIDO(WS-CANT-RECLAMOS)
               MOVE SPACES TO VEC-REC-RESOLUCION(WS-CANT-RECLAMOS)
               MOVE ZEROS TO VEC-REC-FOLIO-NC(WS-CANT-RECLAMOS)
               PERFORM REGRABAR-RECLAMOS
               DISPLAY "RECLAMO REGISTRADO: LA FACTURA QUEDA FUERA "
                       "DE LA MORA Y DEL DEBITO AUTOMATICO"
           END-IF.

      * Resolucion: a favor de la sucursal se reconoce todo o parte
      * de lo disputado y sale la nota de credito; rechazado, la
      * factura vuelve sin cambios al circuito de cobranza.
       RESOLVER-RECLAMO.
           PERFORM PEDIR-FACTURA
           IF WS-PERIODO-ENTRADA NOT NUMERIC THEN
               DISPLAY "EL PERIODO DEBE SER NUMERICO AAAAMM"
           ELSE
               PERFORM BUSCAR-RECLAMO-ABIERTO
               IF NOT WS-REC-HALLADO-SI THEN
                   DISPLAY "NO HAY RECLAMO ABIERTO PARA ESA FACTURA"
               ELSE
                   DISPLAY "MOTIVO: " VEC-REC-MOTIVO(SUBINDICE-REC)
                   DISPLAY "EN DISPUTA: "
                       VEC-REC-DISPUTA(SUBINDICE-REC)
                   DISPLAY "RESOLUCION (S=A FAVOR DE LA SUCURSAL, "
                           "R=RECHAZADO): "
                   ACCEPT WS-RESOLUCION-ENTRADA
                   EVALUATE WS-RESOLUCION-ENTRADA
                       WHEN "S"
                           PERFORM RESOLVER-A-FAVOR
                       WHEN "R"
                           PERFORM RESOLVER-RECHAZADO
                       WHEN OTHER
                           DISPLAY "RESOLUCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-IF.

       RESOLVER-RECHAZADO.
           DISPLAY "FUNDAMENTO DEL RECHAZO: "
           ACCEPT WS-DETALLE-ENTRADA
           MOVE "R" TO VEC-REC-ESTADO(SUBINDICE-REC)
           MOVE WS-FECHA-HOY TO VEC-REC-FECHA-RESOL(SUBINDICE-REC)
           MOVE ZEROS TO VEC-REC-RECONOCIDO(SUBINDICE-REC)
           MOVE WS-DETALLE-ENTRADA TO
               VEC-REC-RESOLUCION(SUBINDICE-REC)
           PERFORM REGRABAR-RECLAMOS
           DISPLAY "RECLAMO RECHAZADO: LA FACTURA VUELVE A LA MORA "
                   "Y AL DEBITO AUTOMATICO".

       RESOLVER-A-FAVOR.
           PERFORM VERIFICAR-LIQUIDACION-EN-CURSO
           IF WS-LIQUIDACION-EN-CURSO = "S" THEN
               DISPLAY "HAY UNA LIQUIDACION EN CURSO (ver "
                       "TrabaLiquidacion.dat): LA NOTA DE CREDITO "
                       "COMPARTE SU SERIE, REINTENTE AL TERMINAR"
           ELSE
               DISPLAY "IMPORTE RECONOCIDO (ENTER = TODO LO "
                       "DISPUTADO): "
               MOVE ZERO TO WS-IMPORTE-ENTRADA
               ACCEPT WS-IMPORTE-ENTRADA
               IF WS-IMPORTE-ENTRADA = ZERO THEN
                   MOVE VEC-REC-DISPUTA(SUBINDICE-REC) TO
                       WS-IMPORTE-ENTRADA
               END-IF
               IF WS-IMPORTE-ENTRADA >
                   VEC-REC-DISPUTA(SUBINDICE-REC) THEN
                   DISPLAY "NO SE PUEDE RECONOCER MAS DE LO "
                           "DISPUTADO"
               ELSE
                   DISPLAY "DETALLE DE LA RESOLUCION: "
                   ACCEPT WS-DETALLE-ENTRADA
                   DISPLAY "CONFIRMA LA NOTA DE CREDITO POR "
                       WS-IMPORTE-ENTRADA " (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" THEN
                       PERFORM EMITIR-NOTA-CREDITO
                   ELSE
                       DISPLAY "RESOLUCION CANCELADA"
                   END-IF
               END-IF
           END-IF.

      * Lo reconocido es parte del total facturado, IVA incluido:
      * la nota de credito lo abre en neto e impuesto con la misma
      * alicuota con que se facturo.
       EMITIR-NOTA-CREDITO.
           PERFORM BUSCAR-SUCURSAL-DEL-RECLAMO
           PERFORM CALCULAR-IVA-NC
           PERFORM LEER-FOLIO-NC
           ADD 1 TO WS-FOLIO-NC-ACTUAL
           PERFORM GRABAR-FOLIO-NC
           PERFORM ASENTAR-NC-EN-CTACTE
           PERFORM GRABAR-IMAGEN-NC
           PERFORM GRABAR-LIBRO-IVA-NC
           MOVE "S" TO VEC-REC-ESTADO(SUBINDICE-REC)
           MOVE WS-FECHA-HOY TO VEC-REC-FECHA-RESOL(SUBINDICE-REC)
           MOVE WS-IMPORTE-ENTRADA TO
               VEC-REC-RECONOCIDO(SUBINDICE-REC)
           MOVE WS-DETALLE-ENTRADA TO
               VEC-REC-RESOLUCION(SUBINDICE-REC)
           MOVE WS-FOLIO-NC-ACTUAL TO VEC-REC-FOLIO-NC(SUBINDICE-REC)
           PERFORM REGRABAR-RECLAMOS
           DISPLAY "NOTA DE CREDITO " WS-FOLIO-NC-ACTUAL
                   " EMITIDA (NotasCreditoReclamos.dat)".

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

       BUSCAR-RECLAMO-ABIERTO.
           MOVE "N" TO WS-REC-HALLADO
           MOVE 1 TO SUBINDICE-REC
           PERFORM AVANZAR-SUBINDICE-REC UNTIL
               SUBINDICE-REC > WS-CANT-RECLAMOS OR
               WS-REC-HALLADO-SI.

       AVANZAR-SUBINDICE-REC.
           IF VEC-REC-SUCURSAL(SUBINDICE-REC) = WS-SUCURSAL-ENTRADA
               AND VEC-REC-PERIODO(SUBINDICE-REC) = WS-PERIODO-NUM
               AND VEC-REC-ESTADO(SUBINDICE-REC) = "A" THEN
               MOVE "S" TO WS-REC-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-REC
           END-IF.

      * Una sucursal puede tener mas de un documento E en el mismo
      * periodo (facturas de horas y de cargos fijos): se reclama
      * sobre el total facturado del periodo.
       BUSCAR-FACTURA-EMITIDA.
           MOVE "N" TO WS-FACTURA-HALLADA
           MOVE ZERO TO WS-IMPORTE-FACTURA
           MOVE "NO" TO WS-EOF-FACT-EMITIDAS
           OPEN INPUT FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "00" THEN
               PERFORM LEER-FACTURA
               PERFORM SUMAR-FACTURA-RECLAMADA UNTIL
                   WS-EOF-FACT-EMITIDAS = "SI"
               CLOSE FACTURAS_EMITIDAS
           END-IF.

       LEER-FACTURA.
           READ FACTURAS_EMITIDAS
               AT END
                   MOVE "SI" TO WS-EOF-FACT-EMITIDAS
           END-READ.

       SUMAR-FACTURA-RECLAMADA.
           IF FEMI-SUCURSAL = WS-SUCURSAL-ENTRADA AND
               FEMI-PERIODO = WS-PERIODO-NUM AND FEMI-EMITIDA THEN
               MOVE "S" TO WS-FACTURA-HALLADA
               ADD FEMI-IMPORTE TO WS-IMPORTE-FACTURA
           END-IF
           PERFORM LEER-FACTURA.

       BUSCAR-SUCURSAL-DEL-RECLAMO.
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE SPACES TO WS-SUC-RAZON
           MOVE ZEROS TO WS-SUC-CUIT
           MOVE SPACES TO WS-SUC-IVA-COND
           MOVE "NO" TO WS-EOF-SUCURSALES
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM COTEJAR-SUCURSAL UNTIL
                   WS-EOF-SUCURSALES = "SI" OR WS-SUC-ENCONTRADA-SI
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-SUCURSALES
           END-READ.

       COTEJAR-SUCURSAL.
           IF SUC-SUCURSAL = VEC-REC-SUCURSAL(SUBINDICE-REC) THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
               MOVE SUC-RAZON TO WS-SUC-RAZON
               MOVE SUC-CUIT TO WS-SUC-CUIT
               MOVE SUC-IVA-COND TO WS-SUC-IVA-COND
           ELSE
               PERFORM LEER-SUCURSAL
           END-IF.

      * Misma regla de alicuotas que usa la corrida para facturar:
      * inscripto 21, reducido 10,5 y exento sin IVA.
       CALCULAR-IVA-NC.
           IF WS-SUC-ENCONTRADA-SI THEN
               EVALUATE WS-SUC-IVA-COND
                   WHEN "I"
                       MOVE 21,00 TO WS-ALICUOTA-IVA
                   WHEN "R"
                       MOVE 10,50 TO WS-ALICUOTA-IVA
                   WHEN OTHER
                       MOVE ZERO TO WS-ALICUOTA-IVA
               END-EVALUATE
           ELSE
               MOVE 21,00 TO WS-ALICUOTA-IVA
           END-IF
           MOVE WS-IMPORTE-ENTRADA TO WS-TOTAL-NC
           COMPUTE WS-NETO-NC ROUNDED =
               WS-TOTAL-NC * 100 / (100 + WS-ALICUOTA-IVA)
           COMPUTE WS-IVA-NC = WS-TOTAL-NC - WS-NETO-NC.

       LEER-FOLIO-NC.
           MOVE ZERO TO WS-FOLIO-NC-ACTUAL
           OPEN INPUT FOLIO-NOTAS-CREDITO
           IF WS-STATUS-FOLIO-NC = "00" THEN
               READ FOLIO-NOTAS-CREDITO
                   NOT AT END
                       MOVE FOLIO-NC-ULTIMO TO WS-FOLIO-NC-ACTUAL
               END-READ
               CLOSE FOLIO-NOTAS-CREDITO
           END-IF.

       GRABAR-FOLIO-NC.
           OPEN OUTPUT FOLIO-NOTAS-CREDITO
           MOVE WS-FOLIO-NC-ACTUAL TO FOLIO-NC-ULTIMO
           WRITE FOLIO-NOTAS-CREDITO-REG
           CLOSE FOLIO-NOTAS-CREDITO.

       GRABAR-IMAGEN-NC.
           OPEN EXTEND NOTAS_CREDITO_RECLAMOS
           IF WS-STATUS-NOTAS-CREDITO = "35" THEN
               OPEN OUTPUT NOTAS_CREDITO_RECLAMOS
               CLOSE NOTAS_CREDITO_RECLAMOS
               OPEN EXTEND NOTAS_CREDITO_RECLAMOS
           END-IF
           MOVE WS-FOLIO-NC-ACTUAL TO LNC-FOLIO
           MOVE VEC-REC-SUCURSAL(SUBINDICE-REC) TO LNC-SUCURSAL
           MOVE WS-SUC-RAZON TO LNC-RAZON
           WRITE NOTAS_CREDITO_RECLAMOS_REG FROM LINEA-NC-ENC
           MOVE VEC-REC-PERIODO(SUBINDICE-REC) TO LNCD-PERIODO
           MOVE WS-DETALLE-ENTRADA TO LNCD-RESOLUCION
           WRITE NOTAS_CREDITO_RECLAMOS_REG FROM LINEA-NC-DETALLE
           MOVE WS-NETO-NC TO LNCT-NETO
           MOVE WS-IVA-NC TO LNCT-IVA
           MOVE WS-TOTAL-NC TO LNCT-TOTAL
           WRITE NOTAS_CREDITO_RECLAMOS_REG FROM LINEA-NC-TOTAL
           MOVE WS-CVER-CODIGO TO LVF-CODIGO
           WRITE NOTAS_CREDITO_RECLAMOS_REG FROM LINEA-VERIF-FACTURA
           WRITE NOTAS_CREDITO_RECLAMOS_REG FROM BLANCO
           CLOSE NOTAS_CREDITO_RECLAMOS.

       GRABAR-LIBRO-IVA-NC.
           OPEN EXTEND LIBRO_IVA_VENTAS
           IF WS-STATUS-LIBRO-IVA = "35" THEN
               OPEN OUTPUT LIBRO_IVA_VENTAS
               CLOSE LIBRO_IVA_VENTAS
               OPEN EXTEND LIBRO_IVA_VENTAS
           END-IF
           MOVE WS-PERIODO-ACTUAL TO LLNC-PERIODO
           MOVE VEC-REC-SUCURSAL(SUBINDICE-REC) TO LLNC-SUCURSAL
           MOVE WS-SUC-RAZON TO LLNC-RAZON
           MOVE WS-SUC-CUIT TO LLNC-CUIT
           MOVE WS-NETO-NC TO LLNC-NETO
           MOVE WS-ALICUOTA-IVA TO LLNC-ALICUOTA
           MOVE WS-IVA-NC TO LLNC-IVA
           MOVE WS-TOTAL-NC TO LLNC-TOTAL
           WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA-NC
           CLOSE LIBRO_IVA_VENTAS.

      * En la cuenta corriente la nota de credito va con importe
      * negativo y estado C, con el periodo de la factura que
      * corrige. Se asienta antes de imprimir la nota porque el
      * codigo de verificacion sale del renglon.
       ASENTAR-NC-EN-CTACTE.
           OPEN EXTEND FACTURAS_EMITIDAS
           IF WS-STATUS-FACT-EMITIDAS = "35" THEN
               OPEN OUTPUT FACTURAS_EMITIDAS
               CLOSE FACTURAS_EMITIDAS
               OPEN EXTEND FACTURAS_EMITIDAS
           END-IF
           MOVE VEC-REC-SUCURSAL(SUBINDICE-REC) TO FEMI-SUCURSAL
           MOVE VEC-REC-PERIODO(SUBINDICE-REC) TO FEMI-PERIODO
           MOVE WS-FECHA-HOY TO FEMI-FECHA-EMISION
           COMPUTE FEMI-IMPORTE = WS-TOTAL-NC * -1
           MOVE "C" TO FEMI-ESTADO
           MOVE ZEROS TO FEMI-CAE
           MOVE ZEROS TO FEMI-CAE-VTO
           MOVE WS-FECHA-HOY TO FEMI-FECHA-VTO
           MOVE ZEROS TO FEMI-CODIGO-PAGO
           PERFORM CALCULAR-CODIGO-VERIF-FACTURA
           WRITE FACTURAS_EMITIDAS_REG
           CLOSE FACTURAS_EMITIDAS.

       LISTAR-RECLAMOS.
           MOVE ZERO TO WS-CANT-LISTADOS
           DISPLAY "SUC PERIODO E   DISPUTADO  RECONOCIDO MOTIVO"
           PERFORM LISTAR-UN-RECLAMO
               VARYING SUBINDICE-REC FROM 1 BY 1
               UNTIL SUBINDICE-REC > WS-CANT-RECLAMOS
           DISPLAY "RECLAMOS: " WS-CANT-LISTADOS
           DISPLAY "ESTADOS: A=ABIERTO S=A FAVOR DE LA SUCURSAL "
                   "R=RECHAZADO".

       LISTAR-UN-RECLAMO.
           MOVE VEC-REC-SUCURSAL(SUBINDICE-REC) TO LLR-SUCURSAL
           MOVE VEC-REC-PERIODO(SUBINDICE-REC) TO LLR-PERIODO
           MOVE VEC-REC-ESTADO(SUBINDICE-REC) TO LLR-ESTADO
           MOVE VEC-REC-DISPUTA(SUBINDICE-REC) TO LLR-DISPUTA
           MOVE VEC-REC-RECONOCIDO(SUBINDICE-REC) TO LLR-RECONOCIDO
           MOVE VEC-REC-MOTIVO(SUBINDICE-REC) TO LLR-MOTIVO
           DISPLAY LINEA-LISTADO
           ADD 1 TO WS-CANT-LISTADOS.

      * Cada renglon de cuenta corriente lleva su codigo de
      * verificacion; el numero del calculo es la fecha de emision
      * (la factura no tiene folio propio en el indice).
       CALCULAR-CODIGO-VERIF-FACTURA.
           MOVE FEMI-ESTADO TO WS-CVER-TIPO
           MOVE FEMI-FECHA-EMISION TO WS-CVER-NUMERO
           MOVE FEMI-SUCURSAL TO WS-CVER-TITULAR
           MOVE FEMI-PERIODO TO WS-CVER-PERIODO
           MOVE FEMI-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO FEMI-CODIGO-VERIF.

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

       END PROGRAM RECLAMOS-FACTURAS.
