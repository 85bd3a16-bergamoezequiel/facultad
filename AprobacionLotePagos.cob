      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion del lote de pagos por tesoreria. La
      *          corrida deja la propuesta en PropuestaPago.dat; aca
      *          un usuario de Usuarios.dat la revisa junto con los
      *          pagos diferidos de lotes anteriores que siguen
      *          pendientes (PagosDiferidos.dat), excluye o difiere
      *          profesores, fija la fecha valor y aprueba el lote
      *          con su firma. Recien con la aprobacion se graban
      *          TransferenciasBanco.dat (el que usan la rendicion y
      *          la conciliacion) y EnvioTransfBanco.dat, el sobre de
      *          control para el banco con la cabecera CAB (con la
      *          fecha valor) y la cola COL (cantidad y total, ver
      *          VerificarSobre). Lo diferido queda pendiente en
      *          PagosDiferidos.dat para un lote posterior y lo
      *          excluido queda registrado para pagarse por otra
      *          via; el seguimiento de los pendientes, con su
      *          antiguedad, sale en SeguimientoDiferidos.dat. Cada
      *          lote aprobado queda en LotesPago.dat y en la
      *          bitacora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APROBACION-LOTE-PAGOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROPUESTA_PAGO ASSIGN TO "PropuestaPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PROPUESTA.

       SELECT PAGOS_DIFERIDOS ASSIGN TO "PagosDiferidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DIFERIDOS.

       SELECT TRANSFERENCIAS_BANCO ASSIGN TO "TransferenciasBanco.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TRANSF.

       SELECT ENVIO_BANCO ASSIGN TO "EnvioTransfBanco.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENVIO.

       SELECT LOTES_PAGO ASSIGN TO "LotesPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LOTES.

       SELECT SEGUIMIENTO ASSIGN TO "SeguimientoDiferidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       SELECT USUARIOS ASSIGN TO "Usuarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-USUARIOS.

      * Bitacora cronologica comun a todos los programas del
      * circuito, de solo agregado (ver ConsultaBitacora).
       SELECT BITACORA ASSIGN TO "Bitacora.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * Mismo renglon que el lote bancario de siempre.
       FD PROPUESTA_PAGO LABEL RECORD IS STANDARD.
       01 PROPUESTA_PAGO_REG.
           03 PRO-CBU PIC X(22).
           03 PRO-IMPORTE PIC 9(9)V99.
           03 PRO-PROFESOR PIC X(5).
           03 PRO-DNI PIC 9(8).
           03 PRO-PERIODO PIC 9(6).

       FD PAGOS_DIFERIDOS LABEL RECORD IS STANDARD.
       01 PAGOS_DIFERIDOS_REG.
           03 PDIF-PROFESOR PIC X(5).
           03 PDIF-CBU PIC X(22).
           03 PDIF-IMPORTE PIC 9(9)V99.
           03 PDIF-DNI PIC 9(8).
           03 PDIF-PERIODO PIC 9(6).
           03 PDIF-FECHA-DIFERIDO PIC 9(8).
           03 PDIF-LOTE-ORIGEN PIC 9(5).
           03 PDIF-ESTADO PIC X(1).
               88 PDIF-PENDIENTE VALUE "D".
               88 PDIF-PAGADO VALUE "P".
               88 PDIF-EXCLUIDO VALUE "X".
           03 PDIF-LOTE-PAGO PIC 9(5).
           03 PDIF-FECHA-PAGO PIC 9(8).
           03 PDIF-FIRMA PIC X(8).

       FD TRANSFERENCIAS_BANCO LABEL RECORD IS STANDARD.
       01 TRANSFERENCIAS_BANCO_REG.
           03 TRF-CBU PIC X(22).
           03 TRF-IMPORTE PIC 9(9)V99.
           03 TRF-PROFESOR PIC X(5).
           03 TRF-DNI PIC 9(8).
           03 TRF-PERIODO PIC 9(6).

       FD ENVIO_BANCO LABEL RECORD IS STANDARD.
       01 ENVIO_BANCO_REG PIC X(120).

       FD LOTES_PAGO LABEL RECORD IS STANDARD.
       01 LOTES_PAGO_REG.
           03 LPAG-LOTE PIC 9(5).
           03 LPAG-FECHA-APROBACION PIC 9(8).
           03 LPAG-FECHA-VALOR PIC 9(8).
           03 LPAG-FIRMA PIC X(8).
           03 LPAG-CANTIDAD PIC 9(5).
           03 LPAG-TOTAL PIC 9(11)V99.
           03 LPAG-CANT-DIFERIDOS PIC 9(5).
           03 LPAG-CANT-EXCLUIDOS PIC 9(5).

       FD SEGUIMIENTO LABEL RECORD IS STANDARD.
       01 SEGUIMIENTO_REG PIC X(100).

       FD USUARIOS LABEL RECORD IS STANDARD.
       01 USUARIOS_REG.
           03 USU-CODIGO PIC X(8).
           03 USU-CLAVE PIC X(8).
           03 USU-NOMBRE PIC X(25).
           03 USU-PERFIL PIC X(1).
               88 USU-PERFIL-CONSULTA VALUE "C".
               88 USU-PERFIL-OPERADOR VALUE "O".
               88 USU-PERFIL-SUPERVISOR VALUE "S".
           03 USU-FECHA-CLAVE PIC 9(8).
           03 USU-INTENTOS-FALLIDOS PIC 9(1).
           03 USU-BLOQUEADO PIC X(1).
               88 USU-BLOQUEADO-SI VALUE "B".
           03 USU-FORZAR-CAMBIO PIC X(1).
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

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
       01 WS-STATUS-PROPUESTA PIC X(2) VALUE SPACES.
       01 WS-STATUS-DIFERIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRANSF PIC X(2) VALUE SPACES.
       01 WS-STATUS-ENVIO PIC X(2) VALUE SPACES.
       01 WS-STATUS-LOTES PIC X(2) VALUE SPACES.
       01 WS-STATUS-USUARIOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-BITACORA PIC X(2) VALUE SPACES.

       01 WS-EOF-PROPUESTA PIC X(2) VALUE "NO".
       01 WS-EOF-DIFERIDOS PIC X(2) VALUE "NO".
       01 WS-EOF-LOTES PIC X(2) VALUE "NO".
       01 WS-EOF-USUARIOS PIC X(2) VALUE "NO".

       01 WS-USUARIO-ENTRADA PIC X(8).
       01 WS-CLAVE-USU-ENTRADA PIC X(8).
       01 WS-IDENTIFICADO PIC X(1) VALUE "N".
           88 WS-IDENTIFICADO-SI VALUE "S".
       01 WS-PUEDE-FIRMAR PIC X(1) VALUE "N".
           88 WS-PUEDE-FIRMAR-SI VALUE "S".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-LISTAR VALUE "1".
           88 WS-OPCION-EXCLUIR VALUE "2".
           88 WS-OPCION-DIFERIR VALUE "3".
           88 WS-OPCION-INCLUIR VALUE "4".
           88 WS-OPCION-FECHA-VALOR VALUE "5".
           88 WS-OPCION-SEGUIMIENTO VALUE "6".
           88 WS-OPCION-APROBAR VALUE "7".
           88 WS-OPCION-SALIR VALUE "8".
       01 WS-LOTE-APROBADO PIC X(1) VALUE "N".
           88 WS-LOTE-APROBADO-SI VALUE "S".

       01 WS-PROFESOR-ENTRADA PIC X(5).
       01 WS-ESTADO-NUEVO PIC X(1).
       01 WS-CANT-MARCADOS PIC 9(4) VALUE ZERO.
       01 WS-CONFIRMA PIC X(1).

       01 WS-FECHA-VALOR-ENTRADA PIC X(8).
       01 WS-FECHA-VALOR-GRUPO.
           03 WS-FV-ANIO PIC 9(4).
           03 WS-FV-MES PIC 9(2).
           03 WS-FV-DIA PIC 9(2).
       01 WS-FECHA-VALOR REDEFINES WS-FECHA-VALOR-GRUPO PIC 9(8).
       01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-PERIODO-LOTE PIC 9(6) VALUE ZERO.

       01 WS-NUMERO-LOTE PIC 9(5) VALUE ZERO.

      * Renglones candidatos al lote: los de la propuesta (origen P)
      * y los diferidos pendientes de lotes anteriores (origen D,
      * con el subindice de su renglon en la tabla de diferidos).
      * Estado I = va en el lote, D = se difiere, X = se excluye.
       01 WS-MAX-LOTE PIC 9(4) VALUE 3000.
       01 WS-CANT-LOTE PIC 9(4) VALUE ZERO.
       01 SUBINDICE-LOT PIC 9(4) VALUE ZERO.
       01 TABLA-LOTE.
           03 ELEM-LOT OCCURS 3000 TIMES.
               05 VEC-LOT-ORIGEN PIC X(1).
               05 VEC-LOT-DIFERIDO PIC 9(4).
               05 VEC-LOT-PROFESOR PIC X(5).
               05 VEC-LOT-CBU PIC X(22).
               05 VEC-LOT-IMPORTE PIC 9(9)V99.
               05 VEC-LOT-DNI PIC 9(8).
               05 VEC-LOT-PERIODO PIC 9(6).
               05 VEC-LOT-ESTADO PIC X(1).

       01 WS-MAX-DIFERIDOS PIC 9(4) VALUE 3000.
       01 WS-CANT-DIFERIDOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DIF PIC 9(4) VALUE ZERO.
       01 TABLA-DIFERIDOS.
           03 ELEM-DIF OCCURS 3000 TIMES.
               05 VEC-DIF-PROFESOR PIC X(5).
               05 VEC-DIF-CBU PIC X(22).
               05 VEC-DIF-IMPORTE PIC 9(9)V99.
               05 VEC-DIF-DNI PIC 9(8).
               05 VEC-DIF-PERIODO PIC 9(6).
               05 VEC-DIF-FECHA-DIFERIDO PIC 9(8).
               05 VEC-DIF-LOTE-ORIGEN PIC 9(5).
               05 VEC-DIF-ESTADO PIC X(1).
               05 VEC-DIF-LOTE-PAGO PIC 9(5).
               05 VEC-DIF-FECHA-PAGO PIC 9(8).
               05 VEC-DIF-FIRMA PIC X(8).

       01 WS-CANT-INCLUIDOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-DIFERIR PIC 9(5) VALUE ZERO.
       01 WS-CANT-EXCLUIR PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-INCLUIDOS PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DIFERIR PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-EXCLUIR PIC 9(11)V99 VALUE ZERO.
       01 WS-CANT-PENDIENTES PIC 9(5) VALUE ZERO.

      * Numero de dia corrido, con la misma cuenta que los demas
      * programas, para la antiguedad de los diferidos.
       01 WS-FECHA-A-SERIE-GRUPO.
           03 WS-SERIE-ANIO PIC 9(4).
           03 WS-SERIE-MES PIC 9(2).
           03 WS-SERIE-DIA PIC 9(2).
       01 WS-FECHA-A-SERIE REDEFINES WS-FECHA-A-SERIE-GRUPO
           PIC 9(8).
       01 WS-SERIE-RESULTADO PIC 9(7) VALUE ZERO.
       01 WS-SERIE-HOY PIC 9(7) VALUE ZERO.
       01 WS-ANTIGUEDAD-DIAS PIC S9(5) VALUE ZERO.
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

      * Cabecera y cola del sobre, con el mismo formato que arma
      * EnsobrarInterfaz; la cabecera del lote bancario agrega la
      * fecha valor despues de la fecha de generacion.
       01 SOBRE-CABECERA.
           03 FILLER PIC X(4) VALUE "CAB;".
           03 SOB-ORIGEN PIC X(12) VALUE "TRANSF-BANCO".
           03 FILLER PIC X(1) VALUE ";".
           03 SOB-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE ";".
           03 SOB-FECHA-GEN PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 SOB-FECHA-VALOR PIC 9(8).
           03 FILLER PIC X(1) VALUE ";".
           03 SOB-LOTE PIC 9(5).

       01 SOBRE-COLA.
           03 FILLER PIC X(4) VALUE "COL;".
           03 SOB-REGISTROS PIC 9(7).
           03 FILLER PIC X(1) VALUE ";".
           03 SOB-SUMA PIC 9(13)V99.

       01 LINEA-LOTE.
           03 LLO-ORIGEN PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLO-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLO-CBU PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLO-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLO-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLO-ESTADO PIC X(10).

       01 LINEA-SEG-ENCABEZADO.
           03 FILLER PIC X(50) VALUE
               "PAGOS DIFERIDOS PENDIENTES DE LOTE AL ".
           03 LSE-FECHA PIC 9(8).
       01 LINEA-SEG-TITULOS.
           03 FILLER PIC X(50) VALUE
               "PROF. CBU                    PERIODO       IMPORTE".
           03 FILLER PIC X(40) VALUE
               "  DIFERIDO LOTE  DIAS FIRMA".
       01 LINEA-SEG-DETALLE.
           03 LSD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-CBU PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LSD-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-LOTE PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-DIAS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LSD-FIRMA PIC X(8).
       01 LINEA-SEG-TOTAL.
           03 FILLER PIC X(22) VALUE "DIFERIDOS PENDIENTES: ".
           03 LST-CANTIDAD PIC ZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Exige un usuario identificado con perfil de operador o
      * supervisor, arma el lote candidato y opera hasta aprobarlo
      * o salir; sin aprobacion la propuesta queda como estaba.
      **
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           COMPUTE WS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-FECHA-HOY TO WS-FECHA-A-SERIE
           PERFORM CALCULAR-SERIE-DE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY
           MOVE ZERO TO WS-FECHA-VALOR

           PERFORM IDENTIFICAR-USUARIO
           IF NOT WS-PUEDE-FIRMAR-SI THEN
               DISPLAY "SOLO UN USUARIO DE TESORERIA HABILITADO "
                   "PUEDE APROBAR EL LOTE"
               STOP RUN
           END-IF

           PERFORM CARGAR-DIFERIDOS
           PERFORM CARGAR-PROPUESTA
           IF WS-CANT-LOTE = ZERO THEN
               DISPLAY "NO HAY PROPUESTA DE PAGO NI DIFERIDOS "
                   "PENDIENTES"
               STOP RUN
           END-IF
           PERFORM CALCULAR-TOTALES
           DISPLAY "RENGLONES DEL LOTE: " WS-CANT-LOTE
               " (DIFERIDOS ANTERIORES: " WS-CANT-PENDIENTES ")"

           PERFORM MOSTRAR-MENU UNTIL WS-OPCION-SALIR OR
               WS-LOTE-APROBADO-SI

           DISPLAY "FIN DE LA APROBACION DEL LOTE DE PAGOS"
           STOP RUN.

       IDENTIFICAR-USUARIO.
           MOVE "N" TO WS-IDENTIFICADO
           MOVE "N" TO WS-PUEDE-FIRMAR
           OPEN INPUT USUARIOS
           IF WS-STATUS-USUARIOS NOT = "00" THEN
               DISPLAY "SIN Usuarios.dat NO HAY PERFILES PARA "
                   "CONTROLAR LA FIRMA"
           ELSE
               DISPLAY "USUARIO: "
               ACCEPT WS-USUARIO-ENTRADA
               DISPLAY "CLAVE: "
               ACCEPT WS-CLAVE-USU-ENTRADA
               PERFORM LEER-USUARIO
               PERFORM VALIDAR-USUARIO UNTIL
                   WS-EOF-USUARIOS = "SI" OR WS-IDENTIFICADO-SI
               CLOSE USUARIOS
               IF NOT WS-IDENTIFICADO-SI THEN
                   DISPLAY "USUARIO O CLAVE INCORRECTOS"
               END-IF
           END-IF.

       LEER-USUARIO.
           READ USUARIOS
               AT END
                   MOVE "SI" TO WS-EOF-USUARIOS
           END-READ.

      * Un perfil de consulta puede mirar pero no firmar.
       VALIDAR-USUARIO.
           IF USU-CODIGO = WS-USUARIO-ENTRADA AND
               USU-CLAVE = WS-CLAVE-USU-ENTRADA THEN
               MOVE "S" TO WS-IDENTIFICADO
               EVALUATE TRUE
                   WHEN USU-BLOQUEADO-SI
                       DISPLAY "CUENTA BLOQUEADA - PIDA EL "
                           "DESBLOQUEO A UN SUPERVISOR"
                   WHEN USU-DEBE-CAMBIAR-CLAVE
                       DISPLAY "DEBE CAMBIAR SU CLAVE EN "
                           "MantenimientoUsuarios ANTES DE FIRMAR"
                   WHEN USU-PERFIL-OPERADOR
                   WHEN USU-PERFIL-SUPERVISOR
                       MOVE "S" TO WS-PUEDE-FIRMAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               PERFORM LEER-USUARIO
           END-IF.

      * Toda la historia de diferidos se levanta a memoria para
      * regrabarla al aprobar; si no entra en la tabla no se opera.
       CARGAR-DIFERIDOS.
           MOVE ZERO TO WS-CANT-DIFERIDOS
           MOVE ZERO TO WS-CANT-PENDIENTES
           OPEN INPUT PAGOS_DIFERIDOS
           IF WS-STATUS-DIFERIDOS = "00" THEN
               PERFORM LEER-DIFERIDO
               PERFORM CARGAR-UN-DIFERIDO UNTIL
                   WS-EOF-DIFERIDOS = "SI" OR
                   WS-CANT-DIFERIDOS >= WS-MAX-DIFERIDOS
               CLOSE PAGOS_DIFERIDOS
               IF WS-EOF-DIFERIDOS NOT = "SI" THEN
                   DISPLAY "PagosDiferidos.dat ES MAS GRANDE QUE LA "
                       "TABLA (" WS-MAX-DIFERIDOS "), NO SE PUEDE "
                       "OPERAR SIN PERDER REGISTROS"
                   STOP RUN
               END-IF
           END-IF.

       LEER-DIFERIDO.
           READ PAGOS_DIFERIDOS
               AT END
                   MOVE "SI" TO WS-EOF-DIFERIDOS
           END-READ.

       CARGAR-UN-DIFERIDO.
           ADD 1 TO WS-CANT-DIFERIDOS
           MOVE PDIF-PROFESOR TO VEC-DIF-PROFESOR(WS-CANT-DIFERIDOS)
           MOVE PDIF-CBU TO VEC-DIF-CBU(WS-CANT-DIFERIDOS)
           MOVE PDIF-IMPORTE TO VEC-DIF-IMPORTE(WS-CANT-DIFERIDOS)
           MOVE PDIF-DNI TO VEC-DIF-DNI(WS-CANT-DIFERIDOS)
           MOVE PDIF-PERIODO TO VEC-DIF-PERIODO(WS-CANT-DIFERIDOS)
           MOVE PDIF-FECHA-DIFERIDO TO
               VEC-DIF-FECHA-DIFERIDO(WS-CANT-DIFERIDOS)
           MOVE PDIF-LOTE-ORIGEN TO
               VEC-DIF-LOTE-ORIGEN(WS-CANT-DIFERIDOS)
           MOVE PDIF-ESTADO TO VEC-DIF-ESTADO(WS-CANT-DIFERIDOS)
           MOVE PDIF-LOTE-PAGO TO VEC-DIF-LOTE-PAGO(WS-CANT-DIFERIDOS)
           MOVE PDIF-FECHA-PAGO TO
               VEC-DIF-FECHA-PAGO(WS-CANT-DIFERIDOS)
           MOVE PDIF-FIRMA TO VEC-DIF-FIRMA(WS-CANT-DIFERIDOS)
           IF PDIF-PENDIENTE AND WS-CANT-LOTE < WS-MAX-LOTE THEN
               ADD 1 TO WS-CANT-LOTE
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE "D" TO VEC-LOT-ORIGEN(WS-CANT-LOTE)
               MOVE WS-CANT-DIFERIDOS TO VEC-LOT-DIFERIDO(WS-CANT-LOTE)
               MOVE PDIF-PROFESOR TO VEC-LOT-PROFESOR(WS-CANT-LOTE)
               MOVE PDIF-CBU TO VEC-LOT-CBU(WS-CANT-LOTE)
               MOVE PDIF-IMPORTE TO VEC-LOT-IMPORTE(WS-CANT-LOTE)
               MOVE PDIF-DNI TO VEC-LOT-DNI(WS-CANT-LOTE)
               MOVE PDIF-PERIODO TO VEC-LOT-PERIODO(WS-CANT-LOTE)
               MOVE "D" TO VEC-LOT-ESTADO(WS-CANT-LOTE)
           END-IF
           PERFORM LEER-DIFERIDO.

      * Lo propuesto por la corrida entra al lote; lo diferido de
      * lotes anteriores sigue diferido hasta que tesoreria lo
      * incluya.
       CARGAR-PROPUESTA.
           OPEN INPUT PROPUESTA_PAGO
           IF WS-STATUS-PROPUESTA = "00" THEN
               PERFORM LEER-PROPUESTA
               PERFORM CARGAR-UNA-PROPUESTA UNTIL
                   WS-EOF-PROPUESTA = "SI" OR
                   WS-CANT-LOTE >= WS-MAX-LOTE
               CLOSE PROPUESTA_PAGO
               IF WS-EOF-PROPUESTA NOT = "SI" THEN
                   DISPLAY "LA PROPUESTA ES MAS GRANDE QUE LA TABLA ("
                       WS-MAX-LOTE "), NO SE PUEDE APROBAR ENTERA"
                   STOP RUN
               END-IF
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTA_PAGO
               AT END
                   MOVE "SI" TO WS-EOF-PROPUESTA
           END-READ.

       CARGAR-UNA-PROPUESTA.
           ADD 1 TO WS-CANT-LOTE
           MOVE "P" TO VEC-LOT-ORIGEN(WS-CANT-LOTE)
           MOVE ZERO TO VEC-LOT-DIFERIDO(WS-CANT-LOTE)
           MOVE PRO-PROFESOR TO VEC-LOT-PROFESOR(WS-CANT-LOTE)
           MOVE PRO-CBU TO VEC-LOT-CBU(WS-CANT-LOTE)
           MOVE PRO-IMPORTE TO VEC-LOT-IMPORTE(WS-CANT-LOTE)
           MOVE PRO-DNI TO VEC-LOT-DNI(WS-CANT-LOTE)
           MOVE PRO-PERIODO TO VEC-LOT-PERIODO(WS-CANT-LOTE)
           MOVE "I" TO VEC-LOT-ESTADO(WS-CANT-LOTE)
           IF PRO-PERIODO > WS-PERIODO-LOTE THEN
               MOVE PRO-PERIODO TO WS-PERIODO-LOTE
           END-IF
           PERFORM LEER-PROPUESTA.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ APROBACION DEL LOTE DE PAGOS ------".
           DISPLAY "1. LISTAR EL LOTE".
           DISPLAY "2. EXCLUIR UN PROFESOR".
           DISPLAY "3. DIFERIR UN PROFESOR A UN LOTE POSTERIOR".
           DISPLAY "4. INCLUIR UN PROFESOR (O UN DIFERIDO)".
           DISPLAY "5. FIJAR LA FECHA VALOR".
           DISPLAY "6. SEGUIMIENTO DE DIFERIDOS PENDIENTES".
           DISPLAY "7. APROBAR Y GENERAR EL ARCHIVO BANCARIO".
           DISPLAY "8. SALIR SIN APROBAR".
           DISPLAY "------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-LOTE
               WHEN WS-OPCION-EXCLUIR
                   MOVE "X" TO WS-ESTADO-NUEVO
                   PERFORM MARCAR-PROFESOR
               WHEN WS-OPCION-DIFERIR
                   MOVE "D" TO WS-ESTADO-NUEVO
                   PERFORM MARCAR-PROFESOR
               WHEN WS-OPCION-INCLUIR
                   MOVE "I" TO WS-ESTADO-NUEVO
                   PERFORM MARCAR-PROFESOR
               WHEN WS-OPCION-FECHA-VALOR
                   PERFORM FIJAR-FECHA-VALOR
               WHEN WS-OPCION-SEGUIMIENTO
                   PERFORM EMITIR-SEGUIMIENTO
               WHEN WS-OPCION-APROBAR
                   PERFORM APROBAR-LOTE
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       LISTAR-LOTE.
           DISPLAY "ORIGEN    PROF. CBU                    PERIODO"
               "      IMPORTE ESTADO"
           PERFORM LISTAR-UN-RENGLON
               VARYING SUBINDICE-LOT FROM 1 BY 1
               UNTIL SUBINDICE-LOT > WS-CANT-LOTE
           PERFORM CALCULAR-TOTALES
           DISPLAY "EN EL LOTE: " WS-CANT-INCLUIDOS " POR "
               WS-TOTAL-INCLUIDOS
           DISPLAY "DIFERIDOS:  " WS-CANT-DIFERIR " POR "
               WS-TOTAL-DIFERIR
           DISPLAY "EXCLUIDOS:  " WS-CANT-EXCLUIR " POR "
               WS-TOTAL-EXCLUIR
           IF WS-FECHA-VALOR = ZERO THEN
               DISPLAY "FECHA VALOR: SIN FIJAR"
           ELSE
               DISPLAY "FECHA VALOR: " WS-FECHA-VALOR
           END-IF.

       LISTAR-UN-RENGLON.
           IF VEC-LOT-ORIGEN(SUBINDICE-LOT) = "P" THEN
               MOVE "PROPUESTA" TO LLO-ORIGEN
           ELSE
               MOVE "DIFERIDO" TO LLO-ORIGEN
           END-IF
           MOVE VEC-LOT-PROFESOR(SUBINDICE-LOT) TO LLO-PROFESOR
           MOVE VEC-LOT-CBU(SUBINDICE-LOT) TO LLO-CBU
           MOVE VEC-LOT-PERIODO(SUBINDICE-LOT) TO LLO-PERIODO
           MOVE VEC-LOT-IMPORTE(SUBINDICE-LOT) TO LLO-IMPORTE
           EVALUATE VEC-LOT-ESTADO(SUBINDICE-LOT)
               WHEN "I"
                   MOVE "EN LOTE" TO LLO-ESTADO
               WHEN "D"
                   MOVE "DIFERIDO" TO LLO-ESTADO
               WHEN OTHER
                   MOVE "EXCLUIDO" TO LLO-ESTADO
           END-EVALUATE
           DISPLAY LINEA-LOTE.

      * La marca vale para todos los renglones del profesor: el
      * pago del periodo, los retenidos liberados y los eventos.
       MARCAR-PROFESOR.
           DISPLAY "NUMERO DE PROFESOR: "
           ACCEPT WS-PROFESOR-ENTRADA
           MOVE ZERO TO WS-CANT-MARCADOS
           PERFORM MARCAR-UN-RENGLON
               VARYING SUBINDICE-LOT FROM 1 BY 1
               UNTIL SUBINDICE-LOT > WS-CANT-LOTE
           IF WS-CANT-MARCADOS = ZERO THEN
               DISPLAY "EL PROFESOR NO ESTA EN EL LOTE"
           ELSE
               DISPLAY "RENGLONES MARCADOS: " WS-CANT-MARCADOS
           END-IF.

       MARCAR-UN-RENGLON.
           IF VEC-LOT-PROFESOR(SUBINDICE-LOT) = WS-PROFESOR-ENTRADA
               THEN
               MOVE WS-ESTADO-NUEVO TO VEC-LOT-ESTADO(SUBINDICE-LOT)
               ADD 1 TO WS-CANT-MARCADOS
           END-IF.

      * La fecha valor no puede quedar en el pasado.
       FIJAR-FECHA-VALOR.
           DISPLAY "FECHA VALOR (AAAAMMDD): "
           ACCEPT WS-FECHA-VALOR-ENTRADA
           IF WS-FECHA-VALOR-ENTRADA NOT NUMERIC THEN
               DISPLAY "LA FECHA DEBE SER NUMERICA AAAAMMDD"
           ELSE
               MOVE WS-FECHA-VALOR-ENTRADA TO WS-FECHA-VALOR
               EVALUATE TRUE
                   WHEN WS-FV-MES < 1 OR WS-FV-MES > 12 OR
                       WS-FV-DIA < 1 OR WS-FV-DIA > 31
                       DISPLAY "FECHA INVALIDA"
                       MOVE ZERO TO WS-FECHA-VALOR
                   WHEN WS-FECHA-VALOR < WS-FECHA-HOY
                       DISPLAY "LA FECHA VALOR NO PUEDE SER ANTERIOR "
                           "A HOY"
                       MOVE ZERO TO WS-FECHA-VALOR
                   WHEN OTHER
                       DISPLAY "FECHA VALOR FIJADA: " WS-FECHA-VALOR
               END-EVALUATE
           END-IF.

       CALCULAR-TOTALES.
           MOVE ZERO TO WS-CANT-INCLUIDOS
           MOVE ZERO TO WS-CANT-DIFERIR
           MOVE ZERO TO WS-CANT-EXCLUIR
           MOVE ZERO TO WS-TOTAL-INCLUIDOS
           MOVE ZERO TO WS-TOTAL-DIFERIR
           MOVE ZERO TO WS-TOTAL-EXCLUIR
           PERFORM SUMAR-UN-RENGLON
               VARYING SUBINDICE-LOT FROM 1 BY 1
               UNTIL SUBINDICE-LOT > WS-CANT-LOTE.

       SUMAR-UN-RENGLON.
           EVALUATE VEC-LOT-ESTADO(SUBINDICE-LOT)
               WHEN "I"
                   ADD 1 TO WS-CANT-INCLUIDOS
                   ADD VEC-LOT-IMPORTE(SUBINDICE-LOT) TO
                       WS-TOTAL-INCLUIDOS
               WHEN "D"
                   ADD 1 TO WS-CANT-DIFERIR
                   ADD VEC-LOT-IMPORTE(SUBINDICE-LOT) TO
                       WS-TOTAL-DIFERIR
               WHEN OTHER
                   ADD 1 TO WS-CANT-EXCLUIR
                   ADD VEC-LOT-IMPORTE(SUBINDICE-LOT) TO
                       WS-TOTAL-EXCLUIR
           END-EVALUATE.

      * La aprobacion pide la fecha valor fijada y la confirmacion
      * explicita con los totales a la vista; la firma es la del
      * usuario identificado al entrar.
       APROBAR-LOTE.
           PERFORM CALCULAR-TOTALES
           EVALUATE TRUE
               WHEN WS-FECHA-VALOR = ZERO
                   DISPLAY "FALTA FIJAR LA FECHA VALOR"
               WHEN WS-CANT-INCLUIDOS = ZERO
                   DISPLAY "NO QUEDA NINGUN PAGO EN EL LOTE"
               WHEN OTHER
                   DISPLAY "LOTE: " WS-CANT-INCLUIDOS
                       " TRANSFERENCIAS POR " WS-TOTAL-INCLUIDOS
                   DISPLAY "FECHA VALOR: " WS-FECHA-VALOR
                       "  DIFERIDOS: " WS-CANT-DIFERIR
                       "  EXCLUIDOS: " WS-CANT-EXCLUIR
                   DISPLAY "CONFIRMA LA APROBACION CON SU FIRMA "
                       "(" WS-USUARIO-ENTRADA ") (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" THEN
                       PERFORM GENERAR-LOTE-APROBADO
                   ELSE
                       DISPLAY "APROBACION CANCELADA"
                   END-IF
           END-EVALUATE.

       GENERAR-LOTE-APROBADO.
           PERFORM OBTENER-NUMERO-LOTE
           IF WS-PERIODO-LOTE = ZERO THEN
               COMPUTE WS-PERIODO-LOTE = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
           END-IF
           PERFORM GRABAR-ARCHIVO-BANCARIO
           PERFORM ACTUALIZAR-DIFERIDOS
           PERFORM GRABAR-DIFERIDOS
           PERFORM GRABAR-LOTE-PAGO
      * La propuesta ya aprobada se vacia: no se puede aprobar dos
      * veces el mismo pago.
           OPEN OUTPUT PROPUESTA_PAGO
           CLOSE PROPUESTA_PAGO
           MOVE "APROBO" TO BIT-EVENTO
           MOVE "OK" TO BIT-RESULTADO
           MOVE WS-NUMERO-LOTE TO BIT-CONTADOR-1
           MOVE WS-CANT-INCLUIDOS TO BIT-CONTADOR-2
           PERFORM GRABAR-BITACORA
           MOVE "S" TO WS-LOTE-APROBADO
           DISPLAY "LOTE " WS-NUMERO-LOTE " APROBADO"
           DISPLAY "ARCHIVO BANCARIO EN TransferenciasBanco.dat Y "
               "SOBRE EN EnvioTransfBanco.dat".

       OBTENER-NUMERO-LOTE.
           MOVE ZERO TO WS-NUMERO-LOTE
           OPEN INPUT LOTES_PAGO
           IF WS-STATUS-LOTES = "00" THEN
               PERFORM LEER-LOTE-PAGO
               PERFORM TOMAR-NUMERO-LOTE UNTIL WS-EOF-LOTES = "SI"
               CLOSE LOTES_PAGO
           END-IF
           ADD 1 TO WS-NUMERO-LOTE.

       LEER-LOTE-PAGO.
           READ LOTES_PAGO
               AT END
                   MOVE "SI" TO WS-EOF-LOTES
           END-READ.

       TOMAR-NUMERO-LOTE.
           IF LPAG-LOTE > WS-NUMERO-LOTE THEN
               MOVE LPAG-LOTE TO WS-NUMERO-LOTE
           END-IF
           PERFORM LEER-LOTE-PAGO.

      * El archivo pelado para la rendicion y la conciliacion, y el
      * mismo contenido ensobrado para el banco.
       GRABAR-ARCHIVO-BANCARIO.
           OPEN OUTPUT TRANSFERENCIAS_BANCO
           OPEN OUTPUT ENVIO_BANCO
           MOVE WS-PERIODO-LOTE TO SOB-PERIODO
           MOVE WS-FECHA-HOY TO SOB-FECHA-GEN
           MOVE WS-FECHA-VALOR TO SOB-FECHA-VALOR
           MOVE WS-NUMERO-LOTE TO SOB-LOTE
           WRITE ENVIO_BANCO_REG FROM SOBRE-CABECERA
           PERFORM GRABAR-UNA-TRANSFERENCIA
               VARYING SUBINDICE-LOT FROM 1 BY 1
               UNTIL SUBINDICE-LOT > WS-CANT-LOTE
           MOVE WS-CANT-INCLUIDOS TO SOB-REGISTROS
           MOVE WS-TOTAL-INCLUIDOS TO SOB-SUMA
           WRITE ENVIO_BANCO_REG FROM SOBRE-COLA
           CLOSE ENVIO_BANCO
           CLOSE TRANSFERENCIAS_BANCO.

       GRABAR-UNA-TRANSFERENCIA.
           IF VEC-LOT-ESTADO(SUBINDICE-LOT) = "I" THEN
               MOVE VEC-LOT-CBU(SUBINDICE-LOT) TO TRF-CBU
               MOVE VEC-LOT-IMPORTE(SUBINDICE-LOT) TO TRF-IMPORTE
               MOVE VEC-LOT-PROFESOR(SUBINDICE-LOT) TO TRF-PROFESOR
               MOVE VEC-LOT-DNI(SUBINDICE-LOT) TO TRF-DNI
               MOVE VEC-LOT-PERIODO(SUBINDICE-LOT) TO TRF-PERIODO
               WRITE TRANSFERENCIAS_BANCO_REG
               MOVE SPACES TO ENVIO_BANCO_REG
               MOVE TRANSFERENCIAS_BANCO_REG TO ENVIO_BANCO_REG
               WRITE ENVIO_BANCO_REG
           END-IF.

      * Un diferido anterior que entra al lote queda pagado con el
      * numero de lote y la fecha valor; lo propuesto que se difiere
      * o se excluye se agrega al seguimiento.
       ACTUALIZAR-DIFERIDOS.
           PERFORM ACTUALIZAR-UN-DIFERIDO
               VARYING SUBINDICE-LOT FROM 1 BY 1
               UNTIL SUBINDICE-LOT > WS-CANT-LOTE.

       ACTUALIZAR-UN-DIFERIDO.
           IF VEC-LOT-ORIGEN(SUBINDICE-LOT) = "D" THEN
               MOVE VEC-LOT-DIFERIDO(SUBINDICE-LOT) TO SUBINDICE-DIF
               EVALUATE VEC-LOT-ESTADO(SUBINDICE-LOT)
                   WHEN "I"
                       MOVE "P" TO VEC-DIF-ESTADO(SUBINDICE-DIF)
                       MOVE WS-NUMERO-LOTE TO
                           VEC-DIF-LOTE-PAGO(SUBINDICE-DIF)
                       MOVE WS-FECHA-VALOR TO
                           VEC-DIF-FECHA-PAGO(SUBINDICE-DIF)
                       MOVE WS-USUARIO-ENTRADA TO
                           VEC-DIF-FIRMA(SUBINDICE-DIF)
                   WHEN "X"
                       MOVE "X" TO VEC-DIF-ESTADO(SUBINDICE-DIF)
                       MOVE WS-NUMERO-LOTE TO
                           VEC-DIF-LOTE-PAGO(SUBINDICE-DIF)
                       MOVE WS-USUARIO-ENTRADA TO
                           VEC-DIF-FIRMA(SUBINDICE-DIF)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF VEC-LOT-ESTADO(SUBINDICE-LOT) NOT = "I" THEN
                   PERFORM AGREGAR-DIFERIDO
               END-IF
           END-IF.

       AGREGAR-DIFERIDO.
           IF WS-CANT-DIFERIDOS < WS-MAX-DIFERIDOS THEN
               ADD 1 TO WS-CANT-DIFERIDOS
               MOVE WS-CANT-DIFERIDOS TO SUBINDICE-DIF
               MOVE VEC-LOT-PROFESOR(SUBINDICE-LOT) TO
                   VEC-DIF-PROFESOR(SUBINDICE-DIF)
               MOVE VEC-LOT-CBU(SUBINDICE-LOT) TO
                   VEC-DIF-CBU(SUBINDICE-DIF)
               MOVE VEC-LOT-IMPORTE(SUBINDICE-LOT) TO
                   VEC-DIF-IMPORTE(SUBINDICE-DIF)
               MOVE VEC-LOT-DNI(SUBINDICE-LOT) TO
                   VEC-DIF-DNI(SUBINDICE-DIF)
               MOVE VEC-LOT-PERIODO(SUBINDICE-LOT) TO
                   VEC-DIF-PERIODO(SUBINDICE-DIF)
               MOVE WS-FECHA-HOY TO
                   VEC-DIF-FECHA-DIFERIDO(SUBINDICE-DIF)
               MOVE WS-NUMERO-LOTE TO
                   VEC-DIF-LOTE-ORIGEN(SUBINDICE-DIF)
               MOVE VEC-LOT-ESTADO(SUBINDICE-LOT) TO
                   VEC-DIF-ESTADO(SUBINDICE-DIF)
               IF VEC-LOT-ESTADO(SUBINDICE-LOT) = "X" THEN
                   MOVE WS-NUMERO-LOTE TO
                       VEC-DIF-LOTE-PAGO(SUBINDICE-DIF)
               ELSE
                   MOVE ZERO TO VEC-DIF-LOTE-PAGO(SUBINDICE-DIF)
               END-IF
               MOVE ZERO TO VEC-DIF-FECHA-PAGO(SUBINDICE-DIF)
               MOVE WS-USUARIO-ENTRADA TO VEC-DIF-FIRMA(SUBINDICE-DIF)
           ELSE
               DISPLAY "TABLA DE DIFERIDOS LLENA, PROFESOR "
                   VEC-LOT-PROFESOR(SUBINDICE-LOT) " SIN REGISTRAR"
           END-IF.

       GRABAR-DIFERIDOS.
           OPEN OUTPUT PAGOS_DIFERIDOS
           PERFORM GRABAR-UN-DIFERIDO
               VARYING SUBINDICE-DIF FROM 1 BY 1
               UNTIL SUBINDICE-DIF > WS-CANT-DIFERIDOS
           CLOSE PAGOS_DIFERIDOS.

       GRABAR-UN-DIFERIDO.
           MOVE VEC-DIF-PROFESOR(SUBINDICE-DIF) TO PDIF-PROFESOR
           MOVE VEC-DIF-CBU(SUBINDICE-DIF) TO PDIF-CBU
           MOVE VEC-DIF-IMPORTE(SUBINDICE-DIF) TO PDIF-IMPORTE
           MOVE VEC-DIF-DNI(SUBINDICE-DIF) TO PDIF-DNI
           MOVE VEC-DIF-PERIODO(SUBINDICE-DIF) TO PDIF-PERIODO
           MOVE VEC-DIF-FECHA-DIFERIDO(SUBINDICE-DIF) TO
               PDIF-FECHA-DIFERIDO
           MOVE VEC-DIF-LOTE-ORIGEN(SUBINDICE-DIF) TO PDIF-LOTE-ORIGEN
           MOVE VEC-DIF-ESTADO(SUBINDICE-DIF) TO PDIF-ESTADO
           MOVE VEC-DIF-LOTE-PAGO(SUBINDICE-DIF) TO PDIF-LOTE-PAGO
           MOVE VEC-DIF-FECHA-PAGO(SUBINDICE-DIF) TO PDIF-FECHA-PAGO
           MOVE VEC-DIF-FIRMA(SUBINDICE-DIF) TO PDIF-FIRMA
           WRITE PAGOS_DIFERIDOS_REG.

       GRABAR-LOTE-PAGO.
           OPEN EXTEND LOTES_PAGO
           IF WS-STATUS-LOTES = "35" THEN
               OPEN OUTPUT LOTES_PAGO
               CLOSE LOTES_PAGO
               OPEN EXTEND LOTES_PAGO
           END-IF
           MOVE WS-NUMERO-LOTE TO LPAG-LOTE
           MOVE WS-FECHA-HOY TO LPAG-FECHA-APROBACION
           MOVE WS-FECHA-VALOR TO LPAG-FECHA-VALOR
           MOVE WS-USUARIO-ENTRADA TO LPAG-FIRMA
           MOVE WS-CANT-INCLUIDOS TO LPAG-CANTIDAD
           MOVE WS-TOTAL-INCLUIDOS TO LPAG-TOTAL
           MOVE WS-CANT-DIFERIR TO LPAG-CANT-DIFERIDOS
           MOVE WS-CANT-EXCLUIR TO LPAG-CANT-EXCLUIDOS
           WRITE LOTES_PAGO_REG
           CLOSE LOTES_PAGO.

      * Seguimiento de lo que sigue diferido, con los dias que lleva
      * esperando un lote; lo que tesoreria ya difirio en esta
      * sesion sin aprobar todavia no figura.
       EMITIR-SEGUIMIENTO.
           MOVE ZERO TO WS-CANT-PENDIENTES
           OPEN OUTPUT SEGUIMIENTO
           MOVE WS-FECHA-HOY TO LSE-FECHA
           WRITE SEGUIMIENTO_REG FROM LINEA-SEG-ENCABEZADO
           WRITE SEGUIMIENTO_REG FROM LINEA-SEG-TITULOS
           PERFORM EMITIR-UN-DIFERIDO
               VARYING SUBINDICE-DIF FROM 1 BY 1
               UNTIL SUBINDICE-DIF > WS-CANT-DIFERIDOS
           MOVE WS-CANT-PENDIENTES TO LST-CANTIDAD
           MOVE SPACES TO SEGUIMIENTO_REG
           WRITE SEGUIMIENTO_REG
           WRITE SEGUIMIENTO_REG FROM LINEA-SEG-TOTAL
           CLOSE SEGUIMIENTO
           DISPLAY "DIFERIDOS PENDIENTES: " WS-CANT-PENDIENTES
           DISPLAY "SEGUIMIENTO EN SeguimientoDiferidos.dat".

       EMITIR-UN-DIFERIDO.
           IF VEC-DIF-ESTADO(SUBINDICE-DIF) = "D" THEN
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE VEC-DIF-FECHA-DIFERIDO(SUBINDICE-DIF) TO
                   WS-FECHA-A-SERIE
               PERFORM CALCULAR-SERIE-DE-FECHA
               COMPUTE WS-ANTIGUEDAD-DIAS =
                   WS-SERIE-HOY - WS-SERIE-RESULTADO
               MOVE VEC-DIF-PROFESOR(SUBINDICE-DIF) TO LSD-PROFESOR
               MOVE VEC-DIF-CBU(SUBINDICE-DIF) TO LSD-CBU
               MOVE VEC-DIF-PERIODO(SUBINDICE-DIF) TO LSD-PERIODO
               MOVE VEC-DIF-IMPORTE(SUBINDICE-DIF) TO LSD-IMPORTE
               MOVE VEC-DIF-FECHA-DIFERIDO(SUBINDICE-DIF) TO LSD-FECHA
               MOVE VEC-DIF-LOTE-ORIGEN(SUBINDICE-DIF) TO LSD-LOTE
               MOVE WS-ANTIGUEDAD-DIAS TO LSD-DIAS
               MOVE VEC-DIF-FIRMA(SUBINDICE-DIF) TO LSD-FIRMA
               WRITE SEGUIMIENTO_REG FROM LINEA-SEG-DETALLE
               DISPLAY LINEA-SEG-DETALLE
           END-IF.

       CALCULAR-SERIE-DE-FECHA.
           IF WS-SERIE-MES < 1 OR WS-SERIE-MES > 12 THEN
               MOVE 1 TO WS-SERIE-MES
           END-IF
           COMPUTE WS-SERIE-RESULTADO =
               WS-SERIE-ANIO * 365 +
               WS-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM(WS-SERIE-MES) +
               WS-SERIE-DIA.

      * Deja un renglon en la bitacora comun; el evento, el
      * resultado y los contadores vienen cargados en el registro.
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
           MOVE "APROBACION-LOTE" TO BIT-PROGRAMA
           WRITE BITACORA_REG
           CLOSE BITACORA.

       END PROGRAM APROBACION-LOTE-PAGOS.
