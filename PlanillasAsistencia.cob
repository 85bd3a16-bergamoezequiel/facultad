      ******************************************************************
      * Author:
      * Date:
      * Purpose: Planillas de asistencia pre-impresas por sucursal y
      *          semana, armadas desde AgendaClases.dat (la que
      *          genera GrillaSemanal): una linea por clase prevista
      *          con profesor, horario y tipo de clase, espacio para
      *          la firma, la cantidad de alumnos y la hora real, y
      *          un codigo de renglon de ocho digitos (folio y digito
      *          verificador). Los renglones emitidos quedan en
      *          RenglonesPlanilla.dat para que CargaPlanillas tome
      *          la novedad confirmando o corrigiendo la linea
      *          prevista; reimprimir la misma semana conserva los
      *          codigos ya emitidos. El listado sale en
      *          PlanillasAsistencia.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PLANILLAS-ASISTENCIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AGENDA_CLASES ASSIGN TO "AgendaClases.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-AGENDA.

       SELECT PROFESORES ASSIGN TO "Profesores.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PROF-NUMERO
             FILE STATUS IS WS-STATUS-PROFESORES.

       SELECT SUCURSALES ASSIGN TO "Sucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SUCURSALES.

       SELECT RENGLONES_PLANILLA ASSIGN TO "RenglonesPlanilla.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RENGLONES.

       SELECT PLANILLAS ASSIGN TO "PlanillasAsistencia.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD AGENDA_CLASES LABEL RECORD IS STANDARD.
       01 AGENDA_CLASES_REG.
           03 AGE-PROFESOR PIC X(5).
           03 AGE-FECHA PIC 9(8).
           03 AGE-SUCURSAL PIC X(3).
           03 AGE-TIP_CLASE PIC X(4).
           03 AGE-HORAS-PREVISTAS PIC 9(3)V99.
           03 AGE-HORA-DESDE PIC 9(4).
           03 AGE-HORA-HASTA PIC 9(4).

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

      * Un renglon por clase prevista impresa en una planilla. El
      * codigo es el folio de siete digitos mas el verificador; la
      * carga lo pasa a C cuando la novedad ya se tomo o a N si la
      * clase no se dicto.
       FD RENGLONES_PLANILLA LABEL RECORD IS STANDARD.
       01 RENGLONES_PLANILLA_REG.
           03 PLR-CODIGO.
               05 PLR-FOLIO PIC 9(7).
               05 PLR-DV PIC 9(1).
           03 PLR-SUCURSAL PIC X(3).
           03 PLR-FECHA PIC 9(8).
           03 PLR-PROFESOR PIC X(5).
           03 PLR-TIP_CLASE PIC X(4).
           03 PLR-HORAS-PREVISTAS PIC 9(3)V99.
           03 PLR-HORA-DESDE PIC 9(4).
           03 PLR-HORA-HASTA PIC 9(4).
           03 PLR-ESTADO PIC X(1).
               88 PLR-PENDIENTE VALUE "P".
               88 PLR-CARGADO VALUE "C".
               88 PLR-NO-DICTADA VALUE "N".

       FD PLANILLAS LABEL RECORD IS STANDARD.
       01 PLANILLAS_REG PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AGENDA PIC X(2) VALUE SPACES.
       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-RENGLONES PIC X(2) VALUE SPACES.

       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".
       01 WS-HAY-PROFESORES PIC X(1) VALUE "N".

      * Semana pedida: desde la fecha ingresada y los seis dias
      * siguientes, pasando de mes o de anio si hace falta.
       01 WS-FECHA-ENTRADA PIC X(8) VALUE SPACES.
       01 WS-SUCURSAL-ENTRADA PIC X(3) VALUE SPACES.
       01 WS-SEMANA-DESDE PIC 9(8) VALUE ZERO.
       01 WS-SEMANA-HASTA-GRUPO.
           03 WS-HASTA-ANIO PIC 9(4).
           03 WS-HASTA-MES PIC 9(2).
           03 WS-HASTA-DIA PIC 9(2).
       01 WS-SEMANA-HASTA REDEFINES WS-SEMANA-HASTA-GRUPO PIC 9(8).
       01 WS-ULTIMO-DIA-MES PIC 9(2) VALUE ZERO.
       01 TABLA-DIAS-POR-MES VALUE "312831303130313130313031".
           03 VEC-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01 WS-RESIDUO-4 PIC 9(4) VALUE ZERO.
       01 WS-ANIO-CUOCIENTE PIC 9(4) VALUE ZERO.

      * Renglones ya emitidos en planillas anteriores, mas los que
      * se agregan en esta emision; se regraba entero al final.
       01 WS-MAX-RENGLONES PIC 9(5) VALUE 20000.
       01 WS-CANT-RENGLONES PIC 9(5) VALUE ZERO.
       01 WS-CANT-NUEVOS PIC 9(5) VALUE ZERO.
       01 SUBINDICE-REN PIC 9(5) VALUE ZERO.
       01 WS-REN-HALLADO PIC X(1) VALUE "N".
           88 WS-REN-HALLADO-SI VALUE "S".
       01 WS-ULTIMO-FOLIO PIC 9(7) VALUE ZERO.
       01 TABLA-RENGLONES.
           03 ELEM-REN OCCURS 20000 TIMES.
               05 VEC-REN-CODIGO PIC 9(8).
               05 VEC-REN-SUCURSAL PIC X(3).
               05 VEC-REN-FECHA PIC 9(8).
               05 VEC-REN-PROFESOR PIC X(5).
               05 VEC-REN-TIPO PIC X(4).
               05 VEC-REN-HORAS PIC 9(3)V99.
               05 VEC-REN-DESDE PIC 9(4).
               05 VEC-REN-HASTA PIC 9(4).
               05 VEC-REN-ESTADO PIC X(1).

      * Lo que se imprime en esta emision, ordenado por sucursal,
      * fecha y horario.
       01 WS-CANT-IMPRESION PIC 9(5) VALUE ZERO.
       01 SUBINDICE-IMP PIC 9(5) VALUE ZERO.
       01 SUBINDICE-SIG PIC 9(5) VALUE ZERO.
       01 WS-HUBO-CAMBIOS PIC X(1) VALUE "N".
       01 TABLA-IMPRESION.
           03 ELEM-IMP OCCURS 20000 TIMES.
               05 VEC-IMP-CLAVE.
                   07 VEC-IMP-SUCURSAL PIC X(3).
                   07 VEC-IMP-FECHA PIC 9(8).
                   07 VEC-IMP-DESDE PIC 9(4).
                   07 VEC-IMP-PROFESOR PIC X(5).
               05 VEC-IMP-RENGLON PIC 9(5).
       01 WS-IMP-AUXILIAR PIC X(25).

       01 WS-MAX-SUCURSALES PIC 9(3) VALUE 200.
       01 WS-CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUC PIC 9(3) VALUE ZERO.
       01 WS-SUC-HALLADA PIC X(1) VALUE "N".
       01 TABLA-SUCURSALES.
           03 ELEM-SUC OCCURS 200 TIMES.
               05 VEC-SUC-SUCURSAL PIC X(3).
               05 VEC-SUC-RAZON PIC X(25).

       01 WS-SUCURSAL-ANTERIOR PIC X(3) VALUE SPACES.
       01 WS-CANT-PLANILLAS PIC 9(4) VALUE ZERO.

      * Digito verificador del folio, el mismo calculo de los
      * codigos de pago de la red de cobranza.
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
       01 WS-CODIGO-NUEVO.
           03 WS-CODIGO-FOLIO PIC 9(7).
           03 WS-CODIGO-DV PIC 9(1).

       01 WS-FECHA-EDICION-GRUPO.
           03 WS-EDI-ANIO PIC 9(4).
           03 WS-EDI-MES PIC 9(2).
           03 WS-EDI-DIA PIC 9(2).
       01 WS-FECHA-EDICION REDEFINES WS-FECHA-EDICION-GRUPO
           PIC 9(8).
       01 WS-HORA-EDICION-GRUPO.
           03 WS-EDI-HH PIC 9(2).
           03 WS-EDI-MM PIC 9(2).
       01 WS-HORA-EDICION REDEFINES WS-HORA-EDICION-GRUPO PIC 9(4).

       01 LINEA-SEPARADOR.
           03 FILLER PIC X(120) VALUE ALL "=".

       01 LINEA-TITULO.
           03 FILLER PIC X(33) VALUE
               "PLANILLA DE ASISTENCIA - SUCURSAL".
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTI-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTI-RAZON PIC X(25).
           03 FILLER PIC X(11) VALUE " SEMANA DEL".
           03 FILLER PIC X(1) VALUE SPACE.
           03 LTI-DESDE-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LTI-DESDE-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LTI-DESDE-ANIO PIC 9(4).
           03 FILLER PIC X(4) VALUE " AL ".
           03 LTI-HASTA-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LTI-HASTA-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LTI-HASTA-ANIO PIC 9(4).

       01 LINEA-ENCABEZADO.
           03 FILLER PIC X(26) VALUE
               "CODIGO   FECHA      PROF  ".
           03 FILLER PIC X(30) VALUE
               "NOMBRE                    TIPO".
           03 FILLER PIC X(29) VALUE
               " DESDE HASTA  HORAS  ALUMN   ".
           03 FILLER PIC X(20) VALUE
               "HORA REAL      FIRMA".

       01 LINEA-RENGLON.
           03 LRE-CODIGO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-DIA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LRE-MES PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LRE-ANIO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-DESDE-HH PIC 9(2).
           03 FILLER PIC X(1) VALUE ":".
           03 LRE-DESDE-MM PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-HASTA-HH PIC 9(2).
           03 FILLER PIC X(1) VALUE ":".
           03 LRE-HASTA-MM PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LRE-HORAS PIC ZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE "_____".
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(14) VALUE "__:__ A __:__".
           03 FILLER PIC X(1) VALUE SPACE.
           03 FILLER PIC X(20) VALUE ALL "_".

       01 LINEA-PIE.
           03 FILLER PIC X(38) VALUE
               "FIRMA DEL RESPONSABLE DE LA SUCURSAL: ".
           03 FILLER PIC X(30) VALUE ALL "_".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pide la semana y la sucursal (en blanco, todas), toma de
      * la agenda las clases previstas en esa semana, les asigna
      * codigo de renglon o reusa el ya emitido, e imprime una
      * planilla por sucursal.
      **
           DISPLAY "PRIMER DIA DE LA SEMANA (AAAAMMDD): ".
           ACCEPT WS-FECHA-ENTRADA.
           DISPLAY "SUCURSAL (EN BLANCO, TODAS): ".
           ACCEPT WS-SUCURSAL-ENTRADA.
           IF WS-FECHA-ENTRADA NOT NUMERIC THEN
               DISPLAY "LA FECHA DEBE SER NUMERICA AAAAMMDD"
               STOP RUN
           END-IF
           MOVE WS-FECHA-ENTRADA TO WS-SEMANA-DESDE
           MOVE WS-SEMANA-DESDE TO WS-SEMANA-HASTA
           IF WS-HASTA-MES < 1 OR WS-HASTA-MES > 12 OR
               WS-HASTA-DIA < 1 OR WS-HASTA-DIA > 31 THEN
               DISPLAY "FECHA INVALIDA"
               STOP RUN
           END-IF
           PERFORM CALCULAR-FIN-DE-SEMANA

           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-RENGLONES-EMITIDOS
           PERFORM TOMAR-CLASES-DE-LA-AGENDA
           IF WS-CANT-IMPRESION = ZERO THEN
               DISPLAY "NO HAY CLASES PREVISTAS EN ESA SEMANA"
               STOP RUN
           END-IF
           PERFORM ORDENAR-IMPRESION

           MOVE "N" TO WS-HAY-PROFESORES
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES = "00" THEN
               MOVE "S" TO WS-HAY-PROFESORES
           END-IF
           OPEN OUTPUT PLANILLAS
           MOVE SPACES TO WS-SUCURSAL-ANTERIOR
           PERFORM IMPRIMIR-UN-RENGLON
               VARYING SUBINDICE-IMP FROM 1 BY 1
               UNTIL SUBINDICE-IMP > WS-CANT-IMPRESION
           WRITE PLANILLAS_REG FROM LINEA-SEPARADOR
           WRITE PLANILLAS_REG FROM LINEA-PIE
           CLOSE PLANILLAS
           IF WS-HAY-PROFESORES = "S" THEN
               CLOSE PROFESORES
           END-IF

           IF WS-CANT-NUEVOS > ZERO THEN
               PERFORM GRABAR-RENGLONES
           END-IF
           DISPLAY "PLANILLAS EMITIDAS:  " WS-CANT-PLANILLAS
           DISPLAY "RENGLONES IMPRESOS:  " WS-CANT-IMPRESION
           DISPLAY "CODIGOS NUEVOS:      " WS-CANT-NUEVOS
           DISPLAY "PLANILLAS EN PlanillasAsistencia.dat"
           STOP RUN.

       CALCULAR-FIN-DE-SEMANA.
           ADD 6 TO WS-HASTA-DIA
           PERFORM CALCULAR-ULTIMO-DIA-MES
           IF WS-HASTA-DIA > WS-ULTIMO-DIA-MES THEN
               SUBTRACT WS-ULTIMO-DIA-MES FROM WS-HASTA-DIA
               ADD 1 TO WS-HASTA-MES
               IF WS-HASTA-MES > 12 THEN
                   MOVE 1 TO WS-HASTA-MES
                   ADD 1 TO WS-HASTA-ANIO
               END-IF
           END-IF.

       CALCULAR-ULTIMO-DIA-MES.
           MOVE VEC-DIAS-MES(WS-HASTA-MES) TO WS-ULTIMO-DIA-MES
           IF WS-HASTA-MES = 2 THEN
               DIVIDE WS-HASTA-ANIO BY 4 GIVING WS-ANIO-CUOCIENTE
                   REMAINDER WS-RESIDUO-4
               IF WS-RESIDUO-4 = ZERO THEN
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF.

       CARGAR-SUCURSALES-A-VECTOR.
           MOVE ZERO TO WS-CANT-SUCURSALES
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT SUCURSALES
           IF WS-STATUS-SUCURSALES = "00" THEN
               PERFORM LEER-SUCURSAL
               PERFORM CARGAR-UNA-SUCURSAL UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-SUCURSALES >= WS-MAX-SUCURSALES
               CLOSE SUCURSALES
           END-IF.

       LEER-SUCURSAL.
           READ SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UNA-SUCURSAL.
           ADD 1 TO WS-CANT-SUCURSALES
           MOVE SUC-SUCURSAL TO VEC-SUC-SUCURSAL(WS-CANT-SUCURSALES)
           MOVE SUC-RAZON TO VEC-SUC-RAZON(WS-CANT-SUCURSALES)
           PERFORM LEER-SUCURSAL.

       CARGAR-RENGLONES-EMITIDOS.
           MOVE ZERO TO WS-CANT-RENGLONES
           MOVE ZERO TO WS-ULTIMO-FOLIO
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT RENGLONES_PLANILLA
           IF WS-STATUS-RENGLONES = "00" THEN
               PERFORM LEER-RENGLON
               PERFORM CARGAR-UN-RENGLON UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-RENGLONES >= WS-MAX-RENGLONES
               CLOSE RENGLONES_PLANILLA
           END-IF.

       LEER-RENGLON.
           READ RENGLONES_PLANILLA
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UN-RENGLON.
           ADD 1 TO WS-CANT-RENGLONES
           MOVE PLR-CODIGO TO VEC-REN-CODIGO(WS-CANT-RENGLONES)
           MOVE PLR-SUCURSAL TO VEC-REN-SUCURSAL(WS-CANT-RENGLONES)
           MOVE PLR-FECHA TO VEC-REN-FECHA(WS-CANT-RENGLONES)
           MOVE PLR-PROFESOR TO VEC-REN-PROFESOR(WS-CANT-RENGLONES)
           MOVE PLR-TIP_CLASE TO VEC-REN-TIPO(WS-CANT-RENGLONES)
           MOVE PLR-HORAS-PREVISTAS TO
               VEC-REN-HORAS(WS-CANT-RENGLONES)
           MOVE PLR-HORA-DESDE TO VEC-REN-DESDE(WS-CANT-RENGLONES)
           MOVE PLR-HORA-HASTA TO VEC-REN-HASTA(WS-CANT-RENGLONES)
           MOVE PLR-ESTADO TO VEC-REN-ESTADO(WS-CANT-RENGLONES)
           IF PLR-FOLIO > WS-ULTIMO-FOLIO THEN
               MOVE PLR-FOLIO TO WS-ULTIMO-FOLIO
           END-IF
           PERFORM LEER-RENGLON.

       TOMAR-CLASES-DE-LA-AGENDA.
           MOVE ZERO TO WS-CANT-IMPRESION
           MOVE ZERO TO WS-CANT-NUEVOS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT AGENDA_CLASES
           IF WS-STATUS-AGENDA NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR AgendaClases.dat"
               STOP RUN
           END-IF
           PERFORM LEER-AGENDA
           PERFORM TOMAR-UNA-CLASE UNTIL WS-EOF-ARCHIVO = "SI"
           CLOSE AGENDA_CLASES.

       LEER-AGENDA.
           READ AGENDA_CLASES
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       TOMAR-UNA-CLASE.
           IF AGE-FECHA >= WS-SEMANA-DESDE AND
               AGE-FECHA <= WS-SEMANA-HASTA AND
               (WS-SUCURSAL-ENTRADA = SPACES OR
               AGE-SUCURSAL = WS-SUCURSAL-ENTRADA) THEN
               PERFORM BUSCAR-RENGLON-EMITIDO
               IF NOT WS-REN-HALLADO-SI THEN
                   PERFORM AGREGAR-RENGLON
               END-IF
               IF WS-REN-HALLADO-SI THEN
                   ADD 1 TO WS-CANT-IMPRESION
                   MOVE AGE-SUCURSAL TO
                       VEC-IMP-SUCURSAL(WS-CANT-IMPRESION)
                   MOVE AGE-FECHA TO VEC-IMP-FECHA(WS-CANT-IMPRESION)
                   MOVE AGE-HORA-DESDE TO
                       VEC-IMP-DESDE(WS-CANT-IMPRESION)
                   MOVE AGE-PROFESOR TO
                       VEC-IMP-PROFESOR(WS-CANT-IMPRESION)
                   MOVE SUBINDICE-REN TO
                       VEC-IMP-RENGLON(WS-CANT-IMPRESION)
               END-IF
           END-IF
           PERFORM LEER-AGENDA.

      * La misma clase prevista (sucursal, fecha, profesor, tipo y
      * horario) conserva el codigo con que se imprimio antes.
       BUSCAR-RENGLON-EMITIDO.
           MOVE "N" TO WS-REN-HALLADO
           MOVE 1 TO SUBINDICE-REN
           PERFORM AVANZAR-SUBINDICE-REN UNTIL
               SUBINDICE-REN > WS-CANT-RENGLONES OR
               WS-REN-HALLADO-SI.

       AVANZAR-SUBINDICE-REN.
           IF VEC-REN-SUCURSAL(SUBINDICE-REN) = AGE-SUCURSAL AND
               VEC-REN-FECHA(SUBINDICE-REN) = AGE-FECHA AND
               VEC-REN-PROFESOR(SUBINDICE-REN) = AGE-PROFESOR AND
               VEC-REN-TIPO(SUBINDICE-REN) = AGE-TIP_CLASE AND
               VEC-REN-DESDE(SUBINDICE-REN) = AGE-HORA-DESDE THEN
               MOVE "S" TO WS-REN-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-REN
           END-IF.

       AGREGAR-RENGLON.
           IF WS-CANT-RENGLONES >= WS-MAX-RENGLONES THEN
               DISPLAY "TABLA DE RENGLONES LLENA, CLASE SIN PLANILLA: "
                   AGE-PROFESOR " " AGE-FECHA " " AGE-SUCURSAL
           ELSE
               ADD 1 TO WS-ULTIMO-FOLIO
               MOVE WS-ULTIMO-FOLIO TO WS-CODIGO-FOLIO
               MOVE ZEROS TO WS-DV-BUFFER
               MOVE WS-CODIGO-FOLIO TO WS-DV-BUFFER(1:7)
               MOVE 7 TO WS-DV-LARGO
               PERFORM CALCULAR-DIGITO-VERIFICADOR
               MOVE WS-DV-RESULTADO TO WS-CODIGO-DV
               ADD 1 TO WS-CANT-RENGLONES
               ADD 1 TO WS-CANT-NUEVOS
               MOVE WS-CANT-RENGLONES TO SUBINDICE-REN
               MOVE WS-CODIGO-NUEVO TO VEC-REN-CODIGO(SUBINDICE-REN)
               MOVE AGE-SUCURSAL TO VEC-REN-SUCURSAL(SUBINDICE-REN)
               MOVE AGE-FECHA TO VEC-REN-FECHA(SUBINDICE-REN)
               MOVE AGE-PROFESOR TO VEC-REN-PROFESOR(SUBINDICE-REN)
               MOVE AGE-TIP_CLASE TO VEC-REN-TIPO(SUBINDICE-REN)
               MOVE AGE-HORAS-PREVISTAS TO
                   VEC-REN-HORAS(SUBINDICE-REN)
               MOVE AGE-HORA-DESDE TO VEC-REN-DESDE(SUBINDICE-REN)
               MOVE AGE-HORA-HASTA TO VEC-REN-HASTA(SUBINDICE-REN)
               MOVE "P" TO VEC-REN-ESTADO(SUBINDICE-REN)
               MOVE "S" TO WS-REN-HALLADO
           END-IF.

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

      * Burbuja sobre sucursal+fecha+horario+profesor; una semana
      * de agenda no justifica mas que esto.
       ORDENAR-IMPRESION.
           MOVE "S" TO WS-HUBO-CAMBIOS
           PERFORM PASADA-DE-ORDENAMIENTO
               UNTIL WS-HUBO-CAMBIOS = "N".

       PASADA-DE-ORDENAMIENTO.
           MOVE "N" TO WS-HUBO-CAMBIOS
           PERFORM COMPARAR-PAR-RENGLONES
               VARYING SUBINDICE-IMP FROM 1 BY 1
               UNTIL SUBINDICE-IMP >= WS-CANT-IMPRESION.

       COMPARAR-PAR-RENGLONES.
           COMPUTE SUBINDICE-SIG = SUBINDICE-IMP + 1
           IF VEC-IMP-CLAVE(SUBINDICE-IMP) >
               VEC-IMP-CLAVE(SUBINDICE-SIG) THEN
               MOVE ELEM-IMP(SUBINDICE-IMP) TO WS-IMP-AUXILIAR
               MOVE ELEM-IMP(SUBINDICE-SIG) TO
                   ELEM-IMP(SUBINDICE-IMP)
               MOVE WS-IMP-AUXILIAR TO ELEM-IMP(SUBINDICE-SIG)
               MOVE "S" TO WS-HUBO-CAMBIOS
           END-IF.

      * Cada sucursal arranca su propia planilla con titulo y
      * encabezado; el pie de firma cierra la anterior.
       IMPRIMIR-UN-RENGLON.
           IF VEC-IMP-SUCURSAL(SUBINDICE-IMP) NOT =
               WS-SUCURSAL-ANTERIOR THEN
               IF WS-SUCURSAL-ANTERIOR NOT = SPACES THEN
                   WRITE PLANILLAS_REG FROM LINEA-SEPARADOR
                   WRITE PLANILLAS_REG FROM LINEA-PIE
                   MOVE SPACES TO PLANILLAS_REG
                   WRITE PLANILLAS_REG
               END-IF
               PERFORM IMPRIMIR-TITULO
           END-IF
           MOVE VEC-IMP-RENGLON(SUBINDICE-IMP) TO SUBINDICE-REN
           MOVE VEC-REN-CODIGO(SUBINDICE-REN) TO LRE-CODIGO
           MOVE VEC-REN-FECHA(SUBINDICE-REN) TO WS-FECHA-EDICION
           MOVE WS-EDI-DIA TO LRE-DIA
           MOVE WS-EDI-MES TO LRE-MES
           MOVE WS-EDI-ANIO TO LRE-ANIO
           MOVE VEC-REN-PROFESOR(SUBINDICE-REN) TO LRE-PROFESOR
           MOVE SPACES TO LRE-NOMBRE
           IF WS-HAY-PROFESORES = "S" THEN
               MOVE VEC-REN-PROFESOR(SUBINDICE-REN) TO PROF-NUMERO
               READ PROFESORES
                   NOT INVALID KEY
                       MOVE PROF-NOMBRE TO LRE-NOMBRE
               END-READ
           END-IF
           MOVE VEC-REN-TIPO(SUBINDICE-REN) TO LRE-TIPO
           MOVE VEC-REN-DESDE(SUBINDICE-REN) TO WS-HORA-EDICION
           MOVE WS-EDI-HH TO LRE-DESDE-HH
           MOVE WS-EDI-MM TO LRE-DESDE-MM
           MOVE VEC-REN-HASTA(SUBINDICE-REN) TO WS-HORA-EDICION
           MOVE WS-EDI-HH TO LRE-HASTA-HH
           MOVE WS-EDI-MM TO LRE-HASTA-MM
           MOVE VEC-REN-HORAS(SUBINDICE-REN) TO LRE-HORAS
           WRITE PLANILLAS_REG FROM LINEA-RENGLON.

       IMPRIMIR-TITULO.
           ADD 1 TO WS-CANT-PLANILLAS
           MOVE VEC-IMP-SUCURSAL(SUBINDICE-IMP) TO
               WS-SUCURSAL-ANTERIOR
           MOVE WS-SUCURSAL-ANTERIOR TO LTI-SUCURSAL
           MOVE SPACES TO LTI-RAZON
           PERFORM BUSCAR-RAZON-SUCURSAL
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           MOVE WS-SEMANA-DESDE TO WS-FECHA-EDICION
           MOVE WS-EDI-DIA TO LTI-DESDE-DIA
           MOVE WS-EDI-MES TO LTI-DESDE-MES
           MOVE WS-EDI-ANIO TO LTI-DESDE-ANIO
           MOVE WS-HASTA-DIA TO LTI-HASTA-DIA
           MOVE WS-HASTA-MES TO LTI-HASTA-MES
           MOVE WS-HASTA-ANIO TO LTI-HASTA-ANIO
           WRITE PLANILLAS_REG FROM LINEA-SEPARADOR
           WRITE PLANILLAS_REG FROM LINEA-TITULO
           WRITE PLANILLAS_REG FROM LINEA-SEPARADOR
           WRITE PLANILLAS_REG FROM LINEA-ENCABEZADO.

       BUSCAR-RAZON-SUCURSAL.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) = WS-SUCURSAL-ANTERIOR
               THEN
               MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LTI-RAZON
           END-IF.

       GRABAR-RENGLONES.
           OPEN OUTPUT RENGLONES_PLANILLA
           PERFORM GRABAR-UN-RENGLON
               VARYING SUBINDICE-REN FROM 1 BY 1
               UNTIL SUBINDICE-REN > WS-CANT-RENGLONES
           CLOSE RENGLONES_PLANILLA.

       GRABAR-UN-RENGLON.
           MOVE VEC-REN-CODIGO(SUBINDICE-REN) TO PLR-CODIGO
           MOVE VEC-REN-SUCURSAL(SUBINDICE-REN) TO PLR-SUCURSAL
           MOVE VEC-REN-FECHA(SUBINDICE-REN) TO PLR-FECHA
           MOVE VEC-REN-PROFESOR(SUBINDICE-REN) TO PLR-PROFESOR
           MOVE VEC-REN-TIPO(SUBINDICE-REN) TO PLR-TIP_CLASE
           MOVE VEC-REN-HORAS(SUBINDICE-REN) TO PLR-HORAS-PREVISTAS
           MOVE VEC-REN-DESDE(SUBINDICE-REN) TO PLR-HORA-DESDE
           MOVE VEC-REN-HASTA(SUBINDICE-REN) TO PLR-HORA-HASTA
           MOVE VEC-REN-ESTADO(SUBINDICE-REN) TO PLR-ESTADO
           WRITE RENGLONES_PLANILLA_REG.

       END PROGRAM PLANILLAS-ASISTENCIA.
