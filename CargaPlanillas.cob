      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de novedades desde las planillas de
      *          asistencia pre-impresas: el operador tipea el codigo
      *          de renglon de la planilla y, en lugar de tipear la
      *          novedad entera, confirma la clase prevista tal como
      *          estaba en RenglonesPlanilla.dat o corrige el horario
      *          real y las horas; en los dos casos carga la cantidad
      *          de alumnos. Una clase que no se dicto se marca y no
      *          genera novedad. Las novedades se acumulan en
      *          NovPlanillas.dat, ordenadas por la clave de NovTimes
      *          (numero, fecha, sucursal) con la cabecera "00000" y
      *          la cola "99999" con cantidad y suma de horas, listo
      *          para entrar al merge como un lote mas; un renglon ya
      *          cargado no se puede volver a cargar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CARGA-PLANILLAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RENGLONES_PLANILLA ASSIGN TO "RenglonesPlanilla.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-RENGLONES.

       SELECT NOV_PLANILLAS ASSIGN TO "NovPlanillas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV-PLANILLAS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * Un renglon por clase prevista impresa en una planilla: P
      * pendiente, C cargado como novedad, N la clase no se dicto.
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

       FD NOV_PLANILLAS LABEL RECORD IS STANDARD.
       01 NOV_PLANILLAS_REG.
           03 NOV-NUMERO PIC X(5).
               88 NOV-ES-CABECERA VALUE "00000".
               88 NOV-ES-COLA VALUE "99999".
           03 NOV-FECHA PIC 9(8).
           03 NOV-SUCURSAL PIC X(3).
           03 NOV-TIP_CLASE PIC X(4).
           03 NOV-HORAS PIC 9(3)V99.
           03 NOV-TIPO-MOV PIC X(1).
           03 NOV-ALUMNOS PIC 9(3).
           03 NOV-HORA-DESDE PIC 9(4).
           03 NOV-HORA-HASTA PIC 9(4).
           03 NOV-CONCEPTO PIC X(1).
           03 NOV-CLIENTE PIC X(5).
           03 NOV-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV-AVISO-FECHA PIC 9(8).
           03 NOV-AVISO-HORA PIC 9(4).
           03 NOV-MODALIDAD PIC X(1).

      * Registros de control del lote: la cabecera viaja con numero
      * "00000" (ordena primero) y la cola con "99999" (ordena
      * ultima), igual que en los NovTimes que arma la carga propia.
       01 NOV_PLANILLAS_CTL.
           03 NOV-CTL-NUMERO PIC X(5).
           03 NOV-CTL-RESTO PIC X(33).
           03 NOV-CTL-COLA REDEFINES NOV-CTL-RESTO.
               05 NOV-COLA-CANTIDAD PIC 9(6).
               05 NOV-COLA-SUMA-HORAS PIC 9(8)V99.
               05 FILLER PIC X(17).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS-RENGLONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV-PLANILLAS PIC X(2) VALUE SPACES.
       01 WS-EOF-ARCHIVO PIC X(2) VALUE "NO".

       01 WS-OPCION PIC X(1).
           88 WS-OPCION-CARGAR VALUE "1".
           88 WS-OPCION-LISTAR VALUE "2".
           88 WS-OPCION-GRABAR VALUE "3".
           88 WS-OPCION-SALIR VALUE "4".
       01 WS-FIN-CARGA PIC X(1) VALUE "N".
           88 WS-FIN-CARGA-SI VALUE "S".
       01 WS-HUBO-CARGA PIC X(1) VALUE "N".
           88 WS-HUBO-CARGA-SI VALUE "S".

       01 WS-CODIGO-ENTRADA.
           03 WS-CODIGO-FOLIO PIC 9(7).
           03 WS-CODIGO-DV PIC 9(1).
       01 WS-CODIGO-NUM REDEFINES WS-CODIGO-ENTRADA PIC 9(8).
       01 WS-RESPUESTA PIC X(1).
           88 WS-RESPUESTA-CONFIRMA VALUE "S".
           88 WS-RESPUESTA-CORRIGE VALUE "C".
           88 WS-RESPUESTA-NO-DICTADA VALUE "N".
       01 WS-ALUMNOS-ENTRADA PIC 9(3).
       01 WS-DESDE-ENTRADA PIC 9(4).
       01 WS-HASTA-ENTRADA PIC 9(4).
       01 WS-HORAS-ENTRADA PIC 9(3)V99.
       01 WS-DESDE-GRUPO.
           03 WS-DESDE-HH PIC 9(2).
           03 WS-DESDE-MM PIC 9(2).
       01 WS-DESDE-NUM REDEFINES WS-DESDE-GRUPO PIC 9(4).
       01 WS-HASTA-GRUPO.
           03 WS-HASTA-HH PIC 9(2).
           03 WS-HASTA-MM PIC 9(2).
       01 WS-HASTA-NUM REDEFINES WS-HASTA-GRUPO PIC 9(4).
       01 WS-MINUTOS-CLASE PIC 9(5) VALUE ZERO.
       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".

      * Renglones de planilla emitidos; se regraban con su estado
      * al grabar el lote.
       01 WS-MAX-RENGLONES PIC 9(5) VALUE 20000.
       01 WS-CANT-RENGLONES PIC 9(5) VALUE ZERO.
       01 SUBINDICE-REN PIC 9(5) VALUE ZERO.
       01 WS-REN-HALLADO PIC X(1) VALUE "N".
           88 WS-REN-HALLADO-SI VALUE "S".
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
                   88 VEC-REN-PENDIENTE VALUE "P".
                   88 VEC-REN-CARGADO VALUE "C".
                   88 VEC-REN-NO-DICTADA VALUE "N".

      * Novedades del lote: las de cargas anteriores todavia no
      * procesadas mas las de esta sesion.
       01 WS-MAX-NOVEDADES PIC 9(5) VALUE 5000.
       01 WS-CANT-NOVEDADES PIC 9(5) VALUE ZERO.
       01 WS-CANT-SESION PIC 9(5) VALUE ZERO.
       01 SUBINDICE-NOV PIC 9(5) VALUE ZERO.
       01 SUBINDICE-SIG PIC 9(5) VALUE ZERO.
       01 WS-HUBO-CAMBIOS PIC X(1) VALUE "N".
       01 WS-SUMA-HORAS PIC 9(8)V99 VALUE ZERO.
       01 TABLA-NOVEDADES.
           03 ELEM-NOV OCCURS 5000 TIMES.
               05 VEC-NOV-CLAVE.
                   07 VEC-NOV-NUMERO PIC X(5).
                   07 VEC-NOV-FECHA PIC 9(8).
                   07 VEC-NOV-SUCURSAL PIC X(3).
               05 VEC-NOV-RESTO PIC X(45).
       01 WS-NOV-AUXILIAR PIC X(61).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Levanta los renglones emitidos y el lote en curso, carga
      * renglon por renglon y, al grabar, deja el lote ordenado
      * con sus registros de control y los renglones marcados.
      **
           PERFORM CARGAR-RENGLONES-EMITIDOS
           IF WS-CANT-RENGLONES = ZERO THEN
               DISPLAY "NO HAY PLANILLAS EMITIDAS EN "
                       "RenglonesPlanilla.dat"
               STOP RUN
           END-IF
           PERFORM CARGAR-LOTE-EN-CURSO

           PERFORM MOSTRAR-MENU UNTIL WS-FIN-CARGA-SI

           DISPLAY "FIN DE LA CARGA DE PLANILLAS"
           STOP RUN.

       CARGAR-RENGLONES-EMITIDOS.
           MOVE ZERO TO WS-CANT-RENGLONES
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
           PERFORM LEER-RENGLON.

      * Si quedo un lote de una carga anterior que todavia no paso
      * por el merge, las novedades nuevas se le agregan.
       CARGAR-LOTE-EN-CURSO.
           MOVE ZERO TO WS-CANT-NOVEDADES
           MOVE ZERO TO WS-SUMA-HORAS
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT NOV_PLANILLAS
           IF WS-STATUS-NOV-PLANILLAS = "00" THEN
               PERFORM LEER-NOVEDAD
               PERFORM CARGAR-UNA-NOVEDAD UNTIL
                   WS-EOF-ARCHIVO = "SI" OR
                   WS-CANT-NOVEDADES >= WS-MAX-NOVEDADES
               CLOSE NOV_PLANILLAS
           END-IF
           IF WS-CANT-NOVEDADES > ZERO THEN
               DISPLAY "LOTE EN CURSO CON " WS-CANT-NOVEDADES
                       " NOVEDADES, SE AGREGA A CONTINUACION"
           END-IF.

       LEER-NOVEDAD.
           READ NOV_PLANILLAS
               AT END
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

       CARGAR-UNA-NOVEDAD.
           IF NOT NOV-ES-CABECERA AND NOT NOV-ES-COLA THEN
               ADD 1 TO WS-CANT-NOVEDADES
               MOVE NOV_PLANILLAS_REG TO ELEM-NOV(WS-CANT-NOVEDADES)
               ADD NOV-HORAS TO WS-SUMA-HORAS
           END-IF
           PERFORM LEER-NOVEDAD.

       MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "------ CARGA DE PLANILLAS DE ASISTENCIA ------".
           DISPLAY "1. CARGAR UN RENGLON DE PLANILLA".
           DISPLAY "2. LISTAR LO CARGADO EN EL LOTE".
           DISPLAY "3. GRABAR EL LOTE Y SALIR".
           DISPLAY "4. SALIR SIN GRABAR".
           DISPLAY "----------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION-CARGAR
                   PERFORM CARGAR-RENGLON-PLANILLA
               WHEN WS-OPCION-LISTAR
                   PERFORM LISTAR-LOTE
               WHEN WS-OPCION-GRABAR
                   PERFORM GRABAR-LOTE
                   MOVE "S" TO WS-FIN-CARGA
               WHEN WS-OPCION-SALIR
                   IF WS-HUBO-CARGA-SI THEN
                       DISPLAY "ATENCION: LO CARGADO EN ESTA SESION "
                               "NO SE GRABO"
                   END-IF
                   MOVE "S" TO WS-FIN-CARGA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      * El codigo trae digito verificador: un codigo mal tipeado
      * se rechaza antes de buscar el renglon.
       CARGAR-RENGLON-PLANILLA.
           IF WS-CANT-NOVEDADES >= WS-MAX-NOVEDADES THEN
               DISPLAY "LOTE LLENO, GRABE EL LOTE ANTES DE SEGUIR"
           ELSE
               MOVE ZERO TO WS-CODIGO-NUM
               DISPLAY "CODIGO DE RENGLON DE LA PLANILLA: "
               ACCEPT WS-CODIGO-NUM
               PERFORM BUSCAR-RENGLON
               EVALUATE TRUE
                   WHEN NOT WS-REN-HALLADO-SI
                       DISPLAY "CODIGO INEXISTENTE O MAL TIPEADO"
                   WHEN VEC-REN-CARGADO(SUBINDICE-REN)
                       DISPLAY "ESE RENGLON YA FUE CARGADO"
                   WHEN VEC-REN-NO-DICTADA(SUBINDICE-REN)
                       DISPLAY "ESE RENGLON YA SE MARCO COMO NO "
                               "DICTADO"
                   WHEN OTHER
                       PERFORM TOMAR-RENGLON
               END-EVALUATE
           END-IF.

       BUSCAR-RENGLON.
           MOVE "N" TO WS-REN-HALLADO
           MOVE 1 TO SUBINDICE-REN
           PERFORM AVANZAR-SUBINDICE-REN UNTIL
               SUBINDICE-REN > WS-CANT-RENGLONES OR
               WS-REN-HALLADO-SI.

       AVANZAR-SUBINDICE-REN.
           IF VEC-REN-CODIGO(SUBINDICE-REN) = WS-CODIGO-NUM THEN
               MOVE "S" TO WS-REN-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-REN
           END-IF.

       TOMAR-RENGLON.
           DISPLAY "CLASE PREVISTA:"
           DISPLAY "  PROFESOR " VEC-REN-PROFESOR(SUBINDICE-REN)
                   "  FECHA " VEC-REN-FECHA(SUBINDICE-REN)
                   "  SUCURSAL " VEC-REN-SUCURSAL(SUBINDICE-REN)
           DISPLAY "  TIPO " VEC-REN-TIPO(SUBINDICE-REN)
                   "  DE " VEC-REN-DESDE(SUBINDICE-REN)
                   " A " VEC-REN-HASTA(SUBINDICE-REN)
                   "  HORAS " VEC-REN-HORAS(SUBINDICE-REN)
           DISPLAY "S=SE DICTO ASI  C=CORREGIR  N=NO SE DICTO: "
           ACCEPT WS-RESPUESTA
           EVALUATE TRUE
               WHEN WS-RESPUESTA-CONFIRMA
                   MOVE VEC-REN-DESDE(SUBINDICE-REN) TO
                       WS-DESDE-ENTRADA
                   MOVE VEC-REN-HASTA(SUBINDICE-REN) TO
                       WS-HASTA-ENTRADA
                   MOVE VEC-REN-HORAS(SUBINDICE-REN) TO
                       WS-HORAS-ENTRADA
                   PERFORM PEDIR-ALUMNOS
                   PERFORM AGREGAR-NOVEDAD
               WHEN WS-RESPUESTA-CORRIGE
                   PERFORM PEDIR-CORRECCION
                   IF WS-DATOS-VALIDOS-SI THEN
                       PERFORM PEDIR-ALUMNOS
                       PERFORM AGREGAR-NOVEDAD
                   END-IF
               WHEN WS-RESPUESTA-NO-DICTADA
                   MOVE "N" TO VEC-REN-ESTADO(SUBINDICE-REN)
                   MOVE "S" TO WS-HUBO-CARGA
                   DISPLAY "RENGLON MARCADO COMO NO DICTADO"
               WHEN OTHER
                   DISPLAY "RESPUESTA INVALIDA, RENGLON SIN CARGAR"
           END-EVALUATE.

       PEDIR-ALUMNOS.
           MOVE ZERO TO WS-ALUMNOS-ENTRADA
           DISPLAY "CANTIDAD DE ALUMNOS: "
           ACCEPT WS-ALUMNOS-ENTRADA.

      * La hora real manda: si no se informan las horas se toman
      * de la diferencia entre la hora desde y la hora hasta.
       PEDIR-CORRECCION.
           MOVE "S" TO WS-DATOS-VALIDOS
           MOVE ZERO TO WS-DESDE-ENTRADA
           MOVE ZERO TO WS-HASTA-ENTRADA
           MOVE ZERO TO WS-HORAS-ENTRADA
           DISPLAY "HORA REAL DESDE (HHMM): "
           ACCEPT WS-DESDE-ENTRADA
           DISPLAY "HORA REAL HASTA (HHMM): "
           ACCEPT WS-HASTA-ENTRADA
           DISPLAY "HORAS DICTADAS (EN BLANCO, SEGUN EL HORARIO): "
           ACCEPT WS-HORAS-ENTRADA
           MOVE WS-DESDE-ENTRADA TO WS-DESDE-NUM
           MOVE WS-HASTA-ENTRADA TO WS-HASTA-NUM
           IF WS-DESDE-HH > 23 OR WS-DESDE-MM > 59 OR
               WS-HASTA-HH > 23 OR WS-HASTA-MM > 59 OR
               WS-HASTA-NUM NOT > WS-DESDE-NUM THEN
               DISPLAY "HORARIO INVALIDO, RENGLON SIN CARGAR"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               IF WS-HORAS-ENTRADA = ZERO THEN
                   COMPUTE WS-MINUTOS-CLASE =
                       (WS-HASTA-HH * 60 + WS-HASTA-MM) -
                       (WS-DESDE-HH * 60 + WS-DESDE-MM)
                   COMPUTE WS-HORAS-ENTRADA ROUNDED =
                       WS-MINUTOS-CLASE / 60
               END-IF
           END-IF.

       AGREGAR-NOVEDAD.
           MOVE VEC-REN-PROFESOR(SUBINDICE-REN) TO NOV-NUMERO
           MOVE VEC-REN-FECHA(SUBINDICE-REN) TO NOV-FECHA
           MOVE VEC-REN-SUCURSAL(SUBINDICE-REN) TO NOV-SUCURSAL
           MOVE VEC-REN-TIPO(SUBINDICE-REN) TO NOV-TIP_CLASE
           MOVE WS-HORAS-ENTRADA TO NOV-HORAS
           MOVE SPACE TO NOV-TIPO-MOV
           MOVE WS-ALUMNOS-ENTRADA TO NOV-ALUMNOS
           MOVE WS-DESDE-ENTRADA TO NOV-HORA-DESDE
           MOVE WS-HASTA-ENTRADA TO NOV-HORA-HASTA
           MOVE SPACE TO NOV-CONCEPTO
           MOVE SPACES TO NOV-CLIENTE
           MOVE ZEROS TO NOV-PORC-COMPARTIDO
           MOVE ZEROS TO NOV-AVISO-FECHA
           MOVE ZEROS TO NOV-AVISO-HORA
           MOVE "P" TO NOV-MODALIDAD
           ADD 1 TO WS-CANT-NOVEDADES
           ADD 1 TO WS-CANT-SESION
           MOVE NOV_PLANILLAS_REG TO ELEM-NOV(WS-CANT-NOVEDADES)
           ADD WS-HORAS-ENTRADA TO WS-SUMA-HORAS
           MOVE "C" TO VEC-REN-ESTADO(SUBINDICE-REN)
           MOVE "S" TO WS-HUBO-CARGA
           DISPLAY "NOVEDAD CARGADA: " WS-HORAS-ENTRADA " HORAS, "
                   WS-ALUMNOS-ENTRADA " ALUMNOS".

       LISTAR-LOTE.
           IF WS-CANT-NOVEDADES = ZERO THEN
               DISPLAY "EL LOTE ESTA VACIO"
           ELSE
               DISPLAY "PROF  FECHA    SUC TIPO HORAS"
               PERFORM LISTAR-UNA-NOVEDAD
                   VARYING SUBINDICE-NOV FROM 1 BY 1
                   UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
               DISPLAY "NOVEDADES EN EL LOTE: " WS-CANT-NOVEDADES
                       "  HORAS: " WS-SUMA-HORAS
           END-IF.

       LISTAR-UNA-NOVEDAD.
           MOVE ELEM-NOV(SUBINDICE-NOV) TO NOV_PLANILLAS_REG
           DISPLAY NOV-NUMERO " " NOV-FECHA " " NOV-SUCURSAL " "
               NOV-TIP_CLASE " " NOV-HORAS.

       GRABAR-LOTE.
           PERFORM ORDENAR-NOVEDADES
           OPEN OUTPUT NOV_PLANILLAS
           MOVE "00000" TO NOV-CTL-NUMERO
           MOVE SPACES TO NOV-CTL-RESTO
           WRITE NOV_PLANILLAS_CTL
           PERFORM GRABAR-UNA-NOVEDAD
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV > WS-CANT-NOVEDADES
           MOVE "99999" TO NOV-CTL-NUMERO
           MOVE SPACES TO NOV-CTL-RESTO
           MOVE WS-CANT-NOVEDADES TO NOV-COLA-CANTIDAD
           MOVE WS-SUMA-HORAS TO NOV-COLA-SUMA-HORAS
           WRITE NOV_PLANILLAS_CTL
           CLOSE NOV_PLANILLAS

           OPEN OUTPUT RENGLONES_PLANILLA
           PERFORM GRABAR-UN-RENGLON
               VARYING SUBINDICE-REN FROM 1 BY 1
               UNTIL SUBINDICE-REN > WS-CANT-RENGLONES
           CLOSE RENGLONES_PLANILLA
           DISPLAY "NOVEDADES CARGADAS EN LA SESION: " WS-CANT-SESION
           DISPLAY "LOTE GRABADO EN NovPlanillas.dat CON "
                   WS-CANT-NOVEDADES " NOVEDADES".

       GRABAR-UNA-NOVEDAD.
           MOVE ELEM-NOV(SUBINDICE-NOV) TO NOV_PLANILLAS_REG
           WRITE NOV_PLANILLAS_REG.

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

      * Burbuja simple sobre la clave numero+fecha+sucursal, como
      * en el importador del CSV de las sucursales.
       ORDENAR-NOVEDADES.
           MOVE "S" TO WS-HUBO-CAMBIOS
           PERFORM PASADA-DE-ORDENAMIENTO
               UNTIL WS-HUBO-CAMBIOS = "N".

       PASADA-DE-ORDENAMIENTO.
           MOVE "N" TO WS-HUBO-CAMBIOS
           PERFORM COMPARAR-PAR-NOVEDADES
               VARYING SUBINDICE-NOV FROM 1 BY 1
               UNTIL SUBINDICE-NOV >= WS-CANT-NOVEDADES.

       COMPARAR-PAR-NOVEDADES.
           COMPUTE SUBINDICE-SIG = SUBINDICE-NOV + 1
           IF VEC-NOV-CLAVE(SUBINDICE-NOV) >
               VEC-NOV-CLAVE(SUBINDICE-SIG) THEN
               MOVE ELEM-NOV(SUBINDICE-NOV) TO WS-NOV-AUXILIAR
               MOVE ELEM-NOV(SUBINDICE-SIG) TO
                   ELEM-NOV(SUBINDICE-NOV)
               MOVE WS-NOV-AUXILIAR TO ELEM-NOV(SUBINDICE-SIG)
               MOVE "S" TO WS-HUBO-CAMBIOS
           END-IF.

       END PROGRAM CARGA-PLANILLAS.
