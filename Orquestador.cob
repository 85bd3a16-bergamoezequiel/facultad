      * Author:
      * Date:
      * Purpose: Conductor del ciclo de liquidacion: ejecuta la
      *          cadena PreordenarNovedades -> RegistroLotes ->
      *          EditaNovedades -> RetenerNoAprobadas ->
      *          SepararExtemporaneas -> ControlFichadas ->
      *          BackupTimes1 ->
      *          trabajoPractico1 -> ConfirmarLotes en ese orden,
      *          registrando el estado
      *          de cada etapa en ControlPasos.dat (P=pendiente,
      *          O=ok, E=error, S=salteada). Si un paso termina mal
       01 WS-STATUS-CONTROL-PASOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CONTROL-PASOS PIC X(2) VALUE "NO".

       01 WS-CANT-PASOS PIC 9(2) VALUE 9.
       01 SUBINDICE-PASO PIC 9(2) VALUE ZERO.

      * La cadena completa del ciclo, en orden. El comando es el
      * binario de cada programa tal como queda compilado en el
      * directorio de trabajo.
       01 TABLA-PASOS.
           03 ELEM-PASO OCCURS 9 TIMES.
               05 VEC-PASO-NOMBRE PIC X(20).
               05 VEC-PASO-COMANDO PIC X(30).
               05 VEC-PASO-ESTADO PIC X(1).
      * ordena solo en lugar de cortar la cadena a la madrugada.
           MOVE "PREORDENAR-NOV" TO VEC-PASO-NOMBRE(1)
           MOVE "./PreordenarNovedades" TO VEC-PASO-COMANDO(1)
      * Cada lote recibido queda registrado; el que repite uno ya
      * liquidado se vacia antes de que llegue al merge.
           MOVE "REGISTRO-LOTES" TO VEC-PASO-NOMBRE(2)
           MOVE "./RegistroLotes" TO VEC-PASO-COMANDO(2)
           MOVE "EDITA-NOVEDADES" TO VEC-PASO-NOMBRE(3)
           MOVE "./EditaNovedades" TO VEC-PASO-COMANDO(3)
      * Lo que el coordinador de la sucursal no aprobo queda fuera
      * del merge, pendiente en NovRetenidas.dat.
           MOVE "RETENER-NO-APROB" TO VEC-PASO-NOMBRE(4)
           MOVE "./RetenerNoAprobadas" TO VEC-PASO-COMANDO(4)
      * Lo que llego tarde de un periodo cerrado sale de los lotes
      * y lo pendiente de corridas anteriores entra como ajuste.
           MOVE "SEPARAR-EXTEMP" TO VEC-PASO-NOMBRE(5)
           MOVE "./SepararExtemporaneas" TO VEC-PASO-COMANDO(5)
      * El cruce con las fichadas del reloj marca las novedades
      * sin fichada antes del merge; no corta la cadena.
           MOVE "CONTROL-FICHADAS" TO VEC-PASO-NOMBRE(6)
           MOVE "./ControlFichadas" TO VEC-PASO-COMANDO(6)
           MOVE "BACKUP-TIMES1" TO VEC-PASO-NOMBRE(7)
           MOVE "./BackupTimes1" TO VEC-PASO-COMANDO(7)
           MOVE "LIQUIDACION" TO VEC-PASO-NOMBRE(8)
           MOVE "./trabajoPractico1" TO VEC-PASO-COMANDO(8)
      * Lo que entro en la liquidacion pasa a ser la base contra la
      * que se controlan los reenvios.
           MOVE "CONFIRMAR-LOTES" TO VEC-PASO-NOMBRE(9)
           MOVE "./ConfirmarLotes" TO VEC-PASO-COMANDO(9)
           PERFORM INICIALIZAR-UN-PASO
               VARYING SUBINDICE-PASO FROM 1 BY 1
               UNTIL SUBINDICE-PASO > WS-CANT-PASOS.
           MOVE ZEROS TO VEC-PASO-HORA(SUBINDICE-PASO).

      * Si quedo un control de una cadena anterior con pasos en OK,
      * esos pasos no se repiten; un paso cuenta solo si el nombre
      * coincide con el de la cadena actual. Una cadena anterior
      * completa (todo en OK) arranca de cero.
       LEVANTAR-CONTROL-PREVIO.
           MOVE "N" TO WS-HAY-CONTROL-PREVIO
           OPEN INPUT CONTROL_PASOS

       LEVANTAR-UN-PASO.
           IF PASO-NUMERO >= 1 AND PASO-NUMERO <= WS-CANT-PASOS THEN
               IF PASO-ESTADO = "O" AND
                   PASO-NOMBRE = VEC-PASO-NOMBRE(PASO-NUMERO) THEN
                   MOVE "O" TO VEC-PASO-ESTADO(PASO-NUMERO)
                   MOVE PASO-FECHA TO VEC-PASO-FECHA(PASO-NUMERO)
                   MOVE PASO-HORA TO VEC-PASO-HORA(PASO-NUMERO)
