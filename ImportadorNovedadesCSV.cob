      * Purpose: Importador del CSV de novedades que mandan las
      *          sucursales (NovedadesSucursal.csv, campos separados
      *          por punto y coma: profesor;fecha;sucursal;tipo;
      *          horas;tipomov;alumnos;horadesde;horahasta;concepto;
      *          cliente;compartida;avisofecha;avisohora;
      *          modalidad, el cliente solo en las clases
      *          in-company, compartida con el porcentaje NNNDD del
      *          profesor en una clase de co-docencia, el aviso solo
      *          en las clases que la sucursal suspendio, tipomov
      *          "S", y la modalidad "V" virtual o "P" presencial,
      *          en blanco presencial).
      *          Valida cada renglon contra Profesores.dat,
      *          Sucursales.dat, TiposClase.dat y Clientes.dat,
      *          deja los rechazados con su motivo en
      *          RechazosImportacion.dat, ordena los aceptados por la
      *          clave de NovTimes (numero, fecha, sucursal) y graba
      *          NovImportadas.dat con la cabecera "00000" y la cola
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-TIPOS-CLASE.

       SELECT CLIENTES ASSIGN TO "Clientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CLIENTES.

       SELECT NOV_IMPORTADAS ASSIGN TO "NovImportadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-SALIDA.
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

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD CLIENTES LABEL RECORD IS STANDARD.
       01 CLIENTES-REG.
           03 CLI-CODIGO PIC X(5).
           03 CLI-RAZON PIC X(25).
           03 CLI-DIRE PIC X(20).
           03 CLI-CUIT PIC 9(11).
           03 CLI-IVA-COND PIC X(1).
           03 CLI-DIAS-PAGO PIC 9(3).
           03 CLI-ESTADO PIC X(1).
               88 CLI-ACTIVO VALUE "A".
               88 CLI-BAJA VALUE "B".

       FD NOV_IMPORTADAS LABEL RECORD IS STANDARD.
       01 NOV_IMPORTADAS_REG.
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
       01 WS-STATUS-SUCURSALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-TIPOS-CLASE PIC X(2) VALUE SPACES.
       01 WS-STATUS-SALIDA PIC X(2) VALUE SPACES.
       01 WS-STATUS-CLIENTES PIC X(2) VALUE SPACES.

       01 WS-EOF-CSV PIC X(2) VALUE "NO".
       01 WS-EOF-SUCURSALES PIC X(2) VALUE "NO".
       01 WS-EOF-TIPOS PIC X(2) VALUE "NO".
       01 WS-EOF-CLIENTES PIC X(2) VALUE "NO".

      * Campos crudos del renglon CSV antes de validar.
       01 WS-CSV-PROFESOR PIC X(5).
       01 WS-CSV-HORA-DESDE PIC X(4).
       01 WS-CSV-HORA-HASTA PIC X(4).
       01 WS-CSV-CONCEPTO PIC X(1).
       01 WS-CSV-CLIENTE PIC X(5).
       01 WS-CSV-COMPARTIDO PIC X(5).
       01 WS-CSV-AVISO-FECHA PIC X(8).
       01 WS-CSV-AVISO-HORA PIC X(4).
       01 WS-CSV-MODALIDAD PIC X(1).
           88 WS-CSV-MODALIDAD-VALIDA VALUES " ", "P", "V".
       01 WS-CSV-COMPARTIDO-ENTERO PIC 9(5) VALUE ZERO.
       01 WS-CSV-COMPARTIDO-NUM PIC 9(3)V99 VALUE ZERO.
       01 WS-CSV-HORAS-NUM PIC 9(3)V99 VALUE ZERO.
       01 WS-CSV-HORAS-ENTERO PIC 9(5) VALUE ZERO.

       01 TABLA-TIPOS.
           03 ELEM-TIP OCCURS 2000 TIMES.
               05 VEC-TIP-CODIGO PIC X(4).
               05 VEC-TIP-PAREJA PIC X(1).

       01 WS-MAX-CLIENTES PIC 9(4) VALUE 500.
       01 WS-CANT-CLIENTES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CLI PIC 9(4) VALUE ZERO.
       01 WS-CLI-HALLADO PIC X(1) VALUE "N".
       01 TABLA-CLIENTES.
           03 ELEM-CLI OCCURS 500 TIMES.
               05 VEC-CLI-CODIGO PIC X(5).

      * Novedades aceptadas, a ordenar por clave antes de grabar.
       01 WS-MAX-NOVEDADES PIC 9(5) VALUE 20000.
               05 VEC-NOV-HORA-DESDE PIC 9(4).
               05 VEC-NOV-HORA-HASTA PIC 9(4).
               05 VEC-NOV-CONCEPTO PIC X(1).
               05 VEC-NOV-CLIENTE PIC X(5).
               05 VEC-NOV-PORC-COMPARTIDO PIC 9(3)V99.
               05 VEC-NOV-AVISO-FECHA PIC 9(8).
               05 VEC-NOV-AVISO-HORA PIC 9(4).
               05 VEC-NOV-MODALIDAD PIC X(1).
       01 WS-NOV-AUXILIAR.
           03 WS-AUX-CLAVE PIC X(16).
           03 WS-AUX-TIPO PIC X(4).
           03 WS-AUX-HORA-DESDE PIC 9(4).
           03 WS-AUX-HORA-HASTA PIC 9(4).
           03 WS-AUX-CONCEPTO PIC X(1).
           03 WS-AUX-CLIENTE PIC X(5).
           03 WS-AUX-PORC-COMPARTIDO PIC 9(3)V99.
           03 WS-AUX-AVISO-FECHA PIC 9(8).
           03 WS-AUX-AVISO-HORA PIC 9(4).
           03 WS-AUX-MODALIDAD PIC X(1).

       01 LINEA-RECHAZO-ENC.
           03 FILLER PIC X(60) VALUE
      **
           PERFORM CARGAR-SUCURSALES-A-VECTOR
           PERFORM CARGAR-TIPOS-A-VECTOR
           PERFORM CARGAR-CLIENTES-A-VECTOR
           OPEN INPUT PROFESORES
           IF WS-STATUS-PROFESORES NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Profesores.dat"
       CARGAR-UN-TIPO.
           ADD 1 TO WS-CANT-TIPOS
           MOVE TIP-TIP_CLASE TO VEC-TIP-CODIGO(WS-CANT-TIPOS)
           MOVE TIP-PAREJA TO VEC-TIP-PAREJA(WS-CANT-TIPOS)
           PERFORM LEER-TIPO.

      * Sin maestro de clientes no se acepta ninguna novedad con
      * cliente: quedaria facturada a un codigo que nadie conoce.
       CARGAR-CLIENTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTES = "00" THEN
               PERFORM LEER-CLIENTE
               PERFORM CARGAR-UN-CLIENTE UNTIL
                   WS-EOF-CLIENTES = "SI" OR
                   WS-CANT-CLIENTES >= WS-MAX-CLIENTES
               CLOSE CLIENTES
           END-IF.

       LEER-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "SI" TO WS-EOF-CLIENTES
           END-READ.

       CARGAR-UN-CLIENTE.
           IF CLI-ACTIVO THEN
               ADD 1 TO WS-CANT-CLIENTES
               MOVE CLI-CODIGO TO VEC-CLI-CODIGO(WS-CANT-CLIENTES)
           END-IF
           PERFORM LEER-CLIENTE.

       LEER-CSV.
           READ CSV_ENTRADA
               AT END
           MOVE SPACES TO WS-CSV-HORA-DESDE
           MOVE SPACES TO WS-CSV-HORA-HASTA
           MOVE SPACES TO WS-CSV-CONCEPTO
           MOVE SPACES TO WS-CSV-CLIENTE
           MOVE SPACES TO WS-CSV-COMPARTIDO
           MOVE SPACES TO WS-CSV-AVISO-FECHA
           MOVE SPACES TO WS-CSV-AVISO-HORA
           MOVE SPACES TO WS-CSV-MODALIDAD
           UNSTRING CSV_ENTRADA_REG DELIMITED BY ";"
               INTO WS-CSV-PROFESOR WS-CSV-FECHA WS-CSV-SUCURSAL
                   WS-CSV-TIPO WS-CSV-HORAS WS-CSV-TIPO-MOV
                   WS-CSV-ALUMNOS WS-CSV-HORA-DESDE
                   WS-CSV-HORA-HASTA WS-CSV-CONCEPTO
                   WS-CSV-CLIENTE WS-CSV-COMPARTIDO
                   WS-CSV-AVISO-FECHA WS-CSV-AVISO-HORA
                   WS-CSV-MODALIDAD
           END-UNSTRING
           PERFORM VALIDAR-RENGLON
           IF WS-RENGLON-VALIDO-SI THEN
               MOVE "CONCEPTO DE HORA INVALIDO" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF
           IF WS-RENGLON-VALIDO-SI AND
               WS-CSV-CLIENTE NOT = SPACES THEN
               PERFORM VALIDAR-CLIENTE-CSV
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-COMPARTIDO-CSV
           END-IF
           IF WS-RENGLON-VALIDO-SI THEN
               PERFORM VALIDAR-AVISO-CSV
           END-IF
           IF WS-RENGLON-VALIDO-SI AND
               NOT WS-CSV-MODALIDAD-VALIDA THEN
               MOVE "MODALIDAD INVALIDA (P O V)" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF.

      * El aviso de suspension es optativo (sin aviso se paga la
      * hora como suspendida sin aviso) pero si viene tiene que ser
      * fecha AAAAMMDD y hora HHMM, y solo en una clase suspendida.
       VALIDAR-AVISO-CSV.
           IF WS-CSV-AVISO-FECHA NOT = SPACES OR
               WS-CSV-AVISO-HORA NOT = SPACES THEN
               IF WS-CSV-TIPO-MOV NOT = "S" THEN
                   MOVE "AVISO EN UNA CLASE NO SUSPENDIDA" TO
                       WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               ELSE
                   IF WS-CSV-AVISO-FECHA NOT NUMERIC OR
                       WS-CSV-AVISO-HORA NOT NUMERIC THEN
                       MOVE "AVISO DE SUSPENSION INVALIDO" TO
                           WS-MOTIVO-RECHAZO
                       MOVE "N" TO WS-RENGLON-VALIDO
                   END-IF
               END-IF
           END-IF.

      * Clase de co-docencia: el porcentaje viaja como NNNDD. Si el
      * tipo de clase exige pareja y la sucursal no lo informo, cada
      * profesor lleva la mitad.
       VALIDAR-COMPARTIDO-CSV.
           MOVE ZERO TO WS-CSV-COMPARTIDO-NUM
           IF WS-CSV-COMPARTIDO NOT = SPACES THEN
               IF WS-CSV-COMPARTIDO NUMERIC THEN
                   MOVE WS-CSV-COMPARTIDO TO WS-CSV-COMPARTIDO-ENTERO
                   COMPUTE WS-CSV-COMPARTIDO-NUM =
                       WS-CSV-COMPARTIDO-ENTERO / 100
               END-IF
               IF WS-CSV-COMPARTIDO NOT NUMERIC OR
                   WS-CSV-COMPARTIDO-NUM = ZERO OR
                   WS-CSV-COMPARTIDO-NUM > 100 THEN
                   MOVE "PORCENTAJE COMPARTIDO INVALIDO" TO
                       WS-MOTIVO-RECHAZO
                   MOVE "N" TO WS-RENGLON-VALIDO
               END-IF
           ELSE
               IF VEC-TIP-PAREJA(SUBINDICE-TIP) NOT = SPACE THEN
                   MOVE 50 TO WS-CSV-COMPARTIDO-NUM
               END-IF
           END-IF.

       VALIDAR-CLIENTE-CSV.
           MOVE "N" TO WS-CLI-HALLADO
           MOVE 1 TO SUBINDICE-CLI
           PERFORM AVANZAR-SUBINDICE-CLI UNTIL
               SUBINDICE-CLI > WS-CANT-CLIENTES OR
               WS-CLI-HALLADO = "S"
           IF WS-CLI-HALLADO NOT = "S" THEN
               MOVE "CLIENTE INEXISTENTE O DADO DE BAJA" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-RENGLON-VALIDO
           END-IF.

       AVANZAR-SUBINDICE-CLI.
           IF VEC-CLI-CODIGO(SUBINDICE-CLI) = WS-CSV-CLIENTE THEN
               MOVE "S" TO WS-CLI-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-CLI
           END-IF.

       VALIDAR-PROFESOR-CSV.
               END-IF
               MOVE WS-CSV-CONCEPTO TO
                   VEC-NOV-CONCEPTO(WS-CANT-NOVEDADES)
               MOVE WS-CSV-CLIENTE TO
                   VEC-NOV-CLIENTE(WS-CANT-NOVEDADES)
               MOVE WS-CSV-COMPARTIDO-NUM TO
                   VEC-NOV-PORC-COMPARTIDO(WS-CANT-NOVEDADES)
               IF WS-CSV-AVISO-FECHA NUMERIC AND
                   WS-CSV-AVISO-HORA NUMERIC THEN
                   MOVE WS-CSV-AVISO-FECHA TO
                       VEC-NOV-AVISO-FECHA(WS-CANT-NOVEDADES)
                   MOVE WS-CSV-AVISO-HORA TO
                       VEC-NOV-AVISO-HORA(WS-CANT-NOVEDADES)
               ELSE
                   MOVE ZEROS TO VEC-NOV-AVISO-FECHA(WS-CANT-NOVEDADES)
                   MOVE ZEROS TO VEC-NOV-AVISO-HORA(WS-CANT-NOVEDADES)
               END-IF
               IF WS-CSV-MODALIDAD = SPACE THEN
                   MOVE "P" TO VEC-NOV-MODALIDAD(WS-CANT-NOVEDADES)
               ELSE
                   MOVE WS-CSV-MODALIDAD TO
                       VEC-NOV-MODALIDAD(WS-CANT-NOVEDADES)
               END-IF
               ADD WS-CSV-HORAS-NUM TO WS-SUMA-HORAS
           END-IF.

           MOVE VEC-NOV-HORA-DESDE(SUBINDICE-NOV) TO NOV-HORA-DESDE
           MOVE VEC-NOV-HORA-HASTA(SUBINDICE-NOV) TO NOV-HORA-HASTA
           MOVE VEC-NOV-CONCEPTO(SUBINDICE-NOV) TO NOV-CONCEPTO
           MOVE VEC-NOV-CLIENTE(SUBINDICE-NOV) TO NOV-CLIENTE
           MOVE VEC-NOV-PORC-COMPARTIDO(SUBINDICE-NOV) TO
               NOV-PORC-COMPARTIDO
           MOVE VEC-NOV-AVISO-FECHA(SUBINDICE-NOV) TO NOV-AVISO-FECHA
           MOVE VEC-NOV-AVISO-HORA(SUBINDICE-NOV) TO NOV-AVISO-HORA
           MOVE VEC-NOV-MODALIDAD(SUBINDICE-NOV) TO NOV-MODALIDAD
           WRITE NOV_IMPORTADAS_REG.

       END PROGRAM IMPORTADOR-NOVEDADES-CSV.
