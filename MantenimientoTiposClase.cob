           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
      * Co-docencia: en blanco la clase la da un solo profesor; "U"
      * la dan dos y a la sucursal se le factura una sola clase
      * (cada novedad factura su porcentaje); "D" la dan dos y se
      * factura la clase entera por cada docente.
           03 TIP-PAREJA PIC X(1).
               88 TIP-PAREJA-UNA-CLASE VALUE "U".
               88 TIP-PAREJA-POR-DOCENTE VALUE "D".
      * Diferencial de la hora virtual: porcentaje de la tarifa que
      * se paga cuando la clase se dicta online. En cero la hora
      * virtual paga igual que la presencial.
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
      * Tope de las horas de preparacion y vigilancia del profesor
      * en el periodo, como porcentaje de sus horas dictadas. En
      * cero el tipo de clase no tiene tope.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD AUDITORIA_TARIFAS LABEL RECORD IS STANDARD.
       01 AUDITORIA_TARIFAS_REG PIC X(60).
               88 USU-DEBE-CAMBIAR-CLAVE VALUE "F".
           03 USU-CLAVES-ANTERIORES.
               05 USU-CLAVE-ANT PIC X(8) OCCURS 3 TIMES.
      * Sucursal que coordina (blanco si no es coordinador).
           03 USU-SUCURSAL-COORD PIC X(3).

       FD INTENTOS-FALLIDOS LABEL RECORD IS STANDARD.
       01 INTENTOS-FALLIDOS-REG.
               05 VEC-FECHA-HASTA PIC 9(8).
               05 VEC-MIN-ALUMNOS PIC 9(3).
               05 VEC-PORC-REDUCCION PIC 9(3)V99.
               05 VEC-PAREJA PIC X(1).
               05 VEC-PORC-VIRTUAL PIC 9(3)V99.
               05 VEC-TOPE-CONCEPTO PIC 9(3)V99.

       01 LINEA-AUDITORIA-TARIFA.
           03 LAT-TIPO PIC X(6).
           88 WS-OPCION-ALTA VALUE "1".
           88 WS-OPCION-MODIFICAR-TARIFA VALUE "2".
           88 WS-OPCION-MODIFICAR-DESC VALUE "3".
           88 WS-OPCION-MODIFICAR-PAREJA VALUE "4".
           88 WS-OPCION-MODIFICAR-VIRTUAL VALUE "5".
           88 WS-OPCION-MODIFICAR-TOPE VALUE "6".
           88 WS-OPCION-SALIR VALUE "7".

       01 WS-TIPO-BUSCADO PIC X(4).
       01 WS-CAMPO-ENTRADA-20 PIC X(20).
       01 WS-MIN-ALUMNOS-ENTRADA PIC X(3) VALUE SPACES.
       01 WS-PORC-RED-ENTRADA PIC X(5) VALUE SPACES.
       01 WS-PORC-RED-ENTERO PIC 9(5) VALUE ZERO.
       01 WS-PAREJA-ENTRADA PIC X(1) VALUE SPACES.
           88 WS-PAREJA-VALIDA VALUES " ", "U", "D".
       01 WS-PORC-VIRTUAL-ENTRADA PIC X(5) VALUE SPACES.
       01 WS-PORC-VIRTUAL-ENTERO PIC 9(5) VALUE ZERO.
       01 WS-PORC-VIRTUAL-NUM PIC 9(3)V99 VALUE ZERO.
       01 WS-TOPE-CONCEPTO-ENTRADA PIC X(5) VALUE SPACES.
       01 WS-TOPE-CONCEPTO-ENTERO PIC 9(5) VALUE ZERO.
       01 WS-TOPE-CONCEPTO-NUM PIC 9(3)V99 VALUE ZERO.

       01 WS-DATOS-VALIDOS PIC X(1) VALUE "S".
           88 WS-DATOS-VALIDOS-SI VALUE "S".
           MOVE TIP-FECHA-HASTA TO VEC-FECHA-HASTA(SUBINDICE)
           MOVE TIP-MIN-ALUMNOS TO VEC-MIN-ALUMNOS(SUBINDICE)
           MOVE TIP-PORC-REDUCCION TO VEC-PORC-REDUCCION(SUBINDICE)
           MOVE TIP-PAREJA TO VEC-PAREJA(SUBINDICE)
           MOVE TIP-PORC-VIRTUAL TO VEC-PORC-VIRTUAL(SUBINDICE)
           MOVE TIP-TOPE-CONCEPTO TO VEC-TOPE-CONCEPTO(SUBINDICE)
           ADD 1 TO SUBINDICE
           PERFORM LEER_TIPO_CLASE.

           MOVE VEC-FECHA-HASTA(SUBINDICE) TO TIP-FECHA-HASTA
           MOVE VEC-MIN-ALUMNOS(SUBINDICE) TO TIP-MIN-ALUMNOS
           MOVE VEC-PORC-REDUCCION(SUBINDICE) TO TIP-PORC-REDUCCION
           MOVE VEC-PAREJA(SUBINDICE) TO TIP-PAREJA
           MOVE VEC-PORC-VIRTUAL(SUBINDICE) TO TIP-PORC-VIRTUAL
           MOVE VEC-TOPE-CONCEPTO(SUBINDICE) TO TIP-TOPE-CONCEPTO
           WRITE TIPOS_CLASE_REG
           ADD 1 TO SUBINDICE.

           DISPLAY "1. ALTA DE TIPO DE CLASE NUEVO".
           DISPLAY "2. CAMBIO DE TARIFA".
           DISPLAY "3. CAMBIO DE DESCRIPCION".
           DISPLAY "4. REGLA DE CO-DOCENCIA".
           DISPLAY "5. DIFERENCIAL DE LA HORA VIRTUAL".
           DISPLAY "6. TOPE DE PREPARACION Y VIGILANCIA".
           DISPLAY "7. SALIR".
           DISPLAY "----------------------------------------------".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
                   ELSE
                       DISPLAY "SU PERFIL NO PERMITE MODIFICACIONES"
                   END-IF
               WHEN WS-OPCION-MODIFICAR-PAREJA
                   IF WS-PERFIL-PUEDE-OPERAR THEN
                       PERFORM CAMBIAR-REGLA-PAREJA
                   ELSE
                       DISPLAY "SU PERFIL NO PERMITE MODIFICACIONES"
                   END-IF
               WHEN WS-OPCION-MODIFICAR-VIRTUAL
                   IF WS-PERFIL-ES-SUPERVISOR THEN
                       PERFORM CAMBIAR-DIFERENCIAL-VIRTUAL
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR UNA "
                               "TARIFA"
                   END-IF
               WHEN WS-OPCION-MODIFICAR-TOPE
                   IF WS-PERFIL-PUEDE-OPERAR THEN
                       PERFORM CAMBIAR-TOPE-CONCEPTO
                   ELSE
                       DISPLAY "SU PERFIL NO PERMITE MODIFICACIONES"
                   END-IF
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PORCENTAJE DE REDUCCION BAJO EL MINIMO "
                           "(EJ 01500 = 15%): "
                   ACCEPT WS-PORC-RED-ENTRADA
                   DISPLAY "CO-DOCENCIA (BLANCO = UN PROFESOR, "
                           "U = PAREJA FACTURA UNA CLASE, "
                           "D = PAREJA FACTURA POR DOCENTE): "
                   ACCEPT WS-PAREJA-ENTRADA
                   DISPLAY "PORCENTAJE DE LA TARIFA PARA LA HORA "
                           "VIRTUAL (EJ 08000 = 80%, 0 = IGUAL): "
                   ACCEPT WS-PORC-VIRTUAL-ENTRADA
                   DISPLAY "TOPE DE PREPARACION Y VIGILANCIA SOBRE LO "
                           "DICTADO (EJ 02000 = 20%, 0 = SIN TOPE): "
                   ACCEPT WS-TOPE-CONCEPTO-ENTRADA
                   PERFORM VALIDAR-TARIFA
                   PERFORM VALIDAR-PORC-VIRTUAL
                   PERFORM VALIDAR-TOPE-CONCEPTO
                   IF NOT WS-PAREJA-VALIDA THEN
                       DISPLAY "REGLA DE CO-DOCENCIA INVALIDA"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
                   IF WS-DATOS-VALIDOS-SI THEN
                       ADD 1 TO WS-CANT-TIPOS-CLASE
                       MOVE WS-TIPO-BUSCADO TO
                               VEC-PORC-REDUCCION(
                               WS-CANT-TIPOS-CLASE)
                       END-IF
                       MOVE WS-PAREJA-ENTRADA TO
                           VEC-PAREJA(WS-CANT-TIPOS-CLASE)
                       MOVE WS-PORC-VIRTUAL-NUM TO
                           VEC-PORC-VIRTUAL(WS-CANT-TIPOS-CLASE)
                       MOVE WS-TOPE-CONCEPTO-NUM TO
                           VEC-TOPE-CONCEPTO(WS-CANT-TIPOS-CLASE)
                       DISPLAY "TIPO DE CLASE DADO DE ALTA"
                   ELSE
                       DISPLAY "DATOS INVALIDOS, ALTA CANCELADA"
                           VEC-MIN-ALUMNOS(WS-CANT-TIPOS-CLASE)
                       MOVE VEC-PORC-REDUCCION(WS-SUBINDICE-VIGENTE)
                           TO VEC-PORC-REDUCCION(WS-CANT-TIPOS-CLASE)
                       MOVE VEC-PAREJA(WS-SUBINDICE-VIGENTE) TO
                           VEC-PAREJA(WS-CANT-TIPOS-CLASE)
                       MOVE VEC-PORC-VIRTUAL(WS-SUBINDICE-VIGENTE) TO
                           VEC-PORC-VIRTUAL(WS-CANT-TIPOS-CLASE)
                       MOVE VEC-TOPE-CONCEPTO(WS-SUBINDICE-VIGENTE) TO
                           VEC-TOPE-CONCEPTO(WS-CANT-TIPOS-CLASE)
                       MOVE WS-TARIFA-ENTRADA TO
                           VEC-TARIFA(WS-CANT-TIPOS-CLASE)
                       MOVE WS-FECHA-HOY TO
               END-IF
           END-IF.

      * La regla de co-docencia no cambia lo que cobra cada hora,
      * asi que se corrige sobre el registro vigente sin abrir una
      * vigencia nueva, igual que la descripcion.
       CAMBIAR-REGLA-PAREJA.
           DISPLAY "CODIGO DE TIPO DE CLASE: "
           ACCEPT WS-TIPO-BUSCADO
           PERFORM BUSCAR-TIPO-VIGENTE
           IF NOT WS-TIPO-ENCONTRADO-SI THEN
               DISPLAY "NO HAY UN TIPO DE CLASE VIGENTE CON ESE CODIGO"
           ELSE
               DISPLAY "REGLA ACTUAL: "
                       VEC-PAREJA(WS-SUBINDICE-VIGENTE)
               DISPLAY "NUEVA REGLA (BLANCO = UN PROFESOR, "
                       "U = PAREJA FACTURA UNA CLASE, "
                       "D = PAREJA FACTURA POR DOCENTE): "
               ACCEPT WS-PAREJA-ENTRADA
               IF WS-PAREJA-VALIDA THEN
                   MOVE WS-PAREJA-ENTRADA TO
                       VEC-PAREJA(WS-SUBINDICE-VIGENTE)
                   DISPLAY "REGLA DE CO-DOCENCIA ACTUALIZADA"
               ELSE
                   DISPLAY "REGLA INVALIDA, CAMBIO CANCELADO"
               END-IF
           END-IF.

      * El diferencial virtual es parte de la tarifa: lo cambia
      * solo un supervisor y queda en la auditoria de tarifas con la
      * tarifa base virtual vieja y la nueva.
       CAMBIAR-DIFERENCIAL-VIRTUAL.
           DISPLAY "CODIGO DE TIPO DE CLASE: "
           ACCEPT WS-TIPO-BUSCADO
           PERFORM BUSCAR-TIPO-VIGENTE
           IF NOT WS-TIPO-ENCONTRADO-SI THEN
               DISPLAY "NO HAY UN TIPO DE CLASE VIGENTE CON ESE CODIGO"
           ELSE
               DISPLAY "PORCENTAJE VIRTUAL ACTUAL: "
                       VEC-PORC-VIRTUAL(WS-SUBINDICE-VIGENTE)
               DISPLAY "NUEVO PORCENTAJE (EJ 08000 = 80%, "
                       "0 = IGUAL QUE PRESENCIAL): "
               ACCEPT WS-PORC-VIRTUAL-ENTRADA
               MOVE "S" TO WS-DATOS-VALIDOS
               PERFORM VALIDAR-PORC-VIRTUAL
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE WS-TIPO-BUSCADO TO LAT-TIPO
                   MOVE WS-FECHA-HOY TO LAT-FECHA
                   MOVE WS-OPERADOR-ACTUAL TO LAT-OPERADOR
                   COMPUTE LAT-TARIFA-ANTERIOR ROUNDED =
                       VEC-TARIFA(WS-SUBINDICE-VIGENTE) *
                       VEC-PORC-VIRTUAL(WS-SUBINDICE-VIGENTE) / 100
                   COMPUTE LAT-TARIFA-NUEVA ROUNDED =
                       VEC-TARIFA(WS-SUBINDICE-VIGENTE) *
                       WS-PORC-VIRTUAL-NUM / 100
                   WRITE AUDITORIA_TARIFAS_REG FROM
                                         LINEA-AUDITORIA-TARIFA
                   MOVE WS-PORC-VIRTUAL-NUM TO
                       VEC-PORC-VIRTUAL(WS-SUBINDICE-VIGENTE)
                   DISPLAY "DIFERENCIAL VIRTUAL ACTUALIZADO"
               ELSE
                   DISPLAY "PORCENTAJE INVALIDO, CAMBIO CANCELADO"
               END-IF
           END-IF.

       VALIDAR-PORC-VIRTUAL.
           MOVE ZERO TO WS-PORC-VIRTUAL-NUM
           IF WS-PORC-VIRTUAL-ENTRADA NOT = SPACES THEN
               IF WS-PORC-VIRTUAL-ENTRADA NUMERIC THEN
                   MOVE WS-PORC-VIRTUAL-ENTRADA TO
                       WS-PORC-VIRTUAL-ENTERO
                   COMPUTE WS-PORC-VIRTUAL-NUM =
                       WS-PORC-VIRTUAL-ENTERO / 100
               ELSE
                   DISPLAY "EL PORCENTAJE VIRTUAL DEBE SER NUMERICO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * El tope no es tarifa: se cambia sobre el registro vigente
      * sin abrir historia, como la regla de co-docencia.
       CAMBIAR-TOPE-CONCEPTO.
           DISPLAY "CODIGO DE TIPO DE CLASE: "
           ACCEPT WS-TIPO-BUSCADO
           PERFORM BUSCAR-TIPO-VIGENTE
           IF NOT WS-TIPO-ENCONTRADO-SI THEN
               DISPLAY "NO HAY UN TIPO DE CLASE VIGENTE CON ESE CODIGO"
           ELSE
               DISPLAY "TOPE ACTUAL: "
                       VEC-TOPE-CONCEPTO(WS-SUBINDICE-VIGENTE)
               DISPLAY "NUEVO TOPE (EJ 02000 = 20%, 0 = SIN TOPE): "
               ACCEPT WS-TOPE-CONCEPTO-ENTRADA
               MOVE "S" TO WS-DATOS-VALIDOS
               PERFORM VALIDAR-TOPE-CONCEPTO
               IF WS-DATOS-VALIDOS-SI THEN
                   MOVE WS-TOPE-CONCEPTO-NUM TO
                       VEC-TOPE-CONCEPTO(WS-SUBINDICE-VIGENTE)
                   DISPLAY "TOPE ACTUALIZADO"
               ELSE
                   DISPLAY "TOPE INVALIDO, CAMBIO CANCELADO"
               END-IF
           END-IF.

       VALIDAR-TOPE-CONCEPTO.
           MOVE ZERO TO WS-TOPE-CONCEPTO-NUM
           IF WS-TOPE-CONCEPTO-ENTRADA NOT = SPACES THEN
               IF WS-TOPE-CONCEPTO-ENTRADA NUMERIC THEN
                   MOVE WS-TOPE-CONCEPTO-ENTRADA TO
                       WS-TOPE-CONCEPTO-ENTERO
                   COMPUTE WS-TOPE-CONCEPTO-NUM =
                       WS-TOPE-CONCEPTO-ENTERO / 100
               ELSE
                   DISPLAY "EL TOPE DEBE SER NUMERICO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.

      * Busca el registro VIGENTE (FECHA-HASTA en cero) del codigo
      * de tipo de clase pedido; dejar mas de uno vigente a la vez
      * es un problema del maestro, no de este programa
