           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TIPOS_ANTERIOR LABEL RECORD IS STANDARD.
       01 TIPOS_ANTERIOR_REG PIC X(66).

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
               05 VEC-FECHA-HASTA PIC 9(8).
               05 VEC-MIN-ALUMNOS PIC 9(3).
               05 VEC-PORC-REDUCCION PIC 9(3)V99.
               05 VEC-PAREJA PIC X(1).
               05 VEC-PORC-VIRTUAL PIC 9(3)V99.
               05 VEC-TOPE-CONCEPTO PIC 9(3)V99.

       01 WS-MAX-TARIFAS-SUC PIC 9(4) VALUE 2000.
       01 WS-CANT-TARIFAS-SUC PIC 9(4) VALUE ZERO.
           MOVE TIP-FECHA-HASTA TO VEC-FECHA-HASTA(SUBINDICE)
           MOVE TIP-MIN-ALUMNOS TO VEC-MIN-ALUMNOS(SUBINDICE)
           MOVE TIP-PORC-REDUCCION TO VEC-PORC-REDUCCION(SUBINDICE)
           MOVE TIP-PAREJA TO VEC-PAREJA(SUBINDICE)
           MOVE TIP-PORC-VIRTUAL TO VEC-PORC-VIRTUAL(SUBINDICE)
           MOVE TIP-TOPE-CONCEPTO TO VEC-TOPE-CONCEPTO(SUBINDICE)
           ADD 1 TO SUBINDICE
           PERFORM LEER_TIPO_CLASE.

                   VEC-MIN-ALUMNOS(WS-CANT-TIPOS-CLASE)
               MOVE VEC-PORC-REDUCCION(SUBINDICE) TO
                   VEC-PORC-REDUCCION(WS-CANT-TIPOS-CLASE)
               MOVE VEC-PAREJA(SUBINDICE) TO
                   VEC-PAREJA(WS-CANT-TIPOS-CLASE)
               MOVE VEC-PORC-VIRTUAL(SUBINDICE) TO
                   VEC-PORC-VIRTUAL(WS-CANT-TIPOS-CLASE)
               MOVE VEC-TOPE-CONCEPTO(SUBINDICE) TO
                   VEC-TOPE-CONCEPTO(WS-CANT-TIPOS-CLASE)
               MOVE WS-TARIFA-NUEVA TO
                   VEC-TARIFA(WS-CANT-TIPOS-CLASE)
               MOVE WS-VIGENCIA TO
           MOVE VEC-FECHA-HASTA(SUBINDICE) TO TIP-FECHA-HASTA
           MOVE VEC-MIN-ALUMNOS(SUBINDICE) TO TIP-MIN-ALUMNOS
           MOVE VEC-PORC-REDUCCION(SUBINDICE) TO TIP-PORC-REDUCCION
           MOVE VEC-PAREJA(SUBINDICE) TO TIP-PAREJA
           MOVE VEC-PORC-VIRTUAL(SUBINDICE) TO TIP-PORC-VIRTUAL
           MOVE VEC-TOPE-CONCEPTO(SUBINDICE) TO TIP-TOPE-CONCEPTO
           WRITE TIPOS_CLASE_REG
           ADD 1 TO SUBINDICE.

