           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
               05 VEC-TARIFA PIC 9(5)V99.
               05 VEC-FECHA-DESDE PIC 9(8).
               05 VEC-FECHA-HASTA PIC 9(8).
               05 VEC-PORC-VIRTUAL PIC 9(3)V99.

      * Conversion de fechas a dias corridos para el corte de los
      * proximos 60 dias.
           03 FILLER PIC X(15) VALUE " TARIFA BASE:  ".
           03 LTB-TARIFA PIC ZZZZ9,99.

       01 LINEA-TARIFA-VIRTUAL.
           03 FILLER PIC X(14) VALUE "  VIRTUAL     ".
           03 LTV-PORC PIC ZZ9,99.
           03 FILLER PIC X(11) VALUE "% TARIFA:  ".
           03 LTV-TARIFA PIC ZZZZ9,99.

       01 LINEA-OVERRIDE.
           03 FILLER PIC X(14) VALUE "  SUCURSAL    ".
           03 LOV-SUCURSAL PIC X(3).
           MOVE TIP-TARIFA TO VEC-TARIFA(SUBINDICE)
           MOVE TIP-FECHA-DESDE TO VEC-FECHA-DESDE(SUBINDICE)
           MOVE TIP-FECHA-HASTA TO VEC-FECHA-HASTA(SUBINDICE)
           MOVE TIP-PORC-VIRTUAL TO VEC-PORC-VIRTUAL(SUBINDICE)
           ADD 1 TO SUBINDICE
           PERFORM LEER_TIPO_CLASE.

               MOVE VEC-DESC(SUBINDICE) TO LTB-DESC
               MOVE VEC-TARIFA(SUBINDICE) TO LTB-TARIFA
               WRITE TARIFARIO_REG FROM LINEA-TARIFA-BASE
               IF VEC-PORC-VIRTUAL(SUBINDICE) > ZERO THEN
                   MOVE VEC-PORC-VIRTUAL(SUBINDICE) TO LTV-PORC
                   COMPUTE LTV-TARIFA ROUNDED =
                       VEC-TARIFA(SUBINDICE) *
                       VEC-PORC-VIRTUAL(SUBINDICE) / 100
                   WRITE TARIFARIO_REG FROM LINEA-TARIFA-VIRTUAL
               END-IF
               PERFORM LISTAR-OVERRIDES-DEL-TIPO
           END-IF.

