      *          sin cuenta: con un solo movimiento sin mapeo el
      *          archivo no se libera y los huerfanos quedan en
      *          MovimientosSinCuenta.dat para completar el plan.
      *          Los asientos inversos de una corrida anulada (tipo
      *          en minuscula) toman el mapeo de su tipo original con
      *          el debe y el haber cruzados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CTA-DEBE PIC 9(6) VALUE ZERO.
       01 WS-CTA-HABER PIC 9(6) VALUE ZERO.
       01 WS-MAPEO-HALLADO PIC X(1) VALUE "N".
      * Un asiento inverso (anulacion de una corrida) viene con el
      * tipo de movimiento en minuscula: se mapea por su mayuscula
      * y se graba con el debe y el haber cruzados.
       01 WS-TIPO-A-MAPEAR PIC X(1) VALUE SPACES.
       01 WS-MOVIMIENTO-INVERSO PIC X(1) VALUE "N".
           88 WS-MOVIMIENTO-INVERSO-SI VALUE "S".
       01 WS-MAYUSCULAS PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-MINUSCULAS PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".

      * Control de cierre por empresa: el debe y el haber de cada
      * empresa tienen que empatar antes de liberar el archivo.

       RESOLVER-MAPEO.
           MOVE "N" TO WS-MAPEO-HALLADO
           MOVE GLE-TIPO-MOVIMIENTO TO WS-TIPO-A-MAPEAR
           INSPECT WS-TIPO-A-MAPEAR CONVERTING WS-MINUSCULAS TO
               WS-MAYUSCULAS
           IF WS-TIPO-A-MAPEAR NOT = GLE-TIPO-MOVIMIENTO THEN
               MOVE "S" TO WS-MOVIMIENTO-INVERSO
           ELSE
               MOVE "N" TO WS-MOVIMIENTO-INVERSO
           END-IF
           MOVE -1 TO WS-MEJOR-PRECISION
           PERFORM EVALUAR-UN-MAPEO
               VARYING SUBINDICE-PLA FROM 1 BY 1
               UNTIL SUBINDICE-PLA > WS-CANT-PLAN.

       EVALUAR-UN-MAPEO.
           IF VEC-PLA-TIPO(SUBINDICE-PLA) = WS-TIPO-A-MAPEAR AND
               (VEC-PLA-CENTRO(SUBINDICE-PLA) = GLE-CENTRO-COSTO OR
                VEC-PLA-CENTRO(SUBINDICE-PLA) = "***") AND
               (VEC-PLA-EMPRESA(SUBINDICE-PLA) = GLE-EMPRESA OR
           MOVE GLE-CENTRO-COSTO TO ASI-CENTRO
           MOVE GLE-TIPO-MOVIMIENTO TO ASI-TIPO-ORIGEN
           MOVE GLE-IMPORTE TO ASI-IMPORTE
           IF WS-MOVIMIENTO-INVERSO-SI THEN
               MOVE WS-CTA-HABER TO ASI-CUENTA
           ELSE
               MOVE WS-CTA-DEBE TO ASI-CUENTA
           END-IF
           MOVE "D" TO ASI-LADO
           WRITE ASIENTOS_REG
           IF WS-MOVIMIENTO-INVERSO-SI THEN
               MOVE WS-CTA-DEBE TO ASI-CUENTA
           ELSE
               MOVE WS-CTA-HABER TO ASI-CUENTA
           END-IF
           MOVE "H" TO ASI-LADO
           WRITE ASIENTOS_REG
           PERFORM ACUMULAR-CIERRE-EMPRESA.
