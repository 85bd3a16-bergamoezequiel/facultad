      *          interfaz salientes, con la misma idea de la
      *          cabecera/cola de los NovTimes aplicada a lo que se
      *          manda afuera: toma el archivo pelado (GLExtracto,
      *          LibroRetenciones, PresentacionRetenciones,
      *          LibroIvaVentas o PresentacionPercepIIBB), y graba
      *          Envio<Nombre>.dat con una cabecera CAB (origen,
      *          periodo, fecha de generacion), los registros tal
      *          cual y una cola COL con la cantidad de registros y
      *          la suma de importes (cero en los archivos de imagen
      *          de impresion, donde solo vale el conteo). El
      *          receptor verifica el sobre con VerificarSobre antes
      *          de usar el contenido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WS-OPCION-RETENCIONES VALUE "2".
           88 WS-OPCION-PRESENTACION VALUE "3".
           88 WS-OPCION-LIBRO-IVA VALUE "4".
           88 WS-OPCION-PERCEPCIONES VALUE "5".

       01 WS-PERIODO-ENTRADA PIC X(6).
       01 WS-PERIODO-NUM PIC 9(6) VALUE ZERO.
           DISPLAY "2. LibroRetenciones.dat"
           DISPLAY "3. PresentacionRetenciones.dat"
           DISPLAY "4. LibroIvaVentas.dat"
           DISPLAY "5. PresentacionPercepIIBB.dat"
           ACCEPT WS-OPCION
           EVALUATE TRUE
               WHEN WS-OPCION-GL
                   MOVE "EnvioLibroIva.dat" TO WS-NOMBRE-SALIDA
                   MOVE "IVA-VENTAS" TO WS-ORIGEN
                   MOVE "N" TO WS-CON-SUMA
               WHEN WS-OPCION-PERCEPCIONES
                   MOVE "PresentacionPercepIIBB.dat" TO
                       WS-NOMBRE-ENTRADA
                   MOVE "EnvioPercepIIBB.dat" TO WS-NOMBRE-SALIDA
                   MOVE "PERCEP-IIBB" TO WS-ORIGEN
                   MOVE "S" TO WS-CON-SUMA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
                   STOP RUN
           END-READ.

      * Los importes se levantan de la posicion fija que cada
      * layout les da: GLExtracto lleva el importe en 11:11 y las
      * presentaciones de retenciones y de percepciones el importe
      * en 42:13. Donde el contenido es imagen de impresion solo se
      * cuentan renglones.
       COPIAR-REGISTRO.
           WRITE SALIDA_REG FROM ENTRADA_REG
           ADD 1 TO WS-CANT-REGISTROS
                           ADD WS-IMPORTE-GL TO WS-SUMA-IMPORTES
                       END-IF
                   WHEN WS-OPCION-PRESENTACION
                   WHEN WS-OPCION-PERCEPCIONES
                       IF ENTRADA_REG(42:13) NUMERIC THEN
                           MOVE ENTRADA_REG(42:13) TO
                               WS-IMPORTE-PRE(1:13)
