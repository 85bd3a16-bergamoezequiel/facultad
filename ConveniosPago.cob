           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD COBRANZAS LABEL RECORD IS STANDARD.
       01 COBRANZAS_REG.
           03 COB-PERIODO PIC 9(6).
           03 COB-FECHA PIC 9(8).
           03 COB-IMPORTE PIC 9(9)V99.
      * Un renglon por medio de cancelacion: el dinero cobrado (medio
      * en blanco, como los registros anteriores) o cada retencion
      * sufrida con su impuesto y su certificado.
           03 COB-MEDIO PIC X(1).
               88 COB-DINERO VALUE " " "E".
               88 COB-RETENCION VALUE "R".
           03 COB-IMPUESTO PIC X(1).
               88 COB-RET-GANANCIAS VALUE "G".
               88 COB-RET-IVA VALUE "I".
               88 COB-RET-IIBB VALUE "B".
           03 COB-CERTIFICADO PIC X(20).

       FD CUMPLIMIENTO LABEL RECORD IS STANDARD.
       01 CUMPLIMIENTO_REG PIC X(90).
