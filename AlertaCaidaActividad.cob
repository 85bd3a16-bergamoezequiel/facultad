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

       FD HABILITACIONES LABEL RECORD IS STANDARD.
       01 HABILITACIONES_REG.
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD REPORTE_CAIDA LABEL RECORD IS STANDARD.
       01 REPORTE_CAIDA_REG PIC X(110).
