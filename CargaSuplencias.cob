           03 AGE-SUCURSAL PIC X(3).
           03 AGE-TIP_CLASE PIC X(4).
           03 AGE-HORAS-PREVISTAS PIC 9(3)V99.
           03 AGE-HORA-DESDE PIC 9(4).
           03 AGE-HORA-HASTA PIC 9(4).

       FD HABILITACIONES LABEL RECORD IS STANDARD.
       01 HABILITACIONES_REG.
