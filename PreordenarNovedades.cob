                   88 NOV-ES-COLA VALUE "99999".
               05 NOV-FECHA PIC 9(8).
               05 NOV-SUCURSAL PIC X(3).
           03 NOV-RESTO PIC X(45).

       FD BITACORA LABEL RECORD IS STANDARD.
       01 BITACORA_REG.
       01 TABLA-NOVEDADES.
           03 ELEM-NOV OCCURS 20000 TIMES.
               05 VEC-NOV-CLAVE PIC X(16).
               05 VEC-NOV-RESTO PIC X(45).
       01 WS-REG-AUXILIAR.
           03 WS-AUX-CLAVE PIC X(16).
           03 WS-AUX-RESTO PIC X(45).

       01 WS-HAY-CABECERA PIC X(1) VALUE "N".
       01 WS-HAY-COLA PIC X(1) VALUE "N".
       01 WS-REG-CABECERA PIC X(61) VALUE SPACES.
       01 WS-REG-COLA PIC X(61) VALUE SPACES.

       01 WS-CLAVE-ANTERIOR PIC X(16) VALUE LOW-VALUES.
       01 WS-ESTA-ORDENADO PIC X(1) VALUE "S".
