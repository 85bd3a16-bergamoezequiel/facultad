       FD Times1 LABEL RECORD IS STANDARD.
       01 Times1_REG.
           03 TIM-HORAS-ZONA.
               05 TIM-NUMERO PIC X(5).
                   88 TIM-ES-CABECERA VALUE "00000".
               05 TIM-PREFIJO PIC X(15).
               05 TIM-HORAS PIC 9(3)V99.
               05 TIM-RESTO PIC X(36).

       FD TIMES1-BACKUP LABEL RECORD IS STANDARD.
       01 TIMES1-BACKUP-REG.
           03 BKP-NUMERO PIC X(5).
               88 BKP-ES-CABECERA VALUE "00000".
           03 BKP-PREFIJO PIC X(15).
           03 BKP-HORAS PIC 9(3)V99.
           03 BKP-RESTO PIC X(36).
      * Cabecera de layout (numero "00000") de los backups tomados
      * desde que los archivos de horas la llevan.
       01 TIMES1-BACKUP-CAB.
           03 BCAB-NUMERO PIC X(5).
           03 BCAB-MARCA PIC X(6).
           03 BCAB-VERSION PIC 9(2).
           03 BCAB-LARGO PIC 9(3).
           03 BCAB-FECHA PIC 9(8).
           03 BCAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).

       FD PERIODOS-CERRADOS LABEL RECORD IS STANDARD.
       01 PERIODOS-CERRADOS-REG.
       01 WS-HORAS-ACTUAL PIC 9(8)V99 VALUE ZERO.
       01 WS-CANT-RESTAURADOS PIC 9(6) VALUE ZERO.
       01 WS-CANT-LISTADOS PIC 9(3) VALUE ZERO.
       01 WS-VERSION-BACKUP PIC 9(2) VALUE ZERO.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.

       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
           DISPLAY "ACTUAL Times.dat:        "
               WS-CANT-ACTUAL " REGISTROS, " WS-HORAS-ACTUAL
               " HORAS"
           IF WS-VERSION-BACKUP = ZERO THEN
               DISPLAY "EL BACKUP NO TIENE CABECERA DE LAYOUT; SI ES "
                   "DE UN REGISTRO ANTERIOR, PASARLO DESPUES POR "
                   "ConversorTimes"
           ELSE
               IF WS-VERSION-BACKUP NOT = WS-VERSION-LAYOUT-HORAS
                   THEN
                   DISPLAY "EL BACKUP TIENE LAYOUT VERSION "
                       WS-VERSION-BACKUP " (VIGENTE "
                       WS-VERSION-LAYOUT-HORAS "); PASARLO DESPUES "
                       "POR ConversorTimes"
               END-IF
           END-IF
           DISPLAY "LA RESTAURACION PISA Times.dat CON EL BACKUP."
           DISPLAY "CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA

       CONTAR-BACKUP.
           MOVE ZERO TO WS-CANT-BACKUP
           MOVE ZERO TO WS-VERSION-BACKUP
           MOVE ZERO TO WS-HORAS-BACKUP
           MOVE "NO" TO WS-EOF-ARCHIVO
           OPEN INPUT TIMES1-BACKUP
                   MOVE "SI" TO WS-EOF-ARCHIVO
           END-READ.

      * La cabecera de layout no es un registro de horas: no se
      * cuenta, solo se toma su version.
       SUMAR-REGISTRO-BACKUP.
           IF BKP-ES-CABECERA THEN
               MOVE BCAB-VERSION TO WS-VERSION-BACKUP
           ELSE
               ADD 1 TO WS-CANT-BACKUP
               ADD BKP-HORAS TO WS-HORAS-BACKUP
           END-IF
           PERFORM LEER-REGISTRO-BACKUP.

       CONTAR-ACTUAL.
           END-READ.

       SUMAR-REGISTRO-ACTUAL.
           IF NOT TIM-ES-CABECERA THEN
               ADD 1 TO WS-CANT-ACTUAL
               ADD TIM-HORAS TO WS-HORAS-ACTUAL
           END-IF
           PERFORM LEER-REGISTRO-ACTUAL.

       RESTAURAR-BACKUP.

       COPIAR-REGISTRO-RESTAURADO.
           WRITE Times1_REG FROM TIMES1-BACKUP-REG
           IF NOT BKP-ES-CABECERA THEN
               ADD 1 TO WS-CANT-RESTAURADOS
           END-IF
           PERFORM LEER-REGISTRO-BACKUP.

       GRABAR-BITACORA.
