              05 SES-OPERADOR PIC X(10).
              05 SES-NIVEL PIC 9.
              05 SES-FECHA PIC X(14).
      * DOCENTE VINCULADO AL OPERADOR (0 = NINGUNO)
              05 SES-DOCENTE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-SES PIC XX.
       2000-PROCEDIMIENTO-LEE-SESION.
           MOVE SPACES TO OPERADOR-SESION
           MOVE 0 TO NIVEL-SESION
           MOVE 0 TO DOCENTE-SESION
           OPEN INPUT SESION
           IF NOT WS-FS-SES-OK
               MOVE "20" TO RET-COD-6
               IF WS-FS-SES-OK AND SES-OPERADOR NOT = SPACES
                   MOVE SES-OPERADOR TO OPERADOR-SESION
                   MOVE SES-NIVEL TO NIVEL-SESION
                   IF SES-DOCENTE IS NUMERIC
                       MOVE SES-DOCENTE TO DOCENTE-SESION
                   END-IF
                   MOVE "00" TO RET-COD-6
                   MOVE "SESION ABIERTA" TO DESC-ERROR-6
               ELSE
