           05 DatoDeSalidaSesion.
               10 OPERADOR-SESION PIC X(10).
               10 NIVEL-SESION PIC 9.
               10 DOCENTE-SESION PIC 9(4).
           05 DatoDeRetornoSesion.
               10 RET-COD-6 PIC XX.
               10 DESC-ERROR-6 PIC X(50).
