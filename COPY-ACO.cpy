           05 DatoDeEntradaOperador.
               10 Opcion-operador PIC 9.
               10 Id-operador PIC X(10).
      * CLAVE INGRESADA (OPCION 3) Y CLAVE NUEVA (OPCIONES 4 Y 5)
               10 CLAVE-OPERADOR PIC X(20).
               10 CLAVE-NUEVA-OPERADOR PIC X(20).
           05 DatoDeSalidaOperador.
               10 NOMBRE-OPERADOR PIC X(25).
               10 NIVEL-OPERADOR PIC 9.
               10 ACTIVO-OPERADOR PIC X.
               10 DOCENTE-OPERADOR PIC 9(4).
           05 DatoDeRetornoOperador.
               10 RET-COD-5 PIC XX.
               10 DESC-ERROR-5 PIC X(50).
