      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA TOTALES DE CONTROL
       01 AreaDeComunicacionTotales.
           05 DatoDeEntradaTotales.
      * 1 = FOTO DE INICIO DE LA CADENA NOCTURNA; 2 = FOTO DE FIN
               10 Opcion-totales PIC 9.
      * PORCENTAJE DE CAMBIO TOLERADO EN CANTIDAD Y TOTAL DE CONTROL
      * (0 = EL DE SIEMPRE, 20%)
               10 PORCENTAJE-TOT PIC 99.
      * S = EL OPERADOR ACEPTA LAS DIFERENCIAS QUE SE OBSERVEN
               10 ACEPTAR-TOT PIC X.
           05 DatoDeSalidaTotales.
               10 OBSERVADOS-TOT PIC 9.
      * UNA FILA POR ARCHIVO CONTROLADO. ESTADO: N = SIN DIFERENCIA
      * (O PRIMERA FOTO), J = JUSTIFICADA POR EL PROGRAMA DE
      * JUSTIFICA-TOT, A = ACEPTADA POR EL OPERADOR, O = OBSERVADA
               10 ARCHIVO-TOT OCCURS 5 TIMES.
                   15 NOMBRE-TOT PIC X(10).
                   15 REGISTROS-ANT-TOT PIC 9(7).
                   15 REGISTROS-TOT PIC 9(7).
                   15 ESTADO-TOT PIC X.
                   15 JUSTIFICA-TOT PIC X(8).
           05 DatoDeRetornoTotales.
               10 RET-COD-10 PIC XX.
               10 DESC-ERROR-10 PIC X(50).
      ******************************************************************
