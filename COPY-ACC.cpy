      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA CORRELATIVIDADES
       01 AreaDeComunicacionCorrelativa.
           05 DatoDeEntradaCorrelativa.
      * 1 = VERIFICAR QUE EL ALUMNO NO ADEUDE NINGUNA CORRELATIVA DE
      * LA MATERIA EN EL PLAN DEL AÑO INDICADO
               10 Opcion-correlativa PIC 9.
               10 ALUMNO-COR PIC 9(4).
               10 MATERIA-COR PIC 99.
               10 ANIO-COR PIC 9(4).
           05 DatoDeSalidaCorrelativa.
      * PRIMERA MATERIA REQUERIDA QUE EL ALUMNO ADEUDA (RET 24)
               10 REQUISITO-COR PIC 99.
           05 DatoDeRetornoCorrelativa.
               10 RET-COD-12 PIC XX.
               10 DESC-ERROR-12 PIC X(50).
      ******************************************************************
