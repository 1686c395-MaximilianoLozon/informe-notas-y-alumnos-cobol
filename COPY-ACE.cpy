      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA OBSERVACIONES
       01 AreaDeComunicacionObservacion.
           05 DatoDeEntradaObservacion.
      * 1 = CONTAR LOS ALUMNOS ACTIVOS SIN OBSERVACION GENERAL DEL
      * CONSEJO DE CURSO (MATERIA 00) EN EL AÑO Y TRIMESTRE PEDIDOS
               10 Opcion-observacion PIC 9.
               10 ANIO-OB PIC 9(4).
               10 TRIMESTRE-OB PIC 9.
      * SECCION EN BLANCO = TODAS LAS SECCIONES
               10 SECCION-OB PIC X(2).
           05 DatoDeSalidaObservacion.
               10 ALUMNOS-OB PIC 9(5).
               10 PENDIENTES-OB PIC 9(5).
           05 DatoDeRetornoObservacion.
      * 00 = TODOS CON OBSERVACION; 28 = HAY OBSERVACIONES PENDIENTES
               10 RET-COD-15 PIC XX.
               10 DESC-ERROR-15 PIC X(50).
      ******************************************************************
