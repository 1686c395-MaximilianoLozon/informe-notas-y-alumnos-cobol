      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA LEGAJOS
       01 AreaDeComunicacionLegajo.
           05 DatoDeEntradaLegajo.
      * 1 = VERIFICAR QUE EL LEGAJO DEL ALUMNO TENGA RECIBIDOS TODOS
      * LOS DOCUMENTOS REQUERIDOS PARA SU TIPO DE INGRESO
               10 Opcion-legajo PIC 9.
               10 ALUMNO-LEG PIC 9(4).
           05 DatoDeSalidaLegajo.
      * TIPO DE INGRESO DEL LEGAJO (I = INGRESO REGULAR, P = PASE DE
      * OTRA ESCUELA); SIN LEGAJO ABIERTO SE TOMA INGRESO REGULAR
               10 TIPO-INGRESO-LEG PIC X.
               10 LEGAJO-ABIERTO-LEG PIC X.
               10 REQUERIDOS-LEG PIC 99.
               10 FALTANTES-LEG PIC 99.
               10 EXIGIBLES-FALTANTES-LEG PIC 99.
               10 FALTANTE-LEG OCCURS 10 TIMES.
                   15 CODIGO-FALT-LEG PIC X(4).
                   15 DESCRIPCION-FALT-LEG PIC X(30).
                   15 EXIGIBLE-FALT-LEG PIC X.
           05 DatoDeRetornoLegajo.
      * 00 = LEGAJO COMPLETO; 25 = FALTAN DOCUMENTOS QUE SOLO SE
      * AVISAN; 26 = FALTA ALGUN DOCUMENTO EXIGIBLE
               10 RET-COD-13 PIC XX.
               10 DESC-ERROR-13 PIC X(50).
      ******************************************************************
