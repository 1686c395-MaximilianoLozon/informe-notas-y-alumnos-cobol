      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA MOVIMIENTOS
       01 AreaDeComunicacionMovimiento.
           05 DatoDeEntradaMovimiento.
      * 1 = REGISTRAR CAMBIO DE SECCION/ESTADO; 2 = CARGAR LA SITUACION
      * DE TODOS LOS ALUMNOS A UNA FECHA; 3 = CONSULTAR LA SITUACION
      * CARGADA DE UN ALUMNO; 4 = SIGUIENTE ALUMNO DADO DE BAJA DEL
      * MAESTRO (PARTIENDO DEL NRO RECIBIDO, 0 = DESDE EL PRINCIPIO)
               10 Opcion-movimiento PIC 9.
               10 NRO-ALUMNO-MOV PIC 9(4).
      * OPCION 1: FECHA EFECTIVA AAAAMMDD (0 = HOY)
      * OPCION 2: FECHA DE CORTE AAAAMMDD (0 = HOY)
               10 FECHA-MOV PIC 9(8).
               10 SECCION-ANT-MOV PIC X(2).
               10 ESTADO-ANT-MOV PIC X.
               10 SECCION-NUE-MOV PIC X(2).
      * A = ACTIVO, I = INACTIVO, E = EGRESADO, B = BAJA DEL
      * MAESTRO; EN EL ESTADO ANTERIOR, ESPACIO = EL ALUMNO TODAVIA
      * NO EXISTIA (ALTA)
               10 ESTADO-NUE-MOV PIC X.
               10 PROGRAMA-MOV PIC X(8).
               10 OPERADOR-MOV PIC X(10).
           05 DatoDeSalidaMovimiento.
      * OPCION 3: S = LA SITUACION SALE DE LOS MOVIMIENTOS; N = EL
      * ALUMNO NO TIENE MOVIMIENTOS Y VALE LO QUE DIGA EL MAESTRO.
      * ESTADO ESPACIO = A ESA FECHA NO ESTABA EN EL MAESTRO
               10 HALLADO-MOV PIC X.
               10 SECCION-FECHA-MOV PIC X(2).
               10 ESTADO-FECHA-MOV PIC X.
           05 DatoDeRetornoMovimiento.
               10 RET-COD-9 PIC XX.
               10 DESC-ERROR-9 PIC X(50).
      ******************************************************************
