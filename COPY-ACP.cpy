      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA PENDIENTES
       01 AreaDeComunicacionPendiente.
           05 DatoDeEntradaPendiente.
      * 1 = GRABAR SOLICITUD PENDIENTE; 2 = RESOLVER (APROBAR/RECHAZAR)
               10 Opcion-pendiente PIC 9.
      * TIPO: RECT (RECTIFICACION), EQUI (EQUIVALENCIA), BECA (BECA
      * OTORGADA), FUSI (FUSION DE ALUMNOS DUPLICADOS)
               10 TIPO-PENDIENTE PIC X(4).
               10 SOLICITANTE-PENDIENTE PIC X(10).
               10 DATOS-PENDIENTE PIC X(60).
      * OPCION 2: NRO A RESOLVER, ESTADO NUEVO (A/R) Y SUPERVISOR
               10 ESTADO-PENDIENTE PIC X.
               10 SUPERVISOR-PENDIENTE PIC X(10).
           05 DatoDeSalidaPendiente.
               10 NRO-PENDIENTE PIC 9(6).
           05 DatoDeRetornoPendiente.
               10 RET-COD-8 PIC XX.
               10 DESC-ERROR-8 PIC X(50).
      ******************************************************************
