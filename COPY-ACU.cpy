      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA AUDITORIA
       01 AreaDeComunicacionAuditoria.
           05 DatoDeEntradaAuditoria.
      * 1 = GRABAR LINEA; 2 = SOLO CALCULAR EL CONTROL ENCADENADO
               10 Opcion-auditoria PIC 9.
               10 LINEA-AUDITORIA PIC X(100).
               10 CONTROL-ANTERIOR PIC 9(10).
           05 DatoDeSalidaAuditoria.
               10 SECUENCIA-AUDITORIA PIC 9(8).
               10 CONTROL-AUDITORIA PIC 9(10).
           05 DatoDeRetornoAuditoria.
               10 RET-COD-7 PIC XX.
               10 DESC-ERROR-7 PIC X(50).
