       SELECT OPTIONAL ASISTENCIA  ASSIGN TO "ASISTENCIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASI.

       DATA DIVISION.
       FILE SECTION.
              05 ASI-CLASES PIC 99.
              05 ASI-INASISTENCIAS PIC 99.

       WORKING-STORAGE SECTION.
      *  WorkingStorage-FileStatus-Asistencia.
       01 WS-FS-ASI PIC XX.
           88 WS-FS-ASI-OK VALUE "00".
           88 WS-FS-ASI-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ASI-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-ASI-MATERIA PIC 99 VALUE ZERO.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENASIS" DELIMITED BY SIZE
                   " OPERACION=" DELIMITED BY SIZE
                   WS-AUD-OPERACION DELIMITED BY SIZE
                   " CLAVE=" DELIMITED BY SIZE
                   WS-AUD-CLAVE DELIMITED BY SIZE
                   " OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-AUDITORIA
               INITIALIZE AreaDeComunicacionAuditoria
               MOVE 1 TO Opcion-auditoria
               MOVE WS-LINEA-AUDITORIA TO LINEA-AUDITORIA
               CALL RUTAUD USING AreaDeComunicacionAuditoria.

       END PROGRAM PGENASIS.
