       SELECT OPTIONAL ASIGDOC     ASSIGN TO "ASIGDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASG.

       DATA DIVISION.
       FILE SECTION.
              05 ASG-HASTA-ANIO PIC 9(4).
              05 ASG-HASTA-MES PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-FS-ASG PIC XX.
           88 WS-FS-ASG-OK VALUE "00".
           88 WS-FS-ASG-NO VALUE "10".
           88 WS-FS-ASG-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ASG-MATERIA PIC 99 VALUE ZERO.
       77 WS-ASG-DOCENTE PIC 9(4) VALUE ZERO.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENASIG" DELIMITED BY SIZE
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

       END PROGRAM PGENASIG.
