       SELECT DOCENTES-TMP         ASSIGN TO "DOCENTES.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DOC-TMP.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, FILE STATUS Y FECHA/HORA)
       SELECT ERRORLOG            ASSIGN TO "ERRORLOG.dat"
              05 DOCTMP-NOMBRE PIC X(25).
              05 DOCTMP-LEGAJO PIC 9(6).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       01 WS-FS-DOC-TMP PIC XX.
           88 WS-FS-DOC-TMP-OK VALUE "00".
           88 WS-FS-DOC-TMP-NO VALUE "10".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-DOC-COD PIC 9(4) VALUE 0.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENDOC" DELIMITED BY SIZE
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

      * AGREGA UNA LINEA AL FINAL DE ERRORLOG.dat CON EL PROGRAMA, EL
      * PARRAFO DONDE OCURRIO EL PROBLEMA, EL FILE STATUS Y LA
