       SELECT NACIONALIDAD-TMP     ASSIGN TO "NACIONAL.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-NAC-TMP.
      * CANDADO DE LOS MAESTROS: SU EXISTENCIA INDICA QUE OTRA SESION
      * ESTA RECONSTRUYENDO UN MAESTRO; SE TOMA ANTES DE CADA
      * RECONSTRUCCION Y SE LIBERA AL TERMINAR
              05 NACTMP-CODIGO PIC 999.
              05 NACTMP-NOMBRE PIC X(20).

       FD LOCKFILE.
           01 LOCKFILE-REGISTRO.
              05 LCK-PROGRAMA PIC X(8).
       01 WS-FS-NAC-TMP PIC XX.
           88 WS-FS-NAC-TMP-OK VALUE "00".
           88 WS-FS-NAC-TMP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-NAC-COD PIC ZZZ VALUE ZERO.
       77 WS-NAC-NOMBRE PIC X(20) VALUE SPACES.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENNAC" DELIMITED BY SIZE
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

       END PROGRAM PGENNAC.
