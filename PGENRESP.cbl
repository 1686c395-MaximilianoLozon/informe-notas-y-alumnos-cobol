      * MANTENIMIENTO DE RESPONSABLES/CONTACTOS DE CADA ALUMNO: A
      * QUIEN LLAMAR CUANDO UN ALUMNO FALTA O VIENE DESAPROBANDO. UN
      * ALUMNO PUEDE TENER MAS DE UN RESPONSABLE; EL PRIMERO CARGADO
      * ES EL QUE SALE EN EL BOLETIN Y EN LAS ALERTAS, Y A QUIEN SE
      * MANDA EL AVISO DE AUSENCIA DEL DIA (PGAVIAUS)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESPONSABLES-TMP     ASSIGN TO "RESPONSAB.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES-TMP.

       DATA DIVISION.
       FILE SECTION.
              05 RESTMP-PARENTESCO PIC X(10).
              05 RESTMP-TELEFONO PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
       01 WS-FS-RES-TMP PIC XX.
           88 WS-FS-RES-TMP-OK VALUE "00".
           88 WS-FS-RES-TMP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-RES-ALUMNO PIC 9(4) VALUE ZERO.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENRESP" DELIMITED BY SIZE
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

       END PROGRAM PGENRESP.
