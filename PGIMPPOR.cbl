       SELECT PORTALRECH           ASSIGN TO "PORTALRECH.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RCH.

       DATA DIVISION.
       FILE SECTION.
              05 RCH-MOTIVO PIC XX.
              05 RCH-RENGLON PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-IMP PIC XX.
           88 WS-FS-IMP-OK VALUE "00".
       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".
           88 WS-FS-RCH-NO VALUE "10".

      * OPERADOR QUE CORRE LA IMPORTACION, VOLCADO EN LA AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * EL RENGLON SE DESARMA SOBRE CAMPOS ALFANUMERICOS PARA PODER
      * VALIDAR NUMERICOS ANTES DE MOVERLOS AL MAESTRO
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * LOS CAMBIOS DE SECCION/ESTADO DEL MAESTRO SE REGISTRAN EN
      * MOVALU.dat (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE AreaDeComunicacionSesion
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   MOVE ALU-NRO-ALUMNO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   MOVE SPACES TO WS-MOV-SECCION-ANT
                   MOVE SPACE TO WS-MOV-ESTADO-ANT
                   PERFORM 9910-GRABAR-MOVIMIENTO
           END-WRITE
           IF NOT WS-FS-ALU-OK AND NOT WS-FS-ALU-DUPLICADO
               MOVE "05" TO WS-MOTIVO
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGIMPPOR" DELIMITED BY SIZE
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

      * REGISTRA EN MOVALU.dat EL CAMBIO DE SECCION/ESTADO DEL ALUMNO
      * QUE QUEDO EN EL REGISTRO DEL MAESTRO, CON FECHA EFECTIVA HOY
       9910-GRABAR-MOVIMIENTO.
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 1 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 0 TO FECHA-MOV
           MOVE WS-MOV-SECCION-ANT TO SECCION-ANT-MOV
           MOVE WS-MOV-ESTADO-ANT TO ESTADO-ANT-MOV
           MOVE ALU-SECCION TO SECCION-NUE-MOV
           MOVE ALU-ESTADO TO ESTADO-NUE-MOV
           MOVE "PGIMPPOR" TO PROGRAMA-MOV
           MOVE WS-OPERADOR TO OPERADOR-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 NOT = "00"
               DISPLAY "MOVIMIENTO NO REGISTRADO: " DESC-ERROR-9
           END-IF.

       END PROGRAM PGIMPPOR.
