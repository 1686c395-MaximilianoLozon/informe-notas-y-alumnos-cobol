       SELECT REPESPERA            ASSIGN TO "REPESPERA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD REPESPERA.
           01 REPESPERA-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESP PIC XX.
           88 WS-FS-ESP-OK VALUE "00".
       01 WS-FS-REP PIC XX.
           88 WS-FS-REP-OK VALUE "00".
           88 WS-FS-REP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-SECCION-PEDIDA PIC X(2) VALUE SPACES.
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * LOS CAMBIOS DE SECCION/ESTADO DEL MAESTRO SE REGISTRAN EN
      * MOVALU.dat (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
                   MOVE "ALTA ESPERA" TO WS-AUD-OPERACION
                   MOVE ALU-NRO-ALUMNO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   MOVE SPACES TO WS-MOV-SECCION-ANT
                   MOVE SPACE TO WS-MOV-ESTADO-ANT
                   PERFORM 9910-GRABAR-MOVIMIENTO
               END-IF
           END-IF
           CLOSE ALUMNOS.
               VARYING TABESP-INDICE FROM 1 BY 1
               UNTIL TABESP-INDICE > TABESP-TOTAL
           CLOSE REPESPERA
           PERFORM 9930-REGISTRAR-SPOOL
           DISPLAY "LISTA DE ESPERA IMPRESA EN REPESPERA.dat".

      * LAS FILAS DEL ARCHIVO YA VIENEN AGRUPADAS POR ORDEN DE ALTA;
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGESPERA" DELIMITED BY SIZE
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
           MOVE "PGESPERA" TO PROGRAMA-MOV
           MOVE WS-OPERADOR TO OPERADOR-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 NOT = "00"
               DISPLAY "MOVIMIENTO NO REGISTRADO: " DESC-ERROR-9
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "REPESPERA.dat" TO ARCHIVO-SPL
           MOVE "PGESPERA" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "SECCION=" DELIMITED BY SIZE
               WS-SECCION-PEDIDA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGESPERA.
