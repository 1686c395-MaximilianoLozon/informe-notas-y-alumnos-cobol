       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENCORR.

      * MANTENIMIENTO DE CORRELATIVIDADES DEL PLAN DE ESTUDIOS: QUE
      * MATERIA HAY QUE TENER APROBADA PARA APROBAR OTRA (MATEMATICA
      * II PIDE MATEMATICA I), POR AÑO DEL PLAN. UNA MATERIA CON
      * VARIAS CORRELATIVAS LLEVA UNA FILA POR CADA UNA. PGPROMOC NO
      * DA POR APROBADA UNA MATERIA CON LA CORRELATIVA ADEUDADA,
      * PGROLL NO INSCRIBE EN ELLA Y PGENMESA / PGENEXAM RECHAZAN LA
      * INSCRIPCION A MESA Y LA NOTA DE EXAMEN (RUTCORR)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL CORRELAT    ASSIGN TO "CORRELAT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-COR.

       DATA DIVISION.
       FILE SECTION.
       FD CORRELAT.
           01 CORRELAT-REGISTRO.
              05 COR-ANIO PIC 9(4).
              05 COR-NRO-MATERIA PIC 99.
              05 COR-NRO-REQUISITO PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-FS-COR PIC XX.
           88 WS-FS-COR-OK VALUE "00".
           88 WS-FS-COR-NO VALUE "10".
           88 WS-FS-COR-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-COR-ANIO PIC 9(4) VALUE ZERO.
       77 WS-COR-MATERIA PIC 99 VALUE ZERO.
       77 WS-COR-REQUISITO PIC 99 VALUE ZERO.
      * MATERIA QUE SE ESTA PIDIENDO (LA CORRELATIVA O SU REQUISITO)
       77 WS-MATERIA-PEDIDA PIC 99 VALUE ZERO.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".
       01 WS-MATERIA-VALIDA PIC X VALUE "N".
           88 MATERIA-VALIDA-SI VALUE "S".
           88 MATERIA-VALIDA-NO VALUE "N".
      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
      * AREA DE COMUNICACION RUTINA MATERIAS
       COPY "COPY-ACM.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE AreaDeComunicacionSesion
           MOVE 1 TO Opcion-sesion
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           END-IF
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           PERFORM 1000-ABRIR-ARCHIVO
           PERFORM 2000-PROCES-INFO
           UNTIL WS-CONTROL-NO OR WS-FS-COR-NO
           PERFORM 3000-CERRAR-ARCHIVO
           STOP RUN.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND CORRELAT.
               IF NOT WS-FS-COR-OK AND NOT WS-FS-COR-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-COR
               END-IF.
           2000-PROCES-INFO.
               DISPLAY "INGRESA AÑO DEL PLAN"
               ACCEPT WS-COR-ANIO
               DISPLAY "MATERIA CORRELATIVA (LA QUE PIDE EL REQUISITO)"
               PERFORM 2050-INGRESAR-MATERIA-VALIDA
               MOVE WS-MATERIA-PEDIDA TO WS-COR-MATERIA
               DISPLAY "MATERIA REQUERIDA (LA QUE SE APRUEBA ANTES)"
               PERFORM 2050-INGRESAR-MATERIA-VALIDA
               MOVE WS-MATERIA-PEDIDA TO WS-COR-REQUISITO
      * UNA MATERIA NO PUEDE PEDIRSE A SI MISMA: NUNCA SE PODRIA
      * APROBAR
               IF WS-COR-REQUISITO = WS-COR-MATERIA
                   DISPLAY "LA MATERIA NO PUEDE SER CORRELATIVA DE SI"
                       " MISMA, FILA NO GRABADA"
               ELSE
                   MOVE WS-COR-ANIO TO COR-ANIO
                   MOVE WS-COR-MATERIA TO COR-NRO-MATERIA
                   MOVE WS-COR-REQUISITO TO COR-NRO-REQUISITO
                   PERFORM 2100-GUARDAR-INFO
               END-IF
               DISPLAY "INGRESAR OTRA CORRELATIVIDAD? SI/NO"
               ACCEPT WS-CONTROL.

      * LAS DOS MATERIAS TIENEN QUE EXISTIR EN EL MAESTRO
           2050-INGRESAR-MATERIA-VALIDA.
               MOVE "N" TO WS-MATERIA-VALIDA
               PERFORM 2060-PEDIR-MATERIA UNTIL MATERIA-VALIDA-SI.

           2060-PEDIR-MATERIA.
               DISPLAY "INGRESA NRO DE MATERIA"
               ACCEPT WS-MATERIA-PEDIDA
               INITIALIZE AreaDeComunicacionMateria
               MOVE 2 TO Opcion-materia
               MOVE WS-MATERIA-PEDIDA TO Codigo-materia
               CALL RUTMATER USING AreaDeComunicacionMateria
               IF RET-COD = "00"
                   MOVE "S" TO WS-MATERIA-VALIDA
               ELSE
                   DISPLAY "MATERIA INEXISTENTE, INGRESE OTRA"
               END-IF.

           2100-GUARDAR-INFO.
               WRITE CORRELAT-REGISTRO
               IF NOT WS-FS-COR-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-COR
               ELSE
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING COR-ANIO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       COR-NRO-MATERIA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       COR-NRO-REQUISITO DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.
           3000-CERRAR-ARCHIVO.
               CLOSE CORRELAT.
               IF NOT WS-FS-COR-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-COR
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENCORR" DELIMITED BY SIZE
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

       END PROGRAM PGENCORR.
