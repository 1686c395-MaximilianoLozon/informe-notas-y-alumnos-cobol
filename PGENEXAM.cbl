                                           FILE STATUS IS WS-FS-EXA.
      * MESAS PROGRAMADAS E INSCRIPCIONES A MESA (PGENMESA): LA NOTA
      * DE EXAMEN SOLO SE ACEPTA SI COINCIDE CON UNA MESA PROGRAMADA
      * Y EL ALUMNO ESTABA INSCRIPTO A ELLA; TAMPOCO SE ACEPTA SI EL
      * ALUMNO ADEUDA UNA CORRELATIVA DE LA MATERIA (RUTCORR)
       SELECT OPTIONAL MESAS       ASSIGN TO "MESAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MES.
       SELECT OPTIONAL MESAINSC    ASSIGN TO "MESAINSC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MIN.

       DATA DIVISION.
       FILE SECTION.
              05 MIN-DIA PIC 99.
              05 MIN-MES PIC 99.

       WORKING-STORAGE SECTION.
      *  WorkingStorage-FileStatus-Examenes.
       01 WS-FS-EXA PIC XX.
       01 WS-FS-MIN PIC XX.
           88 WS-FS-MIN-OK VALUE "00".
           88 WS-FS-MIN-NO VALUE "10".

      * MESAS PROGRAMADAS E INSCRIPCIONES, CARGADAS UNA SOLA VEZ AL
      * ARRANCAR; SIN MESAS CARGADAS EL CONTROL SE SALTEA POR
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-EXA-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-EXA-MATERIA PIC 99 VALUE ZERO.
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * CORRELATIVIDADES DEL PLAN (PGENCORR)
       01 RUTCORR PIC X(8) VALUE "RUTCORR".
      * AREA DE COMUNICACION RUTINA CORRELATIVIDADES
       COPY "COPY-ACC.cpy".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
                   END-IF
               END-IF.

      * NO SE GRABA NOTA DE UNA MATERIA CUYA CORRELATIVA EL ALUMNO
      * TODAVIA ADEUDA, CON LAS CORRELATIVIDADES DEL AÑO DE LA MESA
           0550-VALIDAR-CORRELATIVAS.
               INITIALIZE AreaDeComunicacionCorrelativa
               MOVE 1 TO Opcion-correlativa
               MOVE WS-EXA-ALUMNO TO ALUMNO-COR
               MOVE WS-EXA-MATERIA TO MATERIA-COR
               MOVE WS-EXA-ANIO-MESA TO ANIO-COR
               CALL RUTCORR USING AreaDeComunicacionCorrelativa
               IF RET-COD-12 NOT = "00"
                   DISPLAY DESC-ERROR-12
                   DISPLAY "NOTA NO GRABADA"
               END-IF.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND EXAMENES.
               IF NOT WS-FS-EXA-OK THEN
               ACCEPT WS-EXA-NOTA
               PERFORM 0540-VALIDAR-MESA
               IF MESA-HALLADA-SI AND INSC-HALLADA-SI
                   PERFORM 0550-VALIDAR-CORRELATIVAS
               END-IF
               IF MESA-HALLADA-SI AND INSC-HALLADA-SI
               AND RET-COD-12 = "00"
                   MOVE WS-EXA-ALUMNO TO EXA-NRO-ALUMNO
                   MOVE WS-EXA-MATERIA TO EXA-NRO-MATERIA
                   MOVE WS-EXA-ANIO TO EXA-ANIO
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENEXAM" DELIMITED BY SIZE
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

       END PROGRAM PGENEXAM.
