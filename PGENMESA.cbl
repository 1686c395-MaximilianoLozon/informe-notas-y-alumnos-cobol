      * RUTALUMN) Y EMITE EL ACTA VOLANTE CON LOS INSCRIPTOS Y LAS
      * COLUMNAS DE NOTA EN BLANCO PARA QUE EL TRIBUNAL LAS COMPLETE.
      * PGENEXAM SOLO ACEPTA NOTAS DE EXAMEN QUE COINCIDAN CON UNA
      * MESA PROGRAMADA Y UNA INSCRIPCION DE ESTE ARCHIVO. NO SE
      * INSCRIBE A UN ALUMNO QUE ADEUDA UNA CORRELATIVA DE LA MATERIA
      * (RUTCORR, CORRELATIVIDADES DEL PLAN DEL AÑO DE LA MESA)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACTAVOL              ASSIGN TO "ACTAVOL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ACT.

       DATA DIVISION.
       FILE SECTION.
       FD ACTAVOL.
           01 ACTAVOL-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-MES PIC XX.
           88 WS-FS-MES-OK VALUE "00".
           88 WS-FS-ACT-OK VALUE "00".
           88 WS-FS-ACT-NO VALUE "10".
           88 WS-FS-ACT-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       01 WS-CONTROL PIC XX.
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTCORR PIC X(8) VALUE "RUTCORR".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACA.cpy".
       COPY "COPY-ACD.cpy".
       COPY "COPY-ACM.cpy".
       COPY "COPY-ACC.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
                           DISPLAY "EL ALUMNO YA ESTA INSCRIPTO"
                               " EN ESA MESA"
                       ELSE
                           PERFORM 0345-VALIDAR-CORRELATIVAS
                           IF RET-COD-12 = "00"
                               PERFORM 0350-GRABAR-INSCRIPCION
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   END-IF
               END-IF.

      * LA MATERIA NO SE PUEDE RENDIR MIENTRAS EL ALUMNO ADEUDE UNA
      * MATERIA QUE LE ES CORRELATIVA EN EL PLAN DEL AÑO DE LA MESA
           0345-VALIDAR-CORRELATIVAS.
               INITIALIZE AreaDeComunicacionCorrelativa
               MOVE 1 TO Opcion-correlativa
               MOVE WS-INS-ALUMNO TO ALUMNO-COR
               MOVE WS-MESA-MATERIA TO MATERIA-COR
               MOVE WS-MESA-ANIO TO ANIO-COR
               CALL RUTCORR USING AreaDeComunicacionCorrelativa
               IF RET-COD-12 NOT = "00"
                   DISPLAY DESC-ERROR-12
                   DISPLAY "NO SE INSCRIBE A LA MESA"
               END-IF.

           0350-GRABAR-INSCRIPCION.
               OPEN EXTEND MESAINSC
               IF NOT WS-FS-MIN-OK AND NOT WS-FS-MIN-NOEXISTE
                   MOVE SPACES TO WS-LINEA-ACTA
                   PERFORM 9010-ESCRIBIR-LINEA-ACTA
                   CLOSE ACTAVOL
                   PERFORM 9930-REGISTRAR-SPOOL
                   DISPLAY "ACTA VOLANTE EMITIDA ("
                       WS-INSCRIPTOS-ACTA " INSCRIPTOS)"
               END-IF.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENMESA" DELIMITED BY SIZE
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

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "ACTAVOL.dat" TO ARCHIVO-SPL
           MOVE "PGENMESA" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "MATERIA=" DELIMITED BY SIZE
               WS-MESA-MATERIA DELIMITED BY SIZE
               " ANIO=" DELIMITED BY SIZE
               WS-MESA-ANIO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGENMESA.
