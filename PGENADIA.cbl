      * LOS PRECEPTORES: SE ELIGE SECCION, FECHA Y MATERIA UNA SOLA
      * VEZ Y SE RECORRE LA NOMINA DE INSCRIPTOS PIDIENDO SOLO EL
      * ESTADO DE CADA ALUMNO. EL CIERRE DE MES (PGASIMES) CALCULA
      * DESDE ESTOS PARTES LOS TOTALES MENSUALES DE ASISTENCIA.dat.
      * LOS ALUMNOS QUE YA TIENEN PARTE DE ESA MATERIA Y FECHA (LOS
      * PRESENTES Y TARDES QUE CARGA PGIMPMOL DESDE LOS MOLINETES DE
      * ENTRADA) NO SE VUELVEN A PEDIR: EL PRECEPTOR SOLO COMPLETA
      * LOS QUE FALTAN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL INSCRIPCION ASSIGN TO "INSCRIPCION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-INS.

       DATA DIVISION.
       FILE SECTION.
              05 INS-NRO-MATERIA PIC 99.
              05 INS-ANIO PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-DIA PIC XX.
           88 WS-FS-DIA-OK VALUE "00".
       01 WS-FS-INS PIC XX.
           88 WS-FS-INS-OK VALUE "00".
           88 WS-FS-INS-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-SECCION PIC X(2) VALUE SPACES.
       77 WS-MATERIA PIC 99 VALUE ZERO.
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.
      * ALUMNOS CON PARTE YA GRABADO PARA LA FECHA Y MATERIA PEDIDAS
       01 TABLA-REGISTRADOS.
           05 TABREG-NRO PIC 9(4) OCCURS 2000 TIMES.
       77 TABREG-INDICE PIC 9(4).
       77 TABREG-TOTAL PIC 9(4) VALUE 0.
       01 WS-REGISTRADO PIC X VALUE "N".
           88 REGISTRADO-SI VALUE "S".
           88 REGISTRADO-NO VALUE "N".
       77 WS-YA-REGISTRADOS PIC 999 VALUE 0.
       01 WS-INSCRIPTO PIC X VALUE "N".
           88 INSCRIPTO-SI VALUE "S".
           88 INSCRIPTO-NO VALUE "N".
               END-IF
           END-IF.

      * ALUMNOS QUE YA TIENEN PARTE GRABADO DE LA FECHA Y MATERIA
       1200-CARGAR-REGISTRADOS.
           MOVE 0 TO TABREG-TOTAL
           OPEN INPUT ASISDIA
           IF WS-FS-DIA-OK
               PERFORM 1210-LEER-REGISTRADO UNTIL NOT WS-FS-DIA-OK
           END-IF
           CLOSE ASISDIA.

       1210-LEER-REGISTRADO.
           READ ASISDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-DIA
           END-READ
           IF WS-FS-DIA-OK AND DIA-FECHA = WS-FECHA
           AND DIA-NRO-MATERIA = WS-MATERIA
               IF TABREG-TOTAL < 2000
                   ADD 1 TO TABREG-TOTAL
                   MOVE DIA-NRO-ALUMNO TO TABREG-NRO(TABREG-TOTAL)
               ELSE
                   MOVE "TABLA-REGISTRADOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * UN PARTE POR ITERACION: SECCION, FECHA Y MATERIA UNA SOLA
      * VEZ, Y DESPUES LA NOMINA ALUMNO POR ALUMNO
       2000-CARGAR-PARTE.
           ACCEPT WS-MATERIA
           MOVE WS-FECHA(1:4) TO WS-ANIO-FECHA
           MOVE 0 TO WS-CARGADOS
           MOVE 0 TO WS-YA-REGISTRADOS
           PERFORM 1200-CARGAR-REGISTRADOS
           OPEN EXTEND ASISDIA
           IF NOT WS-FS-DIA-OK AND NOT WS-FS-DIA-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
               CLOSE ASISDIA
               IF WS-YA-REGISTRADOS > 0
                   DISPLAY "YA TENIAN PARTE (MOLINETES U OTRA CARGA): "
                       WS-YA-REGISTRADOS " ALUMNOS"
               END-IF
               IF WS-CARGADOS = 0
                   DISPLAY "NINGUN INSCRIPTO DE LA SECCION EN LA"
                       " MATERIA, NADA CARGADO"
       2100-TOMAR-ASISTENCIA.
           IF TABALU-SECCION(TABALU-INDICE) = WS-SECCION
               PERFORM 2200-BUSCAR-INSCRIPCION
               IF INSCRIPTO-SI
                   PERFORM 2250-BUSCAR-REGISTRADO
                   IF REGISTRADO-SI
                       ADD 1 TO WS-YA-REGISTRADOS
                       MOVE "N" TO WS-INSCRIPTO
                   END-IF
               END-IF
               IF INSCRIPTO-SI
                   DISPLAY TABALU-NRO(TABALU-INDICE) " "
                       TABALU-NOMBRE(TABALU-INDICE)
               END-IF
           END-PERFORM.

       2250-BUSCAR-REGISTRADO.
           MOVE "N" TO WS-REGISTRADO
           PERFORM VARYING TABREG-INDICE FROM 1 BY 1
               UNTIL TABREG-INDICE > TABREG-TOTAL OR REGISTRADO-SI
               IF TABREG-NRO(TABREG-INDICE) = TABALU-NRO(TABALU-INDICE)
                   MOVE "S" TO WS-REGISTRADO
               END-IF
           END-PERFORM.

       2300-GRABAR-PARTE.
           MOVE TABALU-NRO(TABALU-INDICE) TO DIA-NRO-ALUMNO
           MOVE WS-MATERIA TO DIA-NRO-MATERIA
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGENADIA" DELIMITED BY SIZE
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

       END PROGRAM PGENADIA.
