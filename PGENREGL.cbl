
      * MANTENIMIENTO DE LAS REGLAS DE PROMOCION Y ALERTA POR AÑO
      * LECTIVO: NOTA DE APROBACION, MAXIMO DE MATERIAS DESAPROBADAS
      * PARA PROMOVER, PORCENTAJE MINIMO DE ASISTENCIA, MAXIMO DE
      * PREVIAS PENDIENTES Y TOPE DE INASISTENCIAS POR MATERIA PARA
      * QUEDAR LIBRE (PGLIBRES). ESTOS VALORES ESTABAN GRABADOS EN
      * PGPROMOC, PGALERTA Y PGMLIST1 Y CADA CAMBIO DE RESOLUCION
      * PROVINCIAL OBLIGABA A RECOMPILAR; VAN POR AÑO PORQUE LOS
      * AÑOS VIEJOS SE RIGEN POR LAS RESOLUCIONES VIEJAS
       SELECT OPTIONAL REGLAS      ASSIGN TO "REGLAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REG.

       DATA DIVISION.
       FILE SECTION.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
      * AGREGADO AL FINAL: LAS REGLAS GRABADAS ANTES LO TIENEN EN
      * BLANCO Y PGLIBRES LAS TOMA COMO SIN TOPE
              05 REG-MAX-INASISTENCIAS PIC 999.

       WORKING-STORAGE SECTION.
       01 WS-FS-REG PIC XX.
           88 WS-FS-REG-OK VALUE "00".
           88 WS-FS-REG-NO VALUE "10".
           88 WS-FS-REG-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-REG-ANIO PIC 9(4) VALUE ZERO.
       77 WS-REG-APROBACION PIC 99V9 VALUE ZERO.
       77 WS-REG-DESAPROBADAS PIC 99 VALUE ZERO.
       77 WS-REG-ASISTENCIA PIC 999 VALUE ZERO.
       77 WS-REG-PREVIAS PIC 99 VALUE ZERO.
       77 WS-REG-INASISTENCIAS PIC 999 VALUE ZERO.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".
               ACCEPT WS-REG-ASISTENCIA
               DISPLAY "INGRESA MAXIMO DE PREVIAS PENDIENTES"
               ACCEPT WS-REG-PREVIAS
               DISPLAY "INGRESA TOPE DE INASISTENCIAS POR MATERIA"
                   " PARA QUEDAR LIBRE (0 = SIN TOPE)"
               ACCEPT WS-REG-INASISTENCIAS
               IF WS-REG-APROBACION > 10.0
                   DISPLAY "NOTA DE APROBACION FUERA DE LA ESCALA,"
                       " NO SE GRABA"
                       MOVE WS-REG-ASISTENCIA
                           TO REG-ASISTENCIA-MINIMA
                       MOVE WS-REG-PREVIAS TO REG-MAX-PREVIAS
                       MOVE WS-REG-INASISTENCIAS
                           TO REG-MAX-INASISTENCIAS
                       PERFORM 2100-GUARDAR-INFO
                   END-IF
               END-IF
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENREGL" DELIMITED BY SIZE
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

       END PROGRAM PGENREGL.
