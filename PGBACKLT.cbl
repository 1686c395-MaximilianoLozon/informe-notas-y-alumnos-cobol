      * DESPUES. LAS CLAVES A QUITAR SALEN DE LAS LINEAS DE
      * AUDITORIA DEL LOTE (OPERACION "ALTA Lnnnn" DE PGIMPNOT, CON
      * LA CLAVE COMPLETA ALUMNO+MATERIA+AÑO+MES); POR CADA LINEA DE
      * AUDITORIA SE BORRA ESA CLAVE DE NOTAS.dat POR ACCESO
      * DIRECTO, Y EL LOTE QUEDA MARCADO B (BACKOUT) EN LOTES.dat
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AUDITORIA   ASSIGN TO "AUDITORIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUD.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES, LA MISMA CLAVE
      * QUE PGIMPNOT DEJA EN LA AUDITORIA
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * REGISTRO DE CONTROL DE CORRIDAS BATCH (INICIO/FIN POR PROGRAMA)
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
              05 LTM-HUELLA PIC X(8).

       FD AUDITORIA.
      * LINEA DE 100 POSICIONES MAS EL SELLO ENCADENADO DE RUTAUD
           01 AUDITORIA-REGISTRO.
              05 AUD-LINEA PIC X(100).
              05 AUD-SELLO PIC X(28).

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RUNCTL.
           01 RUNCTL-REGISTRO.
              05 RUN-PROGRAMA PIC X(8).
              05 RUN-TIPO PIC X.
                 88 RUN-TIPO-INICIO VALUE "I".
                 88 RUN-TIPO-FIN VALUE "F".
              05 RUN-TIMESTAMP PIC X(14).
              05 RUN-LEIDOS PIC 9(6).
              05 RUN-ESCRITOS PIC 9(6).
              05 RUN-EXCEPCIONES PIC 9(6).
              05 RUN-ESTADO PIC X.
                 88 RUN-ESTADO-NORMAL VALUE "N".
                 88 RUN-ESTADO-ANORMAL VALUE "A".

       WORKING-STORAGE SECTION.
       01 WS-FS-LOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
           88 WS-FS-NOT-SINCLAVE VALUE "23".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

      * OPERADOR QUE CORRE EL BACKOUT, VOLCADO EN LA AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-NRO-LOTE PIC 9(4) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-RESTO-2 PIC X(80) VALUE SPACES.
       77 WS-RESTO-3 PIC X(60) VALUE SPACES.

      * CLAVES DE LAS NOTAS DEL LOTE, UNA POR LINEA DE AUDITORIA;
      * SE JUNTAN TODAS ANTES DE TOCAR NOTAS.dat. EL TAMAÑO
      * ACOMPAÑA AL DE LAS INSCRIPCIONES EN PGRECNOT: UNA PLANILLA
      * NO PUEDE TRAER MAS NOTAS QUE INSCRIPCIONES HAY
       01 TABLA-CLAVES.
           05 TABCLA-FILA OCCURS 50000 TIMES.
               10 TABCLA-CLAVE PIC X(12).
       77 TABCLA-INDICE PIC 9(5).
       77 TABCLA-TOTAL PIC 9(5) VALUE 0.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".

      * UNA CLAVE NO HALLADA ES UNA NOTA DEL LOTE QUE YA NO ESTA
      * (RECTIFICADA POR PGRECNOT, ARCHIVADA O YA DESHECHA)
       77 WS-TOTAL-QUITADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-NO-HALLADAS PIC 9(6) VALUE 0.

       01 WS-RUTA-LOT PIC X(9) VALUE "LOTES.dat".
       01 WS-RUTA-LOT-TMP PIC X(9) VALUE "LOTES.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
               " NOTAS DE NOTAS.dat. CONFIRMA? S/N"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
      * EL FIN DE ESTA CORRIDA EN RUNCTL.dat EXPLICA ANTE EL LIBRO
      * DE TOTALES (RUTTOTAL) QUE NOTAS.dat ACHIQUE ESTA NOCHE
               MOVE "I" TO WS-RUN-TIPO
               MOVE SPACE TO WS-RUN-ESTADO
               PERFORM 9910-GRABAR-RUNCTL
               PERFORM 3000-QUITAR-NOTAS
               MOVE "N" TO WS-RUN-ESTADO
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 9910-GRABAR-RUNCTL
               PERFORM 4000-MARCAR-LOTE
               PERFORM 9900-GRABAR-AUDITORIA
               DISPLAY "===== BACKOUT DEL LOTE " WS-NRO-LOTE " ====="
               DISPLAY "NOTAS QUITADAS: " WS-TOTAL-QUITADAS
               DISPLAY "NO HALLADAS:    " WS-TOTAL-NO-HALLADAS
           ELSE
               DISPLAY "BACKOUT CANCELADO"
           END-IF
           IF WS-FS-AUD-OK
               MOVE SPACES TO WS-A-PROGRAMA WS-A-OPERACION WS-A-CLAVE
                   WS-RESTO-1 WS-RESTO-2 WS-RESTO-3
               UNSTRING AUD-LINEA
                   DELIMITED BY " OPERACION="
                   INTO WS-A-PROGRAMA WS-RESTO-1
               UNSTRING WS-RESTO-1 DELIMITED BY " CLAVE="
                   IF TABCLA-TOTAL < 50000
                       ADD 1 TO TABCLA-TOTAL
                       MOVE WS-A-CLAVE TO TABCLA-CLAVE(TABCLA-TOTAL)
                   ELSE
                       IF TABLAS-DESBORDADAS-NO
                           DISPLAY "DESBORDE DE TABLA-CLAVES:"
               END-IF
           END-IF.

      * BORRA DE NOTAS.dat, POR CLAVE, CADA NOTA QUE EL LOTE CARGO
       3000-QUITAR-NOTAS.
           OPEN I-O NOTAS
           IF WS-FS-NOT-NOEXISTE
               DISPLAY "NO HAY NOTAS CARGADAS"
           ELSE
               IF NOT WS-FS-NOT-OK
                   DISPLAY "ERROR AL ABRIR NOTAS.dat"
                   DISPLAY "FILE STATUS " WS-FS-NOT
               ELSE
                   PERFORM VARYING TABCLA-INDICE FROM 1 BY 1
                       UNTIL TABCLA-INDICE > TABCLA-TOTAL
                       PERFORM 3100-BORRAR-NOTA
                   END-PERFORM
               END-IF
           END-IF
           CLOSE NOTAS.

       3100-BORRAR-NOTA.
           MOVE TABCLA-CLAVE(TABCLA-INDICE) TO NOT-CLAVE
           DELETE NOTAS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           EVALUATE TRUE
               WHEN WS-FS-NOT-OK
                   ADD 1 TO WS-TOTAL-QUITADAS
               WHEN WS-FS-NOT-SINCLAVE
                   ADD 1 TO WS-TOTAL-NO-HALLADAS
               WHEN OTHER
                   DISPLAY "ERROR AL BORRAR LA NOTA "
                       TABCLA-CLAVE(TABCLA-INDICE)
                   DISPLAY "FILE STATUS " WS-FS-NOT
           END-EVALUATE.

      * EL LOTE QUEDA MARCADO B EN LOTES.dat, REESCRITO VIA ARCHIVO
      * DE TRABAJO
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGBACKLT" DELIMITED BY SIZE
               " OPERACION=BACKOUT" DELIMITED BY SIZE
               " CLAVE=" DELIMITED BY SIZE
               WS-NRO-LOTE DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " FECHA=" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE DELIMITED BY SIZE
               INTO WS-LINEA-AUDITORIA
           INITIALIZE AreaDeComunicacionAuditoria
           MOVE 1 TO Opcion-auditoria
           MOVE WS-LINEA-AUDITORIA TO LINEA-AUDITORIA
           CALL RUTAUD USING AreaDeComunicacionAuditoria.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGBACKLT" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE TABCLA-TOTAL TO RUN-LEIDOS
               MOVE WS-TOTAL-QUITADAS TO RUN-ESCRITOS
               MOVE WS-TOTAL-NO-HALLADAS TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

       END PROGRAM PGBACKLT.
