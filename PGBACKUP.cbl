      * (ALUMNOS.G001, NOTAS.G001, ...) DE ALUMNOS, NOTAS, MATERIAS,
      * NACIONALIDAD E HISTORIAL; SE CONSERVA UNA CANTIDAD
      * CONFIGURABLE DE GENERACIONES Y EL MODO RESTAURAR VUELVE A
      * DEJAR EN LINEA UNA GENERACION ELEGIDA. LA RESTAURACION QUEDA
      * EN RUNCTL.dat: ES LO QUE EXPLICA ANTE EL LIBRO DE TOTALES
      * (RUTTOTAL) QUE LOS ARCHIVOS RESTAURADOS CAMBIEN DE TAMAÑO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BACKUPGEN   ASSIGN TO "BACKUPGEN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-GEN.
      * REGISTRO DE CONTROL DE CORRIDAS BATCH (INICIO/FIN POR PROGRAMA)
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
              05 GEN-ULTIMA PIC 9(3).
              05 GEN-CONSERVAR PIC 99.

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
       01 WS-FS-GEN PIC XX.
           88 WS-FS-GEN-OK VALUE "00".
           88 WS-FS-GEN-NO VALUE "10".
           88 WS-FS-GEN-NOEXISTE VALUE "05" "35".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-GEN-ACTUAL PIC 9(3) VALUE 0.
                   MOVE WS-GEN-PEDIDA TO WS-GEN-NUEVA
                   MOVE 0 TO WS-COPIADOS
                   MOVE 0 TO WS-FALLADOS
                   MOVE "I" TO WS-RUN-TIPO
                   MOVE SPACE TO WS-RUN-ESTADO
                   PERFORM 9910-GRABAR-RUNCTL
                   PERFORM 0310-RESTAURAR-ARCHIVO
                       VARYING ARC-INDICE FROM 1 BY 1
                       UNTIL ARC-INDICE > 5
                   MOVE "N" TO WS-RUN-ESTADO
                   MOVE "F" TO WS-RUN-TIPO
                   PERFORM 9910-GRABAR-RUNCTL
                   DISPLAY "RESTAURADOS " WS-COPIADOS " ARCHIVOS, "
                       WS-FALLADOS " NO ENCONTRADOS"
               ELSE
                   CLOSE BACKUPGEN
               END-IF.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
           9910-GRABAR-RUNCTL.
               OPEN EXTEND RUNCTL
               IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
                   MOVE SPACES TO RUNCTL-REGISTRO
                   MOVE "PGBACKUP" TO RUN-PROGRAMA
                   MOVE WS-RUN-TIPO TO RUN-TIPO
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
                   MOVE 5 TO RUN-LEIDOS
                   MOVE WS-COPIADOS TO RUN-ESCRITOS
                   MOVE WS-FALLADOS TO RUN-EXCEPCIONES
                   MOVE WS-RUN-ESTADO TO RUN-ESTADO
                   WRITE RUNCTL-REGISTRO
                   CLOSE RUNCTL
               END-IF.

       END PROGRAM PGBACKUP.
