       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SE RECORRE EN
      * SECUENCIA Y CADA NOTA ARCHIVADA SE BORRA DEL ARCHIVO VIVO
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * ARCHIVO HISTORICO DEL AÑO PEDIDO, CON LA MISMA CLAVE QUE
      * NOTAS.dat; EL NOMBRE SE ARMA EN WS-RUTA-ARCHIVO ANTES DE ABRIRLO
       SELECT OPTIONAL ARCHIVO     ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS ARC-CLAVE
                                           FILE STATUS IS WS-FS-ARC.
      * REGISTRO DE CONTROL DE CORRIDAS BATCH (INICIO/FIN POR PROGRAMA)
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD ARCHIVO.
           01 ARCHIVO-REGISTRO.
              05 ARC-CLAVE.
                 10 ARC-NRO-ALUMNO PIC 9(4).
                 10 ARC-NRO-MATERIA PIC 99.
                 10 ARC-ANIO PIC 9(4).
                 10 ARC-MES PIC 99.
              05 ARC-NOTA PIC 99V9.

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
       01 WS-FS-NOT PIC XX.
       01 WS-FS-ARC PIC XX.
           88 WS-FS-ARC-OK VALUE "00".
           88 WS-FS-ARC-NOEXISTE VALUE "05" "35".
           88 WS-FS-ARC-DUPLICADO VALUE "22".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

       77 WS-ANIO-ARCHIVAR PIC 9(4) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-RUTA-ARCHIVO PIC X(13) VALUE SPACES.

       77 WS-TOTAL-LEIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-ARCHIVADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-VIVAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-YA-ARCHIVADAS PIC 9(6) VALUE 0.
      * NOTAS QUE SALIERON DEL ARCHIVO VIVO, PARA EL CONTROL DE
      * CORRIDAS
       77 WS-TOTAL-QUITADAS PIC 9(6) VALUE 0.

      * UNA NOTA SOLO SE BORRA DEL ARCHIVO VIVO DESPUES DE QUEDAR
      * GRABADA EN EL HISTORICO; SI UNA CORRIDA ANTERIOR SE CORTO
      * ENTRE LAS DOS COSAS, LA NOTA YA ESTA EN EL HISTORICO Y SE
      * BORRA DEL VIVO SI COINCIDE; SI NO COINCIDE QUEDA VIVA Y SE
      * AVISA
       01 WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR-SI VALUE "S".
           88 HUBO-ERROR-NO VALUE "N".
       01 WS-BORRAR-VIVA PIC X VALUE "N".
           88 BORRAR-VIVA-SI VALUE "S".
           88 BORRAR-VIVA-NO VALUE "N".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
               " SE MUEVEN A " WS-RUTA-ARCHIVO ". CONFIRMA? S/N"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
      * EL FIN DE ESTA CORRIDA EN RUNCTL.dat EXPLICA ANTE EL LIBRO
      * DE TOTALES (RUTTOTAL) QUE NOTAS.dat ACHIQUE ESTA NOCHE
               MOVE "I" TO WS-RUN-TIPO
               MOVE SPACE TO WS-RUN-ESTADO
               PERFORM 9910-GRABAR-RUNCTL
               MOVE "N" TO WS-RUN-ESTADO
               PERFORM 1000-ABRIR-ARCHIVOS
               IF WS-FS-NOT-NOEXISTE
                   DISPLAY "NO HAY NOTAS CARGADAS"
                   PERFORM 2000-SEPARAR-NOTA
                       UNTIL NOT WS-FS-NOT-OK
                   PERFORM 3000-MOSTRAR-RESUMEN
                   IF NOT WS-FS-NOT-NO OR HUBO-ERROR-SI
                       DISPLAY "EL ARCHIVADO NO TERMINO BIEN:"
                           " REVISAR LOS ERRORES Y VOLVER A CORRER"
                       MOVE "A" TO WS-RUN-ESTADO
                   END-IF
               END-IF
               PERFORM 9000-CERRAR-ARCHIVOS
               MOVE "F" TO WS-RUN-TIPO
               PERFORM 9910-GRABAR-RUNCTL
           ELSE
               DISPLAY "ARCHIVADO CANCELADO"
           END-IF
           GOBACK.

       1000-ABRIR-ARCHIVOS.
           OPEN I-O NOTAS
           IF NOT WS-FS-NOT-OK AND NOT WS-FS-NOT-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-NOT
           END-IF
      * I-O: SI EL ARCHIVO HISTORICO YA EXISTE (UNA CORRIDA ANTERIOR
      * INTERRUMPIDA) LAS NOTAS SE AGREGAN; SI NO, OPTIONAL LO CREA
           OPEN I-O ARCHIVO
           IF NOT WS-FS-ARC-OK AND NOT WS-FS-ARC-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO HISTORICO"
               DISPLAY "FILE STATUS " WS-FS-ARC
           END-IF.

      * LAS NOTAS DEL AÑO PEDIDO VAN AL HISTORICO Y SE BORRAN DEL
      * ARCHIVO VIVO; EL RESTO QUEDA DONDE ESTA
       2000-SEPARAR-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           IF WS-FS-NOT-OK
               ADD 1 TO WS-TOTAL-LEIDAS
               IF NOT-ANIO = WS-ANIO-ARCHIVAR
                   PERFORM 2100-ARCHIVAR-NOTA
               ELSE
                   ADD 1 TO WS-TOTAL-VIVAS
               END-IF
           END-IF.

       2100-ARCHIVAR-NOTA.
           MOVE "N" TO WS-BORRAR-VIVA
           MOVE NOTAS-ALUMNOS TO ARCHIVO-REGISTRO
           WRITE ARCHIVO-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-FS-ARC-OK
                   ADD 1 TO WS-TOTAL-ARCHIVADAS
                   MOVE "S" TO WS-BORRAR-VIVA
               WHEN WS-FS-ARC-DUPLICADO
                   PERFORM 2110-COMPARAR-ARCHIVADA
               WHEN OTHER
                   DISPLAY "ERROR AL ESCRIBIR ARCHIVO HISTORICO"
                   DISPLAY "FILE STATUS " WS-FS-ARC
                   MOVE "S" TO WS-HUBO-ERROR
                   ADD 1 TO WS-TOTAL-VIVAS
           END-EVALUATE
           IF BORRAR-VIVA-SI
               DELETE NOTAS RECORD
               IF WS-FS-NOT-OK
                   ADD 1 TO WS-TOTAL-QUITADAS
               ELSE
                   DISPLAY "ERROR AL BORRAR LA NOTA DE NOTAS.dat"
                   DISPLAY "FILE STATUS " WS-FS-NOT
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
           END-IF.

      * LA CLAVE YA ESTA EN EL HISTORICO: SI LA NOTA ES LA MISMA VIENE
      * DE UNA CORRIDA CORTADA Y SOLO FALTA BORRARLA DEL VIVO
       2110-COMPARAR-ARCHIVADA.
           READ ARCHIVO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ARC-OK AND ARC-NOTA = NOT-NOTA
               ADD 1 TO WS-TOTAL-YA-ARCHIVADAS
               MOVE "S" TO WS-BORRAR-VIVA
           ELSE
               DISPLAY "ALUMNO " NOT-NRO-ALUMNO " MATERIA "
                   NOT-NRO-MATERIA " MES " NOT-MES
                   ": EL HISTORICO TIENE OTRA NOTA, QUEDA VIVA"
               MOVE "S" TO WS-HUBO-ERROR
               ADD 1 TO WS-TOTAL-VIVAS
           END-IF.

       3000-MOSTRAR-RESUMEN.
           DISPLAY "===== ARCHIVADO DE NOTAS ====="
           DISPLAY "NOTAS LEIDAS:     " WS-TOTAL-LEIDAS
           DISPLAY "NOTAS ARCHIVADAS: " WS-TOTAL-ARCHIVADAS
           DISPLAY "YA ARCHIVADAS:    " WS-TOTAL-YA-ARCHIVADAS
           DISPLAY "NOTAS VIVAS:      " WS-TOTAL-VIVAS.

       9000-CERRAR-ARCHIVOS.
           CLOSE NOTAS
           CLOSE ARCHIVO.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGARCHIV" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-LEIDAS TO RUN-LEIDOS
               MOVE WS-TOTAL-QUITADAS TO RUN-ESCRITOS
               MOVE 0 TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

       END PROGRAM PGARCHIV.
