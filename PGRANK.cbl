                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES; ACA SOLO SE
      * RECORRE EN SECUENCIA DE CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * RECTIFICACIONES: LA ULTIMA RECTIFICACION DE CADA NOTA ES LA
      * VIGENTE PARA EL RANKING, IGUAL QUE EN EL BOLETIN

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
       77 WS-NOTA-CORTE PIC 99V9 VALUE 0.
       77 WS-PUBLICADOS PIC 9(4) VALUE 0.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "AÑO DE INICIO DEL PERIODO"
           END-PERFORM.

       2200-ACUMULAR-EN-TABLA.
      * NOTAS.dat LLEGA EN ORDEN DE CLAVE (ALUMNO, MATERIA): SI EL
      * PAR YA TIENE FILA, ES LA ULTIMA CARGADA
           MOVE "N" TO WS-PROM-ENCONTRADO
           IF PROM-TOTAL > 0
               IF NOT-NRO-ALUMNO = PROM-ALUMNO(PROM-TOTAL)
               AND NOT-NRO-MATERIA = PROM-MATERIA(PROM-TOTAL)
                   ADD NOT-NOTA TO PROM-SUMA(PROM-TOTAL)
                   ADD 1 TO PROM-CANT(PROM-TOTAL)
                   MOVE "S" TO WS-PROM-ENCONTRADO
               END-IF
           END-IF
           IF PROM-ENCONTRADO-NO
               IF PROM-TOTAL < 60000
                   ADD 1 TO PROM-TOTAL
       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE NOTAS
           CLOSE RANKING
           PERFORM 9930-REGISTRAR-SPOOL.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "RANKING.dat" TO ARCHIVO-SPL
           MOVE "PGRANK" TO PROGRAMA-SPL
           STRING "PERIODO=" DELIMITED BY SIZE
               WS-ANIO-IN DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-IN DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-ANIO-FIN DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-FIN DELIMITED BY SIZE
               " TOP=" DELIMITED BY SIZE
               WS-TOP-N DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGRANK.
