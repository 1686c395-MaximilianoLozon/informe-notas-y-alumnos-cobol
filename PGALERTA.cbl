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
      * RESPONSABLES/CONTACTOS (PGENRESP): EL TELEFONO DEL PRIMER
      * RESPONSABLE SALE EN LA ALERTA PARA PODER LLAMAR EN EL DIA

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RESPONSABLES.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

      * 100 POSICIONES: LA LINEA DE ALERTA CON EL TELEFONO DEL
      * RESPONSABLE NO ENTRA EN 80
      * PARA LOS ALUMNOS SIN PUNTOS DE SANCIONES
       01 WS-MARCA-SANCION PIC X(10) VALUE SPACES.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "AÑO DE INICIO DEL PERIODO"
                   NOT-ANIO * 100 + NOT-MES)
               AND (NOT-ANIO * 100 + NOT-MES <=
                   WS-ANIO-FIN * 100 + WS-MES-FIN)
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
           CLOSE ALERTAS
           PERFORM 9930-REGISTRAR-SPOOL.

      * AVISA (UNA VEZ POR TABLA) QUE UNA TABLA INTERNA SE QUEDO
      * CHICA Y DEJA MARCADA LA CORRIDA COMO INCOMPLETA
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "ALERTAS.dat" TO ARCHIVO-SPL
           MOVE "PGALERTA" TO PROGRAMA-SPL
           STRING "PERIODO=" DELIMITED BY SIZE
               WS-ANIO-IN DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-IN DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-ANIO-FIN DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-FIN DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGALERTA.
