              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

       FD ALUMNOS.
           01 ALUMNOS-REGISTRO.
      * AREA DE COMUNICACION RUTINA MATERIAS
       COPY "COPY-ACM.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE AreaDeComunicacionMateria
           PERFORM 3300-IMPRIMIR-POR-MATERIA
               VARYING PMAT-INDICE FROM 1 BY 1
               UNTIL PMAT-INDICE > PMAT-TOTAL
           CLOSE REPPREVIA
           PERFORM 9930-REGISTRAR-SPOOL.

       3100-IMPRIMIR-PENDIENTE.
           IF PEN-ALUMNO(PEN-INDICE) NOT = WS-ALUMNO-ACTUAL
               DISPLAY "FILE STATUS " WS-FS-REP
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "REPPREVIA.dat" TO ARCHIVO-SPL
           MOVE "PGPREVIA" TO PROGRAMA-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGPREVIA.
