                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HIS.
      * LA ENTRADA DE NOTAS ES DINAMICA: EL HISTORICO DE CADA AÑO O
      * EL ARCHIVO VIVO, AMBOS INDEXADOS POR ALUMNO/MATERIA/AÑO/MES;
      * SE LEEN SOLO LAS NOTAS DEL ALUMNO, A PARTIR DE SU PRIMERA CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO DYNAMIC WS-RUTA-NOTAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL EXAMENES    ASSIGN TO "EXAMENES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD EXAMENES.
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE AreaDeComunicacionSesion
           PERFORM 2000-EMITIR-ANALITICO UNTIL WS-CONTROL-NO
           CLOSE ALUMNOS
           CLOSE ANALITICO
           PERFORM 9930-REGISTRAR-SPOOL
           STOP RUN.

      * LA FECHA DE EMISION EN LETRAS SALE DE RUTFECHA (FORMATO 5)
               OPEN INPUT NOTAS
           END-IF
           IF WS-FS-NOT-OK
               MOVE WS-CODIGO-ALUMNO TO NOT-NRO-ALUMNO
               MOVE 0 TO NOT-NRO-MATERIA NOT-ANIO NOT-MES
               START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-NOT
               END-START
               PERFORM 4200-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           CLOSE NOTAS.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND NOT-NRO-ALUMNO NOT = WS-CODIGO-ALUMNO
               MOVE "10" TO WS-FS-NOT
           END-IF
           IF WS-FS-NOT-OK AND NOT-NRO-ALUMNO = WS-CODIGO-ALUMNO
           AND NOT-ANIO = WS-ANIO-EN-CURSO
               MOVE "N" TO WS-PROM-ENCONTRADO
               DISPLAY "FILE STATUS " WS-FS-ANA
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "ANALITICO.dat" TO ARCHIVO-SPL
           MOVE "PGANALIT" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ULTIMO ALUMNO=" DELIMITED BY SIZE
               WS-CODIGO-ALUMNO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGANALIT.
