       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * LA ENTRADA DE NOTAS ES DINAMICA: EL HISTORICO DE CADA AÑO O
      * EL ARCHIVO VIVO, AMBOS INDEXADOS POR ALUMNO/MATERIA/AÑO/MES;
      * ACA SE RECORREN EN SECUENCIA DE CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO DYNAMIC WS-RUTA-NOTAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * REGLAS POR AÑO (PGENREGL): EL PORCENTAJE DE APROBADAS DE
      * CADA AÑO SE CALCULA CON LA NOTA DE APROBACION DE SU REGLA
       FILE SECTION.
       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD REGLAS.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

       FD COMPARA.
           01 COMPARA-LINEA PIC X(80).
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
               VARYING COMP-INDICE FROM 1 BY 1
               UNTIL COMP-INDICE > COMP-TOTAL
           CLOSE COMPARA
           PERFORM 9930-REGISTRAR-SPOOL
           DISPLAY "CUADRO IMPRESO EN COMPARA.dat".

       3100-ESCRIBIR-MATERIA.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "COMPARA.dat" TO ARCHIVO-SPL
           MOVE "PGCOMPAR" TO PROGRAMA-SPL
           STRING "ANIO=" DELIMITED BY SIZE
               WS-ANIO-PEDIDO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGCOMPAR.
