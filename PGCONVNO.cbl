       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCONVNO.

      * UTILITARIO DE CONVERSION, PARA CORRER UNA SOLA VEZ: PASA
      * NOTAS.dat Y LOS HISTORICOS DE PGARCHIV (NOTAS2025.HIS, ...) DEL
      * FORMATO LINE SEQUENTIAL AL FORMATO INDEXADO POR LA CLAVE
      * ALUMNO+MATERIA+AÑO+MES. CADA ARCHIVO SE RENOMBRA PRIMERO A
      * .SEC (NOTAS.SEC, NOTAS2025.SEC, QUE QUEDAN COMO RESPALDO) Y
      * DESPUES SE CARGA CADA REGISTRO EN EL NUEVO ARCHIVO INDEXADO.
      * LA CLAVE ES UNICA: SI UNA MISMA CLAVE VENIA CARGADA MAS DE UNA
      * VEZ SE CONSERVA LA PRIMERA (IGUAL QUE EN PGRECNOT) Y LAS
      * SIGUIENTES VAN A LA CUARENTENA NOTAS.RECHAZADAS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVO VIEJO YA RENOMBRADO; LA RUTA SE ARMA ANTES DE CADA
      * CONVERSION
       SELECT OPTIONAL NOTAS-SEC   ASSIGN TO DYNAMIC WS-RUTA-SEC
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SEC.
      * ACCESS RANDOM PORQUE LAS NOTAS VIEJAS VIENEN EN ORDEN DE
      * CARGA, NO EN ORDEN DE CLAVE
       SELECT NOTAS                ASSIGN TO DYNAMIC WS-RUTA-NOTAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * CUARENTENA COMPARTIDA CON PGRECNOT, ACUMULANDO ENTRE CORRIDAS
       SELECT OPTIONAL RECHAZADAS  ASSIGN TO "NOTAS.RECHAZADAS"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RCH.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-SEC.
           01 NOTSEC-REGISTRO PIC X(15).

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECHAZADAS.
           01 RECHAZADAS-REGISTRO.
              05 RCH-NRO-ALUMNO PIC 9(4).
              05 RCH-NRO-MATERIA PIC 99.
              05 RCH-ANIO PIC 9(4).
              05 RCH-MES PIC 99.
              05 RCH-NOTA PIC 99V9.
              05 RCH-MOTIVO PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FS-SEC PIC XX.
           88 WS-FS-SEC-OK VALUE "00".
           88 WS-FS-SEC-NO VALUE "10".
           88 WS-FS-SEC-NOEXISTE VALUE "05" "35".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-DUPLICADO VALUE "22".
       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".
           88 WS-FS-RCH-NOEXISTE VALUE "05" "35".

       01 WS-RUTA-NOTAS PIC X(13) VALUE SPACES.
       01 WS-RUTA-SEC PIC X(13) VALUE SPACES.
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      * AÑO DEL HISTORICO EN CONVERSION (0 = EL ARCHIVO VIVO); LOS
      * HISTORICOS SE BUSCAN DESDE EL 2000 HASTA EL AÑO EN CURSO
       77 WS-ANIO-ARCHIVO PIC 9(4) VALUE 0.
       77 WS-ANIO-HOY PIC 9(4) VALUE 0.
       01 WS-HAY-SEC PIC X VALUE "N".
           88 HAY-SEC-SI VALUE "S".
           88 HAY-SEC-NO VALUE "N".

       77 WS-LEIDAS PIC 9(6) VALUE 0.
       77 WS-CARGADAS PIC 9(6) VALUE 0.
       77 WS-DUPLICADAS PIC 9(6) VALUE 0.
       77 WS-ARCHIVOS-CONVERTIDOS PIC 99 VALUE 0.
       77 WS-TOTAL-LEIDAS PIC 9(7) VALUE 0.
       77 WS-TOTAL-CARGADAS PIC 9(7) VALUE 0.
       77 WS-TOTAL-DUPLICADAS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-HOY
           OPEN EXTEND RECHAZADAS
           IF NOT WS-FS-RCH-OK AND NOT WS-FS-RCH-NOEXISTE
               DISPLAY "ERROR AL ABRIR NOTAS.RECHAZADAS"
               DISPLAY "FILE STATUS " WS-FS-RCH
           ELSE
               MOVE 0 TO WS-ANIO-ARCHIVO
               MOVE "NOTAS.dat" TO WS-RUTA-NOTAS
               MOVE "NOTAS.SEC" TO WS-RUTA-SEC
               PERFORM 1000-CONVERTIR-ARCHIVO
               PERFORM 1500-CONVERTIR-HISTORICO
                   VARYING WS-ANIO-ARCHIVO FROM 2000 BY 1
                   UNTIL WS-ANIO-ARCHIVO > WS-ANIO-HOY
               PERFORM 3000-MOSTRAR-TOTALES
           END-IF
           CLOSE RECHAZADAS
           STOP RUN.

       1000-CONVERTIR-ARCHIVO.
           MOVE 0 TO WS-LEIDAS
           MOVE 0 TO WS-CARGADAS
           MOVE 0 TO WS-DUPLICADAS
           PERFORM 1100-RENOMBRAR-ARCHIVO
           IF HAY-SEC-SI
               PERFORM 1200-ABRIR-ARCHIVOS
               IF WS-FS-SEC-OK AND WS-FS-NOT-OK
                   PERFORM 2000-CONVERTIR-REGISTRO
                       UNTIL NOT WS-FS-SEC-OK
                   PERFORM 2900-MOSTRAR-RESUMEN
               END-IF
               CLOSE NOTAS-SEC
               CLOSE NOTAS
           END-IF.

      * LOS HISTORICOS SE CONVIERTEN CON EL MISMO FORMATO: EL LISTADO,
      * EL ANALITICO Y LOS DEMAS LECTORES LOS ABREN CON LA MISMA
      * DEFINICION QUE NOTAS.dat
       1500-CONVERTIR-HISTORICO.
           MOVE SPACES TO WS-RUTA-NOTAS
           STRING "NOTAS" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-RUTA-NOTAS
           MOVE SPACES TO WS-RUTA-SEC
           STRING "NOTAS" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".SEC" DELIMITED BY SIZE
               INTO WS-RUTA-SEC
           PERFORM 1000-CONVERTIR-ARCHIVO.

      * SI EL .SEC YA EXISTE (UNA CORRIDA ANTERIOR INTERRUMPIDA O
      * REPETIDA) NO SE VUELVE A RENOMBRAR, PARA NO PISAR EL RESPALDO
       1100-RENOMBRAR-ARCHIVO.
           MOVE "N" TO WS-HAY-SEC
           OPEN INPUT NOTAS-SEC
           IF WS-FS-SEC-OK
               CLOSE NOTAS-SEC
               MOVE "S" TO WS-HAY-SEC
               DISPLAY WS-RUTA-SEC " YA EXISTE, SE CONVIERTE ESE"
           ELSE
               CLOSE NOTAS-SEC
               CALL "CBL_RENAME_FILE" USING WS-RUTA-NOTAS
                   WS-RUTA-SEC
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT = 0
                   MOVE "S" TO WS-HAY-SEC
               ELSE
      * UN AÑO SIN HISTORICO ES LO NORMAL: SOLO SE AVISA SI FALTA
      * EL ARCHIVO VIVO
                   IF WS-ANIO-ARCHIVO = 0
                       DISPLAY "NO SE PUDO RENOMBRAR NOTAS.dat"
                   END-IF
               END-IF
           END-IF.

       1200-ABRIR-ARCHIVOS.
           OPEN INPUT NOTAS-SEC
           IF NOT WS-FS-SEC-OK
               DISPLAY "ERROR AL ABRIR " WS-RUTA-SEC
               DISPLAY "FILE STATUS " WS-FS-SEC
           END-IF
           OPEN OUTPUT NOTAS
           IF NOT WS-FS-NOT-OK
               DISPLAY "ERROR AL ABRIR " WS-RUTA-NOTAS " INDEXADO"
               DISPLAY "FILE STATUS " WS-FS-NOT
           END-IF.

       2000-CONVERTIR-REGISTRO.
           READ NOTAS-SEC NEXT RECORD AT END
               MOVE "10" TO WS-FS-SEC
           END-READ
           IF WS-FS-SEC-OK
               ADD 1 TO WS-LEIDAS
               MOVE NOTSEC-REGISTRO TO NOTAS-ALUMNOS
               WRITE NOTAS-ALUMNOS
                   INVALID KEY
                       PERFORM 2100-RECHAZAR-DUPLICADA
                   NOT INVALID KEY
                       ADD 1 TO WS-CARGADAS
               END-WRITE
           END-IF.

      * LA CLAVE YA FUE CARGADA POR UNA NOTA ANTERIOR DEL ARCHIVO:
      * ESTA VA A CUARENTENA CON SU MOTIVO
       2100-RECHAZAR-DUPLICADA.
           ADD 1 TO WS-DUPLICADAS
           MOVE NOT-NRO-ALUMNO TO RCH-NRO-ALUMNO
           MOVE NOT-NRO-MATERIA TO RCH-NRO-MATERIA
           MOVE NOT-ANIO TO RCH-ANIO
           MOVE NOT-MES TO RCH-MES
           MOVE NOT-NOTA TO RCH-NOTA
           MOVE "NOTA DUPLICADA" TO RCH-MOTIVO
           WRITE RECHAZADAS-REGISTRO
           IF NOT WS-FS-RCH-OK
               DISPLAY "ERROR AL ESCRIBIR NOTAS.RECHAZADAS"
               DISPLAY "FILE STATUS " WS-FS-RCH
           END-IF
           DISPLAY "NOTA DUPLICADA, A NOTAS.RECHAZADAS: " NOT-CLAVE.

       2900-MOSTRAR-RESUMEN.
           ADD 1 TO WS-ARCHIVOS-CONVERTIDOS
           ADD WS-LEIDAS TO WS-TOTAL-LEIDAS
           ADD WS-CARGADAS TO WS-TOTAL-CARGADAS
           ADD WS-DUPLICADAS TO WS-TOTAL-DUPLICADAS
           DISPLAY WS-RUTA-NOTAS ": LEIDAS " WS-LEIDAS
               " CARGADAS " WS-CARGADAS
               " DUPLICADAS " WS-DUPLICADAS.

       3000-MOSTRAR-TOTALES.
           DISPLAY "===== CONVERSION DE NOTAS ====="
           DISPLAY "ARCHIVOS CONVERTIDOS: " WS-ARCHIVOS-CONVERTIDOS
           DISPLAY "NOTAS LEIDAS:         " WS-TOTAL-LEIDAS
           DISPLAY "NOTAS CARGADAS:       " WS-TOTAL-CARGADAS
           DISPLAY "NOTAS DUPLICADAS:     " WS-TOTAL-DUPLICADAS
           DISPLAY "LOS ARCHIVOS ORIGINALES QUEDARON COMO .SEC".

       END PROGRAM PGCONVNO.
