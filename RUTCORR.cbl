      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTCORR.

      * RUTINA DE CORRELATIVIDADES: DICE SI EL ALUMNO ADEUDA ALGUNA
      * MATERIA REQUERIDA POR LA MATERIA PEDIDA SEGUN CORRELAT.dat
      * (PGENCORR) PARA EL AÑO DEL PLAN INDICADO. UNA MATERIA
      * REQUERIDA SE ADEUDA MIENTRAS SEA PREVIA PENDIENTE (PREVIAS.dat)
      * O LIBRE POR INASISTENCIAS (LIBRES.dat) SIN EXAMEN APROBADO EN
      * EXAMENES.dat; LA NOTA QUE LA APRUEBA ES LA DE LA REGLA DEL AÑO
      * DE ORIGEN (REGLAS.dat), Y SIN REGLA LA HISTORICA DE 7.0, COMO
      * EN PGPREVIA. LA USAN PGENMESA Y PGLIBRES ANTES DE INSCRIBIR A
      * MESA, PGENEXAM ANTES DE GRABAR UNA NOTA Y PGROLL ANTES DE
      * INSCRIBIR EN LA MATERIA DEL AÑO NUEVO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL CORRELAT    ASSIGN TO "CORRELAT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-COR.
       SELECT OPTIONAL PREVIAS     ASSIGN TO "PREVIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRE.
       SELECT OPTIONAL LIBRES      ASSIGN TO "LIBRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB.
       SELECT OPTIONAL EXAMENES    ASSIGN TO "EXAMENES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXA.
       SELECT OPTIONAL REGLAS      ASSIGN TO "REGLAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REG.
       DATA DIVISION.
       FILE SECTION.
       FD CORRELAT.
           01 CORRELAT-REGISTRO.
              05 COR-ANIO PIC 9(4).
              05 COR-NRO-MATERIA PIC 99.
              05 COR-NRO-REQUISITO PIC 99.

       FD PREVIAS.
           01 PREVIAS-REGISTRO.
              05 PRE-NRO-ALUMNO PIC 9(4).
              05 PRE-NRO-MATERIA PIC 99.
              05 PRE-ANIO-ORIGEN PIC 9(4).
              05 PRE-ESTADO PIC X.
                 88 PRE-ESTADO-PENDIENTE VALUE "P".
                 88 PRE-ESTADO-SALDADA VALUE "S".

       FD LIBRES.
           01 LIBRES-REGISTRO.
              05 LIB-NRO-ALUMNO PIC 9(4).
              05 LIB-NRO-MATERIA PIC 99.
              05 LIB-ANIO PIC 9(4).
              05 LIB-FECHA PIC 9(8).
              05 LIB-INASISTENCIAS PIC 9(3).
              05 LIB-TOPE PIC 999.

       FD EXAMENES.
           01 EXAMENES-REGISTRO.
              05 EXA-NRO-ALUMNO PIC 9(4).
              05 EXA-NRO-MATERIA PIC 99.
              05 EXA-ANIO PIC 9(4).
              05 EXA-DIA-MESA PIC 99.
              05 EXA-MES-MESA PIC 99.
              05 EXA-NOTA PIC 99V9.

       FD REGLAS.
           01 REGLAS-REGISTRO.
              05 REG-ANIO PIC 9(4).
              05 REG-NOTA-APROBACION PIC 99V9.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

       WORKING-STORAGE SECTION.
       01 WS-FS-COR PIC XX.
           88 WS-FS-COR-OK VALUE "00".
           88 WS-FS-COR-NO VALUE "10".
       01 WS-FS-PRE PIC XX.
           88 WS-FS-PRE-OK VALUE "00".
           88 WS-FS-PRE-NO VALUE "10".
       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
           88 WS-FS-LIB-NO VALUE "10".
       01 WS-FS-EXA PIC XX.
           88 WS-FS-EXA-OK VALUE "00".
           88 WS-FS-EXA-NO VALUE "10".
       01 WS-FS-REG PIC XX.
           88 WS-FS-REG-OK VALUE "00".
           88 WS-FS-REG-NO VALUE "10".

      * MATERIAS REQUERIDAS POR LA MATERIA PEDIDA EN EL AÑO DEL PLAN
       01 TABLA-REQUISITOS.
           05 TABREQ-FILA OCCURS 20 TIMES.
               10 TABREQ-MATERIA PIC 99.
       77 TABREQ-INDICE PIC 99.
       77 TABREQ-TOTAL PIC 99 VALUE 0.

      * NOTA DE APROBACION POR AÑO DE LA REGLA
       01 TABLA-REGLAS.
           05 TABREG-FILA OCCURS 50 TIMES.
               10 TABREG-ANIO PIC 9(4).
               10 TABREG-NOTA PIC 99V9.
       77 TABREG-INDICE PIC 99.
       77 TABREG-TOTAL PIC 99 VALUE 0.

      * EXAMENES DEL ALUMNO EN LAS MATERIAS REQUERIDAS
       01 TABLA-EXAMENES.
           05 TABEXA-FILA OCCURS 200 TIMES.
               10 TABEXA-MATERIA PIC 99.
               10 TABEXA-ANIO PIC 9(4).
               10 TABEXA-NOTA PIC 99V9.
       77 TABEXA-INDICE PIC 999.
       77 TABEXA-TOTAL PIC 999 VALUE 0.

       01 WS-REQ-HALLADA PIC X VALUE "N".
           88 REQ-HALLADA-SI VALUE "S".
           88 REQ-HALLADA-NO VALUE "N".
       01 WS-EXA-APROBADO PIC X VALUE "N".
           88 EXA-APROBADO-SI VALUE "S".
           88 EXA-APROBADO-NO VALUE "N".
      * MATERIA Y AÑO DE ORIGEN DE LA DEUDA QUE SE ESTA REVISANDO; EL
      * EXAMEN QUE LA SALDA TIENE QUE SER DE ESE AÑO O POSTERIOR
       77 WS-DEUDA-MATERIA PIC 99 VALUE 0.
       77 WS-DEUDA-ANIO PIC 9(4) VALUE 0.
       77 WS-NOTA-SALDO PIC 99V9 VALUE 0.
       LINKAGE SECTION.
       COPY "COPY-ACC.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionCorrelativa.
       1000-INICIO.
           MOVE "00" TO RET-COD-12
           MOVE SPACES TO DESC-ERROR-12
           MOVE 0 TO REQUISITO-COR
           EVALUATE Opcion-correlativa
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-VERIFICA
               WHEN OTHER
               MOVE "30" TO RET-COD-12
               MOVE "OPCION INVALIDA" TO DESC-ERROR-12
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * SIN CORRELATIVAS CARGADAS PARA LA MATERIA NO HAY NADA MAS QUE
      * LEER; SI LAS HAY, SE CARGAN LAS REGLAS Y LOS EXAMENES DEL
      * ALUMNO Y SE BUSCA UNA DEUDA ENTRE LAS PREVIAS Y LAS LIBRES
       2000-PROCEDIMIENTO-VERIFICA.
           PERFORM 2100-CARGAR-REQUISITOS
           IF TABREQ-TOTAL > 0
               PERFORM 2200-CARGAR-REGLAS
               PERFORM 2300-CARGAR-EXAMENES
               PERFORM 2400-REVISAR-PREVIAS
               IF RET-COD-12 = "00"
                   PERFORM 2500-REVISAR-LIBRES
               END-IF
           END-IF.

           2100-CARGAR-REQUISITOS.
               MOVE 0 TO TABREQ-TOTAL
               OPEN INPUT CORRELAT
               IF WS-FS-COR-OK
                   PERFORM 2110-LEER-CORRELATIVA
                       UNTIL NOT WS-FS-COR-OK
               END-IF
               CLOSE CORRELAT.

           2110-LEER-CORRELATIVA.
               READ CORRELAT NEXT RECORD AT END
                   MOVE "10" TO WS-FS-COR
               END-READ
               IF WS-FS-COR-OK AND COR-ANIO = ANIO-COR
               AND COR-NRO-MATERIA = MATERIA-COR
               AND TABREQ-TOTAL < 20
                   ADD 1 TO TABREQ-TOTAL
                   MOVE COR-NRO-REQUISITO
                       TO TABREQ-MATERIA(TABREQ-TOTAL)
               END-IF.

           2200-CARGAR-REGLAS.
               MOVE 0 TO TABREG-TOTAL
               OPEN INPUT REGLAS
               IF WS-FS-REG-OK
                   PERFORM 2210-LEER-REGLA UNTIL NOT WS-FS-REG-OK
               END-IF
               CLOSE REGLAS.

      * LA ULTIMA REGLA CARGADA PARA UN AÑO ES LA QUE VALE
           2210-LEER-REGLA.
               READ REGLAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-REG
               END-READ
               IF WS-FS-REG-OK
                   MOVE "N" TO WS-REQ-HALLADA
                   PERFORM VARYING TABREG-INDICE FROM 1 BY 1
                       UNTIL TABREG-INDICE > TABREG-TOTAL
                       OR REQ-HALLADA-SI
                       IF TABREG-ANIO(TABREG-INDICE) = REG-ANIO
                           MOVE REG-NOTA-APROBACION
                               TO TABREG-NOTA(TABREG-INDICE)
                           MOVE "S" TO WS-REQ-HALLADA
                       END-IF
                   END-PERFORM
                   IF REQ-HALLADA-NO AND TABREG-TOTAL < 50
                       ADD 1 TO TABREG-TOTAL
                       MOVE REG-ANIO TO TABREG-ANIO(TABREG-TOTAL)
                       MOVE REG-NOTA-APROBACION
                           TO TABREG-NOTA(TABREG-TOTAL)
                   END-IF
               END-IF.

           2300-CARGAR-EXAMENES.
               MOVE 0 TO TABEXA-TOTAL
               OPEN INPUT EXAMENES
               IF WS-FS-EXA-OK
                   PERFORM 2310-LEER-EXAMEN UNTIL NOT WS-FS-EXA-OK
               END-IF
               CLOSE EXAMENES.

           2310-LEER-EXAMEN.
               READ EXAMENES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-EXA
               END-READ
               IF WS-FS-EXA-OK AND EXA-NRO-ALUMNO = ALUMNO-COR
                   MOVE EXA-NRO-MATERIA TO WS-DEUDA-MATERIA
                   PERFORM 2900-BUSCAR-REQUISITO
                   IF REQ-HALLADA-SI AND TABEXA-TOTAL < 200
                       ADD 1 TO TABEXA-TOTAL
                       MOVE EXA-NRO-MATERIA
                           TO TABEXA-MATERIA(TABEXA-TOTAL)
                       MOVE EXA-ANIO TO TABEXA-ANIO(TABEXA-TOTAL)
                       MOVE EXA-NOTA TO TABEXA-NOTA(TABEXA-TOTAL)
                   END-IF
               END-IF.

      * UNA PREVIA PENDIENTE DE UNA MATERIA REQUERIDA, SIN EXAMEN
      * APROBADO, ES DEUDA (PGPREVIA PUEDE NO HABER CORRIDO TODAVIA)
           2400-REVISAR-PREVIAS.
               OPEN INPUT PREVIAS
               IF WS-FS-PRE-OK
                   PERFORM 2410-LEER-PREVIA
                       UNTIL NOT WS-FS-PRE-OK OR RET-COD-12 NOT = "00"
               END-IF
               CLOSE PREVIAS.

           2410-LEER-PREVIA.
               READ PREVIAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PRE
               END-READ
               IF WS-FS-PRE-OK AND PRE-NRO-ALUMNO = ALUMNO-COR
               AND PRE-ESTADO-PENDIENTE
                   MOVE PRE-NRO-MATERIA TO WS-DEUDA-MATERIA
                   MOVE PRE-ANIO-ORIGEN TO WS-DEUDA-ANIO
                   PERFORM 2900-BUSCAR-REQUISITO
                   IF REQ-HALLADA-SI
                       PERFORM 2950-BUSCAR-EXAMEN-APROBADO
                       IF EXA-APROBADO-NO
                           PERFORM 2990-MARCAR-DEUDA
                       END-IF
                   END-IF
               END-IF.

      * UNA MATERIA REQUERIDA EN LA QUE EL ALUMNO QUEDO LIBRE, SIN
      * EXAMEN APROBADO, TAMBIEN ES DEUDA
           2500-REVISAR-LIBRES.
               OPEN INPUT LIBRES
               IF WS-FS-LIB-OK
                   PERFORM 2510-LEER-LIBRE
                       UNTIL NOT WS-FS-LIB-OK OR RET-COD-12 NOT = "00"
               END-IF
               CLOSE LIBRES.

           2510-LEER-LIBRE.
               READ LIBRES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-LIB
               END-READ
               IF WS-FS-LIB-OK AND LIB-NRO-ALUMNO = ALUMNO-COR
                   MOVE LIB-NRO-MATERIA TO WS-DEUDA-MATERIA
                   MOVE LIB-ANIO TO WS-DEUDA-ANIO
                   PERFORM 2900-BUSCAR-REQUISITO
                   IF REQ-HALLADA-SI
                       PERFORM 2950-BUSCAR-EXAMEN-APROBADO
                       IF EXA-APROBADO-NO
                           PERFORM 2990-MARCAR-DEUDA
                       END-IF
                   END-IF
               END-IF.

           2900-BUSCAR-REQUISITO.
               MOVE "N" TO WS-REQ-HALLADA
               PERFORM VARYING TABREQ-INDICE FROM 1 BY 1
                   UNTIL TABREQ-INDICE > TABREQ-TOTAL OR REQ-HALLADA-SI
                   IF TABREQ-MATERIA(TABREQ-INDICE) = WS-DEUDA-MATERIA
                       MOVE "S" TO WS-REQ-HALLADA
                   END-IF
               END-PERFORM.

      * LA NOTA QUE SALDA LA DEUDA ES LA DE LA REGLA DE SU AÑO DE
      * ORIGEN; SIN REGLA, LA HISTORICA DE 7.0
           2950-BUSCAR-EXAMEN-APROBADO.
               MOVE 7.0 TO WS-NOTA-SALDO
               PERFORM VARYING TABREG-INDICE FROM 1 BY 1
                   UNTIL TABREG-INDICE > TABREG-TOTAL
                   IF TABREG-ANIO(TABREG-INDICE) = WS-DEUDA-ANIO
                       MOVE TABREG-NOTA(TABREG-INDICE) TO WS-NOTA-SALDO
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EXA-APROBADO
               PERFORM VARYING TABEXA-INDICE FROM 1 BY 1
                   UNTIL TABEXA-INDICE > TABEXA-TOTAL OR EXA-APROBADO-SI
                   IF TABEXA-MATERIA(TABEXA-INDICE) = WS-DEUDA-MATERIA
                   AND TABEXA-ANIO(TABEXA-INDICE) >= WS-DEUDA-ANIO
                   AND TABEXA-NOTA(TABEXA-INDICE) >= WS-NOTA-SALDO
                       MOVE "S" TO WS-EXA-APROBADO
                   END-IF
               END-PERFORM.

           2990-MARCAR-DEUDA.
               MOVE WS-DEUDA-MATERIA TO REQUISITO-COR
               MOVE "24" TO RET-COD-12
               MOVE SPACES TO DESC-ERROR-12
               STRING "ADEUDA LA MATERIA CORRELATIVA "
                   DELIMITED BY SIZE
                   WS-DEUDA-MATERIA DELIMITED BY SIZE
                   INTO DESC-ERROR-12.
       END PROGRAM RUTCORR.
