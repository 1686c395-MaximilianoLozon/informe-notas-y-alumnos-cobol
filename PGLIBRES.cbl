       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGLIBRES.

      * ALUMNOS LIBRES POR INASISTENCIAS: PROCESO MENSUAL QUE SE
      * CORRE DESPUES DEL CIERRE DE ASISTENCIA (PGASIMES). SUMA LAS
      * INASISTENCIAS DEL AÑO DE CADA ALUMNO EN CADA MATERIA DESDE
      * ASISTENCIA.dat Y, CUANDO SUPERAN EL TOPE DE LA REGLA DEL AÑO
      * (PGENREGL), DEJA AL ALUMNO LIBRE EN ESA MATERIA EN LIBRES.dat
      * E IMPRIME LA NOTIFICACION PARA LA FAMILIA. EL ALUMNO LIBRE
      * DEBE RENDIR LA MATERIA EN MESA: SI YA HAY UNA MESA PROGRAMADA
      * DE ESA MATERIA (PGENMESA) SE LO INSCRIBE DE OFICIO EN LA MAS
      * PROXIMA; SI NO, QUEDA PENDIENTE Y CADA CORRIDA SIGUIENTE LO
      * INSCRIBE EN CUANTO LA MESA APARECE, HASTA QUE APRUEBE EL
      * EXAMEN. EL BOLETIN (PGMLIST1) Y LA PROMOCION (PGPROMOC) NO
      * PROMEDIAN LA MATERIA LIBRE: LA TOMAN COMO PENDIENTE DE EXAMEN.
      * MIENTRAS EL ALUMNO ADEUDE UNA CORRELATIVA DE LA MATERIA
      * (RUTCORR) NO SE LO INSCRIBE: SE REINTENTA EN CADA CORRIDA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * REGLAS POR AÑO (PGENREGL): EL TOPE DE INASISTENCIAS POR
      * MATERIA Y LA NOTA DE APROBACION DEL EXAMEN SALEN DE ACA
       SELECT OPTIONAL REGLAS      ASSIGN TO "REGLAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REG.
      * ASISTENCIA MENSUAL POR ALUMNO Y MATERIA (PGENASIS/PGASIMES)
       SELECT OPTIONAL ASISTENCIA  ASSIGN TO "ASISTENCIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASI.
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * RESPONSABLES/CONTACTOS (PGENRESP): LA NOTIFICACION VA
      * DIRIGIDA AL PRIMERO CARGADO DE CADA ALUMNO
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
      * CONDICION DE LIBRE: UN REGISTRO POR ALUMNO, MATERIA Y AÑO;
      * SOLO SE AGREGA, UNA SEGUNDA CORRIDA NO DUPLICA
       SELECT OPTIONAL LIBRES      ASSIGN TO "LIBRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB.
      * MESAS DE EXAMEN PROGRAMADAS (PGENMESA)
       SELECT OPTIONAL MESAS       ASSIGN TO "MESAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MES.
      * INSCRIPCIONES A MESA: LA INSCRIPCION DE OFICIO DEL LIBRE SE
      * AGREGA AL MISMO ARCHIVO QUE USA PGENMESA, ASI SALE EN EL ACTA
      * VOLANTE Y PGENEXAM ACEPTA SU NOTA
       SELECT OPTIONAL MESAINSC    ASSIGN TO "MESAINSC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MIN.
      * EXAMENES RENDIDOS (PGENEXAM): EL LIBRE CON EXAMEN APROBADO YA
      * NO SE VUELVE A INSCRIBIR
       SELECT OPTIONAL EXAMENES    ASSIGN TO "EXAMENES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXA.
      * NOTIFICACIONES IMPRESAS PARA LAS FAMILIAS
       SELECT AVISOLIB             ASSIGN TO "AVISOLIB.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AVL.
      * CONTROL DE CORRIDAS BATCH COMPARTIDO: UN REGISTRO DE INICIO Y
      * UNO DE FIN POR CORRIDA, CON CONTADORES Y ESTADO FINAL
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
      * EL TOPE DE INASISTENCIAS VA AL FINAL DEL REGISTRO: EN LAS
      * REGLAS CARGADAS ANTES DE TENERLO QUEDA EN BLANCO (SIN TOPE)
       FD REGLAS.
           01 REGLAS-REGISTRO.
              05 REG-ANIO PIC 9(4).
              05 REG-NOTA-APROBACION PIC 99V9.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

       FD ASISTENCIA.
           01 ASISTENCIA-REGISTRO.
              05 ASI-NRO-ALUMNO PIC 9(4).
              05 ASI-NRO-MATERIA PIC 99.
              05 ASI-ANIO PIC 9(4).
              05 ASI-MES PIC 99.
              05 ASI-CLASES PIC 99.
              05 ASI-INASISTENCIAS PIC 99.

       FD ALUMNOS.
           01 ALUMNOS-REGISTRO.
              05 ALU-NRO-ALUMNO PIC 9(4).
              05 ALU-NOMBRE PIC X(23).
              05 ALU-NRO-PAIS PIC 999.
              05 ALU-ANIO PIC 9(4).
              05 ALU-MES PIC 99.
              05 ALU-DOCUMENTO PIC 9(8).
              05 ALU-SECCION PIC X(2).
              05 ALU-ESTADO PIC X.
                 88 ALU-ESTADO-ACTIVO VALUE "A".

       FD RESPONSABLES.
           01 RESPONSABLES-REGISTRO.
              05 RES-NRO-ALUMNO PIC 9(4).
              05 RES-NOMBRE PIC X(25).
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

      * FECHA EN QUE QUEDO LIBRE, INASISTENCIAS ACUMULADAS A ESA
      * FECHA Y TOPE DE LA REGLA QUE SE APLICO
       FD LIBRES.
           01 LIBRES-REGISTRO.
              05 LIB-NRO-ALUMNO PIC 9(4).
              05 LIB-NRO-MATERIA PIC 99.
              05 LIB-ANIO PIC 9(4).
              05 LIB-FECHA PIC 9(8).
              05 LIB-INASISTENCIAS PIC 9(3).
              05 LIB-TOPE PIC 999.

       FD MESAS.
           01 MESAS-REGISTRO.
              05 MES-NRO-MATERIA PIC 99.
              05 MES-ANIO PIC 9(4).
              05 MES-DIA PIC 99.
              05 MES-MES PIC 99.
              05 MES-DOCENTE-1 PIC 9(4).
              05 MES-DOCENTE-2 PIC 9(4).
              05 MES-DOCENTE-3 PIC 9(4).

       FD MESAINSC.
           01 MESAINSC-REGISTRO.
              05 MIN-NRO-ALUMNO PIC 9(4).
              05 MIN-NRO-MATERIA PIC 99.
              05 MIN-ANIO PIC 9(4).
              05 MIN-DIA PIC 99.
              05 MIN-MES PIC 99.

       FD EXAMENES.
           01 EXAMENES-REGISTRO.
              05 EXA-NRO-ALUMNO PIC 9(4).
              05 EXA-NRO-MATERIA PIC 99.
              05 EXA-ANIO PIC 9(4).
              05 EXA-DIA-MESA PIC 99.
              05 EXA-MES-MESA PIC 99.
              05 EXA-NOTA PIC 99V9.

       FD AVISOLIB.
           01 AVISOLIB-LINEA PIC X(80).

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
       01 WS-FS-REG PIC XX.
           88 WS-FS-REG-OK VALUE "00".
       01 WS-FS-ASI PIC XX.
           88 WS-FS-ASI-OK VALUE "00".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
           88 WS-FS-LIB-NOEXISTE VALUE "05" "35".
       01 WS-FS-MES PIC XX.
           88 WS-FS-MES-OK VALUE "00".
       01 WS-FS-MIN PIC XX.
           88 WS-FS-MIN-OK VALUE "00".
           88 WS-FS-MIN-NOEXISTE VALUE "05" "35".
       01 WS-FS-EXA PIC XX.
           88 WS-FS-EXA-OK VALUE "00".
       01 WS-FS-AVL PIC XX.
           88 WS-FS-AVL-OK VALUE "00".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

       77 WS-ANIO-PROCESO PIC 9(4) VALUE 0.
       01 WS-HOY PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 WS-HOY-MES PIC 99.
           05 WS-HOY-DIA PIC 99.
       01 WS-HOY-ED PIC X(10) VALUE SPACES.

      * REGLA DEL AÑO PROCESADO; SIN REGLA, O CON EL TOPE EN CERO O
      * EN BLANCO, NO SE MARCAN LIBRES NUEVOS (LAS INSCRIPCIONES DE
      * LOS LIBRES YA MARCADOS SE HACEN IGUAL)
       01 WS-REGLA-HALLADA PIC X VALUE "N".
           88 REGLA-HALLADA-SI VALUE "S".
           88 REGLA-HALLADA-NO VALUE "N".
       77 WS-MAX-INASISTENCIAS PIC 999 VALUE 0.

      * NOTA DE APROBACION POR AÑO, PARA DAR POR RENDIDA LA MATERIA
      * LIBRE CON LA REGLA DE SU AÑO (EL MISMO CRITERIO QUE PGPREVIA);
      * SIN REGLA SE USA LA HISTORICA DE 7.0
       01 TABLA-REGLAS.
           05 TABREG-FILA OCCURS 50 TIMES.
               10 TABREG-ANIO PIC 9(4).
               10 TABREG-NOTA PIC 99V9.
       77 TABREG-INDICE PIC 99.
       77 TABREG-TOTAL PIC 99 VALUE 0.
       01 WS-REG-HALLADA PIC X VALUE "N".
           88 REG-HALLADA-SI VALUE "S".
           88 REG-HALLADA-NO VALUE "N".
       77 WS-NOTA-APROBACION PIC 99V9 VALUE 0.

      * ALUMNOS ACTIVOS DEL MAESTRO
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.
       01 WS-ALU-ENCONTRADO PIC X VALUE "N".
           88 ALU-ENCONTRADO-SI VALUE "S".
           88 ALU-ENCONTRADO-NO VALUE "N".

      * PRIMER RESPONSABLE DE CADA ALUMNO
       01 TABLA-RESPONSABLES.
           05 TABRES-FILA OCCURS 10000 TIMES.
               10 TABRES-NRO PIC 9(4).
               10 TABRES-NOMBRE PIC X(25).
       77 TABRES-INDICE PIC 9(5).
       77 TABRES-TOTAL PIC 9(5) VALUE 0.
       01 WS-RES-ENCONTRADO PIC X VALUE "N".
           88 RES-ENCONTRADO-SI VALUE "S".
           88 RES-ENCONTRADO-NO VALUE "N".

      * INASISTENCIAS DEL AÑO ACUMULADAS POR ALUMNO Y MATERIA
       01 TABLA-INASIST.
           05 TINA-FILA OCCURS 60000 TIMES.
               10 TINA-ALUMNO PIC 9(4).
               10 TINA-MATERIA PIC 99.
               10 TINA-INASIST PIC 9(4).
       77 TINA-INDICE PIC 9(5).
       77 TINA-TOTAL PIC 9(5) VALUE 0.
       01 WS-TINA-ENCONTRADO PIC X VALUE "N".
           88 TINA-ENCONTRADO-SI VALUE "S".
           88 TINA-ENCONTRADO-NO VALUE "N".

      * LIBRES YA REGISTRADOS (TODOS LOS AÑOS) MAS LOS DE ESTA CORRIDA
       01 TABLA-LIBRES.
           05 TABLIB-FILA OCCURS 5000 TIMES.
               10 TABLIB-ALUMNO PIC 9(4).
               10 TABLIB-MATERIA PIC 99.
               10 TABLIB-ANIO PIC 9(4).
               10 TABLIB-FECHA PIC 9(8).
               10 TABLIB-INASIST PIC 9(3).
               10 TABLIB-TOPE PIC 999.
      * S = QUEDO LIBRE EN ESTA CORRIDA (LLEVA LA NOTIFICACION)
               10 TABLIB-NUEVO PIC X.
       77 TABLIB-INDICE PIC 9(4).
       77 TABLIB-TOTAL PIC 9(4) VALUE 0.
       01 WS-LIB-HALLADO PIC X VALUE "N".
           88 LIB-HALLADO-SI VALUE "S".
           88 LIB-HALLADO-NO VALUE "N".

      * MESAS PROGRAMADAS, CON LA FECHA ARMADA AAAAMMDD
       01 TABLA-MESAS.
           05 TABMES-FILA OCCURS 200 TIMES.
               10 TABMES-MATERIA PIC 99.
               10 TABMES-FECHA PIC 9(8).
       77 TABMES-INDICE PIC 999.
       77 TABMES-TOTAL PIC 999 VALUE 0.

      * INSCRIPCIONES A MESA, CON LA FECHA ARMADA AAAAMMDD
       01 TABLA-INSCRIPCIONES.
           05 TABINS-FILA OCCURS 10000 TIMES.
               10 TABINS-ALUMNO PIC 9(4).
               10 TABINS-MATERIA PIC 99.
               10 TABINS-FECHA PIC 9(8).
       77 TABINS-INDICE PIC 9(5).
       77 TABINS-TOTAL PIC 9(5) VALUE 0.
       01 WS-INS-HALLADA PIC X VALUE "N".
           88 INS-HALLADA-SI VALUE "S".
           88 INS-HALLADA-NO VALUE "N".

      * EXAMENES RENDIDOS
       01 TABLA-EXAMENES.
           05 TABEXA-FILA OCCURS 5000 TIMES.
               10 TABEXA-ALUMNO PIC 9(4).
               10 TABEXA-MATERIA PIC 99.
               10 TABEXA-ANIO PIC 9(4).
               10 TABEXA-NOTA PIC 99V9.
       77 TABEXA-INDICE PIC 9(4).
       77 TABEXA-TOTAL PIC 9(4) VALUE 0.
       01 WS-EXA-APROBADO PIC X VALUE "N".
           88 EXA-APROBADO-SI VALUE "S".
           88 EXA-APROBADO-NO VALUE "N".

      * DESBORDE DE TABLAS INTERNAS: SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO DISTINTO DE CERO
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * DATOS DE LA NOTIFICACION EN CURSO
       77 WS-NOT-ALUMNO PIC 9(4) VALUE 0.
       77 WS-NOT-MATERIA PIC 99 VALUE 0.
       01 WS-NOT-NOMBRE PIC X(23) VALUE SPACES.
       01 WS-NOT-SECCION PIC X(2) VALUE SPACES.
       01 WS-NOT-RESPONSABLE PIC X(25) VALUE SPACES.
       01 WS-NOT-MATERIA-NOMBRE PIC X(25) VALUE SPACES.
       01 WS-LIBRE-NUEVO PIC X VALUE "N".
           88 LIBRE-NUEVO-SI VALUE "S".
           88 LIBRE-NUEVO-NO VALUE "N".
       77 WS-FECHA-MESA PIC 9(8) VALUE 0.
       01 WS-FECHA-TRABAJO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-TRABAJO.
           05 WS-FT-ANIO PIC 9(4).
           05 WS-FT-MES PIC 99.
           05 WS-FT-DIA PIC 99.
       01 WS-FECHA-MESA-ED PIC X(10) VALUE SPACES.
       01 WS-INASIST-ED PIC ZZ9.
       01 WS-TOPE-ED PIC ZZ9.
       01 WS-LINEA-CARTA PIC X(80) VALUE SPACES.

       77 WS-TOTAL-ASISTENCIA PIC 9(6) VALUE 0.
       77 WS-TOTAL-LIBRES-NUEVOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-YA-LIBRES PIC 9(6) VALUE 0.
       77 WS-TOTAL-INSCRIPTOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-SIN-MESA PIC 9(6) VALUE 0.
      * LIBRES CON MESA PROGRAMADA PERO RETENIDOS POR CORRELATIVA
       77 WS-TOTAL-CORRELATIVA PIC 9(6) VALUE 0.

      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTCORR PIC X(8) VALUE "RUTCORR".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACM.cpy".
       COPY "COPY-ACC.cpy".

      * OPERADOR QUE CORRE EL PROCESO, VOLCADO EN CADA LINEA DE
      * AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
      * RECUPERAR EL CONTROL CUANDO EL OPERADOR SALE DE ACA
       0000-MAIN-PROCEDURE.
           INITIALIZE AreaDeComunicacionSesion
           MOVE 1 TO Opcion-sesion
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "AÑO LECTIVO A PROCESAR (0 = AÑO EN CURSO)"
           ACCEPT WS-ANIO-PROCESO
           IF WS-ANIO-PROCESO = 0
               MOVE WS-HOY-ANIO TO WS-ANIO-PROCESO
           END-IF
           MOVE "I" TO WS-RUN-TIPO
           MOVE SPACE TO WS-RUN-ESTADO
           PERFORM 9910-GRABAR-RUNCTL
           PERFORM 0100-BUSCAR-REGLA
           IF REGLA-HALLADA-SI AND WS-MAX-INASISTENCIAS > 0
               DISPLAY "TOPE DE INASISTENCIAS POR MATERIA: "
                   WS-MAX-INASISTENCIAS
           ELSE
               DISPLAY "SIN TOPE DE INASISTENCIAS PARA EL AÑO"
                   " (PGENREGL): NO SE MARCAN LIBRES NUEVOS"
           END-IF
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           PERFORM 1100-CARGAR-TABLA-ALUMNOS
           PERFORM 1200-CARGAR-TABLA-RESPONSABLES
           PERFORM 1300-CARGAR-TABLA-LIBRES
           PERFORM 1400-CARGAR-TABLA-MESAS
           PERFORM 1500-CARGAR-TABLA-INSCRIPCIONES
           PERFORM 1600-CARGAR-TABLA-EXAMENES
           OPEN OUTPUT AVISOLIB
           IF NOT WS-FS-AVL-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-AVL
           END-IF
           IF REGLA-HALLADA-SI AND WS-MAX-INASISTENCIAS > 0
               PERFORM 1700-ACUMULAR-INASISTENCIAS
               PERFORM 2000-MARCAR-LIBRES
           END-IF
           PERFORM 3000-INSCRIBIR-LIBRES-PENDIENTES
           CLOSE AVISOLIB
           PERFORM 9930-REGISTRAR-SPOOL
           PERFORM 4000-MOSTRAR-RESUMEN
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: EL PROCESO DE LIBRES ESTA INCOMPLETO"
                   " POR DESBORDE DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
               MOVE "A" TO WS-RUN-ESTADO
           ELSE
               MOVE "N" TO WS-RUN-ESTADO
           END-IF
           MOVE "F" TO WS-RUN-TIPO
           PERFORM 9910-GRABAR-RUNCTL
           GOBACK.

      * BUSCA LA REGLA DEL AÑO PROCESADO (SI EL MISMO AÑO FUE CARGADO
      * MAS DE UNA VEZ QUEDA LA ULTIMA) Y DEJA EN TABLA LA NOTA DE
      * APROBACION DE CADA AÑO
       0100-BUSCAR-REGLA.
           MOVE "N" TO WS-REGLA-HALLADA
           MOVE 0 TO TABREG-TOTAL
           OPEN INPUT REGLAS
           IF WS-FS-REG-OK
               PERFORM 0110-LEER-REGLA UNTIL NOT WS-FS-REG-OK
           END-IF
           CLOSE REGLAS.

       0110-LEER-REGLA.
           READ REGLAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-REG
           END-READ
           IF WS-FS-REG-OK
               IF REG-ANIO = WS-ANIO-PROCESO
                   MOVE "S" TO WS-REGLA-HALLADA
                   IF REG-MAX-INASISTENCIAS IS NUMERIC
                       MOVE REG-MAX-INASISTENCIAS
                           TO WS-MAX-INASISTENCIAS
                   ELSE
                       MOVE 0 TO WS-MAX-INASISTENCIAS
                   END-IF
               END-IF
               MOVE "N" TO WS-REG-HALLADA
               PERFORM VARYING TABREG-INDICE FROM 1 BY 1
                   UNTIL TABREG-INDICE > TABREG-TOTAL
                   OR REG-HALLADA-SI
                   IF TABREG-ANIO(TABREG-INDICE) = REG-ANIO
                       MOVE REG-NOTA-APROBACION
                           TO TABREG-NOTA(TABREG-INDICE)
                       MOVE "S" TO WS-REG-HALLADA
                   END-IF
               END-PERFORM
               IF REG-HALLADA-NO AND TABREG-TOTAL < 50
                   ADD 1 TO TABREG-TOTAL
                   MOVE REG-ANIO TO TABREG-ANIO(TABREG-TOTAL)
                   MOVE REG-NOTA-APROBACION
                       TO TABREG-NOTA(TABREG-TOTAL)
               END-IF
           END-IF.

       1100-CARGAR-TABLA-ALUMNOS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 1110-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS.

      * SOLO LOS ALUMNOS ACTIVOS QUEDAN LIBRES O SE INSCRIBEN: EL
      * DADO DE BAJA YA NO CURSA NI RINDE EN ESTA ESCUELA
       1110-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               IF TABALU-TOTAL < 10000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
                   MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1200-CARGAR-TABLA-RESPONSABLES.
           MOVE 0 TO TABRES-TOTAL
           OPEN INPUT RESPONSABLES
           IF WS-FS-RES-OK
               PERFORM 1210-LEER-RESPONSABLE
                   UNTIL NOT WS-FS-RES-OK
           END-IF
           CLOSE RESPONSABLES.

       1210-LEER-RESPONSABLE.
           READ RESPONSABLES NEXT RECORD AT END
               MOVE "10" TO WS-FS-RES
           END-READ
           IF WS-FS-RES-OK
               MOVE "N" TO WS-RES-ENCONTRADO
               PERFORM VARYING TABRES-INDICE FROM 1 BY 1
                   UNTIL TABRES-INDICE > TABRES-TOTAL
                   OR RES-ENCONTRADO-SI
                   IF RES-NRO-ALUMNO = TABRES-NRO(TABRES-INDICE)
                       MOVE "S" TO WS-RES-ENCONTRADO
                   END-IF
               END-PERFORM
               IF RES-ENCONTRADO-NO
                   IF TABRES-TOTAL < 10000
                       ADD 1 TO TABRES-TOTAL
                       MOVE RES-NRO-ALUMNO TO TABRES-NRO(TABRES-TOTAL)
                       MOVE RES-NOMBRE TO TABRES-NOMBRE(TABRES-TOTAL)
                   ELSE
                       MOVE "TABLA-RESPONSABLES"
                           TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1300-CARGAR-TABLA-LIBRES.
           MOVE 0 TO TABLIB-TOTAL
           OPEN INPUT LIBRES
           IF WS-FS-LIB-OK
               PERFORM 1310-LEER-LIBRE UNTIL NOT WS-FS-LIB-OK
           END-IF
           CLOSE LIBRES.

       1310-LEER-LIBRE.
           READ LIBRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LIB
           END-READ
           IF WS-FS-LIB-OK
               IF TABLIB-TOTAL < 5000
                   ADD 1 TO TABLIB-TOTAL
                   MOVE LIB-NRO-ALUMNO TO TABLIB-ALUMNO(TABLIB-TOTAL)
                   MOVE LIB-NRO-MATERIA
                       TO TABLIB-MATERIA(TABLIB-TOTAL)
                   MOVE LIB-ANIO TO TABLIB-ANIO(TABLIB-TOTAL)
                   MOVE LIB-FECHA TO TABLIB-FECHA(TABLIB-TOTAL)
                   MOVE LIB-INASISTENCIAS
                       TO TABLIB-INASIST(TABLIB-TOTAL)
                   MOVE LIB-TOPE TO TABLIB-TOPE(TABLIB-TOTAL)
                   MOVE "N" TO TABLIB-NUEVO(TABLIB-TOTAL)
               ELSE
                   MOVE "TABLA-LIBRES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1400-CARGAR-TABLA-MESAS.
           MOVE 0 TO TABMES-TOTAL
           OPEN INPUT MESAS
           IF WS-FS-MES-OK
               PERFORM 1410-LEER-MESA UNTIL NOT WS-FS-MES-OK
           END-IF
           CLOSE MESAS.

       1410-LEER-MESA.
           READ MESAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-MES
           END-READ
           IF WS-FS-MES-OK
               IF TABMES-TOTAL < 200
                   ADD 1 TO TABMES-TOTAL
                   MOVE MES-NRO-MATERIA TO TABMES-MATERIA(TABMES-TOTAL)
                   MOVE MES-ANIO TO WS-FT-ANIO
                   MOVE MES-MES TO WS-FT-MES
                   MOVE MES-DIA TO WS-FT-DIA
                   MOVE WS-FECHA-TRABAJO TO TABMES-FECHA(TABMES-TOTAL)
               ELSE
                   MOVE "TABLA-MESAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1500-CARGAR-TABLA-INSCRIPCIONES.
           MOVE 0 TO TABINS-TOTAL
           OPEN INPUT MESAINSC
           IF WS-FS-MIN-OK
               PERFORM 1510-LEER-INSCRIPCION UNTIL NOT WS-FS-MIN-OK
           END-IF
           CLOSE MESAINSC.

       1510-LEER-INSCRIPCION.
           READ MESAINSC NEXT RECORD AT END
               MOVE "10" TO WS-FS-MIN
           END-READ
           IF WS-FS-MIN-OK
               IF TABINS-TOTAL < 10000
                   ADD 1 TO TABINS-TOTAL
                   MOVE MIN-NRO-ALUMNO TO TABINS-ALUMNO(TABINS-TOTAL)
                   MOVE MIN-NRO-MATERIA
                       TO TABINS-MATERIA(TABINS-TOTAL)
                   MOVE MIN-ANIO TO WS-FT-ANIO
                   MOVE MIN-MES TO WS-FT-MES
                   MOVE MIN-DIA TO WS-FT-DIA
                   MOVE WS-FECHA-TRABAJO TO TABINS-FECHA(TABINS-TOTAL)
               ELSE
                   MOVE "TABLA-INSCRIPCIONES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1600-CARGAR-TABLA-EXAMENES.
           MOVE 0 TO TABEXA-TOTAL
           OPEN INPUT EXAMENES
           IF WS-FS-EXA-OK
               PERFORM 1610-LEER-EXAMEN UNTIL NOT WS-FS-EXA-OK
           END-IF
           CLOSE EXAMENES.

       1610-LEER-EXAMEN.
           READ EXAMENES NEXT RECORD AT END
               MOVE "10" TO WS-FS-EXA
           END-READ
           IF WS-FS-EXA-OK
               IF TABEXA-TOTAL < 5000
                   ADD 1 TO TABEXA-TOTAL
                   MOVE EXA-NRO-ALUMNO TO TABEXA-ALUMNO(TABEXA-TOTAL)
                   MOVE EXA-NRO-MATERIA
                       TO TABEXA-MATERIA(TABEXA-TOTAL)
                   MOVE EXA-ANIO TO TABEXA-ANIO(TABEXA-TOTAL)
                   MOVE EXA-NOTA TO TABEXA-NOTA(TABEXA-TOTAL)
               ELSE
                   MOVE "TABLA-EXAMENES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * SUMA LAS INASISTENCIAS DE TODOS LOS MESES CERRADOS DEL AÑO
      * POR ALUMNO Y MATERIA
       1700-ACUMULAR-INASISTENCIAS.
           MOVE 0 TO TINA-TOTAL
           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI-OK
               PERFORM 1710-LEER-ASISTENCIA UNTIL NOT WS-FS-ASI-OK
           END-IF
           CLOSE ASISTENCIA.

       1710-LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-ASI
           END-READ
           IF WS-FS-ASI-OK AND ASI-ANIO = WS-ANIO-PROCESO
               ADD 1 TO WS-TOTAL-ASISTENCIA
               MOVE "N" TO WS-TINA-ENCONTRADO
               PERFORM VARYING TINA-INDICE FROM 1 BY 1
                   UNTIL TINA-INDICE > TINA-TOTAL
                   OR TINA-ENCONTRADO-SI
                   IF TINA-ALUMNO(TINA-INDICE) = ASI-NRO-ALUMNO
                   AND TINA-MATERIA(TINA-INDICE) = ASI-NRO-MATERIA
                       ADD ASI-INASISTENCIAS
                           TO TINA-INASIST(TINA-INDICE)
                       MOVE "S" TO WS-TINA-ENCONTRADO
                   END-IF
               END-PERFORM
               IF TINA-ENCONTRADO-NO
                   IF TINA-TOTAL < 60000
                       ADD 1 TO TINA-TOTAL
                       MOVE ASI-NRO-ALUMNO TO TINA-ALUMNO(TINA-TOTAL)
                       MOVE ASI-NRO-MATERIA
                           TO TINA-MATERIA(TINA-TOTAL)
                       MOVE ASI-INASISTENCIAS
                           TO TINA-INASIST(TINA-TOTAL)
                   ELSE
                       MOVE "TABLA-INASIST" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * CADA ALUMNO/MATERIA QUE SUPERA EL TOPE Y TODAVIA NO ESTA
      * LIBRE EN ESE AÑO QUEDA LIBRE DESDE HOY
       2000-MARCAR-LIBRES.
           OPEN EXTEND LIBRES
           IF NOT WS-FS-LIB-OK AND NOT WS-FS-LIB-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LIB
           ELSE
               PERFORM 2100-EVALUAR-INASISTENCIA
                   VARYING TINA-INDICE FROM 1 BY 1
                   UNTIL TINA-INDICE > TINA-TOTAL
           END-IF
           CLOSE LIBRES.

       2100-EVALUAR-INASISTENCIA.
           IF TINA-INASIST(TINA-INDICE) > WS-MAX-INASISTENCIAS
               MOVE TINA-ALUMNO(TINA-INDICE) TO WS-NOT-ALUMNO
               MOVE TINA-MATERIA(TINA-INDICE) TO WS-NOT-MATERIA
               PERFORM 2200-BUSCAR-ALUMNO
               IF ALU-ENCONTRADO-SI
                   MOVE "N" TO WS-LIB-HALLADO
                   PERFORM VARYING TABLIB-INDICE FROM 1 BY 1
                       UNTIL TABLIB-INDICE > TABLIB-TOTAL
                       OR LIB-HALLADO-SI
                       IF TABLIB-ALUMNO(TABLIB-INDICE) = WS-NOT-ALUMNO
                       AND TABLIB-MATERIA(TABLIB-INDICE) =
                           WS-NOT-MATERIA
                       AND TABLIB-ANIO(TABLIB-INDICE) =
                           WS-ANIO-PROCESO
                           MOVE "S" TO WS-LIB-HALLADO
                       END-IF
                   END-PERFORM
                   IF LIB-HALLADO-SI
                       ADD 1 TO WS-TOTAL-YA-LIBRES
                   ELSE
                       PERFORM 2300-GRABAR-LIBRE
                   END-IF
               END-IF
           END-IF.

      * DEJA EN WS-NOT-NOMBRE/SECCION LOS DATOS DEL ALUMNO ACTIVO Y
      * EN WS-NOT-RESPONSABLE SU PRIMER RESPONSABLE
       2200-BUSCAR-ALUMNO.
           MOVE "N" TO WS-ALU-ENCONTRADO
           PERFORM VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL OR ALU-ENCONTRADO-SI
               IF TABALU-NRO(TABALU-INDICE) = WS-NOT-ALUMNO
                   MOVE TABALU-NOMBRE(TABALU-INDICE) TO WS-NOT-NOMBRE
                   MOVE TABALU-SECCION(TABALU-INDICE)
                       TO WS-NOT-SECCION
                   MOVE "S" TO WS-ALU-ENCONTRADO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NOT-RESPONSABLE
           MOVE "N" TO WS-RES-ENCONTRADO
           PERFORM VARYING TABRES-INDICE FROM 1 BY 1
               UNTIL TABRES-INDICE > TABRES-TOTAL OR RES-ENCONTRADO-SI
               IF TABRES-NRO(TABRES-INDICE) = WS-NOT-ALUMNO
                   MOVE TABRES-NOMBRE(TABRES-INDICE)
                       TO WS-NOT-RESPONSABLE
                   MOVE "S" TO WS-RES-ENCONTRADO
               END-IF
           END-PERFORM.

       2300-GRABAR-LIBRE.
           IF TABLIB-TOTAL NOT < 5000
               MOVE "TABLA-LIBRES" TO WS-TABLA-DESBORDADA
               PERFORM 9950-MARCAR-DESBORDE
           ELSE
               MOVE WS-NOT-ALUMNO TO LIB-NRO-ALUMNO
               MOVE WS-NOT-MATERIA TO LIB-NRO-MATERIA
               MOVE WS-ANIO-PROCESO TO LIB-ANIO
               MOVE WS-HOY TO LIB-FECHA
               MOVE TINA-INASIST(TINA-INDICE) TO LIB-INASISTENCIAS
               MOVE WS-MAX-INASISTENCIAS TO LIB-TOPE
               WRITE LIBRES-REGISTRO
               IF NOT WS-FS-LIB-OK
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-LIB
               ELSE
                   ADD 1 TO WS-TOTAL-LIBRES-NUEVOS
                   ADD 1 TO TABLIB-TOTAL
                   MOVE LIB-NRO-ALUMNO TO TABLIB-ALUMNO(TABLIB-TOTAL)
                   MOVE LIB-NRO-MATERIA
                       TO TABLIB-MATERIA(TABLIB-TOTAL)
                   MOVE LIB-ANIO TO TABLIB-ANIO(TABLIB-TOTAL)
                   MOVE LIB-FECHA TO TABLIB-FECHA(TABLIB-TOTAL)
                   MOVE LIB-INASISTENCIAS
                       TO TABLIB-INASIST(TABLIB-TOTAL)
                   MOVE LIB-TOPE TO TABLIB-TOPE(TABLIB-TOTAL)
                   MOVE "S" TO TABLIB-NUEVO(TABLIB-TOTAL)
                   MOVE "LIBRE" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING LIB-NRO-ALUMNO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LIB-NRO-MATERIA DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF
           END-IF.

      * RECORRE TODOS LOS LIBRES (LOS NUEVOS DE ESTA CORRIDA Y LOS DE
      * CORRIDAS ANTERIORES): EL QUE SIGUE SIN APROBAR EL EXAMEN Y NO
      * TIENE INSCRIPCION A UNA MESA POR VENIR SE INSCRIBE EN LA
      * PROXIMA MESA PROGRAMADA DE LA MATERIA. LOS NUEVOS SIEMPRE
      * RECIBEN LA NOTIFICACION; LOS VIEJOS SOLO CUANDO SE LOS INSCRIBE
       3000-INSCRIBIR-LIBRES-PENDIENTES.
           OPEN EXTEND MESAINSC
           IF NOT WS-FS-MIN-OK AND NOT WS-FS-MIN-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-MIN
           ELSE
               PERFORM 3100-REVISAR-LIBRE
                   VARYING TABLIB-INDICE FROM 1 BY 1
                   UNTIL TABLIB-INDICE > TABLIB-TOTAL
           END-IF
           CLOSE MESAINSC.

       3100-REVISAR-LIBRE.
           MOVE TABLIB-ALUMNO(TABLIB-INDICE) TO WS-NOT-ALUMNO
           MOVE TABLIB-MATERIA(TABLIB-INDICE) TO WS-NOT-MATERIA
           MOVE TABLIB-NUEVO(TABLIB-INDICE) TO WS-LIBRE-NUEVO
           PERFORM 2200-BUSCAR-ALUMNO
           IF ALU-ENCONTRADO-SI
               PERFORM 3200-BUSCAR-EXAMEN-APROBADO
               IF EXA-APROBADO-NO
                   PERFORM 3300-BUSCAR-INSCRIPCION-VIGENTE
                   IF INS-HALLADA-NO
                       PERFORM 3400-BUSCAR-PROXIMA-MESA
                       IF WS-FECHA-MESA > 0
                           PERFORM 3450-VALIDAR-CORRELATIVAS
                       END-IF
                       IF WS-FECHA-MESA > 0
                           PERFORM 3500-GRABAR-INSCRIPCION
                       ELSE
                           ADD 1 TO WS-TOTAL-SIN-MESA
                       END-IF
                       IF LIBRE-NUEVO-SI OR WS-FECHA-MESA > 0
                           PERFORM 3600-IMPRIMIR-NOTIFICACION
                       END-IF
                   ELSE
                       IF LIBRE-NUEVO-SI
                           PERFORM 3600-IMPRIMIR-NOTIFICACION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * EL EXAMEN QUE LEVANTA LA CONDICION DE LIBRE ES UNO DEL AÑO DEL
      * LIBRE O POSTERIOR CON LA NOTA DE APROBACION DE LA REGLA DE ESE
      * AÑO
       3200-BUSCAR-EXAMEN-APROBADO.
           MOVE 7.0 TO WS-NOTA-APROBACION
           PERFORM VARYING TABREG-INDICE FROM 1 BY 1
               UNTIL TABREG-INDICE > TABREG-TOTAL
               IF TABREG-ANIO(TABREG-INDICE) =
                   TABLIB-ANIO(TABLIB-INDICE)
                   MOVE TABREG-NOTA(TABREG-INDICE)
                       TO WS-NOTA-APROBACION
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EXA-APROBADO
           PERFORM VARYING TABEXA-INDICE FROM 1 BY 1
               UNTIL TABEXA-INDICE > TABEXA-TOTAL OR EXA-APROBADO-SI
               IF TABEXA-ALUMNO(TABEXA-INDICE) = WS-NOT-ALUMNO
               AND TABEXA-MATERIA(TABEXA-INDICE) = WS-NOT-MATERIA
               AND TABEXA-ANIO(TABEXA-INDICE) >=
                   TABLIB-ANIO(TABLIB-INDICE)
               AND TABEXA-NOTA(TABEXA-INDICE) >= WS-NOTA-APROBACION
                   MOVE "S" TO WS-EXA-APROBADO
               END-IF
           END-PERFORM.

      * UNA INSCRIPCION A UNA MESA DE HOY EN ADELANTE YA CUBRE AL
      * LIBRE (HECHA A MANO EN PGENMESA O DE OFICIO EN UNA CORRIDA
      * ANTERIOR); WS-FECHA-MESA QUEDA CON SU FECHA PARA LA NOTA
       3300-BUSCAR-INSCRIPCION-VIGENTE.
           MOVE "N" TO WS-INS-HALLADA
           MOVE 0 TO WS-FECHA-MESA
           PERFORM VARYING TABINS-INDICE FROM 1 BY 1
               UNTIL TABINS-INDICE > TABINS-TOTAL OR INS-HALLADA-SI
               IF TABINS-ALUMNO(TABINS-INDICE) = WS-NOT-ALUMNO
               AND TABINS-MATERIA(TABINS-INDICE) = WS-NOT-MATERIA
               AND TABINS-FECHA(TABINS-INDICE) >= WS-HOY
                   MOVE "S" TO WS-INS-HALLADA
                   MOVE TABINS-FECHA(TABINS-INDICE) TO WS-FECHA-MESA
               END-IF
           END-PERFORM.

      * LA MESA MAS CERCANA DE HOY EN ADELANTE PARA LA MATERIA; CERO
      * SI TODAVIA NO HAY NINGUNA PROGRAMADA
       3400-BUSCAR-PROXIMA-MESA.
           MOVE 0 TO WS-FECHA-MESA
           PERFORM VARYING TABMES-INDICE FROM 1 BY 1
               UNTIL TABMES-INDICE > TABMES-TOTAL
               IF TABMES-MATERIA(TABMES-INDICE) = WS-NOT-MATERIA
               AND TABMES-FECHA(TABMES-INDICE) >= WS-HOY
                   IF WS-FECHA-MESA = 0
                   OR TABMES-FECHA(TABMES-INDICE) < WS-FECHA-MESA
                       MOVE TABMES-FECHA(TABMES-INDICE)
                           TO WS-FECHA-MESA
                   END-IF
               END-IF
           END-PERFORM.

      * CON UNA CORRELATIVA ADEUDADA LA MESA NO SE PUEDE RENDIR (LO
      * MISMO QUE CONTROLA PGENMESA): EL LIBRE QUEDA COMO SIN MESA
       3450-VALIDAR-CORRELATIVAS.
           MOVE WS-FECHA-MESA TO WS-FECHA-TRABAJO
           INITIALIZE AreaDeComunicacionCorrelativa
           MOVE 1 TO Opcion-correlativa
           MOVE WS-NOT-ALUMNO TO ALUMNO-COR
           MOVE WS-NOT-MATERIA TO MATERIA-COR
           MOVE WS-FT-ANIO TO ANIO-COR
           CALL RUTCORR USING AreaDeComunicacionCorrelativa
           IF RET-COD-12 NOT = "00"
               ADD 1 TO WS-TOTAL-CORRELATIVA
               MOVE 0 TO WS-FECHA-MESA
           END-IF.

       3500-GRABAR-INSCRIPCION.
           MOVE WS-FECHA-MESA TO WS-FECHA-TRABAJO
           MOVE WS-NOT-ALUMNO TO MIN-NRO-ALUMNO
           MOVE WS-NOT-MATERIA TO MIN-NRO-MATERIA
           MOVE WS-FT-ANIO TO MIN-ANIO
           MOVE WS-FT-DIA TO MIN-DIA
           MOVE WS-FT-MES TO MIN-MES
           WRITE MESAINSC-REGISTRO
           IF NOT WS-FS-MIN-OK
               DISPLAY "ERROR AL CARGAR REGISTRO"
               DISPLAY "FILE STATUS " WS-FS-MIN
               MOVE 0 TO WS-FECHA-MESA
           ELSE
               ADD 1 TO WS-TOTAL-INSCRIPTOS
               IF TABINS-TOTAL < 10000
                   ADD 1 TO TABINS-TOTAL
                   MOVE WS-NOT-ALUMNO TO TABINS-ALUMNO(TABINS-TOTAL)
                   MOVE WS-NOT-MATERIA TO TABINS-MATERIA(TABINS-TOTAL)
                   MOVE WS-FECHA-MESA TO TABINS-FECHA(TABINS-TOTAL)
               END-IF
               MOVE "INSC LIBRE" TO WS-AUD-OPERACION
               MOVE SPACES TO WS-AUD-CLAVE
               STRING WS-NOT-ALUMNO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NOT-MATERIA DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

      * NOTIFICACION A LA FAMILIA: LA CONDICION DE LIBRE (SI ES DE
      * ESTA CORRIDA) Y LA MESA EN QUE QUEDO INSCRIPTO, O EL AVISO DE
      * QUE SE LO INSCRIBIRA EN LA PROXIMA QUE SE PROGRAME
       3600-IMPRIMIR-NOTIFICACION.
           INITIALIZE AreaDeComunicacionMateria
           MOVE 2 TO Opcion-materia
           MOVE WS-NOT-MATERIA TO Codigo-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           IF RET-COD = "00"
               MOVE NOMBRE-MATERIA TO WS-NOT-MATERIA-NOMBRE
           ELSE
               MOVE "(MATERIA INEXISTENTE)" TO WS-NOT-MATERIA-NOMBRE
           END-IF
           IF LIBRE-NUEVO-SI
               MOVE "NOTIFICACION DE CONDICION DE ALUMNO LIBRE"
                   TO WS-LINEA-CARTA
           ELSE
               MOVE "NOTIFICACION DE INSCRIPCION A MESA DE EXAMEN"
                   TO WS-LINEA-CARTA
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "----------------------------------------"
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           IF WS-NOT-RESPONSABLE = SPACES
               STRING "A LA FAMILIA DE " DELIMITED BY SIZE
                   WS-NOT-NOMBRE DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           ELSE
               STRING "SR./SRA. " DELIMITED BY SIZE
                   WS-NOT-RESPONSABLE DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "SE NOTIFICA QUE " DELIMITED BY SIZE
               WS-NOT-NOMBRE DELIMITED BY SIZE
               " (NRO " DELIMITED BY SIZE
               WS-NOT-ALUMNO DELIMITED BY SIZE
               ", SECCION " DELIMITED BY SIZE
               WS-NOT-SECCION DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           IF LIBRE-NUEVO-SI
               MOVE TABLIB-INASIST(TABLIB-INDICE) TO WS-INASIST-ED
               MOVE TABLIB-TOPE(TABLIB-INDICE) TO WS-TOPE-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "ACUMULA " DELIMITED BY SIZE
                   WS-INASIST-ED DELIMITED BY SIZE
                   " INASISTENCIAS EN " DELIMITED BY SIZE
                   WS-NOT-MATERIA-NOMBRE DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "Y SUPERO EL TOPE DE " DELIMITED BY SIZE
                   WS-TOPE-ED DELIMITED BY SIZE
                   " FIJADO PARA EL AÑO " DELIMITED BY SIZE
                   TABLIB-ANIO(TABLIB-INDICE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE "QUEDA EN CONDICION DE LIBRE EN ESA MATERIA Y DEBE"
                   TO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE "RENDIRLA EN MESA DE EXAMEN." TO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "LIBRE EN " DELIMITED BY SIZE
                   WS-NOT-MATERIA-NOMBRE DELIMITED BY SIZE
                   " DESDE EL AÑO " DELIMITED BY SIZE
                   TABLIB-ANIO(TABLIB-INDICE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF WS-FECHA-MESA > 0
               MOVE WS-FECHA-MESA TO WS-FECHA-TRABAJO
               MOVE SPACES TO WS-FECHA-MESA-ED
               STRING WS-FT-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FT-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FT-ANIO DELIMITED BY SIZE
                   INTO WS-FECHA-MESA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "QUEDO INSCRIPTO EN LA MESA DEL "
                   DELIMITED BY SIZE
                   WS-FECHA-MESA-ED DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           ELSE
               MOVE "SERA INSCRIPTO EN LA PROXIMA MESA QUE SE PROGRAME."
                   TO WS-LINEA-CARTA
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-HOY-ED
           STRING WS-HOY-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOY-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOY-ANIO DELIMITED BY SIZE
               INTO WS-HOY-ED
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "FECHA: " DELIMITED BY SIZE
               WS-HOY-ED DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "          .........................  ................"
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "          FIRMA DE LA DIRECCION      NOTIFICADO"
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA.

       4000-MOSTRAR-RESUMEN.
           DISPLAY "===== ALUMNOS LIBRES POR INASISTENCIAS ====="
           DISPLAY "AÑO PROCESADO:            " WS-ANIO-PROCESO
           DISPLAY "REGISTROS DE ASISTENCIA:  " WS-TOTAL-ASISTENCIA
           DISPLAY "LIBRES NUEVOS:            " WS-TOTAL-LIBRES-NUEVOS
           DISPLAY "YA LIBRES DE ANTES:       " WS-TOTAL-YA-LIBRES
           DISPLAY "INSCRIPTOS DE OFICIO:     " WS-TOTAL-INSCRIPTOS
           DISPLAY "LIBRES SIN MESA PROGRAMADA: " WS-TOTAL-SIN-MESA
           DISPLAY "  (RETENIDOS POR CORRELATIVA: "
               WS-TOTAL-CORRELATIVA ")"
           DISPLAY "NOTIFICACIONES EN AVISOLIB.dat".

       9010-ESCRIBIR-LINEA.
           WRITE AVISOLIB-LINEA FROM WS-LINEA-CARTA
           IF NOT WS-FS-AVL-OK
               DISPLAY "ERROR AL ESCRIBIR AVISOLIB"
               DISPLAY "FILE STATUS " WS-FS-AVL
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGLIBRES" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-ASISTENCIA TO RUN-LEIDOS
               COMPUTE RUN-ESCRITOS =
                   WS-TOTAL-LIBRES-NUEVOS + WS-TOTAL-INSCRIPTOS
               MOVE WS-TOTAL-SIN-MESA TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGLIBRES" DELIMITED BY SIZE
               " OPERACION=" DELIMITED BY SIZE
               WS-AUD-OPERACION DELIMITED BY SIZE
               " CLAVE=" DELIMITED BY SIZE
               WS-AUD-CLAVE DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " FECHA=" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE DELIMITED BY SIZE
               INTO WS-LINEA-AUDITORIA
           INITIALIZE AreaDeComunicacionAuditoria
           MOVE 1 TO Opcion-auditoria
           MOVE WS-LINEA-AUDITORIA TO LINEA-AUDITORIA
           CALL RUTAUD USING AreaDeComunicacionAuditoria.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "AVISOLIB.dat" TO ARCHIVO-SPL
           MOVE "PGLIBRES" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ANIO=" DELIMITED BY SIZE
               WS-ANIO-PROCESO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGLIBRES.
