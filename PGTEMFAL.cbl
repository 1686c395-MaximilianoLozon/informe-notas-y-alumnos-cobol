       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGTEMFAL.

      * CLASES SIN TEMA EN EL LIBRO DE TEMAS, POR DOCENTE. ENTRE DOS
      * FECHAS SE CRUZA CADA DIA DE CLASE DEL CALENDARIO DIARIO
      * (CALDIA.dat) CON LOS MODULOS DEL HORARIO (HORARIOS.dat) QUE
      * CAEN EN ESE DIA DE LA SEMANA; CADA CLASE PROGRAMADA QUE NO
      * TIENE REGISTRO EN TEMAS.dat (PGENTEMA) SALE EN EL LISTADO
      * DEBAJO DEL DOCENTE TITULAR DE LA MATERIA (MATERIAS.dat). LAS
      * CLASES DE MATERIAS SIN DOCENTE EN EL MAESTRO VAN AL FINAL,
      * PARA QUE NINGUN FALTANTE QUEDE AFUERA. EL LISTADO QUEDA EN
      * TEMFALT.dat PARA REVISARLO ANTES DE LA VISITA DE INSPECCION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL DOCENTES    ASSIGN TO "DOCENTES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DOC.
       SELECT OPTIONAL MATERIAS    ASSIGN TO "MATERIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT.
       SELECT OPTIONAL HORARIOS    ASSIGN TO "HORARIOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HOR.
       SELECT OPTIONAL CALDIA      ASSIGN TO "CALDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CDI.
       SELECT OPTIONAL TEMAS       ASSIGN TO "TEMAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TEM.
      * LISTADO DE CLASES SIN TEMA
       SELECT TEMFALT              ASSIGN TO "TEMFALT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCENTES.
           01 DOCENTES-REGISTRO.
              05 DOC-CODIGO PIC 9(4).
              05 DOC-NOMBRE PIC X(25).
              05 DOC-LEGAJO PIC 9(6).

       FD MATERIAS.
           01 MATERIAS-REGISTRO.
              05 MAT-CODIGO PIC 99.
              05 MAT-NOMBRE PIC X(25).
              05 MAT-HORAS PIC 99.
              05 MAT-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(16).

       FD HORARIOS.
           01 HORARIOS-REGISTRO.
              05 HOR-SECCION PIC X(2).
              05 HOR-NRO-MATERIA PIC 99.
              05 HOR-DIA PIC 9.
              05 HOR-MODULO PIC 99.

       FD CALDIA.
           01 CALDIA-REGISTRO.
              05 CDI-FECHA PIC 9(8).
              05 CDI-TIPO PIC X.
                 88 CDI-TIPO-CLASE VALUE "C".

       FD TEMAS.
           01 TEMAS-REGISTRO.
              05 TEM-SECCION PIC X(2).
              05 TEM-NRO-MATERIA PIC 99.
              05 TEM-FECHA PIC 9(8).
              05 TEM-MODULO PIC 99.
              05 TEM-COD-DOCENTE PIC 9(4).
              05 TEM-TEMA PIC X(60).
              05 TEM-OPERADOR PIC X(10).

       FD TEMFALT.
           01 TEMFALT-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-DOC PIC XX.
           88 WS-FS-DOC-OK VALUE "00".
           88 WS-FS-DOC-NO VALUE "10".
           88 WS-FS-DOC-NOEXISTE VALUE "05" "35".
       01 WS-FS-MAT PIC XX.
           88 WS-FS-MAT-OK VALUE "00".
           88 WS-FS-MAT-NO VALUE "10".
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
           88 WS-FS-HOR-NO VALUE "10".
       01 WS-FS-CDI PIC XX.
           88 WS-FS-CDI-OK VALUE "00".
           88 WS-FS-CDI-NO VALUE "10".
       01 WS-FS-TEM PIC XX.
           88 WS-FS-TEM-OK VALUE "00".
           88 WS-FS-TEM-NO VALUE "10".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".
           88 WS-FS-LIS-NO VALUE "10".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

      * RANGO DEL CONTROL; HASTA EN CERO TOMA LA FECHA DEL SISTEMA
       77 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
       77 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE ZERO.

      * MATERIAS EN TABLA: NOMBRE Y DOCENTE TITULAR
       01 TABLA-MATERIAS.
           05 TABMAT-FILA OCCURS 50 TIMES.
               10 TABMAT-COD PIC 99.
               10 TABMAT-NOMBRE PIC X(25).
               10 TABMAT-COD-DOCENTE PIC 9(4).
       77 TABMAT-INDICE PIC 99.
       77 TABMAT-TOTAL PIC 99 VALUE 0.

      * HORARIO EN TABLA CON EL DOCENTE Y EL NOMBRE DE LA MATERIA YA
      * RESUELTOS; TABHOR-LISTADO MARCA LAS FILAS QUE YA SALIERON
      * DEBAJO DE ALGUN DOCENTE DEL MAESTRO
       01 TABLA-HORARIOS.
           05 TABHOR-FILA OCCURS 500 TIMES.
               10 TABHOR-SECCION PIC X(2).
               10 TABHOR-MATERIA PIC 99.
               10 TABHOR-DIA PIC 9.
               10 TABHOR-MODULO PIC 99.
               10 TABHOR-DOCENTE PIC 9(4).
               10 TABHOR-NOMBRE PIC X(25).
               10 TABHOR-LISTADO PIC X.
       77 TABHOR-INDICE PIC 999.
       77 TABHOR-TOTAL PIC 999 VALUE 0.

      * DIAS DE CLASE DEL RANGO CON SU DIA DE LA SEMANA (1=LUNES)
       01 TABLA-CALDIA.
           05 TABCDI-FILA OCCURS 800 TIMES.
               10 TABCDI-FECHA PIC 9(8).
               10 TABCDI-DIA-SEMANA PIC 9.
       77 TABCDI-INDICE PIC 999.
       77 TABCDI-TOTAL PIC 999 VALUE 0.

      * CLAVES DEL LIBRO DE TEMAS DENTRO DEL RANGO
       01 TABLA-TEMAS.
           05 TABTEM-FILA OCCURS 5000 TIMES.
               10 TABTEM-SECCION PIC X(2).
               10 TABTEM-MATERIA PIC 99.
               10 TABTEM-FECHA PIC 9(8).
               10 TABTEM-MODULO PIC 99.
       77 TABTEM-INDICE PIC 9(4).
       77 TABTEM-TOTAL PIC 9(4) VALUE 0.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.
       01 WS-TEMA-HALLADO PIC X VALUE "N".
           88 TEMA-HALLADO-SI VALUE "S".
           88 TEMA-HALLADO-NO VALUE "N".

      * DOCENTE EN CURSO: CERO PARA LA SECCION FINAL DE CLASES SIN
      * DOCENTE EN EL MAESTRO
       77 WS-DOCENTE-ACTUAL PIC 9(4) VALUE ZERO.
       01 WS-SIN-DOCENTE PIC X VALUE "N".
           88 SIN-DOCENTE-SI VALUE "S".
           88 SIN-DOCENTE-NO VALUE "N".
       77 WS-DOC-PROGRAMADAS PIC 9(5) VALUE 0.
       77 WS-DOC-FALTANTES PIC 9(5) VALUE 0.
       77 WS-TOT-PROGRAMADAS PIC 9(6) VALUE 0.
       77 WS-TOT-FALTANTES PIC 9(6) VALUE 0.
       77 WS-TOT-DOCENTES PIC 9(4) VALUE 0.
       01 WS-CANT-ED PIC ZZZZZ9.

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
           DISPLAY "DESDE FECHA (AAAAMMDD)"
           ACCEPT WS-FECHA-DESDE
           DISPLAY "HASTA FECHA (AAAAMMDD, 0=HOY)"
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HASTA
           END-IF
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "RANGO DE FECHAS INVALIDO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-CARGAR-TABLA-MATERIAS
           PERFORM 1100-CARGAR-TABLA-HORARIOS
           PERFORM 1200-CARGAR-TABLA-CALDIA
           PERFORM 1300-CARGAR-TABLA-TEMAS
           OPEN OUTPUT TEMFALT
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF
           PERFORM 1500-ENCABEZADO-REPORTE
           OPEN INPUT DOCENTES
           IF WS-FS-DOC-OK
               PERFORM 2000-LISTAR-DOCENTE UNTIL NOT WS-FS-DOC-OK
           ELSE
               DISPLAY "NO HAY DOCENTES CARGADOS"
           END-IF
           CLOSE DOCENTES
           PERFORM 3000-LISTAR-SIN-DOCENTE
           PERFORM 4000-TOTALES
           CLOSE TEMFALT
           PERFORM 9930-REGISTRAR-SPOOL
           GOBACK.

       1000-CARGAR-TABLA-MATERIAS.
           MOVE 0 TO TABMAT-TOTAL
           OPEN INPUT MATERIAS
           IF WS-FS-MAT-OK
               PERFORM 1010-LEER-MATERIA UNTIL NOT WS-FS-MAT-OK
           END-IF
           CLOSE MATERIAS.

       1010-LEER-MATERIA.
           READ MATERIAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-MAT
           END-READ
           IF WS-FS-MAT-OK
               IF TABMAT-TOTAL < 50
                   ADD 1 TO TABMAT-TOTAL
                   MOVE MAT-CODIGO TO TABMAT-COD(TABMAT-TOTAL)
                   MOVE MAT-NOMBRE TO TABMAT-NOMBRE(TABMAT-TOTAL)
                   MOVE MAT-COD-DOCENTE
                       TO TABMAT-COD-DOCENTE(TABMAT-TOTAL)
               ELSE
                   MOVE "TABLA-MATERIAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * CADA FILA DEL HORARIO SE GUARDA CON EL DOCENTE TITULAR Y EL
      * NOMBRE DE SU MATERIA; SIN MATERIA EN EL MAESTRO QUEDA CON
      * DOCENTE CERO Y SALE EN LA SECCION FINAL
       1100-CARGAR-TABLA-HORARIOS.
           MOVE 0 TO TABHOR-TOTAL
           OPEN INPUT HORARIOS
           IF WS-FS-HOR-OK
               PERFORM 1110-LEER-HORARIO UNTIL NOT WS-FS-HOR-OK
           END-IF
           CLOSE HORARIOS.

       1110-LEER-HORARIO.
           READ HORARIOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-HOR
           END-READ
           IF WS-FS-HOR-OK
               IF TABHOR-TOTAL < 500
                   ADD 1 TO TABHOR-TOTAL
                   MOVE HOR-SECCION TO TABHOR-SECCION(TABHOR-TOTAL)
                   MOVE HOR-NRO-MATERIA TO TABHOR-MATERIA(TABHOR-TOTAL)
                   MOVE HOR-DIA TO TABHOR-DIA(TABHOR-TOTAL)
                   MOVE HOR-MODULO TO TABHOR-MODULO(TABHOR-TOTAL)
                   MOVE 0 TO TABHOR-DOCENTE(TABHOR-TOTAL)
                   MOVE "MATERIA INEXISTENTE"
                       TO TABHOR-NOMBRE(TABHOR-TOTAL)
                   MOVE "N" TO TABHOR-LISTADO(TABHOR-TOTAL)
                   PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
                       UNTIL TABMAT-INDICE > TABMAT-TOTAL
                       IF TABMAT-COD(TABMAT-INDICE) = HOR-NRO-MATERIA
                           MOVE TABMAT-COD-DOCENTE(TABMAT-INDICE)
                               TO TABHOR-DOCENTE(TABHOR-TOTAL)
                           MOVE TABMAT-NOMBRE(TABMAT-INDICE)
                               TO TABHOR-NOMBRE(TABHOR-TOTAL)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "TABLA-HORARIOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * SOLO LOS DIAS DE CLASE DENTRO DEL RANGO; EL DIA DE LA SEMANA
      * SALE DEL NUMERO DE DIA CORRIDO (EL 01/01/1601 FUE LUNES)
       1200-CARGAR-TABLA-CALDIA.
           MOVE 0 TO TABCDI-TOTAL
           OPEN INPUT CALDIA
           IF WS-FS-CDI-OK
               PERFORM 1210-LEER-CALDIA UNTIL NOT WS-FS-CDI-OK
           END-IF
           CLOSE CALDIA.

       1210-LEER-CALDIA.
           READ CALDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-CDI
           END-READ
           IF WS-FS-CDI-OK AND CDI-TIPO-CLASE
           AND CDI-FECHA >= WS-FECHA-DESDE
           AND CDI-FECHA <= WS-FECHA-HASTA
               IF TABCDI-TOTAL < 800
                   ADD 1 TO TABCDI-TOTAL
                   MOVE CDI-FECHA TO TABCDI-FECHA(TABCDI-TOTAL)
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(CDI-FECHA)
                   COMPUTE TABCDI-DIA-SEMANA(TABCDI-TOTAL) =
                       FUNCTION MOD(WS-ENTERO-FECHA + 6, 7) + 1
               ELSE
                   MOVE "TABLA-CALDIA" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1300-CARGAR-TABLA-TEMAS.
           MOVE 0 TO TABTEM-TOTAL
           OPEN INPUT TEMAS
           IF WS-FS-TEM-OK
               PERFORM 1310-LEER-TEMA UNTIL NOT WS-FS-TEM-OK
           END-IF
           CLOSE TEMAS.

       1310-LEER-TEMA.
           READ TEMAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-TEM
           END-READ
           IF WS-FS-TEM-OK
           AND TEM-FECHA >= WS-FECHA-DESDE
           AND TEM-FECHA <= WS-FECHA-HASTA
               IF TABTEM-TOTAL < 5000
                   ADD 1 TO TABTEM-TOTAL
                   MOVE TEM-SECCION TO TABTEM-SECCION(TABTEM-TOTAL)
                   MOVE TEM-NRO-MATERIA TO TABTEM-MATERIA(TABTEM-TOTAL)
                   MOVE TEM-FECHA TO TABTEM-FECHA(TABTEM-TOTAL)
                   MOVE TEM-MODULO TO TABTEM-MODULO(TABTEM-TOTAL)
               ELSE
                   MOVE "TABLA-TEMAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1500-ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CLASES SIN TEMA REGISTRADO DEL " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE "  FECHA    SEC MA MOD MATERIA" TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * UN DOCENTE DEL MAESTRO: SUS CLASES PROGRAMADAS DEL RANGO Y,
      * DE ELLAS, LAS QUE NO TIENEN TEMA. EL DOCENTE SIN CLASES EN
      * EL HORARIO NO SE LISTA
       2000-LISTAR-DOCENTE.
           READ DOCENTES NEXT RECORD AT END
               MOVE "10" TO WS-FS-DOC
           END-READ
           IF WS-FS-DOC-OK
               MOVE DOC-CODIGO TO WS-DOCENTE-ACTUAL
               MOVE "N" TO WS-SIN-DOCENTE
               MOVE 0 TO WS-DOC-PROGRAMADAS WS-DOC-FALTANTES
               PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
                   UNTIL TABHOR-INDICE > TABHOR-TOTAL
                   IF TABHOR-DOCENTE(TABHOR-INDICE) = WS-DOCENTE-ACTUAL
                       MOVE "S" TO TABHOR-LISTADO(TABHOR-INDICE)
                   END-IF
               END-PERFORM
               PERFORM 2100-RECORRER-DIAS
               IF WS-DOC-PROGRAMADAS > 0
                   ADD 1 TO WS-TOT-DOCENTES
                   PERFORM 2500-PIE-DOCENTE
               END-IF
           END-IF.

      * CADA DIA DE CLASE CONTRA CADA MODULO DEL HORARIO QUE LE TOCA
      * AL DOCENTE EN CURSO (O, EN LA SECCION FINAL, CONTRA LOS QUE
      * NO QUEDARON LISTADOS BAJO NINGUN DOCENTE)
       2100-RECORRER-DIAS.
           PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
               UNTIL TABCDI-INDICE > TABCDI-TOTAL
               PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
                   UNTIL TABHOR-INDICE > TABHOR-TOTAL
                   IF TABHOR-DIA(TABHOR-INDICE) =
                       TABCDI-DIA-SEMANA(TABCDI-INDICE)
                       IF (SIN-DOCENTE-NO
                       AND TABHOR-DOCENTE(TABHOR-INDICE) =
                           WS-DOCENTE-ACTUAL)
                       OR (SIN-DOCENTE-SI
                       AND TABHOR-LISTADO(TABHOR-INDICE) = "N")
                           PERFORM 2200-CONTROLAR-CLASE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       2200-CONTROLAR-CLASE.
           ADD 1 TO WS-DOC-PROGRAMADAS
           MOVE "N" TO WS-TEMA-HALLADO
           PERFORM VARYING TABTEM-INDICE FROM 1 BY 1
               UNTIL TABTEM-INDICE > TABTEM-TOTAL OR TEMA-HALLADO-SI
               IF TABTEM-FECHA(TABTEM-INDICE) =
                   TABCDI-FECHA(TABCDI-INDICE)
               AND TABTEM-SECCION(TABTEM-INDICE) =
                   TABHOR-SECCION(TABHOR-INDICE)
               AND TABTEM-MATERIA(TABTEM-INDICE) =
                   TABHOR-MATERIA(TABHOR-INDICE)
               AND TABTEM-MODULO(TABTEM-INDICE) =
                   TABHOR-MODULO(TABHOR-INDICE)
                   MOVE "S" TO WS-TEMA-HALLADO
               END-IF
           END-PERFORM
           IF TEMA-HALLADO-NO
               IF WS-DOC-FALTANTES = 0
                   PERFORM 2300-TITULO-DOCENTE
               END-IF
               ADD 1 TO WS-DOC-FALTANTES
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " DELIMITED BY SIZE
                   TABCDI-FECHA(TABCDI-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TABHOR-SECCION(TABHOR-INDICE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TABHOR-MATERIA(TABHOR-INDICE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TABHOR-MODULO(TABHOR-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TABHOR-NOMBRE(TABHOR-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * EL TITULO DEL DOCENTE SE ESCRIBE RECIEN CON SU PRIMER
      * FALTANTE, ASI EL DOCENTE AL DIA SOLO APARECE EN SU PIE
       2300-TITULO-DOCENTE.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF SIN-DOCENTE-SI
               MOVE "CLASES DE MATERIAS SIN DOCENTE EN EL MAESTRO"
                   TO WS-LINEA-REPORTE
           ELSE
               STRING "DOCENTE " DELIMITED BY SIZE
                   DOC-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DOC-NOMBRE DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA.

       2500-PIE-DOCENTE.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF SIN-DOCENTE-SI
               MOVE "SIN DOCENTE" TO WS-LINEA-REPORTE(1:12)
           ELSE
               STRING "DOCENTE " DELIMITED BY SIZE
                   DOC-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DOC-NOMBRE DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-DOC-PROGRAMADAS TO WS-CANT-ED
           MOVE "PROGRAMADAS:" TO WS-LINEA-REPORTE(40:12)
           MOVE WS-CANT-ED TO WS-LINEA-REPORTE(52:6)
           MOVE WS-DOC-FALTANTES TO WS-CANT-ED
           MOVE "SIN TEMA:" TO WS-LINEA-REPORTE(60:9)
           MOVE WS-CANT-ED TO WS-LINEA-REPORTE(69:6)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           ADD WS-DOC-PROGRAMADAS TO WS-TOT-PROGRAMADAS
           ADD WS-DOC-FALTANTES TO WS-TOT-FALTANTES.

      * LAS FILAS DEL HORARIO QUE NO QUEDARON BAJO NINGUN DOCENTE DEL
      * MAESTRO (MATERIA SIN DOCENTE O CON UN CODIGO DADO DE BAJA)
       3000-LISTAR-SIN-DOCENTE.
           MOVE 0 TO WS-DOCENTE-ACTUAL
           MOVE "S" TO WS-SIN-DOCENTE
           MOVE 0 TO WS-DOC-PROGRAMADAS WS-DOC-FALTANTES
           PERFORM 2100-RECORRER-DIAS
           IF WS-DOC-PROGRAMADAS > 0
               PERFORM 2500-PIE-DOCENTE
           END-IF.

       4000-TOTALES.
           MOVE WS-TOT-DOCENTES TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DOCENTES CON CLASES: " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-PROGRAMADAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CLASES PROGRAMADAS:  " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-FALTANTES TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CLASES SIN TEMA:     " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           IF TABCDI-TOTAL = 0
               MOVE "SIN DIAS DE CLASE EN EL CALENDARIO PARA EL RANGO"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF
           IF TABLAS-DESBORDADAS-SI
               MOVE "ATENCION: TABLA COMPLETA, LISTADO PARCIAL"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE 12 TO RETURN-CODE
           END-IF.

       9010-ESCRIBIR-LINEA.
           WRITE TEMFALT-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR TEMFALT"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "TEMFALT.dat" TO ARCHIVO-SPL
           MOVE "PGTEMFAL" TO PROGRAMA-SPL
           STRING "DESDE=" DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " HASTA=" DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGTEMFAL.
