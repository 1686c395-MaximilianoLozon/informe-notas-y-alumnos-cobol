       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGAUSMES.

      * MODULOS PERDIDOS Y CUBIERTOS POR AUSENCIAS DOCENTES EN UN
      * MES. CADA AUSENCIA DE AUSDOC.dat (PGENAUSD) SE CRUZA CON LOS
      * MODULOS DEL HORARIO (HORARIOS.dat) QUE EL DOCENTE DICTA COMO
      * TITULAR DE LA MATERIA (MATERIAS.dat) EN ESE DIA DE LA SEMANA:
      * CON SUPLENTE EL MODULO CUENTA COMO CUBIERTO Y SIN SUPLENTE
      * COMO PERDIDO. LOS MODULOS PROGRAMADOS DEL MES SALEN DE LOS
      * DIAS DE CLASE DEL CALENDARIO DIARIO (CALDIA.dat). EL LISTADO
      * (AUSMES.dat) TRAE UN CUADRO POR SECCION Y MATERIA, CON EL
      * PORCENTAJE PERDIDO, Y OTRO POR DOCENTE CON LOS DIAS DE
      * AUSENCIA, PARA EL INFORME AL MINISTERIO Y PARA DECIDIR UN
      * REEMPLAZO DE LARGO PLAZO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL AUSDOC      ASSIGN TO "AUSDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUS.
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
      * LISTADO DE MODULOS PERDIDOS Y CUBIERTOS DEL MES
       SELECT AUSMES               ASSIGN TO "AUSMES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD AUSDOC.
           01 AUSDOC-REGISTRO.
              05 AUS-COD-DOCENTE PIC 9(4).
              05 AUS-FECHA PIC 9(8).
              05 AUS-FECHA-R REDEFINES AUS-FECHA.
                 10 AUS-ANIO PIC 9(4).
                 10 AUS-MES PIC 99.
                 10 AUS-DIA PIC 99.
              05 AUS-MOTIVO PIC X(20).
              05 AUS-SUPLENTE PIC 9(4).
              05 AUS-OPERADOR PIC X(10).

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
              05 CDI-FECHA-R REDEFINES CDI-FECHA.
                 10 CDI-ANIO PIC 9(4).
                 10 CDI-MES PIC 99.
                 10 CDI-DIA PIC 99.
              05 CDI-TIPO PIC X.
                 88 CDI-TIPO-CLASE VALUE "C".

       FD AUSMES.
           01 AUSMES-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-AUS PIC XX.
           88 WS-FS-AUS-OK VALUE "00".
           88 WS-FS-AUS-NO VALUE "10".
       01 WS-FS-DOC PIC XX.
           88 WS-FS-DOC-OK VALUE "00".
           88 WS-FS-DOC-NO VALUE "10".
       01 WS-FS-MAT PIC XX.
           88 WS-FS-MAT-OK VALUE "00".
           88 WS-FS-MAT-NO VALUE "10".
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
           88 WS-FS-HOR-NO VALUE "10".
       01 WS-FS-CDI PIC XX.
           88 WS-FS-CDI-OK VALUE "00".
           88 WS-FS-CDI-NO VALUE "10".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".
           88 WS-FS-LIS-NO VALUE "10".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

       77 WS-ANIO PIC 9(4) VALUE ZERO.
       77 WS-MES PIC 99 VALUE ZERO.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE ZERO.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       01 WS-DIA-DE-CLASE PIC X VALUE "N".
           88 DIA-DE-CLASE-SI VALUE "S".
           88 DIA-DE-CLASE-NO VALUE "N".

      * MATERIAS EN TABLA: NOMBRE Y DOCENTE TITULAR
       01 TABLA-MATERIAS.
           05 TABMAT-FILA OCCURS 50 TIMES.
               10 TABMAT-COD PIC 99.
               10 TABMAT-NOMBRE PIC X(25).
               10 TABMAT-COD-DOCENTE PIC 9(4).
       77 TABMAT-INDICE PIC 99.
       77 TABMAT-TOTAL PIC 99 VALUE 0.

      * HORARIO EN TABLA CON EL DOCENTE TITULAR Y LA FILA DEL CUADRO
      * SECCION/MATERIA A LA QUE SUMA CADA MODULO
       01 TABLA-HORARIOS.
           05 TABHOR-FILA OCCURS 500 TIMES.
               10 TABHOR-SECCION PIC X(2).
               10 TABHOR-MATERIA PIC 99.
               10 TABHOR-DIA PIC 9.
               10 TABHOR-DOCENTE PIC 9(4).
               10 TABHOR-FILA-SM PIC 999.
       77 TABHOR-INDICE PIC 999.
       77 TABHOR-TOTAL PIC 999 VALUE 0.

      * DIAS DE CLASE DEL MES CON SU DIA DE LA SEMANA (1=LUNES)
       01 TABLA-CALDIA.
           05 TABCDI-FILA OCCURS 31 TIMES.
               10 TABCDI-FECHA PIC 9(8).
               10 TABCDI-DIA-SEMANA PIC 9.
       77 TABCDI-INDICE PIC 99.
       77 TABCDI-TOTAL PIC 99 VALUE 0.

      * CUADRO POR SECCION Y MATERIA
       01 TABLA-SECMAT.
           05 TABSM-FILA OCCURS 300 TIMES.
               10 TABSM-SECCION PIC X(2).
               10 TABSM-MATERIA PIC 99.
               10 TABSM-NOMBRE PIC X(25).
               10 TABSM-PROGRAMADOS PIC 9(4).
               10 TABSM-PERDIDOS PIC 9(4).
               10 TABSM-CUBIERTOS PIC 9(4).
       77 TABSM-INDICE PIC 999.
       77 TABSM-TOTAL PIC 999 VALUE 0.

      * CUADRO POR DOCENTE (LOS DEL MAESTRO MAS LOS AUSENTES QUE NO
      * FIGURAN EN EL, PARA QUE NINGUNA AUSENCIA QUEDE AFUERA)
       01 TABLA-DOCENTES.
           05 TABDOC-FILA OCCURS 100 TIMES.
               10 TABDOC-COD PIC 9(4).
               10 TABDOC-NOMBRE PIC X(25).
               10 TABDOC-DIAS PIC 999.
               10 TABDOC-PERDIDOS PIC 9(4).
               10 TABDOC-CUBIERTOS PIC 9(4).
       77 TABDOC-INDICE PIC 999.
       77 TABDOC-TOTAL PIC 999 VALUE 0.
       77 WS-FILA-DOC PIC 999 VALUE 0.
       77 WS-DOC-BUSCADO PIC 9(4) VALUE 0.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-TOT-PROGRAMADOS PIC 9(6) VALUE 0.
       77 WS-TOT-PERDIDOS PIC 9(6) VALUE 0.
       77 WS-TOT-CUBIERTOS PIC 9(6) VALUE 0.
       77 WS-TOT-AUSENCIAS PIC 9(5) VALUE 0.
       77 WS-PORCENTAJE PIC 999 VALUE 0.
       01 WS-CANT-ED PIC ZZZZZ9.
       01 WS-PORC-ED PIC ZZ9.

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
           DISPLAY "AÑO A LISTAR (AAAA)"
           ACCEPT WS-ANIO
           DISPLAY "MES A LISTAR (MM)"
           ACCEPT WS-MES
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "MES INVALIDO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-CARGAR-TABLA-MATERIAS
           PERFORM 1100-CARGAR-TABLA-DOCENTES
           PERFORM 1200-CARGAR-TABLA-HORARIOS
           PERFORM 1300-CARGAR-TABLA-CALDIA
           PERFORM 2000-CONTAR-PROGRAMADOS
           PERFORM 2100-PROCESAR-AUSENCIAS
           OPEN OUTPUT AUSMES
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF
           PERFORM 3000-LISTAR-SECCIONES
           PERFORM 3500-LISTAR-DOCENTES
           PERFORM 4000-TOTALES
           CLOSE AUSMES
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

       1100-CARGAR-TABLA-DOCENTES.
           MOVE 0 TO TABDOC-TOTAL
           OPEN INPUT DOCENTES
           IF WS-FS-DOC-OK
               PERFORM 1110-LEER-DOCENTE UNTIL NOT WS-FS-DOC-OK
           END-IF
           CLOSE DOCENTES.

       1110-LEER-DOCENTE.
           READ DOCENTES NEXT RECORD AT END
               MOVE "10" TO WS-FS-DOC
           END-READ
           IF WS-FS-DOC-OK
               MOVE DOC-CODIGO TO WS-DOC-BUSCADO
               PERFORM 2150-UBICAR-DOCENTE
               IF WS-FILA-DOC > 0
                   MOVE DOC-NOMBRE TO TABDOC-NOMBRE(WS-FILA-DOC)
               END-IF
           END-IF.

      * CADA FILA DEL HORARIO QUEDA CON SU DOCENTE TITULAR Y APUNTANDO
      * A SU FILA DEL CUADRO SECCION/MATERIA (QUE SE CREA AL VERLA
      * POR PRIMERA VEZ, EN EL ORDEN EN QUE SE CARGO EL HORARIO)
       1200-CARGAR-TABLA-HORARIOS.
           MOVE 0 TO TABHOR-TOTAL
           OPEN INPUT HORARIOS
           IF WS-FS-HOR-OK
               PERFORM 1210-LEER-HORARIO UNTIL NOT WS-FS-HOR-OK
           END-IF
           CLOSE HORARIOS.

       1210-LEER-HORARIO.
           READ HORARIOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-HOR
           END-READ
           IF WS-FS-HOR-OK
               IF TABHOR-TOTAL < 500
                   ADD 1 TO TABHOR-TOTAL
                   MOVE HOR-SECCION TO TABHOR-SECCION(TABHOR-TOTAL)
                   MOVE HOR-NRO-MATERIA TO TABHOR-MATERIA(TABHOR-TOTAL)
                   MOVE HOR-DIA TO TABHOR-DIA(TABHOR-TOTAL)
                   MOVE 0 TO TABHOR-DOCENTE(TABHOR-TOTAL)
                   PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
                       UNTIL TABMAT-INDICE > TABMAT-TOTAL
                       IF TABMAT-COD(TABMAT-INDICE) = HOR-NRO-MATERIA
                           MOVE TABMAT-COD-DOCENTE(TABMAT-INDICE)
                               TO TABHOR-DOCENTE(TABHOR-TOTAL)
                       END-IF
                   END-PERFORM
                   PERFORM 1220-UBICAR-SECMAT
               ELSE
                   MOVE "TABLA-HORARIOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1220-UBICAR-SECMAT.
           MOVE 0 TO TABHOR-FILA-SM(TABHOR-TOTAL)
           PERFORM VARYING TABSM-INDICE FROM 1 BY 1
               UNTIL TABSM-INDICE > TABSM-TOTAL
               OR TABHOR-FILA-SM(TABHOR-TOTAL) > 0
               IF TABSM-SECCION(TABSM-INDICE) = HOR-SECCION
               AND TABSM-MATERIA(TABSM-INDICE) = HOR-NRO-MATERIA
                   MOVE TABSM-INDICE TO TABHOR-FILA-SM(TABHOR-TOTAL)
               END-IF
           END-PERFORM
           IF TABHOR-FILA-SM(TABHOR-TOTAL) = 0
               IF TABSM-TOTAL < 300
                   ADD 1 TO TABSM-TOTAL
                   MOVE HOR-SECCION TO TABSM-SECCION(TABSM-TOTAL)
                   MOVE HOR-NRO-MATERIA TO TABSM-MATERIA(TABSM-TOTAL)
                   MOVE "MATERIA INEXISTENTE"
                       TO TABSM-NOMBRE(TABSM-TOTAL)
                   PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
                       UNTIL TABMAT-INDICE > TABMAT-TOTAL
                       IF TABMAT-COD(TABMAT-INDICE) = HOR-NRO-MATERIA
                           MOVE TABMAT-NOMBRE(TABMAT-INDICE)
                               TO TABSM-NOMBRE(TABSM-TOTAL)
                       END-IF
                   END-PERFORM
                   MOVE 0 TO TABSM-PROGRAMADOS(TABSM-TOTAL)
                       TABSM-PERDIDOS(TABSM-TOTAL)
                       TABSM-CUBIERTOS(TABSM-TOTAL)
                   MOVE TABSM-TOTAL TO TABHOR-FILA-SM(TABHOR-TOTAL)
               ELSE
                   MOVE "TABLA-SECMAT" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * DIAS DE CLASE DEL MES; EL DIA DE LA SEMANA SALE DEL NUMERO
      * DE DIA CORRIDO DE LA FECHA (EL 01/01/1601 FUE LUNES)
       1300-CARGAR-TABLA-CALDIA.
           MOVE 0 TO TABCDI-TOTAL
           OPEN INPUT CALDIA
           IF WS-FS-CDI-OK
               PERFORM 1310-LEER-CALDIA UNTIL NOT WS-FS-CDI-OK
           END-IF
           CLOSE CALDIA.

       1310-LEER-CALDIA.
           READ CALDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-CDI
           END-READ
           IF WS-FS-CDI-OK AND CDI-TIPO-CLASE
           AND CDI-ANIO = WS-ANIO AND CDI-MES = WS-MES
               IF TABCDI-TOTAL < 31
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

      * MODULOS PROGRAMADOS: CADA DIA DE CLASE DEL MES POR CADA FILA
      * DEL HORARIO QUE CAE EN ESE DIA DE LA SEMANA
       2000-CONTAR-PROGRAMADOS.
           PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
               UNTIL TABCDI-INDICE > TABCDI-TOTAL
               PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
                   UNTIL TABHOR-INDICE > TABHOR-TOTAL
                   IF TABHOR-DIA(TABHOR-INDICE) =
                       TABCDI-DIA-SEMANA(TABCDI-INDICE)
                   AND TABHOR-FILA-SM(TABHOR-INDICE) > 0
                       ADD 1 TO TABSM-PROGRAMADOS
                           (TABHOR-FILA-SM(TABHOR-INDICE))
                   END-IF
               END-PERFORM
           END-PERFORM.

      * LAS AUSENCIAS DEL MES QUE CAEN EN UN DIA DE CLASE; CADA UNA
      * DESCUENTA LOS MODULOS DEL DOCENTE EN ESE DIA DE LA SEMANA
       2100-PROCESAR-AUSENCIAS.
           OPEN INPUT AUSDOC
           IF WS-FS-AUS-OK
               PERFORM 2110-LEER-AUSENCIA UNTIL NOT WS-FS-AUS-OK
           END-IF
           CLOSE AUSDOC.

       2110-LEER-AUSENCIA.
           READ AUSDOC NEXT RECORD AT END
               MOVE "10" TO WS-FS-AUS
           END-READ
           IF WS-FS-AUS-OK AND AUS-ANIO = WS-ANIO AND AUS-MES = WS-MES
               MOVE "N" TO WS-DIA-DE-CLASE
               PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
                   UNTIL TABCDI-INDICE > TABCDI-TOTAL
                   OR DIA-DE-CLASE-SI
                   IF TABCDI-FECHA(TABCDI-INDICE) = AUS-FECHA
                       MOVE "S" TO WS-DIA-DE-CLASE
                       MOVE TABCDI-DIA-SEMANA(TABCDI-INDICE)
                           TO WS-DIA-SEMANA
                   END-IF
               END-PERFORM
               IF DIA-DE-CLASE-SI
                   PERFORM 2120-IMPUTAR-AUSENCIA
               END-IF
           END-IF.

       2120-IMPUTAR-AUSENCIA.
           ADD 1 TO WS-TOT-AUSENCIAS
           MOVE AUS-COD-DOCENTE TO WS-DOC-BUSCADO
           PERFORM 2150-UBICAR-DOCENTE
           IF WS-FILA-DOC > 0
               ADD 1 TO TABDOC-DIAS(WS-FILA-DOC)
           END-IF
           PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
               UNTIL TABHOR-INDICE > TABHOR-TOTAL
               IF TABHOR-DOCENTE(TABHOR-INDICE) = AUS-COD-DOCENTE
               AND TABHOR-DIA(TABHOR-INDICE) = WS-DIA-SEMANA
               AND TABHOR-FILA-SM(TABHOR-INDICE) > 0
                   MOVE TABHOR-FILA-SM(TABHOR-INDICE)
                       TO TABSM-INDICE
                   IF AUS-SUPLENTE > 0
                       ADD 1 TO TABSM-CUBIERTOS(TABSM-INDICE)
                       IF WS-FILA-DOC > 0
                           ADD 1 TO TABDOC-CUBIERTOS(WS-FILA-DOC)
                       END-IF
                   ELSE
                       ADD 1 TO TABSM-PERDIDOS(TABSM-INDICE)
                       IF WS-FILA-DOC > 0
                           ADD 1 TO TABDOC-PERDIDOS(WS-FILA-DOC)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * DEVUELVE EN WS-FILA-DOC LA FILA DEL DOCENTE WS-DOC-BUSCADO,
      * AGREGANDOLA SI TODAVIA NO ESTA (CERO SI LA TABLA SE LLENO)
       2150-UBICAR-DOCENTE.
           MOVE 0 TO WS-FILA-DOC
           PERFORM VARYING TABDOC-INDICE FROM 1 BY 1
               UNTIL TABDOC-INDICE > TABDOC-TOTAL
               OR WS-FILA-DOC > 0
               IF TABDOC-COD(TABDOC-INDICE) = WS-DOC-BUSCADO
                   MOVE TABDOC-INDICE TO WS-FILA-DOC
               END-IF
           END-PERFORM
           IF WS-FILA-DOC = 0
               IF TABDOC-TOTAL < 100
                   ADD 1 TO TABDOC-TOTAL
                   MOVE WS-DOC-BUSCADO TO TABDOC-COD(TABDOC-TOTAL)
                   MOVE "DOCENTE INEXISTENTE"
                       TO TABDOC-NOMBRE(TABDOC-TOTAL)
                   MOVE 0 TO TABDOC-DIAS(TABDOC-TOTAL)
                       TABDOC-PERDIDOS(TABDOC-TOTAL)
                       TABDOC-CUBIERTOS(TABDOC-TOTAL)
                   MOVE TABDOC-TOTAL TO WS-FILA-DOC
               ELSE
                   MOVE "TABLA-DOCENTES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       3000-LISTAR-SECCIONES.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS PERDIDOS Y CUBIERTOS POR AUSENCIA DOCENTE "
               DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "SEC MA MATERIA                   PROGRAM PERDID CUBIER"
               TO WS-LINEA-REPORTE
           MOVE "%PERD" TO WS-LINEA-REPORTE(57:5)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           PERFORM 3100-LINEA-SECMAT
               VARYING TABSM-INDICE FROM 1 BY 1
               UNTIL TABSM-INDICE > TABSM-TOTAL.

       3100-LINEA-SECMAT.
           ADD TABSM-PROGRAMADOS(TABSM-INDICE) TO WS-TOT-PROGRAMADOS
           ADD TABSM-PERDIDOS(TABSM-INDICE) TO WS-TOT-PERDIDOS
           ADD TABSM-CUBIERTOS(TABSM-INDICE) TO WS-TOT-CUBIERTOS
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE TABSM-SECCION(TABSM-INDICE) TO WS-LINEA-REPORTE(1:2)
           MOVE TABSM-MATERIA(TABSM-INDICE) TO WS-LINEA-REPORTE(5:2)
           MOVE TABSM-NOMBRE(TABSM-INDICE) TO WS-LINEA-REPORTE(8:25)
           MOVE TABSM-PROGRAMADOS(TABSM-INDICE) TO WS-CANT-ED
           MOVE WS-CANT-ED TO WS-LINEA-REPORTE(35:6)
           MOVE TABSM-PERDIDOS(TABSM-INDICE) TO WS-CANT-ED
           MOVE WS-CANT-ED TO WS-LINEA-REPORTE(42:6)
           MOVE TABSM-CUBIERTOS(TABSM-INDICE) TO WS-CANT-ED
           MOVE WS-CANT-ED TO WS-LINEA-REPORTE(49:6)
           MOVE 0 TO WS-PORCENTAJE
           IF TABSM-PROGRAMADOS(TABSM-INDICE) > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   TABSM-PERDIDOS(TABSM-INDICE) * 100
                   / TABSM-PROGRAMADOS(TABSM-INDICE)
           END-IF
           MOVE WS-PORCENTAJE TO WS-PORC-ED
           MOVE WS-PORC-ED TO WS-LINEA-REPORTE(59:3)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * SOLO LOS DOCENTES CON AUSENCIAS EN EL MES
       3500-LISTAR-DOCENTES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "DOC  NOMBRE                     DIAS PERDID CUBIER"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           PERFORM 3600-LINEA-DOCENTE
               VARYING TABDOC-INDICE FROM 1 BY 1
               UNTIL TABDOC-INDICE > TABDOC-TOTAL.

       3600-LINEA-DOCENTE.
           IF TABDOC-DIAS(TABDOC-INDICE) > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               MOVE TABDOC-COD(TABDOC-INDICE) TO WS-LINEA-REPORTE(1:4)
               MOVE TABDOC-NOMBRE(TABDOC-INDICE)
                   TO WS-LINEA-REPORTE(6:25)
               MOVE TABDOC-DIAS(TABDOC-INDICE) TO WS-CANT-ED
               MOVE WS-CANT-ED(4:3) TO WS-LINEA-REPORTE(33:3)
               MOVE TABDOC-PERDIDOS(TABDOC-INDICE) TO WS-CANT-ED
               MOVE WS-CANT-ED TO WS-LINEA-REPORTE(37:6)
               MOVE TABDOC-CUBIERTOS(TABDOC-INDICE) TO WS-CANT-ED
               MOVE WS-CANT-ED TO WS-LINEA-REPORTE(44:6)
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

       4000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE WS-TOT-AUSENCIAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DIAS DE AUSENCIA:    " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-PROGRAMADOS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS PROGRAMADOS: " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-PERDIDOS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS PERDIDOS:    " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-CUBIERTOS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS CUBIERTOS:   " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           IF TABLAS-DESBORDADAS-SI
               MOVE "ATENCION: TABLA COMPLETA, LISTADO PARCIAL"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE 12 TO RETURN-CODE
           END-IF.

       9010-ESCRIBIR-LINEA.
           WRITE AUSMES-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR AUSMES"
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
           MOVE "AUSMES.dat" TO ARCHIVO-SPL
           MOVE "PGAUSMES" TO PROGRAMA-SPL
           STRING "PERIODO=" DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGAUSMES.
