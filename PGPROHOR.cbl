       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGPROHOR.

      * PROPUESTA AUTOMATICA DE HORARIO. PARA EL AÑO DE PLAN PEDIDO
      * RECORRE PLAN.dat Y UBICA CADA MATERIA DE CADA SECCION EN LA
      * GRILLA DE 5 DIAS POR 8 MODULOS TANTAS VECES COMO HORAS
      * SEMANALES TENGA EN MATERIAS.dat (MAT-HORAS), CON LAS MISMAS
      * REGLAS QUE PGENHOR CONTROLA AL TIPEAR: LA SECCION NO PUEDE
      * TENER DOS CLASES EN EL MISMO DIA/MODULO Y EL DOCENTE TITULAR
      * NO PUEDE ESTAR EN DOS SECCIONES A LA MISMA HORA. LAS HORAS SE
      * REPARTEN DE A UNA POR DIA (Y RECIEN DESPUES SE REPITE DIA),
      * EMPEZANDO CADA MATERIA EN UN DIA DISTINTO PARA NO CARGAR
      * SIEMPRE EL LUNES. LAS CLASES YA GRABADAS DE SECCIONES QUE NO
      * ESTAN EN EL PLAN DEL AÑO SE RESPETAN COMO FIJAS Y PASAN A LA
      * PROPUESTA TAL CUAL.
      * LA PROPUESTA QUEDA EN HORARIOS.PRO (MISMO REGISTRO QUE
      * HORARIOS.dat) Y EL LISTADO DE CONTROL EN PROPHOR.dat, CON LAS
      * MATERIAS QUE NO SE PUDIERON UBICAR COMPLETAS. HORARIOS.dat
      * SOLO SE REEMPLAZA SI EL OPERADOR LO CONFIRMA; EL ANTERIOR
      * QUEDA COPIADO EN HORARIOS.ANT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL HORARIOS    ASSIGN TO "HORARIOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HOR.
       SELECT OPTIONAL PLAN        ASSIGN TO "PLAN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLA.
       SELECT OPTIONAL MATERIAS    ASSIGN TO "MATERIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT.
      * HORARIO PROPUESTO, PARA REVISAR ANTES DE REEMPLAZAR
       SELECT HORPRO               ASSIGN TO "HORARIOS.PRO"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRO.
      * LISTADO DE CONTROL DE LA PROPUESTA
       SELECT PROPHOR              ASSIGN TO "PROPHOR.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS.
           01 HORARIOS-REGISTRO.
              05 HOR-SECCION PIC X(2).
              05 HOR-NRO-MATERIA PIC 99.
              05 HOR-DIA PIC 9.
              05 HOR-MODULO PIC 99.

       FD PLAN.
           01 PLAN-REGISTRO.
              05 PLA-SECCION PIC X(2).
              05 PLA-ANIO PIC 9(4).
              05 PLA-NRO-MATERIA PIC 99.
              05 PLA-ORDEN PIC 99.

       FD MATERIAS.
           01 MATERIAS-REGISTRO.
              05 MAT-CODIGO PIC 99.
              05 MAT-NOMBRE PIC X(25).
              05 MAT-HORAS PIC 99.
              05 MAT-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(16).

       FD HORPRO.
           01 HORPRO-REGISTRO.
              05 PRO-SECCION PIC X(2).
              05 PRO-NRO-MATERIA PIC 99.
              05 PRO-DIA PIC 9.
              05 PRO-MODULO PIC 99.

       FD PROPHOR.
           01 PROPHOR-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
           88 WS-FS-HOR-NO VALUE "10".
       01 WS-FS-PLA PIC XX.
           88 WS-FS-PLA-OK VALUE "00".
           88 WS-FS-PLA-NO VALUE "10".
       01 WS-FS-MAT PIC XX.
           88 WS-FS-MAT-OK VALUE "00".
           88 WS-FS-MAT-NO VALUE "10".
       01 WS-FS-PRO PIC XX.
           88 WS-FS-PRO-OK VALUE "00".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
       77 WS-ANIO-PLAN PIC 9(4) VALUE ZERO.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".

      * MATERIAS EN TABLA: HORAS SEMANALES Y DOCENTE TITULAR
       01 TABLA-MATERIAS.
           05 TABMAT-FILA OCCURS 50 TIMES.
               10 TABMAT-COD PIC 99.
               10 TABMAT-NOMBRE PIC X(25).
               10 TABMAT-HORAS PIC 99.
               10 TABMAT-COD-DOCENTE PIC 9(4).
       77 TABMAT-INDICE PIC 99.
       77 TABMAT-TOTAL PIC 99 VALUE 0.

      * PLAN DEL AÑO PEDIDO, EN EL ORDEN DEL ARCHIVO
       01 TABLA-PLAN.
           05 TABPLA-FILA OCCURS 200 TIMES.
               10 TABPLA-SECCION PIC X(2).
               10 TABPLA-MATERIA PIC 99.
       77 TABPLA-INDICE PIC 999.
       77 TABPLA-TOTAL PIC 999 VALUE 0.

      * GRILLA DE OCUPACION DE CADA SECCION (S=MODULO OCUPADO);
      * TABSEC-EN-PLAN = N PARA LAS SECCIONES QUE SOLO TIENEN CLASES
      * FIJAS DEL HORARIO ACTUAL
       01 TABLA-SECCIONES.
           05 TABSEC-FILA OCCURS 40 TIMES.
               10 TABSEC-SECCION PIC X(2).
               10 TABSEC-EN-PLAN PIC X.
               10 TABSEC-UBICADOS PIC 999.
               10 TABSEC-DIA OCCURS 5 TIMES.
                   15 TABSEC-MODULO PIC X OCCURS 8 TIMES.
       77 TABSEC-INDICE PIC 99.
       77 TABSEC-TOTAL PIC 99 VALUE 0.
       77 WS-FILA-SEC PIC 99 VALUE 0.

      * GRILLA DE OCUPACION DE CADA DOCENTE
       01 TABLA-DOCENTES.
           05 TABDOC-FILA OCCURS 100 TIMES.
               10 TABDOC-COD PIC 9(4).
               10 TABDOC-DIA OCCURS 5 TIMES.
                   15 TABDOC-MODULO PIC X OCCURS 8 TIMES.
       77 TABDOC-INDICE PIC 999.
       77 TABDOC-TOTAL PIC 999 VALUE 0.
       77 WS-FILA-DOC PIC 999 VALUE 0.
       77 WS-DOC-BUSCADO PIC 9(4) VALUE 0.
       77 WS-SECCION-BUSCADA PIC X(2) VALUE SPACES.
       77 WS-MATERIA-BUSCADA PIC 99 VALUE 0.

      * CLASES FIJAS: HORARIO ACTUAL DE LAS SECCIONES FUERA DEL PLAN
       01 TABLA-FIJAS.
           05 TABFIJ-FILA OCCURS 500 TIMES.
               10 TABFIJ-SECCION PIC X(2).
               10 TABFIJ-MATERIA PIC 99.
               10 TABFIJ-DIA PIC 9.
               10 TABFIJ-MODULO PIC 99.
       77 TABFIJ-INDICE PIC 999.
       77 TABFIJ-TOTAL PIC 999 VALUE 0.

      * UBICACION DE UNA MATERIA: HORAS PEDIDAS, PENDIENTES, CLASES
      * YA PUESTAS EN CADA DIA, RONDA DE REPARTO Y DIA DE ARRANQUE
       77 WS-HORAS PIC 99 VALUE 0.
       77 WS-PENDIENTES PIC 99 VALUE 0.
       77 WS-DOCENTE PIC 9(4) VALUE 0.
       77 WS-NOMBRE-MATERIA PIC X(25) VALUE SPACES.
       01 WS-CLASES-DIA.
           05 WS-CANT-DIA PIC 9 OCCURS 5 TIMES.
       77 WS-RONDA PIC 9 VALUE 0.
       77 WS-PASO PIC 9 VALUE 0.
       77 WS-DIA PIC 9 VALUE 0.
       77 WS-DIA-INICIO PIC 9 VALUE 0.
       77 WS-MODULO PIC 99 VALUE 0.
       01 WS-UBICADO PIC X VALUE "N".
           88 UBICADO-SI VALUE "S".
           88 UBICADO-NO VALUE "N".
       01 WS-MATERIA-HALLADA PIC X VALUE "N".
           88 MATERIA-HALLADA-SI VALUE "S".
           88 MATERIA-HALLADA-NO VALUE "N".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-TOT-PEDIDAS PIC 9(5) VALUE 0.
       77 WS-TOT-UBICADAS PIC 9(5) VALUE 0.
       77 WS-TOT-FIJAS PIC 9(5) VALUE 0.
       77 WS-TOT-INCOMPLETAS PIC 9(4) VALUE 0.
       01 WS-CANT-ED PIC ZZZZ9.

       01 WS-RUTA-HOR PIC X(12) VALUE "HORARIOS.dat".
       01 WS-RUTA-PRO PIC X(12) VALUE "HORARIOS.PRO".
       01 WS-RUTA-ANT PIC X(12) VALUE "HORARIOS.ANT".
       01 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

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
           DISPLAY "AÑO DEL PLAN DE ESTUDIOS A DISTRIBUIR"
           ACCEPT WS-ANIO-PLAN
           PERFORM 1000-CARGAR-TABLA-MATERIAS
           PERFORM 1100-CARGAR-TABLA-PLAN
           IF TABPLA-TOTAL = 0
               DISPLAY "NO HAY PLAN DE ESTUDIOS CARGADO PARA ESE AÑO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-CARGAR-CLASES-FIJAS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "PROPUESTA NO GENERADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HORPRO
           OPEN OUTPUT PROPHOR
           IF NOT WS-FS-PRO-OK OR NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-PRO " " WS-FS-LIS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-ENCABEZADO-REPORTE
           PERFORM 1300-GRABAR-FIJA
               VARYING TABFIJ-INDICE FROM 1 BY 1
               UNTIL TABFIJ-INDICE > TABFIJ-TOTAL
           PERFORM 2000-UBICAR-MATERIA
               VARYING TABPLA-INDICE FROM 1 BY 1
               UNTIL TABPLA-INDICE > TABPLA-TOTAL
           PERFORM 3000-RESUMEN
           CLOSE HORPRO
           CLOSE PROPHOR
           PERFORM 9930-REGISTRAR-SPOOL
           PERFORM 4000-CONFIRMAR-REEMPLAZO
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
                   MOVE MAT-HORAS TO TABMAT-HORAS(TABMAT-TOTAL)
                   MOVE MAT-COD-DOCENTE
                       TO TABMAT-COD-DOCENTE(TABMAT-TOTAL)
               ELSE
                   MOVE "TABLA-MATERIAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * EL PLAN DEL AÑO DEFINE LAS SECCIONES A DISTRIBUIR
       1100-CARGAR-TABLA-PLAN.
           MOVE 0 TO TABPLA-TOTAL
           OPEN INPUT PLAN
           IF WS-FS-PLA-OK
               PERFORM 1110-LEER-PLAN UNTIL NOT WS-FS-PLA-OK
           END-IF
           CLOSE PLAN.

       1110-LEER-PLAN.
           READ PLAN NEXT RECORD AT END
               MOVE "10" TO WS-FS-PLA
           END-READ
           IF WS-FS-PLA-OK AND PLA-ANIO = WS-ANIO-PLAN
               IF TABPLA-TOTAL < 200
                   ADD 1 TO TABPLA-TOTAL
                   MOVE PLA-SECCION TO TABPLA-SECCION(TABPLA-TOTAL)
                   MOVE PLA-NRO-MATERIA TO TABPLA-MATERIA(TABPLA-TOTAL)
                   MOVE PLA-SECCION TO WS-SECCION-BUSCADA
                   PERFORM 2150-UBICAR-SECCION
                   IF WS-FILA-SEC > 0
                       MOVE "S" TO TABSEC-EN-PLAN(WS-FILA-SEC)
                   END-IF
               ELSE
                   MOVE "TABLA-PLAN" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * LAS CLASES ACTUALES DE SECCIONES QUE NO ESTAN EN EL PLAN DEL
      * AÑO QUEDAN FIJAS: OCUPAN SU GRILLA Y LA DE SU DOCENTE ANTES
      * DE EMPEZAR A UBICAR, Y SE COPIAN A LA PROPUESTA
       1200-CARGAR-CLASES-FIJAS.
           MOVE 0 TO TABFIJ-TOTAL
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
               MOVE HOR-SECCION TO WS-SECCION-BUSCADA
               PERFORM 2150-UBICAR-SECCION
               IF WS-FILA-SEC > 0
                   IF TABSEC-EN-PLAN(WS-FILA-SEC) = "N"
                       PERFORM 1220-AGREGAR-FIJA
                   END-IF
               END-IF
           END-IF.

       1220-AGREGAR-FIJA.
           IF TABFIJ-TOTAL < 500
               ADD 1 TO TABFIJ-TOTAL
               MOVE HOR-SECCION TO TABFIJ-SECCION(TABFIJ-TOTAL)
               MOVE HOR-NRO-MATERIA TO TABFIJ-MATERIA(TABFIJ-TOTAL)
               MOVE HOR-DIA TO TABFIJ-DIA(TABFIJ-TOTAL)
               MOVE HOR-MODULO TO TABFIJ-MODULO(TABFIJ-TOTAL)
               MOVE HOR-NRO-MATERIA TO WS-MATERIA-BUSCADA
               PERFORM 2050-BUSCAR-MATERIA
               MOVE WS-DOCENTE TO WS-DOC-BUSCADO
               PERFORM 2160-UBICAR-DOCENTE
               IF HOR-DIA >= 1 AND HOR-DIA <= 5
               AND HOR-MODULO >= 1 AND HOR-MODULO <= 8
                   IF WS-FILA-SEC > 0
                       MOVE "S" TO TABSEC-MODULO
                           (WS-FILA-SEC HOR-DIA HOR-MODULO)
                   END-IF
                   IF WS-FILA-DOC > 0
                       MOVE "S" TO TABDOC-MODULO
                           (WS-FILA-DOC HOR-DIA HOR-MODULO)
                   END-IF
               END-IF
           ELSE
               MOVE "TABLA-FIJAS" TO WS-TABLA-DESBORDADA
               PERFORM 9950-MARCAR-DESBORDE
           END-IF.

       1300-GRABAR-FIJA.
           MOVE TABFIJ-SECCION(TABFIJ-INDICE) TO PRO-SECCION
           MOVE TABFIJ-MATERIA(TABFIJ-INDICE) TO PRO-NRO-MATERIA
           MOVE TABFIJ-DIA(TABFIJ-INDICE) TO PRO-DIA
           MOVE TABFIJ-MODULO(TABFIJ-INDICE) TO PRO-MODULO
           WRITE HORPRO-REGISTRO
           ADD 1 TO WS-TOT-FIJAS.

       1500-ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PROPUESTA DE HORARIO - PLAN " DELIMITED BY SIZE
               WS-ANIO-PLAN DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "MATERIAS NO UBICADAS COMPLETAS" TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE "SEC MA MATERIA                   HORAS UBIC FALTAN"
               TO WS-LINEA-REPORTE
           MOVE "MOTIVO" TO WS-LINEA-REPORTE(52:6)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * UBICA LAS HORAS SEMANALES DE UNA MATERIA DEL PLAN. EN CADA
      * RONDA CADA DIA RECIBE A LO SUMO UNA CLASE MAS DE LA MATERIA,
      * EN EL PRIMER MODULO LIBRE PARA LA SECCION Y EL DOCENTE; EL DIA
      * DE ARRANQUE ROTA CON LA FILA DEL PLAN
       2000-UBICAR-MATERIA.
           MOVE TABPLA-SECCION(TABPLA-INDICE) TO WS-SECCION-BUSCADA
           MOVE TABPLA-MATERIA(TABPLA-INDICE) TO WS-MATERIA-BUSCADA
           PERFORM 2150-UBICAR-SECCION
           PERFORM 2050-BUSCAR-MATERIA
           MOVE WS-DOCENTE TO WS-DOC-BUSCADO
           PERFORM 2160-UBICAR-DOCENTE
           MOVE WS-HORAS TO WS-PENDIENTES
           ADD WS-HORAS TO WS-TOT-PEDIDAS
           MOVE ZEROS TO WS-CLASES-DIA
           MOVE SPACES TO WS-MOTIVO
           COMPUTE WS-DIA-INICIO = FUNCTION MOD(TABPLA-INDICE, 5)
           EVALUATE TRUE
               WHEN MATERIA-HALLADA-NO
                   MOVE "MATERIA INEXISTENTE" TO WS-MOTIVO
               WHEN WS-HORAS = 0
                   MOVE "SIN HORAS SEMANALES" TO WS-MOTIVO
               WHEN WS-FILA-SEC = 0 OR WS-FILA-DOC = 0
                   MOVE "TABLA COMPLETA" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM VARYING WS-RONDA FROM 1 BY 1
                       UNTIL WS-RONDA > 8 OR WS-PENDIENTES = 0
                       PERFORM VARYING WS-PASO FROM 1 BY 1
                           UNTIL WS-PASO > 5 OR WS-PENDIENTES = 0
                           COMPUTE WS-DIA = FUNCTION MOD
                               (WS-DIA-INICIO + WS-PASO, 5) + 1
                           IF WS-CANT-DIA(WS-DIA) < WS-RONDA
                               PERFORM 2100-BUSCAR-MODULO
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   IF WS-PENDIENTES > 0
                       MOVE "SIN MODULO LIBRE" TO WS-MOTIVO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               PERFORM 2200-LISTAR-INCOMPLETA
           END-IF.

       2050-BUSCAR-MATERIA.
           MOVE "N" TO WS-MATERIA-HALLADA
           MOVE 0 TO WS-HORAS WS-DOCENTE
           MOVE "MATERIA INEXISTENTE" TO WS-NOMBRE-MATERIA
           PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
               UNTIL TABMAT-INDICE > TABMAT-TOTAL
               OR MATERIA-HALLADA-SI
               IF TABMAT-COD(TABMAT-INDICE) = WS-MATERIA-BUSCADA
                   MOVE "S" TO WS-MATERIA-HALLADA
                   MOVE TABMAT-HORAS(TABMAT-INDICE) TO WS-HORAS
                   MOVE TABMAT-COD-DOCENTE(TABMAT-INDICE) TO WS-DOCENTE
                   MOVE TABMAT-NOMBRE(TABMAT-INDICE)
                       TO WS-NOMBRE-MATERIA
               END-IF
           END-PERFORM.

      * PRIMER MODULO DEL DIA LIBRE PARA LA SECCION Y PARA EL
      * DOCENTE (UNA MATERIA SIN DOCENTE SOLO MIRA LA SECCION)
       2100-BUSCAR-MODULO.
           MOVE "N" TO WS-UBICADO
           PERFORM VARYING WS-MODULO FROM 1 BY 1
               UNTIL WS-MODULO > 8 OR UBICADO-SI
               IF TABSEC-MODULO(WS-FILA-SEC WS-DIA WS-MODULO) NOT = "S"
               AND (WS-DOCENTE = 0
               OR TABDOC-MODULO(WS-FILA-DOC WS-DIA WS-MODULO)
                   NOT = "S")
                   MOVE "S" TO WS-UBICADO
                   MOVE "S" TO TABSEC-MODULO
                       (WS-FILA-SEC WS-DIA WS-MODULO)
                   IF WS-DOCENTE > 0
                       MOVE "S" TO TABDOC-MODULO
                           (WS-FILA-DOC WS-DIA WS-MODULO)
                   END-IF
                   ADD 1 TO WS-CANT-DIA(WS-DIA)
                   SUBTRACT 1 FROM WS-PENDIENTES
                   ADD 1 TO TABSEC-UBICADOS(WS-FILA-SEC)
                   ADD 1 TO WS-TOT-UBICADAS
                   MOVE WS-SECCION-BUSCADA TO PRO-SECCION
                   MOVE WS-MATERIA-BUSCADA TO PRO-NRO-MATERIA
                   MOVE WS-DIA TO PRO-DIA
                   MOVE WS-MODULO TO PRO-MODULO
                   WRITE HORPRO-REGISTRO
               END-IF
           END-PERFORM.

      * DEVUELVE EN WS-FILA-SEC LA FILA DE WS-SECCION-BUSCADA,
      * AGREGANDOLA CON LA GRILLA LIBRE SI TODAVIA NO ESTA
       2150-UBICAR-SECCION.
           MOVE 0 TO WS-FILA-SEC
           PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
               UNTIL TABSEC-INDICE > TABSEC-TOTAL OR WS-FILA-SEC > 0
               IF TABSEC-SECCION(TABSEC-INDICE) = WS-SECCION-BUSCADA
                   MOVE TABSEC-INDICE TO WS-FILA-SEC
               END-IF
           END-PERFORM
           IF WS-FILA-SEC = 0
               IF TABSEC-TOTAL < 40
                   ADD 1 TO TABSEC-TOTAL
                   MOVE SPACES TO TABSEC-FILA(TABSEC-TOTAL)
                   MOVE WS-SECCION-BUSCADA
                       TO TABSEC-SECCION(TABSEC-TOTAL)
                   MOVE "N" TO TABSEC-EN-PLAN(TABSEC-TOTAL)
                   MOVE 0 TO TABSEC-UBICADOS(TABSEC-TOTAL)
                   MOVE TABSEC-TOTAL TO WS-FILA-SEC
               ELSE
                   MOVE "TABLA-SECCIONES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * DEVUELVE EN WS-FILA-DOC LA FILA DEL DOCENTE WS-DOC-BUSCADO,
      * AGREGANDOLA CON LA GRILLA LIBRE SI TODAVIA NO ESTA
       2160-UBICAR-DOCENTE.
           MOVE 0 TO WS-FILA-DOC
           PERFORM VARYING TABDOC-INDICE FROM 1 BY 1
               UNTIL TABDOC-INDICE > TABDOC-TOTAL OR WS-FILA-DOC > 0
               IF TABDOC-COD(TABDOC-INDICE) = WS-DOC-BUSCADO
                   MOVE TABDOC-INDICE TO WS-FILA-DOC
               END-IF
           END-PERFORM
           IF WS-FILA-DOC = 0
               IF TABDOC-TOTAL < 100
                   ADD 1 TO TABDOC-TOTAL
                   MOVE SPACES TO TABDOC-FILA(TABDOC-TOTAL)
                   MOVE WS-DOC-BUSCADO TO TABDOC-COD(TABDOC-TOTAL)
                   MOVE TABDOC-TOTAL TO WS-FILA-DOC
               ELSE
                   MOVE "TABLA-DOCENTES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       2200-LISTAR-INCOMPLETA.
           ADD 1 TO WS-TOT-INCOMPLETAS
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE WS-SECCION-BUSCADA TO WS-LINEA-REPORTE(1:2)
           MOVE WS-MATERIA-BUSCADA TO WS-LINEA-REPORTE(5:2)
           MOVE WS-NOMBRE-MATERIA TO WS-LINEA-REPORTE(8:25)
           MOVE WS-HORAS TO WS-LINEA-REPORTE(36:2)
           COMPUTE WS-CANT-ED = WS-HORAS - WS-PENDIENTES
           MOVE WS-CANT-ED(4:2) TO WS-LINEA-REPORTE(41:2)
           MOVE WS-PENDIENTES TO WS-LINEA-REPORTE(47:2)
           MOVE WS-MOTIVO TO WS-LINEA-REPORTE(52:20)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * MODULOS UBICADOS POR SECCION DEL PLAN Y TOTALES
       3000-RESUMEN.
           IF WS-TOT-INCOMPLETAS = 0
               MOVE "  (NINGUNA)" TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "MODULOS UBICADOS POR SECCION" TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
               UNTIL TABSEC-INDICE > TABSEC-TOTAL
               IF TABSEC-EN-PLAN(TABSEC-INDICE) = "S"
                   MOVE TABSEC-UBICADOS(TABSEC-INDICE) TO WS-CANT-ED
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "SECCION " DELIMITED BY SIZE
                       TABSEC-SECCION(TABSEC-INDICE) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-CANT-ED DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE WS-TOT-PEDIDAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "HORAS PEDIDAS POR EL PLAN:   " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-UBICADAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS UBICADOS:            " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-FIJAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CLASES FIJAS FUERA DEL PLAN: " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOT-INCOMPLETAS TO WS-CANT-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MATERIAS INCOMPLETAS:        " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * LA PROPUESTA REEMPLAZA AL HORARIO VIGENTE SOLO CON
      * CONFIRMACION; EL VIGENTE SE COPIA ANTES A HORARIOS.ANT Y LA
      * PROPUESTA QUEDA COMO ESTA PARA CONSULTA
       4000-CONFIRMAR-REEMPLAZO.
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "PROPUESTA INCOMPLETA POR DESBORDE, HORARIOS.dat"
                   " NO SE REEMPLAZA"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "REVISE HORARIOS.PRO Y PROPHOR.dat"
               DISPLAY "REEMPLAZAR HORARIOS.dat POR LA PROPUESTA? SI/NO"
               ACCEPT WS-CONTROL
               IF WS-CONTROL-OK
                   CALL "CBL_COPY_FILE" USING WS-RUTA-HOR WS-RUTA-ANT
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_COPY_FILE" USING WS-RUTA-PRO WS-RUTA-HOR
                       RETURNING WS-CBL-RESULT
                   IF WS-CBL-RESULT = 0
                       DISPLAY "HORARIOS.dat REEMPLAZADO (ANTERIOR EN"
                           " HORARIOS.ANT)"
                       MOVE "REEMPLAZO" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING "PLAN " DELIMITED BY SIZE
                           WS-ANIO-PLAN DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "ERROR AL COPIAR LA PROPUESTA, "
                           "HORARIOS.dat SIN CAMBIOS"
                       MOVE 12 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "HORARIOS.dat SIN CAMBIOS"
               END-IF
           END-IF.

       9010-ESCRIBIR-LINEA.
           WRITE PROPHOR-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR PROPHOR"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGPROHOR" DELIMITED BY SIZE
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
           MOVE "PROPHOR.dat" TO ARCHIVO-SPL
           MOVE "PGPROHOR" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ANIO PLAN=" DELIMITED BY SIZE
               WS-ANIO-PLAN DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGPROHOR.
