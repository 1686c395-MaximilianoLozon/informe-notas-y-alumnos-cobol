       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGHORCAT.

      * HORAS CATEDRA DEL MES PARA LA LIQUIDACION DE HABERES. CADA
      * MODULO DE HORARIOS.dat DICTADO EN UN DIA DE CLASE DEL MES
      * (CALDIA.dat, TIPO C, MISMO DIA DE LA SEMANA) ES UNA HORA
      * CATEDRA DEL DOCENTE QUE TENIA LA MATERIA ASIGNADA EN ESE MES
      * SEGUN ASIGDOC.dat. SI LA MATERIA CAMBIO DE DOCENTE EN EL MES
      * (MAS DE UNA ASIGNACION VIGENTE EN EL AÑO/MES) LOS DIAS DE
      * CLASE DEL MES SE REPARTEN EN PARTES IGUALES Y EN ORDEN DE
      * FECHA ENTRE LAS ASIGNACIONES, EN ORDEN DE FECHA DESDE; LA
      * MATERIA SIN ASIGNACIONES EN ASIGDOC SE LIQUIDA AL TITULAR DE
      * MATERIAS.dat. EL EXTRACTO PARA EL LIQUIDADOR VA POR LEGAJO
      * (DOC-LEGAJO) EN HORCAT.dat Y EL LISTADO DE CONTROL, CON EL
      * DETALLE POR SECCION/MATERIA Y TOTAL POR DOCENTE, EN
      * HORCATLS.dat. LOS MODULOS SIN DOCENTE O DE DOCENTES SIN
      * LEGAJO NO SE EXTRAEN: SALEN AL FINAL DEL LISTADO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL HORARIOS    ASSIGN TO "HORARIOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HOR.
       SELECT OPTIONAL CALDIA      ASSIGN TO "CALDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CDI.
       SELECT OPTIONAL ASIGDOC     ASSIGN TO "ASIGDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASG.
       SELECT OPTIONAL MATERIAS    ASSIGN TO "MATERIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT.
       SELECT OPTIONAL DOCENTES    ASSIGN TO "DOCENTES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DOC.
      * INTERFAZ DE ANCHO FIJO PARA EL LIQUIDADOR DE HABERES: UN
      * REGISTRO POR DOCENTE CON HORAS CATEDRA EN EL MES
       SELECT HORCAT               ASSIGN TO "HORCAT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXT.
      * LISTADO DE CONTROL PARA LA OFICINA
       SELECT HORCATLS             ASSIGN TO "HORCATLS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.
      * CONTROL DE CORRIDAS BATCH COMPARTIDO: UN REGISTRO DE INICIO Y
      * UNO DE FIN POR CORRIDA, CON CONTADORES Y ESTADO FINAL
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
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

       FD ASIGDOC.
           01 ASIGDOC-REGISTRO.
              05 ASG-NRO-MATERIA PIC 99.
              05 ASG-COD-DOCENTE PIC 9(4).
              05 ASG-DESDE-ANIO PIC 9(4).
              05 ASG-DESDE-MES PIC 99.
              05 ASG-HASTA-ANIO PIC 9(4).
              05 ASG-HASTA-MES PIC 99.

       FD MATERIAS.
           01 MATERIAS-REGISTRO.
              05 MAT-CODIGO PIC 99.
              05 MAT-NOMBRE PIC X(25).
              05 MAT-HORAS PIC 99.
              05 MAT-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(16).

       FD DOCENTES.
           01 DOCENTES-REGISTRO.
              05 DOC-CODIGO PIC 9(4).
              05 DOC-NOMBRE PIC X(25).
              05 DOC-LEGAJO PIC 9(6).

      * REGISTRO DE SALIDA DE 80 POSICIONES, ANCHO FIJO, SIN
      * SEPARADORES, PARA QUE EL LIQUIDADOR LO LEA POR POSICION:
      *
      *   POSICIONES   CAMPO                  PIC
      *   001-006      EXT-LEGAJO             9(6)
      *   007-031      EXT-NOMBRE-DOCENTE     X(25)
      *   032-035      EXT-ANIO               9(4)
      *   036-037      EXT-MES                99
      *   038-041      EXT-HORAS-CATEDRA      9(4)
      *   042-045      EXT-COD-DOCENTE        9(4)
      *   046-080      FILLER                 X(35)
       FD HORCAT.
           01 HORCAT-REGISTRO.
              05 EXT-LEGAJO PIC 9(6).
              05 EXT-NOMBRE-DOCENTE PIC X(25).
              05 EXT-ANIO PIC 9(4).
              05 EXT-MES PIC 99.
              05 EXT-HORAS-CATEDRA PIC 9(4).
              05 EXT-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(35).

       FD HORCATLS.
           01 HORCATLS-LINEA PIC X(80).

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
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
           88 WS-FS-HOR-NO VALUE "10".
       01 WS-FS-CDI PIC XX.
           88 WS-FS-CDI-OK VALUE "00".
           88 WS-FS-CDI-NO VALUE "10".
       01 WS-FS-ASG PIC XX.
           88 WS-FS-ASG-OK VALUE "00".
           88 WS-FS-ASG-NO VALUE "10".
       01 WS-FS-MAT PIC XX.
           88 WS-FS-MAT-OK VALUE "00".
           88 WS-FS-MAT-NO VALUE "10".
       01 WS-FS-DOC PIC XX.
           88 WS-FS-DOC-OK VALUE "00".
           88 WS-FS-DOC-NO VALUE "10".
       01 WS-FS-EXT PIC XX.
           88 WS-FS-EXT-OK VALUE "00".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

       77 WS-ANIO PIC 9(4) VALUE ZERO.
       77 WS-MES PIC 99 VALUE ZERO.
       77 WS-PERIODO PIC 9(6) VALUE ZERO.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE ZERO.
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

      * DIAS DE CLASE DEL MES CON SU DIA DE LA SEMANA (1=LUNES) Y SU
      * NUMERO DE ORDEN EN EL MES
       01 TABLA-CALDIA.
           05 TABCDI-FILA OCCURS 31 TIMES.
               10 TABCDI-FECHA PIC 9(8).
               10 TABCDI-DIA-SEMANA PIC 9.
               10 TABCDI-ORDEN PIC 99.
       77 TABCDI-INDICE PIC 99.
       77 TABCDI-INDICE-2 PIC 99.
       77 TABCDI-TOTAL PIC 99 VALUE 0.

       01 TABLA-HORARIOS.
           05 TABHOR-FILA OCCURS 500 TIMES.
               10 TABHOR-SECCION PIC X(2).
               10 TABHOR-MATERIA PIC 99.
               10 TABHOR-DIA PIC 9.
       77 TABHOR-INDICE PIC 999.
       77 TABHOR-TOTAL PIC 999 VALUE 0.

      * HISTORIAL DE ASIGNACIONES CON VIGENCIAS COMO AAAAMM
       01 TABLA-ASIGDOC.
           05 TABASG-FILA OCCURS 200 TIMES.
               10 TABASG-MATERIA PIC 99.
               10 TABASG-DOCENTE PIC 9(4).
               10 TABASG-DESDE PIC 9(6).
               10 TABASG-HASTA PIC 9(6).
       77 TABASG-INDICE PIC 999.
       77 TABASG-TOTAL PIC 999 VALUE 0.

       01 TABLA-MATERIAS.
           05 TABMAT-FILA OCCURS 50 TIMES.
               10 TABMAT-COD PIC 99.
               10 TABMAT-NOMBRE PIC X(25).
               10 TABMAT-COD-DOCENTE PIC 9(4).
       77 TABMAT-INDICE PIC 99.
       77 TABMAT-TOTAL PIC 99 VALUE 0.

      * DOCENTES CON LAS HORAS CATEDRA ACUMULADAS DEL MES
       01 TABLA-DOCENTES.
           05 TABDOC-FILA OCCURS 100 TIMES.
               10 TABDOC-COD PIC 9(4).
               10 TABDOC-NOMBRE PIC X(25).
               10 TABDOC-LEGAJO PIC 9(6).
               10 TABDOC-HORAS PIC 9(4).
       77 TABDOC-INDICE PIC 999.
       77 TABDOC-TOTAL PIC 999 VALUE 0.
       77 WS-FILA-DOC PIC 999 VALUE 0.

      * DETALLE DEL LISTADO: HORAS POR DOCENTE, SECCION Y MATERIA
      * (DOCENTE 0 = MODULOS SIN DOCENTE A CARGO)
       01 TABLA-DETALLE.
           05 TABDET-FILA OCCURS 1000 TIMES.
               10 TABDET-DOCENTE PIC 9(4).
               10 TABDET-SECCION PIC X(2).
               10 TABDET-MATERIA PIC 99.
               10 TABDET-HORAS PIC 9(4).
               10 TABDET-CAMBIO PIC X.
       77 TABDET-INDICE PIC 9(4).
       77 TABDET-TOTAL PIC 9(4) VALUE 0.
       77 WS-FILA-DET PIC 9(4) VALUE 0.

      * ASIGNACIONES VIGENTES EN EL MES PARA LA MATERIA EN PROCESO,
      * ORDENADAS POR FECHA DESDE
       01 TABLA-VIGENTES.
           05 TABVIG-FILA OCCURS 10 TIMES.
               10 TABVIG-DOCENTE PIC 9(4).
               10 TABVIG-DESDE PIC 9(6).
       77 TABVIG-INDICE PIC 99.
       77 TABVIG-INDICE-2 PIC 99.
       77 TABVIG-TOTAL PIC 99 VALUE 0.
       01 WS-VIG-AUXILIAR.
           05 WS-VIG-AUX-DOCENTE PIC 9(4).
           05 WS-VIG-AUX-DESDE PIC 9(6).

       77 WS-MATERIA PIC 99 VALUE 0.
       77 WS-DOCENTE PIC 9(4) VALUE 0.
       77 WS-CAMBIO PIC X VALUE SPACE.
       77 WS-TRAMO PIC 99 VALUE 0.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-TOTAL-MODULOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-LIQUIDADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-EXCLUIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-EXTRAIDOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-DOC-EXCLUIDOS PIC 9(6) VALUE 0.
       77 WS-HAY-CAMBIOS PIC X VALUE "N".
       01 WS-HORAS-ED PIC ZZZZZ9.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "AÑO A LIQUIDAR"
           ACCEPT WS-ANIO
           DISPLAY "MES A LIQUIDAR"
           ACCEPT WS-MES
           COMPUTE WS-PERIODO = WS-ANIO * 100 + WS-MES
           MOVE "I" TO WS-RUN-TIPO
           MOVE SPACE TO WS-RUN-ESTADO
           PERFORM 9910-GRABAR-RUNCTL
           PERFORM 1000-CARGAR-TABLA-CALDIA
           PERFORM 1100-CARGAR-TABLA-HORARIOS
           PERFORM 1200-CARGAR-TABLA-ASIGDOC
           PERFORM 1300-CARGAR-TABLA-MATERIAS
           PERFORM 1400-CARGAR-TABLA-DOCENTES
           EVALUATE TRUE
               WHEN TABLAS-DESBORDADAS-SI
                   DISPLAY "HORCAT.dat NO SE GENERA"
                   MOVE 12 TO RETURN-CODE
                   MOVE "A" TO WS-RUN-ESTADO
               WHEN TABCDI-TOTAL = 0
                   DISPLAY "NO HAY DIAS DE CLASE EN CALDIA PARA EL MES"
                       " PEDIDO, HORCAT.dat NO SE GENERA"
                   MOVE 4 TO RETURN-CODE
                   MOVE "A" TO WS-RUN-ESTADO
               WHEN OTHER
                   PERFORM 2000-LIQUIDAR-MATERIA
                       VARYING TABMAT-INDICE FROM 1 BY 1
                       UNTIL TABMAT-INDICE > TABMAT-TOTAL
                   PERFORM 2900-MODULOS-SIN-MATERIA
                   IF TABLAS-DESBORDADAS-SI
                       DISPLAY "HORCAT.dat NO SE GENERA"
                       MOVE 12 TO RETURN-CODE
                       MOVE "A" TO WS-RUN-ESTADO
                   ELSE
                       PERFORM 3000-GRABAR-SALIDAS
                       MOVE "N" TO WS-RUN-ESTADO
                   END-IF
           END-EVALUATE
           MOVE "F" TO WS-RUN-TIPO
           PERFORM 9910-GRABAR-RUNCTL
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU)
           GOBACK.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGHORCAT" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-MODULOS TO RUN-LEIDOS
               MOVE WS-TOTAL-EXTRAIDOS TO RUN-ESCRITOS
               MOVE WS-TOTAL-EXCLUIDAS TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

      * DIAS DE CLASE DEL MES PEDIDO; EL ORDEN DE CADA DIA EN EL MES
      * SE CALCULA APARTE PORQUE CALDIA.dat PUEDE NO ESTAR ORDENADO
       1000-CARGAR-TABLA-CALDIA.
           MOVE 0 TO TABCDI-TOTAL
           OPEN INPUT CALDIA
           IF WS-FS-CDI-OK
               PERFORM 1010-LEER-CALDIA UNTIL NOT WS-FS-CDI-OK
           END-IF
           CLOSE CALDIA
           PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
               UNTIL TABCDI-INDICE > TABCDI-TOTAL
               MOVE 1 TO TABCDI-ORDEN(TABCDI-INDICE)
               PERFORM VARYING TABCDI-INDICE-2 FROM 1 BY 1
                   UNTIL TABCDI-INDICE-2 > TABCDI-TOTAL
                   IF TABCDI-FECHA(TABCDI-INDICE-2)
                       < TABCDI-FECHA(TABCDI-INDICE)
                       ADD 1 TO TABCDI-ORDEN(TABCDI-INDICE)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1010-LEER-CALDIA.
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
               ELSE
                   MOVE "TABLA-HORARIOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * CARGA EL HISTORIAL DE ASIGNACIONES DE DOCENTE A LA TABLA, CON
      * LAS VIGENCIAS YA ARMADAS COMO AAAAMM PARA COMPARAR DE UNA
       1200-CARGAR-TABLA-ASIGDOC.
           MOVE 0 TO TABASG-TOTAL
           OPEN INPUT ASIGDOC
           IF WS-FS-ASG-OK
               PERFORM 1210-LEER-ASIGDOC UNTIL NOT WS-FS-ASG-OK
           END-IF
           CLOSE ASIGDOC.

       1210-LEER-ASIGDOC.
           READ ASIGDOC NEXT RECORD AT END
               MOVE "10" TO WS-FS-ASG
           END-READ
           IF WS-FS-ASG-OK
               IF TABASG-TOTAL < 200
                   ADD 1 TO TABASG-TOTAL
                   MOVE ASG-NRO-MATERIA TO TABASG-MATERIA(TABASG-TOTAL)
                   MOVE ASG-COD-DOCENTE TO TABASG-DOCENTE(TABASG-TOTAL)
                   COMPUTE TABASG-DESDE(TABASG-TOTAL) =
                       ASG-DESDE-ANIO * 100 + ASG-DESDE-MES
                   COMPUTE TABASG-HASTA(TABASG-TOTAL) =
                       ASG-HASTA-ANIO * 100 + ASG-HASTA-MES
               ELSE
                   MOVE "TABLA-ASIGDOC" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1300-CARGAR-TABLA-MATERIAS.
           MOVE 0 TO TABMAT-TOTAL
           OPEN INPUT MATERIAS
           IF WS-FS-MAT-OK
               PERFORM 1310-LEER-MATERIA UNTIL NOT WS-FS-MAT-OK
           END-IF
           CLOSE MATERIAS.

       1310-LEER-MATERIA.
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

       1400-CARGAR-TABLA-DOCENTES.
           MOVE 0 TO TABDOC-TOTAL
           OPEN INPUT DOCENTES
           IF WS-FS-DOC-OK
               PERFORM 1410-LEER-DOCENTE UNTIL NOT WS-FS-DOC-OK
           END-IF
           CLOSE DOCENTES.

       1410-LEER-DOCENTE.
           READ DOCENTES NEXT RECORD AT END
               MOVE "10" TO WS-FS-DOC
           END-READ
           IF WS-FS-DOC-OK
               IF TABDOC-TOTAL < 100
                   ADD 1 TO TABDOC-TOTAL
                   MOVE DOC-CODIGO TO TABDOC-COD(TABDOC-TOTAL)
                   MOVE DOC-NOMBRE TO TABDOC-NOMBRE(TABDOC-TOTAL)
                   MOVE DOC-LEGAJO TO TABDOC-LEGAJO(TABDOC-TOTAL)
                   MOVE 0 TO TABDOC-HORAS(TABDOC-TOTAL)
               ELSE
                   MOVE "TABLA-DOCENTES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * ARMA LAS ASIGNACIONES VIGENTES DE LA MATERIA EN EL MES Y
      * RECORRE SUS MODULOS EN CADA DIA DE CLASE DEL MES
       2000-LIQUIDAR-MATERIA.
           MOVE TABMAT-COD(TABMAT-INDICE) TO WS-MATERIA
           MOVE 0 TO TABVIG-TOTAL
           PERFORM VARYING TABASG-INDICE FROM 1 BY 1
               UNTIL TABASG-INDICE > TABASG-TOTAL
               IF TABASG-MATERIA(TABASG-INDICE) = WS-MATERIA
               AND TABASG-DESDE(TABASG-INDICE) <= WS-PERIODO
               AND WS-PERIODO <= TABASG-HASTA(TABASG-INDICE)
                   IF TABVIG-TOTAL < 10
                       ADD 1 TO TABVIG-TOTAL
                       MOVE TABASG-DOCENTE(TABASG-INDICE)
                           TO TABVIG-DOCENTE(TABVIG-TOTAL)
                       MOVE TABASG-DESDE(TABASG-INDICE)
                           TO TABVIG-DESDE(TABVIG-TOTAL)
                   ELSE
                       MOVE "TABLA-VIGENTES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-PERFORM
           IF TABVIG-TOTAL = 0
               PERFORM 2050-MATERIA-SIN-HISTORIAL
           END-IF
           PERFORM 2060-ORDENAR-VIGENTES
           IF TABVIG-TOTAL > 1
               MOVE "*" TO WS-CAMBIO
               MOVE "S" TO WS-HAY-CAMBIOS
           ELSE
               MOVE SPACE TO WS-CAMBIO
           END-IF
           PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
               UNTIL TABCDI-INDICE > TABCDI-TOTAL
               PERFORM 2100-DOCENTE-DEL-DIA
               PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
                   UNTIL TABHOR-INDICE > TABHOR-TOTAL
                   IF TABHOR-MATERIA(TABHOR-INDICE) = WS-MATERIA
                   AND TABHOR-DIA(TABHOR-INDICE)
                       = TABCDI-DIA-SEMANA(TABCDI-INDICE)
                       PERFORM 2200-SUMAR-MODULO
                   END-IF
               END-PERFORM
           END-PERFORM.

      * SIN HISTORIAL EN ASIGDOC LA MATERIA NUNCA CAMBIO DE DOCENTE:
      * SE LIQUIDA AL TITULAR ACTUAL DE MATERIAS.dat
       2050-MATERIA-SIN-HISTORIAL.
           MOVE 1 TO TABVIG-TOTAL
           MOVE TABMAT-COD-DOCENTE(TABMAT-INDICE) TO TABVIG-DOCENTE(1)
           MOVE 0 TO TABVIG-DESDE(1).

      * ORDENA LAS ASIGNACIONES VIGENTES POR FECHA DESDE (SON POCAS)
       2060-ORDENAR-VIGENTES.
           PERFORM VARYING TABVIG-INDICE FROM 1 BY 1
               UNTIL TABVIG-INDICE >= TABVIG-TOTAL
               PERFORM VARYING TABVIG-INDICE-2 FROM TABVIG-INDICE BY 1
                   UNTIL TABVIG-INDICE-2 > TABVIG-TOTAL
                   IF TABVIG-DESDE(TABVIG-INDICE-2)
                       < TABVIG-DESDE(TABVIG-INDICE)
                       MOVE TABVIG-FILA(TABVIG-INDICE)
                           TO WS-VIG-AUXILIAR
                       MOVE TABVIG-FILA(TABVIG-INDICE-2)
                           TO TABVIG-FILA(TABVIG-INDICE)
                       MOVE WS-VIG-AUXILIAR
                           TO TABVIG-FILA(TABVIG-INDICE-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * CON VARIAS ASIGNACIONES EN EL MES CADA UNA TOMA UN TRAMO
      * IGUAL DE LOS DIAS DE CLASE, EN ORDEN: EL DIA DE ORDEN K CAE
      * EN EL TRAMO ((K - 1) * CANTIDAD / DIAS) + 1
       2100-DOCENTE-DEL-DIA.
           COMPUTE WS-TRAMO =
               (TABCDI-ORDEN(TABCDI-INDICE) * TABVIG-TOTAL
               - TABVIG-TOTAL) / TABCDI-TOTAL + 1
           MOVE TABVIG-DOCENTE(WS-TRAMO) TO WS-DOCENTE.

      * UN MODULO DICTADO: SUMA AL DOCENTE Y AL DETALLE DEL LISTADO.
      * SIN DOCENTE O DOCENTE SIN LEGAJO EL MODULO QUEDA EXCLUIDO
       2200-SUMAR-MODULO.
           ADD 1 TO WS-TOTAL-MODULOS
           MOVE 0 TO WS-FILA-DOC
           PERFORM VARYING TABDOC-INDICE FROM 1 BY 1
               UNTIL TABDOC-INDICE > TABDOC-TOTAL OR WS-FILA-DOC > 0
               IF TABDOC-COD(TABDOC-INDICE) = WS-DOCENTE
                   MOVE TABDOC-INDICE TO WS-FILA-DOC
               END-IF
           END-PERFORM
           IF WS-FILA-DOC > 0 AND WS-DOCENTE > 0
               IF TABDOC-LEGAJO(WS-FILA-DOC) > 0
                   ADD 1 TO TABDOC-HORAS(WS-FILA-DOC)
                   ADD 1 TO WS-TOTAL-LIQUIDADAS
               ELSE
                   ADD 1 TO WS-TOTAL-EXCLUIDAS
               END-IF
           ELSE
               MOVE 0 TO WS-DOCENTE
               ADD 1 TO WS-TOTAL-EXCLUIDAS
           END-IF
           MOVE 0 TO WS-FILA-DET
           PERFORM VARYING TABDET-INDICE FROM 1 BY 1
               UNTIL TABDET-INDICE > TABDET-TOTAL OR WS-FILA-DET > 0
               IF TABDET-DOCENTE(TABDET-INDICE) = WS-DOCENTE
               AND TABDET-SECCION(TABDET-INDICE)
                   = TABHOR-SECCION(TABHOR-INDICE)
               AND TABDET-MATERIA(TABDET-INDICE) = WS-MATERIA
                   MOVE TABDET-INDICE TO WS-FILA-DET
               END-IF
           END-PERFORM
           IF WS-FILA-DET = 0
               IF TABDET-TOTAL < 1000
                   ADD 1 TO TABDET-TOTAL
                   MOVE TABDET-TOTAL TO WS-FILA-DET
                   MOVE WS-DOCENTE TO TABDET-DOCENTE(WS-FILA-DET)
                   MOVE TABHOR-SECCION(TABHOR-INDICE)
                       TO TABDET-SECCION(WS-FILA-DET)
                   MOVE WS-MATERIA TO TABDET-MATERIA(WS-FILA-DET)
                   MOVE 0 TO TABDET-HORAS(WS-FILA-DET)
                   MOVE WS-CAMBIO TO TABDET-CAMBIO(WS-FILA-DET)
               ELSE
                   MOVE "TABLA-DETALLE" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF
           IF WS-FILA-DET > 0
               ADD 1 TO TABDET-HORAS(WS-FILA-DET)
           END-IF.

      * MODULOS DE HORARIOS.dat CUYA MATERIA YA NO ESTA EN
      * MATERIAS.dat: NO TIENEN DOCENTE, SE CUENTAN COMO EXCLUIDOS
       2900-MODULOS-SIN-MATERIA.
           MOVE SPACE TO WS-CAMBIO
           MOVE 0 TO WS-DOCENTE
           PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
               UNTIL TABHOR-INDICE > TABHOR-TOTAL
               MOVE TABHOR-MATERIA(TABHOR-INDICE) TO WS-MATERIA
               MOVE 0 TO WS-FILA-DET
               PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
                   UNTIL TABMAT-INDICE > TABMAT-TOTAL
                   IF TABMAT-COD(TABMAT-INDICE) = WS-MATERIA
                       MOVE 1 TO WS-FILA-DET
                   END-IF
               END-PERFORM
               IF WS-FILA-DET = 0
                   PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
                       UNTIL TABCDI-INDICE > TABCDI-TOTAL
                       IF TABHOR-DIA(TABHOR-INDICE)
                           = TABCDI-DIA-SEMANA(TABCDI-INDICE)
                           MOVE 0 TO WS-DOCENTE
                           PERFORM 2200-SUMAR-MODULO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * UN REGISTRO DE EXTRACTO POR DOCENTE CON HORAS EN EL MES Y EL
      * LISTADO DE CONTROL CON SU DETALLE POR SECCION/MATERIA
       3000-GRABAR-SALIDAS.
           OPEN OUTPUT HORCAT
           OPEN OUTPUT HORCATLS
           IF NOT WS-FS-EXT-OK OR NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-EXT " " WS-FS-LIS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "HORAS CATEDRA PARA LIQUIDACION - MES "
                   DELIMITED BY SIZE
                   WS-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE TABCDI-TOTAL TO WS-HORAS-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "DIAS DE CLASE EN EL MES: " DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               PERFORM 3100-LISTAR-DOCENTE
                   VARYING TABDOC-INDICE FROM 1 BY 1
                   UNTIL TABDOC-INDICE > TABDOC-TOTAL
               PERFORM 3300-LISTAR-EXCLUIDOS
               PERFORM 3400-TOTALES
           END-IF
           CLOSE HORCAT
           CLOSE HORCATLS
           PERFORM 9930-REGISTRAR-SPOOL.

       3100-LISTAR-DOCENTE.
           IF TABDOC-HORAS(TABDOC-INDICE) > 0
               MOVE SPACES TO HORCAT-REGISTRO
               MOVE TABDOC-LEGAJO(TABDOC-INDICE) TO EXT-LEGAJO
               MOVE TABDOC-NOMBRE(TABDOC-INDICE) TO EXT-NOMBRE-DOCENTE
               MOVE WS-ANIO TO EXT-ANIO
               MOVE WS-MES TO EXT-MES
               MOVE TABDOC-HORAS(TABDOC-INDICE) TO EXT-HORAS-CATEDRA
               MOVE TABDOC-COD(TABDOC-INDICE) TO EXT-COD-DOCENTE
               WRITE HORCAT-REGISTRO
               IF WS-FS-EXT-OK
                   ADD 1 TO WS-TOTAL-EXTRAIDOS
               ELSE
                   DISPLAY "ERROR AL ESCRIBIR HORCAT"
                   DISPLAY "FILE STATUS " WS-FS-EXT
               END-IF
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "LEGAJO " DELIMITED BY SIZE
                   TABDOC-LEGAJO(TABDOC-INDICE) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TABDOC-NOMBRE(TABDOC-INDICE) DELIMITED BY SIZE
                   " (DOCENTE " DELIMITED BY SIZE
                   TABDOC-COD(TABDOC-INDICE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE TABDOC-COD(TABDOC-INDICE) TO WS-DOCENTE
               PERFORM 3200-LISTAR-DETALLE
                   VARYING TABDET-INDICE FROM 1 BY 1
                   UNTIL TABDET-INDICE > TABDET-TOTAL
               MOVE TABDOC-HORAS(TABDOC-INDICE) TO WS-HORAS-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "   TOTAL HORAS CATEDRA DEL DOCENTE:     "
                   DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           ELSE
               IF TABDOC-LEGAJO(TABDOC-INDICE) = 0
                   PERFORM 3150-DOCENTE-SIN-LEGAJO
               END-IF
           END-IF.

      * DOCENTE CON MODULOS EN EL MES PERO SIN LEGAJO: NO SE PUEDE
      * EXTRAER, SE AVISA PARA QUE LA OFICINA LO CARGUE
       3150-DOCENTE-SIN-LEGAJO.
           MOVE 0 TO WS-FILA-DET
           PERFORM VARYING TABDET-INDICE FROM 1 BY 1
               UNTIL TABDET-INDICE > TABDET-TOTAL
               IF TABDET-DOCENTE(TABDET-INDICE)
                   = TABDOC-COD(TABDOC-INDICE)
                   ADD TABDET-HORAS(TABDET-INDICE) TO WS-FILA-DET
               END-IF
           END-PERFORM
           IF WS-FILA-DET > 0
               ADD 1 TO WS-TOTAL-DOC-EXCLUIDOS
               MOVE WS-FILA-DET TO WS-HORAS-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               STRING "DOCENTE " DELIMITED BY SIZE
                   TABDOC-COD(TABDOC-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TABDOC-NOMBRE(TABDOC-INDICE) DELIMITED BY SIZE
                   " SIN LEGAJO, HORAS:" DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

       3200-LISTAR-DETALLE.
           IF TABDET-DOCENTE(TABDET-INDICE) = WS-DOCENTE
               MOVE SPACES TO WS-LINEA-REPORTE
               MOVE TABDET-SECCION(TABDET-INDICE)
                   TO WS-LINEA-REPORTE(4:2)
               MOVE TABDET-MATERIA(TABDET-INDICE)
                   TO WS-LINEA-REPORTE(8:2)
               MOVE "MATERIA INEXISTENTE" TO WS-LINEA-REPORTE(11:25)
               PERFORM VARYING TABMAT-INDICE FROM 1 BY 1
                   UNTIL TABMAT-INDICE > TABMAT-TOTAL
                   IF TABMAT-COD(TABMAT-INDICE)
                       = TABDET-MATERIA(TABDET-INDICE)
                       MOVE TABMAT-NOMBRE(TABMAT-INDICE)
                           TO WS-LINEA-REPORTE(11:25)
                   END-IF
               END-PERFORM
               MOVE TABDET-HORAS(TABDET-INDICE) TO WS-HORAS-ED
               MOVE WS-HORAS-ED TO WS-LINEA-REPORTE(40:6)
               MOVE TABDET-CAMBIO(TABDET-INDICE)
                   TO WS-LINEA-REPORTE(47:1)
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

      * MODULOS DE MATERIAS SIN DOCENTE A CARGO EN EL MES
       3300-LISTAR-EXCLUIDOS.
           MOVE 0 TO WS-FILA-DET
           PERFORM VARYING TABDET-INDICE FROM 1 BY 1
               UNTIL TABDET-INDICE > TABDET-TOTAL
               IF TABDET-DOCENTE(TABDET-INDICE) = 0
                   MOVE 1 TO WS-FILA-DET
               END-IF
           END-PERFORM
           IF WS-FILA-DET > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE "MODULOS SIN DOCENTE A CARGO (NO SE LIQUIDAN)"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE 0 TO WS-DOCENTE
               PERFORM 3200-LISTAR-DETALLE
                   VARYING TABDET-INDICE FROM 1 BY 1
                   UNTIL TABDET-INDICE > TABDET-TOTAL
           END-IF.

       3400-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           IF WS-HAY-CAMBIOS = "S"
               MOVE "* MATERIA CON CAMBIO DE DOCENTE EN EL MES: DIAS DE"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE "  CLASE REPARTIDOS EN TRAMOS IGUALES POR FECHA"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           MOVE WS-TOTAL-MODULOS TO WS-HORAS-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MODULOS DICTADOS EN EL MES:       " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-LIQUIDADAS TO WS-HORAS-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "HORAS CATEDRA EXTRAIDAS:          " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-EXCLUIDAS TO WS-HORAS-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "HORAS NO LIQUIDADAS:              " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-EXTRAIDOS TO WS-HORAS-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DOCENTES EN EL EXTRACTO:          " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-DOC-EXCLUIDOS TO WS-HORAS-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DOCENTES SIN LEGAJO:              " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

       9010-ESCRIBIR-LINEA.
           WRITE HORCATLS-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR HORCATLS"
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
           MOVE "HORCATLS.dat" TO ARCHIVO-SPL
           MOVE "PGHORCAT" TO PROGRAMA-SPL
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

       END PROGRAM PGHORCAT.
