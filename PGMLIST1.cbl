           FILE STATUS IS WS-FS-ALU.
      * LA ENTRADA DE NOTAS ES DINAMICA: NORMALMENTE NOTAS.dat, PERO
      * PARA REIMPRIMIR UN BOLETIN VIEJO PUEDE APUNTARSE AL ARCHIVO
      * HISTORICO DE UN AÑO ARCHIVADO POR PGARCHIV (NOTAS2025.HIS).
      * AMBOS ESTAN INDEXADOS POR ALUMNO/MATERIA/AÑO/MES: LOS LISTADOS
      * GENERALES LOS RECORREN EN SECUENCIA Y EL DE UN SOLO ALUMNO SE
      * POSICIONA EN SU PRIMERA NOTA
       SELECT OPTIONAL NOTAS ASSIGN TO DYNAMIC WS-RUTA-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CLAVE
           FILE STATUS IS WS-FS-NOT.
      * ASISTENCIA POR ALUMNO, MATERIA Y MES, PARA EL PORCENTAJE DE
      * ASISTENCIA DEL BOLETIN; SE RELEE POR CADA ALUMNO IGUAL QUE
       SELECT OPTIONAL EXAMENES ASSIGN TO "EXAMENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXA.
      * ALUMNOS LIBRES POR INASISTENCIAS (PGLIBRES): LA MATERIA LIBRE
      * NO SE PROMEDIA, SALE COMO PENDIENTE DE EXAMEN O CON LA NOTA
      * DEL EXAMEN SI YA LO RINDIO
       SELECT OPTIONAL LIBRES ASSIGN TO "LIBRES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LIB.
      * HISTORIAL ANUAL POR ALUMNO (PROMOVIDO/REPITIENTE/RETIRADO),
      * CARGADO A TABLA-HISTORIAL PARA CRUZARLO CONTRA CADA ALUMNO
       SELECT OPTIONAL HISTORIAL ASSIGN TO "HISTORIAL.dat"
       SELECT OPTIONAL ASIGDOC ASSIGN TO "ASIGDOC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ASG.
      * OBSERVACIONES DEL CONSEJO DE CURSO (PGENOBSE) POR ALUMNO,
      * MATERIA (00 = GENERAL), AÑO Y TRIMESTRE: LA ULTIMA DE CADA
      * CLAVE SALE EN EL BOLETIN DEBAJO DEL TRIMESTRE DE LA MATERIA
      * Y LAS GENERALES AL PIE, CON EL DOCENTE QUE LA ESCRIBIO
       SELECT OPTIONAL OBSERVAC ASSIGN TO "OBSERVAC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OBC.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, FILE STATUS Y FECHA/HORA)
       SELECT ERRORLOG ASSIGN TO "ERRORLOG.dat"

       FD NOTAS.
           01 NOTAS-ALUMNOS.
               05 NOT-CLAVE.
                  10 NOT-NRO-ALUMNO PIC 9(4).
                  10 NOT-NRO-MATERIA PIC 99.
                  10 NOT-ANIO PIC 9(4).
                  10 NOT-MES PIC 99.
               05 NOT-NOTA PIC 99V9.

       FD ASISTENCIA.
               05 REG-MAX-DESAPROBADAS PIC 99.
               05 REG-ASISTENCIA-MINIMA PIC 999.
               05 REG-MAX-PREVIAS PIC 99.
               05 REG-MAX-INASISTENCIAS PIC 999.

       FD ETAPAS.
           01 ETAPAS-REGISTRO.
               05 ASG-HASTA-ANIO PIC 9(4).
               05 ASG-HASTA-MES PIC 99.

       FD OBSERVAC.
           01 OBSERVAC-REGISTRO.
               05 OBC-NRO-ALUMNO PIC 9(4).
               05 OBC-NRO-MATERIA PIC 99.
               05 OBC-ANIO PIC 9(4).
               05 OBC-TRIMESTRE PIC 9.
               05 OBC-COD-DOCENTE PIC 9(4).
               05 OBC-TEXTO PIC X(60).
               05 OBC-OPERADOR PIC X(10).
               05 OBC-FECHA PIC 9(8).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

               05 EXA-MES-MESA PIC 99.
               05 EXA-NOTA PIC 99V9.

       FD LIBRES.
           01 LIBRES-REGISTRO.
               05 LIB-NRO-ALUMNO PIC 9(4).
               05 LIB-NRO-MATERIA PIC 99.
               05 LIB-ANIO PIC 9(4).
               05 LIB-FECHA PIC 9(8).
               05 LIB-INASISTENCIAS PIC 9(3).
               05 LIB-TOPE PIC 999.

      * UN REGISTRO POR ALUMNO Y AÑO: PROMOVIDO, REPITIENTE O RETIRADO
       FD HISTORIAL.
           01 HISTORIAL-REGISTRO.
       77 WS-DOCENTE-VIGENTE PIC 9(4) VALUE 0.
       77 WS-PERIODO-NOTA PIC 9(6) VALUE 0.

       01 WS-FS-OBC PIC XX.
           88 WS-FS-OBC-OK VALUE "00".
           88 WS-FS-OBC-NO VALUE "10".

      * OBSERVACIONES DEL AÑO DE FIN DEL PERIODO LISTADO, CARGADAS
      * UNA SOLA VEZ; UNA CORRECCION PISA A LA OBSERVACION ANTERIOR
      * DE LA MISMA CLAVE AL CARGAR
       01 TABLA-OBSERVAC.
           05 TABOBC-FILA OCCURS 5000 TIMES.
               10 TABOBC-ALUMNO PIC 9(4).
               10 TABOBC-MATERIA PIC 99.
               10 TABOBC-TRIMESTRE PIC 9.
               10 TABOBC-DOCENTE PIC 9(4).
               10 TABOBC-TEXTO PIC X(60).
       77 TABOBC-INDICE PIC 9(4).
       77 TABOBC-TOTAL PIC 9(4) VALUE 0.
       01 WS-OBC-ENCONTRADA PIC X VALUE "N".
           88 OBC-ENCONTRADA-SI VALUE "S".
           88 OBC-ENCONTRADA-NO VALUE "N".
      * MATERIA CUYAS OBSERVACIONES SE IMPRIMEN Y ROTULO DE LA LINEA
       77 WS-OBC-MATERIA PIC 99 VALUE 0.
       77 WS-OBC-TRIMESTRE PIC 9 VALUE 0.
       01 WS-OBC-ROTULO PIC X(15) VALUE SPACES.
       01 WS-OBC-DOCENTE PIC X(25) VALUE SPACES.

       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       77 WS-EXAM-NOTA PIC 99V9 VALUE 0.
       01 WS-EXAM-NOTA-ED PIC ZZ.9.

      * TABLA DE MATERIAS LIBRES POR INASISTENCIAS, CARGADA UNA SOLA
      * VEZ; SE CRUZA CONTRA LOS AÑOS DEL PERIODO PEDIDO
       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
       01 TABLA-LIBRES.
           05 TABLIB-FILA OCCURS 5000 TIMES.
               10 TABLIB-NRO-ALUMNO PIC 9(4).
               10 TABLIB-NRO-MATERIA PIC 99.
               10 TABLIB-ANIO PIC 9(4).
       77 TABLIB-INDICE PIC 9(4).
       77 TABLIB-TOTAL PIC 9(4) VALUE 0.
       01 WS-LIB-HALLADA PIC X VALUE "N".
           88 LIB-HALLADA-SI VALUE "S".
           88 LIB-HALLADA-NO VALUE "N".

      * TABLA DE PERIODOS CERRADOS (PGCIERRE), CARGADA UNA SOLA VEZ;
      * LA MARCA SE AGREGA A CADA NOTA DE UN PERIODO CERRADO
       01 TABLA-CIERRES.
       77 WS-BOL-SUMA-PROM PIC 9(5)V9 VALUE 0.
       77 WS-BOL-PROM-GENERAL PIC 99V9 VALUE 0.
       77 WS-BOL-PROM-GENERAL-ED PIC ZZ.9.
      * MATERIAS QUE ENTRAN AL PROMEDIO GENERAL (LAS LIBRES PENDIENTES
      * DE EXAMEN NO ENTRAN)
       77 WS-BOL-CANT-PROM PIC 99 VALUE 0.
      * PROMEDIO GENERAL PONDERADO POR LAS HORAS SEMANALES DE CADA
      * MATERIA (MAT-HORAS), QUE ES COMO EL MINISTERIO PIDE CALCULAR
      * LA SITUACION DEL ALUMNO; EL PROMEDIO SIMPLE SE SIGUE
       COPY "COPY-ACM.cpy".
       COPY "COPY-ACD.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA.
      * ESTE PROGRAMA GRABA DOS SALIDAS (REPORTE Y BOLETIN): EL
      * NOMBRE Y LOS PARAMETROS SE ARMAN ANTES DE REGISTRAR CADA UNA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
       77 WS-SPOOL-ARCHIVO PIC X(20) VALUE SPACES.
       77 WS-SPOOL-PARAMETROS PIC X(40) VALUE SPACES.
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               INPUT PROCEDURE IS 1003-ALIMENTAR-SORT
               GIVING NOTAS-ORDEN.

      * EN EL LISTADO DE UN SOLO ALUMNO SE LIBERAN SOLO SUS NOTAS,
      * LEIDAS A PARTIR DE SU PRIMERA CLAVE
       1003-ALIMENTAR-SORT.
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               IF WS-MODO-LISTADO = 3
                   MOVE WS-CODIGO-BUSCAR TO NOT-NRO-ALUMNO
                   MOVE 0 TO NOT-NRO-MATERIA NOT-ANIO NOT-MES
                   START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                       INVALID KEY
                           MOVE "10" TO WS-FS-NOT
                   END-START
               END-IF
               PERFORM 1009-LIBERAR-NOTA UNTIL NOT WS-FS-NOT-OK
           ELSE
               IF NOT WS-FS-NOT-NOEXISTE
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND WS-MODO-LISTADO = 3
           AND NOT-NRO-ALUMNO NOT = WS-CODIGO-BUSCAR
               MOVE "10" TO WS-FS-NOT
           END-IF
           IF WS-FS-NOT-OK
               MOVE "N" TO WS-CLAVE-HALLADA
               PERFORM VARYING TABCLA-INDICE FROM 1 BY 1
           END-IF
           PERFORM CARGAR-TABLA-HISTORIAL
           PERFORM CARGAR-TABLA-EXAMENES
           PERFORM CARGAR-TABLA-LIBRES
           PERFORM CARGAR-TABLA-CIERRES
           PERFORM CARGAR-TABLA-RECTIF
           PERFORM CARGAR-TABLA-OBSERVAC
           PERFORM CARGAR-TABLA-PLAN
           PERFORM CARGAR-TABLA-RESPONSABLES.

               ELSE
                   MOVE TABPLA-MATERIA(TABPLA-EN-CURSO)
                       TO NOT-NRO-MATERIA
                   PERFORM BUSCAR-LIBRE-MATERIA
                   IF LIB-HALLADA-SI
                       PERFORM 2312-MOSTRAR-MATERIA-LIBRE
                   ELSE
                       PERFORM 2305-MOSTRAR-SIN-NOTAS
                   END-IF
               END-IF
           END-IF.

                   " SIN NOTAS" DELIMITED BY SIZE
                   INTO WS-LINEA-BOLETIN
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
           MOVE NOT-NRO-MATERIA TO WS-OBC-MATERIA
           PERFORM MOSTRAR-OBSERVACIONES.

      * LAS MATERIAS CON NOTAS QUE NO FIGURAN EN EL PLAN DE LA
      * SECCION SE MUESTRAN IGUAL, DESPUES DE LAS DEL PLAN
               PERFORM 2310-MOSTRAR-PROMEDIO-MATERIA
           END-IF.

      * LA MATERIA EN LA QUE EL ALUMNO QUEDO LIBRE NO SE PROMEDIA
       2310-MOSTRAR-PROMEDIO-MATERIA.
           MOVE "S" TO PROM-MAT-LISTADA(PROM-INDICE)
           MOVE PROM-MAT-COD(PROM-INDICE) TO NOT-NRO-MATERIA
           PERFORM BUSCAR-LIBRE-MATERIA
           IF LIB-HALLADA-SI
               PERFORM 2312-MOSTRAR-MATERIA-LIBRE
           ELSE
               PERFORM 2311-MOSTRAR-PROMEDIO-CURSADA
           END-IF.

       2311-MOSTRAR-PROMEDIO-CURSADA.
           PERFORM OBTENER-NOMBRE-MATERIA
           DIVIDE PROM-MAT-SUMA(PROM-INDICE)
               BY PROM-MAT-CANT(PROM-INDICE)
                   INF-MATERIA-PROMEDIO-ED DELIMITED BY SIZE
                   INTO WS-LINEA-CSV
               WRITE EXPORTCSV-LINEA FROM WS-LINEA-CSV
               MOVE NOT-NRO-MATERIA TO WS-OBC-MATERIA
               PERFORM MOSTRAR-OBSERVACIONES
           END-IF
           MOVE SPACES TO WS-LINEA-BOLETIN
           STRING "PROMEDIO " DELIMITED BY SIZE
               WS-ETIQUETA-ESCALA DELIMITED BY SIZE
               INTO WS-LINEA-BOLETIN
           PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
      * SIN ETAPAS NO HAY LINEA DE TRIMESTRES: LAS OBSERVACIONES
      * SALEN DEBAJO DEL PROMEDIO DE LA MATERIA
           IF MODO-TRIMESTRE-NO
               MOVE NOT-NRO-MATERIA TO WS-OBC-MATERIA
               PERFORM MOSTRAR-OBSERVACIONES
           END-IF
           IF EXAM-ENCONTRADO-SI
               MOVE WS-EXAM-NOTA TO WS-EXAM-NOTA-ED
               MOVE INF-NOTA-FINAL TO INF-NOTA-FINAL-ED
               PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
           END-IF
           ADD INF-MATERIA-PROMEDIO TO WS-BOL-SUMA-PROM
           ADD 1 TO WS-BOL-CANT-PROM
      * ACUMULA EL PROMEDIO DE LA MATERIA PESADO POR SUS HORAS
      * SEMANALES (HORAS-MATERIA QUEDO CARGADO POR
      * OBTENER-NOMBRE-MATERIA)
               + INF-MATERIA-PROMEDIO * WS-HORAS-MATERIA
           ADD WS-HORAS-MATERIA TO WS-BOL-SUMA-HORAS.

      * MATERIA LIBRE POR INASISTENCIAS (PGLIBRES): LAS NOTAS DE
      * CURSADA NO SE PROMEDIAN. SIN EXAMEN RENDIDO SALE PENDIENTE DE
      * EXAMEN Y NO ENTRA AL PROMEDIO GENERAL; CON EXAMEN, LA NOTA
      * FINAL ES LA DEL EXAMEN
       2312-MOSTRAR-MATERIA-LIBRE.
           PERFORM OBTENER-NOMBRE-MATERIA
           PERFORM 2305-BUSCAR-EXAMEN-MATERIA
           IF EXAM-ENCONTRADO-SI
               MOVE WS-EXAM-NOTA TO INF-NOTA-FINAL
               MOVE WS-EXAM-NOTA TO WS-EXAM-NOTA-ED
               IF INF-NOTA-FINAL >= WS-NOTA-APROBACION
                   MOVE "APROBADO" TO INF-ESTADO-MATERIA
               ELSE
                   MOVE "DESAPROBADO" TO INF-ESTADO-MATERIA
               END-IF
               MOVE INF-NOTA-FINAL TO WS-NOTA-ESCALA
               PERFORM BUSCAR-ETIQUETA-ESCALA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "PROMEDIO " DELIMITED BY SIZE
                   INF-NOMBRE-MATERIA DELIMITED BY SIZE
                   " LIBRE - EXAMEN " DELIMITED BY SIZE
                   WS-EXAM-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INF-ESTADO-MATERIA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               MOVE SPACES TO WS-LINEA-BOLETIN
               STRING "PROMEDIO " DELIMITED BY SIZE
                   INF-NOMBRE-MATERIA DELIMITED BY SIZE
                   " LIBRE - EXAMEN " DELIMITED BY SIZE
                   WS-EXAM-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INF-ESTADO-MATERIA DELIMITED BY SIZE
                   WS-ETIQUETA-ESCALA DELIMITED BY SIZE
                   INTO WS-LINEA-BOLETIN
               ADD INF-NOTA-FINAL TO WS-BOL-SUMA-PROM
               ADD 1 TO WS-BOL-CANT-PROM
               MOVE HORAS-MATERIA TO WS-HORAS-MATERIA
               COMPUTE WS-BOL-SUMA-POND = WS-BOL-SUMA-POND
                   + INF-NOTA-FINAL * WS-HORAS-MATERIA
               ADD WS-HORAS-MATERIA TO WS-BOL-SUMA-HORAS
           ELSE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "PROMEDIO " DELIMITED BY SIZE
                   INF-NOMBRE-MATERIA DELIMITED BY SIZE
                   " LIBRE - PENDIENTE DE EXAMEN" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO WS-LINEA-BOLETIN
           END-IF
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9000-ESCRIBIR-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
           MOVE NOT-NRO-MATERIA TO WS-OBC-MATERIA
           PERFORM MOSTRAR-OBSERVACIONES.

      * ARMA LOS PROMEDIOS TRIMESTRALES EDITADOS DE LA MATERIA EN
      * PROM-INDICE; LOS TRIMESTRES SIN NOTAS SALEN COMO " -- "
       2315-ARMAR-TRIMESTRES.
      * REINICIO DEL ACUMULADOR DEL PROMEDIO GENERAL PARA ESTE ALUMNO
       2401-ENCABEZADO-BOLETIN.
           MOVE 0 TO WS-BOL-SUMA-PROM
           MOVE 0 TO WS-BOL-CANT-PROM
           MOVE 0 TO WS-BOL-SUMA-POND
           MOVE 0 TO WS-BOL-SUMA-HORAS
           MOVE SPACES TO WS-LINEA-BOLETIN
      * CADA MATERIA), SEGUIDO DE UNA LINEA EN BLANCO QUE SEPARA LA
      * "PAGINA" DE ESTE ALUMNO DE LA DEL SIGUIENTE
       2410-PIE-BOLETIN.
           IF WS-BOL-CANT-PROM > 0
               DIVIDE WS-BOL-SUMA-PROM BY WS-BOL-CANT-PROM
                   GIVING WS-BOL-PROM-SIMPLE
      * EL PROMEDIO GENERAL ES EL PONDERADO POR HORAS; SI NINGUNA
      * MATERIA TIENE HORAS CARGADAS SE CAE AL PROMEDIO SIMPLE
                   INTO WS-LINEA-BOLETIN
               PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
           END-IF
      * OBSERVACIONES GENERALES DEL CONSEJO DE CURSO (MATERIA 00)
           MOVE 0 TO WS-OBC-MATERIA
           PERFORM MOSTRAR-OBSERVACIONES
           MOVE SPACES TO WS-LINEA-BOLETIN
           PERFORM 9010-ESCRIBIR-LINEA-BOLETIN.

               MOVE TABEXA-INDICE TO TABEXA-TOTAL
           END-IF.

      * CARGA LIBRES.dat COMPLETO A TABLA-LIBRES UNA SOLA VEZ
       CARGAR-TABLA-LIBRES.
           MOVE 0 TO TABLIB-TOTAL
           OPEN INPUT LIBRES
           IF WS-FS-LIB-OK
               PERFORM LEER-LIBRE UNTIL NOT WS-FS-LIB-OK
           END-IF
           CLOSE LIBRES.

       LEER-LIBRE.
           READ LIBRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LIB
           END-READ
           IF WS-FS-LIB-OK
               IF TABLIB-TOTAL < 5000
                   ADD 1 TO TABLIB-TOTAL
                   MOVE LIB-NRO-ALUMNO
                       TO TABLIB-NRO-ALUMNO(TABLIB-TOTAL)
                   MOVE LIB-NRO-MATERIA
                       TO TABLIB-NRO-MATERIA(TABLIB-TOTAL)
                   MOVE LIB-ANIO TO TABLIB-ANIO(TABLIB-TOTAL)
               ELSE
                   MOVE "TABLA-LIBRES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * BUSCA SI EL ALUMNO EN PANTALLA QUEDO LIBRE EN LA MATERIA DE
      * NOT-NRO-MATERIA DENTRO DE LOS AÑOS DEL PERIODO PEDIDO
       BUSCAR-LIBRE-MATERIA.
           MOVE "N" TO WS-LIB-HALLADA
           PERFORM VARYING TABLIB-INDICE FROM 1 BY 1
               UNTIL TABLIB-INDICE > TABLIB-TOTAL OR LIB-HALLADA-SI
               IF TABLIB-NRO-ALUMNO(TABLIB-INDICE) = CODIGO-ALUMNO
               AND TABLIB-NRO-MATERIA(TABLIB-INDICE) = NOT-NRO-MATERIA
               AND TABLIB-ANIO(TABLIB-INDICE) >= WS-ANIO-IN
               AND TABLIB-ANIO(TABLIB-INDICE) <= WS-ANIO-FIN
                   MOVE "S" TO WS-LIB-HALLADA
               END-IF
           END-PERFORM.

      * CARGA CIERRES.dat COMPLETO A TABLA-CIERRES UNA SOLA VEZ
       CARGAR-TABLA-CIERRES.
           MOVE 0 TO TABCIE-TOTAL
               END-IF
           END-IF.

      * CARGA LAS OBSERVACIONES DEL AÑO DE FIN DEL PERIODO; LA
      * ULTIMA GRABADA DE CADA ALUMNO/MATERIA/TRIMESTRE QUEDA VIGENTE
       CARGAR-TABLA-OBSERVAC.
           MOVE 0 TO TABOBC-TOTAL
           OPEN INPUT OBSERVAC
           IF WS-FS-OBC-OK
               PERFORM LEER-OBSERVACION UNTIL NOT WS-FS-OBC-OK
           END-IF
           CLOSE OBSERVAC.

       LEER-OBSERVACION.
           READ OBSERVAC NEXT RECORD AT END
               MOVE "10" TO WS-FS-OBC
           END-READ
           IF WS-FS-OBC-OK AND OBC-ANIO = WS-ANIO-FIN
               MOVE "N" TO WS-OBC-ENCONTRADA
               PERFORM VARYING TABOBC-INDICE FROM 1 BY 1
                   UNTIL TABOBC-INDICE > TABOBC-TOTAL
                   OR OBC-ENCONTRADA-SI
                   IF OBC-NRO-ALUMNO = TABOBC-ALUMNO(TABOBC-INDICE)
                   AND OBC-NRO-MATERIA = TABOBC-MATERIA(TABOBC-INDICE)
                   AND OBC-TRIMESTRE = TABOBC-TRIMESTRE(TABOBC-INDICE)
                       MOVE OBC-COD-DOCENTE
                           TO TABOBC-DOCENTE(TABOBC-INDICE)
                       MOVE OBC-TEXTO TO TABOBC-TEXTO(TABOBC-INDICE)
                       MOVE "S" TO WS-OBC-ENCONTRADA
                   END-IF
               END-PERFORM
               IF OBC-ENCONTRADA-NO
                   IF TABOBC-TOTAL < 5000
                       ADD 1 TO TABOBC-TOTAL
                       MOVE OBC-NRO-ALUMNO
                           TO TABOBC-ALUMNO(TABOBC-TOTAL)
                       MOVE OBC-NRO-MATERIA
                           TO TABOBC-MATERIA(TABOBC-TOTAL)
                       MOVE OBC-TRIMESTRE
                           TO TABOBC-TRIMESTRE(TABOBC-TOTAL)
                       MOVE OBC-COD-DOCENTE
                           TO TABOBC-DOCENTE(TABOBC-TOTAL)
                       MOVE OBC-TEXTO TO TABOBC-TEXTO(TABOBC-TOTAL)
                   ELSE
                       MOVE "TABLA-OBSERVAC" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * IMPRIME EN EL BOLETIN LAS OBSERVACIONES DEL ALUMNO EN
      * PANTALLA PARA WS-OBC-MATERIA (00 = GENERALES), EN ORDEN DE
      * TRIMESTRE, CON EL NOMBRE DEL DOCENTE QUE LA ESCRIBIO
       MOSTRAR-OBSERVACIONES.
           PERFORM MOSTRAR-TRIMESTRE-OBSERVAC
               VARYING WS-OBC-TRIMESTRE FROM 1 BY 1
               UNTIL WS-OBC-TRIMESTRE > 3.

       MOSTRAR-TRIMESTRE-OBSERVAC.
           PERFORM MOSTRAR-FILA-OBSERVACION
               VARYING TABOBC-INDICE FROM 1 BY 1
               UNTIL TABOBC-INDICE > TABOBC-TOTAL.

       MOSTRAR-FILA-OBSERVACION.
           IF TABOBC-ALUMNO(TABOBC-INDICE) = CODIGO-ALUMNO
           AND TABOBC-MATERIA(TABOBC-INDICE) = WS-OBC-MATERIA
           AND TABOBC-TRIMESTRE(TABOBC-INDICE) = WS-OBC-TRIMESTRE
               INITIALIZE AreaDeComunicacionDocente
               MOVE 2 TO Opcion-docente
               MOVE TABOBC-DOCENTE(TABOBC-INDICE) TO Codigo-docente
               CALL RUTDOCEN USING AreaDeComunicacionDocente
               IF RET-COD-3 = "00"
                   MOVE NOMBRE-DOCENTE TO WS-OBC-DOCENTE
               ELSE
                   MOVE "(DOCENTE NO REGISTRADO)" TO WS-OBC-DOCENTE
               END-IF
      * LAS DE MATERIA VAN SANGRADAS DEBAJO DE SU TRIMESTRE
               IF WS-OBC-MATERIA = 0
                   MOVE "OBS. GENERAL T" TO WS-OBC-ROTULO
               ELSE
                   MOVE "  OBS. T" TO WS-OBC-ROTULO
               END-IF
               MOVE SPACES TO WS-LINEA-BOLETIN
               STRING WS-OBC-ROTULO DELIMITED BY "T "
                   "T" DELIMITED BY SIZE
                   WS-OBC-TRIMESTRE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-OBC-DOCENTE DELIMITED BY "  "
                   "): " DELIMITED BY SIZE
                   TABOBC-TEXTO(TABOBC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-BOLETIN
               PERFORM 9010-ESCRIBIR-LINEA-BOLETIN
           END-IF.

      * CARGA EL PRIMER RESPONSABLE DE CADA ALUMNO A LA TABLA, UNA
      * SOLA VEZ; LOS RESPONSABLES SIGUIENTES DEL MISMO ALUMNO NO SE
      * USAN EN EL BOLETIN
               MOVE WS-FS-REP TO WS-ERR-FS
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF
           MOVE SPACES TO WS-SPOOL-PARAMETROS
           STRING "MODO=" DELIMITED BY SIZE
               WS-MODO-LISTADO DELIMITED BY SIZE
               " ANIO ARCHIVO=" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               INTO WS-SPOOL-PARAMETROS
           MOVE "REPORTE.dat" TO WS-SPOOL-ARCHIVO
           PERFORM 9930-REGISTRAR-SPOOL
           CLOSE BOLETIN
           IF NOT WS-FS-BOL-OK
               DISPLAY "ERROR AL CERRAR ARCHIVO" LINE 23 COLUMN 1
               MOVE WS-FS-BOL TO WS-ERR-FS
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF
           MOVE "BOLETIN.dat" TO WS-SPOOL-ARCHIVO
           PERFORM 9930-REGISTRAR-SPOOL
           CLOSE EXPORTCSV
           IF NOT WS-FS-CSV-OK
               DISPLAY "ERROR AL CERRAR ARCHIVO" LINE 23 COLUMN 1
                   TO WS-ERR-PARRAFO
               MOVE WS-FS-REP TO WS-ERR-FS
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF
           MOVE "REPORTE.dat" TO WS-SPOOL-ARCHIVO
           MOVE SPACES TO WS-SPOOL-PARAMETROS
           STRING "MATERIA=" DELIMITED BY SIZE
               WS-MAT-ELEGIDA DELIMITED BY SIZE
               INTO WS-SPOOL-PARAMETROS
           PERFORM 9930-REGISTRAR-SPOOL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE WS-SPOOL-ARCHIVO TO ARCHIVO-SPL
           MOVE "PGMLIST1" TO PROGRAMA-SPL
           MOVE WS-SPOOL-PARAMETROS TO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11 LINE 24 COLUMN 1
           END-IF.
