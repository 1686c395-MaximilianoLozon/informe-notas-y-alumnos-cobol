      * MISMA NOTA DE APROBACION DEL BOLETIN, DECIDE PROMOVIDO O
      * REPITIENTE SEGUN LA CANTIDAD MAXIMA DE MATERIAS DESAPROBADAS
      * PERMITIDA, GRABA HISTORIAL.dat Y EMITE EL ACTA DE DECISIONES
      * PARA LA FIRMA DE LA DIRECCION. UNA MATERIA EN LA QUE EL ALUMNO
      * QUEDO LIBRE POR INASISTENCIAS (PGLIBRES) NO SE PROMEDIA: CUENTA
      * COMO PENDIENTE DE EXAMEN HASTA QUE LO APRUEBE EN MESA. UNA
      * MATERIA APROBADA CUYA CORRELATIVA (PGENCORR) EL ALUMNO TODAVIA
      * ADEUDA NO SE DA POR APROBADA: CUENTA COMO DESAPROBADA Y PREVIA.
      * EN MODO SIMULACION APLICA A LOS MISMOS DATOS REALES LA REGLA
      * VIGENTE Y UNA REGLA PROPUESTA (REGLASIM.dat) Y LISTA POR
      * SECCION COMO QUEDARIA CADA UNA Y QUE ALUMNOS CAMBIAN DE
      * RESULTADO, SIN GRABAR HISTORIAL NI PREVIAS NI TOCAR EL ACTA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES; ACA SOLO SE
      * RECORRE EN SECUENCIA DE CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL HISTORIAL   ASSIGN TO "HISTORIAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
       SELECT OPTIONAL ASISTENCIA  ASSIGN TO "ASISTENCIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASI.
      * ALUMNOS LIBRES POR INASISTENCIAS (PGLIBRES), POR MATERIA
       SELECT OPTIONAL LIBRES      ASSIGN TO "LIBRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB.
      * CORRELATIVIDADES DEL PLAN POR AÑO (PGENCORR): MATERIA Y
      * MATERIA QUE HAY QUE TENER APROBADA ANTES
       SELECT OPTIONAL CORRELAT    ASSIGN TO "CORRELAT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-COR.
      * REGLA PROPUESTA PARA SIMULAR (MISMO FORMATO QUE REGLAS.dat):
      * SE ARMA APARTE PARA NO TOCAR LA REGLA VIGENTE HASTA QUE LA
      * DIRECCION DECIDA CARGARLA CON PGENREGL
       SELECT OPTIONAL REGLASIM    ASSIGN TO "REGLASIM.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RSI.
      * COMPARATIVO DE LA SIMULACION POR SECCION
       SELECT SIMULACION           ASSIGN TO "SIMULACION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SIM.
      * ACTA DE DECISIONES PARA LA DIRECCION
       SELECT PROMOCION            ASSIGN TO "PROMOCION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRO.

       DATA DIVISION.
       FILE SECTION.

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD HISTORIAL.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

       FD ASISTENCIA.
           01 ASISTENCIA-REGISTRO.
              05 ASI-CLASES PIC 99.
              05 ASI-INASISTENCIAS PIC 99.

       FD LIBRES.
           01 LIBRES-REGISTRO.
              05 LIB-NRO-ALUMNO PIC 9(4).
              05 LIB-NRO-MATERIA PIC 99.
              05 LIB-ANIO PIC 9(4).
              05 LIB-FECHA PIC 9(8).
              05 LIB-INASISTENCIAS PIC 9(3).
              05 LIB-TOPE PIC 999.

       FD CORRELAT.
           01 CORRELAT-REGISTRO.
              05 COR-ANIO PIC 9(4).
              05 COR-NRO-MATERIA PIC 99.
              05 COR-NRO-REQUISITO PIC 99.

       FD REGLASIM.
           01 REGLASIM-REGISTRO.
              05 RSI-ANIO PIC 9(4).
              05 RSI-NOTA-APROBACION PIC 99V9.
              05 RSI-MAX-DESAPROBADAS PIC 99.
              05 RSI-ASISTENCIA-MINIMA PIC 999.
              05 RSI-MAX-PREVIAS PIC 99.
              05 RSI-MAX-INASISTENCIAS PIC 999.

       FD SIMULACION.
           01 SIMULACION-LINEA PIC X(100).

      * 100 POSICIONES: LA LINEA DE DECISION CON EL PROMEDIO GENERAL
      * Y SU ETIQUETA CONCEPTUAL NO ENTRA EN 80
       FD PROMOCION.
           01 PROMOCION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
       01 WS-FS-PRO PIC XX.
           88 WS-FS-PRO-OK VALUE "00".
           88 WS-FS-PRO-NO VALUE "10".

      * OPERADOR QUE CORRE EL PROCESO, VOLCADO EN CADA LINEA DE
      * AUDITORIA DE LOS REGISTROS DE HISTORIAL GENERADOS
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ANIO-PROCESO PIC 9(4) VALUE 0.
      * CANTIDAD MAXIMA DE MATERIAS CON PROMEDIO DEBAJO DE LA NOTA DE
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.

           88 PRE-HALLADA-SI VALUE "S".
           88 PRE-HALLADA-NO VALUE "N".

      * EXAMENES APROBADOS, PARA DAR POR SALDADA UNA PREVIA O
      * RENDIDA UNA MATERIA LIBRE
       01 TABLA-EXAMENES.
           05 TABEXA-FILA OCCURS 5000 TIMES.
               10 TABEXA-ALUMNO PIC 9(4).
               10 TABEXA-MATERIA PIC 99.
               10 TABEXA-ANIO PIC 9(4).
               10 TABEXA-NOTA PIC 99V9.
       77 TABEXA-INDICE PIC 9(4).
       77 TABEXA-TOTAL PIC 9(4) VALUE 0.
           88 EXA-APROBADO-SI VALUE "S".
           88 EXA-APROBADO-NO VALUE "N".

       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
      * MATERIAS LIBRES DEL AÑO PROCESADO: NO SE PROMEDIAN, QUEDAN
      * COMO PENDIENTES DE EXAMEN (DESAPROBADA Y PREVIA) SALVO QUE EL
      * EXAMEN YA ESTE APROBADO, Y ENTONCES VALE LA NOTA DEL EXAMEN
       01 TABLA-LIBRES.
           05 TABLIB-FILA OCCURS 5000 TIMES.
               10 TABLIB-ALUMNO PIC 9(4).
               10 TABLIB-MATERIA PIC 99.
       77 TABLIB-INDICE PIC 9(4).
       77 TABLIB-TOTAL PIC 9(4) VALUE 0.
       01 WS-LIB-HALLADA PIC X VALUE "N".
           88 LIB-HALLADA-SI VALUE "S".
           88 LIB-HALLADA-NO VALUE "N".
       77 WS-CANT-LIBRES PIC 99 VALUE 0.
       77 WS-NOTA-LIBRE PIC 99V9 VALUE 0.
      * MATERIAS QUE ENTRAN AL PROMEDIO GENERAL (LAS LIBRES SIN
      * EXAMEN APROBADO NO ENTRAN)
       77 WS-CANT-PROMEDIADAS PIC 99 VALUE 0.
      * MATERIA DE LA PREVIA A REGISTRAR
       77 WS-MATERIA-PREVIA PIC 99 VALUE 0.

       01 WS-FS-COR PIC XX.
           88 WS-FS-COR-OK VALUE "00".
      * CORRELATIVIDADES DEL PLAN DEL AÑO PROCESADO: UNA MATERIA CON
      * PROMEDIO APROBADO NO SE DA POR APROBADA SI SU MATERIA
      * REQUERIDA QUEDA COMO PREVIA PENDIENTE SIN EXAMEN APROBADO
       01 TABLA-CORRELAT.
           05 TABCOR-FILA OCCURS 200 TIMES.
               10 TABCOR-MATERIA PIC 99.
               10 TABCOR-REQUISITO PIC 99.
       77 TABCOR-INDICE PIC 999.
       77 TABCOR-TOTAL PIC 999 VALUE 0.
       01 WS-COR-ADEUDADA PIC X VALUE "N".
           88 COR-ADEUDADA-SI VALUE "S".
           88 COR-ADEUDADA-NO VALUE "N".
       77 WS-CANT-CORRELATIVAS PIC 99 VALUE 0.

      * TOPE DE PREVIAS PENDIENTES CON EL QUE TODAVIA SE PROMOCIONA
       77 WS-MAX-PREVIAS PIC 99 VALUE 0.
       77 WS-PREVIAS-PENDIENTES PIC 99 VALUE 0.
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.
       01 WS-SPOOL-ARCHIVO PIC X(20) VALUE SPACES.

      * MODO DE LA CORRIDA: LA PROMOCION REAL GRABA HISTORIAL, PREVIAS
      * Y ACTA; LA SIMULACION SOLO LEE Y EMITE SIMULACION.dat
       01 WS-MODO-PROCESO PIC 9 VALUE 1.
           88 MODO-PROMOCION VALUE 1.
           88 MODO-SIMULACION VALUE 2.
       01 WS-FS-RSI PIC XX.
           88 WS-FS-RSI-OK VALUE "00".
           88 WS-FS-RSI-NO VALUE "10".
       01 WS-FS-SIM PIC XX.
           88 WS-FS-SIM-OK VALUE "00".
           88 WS-FS-SIM-NO VALUE "10".

      * REGLA PROPUESTA DEL AÑO (LA ULTIMA DE REGLASIM.dat) Y COPIA DE
      * LA VIGENTE: CADA ALUMNO SE DECIDE DOS VECES, UNA CON CADA UNA
       01 WS-PROPUESTA-HALLADA PIC X VALUE "N".
           88 PROPUESTA-HALLADA-SI VALUE "S".
           88 PROPUESTA-HALLADA-NO VALUE "N".
       77 WS-PRO-NOTA-APROBACION PIC 99V9 VALUE 0.
       77 WS-PRO-MAX-DESAPROBADAS PIC 99 VALUE 0.
       77 WS-PRO-ASISTENCIA-MINIMA PIC 999 VALUE 0.
       77 WS-PRO-MAX-PREVIAS PIC 99 VALUE 0.
       01 WS-VIG-REGLA-HALLADA PIC X VALUE "N".
       77 WS-VIG-NOTA-APROBACION PIC 99V9 VALUE 0.
       77 WS-VIG-MAX-DESAPROBADAS PIC 99 VALUE 0.
       77 WS-VIG-ASISTENCIA-MINIMA PIC 999 VALUE 0.
       77 WS-VIG-MAX-PREVIAS PIC 99 VALUE 0.
      * LAS PREVIAS QUE UNA PASADA AGREGA A LA TABLA (PARA EL CONTROL
      * DE CORRELATIVAS) SE DESCARTAN ANTES DE LA PASADA SIGUIENTE
       77 WS-SIM-PRE-TOTAL PIC 9(5) VALUE 0.
      * RESULTADO DEL ALUMNO EN CURSO CON LA REGLA VIGENTE
       77 WS-DECISION-VIGENTE PIC X VALUE SPACE.
       01 WS-TEXTO-VIGENTE PIC X(10) VALUE SPACES.
       77 WS-DESAP-VIGENTE PIC 99 VALUE 0.

      * RESULTADOS POR SECCION, ORDENADOS POR SECCION AL CARGARLOS
       01 TABLA-SECCIONES.
           05 TABSEC-FILA OCCURS 100 TIMES.
               10 TABSEC-SECCION PIC X(2).
               10 TABSEC-ALUMNOS PIC 9(4).
               10 TABSEC-SIN-NOTAS PIC 9(4).
               10 TABSEC-PROM-VIG PIC 9(4).
               10 TABSEC-REP-VIG PIC 9(4).
               10 TABSEC-PROM-PRO PIC 9(4).
               10 TABSEC-REP-PRO PIC 9(4).
               10 TABSEC-CAMBIOS PIC 9(4).
       77 TABSEC-INDICE PIC 999.
       77 TABSEC-TOTAL PIC 999 VALUE 0.
       77 WS-SEC-POSICION PIC 999 VALUE 0.
       01 WS-SEC-HALLADA PIC X VALUE "N".
           88 SEC-HALLADA-SI VALUE "S".
           88 SEC-HALLADA-NO VALUE "N".
       01 WS-SIM-TOTALES.
           05 WS-SIM-TOT-ALUMNOS PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-SIN-NOTAS PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-PROM-VIG PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-REP-VIG PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-PROM-PRO PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-REP-PRO PIC 9(4) VALUE 0.
           05 WS-SIM-TOT-CAMBIOS PIC 9(4) VALUE 0.

      * ALUMNOS CUYO RESULTADO CAMBIA CON LA REGLA PROPUESTA
       01 TABLA-CAMBIOS.
           05 TABCAM-FILA OCCURS 5000 TIMES.
               10 TABCAM-NRO PIC 9(4).
               10 TABCAM-NOMBRE PIC X(23).
               10 TABCAM-SECCION PIC X(2).
               10 TABCAM-VIGENTE PIC X(10).
               10 TABCAM-DESAP-VIG PIC 99.
               10 TABCAM-PROPUESTA PIC X(10).
               10 TABCAM-DESAP-PRO PIC 99.
       77 TABCAM-INDICE PIC 9(4).
       77 TABCAM-TOTAL PIC 9(4) VALUE 0.
       77 WS-CAMBIOS-SECCION PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           END-IF
           DISPLAY "1 PROMOCION DEL AÑO / 2 SIMULACION CON REGLA"
               " PROPUESTA (REGLASIM.dat)"
           ACCEPT WS-MODO-PROCESO
           IF NOT MODO-SIMULACION
               MOVE 1 TO WS-MODO-PROCESO
           END-IF
           DISPLAY "AÑO A PROMOCIONAR"
           ACCEPT WS-ANIO-PROCESO
           PERFORM 0100-BUSCAR-REGLA
               DISPLAY "MAXIMO DE PREVIAS PENDIENTES PARA PROMOVER"
               ACCEPT WS-MAX-PREVIAS
           END-IF
           IF MODO-SIMULACION
               PERFORM 0150-BUSCAR-REGLA-PROPUESTA
               IF PROPUESTA-HALLADA-NO
                   DISPLAY "SIN REGLA PROPUESTA VALIDA PARA EL AÑO EN"
                       " REGLASIM.dat, SIMULACION CANCELADA"
                   GOBACK
               END-IF
               DISPLAY "REGLA PROPUESTA: APROBACION "
                   WS-PRO-NOTA-APROBACION " / DESAPROBADAS "
                   WS-PRO-MAX-DESAPROBADAS " / ASISTENCIA "
                   WS-PRO-ASISTENCIA-MINIMA " / PREVIAS "
                   WS-PRO-MAX-PREVIAS
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 1100-CARGAR-TABLA-ALUMNOS
               VARYING TABALU-INDICE FROM 1 BY 1
           PERFORM 1280-CARGAR-TABLA-EQUIVAL
           PERFORM 1400-CARGAR-TABLA-PREVIAS
           PERFORM 1450-CARGAR-TABLA-EXAMENES
           PERFORM 1420-CARGAR-TABLA-LIBRES
           PERFORM 1440-CARGAR-TABLA-CORRELAT
           PERFORM 1490-CARGAR-TABLA-ASISTEN
           PERFORM 2000-ACUMULAR-NOTA
               UNTIL NOT WS-FS-NOT-OK
           IF MODO-SIMULACION
               PERFORM 5000-SIMULAR-ALUMNO
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
               PERFORM 5500-EMITIR-SIMULACION
               PERFORM 5900-MOSTRAR-RESUMEN-SIM
           ELSE
               PERFORM 1300-ENCABEZADO-ACTA
               PERFORM 3000-DECIDIR-ALUMNO
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
               PERFORM 3900-PIE-ACTA
               PERFORM 4000-MOSTRAR-RESUMEN
           END-IF
           PERFORM 9000-CERRAR-ARCHIVOS
           IF TABLAS-DESBORDADAS-SI
               IF MODO-SIMULACION
                   DISPLAY "ATENCION: LA SIMULACION ESTA INCOMPLETA POR"
                       " DESBORDE DE TABLAS INTERNAS"
               ELSE
                   DISPLAY "ATENCION: LA PROMOCION ESTA INCOMPLETA POR"
                       " DESBORDE DE TABLAS INTERNAS"
               END-IF
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.
                   DISPLAY "FILE STATUS " WS-FS-NOT
               END-IF
           END-IF
      * LA SIMULACION NO ABRE HISTORIAL NI EL ACTA: UNA SIMULACION
      * NO PUEDE PISAR EL ACTA REAL NI DEJAR REGISTROS
           IF MODO-SIMULACION
               OPEN OUTPUT SIMULACION
               IF NOT WS-FS-SIM-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-SIM
               END-IF
           ELSE
               OPEN EXTEND HISTORIAL
               IF NOT WS-FS-HIS-OK AND NOT WS-FS-HIS-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-HIS
               END-IF
               OPEN OUTPUT PROMOCION
               IF NOT WS-FS-PRO-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-PRO
               END-IF
           END-IF.

      * SOLO LOS ALUMNOS ACTIVOS ENTRAN EN LA PROMOCION; LOS DADOS DE
               ADD 1 TO TABALU-TOTAL
               MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
               MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
               MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
           END-IF.

      * CARGA LAS CLAVES ALUMNO/AÑO YA PRESENTES EN HISTORIAL.dat,
      * PARA QUE UNA SEGUNDA CORRIDA NO DUPLIQUE REGISTROS
       1200-CARGAR-TABLA-HISTORIAL.
           IF MODO-PROMOCION
           AND (WS-FS-HIS-OK OR WS-FS-HIS-NOEXISTE)
               CLOSE HISTORIAL
               OPEN INPUT HISTORIAL
               IF WS-FS-HIS-OK
               END-IF
           END-IF.

      * GUARDA LA REGLA VIGENTE (LA DE REGLAS.dat O LA INGRESADA) Y
      * BUSCA LA PROPUESTA DEL AÑO EN REGLASIM.dat; COMO EN REGLAS,
      * SI EL AÑO FIGURA MAS DE UNA VEZ QUEDA LA ULTIMA. UNA REGLA
      * FUERA DE ESCALA SE RECHAZA CON EL MISMO CRITERIO DE PGENREGL
       0150-BUSCAR-REGLA-PROPUESTA.
           MOVE WS-REGLA-HALLADA TO WS-VIG-REGLA-HALLADA
           MOVE WS-NOTA-APROBACION TO WS-VIG-NOTA-APROBACION
           MOVE WS-MAX-DESAPROBADAS TO WS-VIG-MAX-DESAPROBADAS
           MOVE WS-ASISTENCIA-MINIMA TO WS-VIG-ASISTENCIA-MINIMA
           MOVE WS-MAX-PREVIAS TO WS-VIG-MAX-PREVIAS
           MOVE "N" TO WS-PROPUESTA-HALLADA
           OPEN INPUT REGLASIM
           IF WS-FS-RSI-OK
               PERFORM 0160-LEER-REGLA-PROPUESTA
                   UNTIL NOT WS-FS-RSI-OK
           END-IF
           CLOSE REGLASIM
           IF PROPUESTA-HALLADA-SI
               IF WS-PRO-NOTA-APROBACION > 10.0
               OR WS-PRO-ASISTENCIA-MINIMA > 100
                   DISPLAY "REGLA PROPUESTA FUERA DE ESCALA"
                   MOVE "N" TO WS-PROPUESTA-HALLADA
               END-IF
           END-IF.

       0160-LEER-REGLA-PROPUESTA.
           READ REGLASIM NEXT RECORD AT END
               MOVE "10" TO WS-FS-RSI
           END-READ
           IF WS-FS-RSI-OK AND RSI-ANIO = WS-ANIO-PROCESO
               MOVE "S" TO WS-PROPUESTA-HALLADA
               MOVE RSI-NOTA-APROBACION TO WS-PRO-NOTA-APROBACION
               MOVE RSI-MAX-DESAPROBADAS TO WS-PRO-MAX-DESAPROBADAS
               MOVE RSI-ASISTENCIA-MINIMA TO WS-PRO-ASISTENCIA-MINIMA
               MOVE RSI-MAX-PREVIAS TO WS-PRO-MAX-PREVIAS
           END-IF.

      * ACUMULA LA ASISTENCIA DEL AÑO POR ALUMNO PARA EL CONTROL DE
      * LA ASISTENCIA MINIMA; SIN REGLA O CON MINIMO EN CERO EL
      * CONTROL SE SALTEA Y LA TABLA NI SE CARGA (EN LA SIMULACION
      * TAMBIEN SE CARGA SI LA REGLA PROPUESTA PIDE UN MINIMO)
       1490-CARGAR-TABLA-ASISTEN.
           IF (REGLA-HALLADA-SI AND WS-ASISTENCIA-MINIMA > 0)
           OR (MODO-SIMULACION AND WS-PRO-ASISTENCIA-MINIMA > 0)
               OPEN INPUT ASISTENCIA
               IF WS-FS-ASI-OK
                   PERFORM 1495-LEER-ASISTENCIA

      * CARGA LAS PREVIAS YA REGISTRADAS A LA TABLA Y DEJA EL
      * ARCHIVO ABIERTO EN EXTEND PARA LAS ALTAS DE ESTA CORRIDA
      * (LA SIMULACION SOLO LAS LEE)
       1400-CARGAR-TABLA-PREVIAS.
           MOVE 0 TO TABPRE-TOTAL
           OPEN INPUT PREVIAS
               PERFORM 1410-LEER-PREVIA UNTIL NOT WS-FS-PRE-OK
           END-IF
           CLOSE PREVIAS
           IF MODO-PROMOCION
               OPEN EXTEND PREVIAS
               IF NOT WS-FS-PRE-OK AND NOT WS-FS-PRE-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-PRE
               END-IF
           END-IF.

       1410-LEER-PREVIA.
               ADD 1 TO TABEXA-TOTAL
               MOVE EXA-NRO-ALUMNO TO TABEXA-ALUMNO(TABEXA-TOTAL)
               MOVE EXA-NRO-MATERIA TO TABEXA-MATERIA(TABEXA-TOTAL)
               MOVE EXA-ANIO TO TABEXA-ANIO(TABEXA-TOTAL)
               MOVE EXA-NOTA TO TABEXA-NOTA(TABEXA-TOTAL)
           END-IF.

      * CARGA LAS MATERIAS LIBRES DEL AÑO PROCESADO UNA SOLA VEZ
       1420-CARGAR-TABLA-LIBRES.
           MOVE 0 TO TABLIB-TOTAL
           OPEN INPUT LIBRES
           IF WS-FS-LIB-OK
               PERFORM 1430-LEER-LIBRE UNTIL NOT WS-FS-LIB-OK
           END-IF
           CLOSE LIBRES.

       1430-LEER-LIBRE.
           READ LIBRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LIB
           END-READ
           IF WS-FS-LIB-OK AND LIB-ANIO = WS-ANIO-PROCESO
               IF TABLIB-TOTAL < 5000
                   ADD 1 TO TABLIB-TOTAL
                   MOVE LIB-NRO-ALUMNO TO TABLIB-ALUMNO(TABLIB-TOTAL)
                   MOVE LIB-NRO-MATERIA
                       TO TABLIB-MATERIA(TABLIB-TOTAL)
               ELSE
                   MOVE "TABLA-LIBRES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * CARGA LAS CORRELATIVIDADES DEL PLAN DEL AÑO PROCESADO
       1440-CARGAR-TABLA-CORRELAT.
           MOVE 0 TO TABCOR-TOTAL
           OPEN INPUT CORRELAT
           IF WS-FS-COR-OK
               PERFORM 1445-LEER-CORRELATIVA UNTIL NOT WS-FS-COR-OK
           END-IF
           CLOSE CORRELAT.

       1445-LEER-CORRELATIVA.
           READ CORRELAT NEXT RECORD AT END
               MOVE "10" TO WS-FS-COR
           END-READ
           IF WS-FS-COR-OK AND COR-ANIO = WS-ANIO-PROCESO
               IF TABCOR-TOTAL < 200
                   ADD 1 TO TABCOR-TOTAL
                   MOVE COR-NRO-MATERIA TO TABCOR-MATERIA(TABCOR-TOTAL)
                   MOVE COR-NRO-REQUISITO
                       TO TABCOR-REQUISITO(TABCOR-TOTAL)
               ELSE
                   MOVE "TABLA-CORRELAT" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * BUSCA SI LA MATERIA DE LA FILA DE PROMEDIOS EN CURSO ESTA
      * LIBRE PARA EL ALUMNO EN CURSO
       1435-BUSCAR-LIBRE.
           MOVE "N" TO WS-LIB-HALLADA
           PERFORM VARYING TABLIB-INDICE FROM 1 BY 1
               UNTIL TABLIB-INDICE > TABLIB-TOTAL OR LIB-HALLADA-SI
               IF TABLIB-ALUMNO(TABLIB-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABLIB-MATERIA(TABLIB-INDICE) =
                   PROM-MATERIA(PROM-INDICE)
                   MOVE "S" TO WS-LIB-HALLADA
               END-IF
           END-PERFORM.

      * CUENTA LAS PREVIAS PENDIENTES QUE EL ALUMNO ARRASTRA DE AÑOS
      * ANTERIORES (LAS DE ESTE AÑO YA LAS CUBRE LA REGLA DE
      * DESAPROBADAS): FILAS EN ESTADO P SIN EXAMEN APROBADO
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND NOT-ANIO = WS-ANIO-PROCESO
      * NOTAS.dat LLEGA EN ORDEN DE CLAVE (ALUMNO, MATERIA): SI EL
      * PAR YA TIENE FILA, ES LA ULTIMA CARGADA
               MOVE "N" TO WS-PROM-ENCONTRADO
               IF PROM-TOTAL > 0
                   IF NOT-NRO-ALUMNO = PROM-ALUMNO(PROM-TOTAL)
                   AND NOT-NRO-MATERIA = PROM-MATERIA(PROM-TOTAL)
                       ADD NOT-NOTA TO PROM-SUMA(PROM-TOTAL)
                       ADD 1 TO PROM-CANT(PROM-TOTAL)
                       MOVE "S" TO WS-PROM-ENCONTRADO
                   END-IF
               END-IF
               IF PROM-ENCONTRADO-NO
                   IF PROM-TOTAL < 60000
                       ADD 1 TO PROM-TOTAL
           MOVE 0 TO WS-CANT-MATERIAS
           MOVE 0 TO WS-CANT-DESAPROBADAS
           MOVE 0 TO WS-SUMA-PROMS
           MOVE 0 TO WS-CANT-PROMEDIADAS
           MOVE 0 TO WS-CANT-LIBRES
           MOVE 0 TO WS-CANT-CORRELATIVAS
           PERFORM 3100-EVALUAR-MATERIA
               VARYING PROM-INDICE FROM 1 BY 1
               UNTIL PROM-INDICE > PROM-TOTAL
           PERFORM 3120-EVALUAR-LIBRE
               VARYING TABLIB-INDICE FROM 1 BY 1
               UNTIL TABLIB-INDICE > TABLIB-TOTAL
      * LAS CORRELATIVAS SE CONTROLAN CON TODAS LAS PREVIAS DEL AÑO
      * YA REGISTRADAS, SEA CUAL SEA EL ORDEN DE LAS MATERIAS
           IF TABCOR-TOTAL > 0
               PERFORM 3130-CONTROLAR-CORRELATIVA
                   VARYING PROM-INDICE FROM 1 BY 1
                   UNTIL PROM-INDICE > PROM-TOTAL
           END-IF
           IF WS-CANT-MATERIAS = 0
               ADD 1 TO WS-TOTAL-SIN-NOTAS
               IF MODO-PROMOCION
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING TABALU-NRO(TABALU-INDICE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TABALU-NOMBRE(TABALU-INDICE) DELIMITED BY SIZE
                       " SIN NOTAS EN EL AÑO" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-LINEA
               END-IF
           ELSE
               PERFORM 3200-REGISTRAR-DECISION
           END-IF.

      * LAS MATERIAS LIBRES SE SALTEAN ACA: LAS EVALUA 3120 SIN
      * MIRAR LAS NOTAS DE CURSADA
       3100-EVALUAR-MATERIA.
           IF PROM-ALUMNO(PROM-INDICE) = TABALU-NRO(TABALU-INDICE)
               PERFORM 1435-BUSCAR-LIBRE
               IF LIB-HALLADA-NO
                   PERFORM 3110-PROMEDIAR-MATERIA
               END-IF
           END-IF.

       3110-PROMEDIAR-MATERIA.
           ADD 1 TO WS-CANT-MATERIAS
           ADD 1 TO WS-CANT-PROMEDIADAS
           DIVIDE PROM-SUMA(PROM-INDICE)
               BY PROM-CANT(PROM-INDICE)
               GIVING WS-PROMEDIO
           ADD WS-PROMEDIO TO WS-SUMA-PROMS
      * LA EQUIVALENCIA OTORGADA VALE COMO RESULTADO APROBADO DE LA
      * MATERIA: NO SUMA DESAPROBADA AUNQUE EL PROMEDIO NO ALCANCE
           IF WS-PROMEDIO < WS-NOTA-APROBACION
               PERFORM 1295-BUSCAR-EQUIVALENCIA
               IF EQU-HALLADA-NO
                   ADD 1 TO WS-CANT-DESAPROBADAS
                   MOVE PROM-MATERIA(PROM-INDICE) TO WS-MATERIA-PREVIA
                   PERFORM 3150-REGISTRAR-PREVIA
               END-IF
           END-IF.

      * MATERIA LIBRE DEL ALUMNO: CON EXAMEN APROBADO (DEL AÑO O
      * POSTERIOR) VALE LA NOTA DEL EXAMEN; SI NO, QUEDA PENDIENTE DE
      * EXAMEN, CUENTA COMO DESAPROBADA Y PASA A PREVIA
       3120-EVALUAR-LIBRE.
           IF TABLIB-ALUMNO(TABLIB-INDICE) = TABALU-NRO(TABALU-INDICE)
               ADD 1 TO WS-CANT-MATERIAS
               MOVE "N" TO WS-EXA-APROBADO
               PERFORM VARYING TABEXA-INDICE FROM 1 BY 1
                   UNTIL TABEXA-INDICE > TABEXA-TOTAL
                   OR EXA-APROBADO-SI
                   IF TABEXA-ALUMNO(TABEXA-INDICE) =
                       TABLIB-ALUMNO(TABLIB-INDICE)
                   AND TABEXA-MATERIA(TABEXA-INDICE) =
                       TABLIB-MATERIA(TABLIB-INDICE)
                   AND TABEXA-ANIO(TABEXA-INDICE) >= WS-ANIO-PROCESO
                   AND TABEXA-NOTA(TABEXA-INDICE) >= WS-NOTA-APROBACION
                       MOVE "S" TO WS-EXA-APROBADO
                       MOVE TABEXA-NOTA(TABEXA-INDICE) TO WS-NOTA-LIBRE
                   END-IF
               END-PERFORM
               IF EXA-APROBADO-SI
                   ADD 1 TO WS-CANT-PROMEDIADAS
                   ADD WS-NOTA-LIBRE TO WS-SUMA-PROMS
               ELSE
                   ADD 1 TO WS-CANT-LIBRES
                   ADD 1 TO WS-CANT-DESAPROBADAS
                   MOVE TABLIB-MATERIA(TABLIB-INDICE)
                       TO WS-MATERIA-PREVIA
                   PERFORM 3150-REGISTRAR-PREVIA
               END-IF
           END-IF.

      * MATERIA CURSADA CON PROMEDIO APROBADO: SI EL ALUMNO ADEUDA
      * UNA MATERIA QUE LE ES CORRELATIVA, NO SE DA POR APROBADA Y
      * PASA A DESAPROBADA Y PREVIA (LA APROBADA POR EQUIVALENCIA NO
      * SE TOCA: LA OTORGA LA DIRECCION)
       3130-CONTROLAR-CORRELATIVA.
           IF PROM-ALUMNO(PROM-INDICE) = TABALU-NRO(TABALU-INDICE)
               PERFORM 1435-BUSCAR-LIBRE
               IF LIB-HALLADA-NO
                   DIVIDE PROM-SUMA(PROM-INDICE)
                       BY PROM-CANT(PROM-INDICE)
                       GIVING WS-PROMEDIO
                   IF WS-PROMEDIO >= WS-NOTA-APROBACION
                       PERFORM 3135-BUSCAR-CORRELATIVA-ADEUDADA
                       IF COR-ADEUDADA-SI
                           ADD 1 TO WS-CANT-DESAPROBADAS
                           ADD 1 TO WS-CANT-CORRELATIVAS
                           MOVE PROM-MATERIA(PROM-INDICE)
                               TO WS-MATERIA-PREVIA
                           PERFORM 3150-REGISTRAR-PREVIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * UNA MATERIA REQUERIDA SE ADEUDA SI EL ALUMNO LA TIENE COMO
      * PREVIA PENDIENTE (DE ESTE AÑO O ANTERIOR) SIN EXAMEN APROBADO
       3135-BUSCAR-CORRELATIVA-ADEUDADA.
           MOVE "N" TO WS-COR-ADEUDADA
           PERFORM VARYING TABCOR-INDICE FROM 1 BY 1
               UNTIL TABCOR-INDICE > TABCOR-TOTAL OR COR-ADEUDADA-SI
               IF TABCOR-MATERIA(TABCOR-INDICE) =
                   PROM-MATERIA(PROM-INDICE)
                   PERFORM 3140-BUSCAR-PREVIA-REQUISITO
               END-IF
           END-PERFORM.

       3140-BUSCAR-PREVIA-REQUISITO.
           PERFORM VARYING TABPRE-INDICE FROM 1 BY 1
               UNTIL TABPRE-INDICE > TABPRE-TOTAL OR COR-ADEUDADA-SI
               IF TABPRE-ALUMNO(TABPRE-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABPRE-MATERIA(TABPRE-INDICE) =
                   TABCOR-REQUISITO(TABCOR-INDICE)
               AND TABPRE-ESTADO(TABPRE-INDICE) = "P"
                   PERFORM 1480-BUSCAR-EXAMEN-SALDO
                   IF EXA-APROBADO-NO
                       MOVE "S" TO WS-COR-ADEUDADA
                   END-IF
               END-IF
           END-PERFORM.

      * CADA MATERIA DESAPROBADA DEL AÑO QUEDA COMO PREVIA
      * PENDIENTE, SALVO QUE YA ESTE REGISTRADA (CORRIDA REPETIDA);
      * LA SIMULACION SOLO LA AGREGA A LA TABLA, PARA QUE EL CONTROL
      * DE CORRELATIVAS DEL ALUMNO LA VEA IGUAL QUE EN LA PROMOCION
       3150-REGISTRAR-PREVIA.
           MOVE "N" TO WS-PRE-HALLADA
           PERFORM VARYING TABPRE-INDICE FROM 1 BY 1
               UNTIL TABPRE-INDICE > TABPRE-TOTAL OR PRE-HALLADA-SI
               IF TABPRE-ALUMNO(TABPRE-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABPRE-MATERIA(TABPRE-INDICE) = WS-MATERIA-PREVIA
               AND TABPRE-ANIO(TABPRE-INDICE) = WS-ANIO-PROCESO
                   MOVE "S" TO WS-PRE-HALLADA
               END-IF
           END-PERFORM
           IF PRE-HALLADA-NO
               MOVE TABALU-NRO(TABALU-INDICE) TO PRE-NRO-ALUMNO
               MOVE WS-MATERIA-PREVIA TO PRE-NRO-MATERIA
               MOVE WS-ANIO-PROCESO TO PRE-ANIO-ORIGEN
               MOVE "P" TO PRE-ESTADO
               IF MODO-SIMULACION
                   PERFORM 3160-AGREGAR-PREVIA-TABLA
               ELSE
                   WRITE PREVIAS-REGISTRO
                   IF WS-FS-PRE-OK
                       ADD 1 TO WS-TOTAL-PREVIAS-NUEVAS
                       PERFORM 3160-AGREGAR-PREVIA-TABLA
                   ELSE
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-PRE
                   END-IF
               END-IF
           END-IF.

       3160-AGREGAR-PREVIA-TABLA.
           IF TABPRE-TOTAL < 30000
               ADD 1 TO TABPRE-TOTAL
               MOVE PRE-NRO-ALUMNO TO TABPRE-ALUMNO(TABPRE-TOTAL)
               MOVE PRE-NRO-MATERIA TO TABPRE-MATERIA(TABPRE-TOTAL)
               MOVE PRE-ANIO-ORIGEN TO TABPRE-ANIO(TABPRE-TOTAL)
               MOVE "P" TO TABPRE-ESTADO(TABPRE-TOTAL)
           END-IF.

      * LA SIMULACION SOLO NECESITA LA DECISION: NI ACTA NI HISTORIAL
       3200-REGISTRAR-DECISION.
           PERFORM 3210-APLICAR-REGLA
           IF MODO-PROMOCION
               PERFORM 3250-INFORMAR-DECISION
               PERFORM 3300-GRABAR-HISTORIAL
           END-IF.

      * DECIDE CON LOS VALORES DE REGLA CARGADOS EN ESE MOMENTO
      * (NOTA, DESAPROBADAS, ASISTENCIA Y PREVIAS)
       3210-APLICAR-REGLA.
           PERFORM 1470-CONTAR-PREVIAS-PENDIENTES
           PERFORM 1499-CALCULAR-ASISTENCIA
           IF WS-CANT-DESAPROBADAS > WS-MAX-DESAPROBADAS
                       ADD 1 TO WS-TOTAL-PROMOVIDOS
                   END-IF
               END-IF
           END-IF.

      * EL PROMEDIO GENERAL (MEDIA SIMPLE DE LAS MATERIAS) SALE EN
      * EL ACTA CON LA ETIQUETA DE LA ESCALA CONCEPTUAL DEL AÑO; LAS
      * MATERIAS LIBRES PENDIENTES DE EXAMEN NO ENTRAN
       3250-INFORMAR-DECISION.
           IF WS-CANT-PROMEDIADAS > 0
               DIVIDE WS-SUMA-PROMS BY WS-CANT-PROMEDIADAS
                   GIVING WS-PROM-GENERAL
           ELSE
               MOVE 0 TO WS-PROM-GENERAL
           END-IF
           MOVE WS-PROM-GENERAL TO WS-PROM-GENERAL-ED
           PERFORM 1270-BUSCAR-ETIQUETA-ESCALA
           MOVE SPACES TO WS-LINEA-REPORTE
               END-IF
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF WS-CANT-LIBRES > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  (MATERIAS LIBRES PENDIENTES DE EXAMEN: "
                   DELIMITED BY SIZE
                   WS-CANT-LIBRES DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF WS-CANT-CORRELATIVAS > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  (MATERIAS CON CORRELATIVA ADEUDADA: "
                   DELIMITED BY SIZE
                   WS-CANT-CORRELATIVAS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * GRABA EL REGISTRO ANUAL, SALVO QUE YA EXISTA UNO PARA ESTE
      * ALUMNO Y AÑO (CORRIDA REPETIDA)
           DISPLAY "NO PROM. POR ASISTENCIA: "
               WS-TOTAL-POR-ASISTENCIA.

      * SIMULACION: DECIDE AL ALUMNO CON LA REGLA VIGENTE Y CON LA
      * PROPUESTA, CON LA MISMA LOGICA DE 3000-DECIDIR-ALUMNO, Y
      * ACUMULA AMBOS RESULTADOS EN SU SECCION
       5000-SIMULAR-ALUMNO.
           PERFORM 5100-UBICAR-SECCION
           IF TABSEC-INDICE > 0
               ADD 1 TO TABSEC-ALUMNOS(TABSEC-INDICE)
               MOVE TABPRE-TOTAL TO WS-SIM-PRE-TOTAL
               PERFORM 5200-PONER-REGLA-VIGENTE
               PERFORM 3000-DECIDIR-ALUMNO
               MOVE WS-SIM-PRE-TOTAL TO TABPRE-TOTAL
               IF WS-CANT-MATERIAS = 0
                   ADD 1 TO TABSEC-SIN-NOTAS(TABSEC-INDICE)
               ELSE
                   MOVE WS-DECISION TO WS-DECISION-VIGENTE
                   MOVE WS-DECISION-TEXTO TO WS-TEXTO-VIGENTE
                   MOVE WS-CANT-DESAPROBADAS TO WS-DESAP-VIGENTE
                   PERFORM 5300-PONER-REGLA-PROPUESTA
                   PERFORM 3000-DECIDIR-ALUMNO
                   MOVE WS-SIM-PRE-TOTAL TO TABPRE-TOTAL
                   PERFORM 5400-CONTAR-RESULTADO
               END-IF
           END-IF.

      * DEJA EN TABSEC-INDICE LA FILA DE LA SECCION DEL ALUMNO,
      * INSERTANDOLA EN ORDEN SI ES NUEVA (CERO SI LA TABLA SE LLENO)
           5100-UBICAR-SECCION.
               MOVE "N" TO WS-SEC-HALLADA
               PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
                   UNTIL TABSEC-INDICE > TABSEC-TOTAL OR SEC-HALLADA-SI
                   IF TABSEC-SECCION(TABSEC-INDICE) =
                       TABALU-SECCION(TABALU-INDICE)
                       MOVE "S" TO WS-SEC-HALLADA
                   END-IF
               END-PERFORM
               IF SEC-HALLADA-SI
                   SUBTRACT 1 FROM TABSEC-INDICE
               ELSE
                   IF TABSEC-TOTAL < 100
                       PERFORM 5110-INSERTAR-SECCION
                   ELSE
                       MOVE "TABLA-SECCIONES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                       MOVE 0 TO TABSEC-INDICE
                   END-IF
               END-IF.

           5110-INSERTAR-SECCION.
               MOVE 1 TO WS-SEC-POSICION
               PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
                   UNTIL TABSEC-INDICE > TABSEC-TOTAL
                   IF TABSEC-SECCION(TABSEC-INDICE) <
                       TABALU-SECCION(TABALU-INDICE)
                       COMPUTE WS-SEC-POSICION = TABSEC-INDICE + 1
                   END-IF
               END-PERFORM
               ADD 1 TO TABSEC-TOTAL
               PERFORM VARYING TABSEC-INDICE FROM TABSEC-TOTAL BY -1
                   UNTIL TABSEC-INDICE <= WS-SEC-POSICION
                   MOVE TABSEC-FILA(TABSEC-INDICE - 1)
                       TO TABSEC-FILA(TABSEC-INDICE)
               END-PERFORM
               INITIALIZE TABSEC-FILA(WS-SEC-POSICION)
               MOVE TABALU-SECCION(TABALU-INDICE)
                   TO TABSEC-SECCION(WS-SEC-POSICION)
               MOVE WS-SEC-POSICION TO TABSEC-INDICE.

           5200-PONER-REGLA-VIGENTE.
               MOVE WS-VIG-REGLA-HALLADA TO WS-REGLA-HALLADA
               MOVE WS-VIG-NOTA-APROBACION TO WS-NOTA-APROBACION
               MOVE WS-VIG-MAX-DESAPROBADAS TO WS-MAX-DESAPROBADAS
               MOVE WS-VIG-ASISTENCIA-MINIMA TO WS-ASISTENCIA-MINIMA
               MOVE WS-VIG-MAX-PREVIAS TO WS-MAX-PREVIAS.

      * LA PROPUESTA CUENTA COMO REGLA CARGADA: SU ASISTENCIA MINIMA
      * SE CONTROLA AUNQUE EL AÑO NO TENGA REGLA EN REGLAS.dat
           5300-PONER-REGLA-PROPUESTA.
               MOVE "S" TO WS-REGLA-HALLADA
               MOVE WS-PRO-NOTA-APROBACION TO WS-NOTA-APROBACION
               MOVE WS-PRO-MAX-DESAPROBADAS TO WS-MAX-DESAPROBADAS
               MOVE WS-PRO-ASISTENCIA-MINIMA TO WS-ASISTENCIA-MINIMA
               MOVE WS-PRO-MAX-PREVIAS TO WS-MAX-PREVIAS.

           5400-CONTAR-RESULTADO.
               IF WS-DECISION-VIGENTE = "P"
                   ADD 1 TO TABSEC-PROM-VIG(TABSEC-INDICE)
               ELSE
                   ADD 1 TO TABSEC-REP-VIG(TABSEC-INDICE)
               END-IF
               IF WS-DECISION = "P"
                   ADD 1 TO TABSEC-PROM-PRO(TABSEC-INDICE)
               ELSE
                   ADD 1 TO TABSEC-REP-PRO(TABSEC-INDICE)
               END-IF
               IF WS-DECISION NOT = WS-DECISION-VIGENTE
                   ADD 1 TO TABSEC-CAMBIOS(TABSEC-INDICE)
                   IF TABCAM-TOTAL < 5000
                       ADD 1 TO TABCAM-TOTAL
                       MOVE TABALU-NRO(TABALU-INDICE)
                           TO TABCAM-NRO(TABCAM-TOTAL)
                       MOVE TABALU-NOMBRE(TABALU-INDICE)
                           TO TABCAM-NOMBRE(TABCAM-TOTAL)
                       MOVE TABALU-SECCION(TABALU-INDICE)
                           TO TABCAM-SECCION(TABCAM-TOTAL)
                       MOVE WS-TEXTO-VIGENTE
                           TO TABCAM-VIGENTE(TABCAM-TOTAL)
                       MOVE WS-DESAP-VIGENTE
                           TO TABCAM-DESAP-VIG(TABCAM-TOTAL)
                       MOVE WS-DECISION-TEXTO
                           TO TABCAM-PROPUESTA(TABCAM-TOTAL)
                       MOVE WS-CANT-DESAPROBADAS
                           TO TABCAM-DESAP-PRO(TABCAM-TOTAL)
                   ELSE
                       MOVE "TABLA-CAMBIOS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF.

      * COMPARATIVO POR SECCION (VIGENTE A LA IZQUIERDA, PROPUESTA A
      * LA DERECHA) Y, SECCION POR SECCION, LOS ALUMNOS QUE CAMBIAN
       5500-EMITIR-SIMULACION.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SIMULACION DE PROMOCION - AÑO " DELIMITED BY SIZE
               WS-ANIO-PROCESO DELIMITED BY SIZE
               " (NO SE GRABA HISTORIAL NI PREVIAS)" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REGLA VIGENTE:   APROBACION " DELIMITED BY SIZE
               WS-VIG-NOTA-APROBACION DELIMITED BY SIZE
               " DESAPROBADAS " DELIMITED BY SIZE
               WS-VIG-MAX-DESAPROBADAS DELIMITED BY SIZE
               " ASISTENCIA " DELIMITED BY SIZE
               WS-VIG-ASISTENCIA-MINIMA DELIMITED BY SIZE
               " PREVIAS " DELIMITED BY SIZE
               WS-VIG-MAX-PREVIAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REGLA PROPUESTA: APROBACION " DELIMITED BY SIZE
               WS-PRO-NOTA-APROBACION DELIMITED BY SIZE
               " DESAPROBADAS " DELIMITED BY SIZE
               WS-PRO-MAX-DESAPROBADAS DELIMITED BY SIZE
               " ASISTENCIA " DELIMITED BY SIZE
               WS-PRO-ASISTENCIA-MINIMA DELIMITED BY SIZE
               " PREVIAS " DELIMITED BY SIZE
               WS-PRO-MAX-PREVIAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "                             --- VIGENTE ---"
               DELIMITED BY SIZE
               "    -- PROPUESTA --" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SECCION  ALUMNOS  SIN NOTAS  PROMOV.  REPIT."
               DELIMITED BY SIZE
               "    PROMOV.  REPIT.    CAMBIAN" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           PERFORM 5510-LINEA-SECCION
               VARYING TABSEC-INDICE FROM 1 BY 1
               UNTIL TABSEC-INDICE > TABSEC-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL       " DELIMITED BY SIZE
               WS-SIM-TOT-ALUMNOS DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-SIM-TOT-SIN-NOTAS DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-SIM-TOT-PROM-VIG DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SIM-TOT-REP-VIG DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-SIM-TOT-PROM-PRO DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SIM-TOT-REP-PRO DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-SIM-TOT-CAMBIOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           MOVE "ALUMNOS CUYO RESULTADO CAMBIA CON LA REGLA PROPUESTA"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-SIMULACION
           IF TABCAM-TOTAL = 0
               MOVE "  NINGUNO" TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-SIMULACION
           ELSE
               PERFORM 5520-CAMBIOS-SECCION
                   VARYING TABSEC-INDICE FROM 1 BY 1
                   UNTIL TABSEC-INDICE > TABSEC-TOTAL
           END-IF.

      * LOS NUMEROS QUEDAN ALINEADOS A LA DERECHA DE CADA TITULO
           5510-LINEA-SECCION.
               ADD TABSEC-ALUMNOS(TABSEC-INDICE) TO WS-SIM-TOT-ALUMNOS
               ADD TABSEC-SIN-NOTAS(TABSEC-INDICE)
                   TO WS-SIM-TOT-SIN-NOTAS
               ADD TABSEC-PROM-VIG(TABSEC-INDICE) TO WS-SIM-TOT-PROM-VIG
               ADD TABSEC-REP-VIG(TABSEC-INDICE) TO WS-SIM-TOT-REP-VIG
               ADD TABSEC-PROM-PRO(TABSEC-INDICE) TO WS-SIM-TOT-PROM-PRO
               ADD TABSEC-REP-PRO(TABSEC-INDICE) TO WS-SIM-TOT-REP-PRO
               ADD TABSEC-CAMBIOS(TABSEC-INDICE) TO WS-SIM-TOT-CAMBIOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " DELIMITED BY SIZE
                   TABSEC-SECCION(TABSEC-INDICE) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   TABSEC-ALUMNOS(TABSEC-INDICE) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   TABSEC-SIN-NOTAS(TABSEC-INDICE) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   TABSEC-PROM-VIG(TABSEC-INDICE) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TABSEC-REP-VIG(TABSEC-INDICE) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   TABSEC-PROM-PRO(TABSEC-INDICE) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TABSEC-REP-PRO(TABSEC-INDICE) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   TABSEC-CAMBIOS(TABSEC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-SIMULACION.

           5520-CAMBIOS-SECCION.
               IF TABSEC-CAMBIOS(TABSEC-INDICE) > 0
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "SECCION " DELIMITED BY SIZE
                       TABSEC-SECCION(TABSEC-INDICE) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9020-ESCRIBIR-SIMULACION
                   PERFORM 5530-LINEA-CAMBIO
                       VARYING TABCAM-INDICE FROM 1 BY 1
                       UNTIL TABCAM-INDICE > TABCAM-TOTAL
               END-IF.

           5530-LINEA-CAMBIO.
               IF TABCAM-SECCION(TABCAM-INDICE) =
                   TABSEC-SECCION(TABSEC-INDICE)
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "  " DELIMITED BY SIZE
                       TABCAM-NRO(TABCAM-INDICE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TABCAM-NOMBRE(TABCAM-INDICE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TABCAM-VIGENTE(TABCAM-INDICE) DELIMITED BY SIZE
                       " (DESAP. " DELIMITED BY SIZE
                       TABCAM-DESAP-VIG(TABCAM-INDICE)
                       DELIMITED BY SIZE
                       ") -> " DELIMITED BY SIZE
                       TABCAM-PROPUESTA(TABCAM-INDICE)
                       DELIMITED BY SIZE
                       " (DESAP. " DELIMITED BY SIZE
                       TABCAM-DESAP-PRO(TABCAM-INDICE)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9020-ESCRIBIR-SIMULACION
               END-IF.

       5900-MOSTRAR-RESUMEN-SIM.
           DISPLAY "===== SIMULACION DE PROMOCION ====="
           DISPLAY "ALUMNOS ACTIVOS:       " TABALU-TOTAL
           DISPLAY "PROMOVIDOS VIGENTE:    " WS-SIM-TOT-PROM-VIG
           DISPLAY "REPITIENTES VIGENTE:   " WS-SIM-TOT-REP-VIG
           DISPLAY "PROMOVIDOS PROPUESTA:  " WS-SIM-TOT-PROM-PRO
           DISPLAY "REPITIENTES PROPUESTA: " WS-SIM-TOT-REP-PRO
           DISPLAY "CAMBIAN DE RESULTADO:  " WS-SIM-TOT-CAMBIOS
           DISPLAY "DETALLE EN SIMULACION.dat".

       9010-ESCRIBIR-LINEA.
           WRITE PROMOCION-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-PRO-OK
               DISPLAY "FILE STATUS " WS-FS-PRO
           END-IF.

       9020-ESCRIBIR-SIMULACION.
           WRITE SIMULACION-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-SIM-OK
               DISPLAY "ERROR AL ESCRIBIR SIMULACION"
               DISPLAY "FILE STATUS " WS-FS-SIM
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE NOTAS
           IF MODO-SIMULACION
               CLOSE SIMULACION
               MOVE "SIMULACION.dat" TO WS-SPOOL-ARCHIVO
           ELSE
               CLOSE HISTORIAL
               CLOSE PREVIAS
               CLOSE PROMOCION
               MOVE "PROMOCION.dat" TO WS-SPOOL-ARCHIVO
           END-IF
           PERFORM 9930-REGISTRAR-SPOOL.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGPROMOC" DELIMITED BY SIZE
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
           MOVE WS-SPOOL-ARCHIVO TO ARCHIVO-SPL
           MOVE "PGPROMOC" TO PROGRAMA-SPL
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

       END PROGRAM PGPROMOC.
