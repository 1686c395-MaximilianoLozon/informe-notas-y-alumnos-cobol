       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENEVAL.

      * CARGA DE EVALUACIONES: CADA INSTRUMENTO QUE EL DOCENTE
      * CALIFICA EN EL MES (PARCIAL, TRABAJO PRACTICO, ORAL) QUEDA EN
      * EVALUACIONES.dat CON ALUMNO, MATERIA, FECHA, TIPO, PESO Y
      * NOTA. LA NOTA MENSUAL (NOT-NOTA) NO SE TIPEA: LA CALCULA
      * PGCALNOT COMO PROMEDIO PONDERADO POR PESO DE LAS EVALUACIONES
      * DEL MES. LA CONSULTA (OPCION 3) MUESTRA LAS EVALUACIONES DE
      * UN ALUMNO/MATERIA/MES, EL PROMEDIO QUE DAN Y LA NOTA VIGENTE
      * EN NOTAS.dat, PARA RESPONDER UN RECLAMO SOBRE EL BOLETIN.
      * LAS MISMAS VALIDACIONES QUE PGENNOTA: OPERADOR, ALUMNO,
      * PERIODO ABIERTO, MES LECTIVO Y MATERIA ASIGNADA AL DOCENTE
      * VINCULADO AL OPERADOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL EVALUACIONES ASSIGN TO "EVALUACIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EVA.
      * NOTAS Y RECTIFICACIONES: SOLO PARA LA CONSULTA
      * NOTAS.dat ESTA INDEXADO POR ALUMNO/MATERIA/AÑO/MES: LA NOTA
      * SE LEE DIRECTO POR CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL RECTIF      ASSIGN TO "RECTIF.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
      * INSCRIPCIONES ALUMNO/MATERIA/AÑO (PGENINSC): LA NOMINA DEL
      * ALTA POR CURSO SON LOS INSCRIPTOS A LA MATERIA EN EL AÑO
       SELECT OPTIONAL INSCRIPCION ASSIGN TO "INSCRIPCION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-INS.
      * PERIODOS CERRADOS POR PGCIERRE: NO SE ACEPTAN EVALUACIONES DE
      * ESOS AÑO/MES PORQUE SUS BOLETINES YA FUERON ENTREGADOS
       SELECT OPTIONAL CIERRES     ASSIGN TO "CIERRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIE.
      * HISTORIAL DE ASIGNACIONES DOCENTE/MATERIA (PGENASIG): UN
      * OPERADOR VINCULADO A UN DOCENTE SOLO CARGA EVALUACIONES DE LAS
      * MATERIAS ASIGNADAS A ESE DOCENTE EN EL AÑO/MES DE LA FECHA
       SELECT OPTIONAL ASIGDOC     ASSIGN TO "ASIGDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASG.
      * REGISTRO DE ERRORES COMPARTIDO: CADA INTENTO RECHAZADO POR
      * MATERIA NO ASIGNADA QUEDA ANOTADO CON OPERADOR Y CLAVE
       SELECT ERRORLOG            ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.
       FILE SECTION.
      * UNA EVALUACION POR REGISTRO. TIPO: P=PARCIAL, T=TRABAJO
      * PRACTICO, O=ORAL. EL PESO ES RELATIVO (EJ. 50 EL PARCIAL Y
      * 25 CADA TP) Y NO PUEDE SER CERO
       FD EVALUACIONES.
           01 EVALUACIONES-REGISTRO.
              05 EVA-NRO-ALUMNO PIC 9(4).
              05 EVA-NRO-MATERIA PIC 99.
              05 EVA-FECHA.
                 10 EVA-ANIO PIC 9(4).
                 10 EVA-MES PIC 99.
                 10 EVA-DIA PIC 99.
              05 EVA-TIPO PIC X.
                 88 EVA-TIPO-PARCIAL VALUE "P".
                 88 EVA-TIPO-TP VALUE "T".
                 88 EVA-TIPO-ORAL VALUE "O".
                 88 EVA-TIPO-VALIDO VALUE "P" "T" "O".
              05 EVA-PESO PIC 999.
              05 EVA-NOTA PIC 99V9.
              05 EVA-DESCRIPCION PIC X(20).
              05 EVA-OPERADOR PIC X(10).

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
           01 RECTIF-REGISTRO.
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-NRO-MATERIA PIC 99.
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-NOTA PIC 99V9.
              05 REC-MOTIVO PIC X(20).
              05 REC-OPERADOR PIC X(10).

       FD INSCRIPCION.
           01 INSCRIPCION-REGISTRO.
              05 INS-NRO-ALUMNO PIC 9(4).
              05 INS-NRO-MATERIA PIC 99.
              05 INS-ANIO PIC 9(4).

       FD CIERRES.
           01 CIERRES-REGISTRO.
              05 CIE-ANIO PIC 9(4).
              05 CIE-MES PIC 99.

       FD ASIGDOC.
           01 ASIGDOC-REGISTRO.
              05 ASG-NRO-MATERIA PIC 99.
              05 ASG-COD-DOCENTE PIC 9(4).
              05 ASG-DESDE-ANIO PIC 9(4).
              05 ASG-DESDE-MES PIC 99.
              05 ASG-HASTA-ANIO PIC 9(4).
              05 ASG-HASTA-MES PIC 99.

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-EVA PIC XX.
           88 WS-FS-EVA-OK VALUE "00".
           88 WS-FS-EVA-NO VALUE "10".
           88 WS-FS-EVA-NOEXISTE VALUE "05" "35".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
       01 WS-FS-INS PIC XX.
           88 WS-FS-INS-OK VALUE "00".
           88 WS-FS-INS-NO VALUE "10".
       01 WS-FS-CIE PIC XX.
           88 WS-FS-CIE-OK VALUE "00".
           88 WS-FS-CIE-NO VALUE "10".
       01 WS-FS-ASG PIC XX.
           88 WS-FS-ASG-OK VALUE "00".
           88 WS-FS-ASG-NO VALUE "10".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".
       01 WS-ALUMNO-VALIDO PIC X VALUE "N".
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       01 WS-OPERADOR-AUTORIZADO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO-SI VALUE "S".
           88 OPERADOR-AUTORIZADO-NO VALUE "N".

      * DOCENTE VINCULADO AL OPERADOR (0 = SIN LIMITE DE MATERIAS) Y
      * SUS ASIGNACIONES, CON LAS VIGENCIAS ARMADAS COMO AAAAMM
       77 WS-DOCENTE-OPERADOR PIC 9(4) VALUE 0.
       01 TABLA-ASIGDOC.
           05 TABASG-FILA OCCURS 200 TIMES.
               10 TABASG-MATERIA PIC 99.
               10 TABASG-DESDE PIC 9(6).
               10 TABASG-HASTA PIC 9(6).
       77 TABASG-INDICE PIC 999.
       77 TABASG-TOTAL PIC 999 VALUE 0.
       77 WS-PERIODO-NOTA PIC 9(6) VALUE 0.
       01 WS-MATERIA-ASIGNADA PIC X VALUE "S".
           88 MATERIA-ASIGNADA-SI VALUE "S".
           88 MATERIA-ASIGNADA-NO VALUE "N".

      * DATOS DE LA EVALUACION EN CARGA
       77 WS-EVA-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-EVA-MATERIA PIC 99 VALUE ZERO.
       01 WS-EVA-FECHA PIC 9(8) VALUE ZERO.
       01 WS-EVA-FECHA-R REDEFINES WS-EVA-FECHA.
           05 WS-EVA-ANIO PIC 9(4).
           05 WS-EVA-MES PIC 99.
           05 WS-EVA-DIA PIC 99.
       77 WS-EVA-TIPO PIC X VALUE SPACE.
       77 WS-EVA-PESO PIC 999 VALUE ZERO.
       77 WS-EVA-NOTA PIC 99V9 VALUE ZERO.
       77 WS-EVA-DESCRIPCION PIC X(20) VALUE SPACES.
       01 WS-DATOS-VALIDOS PIC X VALUE "N".
           88 DATOS-VALIDOS-SI VALUE "S".
           88 DATOS-VALIDOS-NO VALUE "N".

      * TABLA DE PERIODOS CERRADOS, CARGADA UNA SOLA VEZ AL ARRANCAR
       01 TABLA-CIERRES.
           05 TABCIE-FILA OCCURS 120 TIMES.
               10 TABCIE-ANIO PIC 9(4).
               10 TABCIE-MES PIC 99.
       77 TABCIE-INDICE PIC 999.
       77 TABCIE-TOTAL PIC 999 VALUE 0.
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
           88 PERIODO-CERRADO-SI VALUE "S".
           88 PERIODO-CERRADO-NO VALUE "N".
       01 WS-MES-LECTIVO PIC X VALUE "N".
           88 MES-LECTIVO-SI VALUE "S".
           88 MES-LECTIVO-NO VALUE "N".

      * ALTA POR CURSO: SECCION, MATERIA, FECHA, TIPO Y PESO SE PIDEN
      * UNA SOLA VEZ Y DESPUES SE RECORRE LA NOMINA PIDIENDO LA NOTA
       77 WS-CUR-SECCION PIC X(2) VALUE SPACES.
       77 WS-CUR-CARGADAS PIC 999 VALUE 0.
       77 WS-NOTA-TOPE PIC 99V9 VALUE 10.0.
      * LA NOTA SE RECIBE COMO TEXTO PARA PODER SALTEAR CON ENTER;
      * LA CONVERSION ES LA MISMA DE PGENNOTA Y PGIMPNOT
       77 WS-C-NOTA PIC X(6) VALUE SPACES.
       77 WS-C-ENTERO PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       77 WS-C-DECIMAL PIC X(2) VALUE SPACES.
       77 WS-CUR-ENTERO PIC 9(3) VALUE 0.
       77 WS-CUR-DECIMAL PIC 9 VALUE 0.
       01 WS-NOTA-VALIDA PIC X VALUE "N".
           88 NOTA-VALIDA-SI VALUE "S".
           88 NOTA-VALIDA-NO VALUE "N".

      * CONSULTA: PROMEDIO PONDERADO DE LAS EVALUACIONES DEL MES Y
      * NOTA VIGENTE (ORIGINAL O ULTIMA RECTIFICACION)
       77 WS-CON-ANIO PIC 9(4) VALUE ZERO.
       77 WS-CON-MES PIC 99 VALUE ZERO.
       77 WS-CON-CANTIDAD PIC 999 VALUE 0.
       77 WS-SUMA-PESOS PIC 9(6) VALUE 0.
       77 WS-SUMA-PONDERADA PIC 9(8)V9 VALUE 0.
       77 WS-PROMEDIO PIC 99V9 VALUE 0.
       01 WS-PROMEDIO-ED PIC Z9.9.
       01 WS-NOTA-ED PIC Z9.9.
       77 WS-NOTA-VIGENTE PIC 99V9 VALUE 0.
       01 WS-NOTA-HALLADA PIC X VALUE "N".
           88 NOTA-HALLADA-SI VALUE "S".
           88 NOTA-HALLADA-NO VALUE "N".
       77 WS-ORIGEN-NOTA PIC X(14) VALUE SPACES.
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
       01 RUTFECHA PIC X(8) VALUE "RUTFECHA".
      * AREA DE COMUNICACION RUTINA ALUMNOS
       COPY "COPY-ACA.cpy".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".
      * AREA DE COMUNICACION RUTINA FECHA
       COPY "COPY-ACF.cpy".
      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

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
               MOVE DOCENTE-SESION TO WS-DOCENTE-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           END-IF
           PERFORM 0050-VALIDAR-OPERADOR
           IF OPERADOR-AUTORIZADO-NO
               GOBACK
           END-IF
           PERFORM 0500-CARGAR-TABLA-ALUMNOS
           PERFORM 0520-CARGAR-TABLA-CIERRES
           IF WS-DOCENTE-OPERADOR > 0
               PERFORM 0580-CARGAR-TABLA-ASIGDOC
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. ALTA DE EVALUACION"
               DISPLAY "2. ALTA POR CURSO"
               DISPLAY "3. CONSULTAR EVALUACIONES DEL MES"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-EVALUACIONES
                   WHEN 2
                       PERFORM 0400-ALTA-POR-CURSO
                   WHEN 3
                       PERFORM 0600-CONSULTAR-EVALUACIONES
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * VALIDA EL INGRESO DEL OPERADOR CONTRA OPERADORES.dat, IGUAL
      * QUE PGENNOTA
           0050-VALIDAR-OPERADOR.
               MOVE "N" TO WS-OPERADOR-AUTORIZADO
               INITIALIZE AreaDeComunicacionOperador
               MOVE 1 TO Opcion-operador
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 = "05"
                   DISPLAY "SIN MAESTRO DE OPERADORES, INGRESO LIBRE"
                   MOVE "S" TO WS-OPERADOR-AUTORIZADO
                   MOVE 2 TO WS-NIVEL-OPERADOR
               ELSE
                   INITIALIZE AreaDeComunicacionOperador
                   MOVE 2 TO Opcion-operador
                   MOVE WS-OPERADOR TO Id-operador
                   CALL RUTOPER USING AreaDeComunicacionOperador
                   IF RET-COD-5 = "00" AND ACTIVO-OPERADOR = "A"
                       MOVE "S" TO WS-OPERADOR-AUTORIZADO
                       MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                       IF RET-COD-6 NOT = "00"
                           MOVE DOCENTE-OPERADOR TO WS-DOCENTE-OPERADOR
                       END-IF
                   ELSE
                       DISPLAY "OPERADOR NO AUTORIZADO"
                   END-IF
               END-IF.

           0200-ALTA-EVALUACIONES.
               MOVE "SI" TO WS-CONTROL
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-PROCES-INFO
                   UNTIL WS-CONTROL-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * FECHA, TIPO Y PESO: LA FECHA TIENE QUE CAER EN UN PERIODO
      * ABIERTO Y LECTIVO; EL PESO NO PUEDE SER CERO (NO APORTARIA
      * NADA AL PROMEDIO). LA MATERIA TIENE QUE ESTAR ASIGNADA AL
      * DOCENTE DEL OPERADOR EN ESE AÑO/MES
           0300-VALIDAR-DATOS.
               MOVE "N" TO WS-DATOS-VALIDOS
               EVALUATE TRUE
                   WHEN WS-EVA-MES < 1 OR WS-EVA-MES > 12
                   OR WS-EVA-DIA < 1 OR WS-EVA-DIA > 31
                       DISPLAY "FECHA INVALIDA, EVALUACION NO GRABADA"
                   WHEN WS-EVA-TIPO NOT = "P" AND WS-EVA-TIPO NOT = "T"
                   AND WS-EVA-TIPO NOT = "O"
                       DISPLAY "TIPO INVALIDO, EVALUACION NO GRABADA"
                   WHEN WS-EVA-PESO = 0
                       DISPLAY "PESO EN CERO, EVALUACION NO GRABADA"
                   WHEN OTHER
                       PERFORM 0540-VALIDAR-PERIODO-ABIERTO
                       IF PERIODO-CERRADO-NO
                           PERFORM 0550-VALIDAR-MES-LECTIVO
                           IF MES-LECTIVO-SI
                               PERFORM 0590-VALIDAR-MATERIA-DOCENTE
                               IF MATERIA-ASIGNADA-SI
                                   MOVE "S" TO WS-DATOS-VALIDOS
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

      * ALTA POR CURSO: LAS PLANILLAS DE UN PARCIAL O UN TP LLEGAN
      * POR MATERIA Y SECCION; LOS DATOS COMUNES SE PIDEN UNA VEZ Y
      * DESPUES SE RECORRE LA NOMINA DE INSCRIPTOS (ENTER SALTEA)
           0400-ALTA-POR-CURSO.
               DISPLAY "INGRESA SECCION"
               ACCEPT WS-CUR-SECCION
               DISPLAY "INGRESA NRO DE MATERIA"
               ACCEPT WS-EVA-MATERIA
               PERFORM 2010-PEDIR-DATOS-EVALUACION
               PERFORM 0300-VALIDAR-DATOS
               IF DATOS-VALIDOS-SI
                   PERFORM 0420-RECORRER-NOMINA
               END-IF.

           0420-RECORRER-NOMINA.
               MOVE 0 TO WS-CUR-CARGADAS
               PERFORM 1000-ABRIR-ARCHIVO
               OPEN INPUT INSCRIPCION
               IF WS-FS-INS-OK
                   PERFORM 0430-PROCESAR-INSCRIPTO
                       UNTIL NOT WS-FS-INS-OK
               ELSE
                   DISPLAY "NO HAY INSCRIPCIONES CARGADAS"
               END-IF
               CLOSE INSCRIPCION
               PERFORM 3000-CERRAR-ARCHIVO
               DISPLAY "EVALUACIONES CARGADAS EN EL CURSO: "
                   WS-CUR-CARGADAS.

           0430-PROCESAR-INSCRIPTO.
               READ INSCRIPCION NEXT RECORD AT END
                   MOVE "10" TO WS-FS-INS
               END-READ
               IF WS-FS-INS-OK
               AND INS-NRO-MATERIA = WS-EVA-MATERIA
               AND INS-ANIO = WS-EVA-ANIO
                   MOVE INS-NRO-ALUMNO TO WS-EVA-ALUMNO
                   INITIALIZE AreaDeComunicacionAlumno
                   MOVE 2 TO Opcion-alumno
                   MOVE WS-EVA-ALUMNO TO Codigo-alumno
                   CALL RUTALUMN USING AreaDeComunicacionAlumno
                   IF RET-COD-4 = "00" AND ESTADO-ALUMNO NOT = "I"
                   AND SECCION-ALUMNO = WS-CUR-SECCION
                       PERFORM 0440-PEDIR-NOTA-ALUMNO
                   END-IF
               END-IF.

           0440-PEDIR-NOTA-ALUMNO.
               DISPLAY WS-EVA-ALUMNO " " NOMBRE-ALUMNO
                   " NOTA (EJ. 8.5, ENTER=SALTEAR)"
               MOVE SPACES TO WS-C-NOTA
               ACCEPT WS-C-NOTA
               IF WS-C-NOTA = SPACES
                   CONTINUE
               ELSE
                   PERFORM 0450-CONVERTIR-NOTA
                   IF NOTA-VALIDA-SI
                       PERFORM 2050-ARMAR-REGISTRO
                       PERFORM 2100-GUARDAR-INFO
                       ADD 1 TO WS-CUR-CARGADAS
                   END-IF
               END-IF.

      * DESARMA LA NOTA TIPEADA (ENTERO.DECIMAL) Y LA VALIDA CONTRA
      * EL TOPE DE LA ESCALA, IGUAL QUE PGENNOTA
           0450-CONVERTIR-NOTA.
               MOVE "N" TO WS-NOTA-VALIDA
               MOVE SPACES TO WS-C-ENTERO WS-C-DECIMAL
               UNSTRING WS-C-NOTA DELIMITED BY "."
                   INTO WS-C-ENTERO WS-C-DECIMAL
               INSPECT WS-C-ENTERO REPLACING LEADING " " BY "0"
               IF WS-C-DECIMAL = SPACES
                   MOVE "00" TO WS-C-DECIMAL
               END-IF
               IF WS-C-ENTERO IS NOT NUMERIC
               OR WS-C-DECIMAL(1:1) IS NOT NUMERIC
                   DISPLAY "NOTA INVALIDA, ALUMNO SALTEADO"
               ELSE
                   MOVE WS-C-ENTERO TO WS-CUR-ENTERO
                   MOVE WS-C-DECIMAL(1:1) TO WS-CUR-DECIMAL
                   COMPUTE WS-EVA-NOTA = WS-CUR-ENTERO
                       + WS-CUR-DECIMAL / 10
                   IF WS-CUR-ENTERO > 10 OR WS-EVA-NOTA > WS-NOTA-TOPE
                       DISPLAY "NOTA FUERA DE RANGO, ALUMNO SALTEADO"
                   ELSE
                       MOVE "S" TO WS-NOTA-VALIDA
                   END-IF
               END-IF.

      * LA TABLA DE ALUMNOS SE CARGA UNA SOLA VEZ AL ARRANCAR
           0500-CARGAR-TABLA-ALUMNOS.
               INITIALIZE AreaDeComunicacionAlumno
               MOVE 1 TO Opcion-alumno
               CALL RUTALUMN USING AreaDeComunicacionAlumno.

      * VALIDA EL NRO DE ALUMNO POR RUTALUMN: SI NO EXISTE O ESTA
      * INACTIVO, LA EVALUACION NO SE GRABA
           0510-VALIDAR-ALUMNO.
               MOVE "N" TO WS-ALUMNO-VALIDO
               INITIALIZE AreaDeComunicacionAlumno
               MOVE 2 TO Opcion-alumno
               MOVE WS-EVA-ALUMNO TO Codigo-alumno
               CALL RUTALUMN USING AreaDeComunicacionAlumno
               IF RET-COD-4 NOT = "00"
                   DISPLAY "ALUMNO INEXISTENTE, EVALUACION NO GRABADA"
               ELSE
                   IF ESTADO-ALUMNO = "I"
                       DISPLAY "ALUMNO INACTIVO, EVALUACION NO GRABADA"
                   ELSE
                       MOVE "S" TO WS-ALUMNO-VALIDO
                   END-IF
               END-IF.

      * CARGA CIERRES.dat A LA TABLA UNA SOLA VEZ AL ARRANCAR
           0520-CARGAR-TABLA-CIERRES.
               MOVE 0 TO TABCIE-TOTAL
               OPEN INPUT CIERRES
               IF WS-FS-CIE-OK
                   PERFORM 0530-LEER-CIERRE
                       UNTIL NOT WS-FS-CIE-OK
               END-IF
               CLOSE CIERRES.

           0530-LEER-CIERRE.
               READ CIERRES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CIE
               END-READ
               IF WS-FS-CIE-OK AND TABCIE-TOTAL < 120
                   ADD 1 TO TABCIE-TOTAL
                   MOVE CIE-ANIO TO TABCIE-ANIO(TABCIE-TOTAL)
                   MOVE CIE-MES TO TABCIE-MES(TABCIE-TOTAL)
               END-IF.

      * RECHAZA LA EVALUACION SI SU AÑO/MES FUE CERRADO POR PGCIERRE
           0540-VALIDAR-PERIODO-ABIERTO.
               MOVE "N" TO WS-PERIODO-CERRADO
               PERFORM VARYING TABCIE-INDICE FROM 1 BY 1
                   UNTIL TABCIE-INDICE > TABCIE-TOTAL
                   OR PERIODO-CERRADO-SI
                   IF WS-EVA-ANIO = TABCIE-ANIO(TABCIE-INDICE)
                   AND WS-EVA-MES = TABCIE-MES(TABCIE-INDICE)
                       MOVE "S" TO WS-PERIODO-CERRADO
                   END-IF
               END-PERFORM
               IF PERIODO-CERRADO-SI
                   DISPLAY "PERIODO CERRADO, EVALUACION NO GRABADA"
               END-IF.

      * RECHAZA LA EVALUACION SI SU MES CAE FUERA DEL CICLO LECTIVO,
      * COMO 0550-VALIDAR-MES-LECTIVO DE PGENNOTA
           0550-VALIDAR-MES-LECTIVO.
               MOVE "S" TO WS-MES-LECTIVO
               INITIALIZE AreaDeComunicacionFecha
               MOVE 5 TO Opcion
               MOVE WS-EVA-MES TO F-I-MES
               MOVE WS-EVA-ANIO TO F-I-AÑO
               CALL RUTFECHA USING AreaDeComunicacionFecha
               IF Valor = 20
                   MOVE "N" TO WS-MES-LECTIVO
                   DISPLAY "MES FUERA DEL CALENDARIO ESCOLAR,"
                       " EVALUACION NO GRABADA"
               END-IF.

      * CARGA LAS ASIGNACIONES DEL DOCENTE VINCULADO AL OPERADOR
           0580-CARGAR-TABLA-ASIGDOC.
               MOVE 0 TO TABASG-TOTAL
               OPEN INPUT ASIGDOC
               IF WS-FS-ASG-OK
                   PERFORM 0585-LEER-ASIGDOC UNTIL NOT WS-FS-ASG-OK
               END-IF
               CLOSE ASIGDOC.

           0585-LEER-ASIGDOC.
               READ ASIGDOC NEXT RECORD AT END
                   MOVE "10" TO WS-FS-ASG
               END-READ
               IF WS-FS-ASG-OK AND TABASG-TOTAL < 200
               AND ASG-COD-DOCENTE = WS-DOCENTE-OPERADOR
                   ADD 1 TO TABASG-TOTAL
                   MOVE ASG-NRO-MATERIA TO TABASG-MATERIA(TABASG-TOTAL)
                   COMPUTE TABASG-DESDE(TABASG-TOTAL) =
                       ASG-DESDE-ANIO * 100 + ASG-DESDE-MES
                   COMPUTE TABASG-HASTA(TABASG-TOTAL) =
                       ASG-HASTA-ANIO * 100 + ASG-HASTA-MES
               END-IF.

      * MISMO CONTROL QUE 0590-VALIDAR-MATERIA-DOCENTE DE PGENNOTA:
      * LAS EVALUACIONES SE CONVIERTEN EN NOTAS (PGCALNOT), ASI QUE UN
      * DOCENTE SOLO CALIFICA LAS MATERIAS QUE TIENE ASIGNADAS EN EL
      * AÑO/MES DE LA EVALUACION; CADA RECHAZO QUEDA EN ERRORLOG.dat
           0590-VALIDAR-MATERIA-DOCENTE.
               MOVE "S" TO WS-MATERIA-ASIGNADA
               IF WS-DOCENTE-OPERADOR > 0
                   MOVE "N" TO WS-MATERIA-ASIGNADA
                   COMPUTE WS-PERIODO-NOTA =
                       WS-EVA-ANIO * 100 + WS-EVA-MES
                   PERFORM VARYING TABASG-INDICE FROM 1 BY 1
                       UNTIL TABASG-INDICE > TABASG-TOTAL
                       OR MATERIA-ASIGNADA-SI
                       IF TABASG-MATERIA(TABASG-INDICE) =
                           WS-EVA-MATERIA
                       AND TABASG-DESDE(TABASG-INDICE)
                           <= WS-PERIODO-NOTA
                       AND WS-PERIODO-NOTA
                           <= TABASG-HASTA(TABASG-INDICE)
                           MOVE "S" TO WS-MATERIA-ASIGNADA
                       END-IF
                   END-PERFORM
                   IF MATERIA-ASIGNADA-NO
                       DISPLAY "MATERIA NO ASIGNADA AL DOCENTE EN ESE"
                           " PERIODO, EVALUACION NO GRABADA"
                       PERFORM 9901-GRABAR-RECHAZO
                   END-IF
               END-IF.

      * CONSULTA PARA RECLAMOS: LISTA LAS EVALUACIONES DEL ALUMNO EN
      * LA MATERIA Y MES, EL PROMEDIO PONDERADO QUE RESULTA Y LA NOTA
      * QUE FIGURA EN NOTAS.dat (O SU ULTIMA RECTIFICACION)
           0600-CONSULTAR-EVALUACIONES.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-EVA-ALUMNO
               DISPLAY "INGRESA NRO DE MATERIA"
               ACCEPT WS-EVA-MATERIA
               DISPLAY "INGRESA AÑO"
               ACCEPT WS-CON-ANIO
               DISPLAY "INGRESA MES"
               ACCEPT WS-CON-MES
               MOVE 0 TO WS-CON-CANTIDAD
               MOVE 0 TO WS-SUMA-PESOS
               MOVE 0 TO WS-SUMA-PONDERADA
               OPEN INPUT EVALUACIONES
               IF WS-FS-EVA-OK
                   PERFORM 0610-LEER-EVALUACION
                       UNTIL NOT WS-FS-EVA-OK
               END-IF
               CLOSE EVALUACIONES
               IF WS-CON-CANTIDAD = 0
                   DISPLAY "SIN EVALUACIONES CARGADAS PARA ESE MES"
               ELSE
                   COMPUTE WS-PROMEDIO ROUNDED =
                       WS-SUMA-PONDERADA / WS-SUMA-PESOS
                   MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
                   DISPLAY "PROMEDIO PONDERADO: " WS-PROMEDIO-ED
                       " (" WS-CON-CANTIDAD " EVALUACIONES, PESO "
                       "TOTAL " WS-SUMA-PESOS ")"
               END-IF
               PERFORM 0620-BUSCAR-NOTA-VIGENTE
               IF NOTA-HALLADA-NO
                   DISPLAY "LA NOTA DEL MES NO FUE CALCULADA NI"
                       " CARGADA TODAVIA"
               ELSE
                   MOVE WS-NOTA-VIGENTE TO WS-NOTA-ED
                   DISPLAY "NOTA EN EL BOLETIN: " WS-NOTA-ED
                       " (" WS-ORIGEN-NOTA ")"
               END-IF.

           0610-LEER-EVALUACION.
               READ EVALUACIONES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-EVA
               END-READ
               IF WS-FS-EVA-OK
               AND EVA-NRO-ALUMNO = WS-EVA-ALUMNO
               AND EVA-NRO-MATERIA = WS-EVA-MATERIA
               AND EVA-ANIO = WS-CON-ANIO
               AND EVA-MES = WS-CON-MES
                   ADD 1 TO WS-CON-CANTIDAD
                   ADD EVA-PESO TO WS-SUMA-PESOS
                   COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                       + EVA-PESO * EVA-NOTA
                   MOVE EVA-NOTA TO WS-NOTA-ED
                   DISPLAY EVA-FECHA " " EVA-TIPO " "
                       EVA-DESCRIPCION " PESO " EVA-PESO
                       " NOTA " WS-NOTA-ED " (" EVA-OPERADOR ")"
               END-IF.

      * LA NOTA VIGENTE ES LA ULTIMA RECTIFICACION DE LA CLAVE O, SI
      * NO HAY, LA NOTA ORIGINAL, IGUAL QUE EN EL BOLETIN
           0620-BUSCAR-NOTA-VIGENTE.
               MOVE "N" TO WS-NOTA-HALLADA
               OPEN INPUT NOTAS
               IF WS-FS-NOT-OK
                   PERFORM 0630-LEER-NOTA
               END-IF
               CLOSE NOTAS
               OPEN INPUT RECTIF
               IF WS-FS-REC-OK
                   PERFORM 0640-LEER-RECTIFICACION
                       UNTIL NOT WS-FS-REC-OK
               END-IF
               CLOSE RECTIF.

           0630-LEER-NOTA.
               MOVE WS-EVA-ALUMNO TO NOT-NRO-ALUMNO
               MOVE WS-EVA-MATERIA TO NOT-NRO-MATERIA
               MOVE WS-CON-ANIO TO NOT-ANIO
               MOVE WS-CON-MES TO NOT-MES
               READ NOTAS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-NOT-OK
                   MOVE "S" TO WS-NOTA-HALLADA
                   MOVE NOT-NOTA TO WS-NOTA-VIGENTE
                   MOVE "ORIGINAL" TO WS-ORIGEN-NOTA
               END-IF.

           0640-LEER-RECTIFICACION.
               READ RECTIF NEXT RECORD AT END
                   MOVE "10" TO WS-FS-REC
               END-READ
               IF WS-FS-REC-OK
               AND REC-NRO-ALUMNO = WS-EVA-ALUMNO
               AND REC-NRO-MATERIA = WS-EVA-MATERIA
               AND REC-ANIO = WS-CON-ANIO
               AND REC-MES = WS-CON-MES
                   MOVE "S" TO WS-NOTA-HALLADA
                   MOVE REC-NOTA TO WS-NOTA-VIGENTE
                   MOVE "RECTIFICADA" TO WS-ORIGEN-NOTA
               END-IF.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND EVALUACIONES.
               IF NOT WS-FS-EVA-OK AND NOT WS-FS-EVA-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-EVA
               END-IF.
           2000-PROCES-INFO.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-EVA-ALUMNO
               PERFORM 0510-VALIDAR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   DISPLAY "INGRESA NRO DE MATERIA"
                   ACCEPT WS-EVA-MATERIA
                   PERFORM 2010-PEDIR-DATOS-EVALUACION
                   DISPLAY "INGRESA LA NOTA (CON UN DECIMAL, EJ. 8.5)"
                   ACCEPT WS-EVA-NOTA
                   PERFORM 0300-VALIDAR-DATOS
                   IF DATOS-VALIDOS-SI
                       IF WS-EVA-NOTA > WS-NOTA-TOPE
                           DISPLAY "NOTA FUERA DE RANGO, EVALUACION"
                               " NO GRABADA"
                       ELSE
                           PERFORM 2050-ARMAR-REGISTRO
                           PERFORM 2100-GUARDAR-INFO
                       END-IF
                   END-IF
               END-IF
               DISPLAY "INGRESAR OTRA EVALUACION? SI/NO"
               ACCEPT WS-CONTROL.

           2010-PEDIR-DATOS-EVALUACION.
               DISPLAY "INGRESA FECHA DE LA EVALUACION (AAAAMMDD)"
               ACCEPT WS-EVA-FECHA
               DISPLAY "INGRESA TIPO (P=PARCIAL, T=TRABAJO PRACTICO,"
                   " O=ORAL)"
               ACCEPT WS-EVA-TIPO
               DISPLAY "INGRESA PESO (EJ. 050)"
               ACCEPT WS-EVA-PESO
               DISPLAY "INGRESA DESCRIPCION (EJ. PARCIAL 1)"
               ACCEPT WS-EVA-DESCRIPCION.

           2050-ARMAR-REGISTRO.
               MOVE WS-EVA-ALUMNO TO EVA-NRO-ALUMNO
               MOVE WS-EVA-MATERIA TO EVA-NRO-MATERIA
               MOVE WS-EVA-ANIO TO EVA-ANIO
               MOVE WS-EVA-MES TO EVA-MES
               MOVE WS-EVA-DIA TO EVA-DIA
               MOVE WS-EVA-TIPO TO EVA-TIPO
               MOVE WS-EVA-PESO TO EVA-PESO
               MOVE WS-EVA-NOTA TO EVA-NOTA
               MOVE WS-EVA-DESCRIPCION TO EVA-DESCRIPCION
               MOVE WS-OPERADOR TO EVA-OPERADOR.

           2100-GUARDAR-INFO.
               WRITE EVALUACIONES-REGISTRO
               IF NOT WS-FS-EVA-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-EVA
               ELSE
                   MOVE "EVALUACION" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING EVA-NRO-ALUMNO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       EVA-NRO-MATERIA DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.
           3000-CERRAR-ARCHIVO.
               CLOSE EVALUACIONES.
               IF NOT WS-FS-EVA-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-EVA
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENEVAL" DELIMITED BY SIZE
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

      * AGREGA A ERRORLOG.dat EL INTENTO RECHAZADO: OPERADOR, DOCENTE
      * VINCULADO, MATERIA Y AÑO/MES DE LA EVALUACION, CON FECHA/HORA
           9901-GRABAR-RECHAZO.
               OPEN EXTEND ERRORLOG
               IF WS-FS-ERR-OK
                   MOVE SPACES TO WS-LINEA-ERRORLOG
                   STRING "PGENEVAL" DELIMITED BY SIZE
                       " RECHAZO OPE=" DELIMITED BY SIZE
                       WS-OPERADOR DELIMITED BY SIZE
                       " DOC=" DELIMITED BY SIZE
                       WS-DOCENTE-OPERADOR DELIMITED BY SIZE
                       " MAT=" DELIMITED BY SIZE
                       WS-EVA-MATERIA DELIMITED BY SIZE
                       " PER=" DELIMITED BY SIZE
                       WS-PERIODO-NOTA DELIMITED BY SIZE
                       " FECHA=" DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                       INTO WS-LINEA-ERRORLOG
                   WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
                   CLOSE ERRORLOG
               END-IF.

       END PROGRAM PGENEVAL.
