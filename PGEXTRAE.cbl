       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEXTRAE.

      * EXTRACTO A MEDIDA SOBRE ALUMNOS Y NOTAS: EN LUGAR DE ESCRIBIR
      * UN PROGRAMA NUEVO (O ARMAR UNA PLANILLA DESDE EXPORTCSV) PARA
      * CADA PEDIDO PUNTUAL, EL PEDIDO SE DESCRIBE EN UN ARCHIVO DE
      * PARAMETROS QUE NOMBRA LAS COLUMNAS DE SALIDA Y LOS FILTROS, Y
      * SE GUARDA PARA VOLVER A CORRERLO. LA SALIDA ES UN ARCHIVO
      * DELIMITADO CON "|" (COMO EXPORTCSV.dat) CON UNA FILA DE
      * TITULOS; LA CANTIDAD DE REGISTROS LEIDOS Y DE FILAS GRABADAS
      * QUEDA EN EL CONTROL DE EXTRACTOS (EXTRACTL.dat).
      *
      * SI SE PIDE ALGUNA COLUMNA O FILTRO DE NOTAS (MATERIA, PERIODO,
      * NOTA) SALE UNA FILA POR NOTA QUE PASA LOS FILTROS; SI NO, UNA
      * FILA POR ALUMNO.
      *
      * ARCHIVO DE PARAMETROS: UNA LINEA POR INDICACION, CON LA CLAVE
      * EN LAS POSICIONES 1-10 Y HASTA DOS VALORES EN 12-31 Y 33-52;
      * LAS LINEAS QUE EMPIEZAN CON * SON COMENTARIOS. EJEMPLO (ALUMNOS
      * ACTIVOS DEL TURNO TARDE NACIDOS FUERA DEL PAIS CON MENOS DE 4
      * EN LA MATERIA 03):
      *
      *   SALIDA     TARDE.EXT
      *   CAMPO      NRO-ALUMNO
      *   CAMPO      NOMBRE
      *   CAMPO      PAIS-NOMBRE
      *   CAMPO      MATERIA-NOMBRE
      *   CAMPO      MES-NOTA
      *   CAMPO      NOTA
      *   ESTADO     A
      *   TURNO      T
      *   NO-PAIS    032
      *   MATERIA    03
      *   NOTA       00.0                03.9
      *
      * CLAVES: SALIDA (NOMBRE DEL ARCHIVO, EXTRAE.dat SI NO SE
      * INDICA; SIN CARPETA Y TERMINADO EN .EXT, O EXTRAE*.dat,
      * PARA QUE NUNCA SE PISE UN ARCHIVO DEL SISTEMA), CAMPO (UNA
      * COLUMNA, EN EL ORDEN DE LAS LINEAS; VER TABLA-CAMPOS),
      * SECCION, TURNO, ESTADO, PAIS (IGUAL A),
      * NO-PAIS (DISTINTO DE), MATERIA, PERIODO (AAAAMM DESDE Y
      * HASTA) Y NOTA (NN.N DESDE Y HASTA, AMBOS INCLUIDOS)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * ARCHIVO DE PARAMETROS DEL PEDIDO, NOMBRADO POR EL OPERADOR
       SELECT OPTIONAL PARAMETROS  ASSIGN TO DYNAMIC WS-RUTA-PARAMETROS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRM.
      * MAESTRO INDEXADO POR NRO DE ALUMNO: SE RECORRE ENTERO EN LOS
      * EXTRACTOS POR ALUMNO Y SE LEE POR CLAVE EN LOS DE NOTAS
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SOLO SE RECORRE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * SECCIONES, PARA EL TURNO DE CADA ALUMNO
       SELECT OPTIONAL SECCIONES   ASSIGN TO "SECCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SEC.
      * SALIDA DELIMITADA, CON EL NOMBRE QUE INDICAN LOS PARAMETROS
       SELECT EXTRACTO             ASSIGN TO DYNAMIC WS-RUTA-SALIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXT.
      * CONTROL DE EXTRACTOS: UNA LINEA POR CORRIDA CON LOS CONTADORES
       SELECT OPTIONAL EXTRACTL    ASSIGN TO "EXTRACTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ECT.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
           01 PARAMETROS-REGISTRO.
              05 PRM-CLAVE PIC X(10).
              05 FILLER PIC X.
              05 PRM-VALOR-1 PIC X(20).
              05 FILLER PIC X.
              05 PRM-VALOR-2 PIC X(20).

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

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD SECCIONES.
           01 SECCIONES-REGISTRO.
              05 SEC-CODIGO PIC X(2).
              05 SEC-TURNO PIC X.
              05 SEC-PRECEPTOR PIC X(20).
              05 SEC-CAPACIDAD PIC 99.

       FD EXTRACTO.
           01 EXTRACTO-LINEA PIC X(450).

       FD EXTRACTL.
           01 EXTRACTL-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRM PIC XX.
           88 WS-FS-PRM-OK VALUE "00".
           88 WS-FS-PRM-NOEXISTE VALUE "05" "35".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
       01 WS-FS-SEC PIC XX.
           88 WS-FS-SEC-OK VALUE "00".
       01 WS-FS-EXT PIC XX.
           88 WS-FS-EXT-OK VALUE "00".
       01 WS-FS-ECT PIC XX.
           88 WS-FS-ECT-OK VALUE "00".
           88 WS-FS-ECT-NOEXISTE VALUE "05" "35".

       01 WS-RUTA-PARAMETROS PIC X(20) VALUE SPACES.
       01 WS-RUTA-SALIDA PIC X(20) VALUE SPACES.
       77 WS-LARGO-SALIDA PIC 99 VALUE 0.
       77 WS-CANT-SEPARADORES PIC 99 VALUE 0.
       01 WS-SALIDA-VALIDA PIC X VALUE "N".
           88 SALIDA-VALIDA-SI VALUE "S".

      * CATALOGO DE COLUMNAS QUE SE PUEDEN PEDIR: NOMBRE (15) Y ORIGEN
      * (A = MAESTRO DE ALUMNOS O NOMBRE RESUELTO DESDE EL, N = NOTA)
       01 TABLA-CAMPOS.
           05 FILLER PIC X(16) VALUE "NRO-ALUMNO     A".
           05 FILLER PIC X(16) VALUE "NOMBRE         A".
           05 FILLER PIC X(16) VALUE "DOCUMENTO      A".
           05 FILLER PIC X(16) VALUE "PAIS           A".
           05 FILLER PIC X(16) VALUE "PAIS-NOMBRE    A".
           05 FILLER PIC X(16) VALUE "SECCION        A".
           05 FILLER PIC X(16) VALUE "TURNO          A".
           05 FILLER PIC X(16) VALUE "ESTADO         A".
           05 FILLER PIC X(16) VALUE "ANIO-INGRESO   A".
           05 FILLER PIC X(16) VALUE "MES-INGRESO    A".
           05 FILLER PIC X(16) VALUE "MATERIA        N".
           05 FILLER PIC X(16) VALUE "MATERIA-NOMBRE N".
           05 FILLER PIC X(16) VALUE "DOCENTE        N".
           05 FILLER PIC X(16) VALUE "ANIO-NOTA      N".
           05 FILLER PIC X(16) VALUE "MES-NOTA       N".
           05 FILLER PIC X(16) VALUE "NOTA           N".
       01 FILLER REDEFINES TABLA-CAMPOS.
           05 CAMPO-FILA OCCURS 16 TIMES.
               10 CAM-NOMBRE PIC X(15).
               10 CAM-ORIGEN PIC X.
       77 CAM-INDICE PIC 99 VALUE 0.

      * COLUMNAS PEDIDAS, EN ORDEN: NRO DE FILA DE TABLA-CAMPOS
       01 TABLA-ELEGIDOS.
           05 ELEGIDO-CAMPO PIC 99 OCCURS 16 TIMES.
       77 ELE-TOTAL PIC 99 VALUE 0.
       77 ELE-INDICE PIC 99 VALUE 0.

      * FILTROS (ESPACIOS O CERO = SIN FILTRO)
       77 WS-FIL-SECCION PIC X(2) VALUE SPACES.
       77 WS-FIL-TURNO PIC X VALUE SPACE.
       77 WS-FIL-ESTADO PIC X VALUE SPACE.
       77 WS-FIL-PAIS PIC 999 VALUE 0.
       77 WS-FIL-NO-PAIS PIC 999 VALUE 0.
       77 WS-FIL-MATERIA PIC 99 VALUE 0.
       77 WS-FIL-PERIODO-DESDE PIC 9(6) VALUE 0.
       77 WS-FIL-PERIODO-HASTA PIC 9(6) VALUE 999999.
       77 WS-FIL-NOTA-DESDE PIC 99V9 VALUE 0.
       77 WS-FIL-NOTA-HASTA PIC 99V9 VALUE 99.9.
       01 WS-PERIODO-NOTA PIC 9(6) VALUE 0.
       01 FILLER REDEFINES WS-PERIODO-NOTA.
           05 WS-PERIODO-NOTA-ANIO PIC 9(4).
           05 WS-PERIODO-NOTA-MES PIC 99.

      * UNA NOTA SE ESCRIBE NN.N EN EL ARCHIVO DE PARAMETROS
       01 WS-NOTA-TEXTO PIC X(4) VALUE SPACES.
       01 FILLER REDEFINES WS-NOTA-TEXTO.
           05 WS-NOTA-TEXTO-ENTERO PIC 99.
           05 WS-NOTA-TEXTO-PUNTO PIC X.
           05 WS-NOTA-TEXTO-DECIMAL PIC 9.
       77 WS-NOTA-LEIDA PIC 99V9 VALUE 0.

       01 WS-POR-NOTA PIC X VALUE "N".
           88 POR-NOTA-SI VALUE "S".
       01 WS-PARAMETROS-VALIDOS PIC X VALUE "S".
           88 PARAMETROS-VALIDOS-SI VALUE "S".
       77 WS-LINEA-PARAMETRO PIC 999 VALUE 0.
       01 WS-NOTA-VALIDA PIC X VALUE "N".
           88 NOTA-VALIDA-SI VALUE "S".

      * ALUMNO DE LA NOTA EN CURSO: SE LEE UNA SOLA VEZ POR ALUMNO
       77 WS-ALUMNO-ACTUAL PIC 9(4) VALUE 0.
       01 WS-ALUMNO-HALLADO PIC X VALUE "N".
           88 ALUMNO-HALLADO-SI VALUE "S".
       01 WS-ALUMNO-PASA PIC X VALUE "N".
           88 ALUMNO-PASA-SI VALUE "S".
       01 WS-NOTA-PASA PIC X VALUE "N".
           88 NOTA-PASA-SI VALUE "S".
       77 WS-TURNO-ALUMNO PIC X VALUE SPACE.

       01 TABLA-SECCIONES.
           05 TABSEC-FILA OCCURS 50 TIMES.
               10 TABSEC-CODIGO PIC X(2).
               10 TABSEC-TURNO PIC X.
       77 TABSEC-TOTAL PIC 99 VALUE 0.
       77 TABSEC-INDICE PIC 99 VALUE 0.

       01 WS-LINEA-EXTRACTO PIC X(450) VALUE SPACES.
       77 WS-PUNTERO PIC 999 VALUE 1.
       77 WS-VALOR-CAMPO PIC X(25) VALUE SPACES.
       77 WS-NOTA-EDITADA PIC 99.9.
       01 WS-LINEA-CONTROL PIC X(120) VALUE SPACES.

       77 WS-TOTAL-ALUMNOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-NOTAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-FILAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-SIN-ALUMNO PIC 9(6) VALUE 0.

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       01 RUTPAIS PIC X(8) VALUE "RUTPAIS".
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACN.cpy".
       COPY "COPY-ACM.cpy".
       COPY "COPY-ACD.cpy".

      * EL EXTRACTO SACA DATOS PERSONALES: QUEDA EN AUDITORIA.dat
       77 WS-AUD-OPERACION PIC X(10) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(20) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

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
           DISPLAY "ARCHIVO DE PARAMETROS (ENTER PARA EXTRAE.PRM)"
           ACCEPT WS-RUTA-PARAMETROS
           IF WS-RUTA-PARAMETROS = SPACES
               MOVE "EXTRAE.PRM" TO WS-RUTA-PARAMETROS
           END-IF
           PERFORM 1000-LEER-PARAMETROS
           IF NOT PARAMETROS-VALIDOS-SI
               DISPLAY "EXTRACTO NO GENERADO: CORRIJA "
                   WS-RUTA-PARAMETROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1700-CARGAR-TABLAS
           OPEN OUTPUT EXTRACTO
           IF NOT WS-FS-EXT-OK
               DISPLAY "ERROR AL ABRIR " WS-RUTA-SALIDA
               DISPLAY "FILE STATUS " WS-FS-EXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-ESCRIBIR-TITULOS
           OPEN INPUT ALUMNOS
           IF POR-NOTA-SI
               OPEN INPUT NOTAS
               PERFORM 3000-PROCESAR-NOTA UNTIL NOT WS-FS-NOT-OK
               CLOSE NOTAS
           ELSE
               PERFORM 4000-PROCESAR-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS
           CLOSE EXTRACTO
           PERFORM 5000-GRABAR-CONTROL
           MOVE "EXTRACTO" TO WS-AUD-OPERACION
           MOVE WS-RUTA-PARAMETROS TO WS-AUD-CLAVE
           PERFORM 9900-GRABAR-AUDITORIA
           DISPLAY "EXTRACTO GRABADO EN " WS-RUTA-SALIDA
           DISPLAY "ALUMNOS LEIDOS: " WS-TOTAL-ALUMNOS
               "  NOTAS LEIDAS: " WS-TOTAL-NOTAS
           DISPLAY "FILAS GRABADAS: " WS-TOTAL-FILAS
           IF WS-TOTAL-SIN-ALUMNO > 0
               DISPLAY "NOTAS SIN ALUMNO EN EL MAESTRO: "
                   WS-TOTAL-SIN-ALUMNO
           END-IF
           GOBACK.

      * LEE Y VALIDA TODO EL ARCHIVO DE PARAMETROS ANTES DE TOCAR
      * NINGUN DATO; CADA LINEA ERRONEA SE INFORMA CON SU NUMERO
       1000-LEER-PARAMETROS.
           MOVE "EXTRAE.dat" TO WS-RUTA-SALIDA
           MOVE 0 TO ELE-TOTAL
           MOVE 0 TO WS-LINEA-PARAMETRO
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM-OK
               PERFORM 1100-LEER-LINEA UNTIL NOT WS-FS-PRM-OK
           ELSE
               DISPLAY "NO EXISTE EL ARCHIVO " WS-RUTA-PARAMETROS
               MOVE "N" TO WS-PARAMETROS-VALIDOS
           END-IF
           CLOSE PARAMETROS
           IF PARAMETROS-VALIDOS-SI AND ELE-TOTAL = 0
               DISPLAY "LOS PARAMETROS NO PIDEN NINGUN CAMPO"
               MOVE "N" TO WS-PARAMETROS-VALIDOS
           END-IF.

           1100-LEER-LINEA.
               READ PARAMETROS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PRM
               END-READ
               IF WS-FS-PRM-OK
                   ADD 1 TO WS-LINEA-PARAMETRO
                   IF PRM-CLAVE NOT = SPACES
                       AND PRM-CLAVE(1:1) NOT = "*"
                       PERFORM 1200-INTERPRETAR-LINEA
                   END-IF
               END-IF.

           1200-INTERPRETAR-LINEA.
               EVALUATE PRM-CLAVE
                   WHEN "SALIDA"
                       PERFORM 1250-VALIDAR-SALIDA
                       IF SALIDA-VALIDA-SI
                           MOVE PRM-VALOR-1 TO WS-RUTA-SALIDA
                       ELSE
                           DISPLAY "LA SALIDA DEBE SER UN NOMBRE SIN"
                               " CARPETA TERMINADO EN .EXT O"
                               " EXTRAE*.dat"
                           PERFORM 1900-LINEA-ERRONEA
                       END-IF
                   WHEN "CAMPO"
                       PERFORM 1300-AGREGAR-CAMPO
                   WHEN "SECCION"
                       MOVE PRM-VALOR-1 TO WS-FIL-SECCION
                   WHEN "TURNO"
                       MOVE PRM-VALOR-1 TO WS-FIL-TURNO
                   WHEN "ESTADO"
                       MOVE PRM-VALOR-1 TO WS-FIL-ESTADO
                   WHEN "PAIS"
                       IF PRM-VALOR-1(1:3) IS NUMERIC
                           MOVE PRM-VALOR-1(1:3) TO WS-FIL-PAIS
                       ELSE
                           PERFORM 1900-LINEA-ERRONEA
                       END-IF
                   WHEN "NO-PAIS"
                       IF PRM-VALOR-1(1:3) IS NUMERIC
                           MOVE PRM-VALOR-1(1:3) TO WS-FIL-NO-PAIS
                       ELSE
                           PERFORM 1900-LINEA-ERRONEA
                       END-IF
                   WHEN "MATERIA"
                       IF PRM-VALOR-1(1:2) IS NUMERIC
                           MOVE PRM-VALOR-1(1:2) TO WS-FIL-MATERIA
                           MOVE "S" TO WS-POR-NOTA
                       ELSE
                           PERFORM 1900-LINEA-ERRONEA
                       END-IF
                   WHEN "PERIODO"
                       PERFORM 1400-TOMAR-PERIODO
                   WHEN "NOTA"
                       PERFORM 1500-TOMAR-RANGO-NOTA
                   WHEN OTHER
                       PERFORM 1900-LINEA-ERRONEA
               END-EVALUATE.

      * LA SALIDA SE ABRE OUTPUT: SOLO SE ADMITE UN NOMBRE SIMPLE, SIN
      * CARPETA NI BLANCOS, CON LA EXTENSION PROPIA DE LOS EXTRACTOS
      * (.EXT) O CON LA FORMA DEL NOMBRE POR OMISION (EXTRAE*.dat);
      * ASI UN PARAMETRO COMO "NOTAS.dat" NO PUEDE VACIAR UN MAESTRO
           1250-VALIDAR-SALIDA.
               MOVE "N" TO WS-SALIDA-VALIDA
               MOVE 0 TO WS-LARGO-SALIDA
               MOVE 0 TO WS-CANT-SEPARADORES
               INSPECT PRM-VALOR-1 TALLYING WS-LARGO-SALIDA
                   FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT PRM-VALOR-1 TALLYING WS-CANT-SEPARADORES
                   FOR ALL "/" ALL "\" ALL ":"
               IF WS-CANT-SEPARADORES = 0 AND WS-LARGO-SALIDA > 4
                   IF PRM-VALOR-1(WS-LARGO-SALIDA - 3:4) = ".EXT"
                       MOVE "S" TO WS-SALIDA-VALIDA
                   END-IF
                   IF WS-LARGO-SALIDA > 9
                   AND PRM-VALOR-1(1:6) = "EXTRAE"
                   AND PRM-VALOR-1(WS-LARGO-SALIDA - 3:4) = ".dat"
                       MOVE "S" TO WS-SALIDA-VALIDA
                   END-IF
               END-IF
               IF WS-LARGO-SALIDA < 20
                   IF PRM-VALOR-1(WS-LARGO-SALIDA + 1:) NOT = SPACES
                       MOVE "N" TO WS-SALIDA-VALIDA
                   END-IF
               END-IF.

      * EL CAMPO DEBE ESTAR EN EL CATALOGO; UNO DE NOTAS PASA EL
      * EXTRACTO A UNA FILA POR NOTA
           1300-AGREGAR-CAMPO.
               MOVE 0 TO CAM-INDICE
               PERFORM VARYING ELE-INDICE FROM 1 BY 1
                   UNTIL ELE-INDICE > 16 OR CAM-INDICE > 0
                   IF CAM-NOMBRE(ELE-INDICE) = PRM-VALOR-1
                       MOVE ELE-INDICE TO CAM-INDICE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN CAM-INDICE = 0
                       PERFORM 1900-LINEA-ERRONEA
                   WHEN ELE-TOTAL = 16
                       DISPLAY "LINEA " WS-LINEA-PARAMETRO
                           ": NO SE ADMITEN MAS DE 16 CAMPOS"
                       MOVE "N" TO WS-PARAMETROS-VALIDOS
                   WHEN OTHER
                       ADD 1 TO ELE-TOTAL
                       MOVE CAM-INDICE TO ELEGIDO-CAMPO(ELE-TOTAL)
                       IF CAM-ORIGEN(CAM-INDICE) = "N"
                           MOVE "S" TO WS-POR-NOTA
                       END-IF
               END-EVALUATE.

      * PERIODO AAAAMM DESDE Y HASTA; SIN HASTA ES UN SOLO MES
           1400-TOMAR-PERIODO.
               IF PRM-VALOR-1(1:6) IS NUMERIC
                   MOVE PRM-VALOR-1(1:6) TO WS-FIL-PERIODO-DESDE
                   IF PRM-VALOR-2 = SPACES
                       MOVE WS-FIL-PERIODO-DESDE
                           TO WS-FIL-PERIODO-HASTA
                   ELSE
                       IF PRM-VALOR-2(1:6) IS NUMERIC
                           MOVE PRM-VALOR-2(1:6)
                               TO WS-FIL-PERIODO-HASTA
                       ELSE
                           PERFORM 1900-LINEA-ERRONEA
                       END-IF
                   END-IF
                   MOVE "S" TO WS-POR-NOTA
               ELSE
                   PERFORM 1900-LINEA-ERRONEA
               END-IF.

      * RANGO DE NOTA NN.N DESDE Y HASTA; SIN HASTA, HASTA EL MAXIMO
           1500-TOMAR-RANGO-NOTA.
               MOVE PRM-VALOR-1(1:4) TO WS-NOTA-TEXTO
               PERFORM 1600-CONVERTIR-NOTA
               IF NOTA-VALIDA-SI
                   MOVE WS-NOTA-LEIDA TO WS-FIL-NOTA-DESDE
                   IF PRM-VALOR-2 NOT = SPACES
                       MOVE PRM-VALOR-2(1:4) TO WS-NOTA-TEXTO
                       PERFORM 1600-CONVERTIR-NOTA
                       IF NOTA-VALIDA-SI
                           MOVE WS-NOTA-LEIDA TO WS-FIL-NOTA-HASTA
                       END-IF
                   END-IF
               END-IF
               IF NOTA-VALIDA-SI
                   MOVE "S" TO WS-POR-NOTA
               ELSE
                   PERFORM 1900-LINEA-ERRONEA
               END-IF.

           1600-CONVERTIR-NOTA.
               MOVE "N" TO WS-NOTA-VALIDA
               IF WS-NOTA-TEXTO-ENTERO IS NUMERIC
                   AND WS-NOTA-TEXTO-PUNTO = "."
                   AND WS-NOTA-TEXTO-DECIMAL IS NUMERIC
                   COMPUTE WS-NOTA-LEIDA = WS-NOTA-TEXTO-ENTERO
                       + WS-NOTA-TEXTO-DECIMAL / 10
                   MOVE "S" TO WS-NOTA-VALIDA
               END-IF.

           1900-LINEA-ERRONEA.
               DISPLAY "LINEA " WS-LINEA-PARAMETRO " INVALIDA: "
                   PRM-CLAVE " " PRM-VALOR-1
               MOVE "N" TO WS-PARAMETROS-VALIDOS.

      * NOMBRES DE PAIS, MATERIA Y DOCENTE VIA SUS RUTINAS; TURNO DE
      * CADA SECCION DESDE SECCIONES.dat
       1700-CARGAR-TABLAS.
           INITIALIZE AreaDeComunicacionPais
           MOVE 1 TO Opcion-pais
           CALL RUTPAIS USING AreaDeComunicacionPais
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           INITIALIZE AreaDeComunicacionDocente
           MOVE 1 TO Opcion-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           MOVE 0 TO TABSEC-TOTAL
           OPEN INPUT SECCIONES
           IF WS-FS-SEC-OK
               PERFORM 1710-LEER-SECCION UNTIL NOT WS-FS-SEC-OK
           END-IF
           CLOSE SECCIONES.

           1710-LEER-SECCION.
               READ SECCIONES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-SEC
               END-READ
               IF WS-FS-SEC-OK AND TABSEC-TOTAL < 50
                   ADD 1 TO TABSEC-TOTAL
                   MOVE SEC-CODIGO TO TABSEC-CODIGO(TABSEC-TOTAL)
                   MOVE SEC-TURNO TO TABSEC-TURNO(TABSEC-TOTAL)
               END-IF.

      * PRIMERA FILA: LOS NOMBRES DE LAS COLUMNAS PEDIDAS
       2000-ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-EXTRACTO
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING ELE-INDICE FROM 1 BY 1
               UNTIL ELE-INDICE > ELE-TOTAL
               IF ELE-INDICE > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO WITH POINTER WS-PUNTERO
               END-IF
               MOVE ELEGIDO-CAMPO(ELE-INDICE) TO CAM-INDICE
               STRING CAM-NOMBRE(CAM-INDICE) DELIMITED BY SPACE
                   INTO WS-LINEA-EXTRACTO WITH POINTER WS-PUNTERO
           END-PERFORM
           WRITE EXTRACTO-LINEA FROM WS-LINEA-EXTRACTO.

      * EXTRACTO POR NOTA: EL ALUMNO SE LEE POR CLAVE AL CAMBIAR DE
      * ALUMNO Y SUS FILTROS SE EVALUAN UNA SOLA VEZ
       3000-PROCESAR-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK
               ADD 1 TO WS-TOTAL-NOTAS
               IF NOT-NRO-ALUMNO NOT = WS-ALUMNO-ACTUAL
                   MOVE NOT-NRO-ALUMNO TO WS-ALUMNO-ACTUAL
                   PERFORM 3100-LEER-ALUMNO-NOTA
               END-IF
               IF ALUMNO-HALLADO-SI AND ALUMNO-PASA-SI
                   PERFORM 3200-FILTRAR-NOTA
                   IF NOTA-PASA-SI
                       PERFORM 6000-ESCRIBIR-FILA
                   END-IF
               END-IF
           END-IF.

           3100-LEER-ALUMNO-NOTA.
               MOVE "N" TO WS-ALUMNO-HALLADO
               MOVE "N" TO WS-ALUMNO-PASA
               MOVE NOT-NRO-ALUMNO TO ALU-NRO-ALUMNO
               READ ALUMNOS KEY IS ALU-NRO-ALUMNO
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SIN-ALUMNO
                   NOT INVALID KEY
                       MOVE "S" TO WS-ALUMNO-HALLADO
                       ADD 1 TO WS-TOTAL-ALUMNOS
                       PERFORM 4100-FILTRAR-ALUMNO
               END-READ.

           3200-FILTRAR-NOTA.
               MOVE "S" TO WS-NOTA-PASA
               MOVE NOT-ANIO TO WS-PERIODO-NOTA-ANIO
               MOVE NOT-MES TO WS-PERIODO-NOTA-MES
               IF WS-FIL-MATERIA NOT = 0
                   AND NOT-NRO-MATERIA NOT = WS-FIL-MATERIA
                   MOVE "N" TO WS-NOTA-PASA
               END-IF
               IF WS-PERIODO-NOTA < WS-FIL-PERIODO-DESDE
                   OR WS-PERIODO-NOTA > WS-FIL-PERIODO-HASTA
                   MOVE "N" TO WS-NOTA-PASA
               END-IF
               IF NOT-NOTA < WS-FIL-NOTA-DESDE
                   OR NOT-NOTA > WS-FIL-NOTA-HASTA
                   MOVE "N" TO WS-NOTA-PASA
               END-IF.

      * EXTRACTO POR ALUMNO: RECORRE EL MAESTRO EN ORDEN DE CLAVE
       4000-PROCESAR-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK
               ADD 1 TO WS-TOTAL-ALUMNOS
               PERFORM 4100-FILTRAR-ALUMNO
               IF ALUMNO-PASA-SI
                   PERFORM 6000-ESCRIBIR-FILA
               END-IF
           END-IF.

           4100-FILTRAR-ALUMNO.
               MOVE "S" TO WS-ALUMNO-PASA
               PERFORM 4200-BUSCAR-TURNO
               IF WS-FIL-SECCION NOT = SPACES
                   AND ALU-SECCION NOT = WS-FIL-SECCION
                   MOVE "N" TO WS-ALUMNO-PASA
               END-IF
               IF WS-FIL-TURNO NOT = SPACE
                   AND WS-TURNO-ALUMNO NOT = WS-FIL-TURNO
                   MOVE "N" TO WS-ALUMNO-PASA
               END-IF
               IF WS-FIL-ESTADO NOT = SPACE
                   AND ALU-ESTADO NOT = WS-FIL-ESTADO
                   MOVE "N" TO WS-ALUMNO-PASA
               END-IF
               IF WS-FIL-PAIS NOT = 0
                   AND ALU-NRO-PAIS NOT = WS-FIL-PAIS
                   MOVE "N" TO WS-ALUMNO-PASA
               END-IF
               IF WS-FIL-NO-PAIS NOT = 0
                   AND ALU-NRO-PAIS = WS-FIL-NO-PAIS
                   MOVE "N" TO WS-ALUMNO-PASA
               END-IF.

           4200-BUSCAR-TURNO.
               MOVE SPACE TO WS-TURNO-ALUMNO
               PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
                   UNTIL TABSEC-INDICE > TABSEC-TOTAL
                   OR WS-TURNO-ALUMNO NOT = SPACE
                   IF TABSEC-CODIGO(TABSEC-INDICE) = ALU-SECCION
                       MOVE TABSEC-TURNO(TABSEC-INDICE)
                           TO WS-TURNO-ALUMNO
                   END-IF
               END-PERFORM.

      * CONTADORES DE LA CORRIDA, PARA CONTROLAR EL EXTRACTO ANTES DE
      * ENTREGARLO
       5000-GRABAR-CONTROL.
           OPEN EXTEND EXTRACTL
           IF WS-FS-ECT-OK OR WS-FS-ECT-NOEXISTE
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " PRM=" DELIMITED BY SIZE
                   WS-RUTA-PARAMETROS DELIMITED BY SPACE
                   " SALIDA=" DELIMITED BY SIZE
                   WS-RUTA-SALIDA DELIMITED BY SPACE
                   " ALUMNOS=" DELIMITED BY SIZE
                   WS-TOTAL-ALUMNOS DELIMITED BY SIZE
                   " NOTAS=" DELIMITED BY SIZE
                   WS-TOTAL-NOTAS DELIMITED BY SIZE
                   " FILAS=" DELIMITED BY SIZE
                   WS-TOTAL-FILAS DELIMITED BY SIZE
                   " OPERADOR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CONTROL
               WRITE EXTRACTL-LINEA FROM WS-LINEA-CONTROL
               CLOSE EXTRACTL
           END-IF.

      * ARMA LA FILA CON LAS COLUMNAS PEDIDAS SEPARADAS POR "|"; LOS
      * TEXTOS SALEN SIN LOS BLANCOS DE RELLENO
       6000-ESCRIBIR-FILA.
           MOVE SPACES TO WS-LINEA-EXTRACTO
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING ELE-INDICE FROM 1 BY 1
               UNTIL ELE-INDICE > ELE-TOTAL
               IF ELE-INDICE > 1
                   STRING "|" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO WITH POINTER WS-PUNTERO
               END-IF
               PERFORM 6100-VALOR-CAMPO
               STRING WS-VALOR-CAMPO DELIMITED BY "  "
                   INTO WS-LINEA-EXTRACTO WITH POINTER WS-PUNTERO
           END-PERFORM
           WRITE EXTRACTO-LINEA FROM WS-LINEA-EXTRACTO
           ADD 1 TO WS-TOTAL-FILAS.

           6100-VALOR-CAMPO.
               MOVE SPACES TO WS-VALOR-CAMPO
               EVALUATE ELEGIDO-CAMPO(ELE-INDICE)
                   WHEN 1
                       MOVE ALU-NRO-ALUMNO TO WS-VALOR-CAMPO
                   WHEN 2
                       MOVE ALU-NOMBRE TO WS-VALOR-CAMPO
                   WHEN 3
                       MOVE ALU-DOCUMENTO TO WS-VALOR-CAMPO
                   WHEN 4
                       MOVE ALU-NRO-PAIS TO WS-VALOR-CAMPO
                   WHEN 5
                       INITIALIZE AreaDeComunicacionPais
                       MOVE 2 TO Opcion-pais
                       MOVE ALU-NRO-PAIS TO Codigo-pais
                       CALL RUTPAIS USING AreaDeComunicacionPais
                       MOVE NOMBRE-pais TO WS-VALOR-CAMPO
                   WHEN 6
                       MOVE ALU-SECCION TO WS-VALOR-CAMPO
                   WHEN 7
                       MOVE WS-TURNO-ALUMNO TO WS-VALOR-CAMPO
                   WHEN 8
                       MOVE ALU-ESTADO TO WS-VALOR-CAMPO
                   WHEN 9
                       MOVE ALU-ANIO TO WS-VALOR-CAMPO
                   WHEN 10
                       MOVE ALU-MES TO WS-VALOR-CAMPO
                   WHEN 11
                       MOVE NOT-NRO-MATERIA TO WS-VALOR-CAMPO
                   WHEN 12
                       PERFORM 6200-BUSCAR-MATERIA
                       MOVE NOMBRE-MATERIA TO WS-VALOR-CAMPO
                   WHEN 13
                       PERFORM 6300-BUSCAR-DOCENTE
                       MOVE NOMBRE-DOCENTE TO WS-VALOR-CAMPO
                   WHEN 14
                       MOVE NOT-ANIO TO WS-VALOR-CAMPO
                   WHEN 15
                       MOVE NOT-MES TO WS-VALOR-CAMPO
                   WHEN 16
                       MOVE NOT-NOTA TO WS-NOTA-EDITADA
                       MOVE WS-NOTA-EDITADA TO WS-VALOR-CAMPO
               END-EVALUATE.

           6200-BUSCAR-MATERIA.
               INITIALIZE AreaDeComunicacionMateria
               MOVE 2 TO Opcion-materia
               MOVE NOT-NRO-MATERIA TO Codigo-materia
               CALL RUTMATER USING AreaDeComunicacionMateria.

      * EL DOCENTE ES EL QUE HOY TIENE LA MATERIA A CARGO EN EL
      * MAESTRO DE MATERIAS
           6300-BUSCAR-DOCENTE.
               PERFORM 6200-BUSCAR-MATERIA
               INITIALIZE AreaDeComunicacionDocente
               MOVE 2 TO Opcion-docente
               MOVE COD-DOCENTE-MATERIA TO Codigo-docente
               CALL RUTDOCEN USING AreaDeComunicacionDocente.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGEXTRAE" DELIMITED BY SIZE
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

       END PROGRAM PGEXTRAE.
