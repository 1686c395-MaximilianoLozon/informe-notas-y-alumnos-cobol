       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGLEGPEN.

      * DOCUMENTACION PENDIENTE: LISTA EN LEGPEN.dat, AGRUPADO POR
      * SECCION PARA CADA PRECEPTOR, A LOS ALUMNOS ACTIVOS CUYO LEGAJO
      * NO TIENE TODOS LOS DOCUMENTOS REQUERIDOS PARA SU TIPO DE
      * INGRESO, CON EL DETALLE DE LO QUE FALTA Y LA MARCA DE LOS
      * EXIGIBLES (LOS QUE FRENAN CONSTANCIA Y PASE). EL CRUCE LO HACE
      * RUTLEGAJ CONTRA DOCREQ.dat (PGENDREQ) Y LEGAJOS.dat (PGENLEGA)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * LISTADO DE LEGAJOS INCOMPLETOS
       SELECT LEGPEN               ASSIGN TO "LEGPEN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LPN.

       DATA DIVISION.
       FILE SECTION.
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

       FD LEGPEN.
           01 LEGPEN-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-LPN PIC XX.
           88 WS-FS-LPN-OK VALUE "00".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
       01 WS-FECHA-TRABAJO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-TRABAJO.
           05 WS-FT-ANIO PIC 9(4).
           05 WS-FT-MES PIC 99.
           05 WS-FT-DIA PIC 99.
       01 WS-FECHA-ED.
           05 WS-FE-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-FE-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-FE-ANIO PIC 9(4).

      * ALUMNOS ACTIVOS, PARA ORDENARLOS POR SECCION ANTES DE CRUZAR
      * CADA UNO CON SU LEGAJO
       01 TABLA-ACTIVOS.
           05 ACT-FILA OCCURS 10000 TIMES.
               10 ACT-NRO PIC 9(4).
               10 ACT-NOMBRE PIC X(23).
               10 ACT-SECCION PIC X(2).
       77 ACT-INDICE PIC 9(5).
       77 ACT-TOTAL PIC 9(5) VALUE 0.
       77 ACT-I PIC 9(5).
       77 ACT-J PIC 9(5).
       01 WS-TMP-FILA PIC X(29).
       77 WS-SECCION-ACTUAL PIC X(2) VALUE SPACES.
       77 WS-FALT-INDICE PIC 99.
       01 WS-TEXTO-TIPO PIC X(10) VALUE SPACES.
       01 WS-MARCA-EXIGIBLE PIC X(12) VALUE SPACES.

       77 WS-TOTAL-ACTIVOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-INCOMPLETOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-EXIGIBLES PIC 9(5) VALUE 0.
       77 WS-TOTAL-SIN-LEGAJO PIC 9(5) VALUE 0.

      * DESBORDE DE TABLAS INTERNAS: SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO DISTINTO DE CERO PARA QUE NADIE USE UN
      * LISTADO INCOMPLETO
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * OPERADOR QUE PIDE EL LISTADO, PARA EL SPOOL
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
      *rutinas
       01 RUTLEGAJ PIC X(8) VALUE "RUTLEGAJ".
      * AREA DE COMUNICACION RUTINA LEGAJOS
       COPY "COPY-ACL.cpy".
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
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 2000-CARGAR-ACTIVO UNTIL NOT WS-FS-ALU-OK
           PERFORM 3000-ORDENAR-POR-SECCION
           PERFORM 3100-ESCRIBIR-LISTADO
           PERFORM 9000-CERRAR-ARCHIVOS
           DISPLAY "ALUMNOS ACTIVOS:           " WS-TOTAL-ACTIVOS
           DISPLAY "LEGAJOS INCOMPLETOS:       " WS-TOTAL-INCOMPLETOS
           DISPLAY "  CON FALTANTES EXIGIBLES: " WS-TOTAL-EXIGIBLES
           DISPLAY "  SIN LEGAJO ABIERTO:      " WS-TOTAL-SIN-LEGAJO
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: EL LISTADO ESTA INCOMPLETO POR"
                   " DESBORDE DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
           ELSE
               IF NOT WS-FS-ALU-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
               END-IF
           END-IF
           OPEN OUTPUT LEGPEN
           IF NOT WS-FS-LPN-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LPN
           END-IF.

       2000-CARGAR-ACTIVO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               ADD 1 TO WS-TOTAL-ACTIVOS
               IF ACT-TOTAL < 10000
                   ADD 1 TO ACT-TOTAL
                   MOVE ALU-NRO-ALUMNO TO ACT-NRO(ACT-TOTAL)
                   MOVE ALU-NOMBRE TO ACT-NOMBRE(ACT-TOTAL)
                   MOVE ALU-SECCION TO ACT-SECCION(ACT-TOTAL)
               ELSE
                   MOVE "TABLA-ACTIVOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * AGRUPA LOS ALUMNOS POR SECCION (BURBUJA), PARA QUE CADA
      * PRECEPTOR RECIBA SU PROPIA HOJA; DENTRO DE LA SECCION QUEDA
      * EL ORDEN DE NRO DE ALUMNO DEL MAESTRO
       3000-ORDENAR-POR-SECCION.
           PERFORM 3010-PASADA VARYING ACT-I FROM 1 BY 1
               UNTIL ACT-I > ACT-TOTAL.

       3010-PASADA.
           PERFORM 3020-COMPARAR VARYING ACT-J FROM 1 BY 1
               UNTIL ACT-J > ACT-TOTAL - ACT-I.

       3020-COMPARAR.
           IF ACT-SECCION(ACT-J) > ACT-SECCION(ACT-J + 1)
               MOVE ACT-FILA(ACT-J) TO WS-TMP-FILA
               MOVE ACT-FILA(ACT-J + 1) TO ACT-FILA(ACT-J)
               MOVE WS-TMP-FILA TO ACT-FILA(ACT-J + 1)
           END-IF.

       3100-ESCRIBIR-LISTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-TRABAJO
           PERFORM 9100-EDITAR-FECHA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DOCUMENTACION PENDIENTE DE LEGAJOS AL "
               DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-SECCION-ACTUAL
           PERFORM 3110-REVISAR-ALUMNO
               VARYING ACT-INDICE FROM 1 BY 1
               UNTIL ACT-INDICE > ACT-TOTAL
           IF WS-TOTAL-INCOMPLETOS = 0
               MOVE "  (TODOS LOS LEGAJOS ESTAN COMPLETOS)"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * SOLO SE LISTAN LOS ALUMNOS CON ALGUN DOCUMENTO FALTANTE; EL
      * TITULO DE LA SECCION SALE CON EL PRIMERO DE ELLOS
       3110-REVISAR-ALUMNO.
           INITIALIZE AreaDeComunicacionLegajo
           MOVE 1 TO Opcion-legajo
           MOVE ACT-NRO(ACT-INDICE) TO ALUMNO-LEG
           CALL RUTLEGAJ USING AreaDeComunicacionLegajo
           IF FALTANTES-LEG > 0
               ADD 1 TO WS-TOTAL-INCOMPLETOS
               IF EXIGIBLES-FALTANTES-LEG > 0
                   ADD 1 TO WS-TOTAL-EXIGIBLES
               END-IF
               IF LEGAJO-ABIERTO-LEG NOT = "S"
                   ADD 1 TO WS-TOTAL-SIN-LEGAJO
               END-IF
               PERFORM 3120-ESCRIBIR-ALUMNO
           END-IF.

       3120-ESCRIBIR-ALUMNO.
           IF ACT-SECCION(ACT-INDICE) NOT = WS-SECCION-ACTUAL
               MOVE ACT-SECCION(ACT-INDICE) TO WS-SECCION-ACTUAL
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "SECCION " DELIMITED BY SIZE
                   WS-SECCION-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF LEGAJO-ABIERTO-LEG NOT = "S"
               MOVE "SIN LEGAJO" TO WS-TEXTO-TIPO
           ELSE
               IF TIPO-INGRESO-LEG = "P"
                   MOVE "PASE" TO WS-TEXTO-TIPO
               ELSE
                   MOVE "REGULAR" TO WS-TEXTO-TIPO
               END-IF
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  " DELIMITED BY SIZE
               ACT-NRO(ACT-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACT-NOMBRE(ACT-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TEXTO-TIPO DELIMITED BY SIZE
               " FALTAN " DELIMITED BY SIZE
               FALTANTES-LEG DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               REQUERIDOS-LEG DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 3130-ESCRIBIR-FALTANTE
               VARYING WS-FALT-INDICE FROM 1 BY 1
               UNTIL WS-FALT-INDICE > 10
               OR WS-FALT-INDICE > FALTANTES-LEG.

       3130-ESCRIBIR-FALTANTE.
           IF EXIGIBLE-FALT-LEG(WS-FALT-INDICE) = "S"
               MOVE " (EXIGIBLE)" TO WS-MARCA-EXIGIBLE
           ELSE
               MOVE SPACES TO WS-MARCA-EXIGIBLE
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "        " DELIMITED BY SIZE
               CODIGO-FALT-LEG(WS-FALT-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESCRIPCION-FALT-LEG(WS-FALT-INDICE)
                   DELIMITED BY SIZE
               WS-MARCA-EXIGIBLE DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       9010-ESCRIBIR-LINEA.
           WRITE LEGPEN-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LPN-OK
               DISPLAY "ERROR AL ESCRIBIR LEGPEN"
               DISPLAY "FILE STATUS " WS-FS-LPN
           END-IF.

      * AAAAMMDD DE WS-FECHA-TRABAJO A DD/MM/AAAA
       9100-EDITAR-FECHA.
           MOVE WS-FT-DIA TO WS-FE-DIA
           MOVE WS-FT-MES TO WS-FE-MES
           MOVE WS-FT-ANIO TO WS-FE-ANIO.

       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE LEGPEN
           PERFORM 9930-REGISTRAR-SPOOL.

      * AVISA (UNA VEZ POR TABLA) QUE UNA TABLA INTERNA SE QUEDO
      * CHICA Y DEJA MARCADA LA CORRIDA COMO INCOMPLETA
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
           MOVE "LEGPEN.dat" TO ARCHIVO-SPL
           MOVE "PGLEGPEN" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           MOVE "TODAS LAS SECCIONES" TO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGLEGPEN.
