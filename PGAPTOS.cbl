       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGAPTOS.

      * CONTROL DE APTOS FISICOS: LISTA EN APTOS.dat, AGRUPADO POR
      * SECCION PARA CADA PRECEPTOR, A LOS ALUMNOS ACTIVOS QUE NO
      * TIENEN FICHA MEDICA, QUE NO PRESENTARON EL APTO FISICO, CUYO
      * APTO YA VENCIO O QUE VENCE DENTRO DE LOS PROXIMOS N DIAS
      * (N SE INDICA EN CADA CORRIDA). LAS FICHAS SE CARGAN CON
      * PGENFICH
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
      * FICHAS MEDICAS (PGENFICH), UNA POR ALUMNO
       SELECT OPTIONAL FICHAS      ASSIGN TO "FICHAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FIC.
      * LISTADO DE APTOS FALTANTES O POR VENCER
       SELECT APTOS                ASSIGN TO "APTOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-APT.

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

       FD FICHAS.
           01 FICHAS-REGISTRO.
              05 FIC-NRO-ALUMNO PIC 9(4).
              05 FIC-GRUPO-SANGUINEO PIC X(3).
              05 FIC-ALERGIAS PIC X(40).
              05 FIC-MEDICACION PIC X(40).
              05 FIC-OBRA-SOCIAL PIC X(20).
              05 FIC-NRO-AFILIADO PIC X(15).
              05 FIC-APTO-EMISION PIC 9(8).
              05 FIC-APTO-VENCE PIC 9(8).

       FD APTOS.
           01 APTOS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-FIC PIC XX.
           88 WS-FS-FIC-OK VALUE "00".
           88 WS-FS-FIC-NO VALUE "10".
       01 WS-FS-APT PIC XX.
           88 WS-FS-APT-OK VALUE "00".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
      * DIAS HACIA ADELANTE QUE SE CONTROLAN; LA FECHA DE CORTE SE
      * CALCULA SOBRE EL CALENDARIO REAL SUMANDO N DIAS A HOY
       77 WS-DIAS-AVISO PIC 999 VALUE 30.
       77 WS-ENTERO-HOY PIC 9(8) VALUE 0.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE 0.
       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-CORTE PIC 9(8) VALUE 0.
       77 WS-DIAS-RESTANTES PIC 999 VALUE 0.
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

      * FICHAS MEDICAS: SOLO EL VENCIMIENTO DEL APTO
       01 TABLA-FICHAS.
           05 TABFIC-FILA OCCURS 10000 TIMES.
               10 TABFIC-NRO PIC 9(4).
               10 TABFIC-VENCE PIC 9(8).
       77 TABFIC-INDICE PIC 9(5).
       77 TABFIC-TOTAL PIC 9(5) VALUE 0.

      * ALUMNOS OBSERVADOS; SITUACION: F = SIN FICHA, S = SIN APTO,
      * V = APTO VENCIDO, P = POR VENCER
       01 TABLA-OBSERVADOS.
           05 OBS-FILA OCCURS 10000 TIMES.
               10 OBS-NRO PIC 9(4).
               10 OBS-NOMBRE PIC X(23).
               10 OBS-SECCION PIC X(2).
               10 OBS-SITUACION PIC X.
               10 OBS-VENCE PIC 9(8).
       77 OBS-INDICE PIC 9(5).
       77 OBS-TOTAL PIC 9(5) VALUE 0.
       77 OBS-I PIC 9(5).
       77 OBS-J PIC 9(5).
       01 WS-TMP-FILA PIC X(38).
       77 WS-SECCION-ACTUAL PIC X(2) VALUE SPACES.
       01 WS-SITUACION PIC X VALUE SPACE.
           88 SITUACION-SIN-FICHA VALUE "F".
           88 SITUACION-SIN-APTO VALUE "S".
           88 SITUACION-VENCIDO VALUE "V".
           88 SITUACION-POR-VENCER VALUE "P".
           88 SITUACION-AL-DIA VALUE SPACE.
       77 WS-VENCE PIC 9(8) VALUE 0.

       77 WS-TOTAL-ACTIVOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-SIN-FICHA PIC 9(5) VALUE 0.
       77 WS-TOTAL-SIN-APTO PIC 9(5) VALUE 0.
       77 WS-TOTAL-VENCIDOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-POR-VENCER PIC 9(5) VALUE 0.

      * DESBORDE DE TABLAS INTERNAS: SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO DISTINTO DE CERO PARA QUE NADIE USE UN
      * LISTADO INCOMPLETO
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * OPERADOR QUE PIDE EL LISTADO, PARA EL SPOOL
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
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
           DISPLAY "DIAS DE AVISO ANTES DEL VENCIMIENTO (EJ. 030)"
           ACCEPT WS-DIAS-AVISO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COMPUTE WS-ENTERO-FECHA = WS-ENTERO-HOY + WS-DIAS-AVISO
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
           PERFORM 1000-CARGAR-FICHAS
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 2000-EVALUAR-ALUMNO UNTIL NOT WS-FS-ALU-OK
           PERFORM 3000-ORDENAR-POR-SECCION
           PERFORM 3100-ESCRIBIR-LISTADO
           PERFORM 9000-CERRAR-ARCHIVOS
           DISPLAY "ALUMNOS ACTIVOS:           " WS-TOTAL-ACTIVOS
           DISPLAY "SIN FICHA MEDICA:          " WS-TOTAL-SIN-FICHA
           DISPLAY "SIN APTO FISICO:           " WS-TOTAL-SIN-APTO
           DISPLAY "APTO VENCIDO:              " WS-TOTAL-VENCIDOS
           DISPLAY "APTO POR VENCER:           " WS-TOTAL-POR-VENCER
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: EL LISTADO ESTA INCOMPLETO POR"
                   " DESBORDE DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-CARGAR-FICHAS.
           MOVE 0 TO TABFIC-TOTAL
           OPEN INPUT FICHAS
           IF WS-FS-FIC-OK
               PERFORM 1010-LEER-FICHA UNTIL NOT WS-FS-FIC-OK
           END-IF
           CLOSE FICHAS.

       1010-LEER-FICHA.
           READ FICHAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-FIC
           END-READ
           IF WS-FS-FIC-OK
               IF TABFIC-TOTAL < 10000
                   ADD 1 TO TABFIC-TOTAL
                   MOVE FIC-NRO-ALUMNO TO TABFIC-NRO(TABFIC-TOTAL)
                   MOVE FIC-APTO-VENCE TO TABFIC-VENCE(TABFIC-TOTAL)
               ELSE
                   MOVE "TABLA-FICHAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

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
           OPEN OUTPUT APTOS
           IF NOT WS-FS-APT-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-APT
           END-IF.

      * CADA ALUMNO ACTIVO SE CRUZA CON SU FICHA; LOS QUE TIENEN EL
      * APTO VIGENTE MAS ALLA DE LA FECHA DE CORTE NO SE LISTAN
       2000-EVALUAR-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               ADD 1 TO WS-TOTAL-ACTIVOS
               MOVE "F" TO WS-SITUACION
               MOVE 0 TO WS-VENCE
               PERFORM VARYING TABFIC-INDICE FROM 1 BY 1
                   UNTIL TABFIC-INDICE > TABFIC-TOTAL
                   OR NOT SITUACION-SIN-FICHA
                   IF TABFIC-NRO(TABFIC-INDICE) = ALU-NRO-ALUMNO
                       MOVE TABFIC-VENCE(TABFIC-INDICE) TO WS-VENCE
                       MOVE SPACE TO WS-SITUACION
                   END-IF
               END-PERFORM
               IF NOT SITUACION-SIN-FICHA
                   EVALUATE TRUE
                       WHEN WS-VENCE = 0
                           MOVE "S" TO WS-SITUACION
                       WHEN WS-VENCE < WS-FECHA-HOY
                           MOVE "V" TO WS-SITUACION
                       WHEN WS-VENCE NOT > WS-FECHA-CORTE
                           MOVE "P" TO WS-SITUACION
                       WHEN OTHER
                           MOVE SPACE TO WS-SITUACION
                   END-EVALUATE
               END-IF
               IF NOT SITUACION-AL-DIA
                   PERFORM 2100-AGREGAR-OBSERVADO
               END-IF
           END-IF.

       2100-AGREGAR-OBSERVADO.
           EVALUATE TRUE
               WHEN SITUACION-SIN-FICHA
                   ADD 1 TO WS-TOTAL-SIN-FICHA
               WHEN SITUACION-SIN-APTO
                   ADD 1 TO WS-TOTAL-SIN-APTO
               WHEN SITUACION-VENCIDO
                   ADD 1 TO WS-TOTAL-VENCIDOS
               WHEN SITUACION-POR-VENCER
                   ADD 1 TO WS-TOTAL-POR-VENCER
           END-EVALUATE
           IF OBS-TOTAL < 10000
               ADD 1 TO OBS-TOTAL
               MOVE ALU-NRO-ALUMNO TO OBS-NRO(OBS-TOTAL)
               MOVE ALU-NOMBRE TO OBS-NOMBRE(OBS-TOTAL)
               MOVE ALU-SECCION TO OBS-SECCION(OBS-TOTAL)
               MOVE WS-SITUACION TO OBS-SITUACION(OBS-TOTAL)
               MOVE WS-VENCE TO OBS-VENCE(OBS-TOTAL)
           ELSE
               MOVE "TABLA-OBSERVADOS" TO WS-TABLA-DESBORDADA
               PERFORM 9950-MARCAR-DESBORDE
           END-IF.

      * AGRUPA LOS OBSERVADOS POR SECCION (BURBUJA), PARA QUE CADA
      * PRECEPTOR RECIBA SU PROPIA HOJA; DENTRO DE LA SECCION QUEDA
      * EL ORDEN DE NRO DE ALUMNO DEL MAESTRO
       3000-ORDENAR-POR-SECCION.
           PERFORM 3010-PASADA VARYING OBS-I FROM 1 BY 1
               UNTIL OBS-I > OBS-TOTAL.

       3010-PASADA.
           PERFORM 3020-COMPARAR VARYING OBS-J FROM 1 BY 1
               UNTIL OBS-J > OBS-TOTAL - OBS-I.

       3020-COMPARAR.
           IF OBS-SECCION(OBS-J) > OBS-SECCION(OBS-J + 1)
               MOVE OBS-FILA(OBS-J) TO WS-TMP-FILA
               MOVE OBS-FILA(OBS-J + 1) TO OBS-FILA(OBS-J)
               MOVE WS-TMP-FILA TO OBS-FILA(OBS-J + 1)
           END-IF.

       3100-ESCRIBIR-LISTADO.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO
           PERFORM 9100-EDITAR-FECHA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "APTOS FISICOS FALTANTES O POR VENCER AL "
               DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               " (AVISO " DELIMITED BY SIZE
               WS-DIAS-AVISO DELIMITED BY SIZE
               " DIAS)" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           IF OBS-TOTAL = 0
               MOVE "  (TODOS LOS ALUMNOS TIENEN EL APTO AL DIA)"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-SECCION-ACTUAL
               PERFORM 3110-ESCRIBIR-OBSERVADO
                   VARYING OBS-INDICE FROM 1 BY 1
                   UNTIL OBS-INDICE > OBS-TOTAL
           END-IF.

       3110-ESCRIBIR-OBSERVADO.
           IF OBS-SECCION(OBS-INDICE) NOT = WS-SECCION-ACTUAL
               MOVE OBS-SECCION(OBS-INDICE) TO WS-SECCION-ACTUAL
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "SECCION " DELIMITED BY SIZE
                   WS-SECCION-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  " DELIMITED BY SIZE
               OBS-NRO(OBS-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OBS-NOMBRE(OBS-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           MOVE OBS-VENCE(OBS-INDICE) TO WS-FECHA-TRABAJO
           PERFORM 9100-EDITAR-FECHA
           EVALUATE OBS-SITUACION(OBS-INDICE)
               WHEN "F"
                   MOVE "SIN FICHA MEDICA" TO WS-LINEA-REPORTE(32:)
               WHEN "S"
                   MOVE "SIN APTO FISICO" TO WS-LINEA-REPORTE(32:)
               WHEN "V"
                   STRING "VENCIDO EL " DELIMITED BY SIZE
                       WS-FECHA-ED DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE(32:)
               WHEN OTHER
                   COMPUTE WS-DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(OBS-VENCE(OBS-INDICE))
                       - WS-ENTERO-HOY
                   STRING "VENCE EL " DELIMITED BY SIZE
                       WS-FECHA-ED DELIMITED BY SIZE
                       " (EN " DELIMITED BY SIZE
                       WS-DIAS-RESTANTES DELIMITED BY SIZE
                       " DIAS)" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE(32:)
           END-EVALUATE
           PERFORM 9010-ESCRIBIR-LINEA.

       9010-ESCRIBIR-LINEA.
           WRITE APTOS-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-APT-OK
               DISPLAY "ERROR AL ESCRIBIR APTOS"
               DISPLAY "FILE STATUS " WS-FS-APT
           END-IF.

      * AAAAMMDD DE WS-FECHA-TRABAJO A DD/MM/AAAA
       9100-EDITAR-FECHA.
           MOVE WS-FT-DIA TO WS-FE-DIA
           MOVE WS-FT-MES TO WS-FE-MES
           MOVE WS-FT-ANIO TO WS-FE-ANIO.

       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE APTOS
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
           MOVE "APTOS.dat" TO ARCHIVO-SPL
           MOVE "PGAPTOS" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "DIAS AVISO=" DELIMITED BY SIZE
               WS-DIAS-AVISO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGAPTOS.
