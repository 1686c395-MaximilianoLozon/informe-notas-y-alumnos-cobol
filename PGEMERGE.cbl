       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEMERGE.

      * PLANILLA DE EMERGENCIA PARA SALIDAS Y VIAJES: POR CADA ALUMNO
      * ACTIVO DE LA SECCION PEDIDA (O DE TODAS), LOS DATOS DE LA
      * FICHA MEDICA (PGENFICH) QUE HACEN FALTA ANTE UNA URGENCIA:
      * GRUPO SANGUINEO, ALERGIAS, MEDICACION, OBRA SOCIAL Y NRO DE
      * AFILIADO, MAS EL TELEFONO DEL PRIMER RESPONSABLE (PGENRESP).
      * SALE EN EMERGEN.dat, UNA HOJA POR SECCION; COMO VUELCA DATOS
      * DE SALUD, CADA EMISION DEJA UNA LINEA DE AUDITORIA
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
      * RESPONSABLES/CONTACTOS (PGENRESP): EL TELEFONO DEL PRIMER
      * RESPONSABLE SALE EN LA PLANILLA
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
      * PLANILLA DE EMERGENCIA IMPRESA
       SELECT EMERGEN              ASSIGN TO "EMERGEN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EME.

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

       FD RESPONSABLES.
           01 RESPONSABLES-REGISTRO.
              05 RES-NRO-ALUMNO PIC 9(4).
              05 RES-NOMBRE PIC X(25).
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

       FD EMERGEN.
           01 EMERGEN-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-FIC PIC XX.
           88 WS-FS-FIC-OK VALUE "00".
           88 WS-FS-FIC-NO VALUE "10".
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
           88 WS-FS-RES-NO VALUE "10".
       01 WS-FS-EME PIC XX.
           88 WS-FS-EME-OK VALUE "00".

      * OPERADOR QUE PIDE LA PLANILLA, VOLCADO EN LA AUDITORIA Y EN
      * EL SPOOL
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
      * SECCION PEDIDA; EN BLANCO = TODAS LAS SECCIONES
       77 WS-SECCION-PEDIDA PIC X(2) VALUE SPACES.
       77 WS-SECCION-ACTUAL PIC X(2) VALUE SPACES.
       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 WS-HOY-MES PIC 99.
           05 WS-HOY-DIA PIC 99.

      * FICHAS MEDICAS CARGADAS
       01 TABLA-FICHAS.
           05 TABFIC-FILA OCCURS 10000 TIMES.
               10 TABFIC-NRO PIC 9(4).
               10 TABFIC-GRUPO PIC X(3).
               10 TABFIC-ALERGIAS PIC X(40).
               10 TABFIC-MEDICACION PIC X(40).
               10 TABFIC-OBRA-SOCIAL PIC X(20).
               10 TABFIC-AFILIADO PIC X(15).
       77 TABFIC-INDICE PIC 9(5).
       77 TABFIC-TOTAL PIC 9(5) VALUE 0.
       01 WS-FIC-ENCONTRADA PIC X VALUE "N".
           88 FIC-ENCONTRADA-SI VALUE "S".
           88 FIC-ENCONTRADA-NO VALUE "N".

      * TELEFONO DEL PRIMER RESPONSABLE DE CADA ALUMNO
       01 TABLA-RESPONSABLES.
           05 TABRES-FILA OCCURS 10000 TIMES.
               10 TABRES-NRO PIC 9(4).
               10 TABRES-TELEFONO PIC X(15).
       77 TABRES-INDICE PIC 9(5).
       77 TABRES-TOTAL PIC 9(5) VALUE 0.
       01 WS-RES-ENCONTRADO PIC X VALUE "N".
           88 RES-ENCONTRADO-SI VALUE "S".
           88 RES-ENCONTRADO-NO VALUE "N".
       01 WS-TELEFONO PIC X(15) VALUE SPACES.

      * ALUMNOS ACTIVOS DE LA PLANILLA
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.
       77 TABALU-I PIC 9(5).
       77 TABALU-J PIC 9(5).
       01 WS-TMP-FILA PIC X(29).
       77 WS-TOTAL-SIN-FICHA PIC 9(5) VALUE 0.

      * DESBORDE DE TABLAS INTERNAS: SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO DISTINTO DE CERO PARA QUE NADIE SALGA
      * CON UNA PLANILLA INCOMPLETA
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

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
           DISPLAY "SECCION DE LA SALIDA (EN BLANCO = TODAS)"
           ACCEPT WS-SECCION-PEDIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           PERFORM 1000-CARGAR-FICHAS
           PERFORM 1100-CARGAR-RESPONSABLES
           PERFORM 1200-CARGAR-ALUMNOS
           PERFORM 3000-ORDENAR-POR-SECCION
           OPEN OUTPUT EMERGEN
           IF NOT WS-FS-EME-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-EME
           END-IF
           PERFORM 3100-ESCRIBIR-PLANILLA
           CLOSE EMERGEN
           PERFORM 9930-REGISTRAR-SPOOL
           MOVE "EMISION" TO WS-AUD-OPERACION
           IF WS-SECCION-PEDIDA = SPACES
               MOVE "TODAS" TO WS-AUD-CLAVE
           ELSE
               MOVE WS-SECCION-PEDIDA TO WS-AUD-CLAVE
           END-IF
           PERFORM 9900-GRABAR-AUDITORIA
           DISPLAY "PLANILLA DE EMERGENCIA IMPRESA EN EMERGEN.dat"
           DISPLAY "ALUMNOS EN LA PLANILLA: " TABALU-TOTAL
           DISPLAY "ALUMNOS SIN FICHA MEDICA: " WS-TOTAL-SIN-FICHA
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: LA PLANILLA ESTA INCOMPLETA POR"
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
                   MOVE FIC-GRUPO-SANGUINEO
                       TO TABFIC-GRUPO(TABFIC-TOTAL)
                   MOVE FIC-ALERGIAS TO TABFIC-ALERGIAS(TABFIC-TOTAL)
                   MOVE FIC-MEDICACION
                       TO TABFIC-MEDICACION(TABFIC-TOTAL)
                   MOVE FIC-OBRA-SOCIAL
                       TO TABFIC-OBRA-SOCIAL(TABFIC-TOTAL)
                   MOVE FIC-NRO-AFILIADO
                       TO TABFIC-AFILIADO(TABFIC-TOTAL)
               ELSE
                   MOVE "TABLA-FICHAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * SOLO EL PRIMER RESPONSABLE CARGADO DE CADA ALUMNO
       1100-CARGAR-RESPONSABLES.
           MOVE 0 TO TABRES-TOTAL
           OPEN INPUT RESPONSABLES
           IF WS-FS-RES-OK
               PERFORM 1110-LEER-RESPONSABLE UNTIL NOT WS-FS-RES-OK
           END-IF
           CLOSE RESPONSABLES.

       1110-LEER-RESPONSABLE.
           READ RESPONSABLES NEXT RECORD AT END
               MOVE "10" TO WS-FS-RES
           END-READ
           IF WS-FS-RES-OK
               MOVE "N" TO WS-RES-ENCONTRADO
               PERFORM VARYING TABRES-INDICE FROM 1 BY 1
                   UNTIL TABRES-INDICE > TABRES-TOTAL
                   OR RES-ENCONTRADO-SI
                   IF TABRES-NRO(TABRES-INDICE) = RES-NRO-ALUMNO
                       MOVE "S" TO WS-RES-ENCONTRADO
                   END-IF
               END-PERFORM
               IF RES-ENCONTRADO-NO
                   IF TABRES-TOTAL < 10000
                       ADD 1 TO TABRES-TOTAL
                       MOVE RES-NRO-ALUMNO TO TABRES-NRO(TABRES-TOTAL)
                       MOVE RES-TELEFONO
                           TO TABRES-TELEFONO(TABRES-TOTAL)
                   ELSE
                       MOVE "TABLA-RESPONSABLES"
                           TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1200-CARGAR-ALUMNOS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
           ELSE
               IF WS-FS-ALU-OK
                   PERFORM 1210-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
               ELSE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
               END-IF
           END-IF
           CLOSE ALUMNOS.

       1210-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
           AND (WS-SECCION-PEDIDA = SPACES
               OR ALU-SECCION = WS-SECCION-PEDIDA)
               IF TABALU-TOTAL < 10000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
                   MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * AGRUPA LOS ALUMNOS POR SECCION (BURBUJA); DENTRO DE LA
      * SECCION QUEDA EL ORDEN DE NRO DE ALUMNO DEL MAESTRO
       3000-ORDENAR-POR-SECCION.
           PERFORM 3010-PASADA VARYING TABALU-I FROM 1 BY 1
               UNTIL TABALU-I > TABALU-TOTAL.

       3010-PASADA.
           PERFORM 3020-COMPARAR VARYING TABALU-J FROM 1 BY 1
               UNTIL TABALU-J > TABALU-TOTAL - TABALU-I.

       3020-COMPARAR.
           IF TABALU-SECCION(TABALU-J) > TABALU-SECCION(TABALU-J + 1)
               MOVE TABALU-FILA(TABALU-J) TO WS-TMP-FILA
               MOVE TABALU-FILA(TABALU-J + 1) TO TABALU-FILA(TABALU-J)
               MOVE WS-TMP-FILA TO TABALU-FILA(TABALU-J + 1)
           END-IF.

       3100-ESCRIBIR-PLANILLA.
           IF TABALU-TOTAL = 0
               MOVE "PLANILLA DE EMERGENCIA" TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE "  (SIN ALUMNOS ACTIVOS EN LA SECCION PEDIDA)"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-SECCION-ACTUAL
               PERFORM 3110-ESCRIBIR-ALUMNO
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
           END-IF.

      * CADA SECCION EMPIEZA SU PROPIA HOJA CON EL ENCABEZADO
       3110-ESCRIBIR-ALUMNO.
           IF TABALU-SECCION(TABALU-INDICE) NOT = WS-SECCION-ACTUAL
               MOVE TABALU-SECCION(TABALU-INDICE) TO WS-SECCION-ACTUAL
               IF TABALU-INDICE > 1
                   MOVE SPACES TO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-LINEA
               END-IF
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "PLANILLA DE EMERGENCIA - SECCION "
                   DELIMITED BY SIZE
                   WS-SECCION-ACTUAL DELIMITED BY SIZE
                   " - EMITIDA EL " DELIMITED BY SIZE
                   WS-HOY-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HOY-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HOY-ANIO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE "----------------------------------------"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           PERFORM 3120-BUSCAR-FICHA
           PERFORM 3130-BUSCAR-TELEFONO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TABALU-NRO(TABALU-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABALU-NOMBRE(TABALU-INDICE) DELIMITED BY SIZE
               " CONTACTO: " DELIMITED BY SIZE
               WS-TELEFONO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           IF FIC-ENCONTRADA-NO
               ADD 1 TO WS-TOTAL-SIN-FICHA
               MOVE "     *** SIN FICHA MEDICA ***" TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "     GRUPO: " DELIMITED BY SIZE
                   TABFIC-GRUPO(TABFIC-INDICE) DELIMITED BY SIZE
                   "  OBRA SOCIAL: " DELIMITED BY SIZE
                   TABFIC-OBRA-SOCIAL(TABFIC-INDICE) DELIMITED BY SIZE
                   " AFIL: " DELIMITED BY SIZE
                   TABFIC-AFILIADO(TABFIC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "     ALERGIAS:   " DELIMITED BY SIZE
                   TABFIC-ALERGIAS(TABFIC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               IF TABFIC-ALERGIAS(TABFIC-INDICE) = SPACES
                   MOVE "NINGUNA" TO WS-LINEA-REPORTE(18:)
               END-IF
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "     MEDICACION: " DELIMITED BY SIZE
                   TABFIC-MEDICACION(TABFIC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               IF TABFIC-MEDICACION(TABFIC-INDICE) = SPACES
                   MOVE "NINGUNA" TO WS-LINEA-REPORTE(18:)
               END-IF
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * DEJA TABFIC-INDICE EN LA FICHA DEL ALUMNO
       3120-BUSCAR-FICHA.
           MOVE "N" TO WS-FIC-ENCONTRADA
           MOVE 1 TO TABFIC-INDICE
           PERFORM UNTIL TABFIC-INDICE > TABFIC-TOTAL
               OR FIC-ENCONTRADA-SI
               IF TABFIC-NRO(TABFIC-INDICE) = TABALU-NRO(TABALU-INDICE)
                   MOVE "S" TO WS-FIC-ENCONTRADA
               ELSE
                   ADD 1 TO TABFIC-INDICE
               END-IF
           END-PERFORM.

       3130-BUSCAR-TELEFONO.
           MOVE "(SIN CONTACTO)" TO WS-TELEFONO
           MOVE "N" TO WS-RES-ENCONTRADO
           PERFORM VARYING TABRES-INDICE FROM 1 BY 1
               UNTIL TABRES-INDICE > TABRES-TOTAL OR RES-ENCONTRADO-SI
               IF TABRES-NRO(TABRES-INDICE) = TABALU-NRO(TABALU-INDICE)
                   MOVE "S" TO WS-RES-ENCONTRADO
                   MOVE TABRES-TELEFONO(TABRES-INDICE) TO WS-TELEFONO
               END-IF
           END-PERFORM.

       9010-ESCRIBIR-LINEA.
           WRITE EMERGEN-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-EME-OK
               DISPLAY "ERROR AL ESCRIBIR EMERGEN"
               DISPLAY "FILE STATUS " WS-FS-EME
           END-IF.

      * AVISA (UNA VEZ POR TABLA) QUE UNA TABLA INTERNA SE QUEDO
      * CHICA Y DEJA MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGEMERGE" DELIMITED BY SIZE
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
           MOVE "EMERGEN.dat" TO ARCHIVO-SPL
           MOVE "PGEMERGE" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "SECCION=" DELIMITED BY SIZE
               WS-SECCION-PEDIDA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGEMERGE.
