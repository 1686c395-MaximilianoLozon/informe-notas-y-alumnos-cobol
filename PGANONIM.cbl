       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGANONIM.

      * ANONIMIZACION DE DATOS PERSONALES DE EX ALUMNOS (LEY 25.326):
      * CORRIDA SUPERVISADA DE FIN DE AÑO. TOMA LOS EX ALUMNOS
      * (INACTIVOS Y EGRESADOS) CUYO ULTIMO AÑO EN HISTORIAL.dat TIENE
      * MAS ANTIGUEDAD QUE LOS AÑOS DE RETENCION PEDIDOS EN LA
      * CORRIDA, LOS LISTA EN ANONIM.dat (SOLO NRO E INICIALES) Y,
      * CON LA CONFIRMACION DEL OPERADOR, BORRA O ENMASCARA SUS
      * DATOS PERSONALES: EN ALUMNOS.dat EL NOMBRE
      * QUEDA COMO "*ANONIMIZADO*" CON LAS INICIALES Y EL DOCUMENTO EN
      * CERO; EN RESPONSABLES.dat SE BORRAN NOMBRE Y TELEFONO; EN
      * CITACIONES.dat EL RESPONSABLE, EL MOTIVO Y EL RESULTADO; EN
      * SANCIONES.dat LA DESCRIPCION; LA FICHA MEDICA (FICHAS.dat)
      * SE ELIMINA ENTERA; EN AVISOS.dat SE BORRAN EL NOMBRE DEL
      * ALUMNO, EL RESPONSABLE Y EL TELEFONO; EN OBSERVAC.dat EL TEXTO
      * DE LA OBSERVACION. EL NRO DE ALUMNO, LA SECCION Y
      * LAS FECHAS NO SE TOCAN, NI TAMPOCO HISTORIAL, NOTAS, EXAMENES
      * NI EQUIVALENCIAS: PGANALIT SIGUE EMITIENDO EL ANALITICO POR
      * NRO DE ALUMNO. CADA ALUMNO PROCESADO QUEDA EN AUDITORIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * MAESTRO INDEXADO POR NRO DE ALUMNO: RECORRIDA SECUENCIAL
      * PARA LA SELECCION Y REWRITE POR CLAVE PARA EL ENMASCARADO
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
       SELECT OPTIONAL HISTORIAL   ASSIGN TO "HISTORIAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HIS.
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
       SELECT OPTIONAL CITACIONES  ASSIGN TO "CITACIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIT.
       SELECT OPTIONAL SANCIONES   ASSIGN TO "SANCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SAN.
       SELECT OPTIONAL FICHAS      ASSIGN TO "FICHAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FIC.
       SELECT OPTIONAL AVISOS      ASSIGN TO "AVISOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AVI.
       SELECT OPTIONAL OBSERVAC    ASSIGN TO "OBSERVAC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OBC.
      * LOS ARCHIVOS LINE SEQUENTIAL SE REESCRIBEN VIA ARCHIVO DE
      * TRABAJO, UNO POR VEZ
       SELECT ANONIM-TMP           ASSIGN TO "ANONIM.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TMP.
      * CANDADO DE LOS MAESTROS: SE TOMA MIENTRAS SE REESCRIBEN EL
      * MAESTRO Y LOS ARCHIVOS, COMO EN TODO MANTENIMIENTO
       SELECT OPTIONAL LOCKFILE    ASSIGN TO "MAESTROS.LCK"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LCK.
      * LISTADO DE LOS ALUMNOS SELECCIONADOS
       SELECT ANONIM               ASSIGN TO "ANONIM.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ANO.

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
                 88 ALU-ESTADO-EX-ALUMNO VALUE "I" "E".

       FD HISTORIAL.
           01 HISTORIAL-REGISTRO.
              05 HIST-NRO-ALUMNO PIC 9(4).
              05 HIST-ANIO PIC 9(4).
              05 HIST-ESTADO PIC X.

       FD RESPONSABLES.
           01 RESPONSABLES-REGISTRO.
              05 RES-NRO-ALUMNO PIC 9(4).
              05 RES-NOMBRE PIC X(25).
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

       FD CITACIONES.
           01 CITACIONES-REGISTRO.
              05 CIT-NRO-ALUMNO PIC 9(4).
              05 CIT-FECHA-EMISION PIC X(8).
              05 CIT-MOTIVO PIC X(20).
              05 CIT-RESPONSABLE PIC X(25).
              05 CIT-FECHA-REUNION PIC X(8).
              05 CIT-RESULTADO PIC X(20).

       FD SANCIONES.
           01 SANCIONES-REGISTRO.
              05 SAN-NRO-ALUMNO PIC 9(4).
              05 SAN-ANIO PIC 9(4).
              05 SAN-MES PIC 99.
              05 SAN-DIA PIC 99.
              05 SAN-TIPO PIC X(12).
              05 SAN-PUNTOS PIC 99.
              05 SAN-DESCRIPCION PIC X(30).
              05 SAN-OPERADOR PIC X(10).

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

       FD AVISOS.
           01 AVISOS-REGISTRO.
              05 AVI-NRO-ALUMNO PIC 9(4).
              05 AVI-FECHA PIC 9(8).
              05 AVI-NOMBRE PIC X(23).
              05 AVI-SECCION PIC X(2).
              05 AVI-RESPONSABLE PIC X(25).
              05 AVI-TELEFONO PIC X(15).
              05 AVI-MATERIAS PIC 99.
              05 AVI-ESTADO PIC X(2).
              05 AVI-DETALLE PIC X(30).

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

       FD ANONIM-TMP.
           01 ANONIM-TMP-REGISTRO PIC X(138).

       FD LOCKFILE.
           01 LOCKFILE-REGISTRO.
              05 LCK-PROGRAMA PIC X(8).
              05 LCK-OPERADOR PIC X(10).
              05 LCK-FECHA PIC X(14).

       FD ANONIM.
           01 ANONIM-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-HIS PIC XX.
           88 WS-FS-HIS-OK VALUE "00".
           88 WS-FS-HIS-NO VALUE "10".
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
           88 WS-FS-RES-NO VALUE "10".
           88 WS-FS-RES-NOEXISTE VALUE "05" "35".
       01 WS-FS-CIT PIC XX.
           88 WS-FS-CIT-OK VALUE "00".
           88 WS-FS-CIT-NO VALUE "10".
           88 WS-FS-CIT-NOEXISTE VALUE "05" "35".
       01 WS-FS-SAN PIC XX.
           88 WS-FS-SAN-OK VALUE "00".
           88 WS-FS-SAN-NO VALUE "10".
           88 WS-FS-SAN-NOEXISTE VALUE "05" "35".
       01 WS-FS-FIC PIC XX.
           88 WS-FS-FIC-OK VALUE "00".
           88 WS-FS-FIC-NO VALUE "10".
       01 WS-FS-AVI PIC XX.
           88 WS-FS-AVI-OK VALUE "00".
           88 WS-FS-AVI-NO VALUE "10".
       01 WS-FS-OBC PIC XX.
           88 WS-FS-OBC-OK VALUE "00".
           88 WS-FS-OBC-NO VALUE "10".
       01 WS-FS-TMP PIC XX.
           88 WS-FS-TMP-OK VALUE "00".
       01 WS-FS-LCK PIC XX.
           88 WS-FS-LCK-OK VALUE "00".
           88 WS-FS-LCK-NOEXISTE VALUE "05" "35".
       01 WS-FS-ANO PIC XX.
           88 WS-FS-ANO-OK VALUE "00".
       01 WS-LOCK-TOMADO PIC X VALUE "N".
           88 LOCK-TOMADO-SI VALUE "S".
           88 LOCK-TOMADO-NO VALUE "N".
       01 WS-RUTA-LOCK PIC X(12) VALUE "MAESTROS.LCK".
       01 WS-RUTA-TMP PIC X(10) VALUE "ANONIM.TMP".
       01 WS-RUTA-VIVO PIC X(16) VALUE SPACES.
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * AÑOS DE RETENCION: SE PIDEN EN CADA CORRIDA, CON UN MINIMO
      * PARA QUE UN ERROR DE TIPEO NO ANONIMICE ALUMNOS RECIENTES
       77 WS-ANIOS-RETENCION PIC 99 VALUE 0.
       77 WS-RETENCION-MINIMA PIC 99 VALUE 5.
       77 WS-ANIO-ACTUAL PIC 9(4) VALUE 0.
       77 WS-ANIO-LIMITE PIC 9(4) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

      * MARCA DEL NOMBRE ANONIMIZADO: UN ALUMNO QUE YA LA TIENE NO SE
      * VUELVE A SELECCIONAR EN LAS CORRIDAS SIGUIENTES
       01 WS-MARCA-ANONIMO PIC X(14) VALUE "*ANONIMIZADO* ".
       01 WS-NOMBRE-ANONIMO PIC X(23) VALUE SPACES.
       77 WS-LETRA-IND PIC 99 VALUE 0.
       77 WS-INICIAL-POS PIC 99 VALUE 0.
       77 WS-LETRA-ANTERIOR PIC X VALUE SPACE.

      * ULTIMO AÑO DE HISTORIAL Y MARCA DE SELECCION POR NRO DE ALUMNO
      * (EL NRO DE ALUMNO ES DE 4 DIGITOS, ASI QUE SE INDEXA DIRECTO)
       01 TABLA-POR-ALUMNO.
           05 TABPA-FILA OCCURS 9999 TIMES.
               10 TABPA-ULTIMO-ANIO PIC 9(4).
               10 TABPA-SELECCIONADO PIC X.

      * ALUMNOS SELECCIONADOS, EN ORDEN DE NRO. DEL NOMBRE SOLO SE
      * GUARDAN LAS INICIALES: EL LISTADO QUEDA EN EL SPOOL Y NO DEBE
      * CONSERVAR LOS NOMBRES QUE LA CORRIDA BORRA
       01 TABLA-SELECCION.
           05 TABSEL-FILA OCCURS 3000 TIMES.
               10 TABSEL-NRO PIC 9(4).
               10 TABSEL-INICIALES PIC X(9).
               10 TABSEL-ULTIMO-ANIO PIC 9(4).
       77 TABSEL-INDICE PIC 9(5).
       77 TABSEL-TOTAL PIC 9(5) VALUE 0.
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".

       77 WS-SIN-HISTORIAL PIC 9(5) VALUE 0.
       77 WS-TOTAL-ALUMNOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-RES PIC 9(6) VALUE 0.
       77 WS-TOTAL-CIT PIC 9(6) VALUE 0.
       77 WS-TOTAL-SAN PIC 9(6) VALUE 0.
       77 WS-TOTAL-FIC PIC 9(6) VALUE 0.
       77 WS-TOTAL-AVI PIC 9(6) VALUE 0.
       77 WS-TOTAL-OBC PIC 9(6) VALUE 0.
       01 WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR-SI VALUE "S".
           88 HUBO-ERROR-NO VALUE "N".

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
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-ACTUAL
           DISPLAY "AÑOS DE RETENCION DESDE EL ULTIMO AÑO CURSADO"
               " (MINIMO " WS-RETENCION-MINIMA ")"
           ACCEPT WS-ANIOS-RETENCION
           IF WS-ANIOS-RETENCION < WS-RETENCION-MINIMA
               DISPLAY "RETENCION MENOR AL MINIMO, CORRIDA CANCELADA"
               GOBACK
           END-IF
           COMPUTE WS-ANIO-LIMITE = WS-ANIO-ACTUAL - WS-ANIOS-RETENCION
           PERFORM 1000-CARGAR-HISTORIAL
           PERFORM 2000-SELECCIONAR-ALUMNOS
           PERFORM 2500-LISTAR-SELECCION
           IF TABSEL-TOTAL = 0
               DISPLAY "NO HAY ALUMNOS PARA ANONIMIZAR"
               GOBACK
           END-IF
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "SELECCION INCOMPLETA POR DESBORDE DE TABLA;"
                   " LOS RESTANTES QUEDAN PARA LA PROXIMA CORRIDA"
           END-IF
           DISPLAY "SE ANONIMIZAN " TABSEL-TOTAL " ALUMNOS (VER "
               "ANONIM.dat). ESTA OPERACION NO SE PUEDE DESHACER."
               " CONFIRMA? S/N"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 9800-TOMAR-LOCK
               IF LOCK-TOMADO-NO
                   DISPLAY "ANONIMIZACION CANCELADA"
               ELSE
                   PERFORM 3000-ANONIMIZAR-MAESTRO
                   PERFORM 4000-ANONIMIZAR-RESPONSABLES
                   PERFORM 5000-ANONIMIZAR-CITACIONES
                   PERFORM 6000-ANONIMIZAR-SANCIONES
                   PERFORM 6500-ELIMINAR-FICHAS
                   PERFORM 6700-ANONIMIZAR-AVISOS
                   PERFORM 6800-ANONIMIZAR-OBSERVACIONES
                   PERFORM 9810-LIBERAR-LOCK
                   PERFORM 7000-MOSTRAR-RESUMEN
               END-IF
           ELSE
               DISPLAY "ANONIMIZACION CANCELADA"
           END-IF
           GOBACK.

      * ULTIMO AÑO DE HISTORIAL DE CADA ALUMNO
       1000-CARGAR-HISTORIAL.
           INITIALIZE TABLA-POR-ALUMNO
           OPEN INPUT HISTORIAL
           IF WS-FS-HIS-OK
               PERFORM 1100-LEER-HISTORIAL UNTIL NOT WS-FS-HIS-OK
           END-IF
           CLOSE HISTORIAL.

       1100-LEER-HISTORIAL.
           READ HISTORIAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-HIS
           END-READ
           IF WS-FS-HIS-OK AND HIST-NRO-ALUMNO IS NUMERIC
               AND HIST-NRO-ALUMNO > 0
               AND HIST-ANIO IS NUMERIC
               IF HIST-ANIO > TABPA-ULTIMO-ANIO(HIST-NRO-ALUMNO)
                   MOVE HIST-ANIO
                       TO TABPA-ULTIMO-ANIO(HIST-NRO-ALUMNO)
               END-IF
           END-IF.

      * INACTIVO O EGRESADO, CON HISTORIAL ANTERIOR AL AÑO LIMITE Y
      * TODAVIA SIN ANONIMIZAR. UN EX ALUMNO SIN HISTORIAL NO SE
      * TOCA: NO HAY FORMA DE SABER CUANDO DEJO LA ESCUELA
       2000-SELECCIONAR-ALUMNOS.
           MOVE 0 TO TABSEL-TOTAL
           MOVE 0 TO WS-SIN-HISTORIAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 2100-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS.

       2100-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-EX-ALUMNO
               AND ALU-NRO-ALUMNO > 0
               AND ALU-NOMBRE(1:14) NOT = WS-MARCA-ANONIMO
               IF TABPA-ULTIMO-ANIO(ALU-NRO-ALUMNO) = 0
                   ADD 1 TO WS-SIN-HISTORIAL
               ELSE
                   IF TABPA-ULTIMO-ANIO(ALU-NRO-ALUMNO)
                       < WS-ANIO-LIMITE
                       PERFORM 2200-AGREGAR-SELECCION
                   END-IF
               END-IF
           END-IF.

       2200-AGREGAR-SELECCION.
           IF TABSEL-TOTAL < 3000
               ADD 1 TO TABSEL-TOTAL
               MOVE ALU-NRO-ALUMNO TO TABSEL-NRO(TABSEL-TOTAL)
               PERFORM 3200-ARMAR-NOMBRE-ANONIMO
               MOVE WS-NOMBRE-ANONIMO(15:9)
                   TO TABSEL-INICIALES(TABSEL-TOTAL)
               MOVE TABPA-ULTIMO-ANIO(ALU-NRO-ALUMNO)
                   TO TABSEL-ULTIMO-ANIO(TABSEL-TOTAL)
               MOVE "S" TO TABPA-SELECCIONADO(ALU-NRO-ALUMNO)
           ELSE
               MOVE "S" TO WS-TABLAS-DESBORDADAS
           END-IF.

       2500-LISTAR-SELECCION.
           OPEN OUTPUT ANONIM
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "EX ALUMNOS CON ULTIMO AÑO ANTERIOR A "
               DELIMITED BY SIZE
               WS-ANIO-LIMITE DELIMITED BY SIZE
               " (RETENCION " DELIMITED BY SIZE
               WS-ANIOS-RETENCION DELIMITED BY SIZE
               " AÑOS)" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           PERFORM 2510-LISTAR-ALUMNO
               VARYING TABSEL-INDICE FROM 1 BY 1
               UNTIL TABSEL-INDICE > TABSEL-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SELECCIONADOS: " DELIMITED BY SIZE
               TABSEL-TOTAL DELIMITED BY SIZE
               "   EX ALUMNOS SIN HISTORIAL (NO SE TOCAN): "
               DELIMITED BY SIZE
               WS-SIN-HISTORIAL DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           CLOSE ANONIM
           PERFORM 9930-REGISTRAR-SPOOL.

       2510-LISTAR-ALUMNO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  " DELIMITED BY SIZE
               TABSEL-NRO(TABSEL-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABSEL-INICIALES(TABSEL-INDICE) DELIMITED BY SIZE
               " ULTIMO AÑO " DELIMITED BY SIZE
               TABSEL-ULTIMO-ANIO(TABSEL-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * MAESTRO: NOMBRE ENMASCARADO (MARCA + INICIALES) Y DOCUMENTO EN
      * CERO; UNA LINEA DE AUDITORIA POR ALUMNO
       3000-ANONIMIZAR-MAESTRO.
           MOVE 0 TO WS-TOTAL-ALUMNOS
           OPEN I-O ALUMNOS
           IF NOT WS-FS-ALU-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-ALU
               MOVE "S" TO WS-HUBO-ERROR
           ELSE
               PERFORM 3100-ANONIMIZAR-ALUMNO
                   VARYING TABSEL-INDICE FROM 1 BY 1
                   UNTIL TABSEL-INDICE > TABSEL-TOTAL
           END-IF
           CLOSE ALUMNOS.

       3100-ANONIMIZAR-ALUMNO.
           MOVE TABSEL-NRO(TABSEL-INDICE) TO ALU-NRO-ALUMNO
           READ ALUMNOS
               INVALID KEY
                   DISPLAY "ALUMNO " ALU-NRO-ALUMNO " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 3200-ARMAR-NOMBRE-ANONIMO
                   MOVE WS-NOMBRE-ANONIMO TO ALU-NOMBRE
                   MOVE 0 TO ALU-DOCUMENTO
                   REWRITE ALUMNOS-REGISTRO
                   IF NOT WS-FS-ALU-OK
                       DISPLAY "ERROR AL REESCRIBIR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-ALU
                       MOVE "S" TO WS-HUBO-ERROR
                   ELSE
                       ADD 1 TO WS-TOTAL-ALUMNOS
                       MOVE "ANONIMIZADO" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING ALU-NRO-ALUMNO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           TABSEL-ULTIMO-ANIO(TABSEL-INDICE)
                           DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
           END-READ.

      * MARCA SEGUIDA DE LA PRIMERA LETRA DE CADA PALABRA DEL NOMBRE
      * (HASTA DONDE ENTRE), PARA QUE EL LEGAJO SE PUEDA RECONOCER
      * CON EL DOCUMENTO EN LA MANO SIN GUARDAR EL NOMBRE COMPLETO
       3200-ARMAR-NOMBRE-ANONIMO.
           MOVE SPACES TO WS-NOMBRE-ANONIMO
           MOVE WS-MARCA-ANONIMO TO WS-NOMBRE-ANONIMO
           MOVE 15 TO WS-INICIAL-POS
           MOVE SPACE TO WS-LETRA-ANTERIOR
           PERFORM VARYING WS-LETRA-IND FROM 1 BY 1
               UNTIL WS-LETRA-IND > 23 OR WS-INICIAL-POS > 22
               IF ALU-NOMBRE(WS-LETRA-IND:1) NOT = SPACE
               AND WS-LETRA-ANTERIOR = SPACE
                   MOVE ALU-NOMBRE(WS-LETRA-IND:1)
                       TO WS-NOMBRE-ANONIMO(WS-INICIAL-POS:1)
                   MOVE "." TO WS-NOMBRE-ANONIMO(WS-INICIAL-POS + 1:1)
                   ADD 2 TO WS-INICIAL-POS
               END-IF
               MOVE ALU-NOMBRE(WS-LETRA-IND:1) TO WS-LETRA-ANTERIOR
           END-PERFORM.

      * RESPONSABLES: SE BORRAN NOMBRE Y TELEFONO; QUEDA EL PARENTESCO
       4000-ANONIMIZAR-RESPONSABLES.
           MOVE 0 TO WS-TOTAL-RES
           OPEN INPUT RESPONSABLES
           IF WS-FS-RES-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 4100-COPIAR-RESPONSABLE UNTIL NOT WS-FS-RES-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-RES-NO
                   DISPLAY "ERROR AL LEER RESPONSABLES.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-RES
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE RESPONSABLES
               MOVE "RESPONSABLES.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE RESPONSABLES
           END-IF.

       4100-COPIAR-RESPONSABLE.
           READ RESPONSABLES NEXT RECORD AT END
               MOVE "10" TO WS-FS-RES
           END-READ
           IF WS-FS-RES-OK
               IF RES-NRO-ALUMNO IS NUMERIC AND RES-NRO-ALUMNO > 0
                   IF TABPA-SELECCIONADO(RES-NRO-ALUMNO) = "S"
                       MOVE "*ANONIMIZADO*" TO RES-NOMBRE
                       MOVE SPACES TO RES-TELEFONO
                       ADD 1 TO WS-TOTAL-RES
                   END-IF
               END-IF
               MOVE RESPONSABLES-REGISTRO TO ANONIM-TMP-REGISTRO
               PERFORM 9030-GRABAR-TMP
           END-IF.

      * CITACIONES: SE BORRAN EL RESPONSABLE CITADO, EL MOTIVO Y EL
      * RESULTADO; QUEDAN LAS FECHAS
       5000-ANONIMIZAR-CITACIONES.
           MOVE 0 TO WS-TOTAL-CIT
           OPEN INPUT CITACIONES
           IF WS-FS-CIT-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 5100-COPIAR-CITACION UNTIL NOT WS-FS-CIT-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-CIT-NO
                   DISPLAY "ERROR AL LEER CITACIONES.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-CIT
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE CITACIONES
               MOVE "CITACIONES.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE CITACIONES
           END-IF.

       5100-COPIAR-CITACION.
           READ CITACIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-CIT
           END-READ
           IF WS-FS-CIT-OK
               IF CIT-NRO-ALUMNO IS NUMERIC AND CIT-NRO-ALUMNO > 0
                   IF TABPA-SELECCIONADO(CIT-NRO-ALUMNO) = "S"
                       MOVE SPACES TO CIT-MOTIVO
                       MOVE "*ANONIMIZADO*" TO CIT-RESPONSABLE
                       MOVE SPACES TO CIT-RESULTADO
                       ADD 1 TO WS-TOTAL-CIT
                   END-IF
               END-IF
               MOVE CITACIONES-REGISTRO TO ANONIM-TMP-REGISTRO
               PERFORM 9030-GRABAR-TMP
           END-IF.

      * SANCIONES: SE BORRA LA DESCRIPCION; QUEDAN FECHA, TIPO Y
      * PUNTOS, QUE NO IDENTIFICAN A NADIE SIN EL NOMBRE
       6000-ANONIMIZAR-SANCIONES.
           MOVE 0 TO WS-TOTAL-SAN
           OPEN INPUT SANCIONES
           IF WS-FS-SAN-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 6100-COPIAR-SANCION UNTIL NOT WS-FS-SAN-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-SAN-NO
                   DISPLAY "ERROR AL LEER SANCIONES.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-SAN
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE SANCIONES
               MOVE "SANCIONES.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE SANCIONES
           END-IF.

       6100-COPIAR-SANCION.
           READ SANCIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-SAN
           END-READ
           IF WS-FS-SAN-OK
               IF SAN-NRO-ALUMNO IS NUMERIC AND SAN-NRO-ALUMNO > 0
                   IF TABPA-SELECCIONADO(SAN-NRO-ALUMNO) = "S"
                       MOVE SPACES TO SAN-DESCRIPCION
                       ADD 1 TO WS-TOTAL-SAN
                   END-IF
               END-IF
               MOVE SANCIONES-REGISTRO TO ANONIM-TMP-REGISTRO
               PERFORM 9030-GRABAR-TMP
           END-IF.

      * FICHA MEDICA: SON DATOS DE SALUD QUE SOLO SIRVEN MIENTRAS EL
      * ALUMNO CONCURRE; LA FICHA SE ELIMINA ENTERA
       6500-ELIMINAR-FICHAS.
           MOVE 0 TO WS-TOTAL-FIC
           OPEN INPUT FICHAS
           IF WS-FS-FIC-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 6600-COPIAR-FICHA UNTIL NOT WS-FS-FIC-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-FIC-NO
                   DISPLAY "ERROR AL LEER FICHAS.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-FIC
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE FICHAS
               MOVE "FICHAS.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE FICHAS
           END-IF.

       6600-COPIAR-FICHA.
           READ FICHAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-FIC
           END-READ
           IF WS-FS-FIC-OK
               IF FIC-NRO-ALUMNO IS NUMERIC AND FIC-NRO-ALUMNO > 0
               AND TABPA-SELECCIONADO(FIC-NRO-ALUMNO) = "S"
                   ADD 1 TO WS-TOTAL-FIC
               ELSE
                   MOVE FICHAS-REGISTRO TO ANONIM-TMP-REGISTRO
                   PERFORM 9030-GRABAR-TMP
               END-IF
           END-IF.

      * AVISOS A RESPONSABLES: SE BORRAN EL NOMBRE DEL ALUMNO, EL
      * RESPONSABLE Y EL TELEFONO; QUEDAN FECHA, ESTADO Y DETALLE
       6700-ANONIMIZAR-AVISOS.
           MOVE 0 TO WS-TOTAL-AVI
           OPEN INPUT AVISOS
           IF WS-FS-AVI-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 6750-COPIAR-AVISO UNTIL NOT WS-FS-AVI-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-AVI-NO
                   DISPLAY "ERROR AL LEER AVISOS.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-AVI
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE AVISOS
               MOVE "AVISOS.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE AVISOS
           END-IF.

       6750-COPIAR-AVISO.
           READ AVISOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-AVI
           END-READ
           IF WS-FS-AVI-OK
               IF AVI-NRO-ALUMNO IS NUMERIC AND AVI-NRO-ALUMNO > 0
                   IF TABPA-SELECCIONADO(AVI-NRO-ALUMNO) = "S"
                       MOVE "*ANONIMIZADO*" TO AVI-NOMBRE
                       MOVE "*ANONIMIZADO*" TO AVI-RESPONSABLE
                       MOVE SPACES TO AVI-TELEFONO
                       ADD 1 TO WS-TOTAL-AVI
                   END-IF
               END-IF
               MOVE AVISOS-REGISTRO TO ANONIM-TMP-REGISTRO
               PERFORM 9030-GRABAR-TMP
           END-IF.

      * OBSERVACIONES DEL CONSEJO DE CURSO: EL TEXTO ES LIBRE Y PUEDE
      * TENER CUALQUIER DATO PERSONAL, SE BORRA; QUEDAN MATERIA, AÑO,
      * TRIMESTRE Y QUIEN LA CARGO
       6800-ANONIMIZAR-OBSERVACIONES.
           MOVE 0 TO WS-TOTAL-OBC
           OPEN INPUT OBSERVAC
           IF WS-FS-OBC-OK
               OPEN OUTPUT ANONIM-TMP
               PERFORM 6850-COPIAR-OBSERVACION UNTIL NOT WS-FS-OBC-OK
               CLOSE ANONIM-TMP
               IF NOT WS-FS-OBC-NO
                   DISPLAY "ERROR AL LEER OBSERVAC.dat,"
                       " NO SE REEMPLAZA"
                   DISPLAY "FILE STATUS " WS-FS-OBC
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               CLOSE OBSERVAC
               MOVE "OBSERVAC.dat" TO WS-RUTA-VIVO
               PERFORM 9100-REEMPLAZAR-ARCHIVO
           ELSE
               CLOSE OBSERVAC
           END-IF.

       6850-COPIAR-OBSERVACION.
           READ OBSERVAC NEXT RECORD AT END
               MOVE "10" TO WS-FS-OBC
           END-READ
           IF WS-FS-OBC-OK
               IF OBC-NRO-ALUMNO IS NUMERIC AND OBC-NRO-ALUMNO > 0
                   IF TABPA-SELECCIONADO(OBC-NRO-ALUMNO) = "S"
                       MOVE SPACES TO OBC-TEXTO
                       ADD 1 TO WS-TOTAL-OBC
                   END-IF
               END-IF
               MOVE OBSERVAC-REGISTRO TO ANONIM-TMP-REGISTRO
               PERFORM 9030-GRABAR-TMP
           END-IF.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "===== ANONIMIZACION DE DATOS PERSONALES ====="
           DISPLAY "ALUMNOS ANONIMIZADOS:      " WS-TOTAL-ALUMNOS
           DISPLAY "RESPONSABLES ENMASCARADOS: " WS-TOTAL-RES
           DISPLAY "CITACIONES ENMASCARADAS:   " WS-TOTAL-CIT
           DISPLAY "SANCIONES ENMASCARADAS:    " WS-TOTAL-SAN
           DISPLAY "FICHAS MEDICAS ELIMINADAS: " WS-TOTAL-FIC
           DISPLAY "AVISOS ENMASCARADOS:       " WS-TOTAL-AVI
           DISPLAY "OBSERVACIONES BORRADAS:    " WS-TOTAL-OBC
           IF HUBO-ERROR-SI
               DISPLAY "HUBO ERRORES: REVISAR LOS ARCHIVOS QUE NO SE"
                   " REEMPLAZARON"
           END-IF.

       9030-GRABAR-TMP.
           WRITE ANONIM-TMP-REGISTRO
           IF NOT WS-FS-TMP-OK
               DISPLAY "ERROR AL ESCRIBIR ANONIM.TMP"
               DISPLAY "FILE STATUS " WS-FS-TMP
               MOVE "S" TO WS-HUBO-ERROR
           END-IF.

      * CADA ARCHIVO SE REEMPLAZA SOLO SI NO HUBO ERRORES HASTA ACA;
      * UNA LINEA DE AUDITORIA POR ARCHIVO REESCRITO
       9100-REEMPLAZAR-ARCHIVO.
           IF HUBO-ERROR-NO
               CALL "CBL_DELETE_FILE" USING WS-RUTA-VIVO
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING WS-RUTA-TMP WS-RUTA-VIVO
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "ERROR AL RENOMBRAR " WS-RUTA-TMP
                       " A " WS-RUTA-VIVO
                   MOVE "S" TO WS-HUBO-ERROR
               END-IF
               MOVE "ANONIM ARCH" TO WS-AUD-OPERACION
               MOVE SPACES TO WS-AUD-CLAVE
               STRING WS-RUTA-VIVO DELIMITED BY "."
                   INTO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

      * TOMA EL CANDADO DE LOS MAESTROS; SI OTRA SESION LO TIENE,
      * AVISA QUIEN ES Y LA CORRIDA SE CANCELA
       9800-TOMAR-LOCK.
           MOVE "N" TO WS-LOCK-TOMADO
           OPEN INPUT LOCKFILE
           IF WS-FS-LCK-OK
               READ LOCKFILE NEXT RECORD AT END
                   CONTINUE
               END-READ
               CLOSE LOCKFILE
               DISPLAY "ARCHIVO EN USO POR " LCK-OPERADOR
                   " (" LCK-PROGRAMA " DESDE " LCK-FECHA ")"
           ELSE
               CLOSE LOCKFILE
               OPEN OUTPUT LOCKFILE
               IF WS-FS-LCK-OK OR WS-FS-LCK-NOEXISTE
                   MOVE "PGANONIM" TO LCK-PROGRAMA
                   MOVE WS-OPERADOR TO LCK-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-FECHA
                   WRITE LOCKFILE-REGISTRO
                   CLOSE LOCKFILE
                   MOVE "S" TO WS-LOCK-TOMADO
               END-IF
           END-IF.

       9810-LIBERAR-LOCK.
           IF LOCK-TOMADO-SI
               CALL "CBL_DELETE_FILE" USING WS-RUTA-LOCK
                   RETURNING WS-CBL-RESULT
               MOVE "N" TO WS-LOCK-TOMADO
           END-IF.

       9010-ESCRIBIR-LINEA.
           WRITE ANONIM-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-ANO-OK
               DISPLAY "ERROR AL ESCRIBIR ANONIM"
               DISPLAY "FILE STATUS " WS-FS-ANO
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGANONIM" DELIMITED BY SIZE
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
           MOVE "ANONIM.dat" TO ARCHIVO-SPL
           MOVE "PGANONIM" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "RETENCION ANIOS=" DELIMITED BY SIZE
               WS-ANIOS-RETENCION DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGANONIM.
