       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENAUSD.

      * AUSENCIAS DOCENTES: UN REGISTRO POR DOCENTE Y DIA DE CLASE
      * EN AUSDOC.dat, CON EL MOTIVO Y EL SUPLENTE QUE CUBRIO SUS
      * MODULOS (CERO SI NADIE LOS CUBRIO). UNA LICENCIA DE VARIOS
      * DIAS SE CARGA COMO RANGO Y GENERA UN REGISTRO POR CADA DIA
      * DE CLASE DEL CALENDARIO DIARIO (CALDIA.dat) DENTRO DEL RANGO;
      * FERIADOS Y RECESOS NO CUENTAN COMO AUSENCIA. EL SUPLENTE SUELE
      * CONSEGUIRSE DESPUES DEL AVISO, POR ESO LA OPCION 2 LO ASIGNA
      * A UNA AUSENCIA YA CARGADA Y REGRABA EL ARCHIVO. DOCENTE Y
      * SUPLENTE SE VALIDAN POR RUTDOCEN. LOS MODULOS PERDIDOS Y
      * CUBIERTOS DEL MES LOS CALCULA PGAUSMES CONTRA HORARIOS.dat
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL AUSDOC      ASSIGN TO "AUSDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUS.
      * COPIA DE TRABAJO PARA REGRABAR AUSDOC.dat AL ASIGNAR SUPLENTE
       SELECT AUSDOC-TMP           ASSIGN TO "AUSDOC.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUS-TMP.
       SELECT OPTIONAL CALDIA      ASSIGN TO "CALDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CDI.

       DATA DIVISION.
       FILE SECTION.
       FD AUSDOC.
           01 AUSDOC-REGISTRO.
              05 AUS-COD-DOCENTE PIC 9(4).
              05 AUS-FECHA PIC 9(8).
              05 AUS-MOTIVO PIC X(20).
              05 AUS-SUPLENTE PIC 9(4).
              05 AUS-OPERADOR PIC X(10).

       FD AUSDOC-TMP.
           01 AUSDOC-TMP-REGISTRO PIC X(46).

       FD CALDIA.
           01 CALDIA-REGISTRO.
              05 CDI-FECHA PIC 9(8).
              05 CDI-TIPO PIC X.
                 88 CDI-TIPO-CLASE VALUE "C".

       WORKING-STORAGE SECTION.
       01 WS-FS-AUS PIC XX.
           88 WS-FS-AUS-OK VALUE "00".
           88 WS-FS-AUS-NO VALUE "10".
           88 WS-FS-AUS-NOEXISTE VALUE "05" "35".
       01 WS-FS-AUS-TMP PIC XX.
           88 WS-FS-AUS-TMP-OK VALUE "00".
       01 WS-FS-CDI PIC XX.
           88 WS-FS-CDI-OK VALUE "00".
           88 WS-FS-CDI-NO VALUE "10".

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

      * DATOS DE LA AUSENCIA EN CARGA
       77 WS-AUS-DOCENTE PIC 9(4) VALUE ZERO.
       01 WS-AUS-DESDE PIC 9(8) VALUE ZERO.
       01 WS-AUS-DESDE-R REDEFINES WS-AUS-DESDE.
           05 WS-AUS-DESDE-ANIO PIC 9(4).
           05 WS-AUS-DESDE-MES PIC 99.
           05 WS-AUS-DESDE-DIA PIC 99.
       77 WS-AUS-HASTA PIC 9(8) VALUE ZERO.
       77 WS-AUS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-AUS-SUPLENTE PIC 9(4) VALUE ZERO.
       77 WS-AUS-CARGADAS PIC 999 VALUE 0.
       01 WS-DATOS-VALIDOS PIC X VALUE "N".
           88 DATOS-VALIDOS-SI VALUE "S".
           88 DATOS-VALIDOS-NO VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
           88 ENCONTRADO-SI VALUE "S".
           88 ENCONTRADO-NO VALUE "N".
       77 WS-FILA-HALLADA PIC 9(4) VALUE 0.

      * DIAS DE CLASE DEL CALENDARIO DIARIO (SOLO TIPO C)
       01 TABLA-CALDIA.
           05 TABCDI-FILA OCCURS 800 TIMES.
               10 TABCDI-FECHA PIC 9(8).
       77 TABCDI-INDICE PIC 999.
       77 TABCDI-TOTAL PIC 999 VALUE 0.

      * AUSENCIAS YA CARGADAS, PARA EL CONTROL DE DUPLICADOS, LA
      * ASIGNACION DE SUPLENTE Y LA REGRABACION DEL ARCHIVO
       01 TABLA-AUSENCIAS.
           05 TABAUS-FILA OCCURS 3000 TIMES.
               10 TABAUS-REGISTRO.
                   15 TABAUS-DOCENTE PIC 9(4).
                   15 TABAUS-FECHA PIC 9(8).
                   15 TABAUS-MOTIVO PIC X(20).
                   15 TABAUS-SUPLENTE PIC 9(4).
                   15 TABAUS-OPERADOR PIC X(10).
       77 TABAUS-INDICE PIC 9(4).
       77 TABAUS-TOTAL PIC 9(4) VALUE 0.
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".

       01 WS-RUTA-AUS PIC X(10) VALUE "AUSDOC.dat".
       01 WS-RUTA-AUS-TMP PIC X(10) VALUE "AUSDOC.TMP".
       01 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      *rutinas
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
      * AREA DE COMUNICACION RUTINA DOCENTES
       COPY "COPY-ACD.cpy".
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
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           END-IF
           INITIALIZE AreaDeComunicacionDocente
           MOVE 1 TO Opcion-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           PERFORM 0500-CARGAR-TABLA-CALDIA
           PERFORM 0520-CARGAR-TABLA-AUSENCIAS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "TABLA DE AUSENCIAS COMPLETA: AMPLIAR LA TABLA"
                   " Y RECOMPILAR"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. REGISTRAR AUSENCIA DOCENTE"
               DISPLAY "2. ASIGNAR SUPLENTE A UNA AUSENCIA"
               DISPLAY "3. CONSULTAR AUSENCIAS DE UN DOCENTE"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-AUSENCIAS
                   WHEN 2
                       PERFORM 0300-ASIGNAR-SUPLENTE
                   WHEN 3
                       PERFORM 0600-CONSULTAR-AUSENCIAS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           0200-ALTA-AUSENCIAS.
               MOVE "SI" TO WS-CONTROL
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-PROCES-INFO
                   UNTIL WS-CONTROL-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * EL SUPLENTE SE ASIGNA (O SE CAMBIA) SOBRE LA TABLA Y EL
      * ARCHIVO SE REGRABA COMPLETO; CERO DEJA LA AUSENCIA SIN CUBRIR
           0300-ASIGNAR-SUPLENTE.
               DISPLAY "INGRESA CODIGO DE DOCENTE AUSENTE"
               ACCEPT WS-AUS-DOCENTE
               DISPLAY "INGRESA FECHA DE LA AUSENCIA (AAAAMMDD)"
               ACCEPT WS-AUS-DESDE
               MOVE 0 TO WS-FILA-HALLADA
               PERFORM VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL
                   OR WS-FILA-HALLADA > 0
                   IF TABAUS-DOCENTE(TABAUS-INDICE) = WS-AUS-DOCENTE
                   AND TABAUS-FECHA(TABAUS-INDICE) = WS-AUS-DESDE
                       MOVE TABAUS-INDICE TO WS-FILA-HALLADA
                   END-IF
               END-PERFORM
               IF WS-FILA-HALLADA = 0
                   DISPLAY "NO HAY AUSENCIA CARGADA PARA ESE DOCENTE"
                       " Y FECHA"
               ELSE
                   DISPLAY "MOTIVO: " TABAUS-MOTIVO(WS-FILA-HALLADA)
                       " SUPLENTE ACTUAL: "
                       TABAUS-SUPLENTE(WS-FILA-HALLADA)
                   MOVE "S" TO WS-DATOS-VALIDOS
                   PERFORM 2300-PEDIR-SUPLENTE
                   IF DATOS-VALIDOS-SI
                       MOVE WS-AUS-SUPLENTE
                           TO TABAUS-SUPLENTE(WS-FILA-HALLADA)
                       PERFORM 4000-REGRABAR-AUSENCIAS
                       MOVE "SUPLENTE" TO WS-AUD-OPERACION
                       MOVE TABAUS-DOCENTE(WS-FILA-HALLADA)
                           TO AUS-COD-DOCENTE
                       MOVE TABAUS-FECHA(WS-FILA-HALLADA) TO AUS-FECHA
                       PERFORM 9910-CLAVE-AUSENCIA
                       PERFORM 9900-GRABAR-AUDITORIA
                       DISPLAY "SUPLENTE ASIGNADO"
                   END-IF
               END-IF.

      * SOLO INTERESAN LOS DIAS DE CLASE
           0500-CARGAR-TABLA-CALDIA.
               MOVE 0 TO TABCDI-TOTAL
               OPEN INPUT CALDIA
               IF WS-FS-CDI-OK
                   PERFORM 0510-LEER-CALDIA UNTIL NOT WS-FS-CDI-OK
               END-IF
               CLOSE CALDIA.

           0510-LEER-CALDIA.
               READ CALDIA NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CDI
               END-READ
               IF WS-FS-CDI-OK AND CDI-TIPO-CLASE
               AND TABCDI-TOTAL < 800
                   ADD 1 TO TABCDI-TOTAL
                   MOVE CDI-FECHA TO TABCDI-FECHA(TABCDI-TOTAL)
               END-IF.

           0520-CARGAR-TABLA-AUSENCIAS.
               MOVE 0 TO TABAUS-TOTAL
               OPEN INPUT AUSDOC
               IF WS-FS-AUS-OK
                   PERFORM 0530-LEER-AUSENCIA UNTIL NOT WS-FS-AUS-OK
               END-IF
               CLOSE AUSDOC.

           0530-LEER-AUSENCIA.
               READ AUSDOC NEXT RECORD AT END
                   MOVE "10" TO WS-FS-AUS
               END-READ
               IF WS-FS-AUS-OK
                   IF TABAUS-TOTAL < 3000
                       ADD 1 TO TABAUS-TOTAL
                       MOVE AUSDOC-REGISTRO
                           TO TABAUS-REGISTRO(TABAUS-TOTAL)
                   ELSE
                       MOVE "S" TO WS-TABLAS-DESBORDADAS
                   END-IF
               END-IF.

           0600-CONSULTAR-AUSENCIAS.
               DISPLAY "INGRESA CODIGO DE DOCENTE"
               ACCEPT WS-AUS-DOCENTE
               MOVE 0 TO WS-AUS-CARGADAS
               PERFORM VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL
                   IF TABAUS-DOCENTE(TABAUS-INDICE) = WS-AUS-DOCENTE
                       ADD 1 TO WS-AUS-CARGADAS
                       DISPLAY TABAUS-FECHA(TABAUS-INDICE) " "
                           TABAUS-MOTIVO(TABAUS-INDICE)
                           " SUPLENTE " TABAUS-SUPLENTE(TABAUS-INDICE)
                   END-IF
               END-PERFORM
               DISPLAY "AUSENCIAS REGISTRADAS: " WS-AUS-CARGADAS.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND AUSDOC.
               IF NOT WS-FS-AUS-OK AND NOT WS-FS-AUS-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-AUS
               END-IF.

           2000-PROCES-INFO.
               DISPLAY "INGRESA CODIGO DE DOCENTE"
               ACCEPT WS-AUS-DOCENTE
               DISPLAY "INGRESA FECHA DE LA AUSENCIA (AAAAMMDD)"
               ACCEPT WS-AUS-DESDE
               DISPLAY "HASTA FECHA (AAAAMMDD, 0=UN SOLO DIA)"
               ACCEPT WS-AUS-HASTA
               IF WS-AUS-HASTA = 0
                   MOVE WS-AUS-DESDE TO WS-AUS-HASTA
               END-IF
               DISPLAY "INGRESA MOTIVO"
               MOVE SPACES TO WS-AUS-MOTIVO
               ACCEPT WS-AUS-MOTIVO
               PERFORM 2200-VALIDAR-DATOS
               IF DATOS-VALIDOS-SI
                   PERFORM 2300-PEDIR-SUPLENTE
               END-IF
               IF DATOS-VALIDOS-SI
                   PERFORM 2400-GRABAR-RANGO
               END-IF
               DISPLAY "INGRESAR OTRA AUSENCIA? SI/NO"
               ACCEPT WS-CONTROL.

           2200-VALIDAR-DATOS.
               MOVE "S" TO WS-DATOS-VALIDOS
               IF WS-AUS-DESDE-MES < 1 OR WS-AUS-DESDE-MES > 12
               OR WS-AUS-DESDE-DIA < 1 OR WS-AUS-DESDE-DIA > 31
               OR WS-AUS-HASTA < WS-AUS-DESDE
                   DISPLAY "FECHAS INVALIDAS, AUSENCIA NO GRABADA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF DATOS-VALIDOS-SI AND WS-AUS-MOTIVO = SPACES
                   DISPLAY "MOTIVO EN BLANCO, AUSENCIA NO GRABADA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF DATOS-VALIDOS-SI
                   INITIALIZE DatoDeSalidaDocente DatoDeRetornoDocente
                   MOVE 2 TO Opcion-docente
                   MOVE WS-AUS-DOCENTE TO Codigo-docente
                   CALL RUTDOCEN USING AreaDeComunicacionDocente
                   IF RET-COD-3 = "00"
                       DISPLAY "DOCENTE: " NOMBRE-DOCENTE
                   ELSE
                       DISPLAY "DOCENTE INEXISTENTE, AUSENCIA NO"
                           " GRABADA"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.

      * EL SUPLENTE ES OPCIONAL: CERO DEJA LA AUSENCIA SIN CUBRIR.
      * NO PUEDE SER EL MISMO DOCENTE AUSENTE
           2300-PEDIR-SUPLENTE.
               DISPLAY "CODIGO DE DOCENTE SUPLENTE (0=SIN SUPLENTE)"
               ACCEPT WS-AUS-SUPLENTE
               IF WS-AUS-SUPLENTE > 0
                   IF WS-AUS-SUPLENTE = WS-AUS-DOCENTE
                       DISPLAY "EL SUPLENTE NO PUEDE SER EL DOCENTE"
                           " AUSENTE"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   ELSE
                       INITIALIZE DatoDeSalidaDocente
                           DatoDeRetornoDocente
                       MOVE 2 TO Opcion-docente
                       MOVE WS-AUS-SUPLENTE TO Codigo-docente
                       CALL RUTDOCEN USING AreaDeComunicacionDocente
                       IF RET-COD-3 = "00"
                           DISPLAY "SUPLENTE: " NOMBRE-DOCENTE
                       ELSE
                           DISPLAY "SUPLENTE INEXISTENTE"
                           MOVE "N" TO WS-DATOS-VALIDOS
                       END-IF
                   END-IF
               END-IF.

      * UN REGISTRO POR CADA DIA DE CLASE DEL RANGO; EL DIA QUE YA
      * TIENE AUSENCIA DE ESE DOCENTE SE SALTEA
           2400-GRABAR-RANGO.
               MOVE 0 TO WS-AUS-CARGADAS
               MOVE "00" TO WS-FS-AUS
               PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
                   UNTIL TABCDI-INDICE > TABCDI-TOTAL
                   OR NOT WS-FS-AUS-OK
                   IF TABCDI-FECHA(TABCDI-INDICE) >= WS-AUS-DESDE
                   AND TABCDI-FECHA(TABCDI-INDICE) <= WS-AUS-HASTA
                       PERFORM 2410-GRABAR-DIA
                   END-IF
               END-PERFORM
               IF WS-AUS-CARGADAS = 0
                   DISPLAY "NINGUN DIA DE CLASE NUEVO EN EL RANGO,"
                       " AUSENCIA NO GRABADA"
               ELSE
                   DISPLAY "DIAS DE AUSENCIA GRABADOS: " WS-AUS-CARGADAS
               END-IF.

           2410-GRABAR-DIA.
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL OR ENCONTRADO-SI
                   IF TABAUS-DOCENTE(TABAUS-INDICE) = WS-AUS-DOCENTE
                   AND TABAUS-FECHA(TABAUS-INDICE) =
                       TABCDI-FECHA(TABCDI-INDICE)
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF ENCONTRADO-SI
                   DISPLAY "YA REGISTRADA: " TABCDI-FECHA(TABCDI-INDICE)
               ELSE
                   IF TABAUS-TOTAL < 3000
                       MOVE WS-AUS-DOCENTE TO AUS-COD-DOCENTE
                       MOVE TABCDI-FECHA(TABCDI-INDICE) TO AUS-FECHA
                       MOVE WS-AUS-MOTIVO TO AUS-MOTIVO
                       MOVE WS-AUS-SUPLENTE TO AUS-SUPLENTE
                       MOVE WS-OPERADOR TO AUS-OPERADOR
                       PERFORM 2100-GUARDAR-INFO
                   ELSE
                       DISPLAY "TABLA DE AUSENCIAS COMPLETA, DIA NO"
                           " GRABADO: " TABCDI-FECHA(TABCDI-INDICE)
                   END-IF
               END-IF.

           2100-GUARDAR-INFO.
               WRITE AUSDOC-REGISTRO
               IF NOT WS-FS-AUS-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-AUS
               ELSE
                   ADD 1 TO WS-AUS-CARGADAS
                   ADD 1 TO TABAUS-TOTAL
                   MOVE AUSDOC-REGISTRO TO TABAUS-REGISTRO(TABAUS-TOTAL)
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   PERFORM 9910-CLAVE-AUSENCIA
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

           3000-CERRAR-ARCHIVO.
               CLOSE AUSDOC.
               IF NOT WS-FS-AUS-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-AUS
               END-IF.

      * REESCRIBE AUSDOC.dat DESDE LA TABLA EN AUSDOC.TMP Y LO
      * RENOMBRA, IGUAL QUE LA ANULACION DE RECIBOS DE PGENCUO
           4000-REGRABAR-AUSENCIAS.
               OPEN OUTPUT AUSDOC-TMP
               IF WS-FS-AUS-TMP-OK
                   PERFORM 4100-GRABAR-AUSENCIA
                       VARYING TABAUS-INDICE FROM 1 BY 1
                       UNTIL TABAUS-INDICE > TABAUS-TOTAL
                   CLOSE AUSDOC-TMP
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-AUS
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-AUS-TMP
                       WS-RUTA-AUS
                       RETURNING WS-CBL-RESULT
               ELSE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-AUS-TMP
               END-IF.

           4100-GRABAR-AUSENCIA.
               WRITE AUSDOC-TMP-REGISTRO
                   FROM TABAUS-REGISTRO(TABAUS-INDICE).

           9910-CLAVE-AUSENCIA.
               MOVE SPACES TO WS-AUD-CLAVE
               STRING AUS-COD-DOCENTE DELIMITED BY SIZE
                   AUS-FECHA(3:6) DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENAUSD" DELIMITED BY SIZE
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

       END PROGRAM PGENAUSD.
