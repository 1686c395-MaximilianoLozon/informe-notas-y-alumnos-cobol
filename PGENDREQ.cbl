       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENDREQ.

      * MANTENIMIENTO DE LOS DOCUMENTOS REQUERIDOS PARA LA INSCRIPCION
      * POR TIPO DE INGRESO (I = INGRESO REGULAR, P = PASE DE OTRA
      * ESCUELA): COPIA DE DNI, PARTIDA DE NACIMIENTO, CARNET DE
      * VACUNAS, PASE DE LA ESCUELA ANTERIOR, REGLAMENTO FIRMADO, ETC.
      * UN DOCUMENTO EXIGIBLE QUE FALTA EN EL LEGAJO FRENA LA
      * CONSTANCIA (PGCONSTA) Y EL PASE (PGPASE); LOS NO EXIGIBLES
      * SOLO SE AVISAN. LA ULTIMA FILA CARGADA DE CADA DOCUMENTO ES LA
      * QUE VALE: PARA DEJAR DE PEDIR UN DOCUMENTO SE LO VUELVE A
      * CARGAR COMO NO VIGENTE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL DOCREQ      ASSIGN TO "DOCREQ.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DRQ.

       DATA DIVISION.
       FILE SECTION.
       FD DOCREQ.
           01 DOCREQ-REGISTRO.
              05 DRQ-TIPO-INGRESO PIC X.
              05 DRQ-CODIGO PIC X(4).
              05 DRQ-DESCRIPCION PIC X(30).
              05 DRQ-EXIGIBLE PIC X.
              05 DRQ-VIGENTE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FS-DRQ PIC XX.
           88 WS-FS-DRQ-OK VALUE "00".
           88 WS-FS-DRQ-NO VALUE "10".
           88 WS-FS-DRQ-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       01 WS-DRQ-TIPO PIC X VALUE SPACE.
           88 DRQ-TIPO-VALIDO VALUE "I" "P".
       77 WS-DRQ-CODIGO PIC X(4) VALUE SPACES.
       77 WS-DRQ-DESCRIPCION PIC X(30) VALUE SPACES.
       01 WS-DRQ-EXIGIBLE PIC X VALUE SPACE.
           88 DRQ-EXIGIBLE-VALIDO VALUE "S" "N".
       01 WS-DRQ-VIGENTE PIC X VALUE SPACE.
           88 DRQ-VIGENTE-VALIDO VALUE "S" "N".
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".
      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       PROCEDURE DIVISION.
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
           PERFORM 1000-ABRIR-ARCHIVO
           PERFORM 2000-PROCES-INFO
           UNTIL WS-CONTROL-NO OR WS-FS-DRQ-NO
           PERFORM 3000-CERRAR-ARCHIVO
           STOP RUN.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND DOCREQ.
               IF NOT WS-FS-DRQ-OK AND NOT WS-FS-DRQ-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-DRQ
               END-IF.
           2000-PROCES-INFO.
               DISPLAY "INGRESA TIPO DE INGRESO (I = INGRESO REGULAR,"
                   " P = PASE DE OTRA ESCUELA)"
               ACCEPT WS-DRQ-TIPO
               INSPECT WS-DRQ-TIPO CONVERTING "ip" TO "IP"
               DISPLAY "INGRESA CODIGO DEL DOCUMENTO (EJ. DNI, PART)"
               ACCEPT WS-DRQ-CODIGO
               INSPECT WS-DRQ-CODIGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "INGRESA DESCRIPCION DEL DOCUMENTO"
               ACCEPT WS-DRQ-DESCRIPCION
               DISPLAY "SIN ESTE DOCUMENTO SE FRENAN CONSTANCIA Y PASE?"
                   " S/N"
               ACCEPT WS-DRQ-EXIGIBLE
               INSPECT WS-DRQ-EXIGIBLE CONVERTING "sn" TO "SN"
               DISPLAY "SE SIGUE PIDIENDO? S/N (N = DEJAR DE PEDIRLO)"
               ACCEPT WS-DRQ-VIGENTE
               INSPECT WS-DRQ-VIGENTE CONVERTING "sn" TO "SN"
               EVALUATE TRUE
                   WHEN NOT DRQ-TIPO-VALIDO
                       DISPLAY "TIPO DE INGRESO INVALIDO, NO SE GRABA"
                   WHEN WS-DRQ-CODIGO = SPACES
                       DISPLAY "FALTA EL CODIGO DEL DOCUMENTO,"
                           " NO SE GRABA"
                   WHEN NOT DRQ-EXIGIBLE-VALIDO
                   OR NOT DRQ-VIGENTE-VALIDO
                       DISPLAY "RESPONDA S O N, NO SE GRABA"
                   WHEN OTHER
                       MOVE WS-DRQ-TIPO TO DRQ-TIPO-INGRESO
                       MOVE WS-DRQ-CODIGO TO DRQ-CODIGO
                       MOVE WS-DRQ-DESCRIPCION TO DRQ-DESCRIPCION
                       MOVE WS-DRQ-EXIGIBLE TO DRQ-EXIGIBLE
                       MOVE WS-DRQ-VIGENTE TO DRQ-VIGENTE
                       PERFORM 2100-GUARDAR-INFO
               END-EVALUATE
               DISPLAY "INGRESAR OTRO DOCUMENTO? SI/NO"
               ACCEPT WS-CONTROL.

           2100-GUARDAR-INFO.
               WRITE DOCREQ-REGISTRO
               IF NOT WS-FS-DRQ-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-DRQ
               ELSE
                   DISPLAY "DOCUMENTO GRABADO; LA ULTIMA FILA CARGADA"
                       " DE CADA DOCUMENTO ES LA VIGENTE"
                   MOVE "DOCUMENTO" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING DRQ-TIPO-INGRESO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       DRQ-CODIGO DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.
           3000-CERRAR-ARCHIVO.
               CLOSE DOCREQ.
               IF NOT WS-FS-DRQ-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-DRQ
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENDREQ" DELIMITED BY SIZE
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

       END PROGRAM PGENDREQ.
