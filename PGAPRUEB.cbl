       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGAPRUEB.

      * APROBACION DE SOLICITUDES PENDIENTES (DOBLE CONTROL): LAS
      * RECTIFICACIONES DE NOTAS (PGENNOTA), EQUIVALENCIAS (PGENEQUI),
      * BECAS OTORGADAS (PGENBECA) Y FUSIONES DE ALUMNOS (PGDUPDOC)
      * CARGADAS POR UN OPERADOR DE NIVEL 1 QUEDAN EN PENDIENTES.dat
      * (RUTPEND). UN SUPERVISOR (NIVEL 2) DISTINTO DEL SOLICITANTE LAS
      * REVISA ACA: LA APROBADA SE GRABA EN EL ARCHIVO VIVO TAL COMO SE
      * HABIA CARGADO (LA FUSION LA HACE PGDUPDOC, LLAMADO CON EL PAR
      * APROBADO EN FUSAPROB.dat) Y LA RECHAZADA NO SE APLICA. LA
      * LINEA DE AUDITORIA DE LA RESOLUCION LLEVA EL NRO DE SOLICITUD,
      * EL SOLICITANTE COMO CLAVE Y EL SUPERVISOR COMO OPERADOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PENDIENTES  ASSIGN TO "PENDIENTES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PEN.
       SELECT OPTIONAL RECTIF      ASSIGN TO "RECTIF.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
       SELECT OPTIONAL EQUIVAL     ASSIGN TO "EQUIVAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EQU.
       SELECT OPTIONAL BECAS       ASSIGN TO "BECAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BEC.
      * PAR DE ALUMNOS APROBADO PARA FUSIONAR, LEIDO POR PGDUPDOC
       SELECT OPTIONAL FUSAPROB    ASSIGN TO "FUSAPROB.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FAP.

       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES.
           01 PENDIENTES-REGISTRO PIC X(119).

       FD RECTIF.
           01 RECTIF-REGISTRO.
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-NRO-MATERIA PIC 99.
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-NOTA PIC 99V9.
              05 REC-MOTIVO PIC X(20).
              05 REC-OPERADOR PIC X(10).

       FD EQUIVAL.
           01 EQUIVAL-REGISTRO.
              05 EQU-NRO-ALUMNO PIC 9(4).
              05 EQU-NRO-MATERIA PIC 99.
              05 EQU-ESCUELA PIC X(25).
              05 EQU-NOTA PIC 99V9.
              05 EQU-RESOLUCION PIC X(10).
              05 EQU-FECHA PIC X(8).

       FD BECAS.
           01 BECAS-REGISTRO.
              05 BEC-NRO-ALUMNO PIC 9(4).
              05 BEC-ANIO PIC 9(4).
              05 BEC-TIPO PIC X(12).
              05 BEC-IMPORTE PIC 9(6)V99.
              05 BEC-ESTADO PIC X.

       FD FUSAPROB.
           01 FUSAPROB-REGISTRO.
              05 FAP-NRO-DUPLICADO PIC 9(4).
              05 FAP-NRO-SOBREVIVE PIC 9(4).
              05 FAP-SUPERVISOR PIC X(10).
              05 FAP-NRO-PENDIENTE PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEN PIC XX.
           88 WS-FS-PEN-OK VALUE "00".
           88 WS-FS-PEN-NO VALUE "10".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NOEXISTE VALUE "05" "35".
       01 WS-FS-EQU PIC XX.
           88 WS-FS-EQU-OK VALUE "00".
           88 WS-FS-EQU-NOEXISTE VALUE "05" "35".
       01 WS-FS-BEC PIC XX.
           88 WS-FS-BEC-OK VALUE "00".
           88 WS-FS-BEC-NOEXISTE VALUE "05" "35".
       01 WS-FS-FAP PIC XX.
           88 WS-FS-FAP-OK VALUE "00".
           88 WS-FS-FAP-NOEXISTE VALUE "05" "35".

      * SOLICITUD LEIDA DE PENDIENTES.dat (FORMATO DE RUTPEND); LOS
      * DATOS SE VEN SEGUN EL TIPO CON EL FORMATO DEL ARCHIVO VIVO
       01 WS-PENDIENTE.
           05 WS-PEN-NRO PIC 9(6).
           05 WS-PEN-TIPO PIC X(4).
           05 WS-PEN-ESTADO PIC X.
              88 WS-PEN-ESTADO-PENDIENTE VALUE "P".
           05 WS-PEN-SOLICITANTE PIC X(10).
           05 WS-PEN-FECHA-SOLICITUD PIC X(14).
           05 WS-PEN-SUPERVISOR PIC X(10).
           05 WS-PEN-FECHA-RESOLUCION PIC X(14).
           05 WS-PEN-DATOS PIC X(60).
           05 WS-PEN-RECT REDEFINES WS-PEN-DATOS.
              10 WS-PRE-ALUMNO PIC 9(4).
              10 WS-PRE-MATERIA PIC 99.
              10 WS-PRE-ANIO PIC 9(4).
              10 WS-PRE-MES PIC 99.
              10 WS-PRE-NOTA PIC 99V9.
              10 WS-PRE-MOTIVO PIC X(20).
              10 FILLER PIC X(25).
           05 WS-PEN-EQUI REDEFINES WS-PEN-DATOS.
              10 WS-PEQ-ALUMNO PIC 9(4).
              10 WS-PEQ-MATERIA PIC 99.
              10 WS-PEQ-ESCUELA PIC X(25).
              10 WS-PEQ-NOTA PIC 99V9.
              10 WS-PEQ-RESOLUCION PIC X(10).
              10 WS-PEQ-FECHA PIC X(8).
              10 FILLER PIC X(8).
           05 WS-PEN-BECA REDEFINES WS-PEN-DATOS.
              10 WS-PBE-ALUMNO PIC 9(4).
              10 WS-PBE-ANIO PIC 9(4).
              10 WS-PBE-TIPO PIC X(12).
              10 WS-PBE-IMPORTE PIC 9(6)V99.
              10 WS-PBE-ESTADO PIC X.
              10 FILLER PIC X(31).
           05 WS-PEN-FUSI REDEFINES WS-PEN-DATOS.
              10 WS-PFU-DUPLICADO PIC 9(4).
              10 WS-PFU-SOBREVIVE PIC 9(4).
              10 FILLER PIC X(52).

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-NRO-ELEGIDO PIC 9(6) VALUE 0.
       77 WS-DECISION PIC X VALUE SPACE.
       77 WS-CANT-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-PEN-HALLADA PIC X VALUE "N".
           88 PEN-HALLADA-SI VALUE "S".
           88 PEN-HALLADA-NO VALUE "N".
       01 WS-APLICADA PIC X VALUE "N".
           88 APLICADA-SI VALUE "S".
           88 APLICADA-NO VALUE "N".
       01 WS-DESCRIPCION PIC X(70) VALUE SPACES.
       77 WS-NOTA-EDIT PIC Z9.9.
       77 WS-IMPORTE-EDIT PIC ZZZ,ZZ9.99.

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
      * 13 POSICIONES PARA QUE ENTRE "RECTIFICACION"
       77 WS-AUD-OPERACION PIC X(13) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       77 WS-CLAVE-OPERADOR PIC X(20) VALUE SPACES.
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".
       01 RUTPEND PIC X(8) VALUE "RUTPEND".
      * AREA DE COMUNICACION RUTINA PENDIENTES
       COPY "COPY-ACP.cpy".
       01 PGDUPDOC PIC X(8) VALUE "PGDUPDOC".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
      * RECUPERAR EL CONTROL CUANDO EL OPERADOR SALE DE ACA
       0000-MAIN-PROCEDURE.
           MOVE 0 TO WS-OPCION-MENU
           INITIALIZE AreaDeComunicacionSesion
           MOVE 1 TO Opcion-sesion
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
               MOVE NIVEL-SESION TO WS-NIVEL-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 0050-VERIFICAR-OPERADOR
           END-IF
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY "LAS APROBACIONES REQUIEREN NIVEL 2"
               GOBACK
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           GOBACK.

      * PROGRAMA LANZADO SIN SESION: EL NIVEL SE TOMA DEL MAESTRO DE
      * OPERADORES SOLO SI LA CLAVE VERIFICA. SIN MAESTRO CARGADO EL
      * INGRESO ES LIBRE (NIVEL 2), COMO EN LOS PROGRAMAS DE CARGA
           0050-VERIFICAR-OPERADOR.
               MOVE 0 TO WS-NIVEL-OPERADOR
               INITIALIZE AreaDeComunicacionOperador
               MOVE 1 TO Opcion-operador
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 = "05"
                   MOVE 2 TO WS-NIVEL-OPERADOR
               ELSE
                   DISPLAY "INGRESE SU CLAVE"
                   ACCEPT WS-CLAVE-OPERADOR
                   INITIALIZE AreaDeComunicacionOperador
                   MOVE 3 TO Opcion-operador
                   MOVE WS-OPERADOR TO Id-operador
                   MOVE WS-CLAVE-OPERADOR TO CLAVE-OPERADOR
                   CALL RUTOPER USING AreaDeComunicacionOperador
                   IF RET-COD-5 = "00" AND ACTIVO-OPERADOR = "A"
                       MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                   ELSE
                       DISPLAY DESC-ERROR-5
                   END-IF
               END-IF.

           0100-MOSTRAR-MENU.
               DISPLAY "1. LISTAR SOLICITUDES PENDIENTES"
               DISPLAY "2. APROBAR / RECHAZAR UNA SOLICITUD"
               DISPLAY "3. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-LISTAR-PENDIENTES
                   WHEN 2
                       PERFORM 0300-RESOLVER-SOLICITUD
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * MUESTRA LAS SOLICITUDES TODAVIA PENDIENTES, EN ORDEN DE CARGA
       0200-LISTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES
           OPEN INPUT PENDIENTES
           IF WS-FS-PEN-OK
               PERFORM 0210-LEER-PENDIENTE UNTIL NOT WS-FS-PEN-OK
           END-IF
           CLOSE PENDIENTES
           DISPLAY "SOLICITUDES PENDIENTES: " WS-CANT-PENDIENTES.

           0210-LEER-PENDIENTE.
               READ PENDIENTES NEXT RECORD INTO WS-PENDIENTE AT END
                   MOVE "10" TO WS-FS-PEN
               END-READ
               IF WS-FS-PEN-OK AND WS-PEN-ESTADO-PENDIENTE
                   ADD 1 TO WS-CANT-PENDIENTES
                   PERFORM 0220-MOSTRAR-SOLICITUD
               END-IF.

           0220-MOSTRAR-SOLICITUD.
               PERFORM 0900-ARMAR-DESCRIPCION
               DISPLAY WS-PEN-NRO " " WS-PEN-TIPO " SOLICITO "
                   WS-PEN-SOLICITANTE " EL "
                   WS-PEN-FECHA-SOLICITUD(1:8)
               DISPLAY "       " WS-DESCRIPCION.

      * EL SUPERVISOR ELIGE UNA SOLICITUD POR NRO. NO PUEDE RESOLVER
      * LAS QUE CARGO EL MISMO: EL DOBLE CONTROL PIDE DOS PERSONAS
       0300-RESOLVER-SOLICITUD.
           DISPLAY "INGRESA NRO DE SOLICITUD"
           ACCEPT WS-NRO-ELEGIDO
           PERFORM 0310-BUSCAR-SOLICITUD
           EVALUATE TRUE
               WHEN PEN-HALLADA-NO
                   DISPLAY "SOLICITUD INEXISTENTE"
               WHEN NOT WS-PEN-ESTADO-PENDIENTE
                   DISPLAY "LA SOLICITUD YA FUE RESUELTA (ESTADO "
                       WS-PEN-ESTADO " POR " WS-PEN-SUPERVISOR ")"
               WHEN WS-PEN-SOLICITANTE = WS-OPERADOR
                   DISPLAY "NO SE PUEDE RESOLVER UNA SOLICITUD PROPIA"
               WHEN OTHER
                   PERFORM 0220-MOSTRAR-SOLICITUD
                   DISPLAY "A=APROBAR  R=RECHAZAR  "
                       "OTRO=DEJAR PENDIENTE"
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN "A"
                       WHEN "a"
                           PERFORM 0400-APROBAR-SOLICITUD
                       WHEN "R"
                       WHEN "r"
                           PERFORM 0500-RECHAZAR-SOLICITUD
                       WHEN OTHER
                           DISPLAY "LA SOLICITUD SIGUE PENDIENTE"
                   END-EVALUATE
           END-EVALUATE.

           0310-BUSCAR-SOLICITUD.
               MOVE "N" TO WS-PEN-HALLADA
               OPEN INPUT PENDIENTES
               IF WS-FS-PEN-OK
                   PERFORM 0320-LEER-SOLICITUD
                       UNTIL NOT WS-FS-PEN-OK OR PEN-HALLADA-SI
               END-IF
               CLOSE PENDIENTES.

           0320-LEER-SOLICITUD.
               READ PENDIENTES NEXT RECORD INTO WS-PENDIENTE AT END
                   MOVE "10" TO WS-FS-PEN
               END-READ
               IF WS-FS-PEN-OK AND WS-PEN-NRO = WS-NRO-ELEGIDO
                   MOVE "S" TO WS-PEN-HALLADA
               END-IF.

      * LA SOLICITUD SE MARCA APROBADA SOLO SI SE PUDO APLICAR; SI NO,
      * QUEDA PENDIENTE PARA VOLVER A INTENTARLO
       0400-APROBAR-SOLICITUD.
           MOVE "N" TO WS-APLICADA
           EVALUATE WS-PEN-TIPO
               WHEN "RECT"
                   PERFORM 0410-APLICAR-RECTIFICACION
               WHEN "EQUI"
                   PERFORM 0420-APLICAR-EQUIVALENCIA
               WHEN "BECA"
                   PERFORM 0430-APLICAR-BECA
               WHEN "FUSI"
                   PERFORM 0440-APLICAR-FUSION
               WHEN OTHER
                   DISPLAY "TIPO DE SOLICITUD DESCONOCIDO"
           END-EVALUATE
           IF APLICADA-NO
               DISPLAY "NO SE PUDO APLICAR, LA SOLICITUD SIGUE "
                   "PENDIENTE"
           ELSE
               MOVE "A" TO ESTADO-PENDIENTE
               PERFORM 0600-MARCAR-RESOLUCION
               MOVE SPACES TO WS-AUD-OPERACION
               STRING "APROB " DELIMITED BY SIZE
                   WS-PEN-NRO DELIMITED BY SIZE
                   INTO WS-AUD-OPERACION
               MOVE WS-PEN-SOLICITANTE TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               DISPLAY "SOLICITUD " WS-PEN-NRO " APROBADA Y APLICADA"
           END-IF.

      * LA RECTIFICACION SE GRABA A NOMBRE DEL OPERADOR QUE LA CARGO;
      * EL SUPERVISOR QUEDA EN LA AUDITORIA
           0410-APLICAR-RECTIFICACION.
               OPEN EXTEND RECTIF
               IF NOT WS-FS-REC-OK AND NOT WS-FS-REC-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-REC
               ELSE
                   MOVE WS-PRE-ALUMNO TO REC-NRO-ALUMNO
                   MOVE WS-PRE-MATERIA TO REC-NRO-MATERIA
                   MOVE WS-PRE-ANIO TO REC-ANIO
                   MOVE WS-PRE-MES TO REC-MES
                   MOVE WS-PRE-NOTA TO REC-NOTA
                   MOVE WS-PRE-MOTIVO TO REC-MOTIVO
                   MOVE WS-PEN-SOLICITANTE TO REC-OPERADOR
                   WRITE RECTIF-REGISTRO
                   IF NOT WS-FS-REC-OK
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-REC
                   ELSE
                       MOVE "S" TO WS-APLICADA
                       MOVE "RECTIFICACION" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING REC-NRO-ALUMNO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           REC-NRO-MATERIA DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   CLOSE RECTIF
               END-IF.

           0420-APLICAR-EQUIVALENCIA.
               OPEN EXTEND EQUIVAL
               IF NOT WS-FS-EQU-OK AND NOT WS-FS-EQU-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-EQU
               ELSE
                   MOVE WS-PEQ-ALUMNO TO EQU-NRO-ALUMNO
                   MOVE WS-PEQ-MATERIA TO EQU-NRO-MATERIA
                   MOVE WS-PEQ-ESCUELA TO EQU-ESCUELA
                   MOVE WS-PEQ-NOTA TO EQU-NOTA
                   MOVE WS-PEQ-RESOLUCION TO EQU-RESOLUCION
                   MOVE WS-PEQ-FECHA TO EQU-FECHA
                   WRITE EQUIVAL-REGISTRO
                   IF NOT WS-FS-EQU-OK
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-EQU
                   ELSE
                       MOVE "S" TO WS-APLICADA
                       MOVE "EQUIVALENCIA" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING EQU-NRO-ALUMNO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           EQU-NRO-MATERIA DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   CLOSE EQUIVAL
               END-IF.

           0430-APLICAR-BECA.
               OPEN EXTEND BECAS
               IF NOT WS-FS-BEC-OK AND NOT WS-FS-BEC-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-BEC
               ELSE
                   MOVE WS-PBE-ALUMNO TO BEC-NRO-ALUMNO
                   MOVE WS-PBE-ANIO TO BEC-ANIO
                   MOVE WS-PBE-TIPO TO BEC-TIPO
                   MOVE WS-PBE-IMPORTE TO BEC-IMPORTE
                   MOVE WS-PBE-ESTADO TO BEC-ESTADO
                   WRITE BECAS-REGISTRO
                   IF NOT WS-FS-BEC-OK
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-BEC
                   ELSE
                       MOVE "S" TO WS-APLICADA
                       MOVE "BECA OTORG" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING BEC-NRO-ALUMNO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           BEC-ANIO DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   CLOSE BECAS
               END-IF.

      * LA FUSION LA HACE PGDUPDOC (CANDADO DE MAESTROS, CINCO
      * ARCHIVOS DE MOVIMIENTOS Y BAJA LOGICA DEL DUPLICADO): SE LE
      * DEJA EL PAR EN FUSAPROB.dat Y DEVUELVE CODIGO 8 SI NO PUDO
           0440-APLICAR-FUSION.
               OPEN OUTPUT FUSAPROB
               IF NOT WS-FS-FAP-OK AND NOT WS-FS-FAP-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-FAP
               ELSE
                   MOVE WS-PFU-DUPLICADO TO FAP-NRO-DUPLICADO
                   MOVE WS-PFU-SOBREVIVE TO FAP-NRO-SOBREVIVE
                   MOVE WS-OPERADOR TO FAP-SUPERVISOR
                   MOVE WS-PEN-NRO TO FAP-NRO-PENDIENTE
                   WRITE FUSAPROB-REGISTRO
                   CLOSE FUSAPROB
                   MOVE 0 TO RETURN-CODE
                   CALL PGDUPDOC
                   IF RETURN-CODE = 0
                       MOVE "S" TO WS-APLICADA
                   END-IF
                   CANCEL PGDUPDOC
                   MOVE 0 TO RETURN-CODE
               END-IF.

       0500-RECHAZAR-SOLICITUD.
           MOVE "R" TO ESTADO-PENDIENTE
           PERFORM 0600-MARCAR-RESOLUCION
           IF RET-COD-8 = "00"
               MOVE SPACES TO WS-AUD-OPERACION
               STRING "RECHZ " DELIMITED BY SIZE
                   WS-PEN-NRO DELIMITED BY SIZE
                   INTO WS-AUD-OPERACION
               MOVE WS-PEN-SOLICITANTE TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               DISPLAY "SOLICITUD " WS-PEN-NRO " RECHAZADA"
           END-IF.

      * DEJA EN PENDIENTES.dat EL ESTADO, EL SUPERVISOR Y LA FECHA
       0600-MARCAR-RESOLUCION.
           MOVE ESTADO-PENDIENTE TO WS-DECISION
           INITIALIZE AreaDeComunicacionPendiente
           MOVE 2 TO Opcion-pendiente
           MOVE WS-PEN-NRO TO NRO-PENDIENTE
           MOVE WS-DECISION TO ESTADO-PENDIENTE
           MOVE WS-OPERADOR TO SUPERVISOR-PENDIENTE
           CALL RUTPEND USING AreaDeComunicacionPendiente
           IF RET-COD-8 NOT = "00"
               DISPLAY DESC-ERROR-8
           END-IF.

      * RESUMEN DE LA OPERACION SOLICITADA, SEGUN EL TIPO
       0900-ARMAR-DESCRIPCION.
           MOVE SPACES TO WS-DESCRIPCION
           EVALUATE WS-PEN-TIPO
               WHEN "RECT"
                   MOVE WS-PRE-NOTA TO WS-NOTA-EDIT
                   STRING "RECTIFICACION ALUMNO " DELIMITED BY SIZE
                       WS-PRE-ALUMNO DELIMITED BY SIZE
                       " MATERIA " DELIMITED BY SIZE
                       WS-PRE-MATERIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRE-ANIO DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PRE-MES DELIMITED BY SIZE
                       " NOTA " DELIMITED BY SIZE
                       WS-NOTA-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRE-MOTIVO DELIMITED BY SIZE
                       INTO WS-DESCRIPCION
               WHEN "EQUI"
                   MOVE WS-PEQ-NOTA TO WS-NOTA-EDIT
                   STRING "EQUIVALENCIA ALUMNO " DELIMITED BY SIZE
                       WS-PEQ-ALUMNO DELIMITED BY SIZE
                       " MATERIA " DELIMITED BY SIZE
                       WS-PEQ-MATERIA DELIMITED BY SIZE
                       " NOTA " DELIMITED BY SIZE
                       WS-NOTA-EDIT DELIMITED BY SIZE
                       " RES " DELIMITED BY SIZE
                       WS-PEQ-RESOLUCION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PEQ-ESCUELA(1:15) DELIMITED BY SIZE
                       INTO WS-DESCRIPCION
               WHEN "BECA"
                   MOVE WS-PBE-IMPORTE TO WS-IMPORTE-EDIT
                   STRING "BECA OTORGADA ALUMNO " DELIMITED BY SIZE
                       WS-PBE-ALUMNO DELIMITED BY SIZE
                       " AÑO " DELIMITED BY SIZE
                       WS-PBE-ANIO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PBE-TIPO DELIMITED BY SIZE
                       " IMPORTE " DELIMITED BY SIZE
                       WS-IMPORTE-EDIT DELIMITED BY SIZE
                       INTO WS-DESCRIPCION
               WHEN "FUSI"
                   STRING "FUSION DUPLICADO " DELIMITED BY SIZE
                       WS-PFU-DUPLICADO DELIMITED BY SIZE
                       " EN SOBREVIVIENTE " DELIMITED BY SIZE
                       WS-PFU-SOBREVIVE DELIMITED BY SIZE
                       INTO WS-DESCRIPCION
               WHEN OTHER
                   MOVE WS-PEN-DATOS TO WS-DESCRIPCION
           END-EVALUATE.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGAPRUEB" DELIMITED BY SIZE
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

       END PROGRAM PGAPRUEB.
