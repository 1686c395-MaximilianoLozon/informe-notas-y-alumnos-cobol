       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPCIONAL EVITA ERROR DE COMPILACION SI EL ARCHIVO NO EXISTE
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES (CONVERTIDO POR
      * PGCONVNO): LA RECTIFICACION BUSCA LA ORIGINAL POR CLAVE Y EL
      * ALTA RECHAZA UNA CLAVE YA CARGADA EN EL MOMENTO DE GRABARLA
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * RECTIFICACIONES DE NOTAS: REGISTRO SOLO-AGREGADO QUE CORRIGE
      * UNA NOTA YA CARGADA SIN TOCAR EL VALOR ORIGINAL (EL
       SELECT OPTIONAL CIERRES     ASSIGN TO "CIERRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIE.
      * HISTORIAL DE ASIGNACIONES DOCENTE/MATERIA (PGENASIG): UN
      * OPERADOR VINCULADO A UN DOCENTE SOLO CARGA NOTAS DE LAS
      * MATERIAS ASIGNADAS A ESE DOCENTE EN EL AÑO/MES DE LA NOTA
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
       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
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
      *  WorkingStorage-FileStatus-Notas.
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
           88 WS-FS-NOT-DUPLICADO VALUE "22".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
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
       77 WS-AUD-OPERACION PIC X(13) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-NOT-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-NOT-MATERIA PIC 99 VALUE ZERO.
           88 PERIODO-CERRADO-SI VALUE "S".
           88 PERIODO-CERRADO-NO VALUE "N".
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       77 WS-CLAVE-OPERADOR PIC X(20) VALUE SPACES.
       01 WS-OPERADOR-AUTORIZADO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO-SI VALUE "S".
           88 OPERADOR-AUTORIZADO-NO VALUE "N".

       77 WS-OPCION-MENU PIC 9 VALUE 0.

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

       01 WS-FS-PLA PIC XX.
           88 WS-FS-PLA-OK VALUE "00".
           88 WS-FS-PLA-NO VALUE "10".
       01 WS-ORIGINAL-ENCONTRADA PIC X VALUE "N".
           88 ORIGINAL-ENCONTRADA-SI VALUE "S".
           88 ORIGINAL-ENCONTRADA-NO VALUE "N".
      * RECTIFICACION DE UN OPERADOR DE NIVEL 1: VA A PENDIENTES.dat
      * CON ESTE FORMATO (EL DE RECTIF.dat SIN EL OPERADOR, QUE QUEDA
      * COMO SOLICITANTE) HASTA QUE UN SUPERVISOR LA APRUEBE
       01 WS-PEN-RECTIFICACION.
           05 WS-PEN-REC-ALUMNO PIC 9(4).
           05 WS-PEN-REC-MATERIA PIC 99.
           05 WS-PEN-REC-ANIO PIC 9(4).
           05 WS-PEN-REC-MES PIC 99.
           05 WS-PEN-REC-NOTA PIC 99V9.
           05 WS-PEN-REC-MOTIVO PIC X(20).
       01 WS-MES-LECTIVO PIC X VALUE "N".
           88 MES-LECTIVO-SI VALUE "S".
           88 MES-LECTIVO-NO VALUE "N".
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".
      * SOLICITUDES PENDIENTES DE APROBACION (DOBLE CONTROL)
       01 RUTPEND PIC X(8) VALUE "RUTPEND".
      * AREA DE COMUNICACION RUTINA PENDIENTES
       COPY "COPY-ACP.cpy".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
               MOVE DOCENTE-SESION TO WS-DOCENTE-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
           PERFORM 0500-CARGAR-TABLA-ALUMNOS
           PERFORM 0520-CARGAR-TABLA-CIERRES
           PERFORM 0560-CARGAR-TABLA-PLAN
           IF WS-DOCENTE-OPERADOR > 0
               PERFORM 0580-CARGAR-TABLA-ASIGDOC
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

                   ACCEPT WS-NOT-ANIO
                   DISPLAY "INGRESA MES DE LA NOTA A RECTIFICAR"
                   ACCEPT WS-NOT-MES
                   PERFORM 0590-VALIDAR-MATERIA-DOCENTE
               END-IF
               IF ALUMNO-VALIDO-SI AND MATERIA-ASIGNADA-SI
                   PERFORM 0320-BUSCAR-NOTA-ORIGINAL
                   IF ORIGINAL-ENCONTRADA-NO
                       DISPLAY "NO HAY NOTA ORIGINAL PARA ESA CLAVE,"
                       ACCEPT WS-REC-NOTA
                       DISPLAY "INGRESA EL MOTIVO"
                       ACCEPT WS-REC-MOTIVO
                       IF WS-NIVEL-OPERADOR < 2
                           PERFORM 0340-SOLICITAR-RECTIFICACION
                       ELSE
                           PERFORM 0330-GRABAR-RECTIFICACION
                       END-IF
                   END-IF
               END-IF
               DISPLAY "RECTIFICAR OTRA NOTA? SI/NO"
               ACCEPT WS-CONTROL.

      * LA RECTIFICACION TIENE QUE APUNTAR A UNA NOTA EXISTENTE:
      * SE LEE LA CLAVE EN FORMA DIRECTA SOBRE NOTAS.dat INDEXADO
           0320-BUSCAR-NOTA-ORIGINAL.
               MOVE "N" TO WS-ORIGINAL-ENCONTRADA
               OPEN INPUT NOTAS
               IF WS-FS-NOT-OK
                   MOVE WS-NOT-ALUMNO TO NOT-NRO-ALUMNO
                   MOVE WS-NOT-MATERIA TO NOT-NRO-MATERIA
                   MOVE WS-NOT-ANIO TO NOT-ANIO
                   MOVE WS-NOT-MES TO NOT-MES
                   READ NOTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ORIGINAL-ENCONTRADA
                   END-READ
               END-IF
               CLOSE NOTAS.

           0330-GRABAR-RECTIFICACION.
               OPEN EXTEND RECTIF
               IF NOT WS-FS-REC-OK AND NOT WS-FS-REC-NOEXISTE
                   CLOSE RECTIF
               END-IF.

      * DOBLE CONTROL: LA RECTIFICACION DE UN OPERADOR DE NIVEL 1 NO
      * TOCA RECTIF.dat; QUEDA PENDIENTE HASTA QUE UN SUPERVISOR LA
      * APRUEBE EN PGAPRUEB, QUE RECIEN AHI LA GRABA
           0340-SOLICITAR-RECTIFICACION.
               MOVE WS-NOT-ALUMNO TO WS-PEN-REC-ALUMNO
               MOVE WS-NOT-MATERIA TO WS-PEN-REC-MATERIA
               MOVE WS-NOT-ANIO TO WS-PEN-REC-ANIO
               MOVE WS-NOT-MES TO WS-PEN-REC-MES
               MOVE WS-REC-NOTA TO WS-PEN-REC-NOTA
               MOVE WS-REC-MOTIVO TO WS-PEN-REC-MOTIVO
               INITIALIZE AreaDeComunicacionPendiente
               MOVE 1 TO Opcion-pendiente
               MOVE "RECT" TO TIPO-PENDIENTE
               MOVE WS-OPERADOR TO SOLICITANTE-PENDIENTE
               MOVE WS-PEN-RECTIFICACION TO DATOS-PENDIENTE
               CALL RUTPEND USING AreaDeComunicacionPendiente
               IF RET-COD-8 NOT = "00"
                   DISPLAY DESC-ERROR-8
               ELSE
                   DISPLAY "RECTIFICACION PENDIENTE DE APROBACION, "
                       "SOLICITUD NRO " NRO-PENDIENTE
                   MOVE "PEND RECT" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   MOVE NRO-PENDIENTE TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

      * VALIDA EL INGRESO DEL OPERADOR CONTRA OPERADORES.dat: LOS ID
      * DESCONOCIDOS O INACTIVOS NO PUEDEN USAR EL PROGRAMA. SI EL
      * MAESTRO DE OPERADORES TODAVIA NO FUE CARGADO SE PERMITE EL
      * INGRESO CON NIVEL SUPERVISOR, PARA PODER ARRANCAR EL SISTEMA.
      * SIN SESION ABIERTA EL NIVEL DEL MAESTRO SOLO VALE SI LA CLAVE
      * VERIFICA (RUTOPER OPCION 3); SI NO, SE TRABAJA CON NIVEL 1 Y
      * LAS RECTIFICACIONES QUEDAN PENDIENTES DE APROBACION
           0050-VALIDAR-OPERADOR.
               MOVE "N" TO WS-OPERADOR-AUTORIZADO
               INITIALIZE AreaDeComunicacionOperador
                   IF RET-COD-5 = "00" AND ACTIVO-OPERADOR = "A"
                       MOVE "S" TO WS-OPERADOR-AUTORIZADO
                       MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                       IF RET-COD-6 NOT = "00"
                           MOVE DOCENTE-OPERADOR TO WS-DOCENTE-OPERADOR
                           PERFORM 0060-VERIFICAR-CLAVE
                       END-IF
                   ELSE
                       DISPLAY "OPERADOR NO AUTORIZADO"
                   END-IF
               END-IF.

           0060-VERIFICAR-CLAVE.
               MOVE 1 TO WS-NIVEL-OPERADOR
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
                   DISPLAY "LAS RECTIFICACIONES QUEDAN PENDIENTES DE "
                       "APROBACION"
               END-IF.

      * LA TABLA DE ALUMNOS SE CARGA UNA SOLA VEZ AL ARRANCAR, PARA
      * RECHAZAR EN EL MOMENTO DE LA CARGA LAS NOTAS DE ALUMNOS
      * INEXISTENTES O DADOS DE BAJA
                       TO TABPLA-MATERIA(TABPLA-TOTAL)
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

      * UN OPERADOR VINCULADO A UN DOCENTE SOLO CARGA NOTAS DE LAS
      * MATERIAS QUE ASIGDOC.dat LE ASIGNA EN EL AÑO/MES DE LA NOTA;
      * CADA RECHAZO QUEDA EN ERRORLOG.dat. SIN DOCENTE VINCULADO NO
      * HAY LIMITE
           0590-VALIDAR-MATERIA-DOCENTE.
               MOVE "S" TO WS-MATERIA-ASIGNADA
               IF WS-DOCENTE-OPERADOR > 0
                   MOVE "N" TO WS-MATERIA-ASIGNADA
                   COMPUTE WS-PERIODO-NOTA =
                       WS-NOT-ANIO * 100 + WS-NOT-MES
                   PERFORM VARYING TABASG-INDICE FROM 1 BY 1
                       UNTIL TABASG-INDICE > TABASG-TOTAL
                       OR MATERIA-ASIGNADA-SI
                       IF TABASG-MATERIA(TABASG-INDICE) =
                           WS-NOT-MATERIA
                       AND TABASG-DESDE(TABASG-INDICE)
                           <= WS-PERIODO-NOTA
                       AND WS-PERIODO-NOTA
                           <= TABASG-HASTA(TABASG-INDICE)
                           MOVE "S" TO WS-MATERIA-ASIGNADA
                       END-IF
                   END-PERFORM
                   IF MATERIA-ASIGNADA-NO
                       DISPLAY "MATERIA NO ASIGNADA AL DOCENTE EN ESE"
                           " PERIODO, NOTA NO GRABADA"
                       PERFORM 9901-GRABAR-RECHAZO
                   END-IF
               END-IF.

      * ALTA POR CURSO: LAS PLANILLAS LLEGAN POR MATERIA Y SECCION,
      * NO POR ALUMNO; SE PIDEN SECCION, MATERIA, AÑO Y MES UNA SOLA
      * VEZ, SE VALIDA EL PLAN Y EL PERIODO COMO EN EL ALTA COMUN, Y
               DISPLAY "INGRESA MES DE LAS NOTAS"
               ACCEPT WS-NOT-MES
               PERFORM 0410-VALIDAR-MATERIA-EN-PLAN
               IF MATERIA-EN-PLAN-SI
                   PERFORM 0590-VALIDAR-MATERIA-DOCENTE
               END-IF
               IF MATERIA-EN-PLAN-NO
                   DISPLAY "LA MATERIA NO ESTA EN EL PLAN DE LA"
                       " SECCION, ALTA POR CURSO CANCELADA"
               END-IF
               IF MATERIA-EN-PLAN-SI AND MATERIA-ASIGNADA-SI
                   PERFORM 0540-VALIDAR-PERIODO-ABIERTO
                   IF PERIODO-CERRADO-NO
                       PERFORM 0550-VALIDAR-MES-LECTIVO
                       MOVE WS-NOT-MES TO NOT-MES
                       MOVE WS-NOT-NOTA TO NOT-NOTA
                       PERFORM 2100-GUARDAR-INFO
                       IF WS-FS-NOT-OK
                           ADD 1 TO WS-CUR-CARGADAS
                       END-IF
                   END-IF
               END-IF.

                   DISPLAY "PERIODO CERRADO, NOTA NO GRABADA"
               END-IF.

      * I-O Y NO EXTEND: EN EL ARCHIVO INDEXADO CADA NOTA SE GRABA
      * POR SU CLAVE; EL OPEN DE UN ARCHIVO OPTIONAL INEXISTENTE LO
      * CREA Y DEVUELVE STATUS 05
           1000-ABRIR-ARCHIVO.
               OPEN I-O NOTAS.
               IF NOT WS-FS-NOT-OK AND NOT WS-FS-NOT-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-NOT
               END-IF.
                   ACCEPT WS-NOT-ANIO
                   DISPLAY "INGRESA MES DE LA NOTA"
                   ACCEPT WS-NOT-MES
                   PERFORM 0590-VALIDAR-MATERIA-DOCENTE
               END-IF
               IF ALUMNO-VALIDO-SI AND MATERIA-ASIGNADA-SI
                   DISPLAY "INGRESA LA NOTA (CON UN DECIMAL, EJ. 8.5)"
                   ACCEPT WS-NOT-NOTA
                   PERFORM 0540-VALIDAR-PERIODO-ABIERTO
               END-IF
               DISPLAY "INGRESAR OTRA NOTA? SI/NO" ACCEPT WS-CONTROL.

      * UNA CLAVE ALUMNO/MATERIA/AÑO/MES YA CARGADA SE RECHAZA ACA
      * MISMO (LA CORRECCION DE UNA NOTA VA POR RECTIFICACION), EN
      * LUGAR DE DEJARLA PARA LA CUARENTENA DE PGRECNOT
           2100-GUARDAR-INFO.
               WRITE NOTAS-ALUMNOS
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WS-FS-NOT-OK
                       MOVE "ALTA" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING NOT-NRO-ALUMNO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           NOT-NRO-MATERIA DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN WS-FS-NOT-DUPLICADO
                       DISPLAY "YA HAY UNA NOTA CARGADA PARA ESE"
                           " ALUMNO, MATERIA Y MES: NO SE GRABA"
                           " (USAR RECTIFICACION)"
                   WHEN OTHER
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-NOT
               END-EVALUATE.
           3000-CERRAR-ARCHIVO.
               CLOSE NOTAS.
               IF NOT WS-FS-NOT-OK THEN
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENNOTA" DELIMITED BY SIZE
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
      * VINCULADO, MATERIA Y AÑO/MES DE LA NOTA, CON LA FECHA/HORA
           9901-GRABAR-RECHAZO.
               OPEN EXTEND ERRORLOG
               IF WS-FS-ERR-OK
                   MOVE SPACES TO WS-LINEA-ERRORLOG
                   STRING "PGENNOTA" DELIMITED BY SIZE
                       " RECHAZO OPE=" DELIMITED BY SIZE
                       WS-OPERADOR DELIMITED BY SIZE
                       " DOC=" DELIMITED BY SIZE
                       WS-DOCENTE-OPERADOR DELIMITED BY SIZE
                       " MAT=" DELIMITED BY SIZE
                       WS-NOT-MATERIA DELIMITED BY SIZE
                       " PER=" DELIMITED BY SIZE
                       WS-PERIODO-NOTA DELIMITED BY SIZE
                       " FECHA=" DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                       INTO WS-LINEA-ERRORLOG
                   WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
                   CLOSE ERRORLOG
               END-IF.

       END PROGRAM PGENNOTA.
