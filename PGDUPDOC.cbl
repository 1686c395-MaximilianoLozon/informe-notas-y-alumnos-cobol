      * DUPLICADO AL SOBREVIVIENTE EN NOTAS, ASISTENCIA,
      * INSCRIPCION, EXAMENES Y RESPONSABLES (TODOS LLEVAN EL NRO DE
      * ALUMNO EN LAS POSICIONES 1-4), MARCA EL DUPLICADO INACTIVO Y
      * DEJA TODA LA OPERACION EN AUDITORIA. LA FUSION PEDIDA POR UN
      * OPERADOR DE NIVEL 1 QUEDA PENDIENTE HASTA QUE UN SUPERVISOR LA
      * APRUEBE EN PGAPRUEB, QUE VUELVE A LLAMAR A ESTE PROGRAMA PARA
      * HACERLA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMIENTO-TMP       ASSIGN TO "FUSION.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TMP.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: EL NRO DE ALUMNO ES
      * PARTE DE LA CLAVE, ASI QUE CADA NOTA SE DA DE ALTA CON EL NRO
      * SOBREVIVIENTE Y SE BORRA LA DEL DUPLICADO
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * CANDADO DE LOS MAESTROS: SE TOMA MIENTRAS LA FUSION TOCA EL
      * MAESTRO Y LOS ARCHIVOS DE MOVIMIENTOS, PARA NO PISARSE CON
      * UN MANTENIMIENTO O UN LISTADO ABIERTO EN OTRA TERMINAL
       SELECT OPTIONAL LOCKFILE    ASSIGN TO "MAESTROS.LCK"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LCK.
      * FUSION APROBADA POR UN SUPERVISOR EN PGAPRUEB: SI EXISTE AL
      * ARRANCAR, EL PROGRAMA APLICA ESE PAR SIN MENU Y LO BORRA
       SELECT OPTIONAL FUSAPROB    ASSIGN TO "FUSAPROB.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FAP.
      * INFORME DE DOCUMENTOS REPETIDOS
       SELECT DUPDOC               ASSIGN TO "DUPDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DUP.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTO-TMP.
           01 MOVIMIENTO-TMP-REGISTRO PIC X(100).

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD LOCKFILE.
           01 LOCKFILE-REGISTRO.
              05 LCK-PROGRAMA PIC X(8).
              05 LCK-OPERADOR PIC X(10).
              05 LCK-FECHA PIC X(14).

       FD FUSAPROB.
           01 FUSAPROB-REGISTRO.
              05 FAP-NRO-DUPLICADO PIC 9(4).
              05 FAP-NRO-SOBREVIVE PIC 9(4).
              05 FAP-SUPERVISOR PIC X(10).
              05 FAP-NRO-PENDIENTE PIC 9(6).

       FD DUPDOC.
           01 DUPDOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-MOV-NOEXISTE VALUE "05" "35".
       01 WS-FS-TMP PIC XX.
           88 WS-FS-TMP-OK VALUE "00".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
           88 WS-FS-NOT-DUPLICADO VALUE "22".
       01 WS-FS-LCK PIC XX.
           88 WS-FS-LCK-OK VALUE "00".
           88 WS-FS-LCK-NOEXISTE VALUE "05" "35".
           88 LOCK-TOMADO-SI VALUE "S".
           88 LOCK-TOMADO-NO VALUE "N".
       01 WS-RUTA-LOCK PIC X(12) VALUE "MAESTROS.LCK".
       01 WS-FS-FAP PIC XX.
           88 WS-FS-FAP-OK VALUE "00".
       01 WS-RUTA-FAP PIC X(12) VALUE "FUSAPROB.dat".
       01 WS-FUSION-APROBADA PIC X VALUE "N".
           88 FUSION-APROBADA-SI VALUE "S".
           88 FUSION-APROBADA-NO VALUE "N".
       01 WS-FS-DUP PIC XX.
           88 WS-FS-DUP-OK VALUE "00".
           88 WS-FS-DUP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
       77 WS-CLAVE-DUP PIC X(4) VALUE SPACES.
       77 WS-CLAVE-SOB PIC X(4) VALUE SPACES.

      * ARCHIVOS DE MOVIMIENTOS SECUENCIALES A FUSIONAR, TODOS CON EL
      * NRO DE ALUMNO EN LAS POSICIONES 1-4 (NOTAS.dat, INDEXADO, VA
      * APARTE POR CLAVE)
       01 TABLA-ARCHIVOS.
           05 FILLER PIC X(16) VALUE "ASISTENCIA.dat".
           05 FILLER PIC X(16) VALUE "INSCRIPCION.dat".
           05 FILLER PIC X(16) VALUE "EXAMENES.dat".
           05 FILLER PIC X(16) VALUE "RESPONSABLES.dat".
       01 FILLER REDEFINES TABLA-ARCHIVOS.
           05 ARC-NOMBRE OCCURS 4 TIMES PIC X(16).
       77 ARC-INDICE PIC 9 VALUE 0.
       01 WS-RUTA-MOV PIC X(16) VALUE SPACES.
       01 WS-RUTA-TMP PIC X(10) VALUE "FUSION.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      * NOTAS DEL DUPLICADO, JUNTADAS ANTES DE TOCAR NOTAS.dat PARA NO
      * MEZCLAR LA LECTURA POR CLAVE CON LAS ALTAS Y BAJAS. UNA NOTA
      * QUE EL SOBREVIVIENTE YA TIENE (MISMA MATERIA, AÑO Y MES) NO SE
      * PISA: QUEDA BAJO EL NRO DUPLICADO Y SE INFORMA COMO CONFLICTO
       01 TABLA-NOTAS-FUSION.
           05 TABFUS-FILA OCCURS 2000 TIMES.
               10 TABFUS-MATERIA PIC 99.
               10 TABFUS-ANIO PIC 9(4).
               10 TABFUS-MES PIC 99.
               10 TABFUS-NOTA PIC 99V9.
       77 TABFUS-INDICE PIC 9(4).
       77 TABFUS-TOTAL PIC 9(4) VALUE 0.
       77 WS-CONFLICTOS PIC 9(4) VALUE 0.

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * NIVEL DEL OPERADOR: CON NIVEL 1 LAS OPERACIONES SUJETAS A
      * DOBLE CONTROL QUEDAN PENDIENTES DE APROBACION (RUTPEND)
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       77 WS-CLAVE-OPERADOR PIC X(20) VALUE SPACES.
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".
       01 RUTPEND PIC X(8) VALUE "RUTPEND".
      * AREA DE COMUNICACION RUTINA PENDIENTES
       COPY "COPY-ACP.cpy".

      * LOS CAMBIOS DE SECCION/ESTADO DEL MAESTRO SE REGISTRAN EN
      * MOVALU.dat (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

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
           PERFORM 0020-LEER-FUSION-APROBADA
           IF FUSION-APROBADA-SI
               PERFORM 3600-APLICAR-FUSION-APROBADA
               GOBACK
           END-IF
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
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           IF TABLAS-DESBORDADAS-SI
           END-IF
           GOBACK.

      * PGAPRUEB DEJA EN FUSAPROB.dat EL PAR APROBADO, EL SUPERVISOR
      * Y EL NRO DE SOLICITUD ANTES DE LLAMAR A ESTE PROGRAMA; EL
      * ARCHIVO SE BORRA APENAS SE LEE PARA QUE NO SE APLIQUE DOS VECES
           0020-LEER-FUSION-APROBADA.
               MOVE "N" TO WS-FUSION-APROBADA
               OPEN INPUT FUSAPROB
               IF WS-FS-FAP-OK
                   READ FUSAPROB NEXT RECORD AT END
                       MOVE "10" TO WS-FS-FAP
                   END-READ
                   IF WS-FS-FAP-OK AND FAP-NRO-DUPLICADO IS NUMERIC
                       AND FAP-NRO-SOBREVIVE IS NUMERIC
                       MOVE "S" TO WS-FUSION-APROBADA
                   END-IF
                   CLOSE FUSAPROB
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-FAP
                       RETURNING WS-CBL-RESULT
               ELSE
                   CLOSE FUSAPROB
               END-IF.

      * PROGRAMA LANZADO SIN SESION: EL NIVEL SE TOMA DEL MAESTRO DE
      * OPERADORES SOLO SI LA CLAVE VERIFICA; SI NO, SE TRABAJA CON
      * NIVEL 1 Y LAS OPERACIONES SUJETAS A DOBLE CONTROL QUEDAN
      * PENDIENTES. SIN MAESTRO CARGADO EL INGRESO ES LIBRE (NIVEL 2)
           0050-VERIFICAR-OPERADOR.
               MOVE 1 TO WS-NIVEL-OPERADOR
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
                       DISPLAY "LAS OPERACIONES QUEDAN PENDIENTES DE "
                           "APROBACION"
                   END-IF
               END-IF.

           0100-MOSTRAR-MENU.
               DISPLAY "1. DETECTAR DOCUMENTOS REPETIDOS"
               DISPLAY "2. FUSIONAR UN PAR CONFIRMADO"
               WS-PARES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           CLOSE DUPDOC
           PERFORM 9930-REGISTRAR-SPOOL.

       2100-COMPARAR-ALUMNO.
           PERFORM 2200-COMPARAR-CONTRA
               UNTIL TABALU-J > TABALU-TOTAL.

       2200-COMPARAR-CONTRA.
      * DOCUMENTO EN CERO = SIN DOCUMENTO (O ANONIMIZADO POR
      * PGANONIM): NO SE COMPARA
           IF TABALU-J > TABALU-INDICE
           AND TABALU-DOCUMENTO(TABALU-INDICE) NOT = 0
           AND TABALU-DOCUMENTO(TABALU-J) =
               TABALU-DOCUMENTO(TABALU-INDICE)
               ADD 1 TO WS-PARES
                   END-IF
                   DISPLAY "CONFIRMA LA FUSION? S/N"
                   ACCEPT WS-CONFIRMA
                   EVALUATE TRUE
                       WHEN WS-CONFIRMA NOT = "S"
                       AND WS-CONFIRMA NOT = "s"
                           DISPLAY "FUSION CANCELADA"
      * DOBLE CONTROL: UN OPERADOR DE NIVEL 1 SOLO DEJA LA FUSION
      * PENDIENTE DE APROBACION
                       WHEN WS-NIVEL-OPERADOR < 2
                           PERFORM 3050-SOLICITAR-FUSION
                       WHEN OTHER
      * LA FUSION TOCA EL MAESTRO Y CINCO ARCHIVOS DE MOVIMIENTOS:
      * SE HACE CON EL CANDADO DE LOS MAESTROS TOMADO, COMO TODO
      * MANTENIMIENTO, PARA NO PISARSE CON OTRA SESION NI CON EL
      * SORT DE PGMLIST1
                           PERFORM 9800-TOMAR-LOCK
                           IF LOCK-TOMADO-NO
                               DISPLAY "FUSION CANCELADA"
                           ELSE
                               PERFORM 3200-MOVER-MOVIMIENTOS
                               PERFORM 3500-MARCAR-DUPLICADO
                               PERFORM 9810-LIBERAR-LOCK
                               DISPLAY "FUSION TERMINADA: " WS-MOVIDOS
                                   " REGISTROS MOVIDOS"
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * DOBLE CONTROL: LA FUSION CONFIRMADA POR UN OPERADOR DE NIVEL 1
      * NO SE HACE; EL PAR QUEDA PENDIENTE HASTA QUE UN SUPERVISOR LO
      * APRUEBE EN PGAPRUEB, QUE LLAMA A ESTE PROGRAMA PARA APLICARLO
       3050-SOLICITAR-FUSION.
           INITIALIZE AreaDeComunicacionPendiente
           MOVE 1 TO Opcion-pendiente
           MOVE "FUSI" TO TIPO-PENDIENTE
           MOVE WS-OPERADOR TO SOLICITANTE-PENDIENTE
           MOVE WS-NRO-DUPLICADO TO DATOS-PENDIENTE(1:4)
           MOVE WS-NRO-SOBREVIVE TO DATOS-PENDIENTE(5:4)
           CALL RUTPEND USING AreaDeComunicacionPendiente
           IF RET-COD-8 NOT = "00"
               DISPLAY DESC-ERROR-8
           ELSE
               DISPLAY "FUSION PENDIENTE DE APROBACION, SOLICITUD NRO "
                   NRO-PENDIENTE
               MOVE "PEND FUSI" TO WS-AUD-OPERACION
               MOVE SPACES TO WS-AUD-CLAVE
               MOVE NRO-PENDIENTE TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

       3100-BUSCAR-PAR.
           MOVE "N" TO WS-DUP-EXISTE
           MOVE "N" TO WS-SOB-EXISTE
           END-IF
           CLOSE ALUMNOS.

      * PASA POR LOS CUATRO ARCHIVOS DE MOVIMIENTOS SECUENCIALES
      * REEMPLAZANDO EL NRO DUPLICADO POR EL SOBREVIVIENTE EN LAS
      * POSICIONES 1-4, Y DESPUES POR NOTAS.dat
       3200-MOVER-MOVIMIENTOS.
           MOVE 0 TO WS-MOVIDOS
           MOVE WS-NRO-DUPLICADO TO WS-CLAVE-DUP
           MOVE WS-NRO-SOBREVIVE TO WS-CLAVE-SOB
           PERFORM 3300-MOVER-UN-ARCHIVO
               VARYING ARC-INDICE FROM 1 BY 1
               UNTIL ARC-INDICE > 4
           PERFORM 3450-MOVER-NOTAS.

       3300-MOVER-UN-ARCHIVO.
           MOVE 0 TO WS-MOVIDOS-ARCHIVO
               WRITE MOVIMIENTO-TMP-REGISTRO
           END-IF.

      * NOTAS.dat: SE JUNTAN LAS NOTAS DEL DUPLICADO (LEYENDO DESDE
      * SU PRIMERA CLAVE) Y CADA UNA SE DA DE ALTA BAJO EL
      * SOBREVIVIENTE Y SE BORRA DEL DUPLICADO
       3450-MOVER-NOTAS.
           MOVE 0 TO WS-MOVIDOS-ARCHIVO
           MOVE 0 TO WS-CONFLICTOS
           MOVE 0 TO TABFUS-TOTAL
           OPEN I-O NOTAS
           IF WS-FS-NOT-OK
               MOVE WS-NRO-DUPLICADO TO NOT-NRO-ALUMNO
               MOVE 0 TO NOT-NRO-MATERIA
               MOVE 0 TO NOT-ANIO
               MOVE 0 TO NOT-MES
               START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-NOT
               END-START
               PERFORM 3460-JUNTAR-NOTA UNTIL NOT WS-FS-NOT-OK
               PERFORM 3470-PASAR-NOTA
                   VARYING TABFUS-INDICE FROM 1 BY 1
                   UNTIL TABFUS-INDICE > TABFUS-TOTAL
               DISPLAY "  NOTAS.dat: " WS-MOVIDOS-ARCHIVO
                   " REGISTROS MOVIDOS"
               MOVE "FUSION MOV" TO WS-AUD-OPERACION
               MOVE "NOTAS.dat" TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               IF WS-CONFLICTOS > 0
                   DISPLAY "  NOTAS.dat: " WS-CONFLICTOS
                       " NOTAS NO MOVIDAS: EL SOBREVIVIENTE YA TIENE"
                       " NOTA EN ESA MATERIA Y MES (REVISAR)"
                   MOVE "FUSION CONF" TO WS-AUD-OPERACION
                   MOVE "NOTAS.dat" TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF
           ELSE
               IF NOT WS-FS-NOT-NOEXISTE
                   DISPLAY "ERROR AL ABRIR NOTAS.dat"
                   DISPLAY "FILE STATUS " WS-FS-NOT
               END-IF
           END-IF
           CLOSE NOTAS.

       3460-JUNTAR-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK
               IF NOT-NRO-ALUMNO NOT = WS-NRO-DUPLICADO
                   MOVE "10" TO WS-FS-NOT
               ELSE
                   IF TABFUS-TOTAL < 2000
                       ADD 1 TO TABFUS-TOTAL
                       MOVE NOT-NRO-MATERIA
                           TO TABFUS-MATERIA(TABFUS-TOTAL)
                       MOVE NOT-ANIO TO TABFUS-ANIO(TABFUS-TOTAL)
                       MOVE NOT-MES TO TABFUS-MES(TABFUS-TOTAL)
                       MOVE NOT-NOTA TO TABFUS-NOTA(TABFUS-TOTAL)
                   ELSE
                       MOVE "TABLA-NOTAS-FUSION" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                       MOVE "10" TO WS-FS-NOT
                   END-IF
               END-IF
           END-IF.

       3470-PASAR-NOTA.
           MOVE WS-NRO-SOBREVIVE TO NOT-NRO-ALUMNO
           MOVE TABFUS-MATERIA(TABFUS-INDICE) TO NOT-NRO-MATERIA
           MOVE TABFUS-ANIO(TABFUS-INDICE) TO NOT-ANIO
           MOVE TABFUS-MES(TABFUS-INDICE) TO NOT-MES
           MOVE TABFUS-NOTA(TABFUS-INDICE) TO NOT-NOTA
           WRITE NOTAS-ALUMNOS
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-FS-NOT-OK
                   MOVE WS-NRO-DUPLICADO TO NOT-NRO-ALUMNO
                   DELETE NOTAS RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-FS-NOT-OK
                       ADD 1 TO WS-MOVIDOS-ARCHIVO
                       ADD 1 TO WS-MOVIDOS
                   ELSE
                       DISPLAY "ERROR AL BORRAR LA NOTA " NOT-CLAVE
                       DISPLAY "FILE STATUS " WS-FS-NOT
                   END-IF
               WHEN WS-FS-NOT-DUPLICADO
                   ADD 1 TO WS-CONFLICTOS
               WHEN OTHER
                   DISPLAY "ERROR AL GRABAR LA NOTA " NOT-CLAVE
                   DISPLAY "FILE STATUS " WS-FS-NOT
           END-EVALUATE.

      * EL DUPLICADO QUEDA INACTIVO EN EL MAESTRO (NO SE BORRA, PARA
      * QUE EL NRO NO PUEDA REUSARSE POR ERROR)
       3500-MARCAR-DUPLICADO.
                   INVALID KEY
                       DISPLAY "NRO DUPLICADO NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE ALU-SECCION TO WS-MOV-SECCION-ANT
                       MOVE ALU-ESTADO TO WS-MOV-ESTADO-ANT
                       MOVE "I" TO ALU-ESTADO
                       REWRITE ALUMNOS-REGISTRO
                       IF WS-FS-ALU-OK
                           PERFORM 9910-GRABAR-MOVIMIENTO
                       ELSE
                           DISPLAY "ERROR AL REESCRIBIR REGISTRO"
                           DISPLAY "FILE STATUS " WS-FS-ALU
                       END-IF
               INTO WS-AUD-CLAVE
           PERFORM 9900-GRABAR-AUDITORIA.

      * FUSION APROBADA: SE APLICA SIN PREGUNTAR, A NOMBRE DEL
      * SUPERVISOR QUE LA APROBO. EL CODIGO DE RETORNO 8 AVISA A
      * PGAPRUEB QUE NO SE PUDO HACER Y LA SOLICITUD SIGUE PENDIENTE
       3600-APLICAR-FUSION-APROBADA.
           MOVE 0 TO RETURN-CODE
           MOVE FAP-SUPERVISOR TO WS-OPERADOR
           MOVE FAP-NRO-DUPLICADO TO WS-NRO-DUPLICADO
           MOVE FAP-NRO-SOBREVIVE TO WS-NRO-SOBREVIVE
           PERFORM 3100-BUSCAR-PAR
           IF WS-DUP-EXISTE NOT = "S" OR WS-SOB-EXISTE NOT = "S"
               DISPLAY "ALGUNO DE LOS NROS NO EXISTE EN EL"
                   " MAESTRO, FUSION CANCELADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9800-TOMAR-LOCK
               IF LOCK-TOMADO-NO
                   DISPLAY "FUSION CANCELADA"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3200-MOVER-MOVIMIENTOS
                   PERFORM 3500-MARCAR-DUPLICADO
                   PERFORM 9810-LIBERAR-LOCK
                   DISPLAY "FUSION TERMINADA: " WS-MOVIDOS
                       " REGISTROS MOVIDOS"
               END-IF
           END-IF.

      * UNA LINEA DE AUDITORIA POR ARCHIVO TOCADO, PARA QUE LA
      * OPERACION COMPLETA QUEDE RECONSTRUIBLE
       9900-GRABAR-AUDITORIA-ARCHIVO.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGDUPDOC" DELIMITED BY SIZE
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

      * REGISTRA EN MOVALU.dat EL CAMBIO DE SECCION/ESTADO DEL ALUMNO
      * QUE QUEDO EN EL REGISTRO DEL MAESTRO, CON FECHA EFECTIVA HOY
       9910-GRABAR-MOVIMIENTO.
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 1 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 0 TO FECHA-MOV
           MOVE WS-MOV-SECCION-ANT TO SECCION-ANT-MOV
           MOVE WS-MOV-ESTADO-ANT TO ESTADO-ANT-MOV
           MOVE ALU-SECCION TO SECCION-NUE-MOV
           MOVE ALU-ESTADO TO ESTADO-NUE-MOV
           MOVE "PGDUPDOC" TO PROGRAMA-MOV
           MOVE WS-OPERADOR TO OPERADOR-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 NOT = "00"
               DISPLAY "MOVIMIENTO NO REGISTRADO: " DESC-ERROR-9
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "DUPDOC.dat" TO ARCHIVO-SPL
           MOVE "PGDUPDOC" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGDUPDOC.
