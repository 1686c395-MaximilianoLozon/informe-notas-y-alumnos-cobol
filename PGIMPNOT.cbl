      * MATERIA POR CODIGO; NOMBRE Y NACIONALIDAD SON INFORMATIVOS Y
      * NO SE CARGAN), VALIDA CADA RENGLON, CARGA LAS NOTAS BUENAS EN
      * NOTAS.dat CON SU AUDITORIA A NOMBRE DEL ARCHIVO DEL DOCENTE
      * QUE REMITE, Y DEVUELVE LOS RENGLONES RECHAZADOS CON SU MOTIVO.
      * SI LA IMPORTACION LA CORRE DESDE EL MENU UN OPERADOR VINCULADO
      * A UN DOCENTE, SOLO SE ACEPTAN LAS MATERIAS QUE ASIGDOC.dat LE
      * ASIGNA A ESE DOCENTE EN EL AÑO/MES DE CADA NOTA; LOS RENGLONES
      * RECHAZADOS POR ESO QUEDAN TAMBIEN EN ERRORLOG.dat
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL NOTASIMP    ASSIGN TO "NOTASIMP.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-IMP.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: UN RENGLON CUYA
      * CLAVE YA ESTA CARGADA SE RECHAZA AL GRABARLO (NOTA YA CARGADA)
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * PERIODOS CERRADOS POR PGCIERRE: NO SE ACEPTAN NOTAS DE ESOS
      * AÑO/MES
       SELECT NOTASRECH            ASSIGN TO "NOTASIMP.RCH"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RCH.
      * HISTORIAL DE ASIGNACIONES DOCENTE/MATERIA (PGENASIG)
       SELECT OPTIONAL ASIGDOC     ASSIGN TO "ASIGDOC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASG.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS
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

       FD CIERRES.
              05 RCHN-MOTIVO PIC X(20).
              05 RCHN-RENGLON PIC X(100).

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
       01 WS-FS-IMP PIC XX.
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
           88 WS-FS-NOT-DUPLICADO VALUE "22".
       01 WS-FS-CIE PIC XX.
           88 WS-FS-CIE-OK VALUE "00".
           88 WS-FS-CIE-NO VALUE "10".
       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".
       01 WS-FS-ASG PIC XX.
           88 WS-FS-ASG-OK VALUE "00".
           88 WS-FS-ASG-NO VALUE "10".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

      * OPERADOR DE LA SESION ABIERTA EN PGMENU Y DOCENTE VINCULADO
      * (0 = SIN LIMITE DE MATERIAS), CON SUS ASIGNACIONES COMO AAAAMM
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
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

      * EL ARCHIVO DEL DOCENTE QUE REMITE LA PLANILLA QUEDA COMO
      * OPERADOR EN LA AUDITORIA, PARA SABER DE DONDE VINO CADA NOTA;
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(12) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       01 WS-FS-LOT PIC XX.
           88 WS-FS-LOT-OK VALUE "00".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACA.cpy".
       COPY "COPY-ACM.cpy".
      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES)
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
               MOVE DOCENTE-SESION TO WS-DOCENTE-OPERADOR
           END-IF
           DISPLAY "NOMBRE DEL ARCHIVO DEL DOCENTE QUE REMITE"
           ACCEPT WS-ORIGEN
           DISPLAY "AÑO DE LAS NOTAS DE LA PLANILLA"
           ACCEPT WS-ANIO-PLANILLA
           PERFORM 0500-CARGAR-TABLAS
           IF WS-DOCENTE-OPERADOR > 0
               PERFORM 0520-CARGAR-TABLA-ASIGDOC
           END-IF
           PERFORM 0600-CARGAR-TABLA-LOTES
           PERFORM 0700-CONTAR-RENGLONES
           PERFORM 0800-CONTROLAR-DUPLICADO
               MOVE CIE-MES TO TABCIE-MES(TABCIE-TOTAL)
           END-IF.

      * CARGA LAS ASIGNACIONES DEL DOCENTE VINCULADO AL OPERADOR
       0520-CARGAR-TABLA-ASIGDOC.
           MOVE 0 TO TABASG-TOTAL
           OPEN INPUT ASIGDOC
           IF WS-FS-ASG-OK
               PERFORM 0530-LEER-ASIGDOC UNTIL NOT WS-FS-ASG-OK
           END-IF
           CLOSE ASIGDOC.

       0530-LEER-ASIGDOC.
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

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT NOTASIMP
           IF WS-FS-IMP-NOEXISTE
                   DISPLAY "FILE STATUS " WS-FS-IMP
               END-IF
           END-IF
           OPEN I-O NOTAS
           IF NOT WS-FS-NOT-OK AND NOT WS-FS-NOT-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-NOT
                   MOVE "MATERIA INEXISTENTE" TO WS-MOTIVO
               END-IF
           END-IF
           IF RENGLON-VALIDO-SI AND WS-DOCENTE-OPERADOR > 0
               PERFORM 2220-VALIDAR-MATERIA-DOCENTE
               IF MATERIA-ASIGNADA-NO
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "MATERIA NO ASIGNADA" TO WS-MOTIVO
                   PERFORM 9901-GRABAR-RECHAZO
               END-IF
           END-IF
           IF RENGLON-VALIDO-SI
               IF WS-IMP-NOTA > WS-NOTA-TOPE
                   MOVE "N" TO WS-RENGLON-VALIDO
               END-IF
           END-PERFORM.

      * LA MATERIA DEL RENGLON TIENE QUE ESTAR ASIGNADA AL DOCENTE
      * VINCULADO EN EL AÑO DE LA PLANILLA Y EL MES DEL RENGLON
       2220-VALIDAR-MATERIA-DOCENTE.
           MOVE "N" TO WS-MATERIA-ASIGNADA
           COMPUTE WS-PERIODO-NOTA = WS-ANIO-PLANILLA * 100 + WS-IMP-MES
           PERFORM VARYING TABASG-INDICE FROM 1 BY 1
               UNTIL TABASG-INDICE > TABASG-TOTAL
               OR MATERIA-ASIGNADA-SI
               IF TABASG-MATERIA(TABASG-INDICE) = WS-IMP-MATERIA
               AND TABASG-DESDE(TABASG-INDICE) <= WS-PERIODO-NOTA
               AND WS-PERIODO-NOTA <= TABASG-HASTA(TABASG-INDICE)
                   MOVE "S" TO WS-MATERIA-ASIGNADA
               END-IF
           END-PERFORM.

       2300-CARGAR-NOTA.
           MOVE WS-IMP-ALUMNO TO NOT-NRO-ALUMNO
           MOVE WS-IMP-MATERIA TO NOT-NRO-MATERIA
           MOVE WS-IMP-MES TO NOT-MES
           MOVE WS-IMP-NOTA TO NOT-NOTA
           WRITE NOTAS-ALUMNOS
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-FS-NOT-OK
      * LA CLAVE YA CARGADA (OTRA PLANILLA, EL ALTA MANUAL O UN
      * RENGLON REPETIDO EN ESTA MISMA) VUELVE AL DOCENTE; LA
      * CORRECCION DE UNA NOTA VA POR RECTIFICACION
               IF WS-FS-NOT-DUPLICADO
                   MOVE "NOTA YA CARGADA" TO WS-MOTIVO
               ELSE
                   MOVE "ERROR DE GRABACION" TO WS-MOTIVO
               END-IF
               PERFORM 2400-RECHAZAR-RENGLON
           ELSE
               ADD 1 TO WS-TOTAL-CARGADOS
      * LA OPERACION, LA CLAVE AFECTADA, EL ARCHIVO DE ORIGEN (COMO
      * OPERADOR) Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGIMPNOT" DELIMITED BY SIZE
               " OPERACION=" DELIMITED BY SIZE
               WS-AUD-OPERACION DELIMITED BY SIZE
               " CLAVE=" DELIMITED BY SIZE
               WS-AUD-CLAVE DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               WS-ORIGEN DELIMITED BY SIZE
               " FECHA=" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE DELIMITED BY SIZE
               INTO WS-LINEA-AUDITORIA
           INITIALIZE AreaDeComunicacionAuditoria
           MOVE 1 TO Opcion-auditoria
           MOVE WS-LINEA-AUDITORIA TO LINEA-AUDITORIA
           CALL RUTAUD USING AreaDeComunicacionAuditoria.

      * AGREGA A ERRORLOG.dat EL RENGLON RECHAZADO POR MATERIA NO
      * ASIGNADA: OPERADOR, DOCENTE VINCULADO, MATERIA Y AÑO/MES
       9901-GRABAR-RECHAZO.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "PGIMPNOT" DELIMITED BY SIZE
                   " RECHAZO OPE=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   " DOC=" DELIMITED BY SIZE
                   WS-DOCENTE-OPERADOR DELIMITED BY SIZE
                   " MAT=" DELIMITED BY SIZE
                   WS-IMP-MATERIA DELIMITED BY SIZE
                   " PER=" DELIMITED BY SIZE
                   WS-PERIODO-NOTA DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.

       END PROGRAM PGIMPNOT.
