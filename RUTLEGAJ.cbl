      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTLEGAJ.

      * RUTINA DE LEGAJOS: DICE QUE DOCUMENTOS DE INSCRIPCION LE FALTAN
      * AL ALUMNO. LOS DOCUMENTOS REQUERIDOS SALEN DE DOCREQ.dat
      * (PGENDREQ) PARA EL TIPO DE INGRESO DEL LEGAJO; LOS RECIBIDOS,
      * DEL LEGAJO DEL ALUMNO EN LEGAJOS.dat (PGENLEGA). UN DOCUMENTO
      * EXIGIBLE QUE FALTA DEVUELVE 26 Y EL QUE LLAMA NO EMITE; LOS
      * DEMAS FALTANTES DEVUELVEN 25 Y SOLO SE AVISAN. LA USAN
      * PGLEGPEN PARA EL LISTADO DE PENDIENTES, PGCONSTA ANTES DE LA
      * CONSTANCIA Y PGPASE ANTES DEL PASE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL DOCREQ      ASSIGN TO "DOCREQ.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DRQ.
       SELECT OPTIONAL LEGAJOS     ASSIGN TO "LEGAJOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LEG.
       DATA DIVISION.
       FILE SECTION.
       FD DOCREQ.
           01 DOCREQ-REGISTRO.
              05 DRQ-TIPO-INGRESO PIC X.
              05 DRQ-CODIGO PIC X(4).
              05 DRQ-DESCRIPCION PIC X(30).
              05 DRQ-EXIGIBLE PIC X.
              05 DRQ-VIGENTE PIC X.

       FD LEGAJOS.
           01 LEGAJOS-REGISTRO.
              05 LEG-NRO-ALUMNO PIC 9(4).
              05 LEG-TIPO-INGRESO PIC X.
              05 LEG-DOCUMENTO OCCURS 10 TIMES.
                 10 LEG-CODIGO-DOC PIC X(4).
                 10 LEG-FECHA-RECEPCION PIC 9(8).
                 10 LEG-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-DRQ PIC XX.
           88 WS-FS-DRQ-OK VALUE "00".
           88 WS-FS-DRQ-NO VALUE "10".
       01 WS-FS-LEG PIC XX.
           88 WS-FS-LEG-OK VALUE "00".
           88 WS-FS-LEG-NO VALUE "10".

      * DOCUMENTOS REQUERIDOS PARA EL TIPO DE INGRESO DEL ALUMNO; LA
      * ULTIMA FILA CARGADA DE CADA DOCUMENTO ES LA QUE VALE
       01 TABLA-REQUERIDOS.
           05 TABDRQ-FILA OCCURS 30 TIMES.
               10 TABDRQ-CODIGO PIC X(4).
               10 TABDRQ-DESCRIPCION PIC X(30).
               10 TABDRQ-EXIGIBLE PIC X.
               10 TABDRQ-VIGENTE PIC X.
       77 TABDRQ-INDICE PIC 99.
       77 TABDRQ-TOTAL PIC 99 VALUE 0.

      * DOCUMENTOS RECIBIDOS SEGUN EL LEGAJO DEL ALUMNO
       01 TABLA-RECIBIDOS.
           05 TABREC-CODIGO PIC X(4) OCCURS 10 TIMES.
       77 TABREC-INDICE PIC 99.

       01 WS-DOC-HALLADO PIC X VALUE "N".
           88 DOC-HALLADO-SI VALUE "S".
           88 DOC-HALLADO-NO VALUE "N".
       LINKAGE SECTION.
       COPY "COPY-ACL.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionLegajo.
       1000-INICIO.
           MOVE "00" TO RET-COD-13
           MOVE SPACES TO DESC-ERROR-13
           EVALUATE Opcion-legajo
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-VERIFICA
               WHEN OTHER
               MOVE "30" TO RET-COD-13
               MOVE "OPCION INVALIDA" TO DESC-ERROR-13
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * SE BUSCA EL LEGAJO DEL ALUMNO, SE CARGAN LOS REQUERIDOS DE SU
      * TIPO DE INGRESO Y SE ANOTA CADA REQUERIDO VIGENTE QUE NO FIGURA
      * ENTRE LOS RECIBIDOS
       2000-PROCEDIMIENTO-VERIFICA.
           MOVE "I" TO TIPO-INGRESO-LEG
           MOVE "N" TO LEGAJO-ABIERTO-LEG
           MOVE 0 TO REQUERIDOS-LEG FALTANTES-LEG
               EXIGIBLES-FALTANTES-LEG
           MOVE SPACES TO TABLA-RECIBIDOS
           PERFORM VARYING TABREC-INDICE FROM 1 BY 1
               UNTIL TABREC-INDICE > 10
               MOVE SPACES TO CODIGO-FALT-LEG(TABREC-INDICE)
                   DESCRIPCION-FALT-LEG(TABREC-INDICE)
                   EXIGIBLE-FALT-LEG(TABREC-INDICE)
           END-PERFORM
           PERFORM 2100-BUSCAR-LEGAJO
           PERFORM 2200-CARGAR-REQUERIDOS
           PERFORM VARYING TABDRQ-INDICE FROM 1 BY 1
               UNTIL TABDRQ-INDICE > TABDRQ-TOTAL
               IF TABDRQ-VIGENTE(TABDRQ-INDICE) = "S"
                   ADD 1 TO REQUERIDOS-LEG
                   PERFORM 2300-BUSCAR-RECIBIDO
                   IF DOC-HALLADO-NO
                       PERFORM 2400-ANOTAR-FALTANTE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN EXIGIBLES-FALTANTES-LEG > 0
                   MOVE "26" TO RET-COD-13
                   STRING "FALTAN " DELIMITED BY SIZE
                       FALTANTES-LEG DELIMITED BY SIZE
                       " DOCUMENTOS, " DELIMITED BY SIZE
                       EXIGIBLES-FALTANTES-LEG DELIMITED BY SIZE
                       " EXIGIBLES" DELIMITED BY SIZE
                       INTO DESC-ERROR-13
               WHEN FALTANTES-LEG > 0
                   MOVE "25" TO RET-COD-13
                   STRING "FALTAN " DELIMITED BY SIZE
                       FALTANTES-LEG DELIMITED BY SIZE
                       " DOCUMENTOS DEL LEGAJO" DELIMITED BY SIZE
                       INTO DESC-ERROR-13
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           2100-BUSCAR-LEGAJO.
               OPEN INPUT LEGAJOS
               IF WS-FS-LEG-OK
                   PERFORM 2110-LEER-LEGAJO
                       UNTIL NOT WS-FS-LEG-OK
                       OR LEGAJO-ABIERTO-LEG = "S"
               END-IF
               CLOSE LEGAJOS.

           2110-LEER-LEGAJO.
               READ LEGAJOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-LEG
               END-READ
               IF WS-FS-LEG-OK AND LEG-NRO-ALUMNO = ALUMNO-LEG
                   MOVE "S" TO LEGAJO-ABIERTO-LEG
                   IF LEG-TIPO-INGRESO NOT = SPACE
                       MOVE LEG-TIPO-INGRESO TO TIPO-INGRESO-LEG
                   END-IF
                   PERFORM VARYING TABREC-INDICE FROM 1 BY 1
                       UNTIL TABREC-INDICE > 10
                       MOVE LEG-CODIGO-DOC(TABREC-INDICE)
                           TO TABREC-CODIGO(TABREC-INDICE)
                   END-PERFORM
               END-IF.

           2200-CARGAR-REQUERIDOS.
               MOVE 0 TO TABDRQ-TOTAL
               OPEN INPUT DOCREQ
               IF WS-FS-DRQ-OK
                   PERFORM 2210-LEER-REQUERIDO UNTIL NOT WS-FS-DRQ-OK
               END-IF
               CLOSE DOCREQ.

           2210-LEER-REQUERIDO.
               READ DOCREQ NEXT RECORD AT END
                   MOVE "10" TO WS-FS-DRQ
               END-READ
               IF WS-FS-DRQ-OK AND DRQ-TIPO-INGRESO = TIPO-INGRESO-LEG
                   MOVE "N" TO WS-DOC-HALLADO
                   PERFORM VARYING TABDRQ-INDICE FROM 1 BY 1
                       UNTIL TABDRQ-INDICE > TABDRQ-TOTAL
                       OR DOC-HALLADO-SI
                       IF TABDRQ-CODIGO(TABDRQ-INDICE) = DRQ-CODIGO
                           PERFORM 2220-GUARDAR-REQUERIDO
                           MOVE "S" TO WS-DOC-HALLADO
                       END-IF
                   END-PERFORM
                   IF DOC-HALLADO-NO AND TABDRQ-TOTAL < 30
                       ADD 1 TO TABDRQ-TOTAL
                       MOVE TABDRQ-TOTAL TO TABDRQ-INDICE
                       PERFORM 2220-GUARDAR-REQUERIDO
                   END-IF
               END-IF.

           2220-GUARDAR-REQUERIDO.
               MOVE DRQ-CODIGO TO TABDRQ-CODIGO(TABDRQ-INDICE)
               MOVE DRQ-DESCRIPCION TO TABDRQ-DESCRIPCION(TABDRQ-INDICE)
               MOVE DRQ-EXIGIBLE TO TABDRQ-EXIGIBLE(TABDRQ-INDICE)
               MOVE DRQ-VIGENTE TO TABDRQ-VIGENTE(TABDRQ-INDICE).

           2300-BUSCAR-RECIBIDO.
               MOVE "N" TO WS-DOC-HALLADO
               PERFORM VARYING TABREC-INDICE FROM 1 BY 1
                   UNTIL TABREC-INDICE > 10 OR DOC-HALLADO-SI
                   IF TABREC-CODIGO(TABREC-INDICE)
                       = TABDRQ-CODIGO(TABDRQ-INDICE)
                       MOVE "S" TO WS-DOC-HALLADO
                   END-IF
               END-PERFORM.

      * SE CUENTAN TODOS LOS FALTANTES; EL DETALLE LLEGA HASTA DIEZ
           2400-ANOTAR-FALTANTE.
               ADD 1 TO FALTANTES-LEG
               IF TABDRQ-EXIGIBLE(TABDRQ-INDICE) = "S"
                   ADD 1 TO EXIGIBLES-FALTANTES-LEG
               END-IF
               IF FALTANTES-LEG NOT > 10
                   MOVE TABDRQ-CODIGO(TABDRQ-INDICE)
                       TO CODIGO-FALT-LEG(FALTANTES-LEG)
                   MOVE TABDRQ-DESCRIPCION(TABDRQ-INDICE)
                       TO DESCRIPCION-FALT-LEG(FALTANTES-LEG)
                   MOVE TABDRQ-EXIGIBLE(TABDRQ-INDICE)
                       TO EXIGIBLE-FALT-LEG(FALTANTES-LEG)
               END-IF.
       END PROGRAM RUTLEGAJ.
