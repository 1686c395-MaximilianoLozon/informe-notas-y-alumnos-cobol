      * SECCION (RECORRIENDO LA NOMINA COMO PGLISSEC). CADA CARNET
      * LLEVA UN NRO CORRELATIVO QUE QUEDA REGISTRADO EN
      * CARNETNUM.dat/CARNETLOG.dat, IGUAL QUE LAS CONSTANCIAS DE
      * PGCONSTA, PARA QUE LAS REIMPRESIONES SEAN RASTREABLES. UN
      * CARNET PERDIDO O ROBADO SE ANULA EN CARNETLOG.dat, Y LOS
      * MOLINETES DE ENTRADA (PGIMPMOL) RECHAZAN LOS ANULADOS Y LOS
      * REEMPLAZADOS POR UNA REIMPRESION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CARNETLOG   ASSIGN TO "CARNETLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LOG.
      * ARCHIVO DE TRABAJO PARA ANULAR (NO SE PUEDE REESCRIBIR UN
      * REGISTRO LINE SEQUENTIAL EN EL MEDIO DEL ARCHIVO)
       SELECT CARNETLOG-TMP        ASSIGN TO "CARNETLOG.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LOG-TMP.

       DATA DIVISION.
       FILE SECTION.
              05 LOG-NRO-ALUMNO PIC 9(4).
              05 LOG-FECHA PIC X(14).
              05 LOG-OPERADOR PIC X(10).
      * ESTADO AL FINAL Y EN BLANCO PARA UN CARNET VIGENTE, ASI LAS
      * EMISIONES GRABADAS ANTES DE AGREGARLO SE LEEN COMO VIGENTES
              05 LOG-ESTADO PIC X.
                 88 LOG-ESTADO-ANULADO VALUE "A".

       FD CARNETLOG-TMP.
           01 CARNETLOG-TMP-REGISTRO PIC X(35).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
       01 WS-FS-LOG PIC XX.
           88 WS-FS-LOG-OK VALUE "00".
           88 WS-FS-LOG-NOEXISTE VALUE "05" "35".
       01 WS-FS-LOG-TMP PIC XX.
           88 WS-FS-LOG-TMP-OK VALUE "00".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-OPCION-MENU PIC 9 VALUE 0.
           88 WS-CONTROL-NO VALUE "NO".
       77 WS-EMITIDOS PIC 999 VALUE 0.

      * ANULACION DE UN CARNET
       77 WS-NRO-ANULAR PIC 9(6) VALUE 0.
       01 WS-CARNET-ENCONTRADO PIC X VALUE "N".
           88 CARNET-ENCONTRADO-SI VALUE "S".
           88 CARNET-ENCONTRADO-NO VALUE "N".
       01 WS-RUTA-LOG PIC X(13) VALUE "CARNETLOG.dat".
       01 WS-RUTA-LOG-TMP PIC X(13) VALUE "CARNETLOG.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * TELEFONO DEL PRIMER RESPONSABLE DE CADA ALUMNO, CARGADO UNA
      * SOLA VEZ COMO EN PGALERTA
       01 TABLA-RESPONSABLES.
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
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-CAR
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           CLOSE CARNET
           PERFORM 9930-REGISTRAR-SPOOL
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: EMISIONES INCOMPLETAS POR DESBORDE"
                   " DE TABLAS INTERNAS"
           0100-MOSTRAR-MENU.
               DISPLAY "1. CARNET DE UN ALUMNO"
               DISPLAY "2. CARNETS DE TODA UNA SECCION"
               DISPLAY "3. ANULAR UN CARNET (PERDIDO O ROBADO)"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                   WHEN 2
                       PERFORM 3000-EMITIR-SECCION
                   WHEN 3
                       PERFORM 5000-ANULAR-CARNET
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               MOVE ALU-NRO-ALUMNO TO LOG-NRO-ALUMNO
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA
               MOVE WS-OPERADOR TO LOG-OPERADOR
               MOVE SPACE TO LOG-ESTADO
               WRITE CARNETLOG-REGISTRO
               CLOSE CARNETLOG
           END-IF.

      * ANULA UN CARNET EMITIDO RECONSTRUYENDO CARNETLOG.dat EN
      * CARNETLOG.TMP CON LA MARCA DE ANULADO; EL CARNET YA NO ABRE
      * LOS MOLINETES. EL ALUMNO SIGUE PUDIENDO RECIBIR UNO NUEVO
       5000-ANULAR-CARNET.
           DISPLAY "INGRESA NRO DE CARNET A ANULAR"
           ACCEPT WS-NRO-ANULAR
           MOVE "N" TO WS-CARNET-ENCONTRADO
           OPEN INPUT CARNETLOG
           IF WS-FS-LOG-NOEXISTE
               DISPLAY "NO HAY CARNETS EMITIDOS"
               CLOSE CARNETLOG
           ELSE
               OPEN OUTPUT CARNETLOG-TMP
               PERFORM 5010-COPIAR-ANULANDO UNTIL NOT WS-FS-LOG-OK
               CLOSE CARNETLOG-TMP
               CLOSE CARNETLOG
               IF CARNET-ENCONTRADO-NO
                   DISPLAY "NRO DE CARNET NO ENCONTRADO"
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-LOG-TMP
                       RETURNING WS-CBL-RESULT
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-LOG
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-LOG-TMP
                       WS-RUTA-LOG
                       RETURNING WS-CBL-RESULT
                   DISPLAY "CARNET NRO " WS-NRO-ANULAR " ANULADO"
                   MOVE "ANULA CARNET" TO WS-AUD-OPERACION
                   MOVE WS-NRO-ANULAR TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF
           END-IF.

       5010-COPIAR-ANULANDO.
           READ CARNETLOG NEXT RECORD AT END
               MOVE "10" TO WS-FS-LOG
           END-READ
           IF WS-FS-LOG-OK
               IF LOG-NRO-CARNET = WS-NRO-ANULAR
                   MOVE "S" TO WS-CARNET-ENCONTRADO
                   MOVE "A" TO LOG-ESTADO
               END-IF
               WRITE CARNETLOG-TMP-REGISTRO FROM CARNETLOG-REGISTRO
           END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGCARNET" DELIMITED BY SIZE
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

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
               DISPLAY "FILE STATUS " WS-FS-CAR
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "CARNET.dat" TO ARCHIVO-SPL
           MOVE "PGCARNET" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ULTIMO ALUMNO=" DELIMITED BY SIZE
               WS-CODIGO-ALUMNO DELIMITED BY SIZE
               " SECCION=" DELIMITED BY SIZE
               WS-SECCION-PEDIDA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGCARNET.
