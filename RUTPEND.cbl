      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTPEND.

      * RUTINA DE SOLICITUDES PENDIENTES DE APROBACION (DOBLE
      * CONTROL): LAS RECTIFICACIONES DE NOTAS, EQUIVALENCIAS, BECAS
      * OTORGADAS Y FUSIONES DE ALUMNOS CARGADAS POR UN OPERADOR DE
      * NIVEL 1 NO VAN AL ARCHIVO VIVO SINO A PENDIENTES.dat (OPCION
      * 1), CON LOS DATOS DE LA OPERACION TAL COMO SE HUBIERAN
      * GRABADO. UN SUPERVISOR LAS REVISA EN PGAPRUEB, QUE APLICA LAS
      * APROBADAS Y MARCA CADA SOLICITUD COMO APROBADA O RECHAZADA CON
      * SU ID Y LA FECHA/HORA (OPCION 2). LAS SOLICITUDES NO SE
      * BORRAN: EL ARCHIVO QUEDA COMO HISTORIA DEL DOBLE CONTROL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PENDIENTES  ASSIGN TO "PENDIENTES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PEN.
      * LA RESOLUCION REESCRIBE EL ARCHIVO VIA ARCHIVO DE TRABAJO
       SELECT PENDIENTES-TMP       ASSIGN TO "PENDIENTES.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TMP.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES.
           01 PENDIENTES-REGISTRO.
              05 PEN-NRO PIC 9(6).
              05 PEN-TIPO PIC X(4).
              05 PEN-ESTADO PIC X.
                 88 PEN-ESTADO-PENDIENTE VALUE "P".
                 88 PEN-ESTADO-APROBADA VALUE "A".
                 88 PEN-ESTADO-RECHAZADA VALUE "R".
              05 PEN-SOLICITANTE PIC X(10).
              05 PEN-FECHA-SOLICITUD PIC X(14).
              05 PEN-SUPERVISOR PIC X(10).
              05 PEN-FECHA-RESOLUCION PIC X(14).
              05 PEN-DATOS PIC X(60).

       FD PENDIENTES-TMP.
           01 PENDIENTES-TMP-REGISTRO PIC X(119).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PEN PIC XX.
           88 WS-FS-PEN-OK VALUE "00".
           88 WS-FS-PEN-NO VALUE "10".
           88 WS-FS-PEN-NOEXISTE VALUE "05" "35".
       01 WS-FS-TMP PIC XX.
           88 WS-FS-TMP-OK VALUE "00".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.
       01 WS-RUTA-PEN PIC X(15) VALUE "PENDIENTES.dat".
       01 WS-RUTA-TMP PIC X(15) VALUE "PENDIENTES.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
       77 WS-ULTIMO-NRO PIC 9(6) VALUE 0.
       01 WS-PEN-HALLADA PIC X VALUE "N".
           88 PEN-HALLADA-SI VALUE "S".
           88 PEN-HALLADA-NO VALUE "N".
       LINKAGE SECTION.
       COPY "COPY-ACP.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionPendiente.
       1000-INICIO.
           MOVE "00" TO RET-COD-8
           MOVE SPACES TO DESC-ERROR-8
           EVALUATE Opcion-pendiente
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-GRABA
               WHEN 2
               PERFORM 3000-PROCEDIMIENTO-RESUELVE
               WHEN OTHER
               MOVE "30" TO RET-COD-8
               MOVE "OPCION INVALIDA" TO DESC-ERROR-8
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * NUMERA LA SOLICITUD A CONTINUACION DE LA ULTIMA DEL ARCHIVO Y
      * LA AGREGA EN ESTADO PENDIENTE
       2000-PROCEDIMIENTO-GRABA.
           PERFORM 2100-BUSCAR-ULTIMO-NRO
           OPEN EXTEND PENDIENTES
           IF WS-FS-PEN-OK OR WS-FS-PEN-NOEXISTE
               ADD 1 TO WS-ULTIMO-NRO
               MOVE WS-ULTIMO-NRO TO PEN-NRO
               MOVE TIPO-PENDIENTE TO PEN-TIPO
               MOVE "P" TO PEN-ESTADO
               MOVE SOLICITANTE-PENDIENTE TO PEN-SOLICITANTE
               MOVE FUNCTION CURRENT-DATE(1:14) TO PEN-FECHA-SOLICITUD
               MOVE SPACES TO PEN-SUPERVISOR
               MOVE SPACES TO PEN-FECHA-RESOLUCION
               MOVE DATOS-PENDIENTE TO PEN-DATOS
               WRITE PENDIENTES-REGISTRO
               IF WS-FS-PEN-OK
                   MOVE WS-ULTIMO-NRO TO NRO-PENDIENTE
               ELSE
                   MOVE "10" TO RET-COD-8
                   MOVE "ERROR AL GRABAR PENDIENTES" TO DESC-ERROR-8
                   MOVE "2000-GRABA" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF
               CLOSE PENDIENTES
           ELSE
               MOVE "10" TO RET-COD-8
               MOVE "ERROR AL ABRIR PENDIENTES" TO DESC-ERROR-8
               MOVE "2000-GRABA" TO WS-ERR-PARRAFO
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF.

           2100-BUSCAR-ULTIMO-NRO.
               MOVE 0 TO WS-ULTIMO-NRO
               OPEN INPUT PENDIENTES
               IF WS-FS-PEN-OK
                   PERFORM 2110-LEER-PENDIENTE UNTIL NOT WS-FS-PEN-OK
               END-IF
               CLOSE PENDIENTES.

           2110-LEER-PENDIENTE.
               READ PENDIENTES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PEN
               END-READ
               IF WS-FS-PEN-OK AND PEN-NRO IS NUMERIC
                   AND PEN-NRO > WS-ULTIMO-NRO
                   MOVE PEN-NRO TO WS-ULTIMO-NRO
               END-IF.

      * MARCA LA SOLICITUD COMO APROBADA O RECHAZADA. SOLO SE RESUELVE
      * UNA SOLICITUD TODAVIA PENDIENTE (RET 20 SI OTRO SUPERVISOR YA
      * LA RESOLVIO, RET 23 SI EL NRO NO EXISTE); EL ARCHIVO SE COPIA
      * A PENDIENTES.TMP CON EL REGISTRO CAMBIADO Y SE REEMPLAZA
       3000-PROCEDIMIENTO-RESUELVE.
           MOVE "N" TO WS-PEN-HALLADA
           OPEN INPUT PENDIENTES
           IF NOT WS-FS-PEN-OK
               CLOSE PENDIENTES
               MOVE "23" TO RET-COD-8
               MOVE "SOLICITUD INEXISTENTE" TO DESC-ERROR-8
           ELSE
               OPEN OUTPUT PENDIENTES-TMP
               IF NOT WS-FS-TMP-OK
                   CLOSE PENDIENTES
                   MOVE "10" TO RET-COD-8
                   MOVE "ERROR AL ABRIR PENDIENTES.TMP" TO DESC-ERROR-8
                   MOVE "3000-RESUELVE" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               ELSE
                   PERFORM 3100-COPIAR-PENDIENTE
                       UNTIL NOT WS-FS-PEN-OK
                   CLOSE PENDIENTES
                   CLOSE PENDIENTES-TMP
                   IF PEN-HALLADA-SI AND RET-COD-8 = "00"
                       CALL "CBL_DELETE_FILE" USING WS-RUTA-PEN
                           RETURNING WS-CBL-RESULT
                       CALL "CBL_RENAME_FILE" USING WS-RUTA-TMP
                           WS-RUTA-PEN
                           RETURNING WS-CBL-RESULT
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-RUTA-TMP
                           RETURNING WS-CBL-RESULT
                       IF PEN-HALLADA-NO
                           MOVE "23" TO RET-COD-8
                           MOVE "SOLICITUD INEXISTENTE" TO DESC-ERROR-8
                       END-IF
                   END-IF
               END-IF
           END-IF.

           3100-COPIAR-PENDIENTE.
               READ PENDIENTES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PEN
               END-READ
               IF WS-FS-PEN-OK
                   IF PEN-NRO = NRO-PENDIENTE
                       MOVE "S" TO WS-PEN-HALLADA
                       IF PEN-ESTADO-PENDIENTE
                           MOVE ESTADO-PENDIENTE TO PEN-ESTADO
                           MOVE SUPERVISOR-PENDIENTE TO PEN-SUPERVISOR
                           MOVE FUNCTION CURRENT-DATE(1:14)
                               TO PEN-FECHA-RESOLUCION
                       ELSE
                           MOVE "20" TO RET-COD-8
                           MOVE "LA SOLICITUD YA FUE RESUELTA"
                               TO DESC-ERROR-8
                       END-IF
                       MOVE PEN-TIPO TO TIPO-PENDIENTE
                       MOVE PEN-SOLICITANTE TO SOLICITANTE-PENDIENTE
                       MOVE PEN-DATOS TO DATOS-PENDIENTE
                   END-IF
                   MOVE PENDIENTES-REGISTRO TO PENDIENTES-TMP-REGISTRO
                   WRITE PENDIENTES-TMP-REGISTRO
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE ERRORLOG.dat CON EL PROGRAMA, EL
      * PARRAFO DONDE OCURRIO EL PROBLEMA, EL CODIGO DE RETORNO Y LA
      * FECHA/HORA, PARA QUE UNA CORRIDA DESATENDIDA QUEDE RASTREABLE
       9901-GRABAR-ERRORLOG.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "RUTPEND" DELIMITED BY SIZE
                   " PARRAFO=" DELIMITED BY SIZE
                   WS-ERR-PARRAFO DELIMITED BY SIZE
                   " RETCOD=" DELIMITED BY SIZE
                   RET-COD-8 DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.
       END PROGRAM RUTPEND.
