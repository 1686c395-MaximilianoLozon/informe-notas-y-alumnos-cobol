      * ESCUELA DE ORIGEN, LA NOTA OTORGADA, EL NRO DE RESOLUCION Y
      * LA FECHA. EL BOLETIN (PGMLIST1) Y LA PROMOCION (PGPROMOC)
      * TOMAN LA EQUIVALENCIA COMO RESULTADO APROBADO DE LA MATERIA,
      * Y PGRECNOT DEJA DE RECLAMAR NOTAS FALTANTES DE ESAS MATERIAS.
      * LA EQUIVALENCIA CARGADA POR UN OPERADOR DE NIVEL 1 QUEDA
      * PENDIENTE HASTA QUE UN SUPERVISOR LA APRUEBE (PGAPRUEB)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EQUIVAL     ASSIGN TO "EQUIVAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EQU.

       DATA DIVISION.
       FILE SECTION.
              05 EQU-RESOLUCION PIC X(10).
              05 EQU-FECHA PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-EQU PIC XX.
           88 WS-FS-EQU-OK VALUE "00".
           88 WS-FS-EQU-NO VALUE "10".
           88 WS-FS-EQU-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-EQU-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-EQU-MATERIA PIC 99 VALUE ZERO.
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

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
               MOVE NIVEL-SESION TO WS-NIVEL-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 0050-VERIFICAR-OPERADOR
           END-IF
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 1 TO Opcion-alumno
           PERFORM 3000-CERRAR-ARCHIVO
           GOBACK.

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

      * VALIDA EL NRO DE ALUMNO POR RUTALUMN, IGUAL QUE PGENNOTA
           0510-VALIDAR-ALUMNO.
               MOVE "N" TO WS-ALUMNO-VALIDO
                           MOVE WS-EQU-NOTA TO EQU-NOTA
                           MOVE WS-EQU-RESOLUCION TO EQU-RESOLUCION
                           MOVE WS-EQU-FECHA TO EQU-FECHA
                           IF WS-NIVEL-OPERADOR < 2
                               PERFORM 2200-SOLICITAR-EQUIVALENCIA
                           ELSE
                               PERFORM 2100-GUARDAR-INFO
                           END-IF
                       END-IF
                   END-IF
               END-IF
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.
      * DOBLE CONTROL: LA EQUIVALENCIA DE UN OPERADOR DE NIVEL 1 NO
      * SE GRABA EN EQUIVAL.dat; EL REGISTRO ARMADO QUEDA PENDIENTE
      * HASTA QUE UN SUPERVISOR LO APRUEBE EN PGAPRUEB
           2200-SOLICITAR-EQUIVALENCIA.
               INITIALIZE AreaDeComunicacionPendiente
               MOVE 1 TO Opcion-pendiente
               MOVE "EQUI" TO TIPO-PENDIENTE
               MOVE WS-OPERADOR TO SOLICITANTE-PENDIENTE
               MOVE EQUIVAL-REGISTRO TO DATOS-PENDIENTE
               CALL RUTPEND USING AreaDeComunicacionPendiente
               IF RET-COD-8 NOT = "00"
                   DISPLAY DESC-ERROR-8
               ELSE
                   DISPLAY "EQUIVALENCIA PENDIENTE DE APROBACION, "
                       "SOLICITUD NRO " NRO-PENDIENTE
                   MOVE "PEND EQUI" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   MOVE NRO-PENDIENTE TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.
           3000-CERRAR-ARCHIVO.
               CLOSE EQUIVAL.
               IF NOT WS-FS-EQU-OK THEN
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENEQUI" DELIMITED BY SIZE
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

       END PROGRAM PGENEQUI.
