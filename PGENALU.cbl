       SELECT OPTIONAL LISTAESP    ASSIGN TO "LISTAESP.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ESP.

       DATA DIVISION.
       FILE SECTION.
                 88 ESP-ESTADO-PENDIENTE VALUE "P".
                 88 ESP-ESTADO-CONFIRMADO VALUE "C".

       WORKING-STORAGE SECTION.
      *  WorkingStorage-FileStatus-Alumnos.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ESP-OK VALUE "00".
           88 WS-FS-ESP-NOEXISTE VALUE "05" "35".
       77 WS-A-LISTA PIC X VALUE "N".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ALU-NRO PIC 9(4) VALUE ZERO.
       77 WS-ALU-NOMBRE PIC X(23) VALUE SPACES.
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * CADA CAMBIO DE SECCION O DE ESTADO SE REGISTRA EN MOVALU.dat
      * (RUTMOV) CON SU FECHA EFECTIVA, PARA PODER RECONSTRUIR LA
      * NOMINA A CUALQUIER FECHA; LA FECHA SE PIDE AL OPERADOR PORQUE
      * UN ALTA O UN CAMBIO SE SUELE CARGAR DESPUES DE OCURRIDO
       01 WS-FECHA-EFECTIVA PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-EFECTIVA.
           05 WS-FEF-ANIO PIC 9(4).
           05 WS-FEF-MES PIC 99.
           05 WS-FEF-DIA PIC 99.
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA-SI VALUE "S".
           88 FECHA-VALIDA-NO VALUE "N".
       77 WS-MOV-NRO PIC 9(4) VALUE 0.
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
       77 WS-MOV-SECCION-NUE PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-NUE PIC X VALUE SPACE.
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
                   MOVE WS-ALU-DOCUMENTO TO ALU-DOCUMENTO
                   MOVE WS-ALU-SECCION TO ALU-SECCION
                   MOVE "A" TO ALU-ESTADO
                   MOVE "N" TO WS-FECHA-VALIDA
                   PERFORM 2080-PEDIR-FECHA-EFECTIVA
                       UNTIL FECHA-VALIDA-SI
                   PERFORM 2100-GUARDAR-INFO
               END-IF
               DISPLAY "INGRESAR OTRO ALUMNO? SI/NO" ACCEPT WS-CONTROL.
                   CLOSE LISTAESP
               END-IF.

      * LA FECHA EFECTIVA NO PUEDE SER FUTURA: LA NOMINA DE HOY TIENE
      * QUE COINCIDIR CON EL MAESTRO
           2080-PEDIR-FECHA-EFECTIVA.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               DISPLAY "FECHA EFECTIVA AAAAMMDD (0 = HOY)"
               ACCEPT WS-FECHA-EFECTIVA
               IF WS-FECHA-EFECTIVA = 0
                   MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA
               END-IF
               IF WS-FEF-MES < 1 OR WS-FEF-MES > 12
               OR WS-FEF-DIA < 1 OR WS-FEF-DIA > 31
                   DISPLAY "FECHA INVALIDA"
               ELSE
                   IF WS-FECHA-EFECTIVA > WS-FECHA-HOY
                       DISPLAY "LA FECHA EFECTIVA NO PUEDE SER FUTURA"
                   ELSE
                       MOVE "S" TO WS-FECHA-VALIDA
                   END-IF
               END-IF.

           2100-GUARDAR-INFO.
               WRITE ALUMNOS-REGISTRO
                   INVALID KEY
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   MOVE ALU-NRO-ALUMNO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   MOVE ALU-NRO-ALUMNO TO WS-MOV-NRO
                   MOVE SPACES TO WS-MOV-SECCION-ANT
                   MOVE SPACE TO WS-MOV-ESTADO-ANT
                   MOVE ALU-SECCION TO WS-MOV-SECCION-NUE
                   MOVE ALU-ESTADO TO WS-MOV-ESTADO-NUE
                   PERFORM 9910-GRABAR-MOVIMIENTO
               ELSE
                   IF NOT WS-FS-ALU-DUPLICADO
                       DISPLAY "ERROR AL CARGAR REGISTRO"
               PERFORM 0570-VALIDAR-SECCION.

           0610-REESCRIBIR-ALUMNO.
               MOVE ALU-NRO-ALUMNO TO WS-MOV-NRO
               MOVE ALU-SECCION TO WS-MOV-SECCION-ANT
               MOVE ALU-ESTADO TO WS-MOV-ESTADO-ANT
               MOVE WS-ALU-NOMBRE TO ALU-NOMBRE
               MOVE WS-ALU-PAIS TO ALU-NRO-PAIS
               MOVE WS-ALU-ANIO TO ALU-ANIO
               ELSE
                   MOVE "I" TO ALU-ESTADO
               END-IF
               MOVE ALU-SECCION TO WS-MOV-SECCION-NUE
               MOVE ALU-ESTADO TO WS-MOV-ESTADO-NUE
               IF WS-MOV-SECCION-NUE NOT = WS-MOV-SECCION-ANT
               OR WS-MOV-ESTADO-NUE NOT = WS-MOV-ESTADO-ANT
                   MOVE "N" TO WS-FECHA-VALIDA
                   PERFORM 2080-PEDIR-FECHA-EFECTIVA
                       UNTIL FECHA-VALIDA-SI
               END-IF
               REWRITE ALUMNOS-REGISTRO
               IF WS-FS-ALU-OK
                   MOVE "MODIFICACION" TO WS-AUD-OPERACION
                   MOVE WS-NRO-BUSCAR TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   PERFORM 9910-GRABAR-MOVIMIENTO
               ELSE
                   DISPLAY "ERROR AL REESCRIBIR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
               END-IF.

      * ELIMINA EL ALUMNO CUYO NRO SE INDIQUE, EN EL LUGAR, CON UN
      * DELETE POR CLAVE SOBRE EL MAESTRO INDEXADO; ANTES LO LEE PARA
      * DEJAR EN MOVALU.dat LA SECCION Y EL ESTADO QUE TENIA
           0700-BAJA-ALUMNO.
               PERFORM 9800-TOMAR-LOCK
               IF LOCK-TOMADO-NO
                   DISPLAY "NO HAY ALUMNOS CARGADOS"
               ELSE
                   MOVE WS-NRO-BUSCAR TO ALU-NRO-ALUMNO
                   READ ALUMNOS
                       INVALID KEY
                           DISPLAY "NRO DE ALUMNO NO ENCONTRADO"
                       NOT INVALID KEY
                           PERFORM 0710-ELIMINAR-ALUMNO
                   END-READ
               END-IF
               CLOSE ALUMNOS.

           0710-ELIMINAR-ALUMNO.
               MOVE ALU-NRO-ALUMNO TO WS-MOV-NRO
               MOVE ALU-SECCION TO WS-MOV-SECCION-ANT
               MOVE ALU-ESTADO TO WS-MOV-ESTADO-ANT
               MOVE SPACES TO WS-MOV-SECCION-NUE
               MOVE "B" TO WS-MOV-ESTADO-NUE
               MOVE "N" TO WS-FECHA-VALIDA
               PERFORM 2080-PEDIR-FECHA-EFECTIVA UNTIL FECHA-VALIDA-SI
               DELETE ALUMNOS RECORD
                   INVALID KEY
                       DISPLAY "NRO DE ALUMNO NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE "BAJA" TO WS-AUD-OPERACION
                       MOVE WS-NRO-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                       PERFORM 9910-GRABAR-MOVIMIENTO
               END-DELETE.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENALU" DELIMITED BY SIZE
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
      * CON LA FECHA EFECTIVA PEDIDA AL OPERADOR
           9910-GRABAR-MOVIMIENTO.
               INITIALIZE AreaDeComunicacionMovimiento
               MOVE 1 TO Opcion-movimiento
               MOVE WS-MOV-NRO TO NRO-ALUMNO-MOV
               MOVE WS-FECHA-EFECTIVA TO FECHA-MOV
               MOVE WS-MOV-SECCION-ANT TO SECCION-ANT-MOV
               MOVE WS-MOV-ESTADO-ANT TO ESTADO-ANT-MOV
               MOVE WS-MOV-SECCION-NUE TO SECCION-NUE-MOV
               MOVE WS-MOV-ESTADO-NUE TO ESTADO-NUE-MOV
               MOVE "PGENALU" TO PROGRAMA-MOV
               MOVE WS-OPERADOR TO OPERADOR-MOV
               CALL RUTMOV USING AreaDeComunicacionMovimiento
               IF RET-COD-9 NOT = "00"
                   DISPLAY "MOVIMIENTO NO REGISTRADO: " DESC-ERROR-9
               END-IF.

       END PROGRAM PGENALU.
