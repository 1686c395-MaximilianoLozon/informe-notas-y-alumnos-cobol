       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENARAN.

      * CARGA DEL CUADRO DE ARANCELES MENSUALES QUE USA LA
      * FACTURACION DE CUOTAS (PGFACCUO): UN REGISTRO POR SECCION O
      * POR TURNO, CON EL CONCEPTO Y EL IMPORTE DE LA CUOTA. LA
      * FILA DE UNA SECCION PREVALECE SOBRE LA DE SU TURNO (SECCION
      * EN BLANCO). EL ARCHIVO ES SOLO-AGREGADO COMO REGLAS.dat: LA
      * ULTIMA FILA CARGADA DE CADA SECCION O TURNO ES LA VIGENTE,
      * ASI UN AUMENTO NO BORRA EL IMPORTE ANTERIOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL ARANCELES   ASSIGN TO "ARANCELES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ARA.
      * MAESTRO DE SECCIONES PARA VALIDAR LA SECCION INGRESADA
       SELECT OPTIONAL SECCIONES   ASSIGN TO "SECCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SEC.

       DATA DIVISION.
       FILE SECTION.
      * SECCION EN BLANCO = ARANCEL DEL TURNO (M/T/N) PARA TODAS SUS
      * SECCIONES SIN FILA PROPIA
       FD ARANCELES.
           01 ARANCELES-REGISTRO.
              05 ARA-SECCION PIC X(2).
              05 ARA-TURNO PIC X.
              05 ARA-CONCEPTO PIC X(12).
              05 ARA-IMPORTE PIC 9(6)V99.

       FD SECCIONES.
           01 SECCIONES-REGISTRO.
              05 SEC-CODIGO PIC X(2).
              05 SEC-TURNO PIC X.
              05 SEC-PRECEPTOR PIC X(20).
              05 SEC-CAPACIDAD PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-FS-ARA PIC XX.
           88 WS-FS-ARA-OK VALUE "00".
           88 WS-FS-ARA-NO VALUE "10".
           88 WS-FS-ARA-NOEXISTE VALUE "05" "35".
       01 WS-FS-SEC PIC XX.
           88 WS-FS-SEC-OK VALUE "00".
           88 WS-FS-SEC-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ARA-SECCION PIC X(2) VALUE SPACES.
       77 WS-ARA-TURNO PIC X VALUE SPACE.
       77 WS-ARA-CONCEPTO PIC X(12) VALUE SPACES.
       77 WS-ARA-IMPORTE PIC 9(6)V99 VALUE ZERO.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".

      * SECCIONES VALIDAS CON SU TURNO; SIN MAESTRO DE SECCIONES
      * CARGADO LA VALIDACION SE SALTEA
       01 TABLA-SECCIONES.
           05 TABSEC-FILA OCCURS 50 TIMES.
               10 TABSEC-COD PIC X(2).
               10 TABSEC-TURNO PIC X.
       77 TABSEC-INDICE PIC 99.
       77 TABSEC-TOTAL PIC 99 VALUE 0.
       01 WS-ENCONTRADO PIC X VALUE "N".
           88 ENCONTRADO-SI VALUE "S".
           88 ENCONTRADO-NO VALUE "N".
       01 WS-FILA-VALIDA PIC X VALUE "N".
           88 FILA-VALIDA-SI VALUE "S".
           88 FILA-VALIDA-NO VALUE "N".
      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * OPCION LANZADA POR EL MENU CENTRAL (PGMENU), QUE DEBE
      * RECUPERAR EL CONTROL CUANDO EL OPERADOR SALE DE ACA
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
           PERFORM 0500-CARGAR-TABLA-SECCIONES
           PERFORM 1000-ABRIR-ARCHIVO
           MOVE "SI" TO WS-CONTROL
           PERFORM 2000-PROCES-INFO
           UNTIL WS-CONTROL-NO OR WS-FS-ARA-NO
           PERFORM 3000-CERRAR-ARCHIVO
           GOBACK.

       0500-CARGAR-TABLA-SECCIONES.
           MOVE 0 TO TABSEC-TOTAL
           OPEN INPUT SECCIONES
           IF WS-FS-SEC-OK
               PERFORM 0510-LEER-SECCION
                   UNTIL NOT WS-FS-SEC-OK
           END-IF
           CLOSE SECCIONES.

       0510-LEER-SECCION.
           READ SECCIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-SEC
           END-READ
           IF WS-FS-SEC-OK AND TABSEC-TOTAL < 50
               ADD 1 TO TABSEC-TOTAL
               MOVE SEC-CODIGO TO TABSEC-COD(TABSEC-TOTAL)
               MOVE SEC-TURNO TO TABSEC-TURNO(TABSEC-TOTAL)
           END-IF.

       1000-ABRIR-ARCHIVO.
           OPEN EXTEND ARANCELES
           IF NOT WS-FS-ARA-OK AND NOT WS-FS-ARA-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-ARA
           END-IF.

       2000-PROCES-INFO.
           DISPLAY "INGRESA SECCION (EN BLANCO = TODO EL TURNO)"
           ACCEPT WS-ARA-SECCION
           MOVE SPACE TO WS-ARA-TURNO
           IF WS-ARA-SECCION = SPACES
               DISPLAY "INGRESA TURNO (M/T/N)"
               ACCEPT WS-ARA-TURNO
           END-IF
           DISPLAY "INGRESA CONCEPTO (EJ. CUOTA)"
           ACCEPT WS-ARA-CONCEPTO
           DISPLAY "INGRESA IMPORTE MENSUAL (EJ. 012500.00)"
           ACCEPT WS-ARA-IMPORTE
           PERFORM 2050-VALIDAR-FILA
           IF FILA-VALIDA-SI
               MOVE WS-ARA-SECCION TO ARA-SECCION
               MOVE WS-ARA-TURNO TO ARA-TURNO
               MOVE WS-ARA-CONCEPTO TO ARA-CONCEPTO
               MOVE WS-ARA-IMPORTE TO ARA-IMPORTE
               PERFORM 2100-GUARDAR-INFO
           END-IF
           DISPLAY "INGRESAR OTRO ARANCEL? SI/NO"
           ACCEPT WS-CONTROL.

      * LA SECCION TIENE QUE EXISTIR (Y EL ARANCEL TOMA SU TURNO);
      * SIN SECCION, EL TURNO TIENE QUE SER M, T O N
       2050-VALIDAR-FILA.
           MOVE "S" TO WS-FILA-VALIDA
           IF WS-ARA-IMPORTE = 0
               DISPLAY "IMPORTE EN CERO, ARANCEL NO GRABADO"
               MOVE "N" TO WS-FILA-VALIDA
           END-IF
           IF FILA-VALIDA-SI AND WS-ARA-CONCEPTO = SPACES
               MOVE "CUOTA" TO WS-ARA-CONCEPTO
           END-IF
           IF FILA-VALIDA-SI
               IF WS-ARA-SECCION = SPACES
                   IF WS-ARA-TURNO NOT = "M"
                   AND WS-ARA-TURNO NOT = "T"
                   AND WS-ARA-TURNO NOT = "N"
                       DISPLAY "TURNO INVALIDO, ARANCEL NO GRABADO"
                       MOVE "N" TO WS-FILA-VALIDA
                   END-IF
               ELSE
                   IF TABSEC-TOTAL > 0
                       MOVE "N" TO WS-ENCONTRADO
                       PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
                           UNTIL TABSEC-INDICE > TABSEC-TOTAL
                           OR ENCONTRADO-SI
                           IF TABSEC-COD(TABSEC-INDICE) =
                               WS-ARA-SECCION
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE TABSEC-TURNO(TABSEC-INDICE)
                                   TO WS-ARA-TURNO
                           END-IF
                       END-PERFORM
                       IF ENCONTRADO-NO
                           DISPLAY "SECCION INEXISTENTE, ARANCEL"
                               " NO GRABADO"
                           MOVE "N" TO WS-FILA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-GUARDAR-INFO.
           WRITE ARANCELES-REGISTRO
           IF NOT WS-FS-ARA-OK
               DISPLAY "ERROR AL CARGAR REGISTRO"
               DISPLAY "FILE STATUS " WS-FS-ARA
           ELSE
               DISPLAY "ARANCEL GRABADO; LA ULTIMA FILA CARGADA DE"
                   " CADA SECCION O TURNO ES LA VIGENTE"
               MOVE "ARANCEL" TO WS-AUD-OPERACION
               MOVE SPACES TO WS-AUD-CLAVE
               STRING ARA-SECCION DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ARA-TURNO DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

       3000-CERRAR-ARCHIVO.
           CLOSE ARANCELES
           IF NOT WS-FS-ARA-OK
               DISPLAY "ERROR AL CERRAR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-ARA
           END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGENARAN" DELIMITED BY SIZE
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

       END PROGRAM PGENARAN.
