       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENLEGA.

      * MANTENIMIENTO DEL LEGAJO DE INSCRIPCION DE CADA ALUMNO: EL
      * TIPO DE INGRESO (I = INGRESO REGULAR, P = PASE DE OTRA
      * ESCUELA) Y LOS DOCUMENTOS ENTREGADOS, CON LA FECHA DE
      * RECEPCION Y EL OPERADOR QUE LOS RECIBIO. SOLO SE RECIBEN LOS
      * DOCUMENTOS QUE DOCREQ.dat (PGENDREQ) PIDE PARA EL TIPO DE
      * INGRESO DEL ALUMNO Y QUE TODAVIA ESTAN PENDIENTES (RUTLEGAJ).
      * UN SOLO LEGAJO POR ALUMNO; LOS PENDIENTES POR SECCION SE
      * LISTAN CON PGLEGPEN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL LEGAJOS     ASSIGN TO "LEGAJOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LEG.
      * ARCHIVO DE TRABAJO PARA GRABAR EL LEGAJO MODIFICADO (NO SE
      * PUEDE REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO)
       SELECT LEGAJOS-TMP          ASSIGN TO "LEGAJOS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LEG-TMP.

       DATA DIVISION.
       FILE SECTION.
      * HASTA DIEZ DOCUMENTOS RECIBIDOS POR LEGAJO; UN CODIGO EN
      * BLANCO ES UN LUGAR LIBRE
       FD LEGAJOS.
           01 LEGAJOS-REGISTRO.
              05 LEG-NRO-ALUMNO PIC 9(4).
              05 LEG-TIPO-INGRESO PIC X.
              05 LEG-DOCUMENTO OCCURS 10 TIMES.
                 10 LEG-CODIGO-DOC PIC X(4).
                 10 LEG-FECHA-RECEPCION PIC 9(8).
                 10 LEG-OPERADOR PIC X(10).

       FD LEGAJOS-TMP.
           01 LEGAJOS-TMP-REGISTRO PIC X(225).

       WORKING-STORAGE SECTION.
       01 WS-FS-LEG PIC XX.
           88 WS-FS-LEG-OK VALUE "00".
           88 WS-FS-LEG-NO VALUE "10".
           88 WS-FS-LEG-NOEXISTE VALUE "05" "35".
       01 WS-FS-LEG-TMP PIC XX.
           88 WS-FS-LEG-TMP-OK VALUE "00".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO, VOLCADO EN CADA LINEA DE AUDITORIA Y GRABADO COMO
      * RECEPTOR DE CADA DOCUMENTO
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-NRO-BUSCAR PIC 9(4) VALUE ZERO.
       01 WS-TIPO-PEDIDO PIC X VALUE SPACE.
           88 TIPO-INGRESO-VALIDO VALUE "I" "P".
       77 WS-CODIGO-PEDIDO PIC X(4) VALUE SPACES.
       01 WS-ALUMNO-VALIDO PIC X VALUE "N".
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".

      * LEGAJO DEL ALUMNO EN TRABAJO, CON LA MISMA FORMA DEL REGISTRO
       01 WS-LEGAJO.
           05 WS-LEG-NRO-ALUMNO PIC 9(4).
           05 WS-LEG-TIPO-INGRESO PIC X.
           05 WS-LEG-DOCUMENTO OCCURS 10 TIMES.
               10 WS-LEG-CODIGO-DOC PIC X(4).
               10 WS-LEG-FECHA-RECEPCION PIC 9(8).
               10 WS-LEG-OPERADOR PIC X(10).
       77 WS-DOC-INDICE PIC 99.
       77 WS-DOC-LIBRE PIC 99 VALUE 0.
       77 WS-FALT-INDICE PIC 99.
       01 WS-LEGAJO-EXISTE PIC X VALUE "N".
           88 LEGAJO-EXISTE-SI VALUE "S".
           88 LEGAJO-EXISTE-NO VALUE "N".
       01 WS-DOC-HALLADO PIC X VALUE "N".
           88 DOC-HALLADO-SI VALUE "S".
           88 DOC-HALLADO-NO VALUE "N".
       01 WS-TEXTO-TIPO PIC X(24) VALUE SPACES.
       01 WS-MARCA-EXIGIBLE PIC X(12) VALUE SPACES.

      * FECHA DE RECEPCION: NO FUTURA; CERO = HOY
       01 WS-FECHA-RECEPCION PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-RECEPCION.
           05 WS-REC-ANIO PIC 9(4).
           05 WS-REC-MES PIC 99.
           05 WS-REC-DIA PIC 99.
       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA-SI VALUE "S".
           88 FECHA-VALIDA-NO VALUE "N".

       01 WS-RUTA-LEG PIC X(11) VALUE "LEGAJOS.dat".
       01 WS-RUTA-LEG-TMP PIC X(11) VALUE "LEGAJOS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
      * AREA DE COMUNICACION RUTINA ALUMNOS
       COPY "COPY-ACA.cpy".
       01 RUTLEGAJ PIC X(8) VALUE "RUTLEGAJ".
      * AREA DE COMUNICACION RUTINA LEGAJOS
       COPY "COPY-ACL.cpy".

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
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 1 TO Opcion-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           MOVE 0 TO WS-OPCION-MENU
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 5
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. ABRIR LEGAJO / CAMBIAR TIPO DE INGRESO"
               DISPLAY "2. REGISTRAR DOCUMENTO RECIBIDO"
               DISPLAY "3. ANULAR DOCUMENTO RECIBIDO"
               DISPLAY "4. CONSULTAR LEGAJO"
               DISPLAY "5. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ABRIR-LEGAJO
                   WHEN 2
                       PERFORM 0400-RECIBIR-DOCUMENTO
                   WHEN 3
                       PERFORM 0500-ANULAR-DOCUMENTO
                   WHEN 4
                       PERFORM 0600-CONSULTAR-LEGAJO
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * ABRE EL LEGAJO DEL ALUMNO CON SU TIPO DE INGRESO; SI YA LO
      * TIENE, CAMBIA EL TIPO Y CONSERVA LOS DOCUMENTOS RECIBIDOS
           0200-ABRIR-LEGAJO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   DISPLAY "INGRESA TIPO DE INGRESO (I = INGRESO"
                       " REGULAR, P = PASE DE OTRA ESCUELA)"
                   ACCEPT WS-TIPO-PEDIDO
                   INSPECT WS-TIPO-PEDIDO CONVERTING "ip" TO "IP"
                   IF TIPO-INGRESO-VALIDO
                       PERFORM 0300-BUSCAR-LEGAJO
                       IF LEGAJO-EXISTE-SI
                           MOVE "TIPO INGRESO" TO WS-AUD-OPERACION
                       ELSE
                           INITIALIZE WS-LEGAJO
                           MOVE WS-NRO-BUSCAR TO WS-LEG-NRO-ALUMNO
                           MOVE "ALTA" TO WS-AUD-OPERACION
                       END-IF
                       MOVE WS-TIPO-PEDIDO TO WS-LEG-TIPO-INGRESO
                       PERFORM 0900-GRABAR-LEGAJO
                       IF WS-CBL-RESULT = 0
                           DISPLAY "LEGAJO GRABADO"
                           MOVE WS-NRO-BUSCAR TO WS-AUD-CLAVE
                           PERFORM 9900-GRABAR-AUDITORIA
                       END-IF
                   ELSE
                       DISPLAY "TIPO DE INGRESO INVALIDO, NO SE GRABA"
                   END-IF
               END-IF.

      * DEJA EN WS-LEGAJO EL LEGAJO DEL ALUMNO PEDIDO, SI LO TIENE
           0300-BUSCAR-LEGAJO.
               MOVE "N" TO WS-LEGAJO-EXISTE
               OPEN INPUT LEGAJOS
               IF WS-FS-LEG-OK
                   PERFORM 0305-LEER-LEGAJO
                       UNTIL NOT WS-FS-LEG-OK OR LEGAJO-EXISTE-SI
               END-IF
               CLOSE LEGAJOS.

           0305-LEER-LEGAJO.
               READ LEGAJOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-LEG
               END-READ
               IF WS-FS-LEG-OK AND LEG-NRO-ALUMNO = WS-NRO-BUSCAR
                   MOVE LEGAJOS-REGISTRO TO WS-LEGAJO
                   MOVE "S" TO WS-LEGAJO-EXISTE
               END-IF.

      * EL LEGAJO SE LLEVA SOLO PARA ALUMNOS QUE EXISTEN EN EL MAESTRO
           0310-PEDIR-ALUMNO.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-NRO-BUSCAR
               MOVE "N" TO WS-ALUMNO-VALIDO
               INITIALIZE AreaDeComunicacionAlumno
               MOVE 2 TO Opcion-alumno
               MOVE WS-NRO-BUSCAR TO Codigo-alumno
               CALL RUTALUMN USING AreaDeComunicacionAlumno
               IF RET-COD-4 = "00"
                   MOVE "S" TO WS-ALUMNO-VALIDO
                   DISPLAY "ALUMNO: " NOMBRE-ALUMNO
                       " SECCION " SECCION-ALUMNO
               ELSE
                   DISPLAY "ALUMNO INEXISTENTE"
               END-IF.

      * DOCUMENTOS PENDIENTES DEL ALUMNO SEGUN RUTLEGAJ
           0320-VERIFICAR-LEGAJO.
               INITIALIZE AreaDeComunicacionLegajo
               MOVE 1 TO Opcion-legajo
               MOVE WS-NRO-BUSCAR TO ALUMNO-LEG
               CALL RUTLEGAJ USING AreaDeComunicacionLegajo.

      * SOLO SE RECIBE UN DOCUMENTO QUE EL LEGAJO TIENE PENDIENTE;
      * QUEDA CON LA FECHA DE RECEPCION Y EL OPERADOR DE LA SESION
           0400-RECIBIR-DOCUMENTO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0300-BUSCAR-LEGAJO
                   IF LEGAJO-EXISTE-NO
                       DISPLAY "EL ALUMNO NO TIENE LEGAJO ABIERTO, USE"
                           " LA OPCION 1"
                   ELSE
                       PERFORM 0410-RECIBIR-EN-LEGAJO
                   END-IF
               END-IF.

           0410-RECIBIR-EN-LEGAJO.
               PERFORM 0320-VERIFICAR-LEGAJO
               IF FALTANTES-LEG = 0
                   DISPLAY "EL LEGAJO NO TIENE DOCUMENTOS PENDIENTES"
               ELSE
                   PERFORM 0620-MOSTRAR-PENDIENTES
                   DISPLAY "INGRESA CODIGO DEL DOCUMENTO RECIBIDO"
                   ACCEPT WS-CODIGO-PEDIDO
                   INSPECT WS-CODIGO-PEDIDO CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE "N" TO WS-DOC-HALLADO
                   PERFORM VARYING WS-FALT-INDICE FROM 1 BY 1
                       UNTIL WS-FALT-INDICE > 10 OR DOC-HALLADO-SI
                       IF CODIGO-FALT-LEG(WS-FALT-INDICE)
                           = WS-CODIGO-PEDIDO
                       AND WS-CODIGO-PEDIDO NOT = SPACES
                           MOVE "S" TO WS-DOC-HALLADO
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-DOC-LIBRE
                   PERFORM VARYING WS-DOC-INDICE FROM 1 BY 1
                       UNTIL WS-DOC-INDICE > 10 OR WS-DOC-LIBRE > 0
                       IF WS-LEG-CODIGO-DOC(WS-DOC-INDICE) = SPACES
                           MOVE WS-DOC-INDICE TO WS-DOC-LIBRE
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN DOC-HALLADO-NO
                           DISPLAY "NO ES UN DOCUMENTO PENDIENTE DEL"
                               " LEGAJO, NO SE GRABA"
                       WHEN WS-DOC-LIBRE = 0
                           DISPLAY "EL LEGAJO YA TIENE DIEZ DOCUMENTOS"
                               " RECIBIDOS, NO SE GRABA"
                       WHEN OTHER
                           PERFORM 0420-PEDIR-FECHA-RECEPCION
                           MOVE WS-CODIGO-PEDIDO
                               TO WS-LEG-CODIGO-DOC(WS-DOC-LIBRE)
                           MOVE WS-FECHA-RECEPCION
                               TO WS-LEG-FECHA-RECEPCION(WS-DOC-LIBRE)
                           MOVE WS-OPERADOR
                               TO WS-LEG-OPERADOR(WS-DOC-LIBRE)
                           PERFORM 0900-GRABAR-LEGAJO
                           IF WS-CBL-RESULT = 0
                               DISPLAY "DOCUMENTO RECIBIDO"
                               MOVE "RECEPCION" TO WS-AUD-OPERACION
                               PERFORM 0430-ARMAR-CLAVE-DOCUMENTO
                               PERFORM 9900-GRABAR-AUDITORIA
                           END-IF
                   END-EVALUATE
               END-IF.

           0420-PEDIR-FECHA-RECEPCION.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               MOVE "N" TO WS-FECHA-VALIDA
               PERFORM 0425-PEDIR-FECHA UNTIL FECHA-VALIDA-SI.

           0425-PEDIR-FECHA.
               DISPLAY "FECHA DE RECEPCION AAAAMMDD (0 = HOY)"
               ACCEPT WS-FECHA-RECEPCION
               IF WS-FECHA-RECEPCION = 0
                   MOVE WS-FECHA-HOY TO WS-FECHA-RECEPCION
               END-IF
               EVALUATE TRUE
                   WHEN WS-REC-MES < 1 OR WS-REC-MES > 12
                   OR WS-REC-DIA < 1 OR WS-REC-DIA > 31
                       DISPLAY "FECHA INVALIDA"
                   WHEN WS-FECHA-RECEPCION > WS-FECHA-HOY
                       DISPLAY "LA RECEPCION NO PUEDE SER FUTURA"
                   WHEN OTHER
                       MOVE "S" TO WS-FECHA-VALIDA
               END-EVALUATE.

           0430-ARMAR-CLAVE-DOCUMENTO.
               MOVE SPACES TO WS-AUD-CLAVE
               STRING WS-NRO-BUSCAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CODIGO-PEDIDO DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE.

      * QUITA DEL LEGAJO UN DOCUMENTO CARGADO POR ERROR; VUELVE A
      * QUEDAR PENDIENTE
           0500-ANULAR-DOCUMENTO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0300-BUSCAR-LEGAJO
                   IF LEGAJO-EXISTE-NO
                       DISPLAY "EL ALUMNO NO TIENE LEGAJO ABIERTO"
                   ELSE
                       PERFORM 0610-MOSTRAR-RECIBIDOS
                       DISPLAY "INGRESA CODIGO DEL DOCUMENTO A ANULAR"
                       ACCEPT WS-CODIGO-PEDIDO
                       INSPECT WS-CODIGO-PEDIDO CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM 0510-QUITAR-DOCUMENTO
                   END-IF
               END-IF.

           0510-QUITAR-DOCUMENTO.
               MOVE "N" TO WS-DOC-HALLADO
               PERFORM VARYING WS-DOC-INDICE FROM 1 BY 1
                   UNTIL WS-DOC-INDICE > 10
                   IF WS-LEG-CODIGO-DOC(WS-DOC-INDICE)
                       = WS-CODIGO-PEDIDO
                   AND WS-CODIGO-PEDIDO NOT = SPACES
                       MOVE SPACES TO WS-LEG-CODIGO-DOC(WS-DOC-INDICE)
                           WS-LEG-OPERADOR(WS-DOC-INDICE)
                       MOVE 0 TO WS-LEG-FECHA-RECEPCION(WS-DOC-INDICE)
                       MOVE "S" TO WS-DOC-HALLADO
                   END-IF
               END-PERFORM
               IF DOC-HALLADO-NO
                   DISPLAY "EL DOCUMENTO NO FIGURA COMO RECIBIDO"
               ELSE
                   PERFORM 0900-GRABAR-LEGAJO
                   IF WS-CBL-RESULT = 0
                       DISPLAY "RECEPCION ANULADA"
                       MOVE "ANULACION" TO WS-AUD-OPERACION
                       PERFORM 0430-ARMAR-CLAVE-DOCUMENTO
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
               END-IF.

      * MUESTRA EL TIPO DE INGRESO, LO RECIBIDO Y LO PENDIENTE
           0600-CONSULTAR-LEGAJO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0300-BUSCAR-LEGAJO
                   PERFORM 0320-VERIFICAR-LEGAJO
                   IF TIPO-INGRESO-LEG = "P"
                       MOVE "PASE DE OTRA ESCUELA" TO WS-TEXTO-TIPO
                   ELSE
                       MOVE "INGRESO REGULAR" TO WS-TEXTO-TIPO
                   END-IF
                   IF LEGAJO-EXISTE-NO
                       DISPLAY "SIN LEGAJO ABIERTO (SE TOMA INGRESO"
                           " REGULAR)"
                   ELSE
                       DISPLAY "TIPO DE INGRESO: " WS-TEXTO-TIPO
                       PERFORM 0610-MOSTRAR-RECIBIDOS
                   END-IF
                   IF FALTANTES-LEG = 0
                       DISPLAY "LEGAJO COMPLETO (" REQUERIDOS-LEG
                           " DOCUMENTOS REQUERIDOS)"
                   ELSE
                       PERFORM 0620-MOSTRAR-PENDIENTES
                   END-IF
               END-IF.

           0610-MOSTRAR-RECIBIDOS.
               DISPLAY "DOCUMENTOS RECIBIDOS:"
               PERFORM VARYING WS-DOC-INDICE FROM 1 BY 1
                   UNTIL WS-DOC-INDICE > 10
                   IF WS-LEG-CODIGO-DOC(WS-DOC-INDICE) NOT = SPACES
                       DISPLAY "  " WS-LEG-CODIGO-DOC(WS-DOC-INDICE)
                           "  " WS-LEG-FECHA-RECEPCION(WS-DOC-INDICE)
                           "  " WS-LEG-OPERADOR(WS-DOC-INDICE)
                   END-IF
               END-PERFORM.

           0620-MOSTRAR-PENDIENTES.
               DISPLAY "DOCUMENTOS PENDIENTES: " FALTANTES-LEG
               PERFORM VARYING WS-FALT-INDICE FROM 1 BY 1
                   UNTIL WS-FALT-INDICE > 10
                   OR WS-FALT-INDICE > FALTANTES-LEG
                   IF EXIGIBLE-FALT-LEG(WS-FALT-INDICE) = "S"
                       MOVE " (EXIGIBLE)" TO WS-MARCA-EXIGIBLE
                   ELSE
                       MOVE SPACES TO WS-MARCA-EXIGIBLE
                   END-IF
                   DISPLAY "  " CODIGO-FALT-LEG(WS-FALT-INDICE)
                       "  " DESCRIPCION-FALT-LEG(WS-FALT-INDICE)
                       WS-MARCA-EXIGIBLE
               END-PERFORM.

      * GRABA WS-LEGAJO RECONSTRUYENDO EL ARCHIVO EN LEGAJOS.TMP: EL
      * LEGAJO DEL ALUMNO REEMPLAZA AL QUE TENIA O SE AGREGA AL FINAL
           0900-GRABAR-LEGAJO.
               MOVE "N" TO WS-DOC-HALLADO
               OPEN OUTPUT LEGAJOS-TMP
               OPEN INPUT LEGAJOS
               IF WS-FS-LEG-OK
                   PERFORM 0910-COPIAR-LEGAJO UNTIL NOT WS-FS-LEG-OK
               END-IF
               CLOSE LEGAJOS
               IF DOC-HALLADO-NO
                   MOVE WS-LEGAJO TO LEGAJOS-TMP-REGISTRO
                   WRITE LEGAJOS-TMP-REGISTRO
               END-IF
               CLOSE LEGAJOS-TMP
               CALL "CBL_DELETE_FILE" USING WS-RUTA-LEG
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING WS-RUTA-LEG-TMP WS-RUTA-LEG
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "ERROR AL RENOMBRAR " WS-RUTA-LEG-TMP
                       " A " WS-RUTA-LEG
               END-IF.

           0910-COPIAR-LEGAJO.
               READ LEGAJOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-LEG
               END-READ
               IF WS-FS-LEG-OK
                   IF LEG-NRO-ALUMNO = WS-LEG-NRO-ALUMNO
                       MOVE WS-LEGAJO TO LEGAJOS-TMP-REGISTRO
                       MOVE "S" TO WS-DOC-HALLADO
                   ELSE
                       MOVE LEGAJOS-REGISTRO TO LEGAJOS-TMP-REGISTRO
                   END-IF
                   WRITE LEGAJOS-TMP-REGISTRO
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENLEGA" DELIMITED BY SIZE
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

       END PROGRAM PGENLEGA.
