       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENFICH.

      * MANTENIMIENTO DE LA FICHA MEDICA DE CADA ALUMNO: DATOS DE
      * EMERGENCIA (GRUPO SANGUINEO, ALERGIAS, MEDICACION, OBRA
      * SOCIAL Y NRO DE AFILIADO) Y EL APTO FISICO ANUAL PARA
      * EDUCACION FISICA CON SU VENCIMIENTO. UNA SOLA FICHA POR
      * ALUMNO. LOS VENCIMIENTOS SE CONTROLAN CON PGAPTOS Y LA
      * PLANILLA DE EMERGENCIA PARA SALIDAS SE IMPRIME CON PGEMERGE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL FICHAS      ASSIGN TO "FICHAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FIC.
      * ARCHIVO DE TRABAJO PARA MODIFICAR/ELIMINAR (NO SE PUEDE
      * REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO DEL ARCHIVO)
       SELECT FICHAS-TMP           ASSIGN TO "FICHAS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FIC-TMP.

       DATA DIVISION.
       FILE SECTION.
      * APTO FISICO: FECHA DE EMISION Y DE VENCIMIENTO (AAAAMMDD);
      * VENCIMIENTO EN CERO = SIN APTO PRESENTADO
       FD FICHAS.
           01 FICHAS-REGISTRO.
              05 FIC-NRO-ALUMNO PIC 9(4).
              05 FIC-GRUPO-SANGUINEO PIC X(3).
              05 FIC-ALERGIAS PIC X(40).
              05 FIC-MEDICACION PIC X(40).
              05 FIC-OBRA-SOCIAL PIC X(20).
              05 FIC-NRO-AFILIADO PIC X(15).
              05 FIC-APTO-EMISION PIC 9(8).
              05 FIC-APTO-VENCE PIC 9(8).

       FD FICHAS-TMP.
           01 FICHAS-TMP-REGISTRO PIC X(138).

       WORKING-STORAGE SECTION.
       01 WS-FS-FIC PIC XX.
           88 WS-FS-FIC-OK VALUE "00".
           88 WS-FS-FIC-NO VALUE "10".
           88 WS-FS-FIC-NOEXISTE VALUE "05" "35".
       01 WS-FS-FIC-TMP PIC XX.
           88 WS-FS-FIC-TMP-OK VALUE "00".
           88 WS-FS-FIC-TMP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-FIC-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-FIC-GRUPO PIC X(3) VALUE SPACES.
       77 WS-FIC-ALERGIAS PIC X(40) VALUE SPACES.
       77 WS-FIC-MEDICACION PIC X(40) VALUE SPACES.
       77 WS-FIC-OBRA-SOCIAL PIC X(20) VALUE SPACES.
       77 WS-FIC-AFILIADO PIC X(15) VALUE SPACES.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".
       01 WS-ALUMNO-VALIDO PIC X VALUE "N".
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".

      * GRUPOS SANGUINEOS ACEPTADOS (ESPACIOS = NO INFORMADO)
       01 WS-GRUPO-VALIDO PIC X VALUE "N".
           88 GRUPO-VALIDO-SI VALUE "S".
           88 GRUPO-VALIDO-NO VALUE "N".
       01 WS-GRUPO-PEDIDO PIC X(3) VALUE SPACES.
           88 GRUPO-SANGUINEO-VALIDO VALUE "0+" "0-" "A+" "A-" "B+"
               "B-" "AB+" "AB-" SPACES.

      * ALUMNOS QUE YA TIENEN FICHA: EL ALTA NO DEJA CARGAR UNA
      * SEGUNDA FICHA PARA EL MISMO ALUMNO
       01 TABLA-FICHAS.
           05 TABFIC-NRO PIC 9(4) OCCURS 10000 TIMES.
       77 TABFIC-INDICE PIC 9(5).
       77 TABFIC-TOTAL PIC 9(5) VALUE 0.
       01 WS-FICHA-EXISTE PIC X VALUE "N".
           88 FICHA-EXISTE-SI VALUE "S".
           88 FICHA-EXISTE-NO VALUE "N".

      * APTO FISICO: SIN VENCIMIENTO INFORMADO VALE UN AÑO DESDE LA
      * EMISION
       01 WS-APTO-EMISION PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-APTO-EMISION.
           05 WS-EMI-ANIO PIC 9(4).
           05 WS-EMI-MES PIC 99.
           05 WS-EMI-DIA PIC 99.
       01 WS-APTO-VENCE PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-APTO-VENCE.
           05 WS-VEN-ANIO PIC 9(4).
           05 WS-VEN-MES PIC 99.
           05 WS-VEN-DIA PIC 99.
       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA-SI VALUE "S".
           88 FECHA-VALIDA-NO VALUE "N".

      * MANTENIMIENTO (MODIFICAR/APTO/ELIMINAR)
       77 WS-NRO-BUSCAR PIC 9(4) VALUE ZERO.
       01 WS-TIPO-CAMBIO PIC X VALUE SPACE.
           88 CAMBIO-DATOS VALUE "D".
           88 CAMBIO-APTO VALUE "A".
       01 WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88 REGISTRO-ENCONTRADO-SI VALUE "S".
           88 REGISTRO-ENCONTRADO-NO VALUE "N".
       01 WS-RUTA-FIC PIC X(10) VALUE "FICHAS.dat".
       01 WS-RUTA-FIC-TMP PIC X(10) VALUE "FICHAS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
      * AREA DE COMUNICACION RUTINA ALUMNOS
       COPY "COPY-ACA.cpy".

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
               DISPLAY "1. ALTA DE FICHA MEDICA"
               DISPLAY "2. MODIFICAR DATOS DE EMERGENCIA"
               DISPLAY "3. REGISTRAR APTO FISICO"
               DISPLAY "4. BAJA DE FICHA MEDICA"
               DISPLAY "5. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-FICHAS
                   WHEN 2
                       MOVE "D" TO WS-TIPO-CAMBIO
                       PERFORM 0600-MODIFICAR-FICHA
                   WHEN 3
                       MOVE "A" TO WS-TIPO-CAMBIO
                       PERFORM 0600-MODIFICAR-FICHA
                   WHEN 4
                       PERFORM 0700-BAJA-FICHA
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           0200-ALTA-FICHAS.
               MOVE "SI" TO WS-CONTROL
               PERFORM 0300-CARGAR-FICHAS
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-PROCES-INFO
               UNTIL WS-CONTROL-NO OR WS-FS-FIC-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * NROS DE ALUMNO QUE YA TIENEN FICHA
           0300-CARGAR-FICHAS.
               MOVE 0 TO TABFIC-TOTAL
               OPEN INPUT FICHAS
               IF WS-FS-FIC-OK
                   PERFORM 0310-LEER-FICHA UNTIL NOT WS-FS-FIC-OK
               END-IF
               CLOSE FICHAS.

           0310-LEER-FICHA.
               READ FICHAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-FIC
               END-READ
               IF WS-FS-FIC-OK AND TABFIC-TOTAL < 10000
                   ADD 1 TO TABFIC-TOTAL
                   MOVE FIC-NRO-ALUMNO TO TABFIC-NRO(TABFIC-TOTAL)
               END-IF.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND FICHAS.
               IF NOT WS-FS-FIC-OK AND NOT WS-FS-FIC-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-FIC
               END-IF.

      * LA FICHA SE CARGA SOLO PARA ALUMNOS QUE EXISTEN EN EL MAESTRO
           0510-VALIDAR-ALUMNO.
               MOVE "N" TO WS-ALUMNO-VALIDO
               INITIALIZE AreaDeComunicacionAlumno
               MOVE 2 TO Opcion-alumno
               MOVE WS-FIC-ALUMNO TO Codigo-alumno
               CALL RUTALUMN USING AreaDeComunicacionAlumno
               IF RET-COD-4 = "00"
                   MOVE "S" TO WS-ALUMNO-VALIDO
               ELSE
                   DISPLAY "ALUMNO INEXISTENTE, REGISTRO NO GRABADO"
               END-IF.

           0520-BUSCAR-FICHA.
               MOVE "N" TO WS-FICHA-EXISTE
               PERFORM VARYING TABFIC-INDICE FROM 1 BY 1
                   UNTIL TABFIC-INDICE > TABFIC-TOTAL OR FICHA-EXISTE-SI
                   IF TABFIC-NRO(TABFIC-INDICE) = WS-FIC-ALUMNO
                       MOVE "S" TO WS-FICHA-EXISTE
                   END-IF
               END-PERFORM.

      * DATOS DE EMERGENCIA, COMUNES AL ALTA Y A LA MODIFICACION
           0530-PEDIR-DATOS.
               MOVE "N" TO WS-GRUPO-VALIDO
               PERFORM 0540-PEDIR-GRUPO UNTIL GRUPO-VALIDO-SI
               DISPLAY "INGRESA ALERGIAS (EN BLANCO = NINGUNA)"
               ACCEPT WS-FIC-ALERGIAS
               DISPLAY "INGRESA MEDICACION HABITUAL (EN BLANCO ="
                   " NINGUNA)"
               ACCEPT WS-FIC-MEDICACION
               DISPLAY "INGRESA OBRA SOCIAL"
               ACCEPT WS-FIC-OBRA-SOCIAL
               DISPLAY "INGRESA NRO DE AFILIADO"
               ACCEPT WS-FIC-AFILIADO.

           0540-PEDIR-GRUPO.
               DISPLAY "INGRESA GRUPO SANGUINEO (0+ 0- A+ A- B+ B- AB+"
                   " AB-, EN BLANCO = NO INFORMADO)"
               MOVE SPACES TO WS-GRUPO-PEDIDO
               ACCEPT WS-GRUPO-PEDIDO
               INSPECT WS-GRUPO-PEDIDO CONVERTING "ab" TO "AB"
               IF GRUPO-SANGUINEO-VALIDO
                   MOVE WS-GRUPO-PEDIDO TO WS-FIC-GRUPO
                   MOVE "S" TO WS-GRUPO-VALIDO
               ELSE
                   DISPLAY "GRUPO SANGUINEO INVALIDO"
               END-IF.

      * APTO FISICO: EMISION NO FUTURA Y VENCIMIENTO POSTERIOR A LA
      * EMISION; SIN VENCIMIENTO VALE UN AÑO
           0550-PEDIR-APTO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               MOVE "N" TO WS-FECHA-VALIDA
               PERFORM 0560-PEDIR-FECHAS-APTO UNTIL FECHA-VALIDA-SI.

           0560-PEDIR-FECHAS-APTO.
               DISPLAY "FECHA DE EMISION DEL APTO AAAAMMDD (0 = HOY)"
               ACCEPT WS-APTO-EMISION
               IF WS-APTO-EMISION = 0
                   MOVE WS-FECHA-HOY TO WS-APTO-EMISION
               END-IF
               DISPLAY "FECHA DE VENCIMIENTO AAAAMMDD (0 = UN AÑO)"
               ACCEPT WS-APTO-VENCE
               IF WS-APTO-VENCE = 0
                   MOVE WS-APTO-EMISION TO WS-APTO-VENCE
                   ADD 1 TO WS-VEN-ANIO
                   IF WS-VEN-MES = 2 AND WS-VEN-DIA = 29
                       MOVE 28 TO WS-VEN-DIA
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-EMI-MES < 1 OR WS-EMI-MES > 12
                   OR WS-EMI-DIA < 1 OR WS-EMI-DIA > 31
                   OR WS-VEN-MES < 1 OR WS-VEN-MES > 12
                   OR WS-VEN-DIA < 1 OR WS-VEN-DIA > 31
                       DISPLAY "FECHA INVALIDA"
                   WHEN WS-APTO-EMISION > WS-FECHA-HOY
                       DISPLAY "LA EMISION NO PUEDE SER FUTURA"
                   WHEN WS-APTO-VENCE NOT > WS-APTO-EMISION
                       DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA"
                           " EMISION"
                   WHEN OTHER
                       MOVE "S" TO WS-FECHA-VALIDA
               END-EVALUATE.

           2000-PROCES-INFO.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-FIC-ALUMNO
               PERFORM 0510-VALIDAR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0520-BUSCAR-FICHA
                   IF FICHA-EXISTE-SI
                       DISPLAY "EL ALUMNO YA TIENE FICHA MEDICA, USE LA"
                           " OPCION DE MODIFICAR"
                   ELSE
                       PERFORM 0530-PEDIR-DATOS
                       MOVE WS-FIC-ALUMNO TO FIC-NRO-ALUMNO
                       MOVE WS-FIC-GRUPO TO FIC-GRUPO-SANGUINEO
                       MOVE WS-FIC-ALERGIAS TO FIC-ALERGIAS
                       MOVE WS-FIC-MEDICACION TO FIC-MEDICACION
                       MOVE WS-FIC-OBRA-SOCIAL TO FIC-OBRA-SOCIAL
                       MOVE WS-FIC-AFILIADO TO FIC-NRO-AFILIADO
                       MOVE 0 TO FIC-APTO-EMISION
                       MOVE 0 TO FIC-APTO-VENCE
                       DISPLAY "REGISTRAR EL APTO FISICO AHORA? SI/NO"
                       ACCEPT WS-CONTROL
                       IF WS-CONTROL-OK
                           PERFORM 0550-PEDIR-APTO
                           MOVE WS-APTO-EMISION TO FIC-APTO-EMISION
                           MOVE WS-APTO-VENCE TO FIC-APTO-VENCE
                       END-IF
                       PERFORM 2100-GUARDAR-INFO
                   END-IF
               END-IF
               DISPLAY "INGRESAR OTRA FICHA? SI/NO"
               ACCEPT WS-CONTROL.

           2100-GUARDAR-INFO.
               WRITE FICHAS-REGISTRO
               IF NOT WS-FS-FIC-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-FIC
               ELSE
                   IF TABFIC-TOTAL < 10000
                       ADD 1 TO TABFIC-TOTAL
                       MOVE FIC-NRO-ALUMNO TO TABFIC-NRO(TABFIC-TOTAL)
                   END-IF
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   MOVE FIC-NRO-ALUMNO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

           3000-CERRAR-ARCHIVO.
               CLOSE FICHAS.
               IF NOT WS-FS-FIC-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-FIC
               END-IF.

      * MODIFICA LOS DATOS DE EMERGENCIA O EL APTO FISICO DE LA FICHA
      * DEL ALUMNO INDICADO, RECONSTRUYENDO EL ARCHIVO EN FICHAS.TMP
           0600-MODIFICAR-FICHA.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-NRO-BUSCAR
               IF CAMBIO-DATOS
                   PERFORM 0530-PEDIR-DATOS
               ELSE
                   PERFORM 0550-PEDIR-APTO
               END-IF
               MOVE "N" TO WS-REGISTRO-ENCONTRADO
               OPEN INPUT FICHAS
               IF WS-FS-FIC-NOEXISTE
                   DISPLAY "NO HAY FICHAS MEDICAS CARGADAS"
               ELSE
                   OPEN OUTPUT FICHAS-TMP
                   PERFORM 0610-COPIAR-MODIFICANDO UNTIL WS-FS-FIC-NO
                   CLOSE FICHAS-TMP
                   IF REGISTRO-ENCONTRADO-NO
                       DISPLAY "EL ALUMNO NO TIENE FICHA MEDICA"
                   ELSE
                       IF CAMBIO-DATOS
                           MOVE "MODIFICACION" TO WS-AUD-OPERACION
                       ELSE
                           MOVE "APTO FISICO" TO WS-AUD-OPERACION
                       END-IF
                       MOVE WS-NRO-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   PERFORM 0900-REEMPLAZAR-ARCHIVO
               END-IF
               CLOSE FICHAS.

           0610-COPIAR-MODIFICANDO.
               READ FICHAS NEXT RECORD AT END
                   CONTINUE
               END-READ
               IF WS-FS-FIC-OK
                   IF FIC-NRO-ALUMNO = WS-NRO-BUSCAR
                       IF CAMBIO-DATOS
                           MOVE WS-FIC-GRUPO TO FIC-GRUPO-SANGUINEO
                           MOVE WS-FIC-ALERGIAS TO FIC-ALERGIAS
                           MOVE WS-FIC-MEDICACION TO FIC-MEDICACION
                           MOVE WS-FIC-OBRA-SOCIAL TO FIC-OBRA-SOCIAL
                           MOVE WS-FIC-AFILIADO TO FIC-NRO-AFILIADO
                       ELSE
                           MOVE WS-APTO-EMISION TO FIC-APTO-EMISION
                           MOVE WS-APTO-VENCE TO FIC-APTO-VENCE
                       END-IF
                       MOVE "S" TO WS-REGISTRO-ENCONTRADO
                   END-IF
                   MOVE FICHAS-REGISTRO TO FICHAS-TMP-REGISTRO
                   WRITE FICHAS-TMP-REGISTRO
               END-IF.

      * ELIMINA LA FICHA DEL ALUMNO INDICADO, RECONSTRUYENDO EL
      * ARCHIVO COMPLETO EN FICHAS.TMP
           0700-BAJA-FICHA.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-NRO-BUSCAR
               MOVE "N" TO WS-REGISTRO-ENCONTRADO
               OPEN INPUT FICHAS
               IF WS-FS-FIC-NOEXISTE
                   DISPLAY "NO HAY FICHAS MEDICAS CARGADAS"
               ELSE
                   OPEN OUTPUT FICHAS-TMP
                   PERFORM 0710-COPIAR-OMITIENDO UNTIL WS-FS-FIC-NO
                   CLOSE FICHAS-TMP
                   IF REGISTRO-ENCONTRADO-NO
                       DISPLAY "EL ALUMNO NO TIENE FICHA MEDICA"
                   ELSE
                       MOVE "BAJA" TO WS-AUD-OPERACION
                       MOVE WS-NRO-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   PERFORM 0900-REEMPLAZAR-ARCHIVO
               END-IF
               CLOSE FICHAS.

           0710-COPIAR-OMITIENDO.
               READ FICHAS NEXT RECORD AT END
                   CONTINUE
               END-READ
               IF WS-FS-FIC-OK
                   IF FIC-NRO-ALUMNO = WS-NRO-BUSCAR
                       MOVE "S" TO WS-REGISTRO-ENCONTRADO
                   ELSE
                       MOVE FICHAS-REGISTRO TO FICHAS-TMP-REGISTRO
                       WRITE FICHAS-TMP-REGISTRO
                   END-IF
               END-IF.

      * REEMPLAZA FICHAS.dat POR EL ARCHIVO DE TRABAJO
           0900-REEMPLAZAR-ARCHIVO.
               CALL "CBL_DELETE_FILE" USING WS-RUTA-FIC
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING WS-RUTA-FIC-TMP WS-RUTA-FIC
                   RETURNING WS-CBL-RESULT.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA;
      * LOS DATOS MEDICOS NO SE VUELCAN EN LA AUDITORIA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENFICH" DELIMITED BY SIZE
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

       END PROGRAM PGENFICH.
