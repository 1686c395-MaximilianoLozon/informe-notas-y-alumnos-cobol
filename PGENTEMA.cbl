       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENTEMA.

      * LIBRO DE TEMAS: CADA CLASE DICTADA QUEDA EN TEMAS.dat CON
      * SECCION, MATERIA, FECHA Y MODULO (LA CLAVE), EL TEMA DADO Y
      * EL DOCENTE QUE LA DICTO. LA CLASE TIENE QUE EXISTIR: LA FECHA
      * DEBE SER DIA DE CLASE EN EL CALENDARIO DIARIO (CALDIA.dat,
      * PGENCALD) Y LA SECCION/MATERIA DEBE TENER ESE MODULO EN EL
      * DIA DE LA SEMANA QUE CORRESPONDE SEGUN HORARIOS.dat
      * (PGENHOR). EL DOCENTE PROPUESTO ES EL TITULAR DE LA MATERIA
      * (RUTMATER); SI DICTO OTRO SE TIPEA SU CODIGO Y SE VALIDA POR
      * RUTDOCEN. UNA CLASE TIENE UN SOLO TEMA: NO SE ACEPTA UNA
      * SEGUNDA CARGA PARA LA MISMA CLAVE. LA CONSULTA (OPCION 2)
      * MUESTRA EL LIBRO DE UNA SECCION/MATERIA, COMO LO PIDE LA
      * INSPECCION; LAS CLASES SIN TEMA LAS LISTA PGTEMFAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL TEMAS       ASSIGN TO "TEMAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TEM.
       SELECT OPTIONAL HORARIOS    ASSIGN TO "HORARIOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HOR.
       SELECT OPTIONAL CALDIA      ASSIGN TO "CALDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CDI.

       DATA DIVISION.
       FILE SECTION.
      * UNA CLASE DICTADA POR REGISTRO
       FD TEMAS.
           01 TEMAS-REGISTRO.
              05 TEM-SECCION PIC X(2).
              05 TEM-NRO-MATERIA PIC 99.
              05 TEM-FECHA PIC 9(8).
              05 TEM-MODULO PIC 99.
              05 TEM-COD-DOCENTE PIC 9(4).
              05 TEM-TEMA PIC X(60).
              05 TEM-OPERADOR PIC X(10).

       FD HORARIOS.
           01 HORARIOS-REGISTRO.
              05 HOR-SECCION PIC X(2).
              05 HOR-NRO-MATERIA PIC 99.
              05 HOR-DIA PIC 9.
              05 HOR-MODULO PIC 99.

       FD CALDIA.
           01 CALDIA-REGISTRO.
              05 CDI-FECHA PIC 9(8).
              05 CDI-TIPO PIC X.
                 88 CDI-TIPO-CLASE VALUE "C".

       WORKING-STORAGE SECTION.
       01 WS-FS-TEM PIC XX.
           88 WS-FS-TEM-OK VALUE "00".
           88 WS-FS-TEM-NO VALUE "10".
           88 WS-FS-TEM-NOEXISTE VALUE "05" "35".
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
           88 WS-FS-HOR-NO VALUE "10".
       01 WS-FS-CDI PIC XX.
           88 WS-FS-CDI-OK VALUE "00".
           88 WS-FS-CDI-NO VALUE "10".

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
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".

      * DATOS DE LA CLASE EN CARGA
       77 WS-TEM-SECCION PIC X(2) VALUE SPACES.
       77 WS-TEM-MATERIA PIC 99 VALUE ZERO.
       01 WS-TEM-FECHA PIC 9(8) VALUE ZERO.
       01 WS-TEM-FECHA-R REDEFINES WS-TEM-FECHA.
           05 WS-TEM-ANIO PIC 9(4).
           05 WS-TEM-MES PIC 99.
           05 WS-TEM-DIA PIC 99.
       77 WS-TEM-MODULO PIC 99 VALUE ZERO.
       77 WS-TEM-DOCENTE PIC 9(4) VALUE ZERO.
       77 WS-TEM-TEMA PIC X(60) VALUE SPACES.
       77 WS-DOCENTE-TITULAR PIC 9(4) VALUE ZERO.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
      * DIA DE LA SEMANA DE LA FECHA (1=LUNES ... 7=DOMINGO), EL
      * MISMO CRITERIO DE HOR-DIA
       77 WS-ENTERO-FECHA PIC 9(8) VALUE ZERO.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       01 WS-CLASE-VALIDA PIC X VALUE "N".
           88 CLASE-VALIDA-SI VALUE "S".
           88 CLASE-VALIDA-NO VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
           88 ENCONTRADO-SI VALUE "S".
           88 ENCONTRADO-NO VALUE "N".

      * HORARIO EN TABLA, CARGADO UNA SOLA VEZ AL ARRANCAR
       01 TABLA-HORARIOS.
           05 TABHOR-FILA OCCURS 500 TIMES.
               10 TABHOR-SECCION PIC X(2).
               10 TABHOR-MATERIA PIC 99.
               10 TABHOR-DIA PIC 9.
               10 TABHOR-MODULO PIC 99.
       77 TABHOR-INDICE PIC 999.
       77 TABHOR-TOTAL PIC 999 VALUE 0.

      * DIAS DE CLASE DEL CALENDARIO DIARIO (SOLO TIPO C)
       01 TABLA-CALDIA.
           05 TABCDI-FILA OCCURS 800 TIMES.
               10 TABCDI-FECHA PIC 9(8).
       77 TABCDI-INDICE PIC 999.
       77 TABCDI-TOTAL PIC 999 VALUE 0.

      * CLAVES YA CARGADAS EN EL LIBRO, PARA RECHAZAR UN SEGUNDO TEMA
      * DE LA MISMA CLASE SIN RELEER EL ARCHIVO
       01 TABLA-TEMAS.
           05 TABTEM-FILA OCCURS 5000 TIMES.
               10 TABTEM-SECCION PIC X(2).
               10 TABTEM-MATERIA PIC 99.
               10 TABTEM-FECHA PIC 9(8).
               10 TABTEM-MODULO PIC 99.
       77 TABTEM-INDICE PIC 9(4).
       77 TABTEM-TOTAL PIC 9(4) VALUE 0.

      * CONSULTA DEL LIBRO DE UNA SECCION/MATERIA
       77 WS-CON-CANTIDAD PIC 9(4) VALUE 0.
       77 WS-CON-DESDE PIC 9(8) VALUE ZERO.

      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
      * AREA DE COMUNICACION RUTINA MATERIAS
       COPY "COPY-ACM.cpy".
      * AREA DE COMUNICACION RUTINA DOCENTES
       COPY "COPY-ACD.cpy".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           INITIALIZE AreaDeComunicacionDocente
           MOVE 1 TO Opcion-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           PERFORM 0500-CARGAR-TABLA-HORARIOS
           PERFORM 0520-CARGAR-TABLA-CALDIA
           PERFORM 0540-CARGAR-TABLA-TEMAS
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. REGISTRAR TEMA DE CLASE"
               DISPLAY "2. CONSULTAR LIBRO DE TEMAS"
               DISPLAY "3. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-TEMAS
                   WHEN 2
                       PERFORM 0600-CONSULTAR-LIBRO
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           0200-ALTA-TEMAS.
               MOVE "SI" TO WS-CONTROL
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-PROCES-INFO
                   UNTIL WS-CONTROL-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * CARGA EL HORARIO A LA TABLA UNA SOLA VEZ
           0500-CARGAR-TABLA-HORARIOS.
               MOVE 0 TO TABHOR-TOTAL
               OPEN INPUT HORARIOS
               IF WS-FS-HOR-OK
                   PERFORM 0510-LEER-HORARIO UNTIL NOT WS-FS-HOR-OK
               END-IF
               CLOSE HORARIOS.

           0510-LEER-HORARIO.
               READ HORARIOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-HOR
               END-READ
               IF WS-FS-HOR-OK AND TABHOR-TOTAL < 500
                   ADD 1 TO TABHOR-TOTAL
                   MOVE HOR-SECCION TO TABHOR-SECCION(TABHOR-TOTAL)
                   MOVE HOR-NRO-MATERIA TO TABHOR-MATERIA(TABHOR-TOTAL)
                   MOVE HOR-DIA TO TABHOR-DIA(TABHOR-TOTAL)
                   MOVE HOR-MODULO TO TABHOR-MODULO(TABHOR-TOTAL)
               END-IF.

      * SOLO INTERESAN LOS DIAS DE CLASE; FERIADOS Y RECESOS NO
      * ADMITEN TEMA
           0520-CARGAR-TABLA-CALDIA.
               MOVE 0 TO TABCDI-TOTAL
               OPEN INPUT CALDIA
               IF WS-FS-CDI-OK
                   PERFORM 0530-LEER-CALDIA UNTIL NOT WS-FS-CDI-OK
               END-IF
               CLOSE CALDIA.

           0530-LEER-CALDIA.
               READ CALDIA NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CDI
               END-READ
               IF WS-FS-CDI-OK AND CDI-TIPO-CLASE
               AND TABCDI-TOTAL < 800
                   ADD 1 TO TABCDI-TOTAL
                   MOVE CDI-FECHA TO TABCDI-FECHA(TABCDI-TOTAL)
               END-IF.

           0540-CARGAR-TABLA-TEMAS.
               MOVE 0 TO TABTEM-TOTAL
               OPEN INPUT TEMAS
               IF WS-FS-TEM-OK
                   PERFORM 0550-LEER-TEMA UNTIL NOT WS-FS-TEM-OK
               END-IF
               CLOSE TEMAS.

           0550-LEER-TEMA.
               READ TEMAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-TEM
               END-READ
               IF WS-FS-TEM-OK
                   PERFORM 0560-AGREGAR-CLAVE
               END-IF.

           0560-AGREGAR-CLAVE.
               IF TABTEM-TOTAL < 5000
                   ADD 1 TO TABTEM-TOTAL
                   MOVE TEM-SECCION TO TABTEM-SECCION(TABTEM-TOTAL)
                   MOVE TEM-NRO-MATERIA TO TABTEM-MATERIA(TABTEM-TOTAL)
                   MOVE TEM-FECHA TO TABTEM-FECHA(TABTEM-TOTAL)
                   MOVE TEM-MODULO TO TABTEM-MODULO(TABTEM-TOTAL)
               ELSE
                   DISPLAY "TABLA DE TEMAS COMPLETA, EL CONTROL DE"
                       " DUPLICADOS NO ALCANZA A TODO EL LIBRO"
               END-IF.

      * LIBRO DE UNA SECCION/MATERIA DESDE UNA FECHA, EN EL ORDEN EN
      * QUE SE FUE CARGANDO
           0600-CONSULTAR-LIBRO.
               DISPLAY "INGRESA SECCION"
               ACCEPT WS-TEM-SECCION
               DISPLAY "INGRESA NRO DE MATERIA"
               ACCEPT WS-TEM-MATERIA
               DISPLAY "DESDE FECHA (AAAAMMDD, 0=TODO EL LIBRO)"
               ACCEPT WS-CON-DESDE
               MOVE 0 TO WS-CON-CANTIDAD
               OPEN INPUT TEMAS
               IF WS-FS-TEM-OK
                   PERFORM 0610-MOSTRAR-TEMA UNTIL NOT WS-FS-TEM-OK
               END-IF
               CLOSE TEMAS
               IF WS-CON-CANTIDAD = 0
                   DISPLAY "NO HAY TEMAS REGISTRADOS"
               ELSE
                   DISPLAY "CLASES REGISTRADAS: " WS-CON-CANTIDAD
               END-IF.

           0610-MOSTRAR-TEMA.
               READ TEMAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-TEM
               END-READ
               IF WS-FS-TEM-OK
               AND TEM-SECCION = WS-TEM-SECCION
               AND TEM-NRO-MATERIA = WS-TEM-MATERIA
               AND TEM-FECHA >= WS-CON-DESDE
                   ADD 1 TO WS-CON-CANTIDAD
                   DISPLAY TEM-FECHA " MOD " TEM-MODULO
                       " DOC " TEM-COD-DOCENTE " " TEM-TEMA
               END-IF.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND TEMAS.
               IF NOT WS-FS-TEM-OK AND NOT WS-FS-TEM-NOEXISTE THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-TEM
               END-IF.

           2000-PROCES-INFO.
               DISPLAY "INGRESA SECCION"
               ACCEPT WS-TEM-SECCION
               DISPLAY "INGRESA NRO DE MATERIA"
               ACCEPT WS-TEM-MATERIA
               DISPLAY "INGRESA FECHA DE LA CLASE (AAAAMMDD)"
               ACCEPT WS-TEM-FECHA
               DISPLAY "INGRESA MODULO (01-08)"
               ACCEPT WS-TEM-MODULO
               PERFORM 2500-VALIDAR-CLASE
               IF CLASE-VALIDA-SI
                   PERFORM 2600-PEDIR-DOCENTE
               END-IF
               IF CLASE-VALIDA-SI
                   DISPLAY "INGRESA TEMA DADO"
                   MOVE SPACES TO WS-TEM-TEMA
                   ACCEPT WS-TEM-TEMA
                   IF WS-TEM-TEMA = SPACES
                       DISPLAY "TEMA EN BLANCO, CLASE NO GRABADA"
                   ELSE
                       MOVE WS-TEM-SECCION TO TEM-SECCION
                       MOVE WS-TEM-MATERIA TO TEM-NRO-MATERIA
                       MOVE WS-TEM-FECHA TO TEM-FECHA
                       MOVE WS-TEM-MODULO TO TEM-MODULO
                       MOVE WS-TEM-DOCENTE TO TEM-COD-DOCENTE
                       MOVE WS-TEM-TEMA TO TEM-TEMA
                       MOVE WS-OPERADOR TO TEM-OPERADOR
                       PERFORM 2100-GUARDAR-INFO
                   END-IF
               END-IF
               DISPLAY "INGRESAR OTRA CLASE? SI/NO"
               ACCEPT WS-CONTROL.

      * TODAS LAS VALIDACIONES DE LA CLASE, EN ORDEN: FECHA Y MODULO
      * RAZONABLES Y NO FUTUROS, MATERIA EXISTENTE, DIA DE CLASE EN
      * EL CALENDARIO, MODULO EN EL HORARIO DE LA SECCION PARA ESE
      * DIA DE LA SEMANA Y CLASE TODAVIA SIN TEMA
           2500-VALIDAR-CLASE.
               MOVE "S" TO WS-CLASE-VALIDA
               IF WS-TEM-MES < 1 OR WS-TEM-MES > 12
               OR WS-TEM-DIA < 1 OR WS-TEM-DIA > 31
                   DISPLAY "FECHA INVALIDA, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF
               IF CLASE-VALIDA-SI AND WS-TEM-FECHA > WS-FECHA-HOY
                   DISPLAY "FECHA FUTURA, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF
               IF CLASE-VALIDA-SI
               AND (WS-TEM-MODULO < 1 OR WS-TEM-MODULO > 8)
                   DISPLAY "MODULO INVALIDO, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF
               IF CLASE-VALIDA-SI
                   PERFORM 2510-VALIDAR-MATERIA
               END-IF
               IF CLASE-VALIDA-SI
                   PERFORM 2520-VALIDAR-DIA-CLASE
               END-IF
               IF CLASE-VALIDA-SI
                   PERFORM 2530-VALIDAR-HORARIO
               END-IF
               IF CLASE-VALIDA-SI
                   PERFORM 2540-VALIDAR-DUPLICADO
               END-IF.

           2510-VALIDAR-MATERIA.
               INITIALIZE AreaDeComunicacionMateria
               MOVE 2 TO Opcion-materia
               MOVE WS-TEM-MATERIA TO Codigo-materia
               CALL RUTMATER USING AreaDeComunicacionMateria
               IF RET-COD = "00"
                   MOVE COD-DOCENTE-MATERIA TO WS-DOCENTE-TITULAR
               ELSE
                   DISPLAY "MATERIA INEXISTENTE, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF.

           2520-VALIDAR-DIA-CLASE.
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING TABCDI-INDICE FROM 1 BY 1
                   UNTIL TABCDI-INDICE > TABCDI-TOTAL OR ENCONTRADO-SI
                   IF TABCDI-FECHA(TABCDI-INDICE) = WS-TEM-FECHA
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF ENCONTRADO-NO
                   DISPLAY "LA FECHA NO ES DIA DE CLASE EN EL"
                       " CALENDARIO, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF.

      * EL DIA DE LA SEMANA SALE DEL NUMERO DE DIA CORRIDO DE LA
      * FECHA: EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES
           2530-VALIDAR-HORARIO.
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-TEM-FECHA)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-ENTERO-FECHA + 6, 7) + 1
               MOVE "N" TO WS-ENCONTRADO
               PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
                   UNTIL TABHOR-INDICE > TABHOR-TOTAL OR ENCONTRADO-SI
                   IF TABHOR-SECCION(TABHOR-INDICE) = WS-TEM-SECCION
                   AND TABHOR-MATERIA(TABHOR-INDICE) = WS-TEM-MATERIA
                   AND TABHOR-DIA(TABHOR-INDICE) = WS-DIA-SEMANA
                   AND TABHOR-MODULO(TABHOR-INDICE) = WS-TEM-MODULO
                       MOVE "S" TO WS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF ENCONTRADO-NO
                   DISPLAY "LA SECCION NO TIENE ESA MATERIA EN ESE"
                       " DIA/MODULO, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF.

           2540-VALIDAR-DUPLICADO.
               PERFORM VARYING TABTEM-INDICE FROM 1 BY 1
                   UNTIL TABTEM-INDICE > TABTEM-TOTAL
                   OR CLASE-VALIDA-NO
                   IF TABTEM-SECCION(TABTEM-INDICE) = WS-TEM-SECCION
                   AND TABTEM-MATERIA(TABTEM-INDICE) = WS-TEM-MATERIA
                   AND TABTEM-FECHA(TABTEM-INDICE) = WS-TEM-FECHA
                   AND TABTEM-MODULO(TABTEM-INDICE) = WS-TEM-MODULO
                       DISPLAY "LA CLASE YA TIENE TEMA REGISTRADO,"
                           " CLASE NO GRABADA"
                       MOVE "N" TO WS-CLASE-VALIDA
                   END-IF
               END-PERFORM.

      * EL DOCENTE PROPUESTO ES EL TITULAR DE LA MATERIA; CERO LO
      * ACEPTA Y OTRO CODIGO SE VALIDA CONTRA EL MAESTRO DE DOCENTES
           2600-PEDIR-DOCENTE.
               DISPLAY "DOCENTE QUE DICTO LA CLASE (0=TITULAR "
                   WS-DOCENTE-TITULAR ")"
               ACCEPT WS-TEM-DOCENTE
               IF WS-TEM-DOCENTE = 0
                   MOVE WS-DOCENTE-TITULAR TO WS-TEM-DOCENTE
               END-IF
               INITIALIZE DatoDeSalidaDocente DatoDeRetornoDocente
               MOVE 2 TO Opcion-docente
               MOVE WS-TEM-DOCENTE TO Codigo-docente
               CALL RUTDOCEN USING AreaDeComunicacionDocente
               IF RET-COD-3 = "00"
                   DISPLAY "DOCENTE: " NOMBRE-DOCENTE
               ELSE
                   DISPLAY "DOCENTE INEXISTENTE, CLASE NO GRABADA"
                   MOVE "N" TO WS-CLASE-VALIDA
               END-IF.

           2100-GUARDAR-INFO.
               WRITE TEMAS-REGISTRO
               IF NOT WS-FS-TEM-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-TEM
               ELSE
                   PERFORM 0560-AGREGAR-CLAVE
                   MOVE "TEMA" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING TEM-SECCION DELIMITED BY SIZE
                       TEM-NRO-MATERIA DELIMITED BY SIZE
                       TEM-FECHA(3:6) DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

           3000-CERRAR-ARCHIVO.
               CLOSE TEMAS.
               IF NOT WS-FS-TEM-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-TEM
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENTEMA" DELIMITED BY SIZE
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

       END PROGRAM PGENTEMA.
