
      * MANTENIMIENTO DEL MAESTRO DE OPERADORES: ID, NOMBRE, NIVEL DE
      * PERMISOS (1=CARGA, 2=SUPERVISOR) Y MARCA DE ACTIVO. LOS
      * PROGRAMAS DE CARGA VALIDAN EL INGRESO CONTRA ESTE MAESTRO.
      * EL OPERADOR PUEDE QUEDAR VINCULADO A UN DOCENTE (DOCENTES.dat):
      * ESE OPERADOR SOLO CARGA NOTAS DE LAS MATERIAS QUE ASIGDOC.dat
      * LE ASIGNA AL DOCENTE EN EL AÑO/MES DE LA NOTA.
      * CADA OPERADOR TIENE CLAVE (GUARDADA COMO HUELLA POR RUTOPER):
      * EL ALTA PIDE UNA CLAVE INICIAL QUE SE DEBE CAMBIAR EN EL
      * PRIMER INGRESO, Y UN SUPERVISOR PUEDE BLANQUEAR LA CLAVE Y
      * DESBLOQUEAR A UN OPERADOR BLOQUEADO POR INTENTOS FALLIDOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADORES-TMP       ASSIGN TO "OPERADORES.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OPE-TMP.

       DATA DIVISION.
       FILE SECTION.
              05 OPE-NOMBRE PIC X(25).
              05 OPE-NIVEL PIC 9.
              05 OPE-ACTIVO PIC X.
      * DOCENTE VINCULADO AL OPERADOR (0 O EN BLANCO = NINGUNO)
              05 OPE-COD-DOCENTE PIC 9(4).
      * DATOS DE CLAVE, ADMINISTRADOS POR RUTOPER
              05 OPE-CLAVE-HUELLA PIC X(10).
              05 OPE-FECHA-CLAVE PIC X(8).
              05 OPE-INTENTOS PIC X.
              05 OPE-BLOQUEADO PIC X.
              05 OPE-CAMBIAR-CLAVE PIC X.

       FD OPERADORES-TMP.
           01 OPERADORES-TMP-REGISTRO.
              05 OPETMP-NOMBRE PIC X(25).
              05 OPETMP-NIVEL PIC 9.
              05 OPETMP-ACTIVO PIC X.
              05 OPETMP-COD-DOCENTE PIC 9(4).
              05 OPETMP-CLAVE-HUELLA PIC X(10).
              05 OPETMP-FECHA-CLAVE PIC X(8).
              05 OPETMP-INTENTOS PIC X.
              05 OPETMP-BLOQUEADO PIC X.
              05 OPETMP-CAMBIAR-CLAVE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FS-OPE PIC XX.
       01 WS-FS-OPE-TMP PIC XX.
           88 WS-FS-OPE-TMP-OK VALUE "00".
           88 WS-FS-OPE-TMP-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-OPE-ID PIC X(10) VALUE SPACES.
       77 WS-OPE-NOMBRE PIC X(25) VALUE SPACES.
       77 WS-OPE-NIVEL PIC 9 VALUE 1.
       77 WS-OPE-DOCENTE PIC 9(4) VALUE 0.
      * CLAVE INICIAL DEL ALTA O CLAVE PROVISORIA DEL BLANQUEO
       77 WS-OPE-CLAVE PIC X(20) VALUE SPACES.
       77 WS-LARGO-CLAVE PIC 99 VALUE 0.
       77 WS-LARGO-MINIMO PIC 99 VALUE 6.
      * CLAVE DEL OPERADOR CUANDO USA EL PROGRAMA SIN SESION Y NIVEL
      * CON QUE QUEDA IDENTIFICADO (EL BLANQUEO EXIGE NIVEL 2)
       77 WS-CLAVE-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       01 WS-DOCENTE-VALIDO PIC X VALUE "N".
           88 DOCENTE-VALIDO-SI VALUE "S".
           88 DOCENTE-VALIDO-NO VALUE "N".
       01 WS-OPE-ACTIVO-ING PIC X VALUE "S".
           88 OPE-ACTIVO-ING-SI VALUE "S".
           88 OPE-ACTIVO-ING-NO VALUE "N".
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
      * AREA DE COMUNICACION RUTINA DOCENTES
       COPY "COPY-ACD.cpy".

      * MANTENIMIENTO (MODIFICAR/ELIMINAR)
       77 WS-ID-BUSCAR PIC X(10) VALUE SPACES.
           CALL RUTSES USING AreaDeComunicacionSesion
           IF RET-COD-6 = "00"
               MOVE OPERADOR-SESION TO WS-OPERADOR
               MOVE NIVEL-SESION TO WS-NIVEL-OPERADOR
               PERFORM 0500-CARGAR-TABLA-OPERADORES
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 0500-CARGAR-TABLA-OPERADORES
               PERFORM 0050-VERIFICAR-OPERADOR
           END-IF
           INITIALIZE AreaDeComunicacionDocente
           MOVE 1 TO Opcion-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 5
           STOP RUN.

      * SIN SESION SE VERIFICA LA CLAVE POR RUTOPER (CUENTA COMO
      * INTENTO DE INGRESO) Y SI NO VERIFICA EL PROGRAMA TERMINA;
      * SIN MAESTRO DE OPERADORES EL USUARIO QUEDA COMO SUPERVISOR
      * PARA PODER DAR LAS PRIMERAS ALTAS
           0050-VERIFICAR-OPERADOR.
               MOVE 0 TO WS-NIVEL-OPERADOR
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
                       STOP RUN
                   END-IF
                   PERFORM 0500-CARGAR-TABLA-OPERADORES
               END-IF.

      * ALTA, MODIFICACION Y BAJA REQUIEREN NIVEL 2, IGUAL QUE EL
      * BLANQUEO DE CLAVES (0800)
           0100-MOSTRAR-MENU.
               DISPLAY "1. ALTA DE OPERADOR"
               DISPLAY "2. MODIFICAR OPERADOR"
               DISPLAY "3. BAJA DE OPERADOR"
               DISPLAY "4. BLANQUEAR CLAVE / DESBLOQUEAR OPERADOR"
               DISPLAY "5. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       IF WS-NIVEL-OPERADOR < 2
                           DISPLAY "EL ALTA DE OPERADORES REQUIERE"
                               " NIVEL 2"
                       ELSE
                           PERFORM 0200-ALTA-OPERADORES
                       END-IF
                   WHEN 2
                       IF WS-NIVEL-OPERADOR < 2
                           DISPLAY "LA MODIFICACION DE OPERADORES"
                               " REQUIERE NIVEL 2"
                       ELSE
                           PERFORM 0600-MODIFICAR-OPERADOR
                       END-IF
                   WHEN 3
                       IF WS-NIVEL-OPERADOR < 2
                           DISPLAY "LA BAJA DE OPERADORES REQUIERE"
                               " NIVEL 2"
                       ELSE
                           PERFORM 0700-BAJA-OPERADOR
                       END-IF
                   WHEN 4
                       PERFORM 0800-BLANQUEAR-CLAVE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               ACCEPT WS-OPE-NOMBRE
               DISPLAY "INGRESA NIVEL (1=CARGA 2=SUPERVISOR)"
               ACCEPT WS-OPE-NIVEL
               PERFORM 2070-INGRESAR-DOCENTE-VALIDO
               DISPLAY "INGRESA CLAVE INICIAL DEL OPERADOR"
               PERFORM 2090-INGRESAR-CLAVE-VALIDA
               MOVE WS-OPE-ID TO OPE-ID
               MOVE WS-OPE-NOMBRE TO OPE-NOMBRE
               MOVE WS-OPE-NIVEL TO OPE-NIVEL
               MOVE "A" TO OPE-ACTIVO
               MOVE WS-OPE-DOCENTE TO OPE-COD-DOCENTE
               MOVE SPACES TO OPE-CLAVE-HUELLA
               MOVE SPACES TO OPE-FECHA-CLAVE
               MOVE "0" TO OPE-INTENTOS
               MOVE "N" TO OPE-BLOQUEADO
               MOVE "S" TO OPE-CAMBIAR-CLAVE
               PERFORM 2100-GUARDAR-INFO
               DISPLAY "INGRESAR OTRO OPERADOR? SI/NO"
               ACCEPT WS-CONTROL.
                   DISPLAY "ID YA EXISTE, INGRESE OTRO"
               END-IF.

           2070-INGRESAR-DOCENTE-VALIDO.
               MOVE "N" TO WS-DOCENTE-VALIDO
               PERFORM 2080-PEDIR-DOCENTE UNTIL DOCENTE-VALIDO-SI.

      * EL CODIGO DE DOCENTE VINCULADO SE VALIDA POR RUTDOCEN; 0 DEJA
      * AL OPERADOR SIN DOCENTE (SIN LIMITE DE MATERIAS)
           2080-PEDIR-DOCENTE.
               DISPLAY "INGRESA CODIGO DE DOCENTE VINCULADO (0=NINGUNO)"
               ACCEPT WS-OPE-DOCENTE
               IF WS-OPE-DOCENTE = 0
                   MOVE "S" TO WS-DOCENTE-VALIDO
               ELSE
                   INITIALIZE DatoDeSalidaDocente DatoDeRetornoDocente
                   MOVE 2 TO Opcion-docente
                   MOVE WS-OPE-DOCENTE TO Codigo-docente
                   CALL RUTDOCEN USING AreaDeComunicacionDocente
                   IF RET-COD-3 = "00"
                       DISPLAY "DOCENTE: " NOMBRE-DOCENTE
                       MOVE "S" TO WS-DOCENTE-VALIDO
                   ELSE
                       DISPLAY "DOCENTE INEXISTENTE, INGRESE OTRO"
                   END-IF
               END-IF.

           2090-INGRESAR-CLAVE-VALIDA.
               MOVE 0 TO WS-LARGO-CLAVE
               PERFORM 2095-PEDIR-CLAVE
                   UNTIL WS-LARGO-CLAVE >= WS-LARGO-MINIMO.

           2095-PEDIR-CLAVE.
               DISPLAY "(MINIMO 6 CARACTERES)"
               ACCEPT WS-OPE-CLAVE
               MOVE 0 TO WS-LARGO-CLAVE
               INSPECT WS-OPE-CLAVE TALLYING WS-LARGO-CLAVE
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LARGO-CLAVE < WS-LARGO-MINIMO
                   DISPLAY "CLAVE DEMASIADO CORTA, INGRESE OTRA"
               END-IF.

           2100-GUARDAR-INFO.
               WRITE OPERADORES-REGISTRO
               IF NOT WS-FS-OPE-OK THEN
                   MOVE OPE-ID TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   PERFORM 3000-CERRAR-ARCHIVO
                   PERFORM 2150-GRABAR-CLAVE-INICIAL
                   PERFORM 0500-CARGAR-TABLA-OPERADORES
                   PERFORM 1000-ABRIR-ARCHIVO
               END-IF.

      * LA HUELLA DE LA CLAVE INICIAL LA GRABA RUTOPER (OPCION 5):
      * EL OPERADOR NUEVO QUEDA OBLIGADO A CAMBIARLA AL INGRESAR
           2150-GRABAR-CLAVE-INICIAL.
               INITIALIZE AreaDeComunicacionOperador
               MOVE 5 TO Opcion-operador
               MOVE WS-OPE-ID TO Id-operador
               MOVE WS-OPE-CLAVE TO CLAVE-NUEVA-OPERADOR
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 NOT = "00"
                   DISPLAY "NO SE PUDO GRABAR LA CLAVE INICIAL: "
                       DESC-ERROR-5
               END-IF.

           3000-CERRAR-ARCHIVO.
               CLOSE OPERADORES.
               IF NOT WS-FS-OPE-OK THEN
               ACCEPT WS-OPE-NIVEL
               DISPLAY "OPERADOR ACTIVO? S/N"
               ACCEPT WS-OPE-ACTIVO-ING
               PERFORM 2070-INGRESAR-DOCENTE-VALIDO
               MOVE "N" TO WS-REGISTRO-ENCONTRADO
               OPEN INPUT OPERADORES
               IF WS-FS-OPE-NOEXISTE
                       MOVE WS-ID-BUSCAR TO OPETMP-ID
                       MOVE WS-OPE-NOMBRE TO OPETMP-NOMBRE
                       MOVE WS-OPE-NIVEL TO OPETMP-NIVEL
                       MOVE WS-OPE-DOCENTE TO OPETMP-COD-DOCENTE
                       PERFORM 0730-COPIAR-CLAVE
                       IF OPE-ACTIVO-ING-SI
                           MOVE "A" TO OPETMP-ACTIVO
                       ELSE
                       MOVE OPE-NOMBRE TO OPETMP-NOMBRE
                       MOVE OPE-NIVEL TO OPETMP-NIVEL
                       MOVE OPE-ACTIVO TO OPETMP-ACTIVO
                       PERFORM 0720-COPIAR-DOCENTE
                       PERFORM 0730-COPIAR-CLAVE
                   END-IF
                   WRITE OPERADORES-TMP-REGISTRO
               END-IF.
                       MOVE OPE-NOMBRE TO OPETMP-NOMBRE
                       MOVE OPE-NIVEL TO OPETMP-NIVEL
                       MOVE OPE-ACTIVO TO OPETMP-ACTIVO
                       PERFORM 0720-COPIAR-DOCENTE
                       PERFORM 0730-COPIAR-CLAVE
                       WRITE OPERADORES-TMP-REGISTRO
                   END-IF
               END-IF.

      * LOS OPERADORES GRABADOS ANTES DEL VINCULO CON DOCENTES TIENEN
      * EL CAMPO EN BLANCO: AL REESCRIBIRLOS QUEDAN SIN DOCENTE (0)
           0720-COPIAR-DOCENTE.
               IF OPE-COD-DOCENTE IS NUMERIC
                   MOVE OPE-COD-DOCENTE TO OPETMP-COD-DOCENTE
               ELSE
                   MOVE 0 TO OPETMP-COD-DOCENTE
               END-IF.

      * LOS DATOS DE CLAVE PASAN SIN CAMBIOS (EN BLANCO EN LOS
      * OPERADORES GRABADOS ANTES DE QUE EXISTIERAN LAS CLAVES)
           0730-COPIAR-CLAVE.
               MOVE OPE-CLAVE-HUELLA TO OPETMP-CLAVE-HUELLA
               MOVE OPE-FECHA-CLAVE TO OPETMP-FECHA-CLAVE
               MOVE OPE-INTENTOS TO OPETMP-INTENTOS
               MOVE OPE-BLOQUEADO TO OPETMP-BLOQUEADO
               MOVE OPE-CAMBIAR-CLAVE TO OPETMP-CAMBIAR-CLAVE.

      * BLANQUEO DE CLAVE (SOLO SUPERVISOR): RUTOPER GRABA LA CLAVE
      * PROVISORIA, DESBLOQUEA AL OPERADOR Y LO OBLIGA A CAMBIARLA
      * EN EL PROXIMO INGRESO
           0800-BLANQUEAR-CLAVE.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY "EL BLANQUEO DE CLAVES REQUIERE NIVEL 2"
               ELSE
                   DISPLAY "INGRESA ID DEL OPERADOR A BLANQUEAR"
                   ACCEPT WS-ID-BUSCAR
                   DISPLAY "INGRESA CLAVE PROVISORIA"
                   PERFORM 2090-INGRESAR-CLAVE-VALIDA
                   INITIALIZE AreaDeComunicacionOperador
                   MOVE 5 TO Opcion-operador
                   MOVE WS-ID-BUSCAR TO Id-operador
                   MOVE WS-OPE-CLAVE TO CLAVE-NUEVA-OPERADOR
                   CALL RUTOPER USING AreaDeComunicacionOperador
                   IF RET-COD-5 = "00"
                       DISPLAY "CLAVE BLANQUEADA, OPERADOR DESBLOQUEADO"
                       MOVE "BLANQUEO" TO WS-AUD-OPERACION
                       MOVE WS-ID-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   ELSE
                       DISPLAY DESC-ERROR-5
                   END-IF
                   PERFORM 0500-CARGAR-TABLA-OPERADORES
               END-IF.

      * REEMPLAZA OPERADORES.dat POR EL ARCHIVO DE TRABAJO
           0900-REEMPLAZAR-ARCHIVO-OPERADORES.
               CALL "CBL_DELETE_FILE" USING WS-RUTA-OPE
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENOPE" DELIMITED BY SIZE
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

       END PROGRAM PGENOPE.
