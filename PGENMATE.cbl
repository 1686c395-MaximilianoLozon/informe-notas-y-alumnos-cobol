       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL MATERIAS    ASSIGN TO "MATERIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT.
      * ARCHIVO DE TRABAJO PARA MODIFICAR/ELIMINAR (NO SE PUEDE
      * REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO DEL ARCHIVO)
       SELECT MATERIAS-TMP         ASSIGN TO "MATERIAS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT-TMP.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, FILE STATUS Y FECHA/HORA)
       SELECT ERRORLOG            ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
      * CANDADO DE LOS MAESTROS: SU EXISTENCIA INDICA QUE OTRA SESION
      * ESTA RECONSTRUYENDO UN MAESTRO; SE TOMA ANTES DE CADA
      * RECONSTRUCCION Y SE LIBERA AL TERMINAR
       SELECT OPTIONAL LOCKFILE   ASSIGN TO "MAESTROS.LCK"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LCK.

       DATA DIVISION.
       FILE SECTION.
      * EL DOCENTE A CARGO SE GUARDA POR CODIGO DEL MAESTRO DE
      * DOCENTES (DOCENTES.dat); EL FILLER CONSERVA EL LARGO DE
      * REGISTRO ANTERIOR, CUANDO EL DOCENTE ERA TEXTO LIBRE X(20)
       FD MATERIAS.
           01 MATERIAS-REGISTRO.
              05 MAT-CODIGO PIC 99.
              05 MAT-NOMBRE PIC X(25).
              05 MAT-HORAS PIC 99.
              05 MAT-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(16).

       FD MATERIAS-TMP.
           01 MATERIAS-TMP-REGISTRO.
              05 MATTMP-CODIGO PIC 99.
              05 MATTMP-NOMBRE PIC X(25).
              05 MATTMP-HORAS PIC 99.
              05 MATTMP-COD-DOCENTE PIC 9(4).
              05 FILLER PIC X(16).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       FD LOCKFILE.
           01 LOCKFILE-REGISTRO.
              05 LCK-PROGRAMA PIC X(8).
              05 LCK-OPERADOR PIC X(10).
              05 LCK-FECHA PIC X(14).

       WORKING-STORAGE SECTION.
      *  WorkingStorage-FileStatus-Nacionalidad.
       01 WS-FS-MAT PIC XX.
           88 WS-FS-MAT-OK VALUE "00".
           88 WS-FS-MAT-NO VALUE "10".
           88 WS-FS-MAT-NOEXISTE VALUE "05".
       01 WS-FS-MAT-TMP PIC XX.
           88 WS-FS-MAT-TMP-OK VALUE "00".
           88 WS-FS-MAT-TMP-NO VALUE "10".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

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
       77 WS-MAT-COD PIC 99 VALUE 0.
       77 WS-MAT-NOMBRE PIC X(25) VALUE SPACES.
       77 WS-MAT-HORAS PIC 99 VALUE 0.
       77 WS-MAT-DOCENTE PIC 9(4) VALUE 0.
       01 WS-DOCENTE-VALIDO PIC X VALUE "N".
           88 DOCENTE-VALIDO-SI VALUE "S".
           88 DOCENTE-VALIDO-NO VALUE "N".
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".

      * VALIDACION DE CODIGO DUPLICADO
       01 WS-CODIGO-DUPLICADO PIC X VALUE "S".
           88 CODIGO-DUPLICADO-SI VALUE "S".
           88 CODIGO-DUPLICADO-NO VALUE "N".
       01 WS-LOCAL-ENCONTRADO PIC X VALUE "N".
           88 LOCAL-ENCONTRADO-SI VALUE "S".
           88 LOCAL-ENCONTRADO-NO VALUE "N".
       01 WS-CODIGOS-CARGADOS.
           05 WS-COD-CARGADO OCCURS 50 TIMES PIC 99.
       77 WS-LOC-INDICE PIC 99.
       77 WS-LOC-TOTAL PIC 99 VALUE 0.

      * MANTENIMIENTO (MODIFICAR/ELIMINAR)
       77 WS-COD-BUSCAR PIC 99 VALUE 0.
       77 WS-NOMBRE-NUEVO PIC X(25) VALUE SPACES.
       01 WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88 REGISTRO-ENCONTRADO-SI VALUE "S".
           88 REGISTRO-ENCONTRADO-NO VALUE "N".
       01 WS-RUTA-MAT PIC X(12) VALUE "MATERIAS.dat".
       01 WS-RUTA-MAT-TMP PIC X(12) VALUE "MATERIAS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
       01 WS-FS-LCK PIC XX.
           88 WS-FS-LCK-OK VALUE "00".
           88 WS-FS-LCK-NOEXISTE VALUE "05" "35".
       01 WS-LOCK-TOMADO PIC X VALUE "N".
           88 LOCK-TOMADO-SI VALUE "S".
           88 LOCK-TOMADO-NO VALUE "N".
       77 WS-FORZAR PIC X VALUE "N".
       01 WS-RUTA-LOCK PIC X(12) VALUE "MAESTROS.LCK".
      * NIVEL DE PERMISOS DEL OPERADOR QUE INGRESO (1=CARGA,
      * 2=SUPERVISOR); LA BAJA DE MATERIAS REQUIERE SUPERVISOR
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       01 WS-OPERADOR-AUTORIZADO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO-SI VALUE "S".
           88 OPERADOR-AUTORIZADO-NO VALUE "N".
      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
      * AREA DE COMUNICACION RUTINA MATERIAS
       COPY "COPY-ACM.cpy".
      * AREA DE COMUNICACION RUTINA DOCENTES
       COPY "COPY-ACD.cpy".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       PROCEDURE DIVISION.
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
           PERFORM 0050-VALIDAR-OPERADOR
           IF OPERADOR-AUTORIZADO-NO
               STOP RUN
           END-IF
           PERFORM 0510-CARGAR-TABLA-DOCENTES
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           STOP RUN.

      * VALIDA EL INGRESO DEL OPERADOR CONTRA OPERADORES.dat: LOS ID
      * DESCONOCIDOS O INACTIVOS NO PUEDEN USAR EL PROGRAMA. SI EL
      * MAESTRO DE OPERADORES TODAVIA NO FUE CARGADO SE PERMITE EL
      * INGRESO CON NIVEL SUPERVISOR, PARA PODER ARRANCAR EL SISTEMA
           0050-VALIDAR-OPERADOR.
               MOVE "N" TO WS-OPERADOR-AUTORIZADO
               INITIALIZE AreaDeComunicacionOperador
               MOVE 1 TO Opcion-operador
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 = "05"
                   DISPLAY "SIN MAESTRO DE OPERADORES, INGRESO LIBRE"
                   MOVE "S" TO WS-OPERADOR-AUTORIZADO
                   MOVE 2 TO WS-NIVEL-OPERADOR
               ELSE
                   INITIALIZE AreaDeComunicacionOperador
                   MOVE 2 TO Opcion-operador
                   MOVE WS-OPERADOR TO Id-operador
                   CALL RUTOPER USING AreaDeComunicacionOperador
                   IF RET-COD-5 = "00" AND ACTIVO-OPERADOR = "A"
                       MOVE "S" TO WS-OPERADOR-AUTORIZADO
                       MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                   ELSE
                       DISPLAY "OPERADOR NO AUTORIZADO"
                   END-IF
               END-IF.

           0100-MOSTRAR-MENU.
               DISPLAY "1. ALTA DE MATERIA"
               DISPLAY "2. MODIFICAR MATERIA"
               DISPLAY "3. BAJA DE MATERIA"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-MATERIAS
                   WHEN 2
                       PERFORM 0600-MODIFICAR-MATERIA
                   WHEN 3
                       IF WS-NIVEL-OPERADOR < 2
                           DISPLAY "LA BAJA REQUIERE NIVEL SUPERVISOR"
                       ELSE
                           PERFORM 0700-BAJA-MATERIA
                       END-IF
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           0200-ALTA-MATERIAS.
               PERFORM 0500-CARGAR-TABLA-MATERIAS
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-PROCES-INFO
               UNTIL WS-CONTROL-NO OR WS-FS-MAT-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * SE CARGA LA TABLA DE MATERIAS YA EXISTENTES ANTES DE ABRIR EL
      * ARCHIVO EN MODO SALIDA, PARA PODER VALIDAR CODIGOS DUPLICADOS
           0500-CARGAR-TABLA-MATERIAS.
               INITIALIZE AreaDeComunicacionMateria
               MOVE 1 TO Opcion-materia
               CALL RUTMATER USING AreaDeComunicacionMateria.

      * LA TABLA DE DOCENTES SE CARGA UNA SOLA VEZ AL ARRANCAR, PARA
      * VALIDAR EL CODIGO DE DOCENTE DE CADA ALTA/MODIFICACION
           0510-CARGAR-TABLA-DOCENTES.
               INITIALIZE AreaDeComunicacionDocente
               MOVE 1 TO Opcion-docente
               CALL RUTDOCEN USING AreaDeComunicacionDocente.

           1000-ABRIR-ARCHIVO.
               OPEN EXTEND MATERIAS.
               IF NOT WS-FS-MAT-OK THEN
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-MAT
                   MOVE "1000-ABRIR-ARCHIVO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.
           2000-PROCES-INFO.
               PERFORM 2050-INGRESAR-CODIGO-VALIDO
               DISPLAY "INGRESA NOMBRE DE LA MATERIA"
               ACCEPT WS-MAT-NOMBRE
               DISPLAY "INGRESA HORAS SEMANALES"
               ACCEPT WS-MAT-HORAS
               PERFORM 2090-INGRESAR-DOCENTE-VALIDO
               MOVE SPACES TO MATERIAS-REGISTRO
               MOVE WS-MAT-COD TO MAT-CODIGO
               MOVE WS-MAT-NOMBRE TO MAT-NOMBRE
               MOVE WS-MAT-HORAS TO MAT-HORAS
               MOVE WS-MAT-DOCENTE TO MAT-COD-DOCENTE
               PERFORM 2100-GUARDAR-INFO
               PERFORM 2120-REGISTRAR-CODIGO-CARGADO
               DISPLAY "INGRESAR OTRO CAMPO? SI/NO" ACCEPT WS-CONTROL.

           2050-INGRESAR-CODIGO-VALIDO.
               MOVE "S" TO WS-CODIGO-DUPLICADO
               PERFORM 2060-PEDIR-CODIGO UNTIL CODIGO-DUPLICADO-NO.

           2060-PEDIR-CODIGO.
               DISPLAY "INGRESA CODIGO DE LA MATERIA"
               ACCEPT WS-MAT-COD
               PERFORM 2070-VERIFICAR-CODIGO-DUPLICADO.

      * VERIFICA CONTRA LAS MATERIAS YA GRABADAS EN MATERIAS.dat
           2070-VERIFICAR-CODIGO-DUPLICADO.
               MOVE "N" TO WS-CODIGO-DUPLICADO
               INITIALIZE AreaDeComunicacionMateria
               MOVE 2 TO Opcion-materia
               MOVE WS-MAT-COD TO Codigo-materia
               CALL RUTMATER USING AreaDeComunicacionMateria
               IF RET-COD = "00" THEN
                   MOVE "S" TO WS-CODIGO-DUPLICADO
                   DISPLAY "CODIGO YA EXISTE, INGRESE OTRO"
               END-IF
               IF CODIGO-DUPLICADO-NO THEN
                   PERFORM 2080-VERIFICAR-CODIGO-EN-SESION
               END-IF.

      * VERIFICA TAMBIEN CONTRA LOS CODIGOS YA INGRESADOS EN ESTA
      * MISMA CORRIDA, QUE TODAVIA NO ESTAN GRABADOS EN EL ARCHIVO
           2080-VERIFICAR-CODIGO-EN-SESION.
               MOVE "N" TO WS-LOCAL-ENCONTRADO
               PERFORM VARYING WS-LOC-INDICE FROM 1 BY 1
                   UNTIL WS-LOC-INDICE > WS-LOC-TOTAL
                   OR LOCAL-ENCONTRADO-SI
                   IF WS-MAT-COD = WS-COD-CARGADO(WS-LOC-INDICE) THEN
                       MOVE "S" TO WS-LOCAL-ENCONTRADO
                   END-IF
               END-PERFORM
               IF LOCAL-ENCONTRADO-SI THEN
                   MOVE "S" TO WS-CODIGO-DUPLICADO
                   DISPLAY "CODIGO YA INGRESADO EN ESTA CORRIDA"
               END-IF.

      * EL CODIGO DE DOCENTE SE VALIDA CONTRA EL MAESTRO DE DOCENTES
      * POR RUTDOCEN; SE VUELVE A PEDIR HASTA QUE EXISTA
           2090-INGRESAR-DOCENTE-VALIDO.
               MOVE "N" TO WS-DOCENTE-VALIDO
               PERFORM 2091-PEDIR-DOCENTE UNTIL DOCENTE-VALIDO-SI.

           2091-PEDIR-DOCENTE.
               DISPLAY "INGRESA CODIGO DEL DOCENTE A CARGO"
               ACCEPT WS-MAT-DOCENTE
               INITIALIZE AreaDeComunicacionDocente
               MOVE 2 TO Opcion-docente
               MOVE WS-MAT-DOCENTE TO Codigo-docente
               CALL RUTDOCEN USING AreaDeComunicacionDocente
               IF RET-COD-3 = "00" THEN
                   MOVE "S" TO WS-DOCENTE-VALIDO
               ELSE
                   DISPLAY "DOCENTE INEXISTENTE, INGRESE OTRO"
               END-IF.

           2100-GUARDAR-INFO.
               WRITE MATERIAS-REGISTRO
               IF NOT WS-FS-MAT-OK THEN
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-MAT
                   MOVE "2100-GUARDAR-INFO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               ELSE
                   MOVE "ALTA" TO WS-AUD-OPERACION
                   MOVE MAT-CODIGO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

      * WS-LOC-TOTAL NO SE REINICIA ENTRE ALTAS DE LA MISMA CORRIDA
      * (2080-VERIFICAR-CODIGO-EN-SESION VALIDA CONTRA TODOS LOS
      * CODIGOS CARGADOS EN LA CORRIDA, NO SOLO LOS DE LA ALTA ACTUAL),
      * POR ESO SE TOPEA CONTRA EL OCCURS 50 ANTES DE ESCRIBIR
           2120-REGISTRAR-CODIGO-CARGADO.
               IF WS-LOC-TOTAL < 50
                   ADD 1 TO WS-LOC-TOTAL
                   MOVE WS-MAT-COD TO WS-COD-CARGADO(WS-LOC-TOTAL)
               END-IF.

           3000-CERRAR-ARCHIVO.
               CLOSE MATERIAS.
               IF NOT WS-FS-MAT-OK THEN
                   DISPLAY "ERROR AL CERRAR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-MAT
                   MOVE "3000-CERRAR-ARCHIVO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

      * MODIFICA EL NOMBRE DE LA MATERIA CUYO CODIGO SE INDIQUE,
      * RECONSTRUYENDO EL ARCHIVO COMPLETO EN MATERIAS.TMP
      * TOMA EL CANDADO DE LOS MAESTROS ANTES DE RECONSTRUIR EL
      * ARCHIVO: SI OTRA SESION LO TIENE, AVISA QUIEN ES Y UN
      * SUPERVISOR PUEDE FORZAR LA LIBERACION DE UN CANDADO COLGADO
           9800-TOMAR-LOCK.
               MOVE "N" TO WS-LOCK-TOMADO
               OPEN INPUT LOCKFILE
               IF WS-FS-LCK-OK
                   READ LOCKFILE NEXT RECORD AT END
                       CONTINUE
                   END-READ
                   CLOSE LOCKFILE
                   DISPLAY "ARCHIVO EN USO POR " LCK-OPERADOR
                       " (" LCK-PROGRAMA " DESDE " LCK-FECHA ")"
                   IF WS-NIVEL-OPERADOR >= 2
                       DISPLAY "FORZAR LIBERACION DEL CANDADO? S/N"
                       ACCEPT WS-FORZAR
                       IF WS-FORZAR = "S" OR WS-FORZAR = "s"
                           CALL "CBL_DELETE_FILE" USING WS-RUTA-LOCK
                               RETURNING WS-CBL-RESULT
                           PERFORM 9805-CREAR-LOCK
                       END-IF
                   END-IF
               ELSE
                   CLOSE LOCKFILE
                   PERFORM 9805-CREAR-LOCK
               END-IF.

           9805-CREAR-LOCK.
               OPEN OUTPUT LOCKFILE
               IF WS-FS-LCK-OK OR WS-FS-LCK-NOEXISTE
                   MOVE "PGENMATE" TO LCK-PROGRAMA
                   MOVE WS-OPERADOR TO LCK-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-FECHA
                   WRITE LOCKFILE-REGISTRO
                   CLOSE LOCKFILE
                   MOVE "S" TO WS-LOCK-TOMADO
               END-IF.

           9810-LIBERAR-LOCK.
               IF LOCK-TOMADO-SI
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-LOCK
                       RETURNING WS-CBL-RESULT
                   MOVE "N" TO WS-LOCK-TOMADO
               END-IF.

           0600-MODIFICAR-MATERIA.
               PERFORM 9800-TOMAR-LOCK
               IF LOCK-TOMADO-NO
                   DISPLAY "MODIFICACION CANCELADA"
               ELSE
                   PERFORM 0605-MODIFICAR-CON-LOCK
                   PERFORM 9810-LIBERAR-LOCK
               END-IF.

           0605-MODIFICAR-CON-LOCK.
               DISPLAY "INGRESA CODIGO DE LA MATERIA A MODIFICAR"
               ACCEPT WS-COD-BUSCAR
               DISPLAY "INGRESA NUEVO NOMBRE DE LA MATERIA"
               ACCEPT WS-NOMBRE-NUEVO
               DISPLAY "INGRESA NUEVAS HORAS SEMANALES"
               ACCEPT WS-MAT-HORAS
               PERFORM 2090-INGRESAR-DOCENTE-VALIDO
               MOVE "N" TO WS-REGISTRO-ENCONTRADO
               OPEN INPUT MATERIAS
               IF WS-FS-MAT-NOEXISTE
                   DISPLAY "NO HAY MATERIAS CARGADAS"
               ELSE
                   OPEN OUTPUT MATERIAS-TMP
                   PERFORM 0610-COPIAR-MODIFICANDO UNTIL WS-FS-MAT-NO
                   CLOSE MATERIAS-TMP
                   IF REGISTRO-ENCONTRADO-NO
                       DISPLAY "CODIGO NO ENCONTRADO"
                   ELSE
                       MOVE "MODIFICACION" TO WS-AUD-OPERACION
                       MOVE WS-COD-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   PERFORM 0900-REEMPLAZAR-ARCHIVO-MATERIAS
               END-IF
               CLOSE MATERIAS.

           0610-COPIAR-MODIFICANDO.
               READ MATERIAS NEXT RECORD AT END
                   CONTINUE
               END-READ
               IF WS-FS-MAT-OK
                   MOVE SPACES TO MATERIAS-TMP-REGISTRO
                   IF MAT-CODIGO = WS-COD-BUSCAR
                       MOVE WS-COD-BUSCAR TO MATTMP-CODIGO
                       MOVE WS-NOMBRE-NUEVO TO MATTMP-NOMBRE
                       MOVE WS-MAT-HORAS TO MATTMP-HORAS
                       MOVE WS-MAT-DOCENTE TO MATTMP-COD-DOCENTE
                       MOVE "S" TO WS-REGISTRO-ENCONTRADO
                   ELSE
                       MOVE MAT-CODIGO TO MATTMP-CODIGO
                       MOVE MAT-NOMBRE TO MATTMP-NOMBRE
                       MOVE MAT-HORAS TO MATTMP-HORAS
                       MOVE MAT-COD-DOCENTE TO MATTMP-COD-DOCENTE
                   END-IF
                   WRITE MATERIAS-TMP-REGISTRO
               END-IF.

      * ELIMINA LA MATERIA CUYO CODIGO SE INDIQUE, RECONSTRUYENDO EL
      * ARCHIVO COMPLETO EN MATERIAS.TMP SIN ESE REGISTRO
           0700-BAJA-MATERIA.
               PERFORM 9800-TOMAR-LOCK
               IF LOCK-TOMADO-NO
                   DISPLAY "BAJA CANCELADA"
               ELSE
                   PERFORM 0705-BAJA-CON-LOCK
                   PERFORM 9810-LIBERAR-LOCK
               END-IF.

           0705-BAJA-CON-LOCK.
               DISPLAY "INGRESA CODIGO DE LA MATERIA A ELIMINAR"
               ACCEPT WS-COD-BUSCAR
               MOVE "N" TO WS-REGISTRO-ENCONTRADO
               OPEN INPUT MATERIAS
               IF WS-FS-MAT-NOEXISTE
                   DISPLAY "NO HAY MATERIAS CARGADAS"
               ELSE
                   OPEN OUTPUT MATERIAS-TMP
                   PERFORM 0710-COPIAR-OMITIENDO UNTIL WS-FS-MAT-NO
                   CLOSE MATERIAS-TMP
                   IF REGISTRO-ENCONTRADO-NO
                       DISPLAY "CODIGO NO ENCONTRADO"
                   ELSE
                       MOVE "BAJA" TO WS-AUD-OPERACION
                       MOVE WS-COD-BUSCAR TO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
                   PERFORM 0900-REEMPLAZAR-ARCHIVO-MATERIAS
               END-IF
               CLOSE MATERIAS.

           0710-COPIAR-OMITIENDO.
               READ MATERIAS NEXT RECORD AT END
                   CONTINUE
               END-READ
               IF WS-FS-MAT-OK
                   IF MAT-CODIGO = WS-COD-BUSCAR
                       MOVE "S" TO WS-REGISTRO-ENCONTRADO
                   ELSE
                       MOVE SPACES TO MATERIAS-TMP-REGISTRO
                       MOVE MAT-CODIGO TO MATTMP-CODIGO
                       MOVE MAT-NOMBRE TO MATTMP-NOMBRE
                       MOVE MAT-HORAS TO MATTMP-HORAS
                       MOVE MAT-COD-DOCENTE TO MATTMP-COD-DOCENTE
                       WRITE MATERIAS-TMP-REGISTRO
                   END-IF
               END-IF.

      * REEMPLAZA MATERIAS.dat POR EL ARCHIVO DE TRABAJO RECONSTRUIDO
           0900-REEMPLAZAR-ARCHIVO-MATERIAS.
               CALL "CBL_DELETE_FILE" USING WS-RUTA-MAT
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING WS-RUTA-MAT-TMP WS-RUTA-MAT
                   RETURNING WS-CBL-RESULT.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENMATE" DELIMITED BY SIZE
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

      * AGREGA UNA LINEA AL FINAL DE ERRORLOG.dat CON EL PROGRAMA, EL
      * PARRAFO DONDE OCURRIO EL PROBLEMA, EL FILE STATUS Y LA
      * FECHA/HORA, PARA QUE UNA CORRIDA DESATENDIDA QUEDE RASTREABLE
           9901-GRABAR-ERRORLOG.
               OPEN EXTEND ERRORLOG
               IF WS-FS-ERR-OK
                   MOVE SPACES TO WS-LINEA-ERRORLOG
                   STRING "PGENMATE" DELIMITED BY SIZE
                       " PARRAFO=" DELIMITED BY SIZE
                       WS-ERR-PARRAFO DELIMITED BY SIZE
                       " FS=" DELIMITED BY SIZE
                       WS-FS-MAT DELIMITED BY SIZE
                       " FECHA=" DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE DELIMITED BY SIZE
                       INTO WS-LINEA-ERRORLOG
                   WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
                   CLOSE ERRORLOG
               END-IF.

       END PROGRAM PGENMATE.
