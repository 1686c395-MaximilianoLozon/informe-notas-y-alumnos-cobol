       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENOBSE.

      * OBSERVACIONES CONCEPTUALES DEL CONSEJO DE CURSO: UN REGISTRO
      * POR ALUMNO, MATERIA (00 = OBSERVACION GENERAL DEL CURSO), AÑO
      * Y TRIMESTRE DE LAS ETAPAS DEL AÑO LECTIVO (PGENETAP), CON EL
      * DOCENTE QUE LA ESCRIBIO. LA CARGA ESTA ORGANIZADA COMO EL
      * PARTE DIARIO (PGENADIA): SE ELIGE SECCION, AÑO, TRIMESTRE Y
      * MATERIA UNA SOLA VEZ Y SE RECORRE LA NOMINA PIDIENDO SOLO EL
      * TEXTO; LOS ALUMNOS QUE YA TIENEN OBSERVACION NO SE VUELVEN A
      * PEDIR. UNA CORRECCION SE GRABA COMO UN REGISTRO NUEVO: EL
      * BOLETIN DE PGMLIST1 IMPRIME EL ULTIMO DE CADA CLAVE DEBAJO DEL
      * TRIMESTRE QUE CORRESPONDE. EL REPORTE DE PENDIENTES LISTA LOS
      * ALUMNOS DE LA NOMINA SIN OBSERVACION, PARA COMPLETARLOS ANTES
      * DE CERRAR EL TRIMESTRE EN PGCIERRE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL OBSERVAC    ASSIGN TO "OBSERVAC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OBC.
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE PARA ARMAR LA NOMINA DE LA SECCION
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * INSCRIPCIONES ALUMNO/MATERIA/AÑO: LA NOMINA DE UNA MATERIA
      * SON LOS INSCRIPTOS A LA MATERIA EN EL AÑO PEDIDO
       SELECT OPTIONAL INSCRIPCION ASSIGN TO "INSCRIPCION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-INS.
      * ETAPAS DEL AÑO LECTIVO (PGENETAP): SOLO SE ACEPTAN TRIMESTRES
      * DEFINIDOS PARA EL AÑO PEDIDO
       SELECT OPTIONAL ETAPAS      ASSIGN TO "ETAPAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ETA.

       DATA DIVISION.
       FILE SECTION.
       FD OBSERVAC.
           01 OBSERVAC-REGISTRO.
              05 OBC-NRO-ALUMNO PIC 9(4).
              05 OBC-NRO-MATERIA PIC 99.
              05 OBC-ANIO PIC 9(4).
              05 OBC-TRIMESTRE PIC 9.
              05 OBC-COD-DOCENTE PIC 9(4).
              05 OBC-TEXTO PIC X(60).
              05 OBC-OPERADOR PIC X(10).
              05 OBC-FECHA PIC 9(8).

       FD ALUMNOS.
           01 ALUMNOS-REGISTRO.
              05 ALU-NRO-ALUMNO PIC 9(4).
              05 ALU-NOMBRE PIC X(23).
              05 ALU-NRO-PAIS PIC 999.
              05 ALU-ANIO PIC 9(4).
              05 ALU-MES PIC 99.
              05 ALU-DOCUMENTO PIC 9(8).
              05 ALU-SECCION PIC X(2).
              05 ALU-ESTADO PIC X.
                 88 ALU-ESTADO-ACTIVO VALUE "A".

       FD INSCRIPCION.
           01 INSCRIPCION-REGISTRO.
              05 INS-NRO-ALUMNO PIC 9(4).
              05 INS-NRO-MATERIA PIC 99.
              05 INS-ANIO PIC 9(4).

       FD ETAPAS.
           01 ETAPAS-REGISTRO.
              05 ETA-ANIO PIC 9(4).
              05 ETA-MES PIC 99.
              05 ETA-TRIMESTRE PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-FS-OBC PIC XX.
           88 WS-FS-OBC-OK VALUE "00".
           88 WS-FS-OBC-NO VALUE "10".
           88 WS-FS-OBC-NOEXISTE VALUE "05" "35".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-INS PIC XX.
           88 WS-FS-INS-OK VALUE "00".
           88 WS-FS-INS-NO VALUE "10".
       01 WS-FS-ETA PIC XX.
           88 WS-FS-ETA-OK VALUE "00".
           88 WS-FS-ETA-NO VALUE "10".

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
       77 WS-SECCION PIC X(2) VALUE SPACES.
       77 WS-MATERIA PIC 99 VALUE ZERO.
       77 WS-ANIO PIC 9(4) VALUE ZERO.
       77 WS-TRIMESTRE PIC 9 VALUE ZERO.
       77 WS-DOCENTE PIC 9(4) VALUE ZERO.
       77 WS-NRO-ALUMNO PIC 9(4) VALUE ZERO.
       01 WS-TEXTO PIC X(60) VALUE SPACES.
       01 WS-NOMBRE-MATERIA PIC X(25) VALUE SPACES.
       01 WS-NOMBRE-DOCENTE PIC X(25) VALUE SPACES.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77 WS-CARGADOS PIC 999 VALUE 0.
       77 WS-DEJADOS PIC 999 VALUE 0.
       77 WS-YA-REGISTRADOS PIC 999 VALUE 0.
       77 WS-EN-NOMINA PIC 999 VALUE 0.
       77 WS-PENDIENTES PIC 999 VALUE 0.
       01 WS-CLAVE-VALIDA PIC X VALUE "N".
           88 CLAVE-VALIDA-SI VALUE "S".
           88 CLAVE-VALIDA-NO VALUE "N".
       01 WS-EN-LA-NOMINA PIC X VALUE "N".
           88 EN-LA-NOMINA-SI VALUE "S".
           88 EN-LA-NOMINA-NO VALUE "N".

      * ALUMNOS ACTIVOS DEL MAESTRO CON SU SECCION, PARA ARMAR LA
      * NOMINA SIN RELEER EL MAESTRO POR CADA CARGA
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.
       01 WS-ALUMNO-HALLADO PIC X VALUE "N".
           88 ALUMNO-HALLADO-SI VALUE "S".
           88 ALUMNO-HALLADO-NO VALUE "N".

      * INSCRIPCIONES COMPLETAS EN TABLA, CARGADAS UNA SOLA VEZ, CON
      * EL MISMO TAMAÑO QUE EN PGENADIA
       01 TABLA-INSCRIPCION.
           05 TABINS-FILA OCCURS 50000 TIMES.
               10 TABINS-ALUMNO PIC 9(4).
               10 TABINS-MATERIA PIC 99.
               10 TABINS-ANIO PIC 9(4).
       77 TABINS-INDICE PIC 9(5).
       77 TABINS-TOTAL PIC 9(5) VALUE 0.
       01 WS-INSCRIPTO PIC X VALUE "N".
           88 INSCRIPTO-SI VALUE "S".
           88 INSCRIPTO-NO VALUE "N".

      * MAPEO MES-A-TRIMESTRE DE TODOS LOS AÑOS CARGADOS
       01 TABLA-ETAPAS.
           05 TABETA-FILA OCCURS 60 TIMES.
               10 TABETA-ANIO PIC 9(4).
               10 TABETA-MES PIC 99.
               10 TABETA-TRIMESTRE PIC 9.
       77 TABETA-INDICE PIC 99.
       77 TABETA-TOTAL PIC 99 VALUE 0.
       01 WS-ETAPA-HALLADA PIC X VALUE "N".
           88 ETAPA-HALLADA-SI VALUE "S".
           88 ETAPA-HALLADA-NO VALUE "N".

      * DESBORDE DE TABLAS INTERNAS: UN ALUMNO FUERA DE LA TABLA
      * NUNCA APARECERIA EN LA NOMINA; SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.
      * ALUMNOS CON OBSERVACION YA GRABADA PARA LA CLAVE PEDIDA
       01 TABLA-REGISTRADOS.
           05 TABREG-NRO PIC 9(4) OCCURS 2000 TIMES.
       77 TABREG-INDICE PIC 9(4).
       77 TABREG-TOTAL PIC 9(4) VALUE 0.
       01 WS-REGISTRADO PIC X VALUE "N".
           88 REGISTRADO-SI VALUE "S".
           88 REGISTRADO-NO VALUE "N".

      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTDOCEN PIC X(8) VALUE "RUTDOCEN".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACM.cpy".
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
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           INITIALIZE AreaDeComunicacionDocente
           MOVE 1 TO Opcion-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           PERFORM 1000-CARGAR-TABLA-ALUMNOS
           PERFORM 1100-CARGAR-TABLA-INSCRIPCION
           PERFORM 1300-CARGAR-TABLA-ETAPAS
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: NOMINAS INCOMPLETAS POR DESBORDE"
                   " DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-MOSTRAR-MENU.
           DISPLAY "1. CARGAR OBSERVACIONES POR SECCION Y MATERIA"
           DISPLAY "2. CORREGIR LA OBSERVACION DE UN ALUMNO"
           DISPLAY "3. ALUMNOS CON OBSERVACION PENDIENTE"
           DISPLAY "4. SALIR"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 2000-CARGAR-OBSERVACIONES
               WHEN 2
                   PERFORM 3000-CORREGIR-OBSERVACION
               WHEN 3
                   PERFORM 4000-LISTAR-PENDIENTES
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       1000-CARGAR-TABLA-ALUMNOS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
           ELSE
               IF WS-FS-ALU-OK
                   PERFORM 1010-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
               END-IF
           END-IF
           CLOSE ALUMNOS.

       1010-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               IF TABALU-TOTAL < 10000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
                   MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1100-CARGAR-TABLA-INSCRIPCION.
           MOVE 0 TO TABINS-TOTAL
           OPEN INPUT INSCRIPCION
           IF WS-FS-INS-OK
               PERFORM 1110-LEER-INSCRIPCION UNTIL NOT WS-FS-INS-OK
           END-IF
           CLOSE INSCRIPCION.

       1110-LEER-INSCRIPCION.
           READ INSCRIPCION NEXT RECORD AT END
               MOVE "10" TO WS-FS-INS
           END-READ
           IF WS-FS-INS-OK
               IF TABINS-TOTAL < 50000
                   ADD 1 TO TABINS-TOTAL
                   MOVE INS-NRO-ALUMNO TO TABINS-ALUMNO(TABINS-TOTAL)
                   MOVE INS-NRO-MATERIA
                       TO TABINS-MATERIA(TABINS-TOTAL)
                   MOVE INS-ANIO TO TABINS-ANIO(TABINS-TOTAL)
               ELSE
                   MOVE "TABLA-INSCRIPCION" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * ALUMNOS QUE YA TIENEN OBSERVACION DE LA MATERIA, AÑO Y
      * TRIMESTRE PEDIDOS
       1200-CARGAR-REGISTRADOS.
           MOVE 0 TO TABREG-TOTAL
           OPEN INPUT OBSERVAC
           IF WS-FS-OBC-OK
               PERFORM 1210-LEER-REGISTRADO UNTIL NOT WS-FS-OBC-OK
           END-IF
           CLOSE OBSERVAC.

       1210-LEER-REGISTRADO.
           READ OBSERVAC NEXT RECORD AT END
               MOVE "10" TO WS-FS-OBC
           END-READ
           IF WS-FS-OBC-OK AND OBC-NRO-MATERIA = WS-MATERIA
           AND OBC-ANIO = WS-ANIO AND OBC-TRIMESTRE = WS-TRIMESTRE
               IF TABREG-TOTAL < 2000
                   ADD 1 TO TABREG-TOTAL
                   MOVE OBC-NRO-ALUMNO TO TABREG-NRO(TABREG-TOTAL)
               ELSE
                   MOVE "TABLA-REGISTRADOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1300-CARGAR-TABLA-ETAPAS.
           MOVE 0 TO TABETA-TOTAL
           OPEN INPUT ETAPAS
           IF WS-FS-ETA-OK
               PERFORM 1310-LEER-ETAPA UNTIL NOT WS-FS-ETA-OK
           END-IF
           CLOSE ETAPAS.

       1310-LEER-ETAPA.
           READ ETAPAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ETA
           END-READ
           IF WS-FS-ETA-OK AND TABETA-TOTAL < 60
               ADD 1 TO TABETA-TOTAL
               MOVE ETA-ANIO TO TABETA-ANIO(TABETA-TOTAL)
               MOVE ETA-MES TO TABETA-MES(TABETA-TOTAL)
               MOVE ETA-TRIMESTRE TO TABETA-TRIMESTRE(TABETA-TOTAL)
           END-IF.

      * UNA CARGA POR ITERACION: SECCION, AÑO, TRIMESTRE, MATERIA Y
      * DOCENTE UNA SOLA VEZ, Y DESPUES LA NOMINA ALUMNO POR ALUMNO
       2000-CARGAR-OBSERVACIONES.
           DISPLAY "INGRESA SECCION"
           ACCEPT WS-SECCION
           PERFORM 2050-PEDIR-CLAVE
           IF CLAVE-VALIDA-SI
               PERFORM 2060-PEDIR-DOCENTE
           END-IF
           IF CLAVE-VALIDA-SI
               MOVE 0 TO WS-CARGADOS
               MOVE 0 TO WS-DEJADOS
               MOVE 0 TO WS-YA-REGISTRADOS
               PERFORM 1200-CARGAR-REGISTRADOS
               OPEN EXTEND OBSERVAC
               IF NOT WS-FS-OBC-OK AND NOT WS-FS-OBC-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-OBC
               ELSE
                   PERFORM 2100-TOMAR-OBSERVACION
                       VARYING TABALU-INDICE FROM 1 BY 1
                       UNTIL TABALU-INDICE > TABALU-TOTAL
                   CLOSE OBSERVAC
                   IF WS-YA-REGISTRADOS > 0
                       DISPLAY "YA TENIAN OBSERVACION: "
                           WS-YA-REGISTRADOS " ALUMNOS"
                   END-IF
                   IF WS-DEJADOS > 0
                       DISPLAY "QUEDARON PENDIENTES: " WS-DEJADOS
                           " ALUMNOS"
                   END-IF
                   IF WS-CARGADOS = 0
                       DISPLAY "NINGUNA OBSERVACION CARGADA"
                   ELSE
                       DISPLAY "OBSERVACIONES CARGADAS: " WS-CARGADOS
                       MOVE "OBSERVACION" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING WS-SECCION DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-MATERIA DELIMITED BY SIZE
                           "-T" DELIMITED BY SIZE
                           WS-TRIMESTRE DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      * AÑO, TRIMESTRE Y MATERIA COMUNES A LA CARGA, LA CORRECCION Y
      * EL REPORTE DE PENDIENTES: EL TRIMESTRE TIENE QUE ESTAR EN LAS
      * ETAPAS DEL AÑO Y LA MATERIA (SALVO LA 00) EN EL MAESTRO
       2050-PEDIR-CLAVE.
           MOVE "S" TO WS-CLAVE-VALIDA
           DISPLAY "INGRESA AÑO LECTIVO"
           ACCEPT WS-ANIO
           DISPLAY "INGRESA TRIMESTRE (1 A 3)"
           ACCEPT WS-TRIMESTRE
           DISPLAY "INGRESA NRO DE MATERIA (00 = OBSERVACION GENERAL)"
           ACCEPT WS-MATERIA
           MOVE "N" TO WS-ETAPA-HALLADA
           PERFORM VARYING TABETA-INDICE FROM 1 BY 1
               UNTIL TABETA-INDICE > TABETA-TOTAL OR ETAPA-HALLADA-SI
               IF TABETA-ANIO(TABETA-INDICE) = WS-ANIO
               AND TABETA-TRIMESTRE(TABETA-INDICE) = WS-TRIMESTRE
                   MOVE "S" TO WS-ETAPA-HALLADA
               END-IF
           END-PERFORM
           IF ETAPA-HALLADA-NO
               DISPLAY "EL TRIMESTRE NO ESTA DEFINIDO EN LAS ETAPAS"
                   " DEL AÑO (PGENETAP)"
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF
           IF CLAVE-VALIDA-SI
               IF WS-MATERIA = 0
                   MOVE "OBSERVACION GENERAL" TO WS-NOMBRE-MATERIA
                   MOVE 0 TO COD-DOCENTE-MATERIA
               ELSE
                   MOVE 2 TO Opcion-materia
                   MOVE WS-MATERIA TO Codigo-materia
                   CALL RUTMATER USING AreaDeComunicacionMateria
                   IF RET-COD = "00"
                       MOVE NOMBRE-MATERIA TO WS-NOMBRE-MATERIA
                   ELSE
                       DISPLAY "MATERIA INEXISTENTE"
                       MOVE "N" TO WS-CLAVE-VALIDA
                   END-IF
               END-IF
           END-IF
           IF CLAVE-VALIDA-SI
               DISPLAY WS-NOMBRE-MATERIA " - TRIMESTRE " WS-TRIMESTRE
                   " DE " WS-ANIO
           END-IF.

      * EL DOCENTE QUE ESCRIBE LA OBSERVACION; EN UNA MATERIA SE
      * PROPONE EL DOCENTE A CARGO (RUTMATER), LA OBSERVACION GENERAL
      * LA FIRMA EL DOCENTE QUE PRESIDE EL CONSEJO DE CURSO
       2060-PEDIR-DOCENTE.
           IF WS-MATERIA = 0
               DISPLAY "INGRESA CODIGO DEL DOCENTE"
           ELSE
               DISPLAY "INGRESA CODIGO DEL DOCENTE (0 = "
                   COD-DOCENTE-MATERIA ", EL DE LA MATERIA)"
           END-IF
           MOVE 0 TO WS-DOCENTE
           ACCEPT WS-DOCENTE
           IF WS-DOCENTE = 0
               MOVE COD-DOCENTE-MATERIA TO WS-DOCENTE
           END-IF
           MOVE 2 TO Opcion-docente
           MOVE WS-DOCENTE TO Codigo-docente
           CALL RUTDOCEN USING AreaDeComunicacionDocente
           IF RET-COD-3 = "00"
               MOVE NOMBRE-DOCENTE TO WS-NOMBRE-DOCENTE
               DISPLAY "DOCENTE: " WS-NOMBRE-DOCENTE
           ELSE
               DISPLAY "DOCENTE INEXISTENTE"
               MOVE "N" TO WS-CLAVE-VALIDA
           END-IF.

      * SOLO ENTRAN EN LA NOMINA LOS ALUMNOS ACTIVOS DE LA SECCION;
      * EN UNA MATERIA, ADEMAS, INSCRIPTOS A ELLA EN EL AÑO PEDIDO.
      * EL TEXTO EN BLANCO DEJA AL ALUMNO PENDIENTE
       2100-TOMAR-OBSERVACION.
           PERFORM 2200-REVISAR-NOMINA
           IF EN-LA-NOMINA-SI
               PERFORM 2250-BUSCAR-REGISTRADO
               IF REGISTRADO-SI
                   ADD 1 TO WS-YA-REGISTRADOS
               ELSE
                   DISPLAY TABALU-NRO(TABALU-INDICE) " "
                       TABALU-NOMBRE(TABALU-INDICE)
                       " OBSERVACION (ENTER = DEJAR PENDIENTE)"
                   MOVE SPACES TO WS-TEXTO
                   ACCEPT WS-TEXTO
                   IF WS-TEXTO = SPACES
                       ADD 1 TO WS-DEJADOS
                   ELSE
                       MOVE TABALU-NRO(TABALU-INDICE)
                           TO WS-NRO-ALUMNO
                       PERFORM 2300-GRABAR-OBSERVACION
                   END-IF
               END-IF
           END-IF.

      * DEJA EN WS-EN-LA-NOMINA SI EL ALUMNO DE TABALU-INDICE
      * CORRESPONDE A LA SECCION Y MATERIA PEDIDAS
       2200-REVISAR-NOMINA.
           MOVE "N" TO WS-EN-LA-NOMINA
           IF TABALU-SECCION(TABALU-INDICE) = WS-SECCION
               IF WS-MATERIA = 0
                   MOVE "S" TO WS-EN-LA-NOMINA
               ELSE
                   PERFORM 2210-BUSCAR-INSCRIPCION
                   IF INSCRIPTO-SI
                       MOVE "S" TO WS-EN-LA-NOMINA
                   END-IF
               END-IF
           END-IF.

       2210-BUSCAR-INSCRIPCION.
           MOVE "N" TO WS-INSCRIPTO
           PERFORM VARYING TABINS-INDICE FROM 1 BY 1
               UNTIL TABINS-INDICE > TABINS-TOTAL OR INSCRIPTO-SI
               IF TABINS-ALUMNO(TABINS-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABINS-MATERIA(TABINS-INDICE) = WS-MATERIA
               AND TABINS-ANIO(TABINS-INDICE) = WS-ANIO
                   MOVE "S" TO WS-INSCRIPTO
               END-IF
           END-PERFORM.

       2250-BUSCAR-REGISTRADO.
           MOVE "N" TO WS-REGISTRADO
           PERFORM VARYING TABREG-INDICE FROM 1 BY 1
               UNTIL TABREG-INDICE > TABREG-TOTAL OR REGISTRADO-SI
               IF TABREG-NRO(TABREG-INDICE) = TABALU-NRO(TABALU-INDICE)
                   MOVE "S" TO WS-REGISTRADO
               END-IF
           END-PERFORM.

       2300-GRABAR-OBSERVACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-NRO-ALUMNO TO OBC-NRO-ALUMNO
           MOVE WS-MATERIA TO OBC-NRO-MATERIA
           MOVE WS-ANIO TO OBC-ANIO
           MOVE WS-TRIMESTRE TO OBC-TRIMESTRE
           MOVE WS-DOCENTE TO OBC-COD-DOCENTE
           MOVE WS-TEXTO TO OBC-TEXTO
           MOVE WS-OPERADOR TO OBC-OPERADOR
           MOVE WS-FECHA-HOY TO OBC-FECHA
           WRITE OBSERVAC-REGISTRO
           IF WS-FS-OBC-OK
               ADD 1 TO WS-CARGADOS
           ELSE
               DISPLAY "ERROR AL CARGAR REGISTRO"
               DISPLAY "FILE STATUS " WS-FS-OBC
           END-IF.

      * LA CORRECCION NO REESCRIBE EL ARCHIVO: AGREGA UN REGISTRO
      * NUEVO PARA LA MISMA CLAVE Y EL BOLETIN TOMA EL ULTIMO
       3000-CORREGIR-OBSERVACION.
           DISPLAY "INGRESA NRO DE ALUMNO"
           ACCEPT WS-NRO-ALUMNO
           MOVE "N" TO WS-ALUMNO-HALLADO
           PERFORM VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL OR ALUMNO-HALLADO-SI
               IF TABALU-NRO(TABALU-INDICE) = WS-NRO-ALUMNO
                   MOVE "S" TO WS-ALUMNO-HALLADO
               END-IF
           END-PERFORM
           IF ALUMNO-HALLADO-NO
               DISPLAY "ALUMNO INEXISTENTE O INACTIVO"
           ELSE
               SUBTRACT 1 FROM TABALU-INDICE
               DISPLAY TABALU-NOMBRE(TABALU-INDICE) " SECCION "
                   TABALU-SECCION(TABALU-INDICE)
               MOVE TABALU-SECCION(TABALU-INDICE) TO WS-SECCION
               PERFORM 2050-PEDIR-CLAVE
               IF CLAVE-VALIDA-SI
                   PERFORM 2200-REVISAR-NOMINA
                   IF EN-LA-NOMINA-NO
                       DISPLAY "EL ALUMNO NO ESTA INSCRIPTO A LA"
                           " MATERIA EN ESE AÑO"
                       MOVE "N" TO WS-CLAVE-VALIDA
                   END-IF
               END-IF
               IF CLAVE-VALIDA-SI
                   PERFORM 3100-MOSTRAR-OBSERVACION-ACTUAL
                   PERFORM 2060-PEDIR-DOCENTE
               END-IF
               IF CLAVE-VALIDA-SI
                   DISPLAY "NUEVA OBSERVACION (ENTER = NO CORREGIR)"
                   MOVE SPACES TO WS-TEXTO
                   ACCEPT WS-TEXTO
                   IF WS-TEXTO = SPACES
                       DISPLAY "OBSERVACION NO CORREGIDA"
                   ELSE
                       PERFORM 3200-GRABAR-CORRECCION
                   END-IF
               END-IF
           END-IF.

      * MUESTRA LA ULTIMA OBSERVACION GRABADA PARA LA CLAVE, SI HAY
       3100-MOSTRAR-OBSERVACION-ACTUAL.
           MOVE SPACES TO WS-TEXTO
           OPEN INPUT OBSERVAC
           IF WS-FS-OBC-OK
               PERFORM 3110-LEER-OBSERVACION UNTIL NOT WS-FS-OBC-OK
           END-IF
           CLOSE OBSERVAC
           IF WS-TEXTO = SPACES
               DISPLAY "EL ALUMNO NO TIENE OBSERVACION CARGADA"
           ELSE
               DISPLAY "OBSERVACION ACTUAL: " WS-TEXTO
           END-IF.

       3110-LEER-OBSERVACION.
           READ OBSERVAC NEXT RECORD AT END
               MOVE "10" TO WS-FS-OBC
           END-READ
           IF WS-FS-OBC-OK AND OBC-NRO-ALUMNO = WS-NRO-ALUMNO
           AND OBC-NRO-MATERIA = WS-MATERIA AND OBC-ANIO = WS-ANIO
           AND OBC-TRIMESTRE = WS-TRIMESTRE
               MOVE OBC-TEXTO TO WS-TEXTO
           END-IF.

      * EL OPEN EXTEND DE UN ARCHIVO OPTIONAL INEXISTENTE LO CREA Y
      * DEVUELVE STATUS 05: ES UNA APERTURA VALIDA, NO UN ERROR
       3200-GRABAR-CORRECCION.
           MOVE 0 TO WS-CARGADOS
           OPEN EXTEND OBSERVAC
           IF NOT WS-FS-OBC-OK AND NOT WS-FS-OBC-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-OBC
           ELSE
               PERFORM 2300-GRABAR-OBSERVACION
               CLOSE OBSERVAC
               IF WS-CARGADOS > 0
                   DISPLAY "OBSERVACION CORREGIDA"
                   MOVE "CORRECCION" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING WS-NRO-ALUMNO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-MATERIA DELIMITED BY SIZE
                       "-T" DELIMITED BY SIZE
                       WS-TRIMESTRE DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF
           END-IF.

      * ALUMNOS DE LA NOMINA SIN OBSERVACION PARA LA CLAVE PEDIDA,
      * PARA COMPLETARLOS ANTES DEL CIERRE DEL TRIMESTRE (PGCIERRE
      * AVISA SI QUEDAN ALUMNOS SIN OBSERVACION GENERAL)
       4000-LISTAR-PENDIENTES.
           DISPLAY "INGRESA SECCION"
           ACCEPT WS-SECCION
           PERFORM 2050-PEDIR-CLAVE
           IF CLAVE-VALIDA-SI
               MOVE 0 TO WS-EN-NOMINA
               MOVE 0 TO WS-PENDIENTES
               PERFORM 1200-CARGAR-REGISTRADOS
               PERFORM 4100-REVISAR-PENDIENTE
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
               IF WS-EN-NOMINA = 0
                   DISPLAY "NINGUN ALUMNO DE LA SECCION EN LA NOMINA"
               ELSE
                   IF WS-PENDIENTES = 0
                       DISPLAY "TODOS LOS ALUMNOS TIENEN OBSERVACION"
                   ELSE
                       DISPLAY "PENDIENTES: " WS-PENDIENTES " DE "
                           WS-EN-NOMINA " ALUMNOS"
                   END-IF
               END-IF
           END-IF.

       4100-REVISAR-PENDIENTE.
           PERFORM 2200-REVISAR-NOMINA
           IF EN-LA-NOMINA-SI
               ADD 1 TO WS-EN-NOMINA
               PERFORM 2250-BUSCAR-REGISTRADO
               IF REGISTRADO-NO
                   ADD 1 TO WS-PENDIENTES
                   DISPLAY "SIN OBSERVACION: "
                       TABALU-NRO(TABALU-INDICE) " "
                       TABALU-NOMBRE(TABALU-INDICE)
               END-IF
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGENOBSE" DELIMITED BY SIZE
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

       END PROGRAM PGENOBSE.
