       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGAVIAUS.

      * AVISO DE AUSENCIAS EN EL DIA A LAS FAMILIAS: SE CORRE DESPUES
      * DE CARGAR EL PARTE DE LA MAÑANA (PGENADIA). TOMA CADA AUSENTE
      * NO JUSTIFICADO DE ASISDIA.dat EN LA FECHA PEDIDA Y DEJA UN
      * MENSAJE PARA EL PROVEEDOR DE MENSAJERIA (SMSSALIDA.dat),
      * DIRIGIDO AL TELEFONO DEL PRIMER RESPONSABLE DEL ALUMNO. SE
      * MANDA UN SOLO MENSAJE POR ALUMNO Y DIA, CON LA CANTIDAD DE
      * MATERIAS EN QUE ESTUVO AUSENTE, Y UN ALUMNO YA AVISADO ESA
      * FECHA NO SE VUELVE A AVISAR SI EL PROGRAMA SE CORRE OTRA VEZ.
      *
      * CADA AVISO QUEDA EN AVISOS.dat CON SU ESTADO. CUANDO EL
      * PROVEEDOR DEVUELVE SU ARCHIVO DE ENTREGAS (SMSESTADO.dat) LA
      * SEGUNDA OPCION ACTUALIZA LOS ESTADOS Y LISTA EN AVISOSFAL.dat
      * LAS FAMILIAS A LAS QUE NO SE PUDO LLEGAR (SIN TELEFONO,
      * MENSAJE RECHAZADO O SIN CONFIRMAR), PARA QUE EL PRECEPTOR LAS
      * LLAME
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * PARTE DIARIO DE ASISTENCIA (PGENADIA)
       SELECT OPTIONAL ASISDIA     ASSIGN TO "ASISDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DIA.
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * RESPONSABLES/CONTACTOS (PGENRESP): EL AVISO VA AL PRIMERO
      * CARGADO DE CADA ALUMNO
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
      * MENSAJES PARA EL PROVEEDOR: SE AGREGAN AL FINAL, EL PROVEEDOR
      * LOS RETIRA Y VACIA EL ARCHIVO
       SELECT OPTIONAL SMSSALIDA   ASSIGN TO "SMSSALIDA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SAL.
      * ARCHIVO DE ENTREGAS QUE DEVUELVE EL PROVEEDOR
       SELECT OPTIONAL SMSESTADO   ASSIGN TO "SMSESTADO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EST.
      * HISTORIA DE AVISOS CON SU ESTADO DE ENTREGA
       SELECT OPTIONAL AVISOS      ASSIGN TO "AVISOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AVI.
      * ARCHIVO DE TRABAJO PARA ACTUALIZAR LOS ESTADOS (NO SE PUEDE
      * REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO DEL ARCHIVO)
       SELECT AVISOS-TMP           ASSIGN TO "AVISOS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AVI-TMP.
      * LISTADO DE FAMILIAS A LLAMAR, PARA EL PRECEPTOR
       SELECT AVISOSFAL            ASSIGN TO "AVISOSFAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASISDIA.
           01 ASISDIA-REGISTRO.
              05 DIA-NRO-ALUMNO PIC 9(4).
              05 DIA-NRO-MATERIA PIC 99.
              05 DIA-FECHA PIC 9(8).
              05 DIA-ESTADO PIC X.
                 88 DIA-ESTADO-PRESENTE VALUE "P".
                 88 DIA-ESTADO-AUSENTE VALUE "A".
                 88 DIA-ESTADO-TARDE VALUE "T".
              05 DIA-JUSTIFICADA PIC X.
                 88 DIA-JUSTIFICADA-SI VALUE "S".

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

       FD RESPONSABLES.
           01 RESPONSABLES-REGISTRO.
              05 RES-NRO-ALUMNO PIC 9(4).
              05 RES-NOMBRE PIC X(25).
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

      * MENSAJE: IDENTIFICADOR (ALUMNO + FECHA), TELEFONO Y TEXTO
       FD SMSSALIDA.
           01 SMSSALIDA-REGISTRO.
              05 SAL-ID PIC X(12).
              05 FILLER PIC X.
              05 SAL-TELEFONO PIC X(15).
              05 FILLER PIC X.
              05 SAL-TEXTO PIC X(160).

      * ENTREGA: IDENTIFICADOR DEL MENSAJE, "OK" SI LLEGO U OTRO
      * CODIGO DEL PROVEEDOR SI NO, Y SU DETALLE
       FD SMSESTADO.
           01 SMSESTADO-REGISTRO.
              05 EST-ID PIC X(12).
              05 FILLER PIC X.
              05 EST-ESTADO PIC X(2).
                 88 EST-ESTADO-ENTREGADO VALUE "OK".
              05 FILLER PIC X.
              05 EST-DETALLE PIC X(30).

       FD AVISOS.
           01 AVISOS-REGISTRO.
              05 AVI-ID.
                 10 AVI-NRO-ALUMNO PIC 9(4).
                 10 AVI-FECHA PIC 9(8).
              05 AVI-NOMBRE PIC X(23).
              05 AVI-SECCION PIC X(2).
              05 AVI-RESPONSABLE PIC X(25).
              05 AVI-TELEFONO PIC X(15).
              05 AVI-MATERIAS PIC 99.
      * PE = ENVIADO AL PROVEEDOR, OK = ENTREGADO, FA = NO ENTREGADO,
      * SC = SIN TELEFONO DEL RESPONSABLE (NO SE ENVIO)
              05 AVI-ESTADO PIC X(2).
                 88 AVI-ESTADO-PENDIENTE VALUE "PE".
                 88 AVI-ESTADO-ENTREGADO VALUE "OK".
                 88 AVI-ESTADO-FALLIDO VALUE "FA".
                 88 AVI-ESTADO-SIN-CONTACTO VALUE "SC".
              05 AVI-DETALLE PIC X(30).

       FD AVISOS-TMP.
           01 AVISOS-TMP-REGISTRO PIC X(111).

       FD AVISOSFAL.
           01 AVISOSFAL-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-DIA PIC XX.
           88 WS-FS-DIA-OK VALUE "00".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
       01 WS-FS-SAL PIC XX.
           88 WS-FS-SAL-OK VALUE "00".
           88 WS-FS-SAL-NOEXISTE VALUE "05" "35".
       01 WS-FS-EST PIC XX.
           88 WS-FS-EST-OK VALUE "00".
       01 WS-FS-AVI PIC XX.
           88 WS-FS-AVI-OK VALUE "00".
           88 WS-FS-AVI-NOEXISTE VALUE "05" "35".
       01 WS-FS-AVI-TMP PIC XX.
           88 WS-FS-AVI-TMP-OK VALUE "00".
       01 WS-FS-FAL PIC XX.
           88 WS-FS-FAL-OK VALUE "00".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
      * FECHA DEL PARTE (AAAAMMDD); CERO = HOY
       01 WS-FECHA PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA.
           05 WS-FECHA-ANIO PIC 9(4).
           05 WS-FECHA-MES PIC 99.
           05 WS-FECHA-DIA PIC 99.
       01 WS-FECHA-ED PIC X(10) VALUE SPACES.

      * ALUMNOS DEL MAESTRO, PARA EL NOMBRE Y LA SECCION DEL AVISO
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.

      * PRIMER RESPONSABLE DE CADA ALUMNO
       01 TABLA-RESPONSABLES.
           05 TABRES-FILA OCCURS 10000 TIMES.
               10 TABRES-NRO PIC 9(4).
               10 TABRES-NOMBRE PIC X(25).
               10 TABRES-TELEFONO PIC X(15).
       77 TABRES-INDICE PIC 9(5).
       77 TABRES-TOTAL PIC 9(5) VALUE 0.
       01 WS-RES-ENCONTRADO PIC X VALUE "N".
           88 RES-ENCONTRADO-SI VALUE "S".
           88 RES-ENCONTRADO-NO VALUE "N".

      * AUSENTES DE LA FECHA, UNA FILA POR ALUMNO CON LA CANTIDAD DE
      * MATERIAS; LA MARCA DE AVISADO SALE DE AVISOS.dat
       01 TABLA-AUSENTES.
           05 TABAUS-FILA OCCURS 3000 TIMES.
               10 TABAUS-NRO PIC 9(4).
               10 TABAUS-MATERIAS PIC 99.
               10 TABAUS-AVISADO PIC X.
       77 TABAUS-INDICE PIC 9(4).
       77 TABAUS-TOTAL PIC 9(4) VALUE 0.
       01 WS-AUS-ENCONTRADO PIC X VALUE "N".
           88 AUS-ENCONTRADO-SI VALUE "S".
           88 AUS-ENCONTRADO-NO VALUE "N".

      * ENTREGAS DEVUELTAS POR EL PROVEEDOR
       01 TABLA-ENTREGAS.
           05 TABEST-FILA OCCURS 5000 TIMES.
               10 TABEST-ID PIC X(12).
               10 TABEST-ESTADO PIC X(2).
               10 TABEST-DETALLE PIC X(30).
       77 TABEST-INDICE PIC 9(4).
       77 TABEST-TOTAL PIC 9(4) VALUE 0.
       01 WS-EST-ENCONTRADO PIC X VALUE "N".
           88 EST-ENCONTRADO-SI VALUE "S".
           88 EST-ENCONTRADO-NO VALUE "N".

      * DESBORDE DE TABLAS INTERNAS: UN AUSENTE FUERA DE LA TABLA
      * QUEDARIA SIN AVISO; SE AVISA Y LA CORRIDA TERMINA CON CODIGO
      * DE RETORNO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-MATERIAS-ED PIC Z9.
       01 WS-LINEA-REPORTE PIC X(100) VALUE SPACES.
       01 WS-LEYENDA-ESTADO PIC X(16) VALUE SPACES.
       77 WS-ENVIADOS PIC 9(5) VALUE 0.
       77 WS-SIN-CONTACTO PIC 9(5) VALUE 0.
       77 WS-YA-AVISADOS PIC 9(5) VALUE 0.
       77 WS-ENTREGADOS PIC 9(5) VALUE 0.
       77 WS-FALLIDOS PIC 9(5) VALUE 0.
       77 WS-A-LLAMAR PIC 9(5) VALUE 0.

       01 WS-RUTA-AVI PIC X(10) VALUE "AVISOS.dat".
       01 WS-RUTA-AVI-TMP PIC X(10) VALUE "AVISOS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

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
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: HAY AUSENTES SIN AVISAR POR"
                   " DESBORDE DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-MOSTRAR-MENU.
           DISPLAY "1. GENERAR AVISOS DE AUSENCIA"
           DISPLAY "2. PROCESAR ENTREGAS Y LISTAR FAMILIAS A LLAMAR"
           DISPLAY "3. SALIR"
           ACCEPT WS-OPCION-MENU
           EVALUATE WS-OPCION-MENU
               WHEN 1
                   PERFORM 0150-PEDIR-FECHA
                   PERFORM 1000-GENERAR-AVISOS
               WHEN 2
                   PERFORM 0150-PEDIR-FECHA
                   PERFORM 2000-PROCESAR-ENTREGAS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       0150-PEDIR-FECHA.
           DISPLAY "FECHA DEL PARTE AAAAMMDD (0 = HOY)"
           ACCEPT WS-FECHA
           IF WS-FECHA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA
           END-IF
           MOVE SPACES TO WS-FECHA-ED
           STRING WS-FECHA-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FECHA-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FECHA-ANIO DELIMITED BY SIZE
               INTO WS-FECHA-ED.

      * JUNTA LOS AUSENTES NO JUSTIFICADOS DE LA FECHA, DESCARTA LOS
      * YA AVISADOS Y DEJA UN MENSAJE POR ALUMNO PARA EL PROVEEDOR
       1000-GENERAR-AVISOS.
           MOVE 0 TO TABAUS-TOTAL
           MOVE 0 TO WS-ENVIADOS
           MOVE 0 TO WS-SIN-CONTACTO
           MOVE 0 TO WS-YA-AVISADOS
           PERFORM 1100-CARGAR-TABLA-ALUMNOS
           PERFORM 1200-CARGAR-TABLA-RESPONSABLES
           OPEN INPUT ASISDIA
           IF WS-FS-DIA-OK
               PERFORM 1300-LEER-PARTE UNTIL NOT WS-FS-DIA-OK
           END-IF
           CLOSE ASISDIA
           IF TABAUS-TOTAL = 0
               DISPLAY "SIN AUSENTES NO JUSTIFICADOS EL " WS-FECHA-ED
           ELSE
               PERFORM 1400-MARCAR-YA-AVISADOS
               OPEN EXTEND SMSSALIDA
               OPEN EXTEND AVISOS
               PERFORM 1500-AVISAR-AUSENTE
                   VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL
               CLOSE SMSSALIDA
               CLOSE AVISOS
               MOVE "AVISO-AUS" TO WS-AUD-OPERACION
               MOVE WS-FECHA TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               DISPLAY "AUSENTES EL " WS-FECHA-ED ": " TABAUS-TOTAL
               DISPLAY "MENSAJES ENVIADOS AL PROVEEDOR: " WS-ENVIADOS
               DISPLAY "SIN TELEFONO DE RESPONSABLE: " WS-SIN-CONTACTO
               DISPLAY "YA AVISADOS EN UNA CORRIDA ANTERIOR: "
                   WS-YA-AVISADOS
           END-IF.

       1100-CARGAR-TABLA-ALUMNOS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 1110-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS.

       1110-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK
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

      * CARGA EL NOMBRE Y TELEFONO DEL PRIMER RESPONSABLE DE CADA
      * ALUMNO
       1200-CARGAR-TABLA-RESPONSABLES.
           MOVE 0 TO TABRES-TOTAL
           OPEN INPUT RESPONSABLES
           IF WS-FS-RES-OK
               PERFORM 1210-LEER-RESPONSABLE
                   UNTIL NOT WS-FS-RES-OK
           END-IF
           CLOSE RESPONSABLES.

       1210-LEER-RESPONSABLE.
           READ RESPONSABLES NEXT RECORD AT END
               MOVE "10" TO WS-FS-RES
           END-READ
           IF WS-FS-RES-OK
               MOVE "N" TO WS-RES-ENCONTRADO
               PERFORM VARYING TABRES-INDICE FROM 1 BY 1
                   UNTIL TABRES-INDICE > TABRES-TOTAL
                   OR RES-ENCONTRADO-SI
                   IF RES-NRO-ALUMNO = TABRES-NRO(TABRES-INDICE)
                       MOVE "S" TO WS-RES-ENCONTRADO
                   END-IF
               END-PERFORM
               IF RES-ENCONTRADO-NO
                   IF TABRES-TOTAL < 10000
                       ADD 1 TO TABRES-TOTAL
                       MOVE RES-NRO-ALUMNO TO TABRES-NRO(TABRES-TOTAL)
                       MOVE RES-NOMBRE TO TABRES-NOMBRE(TABRES-TOTAL)
                       MOVE RES-TELEFONO
                           TO TABRES-TELEFONO(TABRES-TOTAL)
                   ELSE
                       MOVE "TABLA-RESPONSABLES"
                           TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * UN ALUMNO AUSENTE EN VARIAS MATERIAS EL MISMO DIA SUMA UNA
      * MATERIA MAS A SU FILA
       1300-LEER-PARTE.
           READ ASISDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-DIA
           END-READ
           IF WS-FS-DIA-OK AND DIA-FECHA = WS-FECHA
               AND DIA-ESTADO-AUSENTE AND NOT DIA-JUSTIFICADA-SI
               MOVE "N" TO WS-AUS-ENCONTRADO
               PERFORM VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL
                   OR AUS-ENCONTRADO-SI
                   IF TABAUS-NRO(TABAUS-INDICE) = DIA-NRO-ALUMNO
                       ADD 1 TO TABAUS-MATERIAS(TABAUS-INDICE)
                       MOVE "S" TO WS-AUS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF AUS-ENCONTRADO-NO
                   IF TABAUS-TOTAL < 3000
                       ADD 1 TO TABAUS-TOTAL
                       MOVE DIA-NRO-ALUMNO TO TABAUS-NRO(TABAUS-TOTAL)
                       MOVE 1 TO TABAUS-MATERIAS(TABAUS-TOTAL)
                       MOVE "N" TO TABAUS-AVISADO(TABAUS-TOTAL)
                   ELSE
                       MOVE "TABLA-AUSENTES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * LOS ALUMNOS QUE YA TIENEN AVISO DE ESTA FECHA EN AVISOS.dat
      * NO SE VUELVEN A AVISAR
       1400-MARCAR-YA-AVISADOS.
           OPEN INPUT AVISOS
           IF WS-FS-AVI-OK
               PERFORM 1410-LEER-AVISO UNTIL NOT WS-FS-AVI-OK
           END-IF
           CLOSE AVISOS.

       1410-LEER-AVISO.
           READ AVISOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-AVI
           END-READ
           IF WS-FS-AVI-OK AND AVI-FECHA = WS-FECHA
               PERFORM VARYING TABAUS-INDICE FROM 1 BY 1
                   UNTIL TABAUS-INDICE > TABAUS-TOTAL
                   IF TABAUS-NRO(TABAUS-INDICE) = AVI-NRO-ALUMNO
                       MOVE "S" TO TABAUS-AVISADO(TABAUS-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

       1500-AVISAR-AUSENTE.
           IF TABAUS-AVISADO(TABAUS-INDICE) = "S"
               ADD 1 TO WS-YA-AVISADOS
           ELSE
               MOVE SPACES TO AVISOS-REGISTRO
               MOVE TABAUS-NRO(TABAUS-INDICE) TO AVI-NRO-ALUMNO
               MOVE WS-FECHA TO AVI-FECHA
               MOVE TABAUS-MATERIAS(TABAUS-INDICE) TO AVI-MATERIAS
               PERFORM 1510-BUSCAR-ALUMNO
               PERFORM 1520-BUSCAR-RESPONSABLE
               IF AVI-TELEFONO = SPACES
                   MOVE "SC" TO AVI-ESTADO
                   MOVE "SIN TELEFONO DE RESPONSABLE" TO AVI-DETALLE
                   ADD 1 TO WS-SIN-CONTACTO
               ELSE
                   PERFORM 1530-ESCRIBIR-MENSAJE
                   MOVE "PE" TO AVI-ESTADO
                   ADD 1 TO WS-ENVIADOS
               END-IF
               WRITE AVISOS-REGISTRO
               IF NOT WS-FS-AVI-OK
                   DISPLAY "ERROR AL ESCRIBIR AVISOS"
                   DISPLAY "FILE STATUS " WS-FS-AVI
               END-IF
           END-IF.

       1510-BUSCAR-ALUMNO.
           MOVE "(NO ESTA EN EL MAESTRO)" TO AVI-NOMBRE
           PERFORM VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL
               IF TABALU-NRO(TABALU-INDICE) = AVI-NRO-ALUMNO
                   MOVE TABALU-NOMBRE(TABALU-INDICE) TO AVI-NOMBRE
                   MOVE TABALU-SECCION(TABALU-INDICE) TO AVI-SECCION
               END-IF
           END-PERFORM.

       1520-BUSCAR-RESPONSABLE.
           MOVE "N" TO WS-RES-ENCONTRADO
           PERFORM VARYING TABRES-INDICE FROM 1 BY 1
               UNTIL TABRES-INDICE > TABRES-TOTAL OR RES-ENCONTRADO-SI
               IF TABRES-NRO(TABRES-INDICE) = AVI-NRO-ALUMNO
                   MOVE "S" TO WS-RES-ENCONTRADO
                   MOVE TABRES-NOMBRE(TABRES-INDICE)
                       TO AVI-RESPONSABLE
                   MOVE TABRES-TELEFONO(TABRES-INDICE)
                       TO AVI-TELEFONO
               END-IF
           END-PERFORM.

       1530-ESCRIBIR-MENSAJE.
           MOVE SPACES TO SMSSALIDA-REGISTRO
           MOVE AVI-ID TO SAL-ID
           MOVE AVI-TELEFONO TO SAL-TELEFONO
           MOVE AVI-MATERIAS TO WS-MATERIAS-ED
           STRING "AVISO DE LA ESCUELA: " DELIMITED BY SIZE
               AVI-NOMBRE DELIMITED BY "  "
               " ESTUVO AUSENTE EL " DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               " EN" DELIMITED BY SIZE
               WS-MATERIAS-ED DELIMITED BY SIZE
               " MATERIA(S) SIN JUSTIFICAR. CONSULTAS EN PRECEPTORIA"
                   DELIMITED BY SIZE
               INTO SAL-TEXTO
           WRITE SMSSALIDA-REGISTRO
           IF NOT WS-FS-SAL-OK
               DISPLAY "ERROR AL ESCRIBIR SMSSALIDA"
               DISPLAY "FILE STATUS " WS-FS-SAL
           END-IF.

      * CARGA LAS ENTREGAS DEL PROVEEDOR, ACTUALIZA EL ESTADO DE LOS
      * AVISOS PENDIENTES Y LISTA LAS FAMILIAS DE LA FECHA A LAS QUE
      * NO SE LLEGO
       2000-PROCESAR-ENTREGAS.
           MOVE 0 TO WS-ENTREGADOS
           MOVE 0 TO WS-FALLIDOS
           MOVE 0 TO WS-A-LLAMAR
           PERFORM 2100-CARGAR-TABLA-ENTREGAS
           OPEN INPUT AVISOS
           IF WS-FS-AVI-NOEXISTE
               DISPLAY "NO HAY AVISOS GENERADOS"
               CLOSE AVISOS
           ELSE
               OPEN OUTPUT AVISOS-TMP
               PERFORM 2200-ACTUALIZAR-AVISO UNTIL NOT WS-FS-AVI-OK
               CLOSE AVISOS-TMP
               CLOSE AVISOS
               PERFORM 2900-REEMPLAZAR-ARCHIVO
               PERFORM 2300-LISTAR-FAMILIAS
               DISPLAY "ENTREGAS CONFIRMADAS: " WS-ENTREGADOS
               DISPLAY "MENSAJES NO ENTREGADOS: " WS-FALLIDOS
               DISPLAY "FAMILIAS A LLAMAR EL " WS-FECHA-ED ": "
                   WS-A-LLAMAR
           END-IF.

       2100-CARGAR-TABLA-ENTREGAS.
           MOVE 0 TO TABEST-TOTAL
           OPEN INPUT SMSESTADO
           IF WS-FS-EST-OK
               PERFORM 2110-LEER-ENTREGA UNTIL NOT WS-FS-EST-OK
           ELSE
               DISPLAY "EL PROVEEDOR NO DEVOLVIO ENTREGAS"
           END-IF
           CLOSE SMSESTADO.

       2110-LEER-ENTREGA.
           READ SMSESTADO NEXT RECORD AT END
               MOVE "10" TO WS-FS-EST
           END-READ
           IF WS-FS-EST-OK
               IF TABEST-TOTAL < 5000
                   ADD 1 TO TABEST-TOTAL
                   MOVE EST-ID TO TABEST-ID(TABEST-TOTAL)
                   MOVE EST-ESTADO TO TABEST-ESTADO(TABEST-TOTAL)
                   MOVE EST-DETALLE TO TABEST-DETALLE(TABEST-TOTAL)
               ELSE
                   MOVE "TABLA-ENTREGAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * SOLO CAMBIAN LOS AVISOS PENDIENTES; SI EL PROVEEDOR INFORMA
      * DOS VECES EL MISMO MENSAJE QUEDA LA ULTIMA ENTREGA
       2200-ACTUALIZAR-AVISO.
           READ AVISOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-AVI
           END-READ
           IF WS-FS-AVI-OK
               IF AVI-ESTADO-PENDIENTE
                   PERFORM VARYING TABEST-INDICE FROM 1 BY 1
                       UNTIL TABEST-INDICE > TABEST-TOTAL
                       IF TABEST-ID(TABEST-INDICE) = AVI-ID
                           IF TABEST-ESTADO(TABEST-INDICE) = "OK"
                               MOVE "OK" TO AVI-ESTADO
                               MOVE SPACES TO AVI-DETALLE
                           ELSE
                               MOVE "FA" TO AVI-ESTADO
                               MOVE TABEST-DETALLE(TABEST-INDICE)
                                   TO AVI-DETALLE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF AVI-ESTADO-ENTREGADO
                       ADD 1 TO WS-ENTREGADOS
                   END-IF
                   IF AVI-ESTADO-FALLIDO
                       ADD 1 TO WS-FALLIDOS
                   END-IF
               END-IF
               WRITE AVISOS-TMP-REGISTRO FROM AVISOS-REGISTRO
           END-IF.

      * FAMILIAS DE LA FECHA SIN ENTREGA CONFIRMADA, AGRUPADAS EN EL
      * ORDEN DE AVISOS.dat (NRO DE ALUMNO)
       2300-LISTAR-FAMILIAS.
           OPEN OUTPUT AVISOSFAL
           IF NOT WS-FS-FAL-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-FAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FAMILIAS A LLAMAR POR AUSENCIAS DEL "
               DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE "NRO  ALUMNO                  SE RESPONSABLE"
               TO WS-LINEA-REPORTE
           MOVE "TELEFONO        MOTIVO" TO WS-LINEA-REPORTE(55:)
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           OPEN INPUT AVISOS
           IF WS-FS-AVI-OK
               PERFORM 2310-LISTAR-AVISO UNTIL NOT WS-FS-AVI-OK
           END-IF
           CLOSE AVISOS
           IF WS-A-LLAMAR = 0
               MOVE "  (TODAS LAS FAMILIAS FUERON AVISADAS)"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF
           CLOSE AVISOSFAL
           PERFORM 9930-REGISTRAR-SPOOL.

       2310-LISTAR-AVISO.
           READ AVISOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-AVI
           END-READ
           IF WS-FS-AVI-OK AND AVI-FECHA = WS-FECHA
               AND NOT AVI-ESTADO-ENTREGADO
               ADD 1 TO WS-A-LLAMAR
               EVALUATE TRUE
                   WHEN AVI-ESTADO-SIN-CONTACTO
                       MOVE "SIN TELEFONO" TO WS-LEYENDA-ESTADO
                   WHEN AVI-ESTADO-PENDIENTE
                       MOVE "SIN CONFIRMAR" TO WS-LEYENDA-ESTADO
                   WHEN OTHER
                       MOVE AVI-DETALLE TO WS-LEYENDA-ESTADO
               END-EVALUATE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING AVI-NRO-ALUMNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-SECCION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-RESPONSABLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-TELEFONO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LEYENDA-ESTADO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

      * REEMPLAZA AVISOS.dat POR EL ARCHIVO DE TRABAJO
       2900-REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING WS-RUTA-AVI
               RETURNING WS-CBL-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RUTA-AVI-TMP WS-RUTA-AVI
               RETURNING WS-CBL-RESULT.

       9010-ESCRIBIR-LINEA.
           WRITE AVISOSFAL-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-FAL-OK
               DISPLAY "ERROR AL ESCRIBIR AVISOSFAL"
               DISPLAY "FILE STATUS " WS-FS-FAL
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AVISA (UNA VEZ POR TABLA) QUE UNA TABLA INTERNA SE QUEDO
      * CHICA Y DEJA MARCADA LA CORRIDA COMO INCOMPLETA
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
           STRING "PGAVIAUS" DELIMITED BY SIZE
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

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "AVISOSFAL.dat" TO ARCHIVO-SPL
           MOVE "PGAVIAUS" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "FECHA=" DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGAVIAUS.
