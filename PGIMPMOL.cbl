       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGIMPMOL.

      * IMPORTACION DE LAS PASADAS DE LOS MOLINETES DE ENTRADA: LEE
      * EL ARCHIVO DIARIO DE LOS LECTORES (MOLINETE.dat, UNA LECTURA
      * POR RENGLON CON NRO DE CARNET, FECHA Y HORA), RESUELVE CADA
      * CARNET CONTRA CARNETLOG.dat (PGCARNET) Y GRABA EN ASISDIA.dat
      * EL PRESENTE (O TARDE, SI LA PRIMERA PASADA DEL DIA ES
      * POSTERIOR A LA HORA DE CORTE DE LA CORRIDA) DEL ALUMNO EN LA
      * MATERIA DEL PRIMER MODULO DE SU SECCION ESE DIA SEGUN
      * HORARIOS.dat. SE RECHAZAN LOS CARNETS DESCONOCIDOS, ANULADOS
      * O REEMPLAZADOS POR UNA REIMPRESION, Y LOS DE ALUMNOS
      * INACTIVOS; LOS RECHAZOS QUEDAN EN MOLINETE.RCH CON SU MOTIVO.
      * DESPUES EL PRECEPTOR COMPLETA EN PGENADIA SOLO LOS QUE FALTAN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * LECTURAS DEL DIA QUE DEJAN LOS MOLINETES
       SELECT OPTIONAL MOLINETE    ASSIGN TO "MOLINETE.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MOL.
      * REGISTRO DE EMISIONES DE CARNETS (PGCARNET)
       SELECT OPTIONAL CARNETLOG   ASSIGN TO "CARNETLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LOG.
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * HORARIO DE CLASES (PGENHOR): SECCION, MATERIA, DIA Y MODULO
       SELECT OPTIONAL HORARIOS    ASSIGN TO "HORARIOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HOR.
      * PARTE DIARIO DE ASISTENCIA: SE LEE PARA NO DUPLICAR UN PARTE
      * YA CARGADO Y DESPUES SE LE AGREGAN LOS PRESENTES
       SELECT OPTIONAL ASISDIA     ASSIGN TO "ASISDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DIA.
      * LECTURAS RECHAZADAS: MOTIVO + RENGLON ORIGINAL
       SELECT MOLINETERCH          ASSIGN TO "MOLINETE.RCH"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RCH.

       DATA DIVISION.
       FILE SECTION.
       FD MOLINETE.
           01 MOLINETE-REGISTRO.
              05 MOL-NRO-CARNET PIC 9(6).
              05 MOL-FECHA PIC 9(8).
              05 MOL-FECHA-X REDEFINES MOL-FECHA.
                 10 MOL-ANIO PIC 9(4).
                 10 MOL-MES PIC 99.
                 10 MOL-DIA PIC 99.
              05 MOL-HORA PIC 9(4).
              05 MOL-PUERTA PIC X(4).

       FD CARNETLOG.
           01 CARNETLOG-REGISTRO.
              05 LOG-NRO-CARNET PIC 9(6).
              05 LOG-NRO-ALUMNO PIC 9(4).
              05 LOG-FECHA PIC X(14).
              05 LOG-OPERADOR PIC X(10).
              05 LOG-ESTADO PIC X.
                 88 LOG-ESTADO-ANULADO VALUE "A".

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

       FD HORARIOS.
           01 HORARIOS-REGISTRO.
              05 HOR-SECCION PIC X(2).
              05 HOR-NRO-MATERIA PIC 99.
              05 HOR-DIA PIC 9.
              05 HOR-MODULO PIC 99.

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

       FD MOLINETERCH.
           01 MOLINETERCH-REGISTRO.
              05 RCHM-MOTIVO PIC X(20).
              05 RCHM-RENGLON PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-FS-MOL PIC XX.
           88 WS-FS-MOL-OK VALUE "00".
           88 WS-FS-MOL-NOEXISTE VALUE "05" "35".
       01 WS-FS-LOG PIC XX.
           88 WS-FS-LOG-OK VALUE "00".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
       01 WS-FS-HOR PIC XX.
           88 WS-FS-HOR-OK VALUE "00".
       01 WS-FS-DIA PIC XX.
           88 WS-FS-DIA-OK VALUE "00".
           88 WS-FS-DIA-NOEXISTE VALUE "05" "35".
       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".

      * HORA DE CORTE HHMM: UNA PRIMERA PASADA POSTERIOR ES TARDE
       77 WS-HORA-CORTE PIC 9(4) VALUE 0.
       77 WS-HORA-CORTE-OMISION PIC 9(4) VALUE 0745.

      * CARNETS EMITIDOS; UN CARNET ESTA REEMPLAZADO SI EL MISMO
      * ALUMNO TIENE OTRO DE NUMERO MAYOR
       01 TABLA-CARNETS.
           05 TABCRN-FILA OCCURS 20000 TIMES.
               10 TABCRN-NRO PIC 9(6).
               10 TABCRN-ALUMNO PIC 9(4).
               10 TABCRN-ESTADO PIC X.
       77 TABCRN-INDICE PIC 9(5).
       77 TABCRN-TOTAL PIC 9(5) VALUE 0.
       77 WS-CRN-FILA PIC 9(5) VALUE 0.

      * ALUMNOS ACTIVOS CON SU SECCION
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.

       01 TABLA-HORARIOS.
           05 TABHOR-FILA OCCURS 500 TIMES.
               10 TABHOR-SECCION PIC X(2).
               10 TABHOR-MATERIA PIC 99.
               10 TABHOR-DIA PIC 9.
               10 TABHOR-MODULO PIC 99.
       77 TABHOR-INDICE PIC 999.
       77 TABHOR-TOTAL PIC 999 VALUE 0.

      * PRIMERA PASADA DE CADA ALUMNO Y DIA, YA RESUELTA A MATERIA;
      * LA MARCA DE CARGADO SALE DEL PARTE EXISTENTE
       01 TABLA-PASADAS.
           05 TABPAS-FILA OCCURS 5000 TIMES.
               10 TABPAS-ALUMNO PIC 9(4).
               10 TABPAS-FECHA PIC 9(8).
               10 TABPAS-HORA PIC 9(4).
               10 TABPAS-MATERIA PIC 99.
               10 TABPAS-CARGADO PIC X.
       77 TABPAS-INDICE PIC 9(4).
       77 TABPAS-TOTAL PIC 9(4) VALUE 0.
       01 WS-PAS-ENCONTRADA PIC X VALUE "N".
           88 PAS-ENCONTRADA-SI VALUE "S".
           88 PAS-ENCONTRADA-NO VALUE "N".

      * DESBORDE DE TABLAS INTERNAS: UN ALUMNO FUERA DE LA TABLA
      * QUEDARIA AUSENTE SIN HABER FALTADO; SE AVISA Y LA CORRIDA
      * TERMINA CON CODIGO DE RETORNO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       01 WS-LECTURA-VALIDA PIC X VALUE "N".
           88 LECTURA-VALIDA-SI VALUE "S".
           88 LECTURA-VALIDA-NO VALUE "N".
       77 WS-MOTIVO PIC X(20) VALUE SPACES.
       77 WS-ALUMNO PIC 9(4) VALUE 0.
       77 WS-SECCION PIC X(2) VALUE SPACES.
       77 WS-MATERIA PIC 99 VALUE 0.
       77 WS-MODULO PIC 99 VALUE 0.
       77 WS-DIA-SEMANA PIC 9 VALUE 0.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE 0.

       77 WS-TOTAL-LEIDOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-REPETIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-YA-CARGADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-PRESENTES PIC 9(6) VALUE 0.
       77 WS-TOTAL-TARDES PIC 9(6) VALUE 0.

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
           DISPLAY "HORA DE CORTE PARA TARDE HHMM (0 = "
               WS-HORA-CORTE-OMISION ")"
           ACCEPT WS-HORA-CORTE
           IF WS-HORA-CORTE = 0
               MOVE WS-HORA-CORTE-OMISION TO WS-HORA-CORTE
           END-IF
           OPEN INPUT MOLINETE
           IF WS-FS-MOL-NOEXISTE
               DISPLAY "NO HAY LECTURAS DE MOLINETES PARA IMPORTAR"
               CLOSE MOLINETE
               GOBACK
           END-IF
           PERFORM 1000-CARGAR-TABLA-CARNETS
           PERFORM 1100-CARGAR-TABLA-ALUMNOS
           PERFORM 1200-CARGAR-TABLA-HORARIOS
           OPEN OUTPUT MOLINETERCH
           PERFORM 2000-LEER-LECTURA UNTIL NOT WS-FS-MOL-OK
           CLOSE MOLINETE
           CLOSE MOLINETERCH
           PERFORM 3000-MARCAR-YA-CARGADOS
           PERFORM 4000-GRABAR-PARTES
           DISPLAY "LECTURAS LEIDAS: " WS-TOTAL-LEIDOS
           DISPLAY "RECHAZADAS (VER MOLINETE.RCH): "
               WS-TOTAL-RECHAZADOS
           DISPLAY "PASADAS REPETIDAS DEL MISMO DIA: "
               WS-TOTAL-REPETIDAS
           DISPLAY "ALUMNOS CON PARTE YA CARGADO: "
               WS-TOTAL-YA-CARGADOS
           DISPLAY "PRESENTES GRABADOS: " WS-TOTAL-PRESENTES
               "  TARDES GRABADOS: " WS-TOTAL-TARDES
           MOVE "IMP MOLINETE" TO WS-AUD-OPERACION
           MOVE WS-TOTAL-LEIDOS TO WS-AUD-CLAVE
           PERFORM 9900-GRABAR-AUDITORIA
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: IMPORTACION INCOMPLETA POR DESBORDE"
                   " DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-CARGAR-TABLA-CARNETS.
           OPEN INPUT CARNETLOG
           IF WS-FS-LOG-OK
               PERFORM 1010-LEER-CARNET UNTIL NOT WS-FS-LOG-OK
           END-IF
           CLOSE CARNETLOG.

       1010-LEER-CARNET.
           READ CARNETLOG NEXT RECORD AT END
               MOVE "10" TO WS-FS-LOG
           END-READ
           IF WS-FS-LOG-OK
               IF TABCRN-TOTAL < 20000
                   ADD 1 TO TABCRN-TOTAL
                   MOVE LOG-NRO-CARNET TO TABCRN-NRO(TABCRN-TOTAL)
                   MOVE LOG-NRO-ALUMNO TO TABCRN-ALUMNO(TABCRN-TOTAL)
                   MOVE LOG-ESTADO TO TABCRN-ESTADO(TABCRN-TOTAL)
               ELSE
                   MOVE "TABLA-CARNETS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1100-CARGAR-TABLA-ALUMNOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 1110-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS.

       1110-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               IF TABALU-TOTAL < 10000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1200-CARGAR-TABLA-HORARIOS.
           OPEN INPUT HORARIOS
           IF WS-FS-HOR-OK
               PERFORM 1210-LEER-HORARIO UNTIL NOT WS-FS-HOR-OK
           END-IF
           CLOSE HORARIOS.

       1210-LEER-HORARIO.
           READ HORARIOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-HOR
           END-READ
           IF WS-FS-HOR-OK
               IF TABHOR-TOTAL < 500
                   ADD 1 TO TABHOR-TOTAL
                   MOVE HOR-SECCION TO TABHOR-SECCION(TABHOR-TOTAL)
                   MOVE HOR-NRO-MATERIA TO TABHOR-MATERIA(TABHOR-TOTAL)
                   MOVE HOR-DIA TO TABHOR-DIA(TABHOR-TOTAL)
                   MOVE HOR-MODULO TO TABHOR-MODULO(TABHOR-TOTAL)
               ELSE
                   MOVE "TABLA-HORARIOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * VALIDA CADA LECTURA; LAS BUENAS SE JUNTAN POR ALUMNO Y DIA
      * QUEDANDO LA HORA MAS TEMPRANA (LAS DEMAS PASADAS DEL DIA SON
      * SALIDAS O REINGRESOS)
       2000-LEER-LECTURA.
           READ MOLINETE NEXT RECORD AT END
               MOVE "10" TO WS-FS-MOL
           END-READ
           IF WS-FS-MOL-OK
               ADD 1 TO WS-TOTAL-LEIDOS
               PERFORM 2100-VALIDAR-LECTURA
               IF LECTURA-VALIDA-SI
                   PERFORM 2500-ACUMULAR-PASADA
               ELSE
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   MOVE WS-MOTIVO TO RCHM-MOTIVO
                   MOVE MOLINETE-REGISTRO TO RCHM-RENGLON
                   WRITE MOLINETERCH-REGISTRO
               END-IF
           END-IF.

       2100-VALIDAR-LECTURA.
           MOVE "S" TO WS-LECTURA-VALIDA
           MOVE SPACES TO WS-MOTIVO
           IF MOL-NRO-CARNET NOT NUMERIC OR MOL-FECHA NOT NUMERIC
               OR MOL-HORA NOT NUMERIC
               MOVE "N" TO WS-LECTURA-VALIDA
               MOVE "RENGLON INVALIDO" TO WS-MOTIVO
           ELSE
               IF MOL-MES < 1 OR MOL-MES > 12
                   OR MOL-DIA < 1 OR MOL-DIA > 31
                   MOVE "N" TO WS-LECTURA-VALIDA
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF
           IF LECTURA-VALIDA-SI
               PERFORM 2200-VALIDAR-CARNET
           END-IF
           IF LECTURA-VALIDA-SI
               PERFORM 2300-VALIDAR-ALUMNO
           END-IF
           IF LECTURA-VALIDA-SI
               PERFORM 2400-BUSCAR-PRIMER-MODULO
           END-IF.

      * EL CARNET DEBE ESTAR EMITIDO, NO ANULADO, Y SER EL ULTIMO
      * EMITIDO AL ALUMNO
       2200-VALIDAR-CARNET.
           MOVE 0 TO WS-CRN-FILA
           PERFORM VARYING TABCRN-INDICE FROM 1 BY 1
               UNTIL TABCRN-INDICE > TABCRN-TOTAL OR WS-CRN-FILA > 0
               IF TABCRN-NRO(TABCRN-INDICE) = MOL-NRO-CARNET
                   MOVE TABCRN-INDICE TO WS-CRN-FILA
               END-IF
           END-PERFORM
           IF WS-CRN-FILA = 0
               MOVE "N" TO WS-LECTURA-VALIDA
               MOVE "CARNET DESCONOCIDO" TO WS-MOTIVO
           ELSE
               MOVE TABCRN-ALUMNO(WS-CRN-FILA) TO WS-ALUMNO
               IF TABCRN-ESTADO(WS-CRN-FILA) = "A"
                   MOVE "N" TO WS-LECTURA-VALIDA
                   MOVE "CARNET ANULADO" TO WS-MOTIVO
               ELSE
                   PERFORM VARYING TABCRN-INDICE FROM 1 BY 1
                       UNTIL TABCRN-INDICE > TABCRN-TOTAL
                       OR LECTURA-VALIDA-NO
                       IF TABCRN-ALUMNO(TABCRN-INDICE) = WS-ALUMNO
                       AND TABCRN-NRO(TABCRN-INDICE) > MOL-NRO-CARNET
                           MOVE "N" TO WS-LECTURA-VALIDA
                           MOVE "CARNET REEMPLAZADO" TO WS-MOTIVO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2300-VALIDAR-ALUMNO.
           MOVE SPACES TO WS-SECCION
           MOVE "N" TO WS-LECTURA-VALIDA
           PERFORM VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL OR LECTURA-VALIDA-SI
               IF TABALU-NRO(TABALU-INDICE) = WS-ALUMNO
                   MOVE "S" TO WS-LECTURA-VALIDA
                   MOVE TABALU-SECCION(TABALU-INDICE) TO WS-SECCION
               END-IF
           END-PERFORM
           IF LECTURA-VALIDA-NO
               MOVE "ALUMNO INACTIVO" TO WS-MOTIVO
           END-IF.

      * MATERIA DEL MODULO MAS TEMPRANO DE LA SECCION EN EL DIA DE LA
      * SEMANA DE LA LECTURA (1=LUNES A 5=VIERNES, COMO EN PGENHOR)
       2400-BUSCAR-PRIMER-MODULO.
           COMPUTE WS-ENTERO-FECHA = FUNCTION INTEGER-OF-DATE(MOL-FECHA)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-ENTERO-FECHA + 6, 7) + 1
           MOVE 0 TO WS-MATERIA
           MOVE 99 TO WS-MODULO
           PERFORM VARYING TABHOR-INDICE FROM 1 BY 1
               UNTIL TABHOR-INDICE > TABHOR-TOTAL
               IF TABHOR-SECCION(TABHOR-INDICE) = WS-SECCION
               AND TABHOR-DIA(TABHOR-INDICE) = WS-DIA-SEMANA
               AND TABHOR-MODULO(TABHOR-INDICE) < WS-MODULO
                   MOVE TABHOR-MODULO(TABHOR-INDICE) TO WS-MODULO
                   MOVE TABHOR-MATERIA(TABHOR-INDICE) TO WS-MATERIA
               END-IF
           END-PERFORM
           IF WS-MATERIA = 0
               MOVE "N" TO WS-LECTURA-VALIDA
               MOVE "SECCION SIN CLASE" TO WS-MOTIVO
           END-IF.

       2500-ACUMULAR-PASADA.
           MOVE "N" TO WS-PAS-ENCONTRADA
           PERFORM VARYING TABPAS-INDICE FROM 1 BY 1
               UNTIL TABPAS-INDICE > TABPAS-TOTAL OR PAS-ENCONTRADA-SI
               IF TABPAS-ALUMNO(TABPAS-INDICE) = WS-ALUMNO
               AND TABPAS-FECHA(TABPAS-INDICE) = MOL-FECHA
                   MOVE "S" TO WS-PAS-ENCONTRADA
                   ADD 1 TO WS-TOTAL-REPETIDAS
                   IF MOL-HORA < TABPAS-HORA(TABPAS-INDICE)
                       MOVE MOL-HORA TO TABPAS-HORA(TABPAS-INDICE)
                   END-IF
               END-IF
           END-PERFORM
           IF PAS-ENCONTRADA-NO
               IF TABPAS-TOTAL < 5000
                   ADD 1 TO TABPAS-TOTAL
                   MOVE WS-ALUMNO TO TABPAS-ALUMNO(TABPAS-TOTAL)
                   MOVE MOL-FECHA TO TABPAS-FECHA(TABPAS-TOTAL)
                   MOVE MOL-HORA TO TABPAS-HORA(TABPAS-TOTAL)
                   MOVE WS-MATERIA TO TABPAS-MATERIA(TABPAS-TOTAL)
                   MOVE "N" TO TABPAS-CARGADO(TABPAS-TOTAL)
               ELSE
                   MOVE "TABLA-PASADAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * UN ALUMNO QUE YA TIENE PARTE DE ESA MATERIA Y FECHA (CARGADO
      * A MANO O EN UNA IMPORTACION ANTERIOR) NO SE VUELVE A GRABAR
       3000-MARCAR-YA-CARGADOS.
           OPEN INPUT ASISDIA
           IF WS-FS-DIA-OK
               PERFORM 3010-LEER-PARTE UNTIL NOT WS-FS-DIA-OK
           END-IF
           CLOSE ASISDIA.

       3010-LEER-PARTE.
           READ ASISDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-DIA
           END-READ
           IF WS-FS-DIA-OK
               PERFORM VARYING TABPAS-INDICE FROM 1 BY 1
                   UNTIL TABPAS-INDICE > TABPAS-TOTAL
                   IF TABPAS-ALUMNO(TABPAS-INDICE) = DIA-NRO-ALUMNO
                   AND TABPAS-FECHA(TABPAS-INDICE) = DIA-FECHA
                   AND TABPAS-MATERIA(TABPAS-INDICE) = DIA-NRO-MATERIA
                       MOVE "S" TO TABPAS-CARGADO(TABPAS-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

       4000-GRABAR-PARTES.
           OPEN EXTEND ASISDIA
           IF NOT WS-FS-DIA-OK AND NOT WS-FS-DIA-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-DIA
           ELSE
               PERFORM 4100-GRABAR-PASADA
                   VARYING TABPAS-INDICE FROM 1 BY 1
                   UNTIL TABPAS-INDICE > TABPAS-TOTAL
               CLOSE ASISDIA
           END-IF.

       4100-GRABAR-PASADA.
           IF TABPAS-CARGADO(TABPAS-INDICE) = "S"
               ADD 1 TO WS-TOTAL-YA-CARGADOS
           ELSE
               MOVE TABPAS-ALUMNO(TABPAS-INDICE) TO DIA-NRO-ALUMNO
               MOVE TABPAS-MATERIA(TABPAS-INDICE) TO DIA-NRO-MATERIA
               MOVE TABPAS-FECHA(TABPAS-INDICE) TO DIA-FECHA
               IF TABPAS-HORA(TABPAS-INDICE) > WS-HORA-CORTE
                   MOVE "T" TO DIA-ESTADO
               ELSE
                   MOVE "P" TO DIA-ESTADO
               END-IF
               MOVE "N" TO DIA-JUSTIFICADA
               WRITE ASISDIA-REGISTRO
               IF WS-FS-DIA-OK
                   IF DIA-ESTADO-TARDE
                       ADD 1 TO WS-TOTAL-TARDES
                   ELSE
                       ADD 1 TO WS-TOTAL-PRESENTES
                   END-IF
               ELSE
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-DIA
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
           STRING "PGIMPMOL" DELIMITED BY SIZE
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

       END PROGRAM PGIMPMOL.
