       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGNOMFEC.

      * NOMINA DE ALUMNOS A UNA FECHA DADA: RECONSTRUYE LA SECCION Y
      * EL ESTADO QUE TENIA CADA ALUMNO EN LA FECHA DE CORTE A PARTIR
      * DE LOS MOVIMIENTOS DE MOVALU.dat (RUTMOV) Y LISTA LOS ALUMNOS
      * ACTIVOS A ESA FECHA DE UNA SECCION O DE TODA LA ESCUELA, CON
      * LA CANTIDAD POR SECCION (LA PREGUNTA HABITUAL DEL MINISTERIO:
      * CUANTOS ALUMNOS HABIA EN 2B AL 31 DE MARZO). UN ALUMNO SIN
      * MOVIMIENTOS VALE COMO ESTA EN EL MAESTRO SI SU INGRESO ES
      * ANTERIOR AL CORTE; LOS BORRADOS DEL MAESTRO DESPUES DEL CORTE
      * SE RECUPERAN DE LOS MOVIMIENTOS, SIN NOMBRE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOMINA IMPRESA
       SELECT NOMFECHA             ASSIGN TO "NOMFECHA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REP.

       DATA DIVISION.
       FILE SECTION.
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

       FD NOMFECHA.
           01 NOMFECHA-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-REP PIC XX.
           88 WS-FS-REP-OK VALUE "00".
           88 WS-FS-REP-NO VALUE "10".

       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

      * FECHA DE CORTE (AAAAMMDD) Y SECCION PEDIDA (ESPACIOS = TODA
      * LA ESCUELA)
       01 WS-FECHA-CORTE PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-CORTE.
           05 WS-CORTE-ANIO-MES PIC 9(6).
           05 WS-CORTE-DIA PIC 99.
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-SECCION-PEDIDA PIC X(2) VALUE SPACES.
       77 WS-INGRESO-ANIO-MES PIC 9(6) VALUE 0.

      * SITUACION DEL ALUMNO A LA FECHA DE CORTE
       77 WS-SECCION-FECHA PIC X(2) VALUE SPACES.
       01 WS-ESTADO-FECHA PIC X VALUE SPACE.
           88 ESTADO-FECHA-ACTIVO VALUE "A".

      * ALUMNOS ACTIVOS A LA FECHA (DE LA SECCION PEDIDA)
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 9999 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-SECCION PIC X(2).
       77 TABALU-INDICE PIC 9(4).
       77 TABALU-TOTAL PIC 9(4) VALUE 0.

      * SECCIONES CON ALUMNOS A LA FECHA, EN ORDEN DE CODIGO
       01 TABLA-SECCIONES.
           05 SEC-FILA OCCURS 50 TIMES.
               10 SEC-CODIGO PIC X(2).
               10 SEC-CANT PIC 9(4).
       77 SEC-INDICE PIC 99.
       77 SEC-TOTAL PIC 99 VALUE 0.
       77 SEC-POSICION PIC 99.
       01 WS-ENCONTRADO PIC X VALUE "N".
           88 ENCONTRADO-SI VALUE "S".
           88 ENCONTRADO-NO VALUE "N".

       77 WS-CANT-DADOS-BAJA PIC 9(4) VALUE 0.
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".

       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

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
      * EL MENU NO CANCELA EL PROGRAMA: LOS TOTALES DE UNA CORRIDA
      * ANTERIOR SE LIMPIAN ACA
           MOVE 0 TO TABALU-TOTAL
           MOVE 0 TO SEC-TOTAL
           MOVE 0 TO WS-CANT-DADOS-BAJA
           MOVE "N" TO WS-TABLAS-DESBORDADAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "FECHA DE LA NOMINA AAAAMMDD (0 = HOY)"
           ACCEPT WS-FECHA-CORTE
           IF WS-FECHA-CORTE = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF
           IF WS-FECHA-CORTE > WS-FECHA-HOY
               DISPLAY "NO SE PUEDE ARMAR LA NOMINA DE UNA FECHA FUTURA"
               GOBACK
           END-IF
           DISPLAY "SECCION (EN BLANCO = TODA LA ESCUELA)"
           ACCEPT WS-SECCION-PEDIDA
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 2 TO Opcion-movimiento
           MOVE WS-FECHA-CORTE TO FECHA-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 NOT = "00"
               DISPLAY "NO SE PUDIERON LEER LOS MOVIMIENTOS: "
                   DESC-ERROR-9
               GOBACK
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 1100-CARGAR-ALUMNO UNTIL NOT WS-FS-ALU-OK
           PERFORM 1300-CARGAR-DADOS-DE-BAJA
           PERFORM 2000-ESCRIBIR-NOMINA
           PERFORM 3000-MOSTRAR-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           GOBACK.

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
           ELSE
               IF NOT WS-FS-ALU-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
               END-IF
           END-IF
           OPEN OUTPUT NOMFECHA
           IF NOT WS-FS-REP-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-REP
           END-IF.

       1100-CARGAR-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK
               PERFORM 1200-SITUACION-A-FECHA
               IF ESTADO-FECHA-ACTIVO
                   PERFORM 1400-AGREGAR-ALUMNO
               END-IF
           END-IF.

      * CON MOVIMIENTOS MANDA LO QUE DIGAN LOS MOVIMIENTOS; SIN ELLOS
      * EL ALUMNO NO CAMBIO DESDE QUE SE EMPEZO A REGISTRAR Y VALE EL
      * MAESTRO, SALVO QUE HAYA INGRESADO DESPUES DEL MES DE CORTE
       1200-SITUACION-A-FECHA.
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 3 TO Opcion-movimiento
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF HALLADO-MOV = "S"
               MOVE SECCION-FECHA-MOV TO WS-SECCION-FECHA
               MOVE ESTADO-FECHA-MOV TO WS-ESTADO-FECHA
           ELSE
               MOVE ALU-SECCION TO WS-SECCION-FECHA
               MOVE ALU-ESTADO TO WS-ESTADO-FECHA
               IF ALU-ANIO IS NUMERIC AND ALU-MES IS NUMERIC
                   COMPUTE WS-INGRESO-ANIO-MES =
                       ALU-ANIO * 100 + ALU-MES
                   IF WS-INGRESO-ANIO-MES > WS-CORTE-ANIO-MES
                       MOVE SPACE TO WS-ESTADO-FECHA
                   END-IF
               END-IF
           END-IF.

      * ALUMNOS QUE YA NO ESTAN EN EL MAESTRO (BAJA EN PGENALU) PERO
      * QUE A LA FECHA DE CORTE PODIAN ESTAR ACTIVOS
       1300-CARGAR-DADOS-DE-BAJA.
           MOVE 0 TO NRO-ALUMNO-MOV
           MOVE "00" TO RET-COD-9
           PERFORM 1310-SIGUIENTE-DADO-DE-BAJA
               UNTIL RET-COD-9 NOT = "00".

       1310-SIGUIENTE-DADO-DE-BAJA.
           MOVE 4 TO Opcion-movimiento
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 = "00"
               MOVE 3 TO Opcion-movimiento
               CALL RUTMOV USING AreaDeComunicacionMovimiento
               MOVE SECCION-FECHA-MOV TO WS-SECCION-FECHA
               MOVE ESTADO-FECHA-MOV TO WS-ESTADO-FECHA
               IF ESTADO-FECHA-ACTIVO
                   MOVE NRO-ALUMNO-MOV TO ALU-NRO-ALUMNO
                   MOVE "(BAJA DEL MAESTRO)" TO ALU-NOMBRE
                   PERFORM 1400-AGREGAR-ALUMNO
                   ADD 1 TO WS-CANT-DADOS-BAJA
               END-IF
           END-IF.

       1400-AGREGAR-ALUMNO.
           IF WS-SECCION-PEDIDA = SPACES
           OR WS-SECCION-FECHA = WS-SECCION-PEDIDA
               IF TABALU-TOTAL < 9999
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
                   MOVE WS-SECCION-FECHA TO TABALU-SECCION(TABALU-TOTAL)
                   PERFORM 1500-CONTAR-SECCION
               ELSE
                   MOVE "S" TO WS-TABLAS-DESBORDADAS
               END-IF
           END-IF.

      * LAS SECCIONES SE VAN INSERTANDO EN ORDEN DE CODIGO PARA QUE LA
      * NOMINA SALGA ORDENADA SIN UN PASO DE SORT
       1500-CONTAR-SECCION.
           MOVE "N" TO WS-ENCONTRADO
           MOVE 0 TO SEC-POSICION
           PERFORM VARYING SEC-INDICE FROM 1 BY 1
               UNTIL SEC-INDICE > SEC-TOTAL OR ENCONTRADO-SI
               OR SEC-POSICION > 0
               IF WS-SECCION-FECHA = SEC-CODIGO(SEC-INDICE)
                   ADD 1 TO SEC-CANT(SEC-INDICE)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   IF WS-SECCION-FECHA < SEC-CODIGO(SEC-INDICE)
                       MOVE SEC-INDICE TO SEC-POSICION
                   END-IF
               END-IF
           END-PERFORM
           IF ENCONTRADO-NO
               IF SEC-TOTAL < 50
                   IF SEC-POSICION = 0
                       COMPUTE SEC-POSICION = SEC-TOTAL + 1
                   END-IF
                   PERFORM VARYING SEC-INDICE FROM SEC-TOTAL BY -1
                       UNTIL SEC-INDICE < SEC-POSICION
                       MOVE SEC-FILA(SEC-INDICE)
                           TO SEC-FILA(SEC-INDICE + 1)
                   END-PERFORM
                   ADD 1 TO SEC-TOTAL
                   MOVE WS-SECCION-FECHA TO SEC-CODIGO(SEC-POSICION)
                   MOVE 1 TO SEC-CANT(SEC-POSICION)
               ELSE
                   MOVE "S" TO WS-TABLAS-DESBORDADAS
               END-IF
           END-IF.

       2000-ESCRIBIR-NOMINA.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "NOMINA DE ALUMNOS ACTIVOS AL " DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 2100-ESCRIBIR-SECCION
               VARYING SEC-INDICE FROM 1 BY 1
               UNTIL SEC-INDICE > SEC-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL DE ALUMNOS ACTIVOS: " DELIMITED BY SIZE
               TABALU-TOTAL DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           IF TABLAS-DESBORDADAS-SI
               MOVE "** NOMINA INCOMPLETA POR DESBORDE DE TABLAS"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       2100-ESCRIBIR-SECCION.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SECCION " DELIMITED BY SIZE
               SEC-CODIGO(SEC-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 2110-ESCRIBIR-ALUMNO
               VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  ALUMNOS ACTIVOS: " DELIMITED BY SIZE
               SEC-CANT(SEC-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           DISPLAY "SECCION " SEC-CODIGO(SEC-INDICE) ": "
               SEC-CANT(SEC-INDICE) " ALUMNOS ACTIVOS"
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       2110-ESCRIBIR-ALUMNO.
           IF TABALU-SECCION(TABALU-INDICE) = SEC-CODIGO(SEC-INDICE)
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " DELIMITED BY SIZE
                   TABALU-NRO(TABALU-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TABALU-NOMBRE(TABALU-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       3000-MOSTRAR-RESUMEN.
           DISPLAY "===== NOMINA AL " WS-FECHA-CORTE " ====="
           DISPLAY "SECCIONES:           " SEC-TOTAL
           DISPLAY "ALUMNOS ACTIVOS:     " TABALU-TOTAL
           DISPLAY "YA BORRADOS DEL MAESTRO: " WS-CANT-DADOS-BAJA
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "NOMINA INCOMPLETA POR DESBORDE DE TABLAS"
           END-IF
           DISPLAY "NOMINA IMPRESA EN NOMFECHA.dat".

       9010-ESCRIBIR-LINEA.
           WRITE NOMFECHA-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-REP-OK
               DISPLAY "ERROR AL ESCRIBIR NOMFECHA"
               DISPLAY "FILE STATUS " WS-FS-REP
           END-IF.

       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE NOMFECHA
           PERFORM 9930-REGISTRAR-SPOOL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "NOMFECHA.dat" TO ARCHIVO-SPL
           MOVE "PGNOMFEC" TO PROGRAMA-SPL
           STRING "FECHA=" DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               " SECCION=" DELIMITED BY SIZE
               WS-SECCION-PEDIDA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGNOMFEC.
