       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBIBVEN.

      * PRESTAMOS VENCIDOS DE LA BIBLIOTECA: LISTA EN BIBVEN.dat,
      * AGRUPADO POR SECCION PARA CADA PRECEPTOR, LOS LIBROS PRESTADOS
      * (PGPRESTA) QUE NO SE DEVOLVIERON Y YA PASARON SU VENCIMIENTO,
      * CON EL ALUMNO, EL TITULO DEL CATALOGO (PGENLIBR) Y LOS DIAS DE
      * ATRASO. EL NOMBRE Y LA SECCION DEL ALUMNO SALEN DE RUTALUMN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PRESTAMOS   ASSIGN TO "PRESTAMOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST.
       SELECT OPTIONAL LIBROS      ASSIGN TO "LIBROS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BIB.
      * LISTADO DE PRESTAMOS VENCIDOS
       SELECT BIBVEN               ASSIGN TO "BIBVEN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BVN.

       DATA DIVISION.
       FILE SECTION.
      * UN PRESTAMO CON FECHA DE DEVOLUCION EN CERO ESTA ABIERTO
       FD PRESTAMOS.
           01 PRESTAMOS-REGISTRO.
              05 PST-NRO-ALUMNO PIC 9(4).
              05 PST-CODIGO-LIBRO PIC 9(5).
              05 PST-FECHA-PRESTAMO PIC 9(8).
              05 PST-FECHA-VENCE PIC 9(8).
              05 PST-FECHA-DEVOLUCION PIC 9(8).
              05 PST-OPERADOR PIC X(10).
              05 PST-OPERADOR-DEV PIC X(10).

       FD LIBROS.
           01 LIBROS-REGISTRO.
              05 BIB-CODIGO PIC 9(5).
              05 BIB-TITULO PIC X(40).
              05 BIB-AUTOR PIC X(25).
              05 BIB-EJEMPLARES PIC 99.
              05 BIB-VIGENTE PIC X.

      * 100 POSICIONES: LA LINEA DEL LIBRO CON SU TITULO COMPLETO NO
      * ENTRA EN 80
       FD BIBVEN.
           01 BIBVEN-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PST PIC XX.
           88 WS-FS-PST-OK VALUE "00".
           88 WS-FS-PST-NO VALUE "10".
       01 WS-FS-BIB PIC XX.
           88 WS-FS-BIB-OK VALUE "00".
           88 WS-FS-BIB-NO VALUE "10".
       01 WS-FS-BVN PIC XX.
           88 WS-FS-BVN-OK VALUE "00".

       01 WS-LINEA-REPORTE PIC X(100) VALUE SPACES.
       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-ENTERO-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-TRABAJO PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-TRABAJO.
           05 WS-FT-ANIO PIC 9(4).
           05 WS-FT-MES PIC 99.
           05 WS-FT-DIA PIC 99.
       01 WS-FECHA-ED.
           05 WS-FE-DIA PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-FE-MES PIC 99.
           05 FILLER PIC X VALUE "/".
           05 WS-FE-ANIO PIC 9(4).

      * CATALOGO, PARA PONERLE EL TITULO A CADA PRESTAMO
       01 TABLA-LIBROS.
           05 TABBIB-FILA OCCURS 3000 TIMES.
               10 TABBIB-CODIGO PIC 9(5).
               10 TABBIB-TITULO PIC X(40).
       77 TABBIB-INDICE PIC 9(4).
       77 TABBIB-TOTAL PIC 9(4) VALUE 0.

      * PRESTAMOS VENCIDOS, PARA ORDENARLOS POR SECCION Y ALUMNO
       01 TABLA-VENCIDOS.
           05 VEN-FILA OCCURS 5000 TIMES.
               10 VEN-SECCION PIC X(2).
               10 VEN-ALUMNO PIC 9(4).
               10 VEN-VENCE PIC 9(8).
               10 VEN-NOMBRE PIC X(23).
               10 VEN-LIBRO PIC 9(5).
               10 VEN-DIAS PIC 9(5).
       77 VEN-INDICE PIC 9(4).
       77 VEN-TOTAL PIC 9(4) VALUE 0.
       77 VEN-I PIC 9(4).
       77 VEN-J PIC 9(4).
       01 WS-TMP-FILA PIC X(47).
       77 WS-SECCION-ACTUAL PIC X(2) VALUE SPACES.
       77 WS-ALUMNO-ACTUAL PIC 9(4) VALUE 0.
       01 WS-TITULO PIC X(40) VALUE SPACES.

       77 WS-TOTAL-VENCIDOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-ALUMNOS PIC 9(5) VALUE 0.

      * DESBORDE DE TABLAS INTERNAS: SE AVISA Y LA CORRIDA TERMINA
      * CON CODIGO DE RETORNO DISTINTO DE CERO PARA QUE NADIE USE UN
      * LISTADO INCOMPLETO
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * OPERADOR QUE PIDE EL LISTADO, PARA EL SPOOL
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
      * AREA DE COMUNICACION RUTINA ALUMNOS
       COPY "COPY-ACA.cpy".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 1 TO Opcion-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           PERFORM 1000-CARGAR-CATALOGO
           PERFORM 2000-CARGAR-VENCIDOS
           PERFORM 3000-ORDENAR-POR-SECCION
           OPEN OUTPUT BIBVEN
           IF NOT WS-FS-BVN-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-BVN
           END-IF
           PERFORM 3100-ESCRIBIR-LISTADO
           CLOSE BIBVEN
           PERFORM 9930-REGISTRAR-SPOOL
           DISPLAY "PRESTAMOS VENCIDOS:     " WS-TOTAL-VENCIDOS
           DISPLAY "ALUMNOS CON VENCIDOS:   " WS-TOTAL-ALUMNOS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ATENCION: EL LISTADO ESTA INCOMPLETO POR"
                   " DESBORDE DE TABLAS INTERNAS"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-CARGAR-CATALOGO.
           OPEN INPUT LIBROS
           IF WS-FS-BIB-OK
               PERFORM 1010-LEER-LIBRO UNTIL NOT WS-FS-BIB-OK
           END-IF
           CLOSE LIBROS.

       1010-LEER-LIBRO.
           READ LIBROS NEXT RECORD AT END
               MOVE "10" TO WS-FS-BIB
           END-READ
           IF WS-FS-BIB-OK
               IF TABBIB-TOTAL < 3000
                   ADD 1 TO TABBIB-TOTAL
                   MOVE BIB-CODIGO TO TABBIB-CODIGO(TABBIB-TOTAL)
                   MOVE BIB-TITULO TO TABBIB-TITULO(TABBIB-TOTAL)
               ELSE
                   MOVE "TABLA-LIBROS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * PRESTAMOS ABIERTOS CON EL VENCIMIENTO ANTERIOR A HOY
       2000-CARGAR-VENCIDOS.
           OPEN INPUT PRESTAMOS
           IF WS-FS-PST-OK
               PERFORM 2010-LEER-PRESTAMO UNTIL NOT WS-FS-PST-OK
           END-IF
           CLOSE PRESTAMOS.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-PST
           END-READ
           IF WS-FS-PST-OK AND PST-FECHA-DEVOLUCION = 0
           AND PST-FECHA-VENCE < WS-FECHA-HOY
               ADD 1 TO WS-TOTAL-VENCIDOS
               IF VEN-TOTAL < 5000
                   ADD 1 TO VEN-TOTAL
                   PERFORM 2020-GUARDAR-VENCIDO
               ELSE
                   MOVE "TABLA-VENCIDOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       2020-GUARDAR-VENCIDO.
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 2 TO Opcion-alumno
           MOVE PST-NRO-ALUMNO TO Codigo-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           IF RET-COD-4 = "00"
               MOVE SECCION-ALUMNO TO VEN-SECCION(VEN-TOTAL)
               MOVE NOMBRE-ALUMNO TO VEN-NOMBRE(VEN-TOTAL)
           ELSE
               MOVE SPACES TO VEN-SECCION(VEN-TOTAL)
               MOVE "(ALUMNO INEXISTENTE)" TO VEN-NOMBRE(VEN-TOTAL)
           END-IF
           MOVE PST-NRO-ALUMNO TO VEN-ALUMNO(VEN-TOTAL)
           MOVE PST-FECHA-VENCE TO VEN-VENCE(VEN-TOTAL)
           MOVE PST-CODIGO-LIBRO TO VEN-LIBRO(VEN-TOTAL)
           COMPUTE VEN-DIAS(VEN-TOTAL) = WS-ENTERO-HOY
               - FUNCTION INTEGER-OF-DATE(PST-FECHA-VENCE).

      * ORDENA POR SECCION, ALUMNO Y VENCIMIENTO (BURBUJA), PARA QUE
      * CADA PRECEPTOR RECIBA SU PROPIA HOJA
       3000-ORDENAR-POR-SECCION.
           PERFORM 3010-PASADA VARYING VEN-I FROM 1 BY 1
               UNTIL VEN-I > VEN-TOTAL.

       3010-PASADA.
           PERFORM 3020-COMPARAR VARYING VEN-J FROM 1 BY 1
               UNTIL VEN-J > VEN-TOTAL - VEN-I.

       3020-COMPARAR.
           IF VEN-FILA(VEN-J)(1:14) > VEN-FILA(VEN-J + 1)(1:14)
               MOVE VEN-FILA(VEN-J) TO WS-TMP-FILA
               MOVE VEN-FILA(VEN-J + 1) TO VEN-FILA(VEN-J)
               MOVE WS-TMP-FILA TO VEN-FILA(VEN-J + 1)
           END-IF.

       3100-ESCRIBIR-LISTADO.
           MOVE WS-FECHA-HOY TO WS-FECHA-TRABAJO
           PERFORM 9100-EDITAR-FECHA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PRESTAMOS VENCIDOS DE LA BIBLIOTECA AL "
               DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-SECCION-ACTUAL
           MOVE 0 TO WS-ALUMNO-ACTUAL
           PERFORM 3110-ESCRIBIR-VENCIDO
               VARYING VEN-INDICE FROM 1 BY 1
               UNTIL VEN-INDICE > VEN-TOTAL
           IF VEN-TOTAL = 0
               MOVE "  (NO HAY PRESTAMOS VENCIDOS)"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * TITULO DE SECCION CON EL PRIMER VENCIDO DE CADA SECCION Y
      * LINEA DEL ALUMNO CON EL PRIMERO DE SUS LIBROS
       3110-ESCRIBIR-VENCIDO.
           IF VEN-SECCION(VEN-INDICE) NOT = WS-SECCION-ACTUAL
           OR VEN-INDICE = 1
               MOVE VEN-SECCION(VEN-INDICE) TO WS-SECCION-ACTUAL
               MOVE 0 TO WS-ALUMNO-ACTUAL
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "SECCION " DELIMITED BY SIZE
                   WS-SECCION-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF VEN-ALUMNO(VEN-INDICE) NOT = WS-ALUMNO-ACTUAL
               MOVE VEN-ALUMNO(VEN-INDICE) TO WS-ALUMNO-ACTUAL
               ADD 1 TO WS-TOTAL-ALUMNOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " DELIMITED BY SIZE
                   VEN-ALUMNO(VEN-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VEN-NOMBRE(VEN-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           MOVE "(LIBRO FUERA DEL CATALOGO)" TO WS-TITULO
           PERFORM VARYING TABBIB-INDICE FROM 1 BY 1
               UNTIL TABBIB-INDICE > TABBIB-TOTAL
               IF TABBIB-CODIGO(TABBIB-INDICE) = VEN-LIBRO(VEN-INDICE)
                   MOVE TABBIB-TITULO(TABBIB-INDICE) TO WS-TITULO
               END-IF
           END-PERFORM
           MOVE VEN-VENCE(VEN-INDICE) TO WS-FECHA-TRABAJO
           PERFORM 9100-EDITAR-FECHA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "        " DELIMITED BY SIZE
               VEN-LIBRO(VEN-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TITULO DELIMITED BY SIZE
               " VENCIO " DELIMITED BY SIZE
               WS-FECHA-ED DELIMITED BY SIZE
               " ATRASO " DELIMITED BY SIZE
               VEN-DIAS(VEN-INDICE) DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       9010-ESCRIBIR-LINEA.
           WRITE BIBVEN-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-BVN-OK
               DISPLAY "ERROR AL ESCRIBIR BIBVEN"
               DISPLAY "FILE STATUS " WS-FS-BVN
           END-IF.

      * AAAAMMDD DE WS-FECHA-TRABAJO A DD/MM/AAAA
       9100-EDITAR-FECHA.
           MOVE WS-FT-DIA TO WS-FE-DIA
           MOVE WS-FT-MES TO WS-FE-MES
           MOVE WS-FT-ANIO TO WS-FE-ANIO.

      * AVISA (UNA VEZ POR TABLA) QUE UNA TABLA INTERNA SE QUEDO
      * CHICA Y DEJA MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "BIBVEN.dat" TO ARCHIVO-SPL
           MOVE "PGBIBVEN" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           MOVE "TODAS LAS SECCIONES" TO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGBIBVEN.
