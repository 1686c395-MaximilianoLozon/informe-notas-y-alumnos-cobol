       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGPRESTA.

      * PRESTAMOS Y DEVOLUCIONES DE LA BIBLIOTECA: REEMPLAZA A LA
      * FICHA DE PAPEL. CADA PRESTAMO QUEDA EN PRESTAMOS.dat CON EL NRO
      * DE ALUMNO, EL LIBRO DEL CATALOGO (PGENLIBR), LA FECHA, EL
      * VENCIMIENTO Y EL OPERADOR; LA DEVOLUCION COMPLETA LA FECHA DE
      * DEVOLUCION DEL MISMO REGISTRO. SOLO SE PRESTA A ALUMNOS ACTIVOS,
      * LIBROS VIGENTES DEL CATALOGO Y MIENTRAS QUEDEN EJEMPLARES. LOS
      * VENCIDOS POR SECCION SE LISTAN CON PGBIBVEN Y LOS LIBROS SIN
      * DEVOLVER FRENAN EL LIBRE DEUDA (RUTLIBRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PRESTAMOS   ASSIGN TO "PRESTAMOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST.
      * ARCHIVO DE TRABAJO PARA GRABAR LA DEVOLUCION (NO SE PUEDE
      * REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO)
       SELECT PRESTAMOS-TMP        ASSIGN TO "PRESTAMOS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST-TMP.
      * CATALOGO DE LA BIBLIOTECA (PGENLIBR)
       SELECT OPTIONAL LIBROS      ASSIGN TO "LIBROS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BIB.

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

       FD PRESTAMOS-TMP.
           01 PRESTAMOS-TMP-REGISTRO PIC X(53).

       FD LIBROS.
           01 LIBROS-REGISTRO.
              05 BIB-CODIGO PIC 9(5).
              05 BIB-TITULO PIC X(40).
              05 BIB-AUTOR PIC X(25).
              05 BIB-EJEMPLARES PIC 99.
              05 BIB-VIGENTE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FS-PST PIC XX.
           88 WS-FS-PST-OK VALUE "00".
           88 WS-FS-PST-NO VALUE "10".
           88 WS-FS-PST-NOEXISTE VALUE "05" "35".
       01 WS-FS-PST-TMP PIC XX.
           88 WS-FS-PST-TMP-OK VALUE "00".
       01 WS-FS-BIB PIC XX.
           88 WS-FS-BIB-OK VALUE "00".
           88 WS-FS-BIB-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO, VOLCADO EN CADA LINEA DE AUDITORIA Y GRABADO EN
      * CADA PRESTAMO Y DEVOLUCION
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * DIAS DE PRESTAMO HASTA EL VENCIMIENTO
       77 WS-DIAS-PRESTAMO PIC 99 VALUE 14.
       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-NRO-BUSCAR PIC 9(4) VALUE ZERO.
       77 WS-CODIGO-BUSCAR PIC 9(5) VALUE ZERO.
       01 WS-ALUMNO-VALIDO PIC X VALUE "N".
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".
       01 WS-LIBRO-EXISTE PIC X VALUE "N".
           88 LIBRO-EXISTE-SI VALUE "S".
           88 LIBRO-EXISTE-NO VALUE "N".
       01 WS-YA-PRESTADO PIC X VALUE "N".
           88 YA-PRESTADO-SI VALUE "S".
           88 YA-PRESTADO-NO VALUE "N".
       01 WS-DEVUELTO PIC X VALUE "N".
           88 DEVUELTO-SI VALUE "S".
           88 DEVUELTO-NO VALUE "N".
      * LIBRO PEDIDO, COPIADO DEL CATALOGO
       77 WS-BIB-TITULO PIC X(40) VALUE SPACES.
       77 WS-BIB-EJEMPLARES PIC 99 VALUE 0.
       77 WS-BIB-VIGENTE PIC X VALUE SPACE.
       77 WS-PRESTADOS PIC 99 VALUE 0.
       77 WS-ABIERTOS-ALUMNO PIC 99 VALUE 0.
       01 WS-MARCA-VENCIDO PIC X(10) VALUE SPACES.

       01 WS-FECHA-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-VENCE PIC 9(8) VALUE 0.
       77 WS-ENTERO-HOY PIC 9(8) VALUE 0.
       77 WS-ENTERO-FECHA PIC 9(8) VALUE 0.
       77 WS-DIAS-ATRASO PIC 9(5) VALUE 0.

       01 WS-RUTA-PST PIC X(13) VALUE "PRESTAMOS.dat".
       01 WS-RUTA-PST-TMP PIC X(13) VALUE "PRESTAMOS.TMP".
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
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

           0100-MOSTRAR-MENU.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               DISPLAY "1. PRESTAR LIBRO"
               DISPLAY "2. REGISTRAR DEVOLUCION"
               DISPLAY "3. CONSULTAR PRESTAMOS DEL ALUMNO"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-PRESTAR-LIBRO
                   WHEN 2
                       PERFORM 0400-DEVOLVER-LIBRO
                   WHEN 3
                       PERFORM 0600-CONSULTAR-PRESTAMOS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * EL PRESTAMO VENCE A LOS WS-DIAS-PRESTAMO DIAS CORRIDOS
           0200-PRESTAR-LIBRO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI AND ESTADO-ALUMNO NOT = "A"
                   DISPLAY "EL ALUMNO NO ESTA ACTIVO, NO SE PRESTA"
                   MOVE "N" TO WS-ALUMNO-VALIDO
               END-IF
               IF ALUMNO-VALIDO-SI
                   DISPLAY "INGRESA CODIGO DEL LIBRO"
                   ACCEPT WS-CODIGO-BUSCAR
                   PERFORM 0300-BUSCAR-LIBRO
                   PERFORM 0800-CONTAR-PRESTADOS
                   EVALUATE TRUE
                       WHEN LIBRO-EXISTE-NO
                           DISPLAY "EL LIBRO NO ESTA EN EL CATALOGO"
                       WHEN WS-BIB-VIGENTE = "N"
                           DISPLAY "EL LIBRO FUE RETIRADO DEL"
                               " CATALOGO, NO SE PRESTA"
                       WHEN YA-PRESTADO-SI
                           DISPLAY "EL ALUMNO YA TIENE ESE LIBRO"
                               " PRESTADO"
                       WHEN WS-PRESTADOS NOT < WS-BIB-EJEMPLARES
                           DISPLAY "NO QUEDAN EJEMPLARES DISPONIBLES ("
                               WS-BIB-EJEMPLARES " PRESTADOS)"
                       WHEN OTHER
                           PERFORM 0210-GRABAR-PRESTAMO
                   END-EVALUATE
               END-IF.

           0210-GRABAR-PRESTAMO.
               COMPUTE WS-ENTERO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               COMPUTE WS-ENTERO-FECHA =
                   WS-ENTERO-HOY + WS-DIAS-PRESTAMO
               COMPUTE WS-FECHA-VENCE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
               OPEN EXTEND PRESTAMOS
               IF NOT WS-FS-PST-OK AND NOT WS-FS-PST-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-PST
               ELSE
                   MOVE WS-NRO-BUSCAR TO PST-NRO-ALUMNO
                   MOVE WS-CODIGO-BUSCAR TO PST-CODIGO-LIBRO
                   MOVE WS-FECHA-HOY TO PST-FECHA-PRESTAMO
                   MOVE WS-FECHA-VENCE TO PST-FECHA-VENCE
                   MOVE 0 TO PST-FECHA-DEVOLUCION
                   MOVE WS-OPERADOR TO PST-OPERADOR
                   MOVE SPACES TO PST-OPERADOR-DEV
                   WRITE PRESTAMOS-REGISTRO
                   IF WS-FS-PST-OK
                       DISPLAY "PRESTADO: " WS-BIB-TITULO
                       DISPLAY "DEVOLVER HASTA EL " WS-FECHA-VENCE
                       MOVE "PRESTAMO" TO WS-AUD-OPERACION
                       PERFORM 0430-ARMAR-CLAVE-PRESTAMO
                       PERFORM 9900-GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "ERROR AL CARGAR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-PST
                   END-IF
               END-IF
               CLOSE PRESTAMOS.

      * DEJA EN LIBROS-REGISTRO EL LIBRO DEL CODIGO PEDIDO, SI EXISTE
           0300-BUSCAR-LIBRO.
               MOVE "N" TO WS-LIBRO-EXISTE
               OPEN INPUT LIBROS
               IF WS-FS-BIB-OK
                   PERFORM 0305-LEER-LIBRO
                       UNTIL NOT WS-FS-BIB-OK OR LIBRO-EXISTE-SI
               END-IF
               CLOSE LIBROS.

           0305-LEER-LIBRO.
               READ LIBROS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-BIB
               END-READ
               IF WS-FS-BIB-OK AND BIB-CODIGO = WS-CODIGO-BUSCAR
                   MOVE "S" TO WS-LIBRO-EXISTE
                   MOVE BIB-TITULO TO WS-BIB-TITULO
                   MOVE BIB-EJEMPLARES TO WS-BIB-EJEMPLARES
                   MOVE BIB-VIGENTE TO WS-BIB-VIGENTE
               END-IF.

      * LOS PRESTAMOS SE LLEVAN SOLO PARA ALUMNOS DEL MAESTRO
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

      * LA DEVOLUCION CIERRA EL PRESTAMO ABIERTO DEL ALUMNO PARA ESE
      * LIBRO; SE RECIBE AUNQUE EL ALUMNO YA NO ESTE ACTIVO
           0400-DEVOLVER-LIBRO.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0610-MOSTRAR-ABIERTOS
                   IF WS-ABIERTOS-ALUMNO = 0
                       DISPLAY "EL ALUMNO NO TIENE LIBROS PRESTADOS"
                   ELSE
                       DISPLAY "INGRESA CODIGO DEL LIBRO DEVUELTO"
                       ACCEPT WS-CODIGO-BUSCAR
                       PERFORM 0900-GRABAR-DEVOLUCION
                       EVALUATE TRUE
                           WHEN DEVUELTO-NO
                               DISPLAY "EL ALUMNO NO TIENE ESE LIBRO"
                                   " PRESTADO"
                           WHEN WS-CBL-RESULT NOT = 0
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "DEVOLUCION REGISTRADA"
                               IF WS-DIAS-ATRASO > 0
                                   DISPLAY "DEVUELTO CON "
                                       WS-DIAS-ATRASO " DIAS DE ATRASO"
                               END-IF
                               MOVE "DEVOLUCION" TO WS-AUD-OPERACION
                               PERFORM 0430-ARMAR-CLAVE-PRESTAMO
                               PERFORM 9900-GRABAR-AUDITORIA
                       END-EVALUATE
                   END-IF
               END-IF.

           0430-ARMAR-CLAVE-PRESTAMO.
               MOVE SPACES TO WS-AUD-CLAVE
               STRING WS-NRO-BUSCAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CODIGO-BUSCAR DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE.

           0600-CONSULTAR-PRESTAMOS.
               PERFORM 0310-PEDIR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 0610-MOSTRAR-ABIERTOS
                   IF WS-ABIERTOS-ALUMNO = 0
                       DISPLAY "EL ALUMNO NO TIENE LIBROS PRESTADOS"
                   END-IF
               END-IF.

      * PRESTAMOS ABIERTOS DEL ALUMNO WS-NRO-BUSCAR, CON LA MARCA DE
      * LOS QUE YA VENCIERON
           0610-MOSTRAR-ABIERTOS.
               MOVE 0 TO WS-ABIERTOS-ALUMNO
               OPEN INPUT PRESTAMOS
               IF WS-FS-PST-OK
                   PERFORM 0620-MOSTRAR-PRESTAMO UNTIL NOT WS-FS-PST-OK
               END-IF
               CLOSE PRESTAMOS.

           0620-MOSTRAR-PRESTAMO.
               READ PRESTAMOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PST
               END-READ
               IF WS-FS-PST-OK AND PST-NRO-ALUMNO = WS-NRO-BUSCAR
               AND PST-FECHA-DEVOLUCION = 0
                   ADD 1 TO WS-ABIERTOS-ALUMNO
                   IF PST-FECHA-VENCE < WS-FECHA-HOY
                       MOVE " VENCIDO" TO WS-MARCA-VENCIDO
                   ELSE
                       MOVE SPACES TO WS-MARCA-VENCIDO
                   END-IF
                   DISPLAY "  LIBRO " PST-CODIGO-LIBRO
                       "  PRESTADO " PST-FECHA-PRESTAMO
                       "  VENCE " PST-FECHA-VENCE WS-MARCA-VENCIDO
               END-IF.

      * PRESTAMOS ABIERTOS DEL LIBRO WS-CODIGO-BUSCAR; DE PASO ANOTA
      * SI EL ALUMNO WS-NRO-BUSCAR YA TIENE UNO
           0800-CONTAR-PRESTADOS.
               MOVE 0 TO WS-PRESTADOS
               MOVE "N" TO WS-YA-PRESTADO
               OPEN INPUT PRESTAMOS
               IF WS-FS-PST-OK
                   PERFORM 0810-LEER-PRESTAMO UNTIL NOT WS-FS-PST-OK
               END-IF
               CLOSE PRESTAMOS.

           0810-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PST
               END-READ
               IF WS-FS-PST-OK AND PST-CODIGO-LIBRO = WS-CODIGO-BUSCAR
               AND PST-FECHA-DEVOLUCION = 0
                   ADD 1 TO WS-PRESTADOS
                   IF PST-NRO-ALUMNO = WS-NRO-BUSCAR
                       MOVE "S" TO WS-YA-PRESTADO
                   END-IF
               END-IF.

      * RECONSTRUYE PRESTAMOS.dat EN PRESTAMOS.TMP COMPLETANDO LA
      * DEVOLUCION DEL PRIMER PRESTAMO ABIERTO DEL ALUMNO Y EL LIBRO
           0900-GRABAR-DEVOLUCION.
               MOVE "N" TO WS-DEVUELTO
               MOVE 0 TO WS-DIAS-ATRASO
               MOVE 0 TO WS-CBL-RESULT
               OPEN OUTPUT PRESTAMOS-TMP
               OPEN INPUT PRESTAMOS
               IF WS-FS-PST-OK
                   PERFORM 0910-COPIAR-PRESTAMO UNTIL NOT WS-FS-PST-OK
               END-IF
               CLOSE PRESTAMOS
               CLOSE PRESTAMOS-TMP
               IF DEVUELTO-SI
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-PST
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-PST-TMP
                       WS-RUTA-PST
                       RETURNING WS-CBL-RESULT
                   IF WS-CBL-RESULT NOT = 0
                       DISPLAY "ERROR AL RENOMBRAR " WS-RUTA-PST-TMP
                           " A " WS-RUTA-PST
                   END-IF
               END-IF.

           0910-COPIAR-PRESTAMO.
               READ PRESTAMOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PST
               END-READ
               IF WS-FS-PST-OK
                   IF DEVUELTO-NO
                   AND PST-NRO-ALUMNO = WS-NRO-BUSCAR
                   AND PST-CODIGO-LIBRO = WS-CODIGO-BUSCAR
                   AND PST-FECHA-DEVOLUCION = 0
                       MOVE WS-FECHA-HOY TO PST-FECHA-DEVOLUCION
                       MOVE WS-OPERADOR TO PST-OPERADOR-DEV
                       MOVE "S" TO WS-DEVUELTO
                       IF PST-FECHA-VENCE < WS-FECHA-HOY
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                               - FUNCTION INTEGER-OF-DATE
                               (PST-FECHA-VENCE)
                       END-IF
                   END-IF
                   MOVE PRESTAMOS-REGISTRO TO PRESTAMOS-TMP-REGISTRO
                   WRITE PRESTAMOS-TMP-REGISTRO
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGPRESTA" DELIMITED BY SIZE
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

       END PROGRAM PGPRESTA.
