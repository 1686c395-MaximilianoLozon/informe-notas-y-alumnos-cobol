       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENLIBR.

      * CATALOGO DE LA BIBLIOTECA DE LA ESCUELA: CODIGO, TITULO, AUTOR
      * Y CANTIDAD DE EJEMPLARES DE CADA LIBRO. UN LIBRO NO SE BORRA:
      * SE LO RETIRA DEL CATALOGO (NO VIGENTE) Y DEJA DE PRESTARSE,
      * PERO LOS PRESTAMOS QUE TENGA ABIERTOS SIGUEN HASTA QUE SE
      * DEVUELVEN. LOS PRESTAMOS Y DEVOLUCIONES SE CARGAN CON PGPRESTA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL LIBROS      ASSIGN TO "LIBROS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BIB.
      * ARCHIVO DE TRABAJO PARA GRABAR EL LIBRO MODIFICADO (NO SE
      * PUEDE REESCRIBIR UN REGISTRO LINE SEQUENTIAL EN EL MEDIO)
       SELECT LIBROS-TMP           ASSIGN TO "LIBROS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BIB-TMP.
      * PRESTAMOS (PGPRESTA): LOS EJEMPLARES NO PUEDEN QUEDAR POR
      * DEBAJO DE LOS QUE ESTAN PRESTADOS
       SELECT OPTIONAL PRESTAMOS   ASSIGN TO "PRESTAMOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST.

       DATA DIVISION.
       FILE SECTION.
       FD LIBROS.
           01 LIBROS-REGISTRO.
              05 BIB-CODIGO PIC 9(5).
              05 BIB-TITULO PIC X(40).
              05 BIB-AUTOR PIC X(25).
              05 BIB-EJEMPLARES PIC 99.
              05 BIB-VIGENTE PIC X.

       FD LIBROS-TMP.
           01 LIBROS-TMP-REGISTRO PIC X(73).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-BIB PIC XX.
           88 WS-FS-BIB-OK VALUE "00".
           88 WS-FS-BIB-NO VALUE "10".
           88 WS-FS-BIB-NOEXISTE VALUE "05" "35".
       01 WS-FS-BIB-TMP PIC XX.
           88 WS-FS-BIB-TMP-OK VALUE "00".
       01 WS-FS-PST PIC XX.
           88 WS-FS-PST-OK VALUE "00".
           88 WS-FS-PST-NO VALUE "10".

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
       77 WS-CODIGO-BUSCAR PIC 9(5) VALUE 0.
       77 WS-TITULO-PEDIDO PIC X(40) VALUE SPACES.
       77 WS-AUTOR-PEDIDO PIC X(25) VALUE SPACES.
       77 WS-EJEMPLARES-PEDIDO PIC 99 VALUE 0.
       01 WS-VIGENTE-PEDIDO PIC X VALUE SPACE.
           88 VIGENTE-VALIDO VALUE "S" "N".

      * LIBRO EN TRABAJO, CON LA MISMA FORMA DEL REGISTRO
       01 WS-LIBRO.
           05 WS-BIB-CODIGO PIC 9(5).
           05 WS-BIB-TITULO PIC X(40).
           05 WS-BIB-AUTOR PIC X(25).
           05 WS-BIB-EJEMPLARES PIC 99.
           05 WS-BIB-VIGENTE PIC X.
       01 WS-LIBRO-EXISTE PIC X VALUE "N".
           88 LIBRO-EXISTE-SI VALUE "S".
           88 LIBRO-EXISTE-NO VALUE "N".
       01 WS-LIBRO-REEMPLAZADO PIC X VALUE "N".
           88 LIBRO-REEMPLAZADO-SI VALUE "S".
           88 LIBRO-REEMPLAZADO-NO VALUE "N".
       77 WS-PRESTADOS PIC 99 VALUE 0.
       77 WS-TOTAL-LIBROS PIC 9(5) VALUE 0.
       01 WS-TEXTO-VIGENTE PIC X(10) VALUE SPACES.

       01 WS-RUTA-BIB PIC X(10) VALUE "LIBROS.dat".
       01 WS-RUTA-BIB-TMP PIC X(10) VALUE "LIBROS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

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
           MOVE 0 TO WS-OPCION-MENU
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. ALTA DE LIBRO"
               DISPLAY "2. MODIFICAR / RETIRAR LIBRO"
               DISPLAY "3. CONSULTAR CATALOGO"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-ALTA-LIBRO
                   WHEN 2
                       PERFORM 0400-MODIFICAR-LIBRO
                   WHEN 3
                       PERFORM 0600-CONSULTAR-CATALOGO
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * EL CODIGO DEL LIBRO NO PUEDE ESTAR YA EN EL CATALOGO
           0200-ALTA-LIBRO.
               DISPLAY "INGRESA CODIGO DEL LIBRO (1 A 99999)"
               ACCEPT WS-CODIGO-BUSCAR
               PERFORM 0300-BUSCAR-LIBRO
               EVALUATE TRUE
                   WHEN WS-CODIGO-BUSCAR = 0
                       DISPLAY "CODIGO INVALIDO, NO SE GRABA"
                   WHEN LIBRO-EXISTE-SI
                       DISPLAY "EL CODIGO YA ESTA EN EL CATALOGO: "
                           WS-BIB-TITULO
                   WHEN OTHER
                       INITIALIZE WS-LIBRO
                       MOVE WS-CODIGO-BUSCAR TO WS-BIB-CODIGO
                       MOVE "S" TO WS-BIB-VIGENTE
                       PERFORM 0210-PEDIR-DATOS
                       IF WS-TITULO-PEDIDO = SPACES
                       OR WS-EJEMPLARES-PEDIDO = 0
                           DISPLAY "FALTA EL TITULO O LOS EJEMPLARES,"
                               " NO SE GRABA"
                       ELSE
                           MOVE WS-TITULO-PEDIDO TO WS-BIB-TITULO
                           MOVE WS-AUTOR-PEDIDO TO WS-BIB-AUTOR
                           MOVE WS-EJEMPLARES-PEDIDO
                               TO WS-BIB-EJEMPLARES
                           PERFORM 0900-GRABAR-LIBRO
                           IF WS-CBL-RESULT = 0
                               DISPLAY "LIBRO GRABADO"
                               MOVE "ALTA" TO WS-AUD-OPERACION
                               MOVE WS-BIB-CODIGO TO WS-AUD-CLAVE
                               PERFORM 9900-GRABAR-AUDITORIA
                           END-IF
                       END-IF
               END-EVALUATE.

           0210-PEDIR-DATOS.
               DISPLAY "INGRESA TITULO"
               ACCEPT WS-TITULO-PEDIDO
               INSPECT WS-TITULO-PEDIDO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "INGRESA AUTOR"
               ACCEPT WS-AUTOR-PEDIDO
               INSPECT WS-AUTOR-PEDIDO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "INGRESA CANTIDAD DE EJEMPLARES"
               ACCEPT WS-EJEMPLARES-PEDIDO.

      * DEJA EN WS-LIBRO EL LIBRO DEL CODIGO PEDIDO, SI EXISTE
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
                   MOVE LIBROS-REGISTRO TO WS-LIBRO
                   MOVE "S" TO WS-LIBRO-EXISTE
               END-IF.

      * TITULO, AUTOR Y EJEMPLARES EN BLANCO/CERO QUEDAN COMO ESTAN;
      * RETIRARLO (N) LO SACA DE LOS PRESTAMOS NUEVOS
           0400-MODIFICAR-LIBRO.
               DISPLAY "INGRESA CODIGO DEL LIBRO"
               ACCEPT WS-CODIGO-BUSCAR
               PERFORM 0300-BUSCAR-LIBRO
               IF LIBRO-EXISTE-NO
                   DISPLAY "EL LIBRO NO ESTA EN EL CATALOGO"
               ELSE
                   PERFORM 0800-CONTAR-PRESTADOS
                   DISPLAY "LIBRO: " WS-BIB-TITULO
                   DISPLAY "AUTOR: " WS-BIB-AUTOR
                   DISPLAY "EJEMPLARES: " WS-BIB-EJEMPLARES
                       "  PRESTADOS: " WS-PRESTADOS
                       "  VIGENTE: " WS-BIB-VIGENTE
                   DISPLAY "(EN BLANCO O CERO QUEDA COMO ESTA)"
                   PERFORM 0210-PEDIR-DATOS
                   DISPLAY "SIGUE EN EL CATALOGO? S/N (N = RETIRARLO)"
                   ACCEPT WS-VIGENTE-PEDIDO
                   INSPECT WS-VIGENTE-PEDIDO CONVERTING "sn" TO "SN"
                   EVALUATE TRUE
                       WHEN NOT VIGENTE-VALIDO
                           DISPLAY "RESPONDA S O N, NO SE GRABA"
                       WHEN WS-EJEMPLARES-PEDIDO > 0
                       AND WS-EJEMPLARES-PEDIDO < WS-PRESTADOS
                           DISPLAY "HAY " WS-PRESTADOS
                               " EJEMPLARES PRESTADOS, NO SE GRABA"
                       WHEN OTHER
                           PERFORM 0410-APLICAR-CAMBIOS
                   END-EVALUATE
               END-IF.

           0410-APLICAR-CAMBIOS.
               IF WS-TITULO-PEDIDO NOT = SPACES
                   MOVE WS-TITULO-PEDIDO TO WS-BIB-TITULO
               END-IF
               IF WS-AUTOR-PEDIDO NOT = SPACES
                   MOVE WS-AUTOR-PEDIDO TO WS-BIB-AUTOR
               END-IF
               IF WS-EJEMPLARES-PEDIDO > 0
                   MOVE WS-EJEMPLARES-PEDIDO TO WS-BIB-EJEMPLARES
               END-IF
               IF WS-VIGENTE-PEDIDO = "N" AND WS-BIB-VIGENTE = "S"
                   MOVE "RETIRO" TO WS-AUD-OPERACION
               ELSE
                   MOVE "MODIFICACION" TO WS-AUD-OPERACION
               END-IF
               MOVE WS-VIGENTE-PEDIDO TO WS-BIB-VIGENTE
               PERFORM 0900-GRABAR-LIBRO
               IF WS-CBL-RESULT = 0
                   DISPLAY "LIBRO GRABADO"
                   IF WS-PRESTADOS > 0 AND WS-BIB-VIGENTE = "N"
                       DISPLAY "QUEDAN " WS-PRESTADOS
                           " EJEMPLARES PRESTADOS POR DEVOLVER"
                   END-IF
                   MOVE WS-BIB-CODIGO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               END-IF.

      * LISTA EL CATALOGO CON LOS EJEMPLARES PRESTADOS DE CADA LIBRO
           0600-CONSULTAR-CATALOGO.
               MOVE 0 TO WS-TOTAL-LIBROS
               OPEN INPUT LIBROS
               IF WS-FS-BIB-OK
                   PERFORM 0610-MOSTRAR-LIBRO UNTIL NOT WS-FS-BIB-OK
               END-IF
               CLOSE LIBROS
               DISPLAY "LIBROS EN EL CATALOGO: " WS-TOTAL-LIBROS.

           0610-MOSTRAR-LIBRO.
               READ LIBROS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-BIB
               END-READ
               IF WS-FS-BIB-OK
                   ADD 1 TO WS-TOTAL-LIBROS
                   MOVE BIB-CODIGO TO WS-CODIGO-BUSCAR
                   PERFORM 0800-CONTAR-PRESTADOS
                   IF BIB-VIGENTE = "N"
                       MOVE "(RETIRADO)" TO WS-TEXTO-VIGENTE
                   ELSE
                       MOVE SPACES TO WS-TEXTO-VIGENTE
                   END-IF
                   DISPLAY BIB-CODIGO " " BIB-TITULO " " BIB-AUTOR
                   DISPLAY "      EJEMPLARES " BIB-EJEMPLARES
                       " PRESTADOS " WS-PRESTADOS " " WS-TEXTO-VIGENTE
               END-IF.

      * PRESTAMOS ABIERTOS DEL LIBRO WS-CODIGO-BUSCAR
           0800-CONTAR-PRESTADOS.
               MOVE 0 TO WS-PRESTADOS
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
               END-IF.

      * GRABA WS-LIBRO RECONSTRUYENDO EL ARCHIVO EN LIBROS.TMP: EL
      * LIBRO REEMPLAZA AL DE SU CODIGO O SE AGREGA AL FINAL
           0900-GRABAR-LIBRO.
               MOVE "N" TO WS-LIBRO-REEMPLAZADO
               OPEN OUTPUT LIBROS-TMP
               OPEN INPUT LIBROS
               IF WS-FS-BIB-OK
                   PERFORM 0910-COPIAR-LIBRO UNTIL NOT WS-FS-BIB-OK
               END-IF
               CLOSE LIBROS
               IF LIBRO-REEMPLAZADO-NO
                   MOVE WS-LIBRO TO LIBROS-TMP-REGISTRO
                   WRITE LIBROS-TMP-REGISTRO
               END-IF
               CLOSE LIBROS-TMP
               CALL "CBL_DELETE_FILE" USING WS-RUTA-BIB
                   RETURNING WS-CBL-RESULT
               CALL "CBL_RENAME_FILE" USING WS-RUTA-BIB-TMP WS-RUTA-BIB
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   DISPLAY "ERROR AL RENOMBRAR " WS-RUTA-BIB-TMP
                       " A " WS-RUTA-BIB
               END-IF.

           0910-COPIAR-LIBRO.
               READ LIBROS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-BIB
               END-READ
               IF WS-FS-BIB-OK
                   IF BIB-CODIGO = WS-BIB-CODIGO
                       MOVE WS-LIBRO TO LIBROS-TMP-REGISTRO
                       MOVE "S" TO WS-LIBRO-REEMPLAZADO
                   ELSE
                       MOVE LIBROS-REGISTRO TO LIBROS-TMP-REGISTRO
                   END-IF
                   WRITE LIBROS-TMP-REGISTRO
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENLIBR" DELIMITED BY SIZE
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

       END PROGRAM PGENLIBR.
