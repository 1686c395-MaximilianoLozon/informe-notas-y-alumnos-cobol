      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTSPOOL.

      * RUTINA DEL SPOOL DE LISTADOS: LOS PROGRAMAS QUE IMPRIMEN
      * (BOLETIN, ACTAVOL, CONSTANCIA, CARNET, ...) GRABAN SIEMPRE EL
      * MISMO ARCHIVO FIJO, QUE LA CORRIDA SIGUIENTE PISA. AL CERRAR
      * SU SALIDA LA REGISTRAN ACA (OPCION 1): SE GUARDA UNA COPIA
      * FECHADA (BOLETIN-20261015-000123.SPL) Y SE AGREGA UNA LINEA
      * AL CATALOGO SPOOL.dat CON EL NRO DE SPOOL, PROGRAMA,
      * OPERADOR, FECHA/HORA, PARAMETROS DE LA CORRIDA Y CANTIDAD DE
      * LINEAS Y PAGINAS. PGSPOOL LISTA, REIMPRIME Y PURGA ESAS
      * COPIAS. UN ERROR DEL SPOOL SE DEVUELVE Y QUEDA EN ERRORLOG,
      * PERO LA SALIDA ORIGINAL YA ESTA GRABADA Y NO SE TOCA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * CATALOGO DE SALIDAS, UNA LINEA POR SALIDA REGISTRADA
       SELECT OPTIONAL SPOOL       ASSIGN TO "SPOOL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SPL.
      * ULTIMO NRO DE SPOOL ASIGNADO
       SELECT OPTIONAL SPOOLNUM    ASSIGN TO "SPOOLNUM.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-NUM.
      * LA SALIDA A REGISTRAR: SOLO SE LEE PARA CONTAR SUS LINEAS
       SELECT OPTIONAL SALIDA      ASSIGN TO DYNAMIC WS-RUTA-SALIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SAL.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
      * ESTADO: V = COPIA VIGENTE, P = COPIA PURGADA POR PGSPOOL (LA
      * LINEA QUEDA COMO CONSTANCIA DE QUE LA SALIDA EXISTIO)
       FD SPOOL.
           01 SPOOL-REGISTRO.
              05 SPL-NRO PIC 9(6).
              05 SPL-TIMESTAMP PIC X(14).
              05 SPL-PROGRAMA PIC X(8).
              05 SPL-OPERADOR PIC X(10).
              05 SPL-ARCHIVO PIC X(20).
              05 SPL-COPIA PIC X(40).
              05 SPL-LINEAS PIC 9(6).
              05 SPL-PAGINAS PIC 9(4).
              05 SPL-PARAMETROS PIC X(40).
              05 SPL-ESTADO PIC X.
                 88 SPL-ESTADO-VIGENTE VALUE "V".
                 88 SPL-ESTADO-PURGADO VALUE "P".
              05 SPL-FECHA-ESTADO PIC X(14).

       FD SPOOLNUM.
           01 SPOOLNUM-REGISTRO.
              05 NUM-ULTIMO PIC 9(6).

       FD SALIDA.
           01 SALIDA-LINEA PIC X(250).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-SPL PIC XX.
           88 WS-FS-SPL-OK VALUE "00".
           88 WS-FS-SPL-NOEXISTE VALUE "05" "35".
       01 WS-FS-NUM PIC XX.
           88 WS-FS-NUM-OK VALUE "00".
           88 WS-FS-NUM-NOEXISTE VALUE "05" "35".
      * UNA LINEA MAS LARGA QUE EL REGISTRO SE LEE TRUNCADA (04) Y
      * CUENTA IGUAL
       01 WS-FS-SAL PIC XX.
           88 WS-FS-SAL-OK VALUE "00" "04".
           88 WS-FS-SAL-NO VALUE "10".
           88 WS-FS-SAL-NOEXISTE VALUE "05" "35".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

       01 WS-RUTA-SALIDA PIC X(20) VALUE SPACES.
       77 WS-BASE-COPIA PIC X(20) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(14) VALUE SPACES.
       77 WS-NRO-SPOOL PIC 9(6) VALUE 0.
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
      * RENGLONES POR HOJA IMPRESA, PARA LA CANTIDAD DE PAGINAS
       77 WS-LINEAS-POR-PAGINA PIC 99 VALUE 60.

       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

       LINKAGE SECTION.
       COPY "COPY-ACR.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionSpool.
       1000-INICIO.
           MOVE "00" TO RET-COD-11
           MOVE SPACES TO DESC-ERROR-11
           EVALUATE Opcion-spool
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-REGISTRA
               WHEN OTHER
               MOVE "30" TO RET-COD-11
               MOVE "OPCION INVALIDA" TO DESC-ERROR-11
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * CUENTA LA SALIDA, LE ASIGNA NRO, GUARDA LA COPIA FECHADA Y
      * LA ANOTA EN EL CATALOGO. SIN COPIA NO HAY LINEA DE CATALOGO
       2000-PROCEDIMIENTO-REGISTRA.
           MOVE 0 TO NRO-SPL
           MOVE SPACES TO COPIA-SPL
           MOVE 0 TO LINEAS-SPL
           MOVE 0 TO PAGINAS-SPL
           IF ARCHIVO-SPL = SPACES
               MOVE "20" TO RET-COD-11
               MOVE "FALTA EL NOMBRE DE LA SALIDA" TO DESC-ERROR-11
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               IF OPERADOR-SPL = SPACES
                   PERFORM 2100-TOMAR-OPERADOR
               END-IF
               PERFORM 2200-CONTAR-LINEAS
           END-IF
           IF RET-COD-11 = "00"
               PERFORM 2300-ASIGNAR-NUMERO
           END-IF
           IF RET-COD-11 = "00"
               PERFORM 2400-GUARDAR-COPIA
           END-IF
           IF RET-COD-11 = "00"
               PERFORM 2500-GRABAR-CATALOGO
           END-IF.

      * EL OPERADOR SALE DE LA SESION DE PGMENU; LAS CORRIDAS SIN
      * SESION (CADENA NOCTURNA, PROGRAMA SUELTO) QUEDAN COMO BATCH
           2100-TOMAR-OPERADOR.
               INITIALIZE AreaDeComunicacionSesion
               MOVE 1 TO Opcion-sesion
               CALL RUTSES USING AreaDeComunicacionSesion
               IF RET-COD-6 = "00"
                   MOVE OPERADOR-SESION TO OPERADOR-SPL
               ELSE
                   MOVE "BATCH" TO OPERADOR-SPL
               END-IF.

           2200-CONTAR-LINEAS.
               MOVE ARCHIVO-SPL TO WS-RUTA-SALIDA
               OPEN INPUT SALIDA
               IF WS-FS-SAL-OK
                   PERFORM 2210-LEER-LINEA UNTIL NOT WS-FS-SAL-OK
                   CLOSE SALIDA
                   COMPUTE PAGINAS-SPL = (LINEAS-SPL +
                       WS-LINEAS-POR-PAGINA - 1) / WS-LINEAS-POR-PAGINA
               ELSE
                   CLOSE SALIDA
                   MOVE "20" TO RET-COD-11
                   MOVE "LA SALIDA NO EXISTE" TO DESC-ERROR-11
               END-IF.

           2210-LEER-LINEA.
               READ SALIDA NEXT RECORD AT END
                   MOVE "10" TO WS-FS-SAL
               END-READ
               IF WS-FS-SAL-OK
                   ADD 1 TO LINEAS-SPL
               END-IF.

      * CONTADOR EN SPOOLNUM.dat, COMO CONSTNUM.dat EN PGCONSTA
           2300-ASIGNAR-NUMERO.
               MOVE 0 TO WS-NRO-SPOOL
               OPEN INPUT SPOOLNUM
               IF WS-FS-NUM-OK
                   READ SPOOLNUM NEXT RECORD AT END
                       CONTINUE
                   END-READ
                   IF WS-FS-NUM-OK
                       MOVE NUM-ULTIMO TO WS-NRO-SPOOL
                   END-IF
               END-IF
               CLOSE SPOOLNUM
               ADD 1 TO WS-NRO-SPOOL
               OPEN OUTPUT SPOOLNUM
               IF WS-FS-NUM-OK OR WS-FS-NUM-NOEXISTE
                   MOVE WS-NRO-SPOOL TO NUM-ULTIMO
                   WRITE SPOOLNUM-REGISTRO
                   CLOSE SPOOLNUM
                   MOVE WS-NRO-SPOOL TO NRO-SPL
               ELSE
                   MOVE "10" TO RET-COD-11
                   MOVE "ERROR AL GRABAR SPOOLNUM" TO DESC-ERROR-11
                   MOVE "2300-ASIGNAR-NUMERO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

      * LA COPIA SE LLAMA COMO LA SALIDA (SIN EXTENSION), LA FECHA Y
      * EL NRO DE SPOOL: BOLETIN-20261015-000123.SPL
           2400-GUARDAR-COPIA.
               MOVE SPACES TO WS-BASE-COPIA
               UNSTRING ARCHIVO-SPL DELIMITED BY "." OR SPACE
                   INTO WS-BASE-COPIA
               STRING WS-BASE-COPIA DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   NRO-SPL DELIMITED BY SIZE
                   ".SPL" DELIMITED BY SIZE
                   INTO COPIA-SPL
               CALL "CBL_COPY_FILE" USING WS-RUTA-SALIDA COPIA-SPL
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT NOT = 0
                   MOVE "10" TO RET-COD-11
                   MOVE "ERROR AL COPIAR LA SALIDA" TO DESC-ERROR-11
                   MOVE "2400-GUARDAR-COPIA" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

           2500-GRABAR-CATALOGO.
               OPEN EXTEND SPOOL
               IF WS-FS-SPL-OK OR WS-FS-SPL-NOEXISTE
                   MOVE NRO-SPL TO SPL-NRO
                   MOVE WS-TIMESTAMP TO SPL-TIMESTAMP
                   MOVE PROGRAMA-SPL TO SPL-PROGRAMA
                   MOVE OPERADOR-SPL TO SPL-OPERADOR
                   MOVE ARCHIVO-SPL TO SPL-ARCHIVO
                   MOVE COPIA-SPL TO SPL-COPIA
                   MOVE LINEAS-SPL TO SPL-LINEAS
                   MOVE PAGINAS-SPL TO SPL-PAGINAS
                   MOVE PARAMETROS-SPL TO SPL-PARAMETROS
                   MOVE "V" TO SPL-ESTADO
                   MOVE WS-TIMESTAMP TO SPL-FECHA-ESTADO
                   WRITE SPOOL-REGISTRO
                   IF NOT WS-FS-SPL-OK
                       MOVE "10" TO RET-COD-11
                       MOVE "ERROR AL GRABAR SPOOL" TO DESC-ERROR-11
                       MOVE "2500-GRABAR-CATALOGO" TO WS-ERR-PARRAFO
                       PERFORM 9901-GRABAR-ERRORLOG
                   END-IF
                   CLOSE SPOOL
               ELSE
                   MOVE "10" TO RET-COD-11
                   MOVE "ERROR AL ABRIR SPOOL" TO DESC-ERROR-11
                   MOVE "2500-GRABAR-CATALOGO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

       9901-GRABAR-ERRORLOG.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "RUTSPOOL" DELIMITED BY SIZE
                   " PARRAFO=" DELIMITED BY SIZE
                   WS-ERR-PARRAFO DELIMITED BY SIZE
                   " RETCOD=" DELIMITED BY SIZE
                   RET-COD-11 DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.
       END PROGRAM RUTSPOOL.
