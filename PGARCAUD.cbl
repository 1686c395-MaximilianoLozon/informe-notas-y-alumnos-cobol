      * LA AUDITORIA: ACA NADA SE BORRA, SOLO SE MUEVE; PGLISAUD
      * PUEDE APUNTAR SU CONSULTA A UN AÑO ARCHIVADO. EL AÑO DE CADA
      * LINEA SE TOMA DEL ROTULO " FECHA=" QUE ESCRIBEN TODOS LOS
      * PROGRAMAS; LAS LINEAS SIN ROTULO QUEDAN EN EL VIVO. COMO LAS
      * LINEAS DE AUDITORIA VAN ENCADENADAS (RUTAUD), LOS AÑOS SE
      * ARCHIVAN EN ORDEN: SI EN EL VIVO QUEDAN LINEAS DE UN AÑO
      * ANTERIOR AL PEDIDO, LA AUDITORIA NO SE ARCHIVA, ASI LOS .HIS
      * EN ORDEN DE AÑO SEGUIDOS DEL VIVO CONSERVAN LA CADENA ENTERA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      * LAS LINEAS DE AUDITORIA LLEVAN EL SELLO ENCADENADO DE RUTAUD
      * (POSICIONES 101 A 128), QUE SE MUEVE JUNTO CON LA LINEA
       FD AUDITORIA.
           01 AUDITORIA-REGISTRO PIC X(128).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       FD ARCHIVO.
           01 ARCHIVO-REGISTRO PIC X(128).

       FD TRABAJO.
           01 TRABAJO-REGISTRO PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-FS-AUD PIC XX.

       77 WS-ANIO-ARCHIVAR PIC 9(4) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-RUTA-ARCHIVO PIC X(18) VALUE SPACES.
       01 WS-RUTA-TRABAJO PIC X(12) VALUE SPACES.
       01 WS-RUTA-VIVO PIC X(14) VALUE SPACES.
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

       77 WS-ANIO-LINEA PIC X(4) VALUE SPACES.
       77 WS-TOTAL-LEIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-ARCHIVADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-VIVAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-ANTERIORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               INTO WS-RUTA-ARCHIVO
           MOVE "AUDIT.TMP" TO WS-RUTA-TRABAJO
           MOVE "AUDITORIA.dat" TO WS-RUTA-VIVO
           PERFORM 1050-CONTAR-ANTERIORES
           OPEN INPUT AUDITORIA
           EVALUATE TRUE
               WHEN WS-FS-AUD-NOEXISTE
                   DISPLAY "NO HAY AUDITORIA CARGADA"
                   CLOSE AUDITORIA
               WHEN WS-TOTAL-ANTERIORES > 0
                   DISPLAY "AUDITORIA: HAY " WS-TOTAL-ANTERIORES
                       " LINEAS DE AÑOS ANTERIORES SIN ARCHIVAR;"
                       " ARCHIVE PRIMERO ESOS AÑOS"
                   CLOSE AUDITORIA
               WHEN OTHER
                   OPEN EXTEND ARCHIVO
                   OPEN OUTPUT TRABAJO
                   PERFORM 1100-SEPARAR-LINEA-AUD
                       UNTIL NOT WS-FS-AUD-OK
                   CLOSE AUDITORIA
                   CLOSE ARCHIVO
                   CLOSE TRABAJO
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-VIVO
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-TRABAJO
                       WS-RUTA-VIVO
                       RETURNING WS-CBL-RESULT
                   DISPLAY "AUDITORIA: " WS-TOTAL-LEIDAS " LEIDAS, "
                       WS-TOTAL-ARCHIVADAS " ARCHIVADAS, "
                       WS-TOTAL-VIVAS " VIVAS"
           END-EVALUATE.

      * CUENTA LAS LINEAS DEL VIVO CON AÑO ANTERIOR AL PEDIDO
       1050-CONTAR-ANTERIORES.
           MOVE 0 TO WS-TOTAL-ANTERIORES
           OPEN INPUT AUDITORIA
           IF WS-FS-AUD-OK
               PERFORM 1060-REVISAR-LINEA-AUD
                   UNTIL NOT WS-FS-AUD-OK
           END-IF
           CLOSE AUDITORIA.

       1060-REVISAR-LINEA-AUD.
           READ AUDITORIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-AUD
           END-READ
           IF WS-FS-AUD-OK
               PERFORM 9100-EXTRAER-ANIO-AUD
               IF WS-ANIO-LINEA IS NUMERIC
                   AND WS-ANIO-LINEA < WS-ANIO-ARCHIVAR
                   ADD 1 TO WS-TOTAL-ANTERIORES
               END-IF
           END-IF.

       1100-SEPARAR-LINEA-AUD.
