       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
      * LINEA DE 100 POSICIONES MAS EL SELLO ENCADENADO DE RUTAUD
           01 AUDITORIA-REGISTRO.
              05 AUD-LINEA PIC X(100).
              05 AUD-SELLO PIC X(28).

       FD LISAUD.
           01 LISAUD-LINEA PIC X(80).
       77 WS-TOTAL-LEIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-LISTADAS PIC 9(6) VALUE 0.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-PEDIR-FILTROS
           MOVE SPACES TO WS-A-PROGRAMA WS-A-OPERACION WS-A-CLAVE
               WS-A-OPERADOR WS-A-FECHA-HORA
               WS-RESTO-1 WS-RESTO-2 WS-RESTO-3
           UNSTRING AUD-LINEA
               DELIMITED BY " OPERACION="
               INTO WS-A-PROGRAMA WS-RESTO-1
           UNSTRING WS-RESTO-1 DELIMITED BY " CLAVE="
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL CERRAR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF
           PERFORM 9930-REGISTRAR-SPOOL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "LISAUD.dat" TO ARCHIVO-SPL
           MOVE "PGLISAUD" TO PROGRAMA-SPL
           STRING "ANIO=" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               " OPER=" DELIMITED BY SIZE
               WS-F-OPERADOR DELIMITED BY SIZE
               " PROG=" DELIMITED BY SIZE
               WS-F-PROGRAMA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGLISAUD.
