       77 WS-HALLAZGOS-TOTAL PIC 9(5) VALUE 0.
       77 WS-REGISTROS-LEIDOS PIC 9(6) VALUE 0.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "I" TO WS-RUN-TIPO
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           CLOSE INTEGRID
           PERFORM 9930-REGISTRAR-SPOOL
      * CON REFERENCIAS ROTAS LA CADENA NOCTURNA NO DEBE SEGUIR:
      * CODIGO DE RETORNO DISTINTO DE CERO, COMO HACE PGRECNOT; EL
      * DESBORDE DE TABLAS ES MAS GRAVE TODAVIA (CODIGO 12)
               CLOSE RUNCTL
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "INTEGRID.dat" TO ARCHIVO-SPL
           MOVE "PGINTEGR" TO PROGRAMA-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGINTEGR.
