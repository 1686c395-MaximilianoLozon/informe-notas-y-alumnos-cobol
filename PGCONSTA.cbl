      * NACIONALIDAD DE RUTPAIS, LA FECHA EN LETRAS DE RUTFECHA
      * (FORMATO "22 DE AGOSTO DE 2026") Y UN NRO DE CONSTANCIA
      * CORRELATIVO QUE QUEDA REGISTRADO PARA QUE CADA CONSTANCIA
      * EMITIDA SEA RASTREABLE. CON EL LEGAJO INCOMPLETO (RUTLEGAJ)
      * AVISA QUE DOCUMENTOS FALTAN; SI FALTA ALGUNO EXIGIBLE NO SE
      * EMITE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              05 ALU-ESTADO PIC X.
                 88 ALU-ESTADO-ACTIVO VALUE "A".
                 88 ALU-ESTADO-INACTIVO VALUE "I".
                 88 ALU-ESTADO-EGRESADO VALUE "E".

       FD CONSTANCIA.
           01 CONSTANCIA-LINEA PIC X(80).
      *rutinas
       01 RUTPAIS PIC X(8) VALUE "RUTPAIS".
       01 RUTFECHA PIC X(8) VALUE "RUTFECHA".
       01 RUTLEGAJ PIC X(8) VALUE "RUTLEGAJ".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACN.cpy".
       COPY "COPY-ACF.cpy".
       COPY "COPY-ACL.cpy".
       77 WS-FALT-INDICE PIC 99.

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
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
               INVALID KEY
                   DISPLAY "NRO DE ALUMNO NO ENCONTRADO"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ALU-ESTADO-INACTIVO
                           DISPLAY "EL ALUMNO NO ES REGULAR (INACTIVO),"
                               " NO SE EMITE CONSTANCIA"
                       WHEN ALU-ESTADO-EGRESADO
                           DISPLAY "EL ALUMNO YA EGRESO (VER LIBRO DE"
                               " TITULOS), NO SE EMITE CONSTANCIA"
                       WHEN OTHER
                           PERFORM 2050-VERIFICAR-LEGAJO
                           IF RET-COD-13 = "26"
                               DISPLAY "FALTAN DOCUMENTOS EXIGIBLES EN"
                                   " EL LEGAJO, NO SE EMITE CONSTANCIA"
                           ELSE
                               PERFORM 2100-ARMAR-CARTA
                           END-IF
                   END-EVALUATE
           END-READ
           DISPLAY "EMITIR OTRA CONSTANCIA? SI/NO"
           ACCEPT WS-CONTROL.

      * DOCUMENTOS QUE LE FALTAN AL LEGAJO DEL ALUMNO (RUTLEGAJ)
       2050-VERIFICAR-LEGAJO.
           INITIALIZE AreaDeComunicacionLegajo
           MOVE 1 TO Opcion-legajo
           MOVE ALU-NRO-ALUMNO TO ALUMNO-LEG
           CALL RUTLEGAJ USING AreaDeComunicacionLegajo
           IF FALTANTES-LEG > 0
               DISPLAY "LEGAJO INCOMPLETO: " DESC-ERROR-13
               PERFORM VARYING WS-FALT-INDICE FROM 1 BY 1
                   UNTIL WS-FALT-INDICE > 10
                   OR WS-FALT-INDICE > FALTANTES-LEG
                   IF EXIGIBLE-FALT-LEG(WS-FALT-INDICE) = "S"
                       DISPLAY "  " CODIGO-FALT-LEG(WS-FALT-INDICE)
                           " " DESCRIPCION-FALT-LEG(WS-FALT-INDICE)
                           " (EXIGIBLE)"
                   ELSE
                       DISPLAY "  " CODIGO-FALT-LEG(WS-FALT-INDICE)
                           " " DESCRIPCION-FALT-LEG(WS-FALT-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

       2100-ARMAR-CARTA.
           PERFORM 2200-TOMAR-NUMERO
           INITIALIZE AreaDeComunicacionPais

       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE CONSTANCIA
           PERFORM 9930-REGISTRAR-SPOOL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "CONSTANCIA.dat" TO ARCHIVO-SPL
           MOVE "PGCONSTA" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ULTIMO ALUMNO=" DELIMITED BY SIZE
               WS-CODIGO-ALUMNO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGCONSTA.
