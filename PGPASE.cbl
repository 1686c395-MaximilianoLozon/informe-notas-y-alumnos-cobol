      * ALUMNO INACTIVO EN EL MAESTRO Y REGISTRA TODO EN AUDITORIA.
      * NO CORRE SI EL MES EN CURSO TODAVIA NO FUE CERRADO POR
      * PGCIERRE: CON EL PERIODO ABIERTO PODRIAN ENTRAR NOTAS DESPUES
      * DE EMITIDO EL PAQUETE. CON EL LEGAJO INCOMPLETO (RUTLEGAJ)
      * AVISA QUE DOCUMENTOS FALTAN; SI FALTA ALGUNO EXIGIBLE EL PASE
      * NO SE EMITE. ANTES DE EMITIR VERIFICA EL LIBRE DEUDA (RUTLIBRE:
      * LIBROS DE LA BIBLIOTECA SIN DEVOLVER Y SALDO DE CUOTAS); LIBRE
      * DE DEUDA, EL PAQUETE LLEVA EL CERTIFICADO DE LIBRE DEUDA; SI
      * ADEUDA, SE MUESTRA LO QUE DEBE Y EL PASE SOLO SALE CON LA
      * CONFIRMACION DEL OPERADOR, CON EL DETALLE DE LA DEUDA EN EL
      * PAQUETE EN LUGAR DEL CERTIFICADO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SE POSICIONA EN LA
      * PRIMERA NOTA DEL ALUMNO Y SE LEE HASTA QUE CAMBIA
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL RECTIF      ASSIGN TO "RECTIF.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
       SELECT OPTIONAL PASE        ASSIGN TO "PASE.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PAS.

       DATA DIVISION.
       FILE SECTION.

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
       FD PASE.
           01 PASE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
       01 WS-FS-PAS PIC XX.
           88 WS-FS-PAS-OK VALUE "00".
           88 WS-FS-PAS-NOEXISTE VALUE "05" "35".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-CODIGO-ALUMNO PIC 9(4) VALUE 0.
       01 WS-CONTROL PIC XX.
       01 RUTPAIS PIC X(8) VALUE "RUTPAIS".
      * AREA DE COMUNICACION RUTINA NACIONALIDAD
       COPY "COPY-ACN.cpy".
       01 RUTLEGAJ PIC X(8) VALUE "RUTLEGAJ".
      * AREA DE COMUNICACION RUTINA LEGAJOS
       COPY "COPY-ACL.cpy".
       77 WS-FALT-INDICE PIC 99.
       01 RUTLIBRE PIC X(8) VALUE "RUTLIBRE".
      * AREA DE COMUNICACION RUTINA LIBRE DEUDA
       COPY "COPY-ACB.cpy".
       77 WS-PST-INDICE PIC 99.
       01 WS-SALDO-ED PIC ZZZZZZ9.99.
       01 WS-CONFIRMA-DEUDA PIC X VALUE "N".
       01 WS-EMITIR-PASE PIC X VALUE "N".
           88 EMITIR-PASE-SI VALUE "S".
           88 EMITIR-PASE-NO VALUE "N".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * LOS CAMBIOS DE SECCION/ESTADO DEL MAESTRO SE REGISTRAN EN
      * MOVALU.dat (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
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
           PERFORM 2000-EMITIR-PASE UNTIL WS-CONTROL-NO
           CLOSE ALUMNOS
           CLOSE PASE
           PERFORM 9930-REGISTRAR-SPOOL
           PERFORM 9810-LIBERAR-LOCK
           GOBACK.

                       DISPLAY "EL ALUMNO YA ESTA INACTIVO,"
                           " PASE NO EMITIDO"
                   ELSE
                       PERFORM 2050-VERIFICAR-LEGAJO
                       IF RET-COD-13 = "26"
                           DISPLAY "FALTAN DOCUMENTOS EXIGIBLES EN EL"
                               " LEGAJO, PASE NO EMITIDO"
                       ELSE
                           PERFORM 2060-VERIFICAR-LIBRE-DEUDA
                           IF EMITIR-PASE-SI
                               PERFORM 2100-ARMAR-PAQUETE
                               PERFORM 2600-MARCAR-INACTIVO
                           ELSE
                               DISPLAY "PASE NO EMITIDO"
                           END-IF
                       END-IF
                   END-IF
           END-READ
           DISPLAY "EMITIR OTRO PASE? SI/NO"
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

      * LIBROS SIN DEVOLVER Y SALDO DE CUOTAS DEL ALUMNO (RUTLIBRE);
      * CON DEUDA EL PASE SALE SOLO SI EL OPERADOR LO CONFIRMA
       2060-VERIFICAR-LIBRE-DEUDA.
           INITIALIZE AreaDeComunicacionLibreDeuda
           MOVE 1 TO Opcion-libre-deuda
           MOVE ALU-NRO-ALUMNO TO ALUMNO-LD
           CALL RUTLIBRE USING AreaDeComunicacionLibreDeuda
           IF RET-COD-14 = "00"
               DISPLAY "LIBRE DEUDA: SIN LIBROS NI CUOTAS PENDIENTES"
               MOVE "S" TO WS-EMITIR-PASE
           ELSE
               DISPLAY "NO TIENE LIBRE DEUDA: " DESC-ERROR-14
               PERFORM VARYING WS-PST-INDICE FROM 1 BY 1
                   UNTIL WS-PST-INDICE > 10
                   OR WS-PST-INDICE > PRESTAMOS-LD
                   DISPLAY "  LIBRO " CODIGO-LIBRO-LD(WS-PST-INDICE)
                       " " TITULO-LIBRO-LD(WS-PST-INDICE)
                       " VENCE " VENCE-LD(WS-PST-INDICE)
               END-PERFORM
               IF SALDO-LD > 0
                   MOVE SALDO-LD TO WS-SALDO-ED
                   DISPLAY "  SALDO DE CUOTAS: " WS-SALDO-ED
                   IF PLAN-LD > 0
                       DISPLAY "  CON PLAN DE PAGO VIGENTE NRO "
                           PLAN-LD
                   END-IF
               END-IF
               DISPLAY "EMITIR EL PASE CON EL DETALLE DE LA DEUDA? S/N"
               ACCEPT WS-CONFIRMA-DEUDA
               IF WS-CONFIRMA-DEUDA = "S" OR WS-CONFIRMA-DEUDA = "s"
                   MOVE "S" TO WS-EMITIR-PASE
               ELSE
                   MOVE "N" TO WS-EMITIR-PASE
               END-IF
           END-IF.

       2100-ARMAR-PAQUETE.
           INITIALIZE AreaDeComunicacionPais
           MOVE 2 TO Opcion-pais
           MOVE "---- ASISTENCIA ----" TO WS-LINEA-PASE
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 2400-VOLCAR-ASISTENCIA
           PERFORM 2500-VOLCAR-LIBRE-DEUDA
           MOVE SPACES TO WS-LINEA-PASE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "          ........................."
           MOVE 0 TO WS-NOTAS-VOLCADAS
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               MOVE WS-CODIGO-ALUMNO TO NOT-NRO-ALUMNO
               MOVE 0 TO NOT-NRO-MATERIA NOT-ANIO NOT-MES
               START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-NOT
               END-START
               PERFORM 2310-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           CLOSE NOTAS
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND NOT-NRO-ALUMNO NOT = WS-CODIGO-ALUMNO
               MOVE "10" TO WS-FS-NOT
           END-IF
           IF WS-FS-NOT-OK
               ADD 1 TO WS-NOTAS-VOLCADAS
               PERFORM 2320-APLICAR-RECTIFICACION
               MOVE NOT-NOTA TO WS-NOTA-ED
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * CERTIFICADO DE LIBRE DEUDA, O EL DETALLE DE LO QUE ADEUDA
      * SEGUN LA VERIFICACION DE 2060
       2500-VOLCAR-LIBRE-DEUDA.
           IF RET-COD-14 = "00"
               MOVE "---- CERTIFICADO DE LIBRE DEUDA ----"
                   TO WS-LINEA-PASE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-PASE
               STRING "  A LA FECHA EL ALUMNO NO ADEUDA LIBROS A LA"
                   DELIMITED BY SIZE
                   " BIBLIOTECA NI CUOTAS A LA ESCUELA"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-PASE
               PERFORM 9010-ESCRIBIR-LINEA
           ELSE
               MOVE "---- DEUDA PENDIENTE CON LA ESCUELA ----"
                   TO WS-LINEA-PASE
               PERFORM 9010-ESCRIBIR-LINEA
               PERFORM 2510-VOLCAR-PRESTAMO
                   VARYING WS-PST-INDICE FROM 1 BY 1
                   UNTIL WS-PST-INDICE > 10
                   OR WS-PST-INDICE > PRESTAMOS-LD
               IF PRESTAMOS-LD > 10
                   MOVE SPACES TO WS-LINEA-PASE
                   STRING "  LIBROS SIN DEVOLVER EN TOTAL: "
                       DELIMITED BY SIZE
                       PRESTAMOS-LD DELIMITED BY SIZE
                       INTO WS-LINEA-PASE
                   PERFORM 9010-ESCRIBIR-LINEA
               END-IF
               IF SALDO-LD > 0
                   MOVE SALDO-LD TO WS-SALDO-ED
                   MOVE SPACES TO WS-LINEA-PASE
                   STRING "  SALDO DE CUOTAS: " DELIMITED BY SIZE
                       WS-SALDO-ED DELIMITED BY SIZE
                       INTO WS-LINEA-PASE
                   PERFORM 9010-ESCRIBIR-LINEA
                   IF PLAN-LD > 0
                       MOVE SPACES TO WS-LINEA-PASE
                       STRING "  CON PLAN DE PAGO VIGENTE NRO "
                           DELIMITED BY SIZE
                           PLAN-LD DELIMITED BY SIZE
                           INTO WS-LINEA-PASE
                       PERFORM 9010-ESCRIBIR-LINEA
                   END-IF
               END-IF
           END-IF.

       2510-VOLCAR-PRESTAMO.
           MOVE SPACES TO WS-LINEA-PASE
           STRING "  LIBRO SIN DEVOLVER " DELIMITED BY SIZE
               CODIGO-LIBRO-LD(WS-PST-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TITULO-LIBRO-LD(WS-PST-INDICE) DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               VENCE-LD(WS-PST-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-PASE
           PERFORM 9010-ESCRIBIR-LINEA.

      * EL ALUMNO QUEDA INACTIVO EN EL MAESTRO Y EL PASE QUEDA
      * REGISTRADO EN AUDITORIA
       2600-MARCAR-INACTIVO.
           MOVE ALU-SECCION TO WS-MOV-SECCION-ANT
           MOVE ALU-ESTADO TO WS-MOV-ESTADO-ANT
           MOVE "I" TO ALU-ESTADO
           REWRITE ALUMNOS-REGISTRO
           IF WS-FS-ALU-OK
               DISPLAY "PASE EMITIDO, ALUMNO MARCADO INACTIVO"
               IF RET-COD-14 = "00"
                   MOVE "PASE" TO WS-AUD-OPERACION
               ELSE
                   MOVE "PASE C/DEUDA" TO WS-AUD-OPERACION
               END-IF
               MOVE WS-CODIGO-ALUMNO TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               PERFORM 9910-GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "ERROR AL REESCRIBIR REGISTRO"
               DISPLAY "FILE STATUS " WS-FS-ALU
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGPASE" DELIMITED BY SIZE
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

      * REGISTRA EN MOVALU.dat EL CAMBIO DE SECCION/ESTADO DEL ALUMNO
      * QUE QUEDO EN EL REGISTRO DEL MAESTRO, CON FECHA EFECTIVA HOY
       9910-GRABAR-MOVIMIENTO.
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 1 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 0 TO FECHA-MOV
           MOVE WS-MOV-SECCION-ANT TO SECCION-ANT-MOV
           MOVE WS-MOV-ESTADO-ANT TO ESTADO-ANT-MOV
           MOVE ALU-SECCION TO SECCION-NUE-MOV
           MOVE ALU-ESTADO TO ESTADO-NUE-MOV
           MOVE "PGPASE" TO PROGRAMA-MOV
           MOVE WS-OPERADOR TO OPERADOR-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 NOT = "00"
               DISPLAY "MOVIMIENTO NO REGISTRADO: " DESC-ERROR-9
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "PASE.dat" TO ARCHIVO-SPL
           MOVE "PGPASE" TO PROGRAMA-SPL
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

       END PROGRAM PGPASE.
