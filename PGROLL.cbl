      * SECCION, LOS REPITIENTES SE REINSCRIBEN EN SU SECCION ACTUAL
      * Y LOS RETIRADOS SE SALTEAN. PRIMERO IMPRIME LA PROPUESTA EN
      * PROPINSC.dat PARA REVISION Y RECIEN CON LA CONFIRMACION DEL
      * OPERADOR GRABA INSCRIPCION.dat Y ACTUALIZA LAS SECCIONES. UNA
      * MATERIA DEL PLAN CUYA CORRELATIVA EL ALUMNO TODAVIA ADEUDA
      * (PREVIA O LIBRE SIN EXAMEN APROBADO, RUTCORR) NO SE INSCRIBE:
      * LA PROPUESTA LA MUESTRA RETENIDA CON LA MATERIA ADEUDADA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 YA-INSCRIPTO-SI VALUE "S".
           88 YA-INSCRIPTO-NO VALUE "N".

      * MATERIAS RETENIDAS POR CORRELATIVA ADEUDADA, TAL COMO SALIERON
      * EN LA PROPUESTA: LA GRABACION CONFIRMADA LAS SALTEA
       01 TABLA-RETENIDAS.
           05 TABRET-FILA OCCURS 10000 TIMES.
               10 TABRET-ALUMNO PIC 9(4).
               10 TABRET-MATERIA PIC 99.
       77 TABRET-INDICE PIC 9(5).
       77 TABRET-TOTAL PIC 9(5) VALUE 0.
       01 WS-RETENIDA PIC X VALUE "N".
           88 RETENIDA-SI VALUE "S".
           88 RETENIDA-NO VALUE "N".
       77 WS-TOTAL-RETENIDAS PIC 9(5) VALUE 0.
       01 RUTCORR PIC X(8) VALUE "RUTCORR".
      * AREA DE COMUNICACION RUTINA CORRELATIVIDADES
       COPY "COPY-ACC.cpy".

      * PROPUESTA POR ALUMNO: ACCION (P=PASA, R=REINSCRIBE, X=SIN
      * PROPUESTA) Y SECCION DESTINO
       01 TABLA-PROPUESTA.
       77 WS-TOTAL-INSCRIPTAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-MOVIDOS PIC 9(4) VALUE 0.

      * LOS CAMBIOS DE SECCION DEL MAESTRO SE REGISTRAN EN MOVALU.dat
      * (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-SECCION-ANT PIC X(2) VALUE SPACES.
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
       0000-MAIN-PROCEDURE.
           DISPLAY "AÑO CERRADO (EL DE LA PROMOCION)"
               MOVE "A" TO WS-RUN-ESTADO
           ELSE
               PERFORM 2000-ARMAR-PROPUESTA
      * LA TABLA DE RETENIDAS SE ARMA CON LA PROPUESTA: SI SE
      * DESBORDO, LA GRABACION INSCRIBIRIA MATERIAS RETENIDAS
               IF TABLAS-DESBORDADAS-SI
                   DISPLAY "ROLLOVER CANCELADO POR DESBORDE DE TABLAS"
                       " INTERNAS, NADA GRABADO"
                   MOVE 12 TO RETURN-CODE
                   MOVE "A" TO WS-RUN-ESTADO
               ELSE
                   DISPLAY "PROPUESTA IMPRESA EN PROPINSC.dat"
                   DISPLAY "CONFIRMAR LA GENERACION DE"
                       " INSCRIPCIONES? S/N"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
      * LA GRABACION TOCA INSCRIPCION.dat Y EL MAESTRO DE ALUMNOS:
      * SE HACE CON EL CANDADO DE LOS MAESTROS TOMADO
                       PERFORM 9800-TOMAR-LOCK
                       IF LOCK-TOMADO-NO
                           DISPLAY "ROLLOVER CANCELADO, NADA GRABADO"
                           MOVE "A" TO WS-RUN-ESTADO
                       ELSE
                           PERFORM 3000-GRABAR-INSCRIPCIONES
                           PERFORM 3500-MOVER-SECCIONES
                           PERFORM 9810-LIBERAR-LOCK
                           PERFORM 4000-MOSTRAR-RESUMEN
                           MOVE "N" TO WS-RUN-ESTADO
                       END-IF
                   ELSE
                       DISPLAY "ROLLOVER CANCELADO, NADA GRABADO"
                       MOVE "A" TO WS-RUN-ESTADO
                   END-IF
               END-IF
           END-IF
           MOVE "F" TO WS-RUN-TIPO
           PERFORM 2100-PROPONER-ALUMNO
               VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL
           CLOSE PROPINSC
           PERFORM 9930-REGISTRAR-SPOOL.

       2100-PROPONER-ALUMNO.
           PERFORM 2200-BUSCAR-ESTADO
               MOVE "    ATENCION: SIN PLAN CARGADO PARA LA SECCION"
                   TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           IF PROP-ACCION(TABALU-INDICE) NOT = "X"
               PERFORM 2500-REVISAR-CORRELATIVA
                   VARYING TABPLA-INDICE FROM 1 BY 1
                   UNTIL TABPLA-INDICE > TABPLA-TOTAL
           END-IF.

       2200-BUSCAR-ESTADO.
               END-PERFORM
           END-IF.

      * CADA MATERIA DEL PLAN DE LA SECCION DESTINO CON UNA
      * CORRELATIVA ADEUDADA QUEDA RETENIDA E IMPRESA EN LA PROPUESTA
       2500-REVISAR-CORRELATIVA.
           IF TABPLA-SECCION(TABPLA-INDICE) =
               PROP-SECCION(TABALU-INDICE)
           AND TABPLA-ANIO(TABPLA-INDICE) = WS-ANIO-NUEVO
               INITIALIZE AreaDeComunicacionCorrelativa
               MOVE 1 TO Opcion-correlativa
               MOVE TABALU-NRO(TABALU-INDICE) TO ALUMNO-COR
               MOVE TABPLA-MATERIA(TABPLA-INDICE) TO MATERIA-COR
               MOVE WS-ANIO-NUEVO TO ANIO-COR
               CALL RUTCORR USING AreaDeComunicacionCorrelativa
               IF RET-COD-12 = "24"
                   IF TABRET-TOTAL < 10000
                       ADD 1 TO TABRET-TOTAL
                       MOVE TABALU-NRO(TABALU-INDICE)
                           TO TABRET-ALUMNO(TABRET-TOTAL)
                       MOVE TABPLA-MATERIA(TABPLA-INDICE)
                           TO TABRET-MATERIA(TABRET-TOTAL)
                   ELSE
                       MOVE "TABLA-RETENIDAS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "    NO SE INSCRIBE EN MATERIA "
                       DELIMITED BY SIZE
                       TABPLA-MATERIA(TABPLA-INDICE) DELIMITED BY SIZE
                       ": ADEUDA LA CORRELATIVA " DELIMITED BY SIZE
                       REQUISITO-COR DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-LINEA
               END-IF
           END-IF.

      * GRABA LAS INSCRIPCIONES DEL AÑO NUEVO SEGUN LA PROPUESTA
      * CONFIRMADA, SALTEANDO LAS YA EXISTENTES
       3000-GRABAR-INSCRIPCIONES.
           END-IF.

       3200-GRABAR-INSCRIPCION.
           MOVE "N" TO WS-RETENIDA
           PERFORM VARYING TABRET-INDICE FROM 1 BY 1
               UNTIL TABRET-INDICE > TABRET-TOTAL OR RETENIDA-SI
               IF TABRET-ALUMNO(TABRET-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABRET-MATERIA(TABRET-INDICE) =
                   TABPLA-MATERIA(TABPLA-INDICE)
                   MOVE "S" TO WS-RETENIDA
               END-IF
           END-PERFORM
           IF RETENIDA-SI
               ADD 1 TO WS-TOTAL-RETENIDAS
           ELSE
               PERFORM 3210-GRABAR-SI-NUEVA
           END-IF.

       3210-GRABAR-SI-NUEVA.
           MOVE "N" TO WS-YA-INSCRIPTO
           PERFORM VARYING TABINS-INDICE FROM 1 BY 1
               UNTIL TABINS-INDICE > TABINS-TOTAL OR YA-INSCRIPTO-SI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-SECCION TO WS-MOV-SECCION-ANT
                       MOVE PROP-SECCION(TABALU-INDICE)
                           TO ALU-SECCION
                       REWRITE ALUMNOS-REGISTRO
                       IF WS-FS-ALU-OK
                           ADD 1 TO WS-TOTAL-MOVIDOS
                           PERFORM 9920-GRABAR-MOVIMIENTO
                       ELSE
                           DISPLAY "ERROR AL REESCRIBIR REGISTRO"
                           DISPLAY "FILE STATUS " WS-FS-ALU
           DISPLAY "REPITIENTES:           " WS-TOTAL-REPITENTES
           DISPLAY "SIN PROPUESTA:         " WS-TOTAL-SIN-PROPUESTA
           DISPLAY "INSCRIPCIONES GRABADAS: " WS-TOTAL-INSCRIPTAS
           DISPLAY "RETENIDAS POR CORRELATIVA: " WS-TOTAL-RETENIDAS
           DISPLAY "SECCIONES ACTUALIZADAS: " WS-TOTAL-MOVIDOS.

      * TOMA EL CANDADO DE LOS MAESTROS; SI OTRA SESION LO TIENE,
               CLOSE RUNCTL
           END-IF.

      * REGISTRA EN MOVALU.dat EL PASE DE SECCION DEL ALUMNO, CON
      * FECHA EFECTIVA HOY; EL ROLLOVER NO TIENE OPERADOR PROPIO Y
      * FIRMA COMO EN EL CANDADO DE LOS MAESTROS
       9920-GRABAR-MOVIMIENTO.
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 1 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 0 TO FECHA-MOV
           MOVE WS-MOV-SECCION-ANT TO SECCION-ANT-MOV
           MOVE ALU-ESTADO TO ESTADO-ANT-MOV
           MOVE ALU-SECCION TO SECCION-NUE-MOV
           MOVE ALU-ESTADO TO ESTADO-NUE-MOV
           MOVE "PGROLL" TO PROGRAMA-MOV
           MOVE "ROLLOVER" TO OPERADOR-MOV
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
           MOVE "PROPINSC.dat" TO ARCHIVO-SPL
           MOVE "PGROLL" TO PROGRAMA-SPL
           STRING "ANIO CERRADO=" DELIMITED BY SIZE
               WS-ANIO-CERRADO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGROLL.
