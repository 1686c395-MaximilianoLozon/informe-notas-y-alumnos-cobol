       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCTLPLA.

      * CONTROL MENSUAL DE PLANES DE PAGO (PGENPPAG): PARA CADA PLAN
      * ABIERTO SUMA LAS CUOTAS YA VENCIDAS A LA FECHA DE CONTROL
      * (PLANCUO.dat) Y LO PAGADO A CUENTA DEL PLAN (PAGOS DEL LIBRO
      * DE CUOTAS CON CONCEPTO "PLAN nnnn", DESCONTANDO LOS RECIBOS
      * ANULADOS). SI LO PAGADO NO CUBRE LO VENCIDO EL PLAN QUEDA
      * EN MORA Y SALE EN EL LISTADO PLANMORA.dat; SI CUBRE TODA LA
      * DEUDA QUEDA TERMINADO. AL FINAL SE OFRECE CANCELAR LOS PLANES
      * EN MORA: UN PLAN CANCELADO DEJA DE AMPARAR AL ALUMNO Y LA
      * DEUDA COMPLETA VUELVE A SALIR EN EL INFORME DE MOROSOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PLANES      ASSIGN TO "PLANES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLN.
       SELECT PLANES-TMP           ASSIGN TO "PLANES.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLN-TMP.
       SELECT OPTIONAL PLANCUO     ASSIGN TO "PLANCUO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLC.
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
      * REGISTRO DE RECIBOS (PGENCUO): UN PAGO DEL PLAN CON RECIBO
      * ANULADO NO CUENTA COMO PAGADO
       SELECT OPTIONAL RECIBOS     ASSIGN TO "RECIBOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
      * LISTADO DE PLANES EN MORA
       SELECT PLANMORA             ASSIGN TO "PLANMORA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD PLANES.
           01 PLANES-REGISTRO.
              05 PLN-NRO PIC 9(4).
              05 PLN-NRO-ALUMNO PIC 9(4).
              05 PLN-FECHA PIC 9(8).
              05 PLN-DEUDA PIC 9(7)V99.
              05 PLN-CANT-CUOTAS PIC 99.
              05 PLN-ESTADO PIC X.
                 88 PLN-ESTADO-VIGENTE VALUE "V".
                 88 PLN-ESTADO-EN-MORA VALUE "M".
                 88 PLN-ESTADO-CANCELADO VALUE "C".
                 88 PLN-ESTADO-TERMINADO VALUE "T".
              05 PLN-FECHA-ESTADO PIC 9(8).
              05 PLN-OPERADOR PIC X(10).

       FD PLANES-TMP.
           01 PLANES-TMP-REGISTRO PIC X(46).

       FD PLANCUO.
           01 PLANCUO-REGISTRO.
              05 PLC-NRO-PLAN PIC 9(4).
              05 PLC-NRO-CUOTA PIC 99.
              05 PLC-VENCIMIENTO PIC 9(8).
              05 PLC-IMPORTE PIC 9(7)V99.

       FD CUOTAS.
           01 CUOTAS-REGISTRO.
              05 CUO-NRO-ALUMNO PIC 9(4).
              05 CUO-ANIO PIC 9(4).
              05 CUO-MES PIC 99.
              05 CUO-CONCEPTO PIC X(12).
              05 CUO-TIPO PIC X.
                 88 CUO-TIPO-CARGO VALUE "C".
                 88 CUO-TIPO-PAGO VALUE "P".
              05 CUO-IMPORTE PIC 9(6)V99.

       FD RECIBOS.
           01 RECIBOS-REGISTRO.
              05 REC-NRO PIC 9(6).
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-CONCEPTO PIC X(12).
              05 REC-IMPORTE PIC 9(6)V99.
              05 REC-FECHA PIC X(14).
              05 REC-OPERADOR PIC X(10).
              05 REC-ESTADO PIC X.
                 88 REC-ESTADO-EMITIDO VALUE "E".
                 88 REC-ESTADO-ANULADO VALUE "A".
              05 REC-ANU-FECHA PIC X(14).
              05 REC-ANU-OPERADOR PIC X(10).
              05 REC-ANU-MOTIVO PIC X(30).

       FD PLANMORA.
           01 PLANMORA-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLN PIC XX.
           88 WS-FS-PLN-OK VALUE "00".
           88 WS-FS-PLN-NO VALUE "10".
           88 WS-FS-PLN-NOEXISTE VALUE "05" "35".
       01 WS-FS-PLN-TMP PIC XX.
           88 WS-FS-PLN-TMP-OK VALUE "00".
       01 WS-FS-PLC PIC XX.
           88 WS-FS-PLC-OK VALUE "00".
           88 WS-FS-PLC-NO VALUE "10".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".
       01 WS-LINEA-REPORTE PIC X(100) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE "N".

      * FECHA DE CONTROL: UNA CUOTA ESTA VENCIDA SI SU VENCIMIENTO
      * ES ANTERIOR A ESTA FECHA (0 = HOY)
       77 WS-FECHA-CONTROL PIC 9(8) VALUE 0.
       01 WS-FECHA-HOY PIC X(14) VALUE SPACES.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAAMMDD PIC 9(8).
           05 FILLER PIC X(6).

      * PLANES.dat COMPLETO EN MEMORIA (SE REESCRIBE CON LOS ESTADOS
      * NUEVOS); PARA LOS PLANES ABIERTOS SE ACUMULA LO VENCIDO Y LO
      * PAGADO
       01 TABLA-PLANES.
           05 TABPLA-FILA OCCURS 2000 TIMES.
               10 TABPLA-REGISTRO.
                   15 TABPLA-NRO PIC 9(4).
                   15 TABPLA-ALUMNO PIC 9(4).
                   15 TABPLA-FECHA PIC 9(8).
                   15 TABPLA-DEUDA PIC 9(7)V99.
                   15 TABPLA-CANT-CUOTAS PIC 99.
                   15 TABPLA-ESTADO PIC X.
                       88 TABPLA-ABIERTO VALUE "V" "M".
                   15 TABPLA-FECHA-ESTADO PIC 9(8).
                   15 TABPLA-OPERADOR PIC X(10).
               10 TABPLA-VENCIDO PIC 9(7)V99.
               10 TABPLA-PAGADO PIC S9(7)V99.
               10 TABPLA-CUOTAS-VENCIDAS PIC 99.
       77 TABPLA-INDICE PIC 9(5).
       77 TABPLA-TOTAL PIC 9(5) VALUE 0.
       01 WS-PLA-ENCONTRADO PIC X VALUE "N".
           88 PLA-ENCONTRADO-SI VALUE "S".
           88 PLA-ENCONTRADO-NO VALUE "N".

      * CONCEPTO DE LOS PAGOS A CUENTA DE UN PLAN: "PLAN nnnn"
       01 WS-CONCEPTO-PLAN PIC X(12) VALUE SPACES.
       01 WS-CONCEPTO-PLAN-R REDEFINES WS-CONCEPTO-PLAN.
           05 WS-CPT-PREFIJO PIC X(5).
           05 WS-CPT-NRO PIC X(4).
           05 WS-CPT-NRO-9 REDEFINES WS-CPT-NRO PIC 9(4).
           05 FILLER PIC X(3).
       77 WS-CPT-ALUMNO PIC 9(4) VALUE 0.
       77 WS-CPT-IMPORTE PIC 9(6)V99 VALUE 0.
       77 WS-CPT-SIGNO PIC S9 VALUE 1.

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-TOTAL-ABIERTOS PIC 9(4) VALUE 0.
       77 WS-TOTAL-AL-DIA PIC 9(4) VALUE 0.
       77 WS-TOTAL-EN-MORA PIC 9(4) VALUE 0.
       77 WS-TOTAL-TERMINADOS PIC 9(4) VALUE 0.
       77 WS-TOTAL-CANCELADOS PIC 9(4) VALUE 0.
       77 WS-ATRASO PIC 9(7)V99 VALUE 0.
       01 WS-DEUDA-ED PIC ZZZZZZ9.99.
       01 WS-VENCIDO-ED PIC ZZZZZZ9.99.
       01 WS-PAGADO-ED PIC -ZZZZZZ9.99.
       01 WS-ATRASO-ED PIC ZZZZZZ9.99.
       01 WS-NOMBRE-ALUMNO PIC X(23) VALUE SPACES.

       01 WS-RUTA-PLN PIC X(10) VALUE "PLANES.dat".
       01 WS-RUTA-PLN-TMP PIC X(10) VALUE "PLANES.TMP".
       01 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HOY
           DISPLAY "FECHA DE CONTROL AAAAMMDD (0 = HOY)"
           ACCEPT WS-FECHA-CONTROL
           IF WS-FECHA-CONTROL = 0
               MOVE WS-HOY-AAAAMMDD TO WS-FECHA-CONTROL
           END-IF
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 1 TO Opcion-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           PERFORM 1000-CARGAR-PLANES
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "PLANES NO ACTUALIZADOS"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1100-ACUMULAR-VENCIDO
               PERFORM 1200-ACUMULAR-PAGADO
               PERFORM 1300-DESCONTAR-ANULADOS
               PERFORM 2000-EVALUAR-PLANES
               IF WS-TOTAL-EN-MORA > 0
                   PERFORM 3000-CANCELAR-EN-MORA
               END-IF
               PERFORM 4000-REGRABAR-PLANES
           END-IF
           GOBACK.

       1000-CARGAR-PLANES.
           OPEN INPUT PLANES
           IF WS-FS-PLN-OK
               PERFORM 1010-LEER-PLAN UNTIL NOT WS-FS-PLN-OK
           ELSE
               DISPLAY "NO HAY PLANES DE PAGO CARGADOS"
           END-IF
           CLOSE PLANES.

       1010-LEER-PLAN.
           READ PLANES NEXT RECORD AT END
               MOVE "10" TO WS-FS-PLN
           END-READ
           IF WS-FS-PLN-OK
               IF TABPLA-TOTAL < 2000
                   ADD 1 TO TABPLA-TOTAL
                   MOVE PLANES-REGISTRO
                       TO TABPLA-REGISTRO(TABPLA-TOTAL)
                   MOVE 0 TO TABPLA-VENCIDO(TABPLA-TOTAL)
                   MOVE 0 TO TABPLA-PAGADO(TABPLA-TOTAL)
                   MOVE 0 TO TABPLA-CUOTAS-VENCIDAS(TABPLA-TOTAL)
               ELSE
                   MOVE "TABLA-PLANES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * CUOTAS DE LOS PLANES ABIERTOS CON VENCIMIENTO ANTERIOR A LA
      * FECHA DE CONTROL
       1100-ACUMULAR-VENCIDO.
           OPEN INPUT PLANCUO
           IF WS-FS-PLC-OK
               PERFORM 1110-LEER-CUOTA-PLAN UNTIL NOT WS-FS-PLC-OK
           END-IF
           CLOSE PLANCUO.

       1110-LEER-CUOTA-PLAN.
           READ PLANCUO NEXT RECORD AT END
               MOVE "10" TO WS-FS-PLC
           END-READ
           IF WS-FS-PLC-OK AND PLC-VENCIMIENTO < WS-FECHA-CONTROL
               MOVE "N" TO WS-PLA-ENCONTRADO
               PERFORM VARYING TABPLA-INDICE FROM 1 BY 1
                   UNTIL TABPLA-INDICE > TABPLA-TOTAL
                   OR PLA-ENCONTRADO-SI
                   IF TABPLA-NRO(TABPLA-INDICE) = PLC-NRO-PLAN
                       MOVE "S" TO WS-PLA-ENCONTRADO
                       ADD PLC-IMPORTE TO TABPLA-VENCIDO(TABPLA-INDICE)
                       ADD 1 TO TABPLA-CUOTAS-VENCIDAS(TABPLA-INDICE)
                   END-IF
               END-PERFORM
           END-IF.

      * PAGOS DEL LIBRO DE CUOTAS CON CONCEPTO "PLAN nnnn" DEL MISMO
      * ALUMNO DEL PLAN
       1200-ACUMULAR-PAGADO.
           MOVE 1 TO WS-CPT-SIGNO
           OPEN INPUT CUOTAS
           IF WS-FS-CUO-OK
               PERFORM 1210-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
           END-IF
           CLOSE CUOTAS.

       1210-LEER-CUOTA.
           READ CUOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-CUO
           END-READ
           IF WS-FS-CUO-OK AND CUO-TIPO-PAGO
               MOVE CUO-CONCEPTO TO WS-CONCEPTO-PLAN
               MOVE CUO-NRO-ALUMNO TO WS-CPT-ALUMNO
               MOVE CUO-IMPORTE TO WS-CPT-IMPORTE
               PERFORM 1900-IMPUTAR-AL-PLAN
           END-IF.

      * UN RECIBO ANULADO YA FUE COMPENSADO EN EL LIBRO CON UN CARGO
      * "ANUL"; PARA EL PLAN SE RESTA DE LO PAGADO
       1300-DESCONTAR-ANULADOS.
           MOVE -1 TO WS-CPT-SIGNO
           OPEN INPUT RECIBOS
           IF WS-FS-REC-OK
               PERFORM 1310-LEER-RECIBO UNTIL NOT WS-FS-REC-OK
           END-IF
           CLOSE RECIBOS.

       1310-LEER-RECIBO.
           READ RECIBOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-REC
           END-READ
           IF WS-FS-REC-OK AND REC-ESTADO-ANULADO
               MOVE REC-CONCEPTO TO WS-CONCEPTO-PLAN
               MOVE REC-NRO-ALUMNO TO WS-CPT-ALUMNO
               MOVE REC-IMPORTE TO WS-CPT-IMPORTE
               PERFORM 1900-IMPUTAR-AL-PLAN
           END-IF.

       1900-IMPUTAR-AL-PLAN.
           IF WS-CPT-PREFIJO = "PLAN " AND WS-CPT-NRO IS NUMERIC
               MOVE "N" TO WS-PLA-ENCONTRADO
               PERFORM VARYING TABPLA-INDICE FROM 1 BY 1
                   UNTIL TABPLA-INDICE > TABPLA-TOTAL
                   OR PLA-ENCONTRADO-SI
                   IF TABPLA-NRO(TABPLA-INDICE) = WS-CPT-NRO-9
                   AND TABPLA-ALUMNO(TABPLA-INDICE) = WS-CPT-ALUMNO
                       MOVE "S" TO WS-PLA-ENCONTRADO
                       COMPUTE TABPLA-PAGADO(TABPLA-INDICE) =
                           TABPLA-PAGADO(TABPLA-INDICE)
                           + WS-CPT-SIGNO * WS-CPT-IMPORTE
                   END-IF
               END-PERFORM
           END-IF.

       2000-EVALUAR-PLANES.
           OPEN OUTPUT PLANMORA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CONTROL DE PLANES DE PAGO AL " DELIMITED BY SIZE
               WS-FECHA-CONTROL DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE "PLANES EN MORA (CUOTAS VENCIDAS IMPAGAS):"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           PERFORM 2100-EVALUAR-PLAN
               VARYING TABPLA-INDICE FROM 1 BY 1
               UNTIL TABPLA-INDICE > TABPLA-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PLANES ABIERTOS: " DELIMITED BY SIZE
               WS-TOTAL-ABIERTOS DELIMITED BY SIZE
               "  AL DIA: " DELIMITED BY SIZE
               WS-TOTAL-AL-DIA DELIMITED BY SIZE
               "  EN MORA: " DELIMITED BY SIZE
               WS-TOTAL-EN-MORA DELIMITED BY SIZE
               "  TERMINADOS: " DELIMITED BY SIZE
               WS-TOTAL-TERMINADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * PAGADO >= DEUDA: TERMINADO; PAGADO < VENCIDO: EN MORA; SI
      * NO, VIGENTE (UN PLAN EN MORA QUE SE PUSO AL DIA VUELVE A
      * ESTAR VIGENTE)
       2100-EVALUAR-PLAN.
           IF TABPLA-ABIERTO(TABPLA-INDICE)
               ADD 1 TO WS-TOTAL-ABIERTOS
               EVALUATE TRUE
                   WHEN TABPLA-PAGADO(TABPLA-INDICE) >=
                       TABPLA-DEUDA(TABPLA-INDICE)
                       ADD 1 TO WS-TOTAL-TERMINADOS
                       MOVE "T" TO TABPLA-ESTADO(TABPLA-INDICE)
                       MOVE WS-HOY-AAAAMMDD
                           TO TABPLA-FECHA-ESTADO(TABPLA-INDICE)
                   WHEN TABPLA-PAGADO(TABPLA-INDICE) <
                       TABPLA-VENCIDO(TABPLA-INDICE)
                       ADD 1 TO WS-TOTAL-EN-MORA
                       IF TABPLA-ESTADO(TABPLA-INDICE) NOT = "M"
                           MOVE "M" TO TABPLA-ESTADO(TABPLA-INDICE)
                           MOVE WS-HOY-AAAAMMDD
                               TO TABPLA-FECHA-ESTADO(TABPLA-INDICE)
                           MOVE "MORA PLAN" TO WS-AUD-OPERACION
                           PERFORM 9910-CLAVE-PLAN
                           PERFORM 9900-GRABAR-AUDITORIA
                       END-IF
                       PERFORM 2110-LINEA-EN-MORA
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-AL-DIA
                       IF TABPLA-ESTADO(TABPLA-INDICE) NOT = "V"
                           MOVE "V" TO TABPLA-ESTADO(TABPLA-INDICE)
                           MOVE WS-HOY-AAAAMMDD
                               TO TABPLA-FECHA-ESTADO(TABPLA-INDICE)
                       END-IF
               END-EVALUATE
           END-IF.

       2110-LINEA-EN-MORA.
           MOVE "(ALUMNO NO ENCONTRADO)" TO WS-NOMBRE-ALUMNO
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 2 TO Opcion-alumno
           MOVE TABPLA-ALUMNO(TABPLA-INDICE) TO Codigo-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           IF RET-COD-4 = "00"
               MOVE NOMBRE-ALUMNO TO WS-NOMBRE-ALUMNO
           END-IF
           COMPUTE WS-ATRASO = TABPLA-VENCIDO(TABPLA-INDICE)
               - TABPLA-PAGADO(TABPLA-INDICE)
           MOVE TABPLA-DEUDA(TABPLA-INDICE) TO WS-DEUDA-ED
           MOVE TABPLA-VENCIDO(TABPLA-INDICE) TO WS-VENCIDO-ED
           MOVE TABPLA-PAGADO(TABPLA-INDICE) TO WS-PAGADO-ED
           MOVE WS-ATRASO TO WS-ATRASO-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  PLAN " DELIMITED BY SIZE
               TABPLA-NRO(TABPLA-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABPLA-ALUMNO(TABPLA-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE-ALUMNO DELIMITED BY SIZE
               " DEUDA " DELIMITED BY SIZE
               WS-DEUDA-ED DELIMITED BY SIZE
               " VENCIDO " DELIMITED BY SIZE
               WS-VENCIDO-ED DELIMITED BY SIZE
               " ATRASO " DELIMITED BY SIZE
               WS-ATRASO-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * LA CANCELACION SE CONFIRMA UNA VEZ PARA TODOS LOS PLANES EN
      * MORA DE LA CORRIDA; SIN CONFIRMAR QUEDAN MARCADOS EN MORA
      * (Y EL ALUMNO YA SALE COMO MOROSO) HASTA EL PROXIMO CONTROL
       3000-CANCELAR-EN-MORA.
           DISPLAY "CANCELAR LOS " WS-TOTAL-EN-MORA
               " PLANES EN MORA? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 3100-CANCELAR-PLAN
                   VARYING TABPLA-INDICE FROM 1 BY 1
                   UNTIL TABPLA-INDICE > TABPLA-TOTAL
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "PLANES CANCELADOS: " DELIMITED BY SIZE
                   WS-TOTAL-CANCELADOS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

       3100-CANCELAR-PLAN.
           IF TABPLA-ESTADO(TABPLA-INDICE) = "M"
               ADD 1 TO WS-TOTAL-CANCELADOS
               MOVE "C" TO TABPLA-ESTADO(TABPLA-INDICE)
               MOVE WS-HOY-AAAAMMDD
                   TO TABPLA-FECHA-ESTADO(TABPLA-INDICE)
               MOVE "CANCELA PLAN" TO WS-AUD-OPERACION
               PERFORM 9910-CLAVE-PLAN
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

      * REESCRIBE PLANES.dat DESDE LA TABLA EN PLANES.TMP Y LO
      * RENOMBRA, IGUAL QUE LA ANULACION DE RECIBOS DE PGENCUO
       4000-REGRABAR-PLANES.
           CLOSE PLANMORA
           PERFORM 9930-REGISTRAR-SPOOL
           IF TABPLA-TOTAL > 0
               OPEN OUTPUT PLANES-TMP
               IF WS-FS-PLN-TMP-OK
                   PERFORM 4100-GRABAR-PLAN
                       VARYING TABPLA-INDICE FROM 1 BY 1
                       UNTIL TABPLA-INDICE > TABPLA-TOTAL
                   CLOSE PLANES-TMP
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-PLN
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-PLN-TMP
                       WS-RUTA-PLN
                       RETURNING WS-CBL-RESULT
               ELSE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-PLN-TMP
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       4100-GRABAR-PLAN.
           WRITE PLANES-TMP-REGISTRO
               FROM TABPLA-REGISTRO(TABPLA-INDICE).

       9910-CLAVE-PLAN.
           MOVE SPACES TO WS-AUD-CLAVE
           STRING TABPLA-NRO(TABPLA-INDICE) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TABPLA-ALUMNO(TABPLA-INDICE) DELIMITED BY SIZE
               INTO WS-AUD-CLAVE.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

       9010-ESCRIBIR-LINEA.
           WRITE PLANMORA-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR PLANMORA"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGCTLPLA" DELIMITED BY SIZE
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

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "PLANMORA.dat" TO ARCHIVO-SPL
           MOVE "PGCTLPLA" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "FECHA CONTROL=" DELIMITED BY SIZE
               WS-FECHA-CONTROL DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGCTLPLA.
