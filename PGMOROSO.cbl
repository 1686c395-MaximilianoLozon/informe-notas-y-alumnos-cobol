      * NOMBRE Y TELEFONO DE SU PRIMER RESPONSABLE (EL MISMO CRUCE
      * CONTRA RESPONSABLES.dat QUE HACE PGALERTA) PARA QUE LA
      * ADMINISTRACION PUEDA RECLAMAR EN EL DIA
      * LOS ALUMNOS CON UN PLAN DE PAGO VIGENTE (PGENPPAG, AL DIA
      * SEGUN EL ULTIMO CONTROL DE PGCTLPLA) NO SE CUENTAN COMO
      * MOROSOS: SALEN APARTE, CON SU DEUDA Y EL NRO DE PLAN. UN
      * PLAN EN MORA O CANCELADO YA NO AMPARA AL ALUMNO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
      * PLANES DE PAGO (PGENPPAG/PGCTLPLA)
       SELECT OPTIONAL PLANES      ASSIGN TO "PLANES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLN.
      * INFORME IMPRESO DE MOROSOS
       SELECT MOROSOS              ASSIGN TO "MOROSOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

       FD PLANES.
           01 PLANES-REGISTRO.
              05 PLN-NRO PIC 9(4).
              05 PLN-NRO-ALUMNO PIC 9(4).
              05 PLN-FECHA PIC 9(8).
              05 PLN-DEUDA PIC 9(7)V99.
              05 PLN-CANT-CUOTAS PIC 99.
              05 PLN-ESTADO PIC X.
                 88 PLN-ESTADO-VIGENTE VALUE "V".
              05 PLN-FECHA-ESTADO PIC 9(8).
              05 PLN-OPERADOR PIC X(10).

      * 120 POSICIONES: LA LINEA CON NOMBRE DEL RESPONSABLE Y
      * TELEFONO NO ENTRA EN 80
       FD MOROSOS.
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
           88 WS-FS-RES-NO VALUE "10".
       01 WS-FS-PLN PIC XX.
           88 WS-FS-PLN-OK VALUE "00".
           88 WS-FS-PLN-NO VALUE "10".
       01 WS-FS-MOR PIC XX.
           88 WS-FS-MOR-OK VALUE "00".
           88 WS-FS-MOR-NO VALUE "10".
       01 WS-RESP-NOMBRE PIC X(25) VALUE SPACES.
       01 WS-TELEFONO PIC X(15) VALUE SPACES.

      * ALUMNOS CON PLAN DE PAGO VIGENTE Y NRO DEL PLAN
       01 TABLA-PLANES.
           05 TABPLA-FILA OCCURS 2000 TIMES.
               10 TABPLA-ALUMNO PIC 9(4).
               10 TABPLA-NRO PIC 9(4).
       77 TABPLA-INDICE PIC 9(5).
       77 TABPLA-TOTAL PIC 9(5) VALUE 0.
       01 WS-CON-PLAN PIC X VALUE "N".
           88 CON-PLAN-SI VALUE "S".
           88 CON-PLAN-NO VALUE "N".
       77 WS-NRO-PLAN PIC 9(4) VALUE 0.

      * SALDO ACUMULADO POR ALUMNO (CARGOS MENOS PAGOS) HASTA EL
      * AÑO/MES DE CORTE
       01 TABLA-SALDOS.
       77 WS-TOTAL-MOROSOS PIC 9(4) VALUE 0.
       77 WS-DEUDA-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEUDA-TOTAL-ED PIC ZZZZZZZZ9.99.
       77 WS-TOTAL-CON-PLAN PIC 9(4) VALUE 0.
       77 WS-DEUDA-CON-PLAN PIC 9(9)V99 VALUE 0.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1100-CARGAR-TABLA-ALUMNOS
               UNTIL NOT WS-FS-ALU-OK
           PERFORM 1200-CARGAR-TABLA-RESPONSABLES
           PERFORM 1300-CARGAR-TABLA-PLANES
           PERFORM 2000-ACUMULAR-MOVIMIENTO
               UNTIL NOT WS-FS-CUO-OK
           PERFORM 3000-ESCRIBIR-INFORME
               END-IF
           END-IF.

      * SOLO LOS PLANES VIGENTES AMPARAN AL ALUMNO
       1300-CARGAR-TABLA-PLANES.
           OPEN INPUT PLANES
           IF WS-FS-PLN-OK
               PERFORM 1310-LEER-PLAN UNTIL NOT WS-FS-PLN-OK
           END-IF
           CLOSE PLANES.

       1310-LEER-PLAN.
           READ PLANES NEXT RECORD AT END
               MOVE "10" TO WS-FS-PLN
           END-READ
           IF WS-FS-PLN-OK AND PLN-ESTADO-VIGENTE
               IF TABPLA-TOTAL < 2000
                   ADD 1 TO TABPLA-TOTAL
                   MOVE PLN-NRO-ALUMNO TO TABPLA-ALUMNO(TABPLA-TOTAL)
                   MOVE PLN-NRO TO TABPLA-NRO(TABPLA-TOTAL)
               ELSE
                   MOVE "TABLA-PLANES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * ACUMULA CADA MOVIMIENTO HASTA EL AÑO/MES DE CORTE EN LA FILA
      * DE SU ALUMNO, CREANDO LA FILA CON EL PRIMER MOVIMIENTO
       2000-ACUMULAR-MOVIMIENTO.
               "  DEUDA TOTAL: " DELIMITED BY SIZE
               WS-DEUDA-TOTAL-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "ALUMNOS AL DIA CON PLAN DE PAGO" TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 3200-LISTAR-CON-PLAN
               VARYING SAL-INDICE FROM 1 BY 1
               UNTIL SAL-INDICE > SAL-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE WS-DEUDA-CON-PLAN TO WS-DEUDA-TOTAL-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ALUMNOS CON PLAN: " DELIMITED BY SIZE
               WS-TOTAL-CON-PLAN DELIMITED BY SIZE
               "  DEUDA EN PLANES: " DELIMITED BY SIZE
               WS-DEUDA-TOTAL-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

       3100-EVALUAR-SALDO.
           COMPUTE WS-SALDO = SAL-CARGOS(SAL-INDICE)
               - SAL-PAGOS(SAL-INDICE)
           PERFORM 3150-BUSCAR-PLAN
           IF WS-SALDO > 0 AND CON-PLAN-NO
               ADD 1 TO WS-TOTAL-MOROSOS
               ADD WS-SALDO TO WS-DEUDA-TOTAL
               PERFORM 3110-BUSCAR-ALUMNO
               END-IF
           END-PERFORM.

       3150-BUSCAR-PLAN.
           MOVE "N" TO WS-CON-PLAN
           MOVE 0 TO WS-NRO-PLAN
           PERFORM VARYING TABPLA-INDICE FROM 1 BY 1
               UNTIL TABPLA-INDICE > TABPLA-TOTAL OR CON-PLAN-SI
               IF TABPLA-ALUMNO(TABPLA-INDICE) = SAL-ALUMNO(SAL-INDICE)
                   MOVE "S" TO WS-CON-PLAN
                   MOVE TABPLA-NRO(TABPLA-INDICE) TO WS-NRO-PLAN
               END-IF
           END-PERFORM.

      * SEGUNDA PASADA: LOS DEUDORES AMPARADOS POR UN PLAN VIGENTE
       3200-LISTAR-CON-PLAN.
           COMPUTE WS-SALDO = SAL-CARGOS(SAL-INDICE)
               - SAL-PAGOS(SAL-INDICE)
           PERFORM 3150-BUSCAR-PLAN
           IF WS-SALDO > 0 AND CON-PLAN-SI
               ADD 1 TO WS-TOTAL-CON-PLAN
               ADD WS-SALDO TO WS-DEUDA-CON-PLAN
               PERFORM 3110-BUSCAR-ALUMNO
               MOVE WS-SALDO TO WS-SALDO-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " DELIMITED BY SIZE
                   SAL-ALUMNO(SAL-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-ALUMNO DELIMITED BY SIZE
                   " SEC " DELIMITED BY SIZE
                   WS-SECCION-ALUMNO DELIMITED BY SIZE
                   " DEBE: " DELIMITED BY SIZE
                   WS-SALDO-ED DELIMITED BY SIZE
                   " PLAN DE PAGO NRO " DELIMITED BY SIZE
                   WS-NRO-PLAN DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE CUOTAS
           CLOSE MOROSOS
           PERFORM 9930-REGISTRAR-SPOOL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "MOROSOS.dat" TO ARCHIVO-SPL
           MOVE "PGMOROSO" TO PROGRAMA-SPL
           STRING "CORTE=" DELIMITED BY SIZE
               WS-ANIO-CORTE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-CORTE DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGMOROSO.
