       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGENPPAG.

      * PLANES DE PAGO PARA ALUMNOS MOROSOS: CUANDO LA ADMINISTRACION
      * ACUERDA CON LA FAMILIA PAGAR LA DEUDA EN CUOTAS, EL ACUERDO
      * QUEDA EN PLANES.dat (DEUDA REFINANCIADA, CANTIDAD DE CUOTAS,
      * ESTADO) Y CADA CUOTA CON SU VENCIMIENTO EN PLANCUO.dat. LA
      * DEUDA NO SE TOCA EN EL LIBRO DE CUOTAS: SIGUE SIENDO LA MISMA
      * Y LOS PAGOS DEL PLAN SE CARGAN EN PGENCUO CON CONCEPTO
      * "PLAN nnnn" (NRO DEL PLAN). MIENTRAS EL PLAN ESTA VIGENTE
      * PGMOROSO LISTA AL ALUMNO APARTE DE LOS MOROSOS; EL CONTROL
      * MENSUAL (PGCTLPLA) MARCA LOS PLANES CON CUOTAS VENCIDAS
      * IMPAGAS Y PERMITE CANCELARLOS, CON LO QUE LA DEUDA COMPLETA
      * VUELVE A RECLAMARSE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PLANES      ASSIGN TO "PLANES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLN.
      * CUOTAS DE CADA PLAN CON SU VENCIMIENTO
       SELECT OPTIONAL PLANCUO     ASSIGN TO "PLANCUO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLC.
      * LIBRO DE CUOTAS (PGENCUO): DE ACA SALE LA DEUDA A REFINANCIAR
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.

       DATA DIVISION.
       FILE SECTION.
      * UN REGISTRO POR PLAN. ESTADO: V=VIGENTE, M=EN MORA (MARCADO
      * POR PGCTLPLA), C=CANCELADO, T=TERMINADO (DEUDA SALDADA)
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

       WORKING-STORAGE SECTION.
       01 WS-FS-PLN PIC XX.
           88 WS-FS-PLN-OK VALUE "00".
           88 WS-FS-PLN-NO VALUE "10".
           88 WS-FS-PLN-NOEXISTE VALUE "05" "35".
       01 WS-FS-PLC PIC XX.
           88 WS-FS-PLC-OK VALUE "00".
           88 WS-FS-PLC-NO VALUE "10".
           88 WS-FS-PLC-NOEXISTE VALUE "05" "35".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
           88 WS-FS-CUO-NOEXISTE VALUE "05" "35".

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
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-PLN-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-PLN-CUOTAS PIC 99 VALUE ZERO.
       77 WS-NRO-PLAN PIC 9(4) VALUE ZERO.
       77 WS-NRO-CUOTA PIC 99 VALUE ZERO.
       01 WS-ALUMNO-VALIDO PIC X VALUE "N".
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".
      * UN ALUMNO NO PUEDE TENER DOS PLANES ABIERTOS (VIGENTE O EN
      * MORA) A LA VEZ: PRIMERO HAY QUE CANCELAR EL ANTERIOR
       01 WS-PLAN-ABIERTO PIC X VALUE "N".
           88 PLAN-ABIERTO-SI VALUE "S".
           88 PLAN-ABIERTO-NO VALUE "N".
       77 WS-PLANES-ALUMNO PIC 9(4) VALUE 0.

      * DEUDA DEL ALUMNO SEGUN EL LIBRO DE CUOTAS (CARGOS MENOS
      * PAGOS, SIN CORTE DE FECHA): ES LA DEUDA QUE SE REFINANCIA
       77 WS-CARGOS PIC 9(8)V99 VALUE 0.
       77 WS-PAGOS PIC 9(8)V99 VALUE 0.
       77 WS-SALDO PIC S9(8)V99 VALUE 0.
       77 WS-DEUDA PIC 9(7)V99 VALUE 0.
       77 WS-IMPORTE-CUOTA PIC 9(7)V99 VALUE 0.
       77 WS-IMPORTE-ULTIMA PIC 9(7)V99 VALUE 0.
       01 WS-IMPORTE-ED PIC ZZZZZZ9.99.

      * VENCIMIENTO DE LA PRIMERA CUOTA; LAS SIGUIENTES VENCEN EL
      * MISMO DIA DE LOS MESES SIGUIENTES (DIA 1 A 28 PARA QUE
      * EXISTA EN TODOS LOS MESES)
       01 WS-VENCIMIENTO PIC 9(8) VALUE 0.
       01 WS-VENCIMIENTO-R REDEFINES WS-VENCIMIENTO.
           05 WS-VTO-ANIO PIC 9(4).
           05 WS-VTO-MES PIC 99.
           05 WS-VTO-DIA PIC 99.
       01 WS-FECHA-HOY PIC X(14) VALUE SPACES.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAAMMDD PIC 9(8).
           05 FILLER PIC X(6).
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
      * AREA DE COMUNICACION RUTINA ALUMNOS
       COPY "COPY-ACA.cpy".
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
           INITIALIZE AreaDeComunicacionAlumno
           MOVE 1 TO Opcion-alumno
           CALL RUTALUMN USING AreaDeComunicacionAlumno
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. ALTA DE PLAN DE PAGO"
               DISPLAY "2. CONSULTAR PLANES DE UN ALUMNO"
               DISPLAY "3. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 1000-ALTA-PLAN
                   WHEN 2
                       PERFORM 2000-CONSULTAR-PLANES
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * VALIDA EL NRO DE ALUMNO POR RUTALUMN; LOS ALUMNOS INACTIVOS
      * SE ACEPTAN PORQUE SUS DEUDAS ANTERIORES SE SIGUEN COBRANDO
           0510-VALIDAR-ALUMNO.
               MOVE "N" TO WS-ALUMNO-VALIDO
               INITIALIZE AreaDeComunicacionAlumno
               MOVE 2 TO Opcion-alumno
               MOVE WS-PLN-ALUMNO TO Codigo-alumno
               CALL RUTALUMN USING AreaDeComunicacionAlumno
               IF RET-COD-4 NOT = "00"
                   DISPLAY "ALUMNO INEXISTENTE"
               ELSE
                   MOVE "S" TO WS-ALUMNO-VALIDO
               END-IF.

      * ALTA: EL ALUMNO DEBE TENER DEUDA Y NINGUN PLAN ABIERTO. LA
      * DEUDA REFINANCIADA ES EL SALDO COMPLETO DEL LIBRO DE CUOTAS,
      * REPARTIDO EN CUOTAS IGUALES (LA ULTIMA ABSORBE EL REDONDEO)
           1000-ALTA-PLAN.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-PLN-ALUMNO
               PERFORM 0510-VALIDAR-ALUMNO
               IF ALUMNO-VALIDO-SI
                   PERFORM 1100-BUSCAR-PLANES
                   IF PLAN-ABIERTO-SI
                       DISPLAY "EL ALUMNO YA TIENE UN PLAN ABIERTO,"
                           " NRO " WS-NRO-PLAN
                       MOVE "N" TO WS-ALUMNO-VALIDO
                   END-IF
               END-IF
               IF ALUMNO-VALIDO-SI
                   PERFORM 1200-CALCULAR-DEUDA
                   IF WS-SALDO NOT > 0
                       DISPLAY "EL ALUMNO NO TIENE DEUDA"
                       MOVE "N" TO WS-ALUMNO-VALIDO
                   END-IF
               END-IF
               IF ALUMNO-VALIDO-SI
                   PERFORM 1300-PEDIR-CONDICIONES
               END-IF.

      * RECORRE PLANES.dat: TOMA EL ULTIMO NRO DE PLAN USADO Y
      * AVISA SI EL ALUMNO YA TIENE UN PLAN VIGENTE O EN MORA
           1100-BUSCAR-PLANES.
               MOVE "N" TO WS-PLAN-ABIERTO
               MOVE 0 TO WS-NRO-PLAN
               OPEN INPUT PLANES
               IF WS-FS-PLN-OK
                   PERFORM 1110-LEER-PLAN UNTIL NOT WS-FS-PLN-OK
               END-IF
               CLOSE PLANES.

           1110-LEER-PLAN.
               READ PLANES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PLN
               END-READ
               IF WS-FS-PLN-OK AND PLAN-ABIERTO-NO
                   IF PLN-NRO > WS-NRO-PLAN
                       MOVE PLN-NRO TO WS-NRO-PLAN
                   END-IF
                   IF PLN-NRO-ALUMNO = WS-PLN-ALUMNO
                   AND (PLN-ESTADO-VIGENTE OR PLN-ESTADO-EN-MORA)
                       MOVE "S" TO WS-PLAN-ABIERTO
                       MOVE PLN-NRO TO WS-NRO-PLAN
                   END-IF
               END-IF.

           1200-CALCULAR-DEUDA.
               MOVE 0 TO WS-CARGOS
               MOVE 0 TO WS-PAGOS
               OPEN INPUT CUOTAS
               IF WS-FS-CUO-OK
                   PERFORM 1210-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
               END-IF
               CLOSE CUOTAS
               COMPUTE WS-SALDO = WS-CARGOS - WS-PAGOS.

           1210-LEER-CUOTA.
               READ CUOTAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CUO
               END-READ
               IF WS-FS-CUO-OK AND CUO-NRO-ALUMNO = WS-PLN-ALUMNO
                   IF CUO-TIPO-PAGO
                       ADD CUO-IMPORTE TO WS-PAGOS
                   ELSE
                       ADD CUO-IMPORTE TO WS-CARGOS
                   END-IF
               END-IF.

           1300-PEDIR-CONDICIONES.
               MOVE WS-SALDO TO WS-DEUDA
               MOVE WS-DEUDA TO WS-IMPORTE-ED
               DISPLAY "DEUDA A REFINANCIAR: " WS-IMPORTE-ED
               DISPLAY "INGRESA CANTIDAD DE CUOTAS (1 A 36)"
               ACCEPT WS-PLN-CUOTAS
               DISPLAY "INGRESA VENCIMIENTO DE LA PRIMERA CUOTA"
                   " (AAAAMMDD, DIA 1 A 28)"
               ACCEPT WS-VENCIMIENTO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HOY
               EVALUATE TRUE
                   WHEN WS-PLN-CUOTAS < 1 OR WS-PLN-CUOTAS > 36
                       DISPLAY "CANTIDAD DE CUOTAS INVALIDA,"
                           " PLAN NO GRABADO"
                   WHEN WS-VTO-MES < 1 OR WS-VTO-MES > 12
                   OR WS-VTO-DIA < 1 OR WS-VTO-DIA > 28
                       DISPLAY "VENCIMIENTO INVALIDO, PLAN NO GRABADO"
                   WHEN WS-VENCIMIENTO < WS-HOY-AAAAMMDD
                       DISPLAY "EL PRIMER VENCIMIENTO NO PUEDE SER"
                           " ANTERIOR A HOY, PLAN NO GRABADO"
                   WHEN OTHER
                       DIVIDE WS-DEUDA BY WS-PLN-CUOTAS
                           GIVING WS-IMPORTE-CUOTA
                       COMPUTE WS-IMPORTE-ULTIMA = WS-DEUDA
                           - WS-IMPORTE-CUOTA * WS-PLN-CUOTAS
                           + WS-IMPORTE-CUOTA
                       MOVE WS-IMPORTE-CUOTA TO WS-IMPORTE-ED
                       DISPLAY WS-PLN-CUOTAS " CUOTAS DE "
                           WS-IMPORTE-ED
                       MOVE WS-IMPORTE-ULTIMA TO WS-IMPORTE-ED
                       DISPLAY "(LA ULTIMA DE " WS-IMPORTE-ED ")"
                       DISPLAY "CONFIRMA EL PLAN? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM 1400-GRABAR-PLAN
                       ELSE
                           DISPLAY "PLAN NO GRABADO"
                       END-IF
               END-EVALUATE.

      * EL NRO DE PLAN ES EL ULTIMO USADO MAS UNO (1100 LO DEJO EN
      * WS-NRO-PLAN); PRIMERO SE GRABAN LAS CUOTAS Y DESPUES EL
      * PLAN, ASI UN PLAN NUNCA QUEDA SIN SUS VENCIMIENTOS
           1400-GRABAR-PLAN.
               ADD 1 TO WS-NRO-PLAN
               OPEN EXTEND PLANCUO
               IF NOT WS-FS-PLC-OK AND NOT WS-FS-PLC-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-PLC
               ELSE
                   MOVE "00" TO WS-FS-PLC
                   PERFORM 1410-GRABAR-CUOTA
                       VARYING WS-NRO-CUOTA FROM 1 BY 1
                       UNTIL WS-NRO-CUOTA > WS-PLN-CUOTAS
                       OR NOT WS-FS-PLC-OK
                   CLOSE PLANCUO
               END-IF
               IF WS-FS-PLC-OK
                   OPEN EXTEND PLANES
                   IF NOT WS-FS-PLN-OK AND NOT WS-FS-PLN-NOEXISTE
                       DISPLAY "ERROR AL ABRIR ARCHIVO"
                       DISPLAY "FILE STATUS " WS-FS-PLN
                   ELSE
                       MOVE WS-NRO-PLAN TO PLN-NRO
                       MOVE WS-PLN-ALUMNO TO PLN-NRO-ALUMNO
                       MOVE WS-HOY-AAAAMMDD TO PLN-FECHA
                       MOVE WS-DEUDA TO PLN-DEUDA
                       MOVE WS-PLN-CUOTAS TO PLN-CANT-CUOTAS
                       MOVE "V" TO PLN-ESTADO
                       MOVE WS-HOY-AAAAMMDD TO PLN-FECHA-ESTADO
                       MOVE WS-OPERADOR TO PLN-OPERADOR
                       WRITE PLANES-REGISTRO
                       IF NOT WS-FS-PLN-OK
                           DISPLAY "ERROR AL CARGAR REGISTRO"
                           DISPLAY "FILE STATUS " WS-FS-PLN
                       ELSE
                           MOVE "ALTA PLAN" TO WS-AUD-OPERACION
                           MOVE SPACES TO WS-AUD-CLAVE
                           STRING WS-NRO-PLAN DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               WS-PLN-ALUMNO DELIMITED BY SIZE
                               INTO WS-AUD-CLAVE
                           PERFORM 9900-GRABAR-AUDITORIA
                           DISPLAY "PLAN NRO " WS-NRO-PLAN " GRABADO"
                           DISPLAY "LOS PAGOS DEL PLAN SE REGISTRAN"
                               " EN CUOTAS CON CONCEPTO PLAN "
                               WS-NRO-PLAN
                       END-IF
                       CLOSE PLANES
                   END-IF
               ELSE
                   DISPLAY "ERROR AL GRABAR CUOTAS DEL PLAN"
                   DISPLAY "FILE STATUS " WS-FS-PLC
               END-IF.

           1410-GRABAR-CUOTA.
               MOVE WS-NRO-PLAN TO PLC-NRO-PLAN
               MOVE WS-NRO-CUOTA TO PLC-NRO-CUOTA
               MOVE WS-VENCIMIENTO TO PLC-VENCIMIENTO
               IF WS-NRO-CUOTA = WS-PLN-CUOTAS
                   MOVE WS-IMPORTE-ULTIMA TO PLC-IMPORTE
               ELSE
                   MOVE WS-IMPORTE-CUOTA TO PLC-IMPORTE
               END-IF
               WRITE PLANCUO-REGISTRO
               IF WS-VTO-MES = 12
                   MOVE 1 TO WS-VTO-MES
                   ADD 1 TO WS-VTO-ANIO
               ELSE
                   ADD 1 TO WS-VTO-MES
               END-IF.

      * LISTA LOS PLANES DEL ALUMNO (DE CUALQUIER ESTADO) CON SUS
      * CUOTAS Y VENCIMIENTOS
           2000-CONSULTAR-PLANES.
               DISPLAY "INGRESA NRO DE ALUMNO"
               ACCEPT WS-PLN-ALUMNO
               MOVE 0 TO WS-PLANES-ALUMNO
               OPEN INPUT PLANES
               IF WS-FS-PLN-OK
                   PERFORM 2100-LISTAR-PLAN UNTIL NOT WS-FS-PLN-OK
               END-IF
               CLOSE PLANES
               IF WS-PLANES-ALUMNO = 0
                   DISPLAY "EL ALUMNO NO TIENE PLANES DE PAGO"
               END-IF.

           2100-LISTAR-PLAN.
               READ PLANES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PLN
               END-READ
               IF WS-FS-PLN-OK AND PLN-NRO-ALUMNO = WS-PLN-ALUMNO
                   ADD 1 TO WS-PLANES-ALUMNO
                   MOVE PLN-DEUDA TO WS-IMPORTE-ED
                   DISPLAY "PLAN " PLN-NRO " DEL " PLN-FECHA
                       " DEUDA " WS-IMPORTE-ED " CUOTAS "
                       PLN-CANT-CUOTAS " ESTADO " PLN-ESTADO
                       " (" PLN-FECHA-ESTADO ")"
                   MOVE PLN-NRO TO WS-NRO-PLAN
                   OPEN INPUT PLANCUO
                   IF WS-FS-PLC-OK
                       PERFORM 2110-LISTAR-CUOTA
                           UNTIL NOT WS-FS-PLC-OK
                   END-IF
                   CLOSE PLANCUO
               END-IF.

           2110-LISTAR-CUOTA.
               READ PLANCUO NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PLC
               END-READ
               IF WS-FS-PLC-OK AND PLC-NRO-PLAN = WS-NRO-PLAN
                   MOVE PLC-IMPORTE TO WS-IMPORTE-ED
                   DISPLAY "   CUOTA " PLC-NRO-CUOTA " VENCE "
                       PLC-VENCIMIENTO " IMPORTE " WS-IMPORTE-ED
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENPPAG" DELIMITED BY SIZE
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

       END PROGRAM PGENPPAG.
