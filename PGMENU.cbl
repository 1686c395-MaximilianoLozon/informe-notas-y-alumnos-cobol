      * IDENTIDAD YA ESTABLECIDA: ANTES DE CADA LLAMADA DEJA LA
      * SESION EN SESION.dat, QUE LOS PROGRAMAS LEEN POR RUTSES EN
      * LUGAR DE VOLVER A PEDIR EL ID. EL INGRESO Y EL EGRESO DE
      * CADA SESION QUEDAN EN AUDITORIA. EL INGRESO PIDE LA CLAVE DEL
      * OPERADOR; LOS INGRESOS FALLIDOS Y BLOQUEADOS TAMBIEN QUEDAN
      * EN AUDITORIA Y, SI LA CLAVE VENCIO O FUE BLANQUEADA, SE EXIGE
      * EL CAMBIO ANTES DE MOSTRAR EL MENU
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SESION      ASSIGN TO "SESION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
              05 SES-OPERADOR PIC X(10).
              05 SES-NIVEL PIC 9.
              05 SES-FECHA PIC X(14).
              05 SES-DOCENTE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-SES PIC XX.
           88 WS-FS-SES-OK VALUE "00".
           88 WS-FS-SES-NOEXISTE VALUE "05" "35".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
      * DOCENTE VINCULADO AL OPERADOR: VIAJA EN LA SESION PARA QUE LA
      * CARGA DE NOTAS LO LIMITE A SUS MATERIAS ASIGNADAS
       77 WS-DOCENTE-OPERADOR PIC 9(4) VALUE 0.
       01 WS-OPERADOR-AUTORIZADO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO-SI VALUE "S".
           88 OPERADOR-AUTORIZADO-NO VALUE "N".
       77 WS-CLAVE PIC X(20) VALUE SPACES.
       77 WS-CLAVE-NUEVA PIC X(20) VALUE SPACES.
       77 WS-CLAVE-REPETIDA PIC X(20) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION PIC 99 VALUE 0.
       77 WS-PROGRAMA-ELEGIDO PIC X(8) VALUE SPACES.
               "23PGROLL  ROLLOVER DE INSCRIPCION      2".
           05 FILLER PIC X(40) VALUE
               "24PGBACKLTBACKOUT DE LOTES             2".
           05 FILLER PIC X(40) VALUE
               "25PGENARANARANCELES DE CUOTAS          2".
           05 FILLER PIC X(40) VALUE
               "26PGFACCUOFACTURACION DE CUOTAS        2".
           05 FILLER PIC X(40) VALUE
               "27PGARQUEOARQUEO Y CIERRE DE CAJA      2".
           05 FILLER PIC X(40) VALUE
               "28PGIMPCOBIMPORTAR COBRANZAS BANCARIAS 2".
           05 FILLER PIC X(40) VALUE
               "29PGENPPAGPLANES DE PAGO               2".
           05 FILLER PIC X(40) VALUE
               "30PGCTLPLACONTROL DE PLANES DE PAGO    2".
           05 FILLER PIC X(40) VALUE
               "31PGENEVALEVALUACIONES                 1".
           05 FILLER PIC X(40) VALUE
               "32PGCALNOTCALCULO DE NOTAS MENSUALES   2".
           05 FILLER PIC X(40) VALUE
               "33PGENTEMALIBRO DE TEMAS               1".
           05 FILLER PIC X(40) VALUE
               "34PGTEMFALCLASES SIN TEMA POR DOCENTE  2".
           05 FILLER PIC X(40) VALUE
               "35PGENAUSDAUSENCIAS DOCENTES           1".
           05 FILLER PIC X(40) VALUE
               "36PGAUSMESMODULOS PERDIDOS POR AUSENCIA2".
           05 FILLER PIC X(40) VALUE
               "37PGPROHORPROPUESTA DE HORARIOS        2".
           05 FILLER PIC X(40) VALUE
               "38PGHORCATHORAS CATEDRA PARA HABERES   2".
           05 FILLER PIC X(40) VALUE
               "39PGVERAUDVERIFICAR CADENA AUDITORIA   2".
           05 FILLER PIC X(40) VALUE
               "40PGAPRUEBAPROBACIONES PENDIENTES      2".
           05 FILLER PIC X(40) VALUE
               "41PGANONIMANONIMIZAR EX ALUMNOS        2".
           05 FILLER PIC X(40) VALUE
               "42PGHABEASINFORME DATOS PERSONALES     2".
           05 FILLER PIC X(40) VALUE
               "43PGNOMFECNOMINA A FECHA               1".
           05 FILLER PIC X(40) VALUE
               "44PGSPOOL SPOOL DE LISTADOS            1".
           05 FILLER PIC X(40) VALUE
               "45PGEXTRAEEXTRACTO A MEDIDA            2".
           05 FILLER PIC X(40) VALUE
               "46PGAVIAUSAVISO DE AUSENCIAS           1".
           05 FILLER PIC X(40) VALUE
               "47PGIMPMOLASISTENCIA DESDE MOLINETES   1".
           05 FILLER PIC X(40) VALUE
               "48PGLIBRESLIBRES POR INASISTENCIAS     2".
           05 FILLER PIC X(40) VALUE
               "49PGEGRESOEGRESO Y LIBRO DE TITULOS    2".
           05 FILLER PIC X(40) VALUE
               "50PGENFICHFICHA MEDICA                 1".
           05 FILLER PIC X(40) VALUE
               "51PGAPTOS VENCIMIENTO DE APTOS FISICOS 1".
           05 FILLER PIC X(40) VALUE
               "52PGEMERGEPLANILLA DE EMERGENCIA       1".
           05 FILLER PIC X(40) VALUE
               "53PGENLEGALEGAJO DEL ALUMNO            1".
           05 FILLER PIC X(40) VALUE
               "54PGLEGPENDOCUMENTACION PENDIENTE      1".
           05 FILLER PIC X(40) VALUE
               "55PGENLIBRCATALOGO DE BIBLIOTECA       1".
           05 FILLER PIC X(40) VALUE
               "56PGPRESTAPRESTAMOS DE BIBLIOTECA      1".
           05 FILLER PIC X(40) VALUE
               "57PGBIBVENPRESTAMOS VENCIDOS           1".
           05 FILLER PIC X(40) VALUE
               "58PGENOBSEOBSERVACIONES DEL CONSEJO    1".
       01 FILLER REDEFINES TABLA-OPCIONES.
           05 OPCION-FILA OCCURS 58 TIMES.
               10 OPC-NRO PIC 99.
               10 OPC-PROGRAMA PIC X(8).
               10 OPC-DESCRIPCION PIC X(29).
           PERFORM 9900-GRABAR-AUDITORIA
           STOP RUN.

      * VALIDA EL INGRESO DEL OPERADOR CONTRA OPERADORES.dat: EL ID
      * DEBE EXISTIR, ESTAR ACTIVO Y LA CLAVE SER CORRECTA (RUTOPER
      * OPCION 3 CUENTA LOS FALLIDOS Y BLOQUEA). SIN MAESTRO DE
      * OPERADORES SE PERMITE EL INGRESO CON NIVEL SUPERVISOR PARA
      * ARRANCAR
       0050-VALIDAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-AUTORIZADO
           INITIALIZE AreaDeComunicacionOperador
               MOVE "S" TO WS-OPERADOR-AUTORIZADO
               MOVE 2 TO WS-NIVEL-OPERADOR
           ELSE
               DISPLAY "INGRESE SU CLAVE"
               ACCEPT WS-CLAVE
               INITIALIZE AreaDeComunicacionOperador
               MOVE 3 TO Opcion-operador
               MOVE WS-OPERADOR TO Id-operador
               MOVE WS-CLAVE TO CLAVE-OPERADOR
               CALL RUTOPER USING AreaDeComunicacionOperador
               MOVE WS-OPERADOR TO WS-AUD-CLAVE
               EVALUATE TRUE
                   WHEN RET-COD-5 = "20"
                       DISPLAY "OPERADOR NO AUTORIZADO"
                       MOVE "INGRESO-FALL" TO WS-AUD-OPERACION
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN ACTIVO-OPERADOR NOT = "A"
                       DISPLAY "OPERADOR NO AUTORIZADO"
                       MOVE "INGRESO-INAC" TO WS-AUD-OPERACION
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN RET-COD-5 = "40"
                       DISPLAY "CLAVE INCORRECTA"
                       MOVE "INGRESO-FALL" TO WS-AUD-OPERACION
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN RET-COD-5 = "41"
                       DISPLAY "OPERADOR BLOQUEADO, SOLICITE EL "
                           "BLANQUEO AL SUPERVISOR"
                       MOVE "INGRESO-BLOQ" TO WS-AUD-OPERACION
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN RET-COD-5 = "42"
                       DISPLAY "CLAVE INCORRECTA. " DESC-ERROR-5
                       MOVE "BLOQUEO" TO WS-AUD-OPERACION
                       PERFORM 9900-GRABAR-AUDITORIA
                   WHEN RET-COD-5 = "43" OR RET-COD-5 = "44"
                       DISPLAY DESC-ERROR-5
                       PERFORM 0060-CAMBIAR-CLAVE
                   WHEN RET-COD-5 = "00"
                       MOVE "S" TO WS-OPERADOR-AUTORIZADO
                   WHEN OTHER
                       DISPLAY "OPERADOR NO AUTORIZADO"
                       DISPLAY DESC-ERROR-5
               END-EVALUATE
               IF OPERADOR-AUTORIZADO-SI
                   MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                   MOVE DOCENTE-OPERADOR TO WS-DOCENTE-OPERADOR
               END-IF
           END-IF.

      * CAMBIO OBLIGATORIO DE CLAVE (VENCIDA, BLANQUEADA O TODAVIA
      * SIN ASIGNAR): SE PIDE DOS VECES Y SOLO CON EL CAMBIO GRABADO
      * QUEDA AUTORIZADO EL INGRESO
       0060-CAMBIAR-CLAVE.
           DISPLAY "INGRESE LA CLAVE NUEVA (MINIMO 6 CARACTERES)"
           ACCEPT WS-CLAVE-NUEVA
           DISPLAY "REPITA LA CLAVE NUEVA"
           ACCEPT WS-CLAVE-REPETIDA
           IF WS-CLAVE-NUEVA NOT = WS-CLAVE-REPETIDA
               DISPLAY "LAS CLAVES NO COINCIDEN, INGRESO CANCELADO"
           ELSE
               INITIALIZE AreaDeComunicacionOperador
               MOVE 4 TO Opcion-operador
               MOVE WS-OPERADOR TO Id-operador
               MOVE WS-CLAVE TO CLAVE-OPERADOR
               MOVE WS-CLAVE-NUEVA TO CLAVE-NUEVA-OPERADOR
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 = "00"
                   DISPLAY "CLAVE CAMBIADA"
                   MOVE "S" TO WS-OPERADOR-AUTORIZADO
                   MOVE "CAMBIO-CLAVE" TO WS-AUD-OPERACION
                   MOVE WS-OPERADOR TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               ELSE
                   DISPLAY DESC-ERROR-5
                   DISPLAY "INGRESO CANCELADO"
               END-IF
           END-IF.

               MOVE WS-OPERADOR TO SES-OPERADOR
               MOVE WS-NIVEL-OPERADOR TO SES-NIVEL
               MOVE FUNCTION CURRENT-DATE(1:14) TO SES-FECHA
               MOVE WS-DOCENTE-OPERADOR TO SES-DOCENTE
               WRITE SESION-REGISTRO
               CLOSE SESION
           ELSE
               " NIVEL " WS-NIVEL-OPERADOR " ====="
           PERFORM 1100-MOSTRAR-OPCION
               VARYING OPC-INDICE FROM 1 BY 1
               UNTIL OPC-INDICE > 58
           DISPLAY "99 SALIR"
           ACCEPT WS-OPCION
           IF WS-OPCION = 99
       1200-LANZAR-OPCION.
           MOVE "N" TO WS-OPCION-HALLADA
           PERFORM VARYING OPC-INDICE FROM 1 BY 1
               UNTIL OPC-INDICE > 58 OR OPCION-HALLADA-SI
               IF OPC-NRO(OPC-INDICE) = WS-OPCION
                   MOVE "S" TO WS-OPCION-HALLADA
                   IF OPC-NIVEL(OPC-INDICE) > WS-NIVEL-OPERADOR
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGMENU" DELIMITED BY SIZE
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

       END PROGRAM PGMENU.
