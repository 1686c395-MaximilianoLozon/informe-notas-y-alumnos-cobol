      * CONTROL DE CIERRE DE PERIODOS: REGISTRA EN CIERRES.dat LOS
      * AÑO/MES YA CERRADOS (BOLETINES ENTREGADOS). PGENNOTA RECHAZA
      * NOTAS DE PERIODOS CERRADOS Y PGMLIST1 LOS MARCA COMO CERRADOS
      * EN EL BOLETIN. AL CERRAR EL ULTIMO MES DE UN TRIMESTRE DE LAS
      * ETAPAS DEL AÑO (PGENETAP) SE CONTROLA CON RUTOBSER QUE TODOS
      * LOS ALUMNOS ACTIVOS TENGAN LA OBSERVACION GENERAL DEL CONSEJO
      * DE CURSO (PGENOBSE); SI FALTAN, EL CIERRE PIDE CONFIRMACION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CIERRES     ASSIGN TO "CIERRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIE.
      * ETAPAS DEL AÑO LECTIVO: TRIMESTRE AL QUE PERTENECE CADA MES
       SELECT OPTIONAL ETAPAS      ASSIGN TO "ETAPAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ETA.

       DATA DIVISION.
       FILE SECTION.
              05 CIE-ANIO PIC 9(4).
              05 CIE-MES PIC 99.

       FD ETAPAS.
           01 ETAPAS-REGISTRO.
              05 ETA-ANIO PIC 9(4).
              05 ETA-MES PIC 99.
              05 ETA-TRIMESTRE PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-FS-CIE PIC XX.
           88 WS-FS-CIE-OK VALUE "00".
           88 WS-FS-CIE-NO VALUE "10".
           88 WS-FS-CIE-NOEXISTE VALUE "05" "35".
       01 WS-FS-ETA PIC XX.
           88 WS-FS-ETA-OK VALUE "00".
           88 WS-FS-ETA-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-CIE-ANIO PIC 9(4) VALUE ZERO.
           88 CIE-ENCONTRADO-SI VALUE "S".
           88 CIE-ENCONTRADO-NO VALUE "N".

      * MAPEO MES-A-TRIMESTRE, PARA SABER SI EL MES QUE SE CIERRA
      * TERMINA UN TRIMESTRE
       01 TABLA-ETAPAS.
           05 TABETA-FILA OCCURS 60 TIMES.
               10 TABETA-ANIO PIC 9(4).
               10 TABETA-MES PIC 99.
               10 TABETA-TRIMESTRE PIC 9.
       77 TABETA-INDICE PIC 99.
       77 TABETA-TOTAL PIC 99 VALUE 0.
       77 WS-TRIMESTRE-CIERRE PIC 9 VALUE 0.
       01 WS-FIN-DE-TRIMESTRE PIC X VALUE "N".
           88 FIN-DE-TRIMESTRE-SI VALUE "S".
           88 FIN-DE-TRIMESTRE-NO VALUE "N".
       01 WS-CONFIRMA-CIERRE PIC X VALUE "S".
           88 CONFIRMA-CIERRE-SI VALUE "S" "s".
      *rutinas
       01 RUTOBSER PIC X(8) VALUE "RUTOBSER".
      * AREA DE COMUNICACION RUTINA OBSERVACIONES
       COPY "COPY-ACE.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
               ACCEPT WS-OPERADOR
           END-IF
           PERFORM 0500-CARGAR-TABLA-CIERRES
           PERFORM 0520-CARGAR-TABLA-ETAPAS
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 3
           GOBACK.

                   MOVE CIE-MES TO TABCIE-MES(TABCIE-TOTAL)
               END-IF.

           0520-CARGAR-TABLA-ETAPAS.
               MOVE 0 TO TABETA-TOTAL
               OPEN INPUT ETAPAS
               IF WS-FS-ETA-OK
                   PERFORM 0530-LEER-ETAPA
                       UNTIL NOT WS-FS-ETA-OK
               END-IF
               CLOSE ETAPAS.

           0530-LEER-ETAPA.
               READ ETAPAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-ETA
               END-READ
               IF WS-FS-ETA-OK AND TABETA-TOTAL < 60
                   ADD 1 TO TABETA-TOTAL
                   MOVE ETA-ANIO TO TABETA-ANIO(TABETA-TOTAL)
                   MOVE ETA-MES TO TABETA-MES(TABETA-TOTAL)
                   MOVE ETA-TRIMESTRE
                       TO TABETA-TRIMESTRE(TABETA-TOTAL)
               END-IF.

           0200-CERRAR-PERIODO.
               DISPLAY "INGRESA AÑO A CERRAR"
               ACCEPT WS-CIE-ANIO
               IF CIE-ENCONTRADO-SI
                   DISPLAY "EL PERIODO YA ESTA CERRADO"
               ELSE
                   MOVE "S" TO WS-CONFIRMA-CIERRE
                   PERFORM 0650-VERIFICAR-OBSERVACIONES
                   IF CONFIRMA-CIERRE-SI
                       PERFORM 0700-GRABAR-CIERRE
                   ELSE
                       DISPLAY "PERIODO NO CERRADO"
                   END-IF
               END-IF.

           0600-BUSCAR-CIERRE.
                   END-IF
               END-PERFORM.

      * EL MES CIERRA UN TRIMESTRE SI ESTA EN LAS ETAPAS DEL AÑO Y
      * NINGUN MES POSTERIOR DEL MISMO AÑO PERTENECE AL MISMO
      * TRIMESTRE; EN ESE CASO SE CUENTAN LOS ALUMNOS SIN OBSERVACION
      * GENERAL Y, SI LOS HAY, EL OPERADOR DECIDE SI CIERRA IGUAL
           0650-VERIFICAR-OBSERVACIONES.
               MOVE 0 TO WS-TRIMESTRE-CIERRE
               PERFORM VARYING TABETA-INDICE FROM 1 BY 1
                   UNTIL TABETA-INDICE > TABETA-TOTAL
                   IF TABETA-ANIO(TABETA-INDICE) = WS-CIE-ANIO
                   AND TABETA-MES(TABETA-INDICE) = WS-CIE-MES
                       MOVE TABETA-TRIMESTRE(TABETA-INDICE)
                           TO WS-TRIMESTRE-CIERRE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-FIN-DE-TRIMESTRE
               IF WS-TRIMESTRE-CIERRE > 0
                   MOVE "S" TO WS-FIN-DE-TRIMESTRE
                   PERFORM VARYING TABETA-INDICE FROM 1 BY 1
                       UNTIL TABETA-INDICE > TABETA-TOTAL
                       IF TABETA-ANIO(TABETA-INDICE) = WS-CIE-ANIO
                       AND TABETA-TRIMESTRE(TABETA-INDICE) =
                           WS-TRIMESTRE-CIERRE
                       AND TABETA-MES(TABETA-INDICE) > WS-CIE-MES
                           MOVE "N" TO WS-FIN-DE-TRIMESTRE
                       END-IF
                   END-PERFORM
               END-IF
               IF FIN-DE-TRIMESTRE-SI
                   INITIALIZE AreaDeComunicacionObservacion
                   MOVE 1 TO Opcion-observacion
                   MOVE WS-CIE-ANIO TO ANIO-OB
                   MOVE WS-TRIMESTRE-CIERRE TO TRIMESTRE-OB
                   MOVE SPACES TO SECCION-OB
                   CALL RUTOBSER USING AreaDeComunicacionObservacion
                   IF RET-COD-15 = "28"
                       DISPLAY "EL MES CIERRA EL TRIMESTRE "
                           WS-TRIMESTRE-CIERRE ": " PENDIENTES-OB
                           " DE " ALUMNOS-OB
                           " ALUMNOS SIN OBSERVACION DEL CONSEJO"
                       DISPLAY "VER ALUMNOS CON OBSERVACION PENDIENTE"
                           " EN PGENOBSE"
                       DISPLAY "CERRAR EL PERIODO IGUAL? S/N"
                       ACCEPT WS-CONFIRMA-CIERRE
                   END-IF
               END-IF.

      * EL OPEN EXTEND DE UN ARCHIVO OPTIONAL INEXISTENTE LO CREA Y
      * DEVUELVE STATUS 05: ES UNA APERTURA VALIDA, NO UN ERROR
           0700-GRABAR-CIERRE.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGCIERRE" DELIMITED BY SIZE
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

       END PROGRAM PGCIERRE.
