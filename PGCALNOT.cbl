       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCALNOT.

      * CALCULO DE LA NOTA MENSUAL A PARTIR DE LAS EVALUACIONES
      * (PGENEVAL): PARA EL AÑO/MES PEDIDO AGRUPA EVALUACIONES.dat POR
      * ALUMNO Y MATERIA Y CALCULA EL PROMEDIO PONDERADO POR PESO,
      * REDONDEADO A UN DECIMAL. SI LA NOTA DEL MES NO EXISTE SE DA
      * DE ALTA EN NOTAS.dat; SI YA EXISTE (CORRIDA ANTERIOR O CARGA
      * MANUAL) Y DIFIERE, NO SE PISA: SE AGREGA UNA RECTIFICACION EN
      * RECTIF.dat, QUE ES LO QUE TOMA EL BOLETIN. UN PERIODO CERRADO
      * POR PGCIERRE NO SE RECALCULA. EL LISTADO CALNOTAS.dat DEJA
      * CONSTANCIA DE CADA NOTA CALCULADA Y DE CUANTAS EVALUACIONES
      * LA FORMAN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL EVALUACIONES ASSIGN TO "EVALUACIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EVA.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SE RECORRE EN
      * SECUENCIA PARA CARGAR LAS DEL MES Y SE DA ALTA POR CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * RECTIFICACIONES DE NOTAS: REGISTRO SOLO-AGREGADO (PGENNOTA)
       SELECT OPTIONAL RECTIF      ASSIGN TO "RECTIF.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
       SELECT OPTIONAL CIERRES     ASSIGN TO "CIERRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIE.
      * LISTADO DEL CALCULO
       SELECT CALNOTAS             ASSIGN TO "CALNOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUACIONES.
           01 EVALUACIONES-REGISTRO.
              05 EVA-NRO-ALUMNO PIC 9(4).
              05 EVA-NRO-MATERIA PIC 99.
              05 EVA-FECHA.
                 10 EVA-ANIO PIC 9(4).
                 10 EVA-MES PIC 99.
                 10 EVA-DIA PIC 99.
              05 EVA-TIPO PIC X.
              05 EVA-PESO PIC 999.
              05 EVA-NOTA PIC 99V9.
              05 EVA-DESCRIPCION PIC X(20).
              05 EVA-OPERADOR PIC X(10).

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
           01 RECTIF-REGISTRO.
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-NRO-MATERIA PIC 99.
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-NOTA PIC 99V9.
              05 REC-MOTIVO PIC X(20).
              05 REC-OPERADOR PIC X(10).

       FD CIERRES.
           01 CIERRES-REGISTRO.
              05 CIE-ANIO PIC 9(4).
              05 CIE-MES PIC 99.

       FD CALNOTAS.
           01 CALNOTAS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-EVA PIC XX.
           88 WS-FS-EVA-OK VALUE "00".
           88 WS-FS-EVA-NO VALUE "10".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
           88 WS-FS-REC-NOEXISTE VALUE "05" "35".
       01 WS-FS-CIE PIC XX.
           88 WS-FS-CIE-OK VALUE "00".
           88 WS-FS-CIE-NO VALUE "10".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

       77 WS-ANIO-CALCULO PIC 9(4) VALUE 0.
       77 WS-MES-CALCULO PIC 99 VALUE 0.
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
           88 PERIODO-CERRADO-SI VALUE "S".
           88 PERIODO-CERRADO-NO VALUE "N".

      * EVALUACIONES DEL MES ACUMULADAS POR ALUMNO Y MATERIA
       01 TABLA-EVALUACIONES.
           05 TABEVA-FILA OCCURS 10000 TIMES.
               10 TABEVA-ALUMNO PIC 9(4).
               10 TABEVA-MATERIA PIC 99.
               10 TABEVA-CANTIDAD PIC 999.
               10 TABEVA-SUMA-PESOS PIC 9(6).
               10 TABEVA-SUMA-PONDERADA PIC 9(8)V9.
       77 TABEVA-INDICE PIC 9(5).
       77 TABEVA-TOTAL PIC 9(5) VALUE 0.
       01 WS-EVA-ENCONTRADA PIC X VALUE "N".
           88 EVA-ENCONTRADA-SI VALUE "S".
           88 EVA-ENCONTRADA-NO VALUE "N".

      * NOTAS DEL MES YA EXISTENTES, CON LA ULTIMA RECTIFICACION
      * APLICADA (LA NOTA QUE HOY MUESTRA EL BOLETIN)
       01 TABLA-NOTAS.
           05 TABNOT-FILA OCCURS 10000 TIMES.
               10 TABNOT-ALUMNO PIC 9(4).
               10 TABNOT-MATERIA PIC 99.
               10 TABNOT-NOTA PIC 99V9.
       77 TABNOT-INDICE PIC 9(5).
       77 TABNOT-TOTAL PIC 9(5) VALUE 0.
       01 WS-NOT-ENCONTRADA PIC X VALUE "N".
           88 NOT-ENCONTRADA-SI VALUE "S".
           88 NOT-ENCONTRADA-NO VALUE "N".

       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

       77 WS-PROMEDIO PIC 99V9 VALUE 0.
       01 WS-PROMEDIO-ED PIC Z9.9.
       01 WS-NOTA-ED PIC Z9.9.
       77 WS-NOTA-ANTERIOR PIC X(4) VALUE SPACES.
       77 WS-ACCION PIC X(22) VALUE SPACES.
       77 WS-TOTAL-ALTAS PIC 9(5) VALUE 0.
       77 WS-TOTAL-RECTIFICADAS PIC 9(5) VALUE 0.
       77 WS-TOTAL-SIN-CAMBIO PIC 9(5) VALUE 0.
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
           DISPLAY "AÑO DE LAS NOTAS A CALCULAR"
           ACCEPT WS-ANIO-CALCULO
           DISPLAY "MES DE LAS NOTAS A CALCULAR"
           ACCEPT WS-MES-CALCULO
           PERFORM 1000-VERIFICAR-PERIODO
           IF PERIODO-CERRADO-SI
               DISPLAY "PERIODO CERRADO, LAS NOTAS NO SE RECALCULAN;"
                   " CORREGIR CON RECTIFICACION EN PGENNOTA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-CARGAR-EVALUACIONES
           PERFORM 1200-CARGAR-NOTAS
           PERFORM 1300-APLICAR-RECTIFICACIONES
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "NOTAS NO CALCULADAS"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-CALCULAR-NOTAS
           GOBACK.

       1000-VERIFICAR-PERIODO.
           MOVE "N" TO WS-PERIODO-CERRADO
           OPEN INPUT CIERRES
           IF WS-FS-CIE-OK
               PERFORM 1010-LEER-CIERRE
                   UNTIL NOT WS-FS-CIE-OK OR PERIODO-CERRADO-SI
           END-IF
           CLOSE CIERRES.

       1010-LEER-CIERRE.
           READ CIERRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-CIE
           END-READ
           IF WS-FS-CIE-OK AND CIE-ANIO = WS-ANIO-CALCULO
           AND CIE-MES = WS-MES-CALCULO
               MOVE "S" TO WS-PERIODO-CERRADO
           END-IF.

       1100-CARGAR-EVALUACIONES.
           OPEN INPUT EVALUACIONES
           IF WS-FS-EVA-OK
               PERFORM 1110-LEER-EVALUACION UNTIL NOT WS-FS-EVA-OK
           END-IF
           CLOSE EVALUACIONES.

       1110-LEER-EVALUACION.
           READ EVALUACIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-EVA
           END-READ
           IF WS-FS-EVA-OK AND EVA-ANIO = WS-ANIO-CALCULO
           AND EVA-MES = WS-MES-CALCULO AND EVA-PESO > 0
               MOVE "N" TO WS-EVA-ENCONTRADA
               PERFORM VARYING TABEVA-INDICE FROM 1 BY 1
                   UNTIL TABEVA-INDICE > TABEVA-TOTAL
                   OR EVA-ENCONTRADA-SI
                   IF TABEVA-ALUMNO(TABEVA-INDICE) = EVA-NRO-ALUMNO
                   AND TABEVA-MATERIA(TABEVA-INDICE) = EVA-NRO-MATERIA
                       MOVE "S" TO WS-EVA-ENCONTRADA
                       PERFORM 1120-SUMAR-EVALUACION
                   END-IF
               END-PERFORM
               IF EVA-ENCONTRADA-NO
                   IF TABEVA-TOTAL < 10000
                       ADD 1 TO TABEVA-TOTAL
                       MOVE TABEVA-TOTAL TO TABEVA-INDICE
                       MOVE EVA-NRO-ALUMNO
                           TO TABEVA-ALUMNO(TABEVA-INDICE)
                       MOVE EVA-NRO-MATERIA
                           TO TABEVA-MATERIA(TABEVA-INDICE)
                       MOVE 0 TO TABEVA-CANTIDAD(TABEVA-INDICE)
                       MOVE 0 TO TABEVA-SUMA-PESOS(TABEVA-INDICE)
                       MOVE 0 TO TABEVA-SUMA-PONDERADA(TABEVA-INDICE)
                       PERFORM 1120-SUMAR-EVALUACION
                   ELSE
                       MOVE "TABLA-EVALUACIONES"
                           TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1120-SUMAR-EVALUACION.
           ADD 1 TO TABEVA-CANTIDAD(TABEVA-INDICE)
           ADD EVA-PESO TO TABEVA-SUMA-PESOS(TABEVA-INDICE)
           COMPUTE TABEVA-SUMA-PONDERADA(TABEVA-INDICE) =
               TABEVA-SUMA-PONDERADA(TABEVA-INDICE)
               + EVA-PESO * EVA-NOTA.

       1200-CARGAR-NOTAS.
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               PERFORM 1210-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           CLOSE NOTAS.

       1210-LEER-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND NOT-ANIO = WS-ANIO-CALCULO
           AND NOT-MES = WS-MES-CALCULO
               PERFORM 1900-BUSCAR-NOTA-TABLA
               IF NOT-ENCONTRADA-SI
                   MOVE NOT-NOTA TO TABNOT-NOTA(TABNOT-INDICE)
               ELSE
                   IF TABNOT-TOTAL < 10000
                       ADD 1 TO TABNOT-TOTAL
                       MOVE NOT-NRO-ALUMNO
                           TO TABNOT-ALUMNO(TABNOT-TOTAL)
                       MOVE NOT-NRO-MATERIA
                           TO TABNOT-MATERIA(TABNOT-TOTAL)
                       MOVE NOT-NOTA TO TABNOT-NOTA(TABNOT-TOTAL)
                   ELSE
                       MOVE "TABLA-NOTAS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * LA ULTIMA RECTIFICACION DE CADA CLAVE REEMPLAZA A LA NOTA
      * ORIGINAL, COMO EN EL BOLETIN
       1300-APLICAR-RECTIFICACIONES.
           OPEN INPUT RECTIF
           IF WS-FS-REC-OK
               PERFORM 1310-LEER-RECTIFICACION UNTIL NOT WS-FS-REC-OK
           END-IF
           CLOSE RECTIF.

       1310-LEER-RECTIFICACION.
           READ RECTIF NEXT RECORD AT END
               MOVE "10" TO WS-FS-REC
           END-READ
           IF WS-FS-REC-OK AND REC-ANIO = WS-ANIO-CALCULO
           AND REC-MES = WS-MES-CALCULO
               MOVE REC-NRO-ALUMNO TO NOT-NRO-ALUMNO
               MOVE REC-NRO-MATERIA TO NOT-NRO-MATERIA
               PERFORM 1900-BUSCAR-NOTA-TABLA
               IF NOT-ENCONTRADA-SI
                   MOVE REC-NOTA TO TABNOT-NOTA(TABNOT-INDICE)
               END-IF
           END-IF.

      * DEJA TABNOT-INDICE EN LA FILA DE NOT-NRO-ALUMNO/MATERIA
       1900-BUSCAR-NOTA-TABLA.
           MOVE "N" TO WS-NOT-ENCONTRADA
           MOVE 1 TO TABNOT-INDICE
           PERFORM UNTIL TABNOT-INDICE > TABNOT-TOTAL
               OR NOT-ENCONTRADA-SI
               IF TABNOT-ALUMNO(TABNOT-INDICE) = NOT-NRO-ALUMNO
               AND TABNOT-MATERIA(TABNOT-INDICE) = NOT-NRO-MATERIA
                   MOVE "S" TO WS-NOT-ENCONTRADA
               ELSE
                   ADD 1 TO TABNOT-INDICE
               END-IF
           END-PERFORM.

       2000-CALCULAR-NOTAS.
           OPEN OUTPUT CALNOTAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CALCULO DE NOTAS POR EVALUACIONES " DELIMITED BY SIZE
               WS-MES-CALCULO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ANIO-CALCULO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE "ALUM  MA  EVA PESO   NOTA  ANT.     RESULTADO"
               TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           OPEN I-O NOTAS
           OPEN EXTEND RECTIF
           PERFORM 2100-CALCULAR-NOTA
               VARYING TABEVA-INDICE FROM 1 BY 1
               UNTIL TABEVA-INDICE > TABEVA-TOTAL
           CLOSE NOTAS
           CLOSE RECTIF
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "NOTAS DADAS DE ALTA: " DELIMITED BY SIZE
               WS-TOTAL-ALTAS DELIMITED BY SIZE
               "  RECTIFICADAS: " DELIMITED BY SIZE
               WS-TOTAL-RECTIFICADAS DELIMITED BY SIZE
               "  SIN CAMBIO: " DELIMITED BY SIZE
               WS-TOTAL-SIN-CAMBIO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           CLOSE CALNOTAS
           PERFORM 9930-REGISTRAR-SPOOL.

       2100-CALCULAR-NOTA.
           COMPUTE WS-PROMEDIO ROUNDED =
               TABEVA-SUMA-PONDERADA(TABEVA-INDICE)
               / TABEVA-SUMA-PESOS(TABEVA-INDICE)
           MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
           MOVE TABEVA-ALUMNO(TABEVA-INDICE) TO NOT-NRO-ALUMNO
           MOVE TABEVA-MATERIA(TABEVA-INDICE) TO NOT-NRO-MATERIA
           PERFORM 1900-BUSCAR-NOTA-TABLA
           MOVE SPACES TO WS-NOTA-ANTERIOR
           EVALUATE TRUE
               WHEN NOT-ENCONTRADA-NO
                   PERFORM 2200-ALTA-NOTA
               WHEN TABNOT-NOTA(TABNOT-INDICE) = WS-PROMEDIO
                   MOVE TABNOT-NOTA(TABNOT-INDICE) TO WS-NOTA-ED
                   MOVE WS-NOTA-ED TO WS-NOTA-ANTERIOR
                   MOVE "SIN CAMBIO" TO WS-ACCION
                   ADD 1 TO WS-TOTAL-SIN-CAMBIO
               WHEN OTHER
                   MOVE TABNOT-NOTA(TABNOT-INDICE) TO WS-NOTA-ED
                   MOVE WS-NOTA-ED TO WS-NOTA-ANTERIOR
                   PERFORM 2300-RECTIFICAR-NOTA
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TABEVA-ALUMNO(TABEVA-INDICE) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TABEVA-MATERIA(TABEVA-INDICE) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TABEVA-CANTIDAD(TABEVA-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABEVA-SUMA-PESOS(TABEVA-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROMEDIO-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOTA-ANTERIOR DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ACCION DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       2200-ALTA-NOTA.
           MOVE TABEVA-ALUMNO(TABEVA-INDICE) TO NOT-NRO-ALUMNO
           MOVE TABEVA-MATERIA(TABEVA-INDICE) TO NOT-NRO-MATERIA
           MOVE WS-ANIO-CALCULO TO NOT-ANIO
           MOVE WS-MES-CALCULO TO NOT-MES
           MOVE WS-PROMEDIO TO NOT-NOTA
           WRITE NOTAS-ALUMNOS
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-FS-NOT-OK
               DISPLAY "ERROR AL GRABAR NOTA " NOT-NRO-ALUMNO "-"
                   NOT-NRO-MATERIA " FILE STATUS " WS-FS-NOT
               MOVE "ERROR AL GRABAR" TO WS-ACCION
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "ALTA" TO WS-ACCION
               ADD 1 TO WS-TOTAL-ALTAS
               MOVE "CALCULO" TO WS-AUD-OPERACION
               PERFORM 9910-CLAVE-NOTA
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

      * LA NOTA YA EXISTE CON OTRO VALOR (SE AGREGARON EVALUACIONES O
      * HABIA SIDO CARGADA A MANO): LA NOTA ORIGINAL NO SE PISA, ASI
      * QUE EL NUEVO VALOR VA COMO RECTIFICACION
       2300-RECTIFICAR-NOTA.
           MOVE TABEVA-ALUMNO(TABEVA-INDICE) TO REC-NRO-ALUMNO
           MOVE TABEVA-MATERIA(TABEVA-INDICE) TO REC-NRO-MATERIA
           MOVE WS-ANIO-CALCULO TO REC-ANIO
           MOVE WS-MES-CALCULO TO REC-MES
           MOVE WS-PROMEDIO TO REC-NOTA
           MOVE "RECALCULO EVALUAC" TO REC-MOTIVO
           MOVE WS-OPERADOR TO REC-OPERADOR
           WRITE RECTIF-REGISTRO
           IF NOT WS-FS-REC-OK
               DISPLAY "ERROR AL GRABAR RECTIFICACION "
                   REC-NRO-ALUMNO "-" REC-NRO-MATERIA
                   " FILE STATUS " WS-FS-REC
               MOVE "ERROR AL GRABAR" TO WS-ACCION
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "RECTIFICADA" TO WS-ACCION
               ADD 1 TO WS-TOTAL-RECTIFICADAS
               MOVE "RECALCULO" TO WS-AUD-OPERACION
               PERFORM 9910-CLAVE-NOTA
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

       9910-CLAVE-NOTA.
           MOVE SPACES TO WS-AUD-CLAVE
           STRING TABEVA-ALUMNO(TABEVA-INDICE) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TABEVA-MATERIA(TABEVA-INDICE) DELIMITED BY SIZE
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
           WRITE CALNOTAS-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR CALNOTAS"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGCALNOT" DELIMITED BY SIZE
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
           MOVE "CALNOTAS.dat" TO ARCHIVO-SPL
           MOVE "PGCALNOT" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "PERIODO=" DELIMITED BY SIZE
               WS-ANIO-CALCULO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-CALCULO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGCALNOT.
