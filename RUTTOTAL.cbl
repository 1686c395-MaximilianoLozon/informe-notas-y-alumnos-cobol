      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTTOTAL.

      * RUTINA DEL LIBRO DE TOTALES DE CONTROL (TOTALES.dat): AL
      * INICIO Y AL FIN DE LA CADENA NOCTURNA (PGNOCHE) CUENTA LOS
      * REGISTROS Y SUMA UN TOTAL DE CONTROL DE ALUMNOS, NOTAS,
      * ASISTENCIA, CUOTAS E HISTORIAL, Y LOS COMPARA CON LA ULTIMA
      * FOTO BUENA DE CADA ARCHIVO. UN ARCHIVO QUE ACHICO, O QUE
      * CAMBIO MAS QUE EL PORCENTAJE TOLERADO, QUEDA OBSERVADO SALVO
      * QUE DESDE ESA FOTO HAYA CORRIDO UN PROGRAMA QUE LO EXPLIQUE
      * (ARCHIVADO, RESTAURACION DE UNA GENERACION, BACKOUT DE UN
      * LOTE O REPARACION DE NOTAS, SEGUN RUNCTL.dat). CON ARCHIVOS
      * OBSERVADOS DEVUELVE "40" Y EL ENCADENADOR SE DETIENE. LA FOTO
      * SE GRABA SIEMPRE; LAS LINEAS OBSERVADAS NO SIRVEN DE BASE
      * PARA LA COMPARACION SIGUIENTE, ASI QUE EL AVISO SE REPITE
      * HASTA QUE EL OPERADOR ACEPTA LA DIFERENCIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * LIBRO DE TOTALES: UNA LINEA POR ARCHIVO EN CADA FOTO
       SELECT OPTIONAL TOTALES     ASSIGN TO "TOTALES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TOT.
      * REGISTRO DE CONTROL DE CORRIDAS BATCH (INICIO/FIN POR PROGRAMA)
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.
      * MAESTRO INDEXADO POR NRO DE ALUMNO: SOLO SE RECORRE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SOLO SE RECORRE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL ASISTENCIA  ASSIGN TO "ASISTENCIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASI.
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
       SELECT OPTIONAL HISTORIAL   ASSIGN TO "HISTORIAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HIS.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
      * MOMENTO: I = INICIO DE LA CADENA, F = FIN. ESTADO COMO EN
      * ESTADO-TOT (N, J, A, O)
       FD TOTALES.
           01 TOTALES-REGISTRO.
              05 TOT-TIMESTAMP PIC X(14).
              05 TOT-MOMENTO PIC X.
              05 TOT-ARCHIVO PIC X(10).
              05 TOT-REGISTROS PIC 9(7).
              05 TOT-CONTROL PIC 9(11)V99.
              05 TOT-ESTADO PIC X.
                 88 TOT-ESTADO-OBSERVADO VALUE "O".
              05 TOT-JUSTIFICA PIC X(8).

       FD RUNCTL.
           01 RUNCTL-REGISTRO.
              05 RUN-PROGRAMA PIC X(8).
              05 RUN-TIPO PIC X.
                 88 RUN-TIPO-INICIO VALUE "I".
                 88 RUN-TIPO-FIN VALUE "F".
              05 RUN-TIMESTAMP PIC X(14).
              05 RUN-LEIDOS PIC 9(6).
              05 RUN-ESCRITOS PIC 9(6).
              05 RUN-EXCEPCIONES PIC 9(6).
              05 RUN-ESTADO PIC X.
                 88 RUN-ESTADO-NORMAL VALUE "N".
                 88 RUN-ESTADO-ANORMAL VALUE "A".

       FD ALUMNOS.
           01 ALUMNOS-REGISTRO.
              05 ALU-NRO-ALUMNO PIC 9(4).
              05 ALU-NOMBRE PIC X(23).
              05 ALU-NRO-PAIS PIC 999.
              05 ALU-ANIO PIC 9(4).
              05 ALU-MES PIC 99.
              05 ALU-DOCUMENTO PIC 9(8).
              05 ALU-SECCION PIC X(2).
              05 ALU-ESTADO PIC X.

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD ASISTENCIA.
           01 ASISTENCIA-REGISTRO.
              05 ASI-NRO-ALUMNO PIC 9(4).
              05 ASI-NRO-MATERIA PIC 99.
              05 ASI-ANIO PIC 9(4).
              05 ASI-MES PIC 99.
              05 ASI-CLASES PIC 99.
              05 ASI-INASISTENCIAS PIC 99.

       FD CUOTAS.
           01 CUOTAS-REGISTRO.
              05 CUO-NRO-ALUMNO PIC 9(4).
              05 CUO-ANIO PIC 9(4).
              05 CUO-MES PIC 99.
              05 CUO-CONCEPTO PIC X(12).
              05 CUO-TIPO PIC X.
              05 CUO-IMPORTE PIC 9(6)V99.

       FD HISTORIAL.
           01 HISTORIAL-REGISTRO.
              05 HIST-NRO-ALUMNO PIC 9(4).
              05 HIST-ANIO PIC 9(4).
              05 HIST-ESTADO PIC X.

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-TOT PIC XX.
           88 WS-FS-TOT-OK VALUE "00".
           88 WS-FS-TOT-NO VALUE "10".
           88 WS-FS-TOT-NOEXISTE VALUE "05" "35".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NO VALUE "10".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
           88 WS-FS-NOT-NOEXISTE VALUE "05" "35".
       01 WS-FS-ASI PIC XX.
           88 WS-FS-ASI-OK VALUE "00".
           88 WS-FS-ASI-NO VALUE "10".
           88 WS-FS-ASI-NOEXISTE VALUE "05" "35".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
           88 WS-FS-CUO-NOEXISTE VALUE "05" "35".
       01 WS-FS-HIS PIC XX.
           88 WS-FS-HIS-OK VALUE "00".
           88 WS-FS-HIS-NO VALUE "10".
           88 WS-FS-HIS-NOEXISTE VALUE "05" "35".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

       77 WS-MOMENTO PIC X VALUE SPACE.
       77 WS-TIMESTAMP-FOTO PIC X(14) VALUE SPACES.
       77 WS-PORCENTAJE PIC 99 VALUE 20.
       01 WS-CONTEO-ERRONEO PIC X VALUE "N".
           88 CONTEO-ERRONEO-SI VALUE "S".
           88 CONTEO-ERRONEO-NO VALUE "N".

      * ARCHIVOS CONTROLADOS, EN EL ORDEN DE LA TABLA DE TOTALES. EL
      * TOTAL DE CONTROL DE CADA UNO: ALUMNOS = SUMA DE NROS DE
      * ALUMNO, NOTAS = SUMA DE LAS NOTAS, ASISTENCIA = SUMA DE
      * INASISTENCIAS, CUOTAS = SUMA DE IMPORTES, HISTORIAL = SUMA
      * DE NROS DE ALUMNO
       01 TABLA-NOMBRES.
           05 FILLER PIC X(10) VALUE "ALUMNOS".
           05 FILLER PIC X(10) VALUE "NOTAS".
           05 FILLER PIC X(10) VALUE "ASISTENCIA".
           05 FILLER PIC X(10) VALUE "CUOTAS".
           05 FILLER PIC X(10) VALUE "HISTORIAL".
       01 FILLER REDEFINES TABLA-NOMBRES.
           05 TABNOM-NOMBRE OCCURS 5 TIMES PIC X(10).

       01 TABLA-TOTALES.
           05 TABTOT-FILA OCCURS 5 TIMES.
               10 TABTOT-REGISTROS PIC 9(7).
               10 TABTOT-CONTROL PIC 9(11)V99.
               10 TABTOT-BASE-HALLADA PIC X.
               10 TABTOT-BASE-TIMESTAMP PIC X(14).
               10 TABTOT-BASE-REGISTROS PIC 9(7).
               10 TABTOT-BASE-CONTROL PIC 9(11)V99.
               10 TABTOT-ESTADO PIC X.
               10 TABTOT-JUSTIFICA PIC X(8).
       77 TABTOT-INDICE PIC 9.

      * PROGRAMAS QUE EXPLICAN UN CAMBIO DE TAMAÑO Y EL ARCHIVO QUE
      * TOCAN: PGARCHIV PASA NOTAS A LOS HISTORICOS, PGBACKLT DESHACE
      * UN LOTE DE NOTAS, PGBACKUP RESTAURA UNA GENERACION Y PGRECNOT
      * EN MODO REPARACION SACA NOTAS A CUARENTENA. SOLO CUENTAN SUS
      * REGISTROS DE FIN CON ALGO ESCRITO (RUN-ESCRITOS MAYOR A 0)
       01 TABLA-JUSTIFICA.
           05 FILLER PIC X(18) VALUE "PGARCHIVNOTAS".
           05 FILLER PIC X(18) VALUE "PGBACKLTNOTAS".
           05 FILLER PIC X(18) VALUE "PGBACKUPALUMNOS".
           05 FILLER PIC X(18) VALUE "PGBACKUPNOTAS".
           05 FILLER PIC X(18) VALUE "PGBACKUPHISTORIAL".
           05 FILLER PIC X(18) VALUE "PGRECNOTNOTAS".
       01 FILLER REDEFINES TABLA-JUSTIFICA.
           05 TABJUS-FILA OCCURS 6 TIMES.
               10 TABJUS-PROGRAMA PIC X(8).
               10 TABJUS-ARCHIVO PIC X(10).
       77 TABJUS-INDICE PIC 9.

      * CUENTAS DE LA COMPARACION
       77 WS-DIFERENCIA-REG PIC 9(7) VALUE 0.
       77 WS-DIFERENCIA-CTL PIC 9(11)V99 VALUE 0.
       77 WS-PRODUCTO-DIF PIC 9(15)V99 VALUE 0.
       77 WS-PRODUCTO-TOPE PIC 9(15)V99 VALUE 0.
       01 WS-DIFERENCIA-GRANDE PIC X VALUE "N".
           88 DIFERENCIA-GRANDE-SI VALUE "S".
           88 DIFERENCIA-GRANDE-NO VALUE "N".

       LINKAGE SECTION.
       COPY "COPY-ACT.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionTotales.
       1000-INICIO.
           MOVE "00" TO RET-COD-10
           MOVE SPACES TO DESC-ERROR-10
           EVALUATE Opcion-totales
               WHEN 1
               MOVE "I" TO WS-MOMENTO
               PERFORM 2000-PROCEDIMIENTO-FOTO
               WHEN 2
               MOVE "F" TO WS-MOMENTO
               PERFORM 2000-PROCEDIMIENTO-FOTO
               WHEN OTHER
               MOVE "30" TO RET-COD-10
               MOVE "OPCION INVALIDA" TO DESC-ERROR-10
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * CUENTA, COMPARA Y GRABA LA FOTO. SI ALGUN ARCHIVO NO SE PUDO
      * LEER ENTERO LA FOTO NO SIRVE Y NO SE GRABA
       2000-PROCEDIMIENTO-FOTO.
           IF PORCENTAJE-TOT IS NUMERIC AND PORCENTAJE-TOT > 0
               MOVE PORCENTAJE-TOT TO WS-PORCENTAJE
           ELSE
               MOVE 20 TO WS-PORCENTAJE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-FOTO
           INITIALIZE TABLA-TOTALES
           INITIALIZE DatoDeSalidaTotales
           MOVE "N" TO WS-CONTEO-ERRONEO
           PERFORM 2100-CONTAR-ALUMNOS
           PERFORM 2200-CONTAR-NOTAS
           PERFORM 2300-CONTAR-ASISTENCIA
           PERFORM 2400-CONTAR-CUOTAS
           PERFORM 2500-CONTAR-HISTORIAL
           IF CONTEO-ERRONEO-SI
               MOVE "10" TO RET-COD-10
               MOVE "ERROR AL LEER UN ARCHIVO CONTROLADO"
                   TO DESC-ERROR-10
           ELSE
               PERFORM 3000-CARGAR-FOTO-ANTERIOR
               PERFORM 3500-CARGAR-JUSTIFICACIONES
               PERFORM 5000-COMPARAR-ARCHIVO
                   VARYING TABTOT-INDICE FROM 1 BY 1
                   UNTIL TABTOT-INDICE > 5
               PERFORM 6000-GRABAR-FOTO
               IF RET-COD-10 = "00" AND OBSERVADOS-TOT > 0
                   MOVE "40" TO RET-COD-10
                   MOVE "ARCHIVOS CON DIFERENCIAS SIN JUSTIFICAR"
                       TO DESC-ERROR-10
               END-IF
           END-IF.

      * CADA CONTEO TERMINA EN FIN DE ARCHIVO O CON EL ARCHIVO
      * INEXISTENTE (CERO REGISTROS); CUALQUIER OTRO ESTADO ES ERROR
       2100-CONTAR-ALUMNOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 2110-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           IF NOT WS-FS-ALU-NO AND NOT WS-FS-ALU-NOEXISTE
               MOVE "2100-CONTAR-ALUMNOS" TO WS-ERR-PARRAFO
               PERFORM 2900-MARCAR-CONTEO-ERRONEO
           END-IF
           CLOSE ALUMNOS.

           2110-LEER-ALUMNO.
               READ ALUMNOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-ALU
               END-READ
               IF WS-FS-ALU-OK
                   ADD 1 TO TABTOT-REGISTROS(1)
                   IF ALU-NRO-ALUMNO IS NUMERIC
                       ADD ALU-NRO-ALUMNO TO TABTOT-CONTROL(1)
                   END-IF
               END-IF.

       2200-CONTAR-NOTAS.
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               PERFORM 2210-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           IF NOT WS-FS-NOT-NO AND NOT WS-FS-NOT-NOEXISTE
               MOVE "2200-CONTAR-NOTAS" TO WS-ERR-PARRAFO
               PERFORM 2900-MARCAR-CONTEO-ERRONEO
           END-IF
           CLOSE NOTAS.

           2210-LEER-NOTA.
               READ NOTAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-NOT
               END-READ
               IF WS-FS-NOT-OK
                   ADD 1 TO TABTOT-REGISTROS(2)
                   IF NOT-NOTA IS NUMERIC
                       ADD NOT-NOTA TO TABTOT-CONTROL(2)
                   END-IF
               END-IF.

       2300-CONTAR-ASISTENCIA.
           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI-OK
               PERFORM 2310-LEER-ASISTENCIA UNTIL NOT WS-FS-ASI-OK
           END-IF
           IF NOT WS-FS-ASI-NO AND NOT WS-FS-ASI-NOEXISTE
               MOVE "2300-CONTAR-ASISTENCIA" TO WS-ERR-PARRAFO
               PERFORM 2900-MARCAR-CONTEO-ERRONEO
           END-IF
           CLOSE ASISTENCIA.

           2310-LEER-ASISTENCIA.
               READ ASISTENCIA NEXT RECORD AT END
                   MOVE "10" TO WS-FS-ASI
               END-READ
               IF WS-FS-ASI-OK
                   ADD 1 TO TABTOT-REGISTROS(3)
                   IF ASI-INASISTENCIAS IS NUMERIC
                       ADD ASI-INASISTENCIAS TO TABTOT-CONTROL(3)
                   END-IF
               END-IF.

       2400-CONTAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF WS-FS-CUO-OK
               PERFORM 2410-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
           END-IF
           IF NOT WS-FS-CUO-NO AND NOT WS-FS-CUO-NOEXISTE
               MOVE "2400-CONTAR-CUOTAS" TO WS-ERR-PARRAFO
               PERFORM 2900-MARCAR-CONTEO-ERRONEO
           END-IF
           CLOSE CUOTAS.

           2410-LEER-CUOTA.
               READ CUOTAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CUO
               END-READ
               IF WS-FS-CUO-OK
                   ADD 1 TO TABTOT-REGISTROS(4)
                   IF CUO-IMPORTE IS NUMERIC
                       ADD CUO-IMPORTE TO TABTOT-CONTROL(4)
                   END-IF
               END-IF.

       2500-CONTAR-HISTORIAL.
           OPEN INPUT HISTORIAL
           IF WS-FS-HIS-OK
               PERFORM 2510-LEER-HISTORIAL UNTIL NOT WS-FS-HIS-OK
           END-IF
           IF NOT WS-FS-HIS-NO AND NOT WS-FS-HIS-NOEXISTE
               MOVE "2500-CONTAR-HISTORIAL" TO WS-ERR-PARRAFO
               PERFORM 2900-MARCAR-CONTEO-ERRONEO
           END-IF
           CLOSE HISTORIAL.

           2510-LEER-HISTORIAL.
               READ HISTORIAL NEXT RECORD AT END
                   MOVE "10" TO WS-FS-HIS
               END-READ
               IF WS-FS-HIS-OK
                   ADD 1 TO TABTOT-REGISTROS(5)
                   IF HIST-NRO-ALUMNO IS NUMERIC
                       ADD HIST-NRO-ALUMNO TO TABTOT-CONTROL(5)
                   END-IF
               END-IF.

       2900-MARCAR-CONTEO-ERRONEO.
           MOVE "S" TO WS-CONTEO-ERRONEO
           MOVE "10" TO RET-COD-10
           PERFORM 9901-GRABAR-ERRORLOG.

      * LA BASE DE CADA ARCHIVO ES SU ULTIMA LINEA NO OBSERVADA DEL
      * LIBRO (LA DE INICIO DE ESTA NOCHE PARA LA FOTO DE FIN, LA DE
      * FIN DE LA NOCHE ANTERIOR PARA LA DE INICIO). SIN LIBRO O SIN
      * LINEAS DEL ARCHIVO NO HAY CONTRA QUE COMPARAR
       3000-CARGAR-FOTO-ANTERIOR.
           OPEN INPUT TOTALES
           IF WS-FS-TOT-OK
               PERFORM 3100-LEER-FOTO UNTIL NOT WS-FS-TOT-OK
           END-IF
           CLOSE TOTALES.

           3100-LEER-FOTO.
               READ TOTALES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-TOT
               END-READ
               IF WS-FS-TOT-OK AND NOT TOT-ESTADO-OBSERVADO
                   AND TOT-REGISTROS IS NUMERIC
                   AND TOT-CONTROL IS NUMERIC
                   PERFORM VARYING TABTOT-INDICE FROM 1 BY 1
                       UNTIL TABTOT-INDICE > 5
                       IF TABNOM-NOMBRE(TABTOT-INDICE) = TOT-ARCHIVO
                           MOVE "S"
                               TO TABTOT-BASE-HALLADA(TABTOT-INDICE)
                           MOVE TOT-TIMESTAMP
                               TO TABTOT-BASE-TIMESTAMP(TABTOT-INDICE)
                           MOVE TOT-REGISTROS
                               TO TABTOT-BASE-REGISTROS(TABTOT-INDICE)
                           MOVE TOT-CONTROL
                               TO TABTOT-BASE-CONTROL(TABTOT-INDICE)
                       END-IF
                   END-PERFORM
               END-IF.

      * UNA CORRIDA QUE JUSTIFICA EL CAMBIO DE UN ARCHIVO CUENTA SI
      * TERMINO DESPUES DE LA FOTO BASE DE ESE ARCHIVO
       3500-CARGAR-JUSTIFICACIONES.
           OPEN INPUT RUNCTL
           IF WS-FS-RUN-OK
               PERFORM 3600-LEER-CORRIDA UNTIL NOT WS-FS-RUN-OK
           END-IF
           CLOSE RUNCTL.

           3600-LEER-CORRIDA.
               READ RUNCTL NEXT RECORD AT END
                   MOVE "10" TO WS-FS-RUN
               END-READ
               IF WS-FS-RUN-OK AND RUN-TIPO-FIN
                   AND RUN-ESCRITOS IS NUMERIC AND RUN-ESCRITOS > 0
                   PERFORM 3700-APLICAR-CORRIDA
                       VARYING TABJUS-INDICE FROM 1 BY 1
                       UNTIL TABJUS-INDICE > 6
               END-IF.

           3700-APLICAR-CORRIDA.
               IF TABJUS-PROGRAMA(TABJUS-INDICE) = RUN-PROGRAMA
                   PERFORM VARYING TABTOT-INDICE FROM 1 BY 1
                       UNTIL TABTOT-INDICE > 5
                       IF TABNOM-NOMBRE(TABTOT-INDICE) =
                           TABJUS-ARCHIVO(TABJUS-INDICE)
                       AND TABTOT-BASE-HALLADA(TABTOT-INDICE) = "S"
                       AND RUN-TIMESTAMP >
                           TABTOT-BASE-TIMESTAMP(TABTOT-INDICE)
                           MOVE RUN-PROGRAMA
                               TO TABTOT-JUSTIFICA(TABTOT-INDICE)
                       END-IF
                   END-PERFORM
               END-IF.

      * UN ARCHIVO QUE ACHICO, O CUYA CANTIDAD O TOTAL DE CONTROL
      * CAMBIO MAS QUE EL PORCENTAJE TOLERADO, TIENE DIFERENCIA; SE
      * DA POR JUSTIFICADA SI CORRIO UN PROGRAMA QUE LA EXPLICA, POR
      * ACEPTADA SI EL OPERADOR LO PIDIO, Y SI NO QUEDA OBSERVADA
       5000-COMPARAR-ARCHIVO.
           MOVE "N" TO TABTOT-ESTADO(TABTOT-INDICE)
           MOVE "N" TO WS-DIFERENCIA-GRANDE
           IF TABTOT-BASE-HALLADA(TABTOT-INDICE) = "S"
               PERFORM 5100-MEDIR-DIFERENCIA
           END-IF
           IF DIFERENCIA-GRANDE-SI
               EVALUATE TRUE
                   WHEN TABTOT-JUSTIFICA(TABTOT-INDICE) NOT = SPACES
                       MOVE "J" TO TABTOT-ESTADO(TABTOT-INDICE)
                   WHEN ACEPTAR-TOT = "S"
                       MOVE "A" TO TABTOT-ESTADO(TABTOT-INDICE)
                   WHEN OTHER
                       MOVE "O" TO TABTOT-ESTADO(TABTOT-INDICE)
                       ADD 1 TO OBSERVADOS-TOT
               END-EVALUATE
           ELSE
               MOVE SPACES TO TABTOT-JUSTIFICA(TABTOT-INDICE)
           END-IF
           MOVE TABNOM-NOMBRE(TABTOT-INDICE)
               TO NOMBRE-TOT(TABTOT-INDICE)
           MOVE TABTOT-BASE-REGISTROS(TABTOT-INDICE)
               TO REGISTROS-ANT-TOT(TABTOT-INDICE)
           MOVE TABTOT-REGISTROS(TABTOT-INDICE)
               TO REGISTROS-TOT(TABTOT-INDICE)
           MOVE TABTOT-ESTADO(TABTOT-INDICE)
               TO ESTADO-TOT(TABTOT-INDICE)
           MOVE TABTOT-JUSTIFICA(TABTOT-INDICE)
               TO JUSTIFICA-TOT(TABTOT-INDICE).

           5100-MEDIR-DIFERENCIA.
               IF TABTOT-REGISTROS(TABTOT-INDICE) <
                   TABTOT-BASE-REGISTROS(TABTOT-INDICE)
                   MOVE "S" TO WS-DIFERENCIA-GRANDE
                   SUBTRACT TABTOT-REGISTROS(TABTOT-INDICE)
                       FROM TABTOT-BASE-REGISTROS(TABTOT-INDICE)
                       GIVING WS-DIFERENCIA-REG
               ELSE
                   SUBTRACT TABTOT-BASE-REGISTROS(TABTOT-INDICE)
                       FROM TABTOT-REGISTROS(TABTOT-INDICE)
                       GIVING WS-DIFERENCIA-REG
               END-IF
               IF TABTOT-CONTROL(TABTOT-INDICE) <
                   TABTOT-BASE-CONTROL(TABTOT-INDICE)
                   SUBTRACT TABTOT-CONTROL(TABTOT-INDICE)
                       FROM TABTOT-BASE-CONTROL(TABTOT-INDICE)
                       GIVING WS-DIFERENCIA-CTL
               ELSE
                   SUBTRACT TABTOT-BASE-CONTROL(TABTOT-INDICE)
                       FROM TABTOT-CONTROL(TABTOT-INDICE)
                       GIVING WS-DIFERENCIA-CTL
               END-IF
      * UN ARCHIVO QUE ESTABA VACIO SOLO SE MIDE POR ACHICAMIENTO
               IF TABTOT-BASE-REGISTROS(TABTOT-INDICE) > 0
                   COMPUTE WS-PRODUCTO-DIF = WS-DIFERENCIA-REG * 100
                   COMPUTE WS-PRODUCTO-TOPE = WS-PORCENTAJE *
                       TABTOT-BASE-REGISTROS(TABTOT-INDICE)
                   IF WS-PRODUCTO-DIF > WS-PRODUCTO-TOPE
                       MOVE "S" TO WS-DIFERENCIA-GRANDE
                   END-IF
               END-IF
               IF TABTOT-BASE-CONTROL(TABTOT-INDICE) > 0
                   COMPUTE WS-PRODUCTO-DIF = WS-DIFERENCIA-CTL * 100
                   COMPUTE WS-PRODUCTO-TOPE = WS-PORCENTAJE *
                       TABTOT-BASE-CONTROL(TABTOT-INDICE)
                   IF WS-PRODUCTO-DIF > WS-PRODUCTO-TOPE
                       MOVE "S" TO WS-DIFERENCIA-GRANDE
                   END-IF
               END-IF.

      * UNA LINEA POR ARCHIVO, TODAS CON LA MISMA FECHA/HORA DE FOTO
       6000-GRABAR-FOTO.
           OPEN EXTEND TOTALES
           IF WS-FS-TOT-OK OR WS-FS-TOT-NOEXISTE
               PERFORM 6100-GRABAR-LINEA
                   VARYING TABTOT-INDICE FROM 1 BY 1
                   UNTIL TABTOT-INDICE > 5
               CLOSE TOTALES
           ELSE
               MOVE "10" TO RET-COD-10
               MOVE "ERROR AL ABRIR TOTALES" TO DESC-ERROR-10
               MOVE "6000-GRABAR-FOTO" TO WS-ERR-PARRAFO
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF.

           6100-GRABAR-LINEA.
               MOVE WS-TIMESTAMP-FOTO TO TOT-TIMESTAMP
               MOVE WS-MOMENTO TO TOT-MOMENTO
               MOVE TABNOM-NOMBRE(TABTOT-INDICE) TO TOT-ARCHIVO
               MOVE TABTOT-REGISTROS(TABTOT-INDICE) TO TOT-REGISTROS
               MOVE TABTOT-CONTROL(TABTOT-INDICE) TO TOT-CONTROL
               MOVE TABTOT-ESTADO(TABTOT-INDICE) TO TOT-ESTADO
               MOVE TABTOT-JUSTIFICA(TABTOT-INDICE) TO TOT-JUSTIFICA
               WRITE TOTALES-REGISTRO
               IF NOT WS-FS-TOT-OK
                   MOVE "10" TO RET-COD-10
                   MOVE "ERROR AL GRABAR TOTALES" TO DESC-ERROR-10
                   MOVE "6100-GRABAR-LINEA" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

       9901-GRABAR-ERRORLOG.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "RUTTOTAL" DELIMITED BY SIZE
                   " PARRAFO=" DELIMITED BY SIZE
                   WS-ERR-PARRAFO DELIMITED BY SIZE
                   " RETCOD=" DELIMITED BY SIZE
                   RET-COD-10 DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.
       END PROGRAM RUTTOTAL.
