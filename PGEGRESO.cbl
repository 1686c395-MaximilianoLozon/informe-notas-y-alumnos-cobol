       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEGRESO.

      * EGRESO DE FIN DE CICLO Y LIBRO DE TITULOS: CERTIFICA QUE CADA
      * ALUMNO ACTIVO DE SEXTO AÑO COMPLETO EL PLAN DE ESTUDIOS. CON
      * HISTORIAL.dat RECONSTRUYE EL AÑO EN QUE APROBO CADA CURSO (LOS
      * AÑOS REPETIDOS NO CUENTAN) Y, PARA CADA MATERIA DEL PLAN DE
      * ESA SECCION Y ESE AÑO (PLAN.dat), EXIGE PROMEDIO DE CURSADA
      * APROBADO (NOTAS.dat), EXAMEN APROBADO (EXAMENES.dat) O
      * EQUIVALENCIA (EQUIVAL.dat); UNA PREVIA PENDIENTE O UNA MATERIA
      * LIBRE SIN EXAMEN APROBADO ES DEUDA. LA NOTA DE APROBACION ES LA
      * DE LA REGLA DE CADA AÑO (REGLAS.dat), Y SIN REGLA LA HISTORICA
      * DE 7.0. EL CONTROL SALE EN EGRESO.dat: LOS QUE COMPLETARON EL
      * PLAN CON SU NRO DE DIPLOMA Y FOLIO, Y LOS DEMAS CON EL DETALLE
      * DE LO QUE ADEUDAN. CON LA CONFIRMACION DEL OPERADOR GRABA EL
      * ASIENTO EN EL REGISTRO DE EGRESADOS (EGRESADOS.dat), IMPRIME
      * LOS DIPLOMAS (DIPLOMAS.dat) Y LA HOJA DEL LIBRO DE TITULOS
      * (LIBROTIT.dat) Y MARCA AL ALUMNO EGRESADO EN EL MAESTRO. A
      * CADA UNO DE LOS QUE COMPLETARON EL PLAN SE LE VERIFICA EL LIBRE
      * DEUDA (RUTLIBRE): LOS LIBROS DE LA BIBLIOTECA SIN DEVOLVER Y EL
      * SALDO DE CUOTAS SALEN EN EL CONTROL PARA RETENERLOS ANTES DE
      * ENTREGAR EL DIPLOMA; LA DEUDA NO IMPIDE EL EGRESO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * MAESTRO INDEXADO POR NRO DE ALUMNO: RECORRIDA SECUENCIAL PARA
      * TOMAR LOS CANDIDATOS Y REWRITE POR CLAVE PARA MARCAR EL EGRESO
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES; ACA SOLO SE
      * RECORRE EN SECUENCIA DE CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * RESULTADO DE PROMOCION DE CADA AÑO (PGPROMOC / PGENHIST)
       SELECT OPTIONAL HISTORIAL   ASSIGN TO "HISTORIAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HIS.
      * PLAN DE ESTUDIOS POR SECCION Y AÑO (PGENPLAN)
       SELECT OPTIONAL PLAN        ASSIGN TO "PLAN.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLA.
       SELECT OPTIONAL EXAMENES    ASSIGN TO "EXAMENES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXA.
       SELECT OPTIONAL PREVIAS     ASSIGN TO "PREVIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRE.
       SELECT OPTIONAL EQUIVAL     ASSIGN TO "EQUIVAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EQU.
       SELECT OPTIONAL LIBRES      ASSIGN TO "LIBRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB.
       SELECT OPTIONAL REGLAS      ASSIGN TO "REGLAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REG.
      * REGISTRO DE EGRESADOS: UN ASIENTO POR DIPLOMA, CON SU NRO Y
      * EL FOLIO DEL LIBRO DE TITULOS; SOLO SE AGREGA
       SELECT OPTIONAL EGRESADOS   ASSIGN TO "EGRESADOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EGR.
      * CONTROL DE EGRESO PARA LA REVISION DE LA SECRETARIA
       SELECT EGRESO               ASSIGN TO "EGRESO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CTL.
      * DIPLOMAS IMPRESOS, UNO DETRAS DE OTRO
       SELECT DIPLOMAS             ASSIGN TO "DIPLOMAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DIP.
      * HOJA DEL LIBRO DE TITULOS CON LOS ASIENTOS DE LA CORRIDA
       SELECT LIBROTIT             ASSIGN TO "LIBROTIT.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB-TIT.
      * CANDADO DE LOS MAESTROS: SE TOMA MIENTRAS SE GRABA EL EGRESO
       SELECT OPTIONAL LOCKFILE    ASSIGN TO "MAESTROS.LCK"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LCK.
      * CONTROL DE CORRIDAS BATCH COMPARTIDO: UN REGISTRO DE INICIO Y
      * UNO DE FIN POR CORRIDA, CON CONTADORES Y ESTADO FINAL
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
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
                 88 ALU-ESTADO-ACTIVO VALUE "A".
                 88 ALU-ESTADO-EGRESADO VALUE "E".

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD HISTORIAL.
           01 HISTORIAL-REGISTRO.
              05 HIST-NRO-ALUMNO PIC 9(4).
              05 HIST-ANIO PIC 9(4).
              05 HIST-ESTADO PIC X.
                 88 HIST-ESTADO-PROMOVIDO VALUE "P".
                 88 HIST-ESTADO-REPITIENTE VALUE "R".
                 88 HIST-ESTADO-RETIRADO VALUE "T".

       FD PLAN.
           01 PLAN-REGISTRO.
              05 PLA-SECCION PIC X(2).
              05 PLA-ANIO PIC 9(4).
              05 PLA-NRO-MATERIA PIC 99.
              05 PLA-ORDEN PIC 99.

       FD EXAMENES.
           01 EXAMENES-REGISTRO.
              05 EXA-NRO-ALUMNO PIC 9(4).
              05 EXA-NRO-MATERIA PIC 99.
              05 EXA-ANIO PIC 9(4).
              05 EXA-DIA-MESA PIC 99.
              05 EXA-MES-MESA PIC 99.
              05 EXA-NOTA PIC 99V9.

       FD PREVIAS.
           01 PREVIAS-REGISTRO.
              05 PRE-NRO-ALUMNO PIC 9(4).
              05 PRE-NRO-MATERIA PIC 99.
              05 PRE-ANIO-ORIGEN PIC 9(4).
              05 PRE-ESTADO PIC X.
                 88 PRE-ESTADO-PENDIENTE VALUE "P".
                 88 PRE-ESTADO-SALDADA VALUE "S".

       FD EQUIVAL.
           01 EQUIVAL-REGISTRO.
              05 EQU-NRO-ALUMNO PIC 9(4).
              05 EQU-NRO-MATERIA PIC 99.
              05 EQU-ESCUELA PIC X(25).
              05 EQU-NOTA PIC 99V9.
              05 EQU-RESOLUCION PIC X(10).
              05 EQU-FECHA PIC X(8).

       FD LIBRES.
           01 LIBRES-REGISTRO.
              05 LIB-NRO-ALUMNO PIC 9(4).
              05 LIB-NRO-MATERIA PIC 99.
              05 LIB-ANIO PIC 9(4).
              05 LIB-FECHA PIC 9(8).
              05 LIB-INASISTENCIAS PIC 9(3).
              05 LIB-TOPE PIC 999.

       FD REGLAS.
           01 REGLAS-REGISTRO.
              05 REG-ANIO PIC 9(4).
              05 REG-NOTA-APROBACION PIC 99V9.
              05 REG-MAX-DESAPROBADAS PIC 99.
              05 REG-ASISTENCIA-MINIMA PIC 999.
              05 REG-MAX-PREVIAS PIC 99.
              05 REG-MAX-INASISTENCIAS PIC 999.

      * EL FOLIO ES LA HOJA DEL LIBRO DE TITULOS EN QUE QUEDA EL
      * ASIENTO; EL PROMEDIO ES EL DE LAS MATERIAS DEL PLAN
       FD EGRESADOS.
           01 EGRESADOS-REGISTRO.
              05 EGR-NRO-DIPLOMA PIC 9(6).
              05 EGR-FOLIO PIC 9(4).
              05 EGR-NRO-ALUMNO PIC 9(4).
              05 EGR-NOMBRE PIC X(23).
              05 EGR-DOCUMENTO PIC 9(8).
              05 EGR-SECCION PIC X(2).
              05 EGR-ANIO-EGRESO PIC 9(4).
              05 EGR-FECHA PIC 9(8).
              05 EGR-PROMEDIO PIC 99V99.
              05 EGR-OPERADOR PIC X(10).

       FD EGRESO.
           01 EGRESO-LINEA PIC X(80).

       FD DIPLOMAS.
           01 DIPLOMAS-LINEA PIC X(80).

       FD LIBROTIT.
           01 LIBROTIT-LINEA PIC X(80).

       FD LOCKFILE.
           01 LOCKFILE-REGISTRO.
              05 LCK-PROGRAMA PIC X(8).
              05 LCK-OPERADOR PIC X(10).
              05 LCK-FECHA PIC X(14).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
           88 WS-FS-NOT-NO VALUE "10".
       01 WS-FS-HIS PIC XX.
           88 WS-FS-HIS-OK VALUE "00".
           88 WS-FS-HIS-NO VALUE "10".
       01 WS-FS-PLA PIC XX.
           88 WS-FS-PLA-OK VALUE "00".
           88 WS-FS-PLA-NO VALUE "10".
       01 WS-FS-EXA PIC XX.
           88 WS-FS-EXA-OK VALUE "00".
           88 WS-FS-EXA-NO VALUE "10".
       01 WS-FS-PRE PIC XX.
           88 WS-FS-PRE-OK VALUE "00".
           88 WS-FS-PRE-NO VALUE "10".
       01 WS-FS-EQU PIC XX.
           88 WS-FS-EQU-OK VALUE "00".
           88 WS-FS-EQU-NO VALUE "10".
       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
           88 WS-FS-LIB-NO VALUE "10".
       01 WS-FS-REG PIC XX.
           88 WS-FS-REG-OK VALUE "00".
           88 WS-FS-REG-NO VALUE "10".
       01 WS-FS-EGR PIC XX.
           88 WS-FS-EGR-OK VALUE "00".
           88 WS-FS-EGR-NO VALUE "10".
           88 WS-FS-EGR-NOEXISTE VALUE "05" "35".
       01 WS-FS-CTL PIC XX.
           88 WS-FS-CTL-OK VALUE "00".
       01 WS-FS-DIP PIC XX.
           88 WS-FS-DIP-OK VALUE "00".
       01 WS-FS-LIB-TIT PIC XX.
           88 WS-FS-LIB-TIT-OK VALUE "00".
       01 WS-FS-LCK PIC XX.
           88 WS-FS-LCK-OK VALUE "00".
           88 WS-FS-LCK-NOEXISTE VALUE "05" "35".
       01 WS-LOCK-TOMADO PIC X VALUE "N".
           88 LOCK-TOMADO-SI VALUE "S".
           88 LOCK-TOMADO-NO VALUE "N".
       01 WS-RUTA-LOCK PIC X(12) VALUE "MAESTROS.LCK".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

      * OPERADOR QUE CORRE EL PROCESO, VOLCADO EN CADA LINEA DE
      * AUDITORIA Y EN EL ASIENTO DEL REGISTRO DE EGRESADOS
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ANIO-EGRESO PIC 9(4) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.
       01 WS-HOY PIC 9(8) VALUE 0.
       01 WS-FECHA-EN-LETRAS PIC X(23) VALUE SPACES.

      * ASIENTOS POR FOLIO DEL LIBRO DE TITULOS: EL FOLIO SALE DEL NRO
      * DE DIPLOMA, QUE ES CORRELATIVO DESDE EL PRIMER EGRESADO
       77 WS-ASIENTOS-FOLIO PIC 99 VALUE 10.
       77 WS-ULTIMO-DIPLOMA PIC 9(6) VALUE 0.
       77 WS-FOLIO PIC 9(4) VALUE 0.
       77 WS-FOLIO-IMPRESO PIC 9(4) VALUE 0.

      * CANDIDATOS: ALUMNOS ACTIVOS DE SEXTO AÑO; CADA UNO GUARDA EL
      * TRAMO DE LA TABLA DE NOTAS QUE LE CORRESPONDE (NOTAS.dat
      * LLEGA EN ORDEN DE ALUMNO) Y, SI COMPLETA EL PLAN, EL DIPLOMA
      * Y EL FOLIO ASIGNADOS Y SU PROMEDIO
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 2000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-NOMBRE PIC X(23).
               10 TABALU-DOCUMENTO PIC 9(8).
               10 TABALU-SECCION PIC X(2).
               10 TABALU-NOT-DESDE PIC 9(5).
               10 TABALU-NOT-HASTA PIC 9(5).
               10 TABALU-EGRESA PIC X.
               10 TABALU-DIPLOMA PIC 9(6).
               10 TABALU-FOLIO PIC 9(4).
               10 TABALU-PROMEDIO PIC 99V99.
       77 TABALU-INDICE PIC 9(4).
       77 TABALU-TOTAL PIC 9(4) VALUE 0.
       77 WS-CAND-INDICE PIC 9(4) VALUE 0.
       77 WS-BUSCA-NRO PIC 9(4) VALUE 0.

      * RESULTADO DE PROMOCION DE LOS CANDIDATOS, TODOS LOS AÑOS
       01 TABLA-HISTORIAL.
           05 TABHIS-FILA OCCURS 20000 TIMES.
               10 TABHIS-NRO PIC 9(4).
               10 TABHIS-ANIO PIC 9(4).
               10 TABHIS-ESTADO PIC X.
       77 TABHIS-INDICE PIC 9(5).
       77 TABHIS-TOTAL PIC 9(5) VALUE 0.

      * PLAN DE ESTUDIOS COMPLETO, TODAS LAS SECCIONES Y AÑOS
       01 TABLA-PLAN.
           05 TABPLA-FILA OCCURS 5000 TIMES.
               10 TABPLA-SECCION PIC X(2).
               10 TABPLA-ANIO PIC 9(4).
               10 TABPLA-MATERIA PIC 99.
       77 TABPLA-INDICE PIC 9(4).
       77 TABPLA-TOTAL PIC 9(4) VALUE 0.

      * NOTAS DE LOS CANDIDATOS ACUMULADAS POR MATERIA Y AÑO
       01 TABLA-NOTAS.
           05 TABNOT-FILA OCCURS 50000 TIMES.
               10 TABNOT-ALUMNO PIC 9(4).
               10 TABNOT-MATERIA PIC 99.
               10 TABNOT-ANIO PIC 9(4).
               10 TABNOT-SUMA PIC 9(5)V9.
               10 TABNOT-CANT PIC 999.
       77 TABNOT-INDICE PIC 9(5).
       77 TABNOT-TOTAL PIC 9(5) VALUE 0.
      * ULTIMO ALUMNO LEIDO DE NOTAS.dat Y SU CANDIDATO (0 = NO ES
      * CANDIDATO), PARA NO BUSCARLO EN CADA NOTA
       77 WS-NOT-ULT-ALUMNO PIC 9(4) VALUE 0.
       77 WS-NOT-ULT-CAND PIC 9(4) VALUE 0.

       01 TABLA-EXAMENES.
           05 TABEXA-FILA OCCURS 5000 TIMES.
               10 TABEXA-ALUMNO PIC 9(4).
               10 TABEXA-MATERIA PIC 99.
               10 TABEXA-ANIO PIC 9(4).
               10 TABEXA-NOTA PIC 99V9.
       77 TABEXA-INDICE PIC 9(4).
       77 TABEXA-TOTAL PIC 9(4) VALUE 0.

      * PREVIAS TODAVIA PENDIENTES DE LOS CANDIDATOS
       01 TABLA-PREVIAS.
           05 TABPRE-FILA OCCURS 5000 TIMES.
               10 TABPRE-ALUMNO PIC 9(4).
               10 TABPRE-MATERIA PIC 99.
               10 TABPRE-ANIO PIC 9(4).
       77 TABPRE-INDICE PIC 9(4).
       77 TABPRE-TOTAL PIC 9(4) VALUE 0.

       01 TABLA-EQUIVAL.
           05 TABEQU-FILA OCCURS 2000 TIMES.
               10 TABEQU-ALUMNO PIC 9(4).
               10 TABEQU-MATERIA PIC 99.
               10 TABEQU-NOTA PIC 99V9.
       77 TABEQU-INDICE PIC 9(4).
       77 TABEQU-TOTAL PIC 9(4) VALUE 0.

       01 TABLA-LIBRES.
           05 TABLIB-FILA OCCURS 2000 TIMES.
               10 TABLIB-ALUMNO PIC 9(4).
               10 TABLIB-MATERIA PIC 99.
               10 TABLIB-ANIO PIC 9(4).
       77 TABLIB-INDICE PIC 9(4).
       77 TABLIB-TOTAL PIC 9(4) VALUE 0.

      * NOTA DE APROBACION POR AÑO DE LA REGLA
       01 TABLA-REGLAS.
           05 TABREG-FILA OCCURS 50 TIMES.
               10 TABREG-ANIO PIC 9(4).
               10 TABREG-NOTA PIC 99V9.
       77 TABREG-INDICE PIC 99.
       77 TABREG-TOTAL PIC 99 VALUE 0.
       01 WS-REG-HALLADA PIC X VALUE "N".
           88 REG-HALLADA-SI VALUE "S".
           88 REG-HALLADA-NO VALUE "N".

      * DESBORDE DE TABLAS INTERNAS: CON UNA TABLA CORTA SE PODRIA
      * CERTIFICAR A QUIEN ADEUDA MATERIAS; SE AVISA, NO SE GRABA
      * NADA Y LA CORRIDA TERMINA CON CODIGO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * RECORRIDA DE LOS AÑOS DEL ALUMNO, DEL DE EGRESO HACIA ATRAS:
      * CADA AÑO PROMOVIDO ES UN CURSO APROBADO (DE SEXTO A PRIMERO)
       77 WS-ANIO-REVISADO PIC 9(4) VALUE 0.
       77 WS-CURSO-REVISADO PIC 9 VALUE 0.
       77 WS-ANIOS-RECORRIDOS PIC 99 VALUE 0.
       77 WS-ESTADO-ANIO PIC X VALUE SPACE.
       01 WS-FIN-RECORRIDA PIC X VALUE "N".
           88 FIN-RECORRIDA-SI VALUE "S".
           88 FIN-RECORRIDA-NO VALUE "N".
       01 WS-SECCION-CURSO.
           05 WS-SECC-CURSO PIC 9.
           05 WS-SECC-DIVISION PIC X.
       77 WS-MATERIAS-PLAN PIC 99 VALUE 0.

      * MATERIA DEL PLAN EN REVISION Y SU RESULTADO
       77 WS-MATERIA PIC 99 VALUE 0.
       77 WS-NOTA-APROBACION PIC 99V9 VALUE 0.
       77 WS-NOTA-MATERIA PIC 99V9 VALUE 0.
       77 WS-PROMEDIO-CURSADA PIC 99V9 VALUE 0.
       01 WS-MATERIA-APROBADA PIC X VALUE "N".
           88 MATERIA-APROBADA-SI VALUE "S".
           88 MATERIA-APROBADA-NO VALUE "N".
       01 WS-HALLADA PIC X VALUE "N".
           88 HALLADA-SI VALUE "S".
           88 HALLADA-NO VALUE "N".
       01 WS-MOTIVO PIC X(20) VALUE SPACES.
       01 WS-NOMBRE-MATERIA PIC X(25) VALUE SPACES.

      * DEUDAS Y PROMEDIO DEL ALUMNO EN REVISION
       77 WS-CANT-DEUDAS PIC 999 VALUE 0.
       77 WS-SUMA-NOTAS PIC 9(5)V9 VALUE 0.
       77 WS-CANT-NOTAS PIC 999 VALUE 0.
       77 WS-PROMEDIO-GENERAL PIC 99V99 VALUE 0.
       01 WS-PROMEDIO-ED PIC Z9.99.

       77 WS-TOTAL-CANDIDATOS PIC 9(4) VALUE 0.
       77 WS-TOTAL-EGRESAN PIC 9(4) VALUE 0.
       77 WS-TOTAL-NO-EGRESAN PIC 9(4) VALUE 0.
       77 WS-TOTAL-GRABADOS PIC 9(4) VALUE 0.
       77 WS-TOTAL-CON-DEUDA PIC 9(4) VALUE 0.

      * LOS CAMBIOS DE ESTADO DEL MAESTRO SE REGISTRAN EN MOVALU.dat
      * (RUTMOV) PARA PODER RECONSTRUIR LA NOMINA A FECHA
       77 WS-MOV-ESTADO-ANT PIC X VALUE SPACE.
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

      *rutinas
       01 RUTMATER PIC X(8) VALUE "RUTMATER".
       01 RUTFECHA PIC X(8) VALUE "RUTFECHA".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACM.cpy".
       COPY "COPY-ACF.cpy".

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

      * LIBRE DEUDA (RUTLIBRE): LIBROS SIN DEVOLVER Y SALDO DE CUOTAS
       01 RUTLIBRE PIC X(8) VALUE "RUTLIBRE".
      * AREA DE COMUNICACION RUTINA LIBRE DEUDA
       COPY "COPY-ACB.cpy".
       77 WS-PST-INDICE PIC 99.
       01 WS-SALDO-ED PIC ZZZZZZ9.99.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.
       01 WS-SPOOL-ARCHIVO PIC X(20) VALUE SPACES.

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
           DISPLAY "AÑO DE EGRESO (EL AÑO LECTIVO CERRADO)"
           ACCEPT WS-ANIO-EGRESO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE "I" TO WS-RUN-TIPO
           MOVE SPACE TO WS-RUN-ESTADO
           PERFORM 9910-GRABAR-RUNCTL
           INITIALIZE AreaDeComunicacionMateria
           MOVE 1 TO Opcion-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           PERFORM 0100-ARMAR-FECHA-EMISION
           PERFORM 1000-CARGAR-TABLAS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "EGRESO CANCELADO POR DESBORDE DE TABLAS"
                   " INTERNAS, NADA GRABADO"
               MOVE 12 TO RETURN-CODE
               MOVE "A" TO WS-RUN-ESTADO
           ELSE
               PERFORM 2000-CERTIFICAR-CANDIDATOS
               DISPLAY "CONTROL DE EGRESO IMPRESO EN EGRESO.dat"
               DISPLAY "COMPLETARON EL PLAN: " WS-TOTAL-EGRESAN
                   " / ADEUDAN MATERIAS: " WS-TOTAL-NO-EGRESAN
               IF WS-TOTAL-EGRESAN = 0
                   MOVE "N" TO WS-RUN-ESTADO
               ELSE
                   DISPLAY "CONFIRMAR EL EGRESO Y LA EMISION DE"
                       " DIPLOMAS? S/N"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
      * EL EGRESO TOCA EL MAESTRO DE ALUMNOS: SE HACE CON EL CANDADO
      * DE LOS MAESTROS TOMADO
                       PERFORM 9800-TOMAR-LOCK
                       IF LOCK-TOMADO-NO
                           DISPLAY "EGRESO CANCELADO, NADA GRABADO"
                           MOVE "A" TO WS-RUN-ESTADO
                       ELSE
                           PERFORM 3000-GRABAR-EGRESOS
                           PERFORM 9810-LIBERAR-LOCK
                           MOVE "N" TO WS-RUN-ESTADO
                       END-IF
                   ELSE
                       DISPLAY "EGRESO CANCELADO, NADA GRABADO"
                       MOVE "A" TO WS-RUN-ESTADO
                   END-IF
               END-IF
               PERFORM 4000-MOSTRAR-RESUMEN
           END-IF
           MOVE "F" TO WS-RUN-TIPO
           PERFORM 9910-GRABAR-RUNCTL
           GOBACK.

      * LA FECHA DE EMISION DEL DIPLOMA EN LETRAS SALE DE RUTFECHA
      * (FORMATO 5) A PARTIR DE LA FECHA DEL SISTEMA
       0100-ARMAR-FECHA-EMISION.
           INITIALIZE AreaDeComunicacionFecha
           MOVE 2 TO Opcion
           MOVE WS-HOY(7:2) TO F-I-DIA
           MOVE WS-HOY(5:2) TO F-I-MES
           MOVE WS-HOY(1:4) TO F-I-AÑO
           CALL RUTFECHA USING AreaDeComunicacionFecha
           MOVE FechaFormato5 TO WS-FECHA-EN-LETRAS.

       1000-CARGAR-TABLAS.
           PERFORM 1100-CARGAR-REGLAS
           PERFORM 1200-CARGAR-CANDIDATOS
           PERFORM 1250-CARGAR-EGRESADOS
           PERFORM 1300-CARGAR-HISTORIAL
           PERFORM 1400-CARGAR-PLAN
           PERFORM 1500-CARGAR-NOTAS
           PERFORM 1600-CARGAR-EXAMENES
           PERFORM 1700-CARGAR-PREVIAS
           PERFORM 1800-CARGAR-EQUIVAL
           PERFORM 1850-CARGAR-LIBRES.

       1100-CARGAR-REGLAS.
           MOVE 0 TO TABREG-TOTAL
           OPEN INPUT REGLAS
           IF WS-FS-REG-OK
               PERFORM 1110-LEER-REGLA UNTIL NOT WS-FS-REG-OK
           END-IF
           CLOSE REGLAS.

      * LA ULTIMA REGLA CARGADA PARA UN AÑO ES LA QUE VALE
       1110-LEER-REGLA.
           READ REGLAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-REG
           END-READ
           IF WS-FS-REG-OK
               MOVE "N" TO WS-REG-HALLADA
               PERFORM VARYING TABREG-INDICE FROM 1 BY 1
                   UNTIL TABREG-INDICE > TABREG-TOTAL OR REG-HALLADA-SI
                   IF TABREG-ANIO(TABREG-INDICE) = REG-ANIO
                       MOVE REG-NOTA-APROBACION
                           TO TABREG-NOTA(TABREG-INDICE)
                       MOVE "S" TO WS-REG-HALLADA
                   END-IF
               END-PERFORM
               IF REG-HALLADA-NO AND TABREG-TOTAL < 50
                   ADD 1 TO TABREG-TOTAL
                   MOVE REG-ANIO TO TABREG-ANIO(TABREG-TOTAL)
                   MOVE REG-NOTA-APROBACION
                       TO TABREG-NOTA(TABREG-TOTAL)
               END-IF
           END-IF.

      * CANDIDATOS: ACTIVOS DE UNA SECCION DE SEXTO (6A, 6B, ...), EL
      * ULTIMO CURSO, QUE PGROLL YA NO PASA A OTRA SECCION
       1200-CARGAR-CANDIDATOS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
           ELSE
               IF WS-FS-ALU-OK
                   PERFORM 1210-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
               END-IF
           END-IF
           CLOSE ALUMNOS
           MOVE TABALU-TOTAL TO WS-TOTAL-CANDIDATOS.

       1210-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
           AND ALU-SECCION(1:1) = "6"
               IF TABALU-TOTAL < 2000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-NOMBRE TO TABALU-NOMBRE(TABALU-TOTAL)
                   MOVE ALU-DOCUMENTO
                       TO TABALU-DOCUMENTO(TABALU-TOTAL)
                   MOVE ALU-SECCION TO TABALU-SECCION(TABALU-TOTAL)
                   MOVE 0 TO TABALU-NOT-DESDE(TABALU-TOTAL)
                   MOVE 0 TO TABALU-NOT-HASTA(TABALU-TOTAL)
                   MOVE "N" TO TABALU-EGRESA(TABALU-TOTAL)
                   MOVE 0 TO TABALU-DIPLOMA(TABALU-TOTAL)
                   MOVE 0 TO TABALU-FOLIO(TABALU-TOTAL)
                   MOVE 0 TO TABALU-PROMEDIO(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

      * EL ULTIMO NRO DE DIPLOMA DEL REGISTRO: LOS DE ESTA CORRIDA
      * SIGUEN DESDE AHI
       1250-CARGAR-EGRESADOS.
           MOVE 0 TO WS-ULTIMO-DIPLOMA
           OPEN INPUT EGRESADOS
           IF WS-FS-EGR-OK
               PERFORM 1260-LEER-EGRESADO UNTIL NOT WS-FS-EGR-OK
           END-IF
           CLOSE EGRESADOS.

       1260-LEER-EGRESADO.
           READ EGRESADOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-EGR
           END-READ
           IF WS-FS-EGR-OK AND EGR-NRO-DIPLOMA > WS-ULTIMO-DIPLOMA
               MOVE EGR-NRO-DIPLOMA TO WS-ULTIMO-DIPLOMA
           END-IF.

      * BUSCA EL NRO DE WS-BUSCA-NRO ENTRE LOS CANDIDATOS; DEJA SU
      * FILA EN WS-CAND-INDICE, O CERO SI NO ES CANDIDATO
       1290-BUSCAR-CANDIDATO.
           MOVE 0 TO WS-CAND-INDICE
           PERFORM VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL OR WS-CAND-INDICE > 0
               IF TABALU-NRO(TABALU-INDICE) = WS-BUSCA-NRO
                   MOVE TABALU-INDICE TO WS-CAND-INDICE
               END-IF
           END-PERFORM.

       1300-CARGAR-HISTORIAL.
           MOVE 0 TO TABHIS-TOTAL
           OPEN INPUT HISTORIAL
           IF WS-FS-HIS-OK
               PERFORM 1310-LEER-HISTORIAL UNTIL NOT WS-FS-HIS-OK
           END-IF
           CLOSE HISTORIAL.

       1310-LEER-HISTORIAL.
           READ HISTORIAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-HIS
           END-READ
           IF WS-FS-HIS-OK
               MOVE HIST-NRO-ALUMNO TO WS-BUSCA-NRO
               PERFORM 1290-BUSCAR-CANDIDATO
               IF WS-CAND-INDICE > 0
                   IF TABHIS-TOTAL < 20000
                       ADD 1 TO TABHIS-TOTAL
                       MOVE HIST-NRO-ALUMNO TO TABHIS-NRO(TABHIS-TOTAL)
                       MOVE HIST-ANIO TO TABHIS-ANIO(TABHIS-TOTAL)
                       MOVE HIST-ESTADO TO TABHIS-ESTADO(TABHIS-TOTAL)
                   ELSE
                       MOVE "TABLA-HISTORIAL" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1400-CARGAR-PLAN.
           MOVE 0 TO TABPLA-TOTAL
           OPEN INPUT PLAN
           IF WS-FS-PLA-OK
               PERFORM 1410-LEER-PLAN UNTIL NOT WS-FS-PLA-OK
           END-IF
           CLOSE PLAN.

       1410-LEER-PLAN.
           READ PLAN NEXT RECORD AT END
               MOVE "10" TO WS-FS-PLA
           END-READ
           IF WS-FS-PLA-OK
               IF TABPLA-TOTAL < 5000
                   ADD 1 TO TABPLA-TOTAL
                   MOVE PLA-SECCION TO TABPLA-SECCION(TABPLA-TOTAL)
                   MOVE PLA-ANIO TO TABPLA-ANIO(TABPLA-TOTAL)
                   MOVE PLA-NRO-MATERIA TO TABPLA-MATERIA(TABPLA-TOTAL)
               ELSE
                   MOVE "TABLA-PLAN" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1500-CARGAR-NOTAS.
           MOVE 0 TO TABNOT-TOTAL
           MOVE 0 TO WS-NOT-ULT-ALUMNO
           MOVE 0 TO WS-NOT-ULT-CAND
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               PERFORM 1510-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           CLOSE NOTAS.

      * NOTAS.dat LLEGA EN ORDEN DE CLAVE (ALUMNO, MATERIA, AÑO): LAS
      * NOTAS DE UN MISMO PAR MATERIA/AÑO SE SUMAN EN LA ULTIMA FILA
       1510-LEER-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK
               IF NOT-NRO-ALUMNO NOT = WS-NOT-ULT-ALUMNO
                   MOVE NOT-NRO-ALUMNO TO WS-NOT-ULT-ALUMNO
                   MOVE NOT-NRO-ALUMNO TO WS-BUSCA-NRO
                   PERFORM 1290-BUSCAR-CANDIDATO
                   MOVE WS-CAND-INDICE TO WS-NOT-ULT-CAND
               END-IF
               IF WS-NOT-ULT-CAND > 0
                   PERFORM 1520-ACUMULAR-NOTA
               END-IF
           END-IF.

       1520-ACUMULAR-NOTA.
           MOVE "N" TO WS-HALLADA
           IF TABNOT-TOTAL > 0
               IF TABNOT-ALUMNO(TABNOT-TOTAL) = NOT-NRO-ALUMNO
               AND TABNOT-MATERIA(TABNOT-TOTAL) = NOT-NRO-MATERIA
               AND TABNOT-ANIO(TABNOT-TOTAL) = NOT-ANIO
                   ADD NOT-NOTA TO TABNOT-SUMA(TABNOT-TOTAL)
                   ADD 1 TO TABNOT-CANT(TABNOT-TOTAL)
                   MOVE "S" TO WS-HALLADA
               END-IF
           END-IF
           IF HALLADA-NO
               IF TABNOT-TOTAL < 50000
                   ADD 1 TO TABNOT-TOTAL
                   MOVE NOT-NRO-ALUMNO TO TABNOT-ALUMNO(TABNOT-TOTAL)
                   MOVE NOT-NRO-MATERIA TO TABNOT-MATERIA(TABNOT-TOTAL)
                   MOVE NOT-ANIO TO TABNOT-ANIO(TABNOT-TOTAL)
                   MOVE NOT-NOTA TO TABNOT-SUMA(TABNOT-TOTAL)
                   MOVE 1 TO TABNOT-CANT(TABNOT-TOTAL)
                   IF TABALU-NOT-DESDE(WS-NOT-ULT-CAND) = 0
                       MOVE TABNOT-TOTAL
                           TO TABALU-NOT-DESDE(WS-NOT-ULT-CAND)
                   END-IF
                   MOVE TABNOT-TOTAL
                       TO TABALU-NOT-HASTA(WS-NOT-ULT-CAND)
               ELSE
                   MOVE "TABLA-NOTAS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       1600-CARGAR-EXAMENES.
           MOVE 0 TO TABEXA-TOTAL
           OPEN INPUT EXAMENES
           IF WS-FS-EXA-OK
               PERFORM 1610-LEER-EXAMEN UNTIL NOT WS-FS-EXA-OK
           END-IF
           CLOSE EXAMENES.

       1610-LEER-EXAMEN.
           READ EXAMENES NEXT RECORD AT END
               MOVE "10" TO WS-FS-EXA
           END-READ
           IF WS-FS-EXA-OK
               MOVE EXA-NRO-ALUMNO TO WS-BUSCA-NRO
               PERFORM 1290-BUSCAR-CANDIDATO
               IF WS-CAND-INDICE > 0
                   IF TABEXA-TOTAL < 5000
                       ADD 1 TO TABEXA-TOTAL
                       MOVE EXA-NRO-ALUMNO
                           TO TABEXA-ALUMNO(TABEXA-TOTAL)
                       MOVE EXA-NRO-MATERIA
                           TO TABEXA-MATERIA(TABEXA-TOTAL)
                       MOVE EXA-ANIO TO TABEXA-ANIO(TABEXA-TOTAL)
                       MOVE EXA-NOTA TO TABEXA-NOTA(TABEXA-TOTAL)
                   ELSE
                       MOVE "TABLA-EXAMENES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1700-CARGAR-PREVIAS.
           MOVE 0 TO TABPRE-TOTAL
           OPEN INPUT PREVIAS
           IF WS-FS-PRE-OK
               PERFORM 1710-LEER-PREVIA UNTIL NOT WS-FS-PRE-OK
           END-IF
           CLOSE PREVIAS.

       1710-LEER-PREVIA.
           READ PREVIAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-PRE
           END-READ
           IF WS-FS-PRE-OK AND PRE-ESTADO-PENDIENTE
               MOVE PRE-NRO-ALUMNO TO WS-BUSCA-NRO
               PERFORM 1290-BUSCAR-CANDIDATO
               IF WS-CAND-INDICE > 0
                   IF TABPRE-TOTAL < 5000
                       ADD 1 TO TABPRE-TOTAL
                       MOVE PRE-NRO-ALUMNO
                           TO TABPRE-ALUMNO(TABPRE-TOTAL)
                       MOVE PRE-NRO-MATERIA
                           TO TABPRE-MATERIA(TABPRE-TOTAL)
                       MOVE PRE-ANIO-ORIGEN TO TABPRE-ANIO(TABPRE-TOTAL)
                   ELSE
                       MOVE "TABLA-PREVIAS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1800-CARGAR-EQUIVAL.
           MOVE 0 TO TABEQU-TOTAL
           OPEN INPUT EQUIVAL
           IF WS-FS-EQU-OK
               PERFORM 1810-LEER-EQUIVALENCIA UNTIL NOT WS-FS-EQU-OK
           END-IF
           CLOSE EQUIVAL.

       1810-LEER-EQUIVALENCIA.
           READ EQUIVAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-EQU
           END-READ
           IF WS-FS-EQU-OK
               MOVE EQU-NRO-ALUMNO TO WS-BUSCA-NRO
               PERFORM 1290-BUSCAR-CANDIDATO
               IF WS-CAND-INDICE > 0
                   IF TABEQU-TOTAL < 2000
                       ADD 1 TO TABEQU-TOTAL
                       MOVE EQU-NRO-ALUMNO
                           TO TABEQU-ALUMNO(TABEQU-TOTAL)
                       MOVE EQU-NRO-MATERIA
                           TO TABEQU-MATERIA(TABEQU-TOTAL)
                       MOVE EQU-NOTA TO TABEQU-NOTA(TABEQU-TOTAL)
                   ELSE
                       MOVE "TABLA-EQUIVAL" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       1850-CARGAR-LIBRES.
           MOVE 0 TO TABLIB-TOTAL
           OPEN INPUT LIBRES
           IF WS-FS-LIB-OK
               PERFORM 1860-LEER-LIBRE UNTIL NOT WS-FS-LIB-OK
           END-IF
           CLOSE LIBRES.

       1860-LEER-LIBRE.
           READ LIBRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LIB
           END-READ
           IF WS-FS-LIB-OK
               MOVE LIB-NRO-ALUMNO TO WS-BUSCA-NRO
               PERFORM 1290-BUSCAR-CANDIDATO
               IF WS-CAND-INDICE > 0
                   IF TABLIB-TOTAL < 2000
                       ADD 1 TO TABLIB-TOTAL
                       MOVE LIB-NRO-ALUMNO
                           TO TABLIB-ALUMNO(TABLIB-TOTAL)
                       MOVE LIB-NRO-MATERIA
                           TO TABLIB-MATERIA(TABLIB-TOTAL)
                       MOVE LIB-ANIO TO TABLIB-ANIO(TABLIB-TOTAL)
                   ELSE
                       MOVE "TABLA-LIBRES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * CONTROL DE EGRESO: POR CADA CANDIDATO, LAS MATERIAS QUE
      * ADEUDA O EL DIPLOMA Y FOLIO QUE LE TOCAN
       2000-CERTIFICAR-CANDIDATOS.
           OPEN OUTPUT EGRESO
           IF NOT WS-FS-CTL-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-CTL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CONTROL DE EGRESO - AÑO " DELIMITED BY SIZE
               WS-ANIO-EGRESO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-CONTROL
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-CONTROL
           PERFORM 2100-CERTIFICAR-ALUMNO
               VARYING TABALU-INDICE FROM 1 BY 1
               UNTIL TABALU-INDICE > TABALU-TOTAL
           CLOSE EGRESO
           MOVE "EGRESO.dat" TO WS-SPOOL-ARCHIVO
           PERFORM 9930-REGISTRAR-SPOOL.

       2100-CERTIFICAR-ALUMNO.
           MOVE 0 TO WS-CANT-DEUDAS
           MOVE 0 TO WS-SUMA-NOTAS
           MOVE 0 TO WS-CANT-NOTAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING TABALU-NRO(TABALU-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABALU-NOMBRE(TABALU-INDICE) DELIMITED BY SIZE
               " SECCION " DELIMITED BY SIZE
               TABALU-SECCION(TABALU-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-CONTROL
           MOVE TABALU-SECCION(TABALU-INDICE) TO WS-SECCION-CURSO
           MOVE WS-ANIO-EGRESO TO WS-ANIO-REVISADO
           MOVE 6 TO WS-CURSO-REVISADO
           MOVE 0 TO WS-ANIOS-RECORRIDOS
           MOVE "N" TO WS-FIN-RECORRIDA
           PERFORM 2200-REVISAR-ANIO
               UNTIL FIN-RECORRIDA-SI OR WS-CURSO-REVISADO = 0
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-CANT-DEUDAS = 0
               PERFORM 2500-ASIGNAR-DIPLOMA
               MOVE TABALU-PROMEDIO(TABALU-INDICE) TO WS-PROMEDIO-ED
               STRING "    COMPLETO EL PLAN: DIPLOMA " DELIMITED BY SIZE
                   TABALU-DIPLOMA(TABALU-INDICE) DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   TABALU-FOLIO(TABALU-INDICE) DELIMITED BY SIZE
                   " PROMEDIO " DELIMITED BY SIZE
                   WS-PROMEDIO-ED DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-CONTROL
               PERFORM 2550-VERIFICAR-LIBRE-DEUDA
           ELSE
               ADD 1 TO WS-TOTAL-NO-EGRESAN
               STRING "    NO EGRESA: ADEUDA " DELIMITED BY SIZE
                   WS-CANT-DEUDAS DELIMITED BY SIZE
                   " PENDIENTE(S)" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-CONTROL
           END-IF.

      * UN AÑO DE LA TRAYECTORIA DEL ALUMNO: PROMOVIDO ES UN CURSO
      * APROBADO CON EL PLAN DE ESE AÑO; REPITIENTE NO CUENTA (EL
      * CURSO SE APRUEBA EL AÑO SIGUIENTE), SALVO EN EL AÑO DE EGRESO;
      * SIN HISTORIAL (O RETIRADO) LA TRAYECTORIA NO SE PUEDE
      * CERTIFICAR Y SE INFORMA COMO DEUDA (SE CARGA CON PGENHIST)
       2200-REVISAR-ANIO.
           ADD 1 TO WS-ANIOS-RECORRIDOS
           MOVE SPACE TO WS-ESTADO-ANIO
           PERFORM VARYING TABHIS-INDICE FROM 1 BY 1
               UNTIL TABHIS-INDICE > TABHIS-TOTAL
               IF TABHIS-NRO(TABHIS-INDICE) = TABALU-NRO(TABALU-INDICE)
               AND TABHIS-ANIO(TABHIS-INDICE) = WS-ANIO-REVISADO
                   MOVE TABHIS-ESTADO(TABHIS-INDICE) TO WS-ESTADO-ANIO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ESTADO-ANIO = "P"
                   MOVE WS-CURSO-REVISADO TO WS-SECC-CURSO
                   PERFORM 2300-REVISAR-PLAN-ANIO
                   SUBTRACT 1 FROM WS-CURSO-REVISADO
               WHEN WS-ESTADO-ANIO = "R"
               AND WS-ANIO-REVISADO NOT = WS-ANIO-EGRESO
                   CONTINUE
               WHEN WS-ESTADO-ANIO = "R"
                   ADD 1 TO WS-CANT-DEUDAS
                   MOVE "    REPITE EL ULTIMO AÑO" TO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-CONTROL
                   MOVE "S" TO WS-FIN-RECORRIDA
               WHEN OTHER
                   ADD 1 TO WS-CANT-DEUDAS
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "    SIN PROMOCION REGISTRADA DEL CURSO "
                       DELIMITED BY SIZE
                       WS-CURSO-REVISADO DELIMITED BY SIZE
                       " (HISTORIAL " DELIMITED BY SIZE
                       WS-ANIO-REVISADO DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-CONTROL
                   MOVE "S" TO WS-FIN-RECORRIDA
           END-EVALUATE
           SUBTRACT 1 FROM WS-ANIO-REVISADO
      * TOPE DE SEGURIDAD: NINGUNA TRAYECTORIA LLEGA A TANTOS AÑOS
           IF WS-ANIOS-RECORRIDOS >= 20
               MOVE "S" TO WS-FIN-RECORRIDA
           END-IF.

      * TODAS LAS MATERIAS DEL PLAN DE LA SECCION DEL CURSO EN EL
      * AÑO EN QUE SE APROBO; SIN PLAN CARGADO NO SE PUEDE CERTIFICAR
       2300-REVISAR-PLAN-ANIO.
           MOVE 0 TO WS-MATERIAS-PLAN
           PERFORM VARYING TABPLA-INDICE FROM 1 BY 1
               UNTIL TABPLA-INDICE > TABPLA-TOTAL
               IF TABPLA-SECCION(TABPLA-INDICE) = WS-SECCION-CURSO
               AND TABPLA-ANIO(TABPLA-INDICE) = WS-ANIO-REVISADO
                   ADD 1 TO WS-MATERIAS-PLAN
                   MOVE TABPLA-MATERIA(TABPLA-INDICE) TO WS-MATERIA
                   PERFORM 2400-REVISAR-MATERIA
               END-IF
           END-PERFORM
           IF WS-MATERIAS-PLAN = 0
               ADD 1 TO WS-CANT-DEUDAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "    SIN PLAN CARGADO PARA LA SECCION "
                   DELIMITED BY SIZE
                   WS-SECCION-CURSO DELIMITED BY SIZE
                   " EN " DELIMITED BY SIZE
                   WS-ANIO-REVISADO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-CONTROL
           END-IF.

      * UNA MATERIA DEL PLAN ESTA APROBADA POR EQUIVALENCIA, POR
      * EXAMEN APROBADO (DEL AÑO O POSTERIOR) O POR PROMEDIO DE
      * CURSADA; CON PREVIA PENDIENTE O LIBRE, EL PROMEDIO NO ALCANZA
       2400-REVISAR-MATERIA.
           MOVE 7.0 TO WS-NOTA-APROBACION
           PERFORM VARYING TABREG-INDICE FROM 1 BY 1
               UNTIL TABREG-INDICE > TABREG-TOTAL
               IF TABREG-ANIO(TABREG-INDICE) = WS-ANIO-REVISADO
                   MOVE TABREG-NOTA(TABREG-INDICE)
                       TO WS-NOTA-APROBACION
               END-IF
           END-PERFORM
           MOVE "N" TO WS-MATERIA-APROBADA
           MOVE SPACES TO WS-MOTIVO
           PERFORM 2410-BUSCAR-EQUIVALENCIA
           IF MATERIA-APROBADA-NO
               PERFORM 2420-BUSCAR-EXAMEN
           END-IF
           IF MATERIA-APROBADA-NO
               PERFORM 2430-BUSCAR-PREVIA-LIBRE
           END-IF
           IF MATERIA-APROBADA-NO AND WS-MOTIVO = SPACES
               PERFORM 2440-CALCULAR-CURSADA
           END-IF
           IF MATERIA-APROBADA-SI
               ADD WS-NOTA-MATERIA TO WS-SUMA-NOTAS
               ADD 1 TO WS-CANT-NOTAS
           ELSE
               ADD 1 TO WS-CANT-DEUDAS
               PERFORM 2450-INFORMAR-DEUDA
           END-IF.

       2410-BUSCAR-EQUIVALENCIA.
           PERFORM VARYING TABEQU-INDICE FROM 1 BY 1
               UNTIL TABEQU-INDICE > TABEQU-TOTAL OR MATERIA-APROBADA-SI
               IF TABEQU-ALUMNO(TABEQU-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABEQU-MATERIA(TABEQU-INDICE) = WS-MATERIA
                   MOVE "S" TO WS-MATERIA-APROBADA
                   MOVE TABEQU-NOTA(TABEQU-INDICE) TO WS-NOTA-MATERIA
               END-IF
           END-PERFORM.

       2420-BUSCAR-EXAMEN.
           PERFORM VARYING TABEXA-INDICE FROM 1 BY 1
               UNTIL TABEXA-INDICE > TABEXA-TOTAL OR MATERIA-APROBADA-SI
               IF TABEXA-ALUMNO(TABEXA-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABEXA-MATERIA(TABEXA-INDICE) = WS-MATERIA
               AND TABEXA-ANIO(TABEXA-INDICE) >= WS-ANIO-REVISADO
               AND TABEXA-NOTA(TABEXA-INDICE) >= WS-NOTA-APROBACION
                   MOVE "S" TO WS-MATERIA-APROBADA
                   MOVE TABEXA-NOTA(TABEXA-INDICE) TO WS-NOTA-MATERIA
               END-IF
           END-PERFORM.

      * SIN EXAMEN APROBADO, UNA PREVIA PENDIENTE O UNA MATERIA LIBRE
      * DEL AÑO ES DEUDA AUNQUE EL PROMEDIO ALCANCE (LA PREVIA PUEDE
      * VENIR DE UNA CORRELATIVA ADEUDADA EN LA PROMOCION)
       2430-BUSCAR-PREVIA-LIBRE.
           PERFORM VARYING TABPRE-INDICE FROM 1 BY 1
               UNTIL TABPRE-INDICE > TABPRE-TOTAL
               OR WS-MOTIVO NOT = SPACES
               IF TABPRE-ALUMNO(TABPRE-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABPRE-MATERIA(TABPRE-INDICE) = WS-MATERIA
               AND TABPRE-ANIO(TABPRE-INDICE) = WS-ANIO-REVISADO
                   MOVE "PREVIA PENDIENTE" TO WS-MOTIVO
               END-IF
           END-PERFORM
           PERFORM VARYING TABLIB-INDICE FROM 1 BY 1
               UNTIL TABLIB-INDICE > TABLIB-TOTAL
               OR WS-MOTIVO NOT = SPACES
               IF TABLIB-ALUMNO(TABLIB-INDICE) =
                   TABALU-NRO(TABALU-INDICE)
               AND TABLIB-MATERIA(TABLIB-INDICE) = WS-MATERIA
               AND TABLIB-ANIO(TABLIB-INDICE) = WS-ANIO-REVISADO
                   MOVE "LIBRE SIN EXAMEN" TO WS-MOTIVO
               END-IF
           END-PERFORM.

      * PROMEDIO DE LAS NOTAS DEL AÑO, BUSCADO SOLO EN EL TRAMO DE
      * LA TABLA DE NOTAS DEL ALUMNO
       2440-CALCULAR-CURSADA.
           MOVE "SIN NOTAS" TO WS-MOTIVO
           IF TABALU-NOT-DESDE(TABALU-INDICE) > 0
               PERFORM VARYING TABNOT-INDICE
                   FROM TABALU-NOT-DESDE(TABALU-INDICE) BY 1
                   UNTIL TABNOT-INDICE > TABALU-NOT-HASTA(TABALU-INDICE)
                   IF TABNOT-MATERIA(TABNOT-INDICE) = WS-MATERIA
                   AND TABNOT-ANIO(TABNOT-INDICE) = WS-ANIO-REVISADO
                       DIVIDE TABNOT-SUMA(TABNOT-INDICE)
                           BY TABNOT-CANT(TABNOT-INDICE)
                           GIVING WS-PROMEDIO-CURSADA
                       IF WS-PROMEDIO-CURSADA >= WS-NOTA-APROBACION
                           MOVE "S" TO WS-MATERIA-APROBADA
                           MOVE WS-PROMEDIO-CURSADA TO WS-NOTA-MATERIA
                       ELSE
                           MOVE "DESAPROBADA" TO WS-MOTIVO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2450-INFORMAR-DEUDA.
           INITIALIZE AreaDeComunicacionMateria
           MOVE 2 TO Opcion-materia
           MOVE WS-MATERIA TO Codigo-materia
           CALL RUTMATER USING AreaDeComunicacionMateria
           IF RET-COD = "00"
               MOVE NOMBRE-MATERIA TO WS-NOMBRE-MATERIA
           ELSE
               MOVE "(MATERIA INEXISTENTE)" TO WS-NOMBRE-MATERIA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "    ADEUDA " DELIMITED BY SIZE
               WS-ANIO-REVISADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SECCION-CURSO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MATERIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE-MATERIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-CONTROL.

      * EL DIPLOMA ES EL SIGUIENTE DEL REGISTRO Y EL FOLIO LA HOJA
      * DEL LIBRO QUE LE TOCA; QUEDAN ASIGNADOS EN EL CONTROL Y SE
      * GRABAN SOLO CON LA CONFIRMACION
       2500-ASIGNAR-DIPLOMA.
           ADD 1 TO WS-TOTAL-EGRESAN
           ADD 1 TO WS-ULTIMO-DIPLOMA
           MOVE "S" TO TABALU-EGRESA(TABALU-INDICE)
           MOVE WS-ULTIMO-DIPLOMA TO TABALU-DIPLOMA(TABALU-INDICE)
           COMPUTE WS-FOLIO =
               (WS-ULTIMO-DIPLOMA - 1) / WS-ASIENTOS-FOLIO + 1
           MOVE WS-FOLIO TO TABALU-FOLIO(TABALU-INDICE)
           IF WS-CANT-NOTAS > 0
               DIVIDE WS-SUMA-NOTAS BY WS-CANT-NOTAS
                   GIVING TABALU-PROMEDIO(TABALU-INDICE)
           END-IF.

      * LIBRE DEUDA DEL QUE COMPLETO EL PLAN: LO QUE ADEUDA SALE EN EL
      * CONTROL DEBAJO DE SU DIPLOMA PARA RETENERLO HASTA QUE SALDE
       2550-VERIFICAR-LIBRE-DEUDA.
           INITIALIZE AreaDeComunicacionLibreDeuda
           MOVE 1 TO Opcion-libre-deuda
           MOVE TABALU-NRO(TABALU-INDICE) TO ALUMNO-LD
           CALL RUTLIBRE USING AreaDeComunicacionLibreDeuda
           MOVE SPACES TO WS-LINEA-REPORTE
           IF RET-COD-14 = "00"
               MOVE "    LIBRE DEUDA" TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-CONTROL
           ELSE
               ADD 1 TO WS-TOTAL-CON-DEUDA
               STRING "    SIN LIBRE DEUDA: " DELIMITED BY SIZE
                   DESC-ERROR-14 DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-CONTROL
               PERFORM 2560-INFORMAR-PRESTAMO
                   VARYING WS-PST-INDICE FROM 1 BY 1
                   UNTIL WS-PST-INDICE > 10
                   OR WS-PST-INDICE > PRESTAMOS-LD
               IF SALDO-LD > 0
                   MOVE SALDO-LD TO WS-SALDO-ED
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "      SALDO DE CUOTAS " DELIMITED BY SIZE
                       WS-SALDO-ED DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM 9010-ESCRIBIR-CONTROL
               END-IF
           END-IF.

       2560-INFORMAR-PRESTAMO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "      LIBRO " DELIMITED BY SIZE
               CODIGO-LIBRO-LD(WS-PST-INDICE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TITULO-LIBRO-LD(WS-PST-INDICE) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-CONTROL.

      * GRABA EL ASIENTO DE CADA EGRESADO, IMPRIME SU DIPLOMA Y SU
      * LINEA DEL LIBRO DE TITULOS Y LO MARCA EGRESADO EN EL MAESTRO
       3000-GRABAR-EGRESOS.
           OPEN EXTEND EGRESADOS
           IF NOT WS-FS-EGR-OK AND NOT WS-FS-EGR-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-EGR
               MOVE "A" TO WS-RUN-ESTADO
           ELSE
               OPEN OUTPUT DIPLOMAS
               OPEN OUTPUT LIBROTIT
               OPEN I-O ALUMNOS
               IF NOT WS-FS-ALU-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
               END-IF
               MOVE 0 TO WS-FOLIO-IMPRESO
               PERFORM 3100-GRABAR-EGRESADO
                   VARYING TABALU-INDICE FROM 1 BY 1
                   UNTIL TABALU-INDICE > TABALU-TOTAL
               CLOSE ALUMNOS
               CLOSE LIBROTIT
               CLOSE DIPLOMAS
               CLOSE EGRESADOS
               MOVE "DIPLOMAS.dat" TO WS-SPOOL-ARCHIVO
               PERFORM 9930-REGISTRAR-SPOOL
               MOVE "LIBROTIT.dat" TO WS-SPOOL-ARCHIVO
               PERFORM 9930-REGISTRAR-SPOOL
           END-IF.

       3100-GRABAR-EGRESADO.
           IF TABALU-EGRESA(TABALU-INDICE) = "S"
               MOVE TABALU-DIPLOMA(TABALU-INDICE) TO EGR-NRO-DIPLOMA
               MOVE TABALU-FOLIO(TABALU-INDICE) TO EGR-FOLIO
               MOVE TABALU-NRO(TABALU-INDICE) TO EGR-NRO-ALUMNO
               MOVE TABALU-NOMBRE(TABALU-INDICE) TO EGR-NOMBRE
               MOVE TABALU-DOCUMENTO(TABALU-INDICE) TO EGR-DOCUMENTO
               MOVE TABALU-SECCION(TABALU-INDICE) TO EGR-SECCION
               MOVE WS-ANIO-EGRESO TO EGR-ANIO-EGRESO
               MOVE WS-HOY TO EGR-FECHA
               MOVE TABALU-PROMEDIO(TABALU-INDICE) TO EGR-PROMEDIO
               MOVE WS-OPERADOR TO EGR-OPERADOR
               WRITE EGRESADOS-REGISTRO
               IF NOT WS-FS-EGR-OK
                   DISPLAY "ERROR AL CARGAR REGISTRO"
                   DISPLAY "FILE STATUS " WS-FS-EGR
               ELSE
                   ADD 1 TO WS-TOTAL-GRABADOS
                   MOVE "EGRESO" TO WS-AUD-OPERACION
                   MOVE SPACES TO WS-AUD-CLAVE
                   STRING EGR-NRO-ALUMNO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       EGR-NRO-DIPLOMA DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   PERFORM 3200-IMPRIMIR-DIPLOMA
                   PERFORM 3300-IMPRIMIR-ASIENTO
                   PERFORM 3400-MARCAR-EGRESADO
               END-IF
           END-IF.

       3200-IMPRIMIR-DIPLOMA.
           MOVE EGR-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DIPLOMA NRO " DELIMITED BY SIZE
               EGR-NRO-DIPLOMA DELIMITED BY SIZE
               "          LIBRO DE TITULOS, FOLIO " DELIMITED BY SIZE
               EGR-FOLIO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE "----------------------------------------"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE "LA DIRECCION DE ESTE ESTABLECIMIENTO CERTIFICA QUE"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "          " DELIMITED BY SIZE
               EGR-NOMBRE DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DOCUMENTO " DELIMITED BY SIZE
               EGR-DOCUMENTO DELIMITED BY SIZE
               ", HA APROBADO LA TOTALIDAD DE LAS MATERIAS DEL"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PLAN DE ESTUDIOS Y EGRESA EN EL AÑO LECTIVO "
               DELIMITED BY SIZE
               EGR-ANIO-EGRESO DELIMITED BY SIZE
               " CON PROMEDIO " DELIMITED BY SIZE
               WS-PROMEDIO-ED DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE "POR ELLO SE LE EXTIENDE EL PRESENTE DIPLOMA."
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FECHA DE EMISION: " DELIMITED BY SIZE
               WS-FECHA-EN-LETRAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE "  .....................       ....................."
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE "  FIRMA DE LA SECRETARIA       FIRMA DE LA DIRECCION"
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-DIPLOMA
           PERFORM 9020-ESCRIBIR-DIPLOMA.

      * CADA CAMBIO DE FOLIO ABRE UNA HOJA NUEVA DEL LIBRO CON SU
      * ENCABEZADO
       3300-IMPRIMIR-ASIENTO.
           IF EGR-FOLIO NOT = WS-FOLIO-IMPRESO
               IF WS-FOLIO-IMPRESO > 0
                   MOVE SPACES TO WS-LINEA-REPORTE
                   PERFORM 9030-ESCRIBIR-LIBRO
               END-IF
               MOVE EGR-FOLIO TO WS-FOLIO-IMPRESO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "LIBRO DE TITULOS - FOLIO " DELIMITED BY SIZE
                   EGR-FOLIO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9030-ESCRIBIR-LIBRO
               MOVE "DIPLOMA ALUMNO NOMBRE                  DOCUMENTO"
                   TO WS-LINEA-REPORTE
               MOVE "SECC EGRESO PROM" TO WS-LINEA-REPORTE(52:16)
               PERFORM 9030-ESCRIBIR-LIBRO
           END-IF
           MOVE EGR-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING EGR-NRO-DIPLOMA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EGR-NRO-ALUMNO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGR-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGR-DOCUMENTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EGR-SECCION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               EGR-ANIO-EGRESO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROMEDIO-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9030-ESCRIBIR-LIBRO.

      * EL ALUMNO PASA A EGRESADO (E) EN EL MAESTRO, CON READ POR
      * CLAVE Y REWRITE, Y EL CAMBIO QUEDA EN MOVALU.dat
       3400-MARCAR-EGRESADO.
           MOVE EGR-NRO-ALUMNO TO ALU-NRO-ALUMNO
           READ ALUMNOS
               INVALID KEY
                   DISPLAY "ALUMNO " EGR-NRO-ALUMNO
                       " NO ENCONTRADO EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE ALU-ESTADO TO WS-MOV-ESTADO-ANT
                   MOVE "E" TO ALU-ESTADO
                   REWRITE ALUMNOS-REGISTRO
                   IF WS-FS-ALU-OK
                       PERFORM 9920-GRABAR-MOVIMIENTO
                   ELSE
                       DISPLAY "ERROR AL REESCRIBIR REGISTRO"
                       DISPLAY "FILE STATUS " WS-FS-ALU
                   END-IF
           END-READ.

       4000-MOSTRAR-RESUMEN.
           DISPLAY "===== EGRESO Y LIBRO DE TITULOS ====="
           DISPLAY "CANDIDATOS DE SEXTO AÑO: " WS-TOTAL-CANDIDATOS
           DISPLAY "COMPLETARON EL PLAN:     " WS-TOTAL-EGRESAN
           DISPLAY "ADEUDAN MATERIAS:        " WS-TOTAL-NO-EGRESAN
           DISPLAY "DIPLOMAS REGISTRADOS:    " WS-TOTAL-GRABADOS
           DISPLAY "EGRESAN SIN LIBRE DEUDA: " WS-TOTAL-CON-DEUDA.

      * TOMA EL CANDADO DE LOS MAESTROS; SI OTRA SESION LO TIENE,
      * AVISA QUIEN ES Y EL EGRESO SE CANCELA
       9800-TOMAR-LOCK.
           MOVE "N" TO WS-LOCK-TOMADO
           OPEN INPUT LOCKFILE
           IF WS-FS-LCK-OK
               READ LOCKFILE NEXT RECORD AT END
                   CONTINUE
               END-READ
               CLOSE LOCKFILE
               DISPLAY "ARCHIVO EN USO POR " LCK-OPERADOR
                   " (" LCK-PROGRAMA " DESDE " LCK-FECHA ")"
           ELSE
               CLOSE LOCKFILE
               OPEN OUTPUT LOCKFILE
               IF WS-FS-LCK-OK OR WS-FS-LCK-NOEXISTE
                   MOVE "PGEGRESO" TO LCK-PROGRAMA
                   MOVE WS-OPERADOR TO LCK-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-FECHA
                   WRITE LOCKFILE-REGISTRO
                   CLOSE LOCKFILE
                   MOVE "S" TO WS-LOCK-TOMADO
               END-IF
           END-IF.

       9810-LIBERAR-LOCK.
           IF LOCK-TOMADO-SI
               CALL "CBL_DELETE_FILE" USING WS-RUTA-LOCK
                   RETURNING WS-CBL-RESULT
               MOVE "N" TO WS-LOCK-TOMADO
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

       9010-ESCRIBIR-CONTROL.
           WRITE EGRESO-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-CTL-OK
               DISPLAY "ERROR AL ESCRIBIR EGRESO"
               DISPLAY "FILE STATUS " WS-FS-CTL
           END-IF.

       9020-ESCRIBIR-DIPLOMA.
           WRITE DIPLOMAS-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-DIP-OK
               DISPLAY "ERROR AL ESCRIBIR DIPLOMAS"
               DISPLAY "FILE STATUS " WS-FS-DIP
           END-IF.

       9030-ESCRIBIR-LIBRO.
           WRITE LIBROTIT-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIB-TIT-OK
               DISPLAY "ERROR AL ESCRIBIR LIBROTIT"
               DISPLAY "FILE STATUS " WS-FS-LIB-TIT
           END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGEGRESO" DELIMITED BY SIZE
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

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGEGRESO" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-CANDIDATOS TO RUN-LEIDOS
               MOVE WS-TOTAL-GRABADOS TO RUN-ESCRITOS
               MOVE WS-TOTAL-NO-EGRESAN TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

      * REGISTRA EN MOVALU.dat EL PASE DEL ALUMNO A EGRESADO, CON
      * FECHA EFECTIVA HOY
       9920-GRABAR-MOVIMIENTO.
           INITIALIZE AreaDeComunicacionMovimiento
           MOVE 1 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           MOVE 0 TO FECHA-MOV
           MOVE ALU-SECCION TO SECCION-ANT-MOV
           MOVE WS-MOV-ESTADO-ANT TO ESTADO-ANT-MOV
           MOVE ALU-SECCION TO SECCION-NUE-MOV
           MOVE ALU-ESTADO TO ESTADO-NUE-MOV
           MOVE "PGEGRESO" TO PROGRAMA-MOV
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
           MOVE WS-SPOOL-ARCHIVO TO ARCHIVO-SPL
           MOVE "PGEGRESO" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ANIO EGRESO=" DELIMITED BY SIZE
               WS-ANIO-EGRESO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGEGRESO.
