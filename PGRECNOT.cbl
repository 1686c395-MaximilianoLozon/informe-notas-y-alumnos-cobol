       SELECT OPTIONAL MATERIAS    ASSIGN TO "MATERIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MAT.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES: SE RECORRE EN
      * SECUENCIA Y EL CRUCE DE NOTAS FALTANTES LEE POR CLAVE; LA
      * CLAVE UNICA YA NO ADMITE NOTAS DUPLICADAS
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * PLAN DE ESTUDIOS SECCION/AÑO/MATERIA: UNA NOTA DE UNA MATERIA
      * QUE LA SECCION DEL ALUMNO NO CURSA ES UNA EXCEPCION
       SELECT EXCEPCIONES          ASSIGN TO "EXCEPCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXC.
      * CUARENTENA: LAS NOTAS FUERA DE RANGO SE MUEVEN
      * ACA PARA SU REVISION, ACUMULANDO ENTRE CORRIDAS
       SELECT OPTIONAL RECHAZADAS  ASSIGN TO "NOTAS.RECHAZADAS"
                                       ORGANIZATION IS LINE SEQUENTIAL

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD PLAN.
       FD EXCEPCIONES.
           01 EXCEPCIONES-LINEA PIC X(80).

       FD RECHAZADAS.
           01 RECHAZADAS-REGISTRO.
              05 RCH-NRO-ALUMNO PIC 9(4).
           88 WS-FS-EXC-OK VALUE "00".
           88 WS-FS-EXC-NO VALUE "10".

       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".
           88 WS-FS-RCH-NOEXISTE VALUE "05" "35".
       77 WS-MOTIVO-RECHAZO PIC X(20) VALUE SPACES.
       77 WS-NOTA-TOPE PIC 99V9 VALUE 10.0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE 0.

       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
       77 TABINS-INDICE PIC 9(5).
       77 TABINS-TOTAL PIC 9(5) VALUE 0.

      * MESES DISTINTOS (AÑO/MES) CON ALGUNA NOTA CARGADA: SON LOS
      * MESES EN QUE SE ESPERA UNA NOTA DE CADA INSCRIPCION
       01 TABLA-MESES.
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "I" TO WS-RUN-TIPO
           PERFORM 2500-REVISAR-NOTAS-FALTANTES
           PERFORM 3000-MOSTRAR-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 9100-INFORMAR-REPARACION
      * EL CODIGO DE RETORNO AVISA AL ENCADENADOR NOCTURNO (PGNOCHE)
      * QUE HUBO EXCEPCIONES Y LA CADENA NO DEBE SEGUIR; CON GOBACK
      * EL PROGRAMA SIRVE IGUAL SOLO O COMO PASO DE LA CADENA
           GOBACK.

      * SI LA TARJETA DE CONTROL EXISTE Y PIDE REPARAR, LA CORRIDA
      * BORRA DE NOTAS.dat LO RECHAZADO Y LO MUEVE A CUARENTENA
       0100-LEER-TARJETA-CONTROL.
           MOVE "N" TO WS-MODO-REPARACION
           OPEN INPUT CONTROLCARD

       1000-ABRIR-ARCHIVOS.
           IF MODO-REPARACION-SI
               OPEN EXTEND RECHAZADAS
               IF NOT WS-FS-RCH-OK AND NOT WS-FS-RCH-NOEXISTE
                   DISPLAY "ERROR AL ABRIR NOTAS.RECHAZADAS"
                   DISPLAY "FILE STATUS " WS-FS-MAT
               END-IF
           END-IF
           IF MODO-REPARACION-SI
               OPEN I-O NOTAS
           ELSE
               OPEN INPUT NOTAS
           END-IF
           IF WS-FS-NOT-NOEXISTE
               DISPLAY "NO HAY NOTAS CARGADAS"
           ELSE
               PERFORM 2100-VALIDAR-ALUMNO
               PERFORM 2200-VALIDAR-MATERIA
               PERFORM 2250-VALIDAR-RANGO
               PERFORM 2300-VALIDAR-INSCRIPCION
               PERFORM 2350-VALIDAR-PLAN
               IF NOTA-RECHAZADA-NO
                   PERFORM 2400-REGISTRAR-MES-NOTA
               END-IF
               IF MODO-REPARACION-SI AND NOTA-RECHAZADA-SI
                   PERFORM 2600-SEPARAR-NOTA
               END-IF
           END-IF.
               PERFORM 9010-GRABAR-EXCEPCION
           END-IF.

      * MODO REPARACION: LA NOTA RECHAZADA PASA A CUARENTENA CON SU
      * MOTIVO Y SE BORRA DE NOTAS.dat (LA ULTIMA LEIDA)
       2600-SEPARAR-NOTA.
           ADD 1 TO WS-TOTAL-RECHAZADAS
           MOVE NOT-NRO-ALUMNO TO RCH-NRO-ALUMNO
           MOVE NOT-NRO-MATERIA TO RCH-NRO-MATERIA
           MOVE NOT-ANIO TO RCH-ANIO
           MOVE NOT-MES TO RCH-MES
           MOVE NOT-NOTA TO RCH-NOTA
           MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO
           WRITE RECHAZADAS-REGISTRO
           IF WS-FS-RCH-OK
               DELETE NOTAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT WS-FS-NOT-OK
                   DISPLAY "ERROR AL BORRAR LA NOTA DE NOTAS.dat"
                   DISPLAY "FILE STATUS " WS-FS-NOT
               END-IF
           ELSE
               DISPLAY "ERROR AL ESCRIBIR NOTAS.RECHAZADAS"
               DISPLAY "FILE STATUS " WS-FS-RCH
           END-IF.

      * UNA NOTA DE UNA MATERIA QUE EL PLAN DE LA SECCION DEL ALUMNO
               END-IF
           END-IF.

      * GUARDA EL AÑO/MES DE LA NOTA, PARA EL CRUCE FINAL DE
      * INSCRIPCIONES SIN NOTA; EL LIMITE DE LA TABLA ES SOLO UN TOPE
      * DE SEGURIDAD
       2400-REGISTRAR-MES-NOTA.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING TABMES-INDICE FROM 1 BY 1
               UNTIL TABMES-INDICE > TABMES-TOTAL OR ENCONTRADO-SI
                   UNTIL TABMES-INDICE > TABMES-TOTAL
           END-IF.

      * LA NOTA SE BUSCA POR CLAVE EN NOTAS.dat; UNA NOTA FUERA DE
      * RANGO NO CUENTA COMO CARGADA (EN MODO REPARACION YA SE BORRO)
       2520-CRUZAR-MES.
           IF TABMES-ANIO(TABMES-INDICE) = TABINS-ANIO(TABINS-INDICE)
               MOVE "N" TO WS-ENCONTRADO
               MOVE TABINS-ALUMNO(TABINS-INDICE) TO NOT-NRO-ALUMNO
               MOVE TABINS-MATERIA(TABINS-INDICE) TO NOT-NRO-MATERIA
               MOVE TABMES-ANIO(TABMES-INDICE) TO NOT-ANIO
               MOVE TABMES-MES(TABMES-INDICE) TO NOT-MES
               READ NOTAS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-NOT-OK AND NOT-NOTA NOT > WS-NOTA-TOPE
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
               IF ENCONTRADO-NO
                   MOVE SPACES TO WS-LINEA-EXCEPCION
                   STRING "INSCRIPCION ALUMNO=" DELIMITED BY SIZE

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05. LOS
      * ESCRITOS SON LAS NOTAS PASADAS A CUARENTENA EN MODO
      * REPARACION: EL LIBRO DE TOTALES (RUTTOTAL) LOS TOMA COMO
      * EXPLICACION DE QUE NOTAS.dat ACHIQUE
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-NOTAS TO RUN-LEIDOS
               MOVE WS-TOTAL-RECHAZADAS TO RUN-ESCRITOS
               MOVE WS-TOTAL-EXCEPCIONES TO RUN-EXCEPCIONES
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               DISPLAY "ERROR AL CERRAR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-EXC
           END-IF
           PERFORM 9930-REGISTRAR-SPOOL
           IF MODO-REPARACION-SI
               CLOSE RECHAZADAS
           END-IF.

      * MODO REPARACION: LAS NOTAS RECHAZADAS YA SE BORRARON DE
      * NOTAS.dat Y QUEDAN EN NOTAS.RECHAZADAS
       9100-INFORMAR-REPARACION.
           IF MODO-REPARACION-SI
               DISPLAY "NOTAS.dat REPARADO: SE QUITARON "
                   WS-TOTAL-RECHAZADAS " NOTAS RECHAZADAS"
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "EXCEPCIONES.dat" TO ARCHIVO-SPL
           MOVE "PGRECNOT" TO PROGRAMA-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGRECNOT.
