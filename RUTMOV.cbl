      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTMOV.

      * RUTINA DE MOVIMIENTOS DE ALUMNOS: CADA CAMBIO DE SECCION O DE
      * ESTADO (ALTA, MODIFICACION, BAJA, PASE, ROLL DE FIN DE AÑO,
      * FUSION DE DUPLICADOS) SE AGREGA A MOVALU.dat CON LA FECHA
      * EFECTIVA, LOS VALORES ANTERIOR Y NUEVO, EL PROGRAMA QUE LO
      * ORIGINO Y EL OPERADOR (OPCION 1). EL MAESTRO SOLO GUARDA LA
      * SITUACION ACTUAL; CON ESTE ARCHIVO SE RECONSTRUYE LA SITUACION
      * DE CUALQUIER ALUMNO A UNA FECHA DADA: LA OPCION 2 LEE EL
      * ARCHIVO UNA SOLA VEZ Y ARMA LA TABLA A LA FECHA DE CORTE, LA
      * OPCION 3 LA CONSULTA POR ALUMNO Y LA OPCION 4 RECORRE LOS
      * ALUMNOS QUE YA NO ESTAN EN EL MAESTRO (BORRADOS EN PGENALU)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL MOVALU      ASSIGN TO "MOVALU.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MOV.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
       DATA DIVISION.
       FILE SECTION.
       FD MOVALU.
           01 MOVALU-REGISTRO.
              05 MOV-NRO-ALUMNO PIC 9(4).
              05 MOV-FECHA-EFECTIVA PIC 9(8).
              05 MOV-SECCION-ANT PIC X(2).
              05 MOV-ESTADO-ANT PIC X.
              05 MOV-SECCION-NUE PIC X(2).
              05 MOV-ESTADO-NUE PIC X.
              05 MOV-PROGRAMA PIC X(8).
              05 MOV-OPERADOR PIC X(10).
              05 MOV-FECHA-REGISTRO PIC X(14).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-MOV PIC XX.
           88 WS-FS-MOV-OK VALUE "00".
           88 WS-FS-MOV-NO VALUE "10".
           88 WS-FS-MOV-NOEXISTE VALUE "05" "35".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.
       77 WS-FECHA-CORTE PIC 9(8) VALUE 0.
       77 WS-INDICE PIC 9(4) VALUE 0.
       01 WS-TABLA-CARGADA PIC X VALUE "N".
           88 TABLA-CARGADA-SI VALUE "S".
           88 TABLA-CARGADA-NO VALUE "N".
       01 WS-BAJA-HALLADA PIC X VALUE "N".
           88 BAJA-HALLADA-SI VALUE "S".
           88 BAJA-HALLADA-NO VALUE "N".

      * SITUACION DE CADA ALUMNO A LA FECHA DE CORTE, POR NRO DE
      * ALUMNO: -HASTA ES LO QUE DEJO EL ULTIMO MOVIMIENTO CON FECHA
      * EFECTIVA HASTA EL CORTE, -DESDE ES LO QUE HABIA ANTES DEL
      * PRIMER MOVIMIENTO POSTERIOR AL CORTE; ULT-ESTADO ES EL ESTADO
      * QUE DEJO EL ULTIMO MOVIMIENTO GRABADO (B = YA NO ESTA EN EL
      * MAESTRO). A IGUAL FECHA EFECTIVA MANDA EL ORDEN DE GRABACION
       01 TABLA-MOV-ALUMNOS.
           05 TMA-FILA OCCURS 9999 TIMES.
               10 TMA-CON-MOV PIC X.
               10 TMA-FECHA-HASTA PIC 9(8).
               10 TMA-SECCION-HASTA PIC X(2).
               10 TMA-ESTADO-HASTA PIC X.
               10 TMA-FECHA-DESDE PIC 9(8).
               10 TMA-SECCION-DESDE PIC X(2).
               10 TMA-ESTADO-DESDE PIC X.
               10 TMA-ULT-ESTADO PIC X.
       LINKAGE SECTION.
       COPY "COPY-ACV.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionMovimiento.
       1000-INICIO.
           MOVE "00" TO RET-COD-9
           MOVE SPACES TO DESC-ERROR-9
           EVALUATE Opcion-movimiento
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-REGISTRA
               WHEN 2
               PERFORM 3000-PROCEDIMIENTO-CARGA
               WHEN 3
               PERFORM 5000-PROCEDIMIENTO-CONSULTA
               WHEN 4
               PERFORM 6000-PROCEDIMIENTO-BAJAS
               WHEN OTHER
               MOVE "30" TO RET-COD-9
               MOVE "OPCION INVALIDA" TO DESC-ERROR-9
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * AGREGA EL MOVIMIENTO AL FINAL DE MOVALU.dat. SI NI LA SECCION
      * NI EL ESTADO CAMBIARON NO HAY NADA QUE REGISTRAR
       2000-PROCEDIMIENTO-REGISTRA.
           IF NRO-ALUMNO-MOV IS NOT NUMERIC OR NRO-ALUMNO-MOV = 0
               MOVE "20" TO RET-COD-9
               MOVE "NRO DE ALUMNO INVALIDO" TO DESC-ERROR-9
           ELSE
               IF FECHA-MOV IS NOT NUMERIC OR FECHA-MOV = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-MOV
               END-IF
               IF SECCION-ANT-MOV NOT = SECCION-NUE-MOV
                   OR ESTADO-ANT-MOV NOT = ESTADO-NUE-MOV
                   PERFORM 2100-GRABAR-MOVIMIENTO
               END-IF
           END-IF.

           2100-GRABAR-MOVIMIENTO.
               OPEN EXTEND MOVALU
               IF WS-FS-MOV-OK OR WS-FS-MOV-NOEXISTE
                   MOVE NRO-ALUMNO-MOV TO MOV-NRO-ALUMNO
                   MOVE FECHA-MOV TO MOV-FECHA-EFECTIVA
                   MOVE SECCION-ANT-MOV TO MOV-SECCION-ANT
                   MOVE ESTADO-ANT-MOV TO MOV-ESTADO-ANT
                   MOVE SECCION-NUE-MOV TO MOV-SECCION-NUE
                   MOVE ESTADO-NUE-MOV TO MOV-ESTADO-NUE
                   MOVE PROGRAMA-MOV TO MOV-PROGRAMA
                   MOVE OPERADOR-MOV TO MOV-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO MOV-FECHA-REGISTRO
                   WRITE MOVALU-REGISTRO
                   IF NOT WS-FS-MOV-OK
                       MOVE "10" TO RET-COD-9
                       MOVE "ERROR AL GRABAR MOVALU" TO DESC-ERROR-9
                       MOVE "2100-GRABAR-MOVIMIENTO" TO WS-ERR-PARRAFO
                       PERFORM 9901-GRABAR-ERRORLOG
                   END-IF
                   CLOSE MOVALU
               ELSE
                   MOVE "10" TO RET-COD-9
                   MOVE "ERROR AL ABRIR MOVALU" TO DESC-ERROR-9
                   MOVE "2100-GRABAR-MOVIMIENTO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

      * LEE MOVALU.dat UNA VEZ Y DEJA EN LA TABLA LA SITUACION DE CADA
      * ALUMNO A LA FECHA DE CORTE. SIN ARCHIVO LA TABLA QUEDA VACIA
      * (NINGUN ALUMNO TIENE MOVIMIENTOS Y VALE EL MAESTRO)
       3000-PROCEDIMIENTO-CARGA.
           MOVE "N" TO WS-TABLA-CARGADA
           IF FECHA-MOV IS NOT NUMERIC OR FECHA-MOV = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-MOV
           END-IF
           MOVE FECHA-MOV TO WS-FECHA-CORTE
           INITIALIZE TABLA-MOV-ALUMNOS
           OPEN INPUT MOVALU
           IF WS-FS-MOV-OK OR WS-FS-MOV-NOEXISTE
               IF WS-FS-MOV-OK
                   PERFORM 3100-LEER-MOVIMIENTO UNTIL NOT WS-FS-MOV-OK
               END-IF
               IF WS-FS-MOV-NO OR WS-FS-MOV-NOEXISTE
                   MOVE "S" TO WS-TABLA-CARGADA
               ELSE
                   MOVE "10" TO RET-COD-9
                   MOVE "ERROR AL LEER MOVALU" TO DESC-ERROR-9
                   MOVE "3000-CARGA" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF
           ELSE
               MOVE "10" TO RET-COD-9
               MOVE "ERROR AL ABRIR MOVALU" TO DESC-ERROR-9
               MOVE "3000-CARGA" TO WS-ERR-PARRAFO
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF
           CLOSE MOVALU.

           3100-LEER-MOVIMIENTO.
               READ MOVALU NEXT RECORD AT END
                   MOVE "10" TO WS-FS-MOV
               END-READ
               IF WS-FS-MOV-OK AND MOV-NRO-ALUMNO IS NUMERIC
                   AND MOV-NRO-ALUMNO > 0
                   AND MOV-FECHA-EFECTIVA IS NUMERIC
                   MOVE MOV-NRO-ALUMNO TO WS-INDICE
                   PERFORM 3200-APLICAR-MOVIMIENTO
               END-IF.

           3200-APLICAR-MOVIMIENTO.
               MOVE "S" TO TMA-CON-MOV(WS-INDICE)
               MOVE MOV-ESTADO-NUE TO TMA-ULT-ESTADO(WS-INDICE)
               IF MOV-FECHA-EFECTIVA NOT > WS-FECHA-CORTE
                   IF MOV-FECHA-EFECTIVA NOT <
                       TMA-FECHA-HASTA(WS-INDICE)
                       MOVE MOV-FECHA-EFECTIVA
                           TO TMA-FECHA-HASTA(WS-INDICE)
                       MOVE MOV-SECCION-NUE
                           TO TMA-SECCION-HASTA(WS-INDICE)
                       MOVE MOV-ESTADO-NUE
                           TO TMA-ESTADO-HASTA(WS-INDICE)
                   END-IF
               ELSE
                   IF TMA-FECHA-DESDE(WS-INDICE) = 0
                       OR MOV-FECHA-EFECTIVA <
                       TMA-FECHA-DESDE(WS-INDICE)
                       MOVE MOV-FECHA-EFECTIVA
                           TO TMA-FECHA-DESDE(WS-INDICE)
                       MOVE MOV-SECCION-ANT
                           TO TMA-SECCION-DESDE(WS-INDICE)
                       MOVE MOV-ESTADO-ANT
                           TO TMA-ESTADO-DESDE(WS-INDICE)
                   END-IF
               END-IF.

      * SITUACION DEL ALUMNO A LA FECHA CARGADA EN LA OPCION 2: LA
      * DEL ULTIMO MOVIMIENTO HASTA EL CORTE O, SI TODOS SON
      * POSTERIORES, LA QUE HABIA ANTES DEL PRIMERO. UN ALUMNO DADO DE
      * BAJA O TODAVIA NO DADO DE ALTA VUELVE CON ESTADO EN BLANCO
       5000-PROCEDIMIENTO-CONSULTA.
           MOVE "N" TO HALLADO-MOV
           MOVE SPACES TO SECCION-FECHA-MOV
           MOVE SPACES TO ESTADO-FECHA-MOV
           IF TABLA-CARGADA-NO
               MOVE "20" TO RET-COD-9
               MOVE "SITUACION A FECHA NO CARGADA" TO DESC-ERROR-9
           ELSE
               IF NRO-ALUMNO-MOV IS NOT NUMERIC OR NRO-ALUMNO-MOV = 0
                   MOVE "20" TO RET-COD-9
                   MOVE "NRO DE ALUMNO INVALIDO" TO DESC-ERROR-9
               ELSE
                   MOVE NRO-ALUMNO-MOV TO WS-INDICE
                   IF TMA-CON-MOV(WS-INDICE) = "S"
                       MOVE "S" TO HALLADO-MOV
                       PERFORM 5100-ARMAR-SITUACION
                   END-IF
               END-IF
           END-IF.

           5100-ARMAR-SITUACION.
               IF TMA-FECHA-HASTA(WS-INDICE) > 0
                   MOVE TMA-SECCION-HASTA(WS-INDICE)
                       TO SECCION-FECHA-MOV
                   MOVE TMA-ESTADO-HASTA(WS-INDICE) TO ESTADO-FECHA-MOV
               ELSE
                   MOVE TMA-SECCION-DESDE(WS-INDICE)
                       TO SECCION-FECHA-MOV
                   MOVE TMA-ESTADO-DESDE(WS-INDICE) TO ESTADO-FECHA-MOV
               END-IF
               IF ESTADO-FECHA-MOV = "B"
                   MOVE SPACES TO SECCION-FECHA-MOV
                   MOVE SPACES TO ESTADO-FECHA-MOV
               END-IF.

      * BUSCA, A PARTIR DEL NRO RECIBIDO, EL SIGUIENTE ALUMNO CUYO
      * ULTIMO MOVIMIENTO FUE UNA BAJA: NO ESTA EN EL MAESTRO, ASI QUE
      * LOS LISTADOS A FECHA SOLO LO CONOCEN POR ESTE ARCHIVO
       6000-PROCEDIMIENTO-BAJAS.
           MOVE "N" TO WS-BAJA-HALLADA
           IF TABLA-CARGADA-NO
               MOVE "20" TO RET-COD-9
               MOVE "SITUACION A FECHA NO CARGADA" TO DESC-ERROR-9
           ELSE
               IF NRO-ALUMNO-MOV IS NOT NUMERIC
                   MOVE 0 TO NRO-ALUMNO-MOV
               END-IF
               PERFORM VARYING WS-INDICE FROM NRO-ALUMNO-MOV BY 1
                   UNTIL WS-INDICE NOT < 9999 OR BAJA-HALLADA-SI
                   IF TMA-CON-MOV(WS-INDICE + 1) = "S"
                       AND TMA-ULT-ESTADO(WS-INDICE + 1) = "B"
                       MOVE "S" TO WS-BAJA-HALLADA
                       COMPUTE NRO-ALUMNO-MOV = WS-INDICE + 1
                   END-IF
               END-PERFORM
               IF BAJA-HALLADA-NO
                   MOVE "23" TO RET-COD-9
                   MOVE "NO HAY MAS ALUMNOS DADOS DE BAJA"
                       TO DESC-ERROR-9
               END-IF
           END-IF.

      * AGREGA UNA LINEA AL FINAL DE ERRORLOG.dat CON EL PROGRAMA, EL
      * PARRAFO DONDE OCURRIO EL PROBLEMA, EL CODIGO DE RETORNO Y LA
      * FECHA/HORA, PARA QUE UNA CORRIDA DESATENDIDA QUEDE RASTREABLE
       9901-GRABAR-ERRORLOG.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "RUTMOV" DELIMITED BY SIZE
                   " PARRAFO=" DELIMITED BY SIZE
                   WS-ERR-PARRAFO DELIMITED BY SIZE
                   " RETCOD=" DELIMITED BY SIZE
                   RET-COD-9 DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.
       END PROGRAM RUTMOV.
