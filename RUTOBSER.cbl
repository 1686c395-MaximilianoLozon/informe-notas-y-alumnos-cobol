      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTOBSER.

      * RUTINA DE OBSERVACIONES DEL CONSEJO DE CURSO: CUENTA LOS
      * ALUMNOS ACTIVOS (DE UNA SECCION O DE TODAS) QUE TODAVIA NO
      * TIENEN OBSERVACION GENERAL (MATERIA 00) CARGADA POR PGENOBSE
      * PARA EL AÑO Y TRIMESTRE PEDIDOS. LA USA PGCIERRE ANTES DE
      * CERRAR EL ULTIMO MES DE UN TRIMESTRE; EL DETALLE ALUMNO POR
      * ALUMNO (Y POR MATERIA) LO DA EL REPORTE DE PENDIENTES DE
      * PGENOBSE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL OBSERVAC    ASSIGN TO "OBSERVAC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OBC.
      * MAESTRO INDEXADO POR NRO DE ALUMNO, RECORRIDO EN SECUENCIA
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
       DATA DIVISION.
       FILE SECTION.
       FD OBSERVAC.
           01 OBSERVAC-REGISTRO.
              05 OBC-NRO-ALUMNO PIC 9(4).
              05 OBC-NRO-MATERIA PIC 99.
              05 OBC-ANIO PIC 9(4).
              05 OBC-TRIMESTRE PIC 9.
              05 OBC-COD-DOCENTE PIC 9(4).
              05 OBC-TEXTO PIC X(60).
              05 OBC-OPERADOR PIC X(10).
              05 OBC-FECHA PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-OBC PIC XX.
           88 WS-FS-OBC-OK VALUE "00".
           88 WS-FS-OBC-NO VALUE "10".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".

      * ALUMNOS CON OBSERVACION GENERAL DEL AÑO Y TRIMESTRE PEDIDOS
       01 TABLA-OBSERVADOS.
           05 TABOBS-NRO PIC 9(4) OCCURS 10000 TIMES.
       77 TABOBS-INDICE PIC 9(5).
       77 TABOBS-TOTAL PIC 9(5) VALUE 0.
       01 WS-OBSERVADO PIC X VALUE "N".
           88 OBSERVADO-SI VALUE "S".
           88 OBSERVADO-NO VALUE "N".
       LINKAGE SECTION.
       COPY "COPY-ACE.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionObservacion.
       1000-INICIO.
           MOVE "00" TO RET-COD-15
           MOVE SPACES TO DESC-ERROR-15
           EVALUATE Opcion-observacion
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-PENDIENTES
               WHEN OTHER
               MOVE "30" TO RET-COD-15
               MOVE "OPCION INVALIDA" TO DESC-ERROR-15
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

       2000-PROCEDIMIENTO-PENDIENTES.
           MOVE 0 TO ALUMNOS-OB PENDIENTES-OB
           PERFORM 2100-CARGAR-OBSERVADOS
           PERFORM 2200-RECORRER-ALUMNOS
           IF PENDIENTES-OB > 0
               MOVE "28" TO RET-COD-15
               MOVE "HAY ALUMNOS SIN OBSERVACION DEL CONSEJO DE CURSO"
                   TO DESC-ERROR-15
           END-IF.

           2100-CARGAR-OBSERVADOS.
               MOVE 0 TO TABOBS-TOTAL
               OPEN INPUT OBSERVAC
               IF WS-FS-OBC-OK
                   PERFORM 2110-LEER-OBSERVACION
                       UNTIL NOT WS-FS-OBC-OK
               END-IF
               CLOSE OBSERVAC.

           2110-LEER-OBSERVACION.
               READ OBSERVAC NEXT RECORD AT END
                   MOVE "10" TO WS-FS-OBC
               END-READ
               IF WS-FS-OBC-OK AND OBC-NRO-MATERIA = 0
               AND OBC-ANIO = ANIO-OB AND OBC-TRIMESTRE = TRIMESTRE-OB
               AND TABOBS-TOTAL < 10000
                   ADD 1 TO TABOBS-TOTAL
                   MOVE OBC-NRO-ALUMNO TO TABOBS-NRO(TABOBS-TOTAL)
               END-IF.

           2200-RECORRER-ALUMNOS.
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU-OK
                   PERFORM 2210-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
               END-IF
               CLOSE ALUMNOS.

           2210-LEER-ALUMNO.
               READ ALUMNOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-ALU
               END-READ
               IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               AND (SECCION-OB = SPACES OR ALU-SECCION = SECCION-OB)
                   ADD 1 TO ALUMNOS-OB
                   MOVE "N" TO WS-OBSERVADO
                   PERFORM VARYING TABOBS-INDICE FROM 1 BY 1
                       UNTIL TABOBS-INDICE > TABOBS-TOTAL
                       OR OBSERVADO-SI
                       IF TABOBS-NRO(TABOBS-INDICE) = ALU-NRO-ALUMNO
                           MOVE "S" TO WS-OBSERVADO
                       END-IF
                   END-PERFORM
                   IF OBSERVADO-NO
                       ADD 1 TO PENDIENTES-OB
                   END-IF
               END-IF.
       END PROGRAM RUTOBSER.
