       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGVERAUD.

      * VERIFICACION DE LA CADENA DE AUDITORIA: RECORRE LOS ARCHIVOS
      * HISTORICOS AUDITORIAaaaa.HIS EN ORDEN DE AÑO Y DESPUES EL VIVO
      * AUDITORIA.dat COMO UNA SOLA CADENA, RECALCULA EL CONTROL DE
      * CADA LINEA SELLADA POR RUTAUD (MISMO CALCULO, OPCION 2) Y
      * CONTROLA QUE LA SECUENCIA NO SALTE. INFORMA EL PRIMER ESLABON
      * ROTO (LINEA ALTERADA, LINEAS FALTANTES O LINEA SIN SELLO EN
      * MEDIO DE LA CADENA) Y AL FINAL COMPARA LA ULTIMA LINEA CON
      * AUDITORIA.CTL PARA DETECTAR LINEAS QUITADAS DEL FINAL. LAS
      * LINEAS ANTERIORES A LA PRIMERA LINEA SELLADA SON DE ANTES DEL
      * ENCADENAMIENTO Y SOLO SE CUENTAN. CORRE SIN DATOS DE ENTRADA:
      * SIRVE SOLO O COMO PASO DE PGNOCHE; CON LA CADENA ROTA DEVUELVE
      * RETURN-CODE 8 PARA QUE EL ENCADENADOR SE DETENGA. EL LISTADO
      * QUEDA EN VERAUD.dat
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * LA ENTRADA ES DINAMICA: CADA .HIS Y AL FINAL EL VIVO
       SELECT OPTIONAL AUDITORIA   ASSIGN TO DYNAMIC WS-RUTA-AUD
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUD.
      * ULTIMO SELLO GRABADO POR RUTAUD
       SELECT OPTIONAL AUDCTL      ASSIGN TO "AUDITORIA.CTL"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ACT.
       SELECT VERAUD               ASSIGN TO "VERAUD.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.
      * REGISTRO DE CONTROL DE CORRIDAS BATCH (INICIO/FIN POR PROGRAMA)
       SELECT OPTIONAL RUNCTL      ASSIGN TO "RUNCTL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           01 AUDITORIA-REGISTRO.
              05 AUD-LINEA PIC X(100).
              05 AUD-ROTULO-SEC PIC X(5).
              05 AUD-SECUENCIA PIC 9(8).
              05 AUD-ROTULO-CTL PIC X(5).
              05 AUD-CONTROL PIC 9(10).

       FD AUDCTL.
           01 AUDCTL-REGISTRO.
              05 ACT-SECUENCIA PIC 9(8).
              05 ACT-CONTROL PIC 9(10).

       FD VERAUD.
           01 VERAUD-LINEA PIC X(80).

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
       01 WS-FS-AUD PIC XX.
           88 WS-FS-AUD-OK VALUE "00".
           88 WS-FS-AUD-NO VALUE "10".
           88 WS-FS-AUD-NOEXISTE VALUE "05" "35".
       01 WS-FS-ACT PIC XX.
           88 WS-FS-ACT-OK VALUE "00".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".
       01 WS-FS-RUN PIC XX.
           88 WS-FS-RUN-OK VALUE "00".
           88 WS-FS-RUN-NOEXISTE VALUE "05" "35".
       77 WS-RUN-TIPO PIC X VALUE SPACE.
       77 WS-RUN-ESTADO PIC X VALUE SPACE.

       01 WS-RUTA-AUD PIC X(18) VALUE SPACES.
      * AÑOS DE HISTORICOS QUE SE BUSCAN: DESDE EL PRIMERO POSIBLE
      * HASTA EL AÑO EN CURSO; LOS QUE NO EXISTEN SE SALTEAN
       77 WS-ANIO-DESDE PIC 9(4) VALUE 2000.
       77 WS-ANIO-HASTA PIC 9(4) VALUE 0.
       77 WS-ANIO PIC 9(4) VALUE 0.
       01 WS-LINEA-REPORTE PIC X(80) VALUE SPACES.

      * ESTADO DE LA CADENA
       01 WS-CADENA-INICIADA PIC X VALUE "N".
           88 CADENA-INICIADA-SI VALUE "S".
           88 CADENA-INICIADA-NO VALUE "N".
       01 WS-CADENA-ROTA PIC X VALUE "N".
           88 CADENA-ROTA-SI VALUE "S".
           88 CADENA-ROTA-NO VALUE "N".
       77 WS-ULT-SECUENCIA PIC 9(8) VALUE 0.
       77 WS-ULT-CONTROL PIC 9(10) VALUE 0.
       77 WS-SEC-ESPERADA PIC 9(8) VALUE 0.
       77 WS-MOTIVO PIC X(60) VALUE SPACES.

      * TOTALES POR ARCHIVO Y GENERALES
       77 WS-LINEAS-ARCHIVO PIC 9(8) VALUE 0.
       77 WS-SELLADAS-ARCHIVO PIC 9(8) VALUE 0.
       77 WS-TOTAL-LINEAS PIC 9(8) VALUE 0.
       77 WS-TOTAL-SELLADAS PIC 9(8) VALUE 0.
       77 WS-TOTAL-PREVIAS PIC 9(8) VALUE 0.
       77 WS-TOTAL-ARCHIVOS PIC 99 VALUE 0.

       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "I" TO WS-RUN-TIPO
           MOVE SPACE TO WS-RUN-ESTADO
           PERFORM 9910-GRABAR-RUNCTL
           OPEN OUTPUT VERAUD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "VERIFICACION DE LA CADENA DE AUDITORIA - "
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-HASTA
           PERFORM 1000-VERIFICAR-HISTORICO
               VARYING WS-ANIO FROM WS-ANIO-DESDE BY 1
               UNTIL WS-ANIO > WS-ANIO-HASTA OR CADENA-ROTA-SI
           IF CADENA-ROTA-NO
               MOVE "AUDITORIA.dat" TO WS-RUTA-AUD
               PERFORM 2000-VERIFICAR-ARCHIVO
           END-IF
           IF CADENA-ROTA-NO
               PERFORM 3000-CONTROLAR-FINAL
           END-IF
           PERFORM 4000-MOSTRAR-RESULTADO
           CLOSE VERAUD
           PERFORM 9930-REGISTRAR-SPOOL
      * CON LA CADENA ROTA EL CODIGO DE RETORNO DETIENE A PGNOCHE
           IF CADENA-ROTA-SI
               MOVE 8 TO RETURN-CODE
               MOVE "A" TO WS-RUN-ESTADO
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "N" TO WS-RUN-ESTADO
           END-IF
           MOVE "F" TO WS-RUN-TIPO
           PERFORM 9910-GRABAR-RUNCTL
           GOBACK.

       1000-VERIFICAR-HISTORICO.
           MOVE SPACES TO WS-RUTA-AUD
           STRING "AUDITORIA" DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-RUTA-AUD
           PERFORM 2000-VERIFICAR-ARCHIVO.

      * RECORRE UN ARCHIVO DE AUDITORIA HASTA EL FIN O HASTA EL
      * PRIMER ESLABON ROTO; LOS .HIS INEXISTENTES NO SE INFORMAN
       2000-VERIFICAR-ARCHIVO.
           MOVE 0 TO WS-LINEAS-ARCHIVO
           MOVE 0 TO WS-SELLADAS-ARCHIVO
           OPEN INPUT AUDITORIA
           IF WS-FS-AUD-OK
               ADD 1 TO WS-TOTAL-ARCHIVOS
               PERFORM 2100-VERIFICAR-LINEA
                   UNTIL NOT WS-FS-AUD-OK OR CADENA-ROTA-SI
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING WS-RUTA-AUD DELIMITED BY SIZE
                   " LINEAS: " DELIMITED BY SIZE
                   WS-LINEAS-ARCHIVO DELIMITED BY SIZE
                   " SELLADAS: " DELIMITED BY SIZE
                   WS-SELLADAS-ARCHIVO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF
           CLOSE AUDITORIA.

           2100-VERIFICAR-LINEA.
               MOVE SPACES TO AUDITORIA-REGISTRO
               READ AUDITORIA NEXT RECORD AT END
                   MOVE "10" TO WS-FS-AUD
               END-READ
               IF WS-FS-AUD-OK
                   ADD 1 TO WS-LINEAS-ARCHIVO
                   ADD 1 TO WS-TOTAL-LINEAS
                   IF AUD-ROTULO-SEC = " SEC="
                       AND AUD-SECUENCIA IS NUMERIC
                       AND AUD-ROTULO-CTL = " CTL="
                       AND AUD-CONTROL IS NUMERIC
                       ADD 1 TO WS-SELLADAS-ARCHIVO
                       ADD 1 TO WS-TOTAL-SELLADAS
                       PERFORM 2200-VERIFICAR-SELLO
                   ELSE
                       IF CADENA-INICIADA-SI
                           MOVE "LINEA SIN SELLO DENTRO DE LA CADENA"
                               TO WS-MOTIVO
                           PERFORM 2900-MARCAR-ROTURA
                       ELSE
                           ADD 1 TO WS-TOTAL-PREVIAS
                       END-IF
                   END-IF
               END-IF.

      * LA SECUENCIA DEBE SEGUIR A LA ANTERIOR (LA PRIMERA LINEA
      * SELLADA ES LA 1, ENCADENADA SOBRE CONTROL CERO) Y EL CONTROL
      * RECALCULADO DEBE SER EL GRABADO
           2200-VERIFICAR-SELLO.
               IF CADENA-INICIADA-NO
                   MOVE 0 TO WS-ULT-SECUENCIA
                   MOVE 0 TO WS-ULT-CONTROL
                   MOVE "S" TO WS-CADENA-INICIADA
               END-IF
               COMPUTE WS-SEC-ESPERADA = WS-ULT-SECUENCIA + 1
               IF AUD-SECUENCIA NOT = WS-SEC-ESPERADA
                   MOVE SPACES TO WS-MOTIVO
                   STRING "FALTAN LINEAS: SE ESPERABA SEC "
                       DELIMITED BY SIZE
                       WS-SEC-ESPERADA DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   PERFORM 2900-MARCAR-ROTURA
               ELSE
                   INITIALIZE AreaDeComunicacionAuditoria
                   MOVE 2 TO Opcion-auditoria
                   MOVE AUD-LINEA TO LINEA-AUDITORIA
                   MOVE WS-ULT-CONTROL TO CONTROL-ANTERIOR
                   CALL RUTAUD USING AreaDeComunicacionAuditoria
                   IF CONTROL-AUDITORIA NOT = AUD-CONTROL
                       MOVE "LINEA ALTERADA: EL CONTROL NO COINCIDE"
                           TO WS-MOTIVO
                       PERFORM 2900-MARCAR-ROTURA
                   ELSE
                       MOVE AUD-SECUENCIA TO WS-ULT-SECUENCIA
                       MOVE AUD-CONTROL TO WS-ULT-CONTROL
                   END-IF
               END-IF.

           2900-MARCAR-ROTURA.
               MOVE "S" TO WS-CADENA-ROTA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "ESLABON ROTO EN " DELIMITED BY SIZE
                   WS-RUTA-AUD DELIMITED BY SPACE
                   " LINEA " DELIMITED BY SIZE
                   WS-LINEAS-ARCHIVO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE WS-MOTIVO TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               IF WS-FS-AUD-OK
                   MOVE AUD-LINEA(1:80) TO WS-LINEA-REPORTE
                   PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               END-IF.

      * LA ULTIMA LINEA DE LA CADENA DEBE SER LA QUE RUTAUD DEJO EN
      * AUDITORIA.CTL; SI EL CONTROL VA MAS ADELANTE, SE QUITARON
      * LINEAS DEL FINAL
       3000-CONTROLAR-FINAL.
           OPEN INPUT AUDCTL
           IF WS-FS-ACT-OK
               READ AUDCTL
               IF WS-FS-ACT-OK AND ACT-SECUENCIA IS NUMERIC
                   AND ACT-CONTROL IS NUMERIC
                   EVALUATE TRUE
                       WHEN ACT-SECUENCIA > WS-ULT-SECUENCIA
                           MOVE SPACES TO WS-MOTIVO
                           STRING "FALTAN LINEAS AL FINAL: "
                               DELIMITED BY SIZE
                               "AUDITORIA.CTL LLEGA A SEC "
                               DELIMITED BY SIZE
                               ACT-SECUENCIA DELIMITED BY SIZE
                               INTO WS-MOTIVO
                           MOVE "AUDITORIA.dat" TO WS-RUTA-AUD
                           PERFORM 2900-MARCAR-ROTURA
                       WHEN ACT-SECUENCIA < WS-ULT-SECUENCIA
                         OR ACT-CONTROL NOT = WS-ULT-CONTROL
                           MOVE "AUDITORIA.CTL NO COINCIDE CON EL FINAL"
                               TO WS-MOTIVO
                           MOVE "AUDITORIA.dat" TO WS-RUTA-AUD
                           PERFORM 2900-MARCAR-ROTURA
                   END-EVALUATE
               END-IF
           END-IF
           CLOSE AUDCTL.

       4000-MOSTRAR-RESULTADO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ARCHIVOS: " DELIMITED BY SIZE
               WS-TOTAL-ARCHIVOS DELIMITED BY SIZE
               " LINEAS: " DELIMITED BY SIZE
               WS-TOTAL-LINEAS DELIMITED BY SIZE
               " SELLADAS: " DELIMITED BY SIZE
               WS-TOTAL-SELLADAS DELIMITED BY SIZE
               " PREVIAS: " DELIMITED BY SIZE
               WS-TOTAL-PREVIAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           IF CADENA-ROTA-SI
               MOVE "RESULTADO: CADENA DE AUDITORIA ROTA"
                   TO WS-LINEA-REPORTE
           ELSE
               MOVE "RESULTADO: CADENA DE AUDITORIA INTEGRA"
                   TO WS-LINEA-REPORTE
           END-IF
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

       9010-ESCRIBIR-LINEA.
           WRITE VERAUD-LINEA FROM WS-LINEA-REPORTE.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * AGREGA EL REGISTRO DE INICIO O DE FIN DE ESTA CORRIDA AL
      * CONTROL DE CORRIDAS COMPARTIDO; EL OPEN DE UN ARCHIVO
      * OPTIONAL INEXISTENTE LO CREA Y DEVUELVE STATUS 05
       9910-GRABAR-RUNCTL.
           OPEN EXTEND RUNCTL
           IF WS-FS-RUN-OK OR WS-FS-RUN-NOEXISTE
               MOVE SPACES TO RUNCTL-REGISTRO
               MOVE "PGVERAUD" TO RUN-PROGRAMA
               MOVE WS-RUN-TIPO TO RUN-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
               MOVE WS-TOTAL-LINEAS TO RUN-LEIDOS
               MOVE 0 TO RUN-ESCRITOS
               IF CADENA-ROTA-SI
                   MOVE 1 TO RUN-EXCEPCIONES
               ELSE
                   MOVE 0 TO RUN-EXCEPCIONES
               END-IF
               MOVE WS-RUN-ESTADO TO RUN-ESTADO
               WRITE RUNCTL-REGISTRO
               CLOSE RUNCTL
           END-IF.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "VERAUD.dat" TO ARCHIVO-SPL
           MOVE "PGVERAUD" TO PROGRAMA-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGVERAUD.
