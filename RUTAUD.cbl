      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTAUD.

      * RUTINA DE AUDITORIA: TODOS LOS PROGRAMAS GRABAN SUS LINEAS DE
      * AUDITORIA.dat POR ACA (OPCION 1). CADA LINEA DE 100 POSICIONES
      * SE SELLA CON UN NRO DE SECUENCIA Y UN CONTROL ENCADENADO,
      * CALCULADO SOBRE EL CONTROL DE LA LINEA ANTERIOR Y EL TEXTO DE
      * LA LINEA: SI ALGUIEN EDITA O BORRA UNA LINEA, LA CADENA QUEDA
      * ROTA A PARTIR DE AHI Y PGVERAUD LO DETECTA. EL ULTIMO SELLO
      * GRABADO SE GUARDA EN AUDITORIA.CTL PARA NO RECORRER EL ARCHIVO
      * EN CADA LLAMADA; SI FALTA, SE RECUPERA DE LA ULTIMA LINEA
      * SELLADA DEL VIVO. LA OPCION 2 SOLO CALCULA EL CONTROL, PARA
      * QUE LA VERIFICACION USE EXACTAMENTE EL MISMO CALCULO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGISTRO DE AUDITORIA COMPARTIDO POR TODOS LOS PROGRAMAS DE
      * CARGA DE DATOS (ALTA/MODIFICACION/BAJA, CON OPERADOR Y FECHA)
       SELECT AUDITORIA           ASSIGN TO "AUDITORIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUD.
      * ULTIMO SELLO GRABADO (SECUENCIA Y CONTROL)
       SELECT OPTIONAL AUDCTL      ASSIGN TO "AUDITORIA.CTL"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ACT.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ERR.
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

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-AUD PIC XX.
           88 WS-FS-AUD-OK VALUE "00".
           88 WS-FS-AUD-NO VALUE "10".
       01 WS-FS-ACT PIC XX.
           88 WS-FS-ACT-OK VALUE "00".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.

      * ULTIMO SELLO DE LA CADENA (0/0 = CADENA TODAVIA SIN LINEAS)
       77 WS-ULT-SECUENCIA PIC 9(8) VALUE 0.
       77 WS-ULT-CONTROL PIC 9(10) VALUE 0.
       01 WS-SELLO-HALLADO PIC X VALUE "N".
           88 SELLO-HALLADO-SI VALUE "S".
           88 SELLO-HALLADO-NO VALUE "N".
      * CALCULO DEL CONTROL ENCADENADO
       77 WS-CONTROL PIC 9(10) VALUE 0.
       77 WS-CONTROL-IND PIC 999 VALUE 0.
       LINKAGE SECTION.
       COPY "COPY-ACU.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionAuditoria.
       1000-INICIO.
           MOVE "00" TO RET-COD-7
           MOVE SPACES TO DESC-ERROR-7
           EVALUATE Opcion-auditoria
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-GRABA-LINEA
               WHEN 2
               PERFORM 3000-PROCEDIMIENTO-CALCULA
               WHEN OTHER
               MOVE "30" TO RET-COD-7
               MOVE "OPCION INVALIDA" TO DESC-ERROR-7
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

      * SELLA Y AGREGA LA LINEA; EL SELLO NUEVO SOLO SE GUARDA EN
      * AUDITORIA.CTL SI LA LINEA QUEDO GRABADA
       2000-PROCEDIMIENTO-GRABA-LINEA.
           PERFORM 2100-LEER-ULTIMO-SELLO
           MOVE WS-ULT-CONTROL TO CONTROL-ANTERIOR
           PERFORM 3000-PROCEDIMIENTO-CALCULA
           ADD 1 TO WS-ULT-SECUENCIA
           MOVE WS-ULT-SECUENCIA TO SECUENCIA-AUDITORIA
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD-OK
               MOVE LINEA-AUDITORIA TO AUD-LINEA
               MOVE " SEC=" TO AUD-ROTULO-SEC
               MOVE SECUENCIA-AUDITORIA TO AUD-SECUENCIA
               MOVE " CTL=" TO AUD-ROTULO-CTL
               MOVE CONTROL-AUDITORIA TO AUD-CONTROL
               WRITE AUDITORIA-REGISTRO
               CLOSE AUDITORIA
               PERFORM 2300-GUARDAR-ULTIMO-SELLO
           ELSE
               MOVE "10" TO RET-COD-7
               MOVE "ERROR AL ABRIR AUDITORIA" TO DESC-ERROR-7
               MOVE "2000-GRABA-LINEA" TO WS-ERR-PARRAFO
               PERFORM 9901-GRABAR-ERRORLOG
           END-IF.

           2100-LEER-ULTIMO-SELLO.
               MOVE 0 TO WS-ULT-SECUENCIA
               MOVE 0 TO WS-ULT-CONTROL
               MOVE "N" TO WS-SELLO-HALLADO
               OPEN INPUT AUDCTL
               IF WS-FS-ACT-OK
                   READ AUDCTL
                   IF WS-FS-ACT-OK AND ACT-SECUENCIA IS NUMERIC
                       AND ACT-CONTROL IS NUMERIC
                       MOVE ACT-SECUENCIA TO WS-ULT-SECUENCIA
                       MOVE ACT-CONTROL TO WS-ULT-CONTROL
                       MOVE "S" TO WS-SELLO-HALLADO
                   END-IF
               END-IF
               CLOSE AUDCTL
               IF SELLO-HALLADO-NO
                   PERFORM 2200-RECUPERAR-ULTIMO-SELLO
               END-IF.

      * SIN AUDITORIA.CTL SE TOMA EL SELLO DE LA ULTIMA LINEA SELLADA
      * DEL VIVO; LAS LINEAS ANTERIORES A LA CADENA NO TIENEN SELLO
           2200-RECUPERAR-ULTIMO-SELLO.
               OPEN INPUT AUDITORIA
               IF WS-FS-AUD-OK
                   PERFORM 2210-LEER-LINEA UNTIL NOT WS-FS-AUD-OK
                   CLOSE AUDITORIA
               END-IF.

           2210-LEER-LINEA.
               MOVE SPACES TO AUDITORIA-REGISTRO
               READ AUDITORIA NEXT RECORD
               IF WS-FS-AUD-OK AND AUD-ROTULO-SEC = " SEC="
                   AND AUD-SECUENCIA IS NUMERIC
                   AND AUD-CONTROL IS NUMERIC
                   MOVE AUD-SECUENCIA TO WS-ULT-SECUENCIA
                   MOVE AUD-CONTROL TO WS-ULT-CONTROL
               END-IF.

           2300-GUARDAR-ULTIMO-SELLO.
               OPEN OUTPUT AUDCTL
               IF WS-FS-ACT-OK
                   MOVE WS-ULT-SECUENCIA TO ACT-SECUENCIA
                   MOVE CONTROL-AUDITORIA TO ACT-CONTROL
                   WRITE AUDCTL-REGISTRO
                   CLOSE AUDCTL
               ELSE
                   MOVE "10" TO RET-COD-7
                   MOVE "ERROR AL GRABAR AUDITORIA.CTL" TO DESC-ERROR-7
                   MOVE "2300-GUARDAR-ULTIMO-SELLO" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               END-IF.

      * CONTROL DE 10 DIGITOS: PARTE DEL CONTROL ANTERIOR Y RECORRE
      * LAS 100 POSICIONES DE LA LINEA, ASI UN CAMBIO EN LA LINEA O EN
      * CUALQUIER LINEA PREVIA CAMBIA EL RESULTADO
       3000-PROCEDIMIENTO-CALCULA.
           MOVE CONTROL-ANTERIOR TO WS-CONTROL
           PERFORM VARYING WS-CONTROL-IND FROM 1 BY 1
               UNTIL WS-CONTROL-IND > 100
               COMPUTE WS-CONTROL = FUNCTION MOD(
                   WS-CONTROL * 131
                   + FUNCTION ORD(LINEA-AUDITORIA(WS-CONTROL-IND:1))
                   + WS-CONTROL-IND,
                   9999999967)
           END-PERFORM
           MOVE WS-CONTROL TO CONTROL-AUDITORIA.

      * AGREGA UNA LINEA AL FINAL DE ERRORLOG.dat CON EL PROGRAMA, EL
      * PARRAFO DONDE OCURRIO EL PROBLEMA, EL CODIGO DE RETORNO Y LA
      * FECHA/HORA, PARA QUE UNA CORRIDA DESATENDIDA QUEDE RASTREABLE
       9901-GRABAR-ERRORLOG.
           OPEN EXTEND ERRORLOG
           IF WS-FS-ERR-OK
               MOVE SPACES TO WS-LINEA-ERRORLOG
               STRING "RUTAUD" DELIMITED BY SIZE
                   " PARRAFO=" DELIMITED BY SIZE
                   WS-ERR-PARRAFO DELIMITED BY SIZE
                   " RETCOD=" DELIMITED BY SIZE
                   RET-COD-7 DELIMITED BY SIZE
                   " FECHA=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-LINEA-ERRORLOG
               WRITE ERRORLOG-REGISTRO FROM WS-LINEA-ERRORLOG
               CLOSE ERRORLOG
           END-IF.
       END PROGRAM RUTAUD.
