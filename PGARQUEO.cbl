       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGARQUEO.

      * ARQUEO Y CIERRE DE CAJA DIARIO: RECORRE EL REGISTRO DE
      * RECIBOS (RECIBOS.dat, QUE EMITE PGENCUO CON CADA PAGO) DEL
      * DIA PEDIDO, TOTALIZA LOS RECIBOS VIGENTES POR OPERADOR Y POR
      * CONCEPTO Y LISTA LOS RECIBOS ANULADOS CON SU MOTIVO, PARA
      * CONTRASTAR CON EL EFECTIVO DE LA CAJA. SI SE CONFIRMA EL
      * CIERRE, EL DIA QUEDA EN CAJAS.dat Y DESDE ENTONCES PGENCUO NO
      * ACEPTA PAGOS NI ANULACIONES FECHADOS ESE DIA O ANTES. SIN
      * CONFIRMAR, EL LISTADO SIRVE COMO ARQUEO PARCIAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * REGISTRO DE RECIBOS EMITIDOS (VIGENTES Y ANULADOS)
       SELECT OPTIONAL RECIBOS     ASSIGN TO "RECIBOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
      * DIAS DE CAJA CERRADOS
       SELECT OPTIONAL CAJAS       ASSIGN TO "CAJAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CJA.
      * LISTADO DEL ARQUEO
       SELECT ARQUEO               ASSIGN TO "ARQUEO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ARQ.

       DATA DIVISION.
       FILE SECTION.
       FD RECIBOS.
           01 RECIBOS-REGISTRO.
              05 REC-NRO PIC 9(6).
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-CONCEPTO PIC X(12).
              05 REC-IMPORTE PIC 9(6)V99.
              05 REC-FECHA PIC X(14).
              05 REC-OPERADOR PIC X(10).
              05 REC-ESTADO PIC X.
                 88 REC-ESTADO-EMITIDO VALUE "E".
                 88 REC-ESTADO-ANULADO VALUE "A".
              05 REC-ANU-FECHA PIC X(14).
              05 REC-ANU-OPERADOR PIC X(10).
              05 REC-ANU-MOTIVO PIC X(30).

       FD CAJAS.
           01 CAJAS-REGISTRO.
              05 CJA-FECHA PIC 9(8).
              05 CJA-OPERADOR PIC X(10).
              05 CJA-TIMESTAMP PIC X(14).
              05 CJA-CANTIDAD PIC 9(6).
              05 CJA-TOTAL PIC 9(9)V99.

       FD ARQUEO.
           01 ARQUEO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
       01 WS-FS-CJA PIC XX.
           88 WS-FS-CJA-OK VALUE "00".
           88 WS-FS-CJA-NO VALUE "10".
           88 WS-FS-CJA-NOEXISTE VALUE "05" "35".
       01 WS-FS-ARQ PIC XX.
           88 WS-FS-ARQ-OK VALUE "00".

      * OPERADOR QUE HACE EL ARQUEO, VOLCADO EN LA AUDITORIA Y EN EL
      * REGISTRO DEL CIERRE
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * DIA A ARQUEAR (AAAAMMDD); EN CERO SE TOMA EL DIA DE HOY
       77 WS-FECHA-CAJA PIC 9(8) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-ULTIMA-CAJA-CERRADA PIC 9(8) VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-LINEA-REPORTE PIC X(100) VALUE SPACES.

      * TOTALES POR OPERADOR Y CONCEPTO DE LOS RECIBOS VIGENTES
       01 TABLA-CAJA.
           05 TABCAJ-FILA OCCURS 500 TIMES.
               10 TABCAJ-OPERADOR PIC X(10).
               10 TABCAJ-CONCEPTO PIC X(12).
               10 TABCAJ-CANTIDAD PIC 9(5).
               10 TABCAJ-IMPORTE PIC 9(9)V99.
       77 TABCAJ-INDICE PIC 999.
       77 TABCAJ-TOTAL PIC 999 VALUE 0.
       01 WS-CAJ-HALLADA PIC X VALUE "N".
           88 CAJ-HALLADA-SI VALUE "S".
           88 CAJ-HALLADA-NO VALUE "N".

      * OPERADORES DEL DIA, EN ORDEN DE APARICION, CON SU SUBTOTAL
       01 TABLA-OPERADORES.
           05 TABOPE-FILA OCCURS 50 TIMES.
               10 TABOPE-ID PIC X(10).
               10 TABOPE-CANTIDAD PIC 9(5).
               10 TABOPE-IMPORTE PIC 9(9)V99.
       77 TABOPE-INDICE PIC 99.
       77 TABOPE-TOTAL PIC 99 VALUE 0.
       01 WS-OPE-HALLADO PIC X VALUE "N".
           88 OPE-HALLADO-SI VALUE "S".
           88 OPE-HALLADO-NO VALUE "N".

      * RECIBOS ANULADOS DEL DIA
       01 TABLA-ANULADOS.
           05 TABANU-FILA OCCURS 500 TIMES.
               10 TABANU-NRO PIC 9(6).
               10 TABANU-ALUMNO PIC 9(4).
               10 TABANU-IMPORTE PIC 9(6)V99.
               10 TABANU-OPERADOR PIC X(10).
               10 TABANU-ANULO PIC X(10).
               10 TABANU-MOTIVO PIC X(30).
       77 TABANU-INDICE PIC 999.
       77 TABANU-TOTAL PIC 999 VALUE 0.

       77 WS-TOTAL-RECIBOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-IMPORTE PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-ANULADO PIC 9(9)V99 VALUE 0.
       01 WS-IMPORTE-ED PIC ZZZZZZZZ9.99.
       01 WS-CANTIDAD-ED PIC ZZZZ9.

      * DESBORDE DE TABLAS INTERNAS: UN ARQUEO INCOMPLETO NO SIRVE
      * PARA CERRAR LA CAJA; ANTE DESBORDE NO SE PERMITE EL CIERRE
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "DIA DE CAJA A ARQUEAR AAAAMMDD (0 = HOY)"
           ACCEPT WS-FECHA-CAJA
           IF WS-FECHA-CAJA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-CAJA
           END-IF
           IF WS-FECHA-CAJA > WS-FECHA-HOY
               DISPLAY "NO SE PUEDE ARQUEAR UN DIA FUTURO"
               GOBACK
           END-IF
           PERFORM 0100-LEER-CIERRES
           PERFORM 0500-CARGAR-RECIBOS
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-LISTAR-OPERADORES
           PERFORM 2500-LISTAR-ANULADOS
           PERFORM 3000-TOTALES
           PERFORM 9000-CERRAR-ARCHIVOS
           IF WS-FECHA-CAJA <= WS-ULTIMA-CAJA-CERRADA
               DISPLAY "LA CAJA DE ESE DIA YA ESTA CERRADA"
               GOBACK
           END-IF
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "ARQUEO INCOMPLETO POR DESBORDE DE TABLAS,"
                   " NO SE PUEDE CERRAR LA CAJA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "CERRAR LA CAJA DEL DIA " WS-FECHA-CAJA
               "? S/N (CERRADA NO ADMITE MAS PAGOS DE ESE DIA)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 4000-CERRAR-CAJA
           ELSE
               DISPLAY "ARQUEO PARCIAL, LA CAJA SIGUE ABIERTA"
           END-IF
           GOBACK.

      * EL ULTIMO DIA CERRADO: DE AHI PARA ATRAS YA NO HAY CAJA
      * ABIERTA
       0100-LEER-CIERRES.
           MOVE 0 TO WS-ULTIMA-CAJA-CERRADA
           OPEN INPUT CAJAS
           IF WS-FS-CJA-OK
               PERFORM 0110-LEER-CAJA UNTIL NOT WS-FS-CJA-OK
           END-IF
           CLOSE CAJAS.

       0110-LEER-CAJA.
           READ CAJAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-CJA
           END-READ
           IF WS-FS-CJA-OK
               IF CJA-FECHA > WS-ULTIMA-CAJA-CERRADA
                   MOVE CJA-FECHA TO WS-ULTIMA-CAJA-CERRADA
               END-IF
           END-IF.

       0500-CARGAR-RECIBOS.
           MOVE 0 TO TABCAJ-TOTAL TABOPE-TOTAL TABANU-TOTAL
           OPEN INPUT RECIBOS
           IF WS-FS-REC-OK
               PERFORM 0510-LEER-RECIBO UNTIL NOT WS-FS-REC-OK
           END-IF
           CLOSE RECIBOS.

      * SOLO LOS RECIBOS EMITIDOS EL DIA DEL ARQUEO; LOS ANULADOS NO
      * SUMAN A LA CAJA PERO SE LISTAN APARTE
       0510-LEER-RECIBO.
           READ RECIBOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-REC
           END-READ
           IF WS-FS-REC-OK AND REC-FECHA(1:8) = WS-FECHA-CAJA
               IF REC-ESTADO-ANULADO
                   PERFORM 0530-AGREGAR-ANULADO
               ELSE
                   PERFORM 0520-ACUMULAR-RECIBO
               END-IF
           END-IF.

       0520-ACUMULAR-RECIBO.
           ADD 1 TO WS-TOTAL-RECIBOS
           ADD REC-IMPORTE TO WS-TOTAL-IMPORTE
           MOVE "N" TO WS-OPE-HALLADO
           PERFORM VARYING TABOPE-INDICE FROM 1 BY 1
               UNTIL TABOPE-INDICE > TABOPE-TOTAL OR OPE-HALLADO-SI
               IF TABOPE-ID(TABOPE-INDICE) = REC-OPERADOR
                   MOVE "S" TO WS-OPE-HALLADO
                   ADD 1 TO TABOPE-CANTIDAD(TABOPE-INDICE)
                   ADD REC-IMPORTE TO TABOPE-IMPORTE(TABOPE-INDICE)
               END-IF
           END-PERFORM
           IF OPE-HALLADO-NO
               IF TABOPE-TOTAL < 50
                   ADD 1 TO TABOPE-TOTAL
                   MOVE REC-OPERADOR TO TABOPE-ID(TABOPE-TOTAL)
                   MOVE 1 TO TABOPE-CANTIDAD(TABOPE-TOTAL)
                   MOVE REC-IMPORTE TO TABOPE-IMPORTE(TABOPE-TOTAL)
               ELSE
                   MOVE "TABLA-OPERADORES" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF
           MOVE "N" TO WS-CAJ-HALLADA
           PERFORM VARYING TABCAJ-INDICE FROM 1 BY 1
               UNTIL TABCAJ-INDICE > TABCAJ-TOTAL OR CAJ-HALLADA-SI
               IF TABCAJ-OPERADOR(TABCAJ-INDICE) = REC-OPERADOR
               AND TABCAJ-CONCEPTO(TABCAJ-INDICE) = REC-CONCEPTO
                   MOVE "S" TO WS-CAJ-HALLADA
                   ADD 1 TO TABCAJ-CANTIDAD(TABCAJ-INDICE)
                   ADD REC-IMPORTE TO TABCAJ-IMPORTE(TABCAJ-INDICE)
               END-IF
           END-PERFORM
           IF CAJ-HALLADA-NO
               IF TABCAJ-TOTAL < 500
                   ADD 1 TO TABCAJ-TOTAL
                   MOVE REC-OPERADOR TO TABCAJ-OPERADOR(TABCAJ-TOTAL)
                   MOVE REC-CONCEPTO TO TABCAJ-CONCEPTO(TABCAJ-TOTAL)
                   MOVE 1 TO TABCAJ-CANTIDAD(TABCAJ-TOTAL)
                   MOVE REC-IMPORTE TO TABCAJ-IMPORTE(TABCAJ-TOTAL)
               ELSE
                   MOVE "TABLA-CAJA" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       0530-AGREGAR-ANULADO.
           ADD REC-IMPORTE TO WS-TOTAL-ANULADO
           IF TABANU-TOTAL < 500
               ADD 1 TO TABANU-TOTAL
               MOVE REC-NRO TO TABANU-NRO(TABANU-TOTAL)
               MOVE REC-NRO-ALUMNO TO TABANU-ALUMNO(TABANU-TOTAL)
               MOVE REC-IMPORTE TO TABANU-IMPORTE(TABANU-TOTAL)
               MOVE REC-OPERADOR TO TABANU-OPERADOR(TABANU-TOTAL)
               MOVE REC-ANU-OPERADOR TO TABANU-ANULO(TABANU-TOTAL)
               MOVE REC-ANU-MOTIVO TO TABANU-MOTIVO(TABANU-TOTAL)
           ELSE
               MOVE "TABLA-ANULADOS" TO WS-TABLA-DESBORDADA
               PERFORM 9950-MARCAR-DESBORDE
           END-IF.

       1000-ABRIR-ARCHIVOS.
           OPEN OUTPUT ARQUEO
           IF NOT WS-FS-ARQ-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-ARQ
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ARQUEO DE CAJA DEL DIA " DELIMITED BY SIZE
               WS-FECHA-CAJA(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FECHA-CAJA(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FECHA-CAJA(1:4) DELIMITED BY SIZE
               "  EMITIDO POR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           IF WS-FECHA-CAJA <= WS-ULTIMA-CAJA-CERRADA
               MOVE "(CAJA YA CERRADA, COPIA DEL ARQUEO)"
                   TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF.

      * POR CADA OPERADOR SUS CONCEPTOS Y EL SUBTOTAL DE SU CAJA
       2000-LISTAR-OPERADORES.
           PERFORM VARYING TABOPE-INDICE FROM 1 BY 1
               UNTIL TABOPE-INDICE > TABOPE-TOTAL
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "OPERADOR " DELIMITED BY SIZE
                   TABOPE-ID(TABOPE-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               PERFORM VARYING TABCAJ-INDICE FROM 1 BY 1
                   UNTIL TABCAJ-INDICE > TABCAJ-TOTAL
                   IF TABCAJ-OPERADOR(TABCAJ-INDICE)
                       = TABOPE-ID(TABOPE-INDICE)
                       MOVE TABCAJ-CANTIDAD(TABCAJ-INDICE)
                           TO WS-CANTIDAD-ED
                       MOVE TABCAJ-IMPORTE(TABCAJ-INDICE)
                           TO WS-IMPORTE-ED
                       MOVE SPACES TO WS-LINEA-REPORTE
                       STRING "   " DELIMITED BY SIZE
                           TABCAJ-CONCEPTO(TABCAJ-INDICE)
                           DELIMITED BY SIZE
                           " RECIBOS " DELIMITED BY SIZE
                           WS-CANTIDAD-ED DELIMITED BY SIZE
                           "  IMPORTE " DELIMITED BY SIZE
                           WS-IMPORTE-ED DELIMITED BY SIZE
                           INTO WS-LINEA-REPORTE
                       PERFORM 9020-ESCRIBIR-Y-MOSTRAR
                   END-IF
               END-PERFORM
               MOVE TABOPE-CANTIDAD(TABOPE-INDICE) TO WS-CANTIDAD-ED
               MOVE TABOPE-IMPORTE(TABOPE-INDICE) TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "   TOTAL OPERADOR" DELIMITED BY SIZE
                   "     RECIBOS " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   "  IMPORTE " DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-PERFORM.

       2500-LISTAR-ANULADOS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "RECIBOS ANULADOS DEL DIA" TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           IF TABANU-TOTAL = 0
               MOVE "   (NINGUNO)" TO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-IF
           PERFORM VARYING TABANU-INDICE FROM 1 BY 1
               UNTIL TABANU-INDICE > TABANU-TOTAL
               MOVE TABANU-IMPORTE(TABANU-INDICE) TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "   NRO " DELIMITED BY SIZE
                   TABANU-NRO(TABANU-INDICE) DELIMITED BY SIZE
                   " ALUMNO " DELIMITED BY SIZE
                   TABANU-ALUMNO(TABANU-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   " EMITIO " DELIMITED BY SIZE
                   TABANU-OPERADOR(TABANU-INDICE) DELIMITED BY SIZE
                   " ANULO " DELIMITED BY SIZE
                   TABANU-ANULO(TABANU-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "      MOTIVO: " DELIMITED BY SIZE
                   TABANU-MOTIVO(TABANU-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           END-PERFORM.

       3000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE WS-TOTAL-RECIBOS TO WS-CANTIDAD-ED
           MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL DE LA CAJA: RECIBOS " DELIMITED BY SIZE
               WS-CANTIDAD-ED DELIMITED BY SIZE
               "  IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE TABANU-TOTAL TO WS-CANTIDAD-ED
           MOVE WS-TOTAL-ANULADO TO WS-IMPORTE-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ANULADOS (NO SUMAN): " DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-CANTIDAD-ED DELIMITED BY SIZE
               "  IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * EL CIERRE QUEDA EN CAJAS.dat CON LA CANTIDAD Y EL TOTAL
      * ARQUEADOS; UN CIERRE TAMBIEN DEJA CERRADOS LOS DIAS
      * ANTERIORES QUE NO SE HUBIERAN CERRADO
       4000-CERRAR-CAJA.
           OPEN EXTEND CAJAS
           IF WS-FS-CJA-OK OR WS-FS-CJA-NOEXISTE
               MOVE WS-FECHA-CAJA TO CJA-FECHA
               MOVE WS-OPERADOR TO CJA-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO CJA-TIMESTAMP
               MOVE WS-TOTAL-RECIBOS TO CJA-CANTIDAD
               MOVE WS-TOTAL-IMPORTE TO CJA-TOTAL
               WRITE CAJAS-REGISTRO
               CLOSE CAJAS
               MOVE "CIERRE CAJA" TO WS-AUD-OPERACION
               MOVE WS-FECHA-CAJA TO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
               DISPLAY "CAJA DEL DIA " WS-FECHA-CAJA " CERRADA"
           ELSE
               DISPLAY "ERROR AL ABRIR CAJAS.dat"
               DISPLAY "FILE STATUS " WS-FS-CJA
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADO EL ARQUEO COMO INCOMPLETO
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

       9010-ESCRIBIR-LINEA.
           WRITE ARQUEO-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-ARQ-OK
               DISPLAY "ERROR AL ESCRIBIR ARQUEO"
               DISPLAY "FILE STATUS " WS-FS-ARQ
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       9000-CERRAR-ARCHIVOS.
           CLOSE ARQUEO
           PERFORM 9930-REGISTRAR-SPOOL.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGARQUEO" DELIMITED BY SIZE
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
           MOVE "ARQUEO.dat" TO ARCHIVO-SPL
           MOVE "PGARQUEO" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "FECHA CAJA=" DELIMITED BY SIZE
               WS-FECHA-CAJA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGARQUEO.
