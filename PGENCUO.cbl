      * P (PAGO). EL ARCHIVO ES SOLO-AGREGADO COMO NOTAS.dat: UN
      * PAGO NO PISA EL CARGO, SE AGREGA Y EL SALDO SE CALCULA EN
      * EL INFORME DE MOROSOS (PGMOROSO)
      * CADA PAGO RECIBE UN NRO DE RECIBO CORRELATIVO (RECIBNUM.dat,
      * COMO CONSTNUM/CARNETNUM), QUEDA EN EL REGISTRO DE RECIBOS
      * (RECIBOS.dat) Y SE IMPRIME EN RECIBO.dat PARA ENTREGAR A LA
      * FAMILIA. UN RECIBO MAL HECHO NO SE BORRA: SE ANULA, QUEDA
      * MARCADO EN RECIBOS.dat Y SE COMPENSA CON UN CARGO "ANUL"
      * POR EL MISMO IMPORTE. UNA VEZ CERRADA LA CAJA DEL DIA
      * (PGARQUEO, CAJAS.dat) YA NO SE ACEPTAN PAGOS NI ANULACIONES
      * CON FECHA DE ESE DIA O ANTERIOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
      * REGISTRO DE RECIBOS EMITIDOS (VIGENTES Y ANULADOS)
       SELECT OPTIONAL RECIBOS     ASSIGN TO "RECIBOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
       SELECT RECIBOS-TMP          ASSIGN TO "RECIBOS.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC-TMP.
      * ULTIMO NRO DE RECIBO EMITIDO (UN SOLO REGISTRO)
       SELECT OPTIONAL RECIBNUM    ASSIGN TO "RECIBNUM.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-NUM.
      * RECIBOS IMPRESOS PARA ENTREGAR A LA FAMILIA
       SELECT OPTIONAL RECIBO      ASSIGN TO "RECIBO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-IMP.
      * DIAS DE CAJA CERRADOS POR EL ARQUEO (PGARQUEO)
       SELECT OPTIONAL CAJAS       ASSIGN TO "CAJAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CJA.

       DATA DIVISION.
       FILE SECTION.
                 88 CUO-TIPO-PAGO VALUE "P".
              05 CUO-IMPORTE PIC 9(6)V99.

      * UN REGISTRO POR RECIBO: LOS DATOS DEL PAGO, FECHA/HORA Y
      * OPERADOR DE EMISION Y, SI SE ANULO, FECHA/HORA, OPERADOR Y
      * MOTIVO DE LA ANULACION
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

       FD RECIBOS-TMP.
           01 RECIBOS-TMP-REGISTRO PIC X(115).

       FD RECIBNUM.
           01 RECIBNUM-REGISTRO.
              05 NUM-ULTIMO PIC 9(6).

       FD RECIBO.
           01 RECIBO-LINEA PIC X(80).

       FD CAJAS.
           01 CAJAS-REGISTRO.
              05 CJA-FECHA PIC 9(8).
              05 CJA-OPERADOR PIC X(10).
              05 CJA-TIMESTAMP PIC X(14).
              05 CJA-CANTIDAD PIC 9(6).
              05 CJA-TOTAL PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
           88 WS-FS-CUO-NOEXISTE VALUE "05" "35".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
           88 WS-FS-REC-NO VALUE "10".
           88 WS-FS-REC-NOEXISTE VALUE "05" "35".
       01 WS-FS-REC-TMP PIC XX.
           88 WS-FS-REC-TMP-OK VALUE "00".
       01 WS-FS-NUM PIC XX.
           88 WS-FS-NUM-OK VALUE "00".
           88 WS-FS-NUM-NOEXISTE VALUE "05" "35".
       01 WS-FS-IMP PIC XX.
           88 WS-FS-IMP-OK VALUE "00".
           88 WS-FS-IMP-NOEXISTE VALUE "05" "35".
       01 WS-FS-CJA PIC XX.
           88 WS-FS-CJA-OK VALUE "00".
           88 WS-FS-CJA-NO VALUE "10".

      * OPERADOR QUE ESTA USANDO EL PROGRAMA, PEDIDO UNA SOLA VEZ AL
      * PRINCIPIO Y VOLCADO EN CADA LINEA DE AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-CUO-ALUMNO PIC 9(4) VALUE ZERO.
       77 WS-CUO-ANIO PIC 9(4) VALUE ZERO.
           88 ALUMNO-VALIDO-SI VALUE "S".
           88 ALUMNO-VALIDO-NO VALUE "N".
       77 WS-OPCION-MENU PIC 9 VALUE 0.

      * RECIBOS: NRO TOMADO DE RECIBNUM.dat Y NOMBRE DEL ALUMNO
      * DEVUELTO POR RUTALUMN PARA IMPRIMIR
       77 WS-NRO-RECIBO PIC 9(6) VALUE 0.
       77 WS-NOMBRE-ALUMNO PIC X(23) VALUE SPACES.
       77 WS-LINEA-RECIBO PIC X(80) VALUE SPACES.
       01 WS-IMPORTE-ED PIC ZZZZZ9.99.
       01 WS-FECHA-HOY PIC X(14) VALUE SPACES.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-AAAAMMDD PIC 9(8).
           05 FILLER PIC X(6).
       01 WS-RUTA-REC PIC X(11) VALUE "RECIBOS.dat".
       01 WS-RUTA-REC-TMP PIC X(11) VALUE "RECIBOS.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

      * CIERRE DE CAJA: ULTIMO DIA CERRADO EN CAJAS.dat; NINGUN PAGO
      * NI ANULACION PUEDE CAER EN ESE DIA O EN UNO ANTERIOR
       77 WS-ULTIMA-CAJA-CERRADA PIC 9(8) VALUE 0.
       01 WS-CAJA-CERRADA PIC X VALUE "N".
           88 CAJA-CERRADA-SI VALUE "S".
           88 CAJA-CERRADA-NO VALUE "N".

      * ANULACION DE RECIBOS
       77 WS-NRO-ANULAR PIC 9(6) VALUE 0.
       77 WS-MOTIVO-ANULACION PIC X(30) VALUE SPACES.
       01 WS-RECIBO-ENCONTRADO PIC X VALUE "N".
           88 RECIBO-ENCONTRADO-SI VALUE "S".
           88 RECIBO-ENCONTRADO-NO VALUE "N".
       01 WS-RECIBO-ANULABLE PIC X VALUE "N".
           88 RECIBO-ANULABLE-SI VALUE "S".
           88 RECIBO-ANULABLE-NO VALUE "N".
       01 WS-RECIBO-ANULADO.
           05 WS-ANU-ALUMNO PIC 9(4).
           05 WS-ANU-ANIO PIC 9(4).
           05 WS-ANU-MES PIC 99.
           05 WS-ANU-IMPORTE PIC 9(6)V99.
      *rutinas
       01 RUTALUMN PIC X(8) VALUE "RUTALUMN".
      * AREA DE COMUNICACION RUTINA ALUMNOS
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
               ACCEPT WS-OPERADOR
           END-IF
           PERFORM 0500-CARGAR-TABLA-ALUMNOS
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

           0100-MOSTRAR-MENU.
               DISPLAY "1. REGISTRAR CARGO"
               DISPLAY "2. REGISTRAR PAGO"
               DISPLAY "3. ANULAR RECIBO"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-CARGAR-MOVIMIENTOS
                   WHEN 2
                       MOVE "P" TO WS-CUO-TIPO
                       PERFORM 0300-VERIFICAR-CAJA
                       IF CAJA-CERRADA-SI
                           DISPLAY "LA CAJA DEL DIA YA ESTA CERRADA,"
                               " NO SE ACEPTAN PAGOS"
                       ELSE
                           PERFORM 0200-CARGAR-MOVIMIENTOS
                       END-IF
                   WHEN 3
                       PERFORM 0600-ANULAR-RECIBO
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               UNTIL WS-CONTROL-NO OR WS-FS-CUO-NO
               PERFORM 3000-CERRAR-ARCHIVO.

      * LA FECHA DE HOY DEBE SER POSTERIOR AL ULTIMO DIA DE CAJA
      * CERRADO: ASI NINGUN PAGO QUEDA FECHADO DENTRO DE UN DIA YA
      * ARQUEADO (NI AUNQUE SE ATRASE EL RELOJ DEL EQUIPO)
           0300-VERIFICAR-CAJA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HOY
               MOVE 0 TO WS-ULTIMA-CAJA-CERRADA
               OPEN INPUT CAJAS
               IF WS-FS-CJA-OK
                   PERFORM 0310-LEER-CAJA UNTIL NOT WS-FS-CJA-OK
               END-IF
               CLOSE CAJAS
               IF WS-HOY-AAAAMMDD > WS-ULTIMA-CAJA-CERRADA
                   MOVE "N" TO WS-CAJA-CERRADA
               ELSE
                   MOVE "S" TO WS-CAJA-CERRADA
               END-IF.

           0310-LEER-CAJA.
               READ CAJAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CJA
               END-READ
               IF WS-FS-CJA-OK
                   IF CJA-FECHA > WS-ULTIMA-CAJA-CERRADA
                       MOVE CJA-FECHA TO WS-ULTIMA-CAJA-CERRADA
                   END-IF
               END-IF.

      * LA TABLA DE ALUMNOS SE CARGA UNA SOLA VEZ AL ARRANCAR, PARA
      * RECHAZAR EN EL MOMENTO DE LA CARGA LOS MOVIMIENTOS DE
      * ALUMNOS INEXISTENTES
                   DISPLAY "ALUMNO INEXISTENTE, MOVIMIENTO NO GRABADO"
               ELSE
                   MOVE "S" TO WS-ALUMNO-VALIDO
                   MOVE NOMBRE-ALUMNO TO WS-NOMBRE-ALUMNO
               END-IF.

      * ANULA UN RECIBO DEL DIA (CAJA TODAVIA ABIERTA): LO MARCA
      * ANULADO EN RECIBOS.dat RECONSTRUYENDO EL ARCHIVO EN
      * RECIBOS.TMP Y COMPENSA EL PAGO CON UN CARGO "ANUL nnnnnn"
      * POR EL MISMO IMPORTE, SIN TOCAR EL PAGO ORIGINAL
           0600-ANULAR-RECIBO.
               PERFORM 0300-VERIFICAR-CAJA
               DISPLAY "INGRESA NRO DE RECIBO A ANULAR"
               ACCEPT WS-NRO-ANULAR
               MOVE "N" TO WS-RECIBO-ENCONTRADO
               MOVE "N" TO WS-RECIBO-ANULABLE
               OPEN INPUT RECIBOS
               IF NOT WS-FS-REC-OK
                   DISPLAY "NO HAY RECIBOS EMITIDOS"
               ELSE
                   PERFORM 0610-BUSCAR-RECIBO
                       UNTIL NOT WS-FS-REC-OK OR RECIBO-ENCONTRADO-SI
               END-IF
               CLOSE RECIBOS
               IF RECIBO-ENCONTRADO-NO
                   DISPLAY "RECIBO INEXISTENTE"
               END-IF
               IF RECIBO-ANULABLE-SI
                   DISPLAY "INGRESA MOTIVO DE LA ANULACION"
                   ACCEPT WS-MOTIVO-ANULACION
                   OPEN INPUT RECIBOS
                   OPEN OUTPUT RECIBOS-TMP
                   PERFORM 0620-COPIAR-ANULANDO UNTIL NOT WS-FS-REC-OK
                   CLOSE RECIBOS-TMP
                   CLOSE RECIBOS
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-REC
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-REC-TMP
                       WS-RUTA-REC
                       RETURNING WS-CBL-RESULT
                   PERFORM 0630-COMPENSAR-PAGO
                   MOVE "ANULA RECIBO" TO WS-AUD-OPERACION
                   MOVE WS-NRO-ANULAR TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   DISPLAY "RECIBO NRO " WS-NRO-ANULAR " ANULADO"
               END-IF.

      * SOLO SE ANULAN RECIBOS VIGENTES DE UN DIA DE CAJA ABIERTO
           0610-BUSCAR-RECIBO.
               READ RECIBOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-REC
               END-READ
               IF WS-FS-REC-OK AND REC-NRO = WS-NRO-ANULAR
                   MOVE "S" TO WS-RECIBO-ENCONTRADO
                   EVALUATE TRUE
                       WHEN REC-ESTADO-ANULADO
                           DISPLAY "EL RECIBO YA ESTA ANULADO"
                       WHEN REC-FECHA(1:8) <= WS-ULTIMA-CAJA-CERRADA
                           DISPLAY "LA CAJA DEL DIA DEL RECIBO YA"
                               " ESTA CERRADA, NO SE PUEDE ANULAR"
                       WHEN OTHER
                           MOVE "S" TO WS-RECIBO-ANULABLE
                           MOVE REC-NRO-ALUMNO TO WS-ANU-ALUMNO
                           MOVE REC-ANIO TO WS-ANU-ANIO
                           MOVE REC-MES TO WS-ANU-MES
                           MOVE REC-IMPORTE TO WS-ANU-IMPORTE
                   END-EVALUATE
               END-IF.

           0620-COPIAR-ANULANDO.
               READ RECIBOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-REC
               END-READ
               IF WS-FS-REC-OK
                   IF REC-NRO = WS-NRO-ANULAR
                       MOVE "A" TO REC-ESTADO
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO REC-ANU-FECHA
                       MOVE WS-OPERADOR TO REC-ANU-OPERADOR
                       MOVE WS-MOTIVO-ANULACION TO REC-ANU-MOTIVO
                   END-IF
                   WRITE RECIBOS-TMP-REGISTRO FROM RECIBOS-REGISTRO
               END-IF.

           0630-COMPENSAR-PAGO.
               OPEN EXTEND CUOTAS
               IF WS-FS-CUO-OK OR WS-FS-CUO-NOEXISTE
                   MOVE WS-ANU-ALUMNO TO CUO-NRO-ALUMNO
                   MOVE WS-ANU-ANIO TO CUO-ANIO
                   MOVE WS-ANU-MES TO CUO-MES
                   MOVE SPACES TO CUO-CONCEPTO
                   STRING "ANUL " DELIMITED BY SIZE
                       WS-NRO-ANULAR DELIMITED BY SIZE
                       INTO CUO-CONCEPTO
                   MOVE "C" TO CUO-TIPO
                   MOVE WS-ANU-IMPORTE TO CUO-IMPORTE
                   WRITE CUOTAS-REGISTRO
                   IF NOT WS-FS-CUO-OK
                       DISPLAY "ERROR AL COMPENSAR EL PAGO"
                       DISPLAY "FILE STATUS " WS-FS-CUO
                   END-IF
                   CLOSE CUOTAS
               ELSE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-CUO
               END-IF.

           1000-ABRIR-ARCHIVO.
                       CUO-MES DELIMITED BY SIZE
                       INTO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
                   IF CUO-TIPO-PAGO
                       PERFORM 2200-EMITIR-RECIBO
                   END-IF
               END-IF.

      * TODO PAGO GRABADO RECIBE SU RECIBO: NRO CORRELATIVO, REGISTRO
      * EN RECIBOS.dat E IMPRESION EN RECIBO.dat
           2200-EMITIR-RECIBO.
               PERFORM 2210-TOMAR-NUMERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HOY
               OPEN EXTEND RECIBOS
               IF WS-FS-REC-OK OR WS-FS-REC-NOEXISTE
                   MOVE WS-NRO-RECIBO TO REC-NRO
                   MOVE CUO-NRO-ALUMNO TO REC-NRO-ALUMNO
                   MOVE CUO-ANIO TO REC-ANIO
                   MOVE CUO-MES TO REC-MES
                   MOVE CUO-CONCEPTO TO REC-CONCEPTO
                   MOVE CUO-IMPORTE TO REC-IMPORTE
                   MOVE WS-FECHA-HOY TO REC-FECHA
                   MOVE WS-OPERADOR TO REC-OPERADOR
                   MOVE "E" TO REC-ESTADO
                   MOVE SPACES TO REC-ANU-FECHA
                   MOVE SPACES TO REC-ANU-OPERADOR
                   MOVE SPACES TO REC-ANU-MOTIVO
                   WRITE RECIBOS-REGISTRO
                   CLOSE RECIBOS
               ELSE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-REC
               END-IF
               PERFORM 2220-IMPRIMIR-RECIBO
               DISPLAY "RECIBO NRO " WS-NRO-RECIBO " EMITIDO".

      * TOMA EL NRO CORRELATIVO SIGUIENTE Y LO DEJA GRABADO (SIEMPRE
      * QUEDA UN SOLO REGISTRO CON EL ULTIMO NRO EMITIDO)
           2210-TOMAR-NUMERO.
               MOVE 0 TO WS-NRO-RECIBO
               OPEN INPUT RECIBNUM
               IF WS-FS-NUM-OK
                   READ RECIBNUM NEXT RECORD AT END
                       CONTINUE
                   END-READ
                   IF WS-FS-NUM-OK
                       MOVE NUM-ULTIMO TO WS-NRO-RECIBO
                   END-IF
               END-IF
               CLOSE RECIBNUM
               ADD 1 TO WS-NRO-RECIBO
               OPEN OUTPUT RECIBNUM
               IF WS-FS-NUM-OK OR WS-FS-NUM-NOEXISTE
                   MOVE WS-NRO-RECIBO TO NUM-ULTIMO
                   WRITE RECIBNUM-REGISTRO
                   CLOSE RECIBNUM
               END-IF.

           2220-IMPRIMIR-RECIBO.
               OPEN EXTEND RECIBO
               IF NOT WS-FS-IMP-OK AND NOT WS-FS-IMP-NOEXISTE
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-IMP
               END-IF
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "RECIBO DE PAGO NRO " DELIMITED BY SIZE
                   WS-NRO-RECIBO DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE "----------------------------------------"
                   TO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "FECHA: " DELIMITED BY SIZE
                   WS-FECHA-HOY(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FECHA-HOY(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FECHA-HOY(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-HOY(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-FECHA-HOY(11:2) DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "RECIBIMOS POR EL ALUMNO " DELIMITED BY SIZE
                   CUO-NRO-ALUMNO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-ALUMNO DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE CUO-IMPORTE TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "LA SUMA DE $ " DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   " EN CONCEPTO DE " DELIMITED BY SIZE
                   CUO-CONCEPTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CUO-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CUO-ANIO DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "ATENDIO: " DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE SPACES TO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE "          ........................."
                   TO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE "          FIRMA Y SELLO" TO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               MOVE SPACES TO WS-LINEA-RECIBO
               PERFORM 9010-ESCRIBIR-RECIBO
               CLOSE RECIBO
               PERFORM 9930-REGISTRAR-SPOOL.

           9010-ESCRIBIR-RECIBO.
               WRITE RECIBO-LINEA FROM WS-LINEA-RECIBO
               IF NOT WS-FS-IMP-OK
                   DISPLAY "ERROR AL ESCRIBIR RECIBO"
                   DISPLAY "FILE STATUS " WS-FS-IMP
               END-IF.
           3000-CERRAR-ARCHIVO.
               CLOSE CUOTAS.
      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
           9900-GRABAR-AUDITORIA.
               MOVE SPACES TO WS-LINEA-AUDITORIA
               STRING "PGENCUO" DELIMITED BY SIZE
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
           MOVE "RECIBO.dat" TO ARCHIVO-SPL
           MOVE "PGENCUO" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ALUMNO=" DELIMITED BY SIZE
               WS-CUO-ALUMNO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGENCUO.
