       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGSPOOL.

      * SPOOL DE LISTADOS: CADA PROGRAMA QUE IMPRIME REGISTRA SU
      * SALIDA EN SPOOL.dat (RUTSPOOL) Y GUARDA UNA COPIA FECHADA.
      * DESDE ACA SE LISTA EL CATALOGO (TODO O DE UN PROGRAMA), SE
      * REIMPRIME UNA SALIDA VIEJA SIN VOLVER A CORRER EL PROGRAMA
      * CONTRA DATOS QUE PUEDEN HABER CAMBIADO, Y SE PURGAN LAS
      * COPIAS QUE PASARON EL PLAZO DE CONSERVACION. LA REIMPRESION
      * SE DEJA EN REIMPRESION.dat PARA NO PISAR LA SALIDA VIGENTE
      * DEL PROGRAMA. LA PURGA EXIGE OPERADOR DE NIVEL 2; LA LINEA
      * DEL CATALOGO QUEDA MARCADA P COMO CONSTANCIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * CATALOGO DE SALIDAS, UNA LINEA POR SALIDA REGISTRADA
       SELECT OPTIONAL SPOOL       ASSIGN TO "SPOOL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SPL.
      * CATALOGO REESCRITO POR LA PURGA, QUE LUEGO REEMPLAZA A SPOOL
       SELECT SPOOL-TMP            ASSIGN TO "SPOOL.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-STM.

       DATA DIVISION.
       FILE SECTION.
      * ESTADO: V = COPIA VIGENTE, P = COPIA PURGADA
       FD SPOOL.
           01 SPOOL-REGISTRO.
              05 SPL-NRO PIC 9(6).
              05 SPL-TIMESTAMP PIC X(14).
              05 SPL-PROGRAMA PIC X(8).
              05 SPL-OPERADOR PIC X(10).
              05 SPL-ARCHIVO PIC X(20).
              05 SPL-COPIA PIC X(40).
              05 SPL-LINEAS PIC 9(6).
              05 SPL-PAGINAS PIC 9(4).
              05 SPL-PARAMETROS PIC X(40).
              05 SPL-ESTADO PIC X.
                 88 SPL-ESTADO-VIGENTE VALUE "V".
                 88 SPL-ESTADO-PURGADO VALUE "P".
              05 SPL-FECHA-ESTADO PIC X(14).

       FD SPOOL-TMP.
           01 SPOOL-TMP-REGISTRO PIC X(163).

       WORKING-STORAGE SECTION.
       01 WS-FS-SPL PIC XX.
           88 WS-FS-SPL-OK VALUE "00".
           88 WS-FS-SPL-NO VALUE "10".
       01 WS-FS-STM PIC XX.
           88 WS-FS-STM-OK VALUE "00".
       01 WS-RUTA-SPL PIC X(9) VALUE "SPOOL.dat".
       01 WS-RUTA-SPL-TMP PIC X(9) VALUE "SPOOL.TMP".
      * LAS REIMPRESIONES SALEN SIEMPRE POR ESTE ARCHIVO
       01 WS-RUTA-REIMPRESION PIC X(15) VALUE "REIMPRESION.dat".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.

       77 WS-OPCION-MENU PIC 9 VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       77 WS-FILTRO-PROGRAMA PIC X(8) VALUE SPACES.
       77 WS-NRO-PEDIDO PIC 9(6) VALUE 0.
       77 WS-ENCONTRADO PIC X VALUE "N".
           88 ENCONTRADO-SI VALUE "S".
       77 WS-LISTADOS PIC 9(6) VALUE 0.
       77 WS-PURGADOS PIC 9(6) VALUE 0.

      * PLAZO DE CONSERVACION EN DIAS: 90 SI NO SE INDICA; NO SE
      * ACEPTAN MENOS DE 30 PARA NO BORRAR SALIDAS DEL MES EN CURSO
       77 WS-DIAS-CONSERVAR PIC 9(4) VALUE 0.
       77 WS-DIAS-DEFECTO PIC 9(4) VALUE 90.
       77 WS-DIAS-MINIMO PIC 9(4) VALUE 30.
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-FECHA-SALIDA PIC 9(8) VALUE 0.
       77 WS-DIA-CORTE PIC 9(8) VALUE 0.
       77 WS-TIMESTAMP PIC X(14) VALUE SPACES.

       01 WS-LINEA-PANTALLA.
           05 LIN-NRO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-FECHA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-HORA PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-PROGRAMA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-OPERADOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-ARCHIVO PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 LIN-PAGINAS PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-ESTADO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LIN-PARAMETROS PIC X(40).

      * OPERADOR Y NIVEL: DE LA SESION DE PGMENU, O DEL MAESTRO DE
      * OPERADORES SI EL PROGRAMA SE LANZA SOLO
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-NIVEL-OPERADOR PIC 9 VALUE 0.
       77 WS-CLAVE-OPERADOR PIC X(20) VALUE SPACES.
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".
       01 RUTOPER PIC X(8) VALUE "RUTOPER".
      * AREA DE COMUNICACION RUTINA OPERADORES
       COPY "COPY-ACO.cpy".

       77 WS-AUD-OPERACION PIC X(10) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(20) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

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
               MOVE NIVEL-SESION TO WS-NIVEL-OPERADOR
           ELSE
               DISPLAY "INGRESE SU ID DE OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 0050-VERIFICAR-OPERADOR
           END-IF
           PERFORM 0100-MOSTRAR-MENU UNTIL WS-OPCION-MENU = 4
           GOBACK.

      * PROGRAMA LANZADO SIN SESION: EL NIVEL SE TOMA DEL MAESTRO DE
      * OPERADORES CON SU CLAVE. SIN MAESTRO CARGADO EL INGRESO ES
      * LIBRE (NIVEL 2)
           0050-VERIFICAR-OPERADOR.
               MOVE 1 TO WS-NIVEL-OPERADOR
               INITIALIZE AreaDeComunicacionOperador
               MOVE 1 TO Opcion-operador
               CALL RUTOPER USING AreaDeComunicacionOperador
               IF RET-COD-5 = "05"
                   MOVE 2 TO WS-NIVEL-OPERADOR
               ELSE
                   DISPLAY "INGRESE SU CLAVE"
                   ACCEPT WS-CLAVE-OPERADOR
                   INITIALIZE AreaDeComunicacionOperador
                   MOVE 3 TO Opcion-operador
                   MOVE WS-OPERADOR TO Id-operador
                   MOVE WS-CLAVE-OPERADOR TO CLAVE-OPERADOR
                   CALL RUTOPER USING AreaDeComunicacionOperador
                   IF RET-COD-5 = "00" AND ACTIVO-OPERADOR = "A"
                       MOVE NIVEL-OPERADOR TO WS-NIVEL-OPERADOR
                   ELSE
                       DISPLAY DESC-ERROR-5
                       DISPLAY "SOLO SE PERMITE LISTAR Y REIMPRIMIR"
                   END-IF
               END-IF.

           0100-MOSTRAR-MENU.
               DISPLAY "1. LISTAR SALIDAS DEL SPOOL"
               DISPLAY "2. REIMPRIMIR UNA SALIDA"
               DISPLAY "3. PURGAR COPIAS VENCIDAS"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN 1
                       PERFORM 0200-LISTAR
                   WHEN 2
                       PERFORM 0300-REIMPRIMIR
                   WHEN 3
                       IF WS-NIVEL-OPERADOR < 2
                           DISPLAY "LA PURGA REQUIERE OPERADOR DE "
                               "NIVEL 2"
                       ELSE
                           PERFORM 0400-PURGAR
                       END-IF
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      * LISTA EL CATALOGO EN PANTALLA; CON PROGRAMA EN BLANCO, TODO
           0200-LISTAR.
               DISPLAY "PROGRAMA A LISTAR (ENTER PARA TODOS)"
               MOVE SPACES TO WS-FILTRO-PROGRAMA
               ACCEPT WS-FILTRO-PROGRAMA
               MOVE 0 TO WS-LISTADOS
               OPEN INPUT SPOOL
               IF WS-FS-SPL-OK
                   DISPLAY "NRO    FECHA    HORA PROGRAMA OPERADOR   "
                       "SALIDA           PAGS E PARAMETROS"
                   PERFORM 0210-LISTAR-LINEA UNTIL NOT WS-FS-SPL-OK
               END-IF
               CLOSE SPOOL
               DISPLAY "SALIDAS LISTADAS: " WS-LISTADOS.

           0210-LISTAR-LINEA.
               READ SPOOL NEXT RECORD AT END
                   MOVE "10" TO WS-FS-SPL
               END-READ
               IF WS-FS-SPL-OK
                   IF WS-FILTRO-PROGRAMA = SPACES
                       OR SPL-PROGRAMA = WS-FILTRO-PROGRAMA
                       MOVE SPL-NRO TO LIN-NRO
                       MOVE SPL-TIMESTAMP(1:8) TO LIN-FECHA
                       MOVE SPL-TIMESTAMP(9:4) TO LIN-HORA
                       MOVE SPL-PROGRAMA TO LIN-PROGRAMA
                       MOVE SPL-OPERADOR TO LIN-OPERADOR
                       MOVE SPL-ARCHIVO TO LIN-ARCHIVO
                       MOVE SPL-PAGINAS TO LIN-PAGINAS
                       MOVE SPL-ESTADO TO LIN-ESTADO
                       MOVE SPL-PARAMETROS TO LIN-PARAMETROS
                       DISPLAY WS-LINEA-PANTALLA
                       ADD 1 TO WS-LISTADOS
                   END-IF
               END-IF.

      * BUSCA LA SALIDA POR NRO Y COPIA SU COPIA FECHADA A
      * REIMPRESION.dat; UNA SALIDA PURGADA YA NO SE PUEDE REIMPRIMIR
           0300-REIMPRIMIR.
               DISPLAY "NRO DE SPOOL A REIMPRIMIR"
               ACCEPT WS-NRO-PEDIDO
               PERFORM 0500-BUSCAR-SALIDA
               IF NOT ENCONTRADO-SI
                   DISPLAY "NO EXISTE LA SALIDA " WS-NRO-PEDIDO
               ELSE
                   IF SPL-ESTADO-PURGADO
                       DISPLAY "LA COPIA DE LA SALIDA " WS-NRO-PEDIDO
                           " FUE PURGADA EL " SPL-FECHA-ESTADO(1:8)
                   ELSE
                       DISPLAY SPL-PROGRAMA " " SPL-ARCHIVO " DEL "
                           SPL-TIMESTAMP(1:8) " (" SPL-PAGINAS
                           " PAGINAS). CONFIRMA? S/N"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM 0310-COPIAR-REIMPRESION
                       ELSE
                           DISPLAY "REIMPRESION CANCELADA"
                       END-IF
                   END-IF
               END-IF.

           0310-COPIAR-REIMPRESION.
               CALL "CBL_COPY_FILE" USING SPL-COPIA WS-RUTA-REIMPRESION
                   RETURNING WS-CBL-RESULT
               IF WS-CBL-RESULT = 0
                   DISPLAY "SALIDA " WS-NRO-PEDIDO " COPIADA A "
                       WS-RUTA-REIMPRESION
                   MOVE "REIMPRIME" TO WS-AUD-OPERACION
                   MOVE WS-NRO-PEDIDO TO WS-AUD-CLAVE
                   PERFORM 9900-GRABAR-AUDITORIA
               ELSE
                   DISPLAY "NO SE ENCUENTRA LA COPIA " SPL-COPIA
               END-IF.

      * BORRA LAS COPIAS VIGENTES MAS VIEJAS QUE EL PLAZO Y MARCA SUS
      * LINEAS P, REESCRIBIENDO EL CATALOGO EN SPOOL.TMP
           0400-PURGAR.
               DISPLAY "DIAS A CONSERVAR (ENTER PARA "
                   WS-DIAS-DEFECTO ", MINIMO " WS-DIAS-MINIMO ")"
               MOVE 0 TO WS-DIAS-CONSERVAR
               ACCEPT WS-DIAS-CONSERVAR
               IF WS-DIAS-CONSERVAR = 0
                   MOVE WS-DIAS-DEFECTO TO WS-DIAS-CONSERVAR
               END-IF
               IF WS-DIAS-CONSERVAR < WS-DIAS-MINIMO
                   DISPLAY "EL PLAZO NO PUEDE SER MENOR A "
                       WS-DIAS-MINIMO " DIAS"
               ELSE
                   DISPLAY "SE BORRAN LAS COPIAS DE MAS DE "
                       WS-DIAS-CONSERVAR " DIAS. CONFIRMA? S/N"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM 0410-REESCRIBIR-CATALOGO
                   ELSE
                       DISPLAY "PURGA CANCELADA"
                   END-IF
               END-IF.

           0410-REESCRIBIR-CATALOGO.
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-FECHA-HOY
               COMPUTE WS-DIA-CORTE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-DIAS-CONSERVAR
               MOVE 0 TO WS-PURGADOS
               OPEN INPUT SPOOL
               IF WS-FS-SPL-OK
                   OPEN OUTPUT SPOOL-TMP
                   IF WS-FS-STM-OK
                       PERFORM 0420-COPIAR-LINEA UNTIL NOT WS-FS-SPL-OK
                       CLOSE SPOOL
                       CLOSE SPOOL-TMP
                       CALL "CBL_DELETE_FILE" USING WS-RUTA-SPL
                           RETURNING WS-CBL-RESULT
                       CALL "CBL_RENAME_FILE" USING WS-RUTA-SPL-TMP
                           WS-RUTA-SPL
                           RETURNING WS-CBL-RESULT
                       MOVE "PURGA" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-CLAVE
                       STRING "DIAS=" DELIMITED BY SIZE
                           WS-DIAS-CONSERVAR DELIMITED BY SIZE
                           " COPIAS=" DELIMITED BY SIZE
                           WS-PURGADOS DELIMITED BY SIZE
                           INTO WS-AUD-CLAVE
                       PERFORM 9900-GRABAR-AUDITORIA
                   ELSE
                       CLOSE SPOOL
                       DISPLAY "ERROR AL ABRIR SPOOL.TMP"
                   END-IF
               ELSE
                   CLOSE SPOOL
               END-IF
               DISPLAY "COPIAS PURGADAS: " WS-PURGADOS.

      * UNA COPIA QUE YA NO ESTA EN DISCO SE MARCA IGUAL: LO QUE
      * IMPORTA ES QUE EL CATALOGO NO LA OFREZCA PARA REIMPRIMIR
           0420-COPIAR-LINEA.
               READ SPOOL NEXT RECORD AT END
                   MOVE "10" TO WS-FS-SPL
               END-READ
               IF WS-FS-SPL-OK
                   IF SPL-ESTADO-VIGENTE
                       MOVE SPL-TIMESTAMP(1:8) TO WS-FECHA-SALIDA
                       IF FUNCTION INTEGER-OF-DATE(WS-FECHA-SALIDA)
                           < WS-DIA-CORTE
                           CALL "CBL_DELETE_FILE" USING SPL-COPIA
                               RETURNING WS-CBL-RESULT
                           MOVE "P" TO SPL-ESTADO
                           MOVE WS-TIMESTAMP TO SPL-FECHA-ESTADO
                           ADD 1 TO WS-PURGADOS
                       END-IF
                   END-IF
                   WRITE SPOOL-TMP-REGISTRO FROM SPOOL-REGISTRO
               END-IF.

      * DEJA EN SPOOL-REGISTRO LA LINEA DEL NRO PEDIDO
           0500-BUSCAR-SALIDA.
               MOVE "N" TO WS-ENCONTRADO
               OPEN INPUT SPOOL
               IF WS-FS-SPL-OK
                   PERFORM 0510-LEER-BUSCANDO
                       UNTIL NOT WS-FS-SPL-OK OR ENCONTRADO-SI
               END-IF
               CLOSE SPOOL.

           0510-LEER-BUSCANDO.
               READ SPOOL NEXT RECORD AT END
                   MOVE "10" TO WS-FS-SPL
               END-READ
               IF WS-FS-SPL-OK AND SPL-NRO = WS-NRO-PEDIDO
                   MOVE "S" TO WS-ENCONTRADO
               END-IF.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGSPOOL" DELIMITED BY SIZE
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

       END PROGRAM PGSPOOL.
