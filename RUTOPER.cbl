       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTOPER.

      * RUTINA DE OPERADORES: CARGA LA TABLA (OPCION 1), BUSCA UN ID
      * (OPCION 2) Y ADMINISTRA LA CLAVE DE CADA OPERADOR: VERIFICA
      * EL INGRESO (OPCION 3), CAMBIA LA CLAVE (OPCION 4) Y BLANQUEA
      * LA CLAVE A PEDIDO DEL SUPERVISOR (OPCION 5). LA CLAVE NUNCA
      * SE GUARDA: EN OPERADORES.dat SOLO QUEDA UNA HUELLA CALCULADA
      * SOBRE EL ID Y LA CLAVE. TRES INTENTOS FALLIDOS SEGUIDOS
      * BLOQUEAN AL OPERADOR Y LA CLAVE VENCE A LOS 90 DIAS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL OPERADORES  ASSIGN TO "OPERADORES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OPE.
      * COPIA DE TRABAJO PARA ACTUALIZAR LOS DATOS DE CLAVE
       SELECT OPERADORES-TMP       ASSIGN TO "OPERADORES.TMP"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-TMP.
      * REGISTRO DE ERRORES COMPARTIDO POR TODOS LOS PROGRAMAS DEL
      * SISTEMA (PROGRAMA, PARRAFO, CODIGO Y FECHA/HORA)
       SELECT ERRORLOG             ASSIGN TO "ERRORLOG.dat"
              05 OPE-NOMBRE PIC X(25).
              05 OPE-NIVEL PIC 9.
              05 OPE-ACTIVO PIC X.
      * DOCENTE VINCULADO AL OPERADOR (0 O EN BLANCO = NINGUNO)
              05 OPE-COD-DOCENTE PIC 9(4).
      * HUELLA DE LA CLAVE (EN BLANCO = CLAVE TODAVIA NO ASIGNADA),
      * FECHA DEL ULTIMO CAMBIO, INTENTOS FALLIDOS SEGUIDOS, MARCA DE
      * BLOQUEO Y MARCA DE CAMBIO OBLIGATORIO EN EL PROXIMO INGRESO
              05 OPE-CLAVE-HUELLA PIC X(10).
              05 OPE-FECHA-CLAVE PIC X(8).
              05 OPE-INTENTOS PIC 9.
              05 OPE-BLOQUEADO PIC X.
              05 OPE-CAMBIAR-CLAVE PIC X.

       FD OPERADORES-TMP.
           01 OPERADORES-TMP-REGISTRO PIC X(62).

       FD ERRORLOG.
           01 ERRORLOG-REGISTRO PIC X(80).
           88 WS-FS-OPE-NOEXISTE VALUE "05" "35".
       01 WS-FS-ERR PIC XX.
           88 WS-FS-ERR-OK VALUE "00".
       01 WS-FS-TMP PIC XX.
           88 WS-FS-TMP-OK VALUE "00".
       01 WS-RUTA-OPE PIC X(15) VALUE "OPERADORES.dat".
       01 WS-RUTA-TMP PIC X(15) VALUE "OPERADORES.TMP".
       77 WS-CBL-RESULT PIC 9(8) COMP-5 VALUE 0.
      * POLITICA DE CLAVES
       77 WS-MAX-INTENTOS PIC 9 VALUE 3.
       77 WS-DIAS-VIGENCIA PIC 999 VALUE 90.
       77 WS-LARGO-MINIMO PIC 99 VALUE 6.
       01 WS-OPE-HALLADO PIC X VALUE "N".
           88 OPE-HALLADO-SI VALUE "S".
           88 OPE-HALLADO-NO VALUE "N".
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-FECHA-CLAVE-NUM PIC 9(8) VALUE 0.
       77 WS-DIAS-CLAVE PIC S9(6) VALUE 0.
       77 WS-LARGO-CLAVE PIC 99 VALUE 0.
      * CALCULO DE LA HUELLA: ID + CLAVE RECORRIDOS DOS VECES
       01 WS-HUELLA-TEXTO.
           05 WS-HUELLA-ID PIC X(10).
           05 WS-HUELLA-CLAVE PIC X(20).
       77 WS-HUELLA PIC 9(10) VALUE 0.
       77 WS-HUELLA-X PIC X(10) VALUE SPACES.
       77 WS-HUELLA-IND PIC 99 VALUE 0.
       77 WS-HUELLA-PASADA PIC 9 VALUE 0.
       77 WS-ERR-PARRAFO PIC X(25) VALUE SPACES.
       01 WS-LINEA-ERRORLOG PIC X(80) VALUE SPACES.
       01 TABLA-OPERADORES.
               10 WS-OPE-NOMBRE PIC X(25).
               10 WS-OPE-NIVEL PIC 9.
               10 WS-OPE-ACTIVO PIC X.
               10 WS-OPE-DOCENTE PIC 9(4).
       77 INDICE PIC 99.
       77 TOTAL-OPERADORES PIC 99 VALUE 0.
       LINKAGE SECTION.
               PERFORM 2000-PROCEDIMIENTO-CREA-TABLA
               WHEN 2
               PERFORM 3000-PROCEDIMIENTO-BUSCA-ID
               WHEN 3
               PERFORM 5000-PROCEDIMIENTO-CLAVE
               WHEN 4
               PERFORM 5000-PROCEDIMIENTO-CLAVE
               WHEN 5
               PERFORM 5000-PROCEDIMIENTO-CLAVE
               WHEN OTHER
               MOVE "30" TO RET-COD-5
               MOVE "OPCION INVALIDA" TO DESC-ERROR-5
                   MOVE OPE-NOMBRE TO WS-OPE-NOMBRE(INDICE)
                   MOVE OPE-NIVEL TO WS-OPE-NIVEL(INDICE)
                   MOVE OPE-ACTIVO TO WS-OPE-ACTIVO(INDICE)
                   IF OPE-COD-DOCENTE IS NUMERIC
                       MOVE OPE-COD-DOCENTE TO WS-OPE-DOCENTE(INDICE)
                   ELSE
                       MOVE 0 TO WS-OPE-DOCENTE(INDICE)
                   END-IF
                   MOVE "CARGA EXITOSA" TO DESC-ERROR-5
                   MOVE "00" TO RET-COD-5
                   ADD 1 TO TOTAL-OPERADORES
                       MOVE WS-OPE-NOMBRE(INDICE) TO NOMBRE-OPERADOR
                       MOVE WS-OPE-NIVEL(INDICE) TO NIVEL-OPERADOR
                       MOVE WS-OPE-ACTIVO(INDICE) TO ACTIVO-OPERADOR
                       MOVE WS-OPE-DOCENTE(INDICE) TO DOCENTE-OPERADOR
                       MOVE "00" TO RET-COD-5
                   ELSE
                       MOVE "20" TO RET-COD-5
           ELSE
               MOVE "ID NO ENCONTRADO" TO DESC-ERROR-5
           END-IF.

      * OPCIONES 3, 4 Y 5: RECORRE OPERADORES.dat COPIANDOLO A
      * OPERADORES.TMP, APLICA LA OPERACION DE CLAVE AL REGISTRO DEL
      * ID PEDIDO Y REEMPLAZA EL MAESTRO (LOS INTENTOS FALLIDOS Y EL
      * BLOQUEO QUEDAN GRABADOS AUNQUE EL INGRESO SEA RECHAZADO)
       5000-PROCEDIMIENTO-CLAVE.
           MOVE "00" TO RET-COD-5
           MOVE SPACES TO DESC-ERROR-5
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF Opcion-operador NOT = 3
               PERFORM 5050-VALIDAR-CLAVE-NUEVA
           END-IF
           IF RET-COD-5 = "00"
               PERFORM 5100-REESCRIBIR-OPERADORES
           END-IF.

           5050-VALIDAR-CLAVE-NUEVA.
               MOVE 0 TO WS-LARGO-CLAVE
               INSPECT CLAVE-NUEVA-OPERADOR TALLYING WS-LARGO-CLAVE
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LARGO-CLAVE < WS-LARGO-MINIMO
                   MOVE "45" TO RET-COD-5
                   MOVE "LA CLAVE DEBE TENER AL MENOS 6 CARACTERES"
                       TO DESC-ERROR-5
               END-IF.

           5100-REESCRIBIR-OPERADORES.
               MOVE "N" TO WS-OPE-HALLADO
               OPEN INPUT OPERADORES
               IF NOT WS-FS-OPE-OK AND NOT WS-FS-OPE-NOEXISTE
                   MOVE "10" TO RET-COD-5
                   MOVE "ERROR AL ABRIR ARCHIVO" TO DESC-ERROR-5
                   MOVE "5100-REESCRIBIR-OPERADORES" TO WS-ERR-PARRAFO
                   PERFORM 9901-GRABAR-ERRORLOG
               ELSE
                   OPEN OUTPUT OPERADORES-TMP
                   IF NOT WS-FS-TMP-OK
                       MOVE "10" TO RET-COD-5
                       MOVE "ERROR AL ABRIR ARCHIVO TEMPORAL"
                           TO DESC-ERROR-5
                       MOVE "5100-REESCRIBIR-OPERADORES"
                           TO WS-ERR-PARRAFO
                       PERFORM 9901-GRABAR-ERRORLOG
                       CLOSE OPERADORES
                   ELSE
                       PERFORM 5110-COPIAR-REGISTRO
                           UNTIL NOT WS-FS-OPE-OK
                       CLOSE OPERADORES
                       CLOSE OPERADORES-TMP
                       PERFORM 5120-REEMPLAZAR-MAESTRO
                   END-IF
               END-IF.

           5110-COPIAR-REGISTRO.
               READ OPERADORES NEXT RECORD
               IF WS-FS-OPE-OK
                   IF OPE-ID = Id-operador AND OPE-HALLADO-NO
                       MOVE "S" TO WS-OPE-HALLADO
                       PERFORM 5200-APLICAR-OPERACION
                   END-IF
                   WRITE OPERADORES-TMP-REGISTRO
                       FROM OPERADORES-REGISTRO
               END-IF.

      * SI EL ID NO ESTA EN EL MAESTRO SE DESCARTA LA COPIA Y EL
      * ARCHIVO ORIGINAL QUEDA COMO ESTABA
           5120-REEMPLAZAR-MAESTRO.
               IF OPE-HALLADO-SI
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-OPE
                       RETURNING WS-CBL-RESULT
                   CALL "CBL_RENAME_FILE" USING WS-RUTA-TMP
                       WS-RUTA-OPE
                       RETURNING WS-CBL-RESULT
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-RUTA-TMP
                       RETURNING WS-CBL-RESULT
                   MOVE "20" TO RET-COD-5
                   MOVE "ID NO ENCONTRADO" TO DESC-ERROR-5
               END-IF.

      * LOS REGISTROS ANTERIORES A LAS CLAVES TRAEN ESTOS CAMPOS EN
      * BLANCO: SE TOMAN COMO SIN CLAVE, SIN INTENTOS Y SIN BLOQUEO
           5200-APLICAR-OPERACION.
               MOVE OPE-NOMBRE TO NOMBRE-OPERADOR
               MOVE OPE-NIVEL TO NIVEL-OPERADOR
               MOVE OPE-ACTIVO TO ACTIVO-OPERADOR
               IF OPE-COD-DOCENTE IS NUMERIC
                   MOVE OPE-COD-DOCENTE TO DOCENTE-OPERADOR
               ELSE
                   MOVE 0 TO DOCENTE-OPERADOR
               END-IF
               IF OPE-INTENTOS IS NOT NUMERIC
                   MOVE 0 TO OPE-INTENTOS
               END-IF
               IF OPE-BLOQUEADO NOT = "S"
                   MOVE "N" TO OPE-BLOQUEADO
               END-IF
               IF OPE-CAMBIAR-CLAVE NOT = "S"
                   MOVE "N" TO OPE-CAMBIAR-CLAVE
               END-IF
               EVALUATE Opcion-operador
                   WHEN 3
                   PERFORM 5300-VERIFICAR-CLAVE
                   WHEN 4
                   PERFORM 5400-CAMBIAR-CLAVE
                   WHEN 5
                   PERFORM 5500-BLANQUEAR-CLAVE
               END-EVALUATE.

      * 00 = INGRESO CORRECTO; 40 = CLAVE INCORRECTA; 41 = OPERADOR YA
      * BLOQUEADO; 42 = BLOQUEADO POR ESTE INTENTO; 43 = SIN CLAVE
      * ASIGNADA; 44 = CLAVE CORRECTA PERO VENCIDA O A CAMBIAR
           5300-VERIFICAR-CLAVE.
               EVALUATE TRUE
                   WHEN OPE-BLOQUEADO = "S"
                       MOVE "41" TO RET-COD-5
                       MOVE "OPERADOR BLOQUEADO" TO DESC-ERROR-5
                   WHEN OPE-CLAVE-HUELLA = SPACES
                       MOVE "43" TO RET-COD-5
                       MOVE "OPERADOR SIN CLAVE ASIGNADA"
                           TO DESC-ERROR-5
                   WHEN OTHER
                       MOVE CLAVE-OPERADOR TO WS-HUELLA-CLAVE
                       PERFORM 5900-CALCULAR-HUELLA
                       IF WS-HUELLA-X = OPE-CLAVE-HUELLA
                           MOVE 0 TO OPE-INTENTOS
                           PERFORM 5310-CONTROLAR-VIGENCIA
                       ELSE
                           PERFORM 5320-REGISTRAR-FALLIDO
                       END-IF
               END-EVALUATE.

           5310-CONTROLAR-VIGENCIA.
               MOVE "00" TO RET-COD-5
               MOVE "INGRESO CORRECTO" TO DESC-ERROR-5
               IF OPE-FECHA-CLAVE IS NUMERIC
                   MOVE OPE-FECHA-CLAVE TO WS-FECHA-CLAVE-NUM
               ELSE
                   MOVE 0 TO WS-FECHA-CLAVE-NUM
               END-IF
               IF OPE-CAMBIAR-CLAVE = "S"
                   MOVE "44" TO RET-COD-5
                   MOVE "DEBE CAMBIAR LA CLAVE" TO DESC-ERROR-5
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CLAVE-NUM)
                       NOT = 0
                       MOVE "44" TO RET-COD-5
                       MOVE "CLAVE VENCIDA" TO DESC-ERROR-5
                   ELSE
                       COMPUTE WS-DIAS-CLAVE =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                         - FUNCTION INTEGER-OF-DATE(WS-FECHA-CLAVE-NUM)
                       IF WS-DIAS-CLAVE >= WS-DIAS-VIGENCIA
                           MOVE "44" TO RET-COD-5
                           MOVE "CLAVE VENCIDA" TO DESC-ERROR-5
                       END-IF
                   END-IF
               END-IF.

           5320-REGISTRAR-FALLIDO.
               ADD 1 TO OPE-INTENTOS
               IF OPE-INTENTOS >= WS-MAX-INTENTOS
                   MOVE "S" TO OPE-BLOQUEADO
                   MOVE "42" TO RET-COD-5
                   MOVE "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS"
                       TO DESC-ERROR-5
               ELSE
                   MOVE "40" TO RET-COD-5
                   MOVE "CLAVE INCORRECTA" TO DESC-ERROR-5
               END-IF.

      * EL CAMBIO EXIGE LA CLAVE ACTUAL (SALVO QUE TODAVIA NO TENGA
      * UNA) Y NO ACEPTA REPETIRLA COMO CLAVE NUEVA
           5400-CAMBIAR-CLAVE.
               IF OPE-BLOQUEADO = "S"
                   MOVE "41" TO RET-COD-5
                   MOVE "OPERADOR BLOQUEADO" TO DESC-ERROR-5
               ELSE
                   MOVE CLAVE-OPERADOR TO WS-HUELLA-CLAVE
                   PERFORM 5900-CALCULAR-HUELLA
                   IF OPE-CLAVE-HUELLA NOT = SPACES
                       AND WS-HUELLA-X NOT = OPE-CLAVE-HUELLA
                       MOVE "40" TO RET-COD-5
                       MOVE "CLAVE ACTUAL INCORRECTA" TO DESC-ERROR-5
                   ELSE
                       MOVE CLAVE-NUEVA-OPERADOR TO WS-HUELLA-CLAVE
                       PERFORM 5900-CALCULAR-HUELLA
                       IF WS-HUELLA-X = OPE-CLAVE-HUELLA
                           MOVE "45" TO RET-COD-5
                           MOVE "LA CLAVE NUEVA DEBE SER DISTINTA"
                               TO DESC-ERROR-5
                       ELSE
                           MOVE WS-HUELLA-X TO OPE-CLAVE-HUELLA
                           MOVE WS-FECHA-HOY TO OPE-FECHA-CLAVE
                           MOVE 0 TO OPE-INTENTOS
                           MOVE "N" TO OPE-CAMBIAR-CLAVE
                           MOVE "00" TO RET-COD-5
                           MOVE "CLAVE CAMBIADA" TO DESC-ERROR-5
                       END-IF
                   END-IF
               END-IF.

      * BLANQUEO DEL SUPERVISOR: CLAVE PROVISORIA, DESBLOQUEO Y CAMBIO
      * OBLIGATORIO EN EL PROXIMO INGRESO
           5500-BLANQUEAR-CLAVE.
               MOVE CLAVE-NUEVA-OPERADOR TO WS-HUELLA-CLAVE
               PERFORM 5900-CALCULAR-HUELLA
               MOVE WS-HUELLA-X TO OPE-CLAVE-HUELLA
               MOVE WS-FECHA-HOY TO OPE-FECHA-CLAVE
               MOVE 0 TO OPE-INTENTOS
               MOVE "N" TO OPE-BLOQUEADO
               MOVE "S" TO OPE-CAMBIAR-CLAVE
               MOVE "00" TO RET-COD-5
               MOVE "CLAVE BLANQUEADA" TO DESC-ERROR-5.

      * HUELLA DE 10 DIGITOS SOBRE ID + CLAVE: EL ID HACE QUE DOS
      * OPERADORES CON LA MISMA CLAVE TENGAN HUELLAS DISTINTAS
           5900-CALCULAR-HUELLA.
               MOVE OPE-ID TO WS-HUELLA-ID
               MOVE 7 TO WS-HUELLA
               PERFORM VARYING WS-HUELLA-PASADA FROM 1 BY 1
                   UNTIL WS-HUELLA-PASADA > 2
                   PERFORM VARYING WS-HUELLA-IND FROM 1 BY 1
                       UNTIL WS-HUELLA-IND > 30
                       COMPUTE WS-HUELLA = FUNCTION MOD(
                           WS-HUELLA * 131
                           + FUNCTION ORD(
                               WS-HUELLA-TEXTO(WS-HUELLA-IND:1))
                           + WS-HUELLA-IND * WS-HUELLA-PASADA,
                           9999999967)
                   END-PERFORM
               END-PERFORM
               MOVE WS-HUELLA TO WS-HUELLA-X.
       END PROGRAM RUTOPER.
