       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGIMPCOB.

      * IMPORTACION DE COBRANZAS DE BANCOS Y AGENCIAS DE PAGO: LEE EL
      * ARCHIVO DE ANCHO FIJO QUE MANDA LA ENTIDAD (TRANSFERENCIAS,
      * DEBITOS, BOCAS DE PAGO), IDENTIFICA AL ALUMNO POR NRO O POR
      * DOCUMENTO Y BUSCA UN CARGO PENDIENTE DEL LIBRO DE CUOTAS CON
      * SALDO IGUAL AL IMPORTE COBRADO (EL MAS ANTIGUO). LOS RENGLONES
      * QUE CASAN SE GRABAN COMO PAGO EN CUOTAS.dat CON EL MISMO
      * AÑO/MES Y CONCEPTO DEL CARGO; LOS QUE NO SE PUEDEN IDENTIFICAR
      * O NO COINCIDEN EN IMPORTE (PAGO DE MAS O DE MENOS) VAN AL
      * ARCHIVO DE RECHAZOS PARA QUE LA ADMINISTRACION LOS RESUELVA
      * A MANO EN PGENCUO. CADA ARCHIVO QUEDA REGISTRADO COMO LOTE EN
      * LOTES.dat (IGUAL QUE PGIMPNOT) Y NO SE PUEDE IMPUTAR DOS VECES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REGISTRO DE ENTRADA DE 80 POSICIONES, ANCHO FIJO, LEIDO POR
      * POSICION DE COLUMNA (EL MISMO ESTILO QUE PORTALIN.dat):
      *
      *   POSICIONES   CAMPO                  PIC
      *   001-004      COB-NRO-ALUMNO         9(4)  (CERO = POR DOC.)
      *   005-012      COB-DOCUMENTO          9(8)
      *   013-020      COB-FECHA-PAGO         9(8)  AAAAMMDD
      *   021-030      COB-IMPORTE            9(8)V99
      *   031-040      COB-REFERENCIA         X(10)
      *   041-080      FILLER                 X(40)
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL COBRANZAS   ASSIGN TO "COBRANZAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-IMP.
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE PARA ARMAR LA TABLA NRO/DOCUMENTO
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * LIBRO DE CUOTAS: SE LEE PARA ARMAR LOS CARGOS PENDIENTES Y
      * DESPUES SE ABRE EXTEND PARA AGREGAR LOS PAGOS IMPUTADOS
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
      * REGISTRO DE LOTES DE IMPORTACION (COMPARTIDO CON PGIMPNOT)
       SELECT OPTIONAL LOTES       ASSIGN TO "LOTES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LOT.
      * RENGLONES RECHAZADOS: MOTIVO, SALDO DEL CARGO PENDIENTE (SI LO
      * HAY) Y RENGLON ORIGINAL
       SELECT COBRANZASRECH        ASSIGN TO "COBRANZAS.RCH"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RCH.

       DATA DIVISION.
       FILE SECTION.
       FD COBRANZAS.
           01 COBRANZAS-REGISTRO PIC X(80).

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

       FD CUOTAS.
           01 CUOTAS-REGISTRO.
              05 CUO-NRO-ALUMNO PIC 9(4).
              05 CUO-ANIO PIC 9(4).
              05 CUO-MES PIC 99.
              05 CUO-CONCEPTO PIC X(12).
              05 CUO-TIPO PIC X.
                 88 CUO-TIPO-CARGO VALUE "C".
                 88 CUO-TIPO-PAGO VALUE "P".
              05 CUO-IMPORTE PIC 9(6)V99.

       FD LOTES.
           01 LOTES-REGISTRO.
              05 LOT-NRO PIC 9(4).
              05 LOT-ORIGEN PIC X(10).
              05 LOT-FECHA PIC X(14).
              05 LOT-CANTIDAD PIC 9(6).
              05 LOT-ESTADO PIC X.
                 88 LOT-ESTADO-ACEPTADO VALUE "A".
                 88 LOT-ESTADO-BACKOUT VALUE "B".
              05 LOT-ANIO PIC X(4).
              05 LOT-HUELLA PIC X(8).

      * MOTIVOS: 01 ALUMNO NO IDENTIFICADO, 02 DATOS INVALIDOS
      * (IMPORTE O FECHA), 03 SIN CARGO PENDIENTE, 04 PAGO MENOR QUE
      * EL CARGO PENDIENTE, 05 PAGO MAYOR QUE EL CARGO PENDIENTE,
      * 06 ERROR DE GRABACION
       FD COBRANZASRECH.
           01 COBRANZASRECH-REGISTRO.
              05 RCH-MOTIVO PIC XX.
              05 RCH-SALDO PIC 9(6)V99.
              05 RCH-RENGLON PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-IMP PIC XX.
           88 WS-FS-IMP-OK VALUE "00".
           88 WS-FS-IMP-NO VALUE "10".
           88 WS-FS-IMP-NOEXISTE VALUE "05" "35".
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
           88 WS-FS-CUO-NOEXISTE VALUE "05" "35".
       01 WS-FS-LOT PIC XX.
           88 WS-FS-LOT-OK VALUE "00".
           88 WS-FS-LOT-NO VALUE "10".
           88 WS-FS-LOT-NOEXISTE VALUE "05" "35".
       01 WS-FS-RCH PIC XX.
           88 WS-FS-RCH-OK VALUE "00".

      * OPERADOR QUE CORRE LA IMPORTACION, VOLCADO EN LA AUDITORIA;
      * LA OPERACION LLEVA EL NRO DE LOTE ("PAGO L0007") Y LA CLAVE
      * EL ALUMNO Y EL AÑO/MES DEL CARGO IMPUTADO
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

      * ENTIDAD QUE REMITE EL ARCHIVO (ORIGEN DEL LOTE)
       77 WS-ORIGEN PIC X(10) VALUE SPACES.

      * EL RENGLON SE DESARMA SOBRE CAMPOS ALFANUMERICOS PARA PODER
      * VALIDAR NUMERICOS ANTES DE USARLOS
       01 WS-COB-REGISTRO PIC X(80).
       01 FILLER REDEFINES WS-COB-REGISTRO.
           05 COB-NRO-ALUMNO-X PIC X(4).
           05 COB-NRO-ALUMNO REDEFINES COB-NRO-ALUMNO-X PIC 9(4).
           05 COB-DOCUMENTO-X PIC X(8).
           05 COB-DOCUMENTO REDEFINES COB-DOCUMENTO-X PIC 9(8).
           05 COB-FECHA-PAGO-X PIC X(8).
           05 COB-FECHA-PAGO REDEFINES COB-FECHA-PAGO-X PIC 9(8).
           05 COB-IMPORTE-X PIC X(10).
           05 COB-IMPORTE REDEFINES COB-IMPORTE-X PIC 9(8)V99.
           05 COB-REFERENCIA PIC X(10).
           05 FILLER PIC X(40).

      * LOTES YA REGISTRADOS, PARA ASIGNAR EL NRO SIGUIENTE Y PARA
      * RECHAZAR EL ARCHIVO YA IMPUTADO (MISMA ENTIDAD, MISMA
      * CANTIDAD DE RENGLONES Y MISMA HUELLA DE CONTENIDO)
       01 TABLA-LOTES.
           05 TABLOT-FILA OCCURS 200 TIMES.
               10 TABLOT-NRO PIC 9(4).
               10 TABLOT-ORIGEN PIC X(10).
               10 TABLOT-CANTIDAD PIC 9(6).
               10 TABLOT-ESTADO PIC X.
               10 TABLOT-ANIO PIC X(4).
               10 TABLOT-HUELLA PIC X(8).
       77 TABLOT-INDICE PIC 999.
       77 TABLOT-TOTAL PIC 999 VALUE 0.
       77 WS-NRO-LOTE PIC 9(4) VALUE 0.
       77 WS-RENGLONES-ARCHIVO PIC 9(6) VALUE 0.
       77 WS-HUELLA-ARCHIVO PIC 9(8) VALUE 0.
       01 WS-HUELLA-X PIC X(8) VALUE SPACES.
       77 WS-ANIO-LOTE-X PIC X(4) VALUE SPACES.
       01 WS-LOTE-DUPLICADO PIC X VALUE "N".
           88 LOTE-DUPLICADO-SI VALUE "S".
           88 LOTE-DUPLICADO-NO VALUE "N".

      * NRO Y DOCUMENTO DE CADA ALUMNO, PARA IDENTIFICAR EL PAGO
       01 TABLA-ALUMNOS.
           05 TABALU-FILA OCCURS 10000 TIMES.
               10 TABALU-NRO PIC 9(4).
               10 TABALU-DOCUMENTO PIC 9(8).
       77 TABALU-INDICE PIC 9(5).
       77 TABALU-TOTAL PIC 9(5) VALUE 0.

      * CARGOS DEL LIBRO DE CUOTAS CON SU SALDO (CARGO MENOS PAGOS
      * DEL MISMO ALUMNO, AÑO/MES Y CONCEPTO), EN ORDEN DE CARGA; LOS
      * PAGOS IMPUTADOS EN ESTA CORRIDA TAMBIEN DESCUENTAN
       01 TABLA-PENDIENTES.
           05 TABPEN-FILA OCCURS 50000 TIMES.
               10 TABPEN-ALUMNO PIC 9(4).
               10 TABPEN-ANIO PIC 9(4).
               10 TABPEN-MES PIC 99.
               10 TABPEN-CONCEPTO PIC X(12).
               10 TABPEN-SALDO PIC S9(7)V99.
       77 TABPEN-INDICE PIC 9(5).
       77 TABPEN-TOTAL PIC 9(5) VALUE 0.
      * PAGOS QUE LLEGAN ANTES QUE SU CARGO EN EL ARCHIVO: SE RESTAN
      * AL FINAL, CUANDO YA ESTAN TODOS LOS CARGOS EN LA TABLA
       01 TABLA-PAGOS.
           05 TABPAG-FILA OCCURS 50000 TIMES.
               10 TABPAG-ALUMNO PIC 9(4).
               10 TABPAG-ANIO PIC 9(4).
               10 TABPAG-MES PIC 99.
               10 TABPAG-CONCEPTO PIC X(12).
               10 TABPAG-IMPORTE PIC 9(6)V99.
       77 TABPAG-INDICE PIC 9(5).
       77 TABPAG-TOTAL PIC 9(5) VALUE 0.
       01 WS-PEN-HALLADO PIC X VALUE "N".
           88 PEN-HALLADO-SI VALUE "S".
           88 PEN-HALLADO-NO VALUE "N".

      * RESULTADO DE LA BUSQUEDA DEL RENGLON EN CURSO
       77 WS-ALUMNO-PAGO PIC 9(4) VALUE 0.
       01 WS-ALUMNO-HALLADO PIC X VALUE "N".
           88 ALUMNO-HALLADO-SI VALUE "S".
           88 ALUMNO-HALLADO-NO VALUE "N".
       77 WS-IMPORTE-PAGO PIC 9(8)V99 VALUE 0.
       77 WS-PEN-ELEGIDO PIC 9(5) VALUE 0.
       77 WS-PEN-PRIMERO PIC 9(5) VALUE 0.
       01 WS-RENGLON-VALIDO PIC X VALUE "N".
           88 RENGLON-VALIDO-SI VALUE "S".
           88 RENGLON-VALIDO-NO VALUE "N".
       77 WS-MOTIVO PIC XX VALUE SPACES.
       77 WS-SALDO-RECHAZO PIC 9(6)V99 VALUE 0.

       77 WS-TOTAL-LEIDOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-IMPUTADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE 0.
       77 WS-IMPORTE-IMPUTADO PIC 9(9)V99 VALUE 0.
       77 WS-IMPORTE-RECHAZADO PIC 9(9)V99 VALUE 0.
       01 WS-IMPORTE-ED PIC ZZZZZZZZ9.99.

      * DESBORDE DE TABLAS INTERNAS: UN CARGO QUE NO ENTRA EN LA
      * TABLA ES UN PAGO QUE SE IMPUTARIA MAL; ANTE DESBORDE NO SE
      * IMPUTA NADA Y LA CORRIDA TERMINA CON CODIGO DE RETORNO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.

      * IDENTIDAD DE SESION ABIERTA POR PGMENU (RUTSES): CON SESION
      * ABIERTA EL ID DEL OPERADOR NO SE VUELVE A PEDIR
       01 RUTSES PIC X(8) VALUE "RUTSES".
      * AREA DE COMUNICACION RUTINA SESION
       COPY "COPY-ACS.cpy".

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
           DISPLAY "ENTIDAD QUE REMITE EL ARCHIVO (EJ. BCONACION)"
           ACCEPT WS-ORIGEN
           PERFORM 0600-CARGAR-TABLA-LOTES
           PERFORM 0700-CONTAR-RENGLONES
           IF WS-RENGLONES-ARCHIVO = 0
               DISPLAY "NO HAY ARCHIVO DE COBRANZAS PARA IMPORTAR"
               GOBACK
           END-IF
           PERFORM 0800-CONTROLAR-DUPLICADO
           IF LOTE-DUPLICADO-SI
               DISPLAY "EL ARCHIVO DE " WS-ORIGEN " CON "
                   WS-RENGLONES-ARCHIVO " RENGLONES YA FUE IMPUTADO"
               DISPLAY "IMPORTACION RECHAZADA"
               GOBACK
           END-IF
           PERFORM 0500-CARGAR-TABLAS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "IMPORTACION CANCELADA POR DESBORDE DE TABLAS"
                   " INTERNAS, NADA SE IMPUTO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-PROCESAR-RENGLON
               UNTIL NOT WS-FS-IMP-OK
           PERFORM 3000-MOSTRAR-RESUMEN
           PERFORM 9000-CERRAR-ARCHIVOS
           PERFORM 0900-REGISTRAR-LOTE
           IF WS-TOTAL-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-CARGAR-TABLAS.
           MOVE 0 TO TABALU-TOTAL
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-OK
               PERFORM 0510-LEER-ALUMNO UNTIL NOT WS-FS-ALU-OK
           END-IF
           CLOSE ALUMNOS
           MOVE 0 TO TABPEN-TOTAL TABPAG-TOTAL
           OPEN INPUT CUOTAS
           IF WS-FS-CUO-OK
               PERFORM 0520-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
           END-IF
           CLOSE CUOTAS
           PERFORM VARYING TABPAG-INDICE FROM 1 BY 1
               UNTIL TABPAG-INDICE > TABPAG-TOTAL
               PERFORM 0530-DESCONTAR-PAGO
           END-PERFORM.

       0510-LEER-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK
               IF TABALU-TOTAL < 10000
                   ADD 1 TO TABALU-TOTAL
                   MOVE ALU-NRO-ALUMNO TO TABALU-NRO(TABALU-TOTAL)
                   MOVE ALU-DOCUMENTO TO TABALU-DOCUMENTO(TABALU-TOTAL)
               ELSE
                   MOVE "TABLA-ALUMNOS" TO WS-TABLA-DESBORDADA
                   PERFORM 9950-MARCAR-DESBORDE
               END-IF
           END-IF.

       0520-LEER-CUOTA.
           READ CUOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-CUO
           END-READ
           IF WS-FS-CUO-OK
               IF CUO-TIPO-CARGO
                   IF TABPEN-TOTAL < 50000
                       ADD 1 TO TABPEN-TOTAL
                       MOVE CUO-NRO-ALUMNO
                           TO TABPEN-ALUMNO(TABPEN-TOTAL)
                       MOVE CUO-ANIO TO TABPEN-ANIO(TABPEN-TOTAL)
                       MOVE CUO-MES TO TABPEN-MES(TABPEN-TOTAL)
                       MOVE CUO-CONCEPTO
                           TO TABPEN-CONCEPTO(TABPEN-TOTAL)
                       MOVE CUO-IMPORTE TO TABPEN-SALDO(TABPEN-TOTAL)
                   ELSE
                       MOVE "TABLA-PENDIENTES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               ELSE
                   IF TABPAG-TOTAL < 50000
                       ADD 1 TO TABPAG-TOTAL
                       MOVE CUO-NRO-ALUMNO
                           TO TABPAG-ALUMNO(TABPAG-TOTAL)
                       MOVE CUO-ANIO TO TABPAG-ANIO(TABPAG-TOTAL)
                       MOVE CUO-MES TO TABPAG-MES(TABPAG-TOTAL)
                       MOVE CUO-CONCEPTO
                           TO TABPAG-CONCEPTO(TABPAG-TOTAL)
                       MOVE CUO-IMPORTE
                           TO TABPAG-IMPORTE(TABPAG-TOTAL)
                   ELSE
                       MOVE "TABLA-PAGOS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * EL PAGO SE DESCUENTA DEL PRIMER CARGO DEL MISMO ALUMNO,
      * AÑO/MES Y CONCEPTO QUE TODAVIA TENGA SALDO (SI NO HAY NINGUNO
      * CON SALDO, DEL ULTIMO QUE COINCIDA); UN PAGO SIN CARGO QUE
      * LE CORRESPONDA NO AFECTA A NINGUN CARGO PENDIENTE
       0530-DESCONTAR-PAGO.
           MOVE 0 TO WS-PEN-ELEGIDO
           MOVE 0 TO WS-PEN-PRIMERO
           PERFORM VARYING TABPEN-INDICE FROM 1 BY 1
               UNTIL TABPEN-INDICE > TABPEN-TOTAL
               OR WS-PEN-ELEGIDO > 0
               IF TABPEN-ALUMNO(TABPEN-INDICE)
                   = TABPAG-ALUMNO(TABPAG-INDICE)
               AND TABPEN-ANIO(TABPEN-INDICE)
                   = TABPAG-ANIO(TABPAG-INDICE)
               AND TABPEN-MES(TABPEN-INDICE)
                   = TABPAG-MES(TABPAG-INDICE)
               AND TABPEN-CONCEPTO(TABPEN-INDICE)
                   = TABPAG-CONCEPTO(TABPAG-INDICE)
                   MOVE TABPEN-INDICE TO WS-PEN-PRIMERO
                   IF TABPEN-SALDO(TABPEN-INDICE) > 0
                       MOVE TABPEN-INDICE TO WS-PEN-ELEGIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PEN-ELEGIDO = 0
               MOVE WS-PEN-PRIMERO TO WS-PEN-ELEGIDO
           END-IF
           IF WS-PEN-ELEGIDO > 0
               SUBTRACT TABPAG-IMPORTE(TABPAG-INDICE)
                   FROM TABPEN-SALDO(WS-PEN-ELEGIDO)
           END-IF.

      * CARGA EL REGISTRO DE LOTES A LA TABLA Y DEJA ASIGNADO EL NRO
      * DE LOTE DE ESTA CORRIDA (EL MAYOR REGISTRADO MAS UNO)
       0600-CARGAR-TABLA-LOTES.
           MOVE 0 TO TABLOT-TOTAL
           MOVE 0 TO WS-NRO-LOTE
           OPEN INPUT LOTES
           IF WS-FS-LOT-OK
               PERFORM 0610-LEER-LOTE UNTIL NOT WS-FS-LOT-OK
           END-IF
           CLOSE LOTES
           ADD 1 TO WS-NRO-LOTE.

       0610-LEER-LOTE.
           READ LOTES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LOT
           END-READ
           IF WS-FS-LOT-OK AND TABLOT-TOTAL < 200
               ADD 1 TO TABLOT-TOTAL
               MOVE LOT-NRO TO TABLOT-NRO(TABLOT-TOTAL)
               MOVE LOT-ORIGEN TO TABLOT-ORIGEN(TABLOT-TOTAL)
               MOVE LOT-CANTIDAD TO TABLOT-CANTIDAD(TABLOT-TOTAL)
               MOVE LOT-ESTADO TO TABLOT-ESTADO(TABLOT-TOTAL)
               MOVE LOT-ANIO TO TABLOT-ANIO(TABLOT-TOTAL)
               MOVE LOT-HUELLA TO TABLOT-HUELLA(TABLOT-TOTAL)
           END-IF
           IF WS-FS-LOT-OK AND LOT-NRO > WS-NRO-LOTE
               MOVE LOT-NRO TO WS-NRO-LOTE
           END-IF.

      * CUENTA LOS RENGLONES Y ARMA LA HUELLA DEL ARCHIVO ANTES DE
      * IMPUTARLO, PARA EL CONTROL DE ARCHIVO REPETIDO
       0700-CONTAR-RENGLONES.
           MOVE 0 TO WS-RENGLONES-ARCHIVO
           MOVE 0 TO WS-HUELLA-ARCHIVO
           OPEN INPUT COBRANZAS
           IF WS-FS-IMP-OK
               PERFORM 0710-CONTAR-RENGLON UNTIL NOT WS-FS-IMP-OK
           END-IF
           CLOSE COBRANZAS.

      * LA HUELLA SUMA, PONDERADOS, EL ALUMNO, EL DOCUMENTO, LA FECHA
      * Y EL IMPORTE DE CADA RENGLON; EL MISMO ARCHIVO SIEMPRE DA LA
      * MISMA HUELLA Y EL DEL DIA SIGUIENTE DA OTRA
       0710-CONTAR-RENGLON.
           READ COBRANZAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-IMP
           END-READ
           IF WS-FS-IMP-OK
               ADD 1 TO WS-RENGLONES-ARCHIVO
               MOVE COBRANZAS-REGISTRO TO WS-COB-REGISTRO
               IF COB-NRO-ALUMNO-X IS NUMERIC
               AND COB-DOCUMENTO-X IS NUMERIC
               AND COB-FECHA-PAGO-X IS NUMERIC
               AND COB-IMPORTE-X IS NUMERIC
                   COMPUTE WS-HUELLA-ARCHIVO = FUNCTION MOD(
                       WS-HUELLA-ARCHIVO + COB-NRO-ALUMNO * 103
                       + FUNCTION MOD(COB-DOCUMENTO 9973) * 31
                       + FUNCTION MOD(COB-FECHA-PAGO 10000) * 7
                       + COB-IMPORTE * 100
                       100000000)
               END-IF
           END-IF.

       0800-CONTROLAR-DUPLICADO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-LOTE-X
           MOVE WS-HUELLA-ARCHIVO TO WS-HUELLA-X
           MOVE "N" TO WS-LOTE-DUPLICADO
           PERFORM VARYING TABLOT-INDICE FROM 1 BY 1
               UNTIL TABLOT-INDICE > TABLOT-TOTAL
               OR LOTE-DUPLICADO-SI
               IF TABLOT-ORIGEN(TABLOT-INDICE) = WS-ORIGEN
               AND TABLOT-CANTIDAD(TABLOT-INDICE) =
                   WS-RENGLONES-ARCHIVO
               AND TABLOT-HUELLA(TABLOT-INDICE) = WS-HUELLA-X
               AND TABLOT-ESTADO(TABLOT-INDICE) = "A"
                   MOVE "S" TO WS-LOTE-DUPLICADO
               END-IF
           END-PERFORM.

      * EL LOTE DE ESTA CORRIDA QUEDA REGISTRADO COMO ACEPTADO, CON
      * LA CANTIDAD DE RENGLONES, EL AÑO Y LA HUELLA DEL ARCHIVO
       0900-REGISTRAR-LOTE.
           OPEN EXTEND LOTES
           IF WS-FS-LOT-OK OR WS-FS-LOT-NOEXISTE
               MOVE WS-NRO-LOTE TO LOT-NRO
               MOVE WS-ORIGEN TO LOT-ORIGEN
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOT-FECHA
               MOVE WS-RENGLONES-ARCHIVO TO LOT-CANTIDAD
               MOVE "A" TO LOT-ESTADO
               MOVE WS-ANIO-LOTE-X TO LOT-ANIO
               MOVE WS-HUELLA-X TO LOT-HUELLA
               WRITE LOTES-REGISTRO
               CLOSE LOTES
               DISPLAY "LOTE " WS-NRO-LOTE " REGISTRADO"
           END-IF.

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT COBRANZAS
           IF NOT WS-FS-IMP-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-IMP
           END-IF
           OPEN EXTEND CUOTAS
           IF NOT WS-FS-CUO-OK AND NOT WS-FS-CUO-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-CUO
           END-IF
           OPEN OUTPUT COBRANZASRECH
           IF NOT WS-FS-RCH-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-RCH
           END-IF
           MOVE SPACES TO WS-AUD-OPERACION
           STRING "PAGO L" DELIMITED BY SIZE
               WS-NRO-LOTE DELIMITED BY SIZE
               INTO WS-AUD-OPERACION.

      * LEE UN RENGLON, LO IDENTIFICA Y LO IMPUTA O LO RECHAZA
       2000-PROCESAR-RENGLON.
           READ COBRANZAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-IMP
           END-READ
           IF WS-FS-IMP-OK
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE COBRANZAS-REGISTRO TO WS-COB-REGISTRO
               MOVE 0 TO WS-SALDO-RECHAZO
               PERFORM 2100-VALIDAR-RENGLON
               IF RENGLON-VALIDO-SI
                   PERFORM 2200-BUSCAR-CARGO
               END-IF
               IF RENGLON-VALIDO-SI
                   PERFORM 2300-IMPUTAR-PAGO
               ELSE
                   PERFORM 2400-RECHAZAR-RENGLON
               END-IF
           END-IF.

      * EL ALUMNO SE BUSCA POR NRO; SI EL NRO VIENE EN CERO O NO
      * EXISTE, POR DOCUMENTO
       2100-VALIDAR-RENGLON.
           MOVE "S" TO WS-RENGLON-VALIDO
           MOVE SPACES TO WS-MOTIVO
           IF COB-IMPORTE-X IS NOT NUMERIC
           OR COB-FECHA-PAGO-X IS NOT NUMERIC
               MOVE "N" TO WS-RENGLON-VALIDO
               MOVE "02" TO WS-MOTIVO
           ELSE
               IF COB-IMPORTE = 0 OR COB-IMPORTE > 999999.99
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "02" TO WS-MOTIVO
               END-IF
           END-IF
           IF RENGLON-VALIDO-SI
               MOVE "N" TO WS-ALUMNO-HALLADO
               IF COB-NRO-ALUMNO-X IS NUMERIC AND COB-NRO-ALUMNO > 0
                   PERFORM VARYING TABALU-INDICE FROM 1 BY 1
                       UNTIL TABALU-INDICE > TABALU-TOTAL
                       OR ALUMNO-HALLADO-SI
                       IF TABALU-NRO(TABALU-INDICE) = COB-NRO-ALUMNO
                           MOVE "S" TO WS-ALUMNO-HALLADO
                           MOVE COB-NRO-ALUMNO TO WS-ALUMNO-PAGO
                       END-IF
                   END-PERFORM
               END-IF
               IF ALUMNO-HALLADO-NO AND COB-DOCUMENTO-X IS NUMERIC
               AND COB-DOCUMENTO > 0
                   PERFORM VARYING TABALU-INDICE FROM 1 BY 1
                       UNTIL TABALU-INDICE > TABALU-TOTAL
                       OR ALUMNO-HALLADO-SI
                       IF TABALU-DOCUMENTO(TABALU-INDICE)
                           = COB-DOCUMENTO
                           MOVE "S" TO WS-ALUMNO-HALLADO
                           MOVE TABALU-NRO(TABALU-INDICE)
                               TO WS-ALUMNO-PAGO
                       END-IF
                   END-PERFORM
               END-IF
               IF ALUMNO-HALLADO-NO
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "01" TO WS-MOTIVO
               END-IF
           END-IF.

      * BUSCA EL CARGO PENDIENTE MAS ANTIGUO DEL ALUMNO CON SALDO
      * IGUAL AL IMPORTE; SI NO HAY, EL RENGLON SE RECHAZA COMO PAGO
      * MENOR O MAYOR RESPECTO DEL CARGO PENDIENTE MAS ANTIGUO
       2200-BUSCAR-CARGO.
           MOVE COB-IMPORTE TO WS-IMPORTE-PAGO
           MOVE 0 TO WS-PEN-ELEGIDO
           MOVE 0 TO WS-PEN-PRIMERO
           PERFORM VARYING TABPEN-INDICE FROM 1 BY 1
               UNTIL TABPEN-INDICE > TABPEN-TOTAL
               IF TABPEN-ALUMNO(TABPEN-INDICE) = WS-ALUMNO-PAGO
               AND TABPEN-SALDO(TABPEN-INDICE) > 0
                   IF WS-PEN-PRIMERO = 0
                       MOVE TABPEN-INDICE TO WS-PEN-PRIMERO
                   ELSE
                       PERFORM 2210-COMPARAR-ANTIGUEDAD
                   END-IF
                   IF TABPEN-SALDO(TABPEN-INDICE) = WS-IMPORTE-PAGO
                       IF WS-PEN-ELEGIDO = 0
                           MOVE TABPEN-INDICE TO WS-PEN-ELEGIDO
                       ELSE
                           IF TABPEN-ANIO(TABPEN-INDICE) * 100
                               + TABPEN-MES(TABPEN-INDICE)
                               < TABPEN-ANIO(WS-PEN-ELEGIDO) * 100
                               + TABPEN-MES(WS-PEN-ELEGIDO)
                               MOVE TABPEN-INDICE TO WS-PEN-ELEGIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PEN-ELEGIDO > 0
                   CONTINUE
               WHEN WS-PEN-PRIMERO = 0
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "03" TO WS-MOTIVO
               WHEN WS-IMPORTE-PAGO < TABPEN-SALDO(WS-PEN-PRIMERO)
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "04" TO WS-MOTIVO
                   MOVE TABPEN-SALDO(WS-PEN-PRIMERO)
                       TO WS-SALDO-RECHAZO
               WHEN OTHER
                   MOVE "N" TO WS-RENGLON-VALIDO
                   MOVE "05" TO WS-MOTIVO
                   MOVE TABPEN-SALDO(WS-PEN-PRIMERO)
                       TO WS-SALDO-RECHAZO
           END-EVALUATE.

       2210-COMPARAR-ANTIGUEDAD.
           IF TABPEN-ANIO(TABPEN-INDICE) * 100
               + TABPEN-MES(TABPEN-INDICE)
               < TABPEN-ANIO(WS-PEN-PRIMERO) * 100
               + TABPEN-MES(WS-PEN-PRIMERO)
               MOVE TABPEN-INDICE TO WS-PEN-PRIMERO
           END-IF.

      * EL PAGO TOMA EL AÑO/MES Y EL CONCEPTO DEL CARGO QUE CANCELA
       2300-IMPUTAR-PAGO.
           MOVE WS-ALUMNO-PAGO TO CUO-NRO-ALUMNO
           MOVE TABPEN-ANIO(WS-PEN-ELEGIDO) TO CUO-ANIO
           MOVE TABPEN-MES(WS-PEN-ELEGIDO) TO CUO-MES
           MOVE TABPEN-CONCEPTO(WS-PEN-ELEGIDO) TO CUO-CONCEPTO
           MOVE "P" TO CUO-TIPO
           MOVE WS-IMPORTE-PAGO TO CUO-IMPORTE
           WRITE CUOTAS-REGISTRO
           IF NOT WS-FS-CUO-OK
               DISPLAY "ERROR AL GRABAR PAGO DEL ALUMNO " WS-ALUMNO-PAGO
               DISPLAY "FILE STATUS " WS-FS-CUO
               MOVE "06" TO WS-MOTIVO
               PERFORM 2400-RECHAZAR-RENGLON
           ELSE
               MOVE 0 TO TABPEN-SALDO(WS-PEN-ELEGIDO)
               ADD 1 TO WS-TOTAL-IMPUTADOS
               ADD WS-IMPORTE-PAGO TO WS-IMPORTE-IMPUTADO
               MOVE SPACES TO WS-AUD-CLAVE
               STRING CUO-NRO-ALUMNO DELIMITED BY SIZE
                   CUO-ANIO DELIMITED BY SIZE
                   CUO-MES DELIMITED BY SIZE
                   INTO WS-AUD-CLAVE
               PERFORM 9900-GRABAR-AUDITORIA
           END-IF.

       2400-RECHAZAR-RENGLON.
           ADD 1 TO WS-TOTAL-RECHAZADOS
           IF COB-IMPORTE-X IS NUMERIC
               ADD COB-IMPORTE TO WS-IMPORTE-RECHAZADO
           END-IF
           MOVE WS-MOTIVO TO RCH-MOTIVO
           MOVE WS-SALDO-RECHAZO TO RCH-SALDO
           MOVE WS-COB-REGISTRO TO RCH-RENGLON
           WRITE COBRANZASRECH-REGISTRO
           IF NOT WS-FS-RCH-OK
               DISPLAY "ERROR AL ESCRIBIR COBRANZAS.RCH"
               DISPLAY "FILE STATUS " WS-FS-RCH
           END-IF.

       3000-MOSTRAR-RESUMEN.
           DISPLAY "===== IMPORTACION DE COBRANZAS " WS-ORIGEN
               " LOTE " WS-NRO-LOTE " ====="
           DISPLAY "RENGLONES LEIDOS:     " WS-TOTAL-LEIDOS
           MOVE WS-IMPORTE-IMPUTADO TO WS-IMPORTE-ED
           DISPLAY "PAGOS IMPUTADOS:      " WS-TOTAL-IMPUTADOS
               "  IMPORTE " WS-IMPORTE-ED
           MOVE WS-IMPORTE-RECHAZADO TO WS-IMPORTE-ED
           DISPLAY "RENGLONES RECHAZADOS: " WS-TOTAL-RECHAZADOS
               "  IMPORTE " WS-IMPORTE-ED
           IF WS-TOTAL-RECHAZADOS > 0
               DISPLAY "VER COBRANZAS.RCH PARA IMPUTAR A MANO"
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

       9000-CERRAR-ARCHIVOS.
           CLOSE COBRANZAS
           CLOSE CUOTAS
           CLOSE COBRANZASRECH.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGIMPCOB" DELIMITED BY SIZE
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

       END PROGRAM PGIMPCOB.
