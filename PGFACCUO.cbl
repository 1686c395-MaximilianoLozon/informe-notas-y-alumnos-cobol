       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGFACCUO.

      * FACTURACION MENSUAL DE CUOTAS: PARA EL AÑO/MES PEDIDO GRABA
      * EN CUOTAS.dat UN CARGO (TIPO C) POR CADA ALUMNO ACTIVO, CON
      * EL ARANCEL DE SU SECCION O DE SU TURNO (ARANCELES.dat, QUE SE
      * CARGA CON PGENARAN) MENOS LA PARTE MENSUAL DE LAS BECAS
      * OTORGADAS DEL AÑO (BECAS.dat, ESTADO O). CADA MES FACTURADO
      * QUEDA EN FACTURAS.dat Y NO SE PUEDE FACTURAR DOS VECES; EL
      * ALUMNO QUE YA TIENE UN CARGO DEL MISMO CONCEPTO EN ESE MES
      * (CARGADO A MANO EN PGENCUO) NO SE VUELVE A CARGAR. EL
      * LISTADO DE CONTROL QUEDA EN FACTURACION.dat CON LOS TOTALES
      * DE LA CORRIDA, QUE SON LOS QUE DESPUES SUMA PGMOROSO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
      * MAESTRO INDEXADO POR NRO DE ALUMNO; ACA SOLO SE RECORRE EN
      * SECUENCIA DE CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
       SELECT OPTIONAL SECCIONES   ASSIGN TO "SECCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SEC.
      * CUADRO DE ARANCELES POR SECCION O TURNO (PGENARAN)
       SELECT OPTIONAL ARANCELES   ASSIGN TO "ARANCELES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ARA.
       SELECT OPTIONAL BECAS       ASSIGN TO "BECAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BEC.
      * CALENDARIO ESCOLAR: LOS MESES LECTIVOS DEL AÑO REPARTEN EL
      * IMPORTE ANUAL DE CADA BECA
       SELECT OPTIONAL CALENDARIO  ASSIGN TO "CALENDARIO.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CAL.
      * LIBRO DE CUOTAS: SE LEE PARA VER LOS CARGOS YA HECHOS A MANO
      * Y DESPUES SE ABRE EXTEND PARA AGREGAR LOS CARGOS DEL MES
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
      * REGISTRO DE MESES FACTURADOS: UN REGISTRO POR CORRIDA
       SELECT OPTIONAL FACTURAS    ASSIGN TO "FACTURAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FAC.
      * LISTADO DE CONTROL DE LA FACTURACION
       SELECT FACTURACION          ASSIGN TO "FACTURACION.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIS.

       DATA DIVISION.
       FILE SECTION.
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

       FD SECCIONES.
           01 SECCIONES-REGISTRO.
              05 SEC-CODIGO PIC X(2).
              05 SEC-TURNO PIC X.
              05 SEC-PRECEPTOR PIC X(20).
              05 SEC-CAPACIDAD PIC 99.

       FD ARANCELES.
           01 ARANCELES-REGISTRO.
              05 ARA-SECCION PIC X(2).
              05 ARA-TURNO PIC X.
              05 ARA-CONCEPTO PIC X(12).
              05 ARA-IMPORTE PIC 9(6)V99.

       FD BECAS.
           01 BECAS-REGISTRO.
              05 BEC-NRO-ALUMNO PIC 9(4).
              05 BEC-ANIO PIC 9(4).
              05 BEC-TIPO PIC X(12).
              05 BEC-IMPORTE PIC 9(6)V99.
              05 BEC-ESTADO PIC X.
                 88 BEC-ESTADO-OTORGADA VALUE "O".

       FD CALENDARIO.
           01 CALENDARIO-REGISTRO.
              05 CAL-ANIO PIC 9(4).
              05 CAL-MES PIC 99.
              05 CAL-TIPO PIC X.
                 88 CAL-TIPO-LECTIVO VALUE "L".

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

       FD FACTURAS.
           01 FACTURAS-REGISTRO.
              05 FAC-ANIO PIC 9(4).
              05 FAC-MES PIC 99.
              05 FAC-FECHA PIC X(14).
              05 FAC-OPERADOR PIC X(10).
              05 FAC-CANTIDAD PIC 9(6).
              05 FAC-TOTAL PIC 9(9)V99.

       FD FACTURACION.
           01 FACTURACION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NO VALUE "10".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-SEC PIC XX.
           88 WS-FS-SEC-OK VALUE "00".
           88 WS-FS-SEC-NO VALUE "10".
       01 WS-FS-ARA PIC XX.
           88 WS-FS-ARA-OK VALUE "00".
           88 WS-FS-ARA-NO VALUE "10".
       01 WS-FS-BEC PIC XX.
           88 WS-FS-BEC-OK VALUE "00".
           88 WS-FS-BEC-NO VALUE "10".
       01 WS-FS-CAL PIC XX.
           88 WS-FS-CAL-OK VALUE "00".
           88 WS-FS-CAL-NO VALUE "10".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
           88 WS-FS-CUO-NOEXISTE VALUE "05" "35".
       01 WS-FS-FAC PIC XX.
           88 WS-FS-FAC-OK VALUE "00".
           88 WS-FS-FAC-NO VALUE "10".
           88 WS-FS-FAC-NOEXISTE VALUE "05" "35".
       01 WS-FS-LIS PIC XX.
           88 WS-FS-LIS-OK VALUE "00".

      * OPERADOR QUE CORRE LA FACTURACION, VOLCADO EN LA AUDITORIA
      * Y EN EL REGISTRO DE MESES FACTURADOS
       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       77 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".

       77 WS-ANIO-FACTURA PIC 9(4) VALUE 0.
       77 WS-MES-FACTURA PIC 99 VALUE 0.
       77 WS-CONFIRMA PIC X VALUE "N".
       01 WS-MES-FACTURADO PIC X VALUE "N".
           88 MES-FACTURADO-SI VALUE "S".
           88 MES-FACTURADO-NO VALUE "N".
       01 WS-LINEA-REPORTE PIC X(100) VALUE SPACES.

      * SECCIONES CON SU TURNO, PARA BUSCAR EL ARANCEL DEL TURNO
       01 TABLA-SECCIONES.
           05 TABSEC-FILA OCCURS 50 TIMES.
               10 TABSEC-COD PIC X(2).
               10 TABSEC-TURNO PIC X.
       77 TABSEC-INDICE PIC 99.
       77 TABSEC-TOTAL PIC 99 VALUE 0.

      * ARANCELES VIGENTES: AL CARGAR, LA FILA POSTERIOR DE LA MISMA
      * SECCION O TURNO PISA A LA ANTERIOR
       01 TABLA-ARANCELES.
           05 TABARA-FILA OCCURS 100 TIMES.
               10 TABARA-SECCION PIC X(2).
               10 TABARA-TURNO PIC X.
               10 TABARA-CONCEPTO PIC X(12).
               10 TABARA-IMPORTE PIC 9(6)V99.
       77 TABARA-INDICE PIC 999.
       77 TABARA-TOTAL PIC 999 VALUE 0.
       01 WS-ARA-HALLADO PIC X VALUE "N".
           88 ARA-HALLADO-SI VALUE "S".
           88 ARA-HALLADO-NO VALUE "N".

      * BECAS OTORGADAS DEL AÑO, SUMADAS POR ALUMNO (IMPORTE ANUAL)
       01 TABLA-BECAS.
           05 TABBEC-FILA OCCURS 10000 TIMES.
               10 TABBEC-NRO PIC 9(4).
               10 TABBEC-IMPORTE PIC 9(7)V99.
       77 TABBEC-INDICE PIC 9(5).
       77 TABBEC-TOTAL PIC 9(5) VALUE 0.
       01 WS-BEC-HALLADA PIC X VALUE "N".
           88 BEC-HALLADA-SI VALUE "S".
           88 BEC-HALLADA-NO VALUE "N".

      * ALUMNOS QUE YA TIENEN UN CARGO DEL MES (CON SU CONCEPTO)
       01 TABLA-CARGADOS.
           05 TABCGO-FILA OCCURS 10000 TIMES.
               10 TABCGO-NRO PIC 9(4).
               10 TABCGO-CONCEPTO PIC X(12).
       77 TABCGO-INDICE PIC 9(5).
       77 TABCGO-TOTAL PIC 9(5) VALUE 0.
       01 WS-YA-CARGADO PIC X VALUE "N".
           88 YA-CARGADO-SI VALUE "S".
           88 YA-CARGADO-NO VALUE "N".

      * MESES LECTIVOS DEL AÑO EN EL CALENDARIO; SIN CALENDARIO
      * CARGADO LA BECA ANUAL SE REPARTE EN DIEZ CUOTAS (MARZO A
      * DICIEMBRE)
       77 WS-MESES-LECTIVOS PIC 99 VALUE 0.
       77 WS-MESES-BECA PIC 99 VALUE 10.

      * DATOS DEL CARGO DEL ALUMNO EN CURSO
       77 WS-TURNO-ALUMNO PIC X VALUE SPACE.
       77 WS-CONCEPTO PIC X(12) VALUE SPACES.
       77 WS-ARANCEL PIC 9(6)V99 VALUE 0.
       77 WS-DESCUENTO PIC 9(6)V99 VALUE 0.
       77 WS-NETO PIC 9(6)V99 VALUE 0.
       01 WS-ARANCEL-ED PIC ZZZZZ9.99.
       01 WS-DESCUENTO-ED PIC ZZZZZ9.99.
       01 WS-NETO-ED PIC ZZZZZ9.99.

       77 WS-TOTAL-ACTIVOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-FACTURADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-SIN-ARANCEL PIC 9(6) VALUE 0.
       77 WS-TOTAL-YA-CARGADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-BECA-TOTAL PIC 9(6) VALUE 0.
       77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-DESCUENTOS PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-NETO PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ED PIC ZZZZZZZZ9.99.

      * DESBORDE DE TABLAS INTERNAS: UN CARGO OMITIDO EN SILENCIO ES
      * UNA CUOTA QUE NADIE COBRA; ANTE DESBORDE NO SE FACTURA NADA Y
      * LA CORRIDA TERMINA CON CODIGO DE RETORNO 12
       01 WS-TABLAS-DESBORDADAS PIC X VALUE "N".
           88 TABLAS-DESBORDADAS-SI VALUE "S".
           88 TABLAS-DESBORDADAS-NO VALUE "N".
       01 WS-TABLA-DESBORDADA PIC X(20) VALUE SPACES.
      * ERROR DE APERTURA O DE GRABACION DE CARGOS: EL MES NO SE
      * REGISTRA COMO FACTURADO (SE PUEDE VOLVER A CORRER; LOS CARGOS
      * YA GRABADOS LOS SALTEA 2200) Y LA CORRIDA TERMINA CON 12
       01 WS-ERROR-FACTURACION PIC X VALUE "N".
           88 ERROR-FACTURACION-SI VALUE "S".
           88 ERROR-FACTURACION-NO VALUE "N".
      *rutinas
       01 RUTFECHA PIC X(8) VALUE "RUTFECHA".
      * AREA DE COMUNICACION RUTINA FECHA
       COPY "COPY-ACF.cpy".

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
           DISPLAY "AÑO A FACTURAR"
           ACCEPT WS-ANIO-FACTURA
           DISPLAY "MES A FACTURAR"
           ACCEPT WS-MES-FACTURA
           IF WS-MES-FACTURA < 1 OR WS-MES-FACTURA > 12
               DISPLAY "MES INVALIDO, NO SE FACTURA"
               GOBACK
           END-IF
           PERFORM 0100-VALIDAR-MES-LECTIVO
           IF Valor = 20
               DISPLAY "EL MES NO ES LECTIVO SEGUN EL CALENDARIO,"
                   " NO SE FACTURA"
               GOBACK
           END-IF
           PERFORM 0200-VERIFICAR-MES-FACTURADO
           IF MES-FACTURADO-SI
               DISPLAY "EL MES " WS-MES-FACTURA "/" WS-ANIO-FACTURA
                   " YA FUE FACTURADO, NO SE FACTURA DOS VECES"
               GOBACK
           END-IF
           PERFORM 0500-CARGAR-TABLAS
           IF TABLAS-DESBORDADAS-SI
               DISPLAY "FACTURACION CANCELADA POR DESBORDE DE TABLAS"
                   " INTERNAS, NADA SE GRABO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF TABARA-TOTAL = 0
               DISPLAY "NO HAY ARANCELES CARGADOS (PGENARAN),"
                   " NO SE FACTURA"
               GOBACK
           END-IF
           DISPLAY "SE VA A FACTURAR " WS-MES-FACTURA "/"
               WS-ANIO-FACTURA ". CONFIRMA? S/N"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "FACTURACION CANCELADA"
               GOBACK
           END-IF
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 1100-ENCABEZADO
           PERFORM 2000-FACTURAR-ALUMNO
               UNTIL NOT WS-FS-ALU-OK
           PERFORM 3000-TOTALES
           PERFORM 9000-CERRAR-ARCHIVOS
           IF ERROR-FACTURACION-SI
               DISPLAY "FACTURACION CON ERRORES DE ARCHIVO: EL MES NO"
                   " QUEDA REGISTRADO COMO FACTURADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 4000-REGISTRAR-MES
           MOVE "FACTURACION" TO WS-AUD-OPERACION
           MOVE SPACES TO WS-AUD-CLAVE
           STRING WS-ANIO-FACTURA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MES-FACTURA DELIMITED BY SIZE
               INTO WS-AUD-CLAVE
           PERFORM 9900-GRABAR-AUDITORIA
           IF WS-TOTAL-SIN-ARANCEL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * RUTFECHA OPCION 5: VALOR 20 = MES NO LECTIVO; SIN CALENDARIO
      * PARA EL AÑO (05) SE FACTURA IGUAL
       0100-VALIDAR-MES-LECTIVO.
           INITIALIZE AreaDeComunicacionFecha
           MOVE 5 TO Opcion
           MOVE 01 TO F-I-DIA
           MOVE WS-MES-FACTURA TO F-I-MES
           MOVE WS-ANIO-FACTURA TO F-I-AÑO
           CALL RUTFECHA USING AreaDeComunicacionFecha.

       0200-VERIFICAR-MES-FACTURADO.
           MOVE "N" TO WS-MES-FACTURADO
           OPEN INPUT FACTURAS
           IF WS-FS-FAC-OK
               PERFORM 0210-LEER-FACTURA UNTIL NOT WS-FS-FAC-OK
           END-IF
           CLOSE FACTURAS.

       0210-LEER-FACTURA.
           READ FACTURAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-FAC
           END-READ
           IF WS-FS-FAC-OK
               IF FAC-ANIO = WS-ANIO-FACTURA
               AND FAC-MES = WS-MES-FACTURA
                   MOVE "S" TO WS-MES-FACTURADO
               END-IF
           END-IF.

       0500-CARGAR-TABLAS.
           MOVE 0 TO TABSEC-TOTAL
           OPEN INPUT SECCIONES
           IF WS-FS-SEC-OK
               PERFORM 0510-LEER-SECCION UNTIL NOT WS-FS-SEC-OK
           END-IF
           CLOSE SECCIONES
           MOVE 0 TO TABARA-TOTAL
           OPEN INPUT ARANCELES
           IF WS-FS-ARA-OK
               PERFORM 0520-LEER-ARANCEL UNTIL NOT WS-FS-ARA-OK
           END-IF
           CLOSE ARANCELES
           MOVE 0 TO WS-MESES-LECTIVOS
           OPEN INPUT CALENDARIO
           IF WS-FS-CAL-OK
               PERFORM 0530-LEER-CALENDARIO UNTIL NOT WS-FS-CAL-OK
           END-IF
           CLOSE CALENDARIO
           IF WS-MESES-LECTIVOS > 0
               MOVE WS-MESES-LECTIVOS TO WS-MESES-BECA
           END-IF
           MOVE 0 TO TABBEC-TOTAL
           OPEN INPUT BECAS
           IF WS-FS-BEC-OK
               PERFORM 0540-LEER-BECA UNTIL NOT WS-FS-BEC-OK
           END-IF
           CLOSE BECAS
           MOVE 0 TO TABCGO-TOTAL
           OPEN INPUT CUOTAS
           IF WS-FS-CUO-OK
               PERFORM 0550-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
           END-IF
           CLOSE CUOTAS.

       0510-LEER-SECCION.
           READ SECCIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-SEC
           END-READ
           IF WS-FS-SEC-OK AND TABSEC-TOTAL < 50
               ADD 1 TO TABSEC-TOTAL
               MOVE SEC-CODIGO TO TABSEC-COD(TABSEC-TOTAL)
               MOVE SEC-TURNO TO TABSEC-TURNO(TABSEC-TOTAL)
           END-IF.

      * LA FILA POSTERIOR DE LA MISMA SECCION (O DEL MISMO TURNO SI
      * LA SECCION VIENE EN BLANCO) REEMPLAZA A LA ANTERIOR
       0520-LEER-ARANCEL.
           READ ARANCELES NEXT RECORD AT END
               MOVE "10" TO WS-FS-ARA
           END-READ
           IF WS-FS-ARA-OK
               MOVE "N" TO WS-ARA-HALLADO
               PERFORM VARYING TABARA-INDICE FROM 1 BY 1
                   UNTIL TABARA-INDICE > TABARA-TOTAL
                   OR ARA-HALLADO-SI
                   IF TABARA-SECCION(TABARA-INDICE) = ARA-SECCION
                   AND (ARA-SECCION NOT = SPACES
                       OR TABARA-TURNO(TABARA-INDICE) = ARA-TURNO)
                       MOVE "S" TO WS-ARA-HALLADO
                       MOVE ARA-TURNO TO TABARA-TURNO(TABARA-INDICE)
                       MOVE ARA-CONCEPTO
                           TO TABARA-CONCEPTO(TABARA-INDICE)
                       MOVE ARA-IMPORTE
                           TO TABARA-IMPORTE(TABARA-INDICE)
                   END-IF
               END-PERFORM
               IF ARA-HALLADO-NO
                   IF TABARA-TOTAL < 100
                       ADD 1 TO TABARA-TOTAL
                       MOVE ARA-SECCION TO TABARA-SECCION(TABARA-TOTAL)
                       MOVE ARA-TURNO TO TABARA-TURNO(TABARA-TOTAL)
                       MOVE ARA-CONCEPTO
                           TO TABARA-CONCEPTO(TABARA-TOTAL)
                       MOVE ARA-IMPORTE TO TABARA-IMPORTE(TABARA-TOTAL)
                   ELSE
                       MOVE "TABLA-ARANCELES" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

       0530-LEER-CALENDARIO.
           READ CALENDARIO NEXT RECORD AT END
               MOVE "10" TO WS-FS-CAL
           END-READ
           IF WS-FS-CAL-OK
               IF CAL-ANIO = WS-ANIO-FACTURA AND CAL-TIPO-LECTIVO
                   ADD 1 TO WS-MESES-LECTIVOS
               END-IF
           END-IF.

       0540-LEER-BECA.
           READ BECAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-BEC
           END-READ
           IF WS-FS-BEC-OK
               IF BEC-ANIO = WS-ANIO-FACTURA AND BEC-ESTADO-OTORGADA
                   MOVE "N" TO WS-BEC-HALLADA
                   PERFORM VARYING TABBEC-INDICE FROM 1 BY 1
                       UNTIL TABBEC-INDICE > TABBEC-TOTAL
                       OR BEC-HALLADA-SI
                       IF TABBEC-NRO(TABBEC-INDICE) = BEC-NRO-ALUMNO
                           MOVE "S" TO WS-BEC-HALLADA
                           ADD BEC-IMPORTE
                               TO TABBEC-IMPORTE(TABBEC-INDICE)
                       END-IF
                   END-PERFORM
                   IF BEC-HALLADA-NO
                       IF TABBEC-TOTAL < 10000
                           ADD 1 TO TABBEC-TOTAL
                           MOVE BEC-NRO-ALUMNO
                               TO TABBEC-NRO(TABBEC-TOTAL)
                           MOVE BEC-IMPORTE
                               TO TABBEC-IMPORTE(TABBEC-TOTAL)
                       ELSE
                           MOVE "TABLA-BECAS" TO WS-TABLA-DESBORDADA
                           PERFORM 9950-MARCAR-DESBORDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * CARGOS DEL MES YA PRESENTES EN EL LIBRO (A MANO O DE OTRA
      * FUENTE): EL MISMO CONCEPTO NO SE VUELVE A CARGAR AL ALUMNO
       0550-LEER-CUOTA.
           READ CUOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-CUO
           END-READ
           IF WS-FS-CUO-OK
               IF CUO-TIPO-CARGO
               AND CUO-ANIO = WS-ANIO-FACTURA
               AND CUO-MES = WS-MES-FACTURA
                   IF TABCGO-TOTAL < 10000
                       ADD 1 TO TABCGO-TOTAL
                       MOVE CUO-NRO-ALUMNO TO TABCGO-NRO(TABCGO-TOTAL)
                       MOVE CUO-CONCEPTO
                           TO TABCGO-CONCEPTO(TABCGO-TOTAL)
                   ELSE
                       MOVE "TABLA-CARGADOS" TO WS-TABLA-DESBORDADA
                       PERFORM 9950-MARCAR-DESBORDE
                   END-IF
               END-IF
           END-IF.

      * CUOTAS.dat QUE TODAVIA NO EXISTE (05) NO ES ERROR: EL EXTEND
      * LO CREA CON LA PRIMERA FACTURACION
       1000-ABRIR-ARCHIVOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
               MOVE "S" TO WS-ERROR-FACTURACION
           ELSE
               IF NOT WS-FS-ALU-OK
                   DISPLAY "ERROR AL ABRIR ARCHIVO"
                   DISPLAY "FILE STATUS " WS-FS-ALU
                   MOVE "S" TO WS-ERROR-FACTURACION
               END-IF
           END-IF
           OPEN EXTEND CUOTAS
           IF NOT WS-FS-CUO-OK AND NOT WS-FS-CUO-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-CUO
               MOVE "S" TO WS-ERROR-FACTURACION
           END-IF
           OPEN OUTPUT FACTURACION
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-LIS
               MOVE "S" TO WS-ERROR-FACTURACION
           END-IF.

       1100-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FACTURACION DE CUOTAS " DELIMITED BY SIZE
               WS-MES-FACTURA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ANIO-FACTURA DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ALUM NOMBRE                  SC CONCEPTO    "
               DELIMITED BY SIZE
               "   ARANCEL      BECA      NETO OBSERVACION"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

      * UN CARGO POR ALUMNO ACTIVO; LOS INACTIVOS NO SE FACTURAN
       2000-FACTURAR-ALUMNO.
           READ ALUMNOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK AND ALU-ESTADO-ACTIVO
               ADD 1 TO WS-TOTAL-ACTIVOS
               PERFORM 2100-BUSCAR-ARANCEL
               IF ARA-HALLADO-NO
                   ADD 1 TO WS-TOTAL-SIN-ARANCEL
                   MOVE 0 TO WS-ARANCEL WS-DESCUENTO WS-NETO
                   MOVE "SIN ARANCEL DEFINIDO"
                       TO WS-LINEA-REPORTE(76:25)
                   PERFORM 2400-LINEA-ALUMNO
               ELSE
                   PERFORM 2200-VERIFICAR-CARGO-PREVIO
                   IF YA-CARGADO-SI
                       ADD 1 TO WS-TOTAL-YA-CARGADOS
                       MOVE 0 TO WS-DESCUENTO WS-NETO
                       PERFORM 2400-LINEA-ALUMNO
                   ELSE
                       PERFORM 2300-CALCULAR-DESCUENTO
                       PERFORM 2500-GRABAR-CARGO
                   END-IF
               END-IF
           END-IF.

      * PRIMERO LA FILA DE LA SECCION DEL ALUMNO; SI NO HAY, LA DEL
      * TURNO DE ESA SECCION
       2100-BUSCAR-ARANCEL.
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE "N" TO WS-ARA-HALLADO
           MOVE SPACE TO WS-TURNO-ALUMNO
           PERFORM VARYING TABSEC-INDICE FROM 1 BY 1
               UNTIL TABSEC-INDICE > TABSEC-TOTAL
               IF TABSEC-COD(TABSEC-INDICE) = ALU-SECCION
                   MOVE TABSEC-TURNO(TABSEC-INDICE) TO WS-TURNO-ALUMNO
               END-IF
           END-PERFORM
           PERFORM VARYING TABARA-INDICE FROM 1 BY 1
               UNTIL TABARA-INDICE > TABARA-TOTAL OR ARA-HALLADO-SI
               IF TABARA-SECCION(TABARA-INDICE) = ALU-SECCION
                   MOVE "S" TO WS-ARA-HALLADO
                   MOVE TABARA-CONCEPTO(TABARA-INDICE) TO WS-CONCEPTO
                   MOVE TABARA-IMPORTE(TABARA-INDICE) TO WS-ARANCEL
               END-IF
           END-PERFORM
           IF ARA-HALLADO-NO AND WS-TURNO-ALUMNO NOT = SPACE
               PERFORM VARYING TABARA-INDICE FROM 1 BY 1
                   UNTIL TABARA-INDICE > TABARA-TOTAL
                   OR ARA-HALLADO-SI
                   IF TABARA-SECCION(TABARA-INDICE) = SPACES
                   AND TABARA-TURNO(TABARA-INDICE) = WS-TURNO-ALUMNO
                       MOVE "S" TO WS-ARA-HALLADO
                       MOVE TABARA-CONCEPTO(TABARA-INDICE)
                           TO WS-CONCEPTO
                       MOVE TABARA-IMPORTE(TABARA-INDICE)
                           TO WS-ARANCEL
                   END-IF
               END-PERFORM
           END-IF.

       2200-VERIFICAR-CARGO-PREVIO.
           MOVE "N" TO WS-YA-CARGADO
           PERFORM VARYING TABCGO-INDICE FROM 1 BY 1
               UNTIL TABCGO-INDICE > TABCGO-TOTAL OR YA-CARGADO-SI
               IF TABCGO-NRO(TABCGO-INDICE) = ALU-NRO-ALUMNO
               AND TABCGO-CONCEPTO(TABCGO-INDICE) = WS-CONCEPTO
                   MOVE "S" TO WS-YA-CARGADO
               END-IF
           END-PERFORM
           IF YA-CARGADO-SI
               MOVE "YA TENIA CARGO DEL MES" TO WS-LINEA-REPORTE(76:25)
           END-IF.

      * LA PARTE MENSUAL DE LA BECA ES EL IMPORTE ANUAL OTORGADO
      * DIVIDIDO POR LOS MESES LECTIVOS DEL AÑO; NUNCA SUPERA EL
      * ARANCEL (LA CUOTA NO QUEDA NEGATIVA)
       2300-CALCULAR-DESCUENTO.
           MOVE 0 TO WS-DESCUENTO
           PERFORM VARYING TABBEC-INDICE FROM 1 BY 1
               UNTIL TABBEC-INDICE > TABBEC-TOTAL
               IF TABBEC-NRO(TABBEC-INDICE) = ALU-NRO-ALUMNO
                   COMPUTE WS-DESCUENTO ROUNDED =
                       TABBEC-IMPORTE(TABBEC-INDICE) / WS-MESES-BECA
               END-IF
           END-PERFORM
           IF WS-DESCUENTO > WS-ARANCEL
               MOVE WS-ARANCEL TO WS-DESCUENTO
           END-IF
           COMPUTE WS-NETO = WS-ARANCEL - WS-DESCUENTO.

      * CON BECA TOTAL NO QUEDA NADA QUE COBRAR Y NO SE GRABA CARGO
      * (PGENCUO TAMPOCO ACEPTA MOVIMIENTOS EN CERO)
       2500-GRABAR-CARGO.
           ADD WS-ARANCEL TO WS-TOTAL-BRUTO
           ADD WS-DESCUENTO TO WS-TOTAL-DESCUENTOS
           IF WS-NETO = 0
               ADD 1 TO WS-TOTAL-BECA-TOTAL
               MOVE "BECA TOTAL, SIN CARGO" TO WS-LINEA-REPORTE(76:25)
           ELSE
               MOVE ALU-NRO-ALUMNO TO CUO-NRO-ALUMNO
               MOVE WS-ANIO-FACTURA TO CUO-ANIO
               MOVE WS-MES-FACTURA TO CUO-MES
               MOVE WS-CONCEPTO TO CUO-CONCEPTO
               MOVE "C" TO CUO-TIPO
               MOVE WS-NETO TO CUO-IMPORTE
               WRITE CUOTAS-REGISTRO
               IF NOT WS-FS-CUO-OK
                   DISPLAY "ERROR AL GRABAR CARGO DEL ALUMNO "
                       ALU-NRO-ALUMNO
                   DISPLAY "FILE STATUS " WS-FS-CUO
                   MOVE "ERROR DE GRABACION" TO WS-LINEA-REPORTE(76:25)
                   MOVE "S" TO WS-ERROR-FACTURACION
               ELSE
                   ADD 1 TO WS-TOTAL-FACTURADOS
                   ADD WS-NETO TO WS-TOTAL-NETO
               END-IF
           END-IF
           PERFORM 2400-LINEA-ALUMNO.

       2400-LINEA-ALUMNO.
           MOVE WS-ARANCEL TO WS-ARANCEL-ED
           MOVE WS-DESCUENTO TO WS-DESCUENTO-ED
           MOVE WS-NETO TO WS-NETO-ED
           MOVE ALU-NRO-ALUMNO TO WS-LINEA-REPORTE(1:4)
           MOVE ALU-NOMBRE TO WS-LINEA-REPORTE(6:23)
           MOVE ALU-SECCION TO WS-LINEA-REPORTE(30:2)
           MOVE WS-CONCEPTO TO WS-LINEA-REPORTE(33:12)
           MOVE WS-ARANCEL-ED TO WS-LINEA-REPORTE(46:9)
           MOVE WS-DESCUENTO-ED TO WS-LINEA-REPORTE(56:9)
           MOVE WS-NETO-ED TO WS-LINEA-REPORTE(66:9)
           PERFORM 9010-ESCRIBIR-LINEA.

       3000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "===== TOTALES DE CONTROL DE LA FACTURACION ====="
               TO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ALUMNOS ACTIVOS:           " DELIMITED BY SIZE
               WS-TOTAL-ACTIVOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CARGOS GRABADOS:           " DELIMITED BY SIZE
               WS-TOTAL-FACTURADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CON BECA TOTAL (SIN CARGO): " DELIMITED BY SIZE
               WS-TOTAL-BECA-TOTAL DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "YA TENIAN CARGO DEL MES:   " DELIMITED BY SIZE
               WS-TOTAL-YA-CARGADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SIN ARANCEL DEFINIDO:      " DELIMITED BY SIZE
               WS-TOTAL-SIN-ARANCEL DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-BRUTO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ARANCELES BRUTOS:      " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-DESCUENTOS TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DESCUENTOS POR BECAS:  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR
           MOVE WS-TOTAL-NETO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL FACTURADO:       " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM 9020-ESCRIBIR-Y-MOSTRAR.

      * EL MES QUEDA REGISTRADO COMO FACTURADO CON LA CANTIDAD DE
      * CARGOS Y EL TOTAL, Y YA NO SE PUEDE VOLVER A FACTURAR
       4000-REGISTRAR-MES.
           OPEN EXTEND FACTURAS
           IF WS-FS-FAC-OK OR WS-FS-FAC-NOEXISTE
               MOVE WS-ANIO-FACTURA TO FAC-ANIO
               MOVE WS-MES-FACTURA TO FAC-MES
               MOVE FUNCTION CURRENT-DATE(1:14) TO FAC-FECHA
               MOVE WS-OPERADOR TO FAC-OPERADOR
               MOVE WS-TOTAL-FACTURADOS TO FAC-CANTIDAD
               MOVE WS-TOTAL-NETO TO FAC-TOTAL
               WRITE FACTURAS-REGISTRO
               CLOSE FACTURAS
           ELSE
               DISPLAY "ERROR AL ABRIR FACTURAS.dat"
               DISPLAY "FILE STATUS " WS-FS-FAC
           END-IF.

      * AVISA (UNA VEZ) QUE UNA TABLA INTERNA SE QUEDO CHICA Y DEJA
      * MARCADA LA CORRIDA COMO INCOMPLETA
       9950-MARCAR-DESBORDE.
           IF TABLAS-DESBORDADAS-NO
               DISPLAY "DESBORDE DE " WS-TABLA-DESBORDADA
                   ": AMPLIAR LA TABLA Y RECOMPILAR"
           END-IF
           MOVE "S" TO WS-TABLAS-DESBORDADAS.

       9010-ESCRIBIR-LINEA.
           WRITE FACTURACION-LINEA FROM WS-LINEA-REPORTE
           IF NOT WS-FS-LIS-OK
               DISPLAY "ERROR AL ESCRIBIR FACTURACION"
               DISPLAY "FILE STATUS " WS-FS-LIS
           END-IF.

       9020-ESCRIBIR-Y-MOSTRAR.
           DISPLAY WS-LINEA-REPORTE
           PERFORM 9010-ESCRIBIR-LINEA.

       9000-CERRAR-ARCHIVOS.
           CLOSE ALUMNOS
           CLOSE CUOTAS
           CLOSE FACTURACION
           PERFORM 9930-REGISTRAR-SPOOL.

      * AGREGA UNA LINEA AL FINAL DE AUDITORIA.dat CON EL PROGRAMA,
      * LA OPERACION, LA CLAVE AFECTADA, EL OPERADOR Y LA FECHA/HORA
       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGFACCUO" DELIMITED BY SIZE
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
           MOVE "FACTURACION.dat" TO ARCHIVO-SPL
           MOVE "PGFACCUO" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "PERIODO=" DELIMITED BY SIZE
               WS-ANIO-FACTURA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-MES-FACTURA DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGFACCUO.
