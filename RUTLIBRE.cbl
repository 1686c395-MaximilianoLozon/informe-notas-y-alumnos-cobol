      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTLIBRE.

      * RUTINA DE LIBRE DEUDA: JUNTA EN UNA SOLA RESPUESTA LO QUE EL
      * ALUMNO LE DEBE A LA ESCUELA. POR UN LADO LOS LIBROS DE LA
      * BIBLIOTECA QUE TIENE PRESTADOS Y NO DEVOLVIO (PRESTAMOS.dat,
      * PGPRESTA, CON EL TITULO DEL CATALOGO LIBROS.dat); POR EL OTRO
      * EL SALDO DE CUOTAS (CUOTAS.dat), CARGOS MENOS PAGOS HASTA EL
      * MES EN CURSO, IGUAL QUE PGMOROSO, CON EL NRO DEL PLAN DE PAGO
      * VIGENTE SI LO TIENE (PLANES.dat). SIN LIBROS NI SALDO DEVUELVE
      * 00 (LIBRE DEUDA); SI NO, 27. LA USAN PGPASE ANTES DEL PASE Y
      * PGEGRESO EN EL CONTROL DE EGRESO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL EVITA ERROR DE APERTURA SI EL ARCHIVO NO EXISTE TODAVIA
       SELECT OPTIONAL PRESTAMOS   ASSIGN TO "PRESTAMOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST.
       SELECT OPTIONAL LIBROS      ASSIGN TO "LIBROS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BIB.
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
      * PLANES DE PAGO (PGENPPAG/PGCTLPLA)
       SELECT OPTIONAL PLANES      ASSIGN TO "PLANES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PLN.
       DATA DIVISION.
       FILE SECTION.
      * UN PRESTAMO CON FECHA DE DEVOLUCION EN CERO ESTA ABIERTO
       FD PRESTAMOS.
           01 PRESTAMOS-REGISTRO.
              05 PST-NRO-ALUMNO PIC 9(4).
              05 PST-CODIGO-LIBRO PIC 9(5).
              05 PST-FECHA-PRESTAMO PIC 9(8).
              05 PST-FECHA-VENCE PIC 9(8).
              05 PST-FECHA-DEVOLUCION PIC 9(8).
              05 PST-OPERADOR PIC X(10).
              05 PST-OPERADOR-DEV PIC X(10).

       FD LIBROS.
           01 LIBROS-REGISTRO.
              05 BIB-CODIGO PIC 9(5).
              05 BIB-TITULO PIC X(40).
              05 BIB-AUTOR PIC X(25).
              05 BIB-EJEMPLARES PIC 99.
              05 BIB-VIGENTE PIC X.

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

       FD PLANES.
           01 PLANES-REGISTRO.
              05 PLN-NRO PIC 9(4).
              05 PLN-NRO-ALUMNO PIC 9(4).
              05 PLN-FECHA PIC 9(8).
              05 PLN-DEUDA PIC 9(7)V99.
              05 PLN-CANT-CUOTAS PIC 99.
              05 PLN-ESTADO PIC X.
                 88 PLN-ESTADO-VIGENTE VALUE "V".
              05 PLN-FECHA-ESTADO PIC 9(8).
              05 PLN-OPERADOR PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-PST PIC XX.
           88 WS-FS-PST-OK VALUE "00".
           88 WS-FS-PST-NO VALUE "10".
       01 WS-FS-BIB PIC XX.
           88 WS-FS-BIB-OK VALUE "00".
           88 WS-FS-BIB-NO VALUE "10".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
           88 WS-FS-CUO-NO VALUE "10".
       01 WS-FS-PLN PIC XX.
           88 WS-FS-PLN-OK VALUE "00".
           88 WS-FS-PLN-NO VALUE "10".

      * MES EN CURSO: LAS CUOTAS GENERADAS POR ADELANTADO NO CUENTAN
       77 WS-PERIODO-CORTE PIC 9(6) VALUE 0.
       77 WS-PST-INDICE PIC 99.
       01 WS-LIBRO-HALLADO PIC X VALUE "N".
           88 LIBRO-HALLADO-SI VALUE "S".
           88 LIBRO-HALLADO-NO VALUE "N".
       LINKAGE SECTION.
       COPY "COPY-ACB.cpy".
      * AREA DE PROCEDIMIENTOS
       PROCEDURE DIVISION USING AreaDeComunicacionLibreDeuda.
       1000-INICIO.
           MOVE "00" TO RET-COD-14
           MOVE SPACES TO DESC-ERROR-14
           EVALUATE Opcion-libre-deuda
               WHEN 1
               PERFORM 2000-PROCEDIMIENTO-VERIFICA
               WHEN OTHER
               MOVE "30" TO RET-COD-14
               MOVE "OPCION INVALIDA" TO DESC-ERROR-14
           END-EVALUATE.
       PERFORM 4000-FINAL.

       4000-FINAL.
           GOBACK.

       2000-PROCEDIMIENTO-VERIFICA.
           MOVE 0 TO PRESTAMOS-LD CARGOS-LD PAGOS-LD SALDO-LD PLAN-LD
           PERFORM VARYING WS-PST-INDICE FROM 1 BY 1
               UNTIL WS-PST-INDICE > 10
               MOVE 0 TO CODIGO-LIBRO-LD(WS-PST-INDICE)
                   VENCE-LD(WS-PST-INDICE)
               MOVE SPACES TO TITULO-LIBRO-LD(WS-PST-INDICE)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO-CORTE
           PERFORM 2100-BUSCAR-PRESTAMOS
           IF PRESTAMOS-LD > 0
               PERFORM 2200-BUSCAR-TITULOS
           END-IF
           PERFORM 2300-CALCULAR-SALDO
           PERFORM 2400-BUSCAR-PLAN
           EVALUATE TRUE
               WHEN PRESTAMOS-LD > 0 AND SALDO-LD > 0
                   MOVE "27" TO RET-COD-14
                   MOVE "ADEUDA LIBROS DE LA BIBLIOTECA Y CUOTAS"
                       TO DESC-ERROR-14
               WHEN PRESTAMOS-LD > 0
                   MOVE "27" TO RET-COD-14
                   MOVE "ADEUDA LIBROS DE LA BIBLIOTECA"
                       TO DESC-ERROR-14
               WHEN SALDO-LD > 0
                   MOVE "27" TO RET-COD-14
                   MOVE "ADEUDA CUOTAS" TO DESC-ERROR-14
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * SE CUENTAN TODOS LOS PRESTAMOS ABIERTOS; EL DETALLE LLEGA
      * HASTA DIEZ
           2100-BUSCAR-PRESTAMOS.
               OPEN INPUT PRESTAMOS
               IF WS-FS-PST-OK
                   PERFORM 2110-LEER-PRESTAMO UNTIL NOT WS-FS-PST-OK
               END-IF
               CLOSE PRESTAMOS.

           2110-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PST
               END-READ
               IF WS-FS-PST-OK AND PST-NRO-ALUMNO = ALUMNO-LD
               AND PST-FECHA-DEVOLUCION = 0
                   ADD 1 TO PRESTAMOS-LD
                   IF PRESTAMOS-LD NOT > 10
                       MOVE PST-CODIGO-LIBRO
                           TO CODIGO-LIBRO-LD(PRESTAMOS-LD)
                       MOVE PST-FECHA-VENCE TO VENCE-LD(PRESTAMOS-LD)
                   END-IF
               END-IF.

           2200-BUSCAR-TITULOS.
               OPEN INPUT LIBROS
               IF WS-FS-BIB-OK
                   PERFORM 2210-LEER-LIBRO UNTIL NOT WS-FS-BIB-OK
               END-IF
               CLOSE LIBROS
               PERFORM VARYING WS-PST-INDICE FROM 1 BY 1
                   UNTIL WS-PST-INDICE > 10
                   OR WS-PST-INDICE > PRESTAMOS-LD
                   IF TITULO-LIBRO-LD(WS-PST-INDICE) = SPACES
                       MOVE "(LIBRO FUERA DEL CATALOGO)"
                           TO TITULO-LIBRO-LD(WS-PST-INDICE)
                   END-IF
               END-PERFORM.

           2210-LEER-LIBRO.
               READ LIBROS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-BIB
               END-READ
               IF WS-FS-BIB-OK
                   PERFORM VARYING WS-PST-INDICE FROM 1 BY 1
                       UNTIL WS-PST-INDICE > 10
                       OR WS-PST-INDICE > PRESTAMOS-LD
                       IF CODIGO-LIBRO-LD(WS-PST-INDICE) = BIB-CODIGO
                           MOVE BIB-TITULO
                               TO TITULO-LIBRO-LD(WS-PST-INDICE)
                       END-IF
                   END-PERFORM
               END-IF.

      * CARGOS MENOS PAGOS HASTA EL MES EN CURSO, COMO EN PGMOROSO
           2300-CALCULAR-SALDO.
               OPEN INPUT CUOTAS
               IF WS-FS-CUO-OK
                   PERFORM 2310-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
               END-IF
               CLOSE CUOTAS
               COMPUTE SALDO-LD = CARGOS-LD - PAGOS-LD.

           2310-LEER-CUOTA.
               READ CUOTAS NEXT RECORD AT END
                   MOVE "10" TO WS-FS-CUO
               END-READ
               IF WS-FS-CUO-OK AND CUO-NRO-ALUMNO = ALUMNO-LD
               AND CUO-ANIO * 100 + CUO-MES <= WS-PERIODO-CORTE
                   IF CUO-TIPO-PAGO
                       ADD CUO-IMPORTE TO PAGOS-LD
                   ELSE
                       ADD CUO-IMPORTE TO CARGOS-LD
                   END-IF
               END-IF.

      * EL PLAN VIGENTE NO BORRA LA DEUDA: SOLO SE INFORMA SU NRO
           2400-BUSCAR-PLAN.
               OPEN INPUT PLANES
               IF WS-FS-PLN-OK
                   PERFORM 2410-LEER-PLAN UNTIL NOT WS-FS-PLN-OK
               END-IF
               CLOSE PLANES.

           2410-LEER-PLAN.
               READ PLANES NEXT RECORD AT END
                   MOVE "10" TO WS-FS-PLN
               END-READ
               IF WS-FS-PLN-OK AND PLN-NRO-ALUMNO = ALUMNO-LD
               AND PLN-ESTADO-VIGENTE
                   MOVE PLN-NRO TO PLAN-LD
               END-IF.
       END PROGRAM RUTLIBRE.
