      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA LIBRE DEUDA
       01 AreaDeComunicacionLibreDeuda.
           05 DatoDeEntradaLibreDeuda.
      * 1 = VERIFICAR QUE EL ALUMNO NO TENGA LIBROS DE LA BIBLIOTECA
      * SIN DEVOLVER NI SALDO DE CUOTAS
               10 Opcion-libre-deuda PIC 9.
               10 ALUMNO-LD PIC 9(4).
           05 DatoDeSalidaLibreDeuda.
      * PRESTAMOS ABIERTOS: SE CUENTAN TODOS, EL DETALLE LLEGA A DIEZ
               10 PRESTAMOS-LD PIC 99.
               10 PRESTAMO-ABIERTO-LD OCCURS 10 TIMES.
                   15 CODIGO-LIBRO-LD PIC 9(5).
                   15 TITULO-LIBRO-LD PIC X(40).
                   15 VENCE-LD PIC 9(8).
      * CUOTAS HASTA EL MES EN CURSO, COMO LAS CUENTA PGMOROSO
               10 CARGOS-LD PIC 9(7)V99.
               10 PAGOS-LD PIC 9(7)V99.
               10 SALDO-LD PIC S9(7)V99.
      * NRO DEL PLAN DE PAGO VIGENTE DEL ALUMNO; CERO = SIN PLAN
               10 PLAN-LD PIC 9(4).
           05 DatoDeRetornoLibreDeuda.
      * 00 = LIBRE DEUDA; 27 = ADEUDA LIBROS O CUOTAS
               10 RET-COD-14 PIC XX.
               10 DESC-ERROR-14 PIC X(50).
      ******************************************************************
