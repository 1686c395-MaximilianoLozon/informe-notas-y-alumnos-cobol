      ******************************************************************
      * Author: MAXIMILIANO LOZON
      * Purpose: AREA DE COMUNICACION PARA LA RUTINA SPOOL DE LISTADOS
       01 AreaDeComunicacionSpool.
           05 DatoDeEntradaSpool.
      * 1 = REGISTRAR UNA SALIDA IMPRESA EN EL CATALOGO (SPOOL.dat) Y
      * GUARDAR SU COPIA FECHADA
               10 Opcion-spool PIC 9.
      * NOMBRE FIJO DE LA SALIDA, YA CERRADA (BOLETIN.dat, ...)
               10 ARCHIVO-SPL PIC X(20).
               10 PROGRAMA-SPL PIC X(8).
      * EN BLANCO = EL OPERADOR DE LA SESION ABIERTA EN PGMENU, O
      * "BATCH" SI NO HAY SESION
               10 OPERADOR-SPL PIC X(10).
      * DATOS PEDIDOS EN LA CORRIDA, PARA RECONOCER LA SALIDA
               10 PARAMETROS-SPL PIC X(40).
           05 DatoDeSalidaSpool.
               10 NRO-SPL PIC 9(6).
               10 COPIA-SPL PIC X(40).
               10 LINEAS-SPL PIC 9(6).
               10 PAGINAS-SPL PIC 9(4).
           05 DatoDeRetornoSpool.
               10 RET-COD-11 PIC XX.
               10 DESC-ERROR-11 PIC X(50).
      ******************************************************************
