      * ALUMNOS POR SECCION, POR NACIONALIDAD Y POR ESTADO, Y LOS
      * RESULTADOS DE PROMOCION DEL AÑO PEDIDO SEGUN HISTORIAL.dat,
      * Y LOS DEVUELVE EN EL ARCHIVO DE COLUMNAS FIJAS DEL MINISTERIO
      * MAS UN LISTADO DE CONTROL LEGIBLE CON LOS MISMOS TOTALES.
      * CON UNA FECHA DE CORTE, LA SECCION Y EL ESTADO DE CADA ALUMNO
      * SON LOS QUE TENIA A ESA FECHA SEGUN MOVALU.dat (RUTMOV), IGUAL
      * QUE EN LA NOMINA A FECHA DE PGNOMFEC
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 ENCONTRADO-SI VALUE "S".
           88 ENCONTRADO-NO VALUE "N".

      * FECHA DE CORTE (AAAAMMDD); EN CERO SE CUENTA EL MAESTRO TAL
      * COMO ESTA HOY. LOS ALUMNOS YA BORRADOS DEL MAESTRO QUE A LA
      * FECHA ESTABAN ANOTADOS SE CUENTAN CON NACIONALIDAD 000 (SIN
      * DATO), PORQUE EL MOVIMIENTO NO GUARDA EL PAIS
       01 WS-FECHA-CORTE PIC 9(8) VALUE 0.
       01 FILLER REDEFINES WS-FECHA-CORTE.
           05 WS-CORTE-ANIO-MES PIC 9(6).
           05 WS-CORTE-DIA PIC 99.
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-INGRESO-ANIO-MES PIC 9(6) VALUE 0.
       01 WS-A-FECHA PIC X VALUE "N".
           88 A-FECHA-SI VALUE "S".
           88 A-FECHA-NO VALUE "N".
       01 RUTMOV PIC X(8) VALUE "RUTMOV".
      * AREA DE COMUNICACION RUTINA MOVIMIENTOS
       COPY "COPY-ACV.cpy".

      * SPOOL DE LISTADOS: CATALOGO Y COPIA FECHADA DE CADA SALIDA
       01 RUTSPOOL PIC X(8) VALUE "RUTSPOOL".
      * AREA DE COMUNICACION RUTINA SPOOL
       COPY "COPY-ACR.cpy".
      * EL CALL PISA RETURN-CODE: SE CONSERVA EL QUE YA TRAIA LA CORRIDA
       77 WS-RC-ANTES-SPOOL PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
      * GOBACK EN LUGAR DE STOP RUN: EL PROGRAMA SIRVE SOLO O COMO
      * PASO DE LA CADENA NOCTURNA DE PGNOCHE (CADENA.dat); OJO QUE
       0000-MAIN-PROCEDURE.
           DISPLAY "AÑO DE PROMOCION A INFORMAR"
           ACCEPT WS-ANIO-PROMOCION
           DISPLAY "FECHA DE CORTE AAAAMMDD (0 = HOY)"
           ACCEPT WS-FECHA-CORTE
           PERFORM 0100-PREPARAR-CORTE
           PERFORM 1000-ABRIR-ARCHIVOS
           PERFORM 2000-CONTAR-ALUMNO
               UNTIL NOT WS-FS-ALU-OK
           IF A-FECHA-SI
               PERFORM 2300-CONTAR-DADOS-DE-BAJA
           END-IF
           PERFORM 2500-CONTAR-HISTORIAL
               UNTIL NOT WS-FS-HIS-OK
           PERFORM 3000-ESCRIBIR-EXTRACTO
           PERFORM 9000-CERRAR-ARCHIVOS
           GOBACK.

      * CON FECHA DE CORTE SE CARGA UNA VEZ LA SITUACION DE TODOS LOS
      * ALUMNOS A ESA FECHA; SI NO SE PUEDE, SE CUENTA EL MAESTRO DE
      * HOY Y SE AVISA
       0100-PREPARAR-CORTE.
           MOVE "N" TO WS-A-FECHA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF WS-FECHA-CORTE IS NOT NUMERIC
               MOVE 0 TO WS-FECHA-CORTE
           END-IF
           IF WS-FECHA-CORTE > WS-FECHA-HOY
               DISPLAY "FECHA DE CORTE FUTURA, SE TOMA HOY"
               MOVE 0 TO WS-FECHA-CORTE
           END-IF
           IF WS-FECHA-CORTE > 0 AND WS-FECHA-CORTE < WS-FECHA-HOY
               INITIALIZE AreaDeComunicacionMovimiento
               MOVE 2 TO Opcion-movimiento
               MOVE WS-FECHA-CORTE TO FECHA-MOV
               CALL RUTMOV USING AreaDeComunicacionMovimiento
               IF RET-COD-9 = "00"
                   MOVE "S" TO WS-A-FECHA
               ELSE
                   DISPLAY "NO SE PUDIERON LEER LOS MOVIMIENTOS: "
                       DESC-ERROR-9
                   DISPLAY "SE INFORMA LA SITUACION DE HOY"
                   MOVE 0 TO WS-FECHA-CORTE
               END-IF
           END-IF.

       1000-ABRIR-ARCHIVOS.
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               MOVE "10" TO WS-FS-ALU
           END-READ
           IF WS-FS-ALU-OK
               IF A-FECHA-SI
                   PERFORM 2050-SITUACION-A-FECHA
               END-IF
               PERFORM 2010-CONTAR-SITUACION
           END-IF.

      * ESTADO EN BLANCO = A LA FECHA DE CORTE TODAVIA NO ESTABA (O YA
      * NO ESTABA) EN EL MAESTRO: NO SE CUENTA
       2010-CONTAR-SITUACION.
           IF ALU-ESTADO-ACTIVO
               ADD 1 TO WS-CANT-ACTIVOS
               PERFORM 2100-CONTAR-SECCION
               PERFORM 2200-CONTAR-NACIONALIDAD
           ELSE
               IF ALU-ESTADO NOT = SPACE
                   ADD 1 TO WS-CANT-INACTIVOS
               END-IF
           END-IF.

      * REEMPLAZA EN EL REGISTRO LEIDO LA SECCION Y EL ESTADO POR LOS
      * DE LA FECHA DE CORTE. SIN MOVIMIENTOS VALE EL MAESTRO, SALVO
      * QUE EL ALUMNO HAYA INGRESADO DESPUES DEL MES DE CORTE
       2050-SITUACION-A-FECHA.
           MOVE 3 TO Opcion-movimiento
           MOVE ALU-NRO-ALUMNO TO NRO-ALUMNO-MOV
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF HALLADO-MOV = "S"
               MOVE SECCION-FECHA-MOV TO ALU-SECCION
               MOVE ESTADO-FECHA-MOV TO ALU-ESTADO
           ELSE
               IF ALU-ANIO IS NUMERIC AND ALU-MES IS NUMERIC
                   COMPUTE WS-INGRESO-ANIO-MES =
                       ALU-ANIO * 100 + ALU-MES
                   IF WS-INGRESO-ANIO-MES > WS-CORTE-ANIO-MES
                       MOVE SPACE TO ALU-ESTADO
                   END-IF
               END-IF
           END-IF.

       2100-CONTAR-SECCION.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING SEC-INDICE FROM 1 BY 1
               MOVE 1 TO PAI-CANT(PAI-TOTAL)
           END-IF.

      * ALUMNOS BORRADOS DEL MAESTRO DESPUES DE LA FECHA DE CORTE:
      * SOLO SE CONOCEN POR SUS MOVIMIENTOS
       2300-CONTAR-DADOS-DE-BAJA.
           MOVE 0 TO NRO-ALUMNO-MOV
           MOVE "00" TO RET-COD-9
           PERFORM 2310-SIGUIENTE-DADO-DE-BAJA
               UNTIL RET-COD-9 NOT = "00".

       2310-SIGUIENTE-DADO-DE-BAJA.
           MOVE 4 TO Opcion-movimiento
           CALL RUTMOV USING AreaDeComunicacionMovimiento
           IF RET-COD-9 = "00"
               MOVE SPACES TO ALUMNOS-REGISTRO
               MOVE NRO-ALUMNO-MOV TO ALU-NRO-ALUMNO
               MOVE 0 TO ALU-NRO-PAIS
               MOVE 3 TO Opcion-movimiento
               CALL RUTMOV USING AreaDeComunicacionMovimiento
               MOVE SECCION-FECHA-MOV TO ALU-SECCION
               MOVE ESTADO-FECHA-MOV TO ALU-ESTADO
               PERFORM 2010-CONTAR-SITUACION
           END-IF.

       2500-CONTAR-HISTORIAL.
           READ HISTORIAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-HIS
       3000-ESCRIBIR-EXTRACTO.
           MOVE "TOTALES PARA EL MINISTERIO" TO WS-LINEA-CONTROL
           PERFORM 9020-ESCRIBIR-CONTROL
           IF A-FECHA-SI
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING "ALUMNOS SEGUN SU SITUACION AL " DELIMITED BY SIZE
                   WS-FECHA-CORTE DELIMITED BY SIZE
                   INTO WS-LINEA-CONTROL
               PERFORM 9020-ESCRIBIR-CONTROL
           END-IF
           PERFORM 3100-ESCRIBIR-SECCION
               VARYING SEC-INDICE FROM 1 BY 1
               UNTIL SEC-INDICE > SEC-TOTAL
           CLOSE ALUMNOS
           CLOSE HISTORIAL
           CLOSE ESTMIN
           PERFORM 9930-REGISTRAR-SPOOL
           CLOSE ESTMINCTL.

      * REGISTRA LA SALIDA EN EL SPOOL DE LISTADOS (RUTSPOOL), QUE
      * GUARDA UNA COPIA FECHADA PARA REIMPRIMIRLA DESDE PGSPOOL; UN
      * ERROR DEL SPOOL SOLO SE AVISA, EL LISTADO YA ESTA GRABADO
       9930-REGISTRAR-SPOOL.
           INITIALIZE AreaDeComunicacionSpool
           MOVE 1 TO Opcion-spool
           MOVE "ESTMIN.dat" TO ARCHIVO-SPL
           MOVE "PGESTMIN" TO PROGRAMA-SPL
           STRING "ANIO=" DELIMITED BY SIZE
               WS-ANIO-PROMOCION DELIMITED BY SIZE
               " CORTE=" DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGESTMIN.
