      * PGNOCHE.CTL EXISTE Y PIDE REINICIO (R), LOS PASOS QUE EN LA
      * CORRIDA ANTERIOR TERMINARON "FIN NORMAL" NO SE REPITEN: LA
      * VENTANA BATCH ES CORTA Y REHACER LA CONCILIACION ENTERA SE
      * COMIA LA MITAD. ANTES DEL PRIMER PASO Y DESPUES DEL ULTIMO
      * SE SACA LA FOTO DE TOTALES DE CONTROL (RUTTOTAL, TOTALES.dat):
      * SI AL INICIO UN ARCHIVO ACHICO O CAMBIO DE MAS SIN UN
      * PROGRAMA QUE LO EXPLIQUE, LA CADENA NO CORRE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CTL.
      * TARJETA DE CONTROL PROPIA: R EN LA PRIMERA POSICION PIDE
      * REINICIAR DESDE EL PRIMER PASO QUE NO TERMINO BIEN; S EN LA
      * SEGUNDA ACEPTA LAS DIFERENCIAS DEL LIBRO DE TOTALES (HAY QUE
      * SACARLA DESPUES DE USARLA) Y LA 3-4 LLEVA EL PORCENTAJE DE
      * CAMBIO TOLERADO (EN BLANCO O CERO, 20%)
       SELECT OPTIONAL NOCHECTL    ASSIGN TO "PGNOCHE.CTL"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-NCT.
           01 NCT-REGISTRO.
              05 NCT-MODO PIC X.
                 88 NCT-MODO-REINICIO VALUE "R".
              05 NCT-ACEPTAR PIC X.
              05 NCT-PORCENTAJE PIC 99.
              05 FILLER PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOC PIC XX.
               10 TABCAD-PROGRAMA PIC X(8).
               10 TABCAD-CORTA PIC X.
       77 TABCAD-INDICE PIC 99.
       77 TABTOT-INDICE PIC 9.
       77 TABCAD-TOTAL PIC 99 VALUE 0.
       77 WS-PROGRAMA-PASO PIC X(8) VALUE SPACES.
       77 WS-CORTA-PASO PIC X VALUE "N".
           88 PASO-HECHO-SI VALUE "S".
           88 PASO-HECHO-NO VALUE "N".

      * LIBRO DE TOTALES: LO QUE DICE LA TARJETA PROPIA Y EL PASO
      * CON QUE SALEN SUS LINEAS EN NOCHE.dat (00 INICIO, 99 FIN)
       77 WS-ACEPTAR-TOTALES PIC X VALUE "N".
       77 WS-PORCENTAJE-TOTALES PIC 99 VALUE 0.
       77 WS-MOMENTO-TOTALES PIC X(6) VALUE SPACES.
       01 RUTTOTAL PIC X(8) VALUE "RUTTOTAL".
      * AREA DE COMUNICACION RUTINA TOTALES DE CONTROL
       COPY "COPY-ACT.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-LEER-TARJETA-PROPIA
               DISPLAY "ERROR AL ABRIR NOCHE.dat"
               DISPLAY "FILE STATUS " WS-FS-NOC
           END-IF
           MOVE 1 TO Opcion-totales
           PERFORM 0500-CONTROLAR-TOTALES
           IF RET-COD-10 NOT = "00"
               MOVE "S" TO WS-CADENA-DETENIDA
           END-IF
           PERFORM 1000-EJECUTAR-PASO
               VARYING TABCAD-INDICE FROM 1 BY 1
               UNTIL TABCAD-INDICE > TABCAD-TOTAL
      * LA FOTO DE FIN NO SE SACA SI LA DE INICIO YA DETUVO LA
      * CADENA: NO CORRIO NADA Y REPETIRIA LAS MISMAS OBSERVACIONES
           IF RET-COD-10 = "00"
               MOVE 2 TO Opcion-totales
               PERFORM 0500-CONTROLAR-TOTALES
           END-IF
           CLOSE NOCHE
           DISPLAY "CADENA NOCTURNA TERMINADA"
           STOP RUN.

       0100-LEER-TARJETA-PROPIA.
           MOVE "N" TO WS-MODO-REINICIO
           MOVE "N" TO WS-ACEPTAR-TOTALES
           MOVE 0 TO WS-PORCENTAJE-TOTALES
           OPEN INPUT NOCHECTL
           IF WS-FS-NCT-OK
               READ NOCHECTL NEXT RECORD AT END
                   MOVE "S" TO WS-MODO-REINICIO
                   DISPLAY "CORRIDA EN MODO REINICIO"
               END-IF
               IF WS-FS-NCT-OK AND NCT-ACEPTAR = "S"
                   MOVE "S" TO WS-ACEPTAR-TOTALES
                   DISPLAY "SE ACEPTAN LAS DIFERENCIAS DE TOTALES"
               END-IF
               IF WS-FS-NCT-OK AND NCT-PORCENTAJE IS NUMERIC
                   MOVE NCT-PORCENTAJE TO WS-PORCENTAJE-TOTALES
               END-IF
           END-IF
           CLOSE NOCHECTL.

               MOVE CAD-CORTA TO TABCAD-CORTA(TABCAD-TOTAL)
           END-IF.

      * FOTO DE TOTALES DE CONTROL (OPCION 1 INICIO, 2 FIN): UNA
      * LINEA DE ESTADO CON EL RESULTADO Y OTRA POR CADA ARCHIVO CON
      * DIFERENCIA, CON LA CANTIDAD ANTERIOR Y LA ACTUAL
       0500-CONTROLAR-TOTALES.
           IF Opcion-totales = 1
               MOVE 00 TO WS-PASO
               MOVE "INICIO" TO WS-MOMENTO-TOTALES
           ELSE
               MOVE 99 TO WS-PASO
               MOVE "FIN" TO WS-MOMENTO-TOTALES
           END-IF
           MOVE WS-PORCENTAJE-TOTALES TO PORCENTAJE-TOT
           MOVE WS-ACEPTAR-TOTALES TO ACEPTAR-TOT
           CALL RUTTOTAL USING AreaDeComunicacionTotales
           MOVE "RUTTOTAL" TO WS-LINEA-ESTADO
           MOVE SPACES TO WS-DETALLE-ESTADO
           EVALUATE RET-COD-10
               WHEN "00"
                   STRING "TOTALES " DELIMITED BY SIZE
                       WS-MOMENTO-TOTALES DELIMITED BY SPACE
                       " OK" DELIMITED BY SIZE
                       INTO WS-DETALLE-ESTADO
               WHEN "40"
                   STRING "TOTALES " DELIMITED BY SIZE
                       WS-MOMENTO-TOTALES DELIMITED BY SPACE
                       " OBSERVADOS - CADENA DETENIDA"
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-ESTADO
               WHEN OTHER
                   STRING "TOTALES " DELIMITED BY SIZE
                       WS-MOMENTO-TOTALES DELIMITED BY SPACE
                       " SIN FOTO - CADENA DETENIDA"
                           DELIMITED BY SIZE
                       INTO WS-DETALLE-ESTADO
                   DISPLAY DESC-ERROR-10
           END-EVALUATE
           PERFORM 9000-GRABAR-ESTADO
           IF RET-COD-10 = "00" OR RET-COD-10 = "40"
               PERFORM 0510-INFORMAR-ARCHIVO
                   VARYING TABTOT-INDICE FROM 1 BY 1
                   UNTIL TABTOT-INDICE > 5
           END-IF.

       0510-INFORMAR-ARCHIVO.
           IF ESTADO-TOT(TABTOT-INDICE) NOT = "N"
               MOVE SPACES TO WS-DETALLE-ESTADO
               STRING NOMBRE-TOT(TABTOT-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REGISTROS-ANT-TOT(TABTOT-INDICE) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   REGISTROS-TOT(TABTOT-INDICE) DELIMITED BY SIZE
                   INTO WS-DETALLE-ESTADO
               EVALUATE ESTADO-TOT(TABTOT-INDICE)
                   WHEN "J"
                       MOVE JUSTIFICA-TOT(TABTOT-INDICE)
                           TO WS-DETALLE-ESTADO(30:8)
                   WHEN "A"
                       MOVE "ACEPTADO" TO WS-DETALLE-ESTADO(30:8)
                   WHEN OTHER
                       MOVE "OBSERVADO" TO WS-DETALLE-ESTADO(30:9)
               END-EVALUATE
               PERFORM 9000-GRABAR-ESTADO
           END-IF.

      * EJECUTA UN PASO DE LA TABLA: SALTEADO SI EL REINICIO LO DA
      * POR HECHO, NO EJECUTADO SI LA CADENA YA SE DETUVO, Y CON LA
      * VERIFICACION DE TARJETA PROPIA DEL LISTADO BATCH
