                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
      * NOTAS INDEXADO POR ALUMNO/MATERIA/AÑO/MES; ACA SOLO SE
      * RECORRE EN SECUENCIA DE CLAVE
       SELECT OPTIONAL NOTAS       ASSIGN TO "NOTAS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
      * INTERFAZ DE ANCHO FIJO PARA EL PORTAL DE INSCRIPCIONES: UN
      * REGISTRO POR NOTA, CON LOS DATOS DEL ALUMNO REPETIDOS EN CADA

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

      * REGISTRO DE SALIDA DE 80 POSICIONES, ANCHO FIJO, SIN SEPARADORES,
