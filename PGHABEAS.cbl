       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGHABEAS.

      * INFORME DE DATOS PERSONALES (HABEAS DATA): ANTE UN PEDIDO
      * FORMAL DE ACCESO DE LA FAMILIA, JUNTA EN UN SOLO DOCUMENTO
      * TODO LO QUE EL SISTEMA GUARDA DE UN ALUMNO: EL MAESTRO Y SU
      * SECCION, DOCUMENTACION DE INSCRIPCION, RESPONSABLES, FICHA
      * MEDICA, HISTORIAL, EGRESO, NOTAS (VIVAS Y ARCHIVADAS POR
      * PGARCHIV), EVALUACIONES, RECTIFICACIONES, OBSERVACIONES DEL
      * CONSEJO DE CURSO, ASISTENCIA MENSUAL Y DIARIA, CONDICION DE
      * LIBRE, EXAMENES, CUOTAS, PRESTAMOS DE BIBLIOTECA, BECAS,
      * SANCIONES, CITACIONES, AVISOS A RESPONSABLES, PREVIAS,
      * EQUIVALENCIAS, LAS CONSTANCIAS/ANALITICOS Y CARNETS EMITIDOS,
      * LOS CAMBIOS DE SECCION Y ESTADO (MOVALU.dat) Y LAS LINEAS DE
      * AUDITORIA (VIVAS Y ARCHIVADAS POR PGARCAUD)
      * CUYA CLAVE NOMBRA AL ALUMNO. LOS ARCHIVOS HISTORICOS SE
      * BUSCAN DESDE EL AÑO DE INGRESO DEL ALUMNO HASTA EL AÑO EN
      * CURSO. CADA INFORME LLEVA EL NRO CORRELATIVO DE CONSTNUM.dat,
      * QUEDA REGISTRADO EN CONSTLOG.dat COMO LAS CONSTANCIAS Y DEJA
      * UNA LINEA DE AUDITORIA. EL PROGRAMA SOLO LEE: NO MODIFICA
      * NINGUN ARCHIVO DEL ALUMNO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO INDEXADO POR NRO DE ALUMNO: LECTURA DIRECTA POR CLAVE
       SELECT OPTIONAL ALUMNOS     ASSIGN TO "ALUMNOS.dat"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS ALU-NRO-ALUMNO
                                           FILE STATUS IS WS-FS-ALU.
       SELECT OPTIONAL SECCIONES   ASSIGN TO "SECCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SEC.
       SELECT OPTIONAL RESPONSABLES ASSIGN TO "RESPONSABLES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-RES.
       SELECT OPTIONAL FICHAS      ASSIGN TO "FICHAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-FIC.
       SELECT OPTIONAL HISTORIAL   ASSIGN TO "HISTORIAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HIS.
      * LA ENTRADA DE NOTAS ES DINAMICA: EL ARCHIVO VIVO Y DESPUES EL
      * HISTORICO DE CADA AÑO (NOTAS2023.HIS)
      * (AMBOS INDEXADOS POR ALUMNO/MATERIA/AÑO/MES: SE LEEN SOLO
      * LAS NOTAS DEL ALUMNO, A PARTIR DE SU PRIMERA CLAVE)
       SELECT OPTIONAL NOTAS       ASSIGN TO DYNAMIC WS-RUTA-NOTAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOT-CLAVE
                                           FILE STATUS IS WS-FS-NOT.
       SELECT OPTIONAL RECTIF      ASSIGN TO "RECTIF.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-REC.
       SELECT OPTIONAL ASISTENCIA  ASSIGN TO "ASISTENCIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-ASI.
       SELECT OPTIONAL ASISDIA     ASSIGN TO "ASISDIA.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-DIA.
       SELECT OPTIONAL EXAMENES    ASSIGN TO "EXAMENES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EXA.
       SELECT OPTIONAL CUOTAS      ASSIGN TO "CUOTAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CUO.
       SELECT OPTIONAL BECAS       ASSIGN TO "BECAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-BEC.
       SELECT OPTIONAL SANCIONES   ASSIGN TO "SANCIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-SAN.
       SELECT OPTIONAL CITACIONES  ASSIGN TO "CITACIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CIT.
       SELECT OPTIONAL PREVIAS     ASSIGN TO "PREVIAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PRE.
       SELECT OPTIONAL EQUIVAL     ASSIGN TO "EQUIVAL.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EQU.
       SELECT OPTIONAL LEGAJOS     ASSIGN TO "LEGAJOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LEG.
       SELECT OPTIONAL EGRESADOS   ASSIGN TO "EGRESADOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EGR.
       SELECT OPTIONAL EVALUACIONES ASSIGN TO "EVALUACIONES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-EVA.
       SELECT OPTIONAL OBSERVAC    ASSIGN TO "OBSERVAC.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-OBC.
       SELECT OPTIONAL LIBRES      ASSIGN TO "LIBRES.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LIB.
       SELECT OPTIONAL PRESTAMOS   ASSIGN TO "PRESTAMOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-PST.
       SELECT OPTIONAL AVISOS      ASSIGN TO "AVISOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AVI.
      * REGISTROS DE EMISION DE PGCONSTA/PGANALIT Y DE PGCARNET
       SELECT OPTIONAL CONSTLOG    ASSIGN TO "CONSTLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-LOG.
       SELECT OPTIONAL CARNETLOG   ASSIGN TO "CARNETLOG.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-CRN.
      * CAMBIOS DE SECCION Y DE ESTADO (RUTMOV)
       SELECT OPTIONAL MOVALU      ASSIGN TO "MOVALU.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-MVA.
      * LA AUDITORIA TAMBIEN ES DINAMICA: AUDITORIA.dat Y LOS
      * HISTORICOS DE PGARCAUD (AUDITORIA2023.HIS)
       SELECT OPTIONAL AUDITORIA   ASSIGN TO DYNAMIC WS-RUTA-AUD
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-AUD.
      * LOS INFORMES EMITIDOS SE AGREGAN UNO DETRAS DE OTRO
       SELECT OPTIONAL HABEAS      ASSIGN TO "HABEAS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-HAB.
      * ULTIMO NRO DE CONSTANCIA EMITIDO (COMPARTIDO CON PGCONSTA)
       SELECT OPTIONAL CONSTNUM    ASSIGN TO "CONSTNUM.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                           FILE STATUS IS WS-FS-NUM.

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
                 88 ALU-ESTADO-INACTIVO VALUE "I".
                 88 ALU-ESTADO-EGRESADO VALUE "E".

       FD SECCIONES.
           01 SECCIONES-REGISTRO.
              05 SEC-CODIGO PIC X(2).
              05 SEC-TURNO PIC X.
              05 SEC-PRECEPTOR PIC X(20).
              05 SEC-CAPACIDAD PIC 99.

       FD RESPONSABLES.
           01 RESPONSABLES-REGISTRO.
              05 RES-NRO-ALUMNO PIC 9(4).
              05 RES-NOMBRE PIC X(25).
              05 RES-PARENTESCO PIC X(10).
              05 RES-TELEFONO PIC X(15).

       FD FICHAS.
           01 FICHAS-REGISTRO.
              05 FIC-NRO-ALUMNO PIC 9(4).
              05 FIC-GRUPO-SANGUINEO PIC X(3).
              05 FIC-ALERGIAS PIC X(40).
              05 FIC-MEDICACION PIC X(40).
              05 FIC-OBRA-SOCIAL PIC X(20).
              05 FIC-NRO-AFILIADO PIC X(15).
              05 FIC-APTO-EMISION PIC 9(8).
              05 FIC-APTO-VENCE PIC 9(8).

       FD HISTORIAL.
           01 HISTORIAL-REGISTRO.
              05 HIST-NRO-ALUMNO PIC 9(4).
              05 HIST-ANIO PIC 9(4).
              05 HIST-ESTADO PIC X.

       FD NOTAS.
           01 NOTAS-ALUMNOS.
              05 NOT-CLAVE.
                 10 NOT-NRO-ALUMNO PIC 9(4).
                 10 NOT-NRO-MATERIA PIC 99.
                 10 NOT-ANIO PIC 9(4).
                 10 NOT-MES PIC 99.
              05 NOT-NOTA PIC 99V9.

       FD RECTIF.
           01 RECTIF-REGISTRO.
              05 REC-NRO-ALUMNO PIC 9(4).
              05 REC-NRO-MATERIA PIC 99.
              05 REC-ANIO PIC 9(4).
              05 REC-MES PIC 99.
              05 REC-NOTA PIC 99V9.
              05 REC-MOTIVO PIC X(20).
              05 REC-OPERADOR PIC X(10).

       FD ASISTENCIA.
           01 ASISTENCIA-REGISTRO.
              05 ASI-NRO-ALUMNO PIC 9(4).
              05 ASI-NRO-MATERIA PIC 99.
              05 ASI-ANIO PIC 9(4).
              05 ASI-MES PIC 99.
              05 ASI-CLASES PIC 99.
              05 ASI-INASISTENCIAS PIC 99.

       FD ASISDIA.
           01 ASISDIA-REGISTRO.
              05 DIA-NRO-ALUMNO PIC 9(4).
              05 DIA-NRO-MATERIA PIC 99.
              05 DIA-FECHA PIC 9(8).
              05 DIA-ESTADO PIC X.
              05 DIA-JUSTIFICADA PIC X.

       FD EXAMENES.
           01 EXAMENES-REGISTRO.
              05 EXA-NRO-ALUMNO PIC 9(4).
              05 EXA-NRO-MATERIA PIC 99.
              05 EXA-ANIO PIC 9(4).
              05 EXA-DIA-MESA PIC 99.
              05 EXA-MES-MESA PIC 99.
              05 EXA-NOTA PIC 99V9.

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

       FD BECAS.
           01 BECAS-REGISTRO.
              05 BEC-NRO-ALUMNO PIC 9(4).
              05 BEC-ANIO PIC 9(4).
              05 BEC-TIPO PIC X(12).
              05 BEC-IMPORTE PIC 9(6)V99.
              05 BEC-ESTADO PIC X.
                 88 BEC-ESTADO-SOLICITADA VALUE "S".
                 88 BEC-ESTADO-OTORGADA VALUE "O".
                 88 BEC-ESTADO-RECHAZADA VALUE "R".

       FD SANCIONES.
           01 SANCIONES-REGISTRO.
              05 SAN-NRO-ALUMNO PIC 9(4).
              05 SAN-ANIO PIC 9(4).
              05 SAN-MES PIC 99.
              05 SAN-DIA PIC 99.
              05 SAN-TIPO PIC X(12).
              05 SAN-PUNTOS PIC 99.
              05 SAN-DESCRIPCION PIC X(30).
              05 SAN-OPERADOR PIC X(10).

       FD CITACIONES.
           01 CITACIONES-REGISTRO.
              05 CIT-NRO-ALUMNO PIC 9(4).
              05 CIT-FECHA-EMISION PIC X(8).
              05 CIT-MOTIVO PIC X(20).
              05 CIT-RESPONSABLE PIC X(25).
              05 CIT-FECHA-REUNION PIC X(8).
              05 CIT-RESULTADO PIC X(20).

       FD PREVIAS.
           01 PREVIAS-REGISTRO.
              05 PRE-NRO-ALUMNO PIC 9(4).
              05 PRE-NRO-MATERIA PIC 99.
              05 PRE-ANIO-ORIGEN PIC 9(4).
              05 PRE-ESTADO PIC X.
                 88 PRE-ESTADO-PENDIENTE VALUE "P".
                 88 PRE-ESTADO-SALDADA VALUE "S".

       FD EQUIVAL.
           01 EQUIVAL-REGISTRO.
              05 EQU-NRO-ALUMNO PIC 9(4).
              05 EQU-NRO-MATERIA PIC 99.
              05 EQU-ESCUELA PIC X(25).
              05 EQU-NOTA PIC 99V9.
              05 EQU-RESOLUCION PIC X(10).
              05 EQU-FECHA PIC X(8).

       FD LEGAJOS.
           01 LEGAJOS-REGISTRO.
              05 LEG-NRO-ALUMNO PIC 9(4).
              05 LEG-TIPO-INGRESO PIC X.
              05 LEG-DOCUMENTO OCCURS 10 TIMES.
                 10 LEG-CODIGO-DOC PIC X(4).
                 10 LEG-FECHA-RECEPCION PIC 9(8).
                 10 LEG-OPERADOR PIC X(10).

       FD EGRESADOS.
           01 EGRESADOS-REGISTRO.
              05 EGR-NRO-DIPLOMA PIC 9(6).
              05 EGR-FOLIO PIC 9(4).
              05 EGR-NRO-ALUMNO PIC 9(4).
              05 EGR-NOMBRE PIC X(23).
              05 EGR-DOCUMENTO PIC 9(8).
              05 EGR-SECCION PIC X(2).
              05 EGR-ANIO-EGRESO PIC 9(4).
              05 EGR-FECHA PIC 9(8).
              05 EGR-PROMEDIO PIC 99V99.
              05 EGR-OPERADOR PIC X(10).

       FD EVALUACIONES.
           01 EVALUACIONES-REGISTRO.
              05 EVA-NRO-ALUMNO PIC 9(4).
              05 EVA-NRO-MATERIA PIC 99.
              05 EVA-FECHA PIC 9(8).
              05 EVA-TIPO PIC X.
              05 EVA-PESO PIC 999.
              05 EVA-NOTA PIC 99V9.
              05 EVA-DESCRIPCION PIC X(20).
              05 EVA-OPERADOR PIC X(10).

       FD OBSERVAC.
           01 OBSERVAC-REGISTRO.
              05 OBC-NRO-ALUMNO PIC 9(4).
              05 OBC-NRO-MATERIA PIC 99.
              05 OBC-ANIO PIC 9(4).
              05 OBC-TRIMESTRE PIC 9.
              05 OBC-COD-DOCENTE PIC 9(4).
              05 OBC-TEXTO PIC X(60).
              05 OBC-OPERADOR PIC X(10).
              05 OBC-FECHA PIC 9(8).

       FD LIBRES.
           01 LIBRES-REGISTRO.
              05 LIB-NRO-ALUMNO PIC 9(4).
              05 LIB-NRO-MATERIA PIC 99.
              05 LIB-ANIO PIC 9(4).
              05 LIB-FECHA PIC 9(8).
              05 LIB-INASISTENCIAS PIC 9(3).
              05 LIB-TOPE PIC 999.

       FD PRESTAMOS.
           01 PRESTAMOS-REGISTRO.
              05 PST-NRO-ALUMNO PIC 9(4).
              05 PST-CODIGO-LIBRO PIC 9(5).
              05 PST-FECHA-PRESTAMO PIC 9(8).
              05 PST-FECHA-VENCE PIC 9(8).
              05 PST-FECHA-DEVOLUCION PIC 9(8).
              05 PST-OPERADOR PIC X(10).
              05 PST-OPERADOR-DEV PIC X(10).

       FD AVISOS.
           01 AVISOS-REGISTRO.
              05 AVI-NRO-ALUMNO PIC 9(4).
              05 AVI-FECHA PIC 9(8).
              05 AVI-NOMBRE PIC X(23).
              05 AVI-SECCION PIC X(2).
              05 AVI-RESPONSABLE PIC X(25).
              05 AVI-TELEFONO PIC X(15).
              05 AVI-MATERIAS PIC 99.
              05 AVI-ESTADO PIC X(2).
              05 AVI-DETALLE PIC X(30).

       FD CONSTLOG.
           01 CONSTLOG-REGISTRO.
              05 LOG-NRO-CONSTANCIA PIC 9(6).
              05 LOG-NRO-ALUMNO PIC 9(4).
              05 LOG-FECHA PIC X(14).
              05 LOG-OPERADOR PIC X(10).

       FD CARNETLOG.
           01 CARNETLOG-REGISTRO.
              05 CRN-NRO-CARNET PIC 9(6).
              05 CRN-NRO-ALUMNO PIC 9(4).
              05 CRN-FECHA PIC X(14).
              05 CRN-OPERADOR PIC X(10).
              05 CRN-ESTADO PIC X.
                 88 CRN-ESTADO-ANULADO VALUE "A".

       FD MOVALU.
           01 MOVALU-REGISTRO.
              05 MVA-NRO-ALUMNO PIC 9(4).
              05 MVA-FECHA-EFECTIVA PIC 9(8).
              05 MVA-SECCION-ANT PIC X(2).
              05 MVA-ESTADO-ANT PIC X.
              05 MVA-SECCION-NUE PIC X(2).
              05 MVA-ESTADO-NUE PIC X.
              05 MVA-PROGRAMA PIC X(8).
              05 MVA-OPERADOR PIC X(10).
              05 MVA-FECHA-REGISTRO PIC X(14).

       FD AUDITORIA.
      * LINEA DE 100 POSICIONES MAS EL SELLO ENCADENADO DE RUTAUD
           01 AUDITORIA-REGISTRO.
              05 AUD-LINEA PIC X(100).
              05 AUD-SELLO PIC X(28).

       FD HABEAS.
           01 HABEAS-LINEA PIC X(80).

       FD CONSTNUM.
           01 CONSTNUM-REGISTRO.
              05 NUM-ULTIMO PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALU PIC XX.
           88 WS-FS-ALU-OK VALUE "00".
           88 WS-FS-ALU-NOEXISTE VALUE "05" "35".
       01 WS-FS-SEC PIC XX.
           88 WS-FS-SEC-OK VALUE "00".
       01 WS-FS-RES PIC XX.
           88 WS-FS-RES-OK VALUE "00".
       01 WS-FS-FIC PIC XX.
           88 WS-FS-FIC-OK VALUE "00".
       01 WS-FS-HIS PIC XX.
           88 WS-FS-HIS-OK VALUE "00".
       01 WS-FS-NOT PIC XX.
           88 WS-FS-NOT-OK VALUE "00".
       01 WS-FS-REC PIC XX.
           88 WS-FS-REC-OK VALUE "00".
       01 WS-FS-ASI PIC XX.
           88 WS-FS-ASI-OK VALUE "00".
       01 WS-FS-DIA PIC XX.
           88 WS-FS-DIA-OK VALUE "00".
       01 WS-FS-EXA PIC XX.
           88 WS-FS-EXA-OK VALUE "00".
       01 WS-FS-CUO PIC XX.
           88 WS-FS-CUO-OK VALUE "00".
       01 WS-FS-BEC PIC XX.
           88 WS-FS-BEC-OK VALUE "00".
       01 WS-FS-SAN PIC XX.
           88 WS-FS-SAN-OK VALUE "00".
       01 WS-FS-CIT PIC XX.
           88 WS-FS-CIT-OK VALUE "00".
       01 WS-FS-PRE PIC XX.
           88 WS-FS-PRE-OK VALUE "00".
       01 WS-FS-EQU PIC XX.
           88 WS-FS-EQU-OK VALUE "00".
       01 WS-FS-LEG PIC XX.
           88 WS-FS-LEG-OK VALUE "00".
       01 WS-FS-EGR PIC XX.
           88 WS-FS-EGR-OK VALUE "00".
       01 WS-FS-EVA PIC XX.
           88 WS-FS-EVA-OK VALUE "00".
       01 WS-FS-OBC PIC XX.
           88 WS-FS-OBC-OK VALUE "00".
       01 WS-FS-LIB PIC XX.
           88 WS-FS-LIB-OK VALUE "00".
       01 WS-FS-PST PIC XX.
           88 WS-FS-PST-OK VALUE "00".
       01 WS-FS-AVI PIC XX.
           88 WS-FS-AVI-OK VALUE "00".
       01 WS-FS-LOG PIC XX.
           88 WS-FS-LOG-OK VALUE "00".
           88 WS-FS-LOG-NOEXISTE VALUE "05" "35".
       01 WS-FS-CRN PIC XX.
           88 WS-FS-CRN-OK VALUE "00".
       01 WS-FS-MVA PIC XX.
           88 WS-FS-MVA-OK VALUE "00".
       01 WS-FS-AUD PIC XX.
           88 WS-FS-AUD-OK VALUE "00".
       01 WS-FS-HAB PIC XX.
           88 WS-FS-HAB-OK VALUE "00".
           88 WS-FS-HAB-NOEXISTE VALUE "05" "35".
       01 WS-FS-NUM PIC XX.
           88 WS-FS-NUM-OK VALUE "00".
           88 WS-FS-NUM-NOEXISTE VALUE "05" "35".
      * ESTADO CON QUE TERMINO LA LECTURA DE UN ARCHIVO: FIN DE
      * ARCHIVO O ARCHIVO INEXISTENTE ES NORMAL, CUALQUIER OTRO
      * DEJA LA SECCION MARCADA COMO INCOMPLETA
       01 WS-FS-FIN PIC XX.
           88 WS-FS-FIN-NORMAL VALUE "10" "05" "35".

       77 WS-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-CODIGO-ALUMNO PIC 9(4) VALUE 0.
       01 WS-CODIGO-ALUMNO-X PIC X(4) VALUE SPACES.
       77 WS-NRO-CONSTANCIA PIC 9(6) VALUE 0.
       01 WS-LINEA-CARTA PIC X(80) VALUE SPACES.
       01 WS-NACIONALIDAD PIC X(20) VALUE SPACES.
       01 WS-FECHA-EN-LETRAS PIC X(23) VALUE SPACES.
       01 WS-CONTROL PIC XX.
           88 WS-CONTROL-OK VALUE "SI".
           88 WS-CONTROL-NO VALUE "NO".

      * RUTAS DE LOS ARCHIVOS DINAMICOS Y RANGO DE AÑOS HISTORICOS
       01 WS-RUTA-NOTAS PIC X(13) VALUE "NOTAS.dat".
       01 WS-RUTA-AUD PIC X(17) VALUE "AUDITORIA.dat".
       77 WS-ANIO-HOY PIC 9(4) VALUE 0.
       77 WS-ANIO-DESDE PIC 9(4) VALUE 0.
       77 WS-ANIO-ARCHIVO PIC 9(4) VALUE 0.

      * CONTADOR DE REGISTROS DE LA SECCION EN CURSO Y MARCA DE
      * SECCION INCOMPLETA POR ERROR DE LECTURA
       77 WS-CANT-SECCION PIC 9(5) VALUE 0.
       01 WS-SECCION-INCOMPLETA PIC X VALUE "N".
           88 SECCION-INCOMPLETA-SI VALUE "S".
           88 SECCION-INCOMPLETA-NO VALUE "N".
       01 WS-TITULO-SECCION PIC X(40) VALUE SPACES.

      * CAMPOS EDITADOS PARA EL DOCUMENTO
       01 WS-NOTA-ED PIC Z9.9.
       01 WS-PROMEDIO-ED PIC Z9.99.
       77 WS-DOC-INDICE PIC 99 VALUE 0.
       01 WS-IMPORTE-ED PIC ZZZ,ZZ9.99.
       01 WS-TEXTO-ESTADO PIC X(11) VALUE SPACES.
       01 WS-TURNO-TEXTO PIC X(6) VALUE SPACES.
       01 WS-SECCION-ENCONTRADA PIC X VALUE "N".
           88 SECCION-ENCONTRADA-SI VALUE "S".
           88 SECCION-ENCONTRADA-NO VALUE "N".

      * CAMPOS DE UNA LINEA DE AUDITORIA, SEPARADOS COMO EN PGLISAUD
       77 WS-A-PROGRAMA PIC X(8) VALUE SPACES.
       77 WS-A-OPERACION PIC X(12) VALUE SPACES.
       77 WS-A-CLAVE PIC X(10) VALUE SPACES.
       77 WS-A-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-A-FECHA-HORA PIC X(21) VALUE SPACES.
       77 WS-RESTO-1 PIC X(92) VALUE SPACES.
       77 WS-RESTO-2 PIC X(80) VALUE SPACES.
       77 WS-RESTO-3 PIC X(60) VALUE SPACES.
       01 WS-LINEA-DEL-ALUMNO PIC X VALUE "N".
           88 LINEA-DEL-ALUMNO-SI VALUE "S".
           88 LINEA-DEL-ALUMNO-NO VALUE "N".

      * PROGRAMAS CUYA CLAVE DE AUDITORIA EMPIEZA CON EL NRO DE
      * ALUMNO (SOLO O SEGUIDO DE MATERIA, AÑO, ETC.). LAS CLAVES DE
      * LOS DEMAS PROGRAMAS SON SECCIONES, MATERIAS, DOCENTES,
      * OPERADORES O FECHAS Y NO SE CONSIDERAN
       01 TABLA-PROG-ALUMNO.
           05 FILLER PIC X(40) VALUE
               "PGANONIMPGAPRUEBPGCALNOTPGDUPDOCPGENALU ".
           05 FILLER PIC X(40) VALUE
               "PGENASISPGENBECAPGENCITAPGENCUO PGENEQUI".
           05 FILLER PIC X(40) VALUE
               "PGENEVALPGENEXAMPGENHISTPGENINSCPGENMESA".
           05 FILLER PIC X(40) VALUE
               "PGENNOTAPGENRESPPGENSANCPGESPERAPGHABEAS".
           05 FILLER PIC X(40) VALUE
               "PGIMPCOBPGIMPNOTPGIMPPORPGPASE  PGPROMOC".
       01 FILLER REDEFINES TABLA-PROG-ALUMNO.
           05 PROG-ALUMNO OCCURS 25 TIMES PIC X(8).
       77 PROG-INDICE PIC 99 VALUE 0.

      * AUDITORIA
       77 WS-AUD-OPERACION PIC X(12) VALUE SPACES.
       77 WS-AUD-CLAVE PIC X(10) VALUE SPACES.
       01 WS-LINEA-AUDITORIA PIC X(100) VALUE SPACES.
      *rutinas
       01 RUTPAIS PIC X(8) VALUE "RUTPAIS".
       01 RUTFECHA PIC X(8) VALUE "RUTFECHA".
       01 RUTAUD PIC X(8) VALUE "RUTAUD".
      * AREA DE COMUNICACION RUTINAS
       COPY "COPY-ACN.cpy".
       COPY "COPY-ACF.cpy".
      * AREA DE COMUNICACION RUTINA AUDITORIA
       COPY "COPY-ACU.cpy".
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
           INITIALIZE AreaDeComunicacionPais
           MOVE 1 TO Opcion-pais
           CALL RUTPAIS USING AreaDeComunicacionPais
           PERFORM 1000-ARMAR-FECHA-EMISION
           OPEN INPUT ALUMNOS
           IF WS-FS-ALU-NOEXISTE
               DISPLAY "NO HAY ALUMNOS CARGADOS"
               CLOSE ALUMNOS
               GOBACK
           END-IF
           OPEN EXTEND HABEAS
           IF NOT WS-FS-HAB-OK AND NOT WS-FS-HAB-NOEXISTE
               DISPLAY "ERROR AL ABRIR ARCHIVO"
               DISPLAY "FILE STATUS " WS-FS-HAB
           END-IF
           MOVE SPACES TO WS-CONTROL
           PERFORM 2000-EMITIR-INFORME UNTIL WS-CONTROL-NO
           CLOSE ALUMNOS
           CLOSE HABEAS
           PERFORM 9930-REGISTRAR-SPOOL
           GOBACK.

      * LA FECHA DE EMISION EN LETRAS SALE DE RUTFECHA (FORMATO 5)
      * A PARTIR DE LA FECHA DEL SISTEMA, COMO EN PGCONSTA
       1000-ARMAR-FECHA-EMISION.
           INITIALIZE AreaDeComunicacionFecha
           MOVE 2 TO Opcion
           MOVE FUNCTION CURRENT-DATE(7:2) TO F-I-DIA
           MOVE FUNCTION CURRENT-DATE(5:2) TO F-I-MES
           MOVE FUNCTION CURRENT-DATE(1:4) TO F-I-AÑO
           CALL RUTFECHA USING AreaDeComunicacionFecha
           MOVE FechaFormato5 TO WS-FECHA-EN-LETRAS
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-HOY.

       2000-EMITIR-INFORME.
           DISPLAY "INGRESA NRO DE ALUMNO"
           ACCEPT WS-CODIGO-ALUMNO
           MOVE WS-CODIGO-ALUMNO TO ALU-NRO-ALUMNO
           READ ALUMNOS
               INVALID KEY
                   DISPLAY "NRO DE ALUMNO NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 3000-ARMAR-INFORME
           END-READ
           DISPLAY "EMITIR OTRO INFORME? SI/NO"
           ACCEPT WS-CONTROL.

       3000-ARMAR-INFORME.
           MOVE WS-CODIGO-ALUMNO TO WS-CODIGO-ALUMNO-X
      * LOS HISTORICOS SE BUSCAN DESDE EL AÑO DE INGRESO; SIN AÑO DE
      * INGRESO VALIDO SOLO SE LEEN LOS ARCHIVOS VIVOS
           MOVE ALU-ANIO TO WS-ANIO-DESDE
           IF WS-ANIO-DESDE = 0 OR WS-ANIO-DESDE > WS-ANIO-HOY
               MOVE WS-ANIO-HOY TO WS-ANIO-DESDE
           END-IF
           PERFORM 3100-TOMAR-NUMERO
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "INFORME DE DATOS PERSONALES NRO " DELIMITED BY SIZE
               WS-NRO-CONSTANCIA DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "----------------------------------------"
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 4000-VOLCAR-LEGAJO
           PERFORM 4050-VOLCAR-DOCUMENTACION
           PERFORM 4100-VOLCAR-RESPONSABLES
           PERFORM 4150-VOLCAR-FICHA-MEDICA
           PERFORM 4200-VOLCAR-HISTORIAL
           PERFORM 4250-VOLCAR-EGRESO
           PERFORM 4300-VOLCAR-NOTAS
           PERFORM 4350-VOLCAR-EVALUACIONES
           PERFORM 4400-VOLCAR-RECTIFICACIONES
           PERFORM 4450-VOLCAR-OBSERVACIONES
           PERFORM 4500-VOLCAR-ASISTENCIA
           PERFORM 4600-VOLCAR-ASISTENCIA-DIARIA
           PERFORM 4650-VOLCAR-LIBRES
           PERFORM 4700-VOLCAR-EXAMENES
           PERFORM 4800-VOLCAR-CUOTAS
           PERFORM 4850-VOLCAR-PRESTAMOS
           PERFORM 4900-VOLCAR-BECAS
           PERFORM 5000-VOLCAR-SANCIONES
           PERFORM 5100-VOLCAR-CITACIONES
           PERFORM 5150-VOLCAR-AVISOS
           PERFORM 5200-VOLCAR-PREVIAS
           PERFORM 5300-VOLCAR-EQUIVALENCIAS
           PERFORM 5400-VOLCAR-CONSTANCIAS
           PERFORM 5500-VOLCAR-CARNETS
           PERFORM 5550-VOLCAR-MOVIMIENTOS
           PERFORM 5600-VOLCAR-AUDITORIA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "FECHA DE EMISION: " DELIMITED BY SIZE
               WS-FECHA-EN-LETRAS DELIMITED BY SIZE
               "  OPERADOR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "          ........................."
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "          FIRMA Y SELLO DE LA DIRECCION"
               TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           PERFORM 3200-REGISTRAR-EMISION
           MOVE "HABEAS DATA" TO WS-AUD-OPERACION
      * EL NRO DE INFORME QUEDA EN CONSTLOG.dat
           MOVE WS-CODIGO-ALUMNO-X TO WS-AUD-CLAVE
           PERFORM 9900-GRABAR-AUDITORIA
           DISPLAY "INFORME NRO " WS-NRO-CONSTANCIA
               " EMITIDO EN HABEAS.dat".

      * TOMA EL NRO CORRELATIVO SIGUIENTE Y LO DEJA GRABADO; EL
      * CORRELATIVO ES EL MISMO DE LAS CONSTANCIAS (PGCONSTA), ASI
      * TODO DOCUMENTO EMITIDO QUEDA EN UNA SOLA NUMERACION
       3100-TOMAR-NUMERO.
           MOVE 0 TO WS-NRO-CONSTANCIA
           OPEN INPUT CONSTNUM
           IF WS-FS-NUM-OK
               READ CONSTNUM NEXT RECORD AT END
                   CONTINUE
               END-READ
               IF WS-FS-NUM-OK
                   MOVE NUM-ULTIMO TO WS-NRO-CONSTANCIA
               END-IF
           END-IF
           CLOSE CONSTNUM
           ADD 1 TO WS-NRO-CONSTANCIA
           OPEN OUTPUT CONSTNUM
           IF WS-FS-NUM-OK OR WS-FS-NUM-NOEXISTE
               MOVE WS-NRO-CONSTANCIA TO NUM-ULTIMO
               WRITE CONSTNUM-REGISTRO
               CLOSE CONSTNUM
           END-IF.

      * REGISTRA LA EMISION PARA QUE CADA INFORME SEA RASTREABLE
       3200-REGISTRAR-EMISION.
           OPEN EXTEND CONSTLOG
           IF WS-FS-LOG-OK OR WS-FS-LOG-NOEXISTE
               MOVE WS-NRO-CONSTANCIA TO LOG-NRO-CONSTANCIA
               MOVE WS-CODIGO-ALUMNO TO LOG-NRO-ALUMNO
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA
               MOVE WS-OPERADOR TO LOG-OPERADOR
               WRITE CONSTLOG-REGISTRO
               CLOSE CONSTLOG
           END-IF.

      * DATOS DEL MAESTRO Y DE LA SECCION DEL ALUMNO
       4000-VOLCAR-LEGAJO.
           INITIALIZE AreaDeComunicacionPais
           MOVE 2 TO Opcion-pais
           MOVE ALU-NRO-PAIS TO Codigo-pais
           CALL RUTPAIS USING AreaDeComunicacionPais
           IF RET-COD-2 = "00"
               MOVE NOMBRE-pais TO WS-NACIONALIDAD
           ELSE
               MOVE "(SIN NACIONALIDAD)" TO WS-NACIONALIDAD
           END-IF
           EVALUATE TRUE
               WHEN ALU-ESTADO-INACTIVO
                   MOVE "INACTIVO" TO WS-TEXTO-ESTADO
               WHEN ALU-ESTADO-EGRESADO
                   MOVE "EGRESADO" TO WS-TEXTO-ESTADO
               WHEN OTHER
                   MOVE "ACTIVO" TO WS-TEXTO-ESTADO
           END-EVALUATE
           MOVE "DATOS DEL LEGAJO" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "  ALUMNO " DELIMITED BY SIZE
               ALU-NRO-ALUMNO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALU-NOMBRE DELIMITED BY SIZE
               " ESTADO " DELIMITED BY SIZE
               WS-TEXTO-ESTADO DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-CARTA
           STRING "  DOCUMENTO " DELIMITED BY SIZE
               ALU-DOCUMENTO DELIMITED BY SIZE
               "  NACIONALIDAD " DELIMITED BY SIZE
               WS-NACIONALIDAD DELIMITED BY SIZE
               INTO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE "N" TO WS-SECCION-ENCONTRADA
           OPEN INPUT SECCIONES
           IF WS-FS-SEC-OK
               PERFORM 4010-BUSCAR-SECCION
                   UNTIL NOT WS-FS-SEC-OK OR SECCION-ENCONTRADA-SI
           END-IF
           CLOSE SECCIONES
           MOVE SPACES TO WS-LINEA-CARTA
           IF SECCION-ENCONTRADA-SI
               STRING "  INGRESO " DELIMITED BY SIZE
                   ALU-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ALU-ANIO DELIMITED BY SIZE
                   "  SECCION " DELIMITED BY SIZE
                   ALU-SECCION DELIMITED BY SIZE
                   " TURNO " DELIMITED BY SIZE
                   WS-TURNO-TEXTO DELIMITED BY SIZE
                   " PRECEPTOR " DELIMITED BY SIZE
                   SEC-PRECEPTOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           ELSE
               STRING "  INGRESO " DELIMITED BY SIZE
                   ALU-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ALU-ANIO DELIMITED BY SIZE
                   "  SECCION " DELIMITED BY SIZE
                   ALU-SECCION DELIMITED BY SIZE
                   " (NO FIGURA EN SECCIONES.dat)" DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA.

       4010-BUSCAR-SECCION.
           READ SECCIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-SEC
           END-READ
           IF WS-FS-SEC-OK AND SEC-CODIGO = ALU-SECCION
               MOVE "S" TO WS-SECCION-ENCONTRADA
               EVALUATE SEC-TURNO
                   WHEN "M"
                       MOVE "MAÑANA" TO WS-TURNO-TEXTO
                   WHEN "T"
                       MOVE "TARDE" TO WS-TURNO-TEXTO
                   WHEN "N"
                       MOVE "NOCHE" TO WS-TURNO-TEXTO
                   WHEN OTHER
                       MOVE SEC-TURNO TO WS-TURNO-TEXTO
               END-EVALUATE
           END-IF.

      * DOCUMENTACION DE INSCRIPCION RECIBIDA (PGENLEGA): UNA LINEA
      * POR DOCUMENTO CON LA FECHA DE RECEPCION
       4050-VOLCAR-DOCUMENTACION.
           MOVE "DOCUMENTACION DE INSCRIPCION" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT LEGAJOS
           IF WS-FS-LEG-OK
               PERFORM 4060-LEER-LEGAJO UNTIL NOT WS-FS-LEG-OK
           END-IF
           MOVE WS-FS-LEG TO WS-FS-FIN
           CLOSE LEGAJOS
           PERFORM 9030-CERRAR-SECCION.

       4060-LEER-LEGAJO.
           READ LEGAJOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-LEG
           END-READ
           IF WS-FS-LEG-OK AND LEG-NRO-ALUMNO = WS-CODIGO-ALUMNO
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  TIPO DE INGRESO " DELIMITED BY SIZE
                   LEG-TIPO-INGRESO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               PERFORM 4070-LISTAR-DOCUMENTO
                   VARYING WS-DOC-INDICE FROM 1 BY 1
                   UNTIL WS-DOC-INDICE > 10
           END-IF.

       4070-LISTAR-DOCUMENTO.
           IF LEG-CODIGO-DOC(WS-DOC-INDICE) NOT = SPACES
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  DOCUMENTO " DELIMITED BY SIZE
                   LEG-CODIGO-DOC(WS-DOC-INDICE) DELIMITED BY SIZE
                   " RECIBIDO " DELIMITED BY SIZE
                   LEG-FECHA-RECEPCION(WS-DOC-INDICE)
                   DELIMITED BY SIZE
                   " OPERADOR " DELIMITED BY SIZE
                   LEG-OPERADOR(WS-DOC-INDICE) DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4100-VOLCAR-RESPONSABLES.
           MOVE "RESPONSABLES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT RESPONSABLES
           IF WS-FS-RES-OK
               PERFORM 4110-LEER-RESPONSABLE UNTIL NOT WS-FS-RES-OK
           END-IF
           MOVE WS-FS-RES TO WS-FS-FIN
           CLOSE RESPONSABLES
           PERFORM 9030-CERRAR-SECCION.

       4110-LEER-RESPONSABLE.
           READ RESPONSABLES NEXT RECORD AT END
               MOVE "10" TO WS-FS-RES
           END-READ
           IF WS-FS-RES-OK AND RES-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  " DELIMITED BY SIZE
                   RES-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-PARENTESCO DELIMITED BY SIZE
                   " TEL " DELIMITED BY SIZE
                   RES-TELEFONO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4150-VOLCAR-FICHA-MEDICA.
           MOVE "FICHA MEDICA" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT FICHAS
           IF WS-FS-FIC-OK
               PERFORM 4160-LEER-FICHA UNTIL NOT WS-FS-FIC-OK
           END-IF
           MOVE WS-FS-FIC TO WS-FS-FIN
           CLOSE FICHAS
           PERFORM 9030-CERRAR-SECCION.

       4160-LEER-FICHA.
           READ FICHAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-FIC
           END-READ
           IF WS-FS-FIC-OK AND FIC-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  GRUPO " DELIMITED BY SIZE
                   FIC-GRUPO-SANGUINEO DELIMITED BY SIZE
                   " OBRA SOCIAL " DELIMITED BY SIZE
                   FIC-OBRA-SOCIAL DELIMITED BY SIZE
                   " AFILIADO " DELIMITED BY SIZE
                   FIC-NRO-AFILIADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  ALERGIAS " DELIMITED BY SIZE
                   FIC-ALERGIAS DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MEDICACION " DELIMITED BY SIZE
                   FIC-MEDICACION DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  APTO FISICO EMITIDO " DELIMITED BY SIZE
                   FIC-APTO-EMISION DELIMITED BY SIZE
                   " VENCE " DELIMITED BY SIZE
                   FIC-APTO-VENCE DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4200-VOLCAR-HISTORIAL.
           MOVE "HISTORIAL ANUAL" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT HISTORIAL
           IF WS-FS-HIS-OK
               PERFORM 4210-LEER-HISTORIAL UNTIL NOT WS-FS-HIS-OK
           END-IF
           MOVE WS-FS-HIS TO WS-FS-FIN
           CLOSE HISTORIAL
           PERFORM 9030-CERRAR-SECCION.

       4210-LEER-HISTORIAL.
           READ HISTORIAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-HIS
           END-READ
           IF WS-FS-HIS-OK AND HIST-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               EVALUATE HIST-ESTADO
                   WHEN "P"
                       MOVE "PROMOVIDO" TO WS-TEXTO-ESTADO
                   WHEN "R"
                       MOVE "REPITIENTE" TO WS-TEXTO-ESTADO
                   WHEN "T"
                       MOVE "RETIRADO" TO WS-TEXTO-ESTADO
                   WHEN OTHER
                       MOVE "DESCONOCIDO" TO WS-TEXTO-ESTADO
               END-EVALUATE
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  AÑO " DELIMITED BY SIZE
                   HIST-ANIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEXTO-ESTADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * ASIENTO DEL REGISTRO DE EGRESADOS (PGEGRESO): DIPLOMA, FOLIO
      * Y PROMEDIO GENERAL
       4250-VOLCAR-EGRESO.
           MOVE "EGRESO" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT EGRESADOS
           IF WS-FS-EGR-OK
               PERFORM 4260-LEER-EGRESADO UNTIL NOT WS-FS-EGR-OK
           END-IF
           MOVE WS-FS-EGR TO WS-FS-FIN
           CLOSE EGRESADOS
           PERFORM 9030-CERRAR-SECCION.

       4260-LEER-EGRESADO.
           READ EGRESADOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-EGR
           END-READ
           IF WS-FS-EGR-OK AND EGR-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE EGR-PROMEDIO TO WS-PROMEDIO-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  DIPLOMA " DELIMITED BY SIZE
                   EGR-NRO-DIPLOMA DELIMITED BY SIZE
                   " FOLIO " DELIMITED BY SIZE
                   EGR-FOLIO DELIMITED BY SIZE
                   " EGRESO " DELIMITED BY SIZE
                   EGR-ANIO-EGRESO DELIMITED BY SIZE
                   " SECCION " DELIMITED BY SIZE
                   EGR-SECCION DELIMITED BY SIZE
                   " PROMEDIO " DELIMITED BY SIZE
                   WS-PROMEDIO-ED DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  NOMBRE " DELIMITED BY SIZE
                   EGR-NOMBRE DELIMITED BY SIZE
                   " DOCUMENTO " DELIMITED BY SIZE
                   EGR-DOCUMENTO DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   EGR-FECHA DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * NOTAS DEL ARCHIVO VIVO Y DE LOS HISTORICOS DE PGARCHIV DESDE
      * EL AÑO DE INGRESO (UN AÑO SIN HISTORICO SE SALTEA)
       4300-VOLCAR-NOTAS.
           MOVE "NOTAS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           MOVE "NOTAS.dat" TO WS-RUTA-NOTAS
           PERFORM 4310-LEER-ARCHIVO-NOTAS
           PERFORM 4320-LEER-NOTAS-DEL-ANIO
               VARYING WS-ANIO-ARCHIVO FROM WS-ANIO-DESDE BY 1
               UNTIL WS-ANIO-ARCHIVO > WS-ANIO-HOY
           PERFORM 9030-CERRAR-SECCION.

       4310-LEER-ARCHIVO-NOTAS.
           OPEN INPUT NOTAS
           IF WS-FS-NOT-OK
               MOVE WS-CODIGO-ALUMNO TO NOT-NRO-ALUMNO
               MOVE 0 TO NOT-NRO-MATERIA NOT-ANIO NOT-MES
               START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-NOT
               END-START
               PERFORM 4330-LEER-NOTA UNTIL NOT WS-FS-NOT-OK
           END-IF
           MOVE WS-FS-NOT TO WS-FS-FIN
           CLOSE NOTAS
           IF NOT WS-FS-FIN-NORMAL
               PERFORM 9040-ERROR-LECTURA
           END-IF.

       4320-LEER-NOTAS-DEL-ANIO.
           MOVE SPACES TO WS-RUTA-NOTAS
           STRING "NOTAS" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-RUTA-NOTAS
           PERFORM 4310-LEER-ARCHIVO-NOTAS.

       4330-LEER-NOTA.
           READ NOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-NOT
           END-READ
           IF WS-FS-NOT-OK AND NOT-NRO-ALUMNO NOT = WS-CODIGO-ALUMNO
               MOVE "10" TO WS-FS-NOT
           END-IF
           IF WS-FS-NOT-OK
               ADD 1 TO WS-CANT-SECCION
               MOVE NOT-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   NOT-NRO-MATERIA DELIMITED BY SIZE
                   " AÑO " DELIMITED BY SIZE
                   NOT-ANIO DELIMITED BY SIZE
                   " MES " DELIMITED BY SIZE
                   NOT-MES DELIMITED BY SIZE
                   " NOTA " DELIMITED BY SIZE
                   WS-NOTA-ED DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-RUTA-NOTAS DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * EVALUACIONES PARCIALES (PGENEVAL) QUE COMPONEN LAS NOTAS
       4350-VOLCAR-EVALUACIONES.
           MOVE "EVALUACIONES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT EVALUACIONES
           IF WS-FS-EVA-OK
               PERFORM 4360-LEER-EVALUACION UNTIL NOT WS-FS-EVA-OK
           END-IF
           MOVE WS-FS-EVA TO WS-FS-FIN
           CLOSE EVALUACIONES
           PERFORM 9030-CERRAR-SECCION.

       4360-LEER-EVALUACION.
           READ EVALUACIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-EVA
           END-READ
           IF WS-FS-EVA-OK AND EVA-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE EVA-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   EVA-NRO-MATERIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EVA-FECHA DELIMITED BY SIZE
                   " TIPO " DELIMITED BY SIZE
                   EVA-TIPO DELIMITED BY SIZE
                   " PESO " DELIMITED BY SIZE
                   EVA-PESO DELIMITED BY SIZE
                   " NOTA " DELIMITED BY SIZE
                   WS-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EVA-DESCRIPCION DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4400-VOLCAR-RECTIFICACIONES.
           MOVE "RECTIFICACIONES DE NOTAS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT RECTIF
           IF WS-FS-REC-OK
               PERFORM 4410-LEER-RECTIFICACION UNTIL NOT WS-FS-REC-OK
           END-IF
           MOVE WS-FS-REC TO WS-FS-FIN
           CLOSE RECTIF
           PERFORM 9030-CERRAR-SECCION.

       4410-LEER-RECTIFICACION.
           READ RECTIF NEXT RECORD AT END
               MOVE "10" TO WS-FS-REC
           END-READ
           IF WS-FS-REC-OK AND REC-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE REC-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   REC-NRO-MATERIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REC-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   REC-ANIO DELIMITED BY SIZE
                   " NOTA " DELIMITED BY SIZE
                   WS-NOTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REC-MOTIVO DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   REC-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * OBSERVACIONES DEL CONSEJO DE CURSO (PGENOBSE), CON EL TEXTO
      * COMPLETO
       4450-VOLCAR-OBSERVACIONES.
           MOVE "OBSERVACIONES DEL CONSEJO DE CURSO"
               TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT OBSERVAC
           IF WS-FS-OBC-OK
               PERFORM 4460-LEER-OBSERVACION UNTIL NOT WS-FS-OBC-OK
           END-IF
           MOVE WS-FS-OBC TO WS-FS-FIN
           CLOSE OBSERVAC
           PERFORM 9030-CERRAR-SECCION.

       4460-LEER-OBSERVACION.
           READ OBSERVAC NEXT RECORD AT END
               MOVE "10" TO WS-FS-OBC
           END-READ
           IF WS-FS-OBC-OK AND OBC-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  AÑO " DELIMITED BY SIZE
                   OBC-ANIO DELIMITED BY SIZE
                   " TRIMESTRE " DELIMITED BY SIZE
                   OBC-TRIMESTRE DELIMITED BY SIZE
                   " MATERIA " DELIMITED BY SIZE
                   OBC-NRO-MATERIA DELIMITED BY SIZE
                   " DOCENTE " DELIMITED BY SIZE
                   OBC-COD-DOCENTE DELIMITED BY SIZE
                   " CARGADA " DELIMITED BY SIZE
                   OBC-FECHA DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "    " DELIMITED BY SIZE
                   OBC-TEXTO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4500-VOLCAR-ASISTENCIA.
           MOVE "ASISTENCIA MENSUAL" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI-OK
               PERFORM 4510-LEER-ASISTENCIA UNTIL NOT WS-FS-ASI-OK
           END-IF
           MOVE WS-FS-ASI TO WS-FS-FIN
           CLOSE ASISTENCIA
           PERFORM 9030-CERRAR-SECCION.

       4510-LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-ASI
           END-READ
           IF WS-FS-ASI-OK AND ASI-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   ASI-NRO-MATERIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASI-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASI-ANIO DELIMITED BY SIZE
                   " CLASES " DELIMITED BY SIZE
                   ASI-CLASES DELIMITED BY SIZE
                   " INASISTENCIAS " DELIMITED BY SIZE
                   ASI-INASISTENCIAS DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4600-VOLCAR-ASISTENCIA-DIARIA.
           MOVE "ASISTENCIA DIARIA" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT ASISDIA
           IF WS-FS-DIA-OK
               PERFORM 4610-LEER-ASISDIA UNTIL NOT WS-FS-DIA-OK
           END-IF
           MOVE WS-FS-DIA TO WS-FS-FIN
           CLOSE ASISDIA
           PERFORM 9030-CERRAR-SECCION.

       4610-LEER-ASISDIA.
           READ ASISDIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-DIA
           END-READ
           IF WS-FS-DIA-OK AND DIA-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               EVALUATE DIA-ESTADO
                   WHEN "P"
                       MOVE "PRESENTE" TO WS-TEXTO-ESTADO
                   WHEN "A"
                       MOVE "AUSENTE" TO WS-TEXTO-ESTADO
                   WHEN "T"
                       MOVE "TARDE" TO WS-TEXTO-ESTADO
                   WHEN OTHER
                       MOVE DIA-ESTADO TO WS-TEXTO-ESTADO
               END-EVALUATE
               MOVE SPACES TO WS-LINEA-CARTA
               IF DIA-JUSTIFICADA = "S"
                   STRING "  MATERIA " DELIMITED BY SIZE
                       DIA-NRO-MATERIA DELIMITED BY SIZE
                       " FECHA " DELIMITED BY SIZE
                       DIA-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TEXTO-ESTADO DELIMITED BY SIZE
                       " JUSTIFICADA" DELIMITED BY SIZE
                       INTO WS-LINEA-CARTA
               ELSE
                   STRING "  MATERIA " DELIMITED BY SIZE
                       DIA-NRO-MATERIA DELIMITED BY SIZE
                       " FECHA " DELIMITED BY SIZE
                       DIA-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TEXTO-ESTADO DELIMITED BY SIZE
                       INTO WS-LINEA-CARTA
               END-IF
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * CONDICION DE LIBRE POR INASISTENCIAS (PGLIBRES)
       4650-VOLCAR-LIBRES.
           MOVE "CONDICION DE LIBRE" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT LIBRES
           IF WS-FS-LIB-OK
               PERFORM 4660-LEER-LIBRE UNTIL NOT WS-FS-LIB-OK
           END-IF
           MOVE WS-FS-LIB TO WS-FS-FIN
           CLOSE LIBRES
           PERFORM 9030-CERRAR-SECCION.

       4660-LEER-LIBRE.
           READ LIBRES NEXT RECORD AT END
               MOVE "10" TO WS-FS-LIB
           END-READ
           IF WS-FS-LIB-OK AND LIB-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   LIB-NRO-MATERIA DELIMITED BY SIZE
                   " AÑO " DELIMITED BY SIZE
                   LIB-ANIO DELIMITED BY SIZE
                   " INASISTENCIAS " DELIMITED BY SIZE
                   LIB-INASISTENCIAS DELIMITED BY SIZE
                   " TOPE " DELIMITED BY SIZE
                   LIB-TOPE DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   LIB-FECHA DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4700-VOLCAR-EXAMENES.
           MOVE "EXAMENES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT EXAMENES
           IF WS-FS-EXA-OK
               PERFORM 4710-LEER-EXAMEN UNTIL NOT WS-FS-EXA-OK
           END-IF
           MOVE WS-FS-EXA TO WS-FS-FIN
           CLOSE EXAMENES
           PERFORM 9030-CERRAR-SECCION.

       4710-LEER-EXAMEN.
           READ EXAMENES NEXT RECORD AT END
               MOVE "10" TO WS-FS-EXA
           END-READ
           IF WS-FS-EXA-OK AND EXA-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE EXA-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   EXA-NRO-MATERIA DELIMITED BY SIZE
                   " MESA " DELIMITED BY SIZE
                   EXA-DIA-MESA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   EXA-MES-MESA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   EXA-ANIO DELIMITED BY SIZE
                   " NOTA " DELIMITED BY SIZE
                   WS-NOTA-ED DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4800-VOLCAR-CUOTAS.
           MOVE "CUOTAS (CARGOS Y PAGOS)" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT CUOTAS
           IF WS-FS-CUO-OK
               PERFORM 4810-LEER-CUOTA UNTIL NOT WS-FS-CUO-OK
           END-IF
           MOVE WS-FS-CUO TO WS-FS-FIN
           CLOSE CUOTAS
           PERFORM 9030-CERRAR-SECCION.

       4810-LEER-CUOTA.
           READ CUOTAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-CUO
           END-READ
           IF WS-FS-CUO-OK AND CUO-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               IF CUO-TIPO-PAGO
                   MOVE "PAGO" TO WS-TEXTO-ESTADO
               ELSE
                   MOVE "CARGO" TO WS-TEXTO-ESTADO
               END-IF
               MOVE CUO-IMPORTE TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  " DELIMITED BY SIZE
                   CUO-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CUO-ANIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CUO-CONCEPTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEXTO-ESTADO(1:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * PRESTAMOS DE BIBLIOTECA (PGPRESTA), DEVUELTOS O NO
       4850-VOLCAR-PRESTAMOS.
           MOVE "PRESTAMOS DE BIBLIOTECA" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT PRESTAMOS
           IF WS-FS-PST-OK
               PERFORM 4860-LEER-PRESTAMO UNTIL NOT WS-FS-PST-OK
           END-IF
           MOVE WS-FS-PST TO WS-FS-FIN
           CLOSE PRESTAMOS
           PERFORM 9030-CERRAR-SECCION.

       4860-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-PST
           END-READ
           IF WS-FS-PST-OK AND PST-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  LIBRO " DELIMITED BY SIZE
                   PST-CODIGO-LIBRO DELIMITED BY SIZE
                   " PRESTADO " DELIMITED BY SIZE
                   PST-FECHA-PRESTAMO DELIMITED BY SIZE
                   " VENCE " DELIMITED BY SIZE
                   PST-FECHA-VENCE DELIMITED BY SIZE
                   " DEVUELTO " DELIMITED BY SIZE
                   PST-FECHA-DEVOLUCION DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       4900-VOLCAR-BECAS.
           MOVE "BECAS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT BECAS
           IF WS-FS-BEC-OK
               PERFORM 4910-LEER-BECA UNTIL NOT WS-FS-BEC-OK
           END-IF
           MOVE WS-FS-BEC TO WS-FS-FIN
           CLOSE BECAS
           PERFORM 9030-CERRAR-SECCION.

       4910-LEER-BECA.
           READ BECAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-BEC
           END-READ
           IF WS-FS-BEC-OK AND BEC-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               EVALUATE TRUE
                   WHEN BEC-ESTADO-SOLICITADA
                       MOVE "SOLICITADA" TO WS-TEXTO-ESTADO
                   WHEN BEC-ESTADO-OTORGADA
                       MOVE "OTORGADA" TO WS-TEXTO-ESTADO
                   WHEN BEC-ESTADO-RECHAZADA
                       MOVE "RECHAZADA" TO WS-TEXTO-ESTADO
                   WHEN OTHER
                       MOVE BEC-ESTADO TO WS-TEXTO-ESTADO
               END-EVALUATE
               MOVE BEC-IMPORTE TO WS-IMPORTE-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  AÑO " DELIMITED BY SIZE
                   BEC-ANIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BEC-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEXTO-ESTADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       5000-VOLCAR-SANCIONES.
           MOVE "SANCIONES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT SANCIONES
           IF WS-FS-SAN-OK
               PERFORM 5010-LEER-SANCION UNTIL NOT WS-FS-SAN-OK
           END-IF
           MOVE WS-FS-SAN TO WS-FS-FIN
           CLOSE SANCIONES
           PERFORM 9030-CERRAR-SECCION.

       5010-LEER-SANCION.
           READ SANCIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-SAN
           END-READ
           IF WS-FS-SAN-OK AND SAN-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  " DELIMITED BY SIZE
                   SAN-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SAN-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SAN-ANIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SAN-TIPO DELIMITED BY SIZE
                   " PTS " DELIMITED BY SIZE
                   SAN-PUNTOS DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   SAN-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "    " DELIMITED BY SIZE
                   SAN-DESCRIPCION DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       5100-VOLCAR-CITACIONES.
           MOVE "CITACIONES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT CITACIONES
           IF WS-FS-CIT-OK
               PERFORM 5110-LEER-CITACION UNTIL NOT WS-FS-CIT-OK
           END-IF
           MOVE WS-FS-CIT TO WS-FS-FIN
           CLOSE CITACIONES
           PERFORM 9030-CERRAR-SECCION.

       5110-LEER-CITACION.
           READ CITACIONES NEXT RECORD AT END
               MOVE "10" TO WS-FS-CIT
           END-READ
           IF WS-FS-CIT-OK AND CIT-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  EMITIDA " DELIMITED BY SIZE
                   CIT-FECHA-EMISION DELIMITED BY SIZE
                   " REUNION " DELIMITED BY SIZE
                   CIT-FECHA-REUNION DELIMITED BY SIZE
                   " MOTIVO " DELIMITED BY SIZE
                   CIT-MOTIVO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "    CITADO " DELIMITED BY SIZE
                   CIT-RESPONSABLE DELIMITED BY SIZE
                   " RESULTADO " DELIMITED BY SIZE
                   CIT-RESULTADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * AVISOS AUTOMATICOS A RESPONSABLES (PGAVIAUS): A QUIEN Y A
      * QUE TELEFONO SE ENVIO CADA AVISO Y CON QUE RESULTADO
       5150-VOLCAR-AVISOS.
           MOVE "AVISOS A RESPONSABLES" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT AVISOS
           IF WS-FS-AVI-OK
               PERFORM 5160-LEER-AVISO UNTIL NOT WS-FS-AVI-OK
           END-IF
           MOVE WS-FS-AVI TO WS-FS-FIN
           CLOSE AVISOS
           PERFORM 9030-CERRAR-SECCION.

       5160-LEER-AVISO.
           READ AVISOS NEXT RECORD AT END
               MOVE "10" TO WS-FS-AVI
           END-READ
           IF WS-FS-AVI-OK AND AVI-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  " DELIMITED BY SIZE
                   AVI-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-RESPONSABLE DELIMITED BY SIZE
                   " TEL " DELIMITED BY SIZE
                   AVI-TELEFONO DELIMITED BY SIZE
                   " ESTADO " DELIMITED BY SIZE
                   AVI-ESTADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "    MATERIAS " DELIMITED BY SIZE
                   AVI-MATERIAS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AVI-DETALLE DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       5200-VOLCAR-PREVIAS.
           MOVE "MATERIAS PREVIAS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT PREVIAS
           IF WS-FS-PRE-OK
               PERFORM 5210-LEER-PREVIA UNTIL NOT WS-FS-PRE-OK
           END-IF
           MOVE WS-FS-PRE TO WS-FS-FIN
           CLOSE PREVIAS
           PERFORM 9030-CERRAR-SECCION.

       5210-LEER-PREVIA.
           READ PREVIAS NEXT RECORD AT END
               MOVE "10" TO WS-FS-PRE
           END-READ
           IF WS-FS-PRE-OK AND PRE-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               IF PRE-ESTADO-SALDADA
                   MOVE "SALDADA" TO WS-TEXTO-ESTADO
               ELSE
                   MOVE "PENDIENTE" TO WS-TEXTO-ESTADO
               END-IF
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   PRE-NRO-MATERIA DELIMITED BY SIZE
                   " DEL AÑO " DELIMITED BY SIZE
                   PRE-ANIO-ORIGEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEXTO-ESTADO DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       5300-VOLCAR-EQUIVALENCIAS.
           MOVE "EQUIVALENCIAS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT EQUIVAL
           IF WS-FS-EQU-OK
               PERFORM 5310-LEER-EQUIVALENCIA UNTIL NOT WS-FS-EQU-OK
           END-IF
           MOVE WS-FS-EQU TO WS-FS-FIN
           CLOSE EQUIVAL
           PERFORM 9030-CERRAR-SECCION.

       5310-LEER-EQUIVALENCIA.
           READ EQUIVAL NEXT RECORD AT END
               MOVE "10" TO WS-FS-EQU
           END-READ
           IF WS-FS-EQU-OK AND EQU-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE EQU-NOTA TO WS-NOTA-ED
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  MATERIA " DELIMITED BY SIZE
                   EQU-NRO-MATERIA DELIMITED BY SIZE
                   " NOTA " DELIMITED BY SIZE
                   WS-NOTA-ED DELIMITED BY SIZE
                   " RES " DELIMITED BY SIZE
                   EQU-RESOLUCION DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   EQU-FECHA DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "    ESCUELA DE ORIGEN " DELIMITED BY SIZE
                   EQU-ESCUELA DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * CONSTANCIAS, ANALITICOS E INFORMES ANTERIORES (CONSTLOG.dat)
       5400-VOLCAR-CONSTANCIAS.
           MOVE "DOCUMENTOS EMITIDOS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT CONSTLOG
           IF WS-FS-LOG-OK
               PERFORM 5410-LEER-CONSTLOG UNTIL NOT WS-FS-LOG-OK
           END-IF
           MOVE WS-FS-LOG TO WS-FS-FIN
           CLOSE CONSTLOG
           PERFORM 9030-CERRAR-SECCION.

       5410-LEER-CONSTLOG.
           READ CONSTLOG NEXT RECORD AT END
               MOVE "10" TO WS-FS-LOG
           END-READ
           IF WS-FS-LOG-OK AND LOG-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  NRO " DELIMITED BY SIZE
                   LOG-NRO-CONSTANCIA DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   LOG-FECHA(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOG-FECHA(9:4) DELIMITED BY SIZE
                   " OPERADOR " DELIMITED BY SIZE
                   LOG-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

       5500-VOLCAR-CARNETS.
           MOVE "CARNETS EMITIDOS" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT CARNETLOG
           IF WS-FS-CRN-OK
               PERFORM 5510-LEER-CARNETLOG UNTIL NOT WS-FS-CRN-OK
           END-IF
           MOVE WS-FS-CRN TO WS-FS-FIN
           CLOSE CARNETLOG
           PERFORM 9030-CERRAR-SECCION.

       5510-LEER-CARNETLOG.
           READ CARNETLOG NEXT RECORD AT END
               MOVE "10" TO WS-FS-CRN
           END-READ
           IF WS-FS-CRN-OK AND CRN-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  CARNET NRO " DELIMITED BY SIZE
                   CRN-NRO-CARNET DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   CRN-FECHA(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CRN-FECHA(9:4) DELIMITED BY SIZE
                   " OPERADOR " DELIMITED BY SIZE
                   CRN-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               IF CRN-ESTADO-ANULADO
                   MOVE "ANULADO" TO WS-LINEA-CARTA(61:)
               END-IF
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * CAMBIOS DE SECCION Y DE ESTADO CON SU FECHA EFECTIVA
       5550-VOLCAR-MOVIMIENTOS.
           MOVE "MOVIMIENTOS DE SECCION Y ESTADO" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           OPEN INPUT MOVALU
           IF WS-FS-MVA-OK
               PERFORM 5560-LEER-MOVIMIENTO UNTIL NOT WS-FS-MVA-OK
           END-IF
           MOVE WS-FS-MVA TO WS-FS-FIN
           CLOSE MOVALU
           PERFORM 9030-CERRAR-SECCION.

       5560-LEER-MOVIMIENTO.
           READ MOVALU NEXT RECORD AT END
               MOVE "10" TO WS-FS-MVA
           END-READ
           IF WS-FS-MVA-OK AND MVA-NRO-ALUMNO = WS-CODIGO-ALUMNO
               ADD 1 TO WS-CANT-SECCION
               MOVE SPACES TO WS-LINEA-CARTA
               STRING "  " DELIMITED BY SIZE
                   MVA-FECHA-EFECTIVA DELIMITED BY SIZE
                   " SECCION " DELIMITED BY SIZE
                   MVA-SECCION-ANT DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   MVA-SECCION-NUE DELIMITED BY SIZE
                   " ESTADO " DELIMITED BY SIZE
                   MVA-ESTADO-ANT DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   MVA-ESTADO-NUE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MVA-PROGRAMA DELIMITED BY SIZE
                   " OPERADOR " DELIMITED BY SIZE
                   MVA-OPERADOR DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF.

      * LINEAS DE AUDITORIA DEL ARCHIVO VIVO Y DE LOS HISTORICOS DE
      * PGARCAUD DESDE EL AÑO DE INGRESO
       5600-VOLCAR-AUDITORIA.
           MOVE "REGISTRO DE AUDITORIA" TO WS-TITULO-SECCION
           PERFORM 9020-TITULO-SECCION
           MOVE "AUDITORIA.dat" TO WS-RUTA-AUD
           PERFORM 5610-LEER-ARCHIVO-AUDITORIA
           PERFORM 5620-LEER-AUDITORIA-DEL-ANIO
               VARYING WS-ANIO-ARCHIVO FROM WS-ANIO-DESDE BY 1
               UNTIL WS-ANIO-ARCHIVO > WS-ANIO-HOY
           PERFORM 9030-CERRAR-SECCION.

       5610-LEER-ARCHIVO-AUDITORIA.
           OPEN INPUT AUDITORIA
           IF WS-FS-AUD-OK
               PERFORM 5630-LEER-LINEA-AUDITORIA
                   UNTIL NOT WS-FS-AUD-OK
           END-IF
           MOVE WS-FS-AUD TO WS-FS-FIN
           CLOSE AUDITORIA
           IF NOT WS-FS-FIN-NORMAL
               PERFORM 9040-ERROR-LECTURA
           END-IF.

       5620-LEER-AUDITORIA-DEL-ANIO.
           MOVE SPACES TO WS-RUTA-AUD
           STRING "AUDITORIA" DELIMITED BY SIZE
               WS-ANIO-ARCHIVO DELIMITED BY SIZE
               ".HIS" DELIMITED BY SIZE
               INTO WS-RUTA-AUD
           PERFORM 5610-LEER-ARCHIVO-AUDITORIA.

       5630-LEER-LINEA-AUDITORIA.
           READ AUDITORIA NEXT RECORD AT END
               MOVE "10" TO WS-FS-AUD
           END-READ
           IF WS-FS-AUD-OK
               PERFORM 5640-SEPARAR-CAMPOS
               PERFORM 5650-VER-SI-ES-DEL-ALUMNO
               IF LINEA-DEL-ALUMNO-SI
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-CARTA
                   STRING "  " DELIMITED BY SIZE
                       WS-A-FECHA-HORA(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-A-FECHA-HORA(9:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-A-PROGRAMA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-A-OPERACION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-A-CLAVE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-A-OPERADOR DELIMITED BY SIZE
                       INTO WS-LINEA-CARTA
                   PERFORM 9010-ESCRIBIR-LINEA
               END-IF
           END-IF.

      * LOS CAMPOS DE LA LINEA SE SEPARAN POR SUS ROTULOS, IGUAL QUE
      * EN PGLISAUD
       5640-SEPARAR-CAMPOS.
           MOVE SPACES TO WS-A-PROGRAMA WS-A-OPERACION WS-A-CLAVE
               WS-A-OPERADOR WS-A-FECHA-HORA
               WS-RESTO-1 WS-RESTO-2 WS-RESTO-3
           UNSTRING AUD-LINEA
               DELIMITED BY " OPERACION="
               INTO WS-A-PROGRAMA WS-RESTO-1
           UNSTRING WS-RESTO-1 DELIMITED BY " CLAVE="
               INTO WS-A-OPERACION WS-RESTO-2
           UNSTRING WS-RESTO-2 DELIMITED BY " OPERADOR="
               INTO WS-A-CLAVE WS-RESTO-3
           UNSTRING WS-RESTO-3 DELIMITED BY " FECHA="
               INTO WS-A-OPERADOR WS-A-FECHA-HORA.

      * LA LINEA ES DEL ALUMNO SI LA GRABO UN PROGRAMA QUE USA EL NRO
      * DE ALUMNO COMO CLAVE Y LA CLAVE EMPIEZA CON ESE NRO (EN LA
      * FUSION DE PGDUPDOC, "DUPLICADO>SOBREVIVIENTE", TAMBIEN EL
      * SEGUNDO). SE DESCARTAN LAS SOLICITUDES PENDIENTES Y SUS
      * RESOLUCIONES (LA CLAVE ES EL NRO DE PENDIENTE O EL OPERADOR;
      * LO APLICADO SE VE EN SU PROPIA LINEA) Y LA ANULACION DE
      * RECIBOS (LA CLAVE ES EL NRO DE RECIBO)
       5650-VER-SI-ES-DEL-ALUMNO.
           MOVE "N" TO WS-LINEA-DEL-ALUMNO
           IF WS-A-OPERACION(1:5) NOT = "PEND " AND NOT = "APROB"
               AND NOT = "RECHZ" AND NOT = "ANULA"
               PERFORM VARYING PROG-INDICE FROM 1 BY 1
                   UNTIL PROG-INDICE > 25 OR LINEA-DEL-ALUMNO-SI
                   IF WS-A-PROGRAMA = PROG-ALUMNO(PROG-INDICE)
                       IF WS-A-CLAVE(1:4) = WS-CODIGO-ALUMNO-X
                           MOVE "S" TO WS-LINEA-DEL-ALUMNO
                       END-IF
                       IF WS-A-PROGRAMA = "PGDUPDOC"
                           AND WS-A-CLAVE(5:1) = ">"
                           AND WS-A-CLAVE(6:4) = WS-CODIGO-ALUMNO-X
                           MOVE "S" TO WS-LINEA-DEL-ALUMNO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       9010-ESCRIBIR-LINEA.
           WRITE HABEAS-LINEA FROM WS-LINEA-CARTA
           IF NOT WS-FS-HAB-OK
               DISPLAY "ERROR AL ESCRIBIR HABEAS"
               DISPLAY "FILE STATUS " WS-FS-HAB
           END-IF.

      * ENCABEZADO DE SECCION; DEJA EL CONTADOR EN CERO
       9020-TITULO-SECCION.
           MOVE 0 TO WS-CANT-SECCION
           MOVE "N" TO WS-SECCION-INCOMPLETA
           MOVE SPACES TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA
           MOVE WS-TITULO-SECCION TO WS-LINEA-CARTA
           PERFORM 9010-ESCRIBIR-LINEA.

      * PIE DE SECCION: CANTIDAD DE REGISTROS O "SIN REGISTROS", Y LA
      * ADVERTENCIA SI ALGUN ARCHIVO NO SE PUDO LEER HASTA EL FINAL
       9030-CERRAR-SECCION.
           IF NOT WS-FS-FIN-NORMAL
               PERFORM 9040-ERROR-LECTURA
           END-IF
           MOVE SPACES TO WS-LINEA-CARTA
           IF WS-CANT-SECCION = 0
               MOVE "  (SIN REGISTROS)" TO WS-LINEA-CARTA
           ELSE
               STRING "  REGISTROS: " DELIMITED BY SIZE
                   WS-CANT-SECCION DELIMITED BY SIZE
                   INTO WS-LINEA-CARTA
           END-IF
           PERFORM 9010-ESCRIBIR-LINEA
           IF SECCION-INCOMPLETA-SI
               MOVE "  ** SECCION INCOMPLETA: ERROR AL LEER EL ARCHIVO"
                   TO WS-LINEA-CARTA
               PERFORM 9010-ESCRIBIR-LINEA
           END-IF
           MOVE "10" TO WS-FS-FIN.

       9040-ERROR-LECTURA.
           MOVE "S" TO WS-SECCION-INCOMPLETA
           DISPLAY "ERROR AL LEER " WS-TITULO-SECCION
           DISPLAY "FILE STATUS " WS-FS-FIN
           MOVE "10" TO WS-FS-FIN.

       9900-GRABAR-AUDITORIA.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           STRING "PGHABEAS" DELIMITED BY SIZE
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
           MOVE "HABEAS.dat" TO ARCHIVO-SPL
           MOVE "PGHABEAS" TO PROGRAMA-SPL
           MOVE WS-OPERADOR TO OPERADOR-SPL
           STRING "ULTIMO ALUMNO=" DELIMITED BY SIZE
               WS-CODIGO-ALUMNO DELIMITED BY SIZE
               INTO PARAMETROS-SPL
           MOVE RETURN-CODE TO WS-RC-ANTES-SPOOL
           CALL RUTSPOOL USING AreaDeComunicacionSpool
           MOVE WS-RC-ANTES-SPOOL TO RETURN-CODE
           IF RET-COD-11 NOT = "00"
               DISPLAY "SPOOL: " DESC-ERROR-11
           END-IF.

       END PROGRAM PGHABEAS.
