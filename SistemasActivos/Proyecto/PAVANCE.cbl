      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de avance en el plan de estudio
      *    Mide a cada alumno contra el plan que le asigno PGENALPL
      *    (ARCH-ALUMNO-PLAN.txt; planes de PGENPLES). Una materia
      *    cuenta como aprobada con nota 4 o mas en ARCH-NOTAS.txt.
      *    El avance es (obligatorias aprobadas + electivas aprobadas,
      *    hasta las que exige el plan) sobre (obligatorias del plan +
      *    electivas que exige). Tiene dos corridas:
      *      A - avance: por alumno (o todos, legajo cero) el
      *          porcentaje aprobado, las obligatorias y electivas que
      *          le faltan, y las materias del plan que puede cursar
      *          ya (no aprobadas, sin inscripcion vigente y con todas
      *          sus correlativas aprobadas). Sale en AVANCE_PLAN.TXT;
      *      E - cierre de anio: lista en CANDIDATOS_EGRESO.TXT los
      *          alumnos que completaron su plan, candidatos a egreso.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PAVANCE.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               15/10/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES ASSIGN TO "ARCH-PLANES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANES.

           SELECT PLAN-MATERIAS ASSIGN TO "ARCH-PLAN-MATERIAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAN-MATERIAS.

           SELECT ALUMNO-PLAN ASSIGN TO "ARCH-ALUMNO-PLAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNO-PLAN.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT CORRELATIVAS ASSIGN TO "ARCH-CORRELATIVAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CORRELATIVAS.

           SELECT LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo ARCH-PLANES (lo mantiene PGENPLES)
           FD PLANES.
               01 REGISTRO-PLAN.
                   05 REG-PLA-CODIGO           PIC X(04).
                   05 REG-PLA-DESCRIPCION      PIC X(25).
                   05 REG-PLA-ELECTIVAS        PIC 9(02).
      *
      *Archivo ARCH-PLAN-MATERIAS (lo mantiene PGENPLES)
           FD PLAN-MATERIAS.
               01 REGISTRO-PLAN-MATERIA.
                   05 REG-PMA-PLAN             PIC X(04).
                   05 REG-PMA-MATERIA          PIC 9(02).
                   05 REG-PMA-ANIO             PIC 9(01).
                   05 REG-PMA-CUATRIMESTRE     PIC 9(01).
                   05 REG-PMA-CARACTER         PIC X(01).
      *
      *Archivo ARCH-ALUMNO-PLAN (lo mantiene PGENALPL)
           FD ALUMNO-PLAN.
               01 REGISTRO-ALUMNO-PLAN.
                   05 REG-APL-LEGAJO           PIC 9(05).
                   05 REG-APL-PLAN             PIC X(04).
      *
      *Archivo ARCH-ALUMNOS (lo mantiene PGENALUM)
           FD ALUMNOS.
               01 REGISTRO-ALUMNO.
                   05 REG-ALU-LEGAJO           PIC 9(05).
                   05 REG-ALU-NOMBRE           PIC X(25).
                   05 REG-ALU-DIA-NAC          PIC 9(02).
                   05 REG-ALU-MES-NAC          PIC 9(02).
                   05 REG-ALU-ANIO-NAC         PIC 9(04).
                   05 REG-ALU-NACIONALIDAD     PIC 9(03).
      *
      *Archivo ARCH-NOTAS (lo mantiene PGENNOTA)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
                   05 REG-NOT-MATERIA          PIC 9(02).
                   05 REG-NOT-FECHA            PIC 9(08).
                   05 REG-NOT-NOTA             PIC 9(02).
      *
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-CORRELATIVAS (lo mantiene PGENCORR)
           FD CORRELATIVAS.
               01 REGISTRO-CORRELATIVA.
                   05 REG-COR-MATERIA          PIC 9(02).
                   05 REG-COR-REQUIERE         PIC 9(02).
      *
      *Listado del avance o de los candidatos a egreso
           FD LISTADO.
               01 REGISTRO-LISTADO             PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-PLANES                    PIC X(02) VALUE ZEROES.
               02 FS-PLAN-MATERIAS             PIC X(02) VALUE ZEROES.
               02 FS-ALUMNO-PLAN               PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-CORRELATIVAS              PIC X(02) VALUE ZEROES.
               02 FS-LISTADO                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Tabla de materias y pedido a RGENMATE.
           COPY TAB-MATE.
           01 WST-MAT-PEDIDO.
               02 WST-MAT-MODO          PIC X(01).
                   88 WST-MAT-MODO-CARGA      VALUE "C".
                   88 WST-MAT-MODO-BUSCAR     VALUE "B".
               02 WST-MAT-COD-BUSCADO   PIC 9(02).
               02 WST-MAT-DESC-RESULT   PIC X(25).
               02 WST-MAT-ENCONTRADO    PIC X(01).
                   88 WST-MAT-SI-ENCONTRADO   VALUE "S".
                   88 WST-MAT-NO-ENCONTRADO   VALUE "N".
               02 WST-MAT-FECHA-CORTE   PIC 9(08).
               02 WST-MAT-CUPO-RESULT   PIC 9(03).

      *Planes y sus materias.
           01 WST-PLANES.
               02 WST-PLA-DET               OCCURS 50 TIMES.
                   03 WST-PLA-CODIGO        PIC X(04).
                   03 WST-PLA-DESCRIPCION   PIC X(25).
                   03 WST-PLA-ELECTIVAS     PIC 9(02).
           01 WSV-CANT-PLANES                  PIC 9(02) VALUE ZERO.
           01 WST-PLAN-MATERIAS.
               02 WST-PMA-DET               OCCURS 500 TIMES.
                   03 WST-PMA-PLAN          PIC X(04).
                   03 WST-PMA-MATERIA       PIC 9(02).
                   03 WST-PMA-ANIO          PIC 9(01).
                   03 WST-PMA-CUATRIMESTRE  PIC 9(01).
                   03 WST-PMA-CARACTER      PIC X(01).
           01 WSV-CANT-PLAN-MATERIAS           PIC 9(03) VALUE ZERO.

      *Alumnos con plan asignado y maestro de alumnos.
           01 WST-ALUMNO-PLAN.
               02 WST-APL-DET               OCCURS 300 TIMES.
                   03 WST-APL-LEGAJO        PIC 9(05).
                   03 WST-APL-PLAN          PIC X(04).
           01 WSV-CANT-ALUMNO-PLAN             PIC 9(03) VALUE ZERO.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.

      *Materias aprobadas (nota 4 o mas) de cada legajo.
           01 WST-APROBADAS.
               02 WST-APR-DET               OCCURS 2000 TIMES.
                   03 WST-APR-LEGAJO        PIC 9(05).
                   03 WST-APR-MATERIA       PIC 9(02).
           01 WSV-CANT-APROBADAS               PIC 9(04) VALUE ZERO.

      *Inscripciones vigentes y correlativas.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.
           01 WST-CORRELATIVAS.
               02 WST-COR-DET               OCCURS 200 TIMES.
                   03 WST-COR-MATERIA       PIC 9(02).
                   03 WST-COR-REQUIERE      PIC 9(02).
           01 WSV-CANT-CORRELATIVAS            PIC 9(03) VALUE ZERO.

           01 WSV-IDX-APL                      PIC 9(03).
           01 WSV-IDX-PLAN                     PIC 9(02).
           01 WSV-IDX-PMA                      PIC 9(03).
           01 WSV-IDX-COR                      PIC 9(03).
           01 WSV-IDX-BUSCA                    PIC 9(04).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-CORRELATIVAS                 PIC X(01) VALUE "S".
               88 CORRELATIVAS-COMPLETAS       VALUE "S".
               88 CORRELATIVAS-PENDIENTES      VALUE "N".

      *Corrida pedida y alumno que se esta midiendo.
           01 WSV-CORRIDA                      PIC X(01) VALUE SPACE.
               88 CORRIDA-AVANCE               VALUE "A".
               88 CORRIDA-EGRESO               VALUE "E".
               88 CORRIDA-VALIDA               VALUE "A" "E".
           01 WSV-NOMBRE-LISTADO               PIC X(40).
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-LEGAJO-PEDIDO                PIC 9(05) VALUE ZERO.
           01 WSV-LEGAJO-TRABAJO               PIC 9(05).
           01 WSV-PLAN-TRABAJO                 PIC X(04).
           01 WSV-MATERIA-TRABAJO              PIC 9(02).
           01 WSV-NOMBRE-HALLADO               PIC X(25).
           01 WSV-OBLIG-PLAN                   PIC 9(03).
           01 WSV-OBLIG-APROBADAS              PIC 9(03).
           01 WSV-ELECT-APROBADAS              PIC 9(03).
           01 WSV-ELECT-COMPUTADAS             PIC 9(03).
           01 WSV-ELECT-FALTANTES              PIC 9(03).
           01 WSV-PORCENTAJE                   PIC 9(03).

      *Renglones del listado.
           01 WSV-LINEA-TITULO.
               02 TIT-TEXTO                    PIC X(40).
               02 FILLER                       PIC X(08) VALUE
                                                " - FECHA".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TIT-FECHA                    PIC 9(08).
           01 WSV-LINEA-ALUMNO.
               02 FILLER                       PIC X(07) VALUE
                                                "LEGAJO ".
               02 ALU-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 ALU-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(06) VALUE
                                                " PLAN ".
               02 ALU-PLAN                     PIC X(04).
               02 FILLER                       PIC X(08) VALUE
                                                " AVANCE ".
               02 ALU-PORCENTAJE               PIC ZZ9.
               02 FILLER                       PIC X(01) VALUE "%".
           01 WSV-LINEA-MATERIA.
               02 FILLER                       PIC X(04) VALUE SPACES.
               02 MAT-ACCION                   PIC X(13).
               02 MAT-CODIGO                   PIC 9(02).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-DESCRIPCION              PIC X(25).
               02 FILLER                       PIC X(06) VALUE
                                                " ANIO ".
               02 MAT-ANIO                     PIC 9(01).
               02 FILLER                       PIC X(07) VALUE
                                                " CUAT. ".
               02 MAT-CUATRIMESTRE             PIC 9(01).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-CARACTER                 PIC X(11).
           01 WSV-LINEA-ELECTIVAS.
               02 FILLER                       PIC X(04) VALUE SPACES.
               02 FILLER                       PIC X(13) VALUE
                                                "FALTAN".
               02 ELE-CANTIDAD                 PIC ZZ9.
               02 FILLER                       PIC X(32) VALUE
                   " ELECTIVA(S) A ELEGIR DEL PLAN".
           01 WSV-LINEA-EGRESO.
               02 EGR-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 EGR-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 EGR-PLAN                     PIC X(04).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 EGR-DESCRIPCION              PIC X(25).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 EGR-MATERIAS                 PIC ZZ9.
           01 WSV-LINEA-COLUMNAS-EGRESO.
               02 FILLER                       PIC X(33) VALUE
                   "LEGAJO  NOMBRE".
               02 FILLER                       PIC X(34) VALUE
                   "PLAN                           MAT".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALUMNOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-PLAN           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-COMPLETOS          PIC 9(05) VALUE ZERO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-Inicio-programa
           PERFORM 5000-Proceso
           PERFORM 9000-Fin-del-programa
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1000-Inicio-programa.
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-Pedir-corrida UNTIL CORRIDA-VALIDA
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           PERFORM 1100-Cargar-planes
           PERFORM 1200-Cargar-plan-materias
           PERFORM 1300-Cargar-alumno-plan
           PERFORM 1400-Cargar-alumnos
           PERFORM 1500-Cargar-aprobadas
           PERFORM 1600-Cargar-inscripciones
           PERFORM 1700-Cargar-correlativas
           IF CORRIDA-AVANCE
               MOVE "AVANCE_PLAN.TXT" TO WSV-NOMBRE-LISTADO
               MOVE "AVANCE EN EL PLAN DE ESTUDIO" TO TIT-TEXTO
           ELSE
               MOVE "CANDIDATOS_EGRESO.TXT" TO WSV-NOMBRE-LISTADO
               MOVE "CANDIDATOS A EGRESO" TO TIT-TEXTO
           END-IF
           OPEN OUTPUT LISTADO
           IF FS-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-FECHA-HOY TO TIT-FECHA
           MOVE WSV-LINEA-TITULO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           IF CORRIDA-EGRESO
               MOVE WSV-LINEA-COLUMNAS-EGRESO TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
           END-IF
           .
      *En el avance se puede pedir un solo legajo (cero = todos).
       1050-Pedir-corrida.
           DISPLAY "Corrida: (A)vance por alumno, "
                   "(E)gresables del cierre de anio: "
           ACCEPT WSV-CORRIDA
           IF NOT CORRIDA-VALIDA
               DISPLAY "**** Responda A o E"
           END-IF
           IF CORRIDA-AVANCE
               DISPLAY "Legajo (xxxxx, cero = todos): "
               ACCEPT WSV-LEGAJO-PEDIDO
           END-IF
           .
       1100-Cargar-planes.
           MOVE ZERO TO WSV-CANT-PLANES
           OPEN INPUT PLANES
           IF FS-PLANES NOT = "00"
               MOVE "No hay planes de estudio (corra PGENPLES)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-PLANES TO WSV-ANULADO-CODIGO
               MOVE "ARCH-PLANES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-plan
           PERFORM 1110-Pasar-plan
               UNTIL (FS-PLANES = "10")
               OR (WSV-CANT-PLANES >= 50)
           CLOSE PLANES
           .
       1110-Pasar-plan.
           ADD 1 TO WSV-CANT-PLANES
           MOVE REGISTRO-PLAN TO WST-PLA-DET(WSV-CANT-PLANES)
           PERFORM 7010-Leer-plan
           .
       1200-Cargar-plan-materias.
           MOVE ZERO TO WSV-CANT-PLAN-MATERIAS
           OPEN INPUT PLAN-MATERIAS
           IF FS-PLAN-MATERIAS = "00"
               PERFORM 7020-Leer-plan-materia
               PERFORM 1210-Pasar-plan-materia
                   UNTIL (FS-PLAN-MATERIAS = "10")
                   OR (WSV-CANT-PLAN-MATERIAS >= 500)
               CLOSE PLAN-MATERIAS
           END-IF
           .
       1210-Pasar-plan-materia.
           ADD 1 TO WSV-CANT-PLAN-MATERIAS
           MOVE REGISTRO-PLAN-MATERIA
               TO WST-PMA-DET(WSV-CANT-PLAN-MATERIAS)
           PERFORM 7020-Leer-plan-materia
           .
       1300-Cargar-alumno-plan.
           MOVE ZERO TO WSV-CANT-ALUMNO-PLAN
           OPEN INPUT ALUMNO-PLAN
           IF FS-ALUMNO-PLAN NOT = "00"
               MOVE "No hay alumnos con plan (corra PGENALPL)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ALUMNO-PLAN TO WSV-ANULADO-CODIGO
               MOVE "ARCH-ALUMNO-PLAN" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-alumno-plan
           PERFORM 1310-Pasar-alumno-plan
               UNTIL (FS-ALUMNO-PLAN = "10")
               OR (WSV-CANT-ALUMNO-PLAN >= 300)
           CLOSE ALUMNO-PLAN
           .
       1310-Pasar-alumno-plan.
           ADD 1 TO WSV-CANT-ALUMNO-PLAN
           MOVE REGISTRO-ALUMNO-PLAN
               TO WST-APL-DET(WSV-CANT-ALUMNO-PLAN)
           PERFORM 7030-Leer-alumno-plan
           .
       1400-Cargar-alumnos.
           MOVE ZERO TO WSV-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS = "00"
               PERFORM 7040-Leer-alumno
               PERFORM 1410-Pasar-alumno
                   UNTIL (FS-ALUMNOS = "10")
                   OR (WSV-CANT-ALUMNOS >= 300)
               CLOSE ALUMNOS
           END-IF
           .
       1410-Pasar-alumno.
           ADD 1 TO WSV-CANT-ALUMNOS
           MOVE REG-ALU-LEGAJO TO WST-ALU-LEGAJO(WSV-CANT-ALUMNOS)
           MOVE REG-ALU-NOMBRE TO WST-ALU-NOMBRE(WSV-CANT-ALUMNOS)
           PERFORM 7040-Leer-alumno
           .
       1500-Cargar-aprobadas.
           MOVE ZERO TO WSV-CANT-APROBADAS
           OPEN INPUT NOTAS
           IF FS-NOTAS = "00"
               PERFORM 7050-Leer-nota
               PERFORM 1510-Pasar-nota
                   UNTIL (FS-NOTAS = "10")
                   OR (WSV-CANT-APROBADAS >= 2000)
               CLOSE NOTAS
           END-IF
           .
       1510-Pasar-nota.
           IF REG-NOT-NOTA >= 4
               ADD 1 TO WSV-CANT-APROBADAS
               MOVE REG-NOT-LEGAJO
                   TO WST-APR-LEGAJO(WSV-CANT-APROBADAS)
               MOVE REG-NOT-MATERIA
                   TO WST-APR-MATERIA(WSV-CANT-APROBADAS)
           END-IF
           PERFORM 7050-Leer-nota
           .
       1600-Cargar-inscripciones.
           MOVE ZERO TO WSV-CANT-INSCRIPTOS
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES = "00"
               PERFORM 7060-Leer-inscripcion
               PERFORM 1610-Pasar-inscripcion
                   UNTIL (FS-INSCRIPCIONES = "10")
                   OR (WSV-CANT-INSCRIPTOS >= 500)
               CLOSE INSCRIPCIONES
           END-IF
           .
       1610-Pasar-inscripcion.
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           PERFORM 7060-Leer-inscripcion
           .
       1700-Cargar-correlativas.
           MOVE ZERO TO WSV-CANT-CORRELATIVAS
           OPEN INPUT CORRELATIVAS
           IF FS-CORRELATIVAS = "00"
               PERFORM 7070-Leer-correlativa
               PERFORM 1710-Pasar-correlativa
                   UNTIL (FS-CORRELATIVAS = "10")
                   OR (WSV-CANT-CORRELATIVAS >= 200)
               CLOSE CORRELATIVAS
           END-IF
           .
       1710-Pasar-correlativa.
           ADD 1 TO WSV-CANT-CORRELATIVAS
           MOVE REG-COR-MATERIA
               TO WST-COR-MATERIA(WSV-CANT-CORRELATIVAS)
           MOVE REG-COR-REQUIERE
               TO WST-COR-REQUIERE(WSV-CANT-CORRELATIVAS)
           PERFORM 7070-Leer-correlativa
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Medir-alumno
               VARYING WSV-IDX-APL FROM 1 BY 1
               UNTIL WSV-IDX-APL > WSV-CANT-ALUMNO-PLAN
           .
       5100-Medir-alumno.
           MOVE WST-APL-LEGAJO(WSV-IDX-APL) TO WSV-LEGAJO-TRABAJO
           MOVE WST-APL-PLAN(WSV-IDX-APL) TO WSV-PLAN-TRABAJO
           IF (WSV-LEGAJO-PEDIDO = ZERO)
                   OR (WSV-LEGAJO-PEDIDO = WSV-LEGAJO-TRABAJO)
               ADD 1 TO CTRL-CANT-ALUMNOS
               PERFORM 5800-Buscar-plan
               IF NO-HALLADO
                   ADD 1 TO CTRL-CANT-SIN-PLAN
                   DISPLAY "**** Legajo " WSV-LEGAJO-TRABAJO
                           " asignado al plan inexistente "
                           WSV-PLAN-TRABAJO
               ELSE
                   PERFORM 5810-Buscar-alumno
                   PERFORM 5200-Contar-aprobadas
                   IF CORRIDA-AVANCE
                       PERFORM 5300-Informar-avance
                   ELSE
                       PERFORM 5400-Informar-egreso
                   END-IF
               END-IF
           END-IF
           .
      *Obligatorias del plan, obligatorias y electivas aprobadas, y
      *el porcentaje de avance.
       5200-Contar-aprobadas.
           MOVE ZERO TO WSV-OBLIG-PLAN
           MOVE ZERO TO WSV-OBLIG-APROBADAS
           MOVE ZERO TO WSV-ELECT-APROBADAS
           PERFORM 5210-Contar-materia
               VARYING WSV-IDX-PMA FROM 1 BY 1
               UNTIL WSV-IDX-PMA > WSV-CANT-PLAN-MATERIAS
           IF WSV-ELECT-APROBADAS > WST-PLA-ELECTIVAS(WSV-IDX-PLAN)
               MOVE WST-PLA-ELECTIVAS(WSV-IDX-PLAN)
                   TO WSV-ELECT-COMPUTADAS
           ELSE
               MOVE WSV-ELECT-APROBADAS TO WSV-ELECT-COMPUTADAS
           END-IF
           COMPUTE WSV-ELECT-FALTANTES =
               WST-PLA-ELECTIVAS(WSV-IDX-PLAN) - WSV-ELECT-COMPUTADAS
           IF (WSV-OBLIG-PLAN + WST-PLA-ELECTIVAS(WSV-IDX-PLAN))
                   = ZERO
               MOVE ZERO TO WSV-PORCENTAJE
           ELSE
               COMPUTE WSV-PORCENTAJE =
                   ((WSV-OBLIG-APROBADAS + WSV-ELECT-COMPUTADAS)
                    * 100)
                   / (WSV-OBLIG-PLAN
                      + WST-PLA-ELECTIVAS(WSV-IDX-PLAN))
           END-IF
           .
       5210-Contar-materia.
           IF WST-PMA-PLAN(WSV-IDX-PMA) = WSV-PLAN-TRABAJO
               MOVE WST-PMA-MATERIA(WSV-IDX-PMA)
                   TO WSV-MATERIA-TRABAJO
               PERFORM 5820-Buscar-aprobada
               IF WST-PMA-CARACTER(WSV-IDX-PMA) = "E"
                   IF SI-HALLADO
                       ADD 1 TO WSV-ELECT-APROBADAS
                   END-IF
               ELSE
                   ADD 1 TO WSV-OBLIG-PLAN
                   IF SI-HALLADO
                       ADD 1 TO WSV-OBLIG-APROBADAS
                   END-IF
               END-IF
           END-IF
           .
      *Renglon del alumno, lo que le falta y lo que puede cursar.
       5300-Informar-avance.
           MOVE WSV-LEGAJO-TRABAJO TO ALU-LEGAJO
           MOVE WSV-NOMBRE-HALLADO TO ALU-NOMBRE
           MOVE WSV-PLAN-TRABAJO TO ALU-PLAN
           MOVE WSV-PORCENTAJE TO ALU-PORCENTAJE
           MOVE SPACES TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-ALUMNO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           IF (WSV-OBLIG-APROBADAS = WSV-OBLIG-PLAN)
                   AND (WSV-ELECT-FALTANTES = ZERO)
               ADD 1 TO CTRL-CANT-COMPLETOS
               MOVE "    PLAN COMPLETO" TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
           ELSE
               PERFORM 5310-Informar-faltante
                   VARYING WSV-IDX-PMA FROM 1 BY 1
                   UNTIL WSV-IDX-PMA > WSV-CANT-PLAN-MATERIAS
               IF WSV-ELECT-FALTANTES > ZERO
                   MOVE WSV-ELECT-FALTANTES TO ELE-CANTIDAD
                   MOVE WSV-LINEA-ELECTIVAS TO REGISTRO-LISTADO
                   PERFORM 7100-Escribir-linea
               END-IF
               PERFORM 5320-Informar-cursable
                   VARYING WSV-IDX-PMA FROM 1 BY 1
                   UNTIL WSV-IDX-PMA > WSV-CANT-PLAN-MATERIAS
           END-IF
           .
      *Obligatorias del plan todavia no aprobadas.
       5310-Informar-faltante.
           IF (WST-PMA-PLAN(WSV-IDX-PMA) = WSV-PLAN-TRABAJO)
                   AND (WST-PMA-CARACTER(WSV-IDX-PMA) NOT = "E")
               MOVE WST-PMA-MATERIA(WSV-IDX-PMA)
                   TO WSV-MATERIA-TRABAJO
               PERFORM 5820-Buscar-aprobada
               IF NO-HALLADO
                   MOVE "FALTA" TO MAT-ACCION
                   PERFORM 5500-Imprimir-materia
               END-IF
           END-IF
           .
      *Materias del plan no aprobadas, sin inscripcion vigente y con
      *las correlativas aprobadas; las electivas solo mientras
      *falten electivas.
       5320-Informar-cursable.
           IF (WST-PMA-PLAN(WSV-IDX-PMA) = WSV-PLAN-TRABAJO)
                   AND ((WST-PMA-CARACTER(WSV-IDX-PMA) NOT = "E")
                        OR (WSV-ELECT-FALTANTES > ZERO))
               MOVE WST-PMA-MATERIA(WSV-IDX-PMA)
                   TO WSV-MATERIA-TRABAJO
               PERFORM 5820-Buscar-aprobada
               IF NO-HALLADO
                   PERFORM 5830-Buscar-inscripcion
                   IF NO-HALLADO
                       PERFORM 5900-Controlar-correlativas
                       IF CORRELATIVAS-COMPLETAS
                           MOVE "PUEDE CURSAR" TO MAT-ACCION
                           PERFORM 5500-Imprimir-materia
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *Solo los que completaron el plan.
       5400-Informar-egreso.
           IF (WSV-OBLIG-APROBADAS = WSV-OBLIG-PLAN)
                   AND (WSV-ELECT-FALTANTES = ZERO)
               ADD 1 TO CTRL-CANT-COMPLETOS
               MOVE WSV-LEGAJO-TRABAJO TO EGR-LEGAJO
               MOVE WSV-NOMBRE-HALLADO TO EGR-NOMBRE
               MOVE WSV-PLAN-TRABAJO TO EGR-PLAN
               MOVE WST-PLA-DESCRIPCION(WSV-IDX-PLAN)
                   TO EGR-DESCRIPCION
               COMPUTE EGR-MATERIAS =
                   WSV-OBLIG-APROBADAS + WSV-ELECT-APROBADAS
               MOVE WSV-LINEA-EGRESO TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
           END-IF
           .
       5500-Imprimir-materia.
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WSV-MATERIA-TRABAJO TO WST-MAT-COD-BUSCADO
           MOVE ZERO TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO
               MOVE "(SIN DESCRIPCION)" TO WST-MAT-DESC-RESULT
           END-IF
           MOVE WSV-MATERIA-TRABAJO TO MAT-CODIGO
           MOVE WST-MAT-DESC-RESULT TO MAT-DESCRIPCION
           MOVE WST-PMA-ANIO(WSV-IDX-PMA) TO MAT-ANIO
           MOVE WST-PMA-CUATRIMESTRE(WSV-IDX-PMA) TO MAT-CUATRIMESTRE
           IF WST-PMA-CARACTER(WSV-IDX-PMA) = "E"
               MOVE "ELECTIVA" TO MAT-CARACTER
           ELSE
               MOVE "OBLIGATORIA" TO MAT-CARACTER
           END-IF
           MOVE WSV-LINEA-MATERIA TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
       5800-Buscar-plan.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-PLAN
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5801-Comparar-plan
               UNTIL WSV-IDX-BUSCA > WSV-CANT-PLANES
           .
       5801-Comparar-plan.
           IF WST-PLA-CODIGO(WSV-IDX-BUSCA) = WSV-PLAN-TRABAJO
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX-BUSCA TO WSV-IDX-PLAN
               MOVE WSV-CANT-PLANES TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
       5810-Buscar-alumno.
           MOVE "(SIN NOMBRE EN MAESTRO)" TO WSV-NOMBRE-HALLADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5811-Comparar-alumno
               UNTIL WSV-IDX-BUSCA > WSV-CANT-ALUMNOS
           .
       5811-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO
               MOVE WST-ALU-NOMBRE(WSV-IDX-BUSCA)
                   TO WSV-NOMBRE-HALLADO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *WSV-LEGAJO-TRABAJO aprobo WSV-MATERIA-TRABAJO?
       5820-Buscar-aprobada.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5821-Comparar-aprobada
               UNTIL WSV-IDX-BUSCA > WSV-CANT-APROBADAS
           .
       5821-Comparar-aprobada.
           IF (WST-APR-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO)
                   AND (WST-APR-MATERIA(WSV-IDX-BUSCA)
                        = WSV-MATERIA-TRABAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-CANT-APROBADAS TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *WSV-LEGAJO-TRABAJO esta inscripto en WSV-MATERIA-TRABAJO?
       5830-Buscar-inscripcion.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5831-Comparar-inscripcion
               UNTIL WSV-IDX-BUSCA > WSV-CANT-INSCRIPTOS
           .
       5831-Comparar-inscripcion.
           IF (WST-INS-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO)
                   AND (WST-INS-MATERIA(WSV-IDX-BUSCA)
                        = WSV-MATERIA-TRABAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-CANT-INSCRIPTOS TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *Todas las correlativas de WST-PMA-MATERIA(WSV-IDX-PMA)
      *aprobadas por WSV-LEGAJO-TRABAJO.
       5900-Controlar-correlativas.
           SET CORRELATIVAS-COMPLETAS TO TRUE
           MOVE 1 TO WSV-IDX-COR
           PERFORM 5910-Controlar-una
               UNTIL WSV-IDX-COR > WSV-CANT-CORRELATIVAS
           MOVE WST-PMA-MATERIA(WSV-IDX-PMA) TO WSV-MATERIA-TRABAJO
           .
       5910-Controlar-una.
           IF WST-COR-MATERIA(WSV-IDX-COR)
                   = WST-PMA-MATERIA(WSV-IDX-PMA)
               MOVE WST-COR-REQUIERE(WSV-IDX-COR)
                   TO WSV-MATERIA-TRABAJO
               PERFORM 5820-Buscar-aprobada
               IF NO-HALLADO
                   SET CORRELATIVAS-PENDIENTES TO TRUE
                   MOVE WSV-CANT-CORRELATIVAS TO WSV-IDX-COR
               END-IF
           END-IF
           ADD 1 TO WSV-IDX-COR
           .
      *************************** Archivo ******************************
       7010-Leer-plan.
           READ PLANES
           .
       7020-Leer-plan-materia.
           READ PLAN-MATERIAS
           .
       7030-Leer-alumno-plan.
           READ ALUMNO-PLAN
           .
       7040-Leer-alumno.
           READ ALUMNOS
           .
       7050-Leer-nota.
           READ NOTAS
           .
       7060-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7070-Leer-correlativa.
           READ CORRELATIVAS
           .
       7100-Escribir-linea.
           WRITE REGISTRO-LISTADO
           DISPLAY REGISTRO-LISTADO
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           DISPLAY "----- Error en el sistema ----"
           DISPLAY "Objeto: "              WSV-ANULADO-OBJETO
           DISPLAY "Codigo del error: "    WSV-ANULADO-CODIGO
           DISPLAY "Descripcion: "         WSV-ANULADO-DESCRIP
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 8950-Registrar-anulado
           MOVE 8 TO RETURN-CODE
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PAVANCE"           TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           CLOSE LISTADO
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Alumnos medidos:        " CTRL-CANT-ALUMNOS
           DISPLAY "Con plan inexistente:   " CTRL-CANT-SIN-PLAN
           IF CORRIDA-EGRESO
               DISPLAY "Candidatos a egreso:    " CTRL-CANT-COMPLETOS
           ELSE
               DISPLAY "Con el plan completo:   " CTRL-CANT-COMPLETOS
           END-IF
           DISPLAY "Listado en " WSV-NOMBRE-LISTADO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
