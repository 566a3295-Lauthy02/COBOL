      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de estadisticas de rendimiento academico
      *    Para un periodo de examen (anio y turno: 1 = enero a
      *    junio, 2 = julio a diciembre) informa por materia los
      *    inscriptos a cursar (ARCH-INSCRIPCIONES.txt), los anotados
      *    a mesa (ARCH-INSC-MESAS.txt), los que rindieron, aprobaron
      *    (nota 4 o mas), desaprobaron y estuvieron ausentes (anotados
      *    sin nota en ARCH-NOTAS.txt para esa mesa o con nota 00),
      *    el promedio, la mejor nota y la distribucion de notas 1 a
      *    10. Marca las materias cuyo porcentaje de aprobados cayo
      *    WSC-CAIDA-ALERTA puntos o mas contra el periodo anterior.
      *    Abre ademas los
      *    resultados por nacionalidad (descripcion via RGENPAIS) y
      *    por cohorte, el anio de la primera nota del legajo.
      *    Sale en ESTADISTICA_ACADEMICA.TXT y por pantalla.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PESTADIS.
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
           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT LISTADO ASSIGN TO "ESTADISTICA_ACADEMICA.TXT"
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
      *Archivo ARCH-NOTAS (lo mantiene PGENNOTA)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
                   05 REG-NOT-MATERIA          PIC 9(02).
                   05 REG-NOT-FECHA            PIC 9(08).
                   05 REG-NOT-FECHA-R REDEFINES REG-NOT-FECHA.
                       10 REG-NOT-ANIO         PIC 9(04).
                       10 FILLER               PIC 9(04).
                   05 REG-NOT-NOTA             PIC 9(02).
      *
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-INSC-MESAS (lo mantiene PINSMESA)
           FD ANOTADOS.
               01 REGISTRO-ANOTADO.
                   05 REG-ANO-LEGAJO           PIC 9(05).
                   05 REG-ANO-MATERIA          PIC 9(02).
                   05 REG-ANO-FECHA            PIC 9(08).
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
      *Listado de estadisticas
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
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-ANOTADOS                  PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
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

      *Tabla de paises y pedido a RGENPAIS.
           COPY TAB-PAIS.
           01 WST-PAIS-PEDIDO.
               02 WST-PAIS-MODO          PIC X(01).
                   88 WST-PAIS-MODO-CARGA      VALUE "C".
                   88 WST-PAIS-MODO-BUSCAR     VALUE "B".
               02 WST-PAIS-COD-BUSCADO   PIC 9(03).
               02 WST-PAIS-DESC-RESULT   PIC X(20).
               02 WST-PAIS-ENCONTRADO    PIC X(01).
                   88 WST-PAIS-SI-ENCONTRADO   VALUE "S".
                   88 WST-PAIS-NO-ENCONTRADO   VALUE "N".
               02 WST-PAIS-FECHA-CORTE   PIC 9(08).

      *Acumulados por materia, subindicados por el codigo de
      *materia. Los ANT- son del periodo anterior.
           01 WST-ESTADISTICA.
               02 WST-EST-DET               OCCURS 99 TIMES.
                   03 WST-EST-INSCRIPTOS    PIC 9(04).
                   03 WST-EST-ANOTADOS      PIC 9(04).
                   03 WST-EST-RENDIDOS      PIC 9(04).
                   03 WST-EST-APROBADOS     PIC 9(04).
                   03 WST-EST-AUSENTES      PIC 9(04).
                   03 WST-EST-SUMA-NOTAS    PIC 9(06).
                   03 WST-EST-MEJOR         PIC 9(02).
                   03 WST-EST-NOTA-CANT     PIC 9(04) OCCURS 10 TIMES.
                   03 WST-EST-ANT-RENDIDOS  PIC 9(04).
                   03 WST-EST-ANT-APROBADOS PIC 9(04).

      *Notas del periodo pedido, para cruzar con los anotados.
           01 WST-NOTAS-PERIODO.
               02 WST-NPE-DET               OCCURS 2000 TIMES.
                   03 WST-NPE-LEGAJO        PIC 9(05).
                   03 WST-NPE-MATERIA       PIC 9(02).
                   03 WST-NPE-FECHA         PIC 9(08).
                   03 WST-NPE-NOTA          PIC 9(02).
           01 WSV-CANT-NOTAS-PERIODO           PIC 9(04) VALUE ZERO.

      *Alumnos con su nacionalidad y el anio de su primera nota.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NACIONALIDAD  PIC 9(03).
                   03 WST-ALU-COHORTE       PIC 9(04).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.

      *Resultados por nacionalidad y por cohorte.
           01 WST-NACIONALIDADES.
               02 WST-NAC-DET               OCCURS 100 TIMES.
                   03 WST-NAC-CODIGO        PIC 9(03).
                   03 WST-NAC-RENDIDOS      PIC 9(04).
                   03 WST-NAC-APROBADOS     PIC 9(04).
           01 WSV-CANT-NACIONALIDADES          PIC 9(03) VALUE ZERO.
           01 WST-COHORTES.
               02 WST-COH-DET               OCCURS 50 TIMES.
                   03 WST-COH-ANIO          PIC 9(04).
                   03 WST-COH-RENDIDOS      PIC 9(04).
                   03 WST-COH-APROBADOS     PIC 9(04).
           01 WSV-CANT-COHORTES                PIC 9(02) VALUE ZERO.

           01 WSV-IDX                          PIC 9(04).
           01 WSV-IDX-MAT                      PIC 9(03).
           01 WSV-IDX-NOTA                     PIC 9(02).
           01 WSV-IDX-ALU                      PIC 9(03).
           01 WSV-IDX-GRUPO                    PIC 9(03).
           01 WSV-IDX-BUSCA                    PIC 9(04).
           01 WSV-LEGAJO-BUSCADO               PIC 9(05).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".

      *Periodo pedido y periodo anterior.
           01 WSV-ANIO-PERIODO                 PIC 9(04) VALUE ZERO.
           01 WSV-TURNO-PERIODO                PIC 9(01) VALUE ZERO.
               88 TURNO-VALIDO                 VALUE 1 2.
           01 WSV-PERIODO-DESDE                PIC 9(08).
           01 WSV-PERIODO-HASTA                PIC 9(08).
           01 WSV-ANTERIOR-DESDE               PIC 9(08).
           01 WSV-ANTERIOR-HASTA               PIC 9(08).
           01 WSV-FECHA-ARMADA.
               02 WSV-FAR-ANIO                 PIC 9(04).
               02 WSV-FAR-MMDD                 PIC 9(04).
           01 WSV-FECHA-HOY                    PIC 9(08).
      *Caida en puntos del porcentaje de aprobados que se marca.
           01 WSC-CAIDA-ALERTA                 PIC 9(03) VALUE 015.

      *Calculo del renglon.
           01 WSV-NACIONALIDAD                 PIC 9(03).
           01 WSV-COHORTE                      PIC 9(04).
           01 WSV-DESAPROBADOS                 PIC 9(04).
           01 WSV-PORCENTAJE                   PIC 9(03).
           01 WSV-PORCENTAJE-ANT               PIC 9(03).
           01 WSV-PROMEDIO                     PIC 9(02)V99.
           01 WSV-RENDIDOS                     PIC 9(04).
           01 WSV-APROBADOS                    PIC 9(04).

      *Renglones del listado.
           01 WSV-LINEA-TITULO.
               02 FILLER                       PIC X(32) VALUE
                   "ESTADISTICA ACADEMICA - PERIODO".
               02 TIT-ANIO                     PIC 9(04).
               02 FILLER                       PIC X(07) VALUE
                                                " TURNO ".
               02 TIT-TURNO                    PIC 9(01).
               02 FILLER                       PIC X(08) VALUE
                                                " - FECHA".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TIT-FECHA                    PIC 9(08).
           01 WSV-LINEA-COLUMNAS.
               02 FILLER                       PIC X(19) VALUE
                   "MT MATERIA".
               02 FILLER                       PIC X(44) VALUE
                   "INSC ANOT REND  APR DESA  AUS  PROM MAX %APR".
           01 WSV-LINEA-MATERIA.
               02 MAT-CODIGO                   PIC 9(02).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-DESCRIPCION              PIC X(15).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-INSCRIPTOS               PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-ANOTADOS                 PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-RENDIDOS                 PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-APROBADOS                PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-DESAPROBADOS             PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-AUSENTES                 PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-PROMEDIO                 PIC Z9.99.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 MAT-MEJOR                    PIC Z9.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 MAT-PORCENTAJE               PIC ZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 MAT-ALERTA                   PIC X(14).
           01 WSV-LINEA-DISTRIBUCION.
               02 FILLER                       PIC X(18) VALUE
                   "   NOTAS 1 A 10:".
               02 DIS-DET                      OCCURS 10 TIMES.
                   03 DIS-CANTIDAD             PIC ZZZ9.
                   03 FILLER                   PIC X(01) VALUE SPACE.
           01 WSV-LINEA-ALERTA.
               02 FILLER                       PIC X(06) VALUE
                                                "CAIDA ".
               02 ALE-ANTERIOR                 PIC ZZ9.
               02 FILLER                       PIC X(05) VALUE
                                                "% ANT".
           01 WSV-LINEA-SUBTITULO              PIC X(40).
           01 WSV-LINEA-GRUPO.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 GRU-CODIGO                   PIC X(04).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 GRU-DESCRIPCION              PIC X(20).
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 GRU-RENDIDOS                 PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 GRU-APROBADOS                PIC ZZZ9.
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 GRU-PORCENTAJE               PIC ZZ9.
               02 FILLER                       PIC X(01) VALUE "%".
           01 WSV-LINEA-COLUMNAS-GRUPO.
               02 FILLER                       PIC X(29) VALUE SPACES.
               02 FILLER                       PIC X(15) VALUE
                   "REND  APR %APR".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-NOTAS-LEIDAS       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-NOTAS-PERIODO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MATERIAS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CAIDAS             PIC 9(03) VALUE ZERO.

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
           PERFORM 1050-Pedir-periodo UNTIL TURNO-VALIDO
           PERFORM 1060-Armar-periodos
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           SET WST-PAIS-MODO-CARGA TO TRUE
           CALL "RGENPAIS" USING WST-TABLA-PAIS WST-PAIS-PEDIDO
           MOVE ZEROES TO WST-ESTADISTICA
           PERFORM 1100-Cargar-alumnos
           PERFORM 1200-Leer-notas
           PERFORM 1300-Contar-inscriptos
           PERFORM 1400-Contar-anotados
           OPEN OUTPUT LISTADO
           IF FS-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-ANIO-PERIODO TO TIT-ANIO
           MOVE WSV-TURNO-PERIODO TO TIT-TURNO
           MOVE WSV-FECHA-HOY TO TIT-FECHA
           MOVE WSV-LINEA-TITULO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
       1050-Pedir-periodo.
           DISPLAY "Anio del periodo (aaaa): "
           ACCEPT WSV-ANIO-PERIODO
           DISPLAY "Turno (1 = enero-junio, 2 = julio-diciembre): "
           ACCEPT WSV-TURNO-PERIODO
           IF NOT TURNO-VALIDO
               DISPLAY "**** Responda 1 o 2"
           END-IF
           .
      *El anterior del turno 1 es el turno 2 del anio previo.
       1060-Armar-periodos.
           MOVE WSV-ANIO-PERIODO TO WSV-FAR-ANIO
           IF WSV-TURNO-PERIODO = 1
               MOVE 0101 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-PERIODO-DESDE
               MOVE 0630 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-PERIODO-HASTA
               SUBTRACT 1 FROM WSV-FAR-ANIO
               MOVE 0701 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-ANTERIOR-DESDE
               MOVE 1231 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-ANTERIOR-HASTA
           ELSE
               MOVE 0701 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-PERIODO-DESDE
               MOVE 1231 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-PERIODO-HASTA
               MOVE 0101 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-ANTERIOR-DESDE
               MOVE 0630 TO WSV-FAR-MMDD
               MOVE WSV-FECHA-ARMADA TO WSV-ANTERIOR-HASTA
           END-IF
           .
       1100-Cargar-alumnos.
           MOVE ZERO TO WSV-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS = "00"
               PERFORM 7040-Leer-alumno
               PERFORM 1110-Pasar-alumno
                   UNTIL (FS-ALUMNOS = "10")
                   OR (WSV-CANT-ALUMNOS >= 300)
               CLOSE ALUMNOS
           END-IF
           .
       1110-Pasar-alumno.
           ADD 1 TO WSV-CANT-ALUMNOS
           MOVE REG-ALU-LEGAJO TO WST-ALU-LEGAJO(WSV-CANT-ALUMNOS)
           MOVE REG-ALU-NACIONALIDAD
               TO WST-ALU-NACIONALIDAD(WSV-CANT-ALUMNOS)
           MOVE 9999 TO WST-ALU-COHORTE(WSV-CANT-ALUMNOS)
           PERFORM 7040-Leer-alumno
           .
      *Una sola pasada por las notas: cohorte de cada legajo, notas
      *del periodo a la tabla y aprobados del periodo anterior.
       1200-Leer-notas.
           OPEN INPUT NOTAS
           IF FS-NOTAS NOT = "00"
               MOVE "No hay notas (corra PGENNOTA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-NOTAS TO WSV-ANULADO-CODIGO
               MOVE "NOTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-nota
           PERFORM 1210-Pasar-nota UNTIL FS-NOTAS = "10"
           CLOSE NOTAS
           .
       1210-Pasar-nota.
           ADD 1 TO CTRL-CANT-NOTAS-LEIDAS
           MOVE REG-NOT-LEGAJO TO WSV-LEGAJO-BUSCADO
           PERFORM 5810-Buscar-alumno
           IF SI-HALLADO
               IF REG-NOT-ANIO < WST-ALU-COHORTE(WSV-IDX-ALU)
                   MOVE REG-NOT-ANIO TO WST-ALU-COHORTE(WSV-IDX-ALU)
               END-IF
           END-IF
           IF (REG-NOT-MATERIA > ZERO) AND (REG-NOT-NOTA > ZERO)
                   AND (REG-NOT-FECHA >= WSV-PERIODO-DESDE)
                   AND (REG-NOT-FECHA <= WSV-PERIODO-HASTA)
                   AND (WSV-CANT-NOTAS-PERIODO < 2000)
               ADD 1 TO WSV-CANT-NOTAS-PERIODO
               MOVE REGISTRO-NOTA
                   TO WST-NPE-DET(WSV-CANT-NOTAS-PERIODO)
           END-IF
           IF (REG-NOT-MATERIA > ZERO) AND (REG-NOT-NOTA > ZERO)
                   AND (REG-NOT-FECHA >= WSV-ANTERIOR-DESDE)
                   AND (REG-NOT-FECHA <= WSV-ANTERIOR-HASTA)
               ADD 1 TO WST-EST-ANT-RENDIDOS(REG-NOT-MATERIA)
               IF REG-NOT-NOTA >= 4
                   ADD 1 TO WST-EST-ANT-APROBADOS(REG-NOT-MATERIA)
               END-IF
           END-IF
           PERFORM 7010-Leer-nota
           .
       1300-Contar-inscriptos.
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES = "00"
               PERFORM 7020-Leer-inscripcion
               PERFORM 1310-Sumar-inscripto
                   UNTIL FS-INSCRIPCIONES = "10"
               CLOSE INSCRIPCIONES
           END-IF
           .
       1310-Sumar-inscripto.
           IF REG-INS-MATERIA > ZERO
               ADD 1 TO WST-EST-INSCRIPTOS(REG-INS-MATERIA)
           END-IF
           PERFORM 7020-Leer-inscripcion
           .
      *Anotado a una mesa del periodo sin nota de esa mesa (la 00 no
      *pasa a la tabla del periodo) = ausente.
       1400-Contar-anotados.
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS = "00"
               PERFORM 7030-Leer-anotado
               PERFORM 1410-Sumar-anotado
                   UNTIL FS-ANOTADOS = "10"
               CLOSE ANOTADOS
           END-IF
           .
       1410-Sumar-anotado.
           IF (REG-ANO-MATERIA > ZERO)
                   AND (REG-ANO-FECHA >= WSV-PERIODO-DESDE)
                   AND (REG-ANO-FECHA <= WSV-PERIODO-HASTA)
               ADD 1 TO WST-EST-ANOTADOS(REG-ANO-MATERIA)
               SET NO-HALLADO TO TRUE
               MOVE 1 TO WSV-IDX-BUSCA
               PERFORM 1420-Comparar-nota
                   UNTIL WSV-IDX-BUSCA > WSV-CANT-NOTAS-PERIODO
               IF NO-HALLADO
                   ADD 1 TO WST-EST-AUSENTES(REG-ANO-MATERIA)
               END-IF
           END-IF
           PERFORM 7030-Leer-anotado
           .
       1420-Comparar-nota.
           IF (WST-NPE-LEGAJO(WSV-IDX-BUSCA) = REG-ANO-LEGAJO)
                   AND (WST-NPE-MATERIA(WSV-IDX-BUSCA)
                        = REG-ANO-MATERIA)
                   AND (WST-NPE-FECHA(WSV-IDX-BUSCA) = REG-ANO-FECHA)
               SET SI-HALLADO TO TRUE
               MOVE WSV-CANT-NOTAS-PERIODO TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Acumular-nota
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-NOTAS-PERIODO
           MOVE WSV-LINEA-COLUMNAS TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           PERFORM 5200-Informar-materia
               VARYING WSV-IDX-MAT FROM 1 BY 1
               UNTIL WSV-IDX-MAT > 99
           MOVE "POR NACIONALIDAD" TO WSV-LINEA-SUBTITULO
           PERFORM 5400-Encabezar-grupo
           PERFORM 5410-Informar-nacionalidad
               VARYING WSV-IDX-GRUPO FROM 1 BY 1
               UNTIL WSV-IDX-GRUPO > WSV-CANT-NACIONALIDADES
           MOVE "POR COHORTE (ANIO DE LA PRIMERA NOTA)"
               TO WSV-LINEA-SUBTITULO
           PERFORM 5400-Encabezar-grupo
           PERFORM 5420-Informar-cohorte
               VARYING WSV-IDX-GRUPO FROM 1 BY 1
               UNTIL WSV-IDX-GRUPO > WSV-CANT-COHORTES
           .
      *Suma la nota WSV-IDX del periodo en su materia, su
      *nacionalidad y su cohorte.
       5100-Acumular-nota.
           ADD 1 TO CTRL-CANT-NOTAS-PERIODO
           MOVE WST-NPE-MATERIA(WSV-IDX) TO WSV-IDX-MAT
           ADD 1 TO WST-EST-RENDIDOS(WSV-IDX-MAT)
           ADD WST-NPE-NOTA(WSV-IDX) TO WST-EST-SUMA-NOTAS(WSV-IDX-MAT)
           IF WST-NPE-NOTA(WSV-IDX) > WST-EST-MEJOR(WSV-IDX-MAT)
               MOVE WST-NPE-NOTA(WSV-IDX) TO WST-EST-MEJOR(WSV-IDX-MAT)
           END-IF
           IF (WST-NPE-NOTA(WSV-IDX) >= 1)
                   AND (WST-NPE-NOTA(WSV-IDX) <= 10)
               MOVE WST-NPE-NOTA(WSV-IDX) TO WSV-IDX-NOTA
               ADD 1 TO WST-EST-NOTA-CANT(WSV-IDX-MAT, WSV-IDX-NOTA)
           END-IF
           IF WST-NPE-NOTA(WSV-IDX) >= 4
               ADD 1 TO WST-EST-APROBADOS(WSV-IDX-MAT)
           END-IF
           MOVE WST-NPE-LEGAJO(WSV-IDX) TO WSV-LEGAJO-BUSCADO
           PERFORM 5810-Buscar-alumno
           IF SI-HALLADO
               MOVE WST-ALU-NACIONALIDAD(WSV-IDX-ALU)
                   TO WSV-NACIONALIDAD
               MOVE WST-ALU-COHORTE(WSV-IDX-ALU) TO WSV-COHORTE
           ELSE
               MOVE ZERO TO WSV-NACIONALIDAD
               MOVE ZERO TO WSV-COHORTE
           END-IF
           PERFORM 5110-Acumular-nacionalidad
           PERFORM 5120-Acumular-cohorte
           .
       5110-Acumular-nacionalidad.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-GRUPO
           PERFORM 5111-Comparar-nacionalidad
               UNTIL (WSV-IDX-GRUPO > WSV-CANT-NACIONALIDADES)
               OR SI-HALLADO
           IF NO-HALLADO AND (WSV-CANT-NACIONALIDADES < 100)
               ADD 1 TO WSV-CANT-NACIONALIDADES
               MOVE WSV-CANT-NACIONALIDADES TO WSV-IDX-GRUPO
               MOVE WSV-NACIONALIDAD TO WST-NAC-CODIGO(WSV-IDX-GRUPO)
               MOVE ZERO TO WST-NAC-RENDIDOS(WSV-IDX-GRUPO)
               MOVE ZERO TO WST-NAC-APROBADOS(WSV-IDX-GRUPO)
               SET SI-HALLADO TO TRUE
           END-IF
           IF SI-HALLADO
               ADD 1 TO WST-NAC-RENDIDOS(WSV-IDX-GRUPO)
               IF WST-NPE-NOTA(WSV-IDX) >= 4
                   ADD 1 TO WST-NAC-APROBADOS(WSV-IDX-GRUPO)
               END-IF
           END-IF
           .
       5111-Comparar-nacionalidad.
           IF WST-NAC-CODIGO(WSV-IDX-GRUPO) = WSV-NACIONALIDAD
               SET SI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-GRUPO
           END-IF
           .
       5120-Acumular-cohorte.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-GRUPO
           PERFORM 5121-Comparar-cohorte
               UNTIL (WSV-IDX-GRUPO > WSV-CANT-COHORTES)
               OR SI-HALLADO
           IF NO-HALLADO AND (WSV-CANT-COHORTES < 50)
               ADD 1 TO WSV-CANT-COHORTES
               MOVE WSV-CANT-COHORTES TO WSV-IDX-GRUPO
               MOVE WSV-COHORTE TO WST-COH-ANIO(WSV-IDX-GRUPO)
               MOVE ZERO TO WST-COH-RENDIDOS(WSV-IDX-GRUPO)
               MOVE ZERO TO WST-COH-APROBADOS(WSV-IDX-GRUPO)
               SET SI-HALLADO TO TRUE
           END-IF
           IF SI-HALLADO
               ADD 1 TO WST-COH-RENDIDOS(WSV-IDX-GRUPO)
               IF WST-NPE-NOTA(WSV-IDX) >= 4
                   ADD 1 TO WST-COH-APROBADOS(WSV-IDX-GRUPO)
               END-IF
           END-IF
           .
       5121-Comparar-cohorte.
           IF WST-COH-ANIO(WSV-IDX-GRUPO) = WSV-COHORTE
               SET SI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-GRUPO
           END-IF
           .
      *Solo las materias con movimiento en el periodo o en el
      *anterior.
       5200-Informar-materia.
           IF (WST-EST-INSCRIPTOS(WSV-IDX-MAT) > ZERO)
                   OR (WST-EST-ANOTADOS(WSV-IDX-MAT) > ZERO)
                   OR (WST-EST-RENDIDOS(WSV-IDX-MAT) > ZERO)
                   OR (WST-EST-ANT-RENDIDOS(WSV-IDX-MAT) > ZERO)
               ADD 1 TO CTRL-CANT-MATERIAS
               PERFORM 5210-Armar-renglon-materia
               MOVE WSV-LINEA-MATERIA TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
               PERFORM 5220-Armar-distribucion
                   VARYING WSV-IDX-NOTA FROM 1 BY 1
                   UNTIL WSV-IDX-NOTA > 10
               MOVE WSV-LINEA-DISTRIBUCION TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
           END-IF
           .
      *Caida: el porcentaje de aprobados bajo WSC-CAIDA-ALERTA
      *puntos o mas contra el periodo anterior, si en los dos hubo
      *examenes.
       5210-Armar-renglon-materia.
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WSV-IDX-MAT TO WST-MAT-COD-BUSCADO
           MOVE ZERO TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO
               MOVE "(SIN DESCRIP.)" TO WST-MAT-DESC-RESULT
           END-IF
           MOVE WSV-IDX-MAT TO MAT-CODIGO
           MOVE WST-MAT-DESC-RESULT TO MAT-DESCRIPCION
           MOVE WST-EST-INSCRIPTOS(WSV-IDX-MAT) TO MAT-INSCRIPTOS
           MOVE WST-EST-ANOTADOS(WSV-IDX-MAT) TO MAT-ANOTADOS
           MOVE WST-EST-RENDIDOS(WSV-IDX-MAT) TO MAT-RENDIDOS
           MOVE WST-EST-APROBADOS(WSV-IDX-MAT) TO MAT-APROBADOS
           COMPUTE WSV-DESAPROBADOS = WST-EST-RENDIDOS(WSV-IDX-MAT)
               - WST-EST-APROBADOS(WSV-IDX-MAT)
           MOVE WSV-DESAPROBADOS TO MAT-DESAPROBADOS
           MOVE WST-EST-AUSENTES(WSV-IDX-MAT) TO MAT-AUSENTES
           MOVE WST-EST-MEJOR(WSV-IDX-MAT) TO MAT-MEJOR
           MOVE SPACES TO MAT-ALERTA
           IF WST-EST-RENDIDOS(WSV-IDX-MAT) = ZERO
               MOVE ZERO TO WSV-PROMEDIO
               MOVE ZERO TO WSV-PORCENTAJE
           ELSE
               COMPUTE WSV-PROMEDIO ROUNDED =
                   WST-EST-SUMA-NOTAS(WSV-IDX-MAT)
                   / WST-EST-RENDIDOS(WSV-IDX-MAT)
               COMPUTE WSV-PORCENTAJE =
                   (WST-EST-APROBADOS(WSV-IDX-MAT) * 100)
                   / WST-EST-RENDIDOS(WSV-IDX-MAT)
               IF WST-EST-ANT-RENDIDOS(WSV-IDX-MAT) > ZERO
                   COMPUTE WSV-PORCENTAJE-ANT =
                       (WST-EST-ANT-APROBADOS(WSV-IDX-MAT) * 100)
                       / WST-EST-ANT-RENDIDOS(WSV-IDX-MAT)
                   IF WSV-PORCENTAJE-ANT
                           >= WSV-PORCENTAJE + WSC-CAIDA-ALERTA
                       ADD 1 TO CTRL-CANT-CAIDAS
                       MOVE WSV-PORCENTAJE-ANT TO ALE-ANTERIOR
                       MOVE WSV-LINEA-ALERTA TO MAT-ALERTA
                   END-IF
               END-IF
           END-IF
           MOVE WSV-PROMEDIO TO MAT-PROMEDIO
           MOVE WSV-PORCENTAJE TO MAT-PORCENTAJE
           .
       5220-Armar-distribucion.
           MOVE WST-EST-NOTA-CANT(WSV-IDX-MAT, WSV-IDX-NOTA)
               TO DIS-CANTIDAD(WSV-IDX-NOTA)
           .
       5400-Encabezar-grupo.
           MOVE SPACES TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-SUBTITULO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-COLUMNAS-GRUPO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
      *Nacionalidad cero: legajo que no esta en el maestro.
       5410-Informar-nacionalidad.
           MOVE WST-NAC-CODIGO(WSV-IDX-GRUPO) TO GRU-CODIGO
           MOVE "(SIN DATO)" TO GRU-DESCRIPCION
           IF WST-NAC-CODIGO(WSV-IDX-GRUPO) > ZERO
               SET WST-PAIS-MODO-BUSCAR TO TRUE
               MOVE WST-NAC-CODIGO(WSV-IDX-GRUPO)
                   TO WST-PAIS-COD-BUSCADO
               MOVE ZERO TO WST-PAIS-FECHA-CORTE
               CALL "RGENPAIS" USING WST-TABLA-PAIS WST-PAIS-PEDIDO
               IF WST-PAIS-SI-ENCONTRADO
                   MOVE WST-PAIS-DESC-RESULT TO GRU-DESCRIPCION
               END-IF
           END-IF
           MOVE WST-NAC-RENDIDOS(WSV-IDX-GRUPO) TO WSV-RENDIDOS
           MOVE WST-NAC-APROBADOS(WSV-IDX-GRUPO) TO WSV-APROBADOS
           PERFORM 5450-Imprimir-grupo
           .
      *Cohorte cero: legajo que no esta en el maestro.
       5420-Informar-cohorte.
           MOVE WST-COH-ANIO(WSV-IDX-GRUPO) TO GRU-CODIGO
           IF WST-COH-ANIO(WSV-IDX-GRUPO) = ZERO
               MOVE "(SIN DATO)" TO GRU-DESCRIPCION
           ELSE
               MOVE "COHORTE" TO GRU-DESCRIPCION
           END-IF
           MOVE WST-COH-RENDIDOS(WSV-IDX-GRUPO) TO WSV-RENDIDOS
           MOVE WST-COH-APROBADOS(WSV-IDX-GRUPO) TO WSV-APROBADOS
           PERFORM 5450-Imprimir-grupo
           .
       5450-Imprimir-grupo.
           MOVE WSV-RENDIDOS TO GRU-RENDIDOS
           MOVE WSV-APROBADOS TO GRU-APROBADOS
           IF WSV-RENDIDOS = ZERO
               MOVE ZERO TO GRU-PORCENTAJE
           ELSE
               COMPUTE GRU-PORCENTAJE =
                   (WSV-APROBADOS * 100) / WSV-RENDIDOS
           END-IF
           MOVE WSV-LINEA-GRUPO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
      *Deja en WSV-IDX-ALU el alumno de WSV-LEGAJO-BUSCADO.
       5810-Buscar-alumno.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-ALU
           PERFORM 5811-Comparar-alumno
               UNTIL (WSV-IDX-ALU > WSV-CANT-ALUMNOS) OR SI-HALLADO
           .
       5811-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX-ALU) = WSV-LEGAJO-BUSCADO
               SET SI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-ALU
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-nota.
           READ NOTAS
           .
       7020-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7030-Leer-anotado.
           READ ANOTADOS
           .
       7040-Leer-alumno.
           READ ALUMNOS
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
           MOVE "PESTADIS"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY "Notas leidas:           " CTRL-CANT-NOTAS-LEIDAS
           DISPLAY "Notas del periodo:      " CTRL-CANT-NOTAS-PERIODO
           DISPLAY "Materias informadas:    " CTRL-CANT-MATERIAS
           DISPLAY "Materias con caida:     " CTRL-CANT-CAIDAS
           DISPLAY "Listado en ESTADISTICA_ACADEMICA.TXT"
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
