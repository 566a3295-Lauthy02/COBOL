      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de cierre de cuatrimestre
      *    Se corre una vez terminadas las mesas del cuatrimestre, con
      *    su fecha de inicio y de cierre:
      *      - no cierra si algun anotado a una mesa del cuatrimestre
      *        (ARCH-INSC-MESAS.txt) no tiene nota de esa mesa en
      *        ARCH-NOTAS.txt (el ausente se carga con nota 00);
      *      - pasa cada inscripcion de ARCH-INSCRIPCIONES.txt a
      *        HIST_INSCRIPCIONES_aaaammdd.TXT marcada (A)probada,
      *        (D)esaprobada o a(B)andonada segun las notas del
      *        cuatrimestre, y las notas del cuatrimestre a
      *        HIST_NOTAS_aaaammdd.TXT (ARCH-NOTAS.txt queda entero:
      *        es el registro academico que usan las correlativas);
      *      - pasa la asistencia a HIST_ASISTENCIAS_aaaammdd.TXT;
      *      - avisa en AVISO_ESPERA_aaaammdd.TXT a cada alumno que
      *        seguia en ARCH-ESPERA.txt que su lugar caduco;
      *      - deja vacios ARCH-INSCRIPCIONES.txt, ARCH-ESPERA.txt y
      *        ARCH-ASISTENCIAS.txt, con lo que el cupo de cada materia
      *        vuelve a contar desde cero en PINSCRIP.
      *    La fecha aaaammdd es la de cierre; un cierre ya hecho con
      *    esa fecha no se repite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PCIERRE.
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
           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT ESPERA ASSIGN TO "ARCH-ESPERA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESPERA.

           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.

           SELECT ASISTENCIAS ASSIGN TO "ARCH-ASISTENCIAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASISTENCIAS.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.
      *Historicos y avisos, con la fecha de cierre en el nombre.
           SELECT HIST-INSCRIPCIONES ASSIGN DYNAMIC WSV-NOMBRE-HIST-INS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST-INSCRIPCIONES.

           SELECT HIST-NOTAS ASSIGN DYNAMIC WSV-NOMBRE-HIST-NOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST-NOTAS.

           SELECT HIST-ASISTENCIAS ASSIGN DYNAMIC WSV-NOMBRE-HIST-ASI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST-ASISTENCIAS.

           SELECT AVISOS ASSIGN DYNAMIC WSV-NOMBRE-AVISOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AVISOS.
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
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-NOTAS (lo mantiene PGENNOTA)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
                   05 REG-NOT-MATERIA          PIC 9(02).
                   05 REG-NOT-FECHA            PIC 9(08).
                   05 REG-NOT-NOTA             PIC 9(02).
      *
      *Archivo ARCH-ESPERA (lo mantiene PINSCRIP)
           FD ESPERA.
               01 REGISTRO-ESPERA.
                   05 REG-ESP-LEGAJO           PIC 9(05).
                   05 REG-ESP-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-INSC-MESAS (lo mantiene PINSMESA)
           FD ANOTADOS.
               01 REGISTRO-ANOTADO.
                   05 REG-ANO-LEGAJO           PIC 9(05).
                   05 REG-ANO-MATERIA          PIC 9(02).
                   05 REG-ANO-FECHA            PIC 9(08).
      *
      *Archivo ARCH-ASISTENCIAS (lo graba PASISTEN)
           FD ASISTENCIAS.
               01 REGISTRO-ASISTENCIA          PIC X(16).
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
      *Historico de inscripciones
      *Legajo | Cod. Materia | A/D/B | Inicio | Cierre del cuatrim.
           FD HIST-INSCRIPCIONES.
               01 REGISTRO-HIST-INSCRIPCION.
                   05 REG-HIN-LEGAJO           PIC 9(05).
                   05 REG-HIN-MATERIA          PIC 9(02).
                   05 REG-HIN-ESTADO           PIC X(01).
                   05 REG-HIN-DESDE            PIC 9(08).
                   05 REG-HIN-HASTA            PIC 9(08).
      *
      *Historico de notas (mismo registro que ARCH-NOTAS)
           FD HIST-NOTAS.
               01 REGISTRO-HIST-NOTA           PIC X(17).
      *
      *Historico de asistencia (mismo registro que ARCH-ASISTENCIAS)
           FD HIST-ASISTENCIAS.
               01 REGISTRO-HIST-ASISTENCIA     PIC X(16).
      *
      *Avisos a los alumnos que seguian en lista de espera
           FD AVISOS.
               01 REGISTRO-AVISO               PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-ESPERA                    PIC X(02) VALUE ZEROES.
               02 FS-ANOTADOS                  PIC X(02) VALUE ZEROES.
               02 FS-ASISTENCIAS               PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-HIST-INSCRIPCIONES        PIC X(02) VALUE ZEROES.
               02 FS-HIST-NOTAS                PIC X(02) VALUE ZEROES.
               02 FS-HIST-ASISTENCIAS          PIC X(02) VALUE ZEROES.
               02 FS-AVISOS                    PIC X(02) VALUE ZEROES.
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

      *Inscripciones del cuatrimestre con el estado que les toca.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
                   03 WST-INS-ESTADO        PIC X(01).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.

      *Notas con fecha dentro del cuatrimestre.
           01 WST-NOTAS-CUATRI.
               02 WST-NCU-DET               OCCURS 2000 TIMES.
                   03 WST-NCU-LEGAJO        PIC 9(05).
                   03 WST-NCU-MATERIA       PIC 9(02).
                   03 WST-NCU-FECHA         PIC 9(08).
                   03 WST-NCU-NOTA          PIC 9(02).
           01 WSV-CANT-NOTAS                   PIC 9(04) VALUE ZERO.

      *Lista de espera y nombres para los avisos.
           01 WST-ESPERA.
               02 WST-ESP-DET               OCCURS 200 TIMES.
                   03 WST-ESP-LEGAJO        PIC 9(05).
                   03 WST-ESP-MATERIA       PIC 9(02).
           01 WSV-CANT-ESPERA                  PIC 9(03) VALUE ZERO.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.

           01 WSV-IDX                          PIC 9(04).
           01 WSV-IDX-BUSCA                    PIC 9(04).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-HAY-ASISTENCIA               PIC X(01) VALUE "N".
               88 HAY-ASISTENCIA               VALUE "S".
               88 NO-HAY-ASISTENCIA            VALUE "N".

      *Cuatrimestre que se cierra.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-FECHA-DESDE                  PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-HASTA                  PIC 9(08) VALUE ZERO.
           77 WSS-FECHAS                       PIC X(01) VALUE "N".
               88 FECHAS-VALIDAS               VALUE "S".
               88 FECHAS-INVALIDAS             VALUE "N".
           01 WSV-CONFIRMA                     PIC X(01) VALUE "N".
               88 CIERRE-CONFIRMADO            VALUE "S".
           01 WSV-NOMBRE-HIST-INS              PIC X(40).
           01 WSV-NOMBRE-HIST-NOT              PIC X(40).
           01 WSV-NOMBRE-HIST-ASI              PIC X(40).
           01 WSV-NOMBRE-AVISOS                PIC X(40).
           01 WSV-NOMBRE-HALLADO               PIC X(25).

      *Renglones del aviso de lista de espera.
           01 WSV-LINEA-AVISO-TITULO.
               02 FILLER                       PIC X(45) VALUE
                   "CIERRE DE CUATRIMESTRE - LISTA DE ESPERA DEL".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 AVT-DESDE                    PIC 9(08).
               02 FILLER                       PIC X(03) VALUE " AL".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 AVT-HASTA                    PIC 9(08).
           01 WSV-LINEA-AVISO-LEYENDA.
               02 FILLER                       PIC X(41) VALUE
                   "Su lugar en la lista de espera caduco con".
               02 FILLER                       PIC X(39) VALUE
                   " el cierre; inscribase de nuevo.".
           01 WSV-LINEA-AVISO.
               02 AVI-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 AVI-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(09) VALUE
                                                " MATERIA ".
               02 AVI-MATERIA                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 AVI-DESCRIPCION              PIC X(25).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-SIN-NOTA           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-APROBADAS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESAPROBADAS       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ABANDONADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-NOTAS-ARCHIVADAS   PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ASIST-ARCHIVADAS   PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AVISOS             PIC 9(05) VALUE ZERO.

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
           PERFORM 1050-Pedir-fechas UNTIL FECHAS-VALIDAS
           PERFORM 1060-Armar-nombres
           PERFORM 1100-Controlar-cierre-previo
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           PERFORM 1200-Cargar-inscripciones
           PERFORM 1300-Cargar-notas
           PERFORM 1400-Cargar-espera
           PERFORM 1500-Cargar-alumnos
           PERFORM 1600-Controlar-mesas
           DISPLAY " "
           DISPLAY "Se cierra el cuatrimestre del " WSV-FECHA-DESDE
                   " al " WSV-FECHA-HASTA ": " WSV-CANT-INSCRIPTOS
                   " inscripciones, " WSV-CANT-ESPERA
                   " en lista de espera."
           DISPLAY "Confirma el cierre? (S/N): "
           ACCEPT WSV-CONFIRMA
           IF NOT CIERRE-CONFIRMADO
               DISPLAY "Cierre cancelado, no se modifico nada"
               DISPLAY "---- Fin del programa ----"
               PERFORM 9999-Stop-Run
           END-IF
           .
      *Cierre cero = hoy; no se cierra un cuatrimestre a futuro.
       1050-Pedir-fechas.
           SET FECHAS-VALIDAS TO TRUE
           DISPLAY "Fecha de inicio del cuatrimestre (AAAAMMDD): "
           ACCEPT WSV-FECHA-DESDE
           DISPLAY "Fecha de cierre (AAAAMMDD, 00000000 usa la "
                   "fecha del dia): "
           ACCEPT WSV-FECHA-HASTA
           IF WSV-FECHA-HASTA = ZERO
               MOVE WSV-FECHA-HOY TO WSV-FECHA-HASTA
           END-IF
           IF (WSV-FECHA-DESDE = ZERO)
                   OR (WSV-FECHA-DESDE > WSV-FECHA-HASTA)
                   OR (WSV-FECHA-HASTA > WSV-FECHA-HOY)
               SET FECHAS-INVALIDAS TO TRUE
               DISPLAY "**** Fechas invalidas: el inicio no puede "
                       "ser posterior al cierre ni el cierre a hoy"
           END-IF
           .
       1060-Armar-nombres.
           MOVE SPACES TO WSV-NOMBRE-HIST-INS
           STRING "HIST_INSCRIPCIONES_" WSV-FECHA-HASTA
                   ".TXT" DELIMITED BY SIZE
               INTO WSV-NOMBRE-HIST-INS
           END-STRING
           MOVE SPACES TO WSV-NOMBRE-HIST-NOT
           STRING "HIST_NOTAS_" WSV-FECHA-HASTA
                   ".TXT" DELIMITED BY SIZE
               INTO WSV-NOMBRE-HIST-NOT
           END-STRING
           MOVE SPACES TO WSV-NOMBRE-HIST-ASI
           STRING "HIST_ASISTENCIAS_" WSV-FECHA-HASTA
                   ".TXT" DELIMITED BY SIZE
               INTO WSV-NOMBRE-HIST-ASI
           END-STRING
           MOVE SPACES TO WSV-NOMBRE-AVISOS
           STRING "AVISO_ESPERA_" WSV-FECHA-HASTA
                   ".TXT" DELIMITED BY SIZE
               INTO WSV-NOMBRE-AVISOS
           END-STRING
           .
      *Si ya esta el historico de esa fecha el cierre ya se hizo.
       1100-Controlar-cierre-previo.
           OPEN INPUT HIST-INSCRIPCIONES
           IF FS-HIST-INSCRIPCIONES = "00"
               CLOSE HIST-INSCRIPCIONES
               MOVE "Ya hay un cierre con esa fecha"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-HIST-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "HIST-INSCRIPC." TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Una inscripcion que no entra en la tabla no pasaria al
      *historico y se perderia al vaciar: se anula.
       1200-Cargar-inscripciones.
           MOVE ZERO TO WSV-CANT-INSCRIPTOS
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES NOT = "00"
               MOVE "No hay inscripciones (corra PINSCRIP)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "INSCRIPCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-inscripcion
           PERFORM 1210-Pasar-inscripcion
               UNTIL FS-INSCRIPCIONES = "10"
           CLOSE INSCRIPCIONES
           .
       1210-Pasar-inscripcion.
           IF WSV-CANT-INSCRIPTOS >= 500
               CLOSE INSCRIPCIONES
               MOVE "WST-INSCRIPCIONES llena (500 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "INSCRIPCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           MOVE SPACE TO WST-INS-ESTADO(WSV-CANT-INSCRIPTOS)
           PERFORM 7010-Leer-inscripcion
           .
      *Si las notas del cuatrimestre no entran en la tabla el
      *historico quedaria incompleto: se anula.
       1300-Cargar-notas.
           MOVE ZERO TO WSV-CANT-NOTAS
           OPEN INPUT NOTAS
           IF FS-NOTAS = "00"
               PERFORM 7020-Leer-nota
               PERFORM 1310-Pasar-nota UNTIL FS-NOTAS = "10"
               CLOSE NOTAS
           END-IF
           .
       1310-Pasar-nota.
           IF (REG-NOT-FECHA >= WSV-FECHA-DESDE)
                   AND (REG-NOT-FECHA <= WSV-FECHA-HASTA)
               IF WSV-CANT-NOTAS >= 2000
                   CLOSE NOTAS
                   MOVE "WST-NOTAS-CUATRI llena (2000 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE FS-NOTAS TO WSV-ANULADO-CODIGO
                   MOVE "NOTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-NOTAS
               MOVE REGISTRO-NOTA TO WST-NCU-DET(WSV-CANT-NOTAS)
           END-IF
           PERFORM 7020-Leer-nota
           .
      *Lo mismo con la lista de espera.
       1400-Cargar-espera.
           MOVE ZERO TO WSV-CANT-ESPERA
           OPEN INPUT ESPERA
           IF FS-ESPERA = "00"
               PERFORM 7030-Leer-espera
               PERFORM 1410-Pasar-espera UNTIL FS-ESPERA = "10"
               CLOSE ESPERA
           END-IF
           .
       1410-Pasar-espera.
           IF WSV-CANT-ESPERA >= 200
               CLOSE ESPERA
               MOVE "WST-ESPERA llena (200 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ESPERA TO WSV-ANULADO-CODIGO
               MOVE "ESPERA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-ESPERA
           MOVE REG-ESP-LEGAJO TO WST-ESP-LEGAJO(WSV-CANT-ESPERA)
           MOVE REG-ESP-MATERIA TO WST-ESP-MATERIA(WSV-CANT-ESPERA)
           PERFORM 7030-Leer-espera
           .
       1500-Cargar-alumnos.
           MOVE ZERO TO WSV-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS = "00"
               PERFORM 7050-Leer-alumno
               PERFORM 1510-Pasar-alumno
                   UNTIL (FS-ALUMNOS = "10")
                   OR (WSV-CANT-ALUMNOS >= 300)
               CLOSE ALUMNOS
           END-IF
           .
       1510-Pasar-alumno.
           ADD 1 TO WSV-CANT-ALUMNOS
           MOVE REG-ALU-LEGAJO TO WST-ALU-LEGAJO(WSV-CANT-ALUMNOS)
           MOVE REG-ALU-NOMBRE TO WST-ALU-NOMBRE(WSV-CANT-ALUMNOS)
           PERFORM 7050-Leer-alumno
           .
      *Cada anotado a una mesa del cuatrimestre tiene que tener su
      *nota de esa mesa (00 si estuvo ausente); si falta alguna, se
      *listan todas y no se cierra.
       1600-Controlar-mesas.
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS = "00"
               PERFORM 7040-Leer-anotado
               PERFORM 1610-Controlar-anotado
                   UNTIL FS-ANOTADOS = "10"
               CLOSE ANOTADOS
           END-IF
           IF CTRL-CANT-SIN-NOTA > ZERO
               MOVE "Hay anotados a mesa sin nota (corra PGENNOTA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE CTRL-CANT-SIN-NOTA TO WSV-ANULADO-CODIGO
               MOVE "ARCH-INSC-MESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1610-Controlar-anotado.
           IF (REG-ANO-FECHA >= WSV-FECHA-DESDE)
                   AND (REG-ANO-FECHA <= WSV-FECHA-HASTA)
               SET NO-HALLADO TO TRUE
               MOVE 1 TO WSV-IDX-BUSCA
               PERFORM 1620-Comparar-nota
                   UNTIL (WSV-IDX-BUSCA > WSV-CANT-NOTAS)
                   OR SI-HALLADO
               IF NO-HALLADO
                   ADD 1 TO CTRL-CANT-SIN-NOTA
                   DISPLAY "**** Sin nota: legajo " REG-ANO-LEGAJO
                           " materia " REG-ANO-MATERIA
                           " mesa del " REG-ANO-FECHA
               END-IF
           END-IF
           PERFORM 7040-Leer-anotado
           .
       1620-Comparar-nota.
           IF (WST-NCU-LEGAJO(WSV-IDX-BUSCA) = REG-ANO-LEGAJO)
                   AND (WST-NCU-MATERIA(WSV-IDX-BUSCA)
                        = REG-ANO-MATERIA)
                   AND (WST-NCU-FECHA(WSV-IDX-BUSCA) = REG-ANO-FECHA)
               SET SI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSCA
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Archivar-inscripciones
           PERFORM 5200-Archivar-notas
           PERFORM 5300-Archivar-asistencias
           PERFORM 5400-Avisar-espera
           PERFORM 5500-Vaciar-archivos
           .
       5100-Archivar-inscripciones.
           OPEN OUTPUT HIST-INSCRIPCIONES
           IF FS-HIST-INSCRIPCIONES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-HIST-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "HIST-INSCRIPC." TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5110-Marcar-inscripcion
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           CLOSE HIST-INSCRIPCIONES
           .
      *Aprobada: alguna nota 4 o mas en el cuatrimestre;
      *desaprobada: rindio (nota 01 a 03) y no aprobo; abandonada:
      *sin examen rendido (sin notas o solo ausente).
       5110-Marcar-inscripcion.
           MOVE "B" TO WST-INS-ESTADO(WSV-IDX)
           PERFORM 5120-Evaluar-nota
               VARYING WSV-IDX-BUSCA FROM 1 BY 1
               UNTIL WSV-IDX-BUSCA > WSV-CANT-NOTAS
           EVALUATE WST-INS-ESTADO(WSV-IDX)
               WHEN "A"
                   ADD 1 TO CTRL-CANT-APROBADAS
               WHEN "D"
                   ADD 1 TO CTRL-CANT-DESAPROBADAS
               WHEN OTHER
                   ADD 1 TO CTRL-CANT-ABANDONADAS
           END-EVALUATE
           MOVE WST-INS-LEGAJO(WSV-IDX) TO REG-HIN-LEGAJO
           MOVE WST-INS-MATERIA(WSV-IDX) TO REG-HIN-MATERIA
           MOVE WST-INS-ESTADO(WSV-IDX) TO REG-HIN-ESTADO
           MOVE WSV-FECHA-DESDE TO REG-HIN-DESDE
           MOVE WSV-FECHA-HASTA TO REG-HIN-HASTA
           WRITE REGISTRO-HIST-INSCRIPCION
           .
       5120-Evaluar-nota.
           IF (WST-NCU-LEGAJO(WSV-IDX-BUSCA) = WST-INS-LEGAJO(WSV-IDX))
                   AND (WST-NCU-MATERIA(WSV-IDX-BUSCA)
                        = WST-INS-MATERIA(WSV-IDX))
               IF WST-NCU-NOTA(WSV-IDX-BUSCA) >= 4
                   MOVE "A" TO WST-INS-ESTADO(WSV-IDX)
               ELSE
                   IF (WST-NCU-NOTA(WSV-IDX-BUSCA) > ZERO)
                           AND (WST-INS-ESTADO(WSV-IDX) = "B")
                       MOVE "D" TO WST-INS-ESTADO(WSV-IDX)
                   END-IF
               END-IF
           END-IF
           .
       5200-Archivar-notas.
           OPEN OUTPUT HIST-NOTAS
           IF FS-HIST-NOTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-HIST-NOTAS TO WSV-ANULADO-CODIGO
               MOVE "HIST-NOTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5210-Escribir-nota
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-NOTAS
           CLOSE HIST-NOTAS
           .
       5210-Escribir-nota.
           MOVE WST-NCU-DET(WSV-IDX) TO REGISTRO-HIST-NOTA
           WRITE REGISTRO-HIST-NOTA
           ADD 1 TO CTRL-CANT-NOTAS-ARCHIVADAS
           .
      *La asistencia se copia tal cual, registro por registro.
       5300-Archivar-asistencias.
           SET NO-HAY-ASISTENCIA TO TRUE
           OPEN INPUT ASISTENCIAS
           IF FS-ASISTENCIAS = "00"
               SET HAY-ASISTENCIA TO TRUE
               OPEN OUTPUT HIST-ASISTENCIAS
               IF FS-HIST-ASISTENCIAS NOT = "00"
                   CLOSE ASISTENCIAS
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-HIST-ASISTENCIAS TO WSV-ANULADO-CODIGO
                   MOVE "HIST-ASISTENC." TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 7060-Leer-asistencia
               PERFORM 5310-Copiar-asistencia
                   UNTIL FS-ASISTENCIAS = "10"
               CLOSE HIST-ASISTENCIAS
               CLOSE ASISTENCIAS
           END-IF
           .
       5310-Copiar-asistencia.
           MOVE REGISTRO-ASISTENCIA TO REGISTRO-HIST-ASISTENCIA
           WRITE REGISTRO-HIST-ASISTENCIA
           ADD 1 TO CTRL-CANT-ASIST-ARCHIVADAS
           PERFORM 7060-Leer-asistencia
           .
      *Un aviso por alumno y materia que seguia esperando lugar.
       5400-Avisar-espera.
           IF WSV-CANT-ESPERA > ZERO
               OPEN OUTPUT AVISOS
               IF FS-AVISOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-AVISOS TO WSV-ANULADO-CODIGO
                   MOVE "AVISOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               MOVE WSV-FECHA-DESDE TO AVT-DESDE
               MOVE WSV-FECHA-HASTA TO AVT-HASTA
               MOVE WSV-LINEA-AVISO-TITULO TO REGISTRO-AVISO
               PERFORM 7100-Escribir-aviso
               MOVE WSV-LINEA-AVISO-LEYENDA TO REGISTRO-AVISO
               PERFORM 7100-Escribir-aviso
               PERFORM 5410-Avisar-alumno
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-ESPERA
               CLOSE AVISOS
           END-IF
           .
       5410-Avisar-alumno.
           MOVE "(SIN NOMBRE EN MAESTRO)" TO WSV-NOMBRE-HALLADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5420-Comparar-alumno
               UNTIL WSV-IDX-BUSCA > WSV-CANT-ALUMNOS
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WST-ESP-MATERIA(WSV-IDX) TO WST-MAT-COD-BUSCADO
           MOVE ZERO TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO
               MOVE "(SIN DESCRIPCION)" TO WST-MAT-DESC-RESULT
           END-IF
           MOVE WST-ESP-LEGAJO(WSV-IDX) TO AVI-LEGAJO
           MOVE WSV-NOMBRE-HALLADO TO AVI-NOMBRE
           MOVE WST-ESP-MATERIA(WSV-IDX) TO AVI-MATERIA
           MOVE WST-MAT-DESC-RESULT TO AVI-DESCRIPCION
           MOVE WSV-LINEA-AVISO TO REGISTRO-AVISO
           PERFORM 7100-Escribir-aviso
           ADD 1 TO CTRL-CANT-AVISOS
           .
       5420-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX-BUSCA) = WST-ESP-LEGAJO(WSV-IDX)
               MOVE WST-ALU-NOMBRE(WSV-IDX-BUSCA)
                   TO WSV-NOMBRE-HALLADO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *Con las inscripciones en cero el cupo de cada materia vuelve a
      *contar desde el primer inscripto del cuatrimestre nuevo.
       5500-Vaciar-archivos.
           OPEN OUTPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "INSCRIPCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           CLOSE INSCRIPCIONES
           OPEN OUTPUT ESPERA
           IF FS-ESPERA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ESPERA TO WSV-ANULADO-CODIGO
               MOVE "ESPERA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           CLOSE ESPERA
           IF HAY-ASISTENCIA
               OPEN OUTPUT ASISTENCIAS
               IF FS-ASISTENCIAS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ASISTENCIAS TO WSV-ANULADO-CODIGO
                   MOVE "ASISTENCIAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ASISTENCIAS
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7020-Leer-nota.
           READ NOTAS
           .
       7030-Leer-espera.
           READ ESPERA
           .
       7040-Leer-anotado.
           READ ANOTADOS
           .
       7050-Leer-alumno.
           READ ALUMNOS
           .
       7060-Leer-asistencia.
           READ ASISTENCIAS
           .
       7100-Escribir-aviso.
           WRITE REGISTRO-AVISO
           DISPLAY REGISTRO-AVISO
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
           MOVE "PCIERRE"           TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control del cierre ----"
           DISPLAY "Inscripciones archivadas: " WSV-CANT-INSCRIPTOS
           DISPLAY "  Aprobadas:              " CTRL-CANT-APROBADAS
           DISPLAY "  Desaprobadas:           " CTRL-CANT-DESAPROBADAS
           DISPLAY "  Abandonadas:            " CTRL-CANT-ABANDONADAS
           DISPLAY "Notas archivadas:         "
                   CTRL-CANT-NOTAS-ARCHIVADAS
           DISPLAY "Asistencias archivadas:   "
                   CTRL-CANT-ASIST-ARCHIVADAS
           DISPLAY "Avisos de lista de espera: " CTRL-CANT-AVISOS
           DISPLAY "Historicos: " WSV-NOMBRE-HIST-INS
           DISPLAY "            " WSV-NOMBRE-HIST-NOT
           IF HAY-ASISTENCIA
               DISPLAY "            " WSV-NOMBRE-HIST-ASI
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
