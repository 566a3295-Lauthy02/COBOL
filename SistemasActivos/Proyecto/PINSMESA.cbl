      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de inscripcion de alumnos a mesas de examen
      *    Registra legajo + materia + fecha de la mesa en
      *    ARCH-INSC-MESAS.txt. Para anotarse la mesa tiene que
      *    existir en ARCH-MESAS.txt (PGENMESA) y no haber pasado, el
      *    alumno tiene que estar inscripto en la materia
      *    (ARCH-INSCRIPCIONES.txt), no tenerla ya aprobada, tener
      *    aprobadas en ARCH-NOTAS.txt todas sus correlativas, la
      *    mesa tiene que tener cupo y el alumno no puede estar
      *    anotado en otra mesa el mismo dia. Una vez corrido el
      *    cierre de regularidad de PREGULAR (ARCH-REGULARIDAD.txt)
      *    solo se anotan las inscripciones que quedaron regulares.
      *    Los anotados son los unicos a los que PGENNOTA les acepta
      *    nota en esa mesa, y PACTAMES arma con ellos el acta de
      *    examen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PINSMESA.
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
           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.

           SELECT MESAS ASSIGN TO "ARCH-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MESAS.

           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT CORRELATIVAS ASSIGN TO "ARCH-CORRELATIVAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CORRELATIVAS.

           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT REGULARIDAD ASSIGN TO "ARCH-REGULARIDAD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGULARIDAD.
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
      *Archivo ARCH-INSC-MESAS
      *Legajo | Cod. Materia | Fecha de la mesa
           FD ANOTADOS.
               01 REGISTRO-ANOTADO.
                   05 REG-ANO-LEGAJO           PIC 9(05).
                   05 REG-ANO-MATERIA          PIC 9(02).
                   05 REG-ANO-FECHA            PIC 9(08).
      *
      *Archivo ARCH-MESAS (lo mantiene PGENMESA)
           FD MESAS.
               01 REGISTRO-MESA.
                   05 REG-MES-MATERIA          PIC 9(02).
                   05 REG-MES-FECHA            PIC 9(08).
                   05 REG-MES-AULA             PIC X(10).
                   05 REG-MES-CUPO             PIC 9(03).
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
      *Archivo ARCH-NOTAS (lo mantiene PGENNOTA)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
                   05 REG-NOT-MATERIA          PIC 9(02).
                   05 REG-NOT-FECHA            PIC 9(08).
                   05 REG-NOT-NOTA             PIC 9(02).
      *
      *Archivo ARCH-REGULARIDAD (lo graba el cierre de PREGULAR)
           FD REGULARIDAD.
               01 REGISTRO-REGULARIDAD.
                   05 REG-REG-LEGAJO           PIC 9(05).
                   05 REG-REG-MATERIA          PIC 9(02).
                   05 REG-REG-PORCENTAJE       PIC 9(03).
                   05 REG-REG-ESTADO           PIC X(01).
                   05 REG-REG-FECHA            PIC 9(08).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ANOTADOS                  PIC X(02) VALUE ZEROES.
               02 FS-MESAS                     PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-CORRELATIVAS              PIC X(02) VALUE ZEROES.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-REGULARIDAD               PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Anotados a mesas en memoria; se reescribe el archivo al final.
           01 WST-ANOTADOS.
               02 WST-ANO-DET               OCCURS 999 TIMES.
                   03 WST-ANO-LEGAJO        PIC 9(05).
                   03 WST-ANO-MATERIA       PIC 9(02).
                   03 WST-ANO-FECHA         PIC 9(08).
           01 WSV-CANT-ANOTADOS                PIC 9(03) VALUE ZERO.

      *Mesas de examen en memoria.
           01 WST-MESAS.
               02 WST-MES-DET               OCCURS 200 TIMES.
                   03 WST-MES-MATERIA       PIC 9(02).
                   03 WST-MES-FECHA         PIC 9(08).
                   03 WST-MES-AULA          PIC X(10).
                   03 WST-MES-CUPO          PIC 9(03).
           01 WSV-CANT-MESAS                   PIC 9(03) VALUE ZERO.

      *Inscripciones a materias en memoria.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.

      *Correlatividades en memoria.
           01 WST-CORRELATIVAS.
               02 WST-COR-DET               OCCURS 200 TIMES.
                   03 WST-COR-MATERIA       PIC 9(02).
                   03 WST-COR-REQUIERE      PIC 9(02).
           01 WSV-CANT-CORRELATIVAS            PIC 9(03) VALUE ZERO.

      *Condicion de cada inscripcion al cierre de regularidad.
           01 WST-REGULARIDAD.
               02 WST-REG-DET               OCCURS 500 TIMES.
                   03 WST-REG-LEGAJO        PIC 9(05).
                   03 WST-REG-MATERIA       PIC 9(02).
                   03 WST-REG-ESTADO        PIC X(01).
                   03 WST-REG-PORCENTAJE    PIC 9(03).
           01 WSV-CANT-REGULARIDAD             PIC 9(03) VALUE ZERO.
           77 WSS-REGULARIDAD                  PIC X(01) VALUE "N".
               88 HAY-CIERRE-REGULARIDAD       VALUE "S".
               88 SIN-CIERRE-REGULARIDAD       VALUE "N".

           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-COR                      PIC 9(03).
           01 WSV-IDX-MESA                     PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-APROBADA                     PIC X(01) VALUE "N".
               88 MATERIA-APROBADA             VALUE "S".
               88 MATERIA-NO-APROBADA          VALUE "N".
           77 WSS-ANOTACION                    PIC X(01) VALUE "S".
               88 ANOTACION-PASA               VALUE "S".
               88 ANOTACION-FRENA              VALUE "N".

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-INSCRIBIR             VALUE "I".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Anotacion que se esta cargando.
           01 WSV-LEGAJO-TRABAJO               PIC 9(05).
           01 WSV-MATERIA-TRABAJO              PIC 9(02).
           01 WSV-FECHA-TRABAJO                PIC 9(08).
           01 WSV-MATERIA-BUSCADA              PIC 9(02).
           01 WSV-CORRELATIVA-FALTA            PIC 9(02).
           01 WSV-OCUPADOS                     PIC 9(03).
           01 WSV-FECHA-HOY                    PIC 9(08).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ANOTADOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-RECHAZADOS         PIC 9(03) VALUE ZERO.

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
           PERFORM 1100-Cargar-mesas
           PERFORM 1200-Cargar-anotados
           PERFORM 1300-Cargar-inscripciones
           PERFORM 1400-Cargar-correlativas
           PERFORM 1500-Cargar-regularidad
           .
       1100-Cargar-mesas.
           MOVE ZERO TO WSV-CANT-MESAS
           OPEN INPUT MESAS
           IF FS-MESAS NOT = "00"
               MOVE "No hay mesas de examen (corra PGENMESA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-MESAS TO WSV-ANULADO-CODIGO
               MOVE "MESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-mesa
           PERFORM 1110-Pasar-mesa
               UNTIL (FS-MESAS = "10")
               OR (WSV-CANT-MESAS >= 200)
           CLOSE MESAS
           DISPLAY "Mesas de examen cargadas: " WSV-CANT-MESAS
           .
       1110-Pasar-mesa.
           ADD 1 TO WSV-CANT-MESAS
           MOVE REG-MES-MATERIA TO WST-MES-MATERIA(WSV-CANT-MESAS)
           MOVE REG-MES-FECHA TO WST-MES-FECHA(WSV-CANT-MESAS)
           MOVE REG-MES-AULA TO WST-MES-AULA(WSV-CANT-MESAS)
           MOVE REG-MES-CUPO TO WST-MES-CUPO(WSV-CANT-MESAS)
           PERFORM 7020-Leer-mesa
           .
       1200-Cargar-anotados.
           MOVE ZERO TO WSV-CANT-ANOTADOS
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS NOT = "00"
               DISPLAY "**** No hay anotados previos"
           ELSE
               PERFORM 7010-Leer-anotado
               PERFORM 1210-Pasar-anotado
                   UNTIL (FS-ANOTADOS = "10")
                   OR (WSV-CANT-ANOTADOS >= 999)
               CLOSE ANOTADOS
           END-IF
           .
       1210-Pasar-anotado.
           ADD 1 TO WSV-CANT-ANOTADOS
           MOVE REG-ANO-LEGAJO TO WST-ANO-LEGAJO(WSV-CANT-ANOTADOS)
           MOVE REG-ANO-MATERIA TO WST-ANO-MATERIA(WSV-CANT-ANOTADOS)
           MOVE REG-ANO-FECHA TO WST-ANO-FECHA(WSV-CANT-ANOTADOS)
           PERFORM 7010-Leer-anotado
           .
       1300-Cargar-inscripciones.
           MOVE ZERO TO WSV-CANT-INSCRIPTOS
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES NOT = "00"
               MOVE "No hay inscripciones (corra PINSCRIP)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "INSCRIPCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-inscripcion
           PERFORM 1310-Pasar-inscripcion
               UNTIL (FS-INSCRIPCIONES = "10")
               OR (WSV-CANT-INSCRIPTOS >= 500)
           CLOSE INSCRIPCIONES
           .
       1310-Pasar-inscripcion.
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           PERFORM 7030-Leer-inscripcion
           .
      *Sin archivo de correlatividades ninguna materia tiene
      *requisitos.
       1400-Cargar-correlativas.
           MOVE ZERO TO WSV-CANT-CORRELATIVAS
           OPEN INPUT CORRELATIVAS
           IF FS-CORRELATIVAS = "00"
               PERFORM 7040-Leer-correlativa
               PERFORM 1410-Pasar-correlativa
                   UNTIL (FS-CORRELATIVAS = "10")
                   OR (WSV-CANT-CORRELATIVAS >= 200)
               CLOSE CORRELATIVAS
           END-IF
           .
       1410-Pasar-correlativa.
           ADD 1 TO WSV-CANT-CORRELATIVAS
           MOVE REG-COR-MATERIA
               TO WST-COR-MATERIA(WSV-CANT-CORRELATIVAS)
           MOVE REG-COR-REQUIERE
               TO WST-COR-REQUIERE(WSV-CANT-CORRELATIVAS)
           PERFORM 7040-Leer-correlativa
           .
      *Sin cierre de regularidad corrido no se controla la condicion.
       1500-Cargar-regularidad.
           MOVE ZERO TO WSV-CANT-REGULARIDAD
           SET SIN-CIERRE-REGULARIDAD TO TRUE
           OPEN INPUT REGULARIDAD
           IF FS-REGULARIDAD NOT = "00"
               DISPLAY "**** Sin cierre de regularidad, no se "
                       "controla la condicion"
           ELSE
               SET HAY-CIERRE-REGULARIDAD TO TRUE
               PERFORM 7070-Leer-regularidad
               PERFORM 1510-Pasar-regularidad
                   UNTIL (FS-REGULARIDAD = "10")
                   OR (WSV-CANT-REGULARIDAD >= 500)
               CLOSE REGULARIDAD
           END-IF
           .
       1510-Pasar-regularidad.
           ADD 1 TO WSV-CANT-REGULARIDAD
           MOVE REG-REG-LEGAJO
               TO WST-REG-LEGAJO(WSV-CANT-REGULARIDAD)
           MOVE REG-REG-MATERIA
               TO WST-REG-MATERIA(WSV-CANT-REGULARIDAD)
           MOVE REG-REG-ESTADO
               TO WST-REG-ESTADO(WSV-CANT-REGULARIDAD)
           MOVE REG-REG-PORCENTAJE
               TO WST-REG-PORCENTAJE(WSV-CANT-REGULARIDAD)
           PERFORM 7070-Leer-regularidad
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (I)nscribir (B)aja (L)istar mesa "
                   "(F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           EVALUATE TRUE
               WHEN OPCION-INSCRIBIR
                   PERFORM 5300-Inscribir
               WHEN OPCION-BAJA
                   PERFORM 5400-Baja
               WHEN OPCION-LISTAR
                   PERFORM 5600-Listar
               WHEN OTHER
                   DISPLAY "**** Opcion no reconocida"
           END-EVALUATE
           PERFORM 5100-Pedir-opcion
           .
      *Los controles se hacen en orden y el primero que falla frena
      *la anotacion.
       5300-Inscribir.
           PERFORM 5700-Pedir-anotacion
           SET ANOTACION-PASA TO TRUE
           PERFORM 5310-Controlar-mesa
           IF ANOTACION-PASA
               PERFORM 5320-Controlar-inscripcion
           END-IF
           IF ANOTACION-PASA AND HAY-CIERRE-REGULARIDAD
               PERFORM 5325-Controlar-regularidad
           END-IF
           IF ANOTACION-PASA
               PERFORM 5330-Controlar-aprobada
           END-IF
           IF ANOTACION-PASA
               PERFORM 5950-Controlar-correlativas
           END-IF
           IF ANOTACION-PASA
               PERFORM 5340-Controlar-cupo
           END-IF
           IF ANOTACION-PASA
               PERFORM 5350-Controlar-mismo-dia
           END-IF
           IF ANOTACION-PASA
               IF WSV-CANT-ANOTADOS >= 999
                   SET ANOTACION-FRENA TO TRUE
                   DISPLAY "**** WST-ANOTADOS llena (999 items)"
               END-IF
           END-IF
           IF ANOTACION-FRENA
               ADD 1 TO CTRL-CANT-RECHAZADOS
           ELSE
               ADD 1 TO WSV-CANT-ANOTADOS
               MOVE WSV-LEGAJO-TRABAJO
                   TO WST-ANO-LEGAJO(WSV-CANT-ANOTADOS)
               MOVE WSV-MATERIA-TRABAJO
                   TO WST-ANO-MATERIA(WSV-CANT-ANOTADOS)
               MOVE WSV-FECHA-TRABAJO
                   TO WST-ANO-FECHA(WSV-CANT-ANOTADOS)
               ADD 1 TO CTRL-CANT-ANOTADOS
               DISPLAY "Alumno anotado en la mesa, aula "
                       WST-MES-AULA(WSV-IDX-MESA)
           END-IF
           .
       5310-Controlar-mesa.
           PERFORM 5800-Buscar-mesa
           IF NO-HALLADO
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** No hay mesa de la materia "
                       WSV-MATERIA-TRABAJO " el " WSV-FECHA-TRABAJO
           ELSE
               IF WSV-FECHA-TRABAJO < WSV-FECHA-HOY
                   SET ANOTACION-FRENA TO TRUE
                   DISPLAY "**** La mesa ya paso"
               END-IF
           END-IF
           .
       5320-Controlar-inscripcion.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX
           PERFORM 5321-Comparar-inscripcion
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           IF NO-HALLADO
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no esta inscripto en la materia "
                       WSV-MATERIA-TRABAJO
           ELSE
               PERFORM 5900-Buscar-anotado
               IF SI-HALLADO
                   SET ANOTACION-FRENA TO TRUE
                   DISPLAY "**** El legajo ya esta anotado en esa "
                           "mesa"
               END-IF
           END-IF
           .
       5321-Comparar-inscripcion.
           IF (WST-INS-LEGAJO(WSV-IDX) = WSV-LEGAJO-TRABAJO)
                   AND (WST-INS-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-CANT-INSCRIPTOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Solo rinden los regulares; una inscripcion que no figura en
      *el cierre (posterior a el) tampoco es regular todavia.
       5325-Controlar-regularidad.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX
           PERFORM 5326-Comparar-regularidad
               UNTIL WSV-IDX > WSV-CANT-REGULARIDAD
           IF NO-HALLADO
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** La inscripcion no figura en el cierre "
                       "de regularidad"
           END-IF
           .
       5326-Comparar-regularidad.
           IF (WST-REG-LEGAJO(WSV-IDX) = WSV-LEGAJO-TRABAJO)
                   AND (WST-REG-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
               SET SI-HALLADO TO TRUE
               IF WST-REG-ESTADO(WSV-IDX) NOT = "R"
                   SET ANOTACION-FRENA TO TRUE
                   DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                           " quedo LIBRE en la materia "
                           WSV-MATERIA-TRABAJO " (asistencia "
                           WST-REG-PORCENTAJE(WSV-IDX) "%)"
               END-IF
               MOVE WSV-CANT-REGULARIDAD TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Una materia ya aprobada no se vuelve a rendir.
       5330-Controlar-aprobada.
           MOVE WSV-MATERIA-TRABAJO TO WSV-MATERIA-BUSCADA
           PERFORM 5955-Buscar-aprobada
           IF MATERIA-APROBADA
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " ya tiene aprobada la materia "
                       WSV-MATERIA-TRABAJO
           END-IF
           .
      *Cupo cero es mesa sin tope.
       5340-Controlar-cupo.
           IF WST-MES-CUPO(WSV-IDX-MESA) > ZERO
               MOVE ZERO TO WSV-OCUPADOS
               PERFORM 5341-Contar-ocupado
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-ANOTADOS
               IF WSV-OCUPADOS >= WST-MES-CUPO(WSV-IDX-MESA)
                   SET ANOTACION-FRENA TO TRUE
                   DISPLAY "**** La mesa no tiene cupo ("
                           WST-MES-CUPO(WSV-IDX-MESA) " anotados)"
               END-IF
           END-IF
           .
       5341-Contar-ocupado.
           IF (WST-ANO-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
                   AND (WST-ANO-FECHA(WSV-IDX) = WSV-FECHA-TRABAJO)
               ADD 1 TO WSV-OCUPADOS
           END-IF
           .
       5350-Controlar-mismo-dia.
           PERFORM 5351-Comparar-dia
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ANOTADOS
           .
       5351-Comparar-dia.
           IF (WST-ANO-LEGAJO(WSV-IDX) = WSV-LEGAJO-TRABAJO)
                   AND (WST-ANO-FECHA(WSV-IDX) = WSV-FECHA-TRABAJO)
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** El legajo ya rinde la materia "
                       WST-ANO-MATERIA(WSV-IDX) " ese mismo dia"
               MOVE WSV-CANT-ANOTADOS TO WSV-IDX
           END-IF
           .
       5400-Baja.
           PERFORM 5700-Pedir-anotacion
           PERFORM 5900-Buscar-anotado
           IF NO-HALLADO
               DISPLAY "**** El legajo no esta anotado en esa mesa"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-ANOTADOS
               SUBTRACT 1 FROM WSV-CANT-ANOTADOS
               ADD 1 TO CTRL-CANT-BAJAS
               DISPLAY "Anotacion dada de baja"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-ANO-DET(WSV-IDX-MOVER + 1)
               TO WST-ANO-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           DISPLAY "Fecha de la mesa (AAAAMMDD): "
           ACCEPT WSV-FECHA-TRABAJO
           MOVE ZERO TO WSV-OCUPADOS
           DISPLAY " "
           DISPLAY "----- Anotados a la mesa ----"
           PERFORM 5610-Mostrar-anotado
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ANOTADOS
           DISPLAY "Total anotados: " WSV-OCUPADOS
           .
       5610-Mostrar-anotado.
           IF (WST-ANO-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
                   AND (WST-ANO-FECHA(WSV-IDX) = WSV-FECHA-TRABAJO)
               ADD 1 TO WSV-OCUPADOS
               DISPLAY "Legajo " WST-ANO-LEGAJO(WSV-IDX)
           END-IF
           .
       5700-Pedir-anotacion.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           DISPLAY "Fecha de la mesa (AAAAMMDD): "
           ACCEPT WSV-FECHA-TRABAJO
           .
       5800-Buscar-mesa.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-MESA
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-mesa
               UNTIL WSV-IDX > WSV-CANT-MESAS
           .
       5810-Comparar-mesa.
           IF (WST-MES-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
                   AND (WST-MES-FECHA(WSV-IDX) = WSV-FECHA-TRABAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-MESA
               MOVE WSV-CANT-MESAS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
       5900-Buscar-anotado.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5910-Comparar-anotado
               UNTIL WSV-IDX > WSV-CANT-ANOTADOS
           .
       5910-Comparar-anotado.
           IF (WST-ANO-LEGAJO(WSV-IDX) = WSV-LEGAJO-TRABAJO)
                   AND (WST-ANO-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO)
                   AND (WST-ANO-FECHA(WSV-IDX) = WSV-FECHA-TRABAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-ANOTADOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Igual que en PINSCRIP, pero sin excepcion: para rendir hay que
      *tener aprobadas todas las correlativas.
       5950-Controlar-correlativas.
           MOVE ZERO TO WSV-CORRELATIVA-FALTA
           MOVE 1 TO WSV-IDX-COR
           PERFORM 5951-Revisar-correlativa
               UNTIL WSV-IDX-COR > WSV-CANT-CORRELATIVAS
           IF WSV-CORRELATIVA-FALTA > ZERO
               SET ANOTACION-FRENA TO TRUE
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no tiene aprobada la materia "
                       WSV-CORRELATIVA-FALTA
                       ", correlativa de la "
                       WSV-MATERIA-TRABAJO
           END-IF
           .
       5951-Revisar-correlativa.
           IF WST-COR-MATERIA(WSV-IDX-COR) = WSV-MATERIA-TRABAJO
               MOVE WST-COR-REQUIERE(WSV-IDX-COR)
                   TO WSV-MATERIA-BUSCADA
               PERFORM 5955-Buscar-aprobada
               IF MATERIA-NO-APROBADA
                   MOVE WST-COR-REQUIERE(WSV-IDX-COR)
                       TO WSV-CORRELATIVA-FALTA
                   MOVE WSV-CANT-CORRELATIVAS TO WSV-IDX-COR
               END-IF
           END-IF
           ADD 1 TO WSV-IDX-COR
           .
      *Busca en las notas una aprobacion (4 o mas) del legajo en
      *WSV-MATERIA-BUSCADA. Sin archivo de notas nada esta aprobado.
       5955-Buscar-aprobada.
           SET MATERIA-NO-APROBADA TO TRUE
           OPEN INPUT NOTAS
           IF FS-NOTAS = "00"
               PERFORM 7050-Leer-nota
               PERFORM 5956-Comparar-nota UNTIL FS-NOTAS = "10"
               CLOSE NOTAS
           END-IF
           .
       5956-Comparar-nota.
           IF (REG-NOT-LEGAJO = WSV-LEGAJO-TRABAJO)
                   AND (REG-NOT-MATERIA = WSV-MATERIA-BUSCADA)
                   AND (REG-NOT-NOTA >= 4)
               SET MATERIA-APROBADA TO TRUE
           END-IF
           PERFORM 7050-Leer-nota
           .
      *************************** Archivo ******************************
       7010-Leer-anotado.
           READ ANOTADOS
           .
       7020-Leer-mesa.
           READ MESAS
           .
       7030-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7040-Leer-correlativa.
           READ CORRELATIVAS
           .
       7050-Leer-nota.
           READ NOTAS
           .
       7070-Leer-regularidad.
           READ REGULARIDAD
           .
       7000-Grabar-anotados.
           OPEN OUTPUT ANOTADOS
               IF FS-ANOTADOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ANOTADOS TO WSV-ANULADO-CODIGO
                   MOVE "INSC-MESAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7060-Escribir-anotado
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ANOTADOS
           CLOSE ANOTADOS
           .
       7060-Escribir-anotado.
           MOVE WST-ANO-LEGAJO(WSV-IDX) TO REG-ANO-LEGAJO
           MOVE WST-ANO-MATERIA(WSV-IDX) TO REG-ANO-MATERIA
           MOVE WST-ANO-FECHA(WSV-IDX) TO REG-ANO-FECHA
           WRITE REGISTRO-ANOTADO
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
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PINSMESA"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-anotados.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Anotados:        " CTRL-CANT-ANOTADOS
           DISPLAY "Bajas:           " CTRL-CANT-BAJAS
           DISPLAY "Rechazados:      " CTRL-CANT-RECHAZADOS
           DISPLAY "Anotados total:  " WSV-CANT-ANOTADOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
