      *    descripcion del catalogo (RGENMATE), la mejor nota que
      *    rindio en ARCH-NOTAS.txt y el estado APROBADO (mejor nota
      *    4 o mas) o PENDIENTE — el analitico que la oficina de
      *    alumnos venia pidiendo. Debajo de cada materia muestra la
      *    condicion REGULAR o LIBRE del cierre de regularidad de
      *    PREGULAR (ARCH-REGULARIDAD.txt) con su porcentaje de
      *    asistencia, si ya se corrio. Se consultan legajos hasta
      *    que el operador ingresa 0.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PANALITI.
       AUTHOR.                     Lautaro-Rojas.
           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT REGULARIDAD ASSIGN TO "ARCH-REGULARIDAD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGULARIDAD.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
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
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-REGULARIDAD               PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
               02 WST-MAT-FECHA-CORTE   PIC 9(08).
               02 WST-MAT-CUPO-RESULT   PIC 9(03).

      *Materias del legajo consultado con su mejor nota y su
      *condicion de regularidad (blanco = sin cierre).
           01 WST-ANALITICO.
               02 WST-ANA-DET               OCCURS 99 TIMES.
                   03 WST-ANA-MATERIA       PIC 9(02).
                   03 WST-ANA-MEJOR-NOTA    PIC 9(02).
                   03 WST-ANA-CONDICION     PIC X(01).
                   03 WST-ANA-ASISTENCIA    PIC 9(03).
           01 WSV-CANT-MATERIAS                PIC 9(02) VALUE ZERO.
           01 WSV-IDX-ANA                      PIC 9(02).
           01 WSV-IDX-HALLADO                  PIC 9(02).
           ELSE
               PERFORM 5400-Cargar-materias-del-legajo
               PERFORM 5500-Cargar-mejores-notas
               PERFORM 5550-Cargar-regularidad
               PERFORM 5600-Imprimir-analitico
           END-IF
           PERFORM 5100-Pedir-legajo
                       TO WST-ANA-MATERIA(WSV-CANT-MATERIAS)
                   MOVE ZERO
                       TO WST-ANA-MEJOR-NOTA(WSV-CANT-MATERIAS)
                   MOVE SPACE
                       TO WST-ANA-CONDICION(WSV-CANT-MATERIAS)
                   MOVE ZERO
                       TO WST-ANA-ASISTENCIA(WSV-CANT-MATERIAS)
               END-IF
           END-IF
           PERFORM 7020-Leer-inscripcion
           END-IF
           ADD 1 TO WSV-IDX-ANA
           .
      *Condicion de cada materia segun el ultimo cierre de
      *regularidad; sin cierre corrido queda en blanco.
       5550-Cargar-regularidad.
           OPEN INPUT REGULARIDAD
           IF FS-REGULARIDAD = "00"
               PERFORM 7040-Leer-regularidad
               PERFORM 5560-Acumular-regularidad
                   UNTIL FS-REGULARIDAD = "10"
               CLOSE REGULARIDAD
           END-IF
           .
       5560-Acumular-regularidad.
           IF REG-REG-LEGAJO = WSV-LEGAJO-CONSULTA
               MOVE ZERO TO WSV-IDX-HALLADO
               MOVE 1 TO WSV-IDX-ANA
               PERFORM 5570-Comparar-materia-reg
                   UNTIL WSV-IDX-ANA > WSV-CANT-MATERIAS
               IF WSV-IDX-HALLADO > ZERO
                   MOVE REG-REG-ESTADO
                       TO WST-ANA-CONDICION(WSV-IDX-HALLADO)
                   MOVE REG-REG-PORCENTAJE
                       TO WST-ANA-ASISTENCIA(WSV-IDX-HALLADO)
               END-IF
           END-IF
           PERFORM 7040-Leer-regularidad
           .
       5570-Comparar-materia-reg.
           IF WST-ANA-MATERIA(WSV-IDX-ANA) = REG-REG-MATERIA
               MOVE WSV-IDX-ANA TO WSV-IDX-HALLADO
               MOVE WSV-CANT-MATERIAS TO WSV-IDX-ANA
           END-IF
           ADD 1 TO WSV-IDX-ANA
           .
      *Analitico del legajo: una linea por materia con descripcion,
      *mejor nota y estado (APROBADO con 4 o mas).
       5600-Imprimir-analitico.
                           "  PENDIENTE"
               END-IF
           END-IF
           EVALUATE WST-ANA-CONDICION(WSV-IDX-ANA)
               WHEN "R"
                   DISPLAY "             Condicion: REGULAR "
                           "(asistencia "
                           WST-ANA-ASISTENCIA(WSV-IDX-ANA) "%)"
               WHEN "L"
                   DISPLAY "             Condicion: LIBRE "
                           "(asistencia "
                           WST-ANA-ASISTENCIA(WSV-IDX-ANA) "%)"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *************************** Archivo ******************************
       7010-Leer-alumno.
       7030-Leer-nota.
           READ NOTAS
           .
       7040-Leer-regularidad.
           READ REGULARIDAD
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
