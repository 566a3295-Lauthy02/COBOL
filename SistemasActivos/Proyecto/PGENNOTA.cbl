      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de carga de notas de examen
      *    Registra resultados de examen en ARCH-NOTAS.txt (legajo,
      *    codigo de materia, fecha del examen y nota 01-10, o 00 si
      *    el alumno anotado a la mesa estuvo ausente). Antes
      *    de aceptar cada nota valida que el par legajo+materia este
      *    inscripto en ARCH-INSCRIPCIONES.txt, para que no aparezcan
      *    notas de alumnos que nunca cursaron. Las notas se agregan
      *    al final del archivo (un alumno puede rendir la misma
      *    materia varias veces; el analitico de PANALITI toma la
      *    mejor). La nota es de una mesa de examen: el alumno tiene
      *    que estar anotado en esa mesa (materia + fecha) en
      *    ARCH-INSC-MESAS.txt, que graba PINSMESA, y no se aceptan
      *    dos notas del mismo alumno en la misma mesa.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENNOTA.
       AUTHOR.                     Lautaro-Rojas.
           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
      *-----------------------
       FILE SECTION.
      *Archivo ARCH-NOTAS
      *Legajo | Cod. Materia | Fecha de examen | Nota (01-10, 00 aus.)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
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
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.
           01 FS-ARCHIVOS.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-ANOTADOS                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.

      *Anotados a mesas de examen en memoria.
           01 WST-ANOTADOS.
               02 WST-ANO-DET               OCCURS 999 TIMES.
                   03 WST-ANO-LEGAJO        PIC 9(05).
                   03 WST-ANO-MATERIA       PIC 9(02).
                   03 WST-ANO-FECHA         PIC 9(08).
           01 WSV-CANT-ANOTADOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-NOTA-PREVIA                  PIC X(01) VALUE "N".
               88 HAY-NOTA-PREVIA              VALUE "S".
               88 NO-HAY-NOTA-PREVIA           VALUE "N".

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
           DISPLAY " "
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1200-Cargar-inscripciones
           PERFORM 1300-Cargar-anotados
           .
       1200-Cargar-inscripciones.
           MOVE ZERO TO WSV-CANT-INSCRIPTOS
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           PERFORM 7020-Leer-inscripcion
           .
      *Sin anotados no se puede cargar ninguna nota, pero se deja
      *listar las que ya hay.
       1300-Cargar-anotados.
           MOVE ZERO TO WSV-CANT-ANOTADOS
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS NOT = "00"
               DISPLAY "**** No hay anotados a mesas (corra PINSMESA)"
           ELSE
               PERFORM 7030-Leer-anotado
               PERFORM 1310-Pasar-anotado
                   UNTIL (FS-ANOTADOS = "10")
                   OR (WSV-CANT-ANOTADOS >= 999)
               CLOSE ANOTADOS
           END-IF
           DISPLAY "Anotados a mesas cargados: " WSV-CANT-ANOTADOS
           .
       1310-Pasar-anotado.
           ADD 1 TO WSV-CANT-ANOTADOS
           MOVE REG-ANO-LEGAJO TO WST-ANO-LEGAJO(WSV-CANT-ANOTADOS)
           MOVE REG-ANO-MATERIA TO WST-ANO-MATERIA(WSV-CANT-ANOTADOS)
           MOVE REG-ANO-FECHA TO WST-ANO-FECHA(WSV-CANT-ANOTADOS)
           PERFORM 7030-Leer-anotado
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5100-Pedir-opcion
           .
      *La nota solo se acepta si el par legajo+materia figura
      *inscripto, el alumno esta anotado en la mesa de esa fecha, no
      *tiene ya nota en esa mesa y la nota esta entre 01 y 10.
       5300-Cargar-nota.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-TRA-LEGAJO
               IF WSV-TRA-FECHA = ZERO
                   MOVE WSV-FECHA-HOY TO WSV-TRA-FECHA
               END-IF
               PERFORM 5450-Buscar-anotado
               IF NO-HALLADO
                   ADD 1 TO CTRL-CANT-RECHAZADAS
                   DISPLAY "**** El alumno " WSV-TRA-LEGAJO " no esta "
                           "anotado en la mesa del " WSV-TRA-FECHA
                           ", nota rechazada"
               ELSE
                   PERFORM 5500-Buscar-nota-previa
                   IF HAY-NOTA-PREVIA
                       ADD 1 TO CTRL-CANT-RECHAZADAS
                       DISPLAY "**** El alumno ya tiene nota en esa "
                               "mesa, nota rechazada"
                   ELSE
                       PERFORM 5350-Pedir-nota
                   END-IF
               END-IF
           END-IF
           .
       5350-Pedir-nota.
           DISPLAY "Nota (01-10, 00 = ausente): "
           ACCEPT WSV-TRA-NOTA
           IF WSV-TRA-NOTA > 10
               ADD 1 TO CTRL-CANT-RECHAZADAS
               DISPLAY "**** Nota fuera de la escala 00-10, "
                       "rechazada"
           ELSE
               PERFORM 7100-Grabar-nota
               ADD 1 TO CTRL-CANT-CARGADAS
               DISPLAY "Nota registrada"
           END-IF
           .
       5400-Buscar-inscripcion.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
       5450-Buscar-anotado.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX
           PERFORM 5460-Comparar-anotado
               UNTIL WSV-IDX > WSV-CANT-ANOTADOS
           .
       5460-Comparar-anotado.
           IF (WST-ANO-LEGAJO(WSV-IDX) = WSV-TRA-LEGAJO)
                   AND (WST-ANO-MATERIA(WSV-IDX) = WSV-TRA-MATERIA)
                   AND (WST-ANO-FECHA(WSV-IDX) = WSV-TRA-FECHA)
               SET SI-HALLADO TO TRUE
               MOVE WSV-CANT-ANOTADOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Una sola nota por alumno y mesa: se recorre ARCH-NOTAS buscando
      *el mismo legajo, materia y fecha.
       5500-Buscar-nota-previa.
           SET NO-HAY-NOTA-PREVIA TO TRUE
           OPEN INPUT NOTAS
           IF FS-NOTAS = "00"
               PERFORM 7010-Leer-nota
               PERFORM 5510-Comparar-nota-previa
                   UNTIL FS-NOTAS = "10"
               CLOSE NOTAS
           END-IF
           .
       5510-Comparar-nota-previa.
           IF (REG-NOT-LEGAJO = WSV-TRA-LEGAJO)
                   AND (REG-NOT-MATERIA = WSV-TRA-MATERIA)
                   AND (REG-NOT-FECHA = WSV-TRA-FECHA)
               SET HAY-NOTA-PREVIA TO TRUE
           END-IF
           PERFORM 7010-Leer-nota
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Notas registradas ----"
       7020-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7030-Leer-anotado.
           READ ANOTADOS
           .
      *Agrega la nota al final de ARCH-NOTAS.txt.
       7100-Grabar-nota.
           OPEN EXTEND NOTAS
