      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de toma de asistencia por materia
      *    El docente toma lista de una materia en una fecha: se
      *    recorren los inscriptos de ARCH-INSCRIPCIONES.txt y por
      *    cada uno se marca P (presente) o A (ausente), agregando un
      *    renglon por alumno en ARCH-ASISTENCIAS.txt. La misma
      *    materia no puede tomar lista dos veces el mismo dia.
      *    Tambien mantiene ARCH-ASIST-MINIMA.txt, el porcentaje
      *    minimo de asistencia que exige cada materia para quedar
      *    regular (sin configurar se exige el 75%). PREGULAR usa
      *    los dos archivos para el aviso de mitad de cuatrimestre y
      *    para el cierre de regularidad.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PASISTEN.
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
           SELECT ASISTENCIAS ASSIGN TO "ARCH-ASISTENCIAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASISTENCIAS.

           SELECT MINIMOS ASSIGN TO "ARCH-ASIST-MINIMA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MINIMOS.

           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.
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
      *Archivo ARCH-ASISTENCIAS
      *Legajo | Cod. Materia | Fecha de la clase | P/A
           FD ASISTENCIAS.
               01 REGISTRO-ASISTENCIA.
                   05 REG-ASI-LEGAJO           PIC 9(05).
                   05 REG-ASI-MATERIA          PIC 9(02).
                   05 REG-ASI-FECHA            PIC 9(08).
                   05 REG-ASI-PRESENTE         PIC X(01).
      *
      *Archivo ARCH-ASIST-MINIMA
      *Cod. Materia | Porcentaje minimo de asistencia (001-100)
           FD MINIMOS.
               01 REGISTRO-MINIMO.
                   05 REG-MIN-MATERIA          PIC 9(02).
                   05 REG-MIN-PORCENTAJE       PIC 9(03).
      *
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ASISTENCIAS               PIC X(02) VALUE ZEROES.
               02 FS-MINIMOS                   PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
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

      *Porcentaje minimo por materia, subindicado por el codigo de
      *materia (cero = no configurado, rige el 75%).
           01 WST-MINIMOS.
               02 WST-MIN-PORCENTAJE        PIC 9(03) OCCURS 99 TIMES.
           01 WSC-MINIMO-DEFECTO               PIC 9(03) VALUE 075.

      *Inscripciones en memoria.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MAT                      PIC 9(03).

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-TOMAR                 VALUE "T".
               88 OPCION-MINIMO                VALUE "M".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Clase que se esta tomando.
           01 WSV-MATERIA-TRABAJO              PIC 9(02).
           01 WSV-FECHA-TRABAJO                PIC 9(08).
           01 WSV-PORCENTAJE-TRABAJO           PIC 9(03).
           01 WSV-PRESENTE                     PIC X(01).
               88 PRESENTE-VALIDO              VALUE "P" "A".
               88 ESTA-PRESENTE                VALUE "P".
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-INSCRIPTOS-MATERIA           PIC 9(03).
           01 WSV-PRESENTES-CLASE              PIC 9(03).
           77 WSS-CLASE                        PIC X(01) VALUE "N".
               88 CLASE-YA-TOMADA              VALUE "S".
               88 CLASE-NO-TOMADA              VALUE "N".

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CLASES             PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-RENGLONES          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MINIMOS            PIC 9(03) VALUE ZERO.

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
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           DISPLAY "Catalogo de materias cargado en memoria"
           PERFORM 1100-Cargar-minimos
           PERFORM 1200-Cargar-inscripciones
           .
       1100-Cargar-minimos.
           MOVE ZEROES TO WST-MINIMOS
           OPEN INPUT MINIMOS
           IF FS-MINIMOS NOT = "00"
               DISPLAY "**** No hay minimos configurados, rige el "
                       WSC-MINIMO-DEFECTO "%"
           ELSE
               PERFORM 7020-Leer-minimo
               PERFORM 1110-Pasar-minimo UNTIL FS-MINIMOS = "10"
               CLOSE MINIMOS
           END-IF
           .
       1110-Pasar-minimo.
           IF (REG-MIN-MATERIA IS NUMERIC)
                   AND (REG-MIN-MATERIA > ZERO)
               MOVE REG-MIN-PORCENTAJE
                   TO WST-MIN-PORCENTAJE(REG-MIN-MATERIA)
           END-IF
           PERFORM 7020-Leer-minimo
           .
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
           PERFORM 7030-Leer-inscripcion
           PERFORM 1210-Pasar-inscripcion
               UNTIL (FS-INSCRIPCIONES = "10")
               OR (WSV-CANT-INSCRIPTOS >= 500)
           CLOSE INSCRIPCIONES
           DISPLAY "Inscripciones cargadas: " WSV-CANT-INSCRIPTOS
           .
       1210-Pasar-inscripcion.
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           PERFORM 7030-Leer-inscripcion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (T)omar lista (M)inimo de asistencia "
                   "(L)istar minimos (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           EVALUATE TRUE
               WHEN OPCION-TOMAR
                   PERFORM 5300-Tomar-lista
               WHEN OPCION-MINIMO
                   PERFORM 5500-Fijar-minimo
               WHEN OPCION-LISTAR
                   PERFORM 5600-Listar-minimos
               WHEN OTHER
                   DISPLAY "**** Opcion no reconocida"
           END-EVALUATE
           PERFORM 5100-Pedir-opcion
           .
      *Una lista por materia y dia; se graban todos los inscriptos de
      *la materia, presentes y ausentes, para que PREGULAR tenga la
      *cantidad de clases de cada uno.
       5300-Tomar-lista.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           DISPLAY "Fecha de la clase (AAAAMMDD, 00000000 usa la "
                   "fecha del dia): "
           ACCEPT WSV-FECHA-TRABAJO
           IF WSV-FECHA-TRABAJO = ZERO
               MOVE WSV-FECHA-HOY TO WSV-FECHA-TRABAJO
           END-IF
           MOVE ZERO TO WSV-INSCRIPTOS-MATERIA
           PERFORM 5310-Contar-inscripto
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           IF WSV-INSCRIPTOS-MATERIA = ZERO
               DISPLAY "**** La materia " WSV-MATERIA-TRABAJO
                       " no tiene inscriptos"
           ELSE
               PERFORM 5320-Buscar-clase
               IF CLASE-YA-TOMADA
                   DISPLAY "**** Ya se tomo lista de la materia "
                           WSV-MATERIA-TRABAJO " el "
                           WSV-FECHA-TRABAJO
               ELSE
                   MOVE ZERO TO WSV-PRESENTES-CLASE
                   OPEN EXTEND ASISTENCIAS
                   IF FS-ASISTENCIAS NOT = "00"
                       OPEN OUTPUT ASISTENCIAS
                   END-IF
                   PERFORM 5330-Marcar-alumno
                       VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
                   CLOSE ASISTENCIAS
                   ADD 1 TO CTRL-CANT-CLASES
                   DISPLAY "Lista tomada: " WSV-PRESENTES-CLASE
                           " presentes de " WSV-INSCRIPTOS-MATERIA
               END-IF
           END-IF
           .
       5310-Contar-inscripto.
           IF WST-INS-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO
               ADD 1 TO WSV-INSCRIPTOS-MATERIA
           END-IF
           .
       5320-Buscar-clase.
           SET CLASE-NO-TOMADA TO TRUE
           OPEN INPUT ASISTENCIAS
           IF FS-ASISTENCIAS = "00"
               PERFORM 7010-Leer-asistencia
               PERFORM 5321-Comparar-clase
                   UNTIL (FS-ASISTENCIAS = "10") OR CLASE-YA-TOMADA
               CLOSE ASISTENCIAS
           END-IF
           .
       5321-Comparar-clase.
           IF (REG-ASI-MATERIA = WSV-MATERIA-TRABAJO)
                   AND (REG-ASI-FECHA = WSV-FECHA-TRABAJO)
               SET CLASE-YA-TOMADA TO TRUE
           ELSE
               PERFORM 7010-Leer-asistencia
           END-IF
           .
       5330-Marcar-alumno.
           IF WST-INS-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO
               MOVE SPACE TO WSV-PRESENTE
               PERFORM 5340-Pedir-presente
                   UNTIL PRESENTE-VALIDO
               IF ESTA-PRESENTE
                   ADD 1 TO WSV-PRESENTES-CLASE
               END-IF
               MOVE WST-INS-LEGAJO(WSV-IDX) TO REG-ASI-LEGAJO
               MOVE WSV-MATERIA-TRABAJO TO REG-ASI-MATERIA
               MOVE WSV-FECHA-TRABAJO TO REG-ASI-FECHA
               MOVE WSV-PRESENTE TO REG-ASI-PRESENTE
               WRITE REGISTRO-ASISTENCIA
               ADD 1 TO CTRL-CANT-RENGLONES
           END-IF
           .
       5340-Pedir-presente.
           DISPLAY "Legajo " WST-INS-LEGAJO(WSV-IDX)
                   " (P)resente / (A)usente: "
           ACCEPT WSV-PRESENTE
           IF NOT PRESENTE-VALIDO
               DISPLAY "**** Responda P o A"
           END-IF
           .
      *El minimo se fija por materia del catalogo vigente.
       5500-Fijar-minimo.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WSV-MATERIA-TRABAJO TO WST-MAT-COD-BUSCADO
           MOVE ZERO TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO OR (WSV-MATERIA-TRABAJO = ZERO)
               DISPLAY "**** La materia " WSV-MATERIA-TRABAJO
                       " no esta en el catalogo"
           ELSE
               DISPLAY "Porcentaje minimo de asistencia (001-100): "
               ACCEPT WSV-PORCENTAJE-TRABAJO
               IF (WSV-PORCENTAJE-TRABAJO < 1)
                       OR (WSV-PORCENTAJE-TRABAJO > 100)
                   DISPLAY "**** Porcentaje fuera de rango"
               ELSE
                   MOVE WSV-PORCENTAJE-TRABAJO
                       TO WST-MIN-PORCENTAJE(WSV-MATERIA-TRABAJO)
                   ADD 1 TO CTRL-CANT-MINIMOS
                   DISPLAY WST-MAT-DESC-RESULT " exige "
                           WSV-PORCENTAJE-TRABAJO "% de asistencia"
               END-IF
           END-IF
           .
       5600-Listar-minimos.
           DISPLAY " "
           DISPLAY "----- Minimos de asistencia (resto: "
                   WSC-MINIMO-DEFECTO "%) ----"
           PERFORM 5610-Mostrar-minimo
               VARYING WSV-IDX-MAT FROM 1 BY 1
               UNTIL WSV-IDX-MAT > 99
           .
       5610-Mostrar-minimo.
           IF WST-MIN-PORCENTAJE(WSV-IDX-MAT) > ZERO
               DISPLAY "Materia " WSV-IDX-MAT(2:2) " "
                       WST-MIN-PORCENTAJE(WSV-IDX-MAT) "%"
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-asistencia.
           READ ASISTENCIAS
           .
       7020-Leer-minimo.
           READ MINIMOS
           .
       7030-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7000-Grabar-minimos.
           OPEN OUTPUT MINIMOS
               IF FS-MINIMOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-MINIMOS TO WSV-ANULADO-CODIGO
                   MOVE "ASIST-MINIMA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7040-Escribir-minimo
               VARYING WSV-IDX-MAT FROM 1 BY 1
               UNTIL WSV-IDX-MAT > 99
           CLOSE MINIMOS
           .
       7040-Escribir-minimo.
           IF WST-MIN-PORCENTAJE(WSV-IDX-MAT) > ZERO
               MOVE WSV-IDX-MAT TO REG-MIN-MATERIA
               MOVE WST-MIN-PORCENTAJE(WSV-IDX-MAT)
                   TO REG-MIN-PORCENTAJE
               WRITE REGISTRO-MINIMO
           END-IF
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
           MOVE "PASISTEN"          TO LOG-ANUL-PROGRAMA
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
           IF CTRL-CANT-MINIMOS > ZERO
               PERFORM 7000-Grabar-minimos
           END-IF
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Listas tomadas:      " CTRL-CANT-CLASES
           DISPLAY "Renglones grabados:  " CTRL-CANT-RENGLONES
           DISPLAY "Minimos modificados: " CTRL-CANT-MINIMOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
