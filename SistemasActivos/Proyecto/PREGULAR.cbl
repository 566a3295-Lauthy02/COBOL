      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de regularidad por asistencia
      *    Cruza cada inscripcion de ARCH-INSCRIPCIONES.txt con la
      *    asistencia tomada por PASISTEN (ARCH-ASISTENCIAS.txt) y
      *    calcula el porcentaje de clases presentes contra el minimo
      *    de la materia (ARCH-ASIST-MINIMA.txt, 75% si no esta
      *    configurado). Tiene dos corridas:
      *      A - aviso de mitad de cuatrimestre: lista en
      *          ALERTA_ASISTENCIA.TXT los alumnos que hoy estan por
      *          debajo del minimo, sin grabar nada;
      *      C - cierre de regularidad: marca cada inscripcion
      *          REGULAR (R) o LIBRE (L) en ARCH-REGULARIDAD.txt y
      *          deja el detalle en CIERRE_REGULARIDAD.TXT. Una
      *          inscripcion sin ninguna clase tomada queda libre.
      *    PINSMESA solo anota a mesa a los regulares y PANALITI
      *    muestra la condicion de cada materia.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PREGULAR.
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

           SELECT ASISTENCIAS ASSIGN TO "ARCH-ASISTENCIAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASISTENCIAS.

           SELECT MINIMOS ASSIGN TO "ARCH-ASIST-MINIMA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MINIMOS.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT REGULARIDAD ASSIGN TO "ARCH-REGULARIDAD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGULARIDAD.

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
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-ASISTENCIAS (lo graba PASISTEN)
           FD ASISTENCIAS.
               01 REGISTRO-ASISTENCIA.
                   05 REG-ASI-LEGAJO           PIC 9(05).
                   05 REG-ASI-MATERIA          PIC 9(02).
                   05 REG-ASI-FECHA            PIC 9(08).
                   05 REG-ASI-PRESENTE         PIC X(01).
      *
      *Archivo ARCH-ASIST-MINIMA (lo mantiene PASISTEN)
           FD MINIMOS.
               01 REGISTRO-MINIMO.
                   05 REG-MIN-MATERIA          PIC 9(02).
                   05 REG-MIN-PORCENTAJE       PIC 9(03).
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
      *Archivo ARCH-REGULARIDAD
      *Legajo | Cod. Materia | % asistencia | R/L | Fecha del cierre
           FD REGULARIDAD.
               01 REGISTRO-REGULARIDAD.
                   05 REG-REG-LEGAJO           PIC 9(05).
                   05 REG-REG-MATERIA          PIC 9(02).
                   05 REG-REG-PORCENTAJE       PIC 9(03).
                   05 REG-REG-ESTADO           PIC X(01).
                   05 REG-REG-FECHA            PIC 9(08).
      *
      *Listado del aviso o del cierre
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
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-ASISTENCIAS               PIC X(02) VALUE ZEROES.
               02 FS-MINIMOS                   PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-REGULARIDAD               PIC X(02) VALUE ZEROES.
               02 FS-LISTADO                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Porcentaje minimo por materia, subindicado por el codigo de
      *materia (cero = no configurado, rige el 75%).
           01 WST-MINIMOS.
               02 WST-MIN-PORCENTAJE        PIC 9(03) OCCURS 99 TIMES.
           01 WSC-MINIMO-DEFECTO               PIC 9(03) VALUE 075.

      *Inscripciones con sus clases y presentes acumulados.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
                   03 WST-INS-CLASES        PIC 9(03).
                   03 WST-INS-PRESENTES     PIC 9(03).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-ALU                      PIC 9(03).

      *Alumnos en memoria para el nombre del listado.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.
           01 WSV-NOMBRE-HALLADO               PIC X(25).

      *Corrida pedida y calculo de cada inscripcion.
           01 WSV-CORRIDA                      PIC X(01) VALUE SPACE.
               88 CORRIDA-AVISO                VALUE "A".
               88 CORRIDA-CIERRE               VALUE "C".
               88 CORRIDA-VALIDA               VALUE "A" "C".
           01 WSV-NOMBRE-LISTADO               PIC X(40).
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-PORCENTAJE                   PIC 9(03).
           01 WSV-MINIMO                       PIC 9(03).
           01 WSV-ESTADO                       PIC X(01).
               88 ESTADO-REGULAR               VALUE "R".
               88 ESTADO-LIBRE                 VALUE "L".

      *Renglones del listado.
           01 WSV-LINEA-TITULO.
               02 TIT-TEXTO                    PIC X(40).
               02 FILLER                       PIC X(08) VALUE
                                                " - FECHA".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TIT-FECHA                    PIC 9(08).
           01 WSV-LINEA-COLUMNAS.
               02 FILLER                       PIC X(33) VALUE
                   "LEGAJO  NOMBRE".
               02 FILLER                       PIC X(38) VALUE
                   "MAT CLASES  PRES.    %  MIN. CONDICION".
           01 WSV-LINEA-DETALLE.
               02 LIN-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 LIN-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 LIN-MATERIA                  PIC 9(02).
               02 FILLER                       PIC X(03) VALUE SPACES.
               02 LIN-CLASES                   PIC ZZ9.
               02 FILLER                       PIC X(03) VALUE SPACES.
               02 LIN-PRESENTES                PIC ZZ9.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 LIN-PORCENTAJE               PIC ZZ9.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 LIN-MINIMO                   PIC ZZ9.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 LIN-CONDICION                PIC X(15).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-INSCRIPCIONES      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REGULARES          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LIBRES             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-CLASES         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EN-RIESGO          PIC 9(05) VALUE ZERO.

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
           PERFORM 1100-Cargar-minimos
           PERFORM 1200-Cargar-inscripciones
           PERFORM 1300-Acumular-asistencias
           PERFORM 1400-Cargar-alumnos
           IF CORRIDA-AVISO
               MOVE "ALERTA_ASISTENCIA.TXT" TO WSV-NOMBRE-LISTADO
               MOVE "AVISO DE ASISTENCIA BAJO EL MINIMO"
                   TO TIT-TEXTO
           ELSE
               MOVE "CIERRE_REGULARIDAD.TXT" TO WSV-NOMBRE-LISTADO
               MOVE "CIERRE DE REGULARIDAD" TO TIT-TEXTO
               OPEN OUTPUT REGULARIDAD
               IF FS-REGULARIDAD NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-REGULARIDAD TO WSV-ANULADO-CODIGO
                   MOVE "REGULARIDAD" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
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
           MOVE WSV-LINEA-COLUMNAS TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
       1050-Pedir-corrida.
           DISPLAY "Corrida: (A)viso de mitad de cuatrimestre, "
                   "(C)ierre de regularidad: "
           ACCEPT WSV-CORRIDA
           IF NOT CORRIDA-VALIDA
               DISPLAY "**** Responda A o C"
           END-IF
           .
       1100-Cargar-minimos.
           MOVE ZEROES TO WST-MINIMOS
           OPEN INPUT MINIMOS
           IF FS-MINIMOS = "00"
               PERFORM 7030-Leer-minimo
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
           PERFORM 7030-Leer-minimo
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
           PERFORM 7010-Leer-inscripcion
           PERFORM 1210-Pasar-inscripcion
               UNTIL (FS-INSCRIPCIONES = "10")
               OR (WSV-CANT-INSCRIPTOS >= 500)
           CLOSE INSCRIPCIONES
           .
       1210-Pasar-inscripcion.
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           MOVE ZERO TO WST-INS-CLASES(WSV-CANT-INSCRIPTOS)
           MOVE ZERO TO WST-INS-PRESENTES(WSV-CANT-INSCRIPTOS)
           PERFORM 7010-Leer-inscripcion
           .
      *Sin asistencia tomada todas las inscripciones quedan en cero
      *clases.
       1300-Acumular-asistencias.
           OPEN INPUT ASISTENCIAS
           IF FS-ASISTENCIAS NOT = "00"
               DISPLAY "**** Todavia no se tomo asistencia "
                       "(corra PASISTEN)"
           ELSE
               PERFORM 7020-Leer-asistencia
               PERFORM 1310-Sumar-asistencia
                   UNTIL FS-ASISTENCIAS = "10"
               CLOSE ASISTENCIAS
           END-IF
           .
       1310-Sumar-asistencia.
           MOVE 1 TO WSV-IDX
           PERFORM 1320-Comparar-inscripcion
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           PERFORM 7020-Leer-asistencia
           .
       1320-Comparar-inscripcion.
           IF (WST-INS-LEGAJO(WSV-IDX) = REG-ASI-LEGAJO)
                   AND (WST-INS-MATERIA(WSV-IDX) = REG-ASI-MATERIA)
               ADD 1 TO WST-INS-CLASES(WSV-IDX)
               IF REG-ASI-PRESENTE = "P"
                   ADD 1 TO WST-INS-PRESENTES(WSV-IDX)
               END-IF
               MOVE WSV-CANT-INSCRIPTOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
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
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Evaluar-inscripcion
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           .
      *Porcentaje truncado: presentes * 100 / clases; regular si
      *alcanza el minimo de la materia.
       5100-Evaluar-inscripcion.
           ADD 1 TO CTRL-CANT-INSCRIPCIONES
           MOVE WSC-MINIMO-DEFECTO TO WSV-MINIMO
           IF (WST-INS-MATERIA(WSV-IDX) > ZERO)
                   AND (WST-MIN-PORCENTAJE(WST-INS-MATERIA(WSV-IDX))
                        > ZERO)
               MOVE WST-MIN-PORCENTAJE(WST-INS-MATERIA(WSV-IDX))
                   TO WSV-MINIMO
           END-IF
           IF WST-INS-CLASES(WSV-IDX) = ZERO
               MOVE ZERO TO WSV-PORCENTAJE
           ELSE
               COMPUTE WSV-PORCENTAJE =
                   (WST-INS-PRESENTES(WSV-IDX) * 100)
                   / WST-INS-CLASES(WSV-IDX)
           END-IF
           IF (WST-INS-CLASES(WSV-IDX) > ZERO)
                   AND (WSV-PORCENTAJE >= WSV-MINIMO)
               SET ESTADO-REGULAR TO TRUE
           ELSE
               SET ESTADO-LIBRE TO TRUE
           END-IF
           IF CORRIDA-CIERRE
               PERFORM 5200-Registrar-cierre
           ELSE
               PERFORM 5300-Registrar-aviso
           END-IF
           .
       5200-Registrar-cierre.
           MOVE WST-INS-LEGAJO(WSV-IDX) TO REG-REG-LEGAJO
           MOVE WST-INS-MATERIA(WSV-IDX) TO REG-REG-MATERIA
           MOVE WSV-PORCENTAJE TO REG-REG-PORCENTAJE
           MOVE WSV-ESTADO TO REG-REG-ESTADO
           MOVE WSV-FECHA-HOY TO REG-REG-FECHA
           WRITE REGISTRO-REGULARIDAD
           IF ESTADO-REGULAR
               ADD 1 TO CTRL-CANT-REGULARES
               MOVE "REGULAR" TO LIN-CONDICION
           ELSE
               ADD 1 TO CTRL-CANT-LIBRES
               IF WST-INS-CLASES(WSV-IDX) = ZERO
                   ADD 1 TO CTRL-CANT-SIN-CLASES
                   MOVE "LIBRE SIN LISTA" TO LIN-CONDICION
               ELSE
                   MOVE "LIBRE" TO LIN-CONDICION
               END-IF
           END-IF
           PERFORM 5400-Imprimir-detalle
           .
      *En el aviso solo se listan los que ya tienen clases tomadas y
      *estan por debajo del minimo.
       5300-Registrar-aviso.
           IF WST-INS-CLASES(WSV-IDX) = ZERO
               ADD 1 TO CTRL-CANT-SIN-CLASES
           ELSE
               IF ESTADO-LIBRE
                   ADD 1 TO CTRL-CANT-EN-RIESGO
                   MOVE "EN RIESGO" TO LIN-CONDICION
                   PERFORM 5400-Imprimir-detalle
               END-IF
           END-IF
           .
       5400-Imprimir-detalle.
           MOVE "(SIN NOMBRE EN MAESTRO)" TO WSV-NOMBRE-HALLADO
           MOVE 1 TO WSV-IDX-ALU
           PERFORM 5410-Comparar-alumno
               UNTIL WSV-IDX-ALU > WSV-CANT-ALUMNOS
           MOVE WST-INS-LEGAJO(WSV-IDX) TO LIN-LEGAJO
           MOVE WSV-NOMBRE-HALLADO TO LIN-NOMBRE
           MOVE WST-INS-MATERIA(WSV-IDX) TO LIN-MATERIA
           MOVE WST-INS-CLASES(WSV-IDX) TO LIN-CLASES
           MOVE WST-INS-PRESENTES(WSV-IDX) TO LIN-PRESENTES
           MOVE WSV-PORCENTAJE TO LIN-PORCENTAJE
           MOVE WSV-MINIMO TO LIN-MINIMO
           MOVE WSV-LINEA-DETALLE TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
       5410-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX-ALU) = WST-INS-LEGAJO(WSV-IDX)
               MOVE WST-ALU-NOMBRE(WSV-IDX-ALU) TO WSV-NOMBRE-HALLADO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX-ALU
           END-IF
           ADD 1 TO WSV-IDX-ALU
           .
      *************************** Archivo ******************************
       7010-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7020-Leer-asistencia.
           READ ASISTENCIAS
           .
       7030-Leer-minimo.
           READ MINIMOS
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
           MOVE "PREGULAR"          TO LOG-ANUL-PROGRAMA
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
           IF CORRIDA-CIERRE
               CLOSE REGULARIDAD
           END-IF
           CLOSE LISTADO
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Inscripciones evaluadas: " CTRL-CANT-INSCRIPCIONES
           DISPLAY "Sin lista tomada:        " CTRL-CANT-SIN-CLASES
           IF CORRIDA-CIERRE
               DISPLAY "Regulares:               " CTRL-CANT-REGULARES
               DISPLAY "Libres:                  " CTRL-CANT-LIBRES
           ELSE
               DISPLAY "En riesgo:               " CTRL-CANT-EN-RIESGO
           END-IF
           DISPLAY "Listado en " WSV-NOMBRE-LISTADO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
