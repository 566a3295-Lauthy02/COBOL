      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de impresion del acta de examen
      *    Para una mesa de ARCH-MESAS.txt (materia + fecha) arma el
      *    acta en ACTA_<materia>_<fecha>.TXT antes del examen: un
      *    encabezado con la materia (descripcion del catalogo via
      *    RGENMATE), la fecha y el aula, y un renglon por cada
      *    alumno anotado en ARCH-INSC-MESAS.txt con su nombre de
      *    ARCH-ALUMNOS.txt y los espacios en blanco para la nota y
      *    la firma. Las notas del acta se cargan despues con
      *    PGENNOTA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PACTAMES.
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
           SELECT MESAS ASSIGN TO "ARCH-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MESAS.

           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT ACTA ASSIGN DYNAMIC WSV-NOMBRE-ACTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACTA.
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
      *Archivo ARCH-MESAS (lo mantiene PGENMESA)
           FD MESAS.
               01 REGISTRO-MESA.
                   05 REG-MES-MATERIA          PIC 9(02).
                   05 REG-MES-FECHA            PIC 9(08).
                   05 REG-MES-AULA             PIC X(10).
                   05 REG-MES-CUPO             PIC 9(03).
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
      *Acta de examen impresa
           FD ACTA.
               01 REGISTRO-ACTA                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-MESAS                     PIC X(02) VALUE ZEROES.
               02 FS-ANOTADOS                  PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-ACTA                      PIC X(02) VALUE ZEROES.
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

      *Alumnos en memoria para poner el nombre en el acta.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-NOMBRE-HALLADO               PIC X(25).
           77 WSS-MESA                         PIC X(01) VALUE "N".
               88 MESA-HALLADA                 VALUE "S".
               88 MESA-NO-HALLADA              VALUE "N".

      *Mesa pedida por consola.
           01 WSV-MATERIA-ACTA                 PIC 9(02).
           01 WSV-FECHA-ACTA                   PIC 9(08).
           01 WSV-AULA-ACTA                    PIC X(10).
           01 WSV-NOMBRE-ACTA                  PIC X(40).

      *Renglones del acta.
           01 WSV-LINEA-TITULO.
               02 FILLER                       PIC X(16) VALUE
                                                "ACTA DE EXAMEN -".
               02 FILLER                       PIC X(09) VALUE
                                                " MATERIA ".
               02 TIT-MATERIA                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TIT-DESCRIPCION              PIC X(25).
           01 WSV-LINEA-MESA.
               02 FILLER                       PIC X(07) VALUE
                                                "FECHA: ".
               02 TIT-DIA                      PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 TIT-MES                      PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 TIT-ANIO                     PIC 9(04).
               02 FILLER                       PIC X(08) VALUE
                                                "  AULA: ".
               02 TIT-AULA                     PIC X(10).
           01 WSV-LINEA-COLUMNAS.
               02 FILLER                       PIC X(40) VALUE
                   "LEGAJO  APELLIDO Y NOMBRE".
               02 FILLER                       PIC X(26) VALUE
                   "NOTA  FIRMA".
           01 WSV-LINEA-ALUMNO.
               02 LIN-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(03) VALUE SPACES.
               02 LIN-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(07) VALUE SPACES.
               02 FILLER                       PIC X(26) VALUE
                   "____  ____________________".
           01 WSV-LINEA-TOTAL.
               02 FILLER                       PIC X(17) VALUE
                                                "Alumnos anotados:".
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TOT-ANOTADOS                 PIC ZZ9.
               02 FILLER                       PIC X(34) VALUE
                   "   Presentes: ___  Ausentes: ___".
           01 WSV-FECHA-PARTES.
               02 WSV-FEC-ANIO                 PIC 9(04).
               02 WSV-FEC-MES                  PIC 9(02).
               02 WSV-FEC-DIA                  PIC 9(02).

      *Totales de control del acta.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ANOTADOS           PIC 9(03) VALUE ZERO.

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
           DISPLAY "Codigo de materia de la mesa (xx): "
           ACCEPT WSV-MATERIA-ACTA
           DISPLAY "Fecha de la mesa (AAAAMMDD): "
           ACCEPT WSV-FECHA-ACTA
           PERFORM 1100-Buscar-mesa
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WSV-MATERIA-ACTA TO WST-MAT-COD-BUSCADO
           MOVE WSV-FECHA-ACTA TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO
               MOVE "(SIN DESCRIPCION EN CATALOGO)"
                   TO WST-MAT-DESC-RESULT
           END-IF
           PERFORM 1200-Cargar-alumnos
           MOVE SPACES TO WSV-NOMBRE-ACTA
           STRING "ACTA_" WSV-MATERIA-ACTA "_" WSV-FECHA-ACTA
                   ".TXT" DELIMITED BY SIZE
               INTO WSV-NOMBRE-ACTA
           END-STRING
           OPEN OUTPUT ACTA
           IF FS-ACTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ACTA TO WSV-ANULADO-CODIGO
               MOVE "ACTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1300-Imprimir-encabezado
           .
      *La mesa tiene que existir en ARCH-MESAS; de ahi sale el aula.
       1100-Buscar-mesa.
           SET MESA-NO-HALLADA TO TRUE
           OPEN INPUT MESAS
           IF FS-MESAS NOT = "00"
               MOVE "No hay mesas de examen (corra PGENMESA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-MESAS TO WSV-ANULADO-CODIGO
               MOVE "MESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-mesa
           PERFORM 1110-Comparar-mesa
               UNTIL (FS-MESAS = "10") OR MESA-HALLADA
           CLOSE MESAS
           IF MESA-NO-HALLADA
               MOVE "La mesa pedida no existe en ARCH-MESAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "MESA" TO WSV-ANULADO-CODIGO
               MOVE "MESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1110-Comparar-mesa.
           IF (REG-MES-MATERIA = WSV-MATERIA-ACTA)
                   AND (REG-MES-FECHA = WSV-FECHA-ACTA)
               SET MESA-HALLADA TO TRUE
               MOVE REG-MES-AULA TO WSV-AULA-ACTA
           ELSE
               PERFORM 7010-Leer-mesa
           END-IF
           .
       1200-Cargar-alumnos.
           MOVE ZERO TO WSV-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS = "00"
               PERFORM 7030-Leer-alumno
               PERFORM 1210-Pasar-alumno
                   UNTIL (FS-ALUMNOS = "10")
                   OR (WSV-CANT-ALUMNOS >= 300)
               CLOSE ALUMNOS
           END-IF
           .
       1210-Pasar-alumno.
           ADD 1 TO WSV-CANT-ALUMNOS
           MOVE REG-ALU-LEGAJO TO WST-ALU-LEGAJO(WSV-CANT-ALUMNOS)
           MOVE REG-ALU-NOMBRE TO WST-ALU-NOMBRE(WSV-CANT-ALUMNOS)
           PERFORM 7030-Leer-alumno
           .
       1300-Imprimir-encabezado.
           MOVE WSV-MATERIA-ACTA TO TIT-MATERIA
           MOVE WST-MAT-DESC-RESULT TO TIT-DESCRIPCION
           MOVE WSV-FECHA-ACTA TO WSV-FECHA-PARTES
           MOVE WSV-FEC-DIA TO TIT-DIA
           MOVE WSV-FEC-MES TO TIT-MES
           MOVE WSV-FEC-ANIO TO TIT-ANIO
           MOVE WSV-AULA-ACTA TO TIT-AULA
           MOVE WSV-LINEA-TITULO TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-MESA TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           MOVE SPACES TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-COLUMNAS TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS = "00"
               PERFORM 7020-Leer-anotado
               PERFORM 5100-Imprimir-anotado
                   UNTIL FS-ANOTADOS = "10"
               CLOSE ANOTADOS
           END-IF
           .
       5100-Imprimir-anotado.
           IF (REG-ANO-MATERIA = WSV-MATERIA-ACTA)
                   AND (REG-ANO-FECHA = WSV-FECHA-ACTA)
               ADD 1 TO CTRL-CANT-ANOTADOS
               PERFORM 5200-Buscar-nombre
               MOVE REG-ANO-LEGAJO TO LIN-LEGAJO
               MOVE WSV-NOMBRE-HALLADO TO LIN-NOMBRE
               MOVE WSV-LINEA-ALUMNO TO REGISTRO-ACTA
               PERFORM 7100-Escribir-linea
           END-IF
           PERFORM 7020-Leer-anotado
           .
       5200-Buscar-nombre.
           MOVE "(SIN NOMBRE EN MAESTRO)" TO WSV-NOMBRE-HALLADO
           MOVE 1 TO WSV-IDX
           PERFORM 5210-Comparar-alumno
               UNTIL WSV-IDX > WSV-CANT-ALUMNOS
           .
       5210-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX) = REG-ANO-LEGAJO
               MOVE WST-ALU-NOMBRE(WSV-IDX) TO WSV-NOMBRE-HALLADO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *************************** Archivo ******************************
       7010-Leer-mesa.
           READ MESAS
           .
       7020-Leer-anotado.
           READ ANOTADOS
           .
       7030-Leer-alumno.
           READ ALUMNOS
           .
       7100-Escribir-linea.
           WRITE REGISTRO-ACTA
           DISPLAY REGISTRO-ACTA
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
           MOVE "PACTAMES"          TO LOG-ANUL-PROGRAMA
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
           MOVE SPACES TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           MOVE CTRL-CANT-ANOTADOS TO TOT-ANOTADOS
           MOVE WSV-LINEA-TOTAL TO REGISTRO-ACTA
           PERFORM 7100-Escribir-linea
           CLOSE ACTA
           DISPLAY " "
           DISPLAY "Acta grabada en " WSV-NOMBRE-ACTA
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
