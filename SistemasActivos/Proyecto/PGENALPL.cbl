      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de asignacion de alumnos a planes de estudio
      *    Alta, modificacion, baja y listado de ARCH-ALUMNO-PLAN.txt:
      *    a que plan de estudio (de ARCH-PLANES.txt, mantenido por
      *    PGENPLES) pertenece cada legajo. El legajo tiene que existir
      *    en ARCH-ALUMNOS.txt y tiene un solo plan. PAVANCE toma de
      *    aca el plan contra el que mide el avance de cada alumno.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENALPL.
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
           SELECT ALUMNO-PLAN ASSIGN TO "ARCH-ALUMNO-PLAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNO-PLAN.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT PLANES ASSIGN TO "ARCH-PLANES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANES.
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
      *Archivo ARCH-ALUMNO-PLAN
      *Legajo | Cod. Plan de estudio
           FD ALUMNO-PLAN.
               01 REGISTRO-ALUMNO-PLAN.
                   05 REG-APL-LEGAJO           PIC 9(05).
                   05 REG-APL-PLAN             PIC X(04).
      *
      *Archivo ARCH-ALUMNOS (mantenido por PGENALUM)
           FD ALUMNOS.
               01 REGISTRO-ARCH-ALUMNO.
                   05 REG-ALU-LEGAJO           PIC 9(05).
                   05 REG-ALU-NOMBRE           PIC X(25).
                   05 REG-ALU-DIA-NAC          PIC 9(02).
                   05 REG-ALU-MES-NAC          PIC 9(02).
                   05 REG-ALU-ANIO-NAC         PIC 9(04).
                   05 REG-ALU-NACIONALIDAD     PIC 9(03).
      *
      *Archivo ARCH-PLANES (lo mantiene PGENPLES)
           FD PLANES.
               01 REGISTRO-PLAN.
                   05 REG-PLA-CODIGO           PIC X(04).
                   05 REG-PLA-DESCRIPCION      PIC X(25).
                   05 REG-PLA-ELECTIVAS        PIC 9(02).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ALUMNO-PLAN               PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-PLANES                    PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Asignaciones completas en memoria.
           01 WST-ALUMNO-PLAN.
               02 WST-APL-DET               OCCURS 300 TIMES.
                   03 WST-APL-LEGAJO        PIC 9(05).
                   03 WST-APL-PLAN          PIC X(04).
           01 WSV-CANT-ALUMNO-PLAN             PIC 9(03) VALUE ZERO.

      *Legajos y nombres del maestro de alumnos.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.

      *Planes de estudio vigentes.
           01 WST-PLANES.
               02 WST-PLA-DET               OCCURS 50 TIMES.
                   03 WST-PLA-CODIGO        PIC X(04).
                   03 WST-PLA-DESCRIPCION   PIC X(25).
           01 WSV-CANT-PLANES                  PIC 9(02) VALUE ZERO.

           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           01 WSV-IDX-BUSCA                    PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-PLAN-ESTADO                  PIC X(01) VALUE "N".
               88 PLAN-VALIDO                  VALUE "S".
               88 PLAN-INVALIDO                VALUE "N".
           01 WSV-NOMBRE-ALUMNO                PIC X(25).
           01 WSV-DESCRIPCION-PLAN             PIC X(25).

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".
           01 WSV-LEGAJO-TRABAJO               PIC 9(05).
           01 WSV-PLAN-TRABAJO                 PIC X(04).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MODIFICADOS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.

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
           PERFORM 1100-Cargar-alumnos
           PERFORM 1200-Cargar-planes
           PERFORM 1300-Cargar-asignaciones
           .
       1100-Cargar-alumnos.
           MOVE ZERO TO WSV-CANT-ALUMNOS
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS NOT = "00"
               MOVE "No hay maestro de alumnos (corra PGENALUM)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ALUMNOS TO WSV-ANULADO-CODIGO
               MOVE "ARCH-ALUMNOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-alumno
           PERFORM 1110-Pasar-alumno
               UNTIL (FS-ALUMNOS = "10")
               OR (WSV-CANT-ALUMNOS >= 300)
           CLOSE ALUMNOS
           .
       1110-Pasar-alumno.
           ADD 1 TO WSV-CANT-ALUMNOS
           MOVE REG-ALU-LEGAJO TO WST-ALU-LEGAJO(WSV-CANT-ALUMNOS)
           MOVE REG-ALU-NOMBRE TO WST-ALU-NOMBRE(WSV-CANT-ALUMNOS)
           PERFORM 7030-Leer-alumno
           .
      *Sin planes no hay a que asignar: se anula la corrida.
       1200-Cargar-planes.
           MOVE ZERO TO WSV-CANT-PLANES
           OPEN INPUT PLANES
           IF FS-PLANES NOT = "00"
               MOVE "No hay planes de estudio (corra PGENPLES)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-PLANES TO WSV-ANULADO-CODIGO
               MOVE "ARCH-PLANES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7040-Leer-plan
           PERFORM 1210-Pasar-plan
               UNTIL (FS-PLANES = "10")
               OR (WSV-CANT-PLANES >= 50)
           CLOSE PLANES
           .
       1210-Pasar-plan.
           ADD 1 TO WSV-CANT-PLANES
           MOVE REG-PLA-CODIGO TO WST-PLA-CODIGO(WSV-CANT-PLANES)
           MOVE REG-PLA-DESCRIPCION
               TO WST-PLA-DESCRIPCION(WSV-CANT-PLANES)
           PERFORM 7040-Leer-plan
           .
       1300-Cargar-asignaciones.
           MOVE ZERO TO WSV-CANT-ALUMNO-PLAN
           OPEN INPUT ALUMNO-PLAN
           IF FS-ALUMNO-PLAN NOT = "00"
               DISPLAY "**** No hay asignaciones previas"
           ELSE
               PERFORM 7010-Leer-asignacion
               PERFORM 1310-Pasar-a-tabla
                   UNTIL (FS-ALUMNO-PLAN = "10")
                   OR (WSV-CANT-ALUMNO-PLAN >= 300)
               CLOSE ALUMNO-PLAN
           END-IF
           .
       1310-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-ALUMNO-PLAN
           MOVE REG-APL-LEGAJO
               TO WST-APL-LEGAJO(WSV-CANT-ALUMNO-PLAN)
           MOVE REG-APL-PLAN
               TO WST-APL-PLAN(WSV-CANT-ALUMNO-PLAN)
           PERFORM 7010-Leer-asignacion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta (M)odificar (B)aja (L)istar "
                   "(F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 5300-Alta
               WHEN OPCION-MODIFICAR
                   PERFORM 5350-Modificar
               WHEN OPCION-BAJA
                   PERFORM 5400-Baja
               WHEN OPCION-LISTAR
                   PERFORM 5600-Listar
               WHEN OTHER
                   DISPLAY "**** Opcion no reconocida"
           END-EVALUATE
           PERFORM 5100-Pedir-opcion
           .
      *Alta: legajo del maestro de alumnos todavia sin plan, y plan
      *existente.
       5300-Alta.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           PERFORM 5810-Buscar-alumno
           IF WSV-NOMBRE-ALUMNO = SPACES
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no esta en el maestro de alumnos"
           ELSE
               PERFORM 5800-Buscar-legajo
               IF SI-HALLADO
                   DISPLAY "**** El legajo ya tiene plan, "
                           "use (M)odificar"
               ELSE
                   IF WSV-CANT-ALUMNO-PLAN >= 300
                       DISPLAY "**** WST-ALUMNO-PLAN llena "
                               "(300 items)"
                   ELSE
                       PERFORM 5700-Pedir-plan
                       IF PLAN-VALIDO
                           ADD 1 TO WSV-CANT-ALUMNO-PLAN
                           MOVE WSV-LEGAJO-TRABAJO
                               TO WST-APL-LEGAJO
                                  (WSV-CANT-ALUMNO-PLAN)
                           MOVE WSV-PLAN-TRABAJO
                               TO WST-APL-PLAN(WSV-CANT-ALUMNO-PLAN)
                           ADD 1 TO CTRL-CANT-ALTAS
                           DISPLAY "Plan asignado a "
                                   WSV-NOMBRE-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *Modificacion: cambio de plan; lo ya aprobado se vuelve a medir
      *contra el plan nuevo en la proxima corrida de PAVANCE.
       5350-Modificar.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           PERFORM 5800-Buscar-legajo
           IF NO-HALLADO
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no tiene plan"
           ELSE
               DISPLAY "Plan actual: "
                       WST-APL-PLAN(WSV-IDX-ENCONTRADO)
               PERFORM 5700-Pedir-plan
               IF PLAN-VALIDO
                   MOVE WSV-PLAN-TRABAJO
                       TO WST-APL-PLAN(WSV-IDX-ENCONTRADO)
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   DISPLAY "Plan modificado"
               END-IF
           END-IF
           .
       5400-Baja.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           PERFORM 5800-Buscar-legajo
           IF NO-HALLADO
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no tiene plan"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-ALUMNO-PLAN
               SUBTRACT 1 FROM WSV-CANT-ALUMNO-PLAN
               ADD 1 TO CTRL-CANT-BAJAS
               DISPLAY "Asignacion dada de baja"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-APL-DET(WSV-IDX-MOVER + 1)
               TO WST-APL-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Alumnos con plan (" WSV-CANT-ALUMNO-PLAN
                   ") ----"
           PERFORM 5610-Mostrar-asignacion
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ALUMNO-PLAN
           .
       5610-Mostrar-asignacion.
           MOVE WST-APL-LEGAJO(WSV-IDX) TO WSV-LEGAJO-TRABAJO
           PERFORM 5810-Buscar-alumno
           MOVE WST-APL-PLAN(WSV-IDX) TO WSV-PLAN-TRABAJO
           PERFORM 5820-Buscar-plan
           DISPLAY "Legajo " WST-APL-LEGAJO(WSV-IDX) " "
                   WSV-NOMBRE-ALUMNO " plan "
                   WST-APL-PLAN(WSV-IDX) " " WSV-DESCRIPCION-PLAN
           .
       5700-Pedir-plan.
           SET PLAN-INVALIDO TO TRUE
           DISPLAY "Codigo de plan (xxxx): "
           ACCEPT WSV-PLAN-TRABAJO
           PERFORM 5820-Buscar-plan
           IF WSV-DESCRIPCION-PLAN = SPACES
               DISPLAY "**** El plan " WSV-PLAN-TRABAJO
                       " no esta en ARCH-PLANES"
           ELSE
               SET PLAN-VALIDO TO TRUE
               DISPLAY "Plan: " WSV-DESCRIPCION-PLAN
           END-IF
           .
       5800-Buscar-legajo.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5801-Comparar-legajo
               UNTIL WSV-IDX-BUSCA > WSV-CANT-ALUMNO-PLAN
           .
       5801-Comparar-legajo.
           IF WST-APL-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX-BUSCA TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-ALUMNO-PLAN TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *Nombre del alumno de WSV-LEGAJO-TRABAJO (blanco = no esta).
       5810-Buscar-alumno.
           MOVE SPACES TO WSV-NOMBRE-ALUMNO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5811-Comparar-alumno
               UNTIL WSV-IDX-BUSCA > WSV-CANT-ALUMNOS
           .
       5811-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO
               MOVE WST-ALU-NOMBRE(WSV-IDX-BUSCA)
                   TO WSV-NOMBRE-ALUMNO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *Descripcion del plan de WSV-PLAN-TRABAJO (blanco = no esta).
       5820-Buscar-plan.
           MOVE SPACES TO WSV-DESCRIPCION-PLAN
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5821-Comparar-plan
               UNTIL WSV-IDX-BUSCA > WSV-CANT-PLANES
           .
       5821-Comparar-plan.
           IF WST-PLA-CODIGO(WSV-IDX-BUSCA) = WSV-PLAN-TRABAJO
               MOVE WST-PLA-DESCRIPCION(WSV-IDX-BUSCA)
                   TO WSV-DESCRIPCION-PLAN
               MOVE WSV-CANT-PLANES TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *************************** Archivo ******************************
       7010-Leer-asignacion.
           READ ALUMNO-PLAN
           .
       7030-Leer-alumno.
           READ ALUMNOS
           .
       7040-Leer-plan.
           READ PLANES
           .
       7000-Grabar-asignaciones.
           OPEN OUTPUT ALUMNO-PLAN
               IF FS-ALUMNO-PLAN NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ALUMNO-PLAN TO WSV-ANULADO-CODIGO
                   MOVE "ALUMNO-PLAN" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-asignacion
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ALUMNO-PLAN
           CLOSE ALUMNO-PLAN
           .
       7020-Escribir-asignacion.
           MOVE WST-APL-LEGAJO(WSV-IDX) TO REG-APL-LEGAJO
           MOVE WST-APL-PLAN(WSV-IDX) TO REG-APL-PLAN
           WRITE REGISTRO-ALUMNO-PLAN
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
           MOVE "PGENALPL"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-asignaciones.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Asignaciones totales: " WSV-CANT-ALUMNO-PLAN
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
