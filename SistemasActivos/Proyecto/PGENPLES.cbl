      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de planes de estudio
      *    Mantiene ARCH-PLANES.txt (codigo de plan, descripcion y
      *    cantidad de materias electivas que exige) y
      *    ARCH-PLAN-MATERIAS.txt (las materias de cada plan con su
      *    anio y cuatrimestre y si son obligatorias u electivas).
      *    Las materias se validan contra el catalogo via RGENMATE.
      *    Un plan con alumnos asignados (ARCH-ALUMNO-PLAN.txt, de
      *    PGENALPL) no se puede dar de baja. PAVANCE usa los planes
      *    para el avance de cada alumno y los candidatos a egreso.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENPLES.
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
      *Archivo ARCH-PLANES
      *Cod. Plan | Descripcion | Electivas que exige
           FD PLANES.
               01 REGISTRO-PLAN.
                   05 REG-PLA-CODIGO           PIC X(04).
                   05 REG-PLA-DESCRIPCION      PIC X(25).
                   05 REG-PLA-ELECTIVAS        PIC 9(02).
      *
      *Archivo ARCH-PLAN-MATERIAS
      *Cod. Plan | Cod. Materia | Anio | Cuatrimestre | O/E
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

      *Planes en memoria, con los alumnos asignados a cada uno.
           01 WST-PLANES.
               02 WST-PLA-DET               OCCURS 50 TIMES.
                   03 WST-PLA-CODIGO        PIC X(04).
                   03 WST-PLA-DESCRIPCION   PIC X(25).
                   03 WST-PLA-ELECTIVAS     PIC 9(02).
                   03 WST-PLA-ALUMNOS       PIC 9(03).
           01 WSV-CANT-PLANES                  PIC 9(02) VALUE ZERO.

      *Materias de todos los planes en memoria.
           01 WST-PLAN-MATERIAS.
               02 WST-PMA-DET               OCCURS 500 TIMES.
                   03 WST-PMA-PLAN          PIC X(04).
                   03 WST-PMA-MATERIA       PIC 9(02).
                   03 WST-PMA-ANIO          PIC 9(01).
                   03 WST-PMA-CUATRIMESTRE  PIC 9(01).
                   03 WST-PMA-CARACTER      PIC X(01).
           01 WSV-CANT-PLAN-MATERIAS           PIC 9(03) VALUE ZERO.

           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-PLAN                     PIC 9(02).
           01 WSV-IDX-PMA                      PIC 9(03).
           01 WSV-IDX-BUSCA                    PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-PLAN                  VALUE "P".
               88 OPCION-BAJA-PLAN             VALUE "B".
               88 OPCION-AGREGAR               VALUE "A".
               88 OPCION-QUITAR                VALUE "Q".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Plan y materia que se estan cargando.
           01 WSV-PLAN-TRABAJO                 PIC X(04).
           01 WSV-DESCRIPCION-TRABAJO          PIC X(25).
           01 WSV-ELECTIVAS-TRABAJO            PIC 9(02).
           01 WSV-MATERIA-TRABAJO              PIC 9(02).
           01 WSV-ANIO-TRABAJO                 PIC 9(01).
           01 WSV-CUATRIMESTRE-TRABAJO         PIC 9(01).
           01 WSV-CARACTER-TRABAJO             PIC X(01).
               88 CARACTER-OBLIGATORIA         VALUE "O".
               88 CARACTER-ELECTIVA            VALUE "E".
               88 CARACTER-VALIDO              VALUE "O" "E".
           01 WSV-CANT-OBLIGATORIAS            PIC 9(03).
           01 WSV-CANT-ELECTIVAS               PIC 9(03).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-PLANES-GRABADOS    PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-PLANES-BAJA        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MATERIAS-ALTA      PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MATERIAS-BAJA      PIC 9(03) VALUE ZERO.

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
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           DISPLAY "Catalogo de materias cargado en memoria"
           PERFORM 1100-Cargar-planes
           PERFORM 1200-Cargar-plan-materias
           PERFORM 1300-Contar-alumnos
           .
       1100-Cargar-planes.
           MOVE ZERO TO WSV-CANT-PLANES
           OPEN INPUT PLANES
           IF FS-PLANES NOT = "00"
               DISPLAY "**** No hay planes previos"
           ELSE
               PERFORM 7010-Leer-plan
               PERFORM 1110-Pasar-plan
                   UNTIL (FS-PLANES = "10")
                   OR (WSV-CANT-PLANES >= 50)
               CLOSE PLANES
           END-IF
           .
       1110-Pasar-plan.
           ADD 1 TO WSV-CANT-PLANES
           MOVE REG-PLA-CODIGO TO WST-PLA-CODIGO(WSV-CANT-PLANES)
           MOVE REG-PLA-DESCRIPCION
               TO WST-PLA-DESCRIPCION(WSV-CANT-PLANES)
           MOVE REG-PLA-ELECTIVAS
               TO WST-PLA-ELECTIVAS(WSV-CANT-PLANES)
           MOVE ZERO TO WST-PLA-ALUMNOS(WSV-CANT-PLANES)
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
       1300-Contar-alumnos.
           OPEN INPUT ALUMNO-PLAN
           IF FS-ALUMNO-PLAN = "00"
               PERFORM 7030-Leer-alumno-plan
               PERFORM 1310-Sumar-alumno
                   UNTIL FS-ALUMNO-PLAN = "10"
               CLOSE ALUMNO-PLAN
           END-IF
           .
       1310-Sumar-alumno.
           MOVE REG-APL-PLAN TO WSV-PLAN-TRABAJO
           PERFORM 5800-Buscar-plan
           IF SI-HALLADO
               ADD 1 TO WST-PLA-ALUMNOS(WSV-IDX-PLAN)
           END-IF
           PERFORM 7030-Leer-alumno-plan
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (P)lan alta/modif. (B)aja de plan "
                   "(A)gregar materia (Q)uitar materia (L)istar "
                   "(F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           EVALUATE TRUE
               WHEN OPCION-PLAN
                   PERFORM 5300-Grabar-plan
               WHEN OPCION-BAJA-PLAN
                   PERFORM 5350-Baja-plan
               WHEN OPCION-AGREGAR
                   PERFORM 5400-Agregar-materia
               WHEN OPCION-QUITAR
                   PERFORM 5450-Quitar-materia
               WHEN OPCION-LISTAR
                   PERFORM 5600-Listar-plan
               WHEN OTHER
                   DISPLAY "**** Opcion no reconocida"
           END-EVALUATE
           PERFORM 5100-Pedir-opcion
           .
      *Alta del plan si no existe; si existe se corrigen la
      *descripcion y las electivas que exige.
       5300-Grabar-plan.
           PERFORM 5700-Pedir-plan
           IF WSV-PLAN-TRABAJO = SPACES
               DISPLAY "**** El codigo de plan no puede ir en blanco"
           ELSE
               PERFORM 5800-Buscar-plan
               IF NO-HALLADO AND (WSV-CANT-PLANES >= 50)
                   DISPLAY "**** WST-PLANES llena (50 items)"
               ELSE
                   DISPLAY "Descripcion del plan: "
                   ACCEPT WSV-DESCRIPCION-TRABAJO
                   DISPLAY "Materias electivas que exige (xx): "
                   ACCEPT WSV-ELECTIVAS-TRABAJO
                   IF NO-HALLADO
                       ADD 1 TO WSV-CANT-PLANES
                       MOVE WSV-CANT-PLANES TO WSV-IDX-PLAN
                       MOVE WSV-PLAN-TRABAJO
                           TO WST-PLA-CODIGO(WSV-IDX-PLAN)
                       MOVE ZERO TO WST-PLA-ALUMNOS(WSV-IDX-PLAN)
                   END-IF
                   MOVE WSV-DESCRIPCION-TRABAJO
                       TO WST-PLA-DESCRIPCION(WSV-IDX-PLAN)
                   MOVE WSV-ELECTIVAS-TRABAJO
                       TO WST-PLA-ELECTIVAS(WSV-IDX-PLAN)
                   ADD 1 TO CTRL-CANT-PLANES-GRABADOS
                   DISPLAY "Plan " WSV-PLAN-TRABAJO " grabado"
               END-IF
           END-IF
           .
      *La baja del plan se lleva sus materias; no se permite con
      *alumnos asignados.
       5350-Baja-plan.
           PERFORM 5700-Pedir-plan
           PERFORM 5800-Buscar-plan
           IF NO-HALLADO
               DISPLAY "**** El plan " WSV-PLAN-TRABAJO " no existe"
           ELSE
               IF WST-PLA-ALUMNOS(WSV-IDX-PLAN) > ZERO
                   DISPLAY "**** El plan tiene "
                           WST-PLA-ALUMNOS(WSV-IDX-PLAN)
                           " alumnos asignados, no se puede dar de "
                           "baja"
               ELSE
                   MOVE WSV-IDX-PLAN TO WSV-IDX-MOVER
                   PERFORM 5360-Correr-plan
                       UNTIL WSV-IDX-MOVER >= WSV-CANT-PLANES
                   SUBTRACT 1 FROM WSV-CANT-PLANES
                   MOVE 1 TO WSV-IDX-PMA
                   PERFORM 5370-Quitar-materia-del-plan
                       UNTIL WSV-IDX-PMA > WSV-CANT-PLAN-MATERIAS
                   ADD 1 TO CTRL-CANT-PLANES-BAJA
                   DISPLAY "Plan dado de baja"
               END-IF
           END-IF
           .
       5360-Correr-plan.
           MOVE WST-PLA-DET(WSV-IDX-MOVER + 1)
               TO WST-PLA-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5370-Quitar-materia-del-plan.
           IF WST-PMA-PLAN(WSV-IDX-PMA) = WSV-PLAN-TRABAJO
               PERFORM 5460-Sacar-renglon
           ELSE
               ADD 1 TO WSV-IDX-PMA
           END-IF
           .
      *La materia tiene que estar en el catalogo y no repetirse en
      *el plan.
       5400-Agregar-materia.
           PERFORM 5700-Pedir-plan
           PERFORM 5800-Buscar-plan
           IF NO-HALLADO
               DISPLAY "**** El plan " WSV-PLAN-TRABAJO " no existe"
           ELSE
               DISPLAY "Codigo de materia (xx): "
               ACCEPT WSV-MATERIA-TRABAJO
               SET WST-MAT-MODO-BUSCAR TO TRUE
               MOVE WSV-MATERIA-TRABAJO TO WST-MAT-COD-BUSCADO
               MOVE ZERO TO WST-MAT-FECHA-CORTE
               CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
               IF WST-MAT-NO-ENCONTRADO
                   DISPLAY "**** La materia " WSV-MATERIA-TRABAJO
                           " no esta en el catalogo"
               ELSE
                   PERFORM 5810-Buscar-plan-materia
                   IF SI-HALLADO
                       DISPLAY "**** La materia ya esta en el plan"
                   ELSE
                       IF WSV-CANT-PLAN-MATERIAS >= 500
                           DISPLAY "**** WST-PLAN-MATERIAS llena "
                                   "(500 items)"
                       ELSE
                           PERFORM 5410-Pedir-ubicacion
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5410-Pedir-ubicacion.
           DISPLAY "Anio de la carrera (1-6): "
           ACCEPT WSV-ANIO-TRABAJO
           DISPLAY "Cuatrimestre (1-2): "
           ACCEPT WSV-CUATRIMESTRE-TRABAJO
           DISPLAY "(O)bligatoria / (E)lectiva: "
           ACCEPT WSV-CARACTER-TRABAJO
           IF (WSV-ANIO-TRABAJO < 1) OR (WSV-ANIO-TRABAJO > 6)
                   OR (WSV-CUATRIMESTRE-TRABAJO < 1)
                   OR (WSV-CUATRIMESTRE-TRABAJO > 2)
                   OR (NOT CARACTER-VALIDO)
               DISPLAY "**** Anio, cuatrimestre o caracter invalido"
           ELSE
               ADD 1 TO WSV-CANT-PLAN-MATERIAS
               MOVE WSV-PLAN-TRABAJO
                   TO WST-PMA-PLAN(WSV-CANT-PLAN-MATERIAS)
               MOVE WSV-MATERIA-TRABAJO
                   TO WST-PMA-MATERIA(WSV-CANT-PLAN-MATERIAS)
               MOVE WSV-ANIO-TRABAJO
                   TO WST-PMA-ANIO(WSV-CANT-PLAN-MATERIAS)
               MOVE WSV-CUATRIMESTRE-TRABAJO
                   TO WST-PMA-CUATRIMESTRE(WSV-CANT-PLAN-MATERIAS)
               MOVE WSV-CARACTER-TRABAJO
                   TO WST-PMA-CARACTER(WSV-CANT-PLAN-MATERIAS)
               ADD 1 TO CTRL-CANT-MATERIAS-ALTA
               DISPLAY WST-MAT-DESC-RESULT " agregada al plan "
                       WSV-PLAN-TRABAJO
           END-IF
           .
       5450-Quitar-materia.
           PERFORM 5700-Pedir-plan
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           PERFORM 5810-Buscar-plan-materia
           IF NO-HALLADO
               DISPLAY "**** La materia no esta en ese plan"
           ELSE
               MOVE WSV-IDX-BUSCA TO WSV-IDX-PMA
               PERFORM 5460-Sacar-renglon
               ADD 1 TO CTRL-CANT-MATERIAS-BAJA
               DISPLAY "Materia quitada del plan"
           END-IF
           .
      *Saca el renglon WSV-IDX-PMA corriendo los de abajo.
       5460-Sacar-renglon.
           MOVE WSV-IDX-PMA TO WSV-IDX-MOVER
           PERFORM 5470-Correr-materia
               UNTIL WSV-IDX-MOVER >= WSV-CANT-PLAN-MATERIAS
           SUBTRACT 1 FROM WSV-CANT-PLAN-MATERIAS
           .
       5470-Correr-materia.
           MOVE WST-PMA-DET(WSV-IDX-MOVER + 1)
               TO WST-PMA-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
      *Plan con sus materias por anio y cuatrimestre, en el orden en
      *que se cargaron; avisa si exige mas electivas de las que
      *ofrece.
       5600-Listar-plan.
           PERFORM 5700-Pedir-plan
           PERFORM 5800-Buscar-plan
           IF NO-HALLADO
               DISPLAY "**** El plan " WSV-PLAN-TRABAJO " no existe"
           ELSE
               DISPLAY " "
               DISPLAY "----- Plan " WSV-PLAN-TRABAJO " "
                       WST-PLA-DESCRIPCION(WSV-IDX-PLAN) " ----"
               MOVE ZERO TO WSV-CANT-OBLIGATORIAS
               MOVE ZERO TO WSV-CANT-ELECTIVAS
               PERFORM 5610-Mostrar-materia
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-PLAN-MATERIAS
               DISPLAY "Obligatorias: " WSV-CANT-OBLIGATORIAS
                       "  Electivas ofrecidas: " WSV-CANT-ELECTIVAS
                       "  exigidas: "
                       WST-PLA-ELECTIVAS(WSV-IDX-PLAN)
               DISPLAY "Alumnos asignados: "
                       WST-PLA-ALUMNOS(WSV-IDX-PLAN)
               IF WST-PLA-ELECTIVAS(WSV-IDX-PLAN)
                       > WSV-CANT-ELECTIVAS
                   DISPLAY "**** El plan exige mas electivas de las "
                           "que ofrece"
               END-IF
           END-IF
           .
       5610-Mostrar-materia.
           IF WST-PMA-PLAN(WSV-IDX) = WSV-PLAN-TRABAJO
               SET WST-MAT-MODO-BUSCAR TO TRUE
               MOVE WST-PMA-MATERIA(WSV-IDX) TO WST-MAT-COD-BUSCADO
               MOVE ZERO TO WST-MAT-FECHA-CORTE
               CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
               IF WST-MAT-NO-ENCONTRADO
                   MOVE "(SIN DESCRIPCION)" TO WST-MAT-DESC-RESULT
               END-IF
               IF WST-PMA-CARACTER(WSV-IDX) = "E"
                   ADD 1 TO WSV-CANT-ELECTIVAS
                   DISPLAY "Anio " WST-PMA-ANIO(WSV-IDX)
                           " cuat. " WST-PMA-CUATRIMESTRE(WSV-IDX)
                           "  " WST-PMA-MATERIA(WSV-IDX) " "
                           WST-MAT-DESC-RESULT " ELECTIVA"
               ELSE
                   ADD 1 TO WSV-CANT-OBLIGATORIAS
                   DISPLAY "Anio " WST-PMA-ANIO(WSV-IDX)
                           " cuat. " WST-PMA-CUATRIMESTRE(WSV-IDX)
                           "  " WST-PMA-MATERIA(WSV-IDX) " "
                           WST-MAT-DESC-RESULT " OBLIGATORIA"
               END-IF
           END-IF
           .
       5700-Pedir-plan.
           DISPLAY "Codigo de plan (xxxx): "
           ACCEPT WSV-PLAN-TRABAJO
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
      *Deja en WSV-IDX-BUSCA el renglon de plan + materia hallado.
       5810-Buscar-plan-materia.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5811-Comparar-plan-materia
               UNTIL (WSV-IDX-BUSCA > WSV-CANT-PLAN-MATERIAS)
               OR SI-HALLADO
           .
       5811-Comparar-plan-materia.
           IF (WST-PMA-PLAN(WSV-IDX-BUSCA) = WSV-PLAN-TRABAJO)
                   AND (WST-PMA-MATERIA(WSV-IDX-BUSCA)
                        = WSV-MATERIA-TRABAJO)
               SET SI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSCA
           END-IF
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
       7000-Grabar-planes.
           OPEN OUTPUT PLANES
               IF FS-PLANES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PLANES TO WSV-ANULADO-CODIGO
                   MOVE "PLANES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7040-Escribir-plan
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-PLANES
           CLOSE PLANES
           OPEN OUTPUT PLAN-MATERIAS
               IF FS-PLAN-MATERIAS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PLAN-MATERIAS TO WSV-ANULADO-CODIGO
                   MOVE "PLAN-MATERIAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7050-Escribir-plan-materia
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-PLAN-MATERIAS
           CLOSE PLAN-MATERIAS
           .
       7040-Escribir-plan.
           MOVE WST-PLA-CODIGO(WSV-IDX) TO REG-PLA-CODIGO
           MOVE WST-PLA-DESCRIPCION(WSV-IDX) TO REG-PLA-DESCRIPCION
           MOVE WST-PLA-ELECTIVAS(WSV-IDX) TO REG-PLA-ELECTIVAS
           WRITE REGISTRO-PLAN
           .
       7050-Escribir-plan-materia.
           MOVE WST-PMA-DET(WSV-IDX) TO REGISTRO-PLAN-MATERIA
           WRITE REGISTRO-PLAN-MATERIA
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
           MOVE "PGENPLES"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-planes.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Planes grabados:    " CTRL-CANT-PLANES-GRABADOS
           DISPLAY "Planes dados baja:  " CTRL-CANT-PLANES-BAJA
           DISPLAY "Materias agregadas: " CTRL-CANT-MATERIAS-ALTA
           DISPLAY "Materias quitadas:  " CTRL-CANT-MATERIAS-BAJA
           DISPLAY "Planes totales:     " WSV-CANT-PLANES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
