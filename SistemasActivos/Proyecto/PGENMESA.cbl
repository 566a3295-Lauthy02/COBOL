      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de mesas de examen
      *    Alta, modificacion, baja y listado de ARCH-MESAS.txt, las
      *    mesas de examen que arma alumnado: materia, fecha, aula y
      *    cupo. Una mesa es el par materia + fecha; la materia se
      *    valida contra el catalogo vigente a la fecha de la mesa
      *    via RGENMATE, la fecha con las reglas de dia, mes y anio
      *    bisiesto de PGENALUM, y no se dan de alta mesas en el
      *    pasado. Los alumnos se anotan con PINSMESA; una mesa con
      *    anotados no se puede dar de baja ni bajarle el cupo por
      *    debajo de los que ya tiene.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENMESA.
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
      *Anotados a las mesas (los graba PINSMESA).
           SELECT ANOTADOS ASSIGN TO "ARCH-INSC-MESAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANOTADOS.
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
      *Archivo ARCH-MESAS
      *Cod. Materia | Fecha de la mesa | Aula | Cupo (cero = sin tope)
           FD MESAS.
               01 REGISTRO-MESA.
                   05 REG-MES-MATERIA          PIC 9(02).
                   05 REG-MES-FECHA            PIC 9(08).
                   05 REG-MES-AULA             PIC X(10).
                   05 REG-MES-CUPO             PIC 9(03).
      *
      *Archivo ARCH-INSC-MESAS (lo mantiene PINSMESA)
      *Legajo | Cod. Materia | Fecha de la mesa
           FD ANOTADOS.
               01 REGISTRO-ANOTADO.
                   05 REG-ANO-LEGAJO           PIC 9(05).
                   05 REG-ANO-MATERIA          PIC 9(02).
                   05 REG-ANO-FECHA            PIC 9(08).
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

      *Mesas completas en memoria, con la cantidad de anotados de
      *cada una contada al empezar.
           01 WST-MESAS.
               02 WST-MES-DET               OCCURS 200 TIMES.
                   03 WST-MES-MATERIA       PIC 9(02).
                   03 WST-MES-FECHA         PIC 9(08).
                   03 WST-MES-AULA          PIC X(10).
                   03 WST-MES-CUPO          PIC 9(03).
                   03 WST-MES-ANOTADOS      PIC 9(03).
           01 WSV-CANT-MESAS                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Mesa que se esta cargando.
           01 WSV-MES-TRABAJO.
               02 WSV-TRA-MATERIA           PIC 9(02).
               02 WSV-TRA-FECHA             PIC 9(08).
               02 WSV-TRA-FECHA-R REDEFINES WSV-TRA-FECHA.
                   03 WSV-TRA-ANIO          PIC 9(04).
                   03 WSV-TRA-MES           PIC 9(02).
                   03 WSV-TRA-DIA           PIC 9(02).
               02 WSV-TRA-AULA              PIC X(10).
               02 WSV-TRA-CUPO              PIC 9(03).
           01 WSV-FECHA-HOY                    PIC 9(08).

      *Validacion de la fecha de la mesa.
           77 WSS-FECHA-ESTADO                 PIC X(01) VALUE "N".
               88 FECHA-VALIDA                 VALUE "S".
               88 FECHA-INVALIDA               VALUE "N".
           77 WSS-BISIESTO                     PIC X(01) VALUE "N".
               88 ANIO-ES-BISIESTO             VALUE "S".
               88 ANIO-NO-BISIESTO             VALUE "N".
           01 WSV-COCIENTE                     PIC 9(04).
           01 WSV-RESTO-4                      PIC 9(03).
           01 WSV-RESTO-100                    PIC 9(03).
           01 WSV-RESTO-400                    PIC 9(03).
           01 WSV-DIAS-DEL-MES                 PIC 9(02).

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           DISPLAY "Catalogo de materias cargado en memoria"
           PERFORM 1200-Cargar-mesas
           PERFORM 1300-Contar-anotados
           .
       1200-Cargar-mesas.
           MOVE ZERO TO WSV-CANT-MESAS
           OPEN INPUT MESAS
           IF FS-MESAS NOT = "00"
               DISPLAY "**** No hay mesas previas"
           ELSE
               PERFORM 7010-Leer-mesa
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-MESAS = "10")
                   OR (WSV-CANT-MESAS >= 200)
               CLOSE MESAS
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-MESAS
           MOVE REG-MES-MATERIA TO WST-MES-MATERIA(WSV-CANT-MESAS)
           MOVE REG-MES-FECHA TO WST-MES-FECHA(WSV-CANT-MESAS)
           MOVE REG-MES-AULA TO WST-MES-AULA(WSV-CANT-MESAS)
           MOVE REG-MES-CUPO TO WST-MES-CUPO(WSV-CANT-MESAS)
           MOVE ZERO TO WST-MES-ANOTADOS(WSV-CANT-MESAS)
           PERFORM 7010-Leer-mesa
           .
       1300-Contar-anotados.
           OPEN INPUT ANOTADOS
           IF FS-ANOTADOS = "00"
               PERFORM 7030-Leer-anotado
               PERFORM 1310-Sumar-anotado UNTIL FS-ANOTADOS = "10"
               CLOSE ANOTADOS
           END-IF
           .
       1310-Sumar-anotado.
           MOVE REG-ANO-MATERIA TO WSV-TRA-MATERIA
           MOVE REG-ANO-FECHA TO WSV-TRA-FECHA
           PERFORM 5800-Buscar-mesa
           IF SI-HALLADO
               ADD 1 TO WST-MES-ANOTADOS(WSV-IDX-ENCONTRADO)
           END-IF
           PERFORM 7030-Leer-anotado
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
      *Alta: fecha valida y no pasada, materia vigente ese dia en el
      *catalogo, y la misma materia no puede tener dos mesas el
      *mismo dia.
       5300-Alta.
           PERFORM 5700-Pedir-mesa
           IF FECHA-INVALIDA
               DISPLAY "**** Fecha invalida"
           ELSE
           IF WSV-TRA-FECHA < WSV-FECHA-HOY
               DISPLAY "**** No se arman mesas en el pasado"
           ELSE
               SET WST-MAT-MODO-BUSCAR TO TRUE
               MOVE WSV-TRA-MATERIA TO WST-MAT-COD-BUSCADO
               MOVE WSV-TRA-FECHA TO WST-MAT-FECHA-CORTE
               CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
               IF WST-MAT-NO-ENCONTRADO
                   DISPLAY "**** La materia " WSV-TRA-MATERIA
                           " no esta vigente en el catalogo a esa "
                           "fecha"
               ELSE
                   PERFORM 5800-Buscar-mesa
                   IF SI-HALLADO
                       DISPLAY "**** Esa mesa ya existe"
                   ELSE
                       IF WSV-CANT-MESAS >= 200
                           DISPLAY "**** WST-MESAS llena (200 items)"
                       ELSE
                           PERFORM 5710-Pedir-aula-cupo
                           ADD 1 TO WSV-CANT-MESAS
                           MOVE WSV-TRA-MATERIA
                               TO WST-MES-MATERIA(WSV-CANT-MESAS)
                           MOVE WSV-TRA-FECHA
                               TO WST-MES-FECHA(WSV-CANT-MESAS)
                           MOVE WSV-TRA-AULA
                               TO WST-MES-AULA(WSV-CANT-MESAS)
                           MOVE WSV-TRA-CUPO
                               TO WST-MES-CUPO(WSV-CANT-MESAS)
                           MOVE ZERO
                               TO WST-MES-ANOTADOS(WSV-CANT-MESAS)
                           ADD 1 TO CTRL-CANT-ALTAS
                           DISPLAY "Mesa cargada: "
                                   WST-MAT-DESC-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           .
      *Modificacion: cambia aula y cupo; el cupo no puede quedar por
      *debajo de los alumnos ya anotados.
       5350-Modificar.
           PERFORM 5700-Pedir-mesa
           PERFORM 5800-Buscar-mesa
           IF NO-HALLADO
               DISPLAY "**** Esa mesa no existe"
           ELSE
               DISPLAY "Aula actual: "
                       WST-MES-AULA(WSV-IDX-ENCONTRADO)
                       " cupo: " WST-MES-CUPO(WSV-IDX-ENCONTRADO)
                       " anotados: "
                       WST-MES-ANOTADOS(WSV-IDX-ENCONTRADO)
               PERFORM 5710-Pedir-aula-cupo
               IF (WSV-TRA-CUPO > ZERO) AND (WSV-TRA-CUPO
                       < WST-MES-ANOTADOS(WSV-IDX-ENCONTRADO))
                   DISPLAY "**** El cupo no puede quedar por debajo "
                           "de los anotados"
               ELSE
                   MOVE WSV-TRA-AULA
                       TO WST-MES-AULA(WSV-IDX-ENCONTRADO)
                   MOVE WSV-TRA-CUPO
                       TO WST-MES-CUPO(WSV-IDX-ENCONTRADO)
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   DISPLAY "Mesa modificada"
               END-IF
           END-IF
           .
       5400-Baja.
           PERFORM 5700-Pedir-mesa
           PERFORM 5800-Buscar-mesa
           IF NO-HALLADO
               DISPLAY "**** Esa mesa no existe"
           ELSE
               IF WST-MES-ANOTADOS(WSV-IDX-ENCONTRADO) > ZERO
                   DISPLAY "**** La mesa tiene "
                           WST-MES-ANOTADOS(WSV-IDX-ENCONTRADO)
                           " anotados, no se puede dar de baja"
               ELSE
                   MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
                   PERFORM 5410-Correr-hacia-arriba
                       UNTIL WSV-IDX-MOVER >= WSV-CANT-MESAS
                   SUBTRACT 1 FROM WSV-CANT-MESAS
                   ADD 1 TO CTRL-CANT-BAJAS
                   DISPLAY "Mesa dada de baja"
               END-IF
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-MES-DET(WSV-IDX-MOVER + 1)
               TO WST-MES-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Mesas de examen (" WSV-CANT-MESAS ") ----"
           PERFORM 5610-Mostrar-mesa
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-MESAS
           .
       5610-Mostrar-mesa.
           DISPLAY "Materia " WST-MES-MATERIA(WSV-IDX)
                   " fecha " WST-MES-FECHA(WSV-IDX)
                   " aula " WST-MES-AULA(WSV-IDX)
                   " cupo " WST-MES-CUPO(WSV-IDX)
                   " anotados " WST-MES-ANOTADOS(WSV-IDX)
           .
       5700-Pedir-mesa.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-TRA-MATERIA
           DISPLAY "Fecha de la mesa (AAAAMMDD): "
           ACCEPT WSV-TRA-FECHA
           PERFORM 5720-Validar-fecha
           .
       5710-Pedir-aula-cupo.
           DISPLAY "Aula: "
           ACCEPT WSV-TRA-AULA
           DISPLAY "Cupo de la mesa (xxx, 000 = sin tope): "
           ACCEPT WSV-TRA-CUPO
           .
       5720-Validar-fecha.
           SET FECHA-INVALIDA TO TRUE
           IF (WSV-TRA-MES < 1) OR (WSV-TRA-MES > 12)
                   OR (WSV-TRA-ANIO = ZERO)
               CONTINUE
           ELSE
               PERFORM 5721-Determinar-bisiesto
               PERFORM 5722-Dias-del-mes
               IF (WSV-TRA-DIA >= 1)
                       AND (WSV-TRA-DIA <= WSV-DIAS-DEL-MES)
                   SET FECHA-VALIDA TO TRUE
               END-IF
           END-IF
           .
      *Anio bisiesto: divisible por 4, salvo los siglos que no son
      *divisibles por 400 (mismo metodo que PGENALUM).
       5721-Determinar-bisiesto.
           DIVIDE WSV-TRA-ANIO BY 4 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-4
           DIVIDE WSV-TRA-ANIO BY 100 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-100
           DIVIDE WSV-TRA-ANIO BY 400 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-400
           IF (WSV-RESTO-4 = 0) AND
                   ((WSV-RESTO-100 NOT = 0) OR (WSV-RESTO-400 = 0))
               SET ANIO-ES-BISIESTO TO TRUE
           ELSE
               SET ANIO-NO-BISIESTO TO TRUE
           END-IF
           .
       5722-Dias-del-mes.
           EVALUATE WSV-TRA-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WSV-DIAS-DEL-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSV-DIAS-DEL-MES
               WHEN 2
                   IF ANIO-ES-BISIESTO
                       MOVE 29 TO WSV-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WSV-DIAS-DEL-MES
                   END-IF
           END-EVALUATE
           .
       5800-Buscar-mesa.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-mesa
               UNTIL WSV-IDX > WSV-CANT-MESAS
           .
       5810-Comparar-mesa.
           IF (WST-MES-MATERIA(WSV-IDX) = WSV-TRA-MATERIA)
                   AND (WST-MES-FECHA(WSV-IDX) = WSV-TRA-FECHA)
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-MESAS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *************************** Archivo ******************************
       7010-Leer-mesa.
           READ MESAS
           .
       7030-Leer-anotado.
           READ ANOTADOS
           .
       7000-Grabar-mesas.
           OPEN OUTPUT MESAS
               IF FS-MESAS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-MESAS TO WSV-ANULADO-CODIGO
                   MOVE "MESAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-mesa
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-MESAS
           CLOSE MESAS
           .
       7020-Escribir-mesa.
           MOVE WST-MES-MATERIA(WSV-IDX) TO REG-MES-MATERIA
           MOVE WST-MES-FECHA(WSV-IDX) TO REG-MES-FECHA
           MOVE WST-MES-AULA(WSV-IDX) TO REG-MES-AULA
           MOVE WST-MES-CUPO(WSV-IDX) TO REG-MES-CUPO
           WRITE REGISTRO-MESA
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
           MOVE "PGENMESA"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-mesas.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Mesas totales:  " WSV-CANT-MESAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
