      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de aranceles por materia
      *    Alta, modificacion, baja y listado de ARCH-ARANCELES.txt:
      *    el arancel mensual que se cobra por cada inscripcion a una
      *    materia. La materia se valida contra el catalogo via
      *    RGENMATE y no puede tener dos aranceles. El importe va en
      *    la moneda del servicio de matricula del catalogo de
      *    servicios, y PMATRICU lo factura todos los meses a quien
      *    paga por el alumno (ARCH-PAGADORES, PGENPAGA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENARAN.
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
           SELECT ARANCELES ASSIGN TO "ARCH-ARANCELES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARANCELES.
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
      *Archivo ARCH-ARANCELES
      *Cod. Materia | Arancel mensual por inscripcion
           FD ARANCELES.
               01 REGISTRO-ARANCEL.
                   05 REG-ARA-MATERIA          PIC 9(02).
                   05 REG-ARA-MONTO            PIC 999V99.
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ARANCELES                 PIC X(02) VALUE ZEROES.
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

      *Aranceles completos en memoria.
           01 WST-ARANCELES.
               02 WST-ARA-DET               OCCURS 99 TIMES.
                   03 WST-ARA-MATERIA       PIC 9(02).
                   03 WST-ARA-MONTO         PIC 999V99.
           01 WSV-CANT-ARANCELES               PIC 9(03) VALUE ZERO.
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
           01 WSV-MATERIA-TRABAJO              PIC 9(02).
           01 WSV-MONTO-TRABAJO                PIC 999V99.
           01 WSV-MONTO-EDITADO                PIC ZZ9.99.

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
           SET WST-MAT-MODO-CARGA TO TRUE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           DISPLAY "Catalogo de materias cargado en memoria"
           PERFORM 1200-Cargar-aranceles
           .
       1200-Cargar-aranceles.
           MOVE ZERO TO WSV-CANT-ARANCELES
           OPEN INPUT ARANCELES
           IF FS-ARANCELES NOT = "00"
               DISPLAY "**** No hay aranceles previos"
           ELSE
               PERFORM 7010-Leer-arancel
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-ARANCELES = "10")
                   OR (WSV-CANT-ARANCELES >= 99)
               CLOSE ARANCELES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-ARANCELES
           MOVE REG-ARA-MATERIA
               TO WST-ARA-MATERIA(WSV-CANT-ARANCELES)
           MOVE REG-ARA-MONTO
               TO WST-ARA-MONTO(WSV-CANT-ARANCELES)
           PERFORM 7010-Leer-arancel
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
      *Alta: la materia tiene que existir en el catalogo, no tener
      *arancel cargado, y el importe tiene que ser mayor a cero.
       5300-Alta.
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
               PERFORM 5800-Buscar-materia
               IF SI-HALLADO
                   DISPLAY "**** La materia ya tiene arancel, "
                           "use (M)odificar"
               ELSE
                   IF WSV-CANT-ARANCELES >= 99
                       DISPLAY "**** WST-ARANCELES llena (99 items)"
                   ELSE
                       PERFORM 5700-Pedir-monto
                       IF WSV-MONTO-TRABAJO = ZERO
                           DISPLAY "**** El arancel tiene que ser "
                                   "mayor a cero"
                       ELSE
                           ADD 1 TO WSV-CANT-ARANCELES
                           MOVE WSV-MATERIA-TRABAJO
                               TO WST-ARA-MATERIA(WSV-CANT-ARANCELES)
                           MOVE WSV-MONTO-TRABAJO
                               TO WST-ARA-MONTO(WSV-CANT-ARANCELES)
                           ADD 1 TO CTRL-CANT-ALTAS
                           DISPLAY "Arancel cargado para "
                                   WST-MAT-DESC-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *Modificacion: cambia el importe de un arancel existente; rige
      *desde la proxima corrida de PMATRICU.
       5350-Modificar.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           PERFORM 5800-Buscar-materia
           IF NO-HALLADO
               DISPLAY "**** La materia " WSV-MATERIA-TRABAJO
                       " no tiene arancel"
           ELSE
               MOVE WST-ARA-MONTO(WSV-IDX-ENCONTRADO)
                   TO WSV-MONTO-EDITADO
               DISPLAY "Arancel actual: " WSV-MONTO-EDITADO
               PERFORM 5700-Pedir-monto
               IF WSV-MONTO-TRABAJO = ZERO
                   DISPLAY "**** El arancel tiene que ser mayor a "
                           "cero (para dejar de cobrar use (B)aja)"
               ELSE
                   MOVE WSV-MONTO-TRABAJO
                       TO WST-ARA-MONTO(WSV-IDX-ENCONTRADO)
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   DISPLAY "Arancel modificado"
               END-IF
           END-IF
           .
       5400-Baja.
           DISPLAY "Codigo de materia (xx): "
           ACCEPT WSV-MATERIA-TRABAJO
           PERFORM 5800-Buscar-materia
           IF NO-HALLADO
               DISPLAY "**** La materia " WSV-MATERIA-TRABAJO
                       " no tiene arancel"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-ARANCELES
               SUBTRACT 1 FROM WSV-CANT-ARANCELES
               ADD 1 TO CTRL-CANT-BAJAS
               DISPLAY "Arancel dado de baja"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-ARA-DET(WSV-IDX-MOVER + 1)
               TO WST-ARA-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Aranceles (" WSV-CANT-ARANCELES ") ----"
           PERFORM 5610-Mostrar-arancel
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ARANCELES
           .
       5610-Mostrar-arancel.
           SET WST-MAT-MODO-BUSCAR TO TRUE
           MOVE WST-ARA-MATERIA(WSV-IDX) TO WST-MAT-COD-BUSCADO
           MOVE ZERO TO WST-MAT-FECHA-CORTE
           CALL "RGENMATE" USING WST-TABLA-MAT WST-MAT-PEDIDO
           IF WST-MAT-NO-ENCONTRADO
               MOVE "(NO ESTA EN EL CATALOGO)" TO WST-MAT-DESC-RESULT
           END-IF
           MOVE WST-ARA-MONTO(WSV-IDX) TO WSV-MONTO-EDITADO
           DISPLAY "Materia " WST-ARA-MATERIA(WSV-IDX) " "
                   WST-MAT-DESC-RESULT " " WSV-MONTO-EDITADO
           .
       5700-Pedir-monto.
           DISPLAY "Arancel mensual (999.99): "
           ACCEPT WSV-MONTO-TRABAJO
           .
       5800-Buscar-materia.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-materia
               UNTIL WSV-IDX > WSV-CANT-ARANCELES
           .
       5810-Comparar-materia.
           IF WST-ARA-MATERIA(WSV-IDX) = WSV-MATERIA-TRABAJO
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-ARANCELES TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *************************** Archivo ******************************
       7010-Leer-arancel.
           READ ARANCELES
           .
       7000-Grabar-aranceles.
           OPEN OUTPUT ARANCELES
               IF FS-ARANCELES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ARANCELES TO WSV-ANULADO-CODIGO
                   MOVE "ARANCELES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-arancel
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-ARANCELES
           CLOSE ARANCELES
           .
       7020-Escribir-arancel.
           MOVE WST-ARA-MATERIA(WSV-IDX) TO REG-ARA-MATERIA
           MOVE WST-ARA-MONTO(WSV-IDX) TO REG-ARA-MONTO
           WRITE REGISTRO-ARANCEL
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
           MOVE "PGENARAN"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-aranceles.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Aranceles totales: " WSV-CANT-ARANCELES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
