      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa validador de archivos contra su layout
      *    Pide el nombre de un archivo secuencial y lo controla via
      *    RVALIDA contra su layout de LAYOUTS.TXT; en blanco
      *    controla uno por uno todos los archivos registrados. El
      *    detalle de los registros malos (linea, campo, valor y
      *    motivo) queda en VALIDACION.TXT y por consola sale un
      *    renglon por archivo.
      *    Con algun archivo con registros malos termina con
      *    RETURN-CODE 8. Un archivo registrado que no existe es un
      *    aviso: puede ser un maestro que el ambiente no usa.
      *    ProgCadena llama a la misma rutina antes de largar cada
      *    paso (lineas L de CADENA.TXT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgValida.
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
           SELECT ARCH-LAYOUTS ASSIGN TO "LAYOUTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LAYOUTS.
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
      *Archivo LAYOUTS (registro de layouts)
           FD ARCH-LAYOUTS.
               COPY REG-LAYOUT.
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-LAYOUTS                       PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a la rutina de validacion.
           COPY TAB-VALIDA.

      *Archivos a controlar: el pedido, o todos los de LAYOUTS.TXT
      *en el orden en que aparecen.
           01 WST-ARCHIVOS.
               02 WST-ARC-NOMBRE            PIC X(30) OCCURS 50 TIMES.
           01 WSV-CANT-ARCHIVOS                PIC 9(02) VALUE ZERO.
           01 WSV-IDX-ARC                      PIC 9(02).
           01 WSV-IDX-BUSCA                    PIC 9(02).
           01 WSV-ARCHIVO-PEDIDO               PIC X(30) VALUE SPACES.

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CONTROLADOS        PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-CON-ERRORES        PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-AUSENTES           PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-SIN-LAYOUT         PIC 9(02) VALUE ZERO.

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
           DISPLAY "Archivo a validar (en blanco: todos los "
                   "registrados en LAYOUTS.TXT): "
           ACCEPT WSV-ARCHIVO-PEDIDO
           IF WSV-ARCHIVO-PEDIDO = SPACES
               PERFORM 1100-Cargar-registrados
           ELSE
               MOVE 1 TO WSV-CANT-ARCHIVOS
               MOVE WSV-ARCHIVO-PEDIDO TO WST-ARC-NOMBRE(1)
           END-IF
           SET VLD-INFORME-NUEVO TO TRUE
           .
      *Un nombre por archivo distinto del registro.
       1100-Cargar-registrados.
           OPEN INPUT ARCH-LAYOUTS
           IF FS-LAYOUTS NOT = "00"
               MOVE "No hay LAYOUTS.TXT (cargarlo con PGENLAYO)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-LAYOUTS TO WSV-ANULADO-CODIGO
               MOVE "LAYOUTS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7000-Leer-layout
           PERFORM 1110-Tomar-archivo
               UNTIL FS-LAYOUTS NOT = "00"
           CLOSE ARCH-LAYOUTS
           .
       1110-Tomar-archivo.
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 1120-Avanzar-busqueda
               UNTIL (WSV-IDX-BUSCA > WSV-CANT-ARCHIVOS)
               OR (WST-ARC-NOMBRE(WSV-IDX-BUSCA) = LAY-ARCHIVO)
           IF (WSV-IDX-BUSCA > WSV-CANT-ARCHIVOS)
                   AND (LAY-ARCHIVO NOT = SPACES)
               IF WSV-CANT-ARCHIVOS >= 50
                   DISPLAY "**** Mas de 50 archivos registrados, "
                           "no se controla " LAY-ARCHIVO
               ELSE
                   ADD 1 TO WSV-CANT-ARCHIVOS
                   MOVE LAY-ARCHIVO
                       TO WST-ARC-NOMBRE(WSV-CANT-ARCHIVOS)
               END-IF
           END-IF
           PERFORM 7000-Leer-layout
           .
       1120-Avanzar-busqueda.
           ADD 1 TO WSV-IDX-BUSCA
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Validar-archivo
               VARYING WSV-IDX-ARC FROM 1 BY 1
               UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS
           .
      *El primer archivo empieza VALIDACION.TXT; los demas agregan.
       5100-Validar-archivo.
           MOVE WST-ARC-NOMBRE(WSV-IDX-ARC) TO VLD-ARCHIVO
           CALL "RVALIDA" USING VLD-PEDIDO
           SET VLD-INFORME-AGREGA TO TRUE
           EVALUATE TRUE
               WHEN VLD-ERROR
                   MOVE "Error al validar el archivo"
                       TO WSV-ANULADO-DESCRIP
                   MOVE VLD-FS TO WSV-ANULADO-CODIGO
                   MOVE "VALIDACION" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               WHEN VLD-SIN-LAYOUT
                   ADD 1 TO CTRL-CANT-SIN-LAYOUT
                   DISPLAY "**** " VLD-ARCHIVO
                   DISPLAY "     no tiene layout en LAYOUTS.TXT"
               WHEN VLD-SIN-ARCHIVO
                   ADD 1 TO CTRL-CANT-AUSENTES
                   DISPLAY "**** " VLD-ARCHIVO
                   DISPLAY "     no existe, no se controla"
               WHEN OTHER
                   ADD 1 TO CTRL-CANT-CONTROLADOS
                   IF VLD-CON-ERRORES
                       ADD 1 TO CTRL-CANT-CON-ERRORES
                       DISPLAY "**** " VLD-ARCHIVO
                       DISPLAY "     registros " VLD-CANT-LEIDOS
                               " malos " VLD-CANT-MALOS
                               " campos mal " VLD-CANT-ERRORES
                   ELSE
                       DISPLAY "Correcto " VLD-ARCHIVO
                       DISPLAY "     registros " VLD-CANT-LEIDOS
                   END-IF
           END-EVALUATE
           .
      *************************** Archivo ******************************
       7000-Leer-layout.
           READ ARCH-LAYOUTS
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
           MOVE "ProgValida"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control ----"
           DISPLAY "Archivos controlados:   " CTRL-CANT-CONTROLADOS
           DISPLAY "Con registros malos:    " CTRL-CANT-CON-ERRORES
           DISPLAY "Ausentes:               " CTRL-CANT-AUSENTES
           DISPLAY "Sin layout registrado:  " CTRL-CANT-SIN-LAYOUT
           DISPLAY "Detalle en VALIDACION.TXT"
           IF CTRL-CANT-CON-ERRORES = ZERO
               DISPLAY "******* ARCHIVOS CORRECTOS *******"
           ELSE
               DISPLAY "******* HAY REGISTROS MALOS *******"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
