      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de consulta "donde se usa" un codigo de catalogo
      *    Pide un catalogo (materias, paises o servicios) y un codigo
      *    y lista, via RDONDUSA, cada referencia viva que tiene en los
      *    archivos del sistema, para saber antes de pedir su baja
      *    (PMANTCAT) que quedaria colgado. Se pueden consultar varios
      *    codigos en la misma corrida; sale en DONDE_SE_USA.TXT y por
      *    pantalla.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PDONDUSA.
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
           SELECT LISTADO ASSIGN TO "DONDE_SE_USA.TXT"
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
      *Listado de referencias
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
               02 FS-LISTADO                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a RDONDUSA.
           COPY TAB-DONDUSA.

           01 WSV-CATALOGO                     PIC X(01) VALUE "F".
               88 CATALOGO-MATERIAS            VALUE "M".
               88 CATALOGO-PAISES              VALUE "P".
               88 CATALOGO-SERVICIOS           VALUE "S".
               88 CATALOGO-FIN                 VALUE "F".
           01 WSV-CODIGO-NUM                   PIC 9(03).
           01 WSV-CODIGO-ALFA                  PIC X(03).
           01 WSV-IDX                          PIC 9(03).

      *Renglones del listado.
           01 WSV-LINEA-TITULO.
               02 FILLER                       PIC X(16) VALUE
                   "DONDE SE USA EL ".
               02 TIT-CATALOGO                 PIC X(09).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 TIT-CODIGO                   PIC X(03).
               02 FILLER                       PIC X(02) VALUE ": ".
               02 TIT-CANTIDAD                 PIC ZZZZ9.
               02 FILLER                       PIC X(13) VALUE
                   " REFERENCIAS".
           01 WSV-LINEA-DETALLE.
               02 FILLER                       PIC X(02) VALUE SPACES.
               02 DET-ARCHIVO                  PIC X(20).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 DET-CLAVE                    PIC X(40).
           01 WSV-LINEA-RESTO.
               02 FILLER                       PIC X(06) VALUE
                   "  ... ".
               02 RES-CANTIDAD                 PIC ZZZZ9.
               02 FILLER                       PIC X(30) VALUE
                   " referencias mas no listadas".
           01 WSV-LINEA-LIBRE.
               02 FILLER                       PIC X(40) VALUE
                   "  Sin referencias vivas: se puede dar de".
               02 FILLER                       PIC X(06) VALUE
                   " baja.".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CONSULTAS          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-EN-USO             PIC 9(03) VALUE ZERO.

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
           OPEN OUTPUT LISTADO
           IF FS-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-consulta
           PERFORM 5200-Consultar UNTIL CATALOGO-FIN
           .
       5100-Pedir-consulta.
           DISPLAY " "
           DISPLAY "Catalogo: (M)aterias (P)aises (S)ervicios (F)in: "
           ACCEPT WSV-CATALOGO
           .
       5200-Consultar.
           MOVE SPACES TO DUS-CODIGO
           EVALUATE TRUE
               WHEN CATALOGO-MATERIAS
               WHEN CATALOGO-PAISES
                   DISPLAY "Codigo: "
                   ACCEPT WSV-CODIGO-NUM
                   MOVE WSV-CODIGO-NUM TO DUS-CODIGO-NUM
                   PERFORM 5300-Buscar-usos
               WHEN CATALOGO-SERVICIOS
                   DISPLAY "Codigo de servicio (xxx): "
                   ACCEPT WSV-CODIGO-ALFA
                   MOVE WSV-CODIGO-ALFA TO DUS-CODIGO
                   PERFORM 5300-Buscar-usos
               WHEN OTHER
                   DISPLAY "**** Catalogo no reconocido"
           END-EVALUATE
           PERFORM 5100-Pedir-consulta
           .
       5300-Buscar-usos.
           MOVE WSV-CATALOGO TO DUS-CATALOGO
           CALL "RDONDUSA" USING DUS-PEDIDO
           ADD 1 TO CTRL-CANT-CONSULTAS
           EVALUATE TRUE
               WHEN CATALOGO-MATERIAS
                   MOVE "MATERIA" TO TIT-CATALOGO
               WHEN CATALOGO-PAISES
                   MOVE "PAIS" TO TIT-CATALOGO
               WHEN OTHER
                   MOVE "SERVICIO" TO TIT-CATALOGO
           END-EVALUATE
           MOVE DUS-CODIGO TO TIT-CODIGO
           MOVE DUS-CANT-REFERENCIAS TO TIT-CANTIDAD
           MOVE SPACES TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           MOVE WSV-LINEA-TITULO TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           IF DUS-CANT-REFERENCIAS = ZERO
               MOVE WSV-LINEA-LIBRE TO REGISTRO-LISTADO
               PERFORM 7100-Escribir-linea
           ELSE
               ADD 1 TO CTRL-CANT-EN-USO
               PERFORM 5310-Listar-referencia
                   VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > DUS-CANT-DETALLE
               IF DUS-CANT-REFERENCIAS > DUS-CANT-DETALLE
                   COMPUTE RES-CANTIDAD = DUS-CANT-REFERENCIAS
                                        - DUS-CANT-DETALLE
                   MOVE WSV-LINEA-RESTO TO REGISTRO-LISTADO
                   PERFORM 7100-Escribir-linea
               END-IF
           END-IF
           .
       5310-Listar-referencia.
           MOVE DUS-DET-ARCHIVO(WSV-IDX) TO DET-ARCHIVO
           MOVE DUS-DET-CLAVE(WSV-IDX) TO DET-CLAVE
           MOVE WSV-LINEA-DETALLE TO REGISTRO-LISTADO
           PERFORM 7100-Escribir-linea
           .
      *************************** Archivo ******************************
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
           MOVE "PDONDUSA"          TO LOG-ANUL-PROGRAMA
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
           CLOSE LISTADO
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Codigos consultados: " CTRL-CANT-CONSULTAS
           DISPLAY "Codigos en uso:      " CTRL-CANT-EN-USO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
