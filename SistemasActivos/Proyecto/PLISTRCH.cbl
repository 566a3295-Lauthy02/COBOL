      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de listado de alumnos con pagador rechazado
      *    Cruza el RECHAZOS.TXT de ProgApareo con ARCH-PAGADORES:
      *    por cada alumno cuyo cliente pagador fue rechazado lista
      *    el legajo, el nombre, el cliente, el motivo del rechazo y
      *    las materias en que esta inscripto, para que alumnado
      *    actue antes del periodo de examenes. El listado queda en
      *    MATRICULAS_RECHAZADAS.TXT y sale tambien por consola.
      *    Con el codigo de servicio de matricula solo cuentan los
      *    rechazos que incluyen ese servicio; en blanco, cualquier
      *    rechazo del cliente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PLISTRCH.
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
           SELECT RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT PAGADORES ASSIGN TO "ARCH-PAGADORES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGADORES.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT LISTADO ASSIGN TO "MATRICULAS_RECHAZADAS.TXT"
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
      *Archivo RECHAZOS (lo graba ProgApareo; HEADER y TRAILER de
      *control no empiezan con un numero de cliente)
           FD RECHAZOS.
               01 REGISTRO-RECHAZO.
                   02 NRO-CLIE-RECH            PIC 9(03).
                   02 NOMBRE-CLIE-RECH         PIC X(10).
                   02 SALDO-CLIE-RECH          PIC S999V99.
                   02 DEUDA-CLIE-RECH          PIC 999V99.
                   02 MONEDA-RECH              PIC X(03).
                   02 CANT-SERV-RECH           PIC 9(02).
                   02 DETALLE-SERV-RECH        PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-RECH        PIC X(01).
                   02 MOTIVO-RECH              PIC X(01).
                   02 NRO-CTA-RECH             PIC 9(02).
                   02 SUCURSAL-RECH            PIC 9(03).
                   02 CTA-BANC-RECH            PIC 9(11).
      *
      *Archivo ARCH-PAGADORES (mantenido por PGENPAGA)
           FD PAGADORES.
               01 REGISTRO-PAGADOR.
                   05 REG-PAG-LEGAJO           PIC 9(05).
                   05 REG-PAG-NRO-CLIE         PIC 9(03).
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
      *Archivo ARCH-INSCRIPCIONES (mantenido por PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Listado para alumnado
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
               02 FS-RECHAZOS                  PIC X(02) VALUE ZEROES.
               02 FS-PAGADORES                 PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-LISTADO                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Motivo del rechazo por cliente, subindicado por el numero de
      *cliente (blanco = el cliente no fue rechazado).
           01 WST-RECHAZADOS.
               02 WST-RCH-MOTIVO            PIC X(01) OCCURS 999 TIMES.
           01 WSV-IDX-SERV                     PIC 9(02).
           77 WSS-RECHAZO-ESTADO               PIC X(01) VALUE "N".
               88 RECHAZO-CUENTA               VALUE "S".
               88 RECHAZO-NO-CUENTA            VALUE "N".

      *Alumnos e inscripciones en memoria para el cruce.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.
           01 WST-INSCRIPCIONES.
               02 WST-INS-DET               OCCURS 500 TIMES.
                   03 WST-INS-LEGAJO        PIC 9(05).
                   03 WST-INS-MATERIA       PIC 9(02).
           01 WSV-CANT-INSCRIPTOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-NOMBRE-HALLADO               PIC X(25).

      *Renglones del listado.
           01 WSV-LINEA-ALUMNO.
               02 FILLER                       PIC X(07) VALUE
                                                "LEGAJO ".
               02 LIN-LEGAJO                   PIC 9(05).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 LIN-NOMBRE                   PIC X(25).
               02 FILLER                       PIC X(09) VALUE
                                                " CLIENTE ".
               02 LIN-NRO-CLIE                 PIC 9(03).
               02 FILLER                       PIC X(01) VALUE SPACE.
               02 LIN-MOTIVO                   PIC X(29).
           01 WSV-LINEA-MATERIAS.
               02 FILLER                       PIC X(20) VALUE
                                                "   Inscripto en las ".
               02 FILLER                       PIC X(10) VALUE
                                                "materias: ".
               02 LIN-MATERIAS                 PIC X(50).
           01 WSV-PUNTERO                      PIC 9(03).

      *Datos pedidos por consola.
           01 WSV-NOMBRE-RECHAZOS              PIC X(40)
                                                VALUE "RECHAZOS.TXT".
           01 WSV-COD-MATRICULA                PIC X(03) VALUE SPACES.
           01 WSV-FECHA-LISTADO                PIC 9(08).

      *Totales de control del listado.
           01 WSV-CONTADORES.
               02 CTRL-CANT-RECHAZOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PAGADORES          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LISTADOS           PIC 9(05) VALUE ZERO.

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
           DISPLAY "Archivo de rechazos de entrada "
                   "(RECHAZOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-RECHAZOS
           IF WSV-NOMBRE-RECHAZOS = SPACES
               MOVE "RECHAZOS.TXT" TO WSV-NOMBRE-RECHAZOS
           END-IF
           DISPLAY "Codigo de servicio de matricula (en blanco: "
                   "cualquier rechazo): "
           ACCEPT WSV-COD-MATRICULA
           MOVE SPACES TO WST-RECHAZADOS
           PERFORM 1100-Cargar-rechazos
           PERFORM 1200-Cargar-alumnos
           PERFORM 1300-Cargar-inscripciones
           OPEN OUTPUT LISTADO
           IF FS-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ACCEPT WSV-FECHA-LISTADO FROM DATE YYYYMMDD
           MOVE SPACES TO REGISTRO-LISTADO
           STRING "ALUMNOS CON PAGADOR RECHAZADO - "
                   WSV-NOMBRE-RECHAZOS DELIMITED BY "  "
                   " - " WSV-FECHA-LISTADO DELIMITED BY SIZE
               INTO REGISTRO-LISTADO
           END-STRING
           WRITE REGISTRO-LISTADO
           .
       1100-Cargar-rechazos.
           OPEN INPUT RECHAZOS
           IF FS-RECHAZOS NOT = "00"
               MOVE "No se pudo abrir el archivo de rechazos"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-RECHAZOS TO WSV-ANULADO-CODIGO
               MOVE "RECHAZOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-rechazo
           PERFORM 1110-Pasar-rechazo
               UNTIL FS-RECHAZOS = "10"
           CLOSE RECHAZOS
           .
      *Un cliente puede tener varias lineas (una por cuenta); queda
      *el motivo de la primera que cuenta.
       1110-Pasar-rechazo.
           IF (NRO-CLIE-RECH IS NUMERIC) AND (NRO-CLIE-RECH > ZERO)
               PERFORM 1120-Evaluar-servicios
               IF RECHAZO-CUENTA
                   ADD 1 TO CTRL-CANT-RECHAZOS
                   IF WST-RCH-MOTIVO(NRO-CLIE-RECH) = SPACE
                       MOVE MOTIVO-RECH
                           TO WST-RCH-MOTIVO(NRO-CLIE-RECH)
                       IF MOTIVO-RECH = SPACE
                           MOVE "F" TO WST-RCH-MOTIVO(NRO-CLIE-RECH)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
       1120-Evaluar-servicios.
           IF WSV-COD-MATRICULA = SPACES
               SET RECHAZO-CUENTA TO TRUE
           ELSE
               SET RECHAZO-NO-CUENTA TO TRUE
               PERFORM 1130-Comparar-servicio
                   VARYING WSV-IDX-SERV FROM 1 BY 1
                   UNTIL (WSV-IDX-SERV > 20)
                   OR (WSV-IDX-SERV > CANT-SERV-RECH)
           END-IF
           .
       1130-Comparar-servicio.
           IF DETALLE-SERV-RECH(WSV-IDX-SERV) = WSV-COD-MATRICULA
               SET RECHAZO-CUENTA TO TRUE
           END-IF
           .
       1200-Cargar-alumnos.
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS NOT = "00"
               DISPLAY "**** No hay maestro de alumnos"
           ELSE
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
       1300-Cargar-inscripciones.
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES NOT = "00"
               DISPLAY "**** No hay inscripciones registradas"
           ELSE
               PERFORM 7040-Leer-inscripcion
               PERFORM 1310-Pasar-inscripcion
                   UNTIL (FS-INSCRIPCIONES = "10")
                   OR (WSV-CANT-INSCRIPTOS >= 500)
               CLOSE INSCRIPCIONES
           END-IF
           .
       1310-Pasar-inscripcion.
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-INS-LEGAJO
               TO WST-INS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE REG-INS-MATERIA
               TO WST-INS-MATERIA(WSV-CANT-INSCRIPTOS)
           PERFORM 7040-Leer-inscripcion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           OPEN INPUT PAGADORES
           IF FS-PAGADORES NOT = "00"
               MOVE "No hay ARCH-PAGADORES (corra PGENPAGA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-PAGADORES TO WSV-ANULADO-CODIGO
               MOVE "PAGADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-pagador
           PERFORM 5100-Controlar-pagador
               UNTIL FS-PAGADORES = "10"
           CLOSE PAGADORES
           .
       5100-Controlar-pagador.
           ADD 1 TO CTRL-CANT-PAGADORES
           IF (REG-PAG-NRO-CLIE > ZERO)
                   AND (WST-RCH-MOTIVO(REG-PAG-NRO-CLIE) NOT = SPACE)
               PERFORM 5200-Listar-alumno
           END-IF
           PERFORM 7020-Leer-pagador
           .
       5200-Listar-alumno.
           ADD 1 TO CTRL-CANT-LISTADOS
           PERFORM 5300-Buscar-nombre
           MOVE REG-PAG-LEGAJO TO LIN-LEGAJO
           MOVE WSV-NOMBRE-HALLADO TO LIN-NOMBRE
           MOVE REG-PAG-NRO-CLIE TO LIN-NRO-CLIE
           EVALUATE WST-RCH-MOTIVO(REG-PAG-NRO-CLIE)
               WHEN "F"
                   MOVE "Fondos insuficientes" TO LIN-MOTIVO
               WHEN "B"
                   MOVE "Bloqueado por rechazos" TO LIN-MOTIVO
               WHEN "P"
                   MOVE "Retenido por proteccion" TO LIN-MOTIVO
               WHEN "M"
                   MOVE "Sin mandato de debito" TO LIN-MOTIVO
               WHEN "D"
                   MOVE "Debito devuelto por el banco"
                       TO LIN-MOTIVO
               WHEN "C"
                   MOVE "Cuenta bancaria cerrada" TO LIN-MOTIVO
               WHEN OTHER
                   MOVE "Rechazado" TO LIN-MOTIVO
           END-EVALUATE
           MOVE WSV-LINEA-ALUMNO TO REGISTRO-LISTADO
           WRITE REGISTRO-LISTADO
           DISPLAY REGISTRO-LISTADO
           MOVE SPACES TO LIN-MATERIAS
           MOVE 1 TO WSV-PUNTERO
           PERFORM 5400-Agregar-materia
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
           IF LIN-MATERIAS = SPACES
               MOVE "(ninguna)" TO LIN-MATERIAS
           END-IF
           MOVE WSV-LINEA-MATERIAS TO REGISTRO-LISTADO
           WRITE REGISTRO-LISTADO
           DISPLAY REGISTRO-LISTADO
           .
       5300-Buscar-nombre.
           MOVE "(SIN NOMBRE EN MAESTRO)" TO WSV-NOMBRE-HALLADO
           MOVE 1 TO WSV-IDX
           PERFORM 5310-Comparar-alumno
               UNTIL WSV-IDX > WSV-CANT-ALUMNOS
           .
       5310-Comparar-alumno.
           IF WST-ALU-LEGAJO(WSV-IDX) = REG-PAG-LEGAJO
               MOVE WST-ALU-NOMBRE(WSV-IDX) TO WSV-NOMBRE-HALLADO
               MOVE WSV-CANT-ALUMNOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Codigos de materia separados por un blanco (entran 16).
       5400-Agregar-materia.
           IF (WST-INS-LEGAJO(WSV-IDX) = REG-PAG-LEGAJO)
                   AND (WSV-PUNTERO < 48)
               STRING WST-INS-MATERIA(WSV-IDX) " "
                   DELIMITED BY SIZE
                   INTO LIN-MATERIAS WITH POINTER WSV-PUNTERO
               END-STRING
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-rechazo.
           READ RECHAZOS
           .
       7020-Leer-pagador.
           READ PAGADORES
           .
       7030-Leer-alumno.
           READ ALUMNOS
           .
       7040-Leer-inscripcion.
           READ INSCRIPCIONES
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
           MOVE "PLISTRCH"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Totales del listado ----"
           DISPLAY "Rechazos considerados: " CTRL-CANT-RECHAZOS
           DISPLAY "Pagadores revisados:   " CTRL-CANT-PAGADORES
           DISPLAY "Alumnos listados:      " CTRL-CANT-LISTADOS
           DISPLAY "Detalle en MATRICULAS_RECHAZADAS.TXT"
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
