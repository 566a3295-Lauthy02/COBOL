      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de pagadores de matricula
      *    Alta, modificacion, baja y listado de ARCH-PAGADORES.txt:
      *    que cliente de la facturacion (numero de CUENTAS.TXT) paga
      *    la matricula de cada legajo. El legajo tiene que existir
      *    en ARCH-ALUMNOS.txt y tiene un solo pagador; el cliente se
      *    controla contra CUENTAS.TXT cuando el archivo esta. Un
      *    mismo cliente puede pagar por varios alumnos (hermanos),
      *    y PMATRICU le factura todo junto en una sola linea.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENPAGA.
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
           SELECT PAGADORES ASSIGN TO "ARCH-PAGADORES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGADORES.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.
      *Maestro de clientes de la facturacion (el que lee ProgApareo).
           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
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
      *Archivo ARCH-PAGADORES
      *Legajo | Nro. Cliente que paga la matricula
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
      *Archivo CUENTAS (solo interesan el numero y el nombre del
      *cliente; el resto del registro va de relleno)
           FD CUENTAS.
               01 REGISTRO-CUENTA.
                   05 REG-CTA-NRO-CLIE         PIC 9(03).
                   05 REG-CTA-NOMBRE           PIC X(10).
                   05 FILLER                   PIC X(40).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-PAGADORES                 PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pagadores completos en memoria.
           01 WST-PAGADORES.
               02 WST-PAG-DET               OCCURS 300 TIMES.
                   03 WST-PAG-LEGAJO        PIC 9(05).
                   03 WST-PAG-NRO-CLIE      PIC 9(03).
           01 WSV-CANT-PAGADORES               PIC 9(03) VALUE ZERO.

      *Legajos y nombres del maestro de alumnos.
           01 WST-ALUMNOS.
               02 WST-ALU-DET               OCCURS 300 TIMES.
                   03 WST-ALU-LEGAJO        PIC 9(05).
                   03 WST-ALU-NOMBRE        PIC X(25).
           01 WSV-CANT-ALUMNOS                 PIC 9(03) VALUE ZERO.

      *Clientes de CUENTAS.TXT (tabla vacia = sin control, cuando
      *el maestro de la facturacion no esta en este directorio).
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 999 TIMES.
                   03 WST-CLI-NRO-CLIE      PIC 9(03).
                   03 WST-CLI-NOMBRE        PIC X(10).
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE ZERO.

           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           01 WSV-IDX-BUSCA                    PIC 9(04).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-CLIENTE-ESTADO               PIC X(01) VALUE "N".
               88 CLIENTE-VALIDO               VALUE "S".
               88 CLIENTE-INVALIDO             VALUE "N".
           01 WSV-NOMBRE-ALUMNO                PIC X(25).
           01 WSV-NOMBRE-CLIENTE               PIC X(10).

      *Operacion pedida en el menu.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".
           01 WSV-LEGAJO-TRABAJO               PIC 9(05).
           01 WSV-CLIENTE-TRABAJO              PIC 9(03).

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
           PERFORM 1200-Cargar-pagadores
           PERFORM 1300-Cargar-clientes
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
       1200-Cargar-pagadores.
           MOVE ZERO TO WSV-CANT-PAGADORES
           OPEN INPUT PAGADORES
           IF FS-PAGADORES NOT = "00"
               DISPLAY "**** No hay pagadores previos"
           ELSE
               PERFORM 7010-Leer-pagador
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-PAGADORES = "10")
                   OR (WSV-CANT-PAGADORES >= 300)
               CLOSE PAGADORES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-PAGADORES
           MOVE REG-PAG-LEGAJO
               TO WST-PAG-LEGAJO(WSV-CANT-PAGADORES)
           MOVE REG-PAG-NRO-CLIE
               TO WST-PAG-NRO-CLIE(WSV-CANT-PAGADORES)
           PERFORM 7010-Leer-pagador
           .
      *Los registros de control (HEADER/TRAILER) no empiezan con un
      *numero de cliente y se saltean.
       1300-Cargar-clientes.
           MOVE ZERO TO WSV-CANT-CLIENTES
           OPEN INPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "**** No hay CUENTAS.TXT, el numero de "
                       "cliente no se controla"
           ELSE
               PERFORM 7040-Leer-cuenta
               PERFORM 1310-Pasar-cliente
                   UNTIL (FS-CUENTAS = "10")
                   OR (WSV-CANT-CLIENTES >= 999)
               CLOSE CUENTAS
           END-IF
           .
       1310-Pasar-cliente.
           IF REG-CTA-NRO-CLIE IS NUMERIC
               ADD 1 TO WSV-CANT-CLIENTES
               MOVE REG-CTA-NRO-CLIE
                   TO WST-CLI-NRO-CLIE(WSV-CANT-CLIENTES)
               MOVE REG-CTA-NOMBRE
                   TO WST-CLI-NOMBRE(WSV-CANT-CLIENTES)
           END-IF
           PERFORM 7040-Leer-cuenta
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
      *Alta: legajo del maestro de alumnos todavia sin pagador, y
      *cliente valido.
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
                   DISPLAY "**** El legajo ya tiene pagador, "
                           "use (M)odificar"
               ELSE
                   IF WSV-CANT-PAGADORES >= 300
                       DISPLAY "**** WST-PAGADORES llena "
                               "(300 items)"
                   ELSE
                       PERFORM 5700-Pedir-cliente
                       IF CLIENTE-VALIDO
                           ADD 1 TO WSV-CANT-PAGADORES
                           MOVE WSV-LEGAJO-TRABAJO
                               TO WST-PAG-LEGAJO(WSV-CANT-PAGADORES)
                           MOVE WSV-CLIENTE-TRABAJO
                               TO WST-PAG-NRO-CLIE
                                  (WSV-CANT-PAGADORES)
                           ADD 1 TO CTRL-CANT-ALTAS
                           DISPLAY "Pagador cargado para "
                                   WSV-NOMBRE-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *Modificacion: el alumno cambia de pagador desde la proxima
      *corrida de PMATRICU.
       5350-Modificar.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           PERFORM 5800-Buscar-legajo
           IF NO-HALLADO
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no tiene pagador"
           ELSE
               DISPLAY "Pagador actual: "
                       WST-PAG-NRO-CLIE(WSV-IDX-ENCONTRADO)
               PERFORM 5700-Pedir-cliente
               IF CLIENTE-VALIDO
                   MOVE WSV-CLIENTE-TRABAJO
                       TO WST-PAG-NRO-CLIE(WSV-IDX-ENCONTRADO)
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   DISPLAY "Pagador modificado"
               END-IF
           END-IF
           .
       5400-Baja.
           DISPLAY "Legajo del alumno (xxxxx): "
           ACCEPT WSV-LEGAJO-TRABAJO
           PERFORM 5800-Buscar-legajo
           IF NO-HALLADO
               DISPLAY "**** El legajo " WSV-LEGAJO-TRABAJO
                       " no tiene pagador"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-PAGADORES
               SUBTRACT 1 FROM WSV-CANT-PAGADORES
               ADD 1 TO CTRL-CANT-BAJAS
               DISPLAY "Pagador dado de baja"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-PAG-DET(WSV-IDX-MOVER + 1)
               TO WST-PAG-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Pagadores (" WSV-CANT-PAGADORES ") ----"
           PERFORM 5610-Mostrar-pagador
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-PAGADORES
           .
       5610-Mostrar-pagador.
           MOVE WST-PAG-LEGAJO(WSV-IDX) TO WSV-LEGAJO-TRABAJO
           PERFORM 5810-Buscar-alumno
           MOVE WST-PAG-NRO-CLIE(WSV-IDX) TO WSV-CLIENTE-TRABAJO
           PERFORM 5820-Buscar-cliente
           DISPLAY "Legajo " WST-PAG-LEGAJO(WSV-IDX) " "
                   WSV-NOMBRE-ALUMNO " paga el cliente "
                   WST-PAG-NRO-CLIE(WSV-IDX) " " WSV-NOMBRE-CLIENTE
           .
      *Cliente distinto de cero y, si hay CUENTAS.TXT, presente en
      *el maestro de la facturacion.
       5700-Pedir-cliente.
           SET CLIENTE-INVALIDO TO TRUE
           DISPLAY "Numero de cliente que paga (001-999): "
           ACCEPT WSV-CLIENTE-TRABAJO
           IF WSV-CLIENTE-TRABAJO = ZERO
               DISPLAY "**** El numero de cliente no puede ser cero"
           ELSE
               IF WSV-CANT-CLIENTES = ZERO
                   SET CLIENTE-VALIDO TO TRUE
               ELSE
                   PERFORM 5820-Buscar-cliente
                   IF WSV-NOMBRE-CLIENTE = SPACES
                       DISPLAY "**** El cliente " WSV-CLIENTE-TRABAJO
                               " no esta en CUENTAS.TXT"
                   ELSE
                       SET CLIENTE-VALIDO TO TRUE
                       DISPLAY "Cliente: " WSV-NOMBRE-CLIENTE
                   END-IF
               END-IF
           END-IF
           .
       5800-Buscar-legajo.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5801-Comparar-legajo
               UNTIL WSV-IDX-BUSCA > WSV-CANT-PAGADORES
           .
       5801-Comparar-legajo.
           IF WST-PAG-LEGAJO(WSV-IDX-BUSCA) = WSV-LEGAJO-TRABAJO
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX-BUSCA TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-PAGADORES TO WSV-IDX-BUSCA
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
      *Nombre del cliente de WSV-CLIENTE-TRABAJO (blanco = no esta).
       5820-Buscar-cliente.
           MOVE SPACES TO WSV-NOMBRE-CLIENTE
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5821-Comparar-cliente
               UNTIL WSV-IDX-BUSCA > WSV-CANT-CLIENTES
           .
       5821-Comparar-cliente.
           IF WST-CLI-NRO-CLIE(WSV-IDX-BUSCA) = WSV-CLIENTE-TRABAJO
               MOVE WST-CLI-NOMBRE(WSV-IDX-BUSCA)
                   TO WSV-NOMBRE-CLIENTE
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *************************** Archivo ******************************
       7010-Leer-pagador.
           READ PAGADORES
           .
       7030-Leer-alumno.
           READ ALUMNOS
           .
       7040-Leer-cuenta.
           READ CUENTAS
           .
       7000-Grabar-pagadores.
           OPEN OUTPUT PAGADORES
               IF FS-PAGADORES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PAGADORES TO WSV-ANULADO-CODIGO
                   MOVE "PAGADORES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-pagador
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-PAGADORES
           CLOSE PAGADORES
           .
       7020-Escribir-pagador.
           MOVE WST-PAG-LEGAJO(WSV-IDX) TO REG-PAG-LEGAJO
           MOVE WST-PAG-NRO-CLIE(WSV-IDX) TO REG-PAG-NRO-CLIE
           WRITE REGISTRO-PAGADOR
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
           MOVE "PGENPAGA"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-pagadores.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Pagadores totales: " WSV-CANT-PAGADORES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
