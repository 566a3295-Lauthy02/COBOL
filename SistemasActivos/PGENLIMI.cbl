      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de los topes de ventanilla
      *    Alta/modificacion, baja y listado de LIMITES_CAJA.TXT
      *    (copybook REG-LIMCAJA): el maximo por operacion y el
      *    acumulado diario de depositos, retiros y transferencias
      *    que CorteCtrlIngresando le deja hacer a cada operador sin
      *    pedir un supervisor. Una fila por rol de OPERADORES.TXT
      *    (T/S/A) y, si hace falta, una fila por legajo que pisa a
      *    la de su rol.
      *    Solo lo corre un administrador (RSIGNON). Cada cambio
      *    queda en ANULADO.LOG con su legajo, y el archivo se
      *    regraba entero al salir con respaldo previo con fecha.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENLIMI.
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
           SELECT LIMITES ASSIGN TO "LIMITES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIMITES.
      *Archivo generico usado para respaldar LIMITES_CAJA.TXT antes
      *de que 7000-Grabar-limites lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
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
      *Archivo LIMITES_CAJA (el que consulta CorteCtrlIngresando)
           FD LIMITES.
               COPY REG-LIMCAJA.
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(80).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-LIMITES                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Sesion del administrador que mantiene los topes.
           COPY TAB-SIGNON.

      *Topes completos en memoria (mismo layout que REG-LIMCAJA).
           01 WST-LIMITES.
               02 WST-LIM-DET               OCCURS 200 TIMES.
                   03 WST-LIM-TIPO          PIC X(01).
                   03 WST-LIM-ROL           PIC X(01).
                   03 WST-LIM-LEGAJO        PIC 9(03).
                   03 WST-LIM-TOPE          OCCURS 3 TIMES.
                       04 WST-LIM-TOPE-OPER PIC 9(05).
                       04 WST-LIM-TOPE-DIA  PIC 9(07).
           01 WSV-CANT-LIMITES                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           01 WSV-IDX-OPE                      PIC 9(01).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Fila que se esta cargando.
           01 WSV-LIM-TRABAJO.
               02 WSV-TRA-TIPO              PIC X(01).
                   88 TRA-TIPO-VALIDO           VALUES "R" "L".
               02 WSV-TRA-ROL               PIC X(01).
                   88 TRA-ROL-VALIDO            VALUES "T" "S" "A".
               02 WSV-TRA-LEGAJO            PIC 9(03).
               02 WSV-TRA-TOPE              OCCURS 3 TIMES.
                   03 WSV-TRA-TOPE-OPER     PIC 9(05).
                   03 WSV-TRA-TOPE-DIA      PIC 9(07).
           01 WSC-OPERACIONES.
               02 FILLER                       PIC X(14)
                   VALUE "DEPOSITO".
               02 FILLER                       PIC X(14)
                   VALUE "RETIRO".
               02 FILLER                       PIC X(14)
                   VALUE "TRANSFERENCIA".
           01 WSC-OPERACIONES-R REDEFINES WSC-OPERACIONES.
               02 WSC-NOMBRE-OPERACION         PIC X(14)
                   OCCURS 3 TIMES.

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MODIFICADOS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de LIMITES_CAJA.TXT antes de
      *pisarlo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).

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
           PERFORM 1100-Identificar-operador
           PERFORM 1200-Cargar-limites
           PERFORM 1300-Respaldar-archivo
           .
      *Los topes de la caja los toca solo un administrador.
       1100-Identificar-operador.
           DISPLAY "Legajo del administrador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-ADMIN
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o sin rol de administrador"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1200-Cargar-limites.
           MOVE ZERO TO WSV-CANT-LIMITES
           OPEN INPUT LIMITES
           IF FS-LIMITES NOT = "00"
               DISPLAY "**** No hay LIMITES_CAJA.TXT previo, nadie "
                       "tiene topes"
           ELSE
               PERFORM 7010-Leer-limite
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-LIMITES = "10")
                   OR (WSV-CANT-LIMITES >= 200)
               CLOSE LIMITES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-LIMITES
           MOVE REG-LIMITE-CAJA TO WST-LIM-DET(WSV-CANT-LIMITES)
           PERFORM 7010-Leer-limite
           .
      *Respalda LIMITES_CAJA.TXT (si ya existe) antes de regrabarlo.
       1300-Respaldar-archivo.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE "LIMITES_CAJA.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "LIMITES_CAJA." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WSV-NOMBRE-DESTINO
           PERFORM 1310-Copiar-archivo
           .
       1310-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1320-Leer-origen
                   PERFORM 1330-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1320-Leer-origen.
           READ ARCH-ORIGEN
           .
       1330-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta o modificacion (B)aja "
                   "(L)istar (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta
           ELSE
               IF OPCION-BAJA
                   PERFORM 5400-Baja
               ELSE
                   IF OPCION-LISTAR
                       PERFORM 5600-Listar
                   ELSE
                       DISPLAY "**** Opcion no reconocida"
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Si la fila ya existe se reemplazan sus topes.
       5300-Alta.
           PERFORM 5700-Pedir-clave
           IF TRA-TIPO-VALIDO
               PERFORM 5310-Pedir-topes
                   VARYING WSV-IDX-OPE FROM 1 BY 1
                   UNTIL WSV-IDX-OPE > 3
               PERFORM 5800-Buscar-limite
               IF SI-HALLADO
                   MOVE WSV-LIM-TRABAJO
                       TO WST-LIM-DET(WSV-IDX-ENCONTRADO)
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   MOVE "MODIF" TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Topes modificados"
               ELSE
                   IF WSV-CANT-LIMITES >= 200
                       DISPLAY "**** WST-LIMITES llena (200 items)"
                   ELSE
                       ADD 1 TO WSV-CANT-LIMITES
                       MOVE WSV-LIM-TRABAJO
                           TO WST-LIM-DET(WSV-CANT-LIMITES)
                       ADD 1 TO CTRL-CANT-ALTAS
                       MOVE "ALTA" TO WSV-ANULADO-CODIGO
                       PERFORM 5900-Registrar-cambio
                       DISPLAY "Topes cargados"
                   END-IF
               END-IF
           END-IF
           .
       5310-Pedir-topes.
           DISPLAY "Tope por operacion de "
                   WSC-NOMBRE-OPERACION(WSV-IDX-OPE)
                   " (99999, 0 sin tope): "
           ACCEPT WSV-TRA-TOPE-OPER(WSV-IDX-OPE)
           DISPLAY "Tope diario de "
                   WSC-NOMBRE-OPERACION(WSV-IDX-OPE)
                   " (9999999, 0 sin tope): "
           ACCEPT WSV-TRA-TOPE-DIA(WSV-IDX-OPE)
           .
       5400-Baja.
           PERFORM 5700-Pedir-clave
           IF TRA-TIPO-VALIDO
               PERFORM 5800-Buscar-limite
               IF NO-HALLADO
                   DISPLAY "**** Esa fila no esta cargada"
               ELSE
                   MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
                   PERFORM 5410-Correr-hacia-arriba
                       UNTIL WSV-IDX-MOVER >= WSV-CANT-LIMITES
                   SUBTRACT 1 FROM WSV-CANT-LIMITES
                   ADD 1 TO CTRL-CANT-BAJAS
                   MOVE "BAJA" TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Fila dada de baja"
               END-IF
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-LIM-DET(WSV-IDX-MOVER + 1)
               TO WST-LIM-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Topes de ventanilla ("
                   WSV-CANT-LIMITES " filas) ----"
           DISPLAY "            DEPOSITO        RETIRO          "
                   "TRANSFERENCIA"
           DISPLAY "            OPER  DIARIO    OPER  DIARIO    "
                   "OPER  DIARIO"
           PERFORM 5610-Mostrar-limite
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-LIMITES
           .
       5610-Mostrar-limite.
           IF WST-LIM-TIPO(WSV-IDX) = "R"
               DISPLAY "Rol " WST-LIM-ROL(WSV-IDX) "       "
                       WST-LIM-TOPE-OPER(WSV-IDX, 1) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 1) " "
                       WST-LIM-TOPE-OPER(WSV-IDX, 2) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 2) " "
                       WST-LIM-TOPE-OPER(WSV-IDX, 3) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 3)
           ELSE
               DISPLAY "Legajo " WST-LIM-LEGAJO(WSV-IDX) "  "
                       WST-LIM-TOPE-OPER(WSV-IDX, 1) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 1) " "
                       WST-LIM-TOPE-OPER(WSV-IDX, 2) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 2) " "
                       WST-LIM-TOPE-OPER(WSV-IDX, 3) " "
                       WST-LIM-TOPE-DIA(WSV-IDX, 3)
           END-IF
           .
      *Clave de la fila: R + rol, o L + legajo.
       5700-Pedir-clave.
           INITIALIZE WSV-LIM-TRABAJO
           DISPLAY "Fila por (R)ol o por (L)egajo: "
           ACCEPT WSV-TRA-TIPO
           IF WSV-TRA-TIPO = "R"
               DISPLAY "Rol (T cajero / S supervisor / "
                       "A administrador): "
               ACCEPT WSV-TRA-ROL
               MOVE ZERO TO WSV-TRA-LEGAJO
               IF NOT TRA-ROL-VALIDO
                   DISPLAY "**** Rol no reconocido"
                   MOVE SPACE TO WSV-TRA-TIPO
               END-IF
           ELSE
               IF WSV-TRA-TIPO = "L"
                   DISPLAY "Legajo (xxx): "
                   ACCEPT WSV-TRA-LEGAJO
                   MOVE SPACE TO WSV-TRA-ROL
               ELSE
                   DISPLAY "**** Se espera R o L"
               END-IF
           END-IF
           .
       5800-Buscar-limite.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-limite
               UNTIL WSV-IDX > WSV-CANT-LIMITES
           .
       5810-Comparar-limite.
           IF (WST-LIM-TIPO(WSV-IDX) = WSV-TRA-TIPO)
                   AND (WST-LIM-ROL(WSV-IDX) = WSV-TRA-ROL)
                   AND (WST-LIM-LEGAJO(WSV-IDX) = WSV-TRA-LEGAJO)
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-LIMITES TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Cada alta/modificacion/baja queda en ANULADO.LOG con la fila
      *tocada y el legajo del administrador.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENLIMI"          TO LOG-ANUL-PROGRAMA
           MOVE "LIMITES_CAJA"      TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Fila " DELIMITED BY SIZE
                  WSV-TRA-TIPO DELIMITED BY SIZE
                  " rol " DELIMITED BY SIZE
                  WSV-TRA-ROL DELIMITED BY SIZE
                  " legajo " DELIMITED BY SIZE
                  WSV-TRA-LEGAJO DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-limite.
           READ LIMITES
           .
       7000-Grabar-limites.
           OPEN OUTPUT LIMITES
               IF FS-LIMITES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-LIMITES TO WSV-ANULADO-CODIGO
                   MOVE "LIMITES_CAJA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-limite
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-LIMITES
           CLOSE LIMITES
           .
       7020-Escribir-limite.
           MOVE WST-LIM-DET(WSV-IDX) TO REG-LIMITE-CAJA
           WRITE REG-LIMITE-CAJA
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
           MOVE "PGENLIMI"          TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           PERFORM 7000-Grabar-limites.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Filas en el archivo: " WSV-CANT-LIMITES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
