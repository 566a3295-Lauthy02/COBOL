      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de promesas de pago
      *    Registra en PROMESAS.TXT la promesa que un cobrador toma
      *    por telefono: cliente, monto y fecha prometidos, con el
      *    legajo del operador de la sesion (RSIGNON). Mientras la
      *    promesa esta vigente ProgRepres no re-presenta la deuda,
      *    ProgCartas no manda cartas, ProgAging no escala la etapa
      *    de dunning y ProgMora no recarga. ProgPromesas la cierra
      *    todos los dias como cumplida o incumplida contra
      *    PAGOS_APLICADOS.TXT.
      *    Carga el archivo entero en una tabla, lo regraba al final
      *    con respaldo previo con fecha, y cada alta queda en
      *    ANULADO.LOG con el legajo del operador.
      *    En PROMESAS.TXT quedan solo las vigentes: una cumplida o
      *    incumplida que todavia este en el archivo pasa al
      *    historico PROMESAS.AAAAMMDD.TXT del dia al regrabarlo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENPRMS.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               11/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Historico de promesas cerradas (cumplidas o incumplidas),
      *uno por dia de cierre; tambien lo usa ProgPromesas.
           SELECT PROMESAS-HIST ASSIGN DYNAMIC WSV-NOMBRE-PRO-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS-HIST.
      *Maestro de cuentas, para validar que el cliente exista.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Archivo generico usado para respaldar PROMESAS.TXT antes de
      *que 7000-Grabar-promesas lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada alta de promesa.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo PROMESAS
      *Cliente | Fecha de alta | Fecha prometida de pago | Monto
      *prometido | Estado (V vigente, C cumplida, I incumplida) |
      *Legajo del operador que la tomo
           FD PROMESAS.
               01 REGISTRO-PROMESA.
                   02 PRO-NRO-CLIE             PIC 9(03).
                   02 PRO-FECHA-ALTA           PIC 9(08).
                   02 PRO-FECHA-PROMESA        PIC 9(08).
                   02 PRO-MONTO                PIC 9(05)V99.
                   02 PRO-ESTADO               PIC X(01).
                       88 PRO-VIGENTE              VALUE "V".
                       88 PRO-CUMPLIDA             VALUE "C".
                       88 PRO-INCUMPLIDA           VALUE "I".
                   02 PRO-OPERADOR             PIC 9(03).
      *
      *Archivo CUENTAS (mismo layout que lee ProgApareo)
           FD ARCH-CUENTAS.
               01 REGISTRO-CUENTA.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 NOMBRE-CLIE-CUEN         PIC X(10).
                   02 FILLER                   PIC X(59).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo PROMESAS.AAAAMMDD (mismo layout que PROMESAS)
           FD PROMESAS-HIST.
               01 LINEA-PROMESA-HIST           PIC X(30).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS-HIST             PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Promesas completas en memoria, en el orden de alta.
           01 WST-PROMESAS.
               02 WST-PRO-DET               OCCURS 999 TIMES.
                   03 WST-PRO-NRO-CLIE      PIC 9(03).
                   03 WST-PRO-FECHA-ALTA    PIC 9(08).
                   03 WST-PRO-FECHA-PROMESA PIC 9(08).
                   03 WST-PRO-MONTO         PIC 9(05)V99.
                   03 WST-PRO-ESTADO        PIC X(01).
                   03 WST-PRO-OPERADOR      PIC 9(03).
           01 WSV-CANT-PROMESAS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRO                      PIC 9(04).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-PRO-ENCONTRADA               PIC X(01) VALUE "N".
               88 PRO-SI-ENCONTRADA            VALUE "S".
               88 PRO-NO-ENCONTRADA            VALUE "N".
           77 WSS-CLIENTE                      PIC X(01) VALUE "N".
               88 CLIENTE-EXISTE               VALUE "S".
               88 CLIENTE-NO-EXISTE            VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Datos de la promesa que se esta cargando.
           01 WSV-PRO-TRABAJO.
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-NOMBRE            PIC X(10).
               02 WSV-TRA-FECHA-PROMESA     PIC 9(08).
               02 WSV-TRA-MONTO             PIC 9(05)V99.

      *Totales de control de la sesion de mantenimiento.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-PROMETIDO         PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-VIGENTES           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ARCHIVADAS         PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de PROMESAS.TXT antes de pisarlo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-PRO-HIST              PIC X(40).
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
           PERFORM 1050-Identificar-operador
           PERFORM 1200-Cargar-promesas
           PERFORM 1300-Respaldar-archivo
           .
      *Toda promesa queda con el legajo del cobrador que la tomo.
       1050-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o inactivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Carga PROMESAS.TXT entero en WST-PROMESAS. Si el archivo
      *todavia no existe se arranca vacio (primera promesa).
       1200-Cargar-promesas.
           MOVE ZERO TO WSV-CANT-PROMESAS
           OPEN INPUT PROMESAS
           IF FS-PROMESAS NOT = "00"
               DISPLAY "**** No hay PROMESAS.TXT previo, archivo vacio"
           ELSE
               PERFORM 7010-Leer-promesa
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-PROMESAS = "10")
                   OR (WSV-CANT-PROMESAS >= 999)
      *        Con la tabla llena la regrabacion final perderia las
      *        promesas que no entraron.
               IF FS-PROMESAS NOT = "10"
                   MOVE "PROMESAS.TXT mas largo que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PROMESAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE PROMESAS
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-PROMESAS
           MOVE REGISTRO-PROMESA TO WST-PRO-DET(WSV-CANT-PROMESAS)
           PERFORM 7010-Leer-promesa
           .
      *Respalda PROMESAS.TXT (si ya existe) antes de que
      *7000-Grabar-promesas lo pise con el archivo modificado.
       1300-Respaldar-archivo.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE "PROMESAS.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "PROMESAS." DELIMITED BY SIZE
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
           DISPLAY "Operacion: (A)lta de promesa (L)istar (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta-promesa
           ELSE
               IF OPCION-LISTAR
                   PERFORM 5600-Listar
               ELSE
                   DISPLAY "**** Opcion no reconocida"
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Alta: el cliente tiene que existir en CUENTAS, no puede tener
      *otra promesa vigente, y la fecha prometida tiene que ser
      *posterior a hoy con un monto mayor que cero.
       5300-Alta-promesa.
           PERFORM 5700-Pedir-datos-promesa
           PERFORM 5850-Buscar-promesa-vigente
           IF PRO-SI-ENCONTRADA
               DISPLAY "**** El cliente " WSV-TRA-NRO-CLIE
                       " ya tiene una promesa vigente al "
                       WST-PRO-FECHA-PROMESA(WSV-IDX-ENCONTRADO)
                       ", alta rechazada"
           ELSE
           IF WSV-TRA-FECHA-PROMESA <= WSV-FECHA-CORRIDA
               DISPLAY "**** La fecha prometida tiene que ser "
                       "posterior a hoy, alta rechazada"
           ELSE
           IF WSV-TRA-MONTO = ZERO
               DISPLAY "**** Monto prometido en cero, alta rechazada"
           ELSE
               PERFORM 5310-Buscar-cliente
               IF CLIENTE-NO-EXISTE
                   DISPLAY "**** El cliente " WSV-TRA-NRO-CLIE
                           " no esta en CUENTAS.TXT, alta rechazada"
               ELSE
                   IF WSV-CANT-PROMESAS >= 999
                       DISPLAY "**** WST-PROMESAS llena (999 items), "
                               "no se pudo dar el alta"
                   ELSE
                       PERFORM 5330-Agregar-promesa
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .
       5310-Buscar-cliente.
           SET CLIENTE-NO-EXISTE TO TRUE
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "**** No se pudo abrir CUENTAS.TXT"
           ELSE
               PERFORM 7020-Leer-cuenta
               PERFORM 5320-Comparar-cliente
                   UNTIL (FS-CUENTAS = "10") OR CLIENTE-EXISTE
               CLOSE ARCH-CUENTAS
           END-IF
           .
       5320-Comparar-cliente.
           IF (REGISTRO-CUENTA (1:6) NOT = "HEADER")
                   AND (NRO-CLIE-CUEN = WSV-TRA-NRO-CLIE)
               SET CLIENTE-EXISTE TO TRUE
               MOVE NOMBRE-CLIE-CUEN TO WSV-TRA-NOMBRE
           ELSE
               PERFORM 7020-Leer-cuenta
           END-IF
           .
       5330-Agregar-promesa.
           ADD 1 TO WSV-CANT-PROMESAS
           MOVE WSV-TRA-NRO-CLIE
               TO WST-PRO-NRO-CLIE(WSV-CANT-PROMESAS)
           MOVE WSV-FECHA-CORRIDA
               TO WST-PRO-FECHA-ALTA(WSV-CANT-PROMESAS)
           MOVE WSV-TRA-FECHA-PROMESA
               TO WST-PRO-FECHA-PROMESA(WSV-CANT-PROMESAS)
           MOVE WSV-TRA-MONTO TO WST-PRO-MONTO(WSV-CANT-PROMESAS)
           MOVE "V" TO WST-PRO-ESTADO(WSV-CANT-PROMESAS)
           MOVE SGN-LEGAJO TO WST-PRO-OPERADOR(WSV-CANT-PROMESAS)
           ADD 1 TO CTRL-CANT-ALTAS
           ADD WSV-TRA-MONTO TO CTRL-MONTO-PROMETIDO
           MOVE "ALTA " TO WSV-ANULADO-CODIGO
           PERFORM 5900-Registrar-cambio
           DISPLAY "Promesa registrada: cliente " WSV-TRA-NRO-CLIE
                   " " WSV-TRA-NOMBRE " paga " WSV-TRA-MONTO
                   " el " WSV-TRA-FECHA-PROMESA
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Promesas (" WSV-CANT-PROMESAS
                   " registros) ----"
           PERFORM 5610-Mostrar-promesa
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           .
       5610-Mostrar-promesa.
           DISPLAY "Cli: " WST-PRO-NRO-CLIE(WSV-IDX-PRO)
                   " Alta: " WST-PRO-FECHA-ALTA(WSV-IDX-PRO)
                   " Promete: " WST-PRO-FECHA-PROMESA(WSV-IDX-PRO)
                   " " WST-PRO-MONTO(WSV-IDX-PRO)
                   " Estado: " WST-PRO-ESTADO(WSV-IDX-PRO)
                   " Cobrador: " WST-PRO-OPERADOR(WSV-IDX-PRO)
           .
       5700-Pedir-datos-promesa.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           DISPLAY "Fecha prometida de pago (AAAAMMDD): "
           ACCEPT WSV-TRA-FECHA-PROMESA
           DISPLAY "Monto prometido (xxxxxvxx): "
           ACCEPT WSV-TRA-MONTO
           .
      *Busca una promesa vigente del cliente; deja la posicion
      *hallada en WSV-IDX-ENCONTRADO.
       5850-Buscar-promesa-vigente.
           SET PRO-NO-ENCONTRADA TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-PRO
           PERFORM 5860-Comparar-promesa
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           .
       5860-Comparar-promesa.
           IF (WST-PRO-NRO-CLIE(WSV-IDX-PRO) = WSV-TRA-NRO-CLIE)
                   AND (WST-PRO-ESTADO(WSV-IDX-PRO) = "V")
               SET PRO-SI-ENCONTRADA TO TRUE
               MOVE WSV-IDX-PRO TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-PROMESAS TO WSV-IDX-PRO
           END-IF
           ADD 1 TO WSV-IDX-PRO
           .
      *Cada alta queda en ANULADO.LOG con el cliente, la fecha
      *prometida y el legajo del cobrador.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENPRMS"          TO LOG-ANUL-PROGRAMA
           MOVE "PROMESAS"          TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Promesa cliente " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  WSV-TRA-FECHA-PROMESA DELIMITED BY SIZE
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
       7010-Leer-promesa.
           READ PROMESAS
           .
       7020-Leer-cuenta.
           READ ARCH-CUENTAS
           .
      *Regraba PROMESAS.TXT desde la tabla con las vigentes; las
      *cerradas van antes al historico del dia, asi un error al
      *abrirlo anula la sesion sin haber pisado PROMESAS.TXT.
       7000-Grabar-promesas.
           PERFORM 7040-Archivar-si-cerrada
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           IF CTRL-CANT-ARCHIVADAS > ZERO
               CLOSE PROMESAS-HIST
           END-IF
           OPEN OUTPUT PROMESAS
               IF FS-PROMESAS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PROMESAS TO WSV-ANULADO-CODIGO
                   MOVE "PROMESAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7030-Escribir-promesa
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           CLOSE PROMESAS
           .
       7030-Escribir-promesa.
           IF WST-PRO-ESTADO(WSV-IDX-PRO) = "V"
               MOVE WST-PRO-DET(WSV-IDX-PRO) TO REGISTRO-PROMESA
               WRITE REGISTRO-PROMESA
               ADD 1 TO CTRL-CANT-VIGENTES
           END-IF
           .
      *El historico se abre con la primera promesa cerrada y se
      *agrega al del dia si ya existe.
       7040-Archivar-si-cerrada.
           IF WST-PRO-ESTADO(WSV-IDX-PRO) NOT = "V"
               IF CTRL-CANT-ARCHIVADAS = ZERO
                   PERFORM 7050-Abrir-historico
               END-IF
               MOVE WST-PRO-DET(WSV-IDX-PRO) TO LINEA-PROMESA-HIST
               WRITE LINEA-PROMESA-HIST
               ADD 1 TO CTRL-CANT-ARCHIVADAS
           END-IF
           .
       7050-Abrir-historico.
           MOVE SPACES TO WSV-NOMBRE-PRO-HIST
           STRING "PROMESAS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PRO-HIST
           OPEN EXTEND PROMESAS-HIST
           IF FS-PROMESAS-HIST NOT = "00"
               OPEN OUTPUT PROMESAS-HIST
           END-IF
           IF FS-PROMESAS-HIST NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PROMESAS-HIST TO WSV-ANULADO-CODIGO
               MOVE "PROMESAS-HIST" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
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
           MOVE "PGENPRMS"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-promesas.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Promesas registradas: " CTRL-CANT-ALTAS
           DISPLAY "Monto prometido:      " CTRL-MONTO-PROMETIDO
           DISPLAY "Vigentes en archivo:  " CTRL-CANT-VIGENTES
           DISPLAY "Pasadas a historico:  " CTRL-CANT-ARCHIVADAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
