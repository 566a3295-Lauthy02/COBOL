      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de canje de cheques depositados por ventanilla
      *    Trabaja sobre CHEQUES_CANJE.TXT (copybook REG-CHEQUE), que
      *    llena CorteCtrlIngresando con cada deposito de cheque (C):
      *    (L)iberar: la corrida diaria pasa a liberado todo cheque
      *      retenido cuya fecha de liberacion ya llego; desde ese
      *      momento el cliente puede retirar o transferir esa plata
      *      y el apareo la puede debitar.
      *    (R)echazar: un supervisor asienta un cheque que el banco
      *      devolvio: se descuenta del saldo del cliente en
      *      SALDOS_CLIENTES.TXT (movimiento B con el numero de cheque
      *      como referencia) y se cobra el cargo por rechazo
      *      (movimiento G); lo que el saldo no alcance a cubrir queda
      *      informado y en ANULADO.LOG.
      *    (P)arametros: un supervisor fija los dias habiles de
      *      retencion y el cargo por rechazo en PARAM_CANJE.TXT.
      *    Cada archivo que se regraba se respalda antes con fecha.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCanje.
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
           SELECT ARCH-CHEQUES ASSIGN TO "CHEQUES_CANJE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.

           SELECT ARCH-PARAM-CANJE ASSIGN TO "PARAM_CANJE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAM-CANJE.

           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.

           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Archivo generico usado para respaldar CHEQUES_CANJE y
      *SALDOS_CLIENTES antes de regrabarlos con un OPEN OUTPUT.
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
      *Archivo CHEQUES_CANJE
           FD ARCH-CHEQUES.
               COPY REG-CHEQUE.
      *
      *Archivo PARAM_CANJE
           FD ARCH-PARAM-CANJE.
               COPY REG-PARCANJE.
      *
      *Archivo SALDOS_CLIENTES (mismo layout que CorteCtrlIngresando)
           FD ARCH-SALDOS.
               01 REGISTRO-SALDOS.
                   02 SALDO-SUCURSAL           PIC 9(03).
                   02 SALDO-NRO-CLIE           PIC 9(03).
                   02 SALDO-MONTO              PIC 9(05).
      *
      *Archivo MOVIMIENTOS (mismo layout que escribe
      *CorteCtrlIngresando)
           FD ARCH-MOVIMIENTOS.
               01 REGISTRO-MOVIMIENTO.
                   02 MOV-FECHA               PIC 9(08).
                   02 MOV-HORA                PIC 9(08).
                   02 MOV-SUCURSAL            PIC 9(03).
                   02 MOV-NRO-CLIE            PIC 9(03).
                   02 MOV-TIPO                PIC X(01).
                   02 MOV-MONTO               PIC 9(05).
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
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
               02 FS-CHEQUES                   PIC X(02) VALUE ZEROES.
               02 FS-PARAM-CANJE               PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-PROCESO                PIC 9(08) VALUE ZERO.
           01 WSV-OPCION                       PIC X(01).
               88 OPCION-LIBERAR               VALUE "L".
               88 OPCION-RECHAZAR              VALUE "R".
               88 OPCION-PARAMETROS            VALUE "P".

      *Sesion del operador (RSIGNON); rechazar y cambiar los
      *parametros pide supervisor o administrador.
           COPY TAB-SIGNON.

      *Parametros de canje; sin PARAM_CANJE.TXT rigen los de
      *siempre (los mismos que usa CorteCtrlIngresando).
           01 WSV-DIAS-RETENCION               PIC 9(02) VALUE 02.
           01 WSV-CARGO-RECHAZO                PIC 9(05) VALUE 00500.
           01 WSV-DIAS-NUEVO                   PIC 9(02) VALUE ZERO.
           01 WSV-CARGO-NUEVO                  PIC 9(05) VALUE ZERO.

      *Cheques de CHEQUES_CANJE.TXT (mismo layout que REG-CHEQUE).
           01 WST-CHEQUES.
               02 WST-CHQ-DET               OCCURS 1000 TIMES.
                   03 WST-CHQ-SUCURSAL      PIC 9(03).
                   03 WST-CHQ-NRO-CLIE      PIC 9(03).
                   03 WST-CHQ-BANCO         PIC 9(03).
                   03 WST-CHQ-NUMERO        PIC 9(08).
                   03 WST-CHQ-MONTO         PIC 9(05).
                   03 WST-CHQ-FECHA-DEP     PIC 9(08).
                   03 WST-CHQ-HORA-DEP      PIC 9(08).
                   03 WST-CHQ-FECHA-LIB     PIC 9(08).
                   03 WST-CHQ-OPERADOR      PIC 9(03).
                   03 WST-CHQ-ESTADO        PIC X(01).
                   03 WST-CHQ-FECHA-RES     PIC 9(08).
           01 WSV-CANT-CHEQUES                 PIC 9(04) VALUE ZERO.
           01 WSV-IDX-CHQ                      PIC 9(04).
           01 WSV-IDX-CHQ-HALLADO              PIC 9(04) VALUE ZERO.
           77 WSS-CHEQUES-TOCADOS              PIC X(01) VALUE "N".
               88 CHEQUES-TOCADOS              VALUE "S".

      *SALDOS_CLIENTES.TXT en memoria, regrabado entero si un
      *rechazo toco algun saldo.
           01 WST-SALDOS.
               02 WST-SALDO-DET             OCCURS 200 TIMES.
                   03 WST-SALDO-SUCURSAL    PIC 9(03).
                   03 WST-SALDO-NRO-CLIE    PIC 9(03).
                   03 WST-SALDO-MONTO       PIC 9(05).
           01 WSV-CANT-SALDOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SALDO                    PIC 9(03).
           01 WSV-IDX-SALDO-HALLADO            PIC 9(03) VALUE ZERO.
           77 WSS-SALDOS-TOCADOS               PIC X(01) VALUE "N".
               88 SALDOS-TOCADOS               VALUE "S".

      *Cheque pedido para rechazar y lo que se pudo descontar.
           01 WSV-RECHAZO.
               02 WSV-RCH-BANCO                PIC 9(03) VALUE ZERO.
               02 WSV-RCH-NUMERO               PIC 9(08) VALUE ZERO.
               02 WSV-RCH-DEBITO               PIC 9(05) VALUE ZERO.
               02 WSV-RCH-CARGO                PIC 9(05) VALUE ZERO.
               02 WSV-RCH-SIN-CUBRIR           PIC 9(05) VALUE ZERO.

      *Movimiento a asentar en el diario.
           01 WSV-MOV-TIPO                     PIC X(01).
           01 WSV-MOV-MONTO                    PIC 9(05).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LIBERADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-LIBERADO          PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-SIGUEN             PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-SIGUEN            PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-RECHAZADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-RECHAZADO         PIC 9(07) VALUE ZERO.
               02 CTRL-MONTO-CARGOS            PIC 9(07) VALUE ZERO.
               02 CTRL-MONTO-SIN-CUBRIR        PIC 9(07) VALUE ZERO.

      *Variables para el respaldo de los archivos antes de pisarlos.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-BASE-RESPALDO                PIC X(20).

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
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           INITIALIZE SGN-PEDIDO
           DISPLAY "(L)iberar cheques vencidos, (R)echazar un cheque "
                   "o (P)arametros de canje: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-LIBERAR OR OPCION-RECHAZAR
                   OR OPCION-PARAMETROS)
               MOVE "Opcion invalida, se espera L, R o P"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1100-Identificar-operador
           PERFORM 1200-Cargar-parametros
           .
      *Liberar lo corre cualquier operador activo; rechazar un
      *cheque o cambiar los parametros, solo un supervisor o
      *administrador.
       1100-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF NOT SGN-OPERADOR-VALIDO
                   OR (NOT OPCION-LIBERAR AND NOT SGN-ROL-MANDA)
               MOVE "Operador invalido o sin rango de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Sesion de " SGN-NOMBRE " (legajo " SGN-LEGAJO ")"
           .
       1200-Cargar-parametros.
           OPEN INPUT ARCH-PARAM-CANJE
           IF FS-PARAM-CANJE NOT = "00"
               DISPLAY "**** No hay PARAM_CANJE.TXT, rigen los "
                       "valores por defecto"
           ELSE
               READ ARCH-PARAM-CANJE
               IF FS-PARAM-CANJE = "00"
                   IF (PCJ-DIAS-RETENCION IS NUMERIC)
                           AND (PCJ-DIAS-RETENCION > 0)
                       MOVE PCJ-DIAS-RETENCION TO WSV-DIAS-RETENCION
                   END-IF
                   IF PCJ-CARGO-RECHAZO IS NUMERIC
                       MOVE PCJ-CARGO-RECHAZO TO WSV-CARGO-RECHAZO
                   END-IF
               END-IF
               CLOSE ARCH-PARAM-CANJE
           END-IF
           DISPLAY "Dias habiles de retencion: " WSV-DIAS-RETENCION
                   "  Cargo por rechazo: " WSV-CARGO-RECHAZO
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           EVALUATE TRUE
               WHEN OPCION-LIBERAR
                   PERFORM 6000-Cargar-cheques
                   PERFORM 5100-Liberar-vencidos
               WHEN OPCION-RECHAZAR
                   PERFORM 6000-Cargar-cheques
                   PERFORM 6100-Cargar-saldos
                   PERFORM 5300-Rechazar-cheque
               WHEN OPCION-PARAMETROS
                   PERFORM 5500-Fijar-parametros
           END-EVALUATE
           IF CHEQUES-TOCADOS
               MOVE "CHEQUES_CANJE.TXT" TO WSV-NOMBRE-ORIGEN
               MOVE "CHEQUES_CANJE" TO WSV-BASE-RESPALDO
               PERFORM 7100-Respaldar-archivo
               PERFORM 7200-Grabar-cheques
           END-IF
           IF SALDOS-TOCADOS
               MOVE "SALDOS_CLIENTES.TXT" TO WSV-NOMBRE-ORIGEN
               MOVE "SALDOS_CLIENTES" TO WSV-BASE-RESPALDO
               PERFORM 7100-Respaldar-archivo
               PERFORM 7250-Grabar-saldos
           END-IF
           .
      *------------------------- Liberacion ----------------------------
      *Todo cheque retenido cuya fecha de liberacion llego (o ya
      *paso, si la corrida de algun dia no se hizo) queda liberado.
       5100-Liberar-vencidos.
           DISPLAY "Fecha de proceso (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-PROCESO
           IF (WSV-FECHA-PROCESO NOT NUMERIC)
                   OR (WSV-FECHA-PROCESO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-PROCESO
           END-IF
           DISPLAY " "
           DISPLAY "----- Cheques liberados al " WSV-FECHA-PROCESO
                   " ----"
           DISPLAY "SUC CLI BCO NUMERO   MONTO DEPOSITO LIBERA"
           PERFORM 5110-Liberar-cheque
               VARYING WSV-IDX-CHQ FROM 1 BY 1
               UNTIL WSV-IDX-CHQ > WSV-CANT-CHEQUES
           .
       5110-Liberar-cheque.
           IF WST-CHQ-ESTADO(WSV-IDX-CHQ) = "R"
               IF WST-CHQ-FECHA-LIB(WSV-IDX-CHQ) <= WSV-FECHA-PROCESO
                   MOVE "L" TO WST-CHQ-ESTADO(WSV-IDX-CHQ)
                   MOVE WSV-FECHA-PROCESO
                       TO WST-CHQ-FECHA-RES(WSV-IDX-CHQ)
                   SET CHEQUES-TOCADOS TO TRUE
                   ADD 1 TO CTRL-CANT-LIBERADOS
                   ADD WST-CHQ-MONTO(WSV-IDX-CHQ)
                       TO CTRL-MONTO-LIBERADO
                   DISPLAY WST-CHQ-SUCURSAL(WSV-IDX-CHQ) " "
                           WST-CHQ-NRO-CLIE(WSV-IDX-CHQ) " "
                           WST-CHQ-BANCO(WSV-IDX-CHQ) " "
                           WST-CHQ-NUMERO(WSV-IDX-CHQ) " "
                           WST-CHQ-MONTO(WSV-IDX-CHQ) " "
                           WST-CHQ-FECHA-DEP(WSV-IDX-CHQ) " "
                           WST-CHQ-FECHA-LIB(WSV-IDX-CHQ)
               ELSE
                   ADD 1 TO CTRL-CANT-SIGUEN
                   ADD WST-CHQ-MONTO(WSV-IDX-CHQ) TO CTRL-MONTO-SIGUEN
               END-IF
           END-IF
           .
      *------------------------- Rechazo -------------------------------
      *Solo un cheque todavia retenido puede volver rechazado: el
      *liberado ya es plata disponible del cliente.
       5300-Rechazar-cheque.
           DISPLAY "Banco girado del cheque rechazado (xxx): "
           ACCEPT WSV-RCH-BANCO
           DISPLAY "Numero de cheque (xxxxxxxx): "
           ACCEPT WSV-RCH-NUMERO
           MOVE ZERO TO WSV-IDX-CHQ-HALLADO
           PERFORM 5310-Comparar-cheque
               VARYING WSV-IDX-CHQ FROM 1 BY 1
               UNTIL (WSV-IDX-CHQ > WSV-CANT-CHEQUES)
               OR (WSV-IDX-CHQ-HALLADO > ZERO)
           IF WSV-IDX-CHQ-HALLADO = ZERO
               MOVE "El cheque no esta retenido en CHEQUES_CANJE"
                   TO WSV-ANULADO-DESCRIP
               MOVE "NOCHQ" TO WSV-ANULADO-CODIGO
               MOVE "CHEQUES_CANJE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5320-Buscar-saldo
           IF WSV-IDX-SALDO-HALLADO = ZERO
               MOVE "El cliente del cheque no esta en los saldos"
                   TO WSV-ANULADO-DESCRIP
               MOVE "NOCLI" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5330-Debitar-rechazo
           MOVE "B" TO WST-CHQ-ESTADO(WSV-IDX-CHQ-HALLADO)
           MOVE WSV-FECHA-CORRIDA
               TO WST-CHQ-FECHA-RES(WSV-IDX-CHQ-HALLADO)
           SET CHEQUES-TOCADOS TO TRUE
           ADD 1 TO CTRL-CANT-RECHAZADOS
           PERFORM 5900-Registrar-rechazo
           .
       5310-Comparar-cheque.
           IF (WST-CHQ-BANCO(WSV-IDX-CHQ) = WSV-RCH-BANCO)
                   AND (WST-CHQ-NUMERO(WSV-IDX-CHQ) = WSV-RCH-NUMERO)
                   AND (WST-CHQ-ESTADO(WSV-IDX-CHQ) = "R")
               MOVE WSV-IDX-CHQ TO WSV-IDX-CHQ-HALLADO
           END-IF
           .
       5320-Buscar-saldo.
           MOVE ZERO TO WSV-IDX-SALDO-HALLADO
           PERFORM 5321-Comparar-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL (WSV-IDX-SALDO > WSV-CANT-SALDOS)
               OR (WSV-IDX-SALDO-HALLADO > ZERO)
           .
       5321-Comparar-saldo.
           IF (WST-SALDO-SUCURSAL(WSV-IDX-SALDO)
                   = WST-CHQ-SUCURSAL(WSV-IDX-CHQ-HALLADO))
                   AND (WST-SALDO-NRO-CLIE(WSV-IDX-SALDO)
                        = WST-CHQ-NRO-CLIE(WSV-IDX-CHQ-HALLADO))
               MOVE WSV-IDX-SALDO TO WSV-IDX-SALDO-HALLADO
           END-IF
           .
      *Reverso del deposito y cargo por rechazo, cada uno hasta
      *donde alcance el saldo (que es 9(05), sin descubierto); lo
      *que falte queda sin cubrir, a la vista y en el log.
       5330-Debitar-rechazo.
           MOVE WST-CHQ-MONTO(WSV-IDX-CHQ-HALLADO) TO WSV-RCH-DEBITO
           IF WSV-RCH-DEBITO > WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               MOVE WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
                   TO WSV-RCH-DEBITO
           END-IF
           SUBTRACT WSV-RCH-DEBITO
               FROM WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
           MOVE "B" TO WSV-MOV-TIPO
           MOVE WSV-RCH-DEBITO TO WSV-MOV-MONTO
           PERFORM 7300-Registrar-movimiento
           MOVE WSV-CARGO-RECHAZO TO WSV-RCH-CARGO
           IF WSV-RCH-CARGO > WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               MOVE WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
                   TO WSV-RCH-CARGO
           END-IF
           IF WSV-RCH-CARGO > ZERO
               SUBTRACT WSV-RCH-CARGO
                   FROM WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               MOVE "G" TO WSV-MOV-TIPO
               MOVE WSV-RCH-CARGO TO WSV-MOV-MONTO
               PERFORM 7300-Registrar-movimiento
           END-IF
           SET SALDOS-TOCADOS TO TRUE
           COMPUTE WSV-RCH-SIN-CUBRIR =
                   WST-CHQ-MONTO(WSV-IDX-CHQ-HALLADO) - WSV-RCH-DEBITO
                   + WSV-CARGO-RECHAZO - WSV-RCH-CARGO
           ADD WSV-RCH-DEBITO TO CTRL-MONTO-RECHAZADO
           ADD WSV-RCH-CARGO TO CTRL-MONTO-CARGOS
           ADD WSV-RCH-SIN-CUBRIR TO CTRL-MONTO-SIN-CUBRIR
           DISPLAY " "
           DISPLAY "Cheque " WSV-RCH-BANCO "/" WSV-RCH-NUMERO
                   " del cliente "
                   WST-CHQ-SUCURSAL(WSV-IDX-CHQ-HALLADO) "/"
                   WST-CHQ-NRO-CLIE(WSV-IDX-CHQ-HALLADO) " rechazado"
           DISPLAY "  Deposito reversado: " WSV-RCH-DEBITO
                   "  Cargo cobrado: " WSV-RCH-CARGO
           DISPLAY "  Saldo del cliente:  "
                   WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
           IF WSV-RCH-SIN-CUBRIR > ZERO
               DISPLAY "**** El saldo no alcanzo: quedan sin cubrir "
                       WSV-RCH-SIN-CUBRIR
           END-IF
           .
      *------------------------- Parametros ----------------------------
       5500-Fijar-parametros.
           DISPLAY "Dias habiles de retencion (01 a 30, 00 deja "
                   WSV-DIAS-RETENCION "): "
           ACCEPT WSV-DIAS-NUEVO
           IF (WSV-DIAS-NUEVO NOT NUMERIC) OR (WSV-DIAS-NUEVO = ZERO)
               MOVE WSV-DIAS-RETENCION TO WSV-DIAS-NUEVO
           END-IF
           IF WSV-DIAS-NUEVO > 30
               MOVE "Dias de retencion fuera de rango (1 a 30)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "DIAS" TO WSV-ANULADO-CODIGO
               MOVE "PARAM_CANJE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Cargo por cheque rechazado (99999, hoy "
                   WSV-CARGO-RECHAZO "): "
           ACCEPT WSV-CARGO-NUEVO
           IF WSV-CARGO-NUEVO NOT NUMERIC
               MOVE WSV-CARGO-RECHAZO TO WSV-CARGO-NUEVO
           END-IF
           MOVE WSV-DIAS-NUEVO TO WSV-DIAS-RETENCION
           MOVE WSV-CARGO-NUEVO TO WSV-CARGO-RECHAZO
           OPEN OUTPUT ARCH-PARAM-CANJE
           IF FS-PARAM-CANJE NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PARAM-CANJE TO WSV-ANULADO-CODIGO
               MOVE "PARAM_CANJE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-DIAS-RETENCION TO PCJ-DIAS-RETENCION
           MOVE WSV-CARGO-RECHAZO TO PCJ-CARGO-RECHAZO
           WRITE REG-PARAM-CANJE
           CLOSE ARCH-PARAM-CANJE
           PERFORM 5910-Registrar-parametros
           DISPLAY "Parametros de canje grabados"
           .
       5900-Registrar-rechazo.
           MOVE "CHEQUES_CANJE" TO LOG-ANUL-OBJETO
           MOVE "RECHZ" TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cheque " DELIMITED BY SIZE
                  WSV-RCH-BANCO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WSV-RCH-NUMERO DELIMITED BY SIZE
                  " rechazado, sin cubrir " DELIMITED BY SIZE
                  WSV-RCH-SIN-CUBRIR DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           PERFORM 5950-Grabar-log
           .
       5910-Registrar-parametros.
           MOVE "PARAM_CANJE" TO LOG-ANUL-OBJETO
           MOVE "PARAM" TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Retencion " DELIMITED BY SIZE
                  WSV-DIAS-RETENCION DELIMITED BY SIZE
                  " dias habiles, cargo por rechazo "
                  DELIMITED BY SIZE
                  WSV-CARGO-RECHAZO DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           PERFORM 5950-Grabar-log
           .
       5950-Grabar-log.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgCanje"         TO LOG-ANUL-PROGRAMA
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *------------------------- Cargas --------------------------------
       6000-Cargar-cheques.
           MOVE ZERO TO WSV-CANT-CHEQUES
           OPEN INPUT ARCH-CHEQUES
           IF FS-CHEQUES NOT = "00"
               DISPLAY "**** No hay CHEQUES_CANJE.TXT, no hay cheques "
                       "depositados"
           ELSE
               PERFORM 7010-Leer-cheque
               PERFORM 6010-Pasar-cheque
                   UNTIL FS-CHEQUES NOT = "00"
               CLOSE ARCH-CHEQUES
           END-IF
           .
       6010-Pasar-cheque.
           IF WSV-CANT-CHEQUES >= 1000
               MOVE "WST-CHEQUES llena (1000 cheques)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "LLENA" TO WSV-ANULADO-CODIGO
               MOVE "CHEQUES_CANJE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-CHEQUES
           ADD 1 TO CTRL-CANT-LEIDOS
           MOVE REG-CHEQUE TO WST-CHQ-DET(WSV-CANT-CHEQUES)
           PERFORM 7010-Leer-cheque
           .
       6100-Cargar-saldos.
           MOVE ZERO TO WSV-CANT-SALDOS
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               MOVE "No se pudo abrir SALDOS_CLIENTES.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-saldo
           PERFORM 6110-Pasar-saldo
               UNTIL (FS-SALDOS NOT = "00")
               OR (WSV-CANT-SALDOS >= 200)
           CLOSE ARCH-SALDOS
           .
       6110-Pasar-saldo.
           ADD 1 TO WSV-CANT-SALDOS
           MOVE SALDO-SUCURSAL TO WST-SALDO-SUCURSAL(WSV-CANT-SALDOS)
           MOVE SALDO-NRO-CLIE TO WST-SALDO-NRO-CLIE(WSV-CANT-SALDOS)
           MOVE SALDO-MONTO TO WST-SALDO-MONTO(WSV-CANT-SALDOS)
           PERFORM 7020-Leer-saldo
           .
      *************************** Archivo ******************************
       7010-Leer-cheque.
           READ ARCH-CHEQUES
           .
       7020-Leer-saldo.
           READ ARCH-SALDOS
           .
       7100-Respaldar-archivo.
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-BASE-RESPALDO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7110-Leer-origen
               PERFORM 7120-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                       WSV-NOMBRE-DESTINO
           END-IF
           .
       7110-Leer-origen.
           READ ARCH-ORIGEN
           .
       7120-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7110-Leer-origen
           .
       7200-Grabar-cheques.
           OPEN OUTPUT ARCH-CHEQUES
           IF FS-CHEQUES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CHEQUES TO WSV-ANULADO-CODIGO
               MOVE "CHEQUES_CANJE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-cheque
               VARYING WSV-IDX-CHQ FROM 1 BY 1
               UNTIL WSV-IDX-CHQ > WSV-CANT-CHEQUES
           CLOSE ARCH-CHEQUES
           .
       7210-Escribir-cheque.
           MOVE WST-CHQ-DET(WSV-IDX-CHQ) TO REG-CHEQUE
           WRITE REG-CHEQUE
           .
       7250-Grabar-saldos.
           OPEN OUTPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7260-Escribir-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL WSV-IDX-SALDO > WSV-CANT-SALDOS
           CLOSE ARCH-SALDOS
           .
       7260-Escribir-saldo.
           MOVE WST-SALDO-SUCURSAL(WSV-IDX-SALDO) TO SALDO-SUCURSAL
           MOVE WST-SALDO-NRO-CLIE(WSV-IDX-SALDO) TO SALDO-NRO-CLIE
           MOVE WST-SALDO-MONTO(WSV-IDX-SALDO) TO SALDO-MONTO
           WRITE REGISTRO-SALDOS
           .
      *El B y el G del rechazo quedan en el diario de caja con el
      *numero de cheque como referencia, firmados por el supervisor.
       7300-Registrar-movimiento.
           OPEN EXTEND ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               OPEN OUTPUT ARCH-MOVIMIENTOS
           END-IF
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA  FROM TIME
           MOVE WST-CHQ-SUCURSAL(WSV-IDX-CHQ-HALLADO) TO MOV-SUCURSAL
           MOVE WST-CHQ-NRO-CLIE(WSV-IDX-CHQ-HALLADO) TO MOV-NRO-CLIE
           MOVE WSV-MOV-TIPO TO MOV-TIPO
           MOVE WSV-MOV-MONTO TO MOV-MONTO
           MOVE WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               TO MOV-SALDO-DESPUES
           MOVE SGN-LEGAJO TO MOV-OPERADOR
           MOVE WST-CHQ-NUMERO(WSV-IDX-CHQ-HALLADO) TO MOV-REFERENCIA
           MOVE ZEROES TO MOV-AUTORIZA-EXCESO
           WRITE REGISTRO-MOVIMIENTO
           CLOSE ARCH-MOVIMIENTOS
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
           MOVE "ProgCanje"         TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control del canje ----"
           EVALUATE TRUE
               WHEN OPCION-LIBERAR
                   DISPLAY "Cheques leidos:              "
                           CTRL-CANT-LEIDOS
                   DISPLAY "Liberados / monto:           "
                           CTRL-CANT-LIBERADOS " / "
                           CTRL-MONTO-LIBERADO
                   DISPLAY "Siguen retenidos / monto:    "
                           CTRL-CANT-SIGUEN " / " CTRL-MONTO-SIGUEN
               WHEN OPCION-RECHAZAR
                   DISPLAY "Rechazados:                  "
                           CTRL-CANT-RECHAZADOS
                   DISPLAY "Depositos reversados:        "
                           CTRL-MONTO-RECHAZADO
                   DISPLAY "Cargos cobrados:             "
                           CTRL-MONTO-CARGOS
                   DISPLAY "Sin cubrir por falta de saldo: "
                           CTRL-MONTO-SIN-CUBRIR
               WHEN OTHER
                   DISPLAY "Dias habiles de retencion:   "
                           WSV-DIAS-RETENCION
                   DISPLAY "Cargo por rechazo:           "
                           WSV-CARGO-RECHAZO
           END-EVALUATE
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
