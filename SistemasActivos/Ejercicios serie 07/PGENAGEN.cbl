      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de la agenda de cambios
      *    programados del maestro de clientes
      *    Carga en CAMBIOS_PROGRAMADOS.TXT cambios de CUENTAS.TXT con
      *    fecha de vigencia (un limite de sobregiro nuevo desde el 1,
      *    un pase de sucursal a fin de mes, un minimo protegido o un
      *    tope de debito nuevos), para que ProgCambios los aplique
      *    solo la noche en que llega la fecha, antes de ProgApareo, en
      *    vez de tipearlos en PGENCLIE esa misma manana.
      *    Permite dar de alta un cambio, anular uno pendiente y
      *    listar lo programado para los proximos N dias; el listado
      *    avisa cuando el cliente de un cambio pendiente ya no esta
      *    en CUENTAS.TXT (se dio de baja despues de programarlo).
      *    La agenda se mantiene ascendente por fecha de vigencia, se
      *    respalda con fecha antes de regrabarla y cada alta o
      *    anulacion queda en ANULADO.LOG con el legajo del operador.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENAGEN.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               16/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CAMBIOS ASSIGN TO "CAMBIOS_PROGRAMADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIOS.

           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Archivo generico usado para respaldar la agenda antes de que
      *7000-Grabar-cambios la pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada alta/anulacion.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo CAMBIOS_PROGRAMADOS (compartido con ProgCambios)
           FD ARCH-CAMBIOS.
               COPY REG-CAMBPROG.
      *
      *Archivo CUENTAS (mismo layout de entrada que ProgApareo); aca
      *solo se consulta.
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 NOMBRE-CLIE-CUEN         PIC X(10).
                   02 SALDO-CLIE-CUEN          PIC S999V99.
                   02 LIMITE-SOBREGIRO-CUEN    PIC 999V99.
                   02 MONEDA-CUEN              PIC X(03).
                   02 ESTADO-CIVIL-CUEN        PIC X(01).
                   02 MINIMO-PROTEGIDO-CUEN    PIC 999V99.
                   02 TOPE-DEBITO-CUEN         PIC 999V99.
                   02 NRO-CTA-CLIE-CUEN        PIC 9(02).
                   02 SUCURSAL-CUEN            PIC 9(03).
                   02 CTA-BANCARIA-CUEN        PIC 9(11).
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
               02 FS-CAMBIOS                   PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
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

      *Pedido a la rutina DIFFECHA (dias entre dos fechas).
           COPY TAB-DIFDIA.

      *Agenda completa en memoria, siempre ascendente por fecha de
      *vigencia (los de la misma fecha, en el orden en que se
      *cargaron: asi ProgCambios los aplica en ese orden).
           01 WST-CAMBIOS.
               02 WST-PRG-DET               OCCURS 999 TIMES.
                   03 WST-PRG-FECHA         PIC 9(08).
                   03 WST-PRG-NRO-CLIE      PIC 9(03).
                   03 WST-PRG-NRO-CTA       PIC 9(02).
                   03 WST-PRG-CAMPO         PIC X(01).
                   03 WST-PRG-VALOR         PIC 9(05).
                   03 WST-PRG-ESTADO        PIC X(01).
                   03 WST-PRG-OPER-CARGA    PIC 9(03).
                   03 WST-PRG-FECHA-CARGA   PIC 9(08).
                   03 WST-PRG-FECHA-CIERRE  PIC 9(08).
                   03 WST-PRG-VALOR-ANT     PIC 9(05).
                   03 WST-PRG-NOTA          PIC X(30).
           01 WSV-CANT-CAMBIOS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRG                      PIC 9(04).
           01 WSV-IDX-MOVER                    PIC 9(04).

      *Cliente + cuenta de CUENTAS.TXT, para controlar que el cambio
      *apunte a una cuenta que existe y mostrar el valor de hoy.
           01 WST-CUENTAS.
               02 WST-CUE-DET               OCCURS 999 TIMES.
                   03 WST-CUE-NRO           PIC 9(03).
                   03 WST-CUE-NRO-CTA       PIC 9(02).
                   03 WST-CUE-NOMBRE        PIC X(10).
                   03 WST-CUE-LIMITE        PIC 999V99.
                   03 WST-CUE-MINIMO        PIC 999V99.
                   03 WST-CUE-TOPE          PIC 999V99.
                   03 WST-CUE-SUCURSAL      PIC 9(03).
           01 WSV-CANT-CUENTAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CUE                      PIC 9(04).
           01 WSV-IDX-HALLADO                  PIC 9(04).

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-ANULAR                VALUE "N".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Datos del cambio que se esta cargando.
           01 WSV-PRG-TRABAJO.
               02 WSV-TRA-FECHA             PIC 9(08).
               02 WSV-TRA-FECHA-DET REDEFINES WSV-TRA-FECHA.
                   03 WSV-TRA-ANIO          PIC 9(04).
                   03 WSV-TRA-MES           PIC 9(02).
                   03 WSV-TRA-DIA           PIC 9(02).
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-NRO-CTA           PIC 9(02).
               02 WSV-TRA-CAMPO             PIC X(01).
                   88 TRA-CAMPO-VALIDO          VALUES "L" "M" "T"
                                                       "S".
                   88 TRA-CAMPO-SUCURSAL        VALUE "S".
               02 WSV-TRA-IMPORTE           PIC 999V99.
               02 WSV-TRA-SUCURSAL          PIC 9(03).
               02 WSV-TRA-NOTA              PIC X(30).
           77 WSS-FECHA-TRABAJO                PIC X(01) VALUE "N".
               88 FECHA-TRA-VALIDA             VALUE "S".
               88 FECHA-TRA-INVALIDA           VALUE "N".
           01 WSV-LINEA-BUSCADA                PIC 9(03) VALUE ZERO.
           01 WSV-DIAS-LISTADO                 PIC 9(03) VALUE ZERO.
           01 WSV-VALOR-IMPORTE                PIC 999V99.
           01 WSV-VALOR-EDITADO                PIC X(06).
           01 WSV-ACTUAL-EDITADO               PIC X(06).
           01 WSV-IMPORTE-EDITADO              PIC ZZ9.99.
           01 WSV-SUCURSAL-EDITADA             PIC BBBZZ9.
           01 WSV-LEYENDA                      PIC X(30).

           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-FECHA-HOY-DET REDEFINES WSV-FECHA-HOY.
               02 WSV-HOY-ANIO                 PIC 9(04).
               02 WSV-HOY-MES                  PIC 9(02).
               02 WSV-HOY-DIA                  PIC 9(02).
           01 WSV-FECHA-CAMBIO                 PIC 9(08).
           01 WSV-FECHA-CAMBIO-DET REDEFINES WSV-FECHA-CAMBIO.
               02 WSV-CAM-ANIO                 PIC 9(04).
               02 WSV-CAM-MES                  PIC 9(02).
               02 WSV-CAM-DIA                  PIC 9(02).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ANULADOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-PENDIENTES         PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-LISTADOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-SIN-CLIENTE        PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de la agenda antes de pisarla.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).

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
           PERFORM 1050-Identificar-operador
           PERFORM 1200-Cargar-cambios
           PERFORM 1250-Cargar-cuentas
           PERFORM 1300-Respaldar-archivo
           .
      *Todo cambio en la agenda queda con el legajo del operador.
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
      *Carga la agenda entera. Si todavia no existe se arranca vacia.
       1200-Cargar-cambios.
           MOVE ZERO TO WSV-CANT-CAMBIOS
           OPEN INPUT ARCH-CAMBIOS
           IF FS-CAMBIOS NOT = "00"
               DISPLAY "**** No hay CAMBIOS_PROGRAMADOS.TXT previo, "
                       "agenda vacia"
           ELSE
               PERFORM 7010-Leer-cambio
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-CAMBIOS = "10")
                   OR (WSV-CANT-CAMBIOS >= 999)
      *        Con la tabla llena la regrabacion final perderia los
      *        cambios que no entraron.
               IF FS-CAMBIOS NOT = "10"
                   MOVE "Agenda mas larga que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CAMBIOS-PROG" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-CAMBIOS
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-CAMBIOS
           MOVE PRG-FECHA-EFECTIVA TO WST-PRG-FECHA(WSV-CANT-CAMBIOS)
           MOVE PRG-NRO-CLIE TO WST-PRG-NRO-CLIE(WSV-CANT-CAMBIOS)
           MOVE PRG-NRO-CTA TO WST-PRG-NRO-CTA(WSV-CANT-CAMBIOS)
           MOVE PRG-CAMPO TO WST-PRG-CAMPO(WSV-CANT-CAMBIOS)
           MOVE PRG-VALOR TO WST-PRG-VALOR(WSV-CANT-CAMBIOS)
           MOVE PRG-ESTADO TO WST-PRG-ESTADO(WSV-CANT-CAMBIOS)
           MOVE PRG-OPER-CARGA TO WST-PRG-OPER-CARGA(WSV-CANT-CAMBIOS)
           MOVE PRG-FECHA-CARGA
               TO WST-PRG-FECHA-CARGA(WSV-CANT-CAMBIOS)
           MOVE PRG-FECHA-CIERRE
               TO WST-PRG-FECHA-CIERRE(WSV-CANT-CAMBIOS)
           MOVE PRG-VALOR-ANTERIOR
               TO WST-PRG-VALOR-ANT(WSV-CANT-CAMBIOS)
           MOVE PRG-NOTA TO WST-PRG-NOTA(WSV-CANT-CAMBIOS)
           PERFORM 7010-Leer-cambio
           .
      *Solo la clave y los campos programables de cada cuenta.
       1250-Cargar-cuentas.
           MOVE ZERO TO WSV-CANT-CUENTAS
           OPEN INPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "**** No hay CUENTAS.TXT, no se puede "
                       "controlar ningun cliente"
           ELSE
               PERFORM 7020-Leer-cuenta
               PERFORM 1260-Pasar-cuenta
                   UNTIL (FS-CUENTAS = "10")
                   OR (WSV-CANT-CUENTAS >= 999)
               CLOSE CUENTAS
           END-IF
           .
       1260-Pasar-cuenta.
           ADD 1 TO WSV-CANT-CUENTAS
           MOVE NRO-CLIE-CUEN TO WST-CUE-NRO(WSV-CANT-CUENTAS)
      *    Maestro viejo sin numero de cuenta: queda como cuenta 01.
           IF (NRO-CTA-CLIE-CUEN IS NUMERIC)
                   AND (NRO-CTA-CLIE-CUEN > ZERO)
               MOVE NRO-CTA-CLIE-CUEN
                   TO WST-CUE-NRO-CTA(WSV-CANT-CUENTAS)
           ELSE
               MOVE 01 TO WST-CUE-NRO-CTA(WSV-CANT-CUENTAS)
           END-IF
           MOVE NOMBRE-CLIE-CUEN TO WST-CUE-NOMBRE(WSV-CANT-CUENTAS)
           MOVE LIMITE-SOBREGIRO-CUEN
               TO WST-CUE-LIMITE(WSV-CANT-CUENTAS)
           IF MINIMO-PROTEGIDO-CUEN IS NUMERIC
               MOVE MINIMO-PROTEGIDO-CUEN
                   TO WST-CUE-MINIMO(WSV-CANT-CUENTAS)
           ELSE
               MOVE ZERO TO WST-CUE-MINIMO(WSV-CANT-CUENTAS)
           END-IF
           IF TOPE-DEBITO-CUEN IS NUMERIC
               MOVE TOPE-DEBITO-CUEN TO WST-CUE-TOPE(WSV-CANT-CUENTAS)
           ELSE
               MOVE ZERO TO WST-CUE-TOPE(WSV-CANT-CUENTAS)
           END-IF
           IF SUCURSAL-CUEN IS NUMERIC
               MOVE SUCURSAL-CUEN TO WST-CUE-SUCURSAL(WSV-CANT-CUENTAS)
           ELSE
               MOVE ZERO TO WST-CUE-SUCURSAL(WSV-CANT-CUENTAS)
           END-IF
           PERFORM 7020-Leer-cuenta
           .
      *Respalda la agenda (si ya existe) antes de regrabarla.
       1300-Respaldar-archivo.
           MOVE "CAMBIOS_PROGRAMADOS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "CAMBIOS_PROGRAMADOS." DELIMITED BY SIZE
                   WSV-FECHA-HOY DELIMITED BY SIZE
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
           DISPLAY "Operacion: (A)lta de cambio (N) anular "
                   "(L)istar proximos dias (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta
           ELSE
               IF OPCION-ANULAR
                   PERFORM 5400-Anular
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
      *Alta: la cuenta tiene que existir hoy en CUENTAS.TXT y la
      *fecha de vigencia no puede ser anterior a hoy (lo que rige
      *desde hoy lo aplica ProgCambios esta misma noche).
       5300-Alta.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           DISPLAY "Numero de cuenta del cliente (01 si es la "
                   "unica): "
           ACCEPT WSV-TRA-NRO-CTA
           IF WSV-TRA-NRO-CTA = ZERO
               MOVE 01 TO WSV-TRA-NRO-CTA
           END-IF
           PERFORM 5800-Buscar-cuenta
           IF WSV-IDX-HALLADO = ZERO
               DISPLAY "**** La cuenta " WSV-TRA-NRO-CTA
                       " del cliente " WSV-TRA-NRO-CLIE
                       " no esta en CUENTAS.TXT, alta rechazada"
           ELSE
               IF WSV-CANT-CAMBIOS >= 999
                   DISPLAY "**** WST-CAMBIOS llena (999 items), no "
                           "se pudo programar el cambio"
               ELSE
                   PERFORM 5310-Pedir-datos-cambio
                   PERFORM 5350-Insertar-en-orden
                   ADD 1 TO CTRL-CANT-ALTAS
                   MOVE "PROGR" TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Cambio programado para el "
                           WSV-TRA-FECHA " en la linea "
                           WSV-IDX-PRG (2:3)
               END-IF
           END-IF
           .
       5310-Pedir-datos-cambio.
      *    El campo arranca invalido para que el pedido corra siempre,
      *    aun con un valor valido de la operacion anterior.
           MOVE SPACE TO WSV-TRA-CAMPO
           PERFORM 5320-Pedir-campo
               UNTIL TRA-CAMPO-VALIDO
           IF TRA-CAMPO-SUCURSAL
               DISPLAY "Sucursal nueva (xxx): "
               ACCEPT WSV-TRA-SUCURSAL
           ELSE
               DISPLAY "Importe nuevo (999.99, 000.00 sin "
                       "restriccion): "
               ACCEPT WSV-TRA-IMPORTE
           END-IF
           SET FECHA-TRA-INVALIDA TO TRUE
           PERFORM 5330-Pedir-fecha
               UNTIL FECHA-TRA-VALIDA
           DISPLAY "Nota (motivo del cambio): "
           ACCEPT WSV-TRA-NOTA
           .
       5320-Pedir-campo.
           DISPLAY "Campo a cambiar: (L)imite de sobregiro "
                   "(M)inimo protegido (T)ope de debito (S)ucursal: "
           ACCEPT WSV-TRA-CAMPO
           IF NOT TRA-CAMPO-VALIDO
               DISPLAY "**** Responda L, M, T o S"
           END-IF
           .
       5330-Pedir-fecha.
           DISPLAY "Fecha de vigencia (AAAAMMDD): "
           ACCEPT WSV-TRA-FECHA
           IF (WSV-TRA-MES < 01) OR (WSV-TRA-MES > 12)
                   OR (WSV-TRA-DIA < 01) OR (WSV-TRA-DIA > 31)
               DISPLAY "**** Fecha invalida, reingrese"
           ELSE
               IF WSV-TRA-FECHA < WSV-FECHA-HOY
                   DISPLAY "**** La fecha ya paso: un cambio con "
                           "efecto inmediato se hace en PGENCLIE"
               ELSE
                   SET FECHA-TRA-VALIDA TO TRUE
               END-IF
           END-IF
           .
      *Ubica el cambio detras de los de su misma fecha o anterior y
      *corre una posicion hacia abajo todo lo que sigue.
       5350-Insertar-en-orden.
           MOVE 1 TO WSV-IDX-PRG
           PERFORM 5360-Avanzar-posicion
               UNTIL (WSV-IDX-PRG > WSV-CANT-CAMBIOS)
               OR (WST-PRG-FECHA(WSV-IDX-PRG) > WSV-TRA-FECHA)
           ADD 1 TO WSV-CANT-CAMBIOS
           MOVE WSV-CANT-CAMBIOS TO WSV-IDX-MOVER
           PERFORM 5370-Correr-hacia-abajo
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PRG
           MOVE WSV-TRA-FECHA TO WST-PRG-FECHA(WSV-IDX-PRG)
           MOVE WSV-TRA-NRO-CLIE TO WST-PRG-NRO-CLIE(WSV-IDX-PRG)
           MOVE WSV-TRA-NRO-CTA TO WST-PRG-NRO-CTA(WSV-IDX-PRG)
           MOVE WSV-TRA-CAMPO TO WST-PRG-CAMPO(WSV-IDX-PRG)
           IF TRA-CAMPO-SUCURSAL
               MOVE WSV-TRA-SUCURSAL TO WST-PRG-VALOR(WSV-IDX-PRG)
           ELSE
               COMPUTE WST-PRG-VALOR(WSV-IDX-PRG) =
                       WSV-TRA-IMPORTE * 100
           END-IF
           MOVE "P" TO WST-PRG-ESTADO(WSV-IDX-PRG)
           MOVE SGN-LEGAJO TO WST-PRG-OPER-CARGA(WSV-IDX-PRG)
           MOVE WSV-FECHA-HOY TO WST-PRG-FECHA-CARGA(WSV-IDX-PRG)
           MOVE ZERO TO WST-PRG-FECHA-CIERRE(WSV-IDX-PRG)
           MOVE ZERO TO WST-PRG-VALOR-ANT(WSV-IDX-PRG)
           MOVE WSV-TRA-NOTA TO WST-PRG-NOTA(WSV-IDX-PRG)
           .
       5360-Avanzar-posicion.
           ADD 1 TO WSV-IDX-PRG
           .
       5370-Correr-hacia-abajo.
           MOVE WST-PRG-DET(WSV-IDX-MOVER - 1)
               TO WST-PRG-DET(WSV-IDX-MOVER)
           SUBTRACT 1 FROM WSV-IDX-MOVER
           .
      *Anular: solo un cambio pendiente; queda en la agenda como
      *anulado, con la fecha, para que se vea que existio.
       5400-Anular.
           DISPLAY "Linea a anular (numero del listado): "
           ACCEPT WSV-LINEA-BUSCADA
           IF (WSV-LINEA-BUSCADA = ZERO)
                   OR (WSV-LINEA-BUSCADA > WSV-CANT-CAMBIOS)
               DISPLAY "**** No hay linea " WSV-LINEA-BUSCADA
                       " en la agenda"
           ELSE
               MOVE WSV-LINEA-BUSCADA TO WSV-IDX-PRG
               IF WST-PRG-ESTADO(WSV-IDX-PRG) NOT = "P"
                   DISPLAY "**** La linea " WSV-LINEA-BUSCADA
                           " no esta pendiente (estado "
                           WST-PRG-ESTADO(WSV-IDX-PRG) ")"
               ELSE
                   MOVE "N" TO WST-PRG-ESTADO(WSV-IDX-PRG)
                   MOVE WSV-FECHA-HOY
                       TO WST-PRG-FECHA-CIERRE(WSV-IDX-PRG)
                   MOVE WST-PRG-FECHA(WSV-IDX-PRG) TO WSV-TRA-FECHA
                   MOVE WST-PRG-NRO-CLIE(WSV-IDX-PRG)
                       TO WSV-TRA-NRO-CLIE
                   MOVE WST-PRG-CAMPO(WSV-IDX-PRG) TO WSV-TRA-CAMPO
                   ADD 1 TO CTRL-CANT-ANULADOS
                   MOVE "ANULA" TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Cambio de la linea " WSV-LINEA-BUSCADA
                           " anulado"
               END-IF
           END-IF
           .
      *Lo pendiente con vigencia hasta dentro de N dias (lo atrasado
      *tambien: la cadena no corrio esa noche). Cada linea avisa si
      *la cuenta ya no esta en CUENTAS.TXT.
       5600-Listar.
           DISPLAY "Cantidad de dias hacia adelante (xxx): "
           ACCEPT WSV-DIAS-LISTADO
           MOVE ZERO TO CTRL-CANT-LISTADOS
           MOVE ZERO TO CTRL-CANT-SIN-CLIENTE
           DISPLAY " "
           DISPLAY "----- Cambios programados hasta " WSV-DIAS-LISTADO
                   " dias desde el " WSV-FECHA-HOY " ----"
           DISPLAY "Lin Vigencia Cli Ct C  Actual  Nuevo Oper Nota"
           PERFORM 5610-Mostrar-cambio
               VARYING WSV-IDX-PRG FROM 1 BY 1
               UNTIL WSV-IDX-PRG > WSV-CANT-CAMBIOS
           DISPLAY "Cambios listados: " CTRL-CANT-LISTADOS
           IF CTRL-CANT-SIN-CLIENTE > ZERO
               DISPLAY "**** Cambios sobre cuentas dadas de baja: "
                       CTRL-CANT-SIN-CLIENTE
                       " (anularlos o se descartan al vencer)"
           END-IF
           .
       5610-Mostrar-cambio.
           IF WST-PRG-ESTADO(WSV-IDX-PRG) = "P"
               MOVE WST-PRG-FECHA(WSV-IDX-PRG) TO WSV-FECHA-CAMBIO
               MOVE WSV-HOY-DIA  TO DIF-DIA-DESDE
               MOVE WSV-HOY-MES  TO DIF-MES-DESDE
               MOVE WSV-HOY-ANIO TO DIF-ANIO-DESDE
               MOVE WSV-CAM-DIA  TO DIF-DIA-HASTA
               MOVE WSV-CAM-MES  TO DIF-MES-HASTA
               MOVE WSV-CAM-ANIO TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               IF DIF-DIAS-RESULT <= WSV-DIAS-LISTADO
                   PERFORM 5620-Mostrar-detalle
               END-IF
           END-IF
           .
       5620-Mostrar-detalle.
           ADD 1 TO CTRL-CANT-LISTADOS
           MOVE WST-PRG-NRO-CLIE(WSV-IDX-PRG) TO WSV-TRA-NRO-CLIE
           MOVE WST-PRG-NRO-CTA(WSV-IDX-PRG) TO WSV-TRA-NRO-CTA
           PERFORM 5800-Buscar-cuenta
           MOVE SPACES TO WSV-LEYENDA
           IF DIF-DIAS-RESULT < ZERO
               MOVE "ATRASADO" TO WSV-LEYENDA
           END-IF
           MOVE SPACES TO WSV-ACTUAL-EDITADO
           IF WSV-IDX-HALLADO = ZERO
               ADD 1 TO CTRL-CANT-SIN-CLIENTE
               MOVE "**** CUENTA DADA DE BAJA" TO WSV-LEYENDA
           END-IF
           IF WST-PRG-CAMPO(WSV-IDX-PRG) = "S"
               MOVE WST-PRG-VALOR(WSV-IDX-PRG) TO WSV-SUCURSAL-EDITADA
               MOVE WSV-SUCURSAL-EDITADA TO WSV-VALOR-EDITADO
               IF WSV-IDX-HALLADO NOT = ZERO
                   MOVE WST-CUE-SUCURSAL(WSV-IDX-HALLADO)
                       TO WSV-SUCURSAL-EDITADA
                   MOVE WSV-SUCURSAL-EDITADA TO WSV-ACTUAL-EDITADO
               END-IF
           ELSE
               COMPUTE WSV-VALOR-IMPORTE =
                       WST-PRG-VALOR(WSV-IDX-PRG) / 100
               MOVE WSV-VALOR-IMPORTE TO WSV-IMPORTE-EDITADO
               MOVE WSV-IMPORTE-EDITADO TO WSV-VALOR-EDITADO
               IF WSV-IDX-HALLADO NOT = ZERO
                   PERFORM 5630-Valor-actual
               END-IF
           END-IF
           DISPLAY WSV-IDX-PRG (2:3) " "
                   WST-PRG-FECHA(WSV-IDX-PRG) " "
                   WST-PRG-NRO-CLIE(WSV-IDX-PRG) " "
                   WST-PRG-NRO-CTA(WSV-IDX-PRG) " "
                   WST-PRG-CAMPO(WSV-IDX-PRG) " "
                   WSV-ACTUAL-EDITADO " " WSV-VALOR-EDITADO " "
                   WST-PRG-OPER-CARGA(WSV-IDX-PRG) "  "
                   WST-PRG-NOTA(WSV-IDX-PRG) " " WSV-LEYENDA
           .
       5630-Valor-actual.
           IF WST-PRG-CAMPO(WSV-IDX-PRG) = "L"
               MOVE WST-CUE-LIMITE(WSV-IDX-HALLADO)
                   TO WSV-IMPORTE-EDITADO
           ELSE
               IF WST-PRG-CAMPO(WSV-IDX-PRG) = "M"
                   MOVE WST-CUE-MINIMO(WSV-IDX-HALLADO)
                       TO WSV-IMPORTE-EDITADO
               ELSE
                   MOVE WST-CUE-TOPE(WSV-IDX-HALLADO)
                       TO WSV-IMPORTE-EDITADO
               END-IF
           END-IF
           MOVE WSV-IMPORTE-EDITADO TO WSV-ACTUAL-EDITADO
           .
      *Busqueda secuencial de cliente + cuenta en CUENTAS.TXT; deja
      *la posicion hallada en WSV-IDX-HALLADO (cero si no esta).
       5800-Buscar-cuenta.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-CUE
           PERFORM 5810-Comparar-cuenta
               UNTIL WSV-IDX-CUE > WSV-CANT-CUENTAS
           .
       5810-Comparar-cuenta.
           IF (WST-CUE-NRO(WSV-IDX-CUE) = WSV-TRA-NRO-CLIE)
                   AND (WST-CUE-NRO-CTA(WSV-IDX-CUE) = WSV-TRA-NRO-CTA)
               MOVE WSV-IDX-CUE TO WSV-IDX-HALLADO
               MOVE WSV-CANT-CUENTAS TO WSV-IDX-CUE
           END-IF
           ADD 1 TO WSV-IDX-CUE
           .
      *Cada alta/anulacion queda en ANULADO.LOG con el cliente, el
      *campo y la fecha de vigencia.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENAGEN"          TO LOG-ANUL-PROGRAMA
           MOVE "CAMBIOS-PROG"      TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cliente " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  " campo " DELIMITED BY SIZE
                  WSV-TRA-CAMPO DELIMITED BY SIZE
                  " vigente el " DELIMITED BY SIZE
                  WSV-TRA-FECHA DELIMITED BY SIZE
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
       7010-Leer-cambio.
           READ ARCH-CAMBIOS
           .
       7020-Leer-cuenta.
           READ CUENTAS
           IF (FS-CUENTAS = "00")
                   AND (REGISTRO-ENTRADA-CUENTAS (1:6) = "HEADER")
               READ CUENTAS
           END-IF
           .
      *Regraba la agenda entera desde la tabla, que quedo siempre
      *ascendente por fecha de vigencia.
       7000-Grabar-cambios.
           OPEN OUTPUT ARCH-CAMBIOS
               IF FS-CAMBIOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-CAMBIOS TO WSV-ANULADO-CODIGO
                   MOVE "CAMBIOS-PROG" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7030-Escribir-cambio
               VARYING WSV-IDX-PRG FROM 1 BY 1
               UNTIL WSV-IDX-PRG > WSV-CANT-CAMBIOS
           CLOSE ARCH-CAMBIOS
           .
       7030-Escribir-cambio.
           MOVE WST-PRG-FECHA(WSV-IDX-PRG) TO PRG-FECHA-EFECTIVA
           MOVE WST-PRG-NRO-CLIE(WSV-IDX-PRG) TO PRG-NRO-CLIE
           MOVE WST-PRG-NRO-CTA(WSV-IDX-PRG) TO PRG-NRO-CTA
           MOVE WST-PRG-CAMPO(WSV-IDX-PRG) TO PRG-CAMPO
           MOVE WST-PRG-VALOR(WSV-IDX-PRG) TO PRG-VALOR
           MOVE WST-PRG-ESTADO(WSV-IDX-PRG) TO PRG-ESTADO
           MOVE WST-PRG-OPER-CARGA(WSV-IDX-PRG) TO PRG-OPER-CARGA
           MOVE WST-PRG-FECHA-CARGA(WSV-IDX-PRG) TO PRG-FECHA-CARGA
           MOVE WST-PRG-FECHA-CIERRE(WSV-IDX-PRG) TO PRG-FECHA-CIERRE
           MOVE WST-PRG-VALOR-ANT(WSV-IDX-PRG) TO PRG-VALOR-ANTERIOR
           MOVE WST-PRG-NOTA(WSV-IDX-PRG) TO PRG-NOTA
           WRITE REG-CAMBIO-PROGRAMADO
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
           MOVE "PGENAGEN"          TO LOG-ANUL-PROGRAMA
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
           IF (CTRL-CANT-ALTAS + CTRL-CANT-ANULADOS) > ZERO
               PERFORM 7000-Grabar-cambios
           END-IF
           MOVE ZERO TO CTRL-CANT-PENDIENTES
           PERFORM 9100-Contar-pendiente
               VARYING WSV-IDX-PRG FROM 1 BY 1
               UNTIL WSV-IDX-PRG > WSV-CANT-CAMBIOS
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Cambios programados: " CTRL-CANT-ALTAS
           DISPLAY "Cambios anulados:    " CTRL-CANT-ANULADOS
           DISPLAY "Pendientes en la agenda: " CTRL-CANT-PENDIENTES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9100-Contar-pendiente.
           IF WST-PRG-ESTADO(WSV-IDX-PRG) = "P"
               ADD 1 TO CTRL-CANT-PENDIENTES
           END-IF
           .
       9999-Stop-Run.
           STOP RUN.
