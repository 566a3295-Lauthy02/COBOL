           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Topes de ventanilla por rol o por legajo (los mantiene
      *PGENLIMI); pasarlos pide el legajo de un supervisor.
           SELECT ARCH-LIMITES ASSIGN TO "LIMITES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIMITES.
      *Cheques depositados por ventanilla, retenidos hasta que
      *ProgCanje los libera o los asienta rechazados.
           SELECT ARCH-CHEQUES ASSIGN TO "CHEQUES_CANJE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
      *Dias habiles de retención de un cheque (los fija ProgCanje).
           SELECT ARCH-PARAM-CANJE ASSIGN TO "PARAM_CANJE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAM-CANJE.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *de una transferencia comparten la misma, y cero significa un
      *movimiento suelto (depósito o retiro de siempre).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *Archivo LIMITES_CAJA.TXT: solo se lee al abrir la sesión.
           FD ARCH-LIMITES.
               COPY REG-LIMCAJA.
      *Archivo CHEQUES_CANJE.TXT: se lee para controlar duplicados
      *y se agrega un registro por cheque depositado.
           FD ARCH-CHEQUES.
               COPY REG-CHEQUE.
      *Archivo PARAM_CANJE.TXT: solo se lee al abrir la sesión.
           FD ARCH-PARAM-CANJE.
               COPY REG-PARCANJE.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WSV-VARIANLES.
      *diario queda con un registro tipo X que apunta al original
      *por su hora, y el cierre muestra las correcciones aparte.
           88 TIPO-REVERSO                        VALUE "X".
      *C es el depósito de un cheque (banco y número): suma al saldo
      *pero queda retenido los días hábiles de canje, no es efectivo
      *del cajón y no pasa por los topes de ventanilla.
           88 TIPO-CHEQUE                         VALUE "C".

       01  FS-ARCHIVOS.
           02 FS-SALDOS                PIC X(02)  VALUE ZEROES.
           02 FS-MOVIMIENTOS           PIC X(02)  VALUE ZEROES.
           02 FS-LIMITES               PIC X(02)  VALUE ZEROES.
           02 FS-CHEQUES               PIC X(02)  VALUE ZEROES.
           02 FS-PARAM-CANJE           PIC X(02)  VALUE ZEROES.

      *Transferencia en curso: destino pedido al cajero, posición
      *del destino en WST-SALDOS y la referencia (la hora del posteo)
           02 WSV-SUP-ROL              PIC X(01).
               88 SUP-ROL-MANDA                   VALUES "S" "A".

      *Topes del operador de la sesión (1 depósito, 2 retiro, 3
      *transferencia): la fila de su legajo en LIMITES_CAJA.TXT, o
      *si no tiene, la de su rol; un tope en cero es sin tope. El
      *acumulado arranca con lo que el mismo legajo ya asentó hoy
      *en el diario (los reversos no devuelven cupo).
       01  WSV-LIMITES.
           02 WSV-LIM-DET              OCCURS 3 TIMES.
               03 WSV-LIM-TOPE-OPER    PIC 9(05)  VALUE ZEROES.
               03 WSV-LIM-TOPE-DIA     PIC 9(07)  VALUE ZEROES.
               03 WSV-LIM-ACUM-DIA     PIC 9(07)  VALUE ZEROES.
           02 WSV-LIM-IDX              PIC 9(01)  VALUE ZEROES.
           02 WSV-LIM-ACUM-PROBADO     PIC 9(08)  VALUE ZEROES.
           02 WSV-LIM-FECHA-HOY        PIC 9(08)  VALUE ZEROES.
       77  WSS-LIM-LEGAJO              PIC X      VALUE "N".
           88 LIM-LEGAJO-HALLADO                  VALUE "S".
       77  WSS-LIM-EXCEDE              PIC X      VALUE "N".
           88 LIM-EXCEDIDO                        VALUE "S".
           88 LIM-NO-EXCEDIDO                     VALUE "N".
       77  WSS-LIM-ESTADO              PIC X      VALUE "S".
           88 LIM-PERMITIDO                       VALUE "S".
           88 LIM-RECHAZADO                       VALUE "N".
      *Legajo del supervisor que autorizó pasar el tope en la
      *operación en curso (cero si no hizo falta); queda en el
      *diario y el cierre cuenta cuántas veces se usó.
       01  WSV-AUTORIZA-EXCESO         PIC 9(03)  VALUE ZEROES.
       01  WSV-CANT-EXCESOS            PIC 9(05)  VALUE ZEROES.

      *Cheque en curso: banco y número tipeados por el cajero, la
      *fecha en que se libera (DIFHABIL, días hábiles de canje desde
      *hoy) y lo que el cliente ya tiene retenido en canje, que no
      *puede retirar ni transferir aunque esté en el saldo.
       01  WSV-CHEQUE.
           02 WSV-CHQ-BANCO            PIC 9(03)  VALUE ZEROES.
           02 WSV-CHQ-NUMERO           PIC 9(08)  VALUE ZEROES.
           02 WSV-CHQ-FECHA-HOY        PIC 9(08)  VALUE ZEROES.
           02 WSV-CHQ-FECHA-HOY-R REDEFINES WSV-CHQ-FECHA-HOY.
               03 WSV-CHQ-HOY-ANIO     PIC 9(04).
               03 WSV-CHQ-HOY-MES      PIC 9(02).
               03 WSV-CHQ-HOY-DIA      PIC 9(02).
           02 WSV-CHQ-FECHA-LIBERA     PIC 9(08)  VALUE ZEROES.
           02 WSV-CHQ-FECHA-LIBERA-R REDEFINES WSV-CHQ-FECHA-LIBERA.
               03 WSV-CHQ-LIB-ANIO     PIC 9(04).
               03 WSV-CHQ-LIB-MES      PIC 9(02).
               03 WSV-CHQ-LIB-DIA      PIC 9(02).
           02 WSV-DIAS-CANJE           PIC 9(02)  VALUE 02.
           02 WSV-RETENIDO-CLIENTE     PIC 9(07)  VALUE ZEROES.
           02 WSV-DISPONIBLE           PIC S9(07) VALUE ZEROES.
      *Hora con que 000022 asentó el último movimiento: el cheque
      *queda en CHEQUES_CANJE.TXT con la misma hora que su C.
           02 WSV-HORA-ASIENTO         PIC 9(08)  VALUE ZEROES.
       77  WSS-CHQ-REPETIDO            PIC X      VALUE "N".
           88 CHQ-SI-REPETIDO                     VALUE "S".
           88 CHQ-NO-REPETIDO                     VALUE "N".
           COPY TAB-CHEQRET.
           COPY TAB-DIFHAB.

      *Quién retira: el titular o una persona de TITULARES.TXT
      *(cotitular o firmante vigente) que se identifica con su
      *documento y valida la rutina RTITULAR.
       01  WSV-OPERANTE.
           02 WSV-OPE-TIPO-DOC         PIC X(03)  VALUE SPACES.
           02 WSV-OPE-NRO-DOC          PIC X(12)  VALUE SPACES.
       77  WSS-OPE-ESTADO              PIC X      VALUE "S".
           88 OPE-HABILITADO                      VALUE "S".
           88 OPE-RECHAZADO                       VALUE "N".
           COPY TAB-TITULAR.
      *Estado del documento de identidad del cliente (RKYCDOC): con
      *el documento vencido y pasada la gracia no se le paga.
           COPY TAB-KYC.

      *Cierre de caja: totales por tipo de operación de la sesión y
      *saldos de apertura/cierre para probar que apertura + diario
      *es igual al cierre persistido.
           02 WSV-MONTO-DEPOSITOS      PIC 9(07)  VALUE ZEROES.
           02 WSV-CANT-RETIROS         PIC 9(05)  VALUE ZEROES.
           02 WSV-MONTO-RETIROS        PIC 9(07)  VALUE ZEROES.
           02 WSV-CANT-CHEQUES         PIC 9(05)  VALUE ZEROES.
           02 WSV-MONTO-CHEQUES        PIC 9(07)  VALUE ZEROES.
           02 WSV-EFECTIVO-NETO        PIC S9(07) VALUE ZEROES.
           02 WSV-SALDO-APERTURA       PIC 9(07)  VALUE ZEROES.
           02 WSV-SALDO-CIERRE         PIC 9(07)  VALUE ZEROES.
           02 WSV-SALDO-PROBADO        PIC 9(07)  VALUE ZEROES.
           05 LINE 5  COLUMN 20 PIC 9(03) FROM WSV-NRO-CLIENTE.
           05 LINE 6  COLUMN 5  VALUE "SALDO ACTUAL:".
           05 LINE 6  COLUMN 20 PIC 9(05) FROM WSV-SALDO-CUENTA.
           05 LINE 7  COLUMN 5  VALUE "EN CANJE:".
           05 LINE 7  COLUMN 20 PIC 9(07) FROM WSV-RETENIDO-CLIENTE.
           05 LINE 8  COLUMN 5  VALUE "MONTO (0 TERMINA):".
           05 LINE 8  COLUMN 25 PIC 9(03) USING WSV-OPERACION.
           05 LINE 9  COLUMN 5  VALUE "TIPO (D/R/T/C/X):".
           05 LINE 9  COLUMN 25 PIC X(01) USING WSS-TIPO-OPERACION.
           05 LINE 10 COLUMN 5  VALUE "CONFIRMA (S/N):".
           05 LINE 10 COLUMN 25 PIC X(01) USING WSV-CONFIRMA-OP.
       000010-INICIO-DEL-PROGRAMA.
           DISPLAY "El programa inició"
           DISPLAY " "
           PERFORM 000009-IDENTIFICAR-OPERADOR
           PERFORM 000023-CARGAR-LIMITES
           PERFORM 000028-CARGAR-PARAM-CANJE.

      *Pide el legajo y lo valida con RSIGNON; sin operador válido y
      *activo la sesión no arranca.

      *Busca el saldo previo de WSV-NRO-CLIENTE en WST-SALDOS y lo
      *deja en WSV-SALDO-CUENTA como punto de partida del corte; si
      *no hay saldo previo, queda en 0. Trae también lo que el
      *cliente tiene en cheques todavía retenidos (RCHEQRET).
       000016-BUSCAR-SALDO-CLIENTE.
           MOVE ZEROES TO WSV-SALDO-CUENTA
           MOVE 1 TO WSV-IDX-SALDO
           PERFORM 000017-COMPARAR-SALDO-BUSQUEDA
               UNTIL WSV-IDX-SALDO > WSV-SALDO-CANT-CARGADOS
           MOVE WSV-NRO-SUCURSAL TO CHR-SUCURSAL
           MOVE WSV-NRO-CLIENTE TO CHR-NRO-CLIE
           CALL "RCHEQRET" USING CHR-PEDIDO
           MOVE CHR-MONTO-RETENIDO TO WSV-RETENIDO-CLIENTE
           IF CHR-CANT-RETENIDOS > 0
               DISPLAY "Cheques en canje del cliente: "
                   CHR-CANT-RETENIDOS " por " CHR-MONTO-RETENIDO
           END-IF
           .
       000017-COMPARAR-SALDO-BUSQUEDA.
           IF (WST-SALDO-SUCURSAL(WSV-IDX-SALDO) = WSV-NRO-SUCURSAL)
           MOVE "N" TO WSV-CONFIRMA-OP
           MOVE SPACES TO WSV-MENSAJE-FORM
           MOVE ZEROES TO WSV-REF-TRANSFER
           MOVE ZEROES TO WSV-AUTORIZA-EXCESO
           SET LIM-PERMITIDO TO TRUE
           SET FORM-INVALIDO TO TRUE
           PERFORM 000050-ACEPTAR-FORMULARIO UNTIL FORM-VALIDO
           IF WSV-OPERACION > 0
               IF CONFIRMA-OP-SI
                   SET OPE-HABILITADO TO TRUE
                   IF TIPO-RETIRO
                       PERFORM 000096-CONTROLAR-DOCUMENTO
                       IF OPE-HABILITADO
                           PERFORM 000095-IDENTIFICAR-OPERANTE
                       END-IF
                   END-IF
                   IF NOT TIPO-REVERSO AND NOT TIPO-CHEQUE
                           AND OPE-HABILITADO
                       PERFORM 000080-CONTROLAR-LIMITE
                   END-IF
                   IF OPE-RECHAZADO
                       DISPLAY "Operación cancelada: retiro no "
                           "habilitado"
                   ELSE
                   IF LIM-RECHAZADO
                       DISPLAY "Operación cancelada: supera el tope "
                           "del cajero sin autorización"
                   ELSE
                   IF TIPO-TRANSFER
                       PERFORM 000060-TRANSFERIR
                   ELSE
                       IF TIPO-REVERSO
                           PERFORM 000070-REVERSAR
                       ELSE
                       IF TIPO-CHEQUE
                           PERFORM 000090-DEPOSITAR-CHEQUE
                       ELSE
                           PERFORM 000052-POSTEAR-OPERACION
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "Operación cancelada por el cajero"
           IF WSV-OPERACION > 0
               IF NOT TIPO-DEPOSITO AND NOT TIPO-RETIRO
                       AND NOT TIPO-TRANSFER AND NOT TIPO-REVERSO
                       AND NOT TIPO-CHEQUE
                   MOVE "TIPO DE OPERACION INVALIDO (D/R/T/C/X)"
                       TO WSV-MENSAJE-FORM
                   SET FORM-INVALIDO TO TRUE
               ELSE
      *            Retiro y transferencia sacan plata de la cuenta:
      *            los fondos se controlan una sola vez, acá, contra
      *            el saldo menos los cheques todavía en canje.
                   COMPUTE WSV-DISPONIBLE = WSV-SALDO-CUENTA
                       - WSV-RETENIDO-CLIENTE
                   IF (TIPO-RETIRO OR TIPO-TRANSFER)
                           AND (WSV-OPERACION > WSV-DISPONIBLE)
                       IF WSV-OPERACION > WSV-SALDO-CUENTA
                           MOVE "EL IMPORTE SUPERA EL SALDO DISPONIBLE"
                               TO WSV-MENSAJE-FORM
                       ELSE
                           MOVE "SUPERA EL DISPONIBLE: CHEQUES EN CANJE"
                               TO WSV-MENSAJE-FORM
                       END-IF
                       SET FORM-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF
           DISPLAY "  " WSS-TIPO-OPERACION " " WSV-OPERACION
               " -> saldo " WSV-SALDO-CUENTA
           PERFORM 000082-SUMAR-AL-TOPE
           PERFORM 000022-REGISTRAR-MOVIMIENTO.

      *Asienta la operación recién aplicada en el diario, con el
           END-IF
           ACCEPT MOV-FECHA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA  FROM TIME
           MOVE MOV-HORA TO WSV-HORA-ASIENTO
           MOVE WSV-NRO-SUCURSAL TO MOV-SUCURSAL
           MOVE WSV-NRO-CLIENTE TO MOV-NRO-CLIE
           MOVE WSS-TIPO-OPERACION TO MOV-TIPO
           MOVE WSV-SALDO-CUENTA TO MOV-SALDO-DESPUES
           MOVE SGN-LEGAJO TO MOV-OPERADOR
           MOVE WSV-REF-TRANSFER TO MOV-REFERENCIA
           MOVE WSV-AUTORIZA-EXCESO TO MOV-AUTORIZA-EXCESO
           WRITE REGISTRO-MOVIMIENTO
           CLOSE ARCH-MOVIMIENTOS.

                       TO WST-SALDO-MONTO(WSV-IDX-DESTINO)
                   ADD 1 TO WSV-CANT-TRANSFER
                   ADD WSV-OPERACION TO WSV-MONTO-TRANSFER
                   PERFORM 000082-SUMAR-AL-TOPE
                   MOVE "E" TO WSS-TIPO-OPERACION
                   PERFORM 000022-REGISTRAR-MOVIMIENTO
                   PERFORM 000061-REGISTRAR-PATA-DESTINO
               TO MOV-SALDO-DESPUES
           MOVE SGN-LEGAJO TO MOV-OPERADOR
           MOVE WSV-REF-TRANSFER TO MOV-REFERENCIA
           MOVE WSV-AUTORIZA-EXCESO TO MOV-AUTORIZA-EXCESO
           WRITE REGISTRO-MOVIMIENTO
           CLOSE ARCH-MOVIMIENTOS.

               WSV-REV-MONTO-ORIG " autorizado por "
               WSV-SUP-NOMBRE " -> saldo " WSV-SALDO-CUENTA.

      *Depósito de un cheque: pide banco y número, rechaza el que ya
      *está en CHEQUES_CANJE.TXT (salvo que haya vuelto rechazado),
      *acredita el saldo, asienta el C en el diario con el número
      *del cheque como referencia y deja el cheque retenido hasta
      *la fecha que da DIFHABIL con los días hábiles de canje.
       000090-DEPOSITAR-CHEQUE.
           DISPLAY "Banco girado (xxx): "
           ACCEPT WSV-CHQ-BANCO
           DISPLAY "Número de cheque (xxxxxxxx): "
           ACCEPT WSV-CHQ-NUMERO
           IF (WSV-CHQ-BANCO = 0) OR (WSV-CHQ-NUMERO = 0)
               DISPLAY "**** Banco y número de cheque son "
                   "obligatorios, depósito cancelado"
           ELSE
               PERFORM 000091-BUSCAR-CHEQUE
               IF CHQ-SI-REPETIDO
                   DISPLAY "**** El cheque " WSV-CHQ-BANCO "/"
                       WSV-CHQ-NUMERO " ya fue depositado, "
                       "depósito cancelado"
               ELSE
                   PERFORM 000093-CALCULAR-LIBERACION
                   COMPUTE WSV-SALDO-CUENTA = WSV-SALDO-CUENTA
                       + WSV-OPERACION
                   ADD WSV-OPERACION TO WSV-RETENIDO-CLIENTE
                   ADD 1 TO WSV-CANT-CHEQUES
                   ADD WSV-OPERACION TO WSV-MONTO-CHEQUES
                   MOVE WSV-CHQ-NUMERO TO WSV-REF-TRANSFER
                   PERFORM 000022-REGISTRAR-MOVIMIENTO
                   PERFORM 000094-REGISTRAR-CHEQUE
                   DISPLAY "  C " WSV-OPERACION " cheque "
                       WSV-CHQ-BANCO "/" WSV-CHQ-NUMERO
                       " -> saldo " WSV-SALDO-CUENTA
                       " (disponible desde " WSV-CHQ-FECHA-LIBERA ")"
               END-IF
           END-IF.

       000091-BUSCAR-CHEQUE.
           SET CHQ-NO-REPETIDO TO TRUE
           OPEN INPUT ARCH-CHEQUES
           IF FS-CHEQUES = "00"
               READ ARCH-CHEQUES
               PERFORM 000092-COMPARAR-CHEQUE
                   UNTIL FS-CHEQUES NOT = "00"
               CLOSE ARCH-CHEQUES
           END-IF.

       000092-COMPARAR-CHEQUE.
           IF (CHQ-BANCO = WSV-CHQ-BANCO)
                   AND (CHQ-NUMERO = WSV-CHQ-NUMERO)
                   AND NOT CHQ-RECHAZADO
               SET CHQ-SI-REPETIDO TO TRUE
           END-IF
           READ ARCH-CHEQUES.

      *Fecha de liberación: hoy más los días hábiles de canje
      *(DIFHABIL modo S saltea fines de semana y FERIADOS.TXT).
       000093-CALCULAR-LIBERACION.
           ACCEPT WSV-CHQ-FECHA-HOY FROM DATE YYYYMMDD
           SET HAB-MODO-SUMAR TO TRUE
           MOVE WSV-CHQ-HOY-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CHQ-HOY-MES  TO HAB-MES-DESDE
           MOVE WSV-CHQ-HOY-ANIO TO HAB-ANIO-DESDE
           MOVE WSV-DIAS-CANJE TO HAB-DIAS-SUMAR
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           MOVE HAB-DIA-RESULT  TO WSV-CHQ-LIB-DIA
           MOVE HAB-MES-RESULT  TO WSV-CHQ-LIB-MES
           MOVE HAB-ANIO-RESULT TO WSV-CHQ-LIB-ANIO.

       000094-REGISTRAR-CHEQUE.
           OPEN EXTEND ARCH-CHEQUES
           IF FS-CHEQUES NOT = "00"
               OPEN OUTPUT ARCH-CHEQUES
           END-IF
           MOVE WSV-NRO-SUCURSAL TO CHQ-SUCURSAL
           MOVE WSV-NRO-CLIENTE TO CHQ-NRO-CLIE
           MOVE WSV-CHQ-BANCO TO CHQ-BANCO
           MOVE WSV-CHQ-NUMERO TO CHQ-NUMERO
           MOVE WSV-OPERACION TO CHQ-MONTO
           MOVE WSV-CHQ-FECHA-HOY TO CHQ-FECHA-DEPOSITO
           MOVE WSV-HORA-ASIENTO TO CHQ-HORA-DEPOSITO
           MOVE WSV-CHQ-FECHA-LIBERA TO CHQ-FECHA-LIBERACION
           MOVE SGN-LEGAJO TO CHQ-OPERADOR
           SET CHQ-RETENIDO TO TRUE
           MOVE ZEROES TO CHQ-FECHA-RESOLUCION
           WRITE REG-CHEQUE
           CLOSE ARCH-CHEQUES.

      *En un retiro el cajero pregunta quién opera: el titular pasa
      *sin más; cualquier otro se identifica con su documento y
      *tiene que ser cotitular o firmante vigente hoy en alguna
      *cuenta del cliente (un beneficiario no retira).
       000095-IDENTIFICAR-OPERANTE.
           DISPLAY "Quién retira: T = titular, o tipo de documento "
               "del autorizado (DNI/LE/LC/PAS): "
           ACCEPT WSV-OPE-TIPO-DOC
           IF (WSV-OPE-TIPO-DOC NOT = "T")
                   AND (WSV-OPE-TIPO-DOC NOT = SPACES)
               DISPLAY "Número de documento: "
               ACCEPT WSV-OPE-NRO-DOC
               MOVE WSV-NRO-CLIENTE TO TTI-NRO-CLIE
               MOVE ZEROES TO TTI-NRO-CTA
               ACCEPT TTI-FECHA FROM DATE YYYYMMDD
               MOVE WSV-OPE-TIPO-DOC TO TTI-TIPO-DOC
               MOVE WSV-OPE-NRO-DOC TO TTI-NRO-DOC
               CALL "RTITULAR" USING TTI-PEDIDO
               IF TTI-HABILITADO
                   DISPLAY "  Retira " TTI-NOMBRE-HALLADO
                       " (rol " TTI-ROL-HALLADO ")"
               ELSE
                   SET OPE-RECHAZADO TO TRUE
                   IF TTI-VENCIDO
                       DISPLAY "**** " TTI-NOMBRE-HALLADO
                           " tiene la autorización vencida"
                   ELSE
                   IF TTI-NO-OPERA
                       DISPLAY "**** " TTI-NOMBRE-HALLADO
                           " es beneficiario, no puede retirar"
                   ELSE
                       DISPLAY "**** El documento " WSV-OPE-TIPO-DOC
                           " " WSV-OPE-NRO-DOC
                           " no figura en las cuentas del cliente"
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *Documento de identidad del cliente: vencido y pasada la
      *gracia no retira hasta renovarlo en PGENKYC; por vencer o en
      *gracia se le avisa al cajero para que se lo pida.
       000096-CONTROLAR-DOCUMENTO.
           MOVE WSV-NRO-CLIENTE TO KYR-NRO-CLIE
           ACCEPT KYR-FECHA FROM DATE YYYYMMDD
           CALL "RKYCDOC" USING KYR-PEDIDO
           IF KYR-VENCIDO
               SET OPE-RECHAZADO TO TRUE
               DISPLAY "**** Documento del cliente vencido el "
                   KYR-FECHA-VENCE ": no puede retirar hasta "
                   "renovarlo"
           ELSE
           IF KYR-EN-GRACIA
               DISPLAY "  Aviso: documento del cliente vencido el "
                   KYR-FECHA-VENCE ", pedir la renovación"
           ELSE
           IF KYR-POR-VENCER
               DISPLAY "  Aviso: el documento del cliente vence el "
                   KYR-FECHA-VENCE
           END-IF
           END-IF
           END-IF.

      *Días hábiles de canje vigentes; sin PARAM_CANJE.TXT (o con
      *un valor en cero) rigen los 2 días de siempre.
       000028-CARGAR-PARAM-CANJE.
           OPEN INPUT ARCH-PARAM-CANJE
           IF FS-PARAM-CANJE = "00"
               READ ARCH-PARAM-CANJE
               IF (FS-PARAM-CANJE = "00")
                       AND (PCJ-DIAS-RETENCION IS NUMERIC)
                       AND (PCJ-DIAS-RETENCION > 0)
                   MOVE PCJ-DIAS-RETENCION TO WSV-DIAS-CANJE
               END-IF
               CLOSE ARCH-PARAM-CANJE
           END-IF.

      *Carga los topes del operador de la sesión: la fila de su
      *legajo gana sobre la de su rol, venga antes o después en el
      *archivo. Sin archivo o sin fila, el operador no tiene topes.
       000023-CARGAR-LIMITES.
           MOVE "N" TO WSS-LIM-LEGAJO
           OPEN INPUT ARCH-LIMITES
           IF FS-LIMITES NOT = "00"
               DISPLAY "**** No hay LIMITES_CAJA.TXT, sesión sin "
                   "topes de ventanilla"
           ELSE
               READ ARCH-LIMITES
               PERFORM 000024-ELEGIR-LIMITE
                   UNTIL FS-LIMITES NOT = "00"
               CLOSE ARCH-LIMITES
           END-IF
           PERFORM 000026-ACUMULAR-DEL-DIA.

       000024-ELEGIR-LIMITE.
           IF LIM-POR-LEGAJO AND (LIM-LEGAJO = SGN-LEGAJO)
               MOVE "S" TO WSS-LIM-LEGAJO
               PERFORM 000025-COPIAR-TOPE
                   VARYING WSV-LIM-IDX FROM 1 BY 1
                   UNTIL WSV-LIM-IDX > 3
           ELSE
               IF LIM-POR-ROL AND (LIM-ROL = SGN-ROL)
                       AND NOT LIM-LEGAJO-HALLADO
                   PERFORM 000025-COPIAR-TOPE
                       VARYING WSV-LIM-IDX FROM 1 BY 1
                       UNTIL WSV-LIM-IDX > 3
               END-IF
           END-IF
           READ ARCH-LIMITES.

       000025-COPIAR-TOPE.
           MOVE LIM-TOPE-OPERACION(WSV-LIM-IDX)
               TO WSV-LIM-TOPE-OPER(WSV-LIM-IDX)
           MOVE LIM-TOPE-DIARIO(WSV-LIM-IDX)
               TO WSV-LIM-TOPE-DIA(WSV-LIM-IDX).

      *Lo que el operador ya asentó hoy (en esta u otra sesión)
      *cuenta para su tope diario: D depósito, R retiro y E la pata
      *de envío de cada transferencia.
       000026-ACUMULAR-DEL-DIA.
           ACCEPT WSV-LIM-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS = "00"
               READ ARCH-MOVIMIENTOS
               PERFORM 000027-SUMAR-MOVIMIENTO-HOY
                   UNTIL FS-MOVIMIENTOS NOT = "00"
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       000027-SUMAR-MOVIMIENTO-HOY.
           IF (MOV-FECHA = WSV-LIM-FECHA-HOY)
                   AND (MOV-OPERADOR = SGN-LEGAJO)
               IF MOV-TIPO = "D"
                   ADD MOV-MONTO TO WSV-LIM-ACUM-DIA(1)
               ELSE
               IF MOV-TIPO = "R"
                   ADD MOV-MONTO TO WSV-LIM-ACUM-DIA(2)
               ELSE
               IF MOV-TIPO = "E"
                   ADD MOV-MONTO TO WSV-LIM-ACUM-DIA(3)
               END-IF
               END-IF
               END-IF
           END-IF
           READ ARCH-MOVIMIENTOS.

      *Control del tope antes de postear: la operación no puede
      *pasar el máximo por operación ni llevar el acumulado del día
      *por encima del diario. Si pasa alguno, un supervisor lo
      *autoriza en el momento igual que el reverso; si no, se cancela.
       000080-CONTROLAR-LIMITE.
           IF TIPO-DEPOSITO
               MOVE 1 TO WSV-LIM-IDX
           ELSE
               IF TIPO-RETIRO
                   MOVE 2 TO WSV-LIM-IDX
               ELSE
                   MOVE 3 TO WSV-LIM-IDX
               END-IF
           END-IF
           SET LIM-NO-EXCEDIDO TO TRUE
           IF (WSV-LIM-TOPE-OPER(WSV-LIM-IDX) > 0)
                   AND (WSV-OPERACION > WSV-LIM-TOPE-OPER(WSV-LIM-IDX))
               DISPLAY "**** El monto pasa el tope por operación ("
                   WSV-LIM-TOPE-OPER(WSV-LIM-IDX) ")"
               SET LIM-EXCEDIDO TO TRUE
           END-IF
           COMPUTE WSV-LIM-ACUM-PROBADO =
               WSV-LIM-ACUM-DIA(WSV-LIM-IDX) + WSV-OPERACION
           IF (WSV-LIM-TOPE-DIA(WSV-LIM-IDX) > 0)
                   AND (WSV-LIM-ACUM-PROBADO
                       > WSV-LIM-TOPE-DIA(WSV-LIM-IDX))
               DISPLAY "**** El acumulado del día pasa el tope "
                   "diario (" WSV-LIM-TOPE-DIA(WSV-LIM-IDX) ")"
               SET LIM-EXCEDIDO TO TRUE
           END-IF
           IF LIM-EXCEDIDO
               PERFORM 000081-AUTORIZAR-EXCESO
           END-IF.

       000081-AUTORIZAR-EXCESO.
           DISPLAY "Legajo del supervisor que autoriza (xxx): "
           ACCEPT WSV-SUP-LEGAJO
           CALL "RSIGNON" USING WSV-SUP-PEDIDO
           IF NOT SUP-OPERADOR-VALIDO OR NOT SUP-ROL-MANDA
               DISPLAY "**** Sin rango de supervisor"
               SET LIM-RECHAZADO TO TRUE
           ELSE
           IF WSV-SUP-LEGAJO = SGN-LEGAJO
               DISPLAY "**** El cajero no puede autorizar su "
                   "propio exceso"
               SET LIM-RECHAZADO TO TRUE
           ELSE
               MOVE WSV-SUP-LEGAJO TO WSV-AUTORIZA-EXCESO
               DISPLAY "  Exceso de tope autorizado por "
                   WSV-SUP-NOMBRE
           END-IF
           END-IF.

      *La operación ya posteada suma a su acumulado del día, y si
      *pasó el tope con autorización, al conteo del cierre.
       000082-SUMAR-AL-TOPE.
           ADD WSV-OPERACION TO WSV-LIM-ACUM-DIA(WSV-LIM-IDX)
           IF WSV-AUTORIZA-EXCESO > 0
               ADD 1 TO WSV-CANT-EXCESOS
           END-IF.

       000062-BUSCAR-DESTINO.
           MOVE ZEROES TO WSV-IDX-DESTINO
           MOVE 1 TO WSV-IDX-SALDO
      *    Los reversos deshacen movimientos ya sumados a los
      *    totales de la sesión o de sesiones anteriores, por eso
      *    entran a la prueba con el signo contrario.
      *    Los cheques suben los saldos igual que un depósito,
      *    pero van aparte del efectivo del cajón.
           COMPUTE WSV-SALDO-PROBADO = WSV-SALDO-APERTURA
               + WSV-MONTO-DEPOSITOS - WSV-MONTO-RETIROS
               - WSV-MONTO-REV-DEP + WSV-MONTO-REV-RET
               + WSV-MONTO-CHEQUES
           COMPUTE WSV-EFECTIVO-NETO = WSV-MONTO-DEPOSITOS
               - WSV-MONTO-RETIROS - WSV-MONTO-REV-DEP
               + WSV-MONTO-REV-RET
           DISPLAY " "
           DISPLAY "----- Cierre de caja de la sesión ----"
           DISPLAY "Depósitos: " WSV-CANT-DEPOSITOS
           DISPLAY "Reversos:  " WSV-CANT-REVERSOS
               "  Depósitos deshechos: " WSV-MONTO-REV-DEP
               "  Retiros deshechos: " WSV-MONTO-REV-RET
           DISPLAY "Topes pasados con autorización: " WSV-CANT-EXCESOS
           DISPLAY "Efectivo neto del cajón: " WSV-EFECTIVO-NETO
           DISPLAY "Cheques recibidos (fuera del efectivo): "
               WSV-CANT-CHEQUES "  Monto: " WSV-MONTO-CHEQUES
           DISPLAY "Total general de los cortes: "
               WSV-TOTAL-GENERAL
           DISPLAY "Saldos de apertura: " WSV-SALDO-APERTURA
