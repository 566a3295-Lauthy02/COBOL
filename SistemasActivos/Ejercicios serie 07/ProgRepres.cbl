           SELECT ARCH-INTENTOS ASSIGN TO "REPRESENTACIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTENTOS.
      *Clientes derivados a la agencia de cobranza (ProgAgencia): su
      *deuda la gestiona la agencia y no se re-presenta.
           SELECT ARCH-AGENCIA ASSIGN TO "AGENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AGENCIA.
      *Promesas de pago (PGENPRMS): mientras la promesa esta vigente
      *la deuda del cliente no se re-presenta.
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
                   02 INT-NRO-CLIE             PIC 9(03).
                   02 INT-CANT-INTENTOS        PIC 9(02).
      *
      *Archivo AGENCIA (mismo layout que escribe ProgAgencia)
           FD ARCH-AGENCIA.
               01 REGISTRO-AGENCIA.
                   02 AGE-NRO-CLIE             PIC 9(03).
                   02 AGE-FECHA-ASIG           PIC 9(08).
                   02 AGE-MONTO-ASIG           PIC 9(05)V99.
                   02 AGE-MONEDA               PIC X(03).
                   02 AGE-ORIGEN               PIC X(01).
                   02 AGE-CASTIGADA            PIC X(01).
                   02 AGE-RECUPERADO           PIC 9(05)V99.
                   02 AGE-COMISION             PIC 9(05)V99.
                   02 AGE-ESTADO               PIC X(01).
                       88 AGE-EN-AGENCIA           VALUE "A".
                   02 AGE-FECHA-ULT-REC        PIC 9(08).
                   02 AGE-OPERADOR             PIC 9(03).
      *
      *Archivo PROMESAS (mismo layout que escribe PGENPRMS)
           FD ARCH-PROMESAS.
               01 REGISTRO-PROMESA.
                   02 PRO-NRO-CLIE             PIC 9(03).
                   02 PRO-FECHA-ALTA           PIC 9(08).
                   02 PRO-FECHA-PROMESA        PIC 9(08).
                   02 PRO-MONTO                PIC 9(05)V99.
                   02 PRO-ESTADO               PIC X(01).
                       88 PRO-VIGENTE              VALUE "V".
                   02 PRO-OPERADOR             PIC 9(03).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.
               02 FS-SALIDA-REPRES             PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-CASTIGOS           PIC X(02) VALUE ZEROES.
               02 FS-INTENTOS                  PIC X(02) VALUE ZEROES.
               02 FS-AGENCIA                   PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
               88 INT-NO-ENCONTRADO            VALUE "N".
           01 WSV-IDX-SERV                     PIC 9(02).

      *Clientes en agencia (derivacion en estado A).
           01 WST-EN-AGENCIA.
               02 WST-AGE-NRO-CLIE          PIC 9(03)
                   OCCURS 400 TIMES.
           01 WSV-CANT-EN-AGENCIA              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-AGE                      PIC 9(03).
           77 WSS-EN-AGENCIA                   PIC X(01) VALUE "N".
               88 CLIENTE-EN-AGENCIA           VALUE "S".
               88 CLIENTE-NO-EN-AGENCIA        VALUE "N".

      *Clientes con promesa de pago vigente.
           01 WST-CON-PROMESA.
               02 WST-PRO-NRO-CLIE          PIC 9(03)
                   OCCURS 400 TIMES.
           01 WSV-CANT-CON-PROMESA             PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRO                      PIC 9(03).
           77 WSS-CON-PROMESA                  PIC X(01) VALUE "N".
               88 CLIENTE-CON-PROMESA          VALUE "S".
               88 CLIENTE-SIN-PROMESA          VALUE "N".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REPRESENTADOS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CASTIGADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EN-AGENCIA         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CON-PROMESA        PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-REPRESENTADO      PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-CASTIGADO         PIC 9(07)V99 VALUE ZERO.

                   "(CASTIGOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CASTIGOS
           PERFORM 1200-Cargar-intentos
           PERFORM 1400-Cargar-agencia
           PERFORM 1500-Cargar-promesas
           PERFORM 7000-Abrir-archivos
           .
      *La fecha de vencimiento de la re-presentacion: N dias habiles
               TO WST-INT-CANT(WSV-INT-CANT-CARGADOS)
           PERFORM 7030-Leer-intentos
           .
      *Sin AGENCIA.TXT no hay nadie derivado a la agencia.
       1400-Cargar-agencia.
           MOVE ZERO TO WSV-CANT-EN-AGENCIA
           OPEN INPUT ARCH-AGENCIA
           IF FS-AGENCIA = "00"
               PERFORM 7060-Leer-agencia
               PERFORM 1410-Pasar-agencia
                   UNTIL (FS-AGENCIA = "10")
                   OR (WSV-CANT-EN-AGENCIA >= 400)
               CLOSE ARCH-AGENCIA
           END-IF
           .
       1410-Pasar-agencia.
           IF AGE-EN-AGENCIA
               ADD 1 TO WSV-CANT-EN-AGENCIA
               MOVE AGE-NRO-CLIE
                   TO WST-AGE-NRO-CLIE(WSV-CANT-EN-AGENCIA)
           END-IF
           PERFORM 7060-Leer-agencia
           .
      *Sin PROMESAS.TXT no hay promesas de pago vigentes.
       1500-Cargar-promesas.
           MOVE ZERO TO WSV-CANT-CON-PROMESA
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS = "00"
               PERFORM 7070-Leer-promesa
               PERFORM 1510-Pasar-promesa
                   UNTIL (FS-PROMESAS = "10")
                   OR (WSV-CANT-CON-PROMESA >= 400)
               CLOSE ARCH-PROMESAS
           END-IF
           .
       1510-Pasar-promesa.
           IF PRO-VIGENTE
               ADD 1 TO WSV-CANT-CON-PROMESA
               MOVE PRO-NRO-CLIE
                   TO WST-PRO-NRO-CLIE(WSV-CANT-CON-PROMESA)
           END-IF
           PERFORM 7070-Leer-promesa
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 7010-Leer-rechazo
      *archivo de castigos definitivos.
       5100-Procesar-rechazo.
           ADD 1 TO CTRL-CANT-LEIDOS
           PERFORM 5150-Buscar-agencia
           PERFORM 5160-Buscar-promesa
           IF CLIENTE-EN-AGENCIA
      *        La deuda esta en la agencia de cobranza: ni se
      *        re-presenta ni se suma intento.
               ADD 1 TO CTRL-CANT-EN-AGENCIA
               DISPLAY "Cliente " NRO-CLIE-RECH
                       " en agencia de cobranza, no se re-presenta"
           ELSE
           IF CLIENTE-CON-PROMESA
      *        El cliente prometio pagar: se espera a la fecha
      *        prometida sin re-presentar ni sumar intento.
               ADD 1 TO CTRL-CANT-CON-PROMESA
               DISPLAY "Cliente " NRO-CLIE-RECH
                       " con promesa de pago vigente, no se "
                       "re-presenta"
           ELSE
           IF MOTIVO-BLOQUEO
      *        Un bloqueo de politica no se re-presenta: volveria a
      *        rechazar igual. Va directo al archivo de castigos
                   PERFORM 5300-Escribir-represent
               END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
       5150-Buscar-agencia.
           SET CLIENTE-NO-EN-AGENCIA TO TRUE
           MOVE 1 TO WSV-IDX-AGE
           PERFORM 5155-Comparar-agencia
               UNTIL WSV-IDX-AGE > WSV-CANT-EN-AGENCIA
           .
       5155-Comparar-agencia.
           IF WST-AGE-NRO-CLIE(WSV-IDX-AGE) = NRO-CLIE-RECH
               SET CLIENTE-EN-AGENCIA TO TRUE
               MOVE WSV-CANT-EN-AGENCIA TO WSV-IDX-AGE
           END-IF
           ADD 1 TO WSV-IDX-AGE
           .
       5160-Buscar-promesa.
           SET CLIENTE-SIN-PROMESA TO TRUE
           MOVE 1 TO WSV-IDX-PRO
           PERFORM 5165-Comparar-promesa
               UNTIL WSV-IDX-PRO > WSV-CANT-CON-PROMESA
           .
       5165-Comparar-promesa.
           IF WST-PRO-NRO-CLIE(WSV-IDX-PRO) = NRO-CLIE-RECH
               SET CLIENTE-CON-PROMESA TO TRUE
               MOVE WSV-CANT-CON-PROMESA TO WSV-IDX-PRO
           END-IF
           ADD 1 TO WSV-IDX-PRO
           .
      *Busca el cliente en WST-INTENTOS, le suma un intento (o lo
      *agrega con su primer intento) y deja el total del cliente en
      *WSV-INTENTOS-CLIENTE.
       7030-Leer-intentos.
           READ ARCH-INTENTOS
           .
       7060-Leer-agencia.
           READ ARCH-AGENCIA
           .
       7070-Leer-promesa.
           READ ARCH-PROMESAS
           .
      *Regraba REPRESENTACIONES.TXT entero con la tabla actualizada.
       7040-Grabar-intentos.
           OPEN OUTPUT ARCH-INTENTOS
                   "  Monto: " CTRL-MONTO-REPRESENTADO
           DISPLAY "Castigados:         " CTRL-CANT-CASTIGADOS
                   "  Monto: " CTRL-MONTO-CASTIGADO
           DISPLAY "En agencia:         " CTRL-CANT-EN-AGENCIA
           DISPLAY "Con promesa:        " CTRL-CANT-CON-PROMESA
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
