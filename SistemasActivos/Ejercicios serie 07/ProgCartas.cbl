           SELECT ARCH-DUNNING ASSIGN TO "DUNNING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUNNING.
      *Clientes derivados a la agencia de cobranza (ProgAgencia): a
      *los que estan en agencia no se les manda carta propia.
           SELECT ARCH-AGENCIA ASSIGN TO "AGENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AGENCIA.
      *Promesas de pago (PGENPRMS): mientras la promesa esta vigente
      *no se le manda carta al cliente.
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
                   02 DUN-ETAPA                PIC 9(01).
                   02 DUN-FECHA-ETAPA          PIC 9(08).
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
                   03 WST-DOM-CP            PIC X(08).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
      *Cotitulares vigentes de la cuenta (TITULARES.TXT via
      *RTITULAR): van todos en el encabezado, debajo del titular.
           COPY TAB-TITULAR.
           01 WSV-IDX-COT                      PIC 9(02).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
               88 DOMICILIO-FALTA              VALUE "N".

      *Clientes en agencia (derivacion en estado A).
           01 FS-AGENCIA                       PIC X(02) VALUE ZEROES.
           01 WST-EN-AGENCIA.
               02 WST-AGE-NRO-CLIE          PIC 9(03)
                   OCCURS 400 TIMES.
           01 WSV-CANT-EN-AGENCIA              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-AGE                      PIC 9(03).
           77 WSS-EN-AGENCIA                   PIC X(01) VALUE "N".
               88 CLIENTE-EN-AGENCIA           VALUE "S".
               88 CLIENTE-NO-EN-AGENCIA        VALUE "N".
      *Clientes con promesa de pago vigente.
           01 FS-PROMESAS                      PIC X(02) VALUE ZEROES.
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
               02 CTRL-CANT-CARTAS             PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-AVISADO           PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-SIN-DOMICILIO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EN-AGENCIA         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CON-PROMESA        PIC 9(05) VALUE ZERO.
               02 CTRL-CARTAS-POR-ETAPA        PIC 9(05)
                   OCCURS 4 TIMES.

           ACCEPT WSV-NOMBRE-RECHAZOS
           PERFORM 1400-Cargar-domicilios
           PERFORM 1500-Cargar-dunning
           PERFORM 1600-Cargar-agencia
           PERFORM 1700-Cargar-promesas
           PERFORM 7000-Abrir-archivos
           .
      *Sin DUNNING.TXT (ProgAging nunca corrio) todas las cartas
           MOVE DUN-ETAPA TO WST-DUN-ETAPA(WSV-CANT-DUNNING)
           PERFORM 7070-Leer-dunning
           .
      *Sin AGENCIA.TXT no hay nadie derivado a la agencia.
       1600-Cargar-agencia.
           MOVE ZERO TO WSV-CANT-EN-AGENCIA
           OPEN INPUT ARCH-AGENCIA
           IF FS-AGENCIA = "00"
               PERFORM 7080-Leer-agencia
               PERFORM 1610-Pasar-agencia
                   UNTIL (FS-AGENCIA = "10")
                   OR (WSV-CANT-EN-AGENCIA >= 400)
               CLOSE ARCH-AGENCIA
           END-IF
           .
       1610-Pasar-agencia.
           IF AGE-EN-AGENCIA
               ADD 1 TO WSV-CANT-EN-AGENCIA
               MOVE AGE-NRO-CLIE
                   TO WST-AGE-NRO-CLIE(WSV-CANT-EN-AGENCIA)
           END-IF
           PERFORM 7080-Leer-agencia
           .
      *Sin PROMESAS.TXT no hay promesas de pago vigentes.
       1700-Cargar-promesas.
           MOVE ZERO TO WSV-CANT-CON-PROMESA
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS = "00"
               PERFORM 7090-Leer-promesa
               PERFORM 1710-Pasar-promesa
                   UNTIL (FS-PROMESAS = "10")
                   OR (WSV-CANT-CON-PROMESA >= 400)
               CLOSE ARCH-PROMESAS
           END-IF
           .
       1710-Pasar-promesa.
           IF PRO-VIGENTE
               ADD 1 TO WSV-CANT-CON-PROMESA
               MOVE PRO-NRO-CLIE
                   TO WST-PRO-NRO-CLIE(WSV-CANT-CON-PROMESA)
           END-IF
           PERFORM 7090-Leer-promesa
           .
      *Carga DOMICILIOS.TXT entero; sin archivo todos los clientes
      *salen a la lista de excepciones.
       1400-Cargar-domicilios.
               OR (TRAILER-TAG-RECH = "FALLIDO")
           PERFORM 5500-Cerrar-resumen
           .
      *El cliente que esta en la agencia de cobranza no recibe mas
      *cartas propias: la gestion la hace la agencia. Tampoco el
      *que tiene una promesa de pago vigente.
       5100-Emitir-carta.
           PERFORM 5110-Buscar-agencia
           PERFORM 5120-Buscar-promesa
           IF CLIENTE-EN-AGENCIA
               ADD 1 TO CTRL-CANT-EN-AGENCIA
               DISPLAY "Cliente " NRO-CLIE-RECH
                       " en agencia de cobranza, sin carta"
           ELSE
           IF CLIENTE-CON-PROMESA
               ADD 1 TO CTRL-CANT-CON-PROMESA
               DISPLAY "Cliente " NRO-CLIE-RECH
                       " con promesa de pago vigente, sin carta"
           ELSE
               PERFORM 5150-Armar-carta
           END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
       5110-Buscar-agencia.
           SET CLIENTE-NO-EN-AGENCIA TO TRUE
           MOVE 1 TO WSV-IDX-AGE
           PERFORM 5115-Comparar-agencia
               UNTIL WSV-IDX-AGE > WSV-CANT-EN-AGENCIA
           .
       5115-Comparar-agencia.
           IF WST-AGE-NRO-CLIE(WSV-IDX-AGE) = NRO-CLIE-RECH
               SET CLIENTE-EN-AGENCIA TO TRUE
               MOVE WSV-CANT-EN-AGENCIA TO WSV-IDX-AGE
           END-IF
           ADD 1 TO WSV-IDX-AGE
           .
       5120-Buscar-promesa.
           SET CLIENTE-SIN-PROMESA TO TRUE
           MOVE 1 TO WSV-IDX-PRO
           PERFORM 5125-Comparar-promesa
               UNTIL WSV-IDX-PRO > WSV-CANT-CON-PROMESA
           .
       5125-Comparar-promesa.
           IF WST-PRO-NRO-CLIE(WSV-IDX-PRO) = NRO-CLIE-RECH
               SET CLIENTE-CON-PROMESA TO TRUE
               MOVE WSV-CANT-CON-PROMESA TO WSV-IDX-PRO
           END-IF
           ADD 1 TO WSV-IDX-PRO
           .
      *Arma el nombre CARTA.nnn.TXT, vuelca la plantilla con los
      *datos del rechazo y deja la linea de control en el resumen.
       5150-Armar-carta.
           MOVE SPACES TO WSV-NOMBRE-CARTA
           STRING "CARTA." DELIMITED BY SIZE
                  NRO-CLIE-RECH DELIMITED BY SIZE
           ADD DEUDA-CLIE-RECH TO CTRL-MONTO-AVISADO
           PERFORM 5400-Linea-de-resumen
           DISPLAY "Carta emitida: " WSV-NOMBRE-CARTA
           .
      *Plantilla fija de la carta, con los datos del rechazo
      *intercalados.
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-carta
           PERFORM 5240-Lineas-cotitulares
           PERFORM 5250-Bloque-de-domicilio
           IF (CTA-BANC-RECH IS NUMERIC) AND (CTA-BANC-RECH > ZERO)
               MOVE SPACES TO WSV-LINEA-ARMADA
               END-IF
           END-IF
           .
      *Una linea por cada cotitular vigente hoy de la cuenta; la
      *cuenta en cero de los maestros viejos es la 01.
       5240-Lineas-cotitulares.
           MOVE NRO-CLIE-RECH TO TTI-NRO-CLIE
           MOVE NRO-CTA-RECH TO TTI-NRO-CTA
           IF TTI-NRO-CTA = ZERO
               MOVE 01 TO TTI-NRO-CTA
           END-IF
           ACCEPT TTI-FECHA FROM DATE YYYYMMDD
           MOVE SPACES TO TTI-TIPO-DOC
           MOVE SPACES TO TTI-NRO-DOC
           CALL "RTITULAR" USING TTI-PEDIDO
           PERFORM 5245-Linea-cotitular
               VARYING WSV-IDX-COT FROM 1 BY 1
               UNTIL WSV-IDX-COT > TTI-CANT-COTITULARES
           .
       5245-Linea-cotitular.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Y " DELIMITED BY SIZE
                  TTI-COT-NOMBRE(WSV-IDX-COT) DELIMITED BY SIZE
                  " (COTITULAR)" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-carta
           .
      *Bloque postal del destinatario desde DOMICILIOS.TXT; el
      *cliente sin domicilio sale marcado en la carta y a la lista
      *de excepciones del despacho.
       7070-Leer-dunning.
           READ ARCH-DUNNING
           .
       7080-Leer-agencia.
           READ ARCH-AGENCIA
           .
       7090-Leer-promesa.
           READ ARCH-PROMESAS
           .
       7060-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
           DISPLAY "Importe avisado: " CTRL-MONTO-AVISADO
           DISPLAY "Clientes sin domicilio: "
                   CTRL-CANT-SIN-DOMICILIO
           DISPLAY "Clientes en agencia (sin carta): "
                   CTRL-CANT-EN-AGENCIA
           DISPLAY "Clientes con promesa (sin carta): "
                   CTRL-CANT-CON-PROMESA
           DISPLAY "Primer aviso:   " CTRL-CARTAS-POR-ETAPA(1)
           DISPLAY "Recordatorios:  " CTRL-CARTAS-POR-ETAPA(2)
           DISPLAY "Intimaciones:   " CTRL-CARTAS-POR-ETAPA(3)
