      *    contra la fecha de corte y clasifica a cada cliente en las
      *    bandas 0-29 / 30-59 / 60-89 / 90 o mas dias, el aging
      *    clasico que pide cobranzas.
      *    El resultado por cliente queda ademas en AGING.TXT (dias
      *    de mora, deuda y los servicios del ultimo rechazo), que
      *    toma ProgSuspende para las ordenes de corte.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgAging.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-DUNNING ASSIGN TO "DUNNING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUNNING.
      *Resultado del aging por cliente, para ProgSuspende.
           SELECT SALIDA-AGING ASSIGN TO "AGING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-AGING.
      *Promesas de pago (PGENPRMS): mientras la promesa esta vigente
      *la etapa de dunning del cliente no avanza.
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
                   02 DUN-ETAPA                PIC 9(01).
                   02 DUN-FECHA-ETAPA          PIC 9(08).
      *
      *Archivo AGING
      *Cliente | Nombre | Fecha de corte | Primer y ultimo rechazo |
      *Dias de mora | Deuda | Moneda | Servicios del ultimo rechazo
           FD SALIDA-AGING.
               01 REGISTRO-AGING.
                   02 AGI-NRO-CLIE             PIC 9(03).
                   02 AGI-NOMBRE-CLIE          PIC X(10).
                   02 AGI-FECHA-CORTE          PIC 9(08).
                   02 AGI-FECHA-VIEJA          PIC 9(08).
                   02 AGI-FECHA-ULTIMA         PIC 9(08).
                   02 AGI-DIAS-MORA            PIC 9(05).
                   02 AGI-DEUDA                PIC 999V99.
                   02 AGI-MONEDA               PIC X(03).
                   02 AGI-CANT-SERV            PIC 9(02).
                   02 AGI-DETALLE-SERV         PIC X(03)
                       OCCURS 20 TIMES.
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
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-DUNNING                   PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-AGING              PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Verificacion de la copia con fecha contra su manifiesto
      *(RMANIFIE).
           COPY TAB-MANIF.

      *Pedido a la rutina DIFFECHA (dias entre dos fechas).
           COPY TAB-DIFDIA.

                   03 WST-CLI-FECHA-ULTIMA  PIC 9(08).
                   03 WST-CLI-DEUDA         PIC 999V99.
                   03 WST-CLI-MONEDA        PIC X(03).
                   03 WST-CLI-CANT-SERV     PIC 9(02).
                   03 WST-CLI-COD-SERV      PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CLI                      PIC 9(03).
           01 WSV-IDX-HALLADO                  PIC 9(03).
           01 WSV-IDX-SERV                     PIC 9(02).
           77 WSS-CLI-ENCONTRADO               PIC X(01) VALUE "N".
               88 CLI-SI-ENCONTRADO            VALUE "S".
               88 CLI-NO-ENCONTRADO            VALUE "N".
           01 WSV-ETAPA-OBJETIVO               PIC 9(01).
           01 WSV-ETAPA-ANTERIOR               PIC 9(01).

      *Clientes con promesa de pago vigente.
           01 WST-CON-PROMESA.
               02 WST-PRO-NRO-CLIE          PIC 9(03)
                   OCCURS 400 TIMES.
           01 WSV-CANT-CON-PROMESA             PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRO                      PIC 9(03).
           77 WSS-CON-PROMESA                  PIC X(01) VALUE "N".
               88 CLIENTE-CON-PROMESA          VALUE "S".
               88 CLIENTE-SIN-PROMESA          VALUE "N".

      *Transiciones de etapa de esta corrida, para el informe que
      *revisa cobranzas.
           01 WST-TRANSICIONES.
               02 CTRL-CANT-REGISTROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ESCALADOS          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-RESETEADOS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CON-PROMESA       PIC 9(03) VALUE ZERO.

           01 WSV-NOMBRE-ARCHIVO               PIC X(40).

               MOVE WSV-FECHA-ARCHIVO TO WSV-FECHA-CORTE
           END-IF
           PERFORM 1200-Cargar-dunning
           PERFORM 1300-Cargar-promesas
           .
       1200-Cargar-dunning.
           MOVE ZERO TO WSV-CANT-DUNNING
           MOVE "N" TO WST-DUN-VISTO(WSV-CANT-DUNNING)
           PERFORM 7020-Leer-dunning
           .
      *Sin PROMESAS.TXT no hay promesas de pago vigentes.
       1300-Cargar-promesas.
           MOVE ZERO TO WSV-CANT-CON-PROMESA
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS = "00"
               PERFORM 7030-Leer-promesa
               PERFORM 1310-Pasar-promesa
                   UNTIL (FS-PROMESAS = "10")
                   OR (WSV-CANT-CON-PROMESA >= 400)
               CLOSE ARCH-PROMESAS
           END-IF
           .
       1310-Pasar-promesa.
           IF PRO-VIGENTE
               ADD 1 TO WSV-CANT-CON-PROMESA
               MOVE PRO-NRO-CLIE
                   TO WST-PRO-NRO-CLIE(WSV-CANT-CON-PROMESA)
           END-IF
           PERFORM 7030-Leer-promesa
           .
      *.......................... Proceso ..............................
      *El operador ingresa las fechas de los archivos RECHAZOS
      *archivados a revisar; 0 termina la carga.
                  WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ARCHIVO
           MOVE WSV-NOMBRE-ARCHIVO TO MFP-ARCHIVO
           PERFORM 5250-Verificar-manifiesto
           OPEN INPUT ENTRADA-RECHAZOS
           IF FS-ENTRADA-RECHAZOS NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-ARCHIVO
           END-IF
           PERFORM 5100-Pedir-fecha-archivo
           .
      *Una copia con fecha que ya no coincide con lo anotado en el
      *manifiesto al archivarla no se usa. Las copias anteriores al
      *manifiesto se usan con aviso.
       5250-Verificar-manifiesto.
           SET MFP-VERIFICAR TO TRUE
           CALL "RMANIFIE" USING MFP-PEDIDO
           IF MFP-ALTERADO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Copia alterada: " DELIMITED BY SIZE
                      MFP-ARCHIVO DELIMITED BY SPACE
                      INTO WSV-ANULADO-DESCRIP
               MOVE "MANIF" TO WSV-ANULADO-CODIGO
               MOVE "MANIFIESTO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF MFP-SIN-MANIFIESTO
               DISPLAY "**** " MFP-ARCHIVO
               DISPLAY "     no figura en el manifiesto, se usa sin "
                       "verificar"
           END-IF
           .
      *Acumula el rechazo en su cliente: conserva la fecha mas vieja
      *y pisa la deuda con la del archivo mas reciente visto.
       5300-Acumular-rechazo.
                       TO WST-CLI-DEUDA(WSV-CANT-CLIENTES)
                   MOVE MONEDA-RECH
                       TO WST-CLI-MONEDA(WSV-CANT-CLIENTES)
                   MOVE WSV-CANT-CLIENTES TO WSV-IDX-HALLADO
                   PERFORM 5310-Pasar-servicios
               ELSE
                   DISPLAY "**** WST-CLIENTES llena (200 items)"
               END-IF
                       TO WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                   MOVE DEUDA-CLIE-RECH
                       TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   PERFORM 5310-Pasar-servicios
               END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
      *Los servicios rechazados del archivo mas reciente visto.
       5310-Pasar-servicios.
           MOVE CANT-SERV-RECH TO WST-CLI-CANT-SERV(WSV-IDX-HALLADO)
           PERFORM 5320-Pasar-servicio
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > 20
           .
       5320-Pasar-servicio.
           MOVE DETALLE-SERV-RECH(WSV-IDX-SERV)
               TO WST-CLI-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
           .
       5400-Buscar-cliente.
           SET CLI-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-HALLADO
           DISPLAY " "
           DISPLAY "----- Aging de rechazos al " WSV-FECHA-CORTE
                   " ----"
           OPEN OUTPUT SALIDA-AGING
               IF FS-SALIDA-AGING NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-AGING TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-AGING" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 5510-Clasificar-cliente
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           CLOSE SALIDA-AGING
           DISPLAY " "
           DISPLAY "----- Totales por banda ----"
           DISPLAY "  0-29 dias - Clientes: " WSV-BANDA-0-29-CANT
                   END-IF
               END-IF
           END-IF
           PERFORM 5520-Grabar-aging
           PERFORM 5600-Actualizar-dunning
           .
       5520-Grabar-aging.
           MOVE WST-CLI-NRO(WSV-IDX-CLI) TO AGI-NRO-CLIE
           MOVE WST-CLI-NOMBRE(WSV-IDX-CLI) TO AGI-NOMBRE-CLIE
           MOVE WSV-FECHA-CORTE TO AGI-FECHA-CORTE
           MOVE WST-CLI-FECHA-VIEJA(WSV-IDX-CLI) TO AGI-FECHA-VIEJA
           MOVE WST-CLI-FECHA-ULTIMA(WSV-IDX-CLI) TO AGI-FECHA-ULTIMA
           MOVE WSV-DIAS-MORA TO AGI-DIAS-MORA
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO AGI-DEUDA
           MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO AGI-MONEDA
           MOVE WST-CLI-CANT-SERV(WSV-IDX-CLI) TO AGI-CANT-SERV
           PERFORM 5530-Grabar-servicio
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > 20
           WRITE REGISTRO-AGING
           .
       5530-Grabar-servicio.
           MOVE WST-CLI-COD-SERV(WSV-IDX-CLI, WSV-IDX-SERV)
               TO AGI-DETALLE-SERV(WSV-IDX-SERV)
           .
      *La etapa de dunning avanza con la banda (30-59 recordatorio,
      *60-89 intimacion, 90+ pre-legal) y nunca retrocede sola: solo
      *el reset por deuda saldada la vuelve a cero. Con una promesa
      *de pago vigente la etapa queda donde esta hasta que
      *ProgPromesas la cierre.
       5600-Actualizar-dunning.
           IF WSV-DIAS-MORA >= 90
               MOVE 3 TO WSV-ETAPA-OBJETIVO
                   DISPLAY "**** WST-DUNNING llena (200 items)"
               END-IF
           END-IF
           PERFORM 5640-Buscar-promesa
           IF WSV-IDX-DUN-HALLADO > ZERO
               MOVE "S" TO WST-DUN-VISTO(WSV-IDX-DUN-HALLADO)
               IF CLIENTE-CON-PROMESA
                   ADD 1 TO CTRL-CANT-CON-PROMESA
               ELSE
               IF WSV-ETAPA-OBJETIVO
                       > WST-DUN-ETAPA(WSV-IDX-DUN-HALLADO)
                   MOVE WST-DUN-ETAPA(WSV-IDX-DUN-HALLADO)
                   ADD 1 TO CTRL-CANT-ESCALADOS
                   PERFORM 5630-Anotar-transicion
               END-IF
               END-IF
           END-IF
           .
       5610-Buscar-dunning.
                      INTO WST-TRANS-LINEA(WSV-CANT-TRANSICIONES)
           END-IF
           .
       5640-Buscar-promesa.
           SET CLIENTE-SIN-PROMESA TO TRUE
           MOVE 1 TO WSV-IDX-PRO
           PERFORM 5645-Comparar-promesa
               UNTIL WSV-IDX-PRO > WSV-CANT-CON-PROMESA
           .
       5645-Comparar-promesa.
           IF WST-PRO-NRO-CLIE(WSV-IDX-PRO) = WST-CLI-NRO(WSV-IDX-CLI)
               SET CLIENTE-CON-PROMESA TO TRUE
               MOVE WSV-CANT-CON-PROMESA TO WSV-IDX-PRO
           END-IF
           ADD 1 TO WSV-IDX-PRO
           .
      *El cliente con etapa abierta que ya no aparece en el aging
      *saldo su deuda: la etapa vuelve a cero.
       5650-Resetear-saldados.
               UNTIL WSV-IDX-TRANS > WSV-CANT-TRANSICIONES
           DISPLAY "Escalados:  " CTRL-CANT-ESCALADOS
           DISPLAY "Reseteados: " CTRL-CANT-RESETEADOS
           DISPLAY "Con promesa (sin escalar): " CTRL-CANT-CON-PROMESA
           .
       5710-Mostrar-transicion.
           DISPLAY WST-TRANS-LINEA(WSV-IDX-TRANS)
       7020-Leer-dunning.
           READ ARCH-DUNNING
           .
       7030-Leer-promesa.
           READ ARCH-PROMESAS
           .
       7050-Grabar-dunning.
           OPEN OUTPUT ARCH-DUNNING
               IF FS-DUNNING NOT = "00"
