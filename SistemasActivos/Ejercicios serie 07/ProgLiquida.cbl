      *    suspenso (lo que no aparecio en ninguna salida) y el neto
      *    a girar, para dejar de liquidarles de palabra.
      *    Los creditos (devoluciones del proveedor) restan del neto.
      *    Los creditos que vienen de un reclamo aceptado (PGENRECL,
      *    emitidos por ProgIntake) se informan aparte como
      *    contracargos al proveedor que presento el debito reclamado.
      *    Con el maestro de proveedores (PROVEEDORES.TXT, PGENPROV)
      *    se descuenta la comision pactada sobre lo cobrado neto y
      *    el saldo sale como orden de pago a la cuenta de giro del
      *    proveedor en ORDENES_PAGO.TXT.
      *    El resultado sale por pantalla y queda en LIQUIDACION.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgLiquida.
           SELECT SALIDA-LIQUIDACION ASSIGN TO "LIQUIDACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LIQUIDACION.
      *Reclamos de clientes (los mantiene PGENRECL).
           SELECT RECLAMOS ASSIGN TO "RECLAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS.
      *Maestro de proveedores (lo mantiene PGENPROV).
           SELECT ARCH-PROVEEDORES ASSIGN TO "PROVEEDORES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROVEEDORES.
      *Ordenes de pago a proveedores, una por proveedor con saldo a
      *girar.
           SELECT SALIDA-ORDENES ASSIGN TO "ORDENES_PAGO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ORDENES.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
      *
      *Planilla de liquidacion por proveedor.
           FD SALIDA-LIQUIDACION.
               01 LINEA-LIQUIDACION            PIC X(100).
      *
      *Archivo RECLAMOS (mismo layout que mantiene PGENRECL)
           FD RECLAMOS.
               01 REGISTRO-RECLAMO.
                   02 RCL-NRO                  PIC 9(05).
                   02 RCL-NRO-CLIE             PIC 9(03).
                   02 RCL-NRO-CTA              PIC 9(02).
                   02 RCL-COD-SERV             PIC X(03).
                   02 RCL-FECHA-CORRIDA        PIC 9(08).
                   02 RCL-MONTO                PIC 999V99.
                   02 RCL-MONEDA               PIC X(03).
                   02 RCL-PROVEEDOR            PIC X(03).
                   02 RCL-ESTADO               PIC X(01).
                       88 RECLAMO-ACEPTADO         VALUE "A".
                   02 RCL-FECHA-ALTA           PIC 9(08).
                   02 RCL-FECHA-RESOL          PIC 9(08).
                   02 RCL-OPERADOR             PIC 9(03).
                   02 RCL-EMITIDO              PIC X(01).
                       88 RECLAMO-EMITIDO          VALUE "S".
                   02 RCL-FECHA-EMISION        PIC 9(08).
                   02 RCL-NOTA                 PIC X(30).
      *
      *Archivo PROVEEDORES (mismo layout que mantiene PGENPROV)
           FD ARCH-PROVEEDORES.
               01 REGISTRO-PROVEEDOR.
                   02 PRV-CODIGO               PIC X(03).
                   02 PRV-RAZON-SOCIAL         PIC X(30).
                   02 PRV-CTA-BANCARIA         PIC 9(11).
                   02 PRV-COMISION             PIC 99V99.
                   02 PRV-ACTIVO               PIC X(01).
                   02 PRV-FORMATO              PIC X(01).
                   02 PRV-SEPARADOR            PIC X(01).
      *
      *Orden de pago: fecha | proveedor | razon social | cuenta de
      *giro | cobrado neto | % comision | comision | importe a girar
           FD SALIDA-ORDENES.
               01 REGISTRO-ORDEN.
                   02 OPG-FECHA                PIC 9(08).
                   02 OPG-PROVEEDOR            PIC X(03).
                   02 OPG-RAZON-SOCIAL         PIC X(30).
                   02 OPG-CTA-BANCARIA         PIC 9(11).
                   02 OPG-COBRADO-NETO         PIC 9(07)V99.
                   02 OPG-COMISION-PORC        PIC 99V99.
                   02 OPG-COMISION             PIC 9(07)V99.
                   02 OPG-IMPORTE              PIC 9(07)V99.
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LIQUIDACION        PIC X(02) VALUE ZEROES.
               02 FS-RECLAMOS                  PIC X(02) VALUE ZEROES.
               02 FS-PROVEEDORES               PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ORDENES            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
               88 DESTINO-RECHAZADO            VALUE "R".
               88 DESTINO-SUSPENSO             VALUE "S".

      *Reclamos aceptados y ya emitidos como credito: cada uno se
      *consume una sola vez contra la linea C que lo trajo.
           01 WST-CONTRACARGOS.
               02 WST-CCG-DET               OCCURS 200 TIMES.
                   03 WST-CCG-NRO-CLIE      PIC 9(03).
                   03 WST-CCG-COD-SERV      PIC X(03).
                   03 WST-CCG-MONTO         PIC 999V99.
                   03 WST-CCG-PROVEEDOR     PIC X(03).
                   03 WST-CCG-FECHA-EMISION PIC 9(08).
                   03 WST-CCG-USADO         PIC X(01).
           01 WSV-CANT-CONTRACARGOS            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CCG                      PIC 9(04).
      *Fechas extremas de los servicios que se liquidan.
           01 WSV-FECHA-SERV-DESDE             PIC 9(08).
           01 WSV-FECHA-SERV-HASTA             PIC 9(08).
           77 WSS-ES-CONTRACARGO               PIC X(01) VALUE "N".
               88 ES-CONTRACARGO               VALUE "S".
               88 NO-ES-CONTRACARGO            VALUE "N".

      *Totales por proveedor de la liquidacion.
           01 WST-PROVEEDORES.
               02 WST-PRV-DET               OCCURS 20 TIMES.
                   03 WST-PRV-SUS-CANT      PIC 9(05).
                   03 WST-PRV-SUS-MONTO     PIC 9(07)V99.
                   03 WST-PRV-CRED-MONTO    PIC 9(07)V99.
                   03 WST-PRV-CCG-CANT      PIC 9(05).
                   03 WST-PRV-CCG-MONTO     PIC 9(07)V99.
           01 WSV-CANT-PROVEEDORES             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PRV                      PIC 9(02).
           01 WSV-IDX-PRV-HALLADO              PIC 9(02).
           01 WSV-PROV-EN-CURSO                PIC X(03).
           01 WSV-NETO-PROVEEDOR               PIC S9(07)V99.
           01 WSV-COMISION-PROVEEDOR           PIC 9(07)V99.
           01 WSV-GIRO-PROVEEDOR               PIC S9(07)V99.

      *Maestro de proveedores en memoria: comision y cuenta de giro.
           01 WST-MAESTRO-PROV.
               02 WST-MPR-DET               OCCURS 200 TIMES.
                   03 WST-MPR-CODIGO        PIC X(03).
                   03 WST-MPR-RAZON-SOCIAL  PIC X(30).
                   03 WST-MPR-CTA-BANCARIA  PIC 9(11).
                   03 WST-MPR-COMISION      PIC 99V99.
                   03 WST-MPR-ACTIVO        PIC X(01).
           01 WSV-CANT-MAESTRO-PROV            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-MPR                      PIC 9(03).
           01 WSV-IDX-MPR-HALLADO              PIC 9(03).
           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-SERV-LEIDOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ORDENES            PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-ORDENES           PIC 9(09)V99 VALUE ZERO.
               02 CTRL-MONTO-COMISIONES        PIC 9(09)V99 VALUE ZERO.
               02 CTRL-SIN-MAESTRO             PIC 9(03) VALUE ZERO.

      *Nombres de archivo pedidos por consola.
           01 WSV-NOMBRE-SERV                  PIC X(40)
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5030-Cargar-maestro-prov
           PERFORM 5050-Cargar-contracargos
           PERFORM 5100-Cargar-cobrados
           PERFORM 5200-Cargar-rechazados
           PERFORM 5300-Clasificar-servicios
           .
      *Sin PROVEEDORES.TXT la liquidacion sale igual, pero sin
      *comisiones ni ordenes de pago.
       5030-Cargar-maestro-prov.
           MOVE ZERO TO WSV-CANT-MAESTRO-PROV
           OPEN INPUT ARCH-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "**** No hay PROVEEDORES.TXT, sin comisiones "
                       "ni ordenes de pago"
           ELSE
               PERFORM 7050-Leer-maestro-prov
               PERFORM 5040-Pasar-maestro-prov
                   UNTIL (FS-PROVEEDORES = "10")
                   OR (WSV-CANT-MAESTRO-PROV >= 200)
               CLOSE ARCH-PROVEEDORES
           END-IF
           .
       5040-Pasar-maestro-prov.
           ADD 1 TO WSV-CANT-MAESTRO-PROV
           MOVE REGISTRO-PROVEEDOR
               TO WST-MPR-DET(WSV-CANT-MAESTRO-PROV)
           PERFORM 7050-Leer-maestro-prov
           .
      *Los reclamos aceptados y emitidos son los contracargos
      *posibles de esta corrida; sin RECLAMOS.TXT no hay ninguno.
      *Solo cuentan los emitidos entre la primera y la ultima fecha
      *de los servicios que se liquidan (la linea C del credito lleva
      *la fecha de emision), asi los reclamos de liquidaciones
      *anteriores no ocupan lugar en la tabla.
       5050-Cargar-contracargos.
           PERFORM 5045-Rango-servicios
           OPEN INPUT RECLAMOS
           IF FS-RECLAMOS NOT = "00"
               DISPLAY "**** No hay RECLAMOS.TXT, sin contracargos"
           ELSE
               PERFORM 7040-Leer-reclamo
               PERFORM 5060-Pasar-contracargo
                   UNTIL FS-RECLAMOS = "10"
               CLOSE RECLAMOS
           END-IF
           .
      *Primera y ultima fecha de SERVICIOS; el archivo se vuelve a
      *abrir para la clasificacion.
       5045-Rango-servicios.
           MOVE 99999999 TO WSV-FECHA-SERV-DESDE
           MOVE ZERO TO WSV-FECHA-SERV-HASTA
           PERFORM 7030-Leer-servicio
           PERFORM 5046-Pasar-fecha-servicio
               UNTIL FS-ENTRADA-SERVICIOS = "10"
           CLOSE ENTRADA-SERVICIOS
           OPEN INPUT ENTRADA-SERVICIOS
           IF FS-ENTRADA-SERVICIOS NOT = "00"
               MOVE "Error al reabrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "ENTRADA-SERVICI" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       5046-Pasar-fecha-servicio.
           IF FECHA-SERV < WSV-FECHA-SERV-DESDE
               MOVE FECHA-SERV TO WSV-FECHA-SERV-DESDE
           END-IF
           IF FECHA-SERV > WSV-FECHA-SERV-HASTA
               MOVE FECHA-SERV TO WSV-FECHA-SERV-HASTA
           END-IF
           PERFORM 7030-Leer-servicio
           .
      *Un contracargo que no entra en la tabla no se puede descartar
      *en silencio: se le liquidaria al proveedor como devolucion.
       5060-Pasar-contracargo.
           IF RECLAMO-ACEPTADO AND RECLAMO-EMITIDO
                   AND (RCL-FECHA-EMISION >= WSV-FECHA-SERV-DESDE)
                   AND (RCL-FECHA-EMISION <= WSV-FECHA-SERV-HASTA)
               IF WSV-CANT-CONTRACARGOS >= 200
                   CLOSE RECLAMOS
                   MOVE "Mas contracargos que lugares en la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "RECLAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CONTRACARGOS
               MOVE RCL-NRO-CLIE
                   TO WST-CCG-NRO-CLIE(WSV-CANT-CONTRACARGOS)
               MOVE RCL-COD-SERV
                   TO WST-CCG-COD-SERV(WSV-CANT-CONTRACARGOS)
               MOVE RCL-MONTO TO WST-CCG-MONTO(WSV-CANT-CONTRACARGOS)
               MOVE RCL-PROVEEDOR
                   TO WST-CCG-PROVEEDOR(WSV-CANT-CONTRACARGOS)
               MOVE RCL-FECHA-EMISION
                   TO WST-CCG-FECHA-EMISION(WSV-CANT-CONTRACARGOS)
               MOVE "N" TO WST-CCG-USADO(WSV-CANT-CONTRACARGOS)
           END-IF
           PERFORM 7040-Leer-reclamo
           .
       5100-Cargar-cobrados.
           PERFORM 7010-Leer-cuen-act
           PERFORM 5110-Pasar-cobrado
           ADD 1 TO WST-PRV-PRES-CANT(WSV-IDX-PRV-HALLADO)
           ADD MONTO TO WST-PRV-PRES-MONTO(WSV-IDX-PRV-HALLADO)
           IF MOVIM-CREDITO
               PERFORM 5700-Buscar-contracargo
               IF ES-CONTRACARGO
                   ADD 1 TO WST-PRV-CCG-CANT(WSV-IDX-PRV-HALLADO)
                   ADD MONTO TO WST-PRV-CCG-MONTO(WSV-IDX-PRV-HALLADO)
               ELSE
                   ADD MONTO
                       TO WST-PRV-CRED-MONTO(WSV-IDX-PRV-HALLADO)
               END-IF
           END-IF
           IF DESTINO-COBRADO
               ADD 1 TO WST-PRV-COB-CANT(WSV-IDX-PRV-HALLADO)
           END-IF
           ADD 1 TO WSV-IDX-SERV
           .
      *Una linea C es contracargo si coincide con un reclamo emitido
      *en la fecha de la linea (mismo cliente, servicio, monto y
      *proveedor) que todavia no se uso.
       5700-Buscar-contracargo.
           SET NO-ES-CONTRACARGO TO TRUE
           MOVE 1 TO WSV-IDX-CCG
           PERFORM 5710-Comparar-contracargo
               UNTIL WSV-IDX-CCG > WSV-CANT-CONTRACARGOS
           .
       5710-Comparar-contracargo.
           IF (WST-CCG-USADO(WSV-IDX-CCG) = "N")
                   AND (WST-CCG-NRO-CLIE(WSV-IDX-CCG) = NRO-CLIE-SERV)
                   AND (WST-CCG-COD-SERV(WSV-IDX-CCG) = COD-SERV)
                   AND (WST-CCG-MONTO(WSV-IDX-CCG) = MONTO)
                   AND (WST-CCG-PROVEEDOR(WSV-IDX-CCG)
                        = WSV-PROV-EN-CURSO)
                   AND (WST-CCG-FECHA-EMISION(WSV-IDX-CCG)
                        = FECHA-SERV)
               SET ES-CONTRACARGO TO TRUE
               MOVE "S" TO WST-CCG-USADO(WSV-IDX-CCG)
               MOVE WSV-CANT-CONTRACARGOS TO WSV-IDX-CCG
           END-IF
           ADD 1 TO WSV-IDX-CCG
           .
      *Planilla final: una seccion por proveedor, por pantalla y en
      *LIQUIDACION.TXT, y la orden de pago de cada uno.
       5800-Informe-liquidacion.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           OPEN OUTPUT SALIDA-ORDENES
           IF FS-SALIDA-ORDENES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-ORDENES TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT SALIDA-LIQUIDACION
           MOVE "LIQUIDACION A PROVEEDORES DE LA CORRIDA"
               TO LINEA-LIQUIDACION
               VARYING WSV-IDX-PRV FROM 1 BY 1
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           CLOSE SALIDA-LIQUIDACION
           CLOSE SALIDA-ORDENES
           .
       5810-Seccion-proveedor.
      *    Neto a girar: lo cobrado menos las devoluciones que el
      *    propio proveedor acredito y los contracargos por reclamos
      *    aceptados.
           COMPUTE WSV-NETO-PROVEEDOR =
                   WST-PRV-COB-MONTO(WSV-IDX-PRV)
                   - WST-PRV-CRED-MONTO(WSV-IDX-PRV)
                   - WST-PRV-CCG-MONTO(WSV-IDX-PRV)
           PERFORM 5820-Calcular-comision
           DISPLAY "Proveedor " WST-PRV-ID(WSV-IDX-PRV)
           DISPLAY "  Presentado: " WST-PRV-PRES-CANT(WSV-IDX-PRV)
                   "  Monto: " WST-PRV-PRES-MONTO(WSV-IDX-PRV)
                   "  Monto: " WST-PRV-REC-MONTO(WSV-IDX-PRV)
           DISPLAY "  Suspenso:   " WST-PRV-SUS-CANT(WSV-IDX-PRV)
                   "  Monto: " WST-PRV-SUS-MONTO(WSV-IDX-PRV)
           DISPLAY "  Contracargo:" WST-PRV-CCG-CANT(WSV-IDX-PRV)
                   "  Monto: " WST-PRV-CCG-MONTO(WSV-IDX-PRV)
           DISPLAY "  Cobrado neto: " WSV-NETO-PROVEEDOR
           DISPLAY "  Comision:     " WSV-COMISION-PROVEEDOR
           DISPLAY "  Neto a girar: " WSV-GIRO-PROVEEDOR
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PROVEEDOR " DELIMITED BY SIZE
                  WST-PRV-ID(WSV-IDX-PRV) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-LIQUIDACION
           WRITE LINEA-LIQUIDACION
           IF WST-PRV-CCG-CANT(WSV-IDX-PRV) > ZERO
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "PROVEEDOR " DELIMITED BY SIZE
                      WST-PRV-ID(WSV-IDX-PRV) DELIMITED BY SIZE
                      " CONTRACARGOS RECLAMOS " DELIMITED BY SIZE
                      WST-PRV-CCG-CANT(WSV-IDX-PRV) DELIMITED BY SIZE
                      " MONTO " DELIMITED BY SIZE
                      WST-PRV-CCG-MONTO(WSV-IDX-PRV) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               MOVE WSV-LINEA-ARMADA TO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PROVEEDOR " DELIMITED BY SIZE
                  WST-PRV-ID(WSV-IDX-PRV) DELIMITED BY SIZE
                  " COMISION " DELIMITED BY SIZE
                  WSV-COMISION-PROVEEDOR DELIMITED BY SIZE
                  " A GIRAR " DELIMITED BY SIZE
                  WSV-GIRO-PROVEEDOR DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-LIQUIDACION
           WRITE LINEA-LIQUIDACION
           PERFORM 5830-Emitir-orden
           .
      *La comision se cobra sobre lo cobrado neto de devoluciones y
      *contracargos; si el neto no es positivo no hay comision.
      *Un proveedor fuera del maestro queda sin comision.
       5820-Calcular-comision.
           MOVE ZERO TO WSV-COMISION-PROVEEDOR
           MOVE ZERO TO WSV-IDX-MPR-HALLADO
           MOVE 1 TO WSV-IDX-MPR
           PERFORM 5840-Comparar-maestro-prov
               UNTIL WSV-IDX-MPR > WSV-CANT-MAESTRO-PROV
           IF (WSV-IDX-MPR-HALLADO > ZERO)
                   AND (WSV-NETO-PROVEEDOR > ZERO)
               COMPUTE WSV-COMISION-PROVEEDOR ROUNDED =
                       WSV-NETO-PROVEEDOR
                       * WST-MPR-COMISION(WSV-IDX-MPR-HALLADO) / 100
           END-IF
           COMPUTE WSV-GIRO-PROVEEDOR =
                   WSV-NETO-PROVEEDOR - WSV-COMISION-PROVEEDOR
           ADD WSV-COMISION-PROVEEDOR TO CTRL-MONTO-COMISIONES
           .
      *Orden de pago a la cuenta de giro del maestro. Un proveedor
      *inactivo igual cobra lo que ya se le recaudo; sin maestro no
      *hay cuenta donde girar y sin saldo positivo no hay giro.
       5830-Emitir-orden.
           IF WSV-IDX-MPR-HALLADO = ZERO
               ADD 1 TO CTRL-SIN-MAESTRO
               DISPLAY "  **** Sin alta en PROVEEDORES.TXT, no se "
                       "emite orden de pago"
           ELSE
               IF WSV-GIRO-PROVEEDOR > ZERO
                   MOVE WSV-FECHA-CORRIDA TO OPG-FECHA
                   MOVE WST-PRV-ID(WSV-IDX-PRV) TO OPG-PROVEEDOR
                   MOVE WST-MPR-RAZON-SOCIAL(WSV-IDX-MPR-HALLADO)
                       TO OPG-RAZON-SOCIAL
                   MOVE WST-MPR-CTA-BANCARIA(WSV-IDX-MPR-HALLADO)
                       TO OPG-CTA-BANCARIA
                   MOVE WSV-NETO-PROVEEDOR TO OPG-COBRADO-NETO
                   MOVE WST-MPR-COMISION(WSV-IDX-MPR-HALLADO)
                       TO OPG-COMISION-PORC
                   MOVE WSV-COMISION-PROVEEDOR TO OPG-COMISION
                   MOVE WSV-GIRO-PROVEEDOR TO OPG-IMPORTE
                   WRITE REGISTRO-ORDEN
                   ADD 1 TO CTRL-CANT-ORDENES
                   ADD WSV-GIRO-PROVEEDOR TO CTRL-MONTO-ORDENES
                   DISPLAY "  Orden de pago a "
                           WST-MPR-RAZON-SOCIAL(WSV-IDX-MPR-HALLADO)
                           " cta "
                           WST-MPR-CTA-BANCARIA(WSV-IDX-MPR-HALLADO)
               ELSE
                   DISPLAY "  Sin saldo a girar, no se emite orden "
                           "de pago"
               END-IF
           END-IF
           .
       5840-Comparar-maestro-prov.
           IF WST-MPR-CODIGO(WSV-IDX-MPR) = WST-PRV-ID(WSV-IDX-PRV)
               MOVE WSV-IDX-MPR TO WSV-IDX-MPR-HALLADO
               MOVE WSV-CANT-MAESTRO-PROV TO WSV-IDX-MPR
           END-IF
           ADD 1 TO WSV-IDX-MPR
           .
      *************************** Archivo ******************************
       7000-Abrir-archivos.
               READ ENTRADA-SERVICIOS
           END-IF
           .
       7040-Leer-reclamo.
           READ RECLAMOS
           .
       7050-Leer-maestro-prov.
           READ ARCH-PROVEEDORES
           .
       7000-Cerrar-archivos.
           CLOSE ENTRADA-SERVICIOS
           CLOSE ENTRADA-CUEN-ACT
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Servicios leidos:   " CTRL-CANT-SERV-LEIDOS
           DISPLAY "Proveedores:        " WSV-CANT-PROVEEDORES
           DISPLAY "Comisiones:         " CTRL-MONTO-COMISIONES
           DISPLAY "Ordenes de pago:    " CTRL-CANT-ORDENES
                   "  Monto: " CTRL-MONTO-ORDENES
           DISPLAY "Sin maestro:        " CTRL-SIN-MAESTRO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
