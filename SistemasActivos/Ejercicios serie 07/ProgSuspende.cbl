      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de ordenes de corte y reconexion a proveedores
      *    Toma el resultado de ProgAging (AGING.TXT) y la lista de
      *    CLIENTES_BLOQUEADOS.TXT y emite una orden de corte por
      *    cada servicio de los clientes con deuda de 60 dias o mas
      *    (o bloqueados con deuda), para que el proveedor deje de
      *    prestar un servicio que no se va a cobrar. El proveedor
      *    de cada servicio sale del SERVICIOS de la corrida (con el
      *    proveedor estampado por ProgIntake).
      *    Cuando PAGOS_APLICADOS.TXT (ProgPagos) muestra la deuda
      *    del cliente cancelada, emite la orden de reconexion.
      *    Las ordenes quedan en SUSPENSIONES.TXT (S abierta / R
      *    reconectada) para no mandar dos veces la misma orden y
      *    para informar cuantos clientes tiene cortados cada
      *    proveedor. Las ordenes del dia salen en un archivo por
      *    proveedor, SUSPENSION_ppp.AAAAMMDD.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgSuspende.
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
      *Resultado del aging por cliente (lo escribe ProgAging).
           SELECT ENTRADA-AGING ASSIGN TO "AGING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-AGING.
      *Clientes bloqueados (los mantiene PGENBLOQ).
           SELECT BLOQUEADOS ASSIGN TO "CLIENTES_BLOQUEADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BLOQUEADOS.
      *Resultado de los pagos de mostrador (lo escribe ProgPagos).
           SELECT ENTRADA-APLICADOS ASSIGN TO "PAGOS_APLICADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-APLICADOS.

           SELECT ENTRADA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SERV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-SERVICIOS.
      *Ordenes de corte emitidas, abiertas y reconectadas.
           SELECT ARCH-SUSPENSIONES ASSIGN TO "SUSPENSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENSIONES.
      *Ordenes del dia para el proveedor en curso.
           SELECT SALIDA-ORDENES ASSIGN DYNAMIC WSV-NOMBRE-ORDENES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ORDENES.
      *Archivo generico usado para respaldar SUSPENSIONES antes de
      *que se regrabe con un OPEN OUTPUT.
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
      *Archivo AGING (mismo layout que escribe ProgAging)
           FD ENTRADA-AGING.
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
      *Archivo CLIENTES_BLOQUEADOS (mismo layout que mantiene
      *PGENBLOQ)
           FD BLOQUEADOS.
               01 REGISTRO-BLOQUEADO.
                   02 BLOQ-NRO-CLIE            PIC 9(03).
                   02 BLOQ-MOTIVO              PIC X(30).
                   02 BLOQ-FECHA               PIC 9(08).
                   02 BLOQ-ORIGEN              PIC X(01).
      *
      *Archivo PAGOS_APLICADOS (mismo layout que escribe ProgPagos)
           FD ENTRADA-APLICADOS.
               01 REGISTRO-APLICADO.
                   02 APL-NRO-CLIE             PIC 9(03).
                   02 APL-MONTO                PIC 9(05)V99.
                   02 APL-FECHA                PIC 9(08).
                   02 APL-CANAL                PIC X(03).
                   02 APL-RESULTADO            PIC X(01).
                       88 APL-DEUDA-CANCELADA      VALUE "A".
                   02 APL-DEUDA-RESTANTE       PIC 999V99.
      *
      *Archivo SERVICIOS (layout de entrada de ProgApareo, con el
      *proveedor estampado por ProgIntake)
           FD ENTRADA-SERVICIOS.
               01 REGISTRO-ENTRADA-SERVICIOS.
                   02 NRO-CLIE-SERV            PIC 9(03).
                   02 COD-SERV                 PIC X(03).
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
                   02 PROVEEDOR-SERV           PIC X(03).
                   02 NRO-CTA-SERV             PIC 9(02).
      *
      *Archivo SUSPENSIONES
      *Cliente | Nombre | Servicio | Proveedor | Deuda | Moneda |
      *Dias de mora | Fecha de la orden | Estado | Fecha reconexion
           FD ARCH-SUSPENSIONES.
               01 REGISTRO-SUSPENSION.
                   02 SUS-NRO-CLIE             PIC 9(03).
                   02 SUS-NOMBRE-CLIE          PIC X(10).
                   02 SUS-COD-SERV             PIC X(03).
                   02 SUS-PROVEEDOR            PIC X(03).
                   02 SUS-DEUDA                PIC 999V99.
                   02 SUS-MONEDA               PIC X(03).
                   02 SUS-DIAS-MORA            PIC 9(05).
                   02 SUS-FECHA-ORDEN          PIC 9(08).
                   02 SUS-ESTADO               PIC X(01).
                   02 SUS-FECHA-RECONEX        PIC 9(08).
      *
      *Orden al proveedor: tipo (S corte / R reconexion) | fecha |
      *proveedor | cliente | nombre | servicio | deuda | moneda |
      *dias de mora
           FD SALIDA-ORDENES.
               01 REGISTRO-ORDEN.
                   02 ORD-TIPO                 PIC X(01).
                   02 ORD-FECHA                PIC 9(08).
                   02 ORD-PROVEEDOR            PIC X(03).
                   02 ORD-NRO-CLIE             PIC 9(03).
                   02 ORD-NOMBRE-CLIE          PIC X(10).
                   02 ORD-COD-SERV             PIC X(03).
                   02 ORD-DEUDA                PIC 999V99.
                   02 ORD-MONEDA               PIC X(03).
                   02 ORD-DIAS-MORA            PIC 9(05).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-AGING             PIC X(02) VALUE ZEROES.
               02 FS-BLOQUEADOS                PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-APLICADOS         PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-SERVICIOS         PIC X(02) VALUE ZEROES.
               02 FS-SUSPENSIONES              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ORDENES            PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Ordenes de corte en memoria: lo cargado de SUSPENSIONES.TXT
      *mas lo emitido en esta corrida. La marca de visto indica que
      *el cliente sigue en el aging; una reconectada que ya no esta
      *en el aging no hace falta conservarla.
           01 WST-SUSPENSIONES.
               02 WST-SUS-DET               OCCURS 999 TIMES.
                   03 WST-SUS-NRO-CLIE      PIC 9(03).
                   03 WST-SUS-NOMBRE-CLIE   PIC X(10).
                   03 WST-SUS-COD-SERV      PIC X(03).
                   03 WST-SUS-PROVEEDOR     PIC X(03).
                   03 WST-SUS-DEUDA         PIC 999V99.
                   03 WST-SUS-MONEDA        PIC X(03).
                   03 WST-SUS-DIAS-MORA     PIC 9(05).
                   03 WST-SUS-FECHA-ORDEN   PIC 9(08).
                   03 WST-SUS-ESTADO        PIC X(01).
                       88 WST-SUS-ABIERTA       VALUE "S".
                       88 WST-SUS-RECONECTADA   VALUE "R".
                   03 WST-SUS-FECHA-RECONEX PIC 9(08).
                   03 WST-SUS-VISTO         PIC X(01).
      *Orden emitida hoy (S corte / R reconexion / blanco).
                   03 WST-SUS-EMITIDA       PIC X(01).
           01 WSV-CANT-SUSPENSIONES            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SUS                      PIC 9(04).
           01 WSV-IDX-SUS-HALLADO              PIC 9(03).
           01 WSV-IDX-SUS-AUX                  PIC 9(04).
           77 WSS-CLIENTE-REPETIDO             PIC X(01) VALUE "N".
               88 CLIENTE-REPETIDO             VALUE "S".
               88 CLIENTE-NUEVO                VALUE "N".

      *Clientes bloqueados.
           01 WST-BLOQUEADOS.
               02 WST-BLQ-NRO-CLIE          PIC 9(03)
                   OCCURS 200 TIMES.
           01 WSV-CANT-BLOQUEADOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-BLQ                      PIC 9(03).
           77 WSS-BLOQUEADO                    PIC X(01) VALUE "N".
               88 CLIENTE-BLOQUEADO            VALUE "S".
               88 CLIENTE-NO-BLOQUEADO         VALUE "N".

      *Clientes que cancelaron la deuda en ProgPagos.
           01 WST-CANCELADOS.
               02 WST-CAN-DET               OCCURS 400 TIMES.
                   03 WST-CAN-NRO-CLIE      PIC 9(03).
                   03 WST-CAN-FECHA         PIC 9(08).
           01 WSV-CANT-CANCELADOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CAN                      PIC 9(03).
           01 WSV-IDX-CAN-HALLADO              PIC 9(03).

      *Proveedor de cada cliente + servicio segun SERVICIOS.
           01 WST-PRESTACIONES.
               02 WST-PRE-DET               OCCURS 2000 TIMES.
                   03 WST-PRE-NRO-CLIE      PIC 9(03).
                   03 WST-PRE-COD-SERV      PIC X(03).
                   03 WST-PRE-PROVEEDOR     PIC X(03).
           01 WSV-CANT-PRESTACIONES            PIC 9(04) VALUE ZERO.
           01 WSV-IDX-PRE                      PIC 9(04).
           01 WSV-PROV-HALLADO                 PIC X(03).

      *Proveedores con ordenes, para el archivo del dia y el informe.
           01 WST-PROVEEDORES.
               02 WST-PRV-DET               OCCURS 50 TIMES.
                   03 WST-PRV-ID            PIC X(03).
                   03 WST-PRV-CORTES        PIC 9(03).
                   03 WST-PRV-RECONEXIONES  PIC 9(03).
                   03 WST-PRV-CLIENTES      PIC 9(03).
           01 WSV-CANT-PROVEEDORES             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PRV                      PIC 9(02).
           01 WSV-IDX-PRV-HALLADO              PIC 9(02).
           01 WSV-PROV-EN-CURSO                PIC X(03).

           01 WSV-IDX-SERV                     PIC 9(02).
           01 WSV-DIAS-CORTE                   PIC 9(03) VALUE 60.
           01 WSV-FECHA-HOY                    PIC 9(08).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-AGING              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOROSOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CORTES             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-YA-CORTADOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECONEXIONES       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-PROVEEDOR      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ABIERTAS           PIC 9(05) VALUE ZERO.

      *Nombres de archivo.
           01 WSV-NOMBRE-SERV                  PIC X(40)
                                                VALUE "SERVICIOS.TXT".
           01 WSV-NOMBRE-ORDENES               PIC X(40).
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
           DISPLAY "Archivo de servicios con proveedor "
                   "(SERVICIOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SERV
           PERFORM 1100-Cargar-suspensiones
           PERFORM 1200-Cargar-bloqueados
           PERFORM 1300-Cargar-cancelados
           PERFORM 1400-Cargar-prestaciones
           PERFORM 1500-Respaldar-suspensiones
           OPEN INPUT ENTRADA-AGING
               IF FS-ENTRADA-AGING NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ENTRADA-AGING TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-AGING" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           .
       1100-Cargar-suspensiones.
           MOVE ZERO TO WSV-CANT-SUSPENSIONES
           OPEN INPUT ARCH-SUSPENSIONES
           IF FS-SUSPENSIONES NOT = "00"
               DISPLAY "**** No hay SUSPENSIONES.TXT previo, no hay "
                       "ordenes abiertas"
           ELSE
               PERFORM 7010-Leer-suspension
               PERFORM 1110-Pasar-suspension
                   UNTIL (FS-SUSPENSIONES = "10")
                   OR (WSV-CANT-SUSPENSIONES >= 999)
               CLOSE ARCH-SUSPENSIONES
           END-IF
           .
       1110-Pasar-suspension.
           ADD 1 TO WSV-CANT-SUSPENSIONES
           MOVE SUS-NRO-CLIE
               TO WST-SUS-NRO-CLIE(WSV-CANT-SUSPENSIONES)
           MOVE SUS-NOMBRE-CLIE
               TO WST-SUS-NOMBRE-CLIE(WSV-CANT-SUSPENSIONES)
           MOVE SUS-COD-SERV
               TO WST-SUS-COD-SERV(WSV-CANT-SUSPENSIONES)
           MOVE SUS-PROVEEDOR
               TO WST-SUS-PROVEEDOR(WSV-CANT-SUSPENSIONES)
           MOVE SUS-DEUDA TO WST-SUS-DEUDA(WSV-CANT-SUSPENSIONES)
           MOVE SUS-MONEDA TO WST-SUS-MONEDA(WSV-CANT-SUSPENSIONES)
           MOVE SUS-DIAS-MORA
               TO WST-SUS-DIAS-MORA(WSV-CANT-SUSPENSIONES)
           MOVE SUS-FECHA-ORDEN
               TO WST-SUS-FECHA-ORDEN(WSV-CANT-SUSPENSIONES)
           MOVE SUS-ESTADO TO WST-SUS-ESTADO(WSV-CANT-SUSPENSIONES)
           MOVE SUS-FECHA-RECONEX
               TO WST-SUS-FECHA-RECONEX(WSV-CANT-SUSPENSIONES)
           MOVE "N" TO WST-SUS-VISTO(WSV-CANT-SUSPENSIONES)
           MOVE SPACE TO WST-SUS-EMITIDA(WSV-CANT-SUSPENSIONES)
           PERFORM 7010-Leer-suspension
           .
      *Sin CLIENTES_BLOQUEADOS.TXT solo corta la mora de 60 dias.
       1200-Cargar-bloqueados.
           MOVE ZERO TO WSV-CANT-BLOQUEADOS
           OPEN INPUT BLOQUEADOS
           IF FS-BLOQUEADOS NOT = "00"
               DISPLAY "**** No hay CLIENTES_BLOQUEADOS.TXT"
           ELSE
               PERFORM 7020-Leer-bloqueado
               PERFORM 1210-Pasar-bloqueado
                   UNTIL (FS-BLOQUEADOS = "10")
                   OR (WSV-CANT-BLOQUEADOS >= 200)
               CLOSE BLOQUEADOS
           END-IF
           .
       1210-Pasar-bloqueado.
           ADD 1 TO WSV-CANT-BLOQUEADOS
           MOVE BLOQ-NRO-CLIE TO WST-BLQ-NRO-CLIE(WSV-CANT-BLOQUEADOS)
           PERFORM 7020-Leer-bloqueado
           .
      *Sin PAGOS_APLICADOS.TXT no hay reconexiones en esta corrida.
       1300-Cargar-cancelados.
           MOVE ZERO TO WSV-CANT-CANCELADOS
           OPEN INPUT ENTRADA-APLICADOS
           IF FS-ENTRADA-APLICADOS NOT = "00"
               DISPLAY "**** No hay PAGOS_APLICADOS.TXT, sin "
                       "reconexiones"
           ELSE
               PERFORM 7030-Leer-aplicado
               PERFORM 1310-Pasar-aplicado
                   UNTIL (FS-ENTRADA-APLICADOS = "10")
                   OR (WSV-CANT-CANCELADOS >= 400)
               CLOSE ENTRADA-APLICADOS
           END-IF
           .
       1310-Pasar-aplicado.
           IF APL-DEUDA-CANCELADA
               ADD 1 TO WSV-CANT-CANCELADOS
               MOVE APL-NRO-CLIE
                   TO WST-CAN-NRO-CLIE(WSV-CANT-CANCELADOS)
               MOVE APL-FECHA TO WST-CAN-FECHA(WSV-CANT-CANCELADOS)
           END-IF
           PERFORM 7030-Leer-aplicado
           .
       1400-Cargar-prestaciones.
           MOVE ZERO TO WSV-CANT-PRESTACIONES
           OPEN INPUT ENTRADA-SERVICIOS
           IF FS-ENTRADA-SERVICIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "ENTRADA-SERVICI" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7040-Leer-servicio
           PERFORM 1410-Pasar-prestacion
               UNTIL (FS-ENTRADA-SERVICIOS = "10")
               OR (WSV-CANT-PRESTACIONES >= 2000)
           CLOSE ENTRADA-SERVICIOS
           .
       1410-Pasar-prestacion.
           IF PROVEEDOR-SERV NOT = SPACES
               ADD 1 TO WSV-CANT-PRESTACIONES
               MOVE NRO-CLIE-SERV
                   TO WST-PRE-NRO-CLIE(WSV-CANT-PRESTACIONES)
               MOVE COD-SERV TO WST-PRE-COD-SERV(WSV-CANT-PRESTACIONES)
               MOVE PROVEEDOR-SERV
                   TO WST-PRE-PROVEEDOR(WSV-CANT-PRESTACIONES)
           END-IF
           PERFORM 7040-Leer-servicio
           .
       1500-Respaldar-suspensiones.
           MOVE "SUSPENSIONES.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "SUSPENSIONES." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1510-Leer-origen
                   PERFORM 1520-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1510-Leer-origen.
           READ ARCH-ORIGEN
           .
       1520-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1510-Leer-origen
           .
      *.......................... Proceso ..............................
      *Primero las reconexiones, para que un cliente que pago hoy
      *no vuelva a cortarse con el mismo aging.
       5000-Proceso.
           PERFORM 5100-Reconectar
               VARYING WSV-IDX-SUS FROM 1 BY 1
               UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
           PERFORM 7050-Leer-aging
           PERFORM 5200-Revisar-cliente
               UNTIL FS-ENTRADA-AGING = "10"
           CLOSE ENTRADA-AGING
           PERFORM 6000-Emitir-ordenes
           .
       5100-Reconectar.
           IF WST-SUS-ABIERTA(WSV-IDX-SUS)
               PERFORM 5110-Buscar-cancelado
               IF WSV-IDX-CAN-HALLADO > ZERO
                   SET WST-SUS-RECONECTADA(WSV-IDX-SUS) TO TRUE
                   MOVE WST-CAN-FECHA(WSV-IDX-CAN-HALLADO)
                       TO WST-SUS-FECHA-RECONEX(WSV-IDX-SUS)
                   MOVE "R" TO WST-SUS-EMITIDA(WSV-IDX-SUS)
                   ADD 1 TO CTRL-CANT-RECONEXIONES
                   MOVE WST-SUS-PROVEEDOR(WSV-IDX-SUS)
                       TO WSV-PROV-EN-CURSO
                   PERFORM 5900-Buscar-proveedor
                   IF WSV-IDX-PRV-HALLADO > ZERO
                       ADD 1
                         TO WST-PRV-RECONEXIONES(WSV-IDX-PRV-HALLADO)
                   END-IF
               END-IF
           END-IF
           .
       5110-Buscar-cancelado.
           MOVE ZERO TO WSV-IDX-CAN-HALLADO
           MOVE 1 TO WSV-IDX-CAN
           PERFORM 5120-Comparar-cancelado
               UNTIL WSV-IDX-CAN > WSV-CANT-CANCELADOS
           .
       5120-Comparar-cancelado.
           IF WST-CAN-NRO-CLIE(WSV-IDX-CAN)
                   = WST-SUS-NRO-CLIE(WSV-IDX-SUS)
               MOVE WSV-IDX-CAN TO WSV-IDX-CAN-HALLADO
               MOVE WSV-CANT-CANCELADOS TO WSV-IDX-CAN
           END-IF
           ADD 1 TO WSV-IDX-CAN
           .
      *Un cliente del aging con deuda se corta si lleva 60 dias o
      *mas de mora o si esta bloqueado. Cada servicio de su ultimo
      *rechazo lleva su orden al proveedor que lo presta.
       5200-Revisar-cliente.
           ADD 1 TO CTRL-CANT-AGING
           PERFORM 5210-Marcar-visto
               VARYING WSV-IDX-SUS FROM 1 BY 1
               UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
           PERFORM 5220-Buscar-bloqueado
           IF (AGI-DEUDA > ZERO)
                   AND ((AGI-DIAS-MORA >= WSV-DIAS-CORTE)
                       OR CLIENTE-BLOQUEADO)
               ADD 1 TO CTRL-CANT-MOROSOS
               PERFORM 5300-Cortar-servicio
                   VARYING WSV-IDX-SERV FROM 1 BY 1
                   UNTIL WSV-IDX-SERV > AGI-CANT-SERV
                   OR WSV-IDX-SERV > 20
           END-IF
           PERFORM 7050-Leer-aging
           .
       5210-Marcar-visto.
           IF WST-SUS-NRO-CLIE(WSV-IDX-SUS) = AGI-NRO-CLIE
               MOVE "S" TO WST-SUS-VISTO(WSV-IDX-SUS)
           END-IF
           .
       5220-Buscar-bloqueado.
           SET CLIENTE-NO-BLOQUEADO TO TRUE
           MOVE 1 TO WSV-IDX-BLQ
           PERFORM 5230-Comparar-bloqueado
               UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEADOS
           .
       5230-Comparar-bloqueado.
           IF WST-BLQ-NRO-CLIE(WSV-IDX-BLQ) = AGI-NRO-CLIE
               SET CLIENTE-BLOQUEADO TO TRUE
               MOVE WSV-CANT-BLOQUEADOS TO WSV-IDX-BLQ
           END-IF
           ADD 1 TO WSV-IDX-BLQ
           .
      *La orden no se repite: si ya hay una abierta para el mismo
      *cliente, servicio y proveedor no se emite otra; si la que hay
      *se reconecto con un pago posterior al ultimo rechazo, esa
      *deuda ya esta saldada. Un rechazo nuevo despues de la
      *reconexion reabre la orden.
       5300-Cortar-servicio.
           IF AGI-DETALLE-SERV(WSV-IDX-SERV) NOT = SPACES
               PERFORM 5310-Buscar-prestacion
               IF WSV-PROV-HALLADO = SPACES
                   ADD 1 TO CTRL-CANT-SIN-PROVEEDOR
                   DISPLAY "**** Cliente " AGI-NRO-CLIE " servicio "
                           AGI-DETALLE-SERV(WSV-IDX-SERV)
                           " sin proveedor en " WSV-NOMBRE-SERV
               ELSE
                   PERFORM 5330-Buscar-suspension
                   EVALUATE TRUE
                       WHEN WSV-IDX-SUS-HALLADO = ZERO
                           PERFORM 5350-Agregar-suspension
                       WHEN WST-SUS-ABIERTA(WSV-IDX-SUS-HALLADO)
                           ADD 1 TO CTRL-CANT-YA-CORTADOS
                       WHEN WST-SUS-FECHA-RECONEX(WSV-IDX-SUS-HALLADO)
                               < AGI-FECHA-ULTIMA
                           PERFORM 5360-Reabrir-suspension
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .
       5310-Buscar-prestacion.
           MOVE SPACES TO WSV-PROV-HALLADO
           MOVE 1 TO WSV-IDX-PRE
           PERFORM 5320-Comparar-prestacion
               UNTIL WSV-IDX-PRE > WSV-CANT-PRESTACIONES
           .
       5320-Comparar-prestacion.
           IF (WST-PRE-NRO-CLIE(WSV-IDX-PRE) = AGI-NRO-CLIE)
                   AND (WST-PRE-COD-SERV(WSV-IDX-PRE)
                       = AGI-DETALLE-SERV(WSV-IDX-SERV))
               MOVE WST-PRE-PROVEEDOR(WSV-IDX-PRE) TO WSV-PROV-HALLADO
               MOVE WSV-CANT-PRESTACIONES TO WSV-IDX-PRE
           END-IF
           ADD 1 TO WSV-IDX-PRE
           .
       5330-Buscar-suspension.
           MOVE ZERO TO WSV-IDX-SUS-HALLADO
           MOVE 1 TO WSV-IDX-SUS
           PERFORM 5340-Comparar-suspension
               UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
           .
       5340-Comparar-suspension.
           IF (WST-SUS-NRO-CLIE(WSV-IDX-SUS) = AGI-NRO-CLIE)
                   AND (WST-SUS-COD-SERV(WSV-IDX-SUS)
                       = AGI-DETALLE-SERV(WSV-IDX-SERV))
                   AND (WST-SUS-PROVEEDOR(WSV-IDX-SUS)
                       = WSV-PROV-HALLADO)
               MOVE WSV-IDX-SUS TO WSV-IDX-SUS-HALLADO
               MOVE WSV-CANT-SUSPENSIONES TO WSV-IDX-SUS
           END-IF
           ADD 1 TO WSV-IDX-SUS
           .
       5350-Agregar-suspension.
           IF WSV-CANT-SUSPENSIONES < 999
               ADD 1 TO WSV-CANT-SUSPENSIONES
               MOVE WSV-CANT-SUSPENSIONES TO WSV-IDX-SUS-HALLADO
               MOVE AGI-NRO-CLIE
                   TO WST-SUS-NRO-CLIE(WSV-IDX-SUS-HALLADO)
               MOVE AGI-DETALLE-SERV(WSV-IDX-SERV)
                   TO WST-SUS-COD-SERV(WSV-IDX-SUS-HALLADO)
               MOVE WSV-PROV-HALLADO
                   TO WST-SUS-PROVEEDOR(WSV-IDX-SUS-HALLADO)
               MOVE "S" TO WST-SUS-VISTO(WSV-IDX-SUS-HALLADO)
               PERFORM 5360-Reabrir-suspension
           ELSE
               DISPLAY "**** WST-SUSPENSIONES llena (999 items)"
           END-IF
           .
       5360-Reabrir-suspension.
           MOVE AGI-NOMBRE-CLIE
               TO WST-SUS-NOMBRE-CLIE(WSV-IDX-SUS-HALLADO)
           MOVE AGI-DEUDA TO WST-SUS-DEUDA(WSV-IDX-SUS-HALLADO)
           MOVE AGI-MONEDA TO WST-SUS-MONEDA(WSV-IDX-SUS-HALLADO)
           MOVE AGI-DIAS-MORA TO WST-SUS-DIAS-MORA(WSV-IDX-SUS-HALLADO)
           MOVE WSV-FECHA-HOY
               TO WST-SUS-FECHA-ORDEN(WSV-IDX-SUS-HALLADO)
           SET WST-SUS-ABIERTA(WSV-IDX-SUS-HALLADO) TO TRUE
           MOVE ZERO TO WST-SUS-FECHA-RECONEX(WSV-IDX-SUS-HALLADO)
           MOVE "S" TO WST-SUS-EMITIDA(WSV-IDX-SUS-HALLADO)
           ADD 1 TO CTRL-CANT-CORTES
           MOVE WSV-PROV-HALLADO TO WSV-PROV-EN-CURSO
           PERFORM 5900-Buscar-proveedor
           IF WSV-IDX-PRV-HALLADO > ZERO
               ADD 1 TO WST-PRV-CORTES(WSV-IDX-PRV-HALLADO)
           END-IF
           .
       5900-Buscar-proveedor.
           MOVE ZERO TO WSV-IDX-PRV-HALLADO
           MOVE 1 TO WSV-IDX-PRV
           PERFORM 5910-Comparar-proveedor
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           IF WSV-IDX-PRV-HALLADO = ZERO
               IF WSV-CANT-PROVEEDORES < 50
                   ADD 1 TO WSV-CANT-PROVEEDORES
                   INITIALIZE WST-PRV-DET(WSV-CANT-PROVEEDORES)
                   MOVE WSV-PROV-EN-CURSO
                       TO WST-PRV-ID(WSV-CANT-PROVEEDORES)
                   MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV-HALLADO
               ELSE
                   DISPLAY "**** WST-PROVEEDORES llena (50 items)"
               END-IF
           END-IF
           .
       5910-Comparar-proveedor.
           IF WST-PRV-ID(WSV-IDX-PRV) = WSV-PROV-EN-CURSO
               MOVE WSV-IDX-PRV TO WSV-IDX-PRV-HALLADO
               MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV
           END-IF
           ADD 1 TO WSV-IDX-PRV
           .
      *Un archivo por proveedor con las ordenes del dia, y el conteo
      *de clientes cortados (ordenes abiertas) de cada uno.
       6000-Emitir-ordenes.
           PERFORM 6100-Contar-abiertas
               VARYING WSV-IDX-SUS FROM 1 BY 1
               UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
           PERFORM 6200-Emitir-proveedor
               VARYING WSV-IDX-PRV FROM 1 BY 1
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           .
      *Un cliente con varios servicios cortados al mismo proveedor
      *cuenta una sola vez.
       6100-Contar-abiertas.
           IF WST-SUS-ABIERTA(WSV-IDX-SUS)
               ADD 1 TO CTRL-CANT-ABIERTAS
               SET CLIENTE-NUEVO TO TRUE
               MOVE 1 TO WSV-IDX-SUS-AUX
               PERFORM 6110-Comparar-anterior
                   UNTIL WSV-IDX-SUS-AUX >= WSV-IDX-SUS
               IF CLIENTE-NUEVO
                   MOVE WST-SUS-PROVEEDOR(WSV-IDX-SUS)
                       TO WSV-PROV-EN-CURSO
                   PERFORM 5900-Buscar-proveedor
                   IF WSV-IDX-PRV-HALLADO > ZERO
                       ADD 1 TO WST-PRV-CLIENTES(WSV-IDX-PRV-HALLADO)
                   END-IF
               END-IF
           END-IF
           .
       6110-Comparar-anterior.
           IF WST-SUS-ABIERTA(WSV-IDX-SUS-AUX)
                   AND (WST-SUS-NRO-CLIE(WSV-IDX-SUS-AUX)
                       = WST-SUS-NRO-CLIE(WSV-IDX-SUS))
                   AND (WST-SUS-PROVEEDOR(WSV-IDX-SUS-AUX)
                       = WST-SUS-PROVEEDOR(WSV-IDX-SUS))
               SET CLIENTE-REPETIDO TO TRUE
               MOVE WSV-IDX-SUS TO WSV-IDX-SUS-AUX
           END-IF
           ADD 1 TO WSV-IDX-SUS-AUX
           .
       6200-Emitir-proveedor.
           DISPLAY "Proveedor " WST-PRV-ID(WSV-IDX-PRV)
                   "  Cortes: " WST-PRV-CORTES(WSV-IDX-PRV)
                   "  Reconexiones: " WST-PRV-RECONEXIONES(WSV-IDX-PRV)
                   "  Clientes cortados: " WST-PRV-CLIENTES(WSV-IDX-PRV)
           IF (WST-PRV-CORTES(WSV-IDX-PRV) > ZERO)
                   OR (WST-PRV-RECONEXIONES(WSV-IDX-PRV) > ZERO)
               MOVE SPACES TO WSV-NOMBRE-ORDENES
               STRING "SUSPENSION_" DELIMITED BY SIZE
                      WST-PRV-ID(WSV-IDX-PRV) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WSV-FECHA-HOY DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WSV-NOMBRE-ORDENES
      *        Una segunda corrida del mismo dia agrega al archivo.
               OPEN EXTEND SALIDA-ORDENES
               IF FS-SALIDA-ORDENES NOT = "00"
                   OPEN OUTPUT SALIDA-ORDENES
               END-IF
               IF FS-SALIDA-ORDENES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-ORDENES TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-ORDENES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 6210-Escribir-orden
                   VARYING WSV-IDX-SUS FROM 1 BY 1
                   UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
               CLOSE SALIDA-ORDENES
               DISPLAY "  Ordenes en " WSV-NOMBRE-ORDENES
           END-IF
           .
       6210-Escribir-orden.
           IF (WST-SUS-EMITIDA(WSV-IDX-SUS) NOT = SPACE)
                   AND (WST-SUS-PROVEEDOR(WSV-IDX-SUS)
                       = WST-PRV-ID(WSV-IDX-PRV))
               MOVE WST-SUS-EMITIDA(WSV-IDX-SUS) TO ORD-TIPO
               MOVE WSV-FECHA-HOY TO ORD-FECHA
               MOVE WST-SUS-PROVEEDOR(WSV-IDX-SUS) TO ORD-PROVEEDOR
               MOVE WST-SUS-NRO-CLIE(WSV-IDX-SUS) TO ORD-NRO-CLIE
               MOVE WST-SUS-NOMBRE-CLIE(WSV-IDX-SUS) TO ORD-NOMBRE-CLIE
               MOVE WST-SUS-COD-SERV(WSV-IDX-SUS) TO ORD-COD-SERV
               MOVE WST-SUS-DEUDA(WSV-IDX-SUS) TO ORD-DEUDA
               MOVE WST-SUS-MONEDA(WSV-IDX-SUS) TO ORD-MONEDA
               MOVE WST-SUS-DIAS-MORA(WSV-IDX-SUS) TO ORD-DIAS-MORA
               WRITE REGISTRO-ORDEN
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-suspension.
           READ ARCH-SUSPENSIONES
           .
       7020-Leer-bloqueado.
           READ BLOQUEADOS
           .
       7030-Leer-aplicado.
           READ ENTRADA-APLICADOS
           .
       7040-Leer-servicio.
           READ ENTRADA-SERVICIOS
           IF (FS-ENTRADA-SERVICIOS = "00")
                   AND (REGISTRO-ENTRADA-SERVICIOS (1:6) = "HEADER")
               READ ENTRADA-SERVICIOS
           END-IF
           .
       7050-Leer-aging.
           READ ENTRADA-AGING
           .
      *Las abiertas se conservan siempre; las reconectadas mientras
      *el cliente siga en el aging, para no volver a cortarlo por
      *la misma deuda.
       7100-Grabar-suspensiones.
           OPEN OUTPUT ARCH-SUSPENSIONES
               IF FS-SUSPENSIONES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SUSPENSIONES TO WSV-ANULADO-CODIGO
                   MOVE "SUSPENSIONES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7110-Escribir-suspension
               VARYING WSV-IDX-SUS FROM 1 BY 1
               UNTIL WSV-IDX-SUS > WSV-CANT-SUSPENSIONES
           CLOSE ARCH-SUSPENSIONES
           .
       7110-Escribir-suspension.
           IF WST-SUS-ABIERTA(WSV-IDX-SUS)
                   OR (WST-SUS-VISTO(WSV-IDX-SUS) = "S")
               MOVE WST-SUS-NRO-CLIE(WSV-IDX-SUS) TO SUS-NRO-CLIE
               MOVE WST-SUS-NOMBRE-CLIE(WSV-IDX-SUS) TO SUS-NOMBRE-CLIE
               MOVE WST-SUS-COD-SERV(WSV-IDX-SUS) TO SUS-COD-SERV
               MOVE WST-SUS-PROVEEDOR(WSV-IDX-SUS) TO SUS-PROVEEDOR
               MOVE WST-SUS-DEUDA(WSV-IDX-SUS) TO SUS-DEUDA
               MOVE WST-SUS-MONEDA(WSV-IDX-SUS) TO SUS-MONEDA
               MOVE WST-SUS-DIAS-MORA(WSV-IDX-SUS) TO SUS-DIAS-MORA
               MOVE WST-SUS-FECHA-ORDEN(WSV-IDX-SUS) TO SUS-FECHA-ORDEN
               MOVE WST-SUS-ESTADO(WSV-IDX-SUS) TO SUS-ESTADO
               MOVE WST-SUS-FECHA-RECONEX(WSV-IDX-SUS)
                   TO SUS-FECHA-RECONEX
               WRITE REGISTRO-SUSPENSION
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
           MOVE "ProgSuspen"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7100-Grabar-suspensiones
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Clientes en aging:      " CTRL-CANT-AGING
           DISPLAY "Clientes a cortar:      " CTRL-CANT-MOROSOS
           DISPLAY "Ordenes de corte:       " CTRL-CANT-CORTES
           DISPLAY "Ya cortados (sin orden):" CTRL-CANT-YA-CORTADOS
           DISPLAY "Ordenes de reconexion:  " CTRL-CANT-RECONEXIONES
           DISPLAY "Servicios sin proveedor:" CTRL-CANT-SIN-PROVEEDOR
           DISPLAY "Ordenes abiertas:       " CTRL-CANT-ABIERTAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
