      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de recargo por mora sobre deuda rechazada impaga
      *    La deuda que queda en RECHAZOS no crece con el tiempo (solo
      *    el descubierto genera interes, via ProgInteres). Este
      *    programa recorre los RECHAZOS.AAAAMMDD.TXT archivados que
      *    indica el operador (como ProgAging), descuenta lo que ya
      *    cobro ProgPagos segun PAGOS_APLICADOS.TXT y, a cada cliente
      *    cuya deuda sigue impaga pasado el plazo de gracia en dias
      *    habiles (DIFHABIL), le genera una linea de recargo en
      *    layout SERVICIOS con HEADER bajo el codigo de servicio MOR,
      *    a la tasa MOR vigente de TASAS.TXT.
      *    No recarga al cliente con un reclamo abierto en
      *    RECLAMOS.TXT ni con una promesa de pago vigente en
      *    PROMESAS.TXT, ni al que ya se le recargo en el mismo mes
      *    (historial MORAS.TXT). Cada cliente evaluado queda en el
      *    listado de control MORA.AAAAMMDD.TXT con el recargo
      *    generado o el motivo por el que no se le genero.
      *    Las cuotas de prestamo rechazadas (PRESTAMOS_CUOTAS.TXT) se
      *    descuentan de la deuda: su punitorio lo devenga y factura
      *    ProgPrestamos.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgMora.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               03/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RECHAZOS archivados de cada corrida (RECHAZOS.AAAAMMDD.TXT).
           SELECT ENTRADA-RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECHAZOS.
      *Resultado de los pagos aplicados por ProgPagos.
           SELECT ARCH-APLICADOS ASSIGN TO "PAGOS_APLICADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-APLICADOS.
      *Maestro de tasas con vigencia (lo mantiene PGENTASA): la tasa
      *del recargo es la fila MOR vigente a la fecha de corte.
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Reclamos de clientes (PGENRECL): el reclamo abierto frena el
      *recargo hasta que se resuelva.
           SELECT ARCH-RECLAMOS ASSIGN TO "RECLAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS.
      *Promesas de pago tomadas por cobranzas.
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Historial de recargos generados, para no repetir el recargo
      *de un cliente dentro del mismo mes.
           SELECT ARCH-MORAS ASSIGN TO "MORAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MORAS.
      *Cuadro de amortizacion de los prestamos (ProgPrestamos).
           SELECT ARCH-CUOTAS-PRES ASSIGN TO "PRESTAMOS_CUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUOTAS-PRES.
      *Recargos generados, en layout SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Listado de control de la corrida (MORA.AAAAMMDD.TXT).
           SELECT SALIDA-LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LISTADO.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
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
      *Archivo RECHAZOS archivado (mismo layout que escribe
      *ProgApareo)
           FD ENTRADA-RECHAZOS.
               01 REGISTRO-ENTRADA-RECHAZOS.
                   02 NRO-CLIE-RECH            PIC 9(03).
                   02 NOMBRE-CLIE-RECH         PIC X(10).
                   02 SALDO-CLIE-RECH          PIC S999V99.
                   02 DEUDA-CLIE-RECH          PIC 999V99.
                   02 MONEDA-RECH              PIC X(03).
                   02 CANT-SERV-RECH           PIC 9(02).
                   02 DETALLE-SERV-RECH        PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-RECH        PIC X(01).
                   02 MOTIVO-RECH              PIC X(01).
                   02 NRO-CTA-RECH             PIC 9(02).
                   02 SUCURSAL-RECH            PIC 9(03).
                   02 CTA-BANC-RECH            PIC 9(11).
               01 REGISTRO-TRAILER-RECHAZOS.
                   02 TRAILER-TAG-RECH         PIC X(07).
                   02 TRAILER-CANT-RECH        PIC 9(05).
                   02 TRAILER-MONTO-RECH       PIC 9(07)V99.
      *
      *Archivo PAGOS_APLICADOS (mismo layout que escribe ProgPagos)
           FD ARCH-APLICADOS.
               01 REGISTRO-APLICADO.
                   02 APL-NRO-CLIE             PIC 9(03).
                   02 APL-MONTO                PIC 9(05)V99.
                   02 APL-FECHA                PIC 9(08).
                   02 APL-CANAL                PIC X(03).
                   02 APL-RESULTADO            PIC X(01).
                       88 APL-APLICADO             VALUE "A".
                       88 APL-PARCIAL              VALUE "P".
                   02 APL-DEUDA-RESTANTE       PIC 999V99.
      *
      *Archivo TASAS (mismo layout que escribe PGENTASA)
           FD ARCH-TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
                   05 REG-TAS-TASA             PIC 9(02)V99.
                   05 REG-TAS-VIG-DESDE        PIC 9(08).
      *
      *Archivo RECLAMOS (mismo layout que escribe PGENRECL); aca solo
      *interesan el cliente y el estado.
           FD ARCH-RECLAMOS.
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
                       88 RCL-ABIERTO              VALUE "P".
                   02 FILLER                   PIC X(58).
      *
      *Archivo PROMESAS
      *Cliente | Fecha de alta | Fecha prometida de pago | Monto
      *prometido | Estado (V vigente, C cumplida, I incumplida) |
      *Legajo del operador que la tomo
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
      *Archivo MORAS
      *Cliente | Periodo AAAAMM | Fecha de corte | Deuda | Moneda |
      *Dias habiles de mora | Tasa | Recargo
           FD ARCH-MORAS.
               01 REGISTRO-MORA.
                   02 MOR-NRO-CLIE             PIC 9(03).
                   02 MOR-PERIODO              PIC 9(06).
                   02 MOR-FECHA-CORTE          PIC 9(08).
                   02 MOR-DEUDA                PIC 999V99.
                   02 MOR-MONEDA               PIC X(03).
                   02 MOR-DIAS-HABILES         PIC 9(05).
                   02 MOR-TASA                 PIC 9(02)V99.
                   02 MOR-RECARGO              PIC 999V99.
      *
      *Archivo PRESTAMOS_CUOTAS
           FD ARCH-CUOTAS-PRES.
               COPY REG-PRESCUOTA.
      *
      *Archivo de salida en el layout de SERVICIOS que espera
      *ProgApareo (mismo que escribe ProgCuotas).
           FD SALIDA-SERVICIOS.
               01 REGISTRO-SALIDA-SERVICIOS.
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
      *Registro de identificacion al comienzo del archivo, para el
      *control de repeticion de ProgApareo.
               01 REGISTRO-HEADER-SERVICIOS.
                   02 HEADER-TAG-SERV          PIC X(07).
                   02 HEADER-PROGRAMA-SERV     PIC X(10).
                   02 HEADER-FECHA-SERV        PIC 9(08).
                   02 HEADER-SECUENCIA-SERV    PIC 9(05).
      *
      *Listado de control (texto libre)
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(80).
      *
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
               01 REGISTRO-SECUENCIA.
                   02 SEC-ULTIMA               PIC 9(05).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-APLICADOS                 PIC X(02) VALUE ZEROES.
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-RECLAMOS                  PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
               02 FS-MORAS                     PIC X(02) VALUE ZEROES.
               02 FS-CUOTAS-PRES               PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a la rutina DIFHABIL (dias habiles entre dos fechas).
           COPY TAB-DIFHAB.

      *Catalogo de servicios en memoria (RGENSERV).
           COPY TAB-SERV.
           01 WST-SRV-PEDIDO.
               02 WST-SRV-MODO          PIC X(01).
                   88 WST-SRV-MODO-CARGA      VALUE "C".
                   88 WST-SRV-MODO-BUSCAR     VALUE "B".
               02 WST-SRV-COD-BUSCADO   PIC X(03).
               02 WST-SRV-DESC-RESULT   PIC X(25).
               02 WST-SRV-MONEDA-RESULT PIC X(03).
               02 WST-SRV-PRIOR-RESULT  PIC X(01).
               02 WST-SRV-IVA-RESULT    PIC 9(02)V99.
               02 WST-SRV-PRECIO-RESULT PIC 999V99.
               02 WST-SRV-ENCONTRADO    PIC X(01).
                   88 WST-SRV-SI-ENCONTRADO   VALUE "S".
                   88 WST-SRV-NO-ENCONTRADO   VALUE "N".

      *Codigo de servicio y tipo de tasa del recargo, y dias habiles
      *de gracia por defecto antes de recargar.
           01 WSC-COD-SERV-MORA                PIC X(03) VALUE "MOR".
           01 WSC-TIPO-TASA-MORA               PIC X(03) VALUE "MOR".
           01 WSC-DIAS-GRACIA                  PIC 9(03) VALUE 10.
           01 WSV-DIAS-GRACIA                  PIC 9(03).

      *Tasa del recargo vigente a la fecha de corte.
           01 WSV-TASA-MORA                    PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA-ESTADO                  PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".

      *Fecha de corte y fecha de archivo en proceso.
           01 WSV-FECHA-CORTE                  PIC 9(08).
           01 WSV-FECHA-CORTE-DET REDEFINES WSV-FECHA-CORTE.
               02 WSV-CORTE-ANIO               PIC 9(04).
               02 WSV-CORTE-MES                PIC 9(02).
               02 WSV-CORTE-DIA                PIC 9(02).
           01 WSV-FECHA-CORTE-PER REDEFINES WSV-FECHA-CORTE.
               02 WSV-PERIODO-CORTE            PIC 9(06).
               02 FILLER                       PIC 9(02).
           01 WSV-FECHA-ARCHIVO                PIC 9(08).
           01 WSV-FECHA-ARCH-DET REDEFINES WSV-FECHA-ARCHIVO.
               02 WSV-ARCH-ANIO                PIC 9(04).
               02 WSV-ARCH-MES                 PIC 9(02).
               02 WSV-ARCH-DIA                 PIC 9(02).
      *Archivo RECHAZOS mas reciente procesado: el cliente que no
      *figura en el ya no tiene deuda rechazada.
           01 WSV-FECHA-MAS-RECIENTE           PIC 9(08) VALUE ZERO.

      *Acumulado por cliente: fecha de rechazo mas vieja, ultima
      *deuda vista (neta de pagos posteriores) y datos del recargo.
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 200 TIMES.
                   03 WST-CLI-NRO           PIC 9(03).
                   03 WST-CLI-NOMBRE        PIC X(10).
                   03 WST-CLI-FECHA-VIEJA   PIC 9(08).
                   03 WST-CLI-FECHA-ULTIMA  PIC 9(08).
                   03 WST-CLI-DEUDA         PIC 999V99.
                   03 WST-CLI-MONEDA        PIC X(03).
                   03 WST-CLI-NRO-CTA       PIC 9(02).
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CLI                      PIC 9(03).
           01 WSV-IDX-HALLADO                  PIC 9(03).
           01 WSV-NRO-CLIE-BUSCADO             PIC 9(03).
           77 WSS-CLI-ENCONTRADO               PIC X(01) VALUE "N".
               88 CLI-SI-ENCONTRADO            VALUE "S".
               88 CLI-NO-ENCONTRADO            VALUE "N".

      *Clientes que no se recargan: con reclamo abierto, con promesa
      *de pago vigente y ya recargados en el periodo de la corte.
      *Un cliente figura una sola vez, asi que alcanza para todos
      *los numeros de cliente posibles.
           01 WST-EXCLUIDOS.
               02 WST-EXC-DET               OCCURS 999 TIMES.
                   03 WST-EXC-NRO-CLIE      PIC 9(03).
                   03 WST-EXC-MOTIVO        PIC X(01).
                       88 EXC-RECLAMO           VALUE "R".
                       88 EXC-PROMESA           VALUE "P".
                       88 EXC-YA-RECARGADO      VALUE "Y".
           01 WSV-CANT-EXCLUIDOS               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-EXC                      PIC 9(04).
           01 WSV-MOTIVO-EXCLUSION             PIC X(01) VALUE SPACE.
               88 SIN-EXCLUSION                VALUE SPACE.
               88 EXCLUIDO-RECLAMO             VALUE "R".
               88 EXCLUIDO-PROMESA             VALUE "P".
               88 EXCLUIDO-YA-RECARGADO        VALUE "Y".
           01 WSV-MOTIVO-NUEVO                 PIC X(01).

      *Evaluacion del cliente en curso.
           01 WSV-DIAS-HABILES                 PIC S9(05).
           01 WSV-RECARGO                      PIC 999V99.
           01 WSV-RESULTADO-CLI                PIC X(20).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ARCHIVOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-REGISTROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PAGOS              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CUOTAS-PRES        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SALDADOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-EN-GRACIA          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-RECLAMOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-PROMESAS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-YA-RECARGADOS      PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-RECARGOS           PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-DEUDA             PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-RECARGOS          PIC 9(07)V99 VALUE ZERO.

      *Nombres de archivo.
           01 WSV-NOMBRE-ARCHIVO               PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                                VALUE "SERV_MORA.TXT".
           01 WSV-NOMBRE-LISTADO               PIC X(40).
      *Lineas del listado.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-IMPORTE-EDITADO              PIC ZZ9.99.
           01 WSV-RECARGO-EDITADO              PIC ZZ9.99.
           01 WSV-DIAS-EDITADO                 PIC ZZZZ9.
           01 WSV-TOTAL-EDITADO                PIC Z(6)9.99.
           01 WSV-TASA-EDITADA                 PIC Z9.99.

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
           ACCEPT WSV-FECHA-CORTE FROM DATE YYYYMMDD
           DISPLAY "Fecha de corte del recargo (AAAAMMDD, 00000000 "
                   "usa la fecha del dia): "
           ACCEPT WSV-FECHA-ARCHIVO
           IF WSV-FECHA-ARCHIVO NOT = ZERO
               MOVE WSV-FECHA-ARCHIVO TO WSV-FECHA-CORTE
           END-IF
           DISPLAY "Dias habiles de gracia (000 usa "
                   WSC-DIAS-GRACIA "): "
           ACCEPT WSV-DIAS-GRACIA
           IF WSV-DIAS-GRACIA = ZERO
               MOVE WSC-DIAS-GRACIA TO WSV-DIAS-GRACIA
           END-IF
           DISPLAY "Archivo de servicios para los recargos "
                   "(SERV_MORA.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SALIDA
           IF WSV-NOMBRE-SALIDA = SPACES
               MOVE "SERV_MORA.TXT" TO WSV-NOMBRE-SALIDA
           END-IF
           PERFORM 1100-Buscar-tasa-vigente
           PERFORM 1150-Validar-servicio
           PERFORM 1200-Cargar-reclamos
           PERFORM 1300-Cargar-promesas
           PERFORM 1400-Cargar-moras
           .
      *Busca en TASAS.TXT la fila MOR con la fecha de vigencia mas
      *alta que no supere la fecha de corte. Sin tasa no hay recargo.
       1100-Buscar-tasa-vigente.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-MORA
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS = "00"
               PERFORM 7030-Leer-tasa
               PERFORM 1110-Evaluar-tasa UNTIL FS-TASAS = "10"
               CLOSE ARCH-TASAS
           END-IF
           IF TASA-NO-HALLADA
               MOVE "Sin tasa MOR vigente (cargarla con PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-TASAS TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-TASA-MORA TO WSV-TASA-EDITADA
           DISPLAY "Tasa de recargo por mora: " WSV-TASA-EDITADA
                   " % (vigente desde " WSV-VIG-HALLADA ")"
           .
       1110-Evaluar-tasa.
           IF (REG-TAS-TIPO = WSC-TIPO-TASA-MORA)
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-CORTE)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-MORA
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7030-Leer-tasa
           .
      *El recargo viaja como un servicio mas: el codigo MOR tiene que
      *estar en el catalogo para que ProgApareo lo acepte.
       1150-Validar-servicio.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSC-COD-SERV-MORA TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Servicio MOR inexistente (darlo de alta)"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSC-COD-SERV-MORA TO WSV-ANULADO-CODIGO
               MOVE "SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Reclamos abiertos (estado P) en RECLAMOS.TXT. Sin archivo no
      *hay reclamos.
       1200-Cargar-reclamos.
           OPEN INPUT ARCH-RECLAMOS
           IF FS-RECLAMOS = "00"
               PERFORM 7040-Leer-reclamo
               PERFORM 1210-Pasar-reclamo UNTIL FS-RECLAMOS = "10"
               CLOSE ARCH-RECLAMOS
           END-IF
           .
       1210-Pasar-reclamo.
           IF RCL-ABIERTO
               MOVE RCL-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               SET EXCLUIDO-RECLAMO TO TRUE
               PERFORM 1500-Agregar-excluido
           END-IF
           PERFORM 7040-Leer-reclamo
           .
      *Promesas de pago vigentes en PROMESAS.TXT. Sin archivo no hay
      *promesas.
       1300-Cargar-promesas.
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS = "00"
               PERFORM 7050-Leer-promesa
               PERFORM 1310-Pasar-promesa UNTIL FS-PROMESAS = "10"
               CLOSE ARCH-PROMESAS
           END-IF
           .
       1310-Pasar-promesa.
           IF PRO-VIGENTE
               MOVE PRO-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               SET EXCLUIDO-PROMESA TO TRUE
               PERFORM 1500-Agregar-excluido
           END-IF
           PERFORM 7050-Leer-promesa
           .
      *Recargos ya generados en el mes de la fecha de corte.
       1400-Cargar-moras.
           OPEN INPUT ARCH-MORAS
           IF FS-MORAS = "00"
               PERFORM 7060-Leer-mora
               PERFORM 1410-Pasar-mora UNTIL FS-MORAS = "10"
               CLOSE ARCH-MORAS
           END-IF
           .
       1410-Pasar-mora.
           IF MOR-PERIODO = WSV-PERIODO-CORTE
               MOVE MOR-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               SET EXCLUIDO-YA-RECARGADO TO TRUE
               PERFORM 1500-Agregar-excluido
           END-IF
           PERFORM 7060-Leer-mora
           .
      *Anota el cliente con su motivo; si ya estaba excluido conserva
      *el primer motivo cargado.
       1500-Agregar-excluido.
           MOVE WSV-MOTIVO-EXCLUSION TO WSV-MOTIVO-NUEVO
           PERFORM 5720-Buscar-excluido
           IF SIN-EXCLUSION
               IF WSV-CANT-EXCLUIDOS >= 999
                   MOVE "Mas de 999 clientes excluidos"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "WST-EXCLUIDOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-EXCLUIDOS
               MOVE WSV-NRO-CLIE-BUSCADO
                   TO WST-EXC-NRO-CLIE(WSV-CANT-EXCLUIDOS)
               MOVE WSV-MOTIVO-NUEVO
                   TO WST-EXC-MOTIVO(WSV-CANT-EXCLUIDOS)
           END-IF
           .
      *.......................... Proceso ..............................
      *El operador ingresa las fechas de los archivos RECHAZOS
      *archivados a revisar; 0 termina la carga. Despues se netea la
      *deuda con los pagos y se evalua cada cliente.
       5000-Proceso.
           PERFORM 5100-Pedir-fecha-archivo
           PERFORM 5200-Procesar-archivo
               UNTIL WSV-FECHA-ARCHIVO = ZERO
           PERFORM 5500-Aplicar-pagos
           PERFORM 5550-Descontar-prestamos
           PERFORM 7000-Abrir-salidas
           PERFORM 7100-Estampar-header
           PERFORM 5600-Encabezar-listado
           PERFORM 5700-Evaluar-cliente
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           PERFORM 5800-Cerrar-listado
           PERFORM 7200-Cerrar-salidas
           .
       5100-Pedir-fecha-archivo.
           DISPLAY "Fecha de archivo RECHAZOS a revisar "
                   "(AAAAMMDD, 0 para terminar): "
           ACCEPT WSV-FECHA-ARCHIVO
           .
       5200-Procesar-archivo.
           MOVE SPACES TO WSV-NOMBRE-ARCHIVO
           STRING "RECHAZOS." DELIMITED BY SIZE
                  WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ARCHIVO
           OPEN INPUT ENTRADA-RECHAZOS
           IF FS-ENTRADA-RECHAZOS NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-ARCHIVO
                       ", se saltea"
           ELSE
               ADD 1 TO CTRL-CANT-ARCHIVOS
               IF WSV-FECHA-ARCHIVO > WSV-FECHA-MAS-RECIENTE
                   MOVE WSV-FECHA-ARCHIVO TO WSV-FECHA-MAS-RECIENTE
               END-IF
               PERFORM 7010-Leer-rechazo
               PERFORM 5300-Acumular-rechazo
                   UNTIL (FS-ENTRADA-RECHAZOS = "10")
                   OR (TRAILER-TAG-RECH = "TRAILER")
                   OR (TRAILER-TAG-RECH = "FALLIDO")
               CLOSE ENTRADA-RECHAZOS
               DISPLAY "Procesado " WSV-NOMBRE-ARCHIVO
           END-IF
           PERFORM 5100-Pedir-fecha-archivo
           .
      *Acumula el rechazo en su cliente: conserva la fecha mas vieja
      *y pisa deuda, moneda y cuenta con las del archivo mas reciente
      *visto.
       5300-Acumular-rechazo.
           ADD 1 TO CTRL-CANT-REGISTROS
           MOVE NRO-CLIE-RECH TO WSV-NRO-CLIE-BUSCADO
           PERFORM 5400-Buscar-cliente
           IF CLI-NO-ENCONTRADO
               IF WSV-CANT-CLIENTES >= 200
                   CLOSE ENTRADA-RECHAZOS
                   MOVE "Mas de 200 clientes con rechazos"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "WST-CLIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CLIENTES
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-HALLADO
               MOVE NRO-CLIE-RECH TO WST-CLI-NRO(WSV-IDX-HALLADO)
               MOVE NOMBRE-CLIE-RECH TO WST-CLI-NOMBRE(WSV-IDX-HALLADO)
               MOVE WSV-FECHA-ARCHIVO
                   TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
               MOVE ZERO TO WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
               PERFORM 5310-Pisar-deuda
           ELSE
               IF WSV-FECHA-ARCHIVO
                       < WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
               END-IF
               IF WSV-FECHA-ARCHIVO
                       >= WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                   PERFORM 5310-Pisar-deuda
               END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
       5310-Pisar-deuda.
           MOVE WSV-FECHA-ARCHIVO
               TO WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
           MOVE DEUDA-CLIE-RECH TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
           MOVE MONEDA-RECH TO WST-CLI-MONEDA(WSV-IDX-HALLADO)
           IF (NRO-CTA-RECH IS NUMERIC) AND (NRO-CTA-RECH > ZERO)
               MOVE NRO-CTA-RECH TO WST-CLI-NRO-CTA(WSV-IDX-HALLADO)
           ELSE
               MOVE 01 TO WST-CLI-NRO-CTA(WSV-IDX-HALLADO)
           END-IF
           .
       5400-Buscar-cliente.
           SET CLI-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-CLI
           PERFORM 5410-Comparar-cliente
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           .
       5410-Comparar-cliente.
           IF WST-CLI-NRO(WSV-IDX-CLI) = WSV-NRO-CLIE-BUSCADO
               SET CLI-SI-ENCONTRADO TO TRUE
               MOVE WSV-IDX-CLI TO WSV-IDX-HALLADO
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-CLI
           END-IF
           ADD 1 TO WSV-IDX-CLI
           .
      *Los pagos que ProgPagos aplico despues del ultimo rechazo del
      *cliente dejan como deuda lo que informa APL-DEUDA-RESTANTE
      *(cero si cancelo todo). El archivo esta en orden de
      *aplicacion, asi que el ultimo pago leido es el que vale.
       5500-Aplicar-pagos.
           OPEN INPUT ARCH-APLICADOS
           IF FS-APLICADOS NOT = "00"
               DISPLAY "**** No hay PAGOS_APLICADOS.TXT, la deuda "
                       "se toma tal cual de RECHAZOS"
           ELSE
               PERFORM 7020-Leer-aplicado
               PERFORM 5510-Aplicar-pago UNTIL FS-APLICADOS = "10"
               CLOSE ARCH-APLICADOS
           END-IF
           .
       5510-Aplicar-pago.
           IF APL-APLICADO OR APL-PARCIAL
               MOVE APL-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               PERFORM 5400-Buscar-cliente
               IF CLI-SI-ENCONTRADO
                   IF APL-FECHA >= WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                       ADD 1 TO CTRL-CANT-PAGOS
                       IF APL-APLICADO
                           MOVE ZERO
                               TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                       ELSE
                           MOVE APL-DEUDA-RESTANTE
                               TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7020-Leer-aplicado
           .
      *La cuota de prestamo rechazada viaja en la deuda del cliente
      *pero su mora la cobra ProgPrestamos como punitorio PUN: se
      *descuenta para no recargarla dos veces.
       5550-Descontar-prestamos.
           OPEN INPUT ARCH-CUOTAS-PRES
           IF FS-CUOTAS-PRES = "00"
               PERFORM 7070-Leer-cuota-pres
               PERFORM 5560-Descontar-cuota
                   UNTIL FS-CUOTAS-PRES NOT = "00"
               CLOSE ARCH-CUOTAS-PRES
           END-IF
           .
       5560-Descontar-cuota.
           IF PCU-RECHAZADA
               MOVE PCU-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               PERFORM 5400-Buscar-cliente
               IF CLI-SI-ENCONTRADO
                   ADD 1 TO CTRL-CANT-CUOTAS-PRES
                   IF PCU-CUOTA >= WST-CLI-DEUDA(WSV-IDX-HALLADO)
                       MOVE ZERO TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   ELSE
                       SUBTRACT PCU-CUOTA
                           FROM WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF
           PERFORM 7070-Leer-cuota-pres
           .
       5600-Encabezar-listado.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "RECARGO POR MORA - CORTE " DELIMITED BY SIZE
                  WSV-FECHA-CORTE DELIMITED BY SIZE
                  "  TASA " DELIMITED BY SIZE
                  WSV-TASA-EDITADA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  "  GRACIA " DELIMITED BY SIZE
                  WSV-DIAS-GRACIA DELIMITED BY SIZE
                  " DIAS HABILES" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           MOVE "CLI NOMBRE     DESDE    DIAS  DEUDA  MON  RECARG "
               TO WSV-LINEA-ARMADA
           MOVE "RESULTADO" TO WSV-LINEA-ARMADA(50:9)
           PERFORM 5890-Escribir-linea
           .
      *Evalua un cliente: deuda saldada, dentro de la gracia,
      *excluido por reclamo / promesa / recargo del mes, o recargo.
       5700-Evaluar-cliente.
           MOVE ZERO TO WSV-DIAS-HABILES
           MOVE ZERO TO WSV-RECARGO
           IF (WST-CLI-FECHA-ULTIMA(WSV-IDX-CLI)
                   < WSV-FECHA-MAS-RECIENTE)
                   OR (WST-CLI-DEUDA(WSV-IDX-CLI) = ZERO)
               ADD 1 TO CTRL-CANT-SALDADOS
               MOVE "SALDADA" TO WSV-RESULTADO-CLI
           ELSE
               PERFORM 5710-Contar-dias-habiles
               IF WSV-DIAS-HABILES NOT > WSV-DIAS-GRACIA
                   ADD 1 TO CTRL-CANT-EN-GRACIA
                   MOVE "EN GRACIA" TO WSV-RESULTADO-CLI
               ELSE
                   MOVE WST-CLI-NRO(WSV-IDX-CLI)
                       TO WSV-NRO-CLIE-BUSCADO
                   PERFORM 5720-Buscar-excluido
                   PERFORM 5730-Resolver-cliente
               END-IF
           END-IF
           PERFORM 5790-Linea-de-cliente
           .
      *Dias habiles (DIFHABIL) desde el primer rechazo hasta la
      *fecha de corte.
       5710-Contar-dias-habiles.
           MOVE WST-CLI-FECHA-VIEJA(WSV-IDX-CLI) TO WSV-FECHA-ARCHIVO
           SET HAB-MODO-DIFERENCIA TO TRUE
           MOVE WSV-ARCH-DIA   TO HAB-DIA-DESDE
           MOVE WSV-ARCH-MES   TO HAB-MES-DESDE
           MOVE WSV-ARCH-ANIO  TO HAB-ANIO-DESDE
           MOVE WSV-CORTE-DIA  TO HAB-DIA-HASTA
           MOVE WSV-CORTE-MES  TO HAB-MES-HASTA
           MOVE WSV-CORTE-ANIO TO HAB-ANIO-HASTA
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           MOVE HAB-DIAS-RESULT TO WSV-DIAS-HABILES
           .
       5720-Buscar-excluido.
           SET SIN-EXCLUSION TO TRUE
           MOVE 1 TO WSV-IDX-EXC
           PERFORM 5725-Comparar-excluido
               UNTIL WSV-IDX-EXC > WSV-CANT-EXCLUIDOS
           .
       5725-Comparar-excluido.
           IF WST-EXC-NRO-CLIE(WSV-IDX-EXC) = WSV-NRO-CLIE-BUSCADO
               MOVE WST-EXC-MOTIVO(WSV-IDX-EXC)
                   TO WSV-MOTIVO-EXCLUSION
               MOVE WSV-CANT-EXCLUIDOS TO WSV-IDX-EXC
           END-IF
           ADD 1 TO WSV-IDX-EXC
           .
       5730-Resolver-cliente.
           IF EXCLUIDO-RECLAMO
               ADD 1 TO CTRL-CANT-RECLAMOS
               MOVE "RECLAMO ABIERTO" TO WSV-RESULTADO-CLI
           ELSE
           IF EXCLUIDO-PROMESA
               ADD 1 TO CTRL-CANT-PROMESAS
               MOVE "PROMESA DE PAGO" TO WSV-RESULTADO-CLI
           ELSE
           IF EXCLUIDO-YA-RECARGADO
               ADD 1 TO CTRL-CANT-YA-RECARGADOS
               MOVE "YA RECARGADO EN MES" TO WSV-RESULTADO-CLI
           ELSE
               PERFORM 5740-Generar-recargo
           END-IF
           END-IF
           END-IF
           .
      *Recargo = deuda impaga por la tasa mensual MOR, en la moneda
      *y cuenta de la deuda.
       5740-Generar-recargo.
           COMPUTE WSV-RECARGO ROUNDED =
                   WST-CLI-DEUDA(WSV-IDX-CLI) * WSV-TASA-MORA / 100
           IF WSV-RECARGO = ZERO
               ADD 1 TO CTRL-CANT-EN-GRACIA
               MOVE "RECARGO NULO" TO WSV-RESULTADO-CLI
           ELSE
               INITIALIZE REGISTRO-SALIDA-SERVICIOS
               MOVE WST-CLI-NRO(WSV-IDX-CLI) TO NRO-CLIE-SERV
               MOVE WSC-COD-SERV-MORA TO COD-SERV
               MOVE WSV-RECARGO TO MONTO
               MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO MONEDA-SERV
               MOVE WSV-FECHA-CORTE TO FECHA-SERV
               MOVE "D" TO TIPO-MOVIM-SERV
               MOVE WST-CLI-NRO-CTA(WSV-IDX-CLI) TO NRO-CTA-SERV
               WRITE REGISTRO-SALIDA-SERVICIOS
               PERFORM 5750-Anotar-mora
               ADD 1 TO CTRL-CANT-RECARGOS
               ADD WST-CLI-DEUDA(WSV-IDX-CLI) TO CTRL-MONTO-DEUDA
               ADD WSV-RECARGO TO CTRL-MONTO-RECARGOS
               MOVE "RECARGADO" TO WSV-RESULTADO-CLI
           END-IF
           .
       5750-Anotar-mora.
           MOVE WST-CLI-NRO(WSV-IDX-CLI) TO MOR-NRO-CLIE
           MOVE WSV-PERIODO-CORTE TO MOR-PERIODO
           MOVE WSV-FECHA-CORTE TO MOR-FECHA-CORTE
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO MOR-DEUDA
           MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO MOR-MONEDA
           MOVE WSV-DIAS-HABILES TO MOR-DIAS-HABILES
           MOVE WSV-TASA-MORA TO MOR-TASA
           MOVE WSV-RECARGO TO MOR-RECARGO
           WRITE REGISTRO-MORA
           .
       5790-Linea-de-cliente.
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO WSV-IMPORTE-EDITADO
           MOVE WSV-RECARGO TO WSV-RECARGO-EDITADO
           MOVE WSV-DIAS-HABILES TO WSV-DIAS-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-CLI-NRO(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-NOMBRE(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-FECHA-VIEJA(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-DIAS-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-MONEDA(WSV-IDX-CLI) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-RECARGO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RESULTADO-CLI DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
       5800-Cerrar-listado.
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-RECARGOS TO WSV-TOTAL-EDITADO
           STRING "RECARGOS GENERADOS: " DELIMITED BY SIZE
                  CTRL-CANT-RECARGOS DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-DEUDA TO WSV-TOTAL-EDITADO
           STRING "DEUDA RECARGADA:    " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           STRING "ARCHIVO DE SERVICIOS: " DELIMITED BY SIZE
                  WSV-NOMBRE-SALIDA DELIMITED BY SPACE
                  "  SECUENCIA " DELIMITED BY SIZE
                  WSV-SECUENCIA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7000-Abrir-salidas.
           OPEN OUTPUT SALIDA-SERVICIOS
           IF FS-SALIDA-SERVICIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           ELSE
               DISPLAY "Pude abrir el archivo: " WSV-NOMBRE-SALIDA
           END-IF
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "MORA." DELIMITED BY SIZE
                  WSV-FECHA-CORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           OPEN OUTPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO-MORA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN EXTEND ARCH-MORAS
           IF FS-MORAS NOT = "00"
               OPEN OUTPUT ARCH-MORAS
           END-IF
           .
       7010-Leer-rechazo.
           READ ENTRADA-RECHAZOS
           IF (FS-ENTRADA-RECHAZOS = "00")
                   AND (REGISTRO-ENTRADA-RECHAZOS (1:6) = "HEADER")
               READ ENTRADA-RECHAZOS
           END-IF
           .
       7020-Leer-aplicado.
           READ ARCH-APLICADOS
           .
       7030-Leer-tasa.
           READ ARCH-TASAS
           .
       7040-Leer-reclamo.
           READ ARCH-RECLAMOS
           .
       7050-Leer-promesa.
           READ ARCH-PROMESAS
           .
       7060-Leer-mora.
           READ ARCH-MORAS
           .
       7070-Leer-cuota-pres.
           READ ARCH-CUOTAS-PRES
           .
      *Toma el proximo numero de secuencia compartido y estampa el
      *HEADER de identificacion al comienzo del archivo generado.
       7100-Estampar-header.
           OPEN INPUT ARCH-SECUENCIA
           IF FS-SECUENCIA = "00"
               READ ARCH-SECUENCIA
               IF FS-SECUENCIA = "00"
                   MOVE SEC-ULTIMA TO WSV-SECUENCIA
               END-IF
               CLOSE ARCH-SECUENCIA
           END-IF
           ADD 1 TO WSV-SECUENCIA
           OPEN OUTPUT ARCH-SECUENCIA
           MOVE WSV-SECUENCIA TO SEC-ULTIMA
           WRITE REGISTRO-SECUENCIA
           CLOSE ARCH-SECUENCIA
           MOVE "HEADER " TO HEADER-TAG-SERV
           MOVE "ProgMora" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-CORTE TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
           .
       7200-Cerrar-salidas.
           CLOSE SALIDA-SERVICIOS
           CLOSE SALIDA-LISTADO
           CLOSE ARCH-MORAS
           DISPLAY "Listado de control: " WSV-NOMBRE-LISTADO
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
           MOVE "ProgMora"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Archivos procesados: " CTRL-CANT-ARCHIVOS
           DISPLAY "Rechazos leidos:     " CTRL-CANT-REGISTROS
           DISPLAY "Pagos netados:       " CTRL-CANT-PAGOS
           DISPLAY "Cuotas de prestamo:  " CTRL-CANT-CUOTAS-PRES
           DISPLAY "Clientes evaluados:  " WSV-CANT-CLIENTES
           DISPLAY "Deuda saldada:       " CTRL-CANT-SALDADOS
           DISPLAY "Dentro de la gracia: " CTRL-CANT-EN-GRACIA
           DISPLAY "Con reclamo abierto: " CTRL-CANT-RECLAMOS
           DISPLAY "Con promesa de pago: " CTRL-CANT-PROMESAS
           DISPLAY "Ya recargados (mes): " CTRL-CANT-YA-RECARGADOS
           DISPLAY "Recargos generados:  " CTRL-CANT-RECARGOS
                   "  Monto: " CTRL-MONTO-RECARGOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
