      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de prestamos prendarios e hipotecarios
      *    Mantiene PRESTAMOS.TXT (copybook REG-PRESTAMO) y su cuadro
      *    de amortizacion PRESTAMOS_CUOTAS.TXT (REG-PRESCUOTA):
      *    (A)lta: da de alta un prestamo de producto 50 (prendario)
      *    o 60 (hipotecario) contra una cuenta de CUENTAS.TXT, a la
      *    tasa PRE o HIP de TASAS.TXT (PGENTASA) vigente el dia de
      *    inicio, y arma el cuadro por sistema frances: cuota fija,
      *    interes de cada cuota sobre el saldo de capital y la
      *    ultima cuota absorbe el redondeo. El cuadro queda impreso
      *    en PRESTAMO.NNNNNN.TXT. La cuota tiene que entrar en el
      *    monto de SERVICIOS (999.99) y un cliente no puede tener
      *    dos prestamos vigentes del mismo producto (el apareo
      *    retendria la segunda linea del codigo como repetida).
      *    (E)mitir: factura el mes AAAAMM: la cuota pendiente mas
      *    vieja de cada prestamo que vence hasta ese mes sale en un
      *    archivo en layout SERVICIOS con HEADER (como ProgCuotas),
      *    codigo PRE o HIP, con NRO-CUOTA/TOT-CUOTAS. En el mismo
      *    archivo sale, por cliente, una linea PUN con el punitorio
      *    devengado de sus cuotas rechazadas.
      *    (R)echazos: procesa el RECHAZOS.AAAAMMDD.TXT de la corrida:
      *    la cuota emitida cuyo cliente y cuenta volvieron con el
      *    codigo del prestamo queda rechazada y empieza a devengar
      *    punitorio a la tasa MOR desde su vencimiento; las demas
      *    emitidas quedan cobradas. La cuota rechazada la vuelve a
      *    cobrar la cadena de deuda rechazada (ProgRepres,
      *    ProgPagos); cuando el cliente ya no figura en un RECHAZOS
      *    posterior se da por cobrada.
      *    (C)ancelacion: cotiza la cancelacion anticipada de un
      *    prestamo a una fecha (capital adeudado, interes corrido,
      *    cuotas vencidas y rechazadas y punitorio) en
      *    CANCELACION.NNNNNN.AAAAMMDD.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgPrestamos.
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
      *Maestro de prestamos.
           SELECT ARCH-PRESTAMOS ASSIGN TO "PRESTAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRESTAMOS.
      *Cuadro de amortizacion de todos los prestamos.
           SELECT ARCH-CUOTAS ASSIGN TO "PRESTAMOS_CUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUOTAS.
      *Maestro de tasas con vigencia (lo mantiene PGENTASA).
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Maestro de cuentas del apareo: sucursal y moneda de la cuenta
      *del prestamo.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *RECHAZOS archivado de la corrida (RECHAZOS.AAAAMMDD.TXT).
           SELECT ENTRADA-RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECHAZOS.
      *Cuotas del mes, en layout SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.

           SELECT SALIDA-INFORME ASSIGN DYNAMIC WSV-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INFORME.
      *Respaldo de cada archivo antes de regrabarlo.
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
      *Archivo PRESTAMOS
           FD ARCH-PRESTAMOS.
               COPY REG-PRESTAMO.
      *
      *Archivo PRESTAMOS_CUOTAS
           FD ARCH-CUOTAS.
               COPY REG-PRESCUOTA.
      *
      *Archivo TASAS (mismo layout que escribe PGENTASA)
           FD ARCH-TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
                   05 REG-TAS-TASA             PIC 9(02)V99.
                   05 REG-TAS-VIG-DESDE        PIC 9(08).
      *
      *Archivo CUENTAS (mismo layout de entrada que ProgApareo)
           FD ARCH-CUENTAS.
               01 REGISTRO-CUENTA.
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
      *Archivo de salida en el layout de SERVICIOS que espera
      *ProgApareo, como lineas enteras.
           FD SALIDA-SERVICIOS.
               01 LINEA-SALIDA-SERVICIOS       PIC X(32).
      *Registro de identificacion al comienzo del archivo, para el
      *control de repeticion de ProgApareo.
               01 REGISTRO-HEADER-SERVICIOS.
                   02 HEADER-TAG-SERV          PIC X(07).
                   02 HEADER-PROGRAMA-SERV     PIC X(10).
                   02 HEADER-FECHA-SERV        PIC 9(08).
                   02 HEADER-SECUENCIA-SERV    PIC 9(05).
      *
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
               01 REGISTRO-SECUENCIA.
                   02 SEC-ULTIMA               PIC 9(05).
      *
           FD SALIDA-INFORME.
               01 LINEA-INFORME                PIC X(100).
      *
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).
      *
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
               02 FS-PRESTAMOS                 PIC X(02) VALUE ZEROES.
               02 FS-CUOTAS                    PIC X(02) VALUE ZEROES.
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INFORME            PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-OPCION                       PIC X(01).
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-EMITIR                VALUE "E".
               88 OPCION-RECHAZOS              VALUE "R".
               88 OPCION-COTIZAR               VALUE "C".

      *Sesion del operador (RSIGNON) que da de alta el prestamo.
           COPY TAB-SIGNON.
      *Pedido a la rutina DIFFECHA (dias corridos entre dos fechas).
           COPY TAB-DIFDIA.

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

      *Codigos de servicio y tipos de tasa: el del prestamo segun el
      *producto y el del punitorio.
           01 WSC-COD-PRENDARIO                PIC X(03) VALUE "PRE".
           01 WSC-COD-HIPOTECARIO              PIC X(03) VALUE "HIP".
           01 WSC-COD-PUNITORIO                PIC X(03) VALUE "PUN".
           01 WSC-TIPO-TASA-MORA               PIC X(03) VALUE "MOR".
           01 WSV-COD-PRESTAMO                 PIC X(03).

      *Fecha AAAAMMDD partida para armar los pedidos a DIFFECHA y
      *calcular vencimientos.
           01 WSV-FECHA-CALC                   PIC 9(08).
           01 WSV-FECHA-CALC-R REDEFINES WSV-FECHA-CALC.
               02 WSV-CALC-ANIO                PIC 9(04).
               02 WSV-CALC-MES                 PIC 9(02).
               02 WSV-CALC-DIA                 PIC 9(02).
           01 WSV-FECHA-HASTA-CALC             PIC 9(08).
           01 WSV-DIAS-CALC                    PIC S9(07).

      *Vencimiento de la cuota N: N meses despues del inicio.
           01 WSV-FECHA-INICIO-CALC            PIC 9(08).
           01 WSV-FECHA-INICIO-R REDEFINES WSV-FECHA-INICIO-CALC.
               02 WSV-INI-ANIO                 PIC 9(04).
               02 WSV-INI-MES                  PIC 9(02).
               02 WSV-INI-DIA                  PIC 9(02).
           01 WSV-MESES-TOTAL                  PIC 9(06).
           01 WSV-RESTO-MES                    PIC 9(02).
           01 WSV-RESTO-BISIESTO               PIC 9(03).
           01 WSV-ULTIMO-DIA                   PIC 9(02).
           01 WSC-DIAS-MESES                   PIC X(24)
               VALUE "312831303130313130313031".
           01 WSC-DIAS-MESES-R REDEFINES WSC-DIAS-MESES.
               02 WSC-DIAS-MES                 PIC 9(02)
                   OCCURS 12 TIMES.

      *Tasa vigente (mensual %) de tipo WSV-TIPO-TASA a
      *WSV-FECHA-TASA.
           01 WSV-TIPO-TASA                    PIC X(03).
           01 WSV-FECHA-TASA                   PIC 9(08) VALUE ZERO.
           01 WSV-TASA-VIGENTE                 PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA                         PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".
      *Tasa MOR del punitorio (cero si no hay: no se devenga).
           01 WSV-TASA-MORA                    PIC 9(02)V99 VALUE ZERO.

      *PRESTAMOS.TXT en memoria (mismo layout que REG-PRESTAMO).
           01 WST-PRESTAMOS.
               02 WST-PRE-DET               OCCURS 500 TIMES.
                   03 WST-PRE-NRO           PIC 9(06).
                   03 WST-PRE-NRO-CLIE      PIC 9(03).
                   03 WST-PRE-NRO-CTA       PIC 9(02).
                   03 WST-PRE-SUCURSAL      PIC 9(03).
                   03 WST-PRE-MONEDA        PIC X(03).
                   03 WST-PRE-PRODUCTO      PIC 9(02).
                   03 WST-PRE-CAPITAL       PIC 9(07)V99.
                   03 WST-PRE-TASA          PIC 9(02)V99.
                   03 WST-PRE-PLAZO         PIC 9(02).
                   03 WST-PRE-FECHA-INICIO  PIC 9(08).
                   03 WST-PRE-CUOTA         PIC 999V99.
                   03 WST-PRE-ESTADO        PIC X(01).
                   03 WST-PRE-FECHA-ALTA    PIC 9(08).
                   03 WST-PRE-OPERADOR      PIC 9(03).
           01 WSV-CANT-PRESTAMOS               PIC 9(04) VALUE ZERO.
           01 WSV-IDX-PRE                      PIC 9(04).
           01 WSV-IDX-PRE-HALLADO              PIC 9(04).
           01 WSV-IDX-NUEVO                    PIC 9(04).
           01 WSV-IDX-GRABAR                   PIC 9(05).
           01 WSV-ULTIMO-NRO                   PIC 9(06) VALUE ZERO.
           01 WSV-NRO-BUSCADO                  PIC 9(06).

      *PRESTAMOS_CUOTAS.TXT en memoria (mismo layout que
      *REG-PRESCUOTA).
           01 WST-CUOTAS.
               02 WST-CUO-DET               OCCURS 5000 TIMES.
                   03 WST-CUO-NRO-PRESTAMO  PIC 9(06).
                   03 WST-CUO-NRO-CUOTA     PIC 9(02).
                   03 WST-CUO-NRO-CLIE      PIC 9(03).
                   03 WST-CUO-NRO-CTA       PIC 9(02).
                   03 WST-CUO-FECHA-VTO     PIC 9(08).
                   03 WST-CUO-CAPITAL       PIC 9(05)V99.
                   03 WST-CUO-INTERES       PIC 9(05)V99.
                   03 WST-CUO-CUOTA         PIC 9(05)V99.
                   03 WST-CUO-SALDO         PIC 9(07)V99.
                   03 WST-CUO-ESTADO        PIC X(01).
                   03 WST-CUO-FECHA-EMISION PIC 9(08).
                   03 WST-CUO-FECHA-RECHAZO PIC 9(08).
                   03 WST-CUO-FECHA-MORA    PIC 9(08).
                   03 WST-CUO-PUNIT-PEND    PIC 9(05)V99.
                   03 WST-CUO-PUNIT-FACT    PIC 9(05)V99.
           01 WSV-CANT-CUOTAS                  PIC 9(05) VALUE ZERO.
           01 WSV-IDX-CUO                      PIC 9(05).
           01 WSV-IDX-CUO-HALLADA              PIC 9(05).
           01 WSV-CANT-ABIERTAS                PIC 9(03).

      *Datos del prestamo que se da de alta.
           01 WSV-NUEVO.
               02 WSV-NUE-NRO-CLIE             PIC 9(03).
               02 WSV-NUE-NRO-CTA              PIC 9(02).
               02 WSV-NUE-SUCURSAL             PIC 9(03).
               02 WSV-NUE-MONEDA               PIC X(03).
               02 WSV-NUE-PRODUCTO             PIC 9(02).
                   88 NUE-PRENDARIO            VALUE 50.
                   88 NUE-HIPOTECARIO          VALUE 60.
               02 WSV-NUE-CAPITAL              PIC 9(07)V99.
               02 WSV-NUE-PLAZO                PIC 9(02).
               02 WSV-NUE-FECHA-INICIO         PIC 9(08).
      *Tope de la cuota: el monto de SERVICIOS es 999V99.
           01 WSC-TOPE-CUOTA                   PIC 999V99 VALUE 999.99.

      *Cuenta hallada en CUENTAS.
           77 WSS-CUENTA                       PIC X(01) VALUE "N".
               88 CUENTA-HALLADA               VALUE "S".
               88 CUENTA-NO-HALLADA            VALUE "N".
           01 WSV-CTA-LEIDA                    PIC 9(02).

      *Sistema frances: tasa mensual por uno, factor (1 + i) ** n,
      *cuota fija y cuadro cuota a cuota.
           01 WSV-TASA-UNITARIA                PIC 9V9(06).
           01 WSV-FACTOR                       PIC 9(09)V9(09).
           01 WSV-FACTOR-MENOS-UNO             PIC 9(09)V9(09).
           01 WSV-CUOTA-FIJA                   PIC 9(07)V99.
           01 WSV-NRO-CUOTA                    PIC 9(02).
           01 WSV-SALDO-CALC                   PIC 9(07)V99.
           01 WSV-INTERES-CALC                 PIC 9(05)V99.
           01 WSV-CAPITAL-CALC                 PIC 9(07)V99.
           01 WSV-CUOTA-CALC                   PIC 9(07)V99.
           01 WSV-TOTAL-INTERES                PIC 9(07)V99.

      *Facturacion del mes.
           01 WSV-PERIODO                      PIC 9(06) VALUE ZERO.
           01 WSV-TOPE-PERIODO                 PIC 9(08).
           01 WSV-FECHA-SERVICIO               PIC 9(08) VALUE ZERO.
      *Lineas del archivo de salida, en el orden cliente+cuenta que
      *espera el apareo.
           01 WST-SALIDA.
               02 WST-SAL-LINEA                PIC X(32)
                   OCCURS 999 TIMES.
           01 WSV-CANT-SALIDA                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SAL                      PIC 9(04).
           01 WSV-IDX-MOVER                    PIC 9(04).
           01 WSV-LINEA-AUX                    PIC X(32).
           01 WSV-CLAVE-NUEVA                  PIC 9(05).
           01 WSV-CLAVE-TABLA                  PIC 9(05).
           01 WSV-CLIE-CLAVE                   PIC 9(03).
           01 WSV-CTA-CLAVE                    PIC 9(02).
           77 WSS-POSICION                     PIC X(01) VALUE "N".
               88 POSICION-HALLADA             VALUE "S".
               88 POSICION-NO-HALLADA          VALUE "N".
      *Una linea en el layout de SERVICIOS.
           01 WSV-LINEA-SERV.
               02 WSV-SRV-NRO-CLIE             PIC 9(03).
               02 WSV-SRV-COD-SERV             PIC X(03).
               02 WSV-SRV-MONTO                PIC 999V99.
               02 WSV-SRV-MONEDA               PIC X(03).
               02 WSV-SRV-FECHA                PIC 9(08).
               02 WSV-SRV-TIPO-MOVIM           PIC X(01).
               02 WSV-SRV-NRO-CUOTA            PIC 9(02).
               02 WSV-SRV-TOT-CUOTAS           PIC 9(02).
               02 WSV-SRV-PROVEEDOR            PIC X(03).
               02 WSV-SRV-NRO-CTA              PIC 9(02).
      *Punitorio a facturar por cliente (una sola linea PUN por
      *cliente, para que el apareo no la retenga como repetida).
           01 WST-PUNITORIOS.
               02 WST-PUN-DET               OCCURS 500 TIMES.
                   03 WST-PUN-NRO-CLIE      PIC 9(03).
                   03 WST-PUN-NRO-CTA       PIC 9(02).
                   03 WST-PUN-MONEDA        PIC X(03).
                   03 WST-PUN-MONTO         PIC 999V99.
           01 WSV-CANT-PUNITORIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PUN                      PIC 9(03).
           01 WSV-IDX-PUN-HALLADO              PIC 9(03).

      *Punitorio de una cuota rechazada hasta WSV-FECHA-HASTA-MORA.
           01 WSV-FECHA-HASTA-MORA             PIC 9(08).
           01 WSV-PUNITORIO                    PIC 9(05)V99.

      *RECHAZOS de la corrida en memoria: cliente, cuenta y codigos
      *de servicio rechazados.
           01 WSV-FECHA-ARCHIVO                PIC 9(08) VALUE ZERO.
           01 WST-RECHAZOS.
               02 WST-RCH-DET               OCCURS 300 TIMES.
                   03 WST-RCH-NRO-CLIE      PIC 9(03).
                   03 WST-RCH-NRO-CTA       PIC 9(02).
                   03 WST-RCH-CODIGO        PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-RECHAZOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-RCH                      PIC 9(03).
           01 WSV-IDX-RCH-HALLADO              PIC 9(03).
           01 WSV-IDX-COD                      PIC 9(02).
           77 WSS-CODIGO                       PIC X(01) VALUE "N".
               88 CODIGO-HALLADO               VALUE "S".
               88 CODIGO-NO-HALLADO            VALUE "N".

      *Cotizacion de cancelacion anticipada.
           01 WSV-FECHA-COTIZACION             PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-ANTERIOR               PIC 9(08).
           01 WSV-DIAS-CORRIDOS                PIC S9(07).
           01 WSV-DIAS-PERIODO                 PIC S9(07).
           77 WSS-CORRIENTE                    PIC X(01) VALUE "N".
               88 CORRIENTE-HALLADA            VALUE "S".
               88 CORRIENTE-NO-HALLADA         VALUE "N".
           01 WSV-COTIZACION.
               02 WSV-COT-CAPITAL              PIC 9(07)V99.
               02 WSV-COT-INTERES              PIC 9(07)V99.
               02 WSV-COT-VENCIDAS             PIC 9(07)V99.
               02 WSV-COT-RECHAZADAS           PIC 9(07)V99.
               02 WSV-COT-PUNITORIO            PIC 9(07)V99.
               02 WSV-COT-EN-COBRO             PIC 9(07)V99.
               02 WSV-COT-TOTAL                PIC 9(07)V99.
           01 WSV-COT-CONCEPTO                 PIC X(30).
           01 WSV-COT-IMPORTE                  PIC 9(07)V99.

      *Campos editados para pantalla e informes.
           01 WSV-CAPITAL-EDIT                 PIC ZZZZZZ9.99.
           01 WSV-INTERES-EDIT                 PIC ZZZZZZ9.99.
           01 WSV-CUOTA-EDIT                   PIC ZZZZZZ9.99.
           01 WSV-SALDO-EDIT                   PIC ZZZZZZ9.99.
           01 WSV-TASA-EDIT                    PIC Z9.99.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EMITIDAS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-EMITIDO           PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-LINEAS-PUN         PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-PUNITORIO         PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-PUN-DIFERIDOS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECHAZADAS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-COBRADAS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECUPERADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-TERMINADOS         PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-RECHAZOS              PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                          VALUE "SERV_PRESTAMOS.TXT".
           01 WSV-NOMBRE-INFORME               PIC X(40).
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
           DISPLAY "(A)lta de prestamo, (E)mitir cuotas del mes, "
                   "(R)echazos de la corrida, (C)otizar cancelacion: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-ALTA OR OPCION-EMITIR
                   OR OPCION-RECHAZOS OR OPCION-COTIZAR)
               MOVE "Opcion invalida, se espera A, E, R o C"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF OPCION-ALTA
               PERFORM 1100-Identificar-operador
           END-IF
           .
      *El alta compromete plata del banco: el legajo queda en el
      *prestamo.
       1100-Identificar-operador.
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
      *.......................... Proceso ..............................
       5000-Proceso.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 5100-Alta
               WHEN OPCION-EMITIR
                   PERFORM 5200-Emitir
               WHEN OPCION-RECHAZOS
                   PERFORM 5300-Rechazos
               WHEN OPCION-COTIZAR
                   PERFORM 5400-Cotizar
           END-EVALUATE
           .
      *--------------------------- Alta --------------------------------
       5100-Alta.
           PERFORM 5110-Pedir-datos
           PERFORM 5120-Buscar-cuenta
           IF CUENTA-NO-HALLADA
               MOVE "El cliente no tiene esa cuenta en CUENTAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINCT" TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF NUE-PRENDARIO
               MOVE WSC-COD-PRENDARIO TO WSV-TIPO-TASA
           ELSE
               MOVE WSC-COD-HIPOTECARIO TO WSV-TIPO-TASA
           END-IF
           MOVE WSV-NUE-FECHA-INICIO TO WSV-FECHA-TASA
           PERFORM 6100-Buscar-tasa-vigente
           IF TASA-NO-HALLADA
               MOVE "Sin tasa vigente al inicio (corra PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-TIPO-TASA TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6000-Cargar-prestamos
           PERFORM 6050-Cargar-cuotas
           PERFORM 5130-Controlar-repetido
           PERFORM 5140-Calcular-cuota-fija
           PERFORM 5145-Agregar-prestamo
           MOVE WST-PRE-CAPITAL(WSV-IDX-NUEVO) TO WSV-SALDO-CALC
           MOVE ZERO TO WSV-TOTAL-INTERES
           PERFORM 5150-Armar-cuota
               VARYING WSV-NRO-CUOTA FROM 1 BY 1
               UNTIL WSV-NRO-CUOTA > WSV-NUE-PLAZO
           PERFORM 5160-Emitir-cuadro
           PERFORM 5900-Grabar-todo
           ADD 1 TO CTRL-CANT-ALTAS
           .
       5110-Pedir-datos.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-NUE-NRO-CLIE
           DISPLAY "Numero de cuenta del cliente (xx, 00 usa la 01): "
           ACCEPT WSV-NUE-NRO-CTA
           IF (WSV-NUE-NRO-CTA NOT NUMERIC) OR (WSV-NUE-NRO-CTA = ZERO)
               MOVE 01 TO WSV-NUE-NRO-CTA
           END-IF
           DISPLAY "Producto (50 prendario, 60 hipotecario): "
           ACCEPT WSV-NUE-PRODUCTO
           IF NOT (NUE-PRENDARIO OR NUE-HIPOTECARIO)
               MOVE "Producto invalido, se espera 50 o 60"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PRODU" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Capital (9999999.99): "
           ACCEPT WSV-NUE-CAPITAL
           IF (WSV-NUE-CAPITAL NOT NUMERIC) OR (WSV-NUE-CAPITAL = ZERO)
               MOVE "Capital invalido" TO WSV-ANULADO-DESCRIP
               MOVE "CAPIT" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Plazo en meses (01 a 99): "
           ACCEPT WSV-NUE-PLAZO
           IF (WSV-NUE-PLAZO NOT NUMERIC) OR (WSV-NUE-PLAZO = ZERO)
               MOVE "Plazo invalido" TO WSV-ANULADO-DESCRIP
               MOVE "PLAZO" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Fecha de inicio (AAAAMMDD, 00000000 usa la "
                   "fecha del dia): "
           ACCEPT WSV-NUE-FECHA-INICIO
           IF (WSV-NUE-FECHA-INICIO NOT NUMERIC)
                   OR (WSV-NUE-FECHA-INICIO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-NUE-FECHA-INICIO
           END-IF
           .
      *La cuenta del cliente en CUENTAS da la sucursal y la moneda
      *del prestamo.
       5120-Buscar-cuenta.
           SET CUENTA-NO-HALLADA TO TRUE
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7040-Leer-cuenta
           PERFORM 5121-Comparar-cuenta
               UNTIL (FS-CUENTAS NOT = "00") OR CUENTA-HALLADA
           CLOSE ARCH-CUENTAS
           .
       5121-Comparar-cuenta.
           IF (NRO-CTA-CLIE-CUEN NUMERIC) AND (NRO-CTA-CLIE-CUEN > ZERO)
               MOVE NRO-CTA-CLIE-CUEN TO WSV-CTA-LEIDA
           ELSE
               MOVE 01 TO WSV-CTA-LEIDA
           END-IF
           IF (NRO-CLIE-CUEN = WSV-NUE-NRO-CLIE)
                   AND (WSV-CTA-LEIDA = WSV-NUE-NRO-CTA)
               SET CUENTA-HALLADA TO TRUE
               MOVE MONEDA-CUEN TO WSV-NUE-MONEDA
               IF SUCURSAL-CUEN NUMERIC
                   MOVE SUCURSAL-CUEN TO WSV-NUE-SUCURSAL
               ELSE
                   MOVE ZERO TO WSV-NUE-SUCURSAL
               END-IF
           ELSE
               PERFORM 7040-Leer-cuenta
           END-IF
           .
      *Dos prestamos vigentes del mismo producto mandarian dos lineas
      *del mismo codigo al mismo cliente y el apareo retendria la
      *segunda como repetida.
       5130-Controlar-repetido.
           PERFORM 5131-Comparar-repetido
               VARYING WSV-IDX-PRE FROM 1 BY 1
               UNTIL WSV-IDX-PRE > WSV-CANT-PRESTAMOS
           .
       5131-Comparar-repetido.
           IF (WST-PRE-NRO-CLIE(WSV-IDX-PRE) = WSV-NUE-NRO-CLIE)
                   AND (WST-PRE-PRODUCTO(WSV-IDX-PRE)
                       = WSV-NUE-PRODUCTO)
                   AND (WST-PRE-ESTADO(WSV-IDX-PRE) = "V")
               MOVE "Cliente con prestamo vigente del mismo producto"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REPET" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Cuota fija del sistema frances: capital x i x f / (f - 1),
      *con f = (1 + i) ** plazo; sin tasa, capital / plazo. Tiene
      *que entrar en el monto de SERVICIOS.
       5140-Calcular-cuota-fija.
           COMPUTE WSV-TASA-UNITARIA = WSV-TASA-VIGENTE / 100
           IF WSV-TASA-UNITARIA = ZERO
               COMPUTE WSV-CUOTA-FIJA ROUNDED =
                       WSV-NUE-CAPITAL / WSV-NUE-PLAZO
           ELSE
               COMPUTE WSV-FACTOR ROUNDED =
                       (1 + WSV-TASA-UNITARIA) ** WSV-NUE-PLAZO
                   ON SIZE ERROR
                       MOVE "Tasa y plazo fuera de rango"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "FACTO" TO WSV-ANULADO-CODIGO
                       MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
               END-COMPUTE
               COMPUTE WSV-FACTOR-MENOS-UNO = WSV-FACTOR - 1
               COMPUTE WSV-CUOTA-FIJA ROUNDED =
                       WSV-NUE-CAPITAL * WSV-TASA-UNITARIA
                       * WSV-FACTOR / WSV-FACTOR-MENOS-UNO
           END-IF
           IF WSV-CUOTA-FIJA > WSC-TOPE-CUOTA
               MOVE "La cuota no entra en SERVICIOS (999.99)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "CUOTA" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Da de alta el prestamo en la tabla con el numero siguiente al
      *mas alto.
       5145-Agregar-prestamo.
           IF WSV-CANT-PRESTAMOS >= 500
               MOVE "WST-PRESTAMOS llena (500 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-PRESTAMOS
           ADD 1 TO WSV-ULTIMO-NRO
           MOVE WSV-CANT-PRESTAMOS TO WSV-IDX-NUEVO
           INITIALIZE WST-PRE-DET(WSV-IDX-NUEVO)
           MOVE WSV-ULTIMO-NRO TO WST-PRE-NRO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-NRO-CLIE TO WST-PRE-NRO-CLIE(WSV-IDX-NUEVO)
           MOVE WSV-NUE-NRO-CTA TO WST-PRE-NRO-CTA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-SUCURSAL TO WST-PRE-SUCURSAL(WSV-IDX-NUEVO)
           MOVE WSV-NUE-MONEDA TO WST-PRE-MONEDA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-PRODUCTO TO WST-PRE-PRODUCTO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-CAPITAL TO WST-PRE-CAPITAL(WSV-IDX-NUEVO)
           MOVE WSV-TASA-VIGENTE TO WST-PRE-TASA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-PLAZO TO WST-PRE-PLAZO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-FECHA-INICIO
               TO WST-PRE-FECHA-INICIO(WSV-IDX-NUEVO)
           MOVE WSV-CUOTA-FIJA TO WST-PRE-CUOTA(WSV-IDX-NUEVO)
           MOVE "V" TO WST-PRE-ESTADO(WSV-IDX-NUEVO)
           MOVE WSV-FECHA-CORRIDA TO WST-PRE-FECHA-ALTA(WSV-IDX-NUEVO)
           MOVE SGN-LEGAJO TO WST-PRE-OPERADOR(WSV-IDX-NUEVO)
           .
      *Cuota WSV-NRO-CUOTA del cuadro: interes sobre el saldo de
      *capital, capital = cuota fija - interes; la ultima cancela
      *todo el saldo y se lleva el redondeo.
       5150-Armar-cuota.
           IF WSV-CANT-CUOTAS >= 5000
               MOVE "WST-CUOTAS llena (5000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS_CUOTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           COMPUTE WSV-INTERES-CALC ROUNDED =
                   WSV-SALDO-CALC * WSV-TASA-UNITARIA
           IF WSV-NRO-CUOTA = WSV-NUE-PLAZO
               MOVE WSV-SALDO-CALC TO WSV-CAPITAL-CALC
               COMPUTE WSV-CUOTA-CALC =
                       WSV-CAPITAL-CALC + WSV-INTERES-CALC
               IF WSV-CUOTA-CALC > WSC-TOPE-CUOTA
                   MOVE "La ultima cuota no entra en SERVICIOS"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "CUOTA" TO WSV-ANULADO-CODIGO
                   MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           ELSE
               MOVE WSV-CUOTA-FIJA TO WSV-CUOTA-CALC
               COMPUTE WSV-CAPITAL-CALC =
                       WSV-CUOTA-CALC - WSV-INTERES-CALC
           END-IF
           SUBTRACT WSV-CAPITAL-CALC FROM WSV-SALDO-CALC
           ADD WSV-INTERES-CALC TO WSV-TOTAL-INTERES
           ADD 1 TO WSV-CANT-CUOTAS
           MOVE WSV-CANT-CUOTAS TO WSV-IDX-CUO
           INITIALIZE WST-CUO-DET(WSV-IDX-CUO)
           MOVE WST-PRE-NRO(WSV-IDX-NUEVO)
               TO WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
           MOVE WSV-NRO-CUOTA TO WST-CUO-NRO-CUOTA(WSV-IDX-CUO)
           MOVE WSV-NUE-NRO-CLIE TO WST-CUO-NRO-CLIE(WSV-IDX-CUO)
           MOVE WSV-NUE-NRO-CTA TO WST-CUO-NRO-CTA(WSV-IDX-CUO)
           MOVE WSV-NUE-FECHA-INICIO TO WSV-FECHA-INICIO-CALC
           PERFORM 6300-Calcular-vto
           MOVE WSV-FECHA-CALC TO WST-CUO-FECHA-VTO(WSV-IDX-CUO)
           MOVE WSV-CAPITAL-CALC TO WST-CUO-CAPITAL(WSV-IDX-CUO)
           MOVE WSV-INTERES-CALC TO WST-CUO-INTERES(WSV-IDX-CUO)
           MOVE WSV-CUOTA-CALC TO WST-CUO-CUOTA(WSV-IDX-CUO)
           MOVE WSV-SALDO-CALC TO WST-CUO-SALDO(WSV-IDX-CUO)
           MOVE "P" TO WST-CUO-ESTADO(WSV-IDX-CUO)
           .
      *Imprime el cuadro del prestamo nuevo en PRESTAMO.NNNNNN.TXT.
       5160-Emitir-cuadro.
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "PRESTAMO." DELIMITED BY SIZE
                  WST-PRE-NRO(WSV-IDX-NUEVO) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           PERFORM 7000-Abrir-informe
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PRESTAMO " DELIMITED BY SIZE
                  WST-PRE-NRO(WSV-IDX-NUEVO) DELIMITED BY SIZE
                  "  PRODUCTO " DELIMITED BY SIZE
                  WSV-NUE-PRODUCTO DELIMITED BY SIZE
                  "  CLIENTE " DELIMITED BY SIZE
                  WSV-NUE-NRO-CLIE DELIMITED BY SIZE
                  " CUENTA " DELIMITED BY SIZE
                  WSV-NUE-NRO-CTA DELIMITED BY SIZE
                  " SUCURSAL " DELIMITED BY SIZE
                  WSV-NUE-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NUE-MONEDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WSV-NUE-CAPITAL TO WSV-CAPITAL-EDIT
           MOVE WSV-TASA-VIGENTE TO WSV-TASA-EDIT
           MOVE WSV-CUOTA-FIJA TO WSV-CUOTA-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CAPITAL " DELIMITED BY SIZE
                  WSV-CAPITAL-EDIT DELIMITED BY SIZE
                  "  TASA MENSUAL " DELIMITED BY SIZE
                  WSV-TASA-EDIT DELIMITED BY SIZE
                  " %  " DELIMITED BY SIZE
                  WSV-NUE-PLAZO DELIMITED BY SIZE
                  " CUOTAS DE " DELIMITED BY SIZE
                  WSV-CUOTA-EDIT DELIMITED BY SIZE
                  "  INICIO " DELIMITED BY SIZE
                  WSV-NUE-FECHA-INICIO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE "NRO VENCIM.     CAPITAL    INTERES      CUOTA"
               TO WSV-LINEA-ARMADA
           MOVE "SALDO" TO WSV-LINEA-ARMADA(53:5)
           PERFORM 6900-Emitir-linea
           PERFORM 5161-Linea-cuadro
               VARYING WSV-IDX-CUO FROM 1 BY 1
               UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WSV-TOTAL-INTERES TO WSV-INTERES-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL DE INTERESES " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           CLOSE SALIDA-INFORME
           .
       5161-Linea-cuadro.
           IF WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                   = WST-PRE-NRO(WSV-IDX-NUEVO)
               PERFORM 5162-Armar-linea-cuota
           END-IF
           .
       5162-Armar-linea-cuota.
           MOVE WST-CUO-CAPITAL(WSV-IDX-CUO) TO WSV-CAPITAL-EDIT
           MOVE WST-CUO-INTERES(WSV-IDX-CUO) TO WSV-INTERES-EDIT
           MOVE WST-CUO-CUOTA(WSV-IDX-CUO) TO WSV-CUOTA-EDIT
           MOVE WST-CUO-SALDO(WSV-IDX-CUO) TO WSV-SALDO-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING " " DELIMITED BY SIZE
                  WST-CUO-NRO-CUOTA(WSV-IDX-CUO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CUO-FECHA-VTO(WSV-IDX-CUO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CAPITAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CUOTA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-SALDO-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
      *------------------------- Emision -------------------------------
       5200-Emitir.
           PERFORM 5210-Pedir-periodo
           PERFORM 5215-Validar-servicios
           MOVE WSV-FECHA-SERVICIO TO WSV-FECHA-TASA
           PERFORM 6120-Buscar-tasa-mora
           PERFORM 6000-Cargar-prestamos
           PERFORM 6050-Cargar-cuotas
           MOVE ZERO TO WSV-CANT-SALIDA
           MOVE ZERO TO WSV-CANT-PUNITORIOS
           COMPUTE WSV-TOPE-PERIODO = WSV-PERIODO * 100 + 31
           PERFORM 5220-Emitir-prestamo
               VARYING WSV-IDX-PRE FROM 1 BY 1
               UNTIL WSV-IDX-PRE > WSV-CANT-PRESTAMOS
           MOVE WSV-FECHA-SERVICIO TO WSV-FECHA-HASTA-MORA
           PERFORM 5240-Devengar-rechazada
               VARYING WSV-IDX-CUO FROM 1 BY 1
               UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
           PERFORM 5250-Acumular-punitorio
               VARYING WSV-IDX-CUO FROM 1 BY 1
               UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
           PERFORM 5260-Linea-punitorio
               VARYING WSV-IDX-PUN FROM 1 BY 1
               UNTIL WSV-IDX-PUN > WSV-CANT-PUNITORIOS
           PERFORM 7400-Grabar-servicios
           MOVE "PRESTAMOS_CUOTAS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "PRESTAMOS_CUOTAS" TO WSV-BASE-RESPALDO
           PERFORM 7100-Respaldar-archivo
           PERFORM 7300-Grabar-cuotas
           .
       5210-Pedir-periodo.
           DISPLAY "Mes a facturar (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC) OR (WSV-PERIODO = ZERO)
               MOVE "Mes a facturar invalido" TO WSV-ANULADO-DESCRIP
               MOVE "PERIO" TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Fecha de servicio a estampar (AAAAMMDD, "
                   "00000000 usa la fecha del dia): "
           ACCEPT WSV-FECHA-SERVICIO
           IF (WSV-FECHA-SERVICIO NOT NUMERIC)
                   OR (WSV-FECHA-SERVICIO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-SERVICIO
           END-IF
           DISPLAY "Archivo de servicios de salida "
                   "(SERV_PRESTAMOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SALIDA
           IF WSV-NOMBRE-SALIDA = SPACES
               MOVE "SERV_PRESTAMOS.TXT" TO WSV-NOMBRE-SALIDA
           END-IF
           .
      *Las cuotas y el punitorio viajan como servicios: los codigos
      *tienen que estar en el catalogo para que ProgApareo los
      *acepte.
       5215-Validar-servicios.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           MOVE WSC-COD-PRENDARIO TO WST-SRV-COD-BUSCADO
           PERFORM 5216-Validar-codigo
           MOVE WSC-COD-HIPOTECARIO TO WST-SRV-COD-BUSCADO
           PERFORM 5216-Validar-codigo
           MOVE WSC-COD-PUNITORIO TO WST-SRV-COD-BUSCADO
           PERFORM 5216-Validar-codigo
           .
       5216-Validar-codigo.
           SET WST-SRV-MODO-BUSCAR TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Servicio inexistente en el catalogo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WST-SRV-COD-BUSCADO TO WSV-ANULADO-CODIGO
               MOVE "SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Un prestamo vigente factura su cuota pendiente mas vieja que
      *vence hasta el mes pedido (una por corrida: dos lineas del
      *mismo codigo quedarian retenidas como repetidas).
       5220-Emitir-prestamo.
           IF WST-PRE-ESTADO(WSV-IDX-PRE) = "V"
               MOVE ZERO TO WSV-IDX-CUO-HALLADA
               PERFORM 5221-Buscar-cuota-del-mes
                   VARYING WSV-IDX-CUO FROM 1 BY 1
                   UNTIL (WSV-IDX-CUO > WSV-CANT-CUOTAS)
                   OR (WSV-IDX-CUO-HALLADA > ZERO)
               IF WSV-IDX-CUO-HALLADA > ZERO
                   PERFORM 5230-Linea-de-cuota
               END-IF
           END-IF
           .
       5221-Buscar-cuota-del-mes.
           IF (WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                   = WST-PRE-NRO(WSV-IDX-PRE))
                   AND (WST-CUO-ESTADO(WSV-IDX-CUO) = "P")
                   AND (WST-CUO-FECHA-VTO(WSV-IDX-CUO)
                       <= WSV-TOPE-PERIODO)
               MOVE WSV-IDX-CUO TO WSV-IDX-CUO-HALLADA
           END-IF
           .
       5230-Linea-de-cuota.
           PERFORM 6150-Codigo-del-producto
           INITIALIZE WSV-LINEA-SERV
           MOVE WST-PRE-NRO-CLIE(WSV-IDX-PRE) TO WSV-SRV-NRO-CLIE
           MOVE WSV-COD-PRESTAMO TO WSV-SRV-COD-SERV
           MOVE WST-CUO-CUOTA(WSV-IDX-CUO-HALLADA) TO WSV-SRV-MONTO
           MOVE WST-PRE-MONEDA(WSV-IDX-PRE) TO WSV-SRV-MONEDA
           MOVE WSV-FECHA-SERVICIO TO WSV-SRV-FECHA
           MOVE "D" TO WSV-SRV-TIPO-MOVIM
           MOVE WST-CUO-NRO-CUOTA(WSV-IDX-CUO-HALLADA)
               TO WSV-SRV-NRO-CUOTA
           MOVE WST-PRE-PLAZO(WSV-IDX-PRE) TO WSV-SRV-TOT-CUOTAS
           MOVE SPACES TO WSV-SRV-PROVEEDOR
           MOVE WST-PRE-NRO-CTA(WSV-IDX-PRE) TO WSV-SRV-NRO-CTA
           PERFORM 6560-Insertar-linea
           MOVE "E" TO WST-CUO-ESTADO(WSV-IDX-CUO-HALLADA)
           MOVE WSV-FECHA-SERVICIO
               TO WST-CUO-FECHA-EMISION(WSV-IDX-CUO-HALLADA)
           ADD 1 TO CTRL-CANT-EMITIDAS
           ADD WST-CUO-CUOTA(WSV-IDX-CUO-HALLADA)
               TO CTRL-MONTO-EMITIDO
           DISPLAY "Cuota emitida: " WSV-LINEA-SERV
           .
       5240-Devengar-rechazada.
           IF WST-CUO-ESTADO(WSV-IDX-CUO) = "R"
               PERFORM 6600-Devengar-punitorio
           END-IF
           .
      *El punitorio pendiente de cada cuota se suma a la linea PUN
      *de su cliente mientras entre en el monto de SERVICIOS; lo que
      *no entra queda pendiente para el mes siguiente.
       5250-Acumular-punitorio.
           IF WST-CUO-PUNIT-PEND(WSV-IDX-CUO) > ZERO
               PERFORM 5251-Buscar-punitorio
               IF WST-PUN-MONTO(WSV-IDX-PUN-HALLADO)
                       + WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
                       > WSC-TOPE-CUOTA
                   ADD 1 TO CTRL-CANT-PUN-DIFERIDOS
               ELSE
                   ADD WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
                       TO WST-PUN-MONTO(WSV-IDX-PUN-HALLADO)
                   ADD WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
                       TO WST-CUO-PUNIT-FACT(WSV-IDX-CUO)
                   MOVE ZERO TO WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
               END-IF
           END-IF
           .
       5251-Buscar-punitorio.
           MOVE ZERO TO WSV-IDX-PUN-HALLADO
           PERFORM 5252-Comparar-punitorio
               VARYING WSV-IDX-PUN FROM 1 BY 1
               UNTIL (WSV-IDX-PUN > WSV-CANT-PUNITORIOS)
               OR (WSV-IDX-PUN-HALLADO > ZERO)
           IF WSV-IDX-PUN-HALLADO = ZERO
               IF WSV-CANT-PUNITORIOS >= 500
                   MOVE "WST-PUNITORIOS llena (500 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PRESTAMOS_CUOTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               MOVE WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                   TO WSV-NRO-BUSCADO
               PERFORM 6060-Buscar-prestamo
               ADD 1 TO WSV-CANT-PUNITORIOS
               MOVE WSV-CANT-PUNITORIOS TO WSV-IDX-PUN-HALLADO
               MOVE WST-CUO-NRO-CLIE(WSV-IDX-CUO)
                   TO WST-PUN-NRO-CLIE(WSV-IDX-PUN-HALLADO)
               MOVE WST-CUO-NRO-CTA(WSV-IDX-CUO)
                   TO WST-PUN-NRO-CTA(WSV-IDX-PUN-HALLADO)
               MOVE WST-PRE-MONEDA(WSV-IDX-PRE-HALLADO)
                   TO WST-PUN-MONEDA(WSV-IDX-PUN-HALLADO)
               MOVE ZERO TO WST-PUN-MONTO(WSV-IDX-PUN-HALLADO)
           END-IF
           .
       5252-Comparar-punitorio.
           IF WST-PUN-NRO-CLIE(WSV-IDX-PUN)
                   = WST-CUO-NRO-CLIE(WSV-IDX-CUO)
               MOVE WSV-IDX-PUN TO WSV-IDX-PUN-HALLADO
           END-IF
           .
       5260-Linea-punitorio.
           IF WST-PUN-MONTO(WSV-IDX-PUN) > ZERO
               INITIALIZE WSV-LINEA-SERV
               MOVE WST-PUN-NRO-CLIE(WSV-IDX-PUN) TO WSV-SRV-NRO-CLIE
               MOVE WSC-COD-PUNITORIO TO WSV-SRV-COD-SERV
               MOVE WST-PUN-MONTO(WSV-IDX-PUN) TO WSV-SRV-MONTO
               MOVE WST-PUN-MONEDA(WSV-IDX-PUN) TO WSV-SRV-MONEDA
               MOVE WSV-FECHA-SERVICIO TO WSV-SRV-FECHA
               MOVE "D" TO WSV-SRV-TIPO-MOVIM
               MOVE SPACES TO WSV-SRV-PROVEEDOR
               MOVE WST-PUN-NRO-CTA(WSV-IDX-PUN) TO WSV-SRV-NRO-CTA
               PERFORM 6560-Insertar-linea
               ADD 1 TO CTRL-CANT-LINEAS-PUN
               ADD WST-PUN-MONTO(WSV-IDX-PUN) TO CTRL-MONTO-PUNITORIO
               DISPLAY "Punitorio emitido: " WSV-LINEA-SERV
           END-IF
           .
      *------------------------ Rechazos -------------------------------
      *Se corre una vez por cada corrida del apareo, en orden, con su
      *RECHAZOS.AAAAMMDD.TXT archivado.
       5300-Rechazos.
           DISPLAY "Fecha del archivo RECHAZOS de la corrida "
                   "(AAAAMMDD): "
           ACCEPT WSV-FECHA-ARCHIVO
           PERFORM 5310-Cargar-rechazos
           MOVE WSV-FECHA-ARCHIVO TO WSV-FECHA-TASA
           PERFORM 6120-Buscar-tasa-mora
           PERFORM 6000-Cargar-prestamos
           PERFORM 6050-Cargar-cuotas
           MOVE WSV-FECHA-ARCHIVO TO WSV-FECHA-HASTA-MORA
           PERFORM 5320-Evaluar-cuota
               VARYING WSV-IDX-CUO FROM 1 BY 1
               UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
           PERFORM 5350-Cerrar-prestamo
               VARYING WSV-IDX-PRE FROM 1 BY 1
               UNTIL WSV-IDX-PRE > WSV-CANT-PRESTAMOS
           PERFORM 5900-Grabar-todo
           .
       5310-Cargar-rechazos.
           MOVE SPACES TO WSV-NOMBRE-RECHAZOS
           STRING "RECHAZOS." DELIMITED BY SIZE
                  WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RECHAZOS
           MOVE ZERO TO WSV-CANT-RECHAZOS
           OPEN INPUT ENTRADA-RECHAZOS
           IF FS-ENTRADA-RECHAZOS NOT = "00"
               MOVE "No existe el RECHAZOS de esa fecha"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-RECHAZOS TO WSV-ANULADO-CODIGO
               MOVE "RECHAZOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7050-Leer-rechazo
           PERFORM 5311-Pasar-rechazo
               UNTIL (FS-ENTRADA-RECHAZOS NOT = "00")
               OR (TRAILER-TAG-RECH = "TRAILER")
               OR (TRAILER-TAG-RECH = "FALLIDO")
           CLOSE ENTRADA-RECHAZOS
           DISPLAY "Procesado " WSV-NOMBRE-RECHAZOS ": "
                   WSV-CANT-RECHAZOS " clientes rechazados"
           .
       5311-Pasar-rechazo.
           IF WSV-CANT-RECHAZOS >= 300
               MOVE "WST-RECHAZOS llena (300 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "RECHAZOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-RECHAZOS
           MOVE NRO-CLIE-RECH TO WST-RCH-NRO-CLIE(WSV-CANT-RECHAZOS)
           IF (NRO-CTA-RECH IS NUMERIC) AND (NRO-CTA-RECH > ZERO)
               MOVE NRO-CTA-RECH TO WST-RCH-NRO-CTA(WSV-CANT-RECHAZOS)
           ELSE
               MOVE 01 TO WST-RCH-NRO-CTA(WSV-CANT-RECHAZOS)
           END-IF
           PERFORM 5312-Pasar-codigo
               VARYING WSV-IDX-COD FROM 1 BY 1
               UNTIL WSV-IDX-COD > 20
           PERFORM 7050-Leer-rechazo
           .
       5312-Pasar-codigo.
           MOVE DETALLE-SERV-RECH(WSV-IDX-COD)
               TO WST-RCH-CODIGO(WSV-CANT-RECHAZOS, WSV-IDX-COD)
           .
      *Cuota emitida hasta la fecha del archivo: si su cliente y
      *cuenta volvieron con el codigo del prestamo queda rechazada
      *(el punitorio corre desde el vencimiento); si no, cobrada.
      *Cuota rechazada en una corrida anterior: si el cliente ya no
      *figura en este RECHAZOS la deuda se cobro (re-presentacion o
      *pago por ventanilla) y la cuota queda cobrada con el
      *punitorio devengado hasta hoy pendiente de facturar.
       5320-Evaluar-cuota.
           IF (WST-CUO-ESTADO(WSV-IDX-CUO) = "E")
                   AND (WST-CUO-FECHA-EMISION(WSV-IDX-CUO)
                       <= WSV-FECHA-ARCHIVO)
               PERFORM 5330-Buscar-rechazo
               SET CODIGO-NO-HALLADO TO TRUE
               IF WSV-IDX-RCH-HALLADO > ZERO
                   MOVE WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                       TO WSV-NRO-BUSCADO
                   PERFORM 6060-Buscar-prestamo
                   MOVE WSV-IDX-PRE-HALLADO TO WSV-IDX-PRE
                   PERFORM 6150-Codigo-del-producto
                   PERFORM 5335-Buscar-codigo
                       VARYING WSV-IDX-COD FROM 1 BY 1
                       UNTIL (WSV-IDX-COD > 20) OR CODIGO-HALLADO
               END-IF
               IF CODIGO-HALLADO
                   MOVE "R" TO WST-CUO-ESTADO(WSV-IDX-CUO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CUO-FECHA-RECHAZO(WSV-IDX-CUO)
                   MOVE WST-CUO-FECHA-VTO(WSV-IDX-CUO)
                       TO WST-CUO-FECHA-MORA(WSV-IDX-CUO)
                   ADD 1 TO CTRL-CANT-RECHAZADAS
                   DISPLAY "Cuota rechazada: prestamo "
                           WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                           " cuota " WST-CUO-NRO-CUOTA(WSV-IDX-CUO)
               ELSE
                   MOVE "C" TO WST-CUO-ESTADO(WSV-IDX-CUO)
                   ADD 1 TO CTRL-CANT-COBRADAS
               END-IF
           ELSE
               IF (WST-CUO-ESTADO(WSV-IDX-CUO) = "R")
                       AND (WST-CUO-FECHA-RECHAZO(WSV-IDX-CUO)
                           < WSV-FECHA-ARCHIVO)
                   PERFORM 5330-Buscar-rechazo
                   IF WSV-IDX-RCH-HALLADO = ZERO
                       PERFORM 6600-Devengar-punitorio
                       MOVE "C" TO WST-CUO-ESTADO(WSV-IDX-CUO)
                       ADD 1 TO CTRL-CANT-RECUPERADAS
                       DISPLAY "Cuota rechazada cobrada: prestamo "
                               WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                               " cuota "
                               WST-CUO-NRO-CUOTA(WSV-IDX-CUO)
                   END-IF
               END-IF
           END-IF
           .
       5330-Buscar-rechazo.
           MOVE ZERO TO WSV-IDX-RCH-HALLADO
           PERFORM 5331-Comparar-rechazo
               VARYING WSV-IDX-RCH FROM 1 BY 1
               UNTIL (WSV-IDX-RCH > WSV-CANT-RECHAZOS)
               OR (WSV-IDX-RCH-HALLADO > ZERO)
           .
       5331-Comparar-rechazo.
           IF (WST-RCH-NRO-CLIE(WSV-IDX-RCH)
                   = WST-CUO-NRO-CLIE(WSV-IDX-CUO))
                   AND (WST-RCH-NRO-CTA(WSV-IDX-RCH)
                       = WST-CUO-NRO-CTA(WSV-IDX-CUO))
               MOVE WSV-IDX-RCH TO WSV-IDX-RCH-HALLADO
           END-IF
           .
       5335-Buscar-codigo.
           IF WST-RCH-CODIGO(WSV-IDX-RCH-HALLADO, WSV-IDX-COD)
                   = WSV-COD-PRESTAMO
               SET CODIGO-HALLADO TO TRUE
           END-IF
           .
      *El prestamo con todas sus cuotas cobradas queda terminado.
       5350-Cerrar-prestamo.
           IF WST-PRE-ESTADO(WSV-IDX-PRE) = "V"
               MOVE ZERO TO WSV-CANT-ABIERTAS
               PERFORM 5351-Contar-abiertas
                   VARYING WSV-IDX-CUO FROM 1 BY 1
                   UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
               IF WSV-CANT-ABIERTAS = ZERO
                   MOVE "T" TO WST-PRE-ESTADO(WSV-IDX-PRE)
                   ADD 1 TO CTRL-CANT-TERMINADOS
                   DISPLAY "Prestamo terminado: "
                           WST-PRE-NRO(WSV-IDX-PRE)
               END-IF
           END-IF
           .
       5351-Contar-abiertas.
           IF (WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                   = WST-PRE-NRO(WSV-IDX-PRE))
                   AND (WST-CUO-ESTADO(WSV-IDX-CUO) NOT = "C")
               ADD 1 TO WSV-CANT-ABIERTAS
           END-IF
           .
      *----------------------- Cancelacion -----------------------------
      *Lo que el cliente tiene que pagar para cancelar el prestamo a
      *una fecha:
      *- las cuotas pendientes vencidas a esa fecha, enteras;
      *- de la primera cuota pendiente por vencer, su capital y el
      *  interes corrido desde el vencimiento anterior (o el inicio)
      *  en proporcion a los dias corridos;
      *- de las demas cuotas pendientes, solo el capital;
      *- las cuotas rechazadas con el punitorio devengado a la fecha
      *  y el punitorio todavia no facturado.
      *Las cuotas emitidas se cobran por el debito ya presentado y
      *se informan aparte, sin sumarlas.
       5400-Cotizar.
           DISPLAY "Numero de prestamo (xxxxxx): "
           ACCEPT WSV-NRO-BUSCADO
           DISPLAY "Fecha de cancelacion (AAAAMMDD, 00000000 usa la "
                   "fecha del dia): "
           ACCEPT WSV-FECHA-COTIZACION
           IF (WSV-FECHA-COTIZACION NOT NUMERIC)
                   OR (WSV-FECHA-COTIZACION = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-COTIZACION
           END-IF
           PERFORM 6000-Cargar-prestamos
           PERFORM 6050-Cargar-cuotas
           PERFORM 6060-Buscar-prestamo
           IF WSV-IDX-PRE-HALLADO = ZERO
               MOVE "Prestamo inexistente" TO WSV-ANULADO-DESCRIP
               MOVE "NOEXI" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-IDX-PRE-HALLADO TO WSV-IDX-PRE
           IF WST-PRE-ESTADO(WSV-IDX-PRE) NOT = "V"
               MOVE "El prestamo ya esta terminado"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TERMI" TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-FECHA-COTIZACION TO WSV-FECHA-TASA
           PERFORM 6120-Buscar-tasa-mora
           INITIALIZE WSV-COTIZACION
           SET CORRIENTE-NO-HALLADA TO TRUE
           MOVE WST-PRE-FECHA-INICIO(WSV-IDX-PRE) TO WSV-FECHA-ANTERIOR
           MOVE WSV-FECHA-COTIZACION TO WSV-FECHA-HASTA-MORA
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "CANCELACION." DELIMITED BY SIZE
                  WST-PRE-NRO(WSV-IDX-PRE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WSV-FECHA-COTIZACION DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           PERFORM 7000-Abrir-informe
           PERFORM 5410-Encabezar-cotizacion
           PERFORM 5420-Cotizar-cuota
               VARYING WSV-IDX-CUO FROM 1 BY 1
               UNTIL WSV-IDX-CUO > WSV-CANT-CUOTAS
           PERFORM 5440-Totales-cotizacion
           CLOSE SALIDA-INFORME
           .
       5410-Encabezar-cotizacion.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CANCELACION ANTICIPADA DEL PRESTAMO " DELIMITED
                      BY SIZE
                  WST-PRE-NRO(WSV-IDX-PRE) DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WSV-FECHA-COTIZACION DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WST-PRE-CAPITAL(WSV-IDX-PRE) TO WSV-CAPITAL-EDIT
           MOVE WST-PRE-TASA(WSV-IDX-PRE) TO WSV-TASA-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CLIENTE " DELIMITED BY SIZE
                  WST-PRE-NRO-CLIE(WSV-IDX-PRE) DELIMITED BY SIZE
                  " CUENTA " DELIMITED BY SIZE
                  WST-PRE-NRO-CTA(WSV-IDX-PRE) DELIMITED BY SIZE
                  "  PRODUCTO " DELIMITED BY SIZE
                  WST-PRE-PRODUCTO(WSV-IDX-PRE) DELIMITED BY SIZE
                  "  CAPITAL " DELIMITED BY SIZE
                  WSV-CAPITAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PRE-MONEDA(WSV-IDX-PRE) DELIMITED BY SIZE
                  "  TASA " DELIMITED BY SIZE
                  WSV-TASA-EDIT DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE "NRO VENCIM.  ESTADO  CONCEPTO" TO WSV-LINEA-ARMADA
           MOVE "IMPORTE" TO WSV-LINEA-ARMADA(57:7)
           PERFORM 6900-Emitir-linea
           .
       5420-Cotizar-cuota.
           IF WST-CUO-NRO-PRESTAMO(WSV-IDX-CUO)
                   = WST-PRE-NRO(WSV-IDX-PRE)
               PERFORM 5425-Valuar-cuota
               MOVE WST-CUO-FECHA-VTO(WSV-IDX-CUO)
                   TO WSV-FECHA-ANTERIOR
           END-IF
           .
       5425-Valuar-cuota.
           MOVE SPACES TO WSV-COT-CONCEPTO
           MOVE ZERO TO WSV-COT-IMPORTE
           EVALUATE WST-CUO-ESTADO(WSV-IDX-CUO)
               WHEN "C"
                   IF WST-CUO-PUNIT-PEND(WSV-IDX-CUO) > ZERO
                       MOVE WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
                           TO WSV-COT-IMPORTE
                       ADD WSV-COT-IMPORTE TO WSV-COT-PUNITORIO
                       MOVE "PUNITORIO SIN FACTURAR"
                           TO WSV-COT-CONCEPTO
                   END-IF
               WHEN "E"
                   MOVE WST-CUO-CUOTA(WSV-IDX-CUO) TO WSV-COT-IMPORTE
                   ADD WSV-COT-IMPORTE TO WSV-COT-EN-COBRO
                   MOVE "EN COBRO POR DEBITO (APARTE)"
                       TO WSV-COT-CONCEPTO
               WHEN "R"
                   PERFORM 6610-Calcular-punitorio
                   ADD WST-CUO-CUOTA(WSV-IDX-CUO) TO WSV-COT-RECHAZADAS
                   COMPUTE WSV-COT-IMPORTE =
                           WSV-PUNITORIO
                           + WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
                   ADD WSV-COT-IMPORTE TO WSV-COT-PUNITORIO
                   ADD WST-CUO-CUOTA(WSV-IDX-CUO) TO WSV-COT-IMPORTE
                   MOVE "RECHAZADA MAS PUNITORIO"
                       TO WSV-COT-CONCEPTO
               WHEN "P"
                   PERFORM 5430-Valuar-pendiente
           END-EVALUATE
           IF WSV-COT-CONCEPTO NOT = SPACES
               PERFORM 5435-Linea-cotizada
           END-IF
           .
       5430-Valuar-pendiente.
           IF WST-CUO-FECHA-VTO(WSV-IDX-CUO) <= WSV-FECHA-COTIZACION
               MOVE WST-CUO-CUOTA(WSV-IDX-CUO) TO WSV-COT-IMPORTE
               ADD WSV-COT-IMPORTE TO WSV-COT-VENCIDAS
               MOVE "VENCIDA SIN FACTURAR" TO WSV-COT-CONCEPTO
           ELSE
               ADD WST-CUO-CAPITAL(WSV-IDX-CUO) TO WSV-COT-CAPITAL
               MOVE WST-CUO-CAPITAL(WSV-IDX-CUO) TO WSV-COT-IMPORTE
               MOVE "CAPITAL" TO WSV-COT-CONCEPTO
               IF CORRIENTE-NO-HALLADA
                   SET CORRIENTE-HALLADA TO TRUE
                   PERFORM 5431-Interes-corrido
               END-IF
           END-IF
           .
      *Interes de la cuota en curso en proporcion a los dias
      *corridos desde el vencimiento anterior.
       5431-Interes-corrido.
           MOVE WSV-FECHA-ANTERIOR TO WSV-FECHA-CALC
           MOVE WSV-FECHA-COTIZACION TO WSV-FECHA-HASTA-CALC
           PERFORM 6700-Dias-entre-fechas
           MOVE WSV-DIAS-CALC TO WSV-DIAS-CORRIDOS
           MOVE WSV-FECHA-ANTERIOR TO WSV-FECHA-CALC
           MOVE WST-CUO-FECHA-VTO(WSV-IDX-CUO) TO WSV-FECHA-HASTA-CALC
           PERFORM 6700-Dias-entre-fechas
           MOVE WSV-DIAS-CALC TO WSV-DIAS-PERIODO
           IF (WSV-DIAS-CORRIDOS > ZERO) AND (WSV-DIAS-PERIODO > ZERO)
               COMPUTE WSV-COT-INTERES ROUNDED =
                       WST-CUO-INTERES(WSV-IDX-CUO)
                       * WSV-DIAS-CORRIDOS / WSV-DIAS-PERIODO
               ADD WSV-COT-INTERES TO WSV-COT-IMPORTE
               MOVE "CAPITAL MAS INTERES CORRIDO"
                   TO WSV-COT-CONCEPTO
           END-IF
           .
       5435-Linea-cotizada.
           MOVE WSV-COT-IMPORTE TO WSV-CUOTA-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING " " DELIMITED BY SIZE
                  WST-CUO-NRO-CUOTA(WSV-IDX-CUO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CUO-FECHA-VTO(WSV-IDX-CUO) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WST-CUO-ESTADO(WSV-IDX-CUO) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WSV-COT-CONCEPTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-CUOTA-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       5440-Totales-cotizacion.
           COMPUTE WSV-COT-TOTAL = WSV-COT-CAPITAL + WSV-COT-INTERES
                   + WSV-COT-VENCIDAS + WSV-COT-RECHAZADAS
                   + WSV-COT-PUNITORIO
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE "CAPITAL A CANCELAR" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-CAPITAL TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE "INTERES CORRIDO" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-INTERES TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE "CUOTAS VENCIDAS SIN FACTURAR" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-VENCIDAS TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE "CUOTAS RECHAZADAS" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-RECHAZADAS TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE "PUNITORIOS" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-PUNITORIO TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE "TOTAL PARA CANCELAR" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-TOTAL TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE "CUOTAS EN COBRO POR DEBITO" TO WSV-COT-CONCEPTO
           MOVE WSV-COT-EN-COBRO TO WSV-COT-IMPORTE
           PERFORM 5445-Linea-total
           .
       5445-Linea-total.
           MOVE WSV-COT-IMPORTE TO WSV-CUOTA-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WSV-COT-CONCEPTO DELIMITED BY SIZE
                  "                        " DELIMITED BY SIZE
                  WSV-CUOTA-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
      *Respalda y regraba los dos maestros.
       5900-Grabar-todo.
           MOVE "PRESTAMOS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "PRESTAMOS" TO WSV-BASE-RESPALDO
           PERFORM 7100-Respaldar-archivo
           PERFORM 7200-Grabar-prestamos
           MOVE "PRESTAMOS_CUOTAS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "PRESTAMOS_CUOTAS" TO WSV-BASE-RESPALDO
           PERFORM 7100-Respaldar-archivo
           PERFORM 7300-Grabar-cuotas
           .
      *PRESTAMOS.TXT puede no existir todavia (ningun prestamo
      *otorgado): se arranca vacio.
       6000-Cargar-prestamos.
           MOVE ZERO TO WSV-CANT-PRESTAMOS
           MOVE ZERO TO WSV-ULTIMO-NRO
           OPEN INPUT ARCH-PRESTAMOS
           IF FS-PRESTAMOS NOT = "00"
               DISPLAY "**** No hay PRESTAMOS.TXT previo, archivo "
                       "vacio"
           ELSE
               PERFORM 7010-Leer-prestamo
               PERFORM 6010-Pasar-prestamo
                   UNTIL (FS-PRESTAMOS NOT = "00")
                   OR (WSV-CANT-PRESTAMOS >= 500)
               IF FS-PRESTAMOS = "00"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-PRESTAMOS
           END-IF
           .
       6010-Pasar-prestamo.
           ADD 1 TO WSV-CANT-PRESTAMOS
           MOVE REG-PRESTAMO TO WST-PRE-DET(WSV-CANT-PRESTAMOS)
           IF PRE-NRO > WSV-ULTIMO-NRO
               MOVE PRE-NRO TO WSV-ULTIMO-NRO
           END-IF
           PERFORM 7010-Leer-prestamo
           .
       6050-Cargar-cuotas.
           MOVE ZERO TO WSV-CANT-CUOTAS
           OPEN INPUT ARCH-CUOTAS
           IF FS-CUOTAS NOT = "00"
               DISPLAY "**** No hay PRESTAMOS_CUOTAS.TXT previo, "
                       "archivo vacio"
           ELSE
               PERFORM 7020-Leer-cuota
               PERFORM 6051-Pasar-cuota
                   UNTIL (FS-CUOTAS NOT = "00")
                   OR (WSV-CANT-CUOTAS >= 5000)
               IF FS-CUOTAS = "00"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PRESTAMOS_CUOTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-CUOTAS
           END-IF
           .
       6051-Pasar-cuota.
           ADD 1 TO WSV-CANT-CUOTAS
           MOVE REG-PRESTAMO-CUOTA TO WST-CUO-DET(WSV-CANT-CUOTAS)
           PERFORM 7020-Leer-cuota
           .
      *Prestamo de numero WSV-NRO-BUSCADO (cero si no esta).
       6060-Buscar-prestamo.
           MOVE ZERO TO WSV-IDX-PRE-HALLADO
           PERFORM 6061-Comparar-prestamo
               VARYING WSV-IDX-GRABAR FROM 1 BY 1
               UNTIL (WSV-IDX-GRABAR > WSV-CANT-PRESTAMOS)
               OR (WSV-IDX-PRE-HALLADO > ZERO)
           .
       6061-Comparar-prestamo.
           IF WST-PRE-NRO(WSV-IDX-GRABAR) = WSV-NRO-BUSCADO
               MOVE WSV-IDX-GRABAR TO WSV-IDX-PRE-HALLADO
           END-IF
           .
      *Fila WSV-TIPO-TASA de TASAS.TXT con la fecha de vigencia mas
      *alta que no supere WSV-FECHA-TASA.
       6100-Buscar-tasa-vigente.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-VIGENTE
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS NOT = "00"
               DISPLAY "**** No hay TASAS.TXT (corra PGENTASA)"
           ELSE
               PERFORM 7030-Leer-tasa
               PERFORM 6110-Evaluar-tasa UNTIL FS-TASAS NOT = "00"
               CLOSE ARCH-TASAS
           END-IF
           .
       6110-Evaluar-tasa.
           IF (REG-TAS-TIPO = WSV-TIPO-TASA)
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-TASA)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-VIGENTE
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7030-Leer-tasa
           .
      *Tasa MOR del punitorio; sin ella las cuotas rechazadas no
      *devengan.
       6120-Buscar-tasa-mora.
           MOVE WSC-TIPO-TASA-MORA TO WSV-TIPO-TASA
           PERFORM 6100-Buscar-tasa-vigente
           MOVE WSV-TASA-VIGENTE TO WSV-TASA-MORA
           IF TASA-NO-HALLADA
               DISPLAY "**** Sin tasa MOR vigente, no se devenga "
                       "punitorio"
           END-IF
           .
      *Codigo de servicio del prestamo WSV-IDX-PRE segun el producto.
       6150-Codigo-del-producto.
           IF WST-PRE-PRODUCTO(WSV-IDX-PRE) = 50
               MOVE WSC-COD-PRENDARIO TO WSV-COD-PRESTAMO
           ELSE
               MOVE WSC-COD-HIPOTECARIO TO WSV-COD-PRESTAMO
           END-IF
           .
      *Vencimiento de la cuota WSV-NRO-CUOTA: WSV-NRO-CUOTA meses
      *despues de WSV-FECHA-INICIO-CALC, el mismo dia o el ultimo
      *del mes si ese dia no existe. Queda en WSV-FECHA-CALC.
       6300-Calcular-vto.
           COMPUTE WSV-MESES-TOTAL = WSV-INI-ANIO * 12
                   + WSV-INI-MES - 1 + WSV-NRO-CUOTA
           DIVIDE WSV-MESES-TOTAL BY 12 GIVING WSV-CALC-ANIO
               REMAINDER WSV-RESTO-MES
           COMPUTE WSV-CALC-MES = WSV-RESTO-MES + 1
           MOVE WSC-DIAS-MES(WSV-CALC-MES) TO WSV-ULTIMO-DIA
           IF WSV-CALC-MES = 2
               DIVIDE WSV-CALC-ANIO BY 4 GIVING WSV-MESES-TOTAL
                   REMAINDER WSV-RESTO-BISIESTO
               IF WSV-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WSV-ULTIMO-DIA
                   DIVIDE WSV-CALC-ANIO BY 100 GIVING WSV-MESES-TOTAL
                       REMAINDER WSV-RESTO-BISIESTO
                   IF WSV-RESTO-BISIESTO = ZERO
                       DIVIDE WSV-CALC-ANIO BY 400
                           GIVING WSV-MESES-TOTAL
                           REMAINDER WSV-RESTO-BISIESTO
                       IF WSV-RESTO-BISIESTO NOT = ZERO
                           MOVE 28 TO WSV-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WSV-INI-DIA > WSV-ULTIMO-DIA
               MOVE WSV-ULTIMO-DIA TO WSV-CALC-DIA
           ELSE
               MOVE WSV-INI-DIA TO WSV-CALC-DIA
           END-IF
           .
      *Inserta WSV-LINEA-SERV en WST-SALIDA detras de las lineas de
      *su misma clave cliente+cuenta o menor.
       6560-Insertar-linea.
           IF WSV-CANT-SALIDA >= 999
               MOVE "Archivo de servicios lleno (999 lineas)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           COMPUTE WSV-CLAVE-NUEVA =
                   WSV-SRV-NRO-CLIE * 100 + WSV-SRV-NRO-CTA
           SET POSICION-NO-HALLADA TO TRUE
           MOVE 1 TO WSV-IDX-SAL
           PERFORM 6570-Buscar-posicion
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-SAL > WSV-CANT-SALIDA)
           ADD 1 TO WSV-CANT-SALIDA
           PERFORM 6580-Correr-hacia-abajo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-SALIDA BY -1
               UNTIL WSV-IDX-MOVER <= WSV-IDX-SAL
           MOVE WSV-LINEA-SERV TO WST-SAL-LINEA(WSV-IDX-SAL)
           .
       6570-Buscar-posicion.
           MOVE WST-SAL-LINEA(WSV-IDX-SAL) TO WSV-LINEA-AUX
           MOVE WSV-LINEA-AUX (1:3) TO WSV-CLIE-CLAVE
           MOVE WSV-LINEA-AUX (31:2) TO WSV-CTA-CLAVE
           COMPUTE WSV-CLAVE-TABLA =
                   WSV-CLIE-CLAVE * 100 + WSV-CTA-CLAVE
           IF WSV-CLAVE-TABLA > WSV-CLAVE-NUEVA
               SET POSICION-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-SAL
           END-IF
           .
       6580-Correr-hacia-abajo.
           MOVE WST-SAL-LINEA(WSV-IDX-MOVER - 1)
               TO WST-SAL-LINEA(WSV-IDX-MOVER)
           .
      *Lleva el punitorio de la cuota rechazada WSV-IDX-CUO hasta
      *WSV-FECHA-HASTA-MORA y lo deja pendiente de facturar.
       6600-Devengar-punitorio.
           PERFORM 6610-Calcular-punitorio
           IF WSV-FECHA-HASTA-MORA > WST-CUO-FECHA-MORA(WSV-IDX-CUO)
               ADD WSV-PUNITORIO TO WST-CUO-PUNIT-PEND(WSV-IDX-CUO)
               MOVE WSV-FECHA-HASTA-MORA
                   TO WST-CUO-FECHA-MORA(WSV-IDX-CUO)
           END-IF
           .
      *Punitorio = cuota x tasa MOR mensual x dias corridos / 3000,
      *desde donde se devengo la ultima vez hasta
      *WSV-FECHA-HASTA-MORA.
       6610-Calcular-punitorio.
           MOVE ZERO TO WSV-PUNITORIO
           IF (WSV-FECHA-HASTA-MORA > WST-CUO-FECHA-MORA(WSV-IDX-CUO))
                   AND (WSV-TASA-MORA > ZERO)
               MOVE WST-CUO-FECHA-MORA(WSV-IDX-CUO) TO WSV-FECHA-CALC
               MOVE WSV-FECHA-HASTA-MORA TO WSV-FECHA-HASTA-CALC
               PERFORM 6700-Dias-entre-fechas
               COMPUTE WSV-PUNITORIO ROUNDED =
                       WST-CUO-CUOTA(WSV-IDX-CUO) * WSV-TASA-MORA
                       * WSV-DIAS-CALC / 3000
           END-IF
           .
      *Dias corridos (DIFFECHA) de WSV-FECHA-CALC a
      *WSV-FECHA-HASTA-CALC, en WSV-DIAS-CALC.
       6700-Dias-entre-fechas.
           MOVE WSV-CALC-DIA  TO DIF-DIA-DESDE
           MOVE WSV-CALC-MES  TO DIF-MES-DESDE
           MOVE WSV-CALC-ANIO TO DIF-ANIO-DESDE
           MOVE WSV-FECHA-HASTA-CALC TO WSV-FECHA-CALC
           MOVE WSV-CALC-DIA  TO DIF-DIA-HASTA
           MOVE WSV-CALC-MES  TO DIF-MES-HASTA
           MOVE WSV-CALC-ANIO TO DIF-ANIO-HASTA
           CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
           MOVE DIF-DIAS-RESULT TO WSV-DIAS-CALC
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
           WRITE LINEA-INFORME
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7000-Abrir-informe.
           OPEN OUTPUT SALIDA-INFORME
           IF FS-SALIDA-INFORME NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-INFORME TO WSV-ANULADO-CODIGO
               MOVE "INFORME" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       7010-Leer-prestamo.
           READ ARCH-PRESTAMOS
           .
       7020-Leer-cuota.
           READ ARCH-CUOTAS
           .
       7030-Leer-tasa.
           READ ARCH-TASAS
           .
       7040-Leer-cuenta.
           READ ARCH-CUENTAS
           .
       7050-Leer-rechazo.
           READ ENTRADA-RECHAZOS
           IF (FS-ENTRADA-RECHAZOS = "00")
                   AND (REGISTRO-ENTRADA-RECHAZOS (1:6) = "HEADER")
               READ ENTRADA-RECHAZOS
           END-IF
           .
      *Copia WSV-NOMBRE-ORIGEN a WSV-BASE-RESPALDO.AAAAMMDD.BAK
      *antes de regrabarlo.
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
      *Toma el proximo numero de secuencia compartido y estampa el
      *HEADER de identificacion al comienzo del archivo generado.
       7150-Estampar-header.
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
           MOVE "ProgPresta" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-SERVICIO TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
           .
       7200-Grabar-prestamos.
           OPEN OUTPUT ARCH-PRESTAMOS
           IF FS-PRESTAMOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PRESTAMOS TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-prestamo
               VARYING WSV-IDX-GRABAR FROM 1 BY 1
               UNTIL WSV-IDX-GRABAR > WSV-CANT-PRESTAMOS
           CLOSE ARCH-PRESTAMOS
           .
       7210-Escribir-prestamo.
           MOVE WST-PRE-DET(WSV-IDX-GRABAR) TO REG-PRESTAMO
           WRITE REG-PRESTAMO
           .
       7300-Grabar-cuotas.
           OPEN OUTPUT ARCH-CUOTAS
           IF FS-CUOTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUOTAS TO WSV-ANULADO-CODIGO
               MOVE "PRESTAMOS_CUOTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7310-Escribir-cuota
               VARYING WSV-IDX-GRABAR FROM 1 BY 1
               UNTIL WSV-IDX-GRABAR > WSV-CANT-CUOTAS
           CLOSE ARCH-CUOTAS
           .
       7310-Escribir-cuota.
           MOVE WST-CUO-DET(WSV-IDX-GRABAR) TO REG-PRESTAMO-CUOTA
           WRITE REG-PRESTAMO-CUOTA
           .
      *El archivo de servicios del mes: HEADER y las lineas en orden
      *cliente+cuenta.
       7400-Grabar-servicios.
           OPEN OUTPUT SALIDA-SERVICIOS
           IF FS-SALIDA-SERVICIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7150-Estampar-header
           PERFORM 7410-Escribir-servicio
               VARYING WSV-IDX-SAL FROM 1 BY 1
               UNTIL WSV-IDX-SAL > WSV-CANT-SALIDA
           CLOSE SALIDA-SERVICIOS
           DISPLAY "Archivo de servicios: " WSV-NOMBRE-SALIDA
           .
       7410-Escribir-servicio.
           MOVE WST-SAL-LINEA(WSV-IDX-SAL) TO LINEA-SALIDA-SERVICIOS
           WRITE LINEA-SALIDA-SERVICIOS
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
           MOVE "ProgPresta"        TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO          TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control de prestamos ----"
           DISPLAY "Prestamos en el maestro:       " WSV-CANT-PRESTAMOS
           DISPLAY "Cuotas en el cuadro:           " WSV-CANT-CUOTAS
           IF OPCION-ALTA
               DISPLAY "Prestamos dados de alta:       "
                       CTRL-CANT-ALTAS
               DISPLAY "Cuadro en:                     "
                       WSV-NOMBRE-INFORME
           END-IF
           IF OPCION-EMITIR
               DISPLAY "Mes facturado:                 " WSV-PERIODO
               DISPLAY "Cuotas emitidas:               "
                       CTRL-CANT-EMITIDAS "  Monto: "
                       CTRL-MONTO-EMITIDO
               DISPLAY "Lineas de punitorio:           "
                       CTRL-CANT-LINEAS-PUN "  Monto: "
                       CTRL-MONTO-PUNITORIO
               DISPLAY "Punitorios diferidos (tope):   "
                       CTRL-CANT-PUN-DIFERIDOS
           END-IF
           IF OPCION-RECHAZOS
               DISPLAY "Archivo RECHAZOS:              "
                       WSV-NOMBRE-RECHAZOS
               DISPLAY "Cuotas rechazadas:             "
                       CTRL-CANT-RECHAZADAS
               DISPLAY "Cuotas cobradas:               "
                       CTRL-CANT-COBRADAS
               DISPLAY "Rechazadas ya cobradas:        "
                       CTRL-CANT-RECUPERADAS
               DISPLAY "Prestamos terminados:          "
                       CTRL-CANT-TERMINADOS
           END-IF
           IF OPCION-COTIZAR
               DISPLAY "Cotizacion en:                 "
                       WSV-NOMBRE-INFORME
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
