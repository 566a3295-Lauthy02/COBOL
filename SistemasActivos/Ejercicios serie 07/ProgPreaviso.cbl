      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de preaviso de debitos del proximo ciclo
      *    Proyecta, para la fecha de facturacion que se pide (o la
      *    proxima fecha APAREO de CALENDARIO_PROCESOS.TXT), lo que se
      *    le va a debitar a cada cliente: sus abonos activos de
      *    ABONOS.TXT, la cuota pendiente de sus planes de CUOTAS.TXT
      *    (con la misma cuenta que hace ProgCuotas) y las
      *    re-presentaciones que dejo ProgRepres. Escribe un aviso de
      *    texto por cliente (PREAVISO.nnn.TXT) con el bloque postal
      *    de DOMICILIOS.TXT, y la planilla PREAVISOS.AAAAMMDD.TXT con
      *    una linea por aviso emitido.
      *    El preaviso se corre una cantidad de dias habiles antes de
      *    la facturacion (DIFHABIL); si se corre mas tarde, los
      *    avisos salen igual pero la planilla lo deja anotado.
      *    El cliente cuyo saldo mas limite de sobregiro en CUENTAS.TXT
      *    no alcanza para lo proyectado en alguna moneda sale ademas
      *    en PREAVISO_SIN_FONDOS.AAAAMMDD.TXT, con su telefono, para
      *    que cobranzas lo llame antes de que el debito se rechace.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgPreaviso.
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
      *Abonos y planes en cuotas (PGENABON / PGENCUOT), ambos
      *ascendentes por numero de cliente.
           SELECT ARCH-ABONOS ASSIGN TO "ABONOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ABONOS.

           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUOTAS.
      *Re-presentaciones pendientes que escribio ProgRepres.
           SELECT ARCH-REPRES ASSIGN DYNAMIC WSV-NOMBRE-REPRES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPRES.
      *Maestro de cuentas: saldo y limite de sobregiro.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Maestro de domicilios (PGENDOMI).
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.
      *Fechas planificadas de cada proceso (PGENCALE).
           SELECT CALENDARIO ASSIGN TO "CALENDARIO_PROCESOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CALENDARIO.
      *Un aviso por cliente: el nombre del archivo se arma con el
      *numero de cliente antes de cada OPEN OUTPUT.
           SELECT SALIDA-AVISO ASSIGN DYNAMIC WSV-NOMBRE-AVISO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-AVISO.

           SELECT SALIDA-RESUMEN ASSIGN DYNAMIC WSV-NOMBRE-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-RESUMEN.

           SELECT SALIDA-SIN-FONDOS ASSIGN DYNAMIC
           WSV-NOMBRE-SIN-FONDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SIN-FONDOS.
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
      *Archivo ABONOS (mismo layout que mantiene PGENABON)
           FD ARCH-ABONOS.
               01 REGISTRO-ABONO.
                   02 ABO-NRO-CLIE             PIC 9(03).
                   02 ABO-COD-SERV             PIC X(03).
                   02 ABO-MONTO                PIC 999V99.
                   02 ABO-MONEDA               PIC X(03).
                   02 ABO-ACTIVO               PIC X(01).
                       88 ABONO-ACTIVO             VALUE "S".
                       88 ABONO-INACTIVO           VALUE "N".
      *
      *Archivo CUOTAS (mismo layout que mantiene PGENCUOT)
           FD ARCH-CUOTAS.
               01 REGISTRO-CUOTA.
                   02 CUO-NRO-CLIE             PIC 9(03).
                   02 CUO-COD-SERV             PIC X(03).
                   02 CUO-MONTO-TOTAL          PIC 9(05)V99.
                   02 CUO-MONEDA               PIC X(03).
                   02 CUO-CANT-CUOTAS          PIC 9(02).
                   02 CUO-FACTURADAS           PIC 9(02).
      *
      *Archivo de re-presentaciones (mismo layout que escribe
      *ProgRepres)
           FD ARCH-REPRES.
               01 REGISTRO-REPRES.
                   02 REP-NRO-CLIE             PIC 9(03).
                   02 REP-COD-SERV             PIC X(03).
                   02 REP-MONTO                PIC 999V99.
                   02 REP-MONEDA               PIC X(03).
                   02 REP-FECHA                PIC 9(08).
                   02 REP-TIPO-MOVIM           PIC X(01).
                   02 REP-NRO-CUOTA            PIC 9(02).
                   02 REP-TOT-CUOTAS           PIC 9(02).
                   02 REP-PROVEEDOR            PIC X(03).
                   02 REP-NRO-CTA              PIC 9(02).
      *
      *Archivo CUENTAS (mismo layout que lee ProgApareo)
           FD ARCH-CUENTAS.
               01 REGISTRO-CUENTAS.
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
      *Archivo DOMICILIOS (mismo layout que escribe PGENDOMI)
           FD ARCH-DOMICILIOS.
               01 REGISTRO-DOMICILIO.
                   02 DOM-NRO-CLIE             PIC 9(03).
                   02 DOM-CALLE1               PIC X(30).
                   02 DOM-CALLE2               PIC X(30).
                   02 DOM-LOCALIDAD            PIC X(20).
                   02 DOM-CP                   PIC X(08).
                   02 DOM-TELEFONO             PIC X(15).
      *
      *Archivo CALENDARIO_PROCESOS (lo mantiene PGENCALE)
           FD CALENDARIO.
               01 REGISTRO-CALENDARIO.
                   02 CAL-PROCESO              PIC X(10).
                   02 CAL-FECHA                PIC 9(08).
      *
      *Archivo de un aviso individual.
           FD SALIDA-AVISO.
               01 LINEA-AVISO                  PIC X(80).
      *
      *Planilla resumen con una linea por aviso emitido.
           FD SALIDA-RESUMEN.
               01 LINEA-RESUMEN                PIC X(80).
      *
      *Lista de llamados de cobranzas (clientes sin fondos).
           FD SALIDA-SIN-FONDOS.
               01 LINEA-SIN-FONDOS             PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ABONOS                    PIC X(02) VALUE ZEROES.
               02 FS-CUOTAS                    PIC X(02) VALUE ZEROES.
               02 FS-REPRES                    PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-CALENDARIO                PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-AVISO              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-RESUMEN            PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SIN-FONDOS         PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-CORRIDA-DET
               REDEFINES WSV-FECHA-CORRIDA.
               02 WSV-CORR-ANIO                PIC 9(04).
               02 WSV-CORR-MES                 PIC 9(02).
               02 WSV-CORR-DIA                 PIC 9(02).
      *Fecha de facturacion que se avisa y su forma impresa.
           01 WSV-FECHA-FACTURA                PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-FACTURA-DET
               REDEFINES WSV-FECHA-FACTURA.
               02 WSV-FACT-ANIO                PIC 9(04).
               02 WSV-FACT-MES                 PIC 9(02).
               02 WSV-FACT-DIA                 PIC 9(02).
           01 WSV-FECHA-FACTURA-IMPRESA        PIC X(10).
      *Anticipacion pedida y la que hay de verdad, en dias habiles.
           01 WSV-DIAS-AVISO                   PIC 9(03) VALUE 5.
           01 WSV-DIAS-HABILES                 PIC S9(05) VALUE ZERO.
           77 WSS-AVISO-TARDIO                 PIC X(01) VALUE "N".
               88 AVISO-TARDIO                 VALUE "S".
               88 AVISO-A-TIEMPO               VALUE "N".

           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-MONTO-EDITADO                PIC ZZ,ZZ9.99.
           01 WSV-DISPONIBLE-EDITADO           PIC -ZZ,ZZ9.99.
           01 WSV-CANT-EDITADA                 PIC Z9.
           01 WSV-DIAS-EDITADOS                PIC -ZZZ9.

      *Pedido a la rutina DIFHABIL (cuentas en dias habiles).
           COPY TAB-DIFHAB.

      *Claves de la lectura en paralelo de abonos, cuotas y
      *re-presentaciones (9999 cuando el archivo se termino).
           01 WSV-CLAVE-ABONO                  PIC 9(04) VALUE 9999.
           01 WSV-CLAVE-CUOTA                  PIC 9(04) VALUE 9999.
           01 WSV-CLAVE-REPRES                 PIC 9(04) VALUE 9999.
           01 WSV-CLAVE-CLIENTE                PIC 9(04) VALUE 9999.
           01 WSV-NRO-CLIE                     PIC 9(03).

      *Cargos proyectados del cliente en curso.
           01 WST-CARGOS.
               02 WST-CAR-DET               OCCURS 40 TIMES.
                   03 WST-CAR-ORIGEN        PIC X(01).
                       88 CARGO-ABONO           VALUE "A".
                       88 CARGO-CUOTA           VALUE "C".
                       88 CARGO-REPRES          VALUE "R".
                   03 WST-CAR-COD-SERV      PIC X(03).
                   03 WST-CAR-MONTO         PIC 9(05)V99.
                   03 WST-CAR-MONEDA        PIC X(03).
                   03 WST-CAR-NRO-CUOTA     PIC 9(02).
                   03 WST-CAR-TOT-CUOTAS    PIC 9(02).
           01 WSV-CANT-CARGOS                  PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CAR                      PIC 9(02).

      *Total proyectado y fondos del cliente en curso, por moneda.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 5 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-TOTAL         PIC 9(06)V99.
                   03 WST-MON-DISPONIBLE    PIC S9(06)V99.
                   03 WST-MON-CUENTAS       PIC 9(02).
           01 WSV-CANT-MONEDAS                 PIC 9(01) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(01).
           01 WSV-IDX-MON-HALLADO              PIC 9(01).
           77 WSS-SIN-FONDOS                   PIC X(01) VALUE "N".
               88 CLIENTE-SIN-FONDOS           VALUE "S".
               88 CLIENTE-CON-FONDOS           VALUE "N".

      *Datos del cargo que se esta agregando.
           01 WSV-CARGO-ORIGEN                 PIC X(01).
           01 WSV-CARGO-COD-SERV               PIC X(03).
           01 WSV-CARGO-MONTO                  PIC 9(05)V99.
           01 WSV-CARGO-MONEDA                 PIC X(03).
           01 WSV-CARGO-NRO-CUOTA              PIC 9(02).
           01 WSV-CARGO-TOT-CUOTAS             PIC 9(02).

      *Cuota del mes, con la misma cuenta que ProgCuotas.
           01 WSV-CUOTA-PAREJA                 PIC 9(05)V99.
           01 WSV-ACUM-PREVIO                  PIC 9(05)V99.

      *Cuentas en memoria (saldo mas limite de cada cuenta).
           01 WST-CUENTAS.
               02 WST-CTA-DET               OCCURS 400 TIMES.
                   03 WST-CTA-NRO-CLIE      PIC 9(03).
                   03 WST-CTA-NOMBRE        PIC X(10).
                   03 WST-CTA-MONEDA        PIC X(03).
                   03 WST-CTA-DISPONIBLE    PIC S9(04)V99.
           01 WSV-CANT-CUENTAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CTA                      PIC 9(03).
           01 WSV-NOMBRE-CLIENTE               PIC X(10).

      *Domicilios en memoria y datos del domicilio hallado para el
      *cliente en curso (en blanco cuando no tiene).
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 400 TIMES.
                   03 WST-DOM-NRO-CLIE      PIC 9(03).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).
                   03 WST-DOM-TELEFONO      PIC X(15).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
               88 DOMICILIO-FALTA              VALUE "N".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-AVISOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CARGOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ABONOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CUOTAS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REPRES             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-FONDOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-DOMICILIO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESCARTADOS        PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-AVISADO           PIC 9(07)V99 VALUE ZERO.

      *Nombres de archivo: el de re-presentaciones se pide por
      *consola, el de cada aviso se arma con el numero de cliente y
      *la planilla y la lista de llamados con la fecha de corrida.
           01 WSV-NOMBRE-REPRES                PIC X(40)
                                                VALUE
                                                "SERV_REPRES.TXT".
           01 WSV-NOMBRE-AVISO                 PIC X(40).
           01 WSV-NOMBRE-RESUMEN               PIC X(40).
           01 WSV-NOMBRE-SIN-FONDOS            PIC X(40).

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
           DISPLAY "Dias habiles de anticipacion del aviso "
                   "(005 si no quiere): "
           ACCEPT WSV-DIAS-AVISO
           IF (WSV-DIAS-AVISO IS NOT NUMERIC)
                   OR (WSV-DIAS-AVISO = ZERO)
               MOVE 5 TO WSV-DIAS-AVISO
           END-IF
           DISPLAY "Fecha de facturacion AAAAMMDD "
                   "(0 = proxima fecha APAREO del calendario): "
           ACCEPT WSV-FECHA-FACTURA
           IF WSV-FECHA-FACTURA IS NOT NUMERIC
               MOVE ZERO TO WSV-FECHA-FACTURA
           END-IF
           DISPLAY "Archivo de re-presentaciones "
                   "(SERV_REPRES.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-REPRES
           IF WSV-NOMBRE-REPRES = SPACES
               MOVE "SERV_REPRES.TXT" TO WSV-NOMBRE-REPRES
           END-IF
           IF WSV-FECHA-FACTURA = ZERO
               PERFORM 1100-Buscar-facturacion
           END-IF
           PERFORM 1200-Controlar-anticipacion
           PERFORM 1400-Cargar-domicilios
           PERFORM 1500-Cargar-cuentas
           PERFORM 7000-Abrir-archivos
           .
      *La proxima fecha APAREO planificada, desde hoy inclusive.
       1100-Buscar-facturacion.
           OPEN INPUT CALENDARIO
           IF FS-CALENDARIO NOT = "00"
               MOVE "No hay fecha de facturacion" TO WSV-ANULADO-DESCRIP
               MOVE FS-CALENDARIO TO WSV-ANULADO-CODIGO
               MOVE "CALENDARIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7070-Leer-calendario
           PERFORM 1110-Evaluar-plan
               UNTIL FS-CALENDARIO = "10"
           CLOSE CALENDARIO
           IF WSV-FECHA-FACTURA = ZERO
               MOVE "No hay fecha de facturacion" TO WSV-ANULADO-DESCRIP
               MOVE "APAREO" TO WSV-ANULADO-CODIGO
               MOVE "CALENDARIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1110-Evaluar-plan.
           IF (CAL-PROCESO = "APAREO")
                   AND (CAL-FECHA >= WSV-FECHA-CORRIDA)
               IF (WSV-FECHA-FACTURA = ZERO)
                       OR (CAL-FECHA < WSV-FECHA-FACTURA)
                   MOVE CAL-FECHA TO WSV-FECHA-FACTURA
               END-IF
           END-IF
           PERFORM 7070-Leer-calendario
           .
      *Dias habiles (DIFHABIL) que faltan hasta la facturacion; con
      *menos de los pedidos el aviso sale igual, anotado como tardio.
       1200-Controlar-anticipacion.
           IF WSV-FECHA-FACTURA <= WSV-FECHA-CORRIDA
               MOVE "Facturacion no es futura" TO WSV-ANULADO-DESCRIP
               MOVE "FECHA" TO WSV-ANULADO-CODIGO
               MOVE "FECHA-FACTURA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           SET HAB-MODO-DIFERENCIA TO TRUE
           MOVE WSV-CORR-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CORR-MES  TO HAB-MES-DESDE
           MOVE WSV-CORR-ANIO TO HAB-ANIO-DESDE
           MOVE WSV-FACT-DIA  TO HAB-DIA-HASTA
           MOVE WSV-FACT-MES  TO HAB-MES-HASTA
           MOVE WSV-FACT-ANIO TO HAB-ANIO-HASTA
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           MOVE HAB-DIAS-RESULT TO WSV-DIAS-HABILES
           MOVE WSV-DIAS-HABILES TO WSV-DIAS-EDITADOS
           MOVE SPACES TO WSV-FECHA-FACTURA-IMPRESA
           STRING WSV-FACT-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WSV-FACT-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WSV-FACT-ANIO DELIMITED BY SIZE
                  INTO WSV-FECHA-FACTURA-IMPRESA
           DISPLAY "Facturacion del " WSV-FECHA-FACTURA-IMPRESA
                   ": faltan " WSV-DIAS-EDITADOS " dias habiles"
           IF WSV-DIAS-HABILES < WSV-DIAS-AVISO
               SET AVISO-TARDIO TO TRUE
               DISPLAY "**** Preaviso tardio: se pedian "
                       WSV-DIAS-AVISO " dias habiles"
           ELSE
               IF WSV-DIAS-HABILES > WSV-DIAS-AVISO
                   DISPLAY "Preaviso anticipado: se pedian "
                           WSV-DIAS-AVISO " dias habiles"
               END-IF
           END-IF
           .
      *Carga DOMICILIOS.TXT entero; sin archivo todos los avisos
      *salen marcados sin domicilio.
       1400-Cargar-domicilios.
           MOVE ZERO TO WSV-CANT-DOMICILIOS
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS NOT = "00"
               DISPLAY "**** No hay DOMICILIOS.TXT (corra "
                       "PGENDOMI)"
           ELSE
               PERFORM 7060-Leer-domicilio
               PERFORM 1410-Pasar-domicilio
                   UNTIL (FS-DOMICILIOS = "10")
                   OR (WSV-CANT-DOMICILIOS >= 400)
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       1410-Pasar-domicilio.
           ADD 1 TO WSV-CANT-DOMICILIOS
           MOVE DOM-NRO-CLIE
               TO WST-DOM-NRO-CLIE(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE1 TO WST-DOM-CALLE1(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE2 TO WST-DOM-CALLE2(WSV-CANT-DOMICILIOS)
           MOVE DOM-LOCALIDAD
               TO WST-DOM-LOCALIDAD(WSV-CANT-DOMICILIOS)
           MOVE DOM-CP TO WST-DOM-CP(WSV-CANT-DOMICILIOS)
           MOVE DOM-TELEFONO
               TO WST-DOM-TELEFONO(WSV-CANT-DOMICILIOS)
           PERFORM 7060-Leer-domicilio
           .
      *Carga CUENTAS.TXT con lo disponible de cada cuenta; sin
      *archivo todo cliente con cargos sale sin fondos.
       1500-Cargar-cuentas.
           MOVE ZERO TO WSV-CANT-CUENTAS
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "**** No hay CUENTAS.TXT, no se puede "
                       "verificar la cobertura"
           ELSE
               PERFORM 7050-Leer-cuenta
               PERFORM 1510-Pasar-cuenta
                   UNTIL (FS-CUENTAS = "10")
                   OR (WSV-CANT-CUENTAS >= 400)
               CLOSE ARCH-CUENTAS
           END-IF
           .
       1510-Pasar-cuenta.
           ADD 1 TO WSV-CANT-CUENTAS
           MOVE NRO-CLIE-CUEN TO WST-CTA-NRO-CLIE(WSV-CANT-CUENTAS)
           MOVE NOMBRE-CLIE-CUEN TO WST-CTA-NOMBRE(WSV-CANT-CUENTAS)
           MOVE MONEDA-CUEN TO WST-CTA-MONEDA(WSV-CANT-CUENTAS)
           COMPUTE WST-CTA-DISPONIBLE(WSV-CANT-CUENTAS) =
                   SALDO-CLIE-CUEN + LIMITE-SOBREGIRO-CUEN
           PERFORM 7050-Leer-cuenta
           .
      *.......................... Proceso ..............................
      *Los tres archivos vienen ascendentes por cliente: se toma
      *siempre el menor numero pendiente y se juntan sus cargos.
       5000-Proceso.
           PERFORM 7010-Leer-abono
           PERFORM 7020-Leer-cuota
           PERFORM 7030-Leer-repres
           PERFORM 5100-Procesar-cliente
               UNTIL (WSV-CLAVE-ABONO = 9999)
               AND (WSV-CLAVE-CUOTA = 9999)
               AND (WSV-CLAVE-REPRES = 9999)
           PERFORM 5800-Cerrar-resumen
           .
       5100-Procesar-cliente.
           MOVE WSV-CLAVE-ABONO TO WSV-CLAVE-CLIENTE
           IF WSV-CLAVE-CUOTA < WSV-CLAVE-CLIENTE
               MOVE WSV-CLAVE-CUOTA TO WSV-CLAVE-CLIENTE
           END-IF
           IF WSV-CLAVE-REPRES < WSV-CLAVE-CLIENTE
               MOVE WSV-CLAVE-REPRES TO WSV-CLAVE-CLIENTE
           END-IF
           MOVE WSV-CLAVE-CLIENTE TO WSV-NRO-CLIE
           MOVE ZERO TO WSV-CANT-CARGOS
           MOVE ZERO TO WSV-CANT-MONEDAS
           PERFORM 5200-Tomar-abono
               UNTIL WSV-CLAVE-ABONO NOT = WSV-CLAVE-CLIENTE
           PERFORM 5220-Tomar-cuota
               UNTIL WSV-CLAVE-CUOTA NOT = WSV-CLAVE-CLIENTE
           PERFORM 5240-Tomar-repres
               UNTIL WSV-CLAVE-REPRES NOT = WSV-CLAVE-CLIENTE
           IF WSV-CANT-CARGOS > ZERO
               PERFORM 5400-Emitir-aviso
           END-IF
           .
       5200-Tomar-abono.
           IF ABONO-ACTIVO
               MOVE "A" TO WSV-CARGO-ORIGEN
               MOVE ABO-COD-SERV TO WSV-CARGO-COD-SERV
               MOVE ABO-MONTO TO WSV-CARGO-MONTO
               MOVE ABO-MONEDA TO WSV-CARGO-MONEDA
               MOVE ZERO TO WSV-CARGO-NRO-CUOTA
               MOVE ZERO TO WSV-CARGO-TOT-CUOTAS
               ADD 1 TO CTRL-CANT-ABONOS
               PERFORM 5300-Agregar-cargo
           END-IF
           PERFORM 7010-Leer-abono
           .
      *Cuota pareja = total / cantidad, redondeada; la ultima cuota
      *se lleva el total menos lo ya facturado por las anteriores.
       5220-Tomar-cuota.
           IF (CUO-CANT-CUOTAS > ZERO)
                   AND (CUO-FACTURADAS < CUO-CANT-CUOTAS)
               MOVE "C" TO WSV-CARGO-ORIGEN
               MOVE CUO-COD-SERV TO WSV-CARGO-COD-SERV
               MOVE CUO-MONEDA TO WSV-CARGO-MONEDA
               COMPUTE WSV-CARGO-NRO-CUOTA = CUO-FACTURADAS + 1
               MOVE CUO-CANT-CUOTAS TO WSV-CARGO-TOT-CUOTAS
               COMPUTE WSV-CUOTA-PAREJA ROUNDED =
                       CUO-MONTO-TOTAL / CUO-CANT-CUOTAS
               IF WSV-CARGO-NRO-CUOTA = CUO-CANT-CUOTAS
                   COMPUTE WSV-ACUM-PREVIO =
                           WSV-CUOTA-PAREJA * CUO-FACTURADAS
                   COMPUTE WSV-CARGO-MONTO =
                           CUO-MONTO-TOTAL - WSV-ACUM-PREVIO
               ELSE
                   MOVE WSV-CUOTA-PAREJA TO WSV-CARGO-MONTO
               END-IF
               ADD 1 TO CTRL-CANT-CUOTAS
               PERFORM 5300-Agregar-cargo
           END-IF
           PERFORM 7020-Leer-cuota
           .
       5240-Tomar-repres.
           MOVE "R" TO WSV-CARGO-ORIGEN
           MOVE REP-COD-SERV TO WSV-CARGO-COD-SERV
           MOVE REP-MONTO TO WSV-CARGO-MONTO
           MOVE REP-MONEDA TO WSV-CARGO-MONEDA
           MOVE ZERO TO WSV-CARGO-NRO-CUOTA
           MOVE ZERO TO WSV-CARGO-TOT-CUOTAS
           ADD 1 TO CTRL-CANT-REPRES
           PERFORM 5300-Agregar-cargo
           PERFORM 7030-Leer-repres
           .
      *Agrega el cargo a la lista del cliente y suma su importe al
      *total de su moneda.
       5300-Agregar-cargo.
           IF WSV-CANT-CARGOS >= 40
               ADD 1 TO CTRL-CANT-DESCARTADOS
               DISPLAY "**** Cliente " WSV-NRO-CLIE
                       " con mas de 40 cargos, no se avisa el "
                       WSV-CARGO-COD-SERV
           ELSE
               ADD 1 TO WSV-CANT-CARGOS
               MOVE WSV-CARGO-ORIGEN
                   TO WST-CAR-ORIGEN(WSV-CANT-CARGOS)
               MOVE WSV-CARGO-COD-SERV
                   TO WST-CAR-COD-SERV(WSV-CANT-CARGOS)
               MOVE WSV-CARGO-MONTO
                   TO WST-CAR-MONTO(WSV-CANT-CARGOS)
               MOVE WSV-CARGO-MONEDA
                   TO WST-CAR-MONEDA(WSV-CANT-CARGOS)
               MOVE WSV-CARGO-NRO-CUOTA
                   TO WST-CAR-NRO-CUOTA(WSV-CANT-CARGOS)
               MOVE WSV-CARGO-TOT-CUOTAS
                   TO WST-CAR-TOT-CUOTAS(WSV-CANT-CARGOS)
               ADD 1 TO CTRL-CANT-CARGOS
               PERFORM 5310-Sumar-a-moneda
           END-IF
           .
       5310-Sumar-a-moneda.
           MOVE ZERO TO WSV-IDX-MON-HALLADO
           MOVE 1 TO WSV-IDX-MON
           PERFORM 5315-Comparar-moneda
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF (WSV-IDX-MON-HALLADO = ZERO)
                   AND (WSV-CANT-MONEDAS < 5)
               ADD 1 TO WSV-CANT-MONEDAS
               MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADO
               MOVE WSV-CARGO-MONEDA
                   TO WST-MON-MONEDA(WSV-IDX-MON-HALLADO)
               MOVE ZERO TO WST-MON-TOTAL(WSV-IDX-MON-HALLADO)
               MOVE ZERO TO WST-MON-DISPONIBLE(WSV-IDX-MON-HALLADO)
               MOVE ZERO TO WST-MON-CUENTAS(WSV-IDX-MON-HALLADO)
           END-IF
           IF WSV-IDX-MON-HALLADO > ZERO
               ADD WSV-CARGO-MONTO
                   TO WST-MON-TOTAL(WSV-IDX-MON-HALLADO)
           END-IF
           .
       5315-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = WSV-CARGO-MONEDA
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADO
               MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON
           END-IF
           ADD 1 TO WSV-IDX-MON
           .
      *Arma el nombre PREAVISO.nnn.TXT, vuelca el aviso y deja la
      *linea de control en la planilla.
       5400-Emitir-aviso.
           PERFORM 5410-Verificar-cobertura
           MOVE SPACES TO WSV-NOMBRE-AVISO
           STRING "PREAVISO." DELIMITED BY SIZE
                  WSV-NRO-CLIE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-AVISO
           OPEN OUTPUT SALIDA-AVISO
           IF FS-SALIDA-AVISO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-AVISO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-AVISO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5500-Cuerpo-del-aviso
           CLOSE SALIDA-AVISO
           ADD 1 TO CTRL-CANT-AVISOS
           PERFORM 5700-Linea-de-resumen
           IF CLIENTE-SIN-FONDOS
               ADD 1 TO CTRL-CANT-SIN-FONDOS
               PERFORM 5750-Lineas-sin-fondos
           END-IF
           DISPLAY "Aviso emitido: " WSV-NOMBRE-AVISO
           .
      *Suma saldo mas limite de las cuentas del cliente en cada
      *moneda de sus cargos; alcanza con que una moneda no cubra
      *para que el cliente vaya a la lista de llamados.
       5410-Verificar-cobertura.
           MOVE SPACES TO WSV-NOMBRE-CLIENTE
           PERFORM 5420-Sumar-cuenta
               VARYING WSV-IDX-CTA FROM 1 BY 1
               UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
           SET CLIENTE-CON-FONDOS TO TRUE
           PERFORM 5430-Comparar-cobertura
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           .
       5420-Sumar-cuenta.
           IF WST-CTA-NRO-CLIE(WSV-IDX-CTA) = WSV-NRO-CLIE
               MOVE WST-CTA-NOMBRE(WSV-IDX-CTA) TO WSV-NOMBRE-CLIENTE
               PERFORM 5425-Sumar-en-moneda
                   VARYING WSV-IDX-MON FROM 1 BY 1
                   UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           END-IF
           .
       5425-Sumar-en-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) =
                   WST-CTA-MONEDA(WSV-IDX-CTA)
               ADD WST-CTA-DISPONIBLE(WSV-IDX-CTA)
                   TO WST-MON-DISPONIBLE(WSV-IDX-MON)
               ADD 1 TO WST-MON-CUENTAS(WSV-IDX-MON)
           END-IF
           .
       5430-Comparar-cobertura.
           IF (WST-MON-CUENTAS(WSV-IDX-MON) = ZERO)
                   OR (WST-MON-DISPONIBLE(WSV-IDX-MON) <
                       WST-MON-TOTAL(WSV-IDX-MON))
               SET CLIENTE-SIN-FONDOS TO TRUE
           END-IF
           .
      *Plantilla fija del aviso, con los cargos proyectados
      *intercalados.
       5500-Cuerpo-del-aviso.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "BUENOS AIRES, " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SR/A " DELIMITED BY SIZE
                  WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " (CLIENTE " DELIMITED BY SIZE
                  WSV-NRO-CLIE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           PERFORM 5550-Bloque-de-domicilio
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "REF.: AVISO PREVIO DE DEBITO AUTOMATICO"
               TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "DE NUESTRA CONSIDERACION:" TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "LE INFORMAMOS QUE EL DIA " DELIMITED BY SIZE
                  WSV-FECHA-FACTURA-IMPRESA DELIMITED BY SIZE
                  " DEBITAREMOS DE SU CUENTA" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "LOS SIGUIENTES IMPORTES:" TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           PERFORM 5600-Linea-de-cargo
               VARYING WSV-IDX-CAR FROM 1 BY 1
               UNTIL WSV-IDX-CAR > WSV-CANT-CARGOS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           PERFORM 5650-Linea-de-total
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "LE SOLICITAMOS TENER LOS FONDOS DISPONIBLES EN"
               TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "SU CUENTA PARA ESA FECHA Y EVITAR EL RECHAZO."
               TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "SIN OTRO PARTICULAR, SALUDAMOS A UD. ATTE."
               TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           MOVE "                      GERENCIA DE COBRANZAS"
               TO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           .
      *Bloque postal del destinatario desde DOMICILIOS.TXT.
       5550-Bloque-de-domicilio.
           PERFORM 5560-Buscar-domicilio
           IF DOMICILIO-HALLADO
               MOVE WST-DOM-CALLE1(WSV-IDX-DOM-HALLADO)
                   TO WSV-LINEA-ARMADA
               PERFORM 5900-Escribir-linea-aviso
               IF WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO) NOT = SPACES
                   MOVE WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO)
                       TO WSV-LINEA-ARMADA
                   PERFORM 5900-Escribir-linea-aviso
               END-IF
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-DOM-LOCALIDAD(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WST-DOM-CP(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5900-Escribir-linea-aviso
           ELSE
               ADD 1 TO CTRL-CANT-SIN-DOMICILIO
               MOVE "(SIN DOMICILIO REGISTRADO)"
                   TO WSV-LINEA-ARMADA
               PERFORM 5900-Escribir-linea-aviso
           END-IF
           .
       5560-Buscar-domicilio.
           SET DOMICILIO-FALTA TO TRUE
           MOVE ZERO TO WSV-IDX-DOM-HALLADO
           MOVE 1 TO WSV-IDX-DOM
           PERFORM 5570-Comparar-domicilio
               UNTIL WSV-IDX-DOM > WSV-CANT-DOMICILIOS
           .
       5570-Comparar-domicilio.
           IF WST-DOM-NRO-CLIE(WSV-IDX-DOM) = WSV-NRO-CLIE
               SET DOMICILIO-HALLADO TO TRUE
               MOVE WSV-IDX-DOM TO WSV-IDX-DOM-HALLADO
               MOVE WSV-CANT-DOMICILIOS TO WSV-IDX-DOM
           END-IF
           ADD 1 TO WSV-IDX-DOM
           .
       5600-Linea-de-cargo.
           MOVE WST-CAR-MONTO(WSV-IDX-CAR) TO WSV-MONTO-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           IF CARGO-CUOTA(WSV-IDX-CAR)
               STRING "    - SERVICIO " DELIMITED BY SIZE
                      WST-CAR-COD-SERV(WSV-IDX-CAR) DELIMITED BY SIZE
                      "  CUOTA " DELIMITED BY SIZE
                      WST-CAR-NRO-CUOTA(WSV-IDX-CAR) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WST-CAR-TOT-CUOTAS(WSV-IDX-CAR)
                      DELIMITED BY SIZE
                      WSV-MONTO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-CAR-MONEDA(WSV-IDX-CAR) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           ELSE
           IF CARGO-REPRES(WSV-IDX-CAR)
               STRING "    - SERVICIO " DELIMITED BY SIZE
                      WST-CAR-COD-SERV(WSV-IDX-CAR) DELIMITED BY SIZE
                      "  REINTENTO  " DELIMITED BY SIZE
                      WSV-MONTO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-CAR-MONEDA(WSV-IDX-CAR) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           ELSE
               STRING "    - SERVICIO " DELIMITED BY SIZE
                      WST-CAR-COD-SERV(WSV-IDX-CAR) DELIMITED BY SIZE
                      "  ABONO      " DELIMITED BY SIZE
                      WSV-MONTO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-CAR-MONEDA(WSV-IDX-CAR) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           END-IF
           END-IF
           PERFORM 5900-Escribir-linea-aviso
           .
       5650-Linea-de-total.
           MOVE WST-MON-TOTAL(WSV-IDX-MON) TO WSV-MONTO-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL A DEBITAR EN " DELIMITED BY SIZE
                  WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WSV-MONTO-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea-aviso
           ADD WST-MON-TOTAL(WSV-IDX-MON) TO CTRL-MONTO-AVISADO
           .
       5700-Linea-de-resumen.
           MOVE WSV-CANT-CARGOS TO WSV-CANT-EDITADA
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CLIENTE " DELIMITED BY SIZE
                  WSV-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " CARGOS " DELIMITED BY SIZE
                  WSV-CANT-EDITADA DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WSV-NOMBRE-AVISO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           IF CLIENTE-SIN-FONDOS
               MOVE "SIN FONDOS" TO WSV-LINEA-ARMADA(69:10)
           END-IF
           MOVE WSV-LINEA-ARMADA TO LINEA-RESUMEN
           WRITE LINEA-RESUMEN
           .
      *Una linea por moneda que no alcanza, con el telefono del
      *domicilio para el llamado de cobranzas.
       5750-Lineas-sin-fondos.
           PERFORM 5760-Linea-moneda-sin-fondos
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           .
       5760-Linea-moneda-sin-fondos.
           IF (WST-MON-CUENTAS(WSV-IDX-MON) = ZERO)
                   OR (WST-MON-DISPONIBLE(WSV-IDX-MON) <
                       WST-MON-TOTAL(WSV-IDX-MON))
               MOVE WST-MON-TOTAL(WSV-IDX-MON) TO WSV-MONTO-EDITADO
               MOVE WST-MON-DISPONIBLE(WSV-IDX-MON)
                   TO WSV-DISPONIBLE-EDITADO
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WSV-NRO-CLIE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                      " A DEBITAR " DELIMITED BY SIZE
                      WSV-MONTO-EDITADO DELIMITED BY SIZE
                      " DISPONIBLE " DELIMITED BY SIZE
                      WSV-DISPONIBLE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               IF WST-MON-CUENTAS(WSV-IDX-MON) = ZERO
                   MOVE "SIN CUENTA" TO WSV-LINEA-ARMADA(66:15)
               ELSE
               IF DOMICILIO-HALLADO
                   MOVE WST-DOM-TELEFONO(WSV-IDX-DOM-HALLADO)
                       TO WSV-LINEA-ARMADA(66:15)
               ELSE
                   MOVE "SIN TELEFONO" TO WSV-LINEA-ARMADA(66:15)
               END-IF
               END-IF
               MOVE WSV-LINEA-ARMADA TO LINEA-SIN-FONDOS
               WRITE LINEA-SIN-FONDOS
           END-IF
           .
      *Pie de la planilla con el total de avisos y la anticipacion
      *con que se corrio.
       5800-Cerrar-resumen.
           MOVE SPACES TO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-RESUMEN
           WRITE LINEA-RESUMEN
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL DE AVISOS A DESPACHAR: " DELIMITED BY SIZE
                  CTRL-CANT-AVISOS DELIMITED BY SIZE
                  "  SIN FONDOS: " DELIMITED BY SIZE
                  CTRL-CANT-SIN-FONDOS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-RESUMEN
           WRITE LINEA-RESUMEN
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "FACTURACION DEL " DELIMITED BY SIZE
                  WSV-FECHA-FACTURA-IMPRESA DELIMITED BY SIZE
                  ", AVISO CON " DELIMITED BY SIZE
                  WSV-DIAS-EDITADOS DELIMITED BY SIZE
                  " DIAS HABILES (PEDIDOS " DELIMITED BY SIZE
                  WSV-DIAS-AVISO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-RESUMEN
           WRITE LINEA-RESUMEN
           IF AVISO-TARDIO
               MOVE "**** PREAVISO TARDIO" TO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
           END-IF
           .
       5900-Escribir-linea-aviso.
           MOVE WSV-LINEA-ARMADA TO LINEA-AVISO
           WRITE LINEA-AVISO
           .
      *************************** Archivo ******************************
      *Sin ABONOS, CUOTAS o re-presentaciones el archivo que falta se
      *toma como vacio; la planilla y la lista de llamados llevan la
      *fecha de corrida en el nombre.
       7000-Abrir-archivos.
           OPEN INPUT ARCH-ABONOS
           IF FS-ABONOS NOT = "00"
               DISPLAY "**** No hay ABONOS.TXT"
           END-IF
           OPEN INPUT ARCH-CUOTAS
           IF FS-CUOTAS NOT = "00"
               DISPLAY "**** No hay CUOTAS.TXT"
           END-IF
           OPEN INPUT ARCH-REPRES
           IF FS-REPRES NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-REPRES
           END-IF

           MOVE SPACES TO WSV-NOMBRE-RESUMEN
           STRING "PREAVISOS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RESUMEN
           OPEN OUTPUT SALIDA-RESUMEN
               IF FS-SALIDA-RESUMEN NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-RESUMEN TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-RESUMEN" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: "
                           WSV-NOMBRE-RESUMEN
               END-IF

           MOVE SPACES TO WSV-NOMBRE-SIN-FONDOS
           STRING "PREAVISO_SIN_FONDOS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-SIN-FONDOS
           OPEN OUTPUT SALIDA-SIN-FONDOS
               IF FS-SALIDA-SIN-FONDOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-SIN-FONDOS TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-SIN-FOND" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: "
                           WSV-NOMBRE-SIN-FONDOS
               END-IF
           .
       7010-Leer-abono.
           MOVE 9999 TO WSV-CLAVE-ABONO
           IF FS-ABONOS = "00"
               READ ARCH-ABONOS
               IF FS-ABONOS = "00"
                   MOVE ABO-NRO-CLIE TO WSV-CLAVE-ABONO
               END-IF
           END-IF
           .
       7020-Leer-cuota.
           MOVE 9999 TO WSV-CLAVE-CUOTA
           IF FS-CUOTAS = "00"
               READ ARCH-CUOTAS
               IF FS-CUOTAS = "00"
                   MOVE CUO-NRO-CLIE TO WSV-CLAVE-CUOTA
               END-IF
           END-IF
           .
       7030-Leer-repres.
           MOVE 9999 TO WSV-CLAVE-REPRES
           IF FS-REPRES = "00"
               READ ARCH-REPRES
               IF (FS-REPRES = "00")
                       AND (REGISTRO-REPRES (1:6) = "HEADER")
                   READ ARCH-REPRES
               END-IF
               IF FS-REPRES = "00"
                   MOVE REP-NRO-CLIE TO WSV-CLAVE-REPRES
               END-IF
           END-IF
           .
       7050-Leer-cuenta.
           READ ARCH-CUENTAS
           .
       7060-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7070-Leer-calendario.
           READ CALENDARIO
           .
       7000-Cerrar-archivos.
           IF FS-ABONOS = "10"
               CLOSE ARCH-ABONOS
           END-IF
           IF FS-CUOTAS = "10"
               CLOSE ARCH-CUOTAS
           END-IF
           IF FS-REPRES = "10"
               CLOSE ARCH-REPRES
           END-IF

           CLOSE SALIDA-RESUMEN
               IF FS-SALIDA-RESUMEN NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-RESUMEN TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-RESUMEN" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: "
                           WSV-NOMBRE-RESUMEN
               END-IF

           CLOSE SALIDA-SIN-FONDOS
               IF FS-SALIDA-SIN-FONDOS NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-SIN-FONDOS TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-SIN-FOND" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: "
                           WSV-NOMBRE-SIN-FONDOS
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
           MOVE "ProgPreavi"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Cerrar-archivos.
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Avisos emitidos: " CTRL-CANT-AVISOS
           DISPLAY "Cargos avisados: " CTRL-CANT-CARGOS
           DISPLAY "  abonos:            " CTRL-CANT-ABONOS
           DISPLAY "  cuotas:            " CTRL-CANT-CUOTAS
           DISPLAY "  re-presentaciones: " CTRL-CANT-REPRES
           DISPLAY "Importe avisado: " CTRL-MONTO-AVISADO
           DISPLAY "Clientes sin fondos: " CTRL-CANT-SIN-FONDOS
           DISPLAY "Clientes sin domicilio: "
                   CTRL-CANT-SIN-DOMICILIO
           DISPLAY "Cargos no avisados (tope por cliente): "
                   CTRL-CANT-DESCARTADOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
