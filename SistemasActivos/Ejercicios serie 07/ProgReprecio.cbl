      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de reprecio masivo y programado de abonos
      *    Reemplaza la edicion de ABO-MONTO linea por linea en
      *    PGENABON cuando un proveedor anuncia un aumento. Tiene dos
      *    operaciones:
      *      (P)rogramar: un supervisor da el codigo de servicio, el
      *          monto nuevo o el porcentaje de aumento y la fecha de
      *          vigencia, que debe respetar el preaviso legal. Por
      *          cada abono activo del servicio emite la carta de
      *          aviso al cliente (AVISO.sss.ccc.TXT, con el bloque
      *          postal de DOMICILIOS como en ProgCartas), el listado
      *          antes/despues (REPRECIO.sss.AAAAMMDD.TXT) y deja en
      *          REPRECIOS.TXT una linea por cliente avisado, que es
      *          la constancia de quien fue notificado y cuando.
      *      (A)plicar: pensado para la cadena diaria; toma de
      *          REPRECIOS.TXT los avisos programados con vigencia
      *          cumplida y graba el monto nuevo en ABONOS.TXT (con
      *          respaldo fechado). Solo cambia el precio de los
      *          abonos avisados y que siguen como estaban al avisar;
      *          el resto queda omitido y listado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgReprecio.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               02/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONOS ASSIGN TO "ABONOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ABONOS.
      *Avisos de reprecio emitidos, uno por cliente y servicio.
           SELECT ARCH-REPRECIOS ASSIGN TO "REPRECIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPRECIOS.
      *Maestro de domicilios (PGENDOMI): el bloque postal de la carta.
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.

           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Una carta por cliente avisado: el nombre se arma con el
      *servicio y el numero de cliente antes de cada OPEN OUTPUT.
           SELECT SALIDA-CARTA ASSIGN DYNAMIC WSV-NOMBRE-CARTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-CARTA.

           SELECT SALIDA-LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LISTADO.
      *Archivo generico usado para respaldar ABONOS.TXT y
      *REPRECIOS.TXT antes de regrabarlos.
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
      *Archivo ABONOS (mantenido por PGENABON)
           FD ABONOS.
               01 REGISTRO-ABONO.
                   02 ABO-NRO-CLIE             PIC 9(03).
                   02 ABO-COD-SERV             PIC X(03).
                   02 ABO-MONTO                PIC 999V99.
                   02 ABO-MONEDA               PIC X(03).
                   02 ABO-ACTIVO               PIC X(01).
      *
      *Archivo REPRECIOS
      *Servicio | Vigencia | Cliente | Moneda | Monto anterior |
      *Monto nuevo | Fecha del aviso | Operador | Estado (P
      *programado / A aplicado / O omitido) | Fecha de aplicacion
           FD ARCH-REPRECIOS.
               01 REGISTRO-REPRECIO.
                   02 REP-COD-SERV             PIC X(03).
                   02 REP-FECHA-VIGENCIA       PIC 9(08).
                   02 REP-NRO-CLIE             PIC 9(03).
                   02 REP-MONEDA               PIC X(03).
                   02 REP-MONTO-ANTERIOR       PIC 999V99.
                   02 REP-MONTO-NUEVO          PIC 999V99.
                   02 REP-FECHA-AVISO          PIC 9(08).
                   02 REP-OPERADOR             PIC 9(03).
                   02 REP-ESTADO               PIC X(01).
                       88 REPRECIO-PROGRAMADO      VALUE "P".
                       88 REPRECIO-APLICADO        VALUE "A".
                       88 REPRECIO-OMITIDO         VALUE "O".
                   02 REP-FECHA-APLICADO       PIC 9(08).
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
      *Archivo CUENTAS (solo interesa el nombre del cliente)
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 NOMBRE-CUEN              PIC X(10).
                   02 RESTO-CUEN               PIC X(40).
      *
      *Archivo de una carta individual.
           FD SALIDA-CARTA.
               01 LINEA-CARTA                  PIC X(80).
      *
      *Listado antes/despues del reprecio o de la aplicacion.
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(80).
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
               02 FS-ABONOS                    PIC X(02) VALUE ZEROES.
               02 FS-REPRECIOS                 PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-CARTA              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
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

      *Dias corridos de preaviso que exige la normativa entre la
      *carta y la vigencia del precio nuevo.
           01 WSC-DIAS-PREAVISO                PIC 9(03) VALUE 30.

      *Operacion pedida.
           01 WSV-OPERACION                    PIC X(01) VALUE SPACE.
               88 OPERACION-PROGRAMAR          VALUE "P".
               88 OPERACION-APLICAR            VALUE "A".
               88 OPERACION-VALIDA             VALUES "P" "A".

      *Datos del reprecio que se programa.
           01 WSV-REPRECIO.
               02 WSV-REP-COD-SERV             PIC X(03).
               02 WSV-REP-TIPO                 PIC X(01).
                   88 TIPO-MONTO-NUEVO             VALUE "M".
                   88 TIPO-PORCENTAJE              VALUE "P".
                   88 TIPO-VALIDO                  VALUES "M" "P".
               02 WSV-REP-MONTO                PIC 999V99.
               02 WSV-REP-PORCENTAJE           PIC 9(03)V99.
               02 WSV-REP-VIGENCIA             PIC 9(08).
               02 WSV-REP-VIGENCIA-DET REDEFINES WSV-REP-VIGENCIA.
                   03 WSV-VIG-ANIO             PIC 9(04).
                   03 WSV-VIG-MES              PIC 9(02).
                   03 WSV-VIG-DIA              PIC 9(02).
           01 WSV-MONTO-CALCULADO              PIC 999V99.
           77 WSS-CALCULO                      PIC X(01) VALUE "S".
               88 CALCULO-OK                   VALUE "S".
               88 CALCULO-DESBORDADO           VALUE "N".

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-CORRIDA-DET REDEFINES WSV-FECHA-CORRIDA.
               02 WSV-HOY-ANIO                 PIC 9(04).
               02 WSV-HOY-MES                  PIC 9(02).
               02 WSV-HOY-DIA                  PIC 9(02).
           01 WSV-FECHA-APLICACION             PIC 9(08) VALUE ZERO.
           01 WSV-DIAS-PREAVISO                PIC S9(07).

      *Maestro de abonos completo en memoria (mismo orden que el
      *archivo, ascendente por cliente).
           01 WST-ABONOS.
               02 WST-ABO-DET               OCCURS 400 TIMES.
                   03 WST-ABO-NRO-CLIE      PIC 9(03).
                   03 WST-ABO-COD-SERV      PIC X(03).
                   03 WST-ABO-MONTO         PIC 999V99.
                   03 WST-ABO-MONEDA        PIC X(03).
                   03 WST-ABO-ACTIVO        PIC X(01).
           01 WSV-CANT-ABONOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-ABO                      PIC 9(03).
           01 WSV-IDX-ABO-HALLADO              PIC 9(03).

      *Avisos de REPRECIOS.TXT en memoria.
           01 WST-REPRECIOS.
               02 WST-REP-DET               OCCURS 500 TIMES.
                   03 WST-REP-COD-SERV      PIC X(03).
                   03 WST-REP-VIGENCIA      PIC 9(08).
                   03 WST-REP-NRO-CLIE      PIC 9(03).
                   03 WST-REP-MONEDA        PIC X(03).
                   03 WST-REP-MONTO-ANT     PIC 999V99.
                   03 WST-REP-MONTO-NUE     PIC 999V99.
                   03 WST-REP-FECHA-AVISO   PIC 9(08).
                   03 WST-REP-OPERADOR      PIC 9(03).
                   03 WST-REP-ESTADO        PIC X(01).
                   03 WST-REP-FECHA-APLIC   PIC 9(08).
           01 WSV-CANT-REPRECIOS               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-REP                      PIC 9(03).
           77 WSS-PENDIENTE                    PIC X(01) VALUE "N".
               88 HAY-PENDIENTE                VALUE "S".
               88 SIN-PENDIENTE                VALUE "N".

      *Domicilios en memoria y datos del domicilio hallado para el
      *cliente en curso (en blanco cuando no tiene).
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 400 TIMES.
                   03 WST-DOM-NRO-CLIE      PIC 9(03).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
               88 DOMICILIO-FALTA              VALUE "N".

      *Nombres de los clientes de CUENTAS (la primera cuenta de
      *cada cliente alcanza para el encabezado de la carta).
           01 WST-NOMBRES.
               02 WST-NOM-DET               OCCURS 400 TIMES.
                   03 WST-NOM-NRO-CLIE      PIC 9(03).
                   03 WST-NOM-NOMBRE        PIC X(10).
           01 WSV-CANT-NOMBRES                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-NOM                      PIC 9(03).
           01 WSV-NOMBRE-CLIENTE               PIC X(10).

           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-MONTO-ANT-EDIT               PIC ZZ9.99.
           01 WSV-MONTO-NUE-EDIT               PIC ZZ9.99.
           01 WSV-DIAS-EDIT                    PIC ZZZ9.
           01 WSV-TOTAL-ANT-EDIT               PIC Z(06)9.99.
           01 WSV-TOTAL-NUE-EDIT               PIC Z(06)9.99.
           01 WSV-HOY-EDIT.
               02 WSV-HED-DIA                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 WSV-HED-MES                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 WSV-HED-ANIO                 PIC 9(04).
           01 WSV-FECHA-EDIT.
               02 WSV-FED-DIA                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 WSV-FED-MES                  PIC 9(02).
               02 FILLER                       PIC X(01) VALUE "/".
               02 WSV-FED-ANIO                 PIC 9(04).

      *Nombres de archivo armados en la corrida.
           01 WSV-NOMBRE-CARTA                 PIC X(40).
           01 WSV-NOMBRE-LISTADO               PIC X(40).
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-AVISADOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-DOMICILIO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESBORDADOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-CAMBIO         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-APLICADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-OMITIDOS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-ANTERIOR          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-NUEVO             PIC 9(07)V99 VALUE ZERO.

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
           DISPLAY "Operacion: (P)rogramar un reprecio o (A)plicar "
                   "los vencidos (A si no quiere): "
           ACCEPT WSV-OPERACION
           IF WSV-OPERACION = SPACE
               SET OPERACION-APLICAR TO TRUE
           END-IF
           IF NOT OPERACION-VALIDA
               MOVE "Operacion no reconocida (P o A)"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-OPERACION TO WSV-ANULADO-CODIGO
               MOVE "OPERACION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1200-Cargar-abonos
           PERFORM 1500-Cargar-reprecios
           IF OPERACION-PROGRAMAR
               PERFORM 1050-Identificar-operador
               PERFORM 1100-Pedir-reprecio
               PERFORM 1300-Cargar-domicilios
               PERFORM 1400-Cargar-nombres
           ELSE
               MOVE ZERO TO SGN-LEGAJO
               DISPLAY "Fecha de aplicacion (AAAAMMDD, 0 = hoy): "
               ACCEPT WSV-FECHA-APLICACION
               IF WSV-FECHA-APLICACION = ZERO
                   MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-APLICACION
               END-IF
           END-IF
           .
      *El reprecio lo programa un supervisor o administrador.
       1050-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-MANDA
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o sin rol de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Servicio del catalogo, precio nuevo y vigencia con el
      *preaviso legal cumplido; un servicio con un reprecio aun
      *programado no admite otro encima.
       1100-Pedir-reprecio.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           DISPLAY "Codigo de servicio a repreciar (xxx): "
           ACCEPT WSV-REP-COD-SERV
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSV-REP-COD-SERV TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Servicio inexistente en el catalogo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-REP-COD-SERV TO WSV-ANULADO-CODIGO
               MOVE "SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Servicio: " WST-SRV-DESC-RESULT
           PERFORM 1110-Buscar-pendiente
           IF HAY-PENDIENTE
               MOVE "El servicio ya tiene un reprecio programado"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-REP-COD-SERV TO WSV-ANULADO-CODIGO
               MOVE "REPRECIOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACE TO WSV-REP-TIPO
           PERFORM 1120-Pedir-tipo UNTIL TIPO-VALIDO
           IF TIPO-MONTO-NUEVO
               DISPLAY "Monto mensual nuevo (999.99): "
               ACCEPT WSV-REP-MONTO
           ELSE
               DISPLAY "Porcentaje de aumento (999.99): "
               ACCEPT WSV-REP-PORCENTAJE
           END-IF
           DISPLAY "Fecha de vigencia del precio nuevo (AAAAMMDD): "
           ACCEPT WSV-REP-VIGENCIA
           PERFORM 1130-Validar-vigencia
           .
       1110-Buscar-pendiente.
           SET SIN-PENDIENTE TO TRUE
           MOVE 1 TO WSV-IDX-REP
           PERFORM 1115-Comparar-pendiente
               UNTIL WSV-IDX-REP > WSV-CANT-REPRECIOS
           .
       1115-Comparar-pendiente.
           IF (WST-REP-COD-SERV(WSV-IDX-REP) = WSV-REP-COD-SERV)
                   AND (WST-REP-ESTADO(WSV-IDX-REP) = "P")
               SET HAY-PENDIENTE TO TRUE
               MOVE WSV-CANT-REPRECIOS TO WSV-IDX-REP
           END-IF
           ADD 1 TO WSV-IDX-REP
           .
       1120-Pedir-tipo.
           DISPLAY "(M)onto nuevo o (P)orcentaje de aumento: "
           ACCEPT WSV-REP-TIPO
           IF NOT TIPO-VALIDO
               DISPLAY "**** Responda M o P"
           END-IF
           .
      *Los dias entre hoy y la vigencia (DIFFECHA) no pueden ser
      *menos que el preaviso.
       1130-Validar-vigencia.
           IF (WSV-VIG-MES < 1) OR (WSV-VIG-MES > 12)
                   OR (WSV-VIG-DIA < 1) OR (WSV-VIG-DIA > 31)
               MOVE "Fecha de vigencia invalida"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-VIG-DIA TO WSV-ANULADO-CODIGO
               MOVE "VIGENCIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-HOY-DIA  TO DIF-DIA-DESDE
           MOVE WSV-HOY-MES  TO DIF-MES-DESDE
           MOVE WSV-HOY-ANIO TO DIF-ANIO-DESDE
           MOVE WSV-VIG-DIA  TO DIF-DIA-HASTA
           MOVE WSV-VIG-MES  TO DIF-MES-HASTA
           MOVE WSV-VIG-ANIO TO DIF-ANIO-HASTA
           CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
           MOVE DIF-DIAS-RESULT TO WSV-DIAS-PREAVISO
           MOVE WSV-DIAS-PREAVISO TO WSV-DIAS-EDIT
           IF WSV-DIAS-PREAVISO < WSC-DIAS-PREAVISO
               DISPLAY "**** La vigencia queda a " WSV-DIAS-EDIT
                       " dias; el preaviso minimo es de "
                       WSC-DIAS-PREAVISO " dias"
               MOVE "Vigencia sin el preaviso legal minimo"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PREAV" TO WSV-ANULADO-CODIGO
               MOVE "VIGENCIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Preaviso: " WSV-DIAS-EDIT " dias"
           .
       1200-Cargar-abonos.
           MOVE ZERO TO WSV-CANT-ABONOS
           OPEN INPUT ABONOS
           IF FS-ABONOS NOT = "00"
               MOVE "No hay ABONOS.TXT, nada que repreciar"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ABONOS TO WSV-ANULADO-CODIGO
               MOVE "ABONOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-abono
           PERFORM 1210-Pasar-abono
               UNTIL (FS-ABONOS = "10")
               OR (WSV-CANT-ABONOS >= 400)
           CLOSE ABONOS
           .
       1210-Pasar-abono.
           ADD 1 TO WSV-CANT-ABONOS
           MOVE ABO-NRO-CLIE TO WST-ABO-NRO-CLIE(WSV-CANT-ABONOS)
           MOVE ABO-COD-SERV TO WST-ABO-COD-SERV(WSV-CANT-ABONOS)
           MOVE ABO-MONTO TO WST-ABO-MONTO(WSV-CANT-ABONOS)
           MOVE ABO-MONEDA TO WST-ABO-MONEDA(WSV-CANT-ABONOS)
           MOVE ABO-ACTIVO TO WST-ABO-ACTIVO(WSV-CANT-ABONOS)
           PERFORM 7010-Leer-abono
           .
      *Sin DOMICILIOS.TXT las cartas salen marcadas sin domicilio.
       1300-Cargar-domicilios.
           MOVE ZERO TO WSV-CANT-DOMICILIOS
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS NOT = "00"
               DISPLAY "**** No hay DOMICILIOS.TXT (corra "
                       "PGENDOMI)"
           ELSE
               PERFORM 7030-Leer-domicilio
               PERFORM 1310-Pasar-domicilio
                   UNTIL (FS-DOMICILIOS = "10")
                   OR (WSV-CANT-DOMICILIOS >= 400)
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       1310-Pasar-domicilio.
           ADD 1 TO WSV-CANT-DOMICILIOS
           MOVE DOM-NRO-CLIE
               TO WST-DOM-NRO-CLIE(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE1 TO WST-DOM-CALLE1(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE2 TO WST-DOM-CALLE2(WSV-CANT-DOMICILIOS)
           MOVE DOM-LOCALIDAD
               TO WST-DOM-LOCALIDAD(WSV-CANT-DOMICILIOS)
           MOVE DOM-CP TO WST-DOM-CP(WSV-CANT-DOMICILIOS)
           PERFORM 7030-Leer-domicilio
           .
       1400-Cargar-nombres.
           MOVE ZERO TO WSV-CANT-NOMBRES
           OPEN INPUT CUENTAS
           IF FS-CUENTAS = "00"
               PERFORM 7040-Leer-cuenta
               PERFORM 1410-Pasar-nombre
                   UNTIL (FS-CUENTAS = "10")
                   OR (WSV-CANT-NOMBRES >= 400)
               CLOSE CUENTAS
           END-IF
           .
       1410-Pasar-nombre.
           ADD 1 TO WSV-CANT-NOMBRES
           MOVE NRO-CLIE-CUEN TO WST-NOM-NRO-CLIE(WSV-CANT-NOMBRES)
           MOVE NOMBRE-CUEN TO WST-NOM-NOMBRE(WSV-CANT-NOMBRES)
           PERFORM 7040-Leer-cuenta
           .
      *Sin REPRECIOS.TXT no hay avisos previos: el archivo nace con
      *el primer reprecio programado.
       1500-Cargar-reprecios.
           MOVE ZERO TO WSV-CANT-REPRECIOS
           OPEN INPUT ARCH-REPRECIOS
           IF FS-REPRECIOS = "00"
               PERFORM 7020-Leer-reprecio
               PERFORM 1510-Pasar-reprecio
                   UNTIL (FS-REPRECIOS = "10")
                   OR (WSV-CANT-REPRECIOS >= 500)
               CLOSE ARCH-REPRECIOS
           END-IF
           .
       1510-Pasar-reprecio.
           ADD 1 TO WSV-CANT-REPRECIOS
           MOVE REGISTRO-REPRECIO TO WST-REP-DET(WSV-CANT-REPRECIOS)
           PERFORM 7020-Leer-reprecio
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           IF OPERACION-PROGRAMAR
               PERFORM 5100-Programar
           ELSE
               PERFORM 5500-Aplicar
           END-IF
           .
      *Una carta y una linea de listado y de REPRECIOS por cada
      *abono activo del servicio.
       5100-Programar.
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "REPRECIO." DELIMITED BY SIZE
                  WSV-REP-COD-SERV DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WSV-REP-VIGENCIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7100-Abrir-listado
           MOVE WSV-VIG-DIA  TO WSV-FED-DIA
           MOVE WSV-VIG-MES  TO WSV-FED-MES
           MOVE WSV-VIG-ANIO TO WSV-FED-ANIO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "REPRECIO DEL SERVICIO " DELIMITED BY SIZE
                  WSV-REP-COD-SERV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-SRV-DESC-RESULT DELIMITED BY SIZE
                  " VIGENTE DESDE " DELIMITED BY SIZE
                  WSV-FECHA-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           MOVE "CLIENTE NOMBRE      ANTES   DESPUES MON CARTA"
               TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           PERFORM 5110-Evaluar-abono
               VARYING WSV-IDX-ABO FROM 1 BY 1
               UNTIL WSV-IDX-ABO > WSV-CANT-ABONOS
           PERFORM 5190-Cerrar-listado
           MOVE "REPRECIOS" TO WSV-ANULADO-OBJETO
           MOVE "REPRO" TO WSV-ANULADO-CODIGO
           MOVE SPACES TO WSV-ANULADO-DESCRIP
           STRING "Servicio " DELIMITED BY SIZE
                  WSV-REP-COD-SERV DELIMITED BY SIZE
                  " vigencia " DELIMITED BY SIZE
                  WSV-REP-VIGENCIA DELIMITED BY SIZE
                  " avisados " DELIMITED BY SIZE
                  CTRL-CANT-AVISADOS DELIMITED BY SIZE
                  INTO WSV-ANULADO-DESCRIP
           PERFORM 5900-Registrar-paso
           .
       5110-Evaluar-abono.
           IF (WST-ABO-COD-SERV(WSV-IDX-ABO) = WSV-REP-COD-SERV)
                   AND (WST-ABO-ACTIVO(WSV-IDX-ABO) = "S")
               PERFORM 5120-Calcular-monto
               EVALUATE TRUE
                   WHEN CALCULO-DESBORDADO
                       ADD 1 TO CTRL-CANT-DESBORDADOS
                       MOVE "NO ENTRA EN 999.99, SIN AVISO"
                           TO WSV-NOMBRE-CARTA
                       PERFORM 5180-Linea-de-listado
                   WHEN WSV-MONTO-CALCULADO =
                           WST-ABO-MONTO(WSV-IDX-ABO)
                       ADD 1 TO CTRL-CANT-SIN-CAMBIO
                       MOVE "YA TIENE ESE PRECIO, SIN AVISO"
                           TO WSV-NOMBRE-CARTA
                       PERFORM 5180-Linea-de-listado
                   WHEN OTHER
                       PERFORM 5200-Emitir-aviso
               END-EVALUATE
           END-IF
           .
       5120-Calcular-monto.
           SET CALCULO-OK TO TRUE
           IF TIPO-MONTO-NUEVO
               MOVE WSV-REP-MONTO TO WSV-MONTO-CALCULADO
           ELSE
               COMPUTE WSV-MONTO-CALCULADO ROUNDED =
                       WST-ABO-MONTO(WSV-IDX-ABO) *
                       (100 + WSV-REP-PORCENTAJE) / 100
                   ON SIZE ERROR
                       SET CALCULO-DESBORDADO TO TRUE
               END-COMPUTE
           END-IF
           .
       5180-Linea-de-listado.
           PERFORM 5280-Buscar-nombre
           MOVE WST-ABO-MONTO(WSV-IDX-ABO) TO WSV-MONTO-ANT-EDIT
           MOVE WSV-MONTO-CALCULADO TO WSV-MONTO-NUE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "  " DELIMITED BY SIZE
                  WST-ABO-NRO-CLIE(WSV-IDX-ABO) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MONTO-ANT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MONTO-NUE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-ABO-MONEDA(WSV-IDX-ABO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NOMBRE-CARTA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           .
       5190-Cerrar-listado.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CARTAS EMITIDAS: " DELIMITED BY SIZE
                  CTRL-CANT-AVISADOS DELIMITED BY SIZE
                  "  SIN DOMICILIO: " DELIMITED BY SIZE
                  CTRL-CANT-SIN-DOMICILIO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           MOVE CTRL-MONTO-ANTERIOR TO WSV-TOTAL-ANT-EDIT
           MOVE CTRL-MONTO-NUEVO TO WSV-TOTAL-NUE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "MENSUAL ANTES: " DELIMITED BY SIZE
                  WSV-TOTAL-ANT-EDIT DELIMITED BY SIZE
                  "  DESPUES: " DELIMITED BY SIZE
                  WSV-TOTAL-NUE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           CLOSE SALIDA-LISTADO
           .
      *Carta al cliente, linea del listado y constancia en
      *REPRECIOS.TXT.
       5200-Emitir-aviso.
           MOVE SPACES TO WSV-NOMBRE-CARTA
           STRING "AVISO." DELIMITED BY SIZE
                  WSV-REP-COD-SERV DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WST-ABO-NRO-CLIE(WSV-IDX-ABO) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CARTA
           OPEN OUTPUT SALIDA-CARTA
           IF FS-SALIDA-CARTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-CARTA TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-CARTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5180-Linea-de-listado
           PERFORM 5210-Cuerpo-de-carta
           CLOSE SALIDA-CARTA
           ADD 1 TO CTRL-CANT-AVISADOS
           ADD WST-ABO-MONTO(WSV-IDX-ABO) TO CTRL-MONTO-ANTERIOR
           ADD WSV-MONTO-CALCULADO TO CTRL-MONTO-NUEVO
           PERFORM 5300-Registrar-aviso
           DISPLAY "Carta emitida: " WSV-NOMBRE-CARTA
           .
       5210-Cuerpo-de-carta.
           MOVE SPACES TO WSV-LINEA-ARMADA
           MOVE WSV-HOY-DIA  TO WSV-HED-DIA
           MOVE WSV-HOY-MES  TO WSV-HED-MES
           MOVE WSV-HOY-ANIO TO WSV-HED-ANIO
           STRING "BUENOS AIRES, " DELIMITED BY SIZE
                  WSV-HOY-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SR/A " DELIMITED BY SIZE
                  WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " (CLIENTE " DELIMITED BY SIZE
                  WST-ABO-NRO-CLIE(WSV-IDX-ABO) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           PERFORM 5250-Bloque-de-domicilio
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "REF.: AVISO DE MODIFICACION DE PRECIO"
               TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "DE NUESTRA CONSIDERACION:" TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "LE INFORMAMOS QUE A PARTIR DEL " DELIMITED BY SIZE
                  WSV-FECHA-EDIT DELIMITED BY SIZE
                  " EL ABONO MENSUAL" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "DEL SERVICIO " DELIMITED BY SIZE
                  WSV-REP-COD-SERV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-SRV-DESC-RESULT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PASARA DE " DELIMITED BY SIZE
                  WSV-MONTO-ANT-EDIT DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WSV-MONTO-NUE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-ABO-MONEDA(WSV-IDX-ABO) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "ESTE AVISO SE CURSA CON " DELIMITED BY SIZE
                  WSV-DIAS-EDIT DELIMITED BY SIZE
                  " DIAS DE ANTICIPACION." DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "SI NO ESTA DE ACUERDO PUEDE DAR DE BAJA EL SERVICIO"
               TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "ANTES DE ESA FECHA SIN CARGO ALGUNO."
               TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "SIN OTRO PARTICULAR, SALUDAMOS A UD. ATTE."
               TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           MOVE "                      GERENCIA COMERCIAL"
               TO WSV-LINEA-ARMADA
           PERFORM 5960-Escribir-linea-carta
           .
      *Bloque postal del destinatario desde DOMICILIOS.TXT, igual
      *que en ProgCartas; el cliente sin domicilio sale marcado en
      *la carta y en el listado.
       5250-Bloque-de-domicilio.
           PERFORM 5260-Buscar-domicilio
           IF DOMICILIO-HALLADO
               MOVE WST-DOM-CALLE1(WSV-IDX-DOM-HALLADO)
                   TO WSV-LINEA-ARMADA
               PERFORM 5960-Escribir-linea-carta
               IF WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO) NOT = SPACES
                   MOVE WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO)
                       TO WSV-LINEA-ARMADA
                   PERFORM 5960-Escribir-linea-carta
               END-IF
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-DOM-LOCALIDAD(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WST-DOM-CP(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5960-Escribir-linea-carta
           ELSE
               ADD 1 TO CTRL-CANT-SIN-DOMICILIO
               MOVE "(SIN DOMICILIO REGISTRADO)"
                   TO WSV-LINEA-ARMADA
               PERFORM 5960-Escribir-linea-carta
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "**** SIN DOMICILIO: CLIENTE "
                      DELIMITED BY SIZE
                      WST-ABO-NRO-CLIE(WSV-IDX-ABO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-listado
           END-IF
           .
       5260-Buscar-domicilio.
           SET DOMICILIO-FALTA TO TRUE
           MOVE ZERO TO WSV-IDX-DOM-HALLADO
           MOVE 1 TO WSV-IDX-DOM
           PERFORM 5270-Comparar-domicilio
               UNTIL WSV-IDX-DOM > WSV-CANT-DOMICILIOS
           .
       5270-Comparar-domicilio.
           IF WST-DOM-NRO-CLIE(WSV-IDX-DOM) =
                   WST-ABO-NRO-CLIE(WSV-IDX-ABO)
               SET DOMICILIO-HALLADO TO TRUE
               MOVE WSV-IDX-DOM TO WSV-IDX-DOM-HALLADO
               MOVE WSV-CANT-DOMICILIOS TO WSV-IDX-DOM
           END-IF
           ADD 1 TO WSV-IDX-DOM
           .
       5280-Buscar-nombre.
           MOVE "(SIN CTA.)" TO WSV-NOMBRE-CLIENTE
           MOVE 1 TO WSV-IDX-NOM
           PERFORM 5285-Comparar-nombre
               UNTIL WSV-IDX-NOM > WSV-CANT-NOMBRES
           .
       5285-Comparar-nombre.
           IF WST-NOM-NRO-CLIE(WSV-IDX-NOM) =
                   WST-ABO-NRO-CLIE(WSV-IDX-ABO)
               MOVE WST-NOM-NOMBRE(WSV-IDX-NOM) TO WSV-NOMBRE-CLIENTE
               MOVE WSV-CANT-NOMBRES TO WSV-IDX-NOM
           END-IF
           ADD 1 TO WSV-IDX-NOM
           .
      *Constancia del aviso, agregada al final de REPRECIOS.TXT.
       5300-Registrar-aviso.
           MOVE WSV-REP-COD-SERV TO REP-COD-SERV
           MOVE WSV-REP-VIGENCIA TO REP-FECHA-VIGENCIA
           MOVE WST-ABO-NRO-CLIE(WSV-IDX-ABO) TO REP-NRO-CLIE
           MOVE WST-ABO-MONEDA(WSV-IDX-ABO) TO REP-MONEDA
           MOVE WST-ABO-MONTO(WSV-IDX-ABO) TO REP-MONTO-ANTERIOR
           MOVE WSV-MONTO-CALCULADO TO REP-MONTO-NUEVO
           MOVE WSV-FECHA-CORRIDA TO REP-FECHA-AVISO
           MOVE SGN-LEGAJO TO REP-OPERADOR
           SET REPRECIO-PROGRAMADO TO TRUE
           MOVE ZERO TO REP-FECHA-APLICADO
           OPEN EXTEND ARCH-REPRECIOS
           IF FS-REPRECIOS NOT = "00"
               OPEN OUTPUT ARCH-REPRECIOS
           END-IF
           WRITE REGISTRO-REPRECIO
           CLOSE ARCH-REPRECIOS
           .
      *Aplica los avisos programados con vigencia cumplida. El
      *abono tiene que seguir activo y con el monto avisado; si
      *cambio despues del aviso, el precio nuevo no se impone y
      *el aviso queda omitido.
       5500-Aplicar.
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "REPRECIO.APLICADO." DELIMITED BY SIZE
                  WSV-FECHA-APLICACION DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7100-Abrir-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "APLICACION DE REPRECIOS CON VIGENCIA AL "
                  DELIMITED BY SIZE
                  WSV-FECHA-APLICACION DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           MOVE "SERV CLIENTE  ANTES   DESPUES MON RESULTADO"
               TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           PERFORM 5510-Evaluar-aviso
               VARYING WSV-IDX-REP FROM 1 BY 1
               UNTIL WSV-IDX-REP > WSV-CANT-REPRECIOS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "APLICADOS: " DELIMITED BY SIZE
                  CTRL-CANT-APLICADOS DELIMITED BY SIZE
                  "  OMITIDOS: " DELIMITED BY SIZE
                  CTRL-CANT-OMITIDOS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           CLOSE SALIDA-LISTADO
           IF (CTRL-CANT-APLICADOS + CTRL-CANT-OMITIDOS) > ZERO
               MOVE "ABONOS.TXT" TO WSV-NOMBRE-ORIGEN
               PERFORM 7200-Respaldar-archivo
               PERFORM 7300-Grabar-abonos
               MOVE "REPRECIOS.TXT" TO WSV-NOMBRE-ORIGEN
               PERFORM 7200-Respaldar-archivo
               PERFORM 7400-Grabar-reprecios
               MOVE "ABONOS" TO WSV-ANULADO-OBJETO
               MOVE "REPRE" TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Reprecios aplicados " DELIMITED BY SIZE
                      CTRL-CANT-APLICADOS DELIMITED BY SIZE
                      " omitidos " DELIMITED BY SIZE
                      CTRL-CANT-OMITIDOS DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
           END-IF
           .
       5510-Evaluar-aviso.
           IF (WST-REP-ESTADO(WSV-IDX-REP) = "P")
                   AND (WST-REP-VIGENCIA(WSV-IDX-REP)
                        <= WSV-FECHA-APLICACION)
               PERFORM 5520-Buscar-abono
               IF (WSV-IDX-ABO-HALLADO > ZERO)
                   AND (WST-ABO-ACTIVO(WSV-IDX-ABO-HALLADO) = "S")
                   AND (WST-ABO-MONTO(WSV-IDX-ABO-HALLADO)
                        = WST-REP-MONTO-ANT(WSV-IDX-REP))
                   MOVE WST-REP-MONTO-NUE(WSV-IDX-REP)
                       TO WST-ABO-MONTO(WSV-IDX-ABO-HALLADO)
                   MOVE "A" TO WST-REP-ESTADO(WSV-IDX-REP)
                   ADD 1 TO CTRL-CANT-APLICADOS
                   MOVE "APLICADO" TO WSV-NOMBRE-CARTA
               ELSE
                   MOVE "O" TO WST-REP-ESTADO(WSV-IDX-REP)
                   ADD 1 TO CTRL-CANT-OMITIDOS
                   MOVE "OMITIDO: ABONO CAMBIADO O DADO DE BAJA"
                       TO WSV-NOMBRE-CARTA
               END-IF
               MOVE WSV-FECHA-APLICACION
                   TO WST-REP-FECHA-APLIC(WSV-IDX-REP)
               PERFORM 5580-Linea-de-aplicacion
           END-IF
           .
       5520-Buscar-abono.
           MOVE ZERO TO WSV-IDX-ABO-HALLADO
           MOVE 1 TO WSV-IDX-ABO
           PERFORM 5530-Comparar-abono
               UNTIL WSV-IDX-ABO > WSV-CANT-ABONOS
           .
       5530-Comparar-abono.
           IF (WST-ABO-NRO-CLIE(WSV-IDX-ABO) =
                   WST-REP-NRO-CLIE(WSV-IDX-REP))
                   AND (WST-ABO-COD-SERV(WSV-IDX-ABO) =
                   WST-REP-COD-SERV(WSV-IDX-REP))
               MOVE WSV-IDX-ABO TO WSV-IDX-ABO-HALLADO
               MOVE WSV-CANT-ABONOS TO WSV-IDX-ABO
           END-IF
           ADD 1 TO WSV-IDX-ABO
           .
       5580-Linea-de-aplicacion.
           MOVE WST-REP-MONTO-ANT(WSV-IDX-REP) TO WSV-MONTO-ANT-EDIT
           MOVE WST-REP-MONTO-NUE(WSV-IDX-REP) TO WSV-MONTO-NUE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-REP-COD-SERV(WSV-IDX-REP) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WST-REP-NRO-CLIE(WSV-IDX-REP) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MONTO-ANT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MONTO-NUE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-REP-MONEDA(WSV-IDX-REP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NOMBRE-CARTA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-listado
           DISPLAY WSV-LINEA-ARMADA
           .
      *Cada paso del reprecio queda en ANULADO.LOG con el legajo de
      *quien lo programo (cero en la aplicacion de la cadena).
       5900-Registrar-paso.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgReprec"        TO LOG-ANUL-PROGRAMA
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
       5950-Escribir-linea-listado.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           .
       5960-Escribir-linea-carta.
           MOVE WSV-LINEA-ARMADA TO LINEA-CARTA
           WRITE LINEA-CARTA
           .
      *************************** Archivo ******************************
       7010-Leer-abono.
           READ ABONOS
           .
       7020-Leer-reprecio.
           READ ARCH-REPRECIOS
           .
       7030-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7040-Leer-cuenta.
           READ CUENTAS
           .
       7100-Abrir-listado.
           OPEN OUTPUT SALIDA-LISTADO
               IF FS-SALIDA-LISTADO NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-LISTADO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: " WSV-NOMBRE-LISTADO
               END-IF
           .
      *Copia el maestro de WSV-NOMBRE-ORIGEN a NOMBRE.AAAAMMDD.BAK
      *antes de que se lo pise con un OPEN OUTPUT.
       7200-Respaldar-archivo.
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-NOMBRE-ORIGEN DELIMITED BY "."
                  "." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7210-Leer-origen
               PERFORM 7220-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                       WSV-NOMBRE-DESTINO
           END-IF
           .
       7210-Leer-origen.
           READ ARCH-ORIGEN
           .
       7220-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7210-Leer-origen
           .
       7300-Grabar-abonos.
           OPEN OUTPUT ABONOS
               IF FS-ABONOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ABONOS TO WSV-ANULADO-CODIGO
                   MOVE "ABONOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7310-Escribir-abono
               VARYING WSV-IDX-ABO FROM 1 BY 1
               UNTIL WSV-IDX-ABO > WSV-CANT-ABONOS
           CLOSE ABONOS
           .
       7310-Escribir-abono.
           MOVE WST-ABO-NRO-CLIE(WSV-IDX-ABO) TO ABO-NRO-CLIE
           MOVE WST-ABO-COD-SERV(WSV-IDX-ABO) TO ABO-COD-SERV
           MOVE WST-ABO-MONTO(WSV-IDX-ABO) TO ABO-MONTO
           MOVE WST-ABO-MONEDA(WSV-IDX-ABO) TO ABO-MONEDA
           MOVE WST-ABO-ACTIVO(WSV-IDX-ABO) TO ABO-ACTIVO
           WRITE REGISTRO-ABONO
           .
       7400-Grabar-reprecios.
           OPEN OUTPUT ARCH-REPRECIOS
               IF FS-REPRECIOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-REPRECIOS TO WSV-ANULADO-CODIGO
                   MOVE "REPRECIOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7410-Escribir-reprecio
               VARYING WSV-IDX-REP FROM 1 BY 1
               UNTIL WSV-IDX-REP > WSV-CANT-REPRECIOS
           CLOSE ARCH-REPRECIOS
           .
       7410-Escribir-reprecio.
           MOVE WST-REP-DET(WSV-IDX-REP) TO REGISTRO-REPRECIO
           WRITE REGISTRO-REPRECIO
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
           MOVE "ProgReprec"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           IF OPERACION-PROGRAMAR
               DISPLAY "Cartas de aviso emitidas: " CTRL-CANT-AVISADOS
               DISPLAY "Clientes sin domicilio:   "
                       CTRL-CANT-SIN-DOMICILIO
               DISPLAY "Sin cambio de precio:     "
                       CTRL-CANT-SIN-CAMBIO
               DISPLAY "Desbordan 999.99:         "
                       CTRL-CANT-DESBORDADOS
               DISPLAY "Mensual antes:   " WSV-TOTAL-ANT-EDIT
               DISPLAY "Mensual despues: " WSV-TOTAL-NUE-EDIT
           ELSE
               DISPLAY "Reprecios aplicados: " CTRL-CANT-APLICADOS
               DISPLAY "Reprecios omitidos:  " CTRL-CANT-OMITIDOS
           END-IF
           DISPLAY "Listado en " WSV-NOMBRE-LISTADO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
