      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de rebotes del debito bancario
      *    Lee el archivo de respuesta que devuelve el banco a las
      *    ordenes de DEBITOS_BANCO.TXT (las que arma ProgApareo para
      *    los clientes con cuenta en otra entidad). Cada orden vuelve
      *    con su estado (A aceptada, R rechazada) y, si rebota, con
      *    el codigo de motivo del banco. Antes de tocar nada controla
      *    la respuesta entera contra su registro T (cantidad, importe
      *    y suma de cuentas bancarias). Por cada debito rebotado:
      *      - lo anota en REBOTES.TXT por su referencia, para que
      *        una respuesta repetida no se procese dos veces;
      *      - arma un credito de reverso en el layout de SERVICIOS
      *        (SERV_REVERSOS.TXT) que devuelve el importe a CUENTAS
      *        en el ciclo siguiente de ProgApareo;
      *      - lo agrupa por cliente y cuenta, en el layout de
      *        RECHAZOS, con motivo D (debito devuelto por el banco)
      *        y los servicios rebotados como detalle, y lo intercala
      *        en RECHAZOS.AAAAMMDD.TXT, la copia archivada de la
      *        corrida de ProgApareo que emitio el debito (la fecha
      *        del debito), para que ProgAging, ProgMora, ProgAgencia,
      *        ProgCartas y ProgRepres lo trabajen como cualquier otra
      *        deuda rechazada.
      *    La copia se verifica contra el manifiesto antes de tocarla,
      *    se rearma con su TRAILER recalculado y se vuelve a anotar en
      *    el manifiesto. Una respuesta trae los debitos de una sola
      *    corrida.
      *    Deja el listado de control REBOTES.AAAAMMDD.TXT con el
      *    motivo del banco de cada rebote.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgRebotes.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               10/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Respuesta del banco a las ordenes de debito.
           SELECT ENTRADA-RESPUESTA ASSIGN DYNAMIC WSV-NOMBRE-RESPUESTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RESPUESTA.
      *Rebotes ya procesados, por referencia de la orden.
           SELECT ARCH-REBOTES ASSIGN TO "REBOTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REBOTES.
      *Maestro de cuentas: nombre, saldo y sucursal del cliente.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Copia archivada de RECHAZOS de la corrida que emitio los
      *debitos, donde se intercala la deuda rebotada.
           SELECT SALIDA-RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-RECHAZOS.
      *Copia de trabajo de esos RECHAZOS mientras se rearman.
           SELECT ARCH-TRABAJO ASSIGN TO "RECH_TRABAJO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
      *Creditos de reverso en el layout de SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-REVERSOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Ultimo numero de secuencia de corrida (compartido).
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
      *Listado de control de la corrida.
           SELECT SALIDA-LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LISTADO.
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
      *Archivo de respuesta del banco: vuelve el registro D de
      *DEBITOS_BANCO.TXT tal cual se envio, con el estado de la orden
      *y el codigo de motivo del rechazo agregados al final. El H y
      *el T son los del banco.
           FD ENTRADA-RESPUESTA.
               01 REGISTRO-RESPUESTA.
                   02 RSP-TIPO                 PIC X(01).
                       88 RSP-ES-CABECERA          VALUE "H".
                       88 RSP-ES-DETALLE           VALUE "D".
                       88 RSP-ES-CONTROL           VALUE "T".
                   02 RSP-REFERENCIA.
                       03 RSP-REF-SECUENCIA    PIC 9(05).
                       03 RSP-REF-ORDEN        PIC 9(05).
                   02 RSP-CTA-BANC             PIC 9(11).
                   02 RSP-NRO-CLIE             PIC 9(03).
                   02 RSP-NRO-CTA              PIC 9(02).
                   02 RSP-COD-SERV             PIC X(03).
                   02 RSP-MONTO                PIC 9(05)V99.
                   02 RSP-MONEDA               PIC X(03).
                   02 RSP-FECHA-DEBITO         PIC 9(08).
                   02 RSP-ESTADO               PIC X(01).
                       88 RSP-ACEPTADA             VALUE "A".
                       88 RSP-RECHAZADA            VALUE "R".
                   02 RSP-COD-MOTIVO           PIC X(03).
               01 REGISTRO-CABECERA-RSP.
                   02 RSP-CAB-TIPO             PIC X(01).
                   02 RSP-CAB-ENTIDAD          PIC X(20).
                   02 RSP-CAB-FECHA            PIC 9(08).
                   02 RSP-CAB-SECUENCIA        PIC 9(05).
               01 REGISTRO-CONTROL-RSP.
                   02 RSP-CTL-TIPO             PIC X(01).
                   02 RSP-CTL-CANTIDAD         PIC 9(07).
                   02 RSP-CTL-MONTO            PIC 9(11)V99.
                   02 RSP-CTL-SUMA-CUENTAS     PIC 9(15).
      *
      *Archivo REBOTES
      *Referencia | Cliente | Cuenta | Servicio | Importe | Moneda |
      *Motivo del banco | Fecha en que se proceso
           FD ARCH-REBOTES.
               01 REGISTRO-REBOTE.
                   02 RBT-REFERENCIA           PIC 9(10).
                   02 RBT-NRO-CLIE             PIC 9(03).
                   02 RBT-NRO-CTA              PIC 9(02).
                   02 RBT-COD-SERV             PIC X(03).
                   02 RBT-MONTO                PIC 9(05)V99.
                   02 RBT-MONEDA               PIC X(03).
                   02 RBT-COD-MOTIVO           PIC X(03).
                   02 RBT-FECHA-PROCESO        PIC 9(08).
      *
      *Archivo CUENTAS (mismo layout que lee ProgApareo)
           FD ARCH-CUENTAS.
               01 REGISTRO-CUENTA.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 NOMBRE-CLIE-CUEN         PIC X(10).
                   02 SALDO-CLIE-CUEN          PIC S999V99.
                   02 LIMITE-CLIE-CUEN         PIC 999V99.
                   02 MONEDA-CUEN              PIC X(03).
                   02 ESTADO-CIVIL-CUEN        PIC X(01).
                   02 MINIMO-PROTEGIDO-CUEN    PIC 999V99.
                   02 TOPE-DEBITO-CUEN         PIC 999V99.
                   02 NRO-CTA-CUEN             PIC 9(02).
                   02 SUCURSAL-CUEN            PIC 9(03).
                   02 CTA-BANCARIA-CUEN        PIC 9(11).
      *
      *Archivo RECHAZOS (mismo layout que escribe ProgApareo)
           FD SALIDA-RECHAZOS.
               01 REGISTRO-SALIDA-RECHAZOS.
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
               01 REGISTRO-HEADER-RECHAZOS.
                   02 HEADER-TAG-RECH          PIC X(07).
                   02 HEADER-PROGRAMA-RECH     PIC X(10).
                   02 HEADER-FECHA-RECH        PIC 9(08).
                   02 HEADER-SECUENCIA-RECH    PIC 9(05).
               01 REGISTRO-TRAILER-RECHAZOS.
                   02 TRAILER-TAG-RECH         PIC X(07).
                   02 TRAILER-CANT-RECH        PIC 9(05).
                   02 TRAILER-MONTO-RECH       PIC 9(07)V99.
      *
      *Copia de trabajo de RECHAZOS: la linea entera y la clave para
      *intercalar.
           FD ARCH-TRABAJO.
               01 LINEA-TRABAJO                PIC X(106).
               01 REGISTRO-TRABAJO.
                   02 TRB-NRO-CLIE             PIC 9(03).
                   02 FILLER                   PIC X(15).
                   02 TRB-DEUDA                PIC 999V99.
                   02 FILLER                   PIC X(67).
                   02 TRB-NRO-CTA              PIC 9(02).
                   02 FILLER                   PIC X(14).
               01 REGISTRO-TRABAJO-TAG.
                   02 TRB-TAG                  PIC X(07).
                   02 FILLER                   PIC X(99).
      *
      *Archivo de salida en el layout de SERVICIOS que espera
      *ProgApareo (mismo que escribe ProgMora).
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
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
               01 REGISTRO-SECUENCIA.
                   02 SEC-ULTIMA               PIC 9(05).
      *
      *Listado de control (texto libre)
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-RESPUESTA         PIC X(02) VALUE ZEROES.
               02 FS-REBOTES                   PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-RECHAZOS           PIC X(02) VALUE ZEROES.
               02 FS-TRABAJO                   PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a RMANIFIE para verificar y volver a anotar la copia
      *de RECHAZOS.
           COPY TAB-MANIF.

      *Motivos de rechazo del banco. Un codigo que no esta en la
      *tabla se procesa igual y sale como motivo no codificado.
           01 WSC-MOTIVOS-BANCO.
               02 FILLER PIC X(33) VALUE
                   "R01FONDOS INSUFICIENTES          ".
               02 FILLER PIC X(33) VALUE
                   "R02CUENTA CERRADA                ".
               02 FILLER PIC X(33) VALUE
                   "R03CUENTA INEXISTENTE            ".
               02 FILLER PIC X(33) VALUE
                   "R04NRO DE CUENTA INVALIDO        ".
               02 FILLER PIC X(33) VALUE
                   "R08ORDEN DE NO PAGAR             ".
               02 FILLER PIC X(33) VALUE
                   "R10DEBITO NO AUTORIZADO          ".
               02 FILLER PIC X(33) VALUE
                   "R20CUENTA EMBARGADA              ".
           01 WST-MOTIVOS-BANCO REDEFINES WSC-MOTIVOS-BANCO.
               02 WST-MOT-DET               OCCURS 7 TIMES.
                   03 WST-MOT-CODIGO        PIC X(03).
                   03 WST-MOT-DESCRIP       PIC X(30).
           01 WSV-CANT-MOTIVOS                 PIC 9(02) VALUE 7.
           01 WSV-IDX-MOT                      PIC 9(02).
           01 WSV-MOTIVO-DESCRIP               PIC X(30).

      *Motivo con que la deuda rebotada entra en RECHAZOS, y
      *proveedor con que salen los creditos de reverso.
           01 WSC-MOTIVO-DEVUELTO              PIC X(01) VALUE "D".
           01 WSC-PROVEEDOR-BANCO              PIC X(03) VALUE "BCO".

      *Fecha de la corrida y secuencia para los HEADER.
           01 WSV-FECHA-CORRIDA                PIC 9(08).
      *Fecha de los debitos de la respuesta: la de la corrida de
      *ProgApareo cuyos RECHAZOS se completan.
           01 WSV-FECHA-DEBITO                 PIC 9(08) VALUE ZERO.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.

      *Referencias ya procesadas (REBOTES.TXT y las de esta corrida).
           01 WST-REBOTES.
               02 WST-RBT-REFERENCIA           PIC 9(10)
                   OCCURS 2000 TIMES.
           01 WSV-CANT-REBOTES                 PIC 9(04) VALUE ZERO.
           01 WSV-IDX-RBT                      PIC 9(04).
           77 WSS-REBOTE                       PIC X(01) VALUE "N".
               88 REBOTE-YA-PROCESADO          VALUE "S".
               88 REBOTE-NUEVO                 VALUE "N".

      *Cuentas en memoria, por cliente y cuenta.
           01 WST-CUENTAS.
               02 WST-CUE-DET               OCCURS 400 TIMES.
                   03 WST-CUE-NRO-CLIE      PIC 9(03).
                   03 WST-CUE-NRO-CTA       PIC 9(02).
                   03 WST-CUE-NOMBRE        PIC X(10).
                   03 WST-CUE-SALDO         PIC S999V99.
                   03 WST-CUE-ESTADO-CIVIL  PIC X(01).
                   03 WST-CUE-SUCURSAL      PIC 9(03).
           01 WSV-CANT-CUENTAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CUE                      PIC 9(03).
           01 WSV-IDX-CUE-HALLADO              PIC 9(03).

      *Deuda rebotada agrupada por cliente y cuenta, en orden
      *ascendente como la espera el resto de la cadena.
           01 WST-GRUPOS.
               02 WST-GRU-DET               OCCURS 300 TIMES.
                   03 WST-GRU-NRO-CLIE      PIC 9(03).
                   03 WST-GRU-NRO-CTA       PIC 9(02).
                   03 WST-GRU-CTA-BANC      PIC 9(11).
                   03 WST-GRU-MONEDA        PIC X(03).
                   03 WST-GRU-DEUDA         PIC 999V99.
                   03 WST-GRU-CANT-SERV     PIC 9(02).
                   03 WST-GRU-SERV          PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-GRUPOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-GRU                      PIC 9(03).
           01 WSV-IDX-GRU-HALLADO              PIC 9(03).
           01 WSV-IDX-SERV                     PIC 9(02).
      *Clave del rebote en curso, para buscar y ordenar.
           01 WSV-CLAVE-BUSCADA.
               02 WSV-CLAVE-CLIE               PIC 9(03).
               02 WSV-CLAVE-CTA                PIC 9(02).
           01 WSV-CLAVE-GRUPO.
               02 WSV-GRUPO-CLIE               PIC 9(03).
               02 WSV-GRUPO-CTA                PIC 9(02).
           77 WSS-CORRIMIENTO                  PIC X(01) VALUE "N".
               88 CORRIMIENTO-SIGUE            VALUE "S".
               88 CORRIMIENTO-TERMINADO        VALUE "N".
      *Clave del registro de la copia de RECHAZOS que se intercala.
           01 WSV-CLAVE-COPIA.
               02 WSV-COPIA-CLIE               PIC 9(03).
               02 WSV-COPIA-CTA                PIC 9(02).
           77 WSS-INTERCALA                    PIC X(01) VALUE "N".
               88 INTERCALA-SIGUE              VALUE "S".
               88 INTERCALA-TERMINADO          VALUE "N".

      *Totales que se recalculan sobre la respuesta, contra su T.
           01 WSV-CONTROL-LEIDO.
               02 WSV-CTL-CANT-LEIDA           PIC 9(07) VALUE ZERO.
               02 WSV-CTL-MONTO-LEIDO          PIC 9(11)V99 VALUE ZERO.
               02 WSV-CTL-SUMA-LEIDA           PIC 9(15) VALUE ZERO.
           77 WSS-CONTROL                      PIC X(01) VALUE "N".
               88 CONTROL-PRESENTE             VALUE "S".
               88 CONTROL-AUSENTE              VALUE "N".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ORDENES            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ACEPTADAS          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-ACEPTADO          PIC 9(09)V99 VALUE ZERO.
               02 CTRL-CANT-REBOTADAS          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-REBOTADO          PIC 9(09)V99 VALUE ZERO.
               02 CTRL-CANT-YA-PROCESADAS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-CUENTA         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECHAZOS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-RECHAZOS          PIC 9(07)V99 VALUE ZERO.
      *Registros que ya tenia la copia de RECHAZOS, para su TRAILER.
               02 CTRL-CANT-PREVIOS            PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-PREVIOS           PIC 9(07)V99 VALUE ZERO.
      *Estado de la copia de RECHAZOS antes de rearmarla.
           77 WSS-COPIA-RECHAZOS               PIC X(01) VALUE "N".
               88 COPIA-EXISTENTE              VALUE "S".
               88 COPIA-NUEVA                  VALUE "N".
           77 WSS-TRB-HEADER                   PIC X(01) VALUE "N".
               88 TRB-CON-HEADER               VALUE "S".
               88 TRB-SIN-HEADER               VALUE "N".

      *Nombres de archivo.
           01 WSV-NOMBRE-RESPUESTA             PIC X(40).
           01 WSV-NOMBRE-REVERSOS              PIC X(40).
           01 WSV-NOMBRE-RECHAZOS              PIC X(40).
           01 WSV-NOMBRE-LISTADO               PIC X(40).
      *Lineas del listado.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-RESULTADO                    PIC X(14).
           01 WSV-IMPORTE-EDITADO              PIC ZZZZ9.99.
           01 WSV-TOTAL-EDITADO                PIC Z(8)9.99.

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
           PERFORM 1050-Identificar-operador
           PERFORM 1100-Pedir-archivos
           PERFORM 1200-Cargar-rebotes
           PERFORM 1300-Cargar-cuentas
           .
      *Los reversos mueven saldos: la corrida la firma un supervisor
      *o administrador.
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
       1100-Pedir-archivos.
           MOVE SPACES TO WSV-NOMBRE-RESPUESTA
           DISPLAY "Archivo de respuesta del banco "
                   "(RESPUESTA_BANCO.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-RESPUESTA
           IF WSV-NOMBRE-RESPUESTA = SPACES
               MOVE "RESPUESTA_BANCO.TXT" TO WSV-NOMBRE-RESPUESTA
           END-IF
           MOVE SPACES TO WSV-NOMBRE-REVERSOS
           DISPLAY "Archivo de reversos para SERVICIOS "
                   "(SERV_REVERSOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-REVERSOS
           IF WSV-NOMBRE-REVERSOS = SPACES
               MOVE "SERV_REVERSOS.TXT" TO WSV-NOMBRE-REVERSOS
           END-IF
           .
      *Carga las referencias de REBOTES.TXT. Sin archivo no hubo
      *rebotes anteriores.
       1200-Cargar-rebotes.
           MOVE ZERO TO WSV-CANT-REBOTES
           OPEN INPUT ARCH-REBOTES
           IF FS-REBOTES = "00"
               PERFORM 7020-Leer-rebote
               PERFORM 1210-Pasar-rebote UNTIL FS-REBOTES = "10"
               CLOSE ARCH-REBOTES
           END-IF
           DISPLAY "Rebotes ya procesados: " WSV-CANT-REBOTES
           .
       1210-Pasar-rebote.
      *    Con la tabla llena un rebote repetido pasaria por nuevo y
      *    se reversaria dos veces, asi que el desborde anula.
           IF WSV-CANT-REBOTES >= 2000
               MOVE "Demasiados rebotes para controlar"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "REBOTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-REBOTES
           MOVE RBT-REFERENCIA TO WST-RBT-REFERENCIA(WSV-CANT-REBOTES)
           PERFORM 7020-Leer-rebote
           .
       1300-Cargar-cuentas.
           MOVE ZERO TO WSV-CANT-CUENTAS
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-cuenta
           PERFORM 1310-Pasar-cuenta UNTIL FS-CUENTAS = "10"
           CLOSE ARCH-CUENTAS
           DISPLAY "Cuentas cargadas: " WSV-CANT-CUENTAS
           .
      *Una cuenta que no entra en la tabla dejaria su rebote sin
      *nombre ni saldo en RECHAZOS: se anula antes de escribir nada.
       1310-Pasar-cuenta.
           IF WSV-CANT-CUENTAS >= 400
               CLOSE ARCH-CUENTAS
               MOVE "Mas de 400 cuentas en CUENTAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-CUENTAS
           MOVE NRO-CLIE-CUEN TO WST-CUE-NRO-CLIE(WSV-CANT-CUENTAS)
           MOVE NRO-CTA-CUEN TO WST-CUE-NRO-CTA(WSV-CANT-CUENTAS)
           MOVE NOMBRE-CLIE-CUEN TO WST-CUE-NOMBRE(WSV-CANT-CUENTAS)
           MOVE SALDO-CLIE-CUEN TO WST-CUE-SALDO(WSV-CANT-CUENTAS)
           MOVE ESTADO-CIVIL-CUEN
               TO WST-CUE-ESTADO-CIVIL(WSV-CANT-CUENTAS)
           MOVE SUCURSAL-CUEN TO WST-CUE-SUCURSAL(WSV-CANT-CUENTAS)
           PERFORM 7030-Leer-cuenta
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Validar-respuesta
           IF WSV-FECHA-DEBITO > ZERO
               PERFORM 5150-Preparar-rechazos
           END-IF
           PERFORM 5200-Abrir-salidas
           OPEN INPUT ENTRADA-RESPUESTA
           PERFORM 7010-Leer-respuesta
           PERFORM 5300-Procesar-respuesta
               UNTIL FS-ENTRADA-RESPUESTA = "10"
           CLOSE ENTRADA-RESPUESTA
           IF WSV-CANT-GRUPOS > ZERO
               PERFORM 5600-Rearmar-rechazos
           END-IF
           PERFORM 5700-Cerrar-salidas
           .
      *Primera pasada: recalcula cantidad, importe y suma de cuentas
      *de los registros D y los compara con el T del banco. Una
      *respuesta incompleta o alterada no se procesa.
       5100-Validar-respuesta.
           OPEN INPUT ENTRADA-RESPUESTA
           IF FS-ENTRADA-RESPUESTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-RESPUESTA TO WSV-ANULADO-CODIGO
               MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           SET CONTROL-AUSENTE TO TRUE
           PERFORM 7010-Leer-respuesta
           PERFORM 5110-Controlar-registro
               UNTIL FS-ENTRADA-RESPUESTA = "10"
           CLOSE ENTRADA-RESPUESTA
           IF CONTROL-AUSENTE
               MOVE "Respuesta sin registro de control"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SIN T" TO WSV-ANULADO-CODIGO
               MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF (WSV-CTL-CANT-LEIDA NOT = RSP-CTL-CANTIDAD)
                   OR (WSV-CTL-MONTO-LEIDO NOT = RSP-CTL-MONTO)
                   OR (WSV-CTL-SUMA-LEIDA NOT = RSP-CTL-SUMA-CUENTAS)
               DISPLAY "Leido:   " WSV-CTL-CANT-LEIDA " "
                       WSV-CTL-MONTO-LEIDO " " WSV-CTL-SUMA-LEIDA
               DISPLAY "Control: " RSP-CTL-CANTIDAD " "
                       RSP-CTL-MONTO " " RSP-CTL-SUMA-CUENTAS
               MOVE "Totales de la respuesta no cierran con el T"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TOTAL" TO WSV-ANULADO-CODIGO
               MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Respuesta controlada: " WSV-CTL-CANT-LEIDA
                   " ordenes"
           .
       5110-Controlar-registro.
           IF RSP-ES-DETALLE
               ADD 1 TO WSV-CTL-CANT-LEIDA
               ADD RSP-MONTO TO WSV-CTL-MONTO-LEIDO
               ADD RSP-CTA-BANC TO WSV-CTL-SUMA-LEIDA
               IF WSV-FECHA-DEBITO = ZERO
                   MOVE RSP-FECHA-DEBITO TO WSV-FECHA-DEBITO
               END-IF
               IF RSP-FECHA-DEBITO NOT = WSV-FECHA-DEBITO
                   MOVE "Respuesta con debitos de mas de una corrida"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "FECHA" TO WSV-ANULADO-CODIGO
                   MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               IF NOT RSP-ACEPTADA AND NOT RSP-RECHAZADA
                   MOVE "Orden con estado desconocido"
                       TO WSV-ANULADO-DESCRIP
                   MOVE RSP-REF-ORDEN TO WSV-ANULADO-CODIGO
                   MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           ELSE
           IF RSP-ES-CONTROL
               SET CONTROL-PRESENTE TO TRUE
           ELSE
           IF NOT RSP-ES-CABECERA
               MOVE "Registro de tipo desconocido"
                   TO WSV-ANULADO-DESCRIP
               MOVE RSP-TIPO TO WSV-ANULADO-CODIGO
               MOVE "RESPUESTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           END-IF
           END-IF
      *    El T tiene que ser el ultimo registro: se deja leido
      *    para el control de 5100.
           IF NOT RSP-ES-CONTROL
               PERFORM 7010-Leer-respuesta
           ELSE
               MOVE "10" TO FS-ENTRADA-RESPUESTA
           END-IF
           .
      *Antes de reversar nada se asegura la copia de RECHAZOS de la
      *corrida de los debitos: verificada contra el manifiesto, que
      *no sea de una corrida FALLIDO, y pasada a la copia de trabajo
      *sin su TRAILER. Si la copia no existe se arma una nueva.
       5150-Preparar-rechazos.
           MOVE SPACES TO WSV-NOMBRE-RECHAZOS
           STRING "RECHAZOS." DELIMITED BY SIZE
                  WSV-FECHA-DEBITO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RECHAZOS
           MOVE ZERO TO CTRL-CANT-PREVIOS
           MOVE ZERO TO CTRL-MONTO-PREVIOS
           OPEN INPUT SALIDA-RECHAZOS
           IF FS-SALIDA-RECHAZOS = "00"
               SET COPIA-EXISTENTE TO TRUE
               CLOSE SALIDA-RECHAZOS
               PERFORM 5160-Verificar-manifiesto
           ELSE
               SET COPIA-NUEVA TO TRUE
               DISPLAY "**** No existe " WSV-NOMBRE-RECHAZOS
                       ", se arma con los rebotes"
           END-IF
           OPEN OUTPUT ARCH-TRABAJO
           IF FS-TRABAJO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-TRABAJO TO WSV-ANULADO-CODIGO
               MOVE "RECH_TRABAJO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF COPIA-EXISTENTE
               OPEN INPUT SALIDA-RECHAZOS
               PERFORM 7040-Leer-rechazo
               PERFORM 5170-Copiar-a-trabajo
                   UNTIL (FS-SALIDA-RECHAZOS = "10")
                   OR (TRAILER-TAG-RECH = "TRAILER")
                   OR (TRAILER-TAG-RECH = "FALLIDO")
               IF (FS-SALIDA-RECHAZOS NOT = "10")
                       AND (TRAILER-TAG-RECH = "FALLIDO")
                   CLOSE SALIDA-RECHAZOS
                   CLOSE ARCH-TRABAJO
                   MOVE "Los debitos son de una corrida FALLIDO"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "FALLI" TO WSV-ANULADO-CODIGO
                   MOVE "RECHAZOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE SALIDA-RECHAZOS
           END-IF
           CLOSE ARCH-TRABAJO
           DISPLAY "Rechazos de la corrida " WSV-FECHA-DEBITO ": "
                   CTRL-CANT-PREVIOS
           .
      *Una copia que ya no coincide con lo anotado en el manifiesto
      *no se completa. Las copias anteriores al manifiesto se usan
      *con aviso.
       5160-Verificar-manifiesto.
           MOVE WSV-NOMBRE-RECHAZOS TO MFP-ARCHIVO
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
       5170-Copiar-a-trabajo.
           MOVE REGISTRO-SALIDA-RECHAZOS TO LINEA-TRABAJO
           WRITE LINEA-TRABAJO
           IF REGISTRO-SALIDA-RECHAZOS (1:6) NOT = "HEADER"
               ADD 1 TO CTRL-CANT-PREVIOS
               ADD DEUDA-CLIE-RECH TO CTRL-MONTO-PREVIOS
           END-IF
           PERFORM 7040-Leer-rechazo
           .
      *Abre las salidas: reversos y listado, con sus HEADER.
       5200-Abrir-salidas.
           OPEN OUTPUT SALIDA-SERVICIOS
           IF FS-SALIDA-SERVICIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "REVERSOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7100-Tomar-secuencia
           MOVE "HEADER " TO HEADER-TAG-SERV
           MOVE "ProgRebote" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-CORRIDA TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "REBOTES." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7150-Abrir-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "REBOTES DEL DEBITO BANCARIO - " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  "  RESPUESTA: " DELIMITED BY SIZE
                  WSV-NOMBRE-RESPUESTA DELIMITED BY SPACE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           MOVE "REFERENCIA CLI CT SRV  IMPORTE MON MOT DESCRIPCION"
               TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           OPEN EXTEND ARCH-REBOTES
           IF FS-REBOTES NOT = "00"
               OPEN OUTPUT ARCH-REBOTES
           END-IF
           .
      *Segunda pasada: cada orden rechazada y no procesada antes se
      *anota, se reversa y se agrupa para RECHAZOS.
       5300-Procesar-respuesta.
           IF RSP-ES-DETALLE
               ADD 1 TO CTRL-CANT-ORDENES
               IF RSP-ACEPTADA
                   ADD 1 TO CTRL-CANT-ACEPTADAS
                   ADD RSP-MONTO TO CTRL-MONTO-ACEPTADO
               ELSE
                   PERFORM 5310-Procesar-rebote
               END-IF
           END-IF
           IF RSP-ES-CONTROL
               MOVE "10" TO FS-ENTRADA-RESPUESTA
           ELSE
               PERFORM 7010-Leer-respuesta
           END-IF
           .
       5310-Procesar-rebote.
           PERFORM 5320-Buscar-rebote
           PERFORM 5330-Buscar-motivo
           IF REBOTE-YA-PROCESADO
               ADD 1 TO CTRL-CANT-YA-PROCESADAS
               MOVE "YA PROCESADO" TO WSV-RESULTADO
           ELSE
               ADD 1 TO CTRL-CANT-REBOTADAS
               ADD RSP-MONTO TO CTRL-MONTO-REBOTADO
               PERFORM 5340-Acumular-grupo
               PERFORM 5360-Escribir-reverso
               PERFORM 5370-Registrar-rebote
               MOVE "REVERSADO" TO WSV-RESULTADO
           END-IF
           PERFORM 5390-Linea-de-rebote
           .
       5320-Buscar-rebote.
           SET REBOTE-NUEVO TO TRUE
           MOVE 1 TO WSV-IDX-RBT
           PERFORM 5325-Comparar-rebote
               UNTIL WSV-IDX-RBT > WSV-CANT-REBOTES
           .
       5325-Comparar-rebote.
           IF WST-RBT-REFERENCIA(WSV-IDX-RBT) = RSP-REFERENCIA
               SET REBOTE-YA-PROCESADO TO TRUE
               MOVE WSV-CANT-REBOTES TO WSV-IDX-RBT
           END-IF
           ADD 1 TO WSV-IDX-RBT
           .
       5330-Buscar-motivo.
           MOVE "MOTIVO NO CODIFICADO" TO WSV-MOTIVO-DESCRIP
           MOVE 1 TO WSV-IDX-MOT
           PERFORM 5335-Comparar-motivo
               UNTIL WSV-IDX-MOT > WSV-CANT-MOTIVOS
           .
       5335-Comparar-motivo.
           IF WST-MOT-CODIGO(WSV-IDX-MOT) = RSP-COD-MOTIVO
               MOVE WST-MOT-DESCRIP(WSV-IDX-MOT) TO WSV-MOTIVO-DESCRIP
               MOVE WSV-CANT-MOTIVOS TO WSV-IDX-MOT
           END-IF
           ADD 1 TO WSV-IDX-MOT
           .
      *Suma el rebote al grupo de su cliente y cuenta; si no existe
      *lo inserta en su lugar para que la tabla quede ordenada.
       5340-Acumular-grupo.
           MOVE RSP-NRO-CLIE TO WSV-CLAVE-CLIE
           MOVE RSP-NRO-CTA TO WSV-CLAVE-CTA
           MOVE ZERO TO WSV-IDX-GRU-HALLADO
           MOVE 1 TO WSV-IDX-GRU
           PERFORM 5345-Comparar-grupo
               UNTIL WSV-IDX-GRU > WSV-CANT-GRUPOS
           IF WSV-IDX-GRU-HALLADO = ZERO
               PERFORM 5350-Insertar-grupo
           END-IF
           ADD RSP-MONTO TO WST-GRU-DEUDA(WSV-IDX-GRU-HALLADO)
      *    El detalle de RECHAZOS lleva hasta 20 servicios; los que
      *    sobran suman a la deuda igual.
           IF WST-GRU-CANT-SERV(WSV-IDX-GRU-HALLADO) < 20
               ADD 1 TO WST-GRU-CANT-SERV(WSV-IDX-GRU-HALLADO)
               MOVE WST-GRU-CANT-SERV(WSV-IDX-GRU-HALLADO)
                   TO WSV-IDX-SERV
               MOVE RSP-COD-SERV
                   TO WST-GRU-SERV(WSV-IDX-GRU-HALLADO, WSV-IDX-SERV)
           END-IF
           .
      *Deja en WSV-IDX-GRU-HALLADO la posicion del grupo de la
      *clave buscada (cero si todavia no tiene).
       5345-Comparar-grupo.
           MOVE WST-GRU-NRO-CLIE(WSV-IDX-GRU) TO WSV-GRUPO-CLIE
           MOVE WST-GRU-NRO-CTA(WSV-IDX-GRU) TO WSV-GRUPO-CTA
           IF WSV-CLAVE-GRUPO = WSV-CLAVE-BUSCADA
               MOVE WSV-IDX-GRU TO WSV-IDX-GRU-HALLADO
               MOVE WSV-CANT-GRUPOS TO WSV-IDX-GRU
           END-IF
           ADD 1 TO WSV-IDX-GRU
           .
       5350-Insertar-grupo.
           IF WSV-CANT-GRUPOS >= 300
               MOVE "Demasiadas cuentas con rebotes"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "GRUPOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
      *    Corre un lugar hacia abajo los grupos de clave mayor y
      *    deja el hueco para el nuevo.
           ADD 1 TO WSV-CANT-GRUPOS
           MOVE WSV-CANT-GRUPOS TO WSV-IDX-GRU
           SET CORRIMIENTO-SIGUE TO TRUE
           PERFORM 5355-Correr-grupo
               UNTIL CORRIMIENTO-TERMINADO
           MOVE WSV-IDX-GRU TO WSV-IDX-GRU-HALLADO
           INITIALIZE WST-GRU-DET(WSV-IDX-GRU-HALLADO)
           MOVE RSP-NRO-CLIE TO WST-GRU-NRO-CLIE(WSV-IDX-GRU-HALLADO)
           MOVE RSP-NRO-CTA TO WST-GRU-NRO-CTA(WSV-IDX-GRU-HALLADO)
           MOVE RSP-CTA-BANC TO WST-GRU-CTA-BANC(WSV-IDX-GRU-HALLADO)
           MOVE RSP-MONEDA TO WST-GRU-MONEDA(WSV-IDX-GRU-HALLADO)
           .
       5355-Correr-grupo.
           IF WSV-IDX-GRU = 1
               SET CORRIMIENTO-TERMINADO TO TRUE
           ELSE
               MOVE WST-GRU-NRO-CLIE(WSV-IDX-GRU - 1) TO WSV-GRUPO-CLIE
               MOVE WST-GRU-NRO-CTA(WSV-IDX-GRU - 1) TO WSV-GRUPO-CTA
               IF WSV-CLAVE-GRUPO > WSV-CLAVE-BUSCADA
                   MOVE WST-GRU-DET(WSV-IDX-GRU - 1)
                       TO WST-GRU-DET(WSV-IDX-GRU)
                   SUBTRACT 1 FROM WSV-IDX-GRU
               ELSE
                   SET CORRIMIENTO-TERMINADO TO TRUE
               END-IF
           END-IF
           .
      *Credito de reverso: el mismo servicio e importe vuelven a la
      *cuenta del cliente en el proximo ciclo de ProgApareo.
       5360-Escribir-reverso.
           INITIALIZE REGISTRO-SALIDA-SERVICIOS
           MOVE RSP-NRO-CLIE TO NRO-CLIE-SERV
           MOVE RSP-COD-SERV TO COD-SERV
           MOVE RSP-MONTO TO MONTO
           MOVE RSP-MONEDA TO MONEDA-SERV
           MOVE WSV-FECHA-CORRIDA TO FECHA-SERV
           MOVE "C" TO TIPO-MOVIM-SERV
           MOVE WSC-PROVEEDOR-BANCO TO PROVEEDOR-SERV
           MOVE RSP-NRO-CTA TO NRO-CTA-SERV
           WRITE REGISTRO-SALIDA-SERVICIOS
           .
       5370-Registrar-rebote.
           INITIALIZE REGISTRO-REBOTE
           MOVE RSP-REFERENCIA TO RBT-REFERENCIA
           MOVE RSP-NRO-CLIE TO RBT-NRO-CLIE
           MOVE RSP-NRO-CTA TO RBT-NRO-CTA
           MOVE RSP-COD-SERV TO RBT-COD-SERV
           MOVE RSP-MONTO TO RBT-MONTO
           MOVE RSP-MONEDA TO RBT-MONEDA
           MOVE RSP-COD-MOTIVO TO RBT-COD-MOTIVO
           MOVE WSV-FECHA-CORRIDA TO RBT-FECHA-PROCESO
           WRITE REGISTRO-REBOTE
      *    Tambien queda en la tabla: la misma orden repetida dentro
      *    de la respuesta no se reversa dos veces.
           IF WSV-CANT-REBOTES < 2000
               ADD 1 TO WSV-CANT-REBOTES
               MOVE RSP-REFERENCIA
                   TO WST-RBT-REFERENCIA(WSV-CANT-REBOTES)
           END-IF
           .
       5390-Linea-de-rebote.
           MOVE RSP-MONTO TO WSV-IMPORTE-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING RSP-REFERENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-NRO-CTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-COD-SERV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSP-COD-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-MOTIVO-DESCRIP (1:24) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RESULTADO DELIMITED BY SPACE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
      *Un registro RECHAZOS por cliente y cuenta, con el nombre,
      *saldo, estado civil y sucursal de CUENTAS. Deja el indice en
      *el grupo siguiente.
       5500-Escribir-rechazo.
           INITIALIZE REGISTRO-SALIDA-RECHAZOS
           MOVE WST-GRU-NRO-CLIE(WSV-IDX-GRU) TO NRO-CLIE-RECH
           MOVE WST-GRU-NRO-CTA(WSV-IDX-GRU) TO NRO-CTA-RECH
           MOVE WST-GRU-DEUDA(WSV-IDX-GRU) TO DEUDA-CLIE-RECH
           MOVE WST-GRU-MONEDA(WSV-IDX-GRU) TO MONEDA-RECH
           MOVE WST-GRU-CANT-SERV(WSV-IDX-GRU) TO CANT-SERV-RECH
           PERFORM 5510-Pasar-servicio
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > WST-GRU-CANT-SERV(WSV-IDX-GRU)
           MOVE WSC-MOTIVO-DEVUELTO TO MOTIVO-RECH
           MOVE WST-GRU-CTA-BANC(WSV-IDX-GRU) TO CTA-BANC-RECH
           MOVE NRO-CLIE-RECH TO WSV-CLAVE-CLIE
           MOVE NRO-CTA-RECH TO WSV-CLAVE-CTA
           PERFORM 5520-Buscar-cuenta
           IF WSV-IDX-CUE-HALLADO > ZERO
               MOVE WST-CUE-NOMBRE(WSV-IDX-CUE-HALLADO)
                   TO NOMBRE-CLIE-RECH
               MOVE WST-CUE-SALDO(WSV-IDX-CUE-HALLADO)
                   TO SALDO-CLIE-RECH
               MOVE WST-CUE-ESTADO-CIVIL(WSV-IDX-CUE-HALLADO)
                   TO ESTADO-CIVIL-RECH
               MOVE WST-CUE-SUCURSAL(WSV-IDX-CUE-HALLADO)
                   TO SUCURSAL-RECH
           ELSE
               ADD 1 TO CTRL-CANT-SIN-CUENTA
               DISPLAY "**** Cuenta no hallada en CUENTAS: "
                       NRO-CLIE-RECH "-" NRO-CTA-RECH
           END-IF
           WRITE REGISTRO-SALIDA-RECHAZOS
           ADD 1 TO CTRL-CANT-RECHAZOS
           ADD DEUDA-CLIE-RECH TO CTRL-MONTO-RECHAZOS
           ADD 1 TO WSV-IDX-GRU
           .
       5510-Pasar-servicio.
           MOVE WST-GRU-SERV(WSV-IDX-GRU, WSV-IDX-SERV)
               TO DETALLE-SERV-RECH(WSV-IDX-SERV)
           .
       5520-Buscar-cuenta.
           MOVE ZERO TO WSV-IDX-CUE-HALLADO
           MOVE 1 TO WSV-IDX-CUE
           PERFORM 5525-Comparar-cuenta
               UNTIL WSV-IDX-CUE > WSV-CANT-CUENTAS
           .
       5525-Comparar-cuenta.
           IF (WST-CUE-NRO-CLIE(WSV-IDX-CUE) = WSV-CLAVE-CLIE)
                   AND (WST-CUE-NRO-CTA(WSV-IDX-CUE) = WSV-CLAVE-CTA)
               MOVE WSV-IDX-CUE TO WSV-IDX-CUE-HALLADO
               MOVE WSV-CANT-CUENTAS TO WSV-IDX-CUE
           END-IF
           ADD 1 TO WSV-IDX-CUE
           .
      *Rearma la copia de RECHAZOS desde la de trabajo: su HEADER,
      *sus registros con los grupos rebotados intercalados en orden
      *de cliente y cuenta, y un TRAILER con los totales de todo.
      *Despues vacia la copia de trabajo y anota la nueva version en
      *el manifiesto.
       5600-Rearmar-rechazos.
           OPEN INPUT ARCH-TRABAJO
           IF FS-TRABAJO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-TRABAJO TO WSV-ANULADO-CODIGO
               MOVE "RECH_TRABAJO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT SALIDA-RECHAZOS
           IF FS-SALIDA-RECHAZOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-RECHAZOS TO WSV-ANULADO-CODIGO
               MOVE "RECHAZOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7050-Leer-trabajo
           IF (FS-TRABAJO = "00") AND (TRB-TAG = "HEADER ")
               MOVE LINEA-TRABAJO TO REGISTRO-SALIDA-RECHAZOS
               WRITE REGISTRO-SALIDA-RECHAZOS
               PERFORM 7050-Leer-trabajo
           ELSE
               PERFORM 7100-Tomar-secuencia
               MOVE SPACES TO REGISTRO-SALIDA-RECHAZOS
               MOVE "HEADER " TO HEADER-TAG-RECH
               MOVE "ProgRebote" TO HEADER-PROGRAMA-RECH
               MOVE WSV-FECHA-DEBITO TO HEADER-FECHA-RECH
               MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-RECH
               WRITE REGISTRO-HEADER-RECHAZOS
           END-IF
           MOVE 1 TO WSV-IDX-GRU
           PERFORM 5610-Intercalar-registro UNTIL FS-TRABAJO = "10"
           PERFORM 5500-Escribir-rechazo
               UNTIL WSV-IDX-GRU > WSV-CANT-GRUPOS
           INITIALIZE REGISTRO-TRAILER-RECHAZOS
           MOVE "TRAILER" TO TRAILER-TAG-RECH
           COMPUTE TRAILER-CANT-RECH =
                   CTRL-CANT-PREVIOS + CTRL-CANT-RECHAZOS
           COMPUTE TRAILER-MONTO-RECH =
                   CTRL-MONTO-PREVIOS + CTRL-MONTO-RECHAZOS
           WRITE REGISTRO-TRAILER-RECHAZOS
           CLOSE SALIDA-RECHAZOS
           CLOSE ARCH-TRABAJO
           OPEN OUTPUT ARCH-TRABAJO
           CLOSE ARCH-TRABAJO
           SET MFP-REGISTRAR TO TRUE
           MOVE WSV-NOMBRE-RECHAZOS TO MFP-ARCHIVO
           MOVE "ProgRebote" TO MFP-PROGRAMA
           CALL "RMANIFIE" USING MFP-PEDIDO
           .
      *Antes de cada registro de la copia van los grupos rebotados
      *de clave menor; con la misma clave el rebote va despues.
       5610-Intercalar-registro.
           MOVE TRB-NRO-CLIE TO WSV-COPIA-CLIE
           MOVE TRB-NRO-CTA TO WSV-COPIA-CTA
           SET INTERCALA-SIGUE TO TRUE
           PERFORM 5620-Grupo-anterior UNTIL INTERCALA-TERMINADO
           MOVE LINEA-TRABAJO TO REGISTRO-SALIDA-RECHAZOS
           WRITE REGISTRO-SALIDA-RECHAZOS
           PERFORM 7050-Leer-trabajo
           .
       5620-Grupo-anterior.
           IF WSV-IDX-GRU > WSV-CANT-GRUPOS
               SET INTERCALA-TERMINADO TO TRUE
           ELSE
               MOVE WST-GRU-NRO-CLIE(WSV-IDX-GRU) TO WSV-GRUPO-CLIE
               MOVE WST-GRU-NRO-CTA(WSV-IDX-GRU) TO WSV-GRUPO-CTA
               IF WSV-CLAVE-GRUPO < WSV-CLAVE-COPIA
                   PERFORM 5500-Escribir-rechazo
               ELSE
                   SET INTERCALA-TERMINADO TO TRUE
               END-IF
           END-IF
           .
       5700-Cerrar-salidas.
           CLOSE SALIDA-SERVICIOS
           CLOSE ARCH-REBOTES
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-ACEPTADO TO WSV-TOTAL-EDITADO
           STRING "ORDENES ACEPTADAS: " DELIMITED BY SIZE
                  CTRL-CANT-ACEPTADAS DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-REBOTADO TO WSV-TOTAL-EDITADO
           STRING "ORDENES REBOTADAS: " DELIMITED BY SIZE
                  CTRL-CANT-REBOTADAS DELIMITED BY SIZE
                  "  IMPORTE: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           STRING "YA PROCESADAS: " DELIMITED BY SIZE
                  CTRL-CANT-YA-PROCESADAS DELIMITED BY SIZE
                  "  CUENTAS EN RECHAZOS: " DELIMITED BY SIZE
                  CTRL-CANT-RECHAZOS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           IF WSV-CANT-GRUPOS > ZERO
               DISPLAY "Rechazos completados: " WSV-NOMBRE-RECHAZOS
           END-IF
           DISPLAY "Creditos de reverso: " WSV-NOMBRE-REVERSOS
           DISPLAY "Listado de control:  " WSV-NOMBRE-LISTADO
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-respuesta.
           READ ENTRADA-RESPUESTA
           .
       7020-Leer-rebote.
           READ ARCH-REBOTES
           .
       7030-Leer-cuenta.
           READ ARCH-CUENTAS
           IF (FS-CUENTAS = "00")
                   AND (REGISTRO-CUENTA (1:6) = "HEADER")
               READ ARCH-CUENTAS
           END-IF
           .
       7040-Leer-rechazo.
           READ SALIDA-RECHAZOS
           .
       7050-Leer-trabajo.
           READ ARCH-TRABAJO
           .
      *Toma el proximo numero de secuencia compartido para el HEADER
      *de un archivo generado.
       7100-Tomar-secuencia.
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
           .
       7150-Abrir-listado.
           OPEN OUTPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
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
      *Agrega este evento a ANULADO.LOG, el historial de auditoria
      *compartido con PGENMAT, PGENPAIS, RGENMATE y ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgRebote"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "Ordenes en la respuesta: " CTRL-CANT-ORDENES
           DISPLAY "Aceptadas:               " CTRL-CANT-ACEPTADAS
                   "  Importe: " CTRL-MONTO-ACEPTADO
           DISPLAY "Rebotadas y reversadas:  " CTRL-CANT-REBOTADAS
                   "  Importe: " CTRL-MONTO-REBOTADO
           DISPLAY "Ya procesadas antes:     " CTRL-CANT-YA-PROCESADAS
           DISPLAY "Cuentas en RECHAZOS:     " CTRL-CANT-RECHAZOS
                   "  Deuda: " CTRL-MONTO-RECHAZOS
           DISPLAY "Cuentas no halladas:     " CTRL-CANT-SIN-CUENTA
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
