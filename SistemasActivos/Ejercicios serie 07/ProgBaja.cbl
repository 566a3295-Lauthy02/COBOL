      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de baja de un cliente (cierre de cuenta)
      *    Cierra todo lo que cuelga de un cliente + cuenta antes de
      *    sacarlo de CUENTAS.TXT, para que ProgAbonos y ProgCuotas no
      *    le sigan generando debitos que terminan en SUSPENSO.
      *    Trabaja en dos pasos, cada uno en su propia corrida:
      *    (P)reparar: da de baja los abonos del cliente, adelanta las
      *    cuotas pendientes de cada plan en un unico cargo final
      *    (archivo en layout SERVICIOS con HEADER, como el de
      *    ProgCuotas, para la proxima corrida de ProgApareo), retira
      *    esos planes de CUOTAS.TXT, emite la liquidacion final
      *    LIQBAJA.ccc.nn.TXT con el saldo de cierre y deja la baja
      *    anotada en BAJAS.TXT como preparada.
      *    (R)etirar: una vez cobrado el cargo final, revoca los
      *    mandatos, borra el domicilio y el bloqueo del cliente y lo
      *    saca de CUENTAS.TXT; la baja queda anotada como retirada.
      *    Los mandatos se revocan recien al retirar porque ProgApareo
      *    rechaza sin mandato activo el cargo final de las cuotas.
      *    Abonos, cuotas, mandatos, domicilio y bloqueo son del
      *    cliente y no de la cuenta: si el cliente conserva otra
      *    cuenta en CUENTAS.TXT solo se cierra la cuenta pedida.
      *    Cada archivo tocado se respalda con fecha antes de
      *    regrabarlo, y cada paso queda en ANULADO.LOG con el legajo
      *    del supervisor que firmo la baja.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgBaja.
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
      *Archivo generico de lectura: maestros a consultar y respaldos
      *.BAK de los que se regraban filtrados.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.
      *Archivo generico de escritura: respaldos .BAK y maestros
      *regrabados.
           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Cargo final de las cuotas adelantadas, en layout SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Liquidacion final de la baja (LIQBAJA.ccc.nn.TXT).
           SELECT SALIDA-LIQUIDACION ASSIGN DYNAMIC WSV-NOMBRE-LIQUID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LIQUIDACION.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada paso de la baja.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo generico (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
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
      *Liquidacion final (texto libre)
           FD SALIDA-LIQUIDACION.
               01 LINEA-LIQUIDACION            PIC X(80).
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
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LIQUIDACION        PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
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

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a RINDICE para regenerar el indexado de los maestros
      *que ProgApareo consulta por clave.
           COPY TAB-INDICE.

      *Paso pedido y cliente + cuenta a dar de baja.
           01 WSV-OPERACION                    PIC X(01) VALUE SPACE.
               88 OPERACION-VALIDA             VALUES "P" "R".
               88 OPERACION-PREPARAR           VALUE "P".
               88 OPERACION-RETIRAR            VALUE "R".
           01 WSV-BAJA-NRO-CLIE                PIC 9(03).
           01 WSV-BAJA-NRO-CTA                 PIC 9(02).
           01 WSV-CONFIRMA                     PIC X(01) VALUE "N".
               88 BAJA-CONFIRMADA              VALUE "S".

      *Linea leida de cualquiera de los maestros, con una vista por
      *cada layout (mismos layouts que sus programas PGENxxxx).
           01 WSV-LINEA-TRABAJO                PIC X(100).
      *CUENTAS (PGENCLIE)
           01 WSV-VISTA-CUENTA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-CUE-NRO-CLIE             PIC 9(03).
               02 WSV-CUE-NOMBRE               PIC X(10).
               02 WSV-CUE-SALDO                PIC S999V99.
               02 WSV-CUE-LIMITE               PIC 999V99.
               02 WSV-CUE-MONEDA               PIC X(03).
               02 WSV-CUE-ESTADO-CIVIL         PIC X(01).
               02 WSV-CUE-MINIMO               PIC 999V99.
               02 WSV-CUE-TOPE                 PIC 999V99.
               02 WSV-CUE-NRO-CTA              PIC 9(02).
               02 WSV-CUE-SUCURSAL             PIC 9(03).
               02 WSV-CUE-CTA-BANC             PIC 9(11).
               02 FILLER                       PIC X(47).
      *ABONOS (PGENABON)
           01 WSV-VISTA-ABONO REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-ABO-NRO-CLIE             PIC 9(03).
               02 WSV-ABO-COD-SERV             PIC X(03).
               02 WSV-ABO-MONTO                PIC 999V99.
               02 WSV-ABO-MONEDA               PIC X(03).
               02 WSV-ABO-ACTIVO               PIC X(01).
               02 FILLER                       PIC X(85).
      *CUOTAS (PGENCUOT)
           01 WSV-VISTA-CUOTA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-CUO-NRO-CLIE             PIC 9(03).
               02 WSV-CUO-COD-SERV             PIC X(03).
               02 WSV-CUO-MONTO-TOTAL          PIC 9(05)V99.
               02 WSV-CUO-MONEDA               PIC X(03).
               02 WSV-CUO-CANT-CUOTAS          PIC 9(02).
               02 WSV-CUO-FACTURADAS           PIC 9(02).
               02 FILLER                       PIC X(80).
      *MANDATOS (PGENMAND)
           01 WSV-VISTA-MANDATO REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-MAN-NRO-CLIE             PIC 9(03).
               02 WSV-MAN-COD-SERV             PIC X(03).
               02 WSV-MAN-FECHA-AUT            PIC 9(08).
               02 WSV-MAN-ESTADO               PIC X(01).
               02 FILLER                       PIC X(85).
      *DOMICILIOS (PGENDOMI) y CLIENTES_BLOQUEADOS (PGENBLOQ): solo
      *interesa el numero de cliente del comienzo.
           01 WSV-VISTA-CLIENTE REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-CLI-NRO-CLIE             PIC 9(03).
               02 FILLER                       PIC X(97).
      *BAJAS: una linea por baja, preparada (P) o retirada (R).
           01 WSV-VISTA-BAJA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-BAJ-NRO-CLIE             PIC 9(03).
               02 WSV-BAJ-NRO-CTA              PIC 9(02).
               02 WSV-BAJ-ESTADO               PIC X(01).
                   88 BAJ-PREPARADA                VALUE "P".
                   88 BAJ-RETIRADA                 VALUE "R".
               02 WSV-BAJ-FECHA-PREP           PIC 9(08).
               02 WSV-BAJ-FECHA-RETIRO         PIC 9(08).
               02 WSV-BAJ-SALDO-ACTUAL         PIC S999V99.
               02 WSV-BAJ-CARGO-FINAL          PIC 9(05)V99.
               02 WSV-BAJ-SALDO-CIERRE         PIC S9(05)V99.
               02 WSV-BAJ-OPERADOR             PIC 9(03).
               02 FILLER                       PIC X(56).
      *Cuenta de la linea de CUENTAS leida (cero o blanco es 01).
           01 WSV-CTA-LEIDA                    PIC 9(02).

      *Datos de la cuenta a cerrar, tomados de CUENTAS.TXT.
           01 WSV-CUENTA-BAJA.
               02 WSV-CTA-NOMBRE               PIC X(10).
               02 WSV-CTA-SALDO                PIC S999V99.
               02 WSV-CTA-MONEDA               PIC X(03).
               02 WSV-CTA-SUCURSAL             PIC 9(03).
               02 WSV-CTA-CTA-BANC             PIC 9(11).
           01 WSV-CANT-CTAS-CLIENTE            PIC 9(02) VALUE ZERO.
           77 WSS-CUENTA-HALLADA               PIC X(01) VALUE "N".
               88 CUENTA-SI-HALLADA            VALUE "S".
               88 CUENTA-NO-HALLADA            VALUE "N".
      *Abonos, cuotas, mandatos, domicilio y bloqueo se cierran solo
      *con la ultima cuenta del cliente.
           77 WSS-ULTIMA-CUENTA                PIC X(01) VALUE "N".
               88 ES-ULTIMA-CUENTA             VALUE "S".
               88 NO-ES-ULTIMA-CUENTA          VALUE "N".
      *Situacion previa del cliente + cuenta en BAJAS.TXT.
           77 WSS-BAJA-PREVIA                  PIC X(01) VALUE SPACE.
               88 BAJA-SIN-PREVIA              VALUE SPACE.
               88 BAJA-YA-PREPARADA            VALUE "P".
               88 BAJA-YA-RETIRADA             VALUE "R".
      *Control del filtro de un maestro (respaldo + regrabacion).
           77 WSS-FILTRO-ESTADO                PIC X(01) VALUE "N".
               88 FILTRO-ABIERTO               VALUE "S".
               88 FILTRO-CERRADO               VALUE "N".

      *Abonos dados de baja y cuotas adelantadas, para la liquidacion.
           01 WST-ABONOS-BAJA.
               02 WST-ABB-DET               OCCURS 50 TIMES.
                   03 WST-ABB-COD-SERV      PIC X(03).
                   03 WST-ABB-MONTO         PIC 999V99.
                   03 WST-ABB-MONEDA        PIC X(03).
           01 WSV-CANT-ABONOS-BAJA             PIC 9(02) VALUE ZERO.
           01 WST-CUOTAS-BAJA.
               02 WST-CUB-DET               OCCURS 50 TIMES.
                   03 WST-CUB-COD-SERV      PIC X(03).
                   03 WST-CUB-FACTURADAS    PIC 9(02).
                   03 WST-CUB-CANT-CUOTAS   PIC 9(02).
                   03 WST-CUB-RESTO         PIC 9(05)V99.
                   03 WST-CUB-MONEDA        PIC X(03).
                   03 WST-CUB-ESTADO        PIC X(01).
                       88 CUB-EMITIDA           VALUE "S".
                       88 CUB-DESBORDADA        VALUE "N".
           01 WSV-CANT-CUOTAS-BAJA             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-BAJ                      PIC 9(02).

      *Calculo del cargo final de un plan: lo que falta facturar con
      *la misma cuota pareja redondeada que usa ProgCuotas.
           01 WSV-CUOTA-PAREJA                 PIC 999V99.
           01 WSV-ACUM-PREVIO                  PIC 9(05)V99.
           01 WSV-CUOTA-RESTO                  PIC 9(05)V99.
           77 WSS-CUOTA-ESTADO                 PIC X(01) VALUE "S".
               88 CUOTA-EMITIBLE               VALUE "S".
               88 CUOTA-DESBORDADA             VALUE "N".
           01 WSV-SALDO-CIERRE                 PIC S9(05)V99.

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ABONOS             PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CUOTAS             PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-DESBORDES          PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-CARGO-FINAL       PIC 9(05)V99 VALUE ZERO.
               02 CTRL-CANT-MANDATOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-DOMICILIOS         PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BLOQUEOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CUENTAS            PIC 9(03) VALUE ZERO.

      *Nombres de archivo: el maestro que se esta filtrando, su
      *respaldo, y las salidas de la baja.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-MAESTRO               PIC X(40).
           01 WSV-PREFIJO-MAESTRO              PIC X(30).
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                                VALUE "SERV_BAJA.TXT".
           01 WSV-NOMBRE-LIQUID                PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).
      *Lineas de la liquidacion.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-IMPORTE-EDITADO              PIC -ZZZZ9.99.

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
           PERFORM 1100-Pedir-datos
           PERFORM 1200-Buscar-cuenta
           PERFORM 1300-Buscar-baja-previa
           .
      *La baja la firma un supervisor o administrador.
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
       1100-Pedir-datos.
           PERFORM 1110-Pedir-operacion
               UNTIL OPERACION-VALIDA
           DISPLAY "Numero de cliente a dar de baja (xxx): "
           ACCEPT WSV-BAJA-NRO-CLIE
           DISPLAY "Numero de cuenta del cliente (01 si es la "
                   "unica): "
           ACCEPT WSV-BAJA-NRO-CTA
           IF WSV-BAJA-NRO-CTA = ZERO
               MOVE 01 TO WSV-BAJA-NRO-CTA
           END-IF
           IF OPERACION-PREPARAR
               DISPLAY "Archivo de servicios para el cargo final "
                       "(SERV_BAJA.TXT si no quiere): "
               ACCEPT WSV-NOMBRE-SALIDA
               IF WSV-NOMBRE-SALIDA = SPACES
                   MOVE "SERV_BAJA.TXT" TO WSV-NOMBRE-SALIDA
               END-IF
           END-IF
           .
       1110-Pedir-operacion.
           DISPLAY "Paso de la baja: (P)reparar (R)etirar: "
           ACCEPT WSV-OPERACION
           IF NOT OPERACION-VALIDA
               DISPLAY "**** Paso no reconocido"
           END-IF
           .
      *Recorre CUENTAS.TXT buscando el cliente + cuenta pedido y
      *contando cuantas cuentas tiene el cliente en el maestro.
       1200-Buscar-cuenta.
           SET CUENTA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-CANT-CTAS-CLIENTE
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               MOVE "No hay CUENTAS.TXT (corra PGENCLIE)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ARCH-ORIGEN TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-origen
           PERFORM 1210-Comparar-cuenta
               UNTIL FS-ARCH-ORIGEN NOT = "00"
           CLOSE ARCH-ORIGEN
           IF WSV-CANT-CTAS-CLIENTE = 1
               SET ES-ULTIMA-CUENTA TO TRUE
           ELSE
               SET NO-ES-ULTIMA-CUENTA TO TRUE
           END-IF
           .
       1210-Comparar-cuenta.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           PERFORM 1220-Cuenta-leida
           IF WSV-CUE-NRO-CLIE = WSV-BAJA-NRO-CLIE
               ADD 1 TO WSV-CANT-CTAS-CLIENTE
               IF WSV-CTA-LEIDA = WSV-BAJA-NRO-CTA
                   SET CUENTA-SI-HALLADA TO TRUE
                   MOVE WSV-CUE-NOMBRE TO WSV-CTA-NOMBRE
                   MOVE WSV-CUE-SALDO TO WSV-CTA-SALDO
                   MOVE WSV-CUE-MONEDA TO WSV-CTA-MONEDA
                   IF WSV-CUE-SUCURSAL IS NUMERIC
                       MOVE WSV-CUE-SUCURSAL TO WSV-CTA-SUCURSAL
                   ELSE
                       MOVE ZERO TO WSV-CTA-SUCURSAL
                   END-IF
                   IF WSV-CUE-CTA-BANC IS NUMERIC
                       MOVE WSV-CUE-CTA-BANC TO WSV-CTA-CTA-BANC
                   ELSE
                       MOVE ZERO TO WSV-CTA-CTA-BANC
                   END-IF
               END-IF
           END-IF
           PERFORM 7010-Leer-origen
           .
      *Maestro viejo sin numero de cuenta: queda como cuenta 01.
       1220-Cuenta-leida.
           IF (WSV-CUE-NRO-CTA IS NUMERIC)
                   AND (WSV-CUE-NRO-CTA > ZERO)
               MOVE WSV-CUE-NRO-CTA TO WSV-CTA-LEIDA
           ELSE
               MOVE 01 TO WSV-CTA-LEIDA
           END-IF
           .
      *Busca en BAJAS.TXT si el cliente + cuenta ya tiene una baja
      *preparada o retirada. Sin archivo no hay bajas previas.
       1300-Buscar-baja-previa.
           SET BAJA-SIN-PREVIA TO TRUE
           MOVE "BAJAS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               PERFORM 7010-Leer-origen
               PERFORM 1310-Comparar-baja
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1310-Comparar-baja.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-BAJ-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-BAJ-NRO-CTA = WSV-BAJA-NRO-CTA)
               MOVE WSV-BAJ-ESTADO TO WSS-BAJA-PREVIA
               IF BAJ-PREPARADA
                   MOVE WSV-BAJ-SALDO-CIERRE TO WSV-SALDO-CIERRE
                   MOVE WSV-BAJ-CARGO-FINAL TO CTRL-MONTO-CARGO-FINAL
               END-IF
           END-IF
           PERFORM 7010-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           IF CUENTA-NO-HALLADA
               DISPLAY "**** El cliente " WSV-BAJA-NRO-CLIE
                       " no tiene la cuenta " WSV-BAJA-NRO-CTA
                       " en CUENTAS.TXT"
           ELSE
               IF OPERACION-PREPARAR
                   PERFORM 5100-Preparar-baja
               ELSE
                   PERFORM 5500-Retirar-cliente
               END-IF
           END-IF
           .
      *Primer paso: abonos, cuotas, liquidacion final y anotacion.
       5100-Preparar-baja.
           IF NOT BAJA-SIN-PREVIA
               DISPLAY "**** La baja del cliente " WSV-BAJA-NRO-CLIE
                       "/" WSV-BAJA-NRO-CTA " ya figura en BAJAS.TXT "
                       "con estado " WSS-BAJA-PREVIA
           ELSE
               PERFORM 5110-Mostrar-cuenta
               PERFORM 5120-Confirmar
               IF BAJA-CONFIRMADA
                   IF ES-ULTIMA-CUENTA
                       PERFORM 5200-Baja-de-abonos
                       PERFORM 5300-Adelantar-cuotas
                   ELSE
                       DISPLAY "El cliente conserva otras cuentas: "
                               "abonos y cuotas siguen vigentes"
                   END-IF
                   PERFORM 5400-Emitir-liquidacion
                   PERFORM 5450-Anotar-baja
               END-IF
           END-IF
           .
       5110-Mostrar-cuenta.
           DISPLAY "Cliente " WSV-BAJA-NRO-CLIE " " WSV-CTA-NOMBRE
                   " Cuenta " WSV-BAJA-NRO-CTA " Saldo: "
                   WSV-CTA-SALDO " " WSV-CTA-MONEDA
           DISPLAY "Cuentas del cliente en el maestro: "
                   WSV-CANT-CTAS-CLIENTE
           .
       5120-Confirmar.
           DISPLAY "Confirma el paso " WSV-OPERACION
                   " de la baja (S/N): "
           ACCEPT WSV-CONFIRMA
           IF NOT BAJA-CONFIRMADA
               DISPLAY "**** Baja no confirmada, no se toco nada"
           END-IF
           .
      *ABONOS.TXT: los abonos activos del cliente quedan inactivos
      *(se conservan en el archivo como historia).
       5200-Baja-de-abonos.
           MOVE "ABONOS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "ABONOS." TO WSV-PREFIJO-MAESTRO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5210-Filtrar-abono
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
       5210-Filtrar-abono.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-ABO-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-ABO-ACTIVO = "S")
               MOVE "N" TO WSV-ABO-ACTIVO
               ADD 1 TO CTRL-CANT-ABONOS
               IF WSV-CANT-ABONOS-BAJA < 50
                   ADD 1 TO WSV-CANT-ABONOS-BAJA
                   MOVE WSV-ABO-COD-SERV
                       TO WST-ABB-COD-SERV(WSV-CANT-ABONOS-BAJA)
                   MOVE WSV-ABO-MONTO
                       TO WST-ABB-MONTO(WSV-CANT-ABONOS-BAJA)
                   MOVE WSV-ABO-MONEDA
                       TO WST-ABB-MONEDA(WSV-CANT-ABONOS-BAJA)
               END-IF
               MOVE "ABONOS" TO WSV-ANULADO-OBJETO
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Abono " DELIMITED BY SIZE
                      WSV-ABO-COD-SERV DELIMITED BY SIZE
                      " del cliente " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " inactivo por baja" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
               DISPLAY "Abono dado de baja: " WSV-ABO-COD-SERV
           END-IF
           PERFORM 5860-Grabar-y-leer
           .
      *CUOTAS.TXT: cada plan del cliente con cuotas pendientes se
      *adelanta en un unico cargo final y se retira del maestro. El
      *cargo que no entra en el monto de SERVICIOS queda en el plan y
      *se informa en la liquidacion para cobrarlo por ventanilla.
       5300-Adelantar-cuotas.
           MOVE "CUOTAS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "CUOTAS." TO WSV-PREFIJO-MAESTRO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 7000-Abrir-salida
               PERFORM 7100-Estampar-header
               PERFORM 5310-Filtrar-cuota
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
               CLOSE SALIDA-SERVICIOS
           END-IF
           .
       5310-Filtrar-cuota.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-CUO-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-CUO-FACTURADAS < WSV-CUO-CANT-CUOTAS)
               PERFORM 5320-Calcular-resto
               PERFORM 5330-Anotar-cuota
               IF CUOTA-EMITIBLE
                   PERFORM 5340-Escribir-cargo-final
                   PERFORM 7020-Leer-origen-siguiente
               ELSE
                   PERFORM 5860-Grabar-y-leer
               END-IF
           ELSE
               PERFORM 5860-Grabar-y-leer
           END-IF
           .
      *Resto del plan = total menos lo ya facturado con la cuota
      *pareja redondeada (el mismo calculo que cierra la ultima
      *cuota en ProgCuotas).
       5320-Calcular-resto.
           SET CUOTA-EMITIBLE TO TRUE
           COMPUTE WSV-CUOTA-PAREJA ROUNDED =
                   WSV-CUO-MONTO-TOTAL / WSV-CUO-CANT-CUOTAS
               ON SIZE ERROR
                   SET CUOTA-DESBORDADA TO TRUE
           END-COMPUTE
           IF CUOTA-EMITIBLE
               COMPUTE WSV-ACUM-PREVIO =
                       WSV-CUOTA-PAREJA * WSV-CUO-FACTURADAS
               COMPUTE WSV-CUOTA-RESTO =
                       WSV-CUO-MONTO-TOTAL - WSV-ACUM-PREVIO
               IF WSV-CUOTA-RESTO > 999.99
                   SET CUOTA-DESBORDADA TO TRUE
               END-IF
           ELSE
               MOVE WSV-CUO-MONTO-TOTAL TO WSV-CUOTA-RESTO
           END-IF
           .
       5330-Anotar-cuota.
           IF WSV-CANT-CUOTAS-BAJA < 50
               ADD 1 TO WSV-CANT-CUOTAS-BAJA
               MOVE WSV-CUO-COD-SERV
                   TO WST-CUB-COD-SERV(WSV-CANT-CUOTAS-BAJA)
               MOVE WSV-CUO-FACTURADAS
                   TO WST-CUB-FACTURADAS(WSV-CANT-CUOTAS-BAJA)
               MOVE WSV-CUO-CANT-CUOTAS
                   TO WST-CUB-CANT-CUOTAS(WSV-CANT-CUOTAS-BAJA)
               MOVE WSV-CUOTA-RESTO
                   TO WST-CUB-RESTO(WSV-CANT-CUOTAS-BAJA)
               MOVE WSV-CUO-MONEDA
                   TO WST-CUB-MONEDA(WSV-CANT-CUOTAS-BAJA)
               MOVE WSS-CUOTA-ESTADO
                   TO WST-CUB-ESTADO(WSV-CANT-CUOTAS-BAJA)
           END-IF
           MOVE "CUOTAS" TO WSV-ANULADO-OBJETO
           MOVE SPACES TO WSV-ANULADO-DESCRIP
           IF CUOTA-EMITIBLE
               MOVE "ADELA" TO WSV-ANULADO-CODIGO
               STRING "Plan " DELIMITED BY SIZE
                      WSV-CUO-COD-SERV DELIMITED BY SIZE
                      " cli " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " adelantado, cargo final " DELIMITED BY SIZE
                      WSV-CUOTA-RESTO DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
           ELSE
               ADD 1 TO CTRL-CANT-DESBORDES
               MOVE "DESBO" TO WSV-ANULADO-CODIGO
               STRING "Plan " DELIMITED BY SIZE
                      WSV-CUO-COD-SERV DELIMITED BY SIZE
                      " cli " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " no entra en SERVICIOS, queda" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               DISPLAY "**** El cargo final del plan "
                       WSV-CUO-COD-SERV " no entra en el monto de "
                       "SERVICIOS, el plan queda en CUOTAS.TXT"
           END-IF
           PERFORM 5900-Registrar-paso
           .
      *Cargo final: una linea debito con el contador en la ultima
      *cuota del plan, a nombre de la cuenta que se cierra.
       5340-Escribir-cargo-final.
           INITIALIZE REGISTRO-SALIDA-SERVICIOS
           MOVE WSV-CUO-NRO-CLIE TO NRO-CLIE-SERV
           MOVE WSV-CUO-COD-SERV TO COD-SERV
           MOVE WSV-CUOTA-RESTO TO MONTO
           MOVE WSV-CUO-MONEDA TO MONEDA-SERV
           MOVE WSV-FECHA-CORRIDA TO FECHA-SERV
           MOVE "D" TO TIPO-MOVIM-SERV
           MOVE WSV-CUO-CANT-CUOTAS TO NRO-CUOTA-SERV
           MOVE WSV-CUO-CANT-CUOTAS TO TOT-CUOTAS-SERV
           MOVE WSV-BAJA-NRO-CTA TO NRO-CTA-SERV
           WRITE REGISTRO-SALIDA-SERVICIOS
           ADD 1 TO CTRL-CANT-CUOTAS
           ADD WSV-CUOTA-RESTO TO CTRL-MONTO-CARGO-FINAL
           DISPLAY "Cargo final generado: " REGISTRO-SALIDA-SERVICIOS
           .
      *Liquidacion final de la cuenta: saldo actual, abonos dados de
      *baja, cuotas adelantadas y saldo de cierre una vez cobrado el
      *cargo final (solo descuenta lo que esta en la moneda de la
      *cuenta).
       5400-Emitir-liquidacion.
           MOVE WSV-CTA-SALDO TO WSV-SALDO-CIERRE
           MOVE SPACES TO WSV-NOMBRE-LIQUID
           STRING "LIQBAJA." DELIMITED BY SIZE
                  WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WSV-BAJA-NRO-CTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LIQUID
           OPEN OUTPUT SALIDA-LIQUIDACION
           IF FS-SALIDA-LIQUIDACION NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LIQUIDACION TO WSV-ANULADO-CODIGO
               MOVE "LIQUIDACION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "LIQUIDACION FINAL DE BAJA - " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           STRING "CLIENTE " DELIMITED BY SIZE
                  WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CTA-NOMBRE DELIMITED BY SIZE
                  "  CUENTA " DELIMITED BY SIZE
                  WSV-BAJA-NRO-CTA DELIMITED BY SIZE
                  "  SUCURSAL " DELIMITED BY SIZE
                  WSV-CTA-SUCURSAL DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           IF WSV-CTA-CTA-BANC > ZERO
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "CTA. BANCARIA: " DELIMITED BY SIZE
                      WSV-CTA-CTA-BANC DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
           END-IF
           MOVE WSV-CTA-SALDO TO WSV-IMPORTE-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SALDO ACTUAL:             " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CTA-MONEDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           IF NO-ES-ULTIMA-CUENTA
               MOVE "EL CLIENTE CONSERVA OTRAS CUENTAS: SUS ABONOS Y"
                   TO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
               MOVE "PLANES DE CUOTAS SIGUEN VIGENTES."
                   TO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
           ELSE
               MOVE "ABONOS DADOS DE BAJA:" TO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
               PERFORM 5410-Linea-de-abono
                   VARYING WSV-IDX-BAJ FROM 1 BY 1
                   UNTIL WSV-IDX-BAJ > WSV-CANT-ABONOS-BAJA
               MOVE SPACES TO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
               MOVE "CUOTAS ADELANTADAS EN EL CARGO FINAL:"
                   TO WSV-LINEA-ARMADA
               PERFORM 5490-Escribir-linea-liq
               PERFORM 5420-Linea-de-cuota
                   VARYING WSV-IDX-BAJ FROM 1 BY 1
                   UNTIL WSV-IDX-BAJ > WSV-CANT-CUOTAS-BAJA
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           MOVE CTRL-MONTO-CARGO-FINAL TO WSV-IMPORTE-EDITADO
           STRING "CARGO FINAL A DEBITAR:    " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           MOVE WSV-SALDO-CIERRE TO WSV-IMPORTE-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SALDO DE CIERRE:          " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CTA-MONEDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           STRING "OPERADOR: " DELIMITED BY SIZE
                  SGN-LEGAJO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGN-NOMBRE DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           CLOSE SALIDA-LIQUIDACION
           MOVE "LIQUIDACION" TO WSV-ANULADO-OBJETO
           MOVE "LIQUI" TO WSV-ANULADO-CODIGO
           MOVE WSV-NOMBRE-LIQUID TO WSV-ANULADO-DESCRIP
           PERFORM 5900-Registrar-paso
           DISPLAY "Liquidacion final emitida: " WSV-NOMBRE-LIQUID
           .
       5410-Linea-de-abono.
           MOVE WST-ABB-MONTO(WSV-IDX-BAJ) TO WSV-IMPORTE-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "    - SERVICIO " DELIMITED BY SIZE
                  WST-ABB-COD-SERV(WSV-IDX-BAJ) DELIMITED BY SIZE
                  "  ABONO " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-ABB-MONEDA(WSV-IDX-BAJ) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5490-Escribir-linea-liq
           .
       5420-Linea-de-cuota.
           MOVE WST-CUB-RESTO(WSV-IDX-BAJ) TO WSV-IMPORTE-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "    - SERVICIO " DELIMITED BY SIZE
                  WST-CUB-COD-SERV(WSV-IDX-BAJ) DELIMITED BY SIZE
                  "  FACTURADAS " DELIMITED BY SIZE
                  WST-CUB-FACTURADAS(WSV-IDX-BAJ) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WST-CUB-CANT-CUOTAS(WSV-IDX-BAJ) DELIMITED BY SIZE
                  "  RESTO " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CUB-MONEDA(WSV-IDX-BAJ) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           IF CUB-DESBORDADA(WSV-IDX-BAJ)
               MOVE "  (POR VENTANILLA)" TO WSV-LINEA-ARMADA(61:18)
           ELSE
               IF WST-CUB-MONEDA(WSV-IDX-BAJ) = WSV-CTA-MONEDA
                   SUBTRACT WST-CUB-RESTO(WSV-IDX-BAJ)
                       FROM WSV-SALDO-CIERRE
               ELSE
                   MOVE "  (OTRA MONEDA)" TO WSV-LINEA-ARMADA(61:15)
               END-IF
           END-IF
           PERFORM 5490-Escribir-linea-liq
           .
       5490-Escribir-linea-liq.
           MOVE WSV-LINEA-ARMADA TO LINEA-LIQUIDACION
           WRITE LINEA-LIQUIDACION
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *Deja la baja preparada en BAJAS.TXT, con el saldo de cierre
      *que informo la liquidacion.
       5450-Anotar-baja.
           MOVE SPACES TO WSV-LINEA-TRABAJO
           MOVE WSV-BAJA-NRO-CLIE TO WSV-BAJ-NRO-CLIE
           MOVE WSV-BAJA-NRO-CTA TO WSV-BAJ-NRO-CTA
           MOVE "P" TO WSV-BAJ-ESTADO
           MOVE WSV-FECHA-CORRIDA TO WSV-BAJ-FECHA-PREP
           MOVE ZERO TO WSV-BAJ-FECHA-RETIRO
           MOVE WSV-CTA-SALDO TO WSV-BAJ-SALDO-ACTUAL
           MOVE CTRL-MONTO-CARGO-FINAL TO WSV-BAJ-CARGO-FINAL
           MOVE WSV-SALDO-CIERRE TO WSV-BAJ-SALDO-CIERRE
           MOVE SGN-LEGAJO TO WSV-BAJ-OPERADOR
           MOVE "BAJAS.TXT" TO WSV-NOMBRE-DESTINO
           OPEN EXTEND ARCH-DESTINO
           IF FS-ARCH-DESTINO NOT = "00"
               OPEN OUTPUT ARCH-DESTINO
           END-IF
           MOVE WSV-LINEA-TRABAJO TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           CLOSE ARCH-DESTINO
           MOVE "BAJAS" TO WSV-ANULADO-OBJETO
           MOVE "ALTA " TO WSV-ANULADO-CODIGO
           MOVE SPACES TO WSV-ANULADO-DESCRIP
           STRING "Baja preparada cliente " DELIMITED BY SIZE
                  WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                  " cta " DELIMITED BY SIZE
                  WSV-BAJA-NRO-CTA DELIMITED BY SIZE
                  INTO WSV-ANULADO-DESCRIP
           PERFORM 5900-Registrar-paso
           .
      *Segundo paso: con la baja ya preparada (y el cargo final ya
      *pasado por ProgApareo) revoca mandatos, borra domicilio y
      *bloqueo, y saca la cuenta de CUENTAS.TXT.
       5500-Retirar-cliente.
           IF NOT BAJA-YA-PREPARADA
               DISPLAY "**** El cliente " WSV-BAJA-NRO-CLIE "/"
                       WSV-BAJA-NRO-CTA " no tiene la baja preparada "
                       "(corra antes el paso P)"
           ELSE
               PERFORM 5110-Mostrar-cuenta
               DISPLAY "Recuerde: el cargo final de "
                       CTRL-MONTO-CARGO-FINAL
                       " tiene que haber pasado por ProgApareo"
               PERFORM 5120-Confirmar
               IF BAJA-CONFIRMADA
                   IF ES-ULTIMA-CUENTA
                       PERFORM 5600-Revocar-mandatos
                       PERFORM 5650-Borrar-domicilio
                       PERFORM 5700-Borrar-bloqueo
                   END-IF
                   PERFORM 5750-Retirar-de-cuentas
                   PERFORM 5780-Cerrar-baja
               END-IF
           END-IF
           .
      *MANDATOS.TXT: los mandatos activos del cliente pasan a
      *revocados (quedan como historia de la autorizacion).
       5600-Revocar-mandatos.
           MOVE "MANDATOS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "MANDATOS." TO WSV-PREFIJO-MAESTRO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5610-Filtrar-mandato
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
       5610-Filtrar-mandato.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-MAN-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-MAN-ESTADO = "A")
               MOVE "R" TO WSV-MAN-ESTADO
               ADD 1 TO CTRL-CANT-MANDATOS
               MOVE "MANDATOS" TO WSV-ANULADO-OBJETO
               MOVE "REVOC" TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Mandato " DELIMITED BY SIZE
                      WSV-MAN-COD-SERV DELIMITED BY SIZE
                      " del cliente " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " revocado por baja" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
               DISPLAY "Mandato revocado: " WSV-MAN-COD-SERV
           END-IF
           PERFORM 5860-Grabar-y-leer
           .
      *DOMICILIOS.TXT: se borra la linea del cliente.
       5650-Borrar-domicilio.
           MOVE "DOMICILIOS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "DOMICILIOS." TO WSV-PREFIJO-MAESTRO
           MOVE "DOMICILIOS" TO WSV-ANULADO-OBJETO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5660-Filtrar-por-cliente
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
      *Filtro comun de DOMICILIOS y CLIENTES_BLOQUEADOS: saltea las
      *lineas del cliente y copia el resto tal cual.
       5660-Filtrar-por-cliente.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF WSV-CLI-NRO-CLIE = WSV-BAJA-NRO-CLIE
               IF WSV-ANULADO-OBJETO = "DOMICILIOS"
                   ADD 1 TO CTRL-CANT-DOMICILIOS
               ELSE
                   ADD 1 TO CTRL-CANT-BLOQUEOS
               END-IF
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Cliente " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " borrado por baja" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
               DISPLAY "Borrado de " WSV-NOMBRE-MAESTRO
               PERFORM 7020-Leer-origen-siguiente
           ELSE
               PERFORM 5860-Grabar-y-leer
           END-IF
           .
      *CLIENTES_BLOQUEADOS.TXT: se borra la linea del cliente.
       5700-Borrar-bloqueo.
           MOVE "CLIENTES_BLOQUEADOS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "CLIENTES_BLOQUEADOS." TO WSV-PREFIJO-MAESTRO
           MOVE "BLOQUEADOS" TO WSV-ANULADO-OBJETO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5660-Filtrar-por-cliente
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
      *CUENTAS.TXT: se saca solo la cuenta pedida; el resto del
      *maestro queda en el mismo orden.
       5750-Retirar-de-cuentas.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "CUENTAS." TO WSV-PREFIJO-MAESTRO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5760-Filtrar-cuenta
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
       5760-Filtrar-cuenta.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           PERFORM 1220-Cuenta-leida
           IF (WSV-CUE-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-CTA-LEIDA = WSV-BAJA-NRO-CTA)
               ADD 1 TO CTRL-CANT-CUENTAS
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Cliente " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " cta " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CTA DELIMITED BY SIZE
                      " retirado del maestro" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
               DISPLAY "Cuenta retirada de CUENTAS.TXT"
               PERFORM 7020-Leer-origen-siguiente
           ELSE
               PERFORM 5860-Grabar-y-leer
           END-IF
           .
      *BAJAS.TXT: la baja preparada pasa a retirada con la fecha.
       5780-Cerrar-baja.
           MOVE "BAJAS.TXT" TO WSV-NOMBRE-MAESTRO
           MOVE "BAJAS." TO WSV-PREFIJO-MAESTRO
           PERFORM 5800-Abrir-filtro
           IF FILTRO-ABIERTO
               PERFORM 5790-Filtrar-baja
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               PERFORM 5850-Cerrar-filtro
           END-IF
           .
       5790-Filtrar-baja.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-BAJ-NRO-CLIE = WSV-BAJA-NRO-CLIE)
                   AND (WSV-BAJ-NRO-CTA = WSV-BAJA-NRO-CTA)
                   AND BAJ-PREPARADA
               MOVE "R" TO WSV-BAJ-ESTADO
               MOVE WSV-FECHA-CORRIDA TO WSV-BAJ-FECHA-RETIRO
               MOVE "BAJAS" TO WSV-ANULADO-OBJETO
               MOVE "MODIF" TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Baja retirada cliente " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CLIE DELIMITED BY SIZE
                      " cta " DELIMITED BY SIZE
                      WSV-BAJA-NRO-CTA DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
           END-IF
           PERFORM 5860-Grabar-y-leer
           .
      *Respalda el maestro como PREFIJO.AAAAMMDD.BAK y lo deja
      *abierto para regrabarlo: se lee del respaldo y se escribe el
      *maestro. Si el maestro no existe no hay nada que cerrar.
       5800-Abrir-filtro.
           SET FILTRO-CERRADO TO TRUE
           MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-PREFIJO-MAESTRO DELIMITED BY SPACE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-MAESTRO
                       ", no hay nada que dar de baja"
           ELSE
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7010-Leer-origen
               PERFORM 5810-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               DISPLAY "Respaldado " WSV-NOMBRE-MAESTRO " en "
                       WSV-NOMBRE-DESTINO
               MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-ORIGEN
               MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-DESTINO
               OPEN INPUT ARCH-ORIGEN
               OPEN OUTPUT ARCH-DESTINO
               IF FS-ARCH-DESTINO NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ARCH-DESTINO TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-MAESTRO TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               SET FILTRO-ABIERTO TO TRUE
               PERFORM 7010-Leer-origen
           END-IF
           .
       5810-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7010-Leer-origen
           .
       5850-Cerrar-filtro.
           CLOSE ARCH-DESTINO
           CLOSE ARCH-ORIGEN
           SET FILTRO-CERRADO TO TRUE
           PERFORM 5870-Indexar-maestro
           .
      *Escribe la linea (modificada o no) en el maestro regrabado y
      *avanza al siguiente registro del respaldo.
       5860-Grabar-y-leer.
           MOVE WSV-LINEA-TRABAJO TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7010-Leer-origen
           .
      *Si el maestro regrabado es uno de los que ProgApareo consulta
      *por clave (mandatos, bloqueados), RINDICE regenera su
      *indexado; para los demas no hace nada.
       5870-Indexar-maestro.
           MOVE WSV-NOMBRE-MAESTRO TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF IXP-CORRECTO
               DISPLAY "Indexado de " WSV-NOMBRE-MAESTRO
                       " regenerado"
           END-IF
           .
      *Cada paso de la baja queda en ANULADO.LOG con el legajo del
      *supervisor que la firmo.
       5900-Registrar-paso.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgBaja"          TO LOG-ANUL-PROGRAMA
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
      *************************** Archivo ******************************
       7000-Abrir-salida.
           OPEN OUTPUT SALIDA-SERVICIOS
               IF FS-SALIDA-SERVICIOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: " WSV-NOMBRE-SALIDA
               END-IF
           .
       7010-Leer-origen.
           READ ARCH-ORIGEN
           .
      *Saltea la linea en curso (no pasa al maestro regrabado).
       7020-Leer-origen-siguiente.
           PERFORM 7010-Leer-origen
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
           MOVE "ProgBaja" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-CORRIDA TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
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
           MOVE "ProgBaja"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de la baja ----"
           DISPLAY "Cliente / cuenta:    " WSV-BAJA-NRO-CLIE "/"
                   WSV-BAJA-NRO-CTA
           DISPLAY "Abonos dados de baja: " CTRL-CANT-ABONOS
           DISPLAY "Cuotas adelantadas:  " CTRL-CANT-CUOTAS
                   "  Cargo final: " CTRL-MONTO-CARGO-FINAL
           DISPLAY "Planes desbordados:  " CTRL-CANT-DESBORDES
           DISPLAY "Mandatos revocados:  " CTRL-CANT-MANDATOS
           DISPLAY "Domicilios borrados: " CTRL-CANT-DOMICILIOS
           DISPLAY "Bloqueos borrados:   " CTRL-CANT-BLOQUEOS
           DISPLAY "Cuentas retiradas:   " CTRL-CANT-CUENTAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
