      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de aplicacion de los cambios programados del
      *    maestro de clientes
      *    Paso de la cadena nocturna que corre antes de ProgApareo:
      *    lee CAMBIOS_PROGRAMADOS.TXT (la agenda que mantiene
      *    PGENAGEN) y aplica sobre CUENTAS.TXT cada cambio pendiente
      *    cuya fecha de vigencia ya llego (limite de sobregiro,
      *    minimo protegido, tope de debito o sucursal), en el orden
      *    de la agenda. Cada cambio aplicado queda marcado con la
      *    fecha y el valor que tenia el campo antes.
      *    Si la cuenta del cambio ya no esta en CUENTAS.TXT (se dio de
      *    baja despues de programarlo) el cambio no se aplica: queda
      *    marcado como huerfano y se avisa por consola y en
      *    ANULADO.LOG, sin cortar la cadena.
      *    No pide nada por consola. CUENTAS.TXT y la agenda se
      *    respaldan con fecha antes de regrabarse; un error de
      *    archivo devuelve RETURN-CODE 8 para que ProgCadena corte.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCambios.
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
           SELECT ARCH-CAMBIOS ASSIGN TO "CAMBIOS_PROGRAMADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIOS.

           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Archivo generico usado para respaldar CUENTAS.TXT y la agenda
      *antes de regrabarlos.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada cambio aplicado.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo CAMBIOS_PROGRAMADOS (lo mantiene PGENAGEN)
           FD ARCH-CAMBIOS.
               COPY REG-CAMBPROG.
      *
      *Archivo CUENTAS (mismo layout de entrada que ProgApareo)
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
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
               02 FS-CAMBIOS                   PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Maestro de clientes en memoria, regrabado entero al final
      *(mismo esquema que ProgRiesgoLim).
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 999 TIMES.
                   03 WST-CLI-NRO           PIC 9(03).
                   03 WST-CLI-NOMBRE        PIC X(10).
                   03 WST-CLI-SALDO         PIC S999V99.
                   03 WST-CLI-LIMITE        PIC 999V99.
                   03 WST-CLI-MONEDA        PIC X(03).
                   03 WST-CLI-ESTADO        PIC X(01).
                   03 WST-CLI-MINIMO        PIC 999V99.
                   03 WST-CLI-TOPE          PIC 999V99.
                   03 WST-CLI-NRO-CTA       PIC 9(02).
                   03 WST-CLI-SUCURSAL      PIC 9(03).
                   03 WST-CLI-CTA-BANC      PIC 9(11).
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CLI                      PIC 9(04).
           01 WSV-IDX-HALLADO                  PIC 9(04).

      *Agenda en memoria, regrabada entera con los estados nuevos.
           01 WST-CAMBIOS.
               02 WST-PRG-DET               OCCURS 999 TIMES.
                   03 WST-PRG-FECHA         PIC 9(08).
                   03 WST-PRG-NRO-CLIE      PIC 9(03).
                   03 WST-PRG-NRO-CTA       PIC 9(02).
                   03 WST-PRG-CAMPO         PIC X(01).
                   03 WST-PRG-VALOR         PIC 9(05).
                   03 WST-PRG-ESTADO        PIC X(01).
                   03 WST-PRG-OPER-CARGA    PIC 9(03).
                   03 WST-PRG-FECHA-CARGA   PIC 9(08).
                   03 WST-PRG-FECHA-CIERRE  PIC 9(08).
                   03 WST-PRG-VALOR-ANT     PIC 9(05).
                   03 WST-PRG-NOTA          PIC X(30).
           01 WSV-CANT-CAMBIOS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRG                      PIC 9(04).

      *Valores del cambio en curso para el informe antes/despues.
           01 WSV-VALOR-IMPORTE                PIC 999V99.
           01 WSV-ANTES-EDITADO                PIC X(06).
           01 WSV-DESPUES-EDITADO              PIC X(06).
           01 WSV-IMPORTE-EDITADO              PIC ZZ9.99.
           01 WSV-SUCURSAL-EDITADA             PIC BBBZZ9.

           01 WSV-FECHA-CORRIDA                PIC 9(08).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-VENCIDOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-APLICADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-HUERFANOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FUTUROS            PIC 9(05) VALUE ZERO.

      *Variables para el respaldo de los archivos antes de pisarlos.
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
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM 1100-Cargar-cambios
           IF WSV-CANT-CAMBIOS = ZERO
               DISPLAY "Sin cambios programados, CUENTAS.TXT no "
                       "se toca"
               PERFORM 9999-Stop-Run
           END-IF
           PERFORM 1200-Cargar-cuentas
           .
      *Sin agenda no hay nada que aplicar: el paso termina normal.
       1100-Cargar-cambios.
           MOVE ZERO TO WSV-CANT-CAMBIOS
           OPEN INPUT ARCH-CAMBIOS
           IF FS-CAMBIOS NOT = "00"
               DISPLAY "**** No hay CAMBIOS_PROGRAMADOS.TXT"
           ELSE
               PERFORM 7040-Leer-cambio
               PERFORM 1110-Pasar-cambio
                   UNTIL (FS-CAMBIOS = "10")
                   OR (WSV-CANT-CAMBIOS >= 999)
               IF FS-CAMBIOS NOT = "10"
                   MOVE "Agenda mas larga que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CAMBIOS-PROG" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-CAMBIOS
           END-IF
           .
       1110-Pasar-cambio.
           ADD 1 TO WSV-CANT-CAMBIOS
           ADD 1 TO CTRL-CANT-LEIDOS
           MOVE PRG-FECHA-EFECTIVA TO WST-PRG-FECHA(WSV-CANT-CAMBIOS)
           MOVE PRG-NRO-CLIE TO WST-PRG-NRO-CLIE(WSV-CANT-CAMBIOS)
           MOVE PRG-NRO-CTA TO WST-PRG-NRO-CTA(WSV-CANT-CAMBIOS)
           MOVE PRG-CAMPO TO WST-PRG-CAMPO(WSV-CANT-CAMBIOS)
           MOVE PRG-VALOR TO WST-PRG-VALOR(WSV-CANT-CAMBIOS)
           MOVE PRG-ESTADO TO WST-PRG-ESTADO(WSV-CANT-CAMBIOS)
           MOVE PRG-OPER-CARGA TO WST-PRG-OPER-CARGA(WSV-CANT-CAMBIOS)
           MOVE PRG-FECHA-CARGA
               TO WST-PRG-FECHA-CARGA(WSV-CANT-CAMBIOS)
           MOVE PRG-FECHA-CIERRE
               TO WST-PRG-FECHA-CIERRE(WSV-CANT-CAMBIOS)
           MOVE PRG-VALOR-ANTERIOR
               TO WST-PRG-VALOR-ANT(WSV-CANT-CAMBIOS)
           MOVE PRG-NOTA TO WST-PRG-NOTA(WSV-CANT-CAMBIOS)
           PERFORM 7040-Leer-cambio
           .
       1200-Cargar-cuentas.
           MOVE ZERO TO WSV-CANT-CLIENTES
           OPEN INPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-cuenta
           PERFORM 1210-Pasar-a-tabla
               UNTIL (FS-CUENTAS = "10")
               OR (WSV-CANT-CLIENTES >= 999)
      *    Si la tabla se lleno antes del fin de archivo no se puede
      *    seguir: la regrabacion final truncaria el maestro y
      *    borraria los clientes que no entraron.
           IF FS-CUENTAS NOT = "10"
               MOVE "CUENTAS.TXT mas largo que la tabla"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           CLOSE CUENTAS
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-CLIENTES
           MOVE NRO-CLIE-CUEN TO WST-CLI-NRO(WSV-CANT-CLIENTES)
           MOVE NOMBRE-CLIE-CUEN TO WST-CLI-NOMBRE(WSV-CANT-CLIENTES)
           MOVE SALDO-CLIE-CUEN TO WST-CLI-SALDO(WSV-CANT-CLIENTES)
           MOVE LIMITE-SOBREGIRO-CUEN
               TO WST-CLI-LIMITE(WSV-CANT-CLIENTES)
           MOVE MONEDA-CUEN TO WST-CLI-MONEDA(WSV-CANT-CLIENTES)
           MOVE ESTADO-CIVIL-CUEN
               TO WST-CLI-ESTADO(WSV-CANT-CLIENTES)
      *    Maestro viejo sin reglas de proteccion: quedan en cero.
           IF MINIMO-PROTEGIDO-CUEN IS NUMERIC
               MOVE MINIMO-PROTEGIDO-CUEN
                   TO WST-CLI-MINIMO(WSV-CANT-CLIENTES)
           ELSE
               MOVE ZERO TO WST-CLI-MINIMO(WSV-CANT-CLIENTES)
           END-IF
           IF TOPE-DEBITO-CUEN IS NUMERIC
               MOVE TOPE-DEBITO-CUEN
                   TO WST-CLI-TOPE(WSV-CANT-CLIENTES)
           ELSE
               MOVE ZERO TO WST-CLI-TOPE(WSV-CANT-CLIENTES)
           END-IF
      *    Maestro viejo sin dimension de cuenta: cuenta 01, sin
      *    sucursal ni cuenta bancaria.
           IF (NRO-CTA-CLIE-CUEN IS NUMERIC)
                   AND (NRO-CTA-CLIE-CUEN > ZERO)
               MOVE NRO-CTA-CLIE-CUEN
                   TO WST-CLI-NRO-CTA(WSV-CANT-CLIENTES)
           ELSE
               MOVE 01 TO WST-CLI-NRO-CTA(WSV-CANT-CLIENTES)
           END-IF
           IF SUCURSAL-CUEN IS NUMERIC
               MOVE SUCURSAL-CUEN
                   TO WST-CLI-SUCURSAL(WSV-CANT-CLIENTES)
           ELSE
               MOVE ZERO TO WST-CLI-SUCURSAL(WSV-CANT-CLIENTES)
           END-IF
           IF CTA-BANCARIA-CUEN IS NUMERIC
               MOVE CTA-BANCARIA-CUEN
                   TO WST-CLI-CTA-BANC(WSV-CANT-CLIENTES)
           ELSE
               MOVE ZERO TO WST-CLI-CTA-BANC(WSV-CANT-CLIENTES)
           END-IF
           PERFORM 7010-Leer-cuenta
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           DISPLAY " "
           DISPLAY "----- Cambios programados aplicados ----"
           PERFORM 5100-Procesar-cambio
               VARYING WSV-IDX-PRG FROM 1 BY 1
               UNTIL WSV-IDX-PRG > WSV-CANT-CAMBIOS
           .
      *Solo lo pendiente con fecha de vigencia hasta hoy; lo que
      *quedo atrasado (la cadena no corrio ese dia) se aplica igual.
       5100-Procesar-cambio.
           IF WST-PRG-ESTADO(WSV-IDX-PRG) = "P"
               IF WST-PRG-FECHA(WSV-IDX-PRG) > WSV-FECHA-CORRIDA
                   ADD 1 TO CTRL-CANT-FUTUROS
               ELSE
                   ADD 1 TO CTRL-CANT-VENCIDOS
                   PERFORM 5200-Buscar-cuenta
                   IF WSV-IDX-HALLADO = ZERO
                       PERFORM 5400-Marcar-huerfano
                   ELSE
                       PERFORM 5300-Aplicar-cambio
                   END-IF
               END-IF
           END-IF
           .
       5200-Buscar-cuenta.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-CLI
           PERFORM 5210-Comparar-cuenta
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           .
       5210-Comparar-cuenta.
           IF (WST-CLI-NRO(WSV-IDX-CLI) = WST-PRG-NRO-CLIE(WSV-IDX-PRG))
                   AND (WST-CLI-NRO-CTA(WSV-IDX-CLI)
                        = WST-PRG-NRO-CTA(WSV-IDX-PRG))
               MOVE WSV-IDX-CLI TO WSV-IDX-HALLADO
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-CLI
           END-IF
           ADD 1 TO WSV-IDX-CLI
           .
      *Guarda el valor anterior en la agenda, pisa el campo en el
      *maestro y deja el antes/despues por consola y en ANULADO.LOG.
      *Los importes viajan en la agenda sin punto (999V99 en 9(05)).
       5300-Aplicar-cambio.
           IF WST-PRG-CAMPO(WSV-IDX-PRG) = "S"
               MOVE WST-CLI-SUCURSAL(WSV-IDX-HALLADO)
                   TO WST-PRG-VALOR-ANT(WSV-IDX-PRG)
               MOVE WST-PRG-VALOR(WSV-IDX-PRG)
                   TO WST-CLI-SUCURSAL(WSV-IDX-HALLADO)
               MOVE WST-PRG-VALOR-ANT(WSV-IDX-PRG)
                   TO WSV-SUCURSAL-EDITADA
               MOVE WSV-SUCURSAL-EDITADA TO WSV-ANTES-EDITADO
               MOVE WST-CLI-SUCURSAL(WSV-IDX-HALLADO)
                   TO WSV-SUCURSAL-EDITADA
               MOVE WSV-SUCURSAL-EDITADA TO WSV-DESPUES-EDITADO
           ELSE
               COMPUTE WSV-VALOR-IMPORTE =
                       WST-PRG-VALOR(WSV-IDX-PRG) / 100
               MOVE WSV-VALOR-IMPORTE TO WSV-IMPORTE-EDITADO
               MOVE WSV-IMPORTE-EDITADO TO WSV-DESPUES-EDITADO
               IF WST-PRG-CAMPO(WSV-IDX-PRG) = "L"
                   MOVE WST-CLI-LIMITE(WSV-IDX-HALLADO)
                       TO WSV-IMPORTE-EDITADO
                   MOVE WSV-IMPORTE-EDITADO TO WSV-ANTES-EDITADO
                   COMPUTE WST-PRG-VALOR-ANT(WSV-IDX-PRG) =
                           WST-CLI-LIMITE(WSV-IDX-HALLADO) * 100
                   MOVE WSV-VALOR-IMPORTE
                       TO WST-CLI-LIMITE(WSV-IDX-HALLADO)
               ELSE
               IF WST-PRG-CAMPO(WSV-IDX-PRG) = "M"
                   MOVE WST-CLI-MINIMO(WSV-IDX-HALLADO)
                       TO WSV-IMPORTE-EDITADO
                   MOVE WSV-IMPORTE-EDITADO TO WSV-ANTES-EDITADO
                   COMPUTE WST-PRG-VALOR-ANT(WSV-IDX-PRG) =
                           WST-CLI-MINIMO(WSV-IDX-HALLADO) * 100
                   MOVE WSV-VALOR-IMPORTE
                       TO WST-CLI-MINIMO(WSV-IDX-HALLADO)
               ELSE
                   MOVE WST-CLI-TOPE(WSV-IDX-HALLADO)
                       TO WSV-IMPORTE-EDITADO
                   MOVE WSV-IMPORTE-EDITADO TO WSV-ANTES-EDITADO
                   COMPUTE WST-PRG-VALOR-ANT(WSV-IDX-PRG) =
                           WST-CLI-TOPE(WSV-IDX-HALLADO) * 100
                   MOVE WSV-VALOR-IMPORTE
                       TO WST-CLI-TOPE(WSV-IDX-HALLADO)
               END-IF
               END-IF
           END-IF
           MOVE "A" TO WST-PRG-ESTADO(WSV-IDX-PRG)
           MOVE WSV-FECHA-CORRIDA TO WST-PRG-FECHA-CIERRE(WSV-IDX-PRG)
           ADD 1 TO CTRL-CANT-APLICADOS
           DISPLAY "Cliente " WST-PRG-NRO-CLIE(WSV-IDX-PRG) " cta "
                   WST-PRG-NRO-CTA(WSV-IDX-PRG) " "
                   WST-CLI-NOMBRE(WSV-IDX-HALLADO) " campo "
                   WST-PRG-CAMPO(WSV-IDX-PRG) " vigente el "
                   WST-PRG-FECHA(WSV-IDX-PRG) " antes: "
                   WSV-ANTES-EDITADO " ahora: " WSV-DESPUES-EDITADO
           MOVE "APLIC" TO WSV-ANULADO-CODIGO
           PERFORM 5900-Registrar-cambio
           .
      *La cuenta ya no esta en el maestro: el cambio no se aplica y
      *queda marcado para que no se vuelva a intentar.
       5400-Marcar-huerfano.
           MOVE "H" TO WST-PRG-ESTADO(WSV-IDX-PRG)
           MOVE WSV-FECHA-CORRIDA TO WST-PRG-FECHA-CIERRE(WSV-IDX-PRG)
           ADD 1 TO CTRL-CANT-HUERFANOS
           DISPLAY "**** Cambio programado para el cliente "
                   WST-PRG-NRO-CLIE(WSV-IDX-PRG) " cta "
                   WST-PRG-NRO-CTA(WSV-IDX-PRG)
                   " que ya no esta en CUENTAS.TXT (dado de baja), "
                   "no se aplica"
           MOVE "BAJA " TO WSV-ANULADO-CODIGO
           PERFORM 5900-Registrar-cambio
           .
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgCambio"        TO LOG-ANUL-PROGRAMA
           MOVE "CUENTAS"           TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cliente " DELIMITED BY SIZE
                  WST-PRG-NRO-CLIE(WSV-IDX-PRG) DELIMITED BY SIZE
                  " cta " DELIMITED BY SIZE
                  WST-PRG-NRO-CTA(WSV-IDX-PRG) DELIMITED BY SIZE
                  " campo " DELIMITED BY SIZE
                  WST-PRG-CAMPO(WSV-IDX-PRG) DELIMITED BY SIZE
                  " programado al " DELIMITED BY SIZE
                  WST-PRG-FECHA(WSV-IDX-PRG) DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-cuenta.
           READ CUENTAS
           IF (FS-CUENTAS = "00")
                   AND (REGISTRO-ENTRADA-CUENTAS (1:6) = "HEADER")
               READ CUENTAS
           END-IF
           .
       7040-Leer-cambio.
           READ ARCH-CAMBIOS
           .
      *Respalda CUENTAS.TXT y lo regraba con los cambios aplicados.
       7000-Grabar-cuentas.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "CUENTAS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           PERFORM 7500-Copiar-archivo
           OPEN OUTPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Escribir-cuenta
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           CLOSE CUENTAS
           .
       7030-Escribir-cuenta.
           MOVE WST-CLI-NRO(WSV-IDX-CLI) TO NRO-CLIE-CUEN
           MOVE WST-CLI-NOMBRE(WSV-IDX-CLI) TO NOMBRE-CLIE-CUEN
           MOVE WST-CLI-SALDO(WSV-IDX-CLI) TO SALDO-CLIE-CUEN
           MOVE WST-CLI-LIMITE(WSV-IDX-CLI)
               TO LIMITE-SOBREGIRO-CUEN
           MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO MONEDA-CUEN
           MOVE WST-CLI-ESTADO(WSV-IDX-CLI) TO ESTADO-CIVIL-CUEN
           MOVE WST-CLI-MINIMO(WSV-IDX-CLI)
               TO MINIMO-PROTEGIDO-CUEN
           MOVE WST-CLI-TOPE(WSV-IDX-CLI) TO TOPE-DEBITO-CUEN
           MOVE WST-CLI-NRO-CTA(WSV-IDX-CLI) TO NRO-CTA-CLIE-CUEN
           MOVE WST-CLI-SUCURSAL(WSV-IDX-CLI) TO SUCURSAL-CUEN
           MOVE WST-CLI-CTA-BANC(WSV-IDX-CLI) TO CTA-BANCARIA-CUEN
           WRITE REGISTRO-ENTRADA-CUENTAS
           .
      *Respalda la agenda y la regraba con los estados nuevos.
       7100-Grabar-cambios.
           MOVE "CAMBIOS_PROGRAMADOS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "CAMBIOS_PROGRAMADOS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           PERFORM 7500-Copiar-archivo
           OPEN OUTPUT ARCH-CAMBIOS
           IF FS-CAMBIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CAMBIOS TO WSV-ANULADO-CODIGO
               MOVE "CAMBIOS-PROG" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7110-Escribir-cambio
               VARYING WSV-IDX-PRG FROM 1 BY 1
               UNTIL WSV-IDX-PRG > WSV-CANT-CAMBIOS
           CLOSE ARCH-CAMBIOS
           .
       7110-Escribir-cambio.
           MOVE WST-PRG-FECHA(WSV-IDX-PRG) TO PRG-FECHA-EFECTIVA
           MOVE WST-PRG-NRO-CLIE(WSV-IDX-PRG) TO PRG-NRO-CLIE
           MOVE WST-PRG-NRO-CTA(WSV-IDX-PRG) TO PRG-NRO-CTA
           MOVE WST-PRG-CAMPO(WSV-IDX-PRG) TO PRG-CAMPO
           MOVE WST-PRG-VALOR(WSV-IDX-PRG) TO PRG-VALOR
           MOVE WST-PRG-ESTADO(WSV-IDX-PRG) TO PRG-ESTADO
           MOVE WST-PRG-OPER-CARGA(WSV-IDX-PRG) TO PRG-OPER-CARGA
           MOVE WST-PRG-FECHA-CARGA(WSV-IDX-PRG) TO PRG-FECHA-CARGA
           MOVE WST-PRG-FECHA-CIERRE(WSV-IDX-PRG) TO PRG-FECHA-CIERRE
           MOVE WST-PRG-VALOR-ANT(WSV-IDX-PRG) TO PRG-VALOR-ANTERIOR
           MOVE WST-PRG-NOTA(WSV-IDX-PRG) TO PRG-NOTA
           WRITE REG-CAMBIO-PROGRAMADO
           .
       7500-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 7510-Leer-origen
                   PERFORM 7520-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       7510-Leer-origen.
           READ ARCH-ORIGEN
           .
       7520-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7510-Leer-origen
           .
      ******************************************************************
      *Como paso de la cadena, un error devuelve RETURN-CODE 8 para
      *que ProgCadena no largue ProgApareo con un maestro a medias.
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
           MOVE "ProgCambio"        TO LOG-ANUL-PROGRAMA
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
      *El maestro se regraba solo si algo se aplico; la agenda, si
      *algo cambio de estado (aplicado u huerfano).
       9000-Fin-del-programa.
           IF CTRL-CANT-APLICADOS > ZERO
               PERFORM 7000-Grabar-cuentas
           ELSE
               DISPLAY "Sin cambios para aplicar, CUENTAS.TXT no "
                       "se toca"
           END-IF
           IF CTRL-CANT-VENCIDOS > ZERO
               PERFORM 7100-Grabar-cambios
           END-IF
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Cambios en la agenda:          " CTRL-CANT-LEIDOS
           DISPLAY "Vigentes a hoy:                " CTRL-CANT-VENCIDOS
           DISPLAY "Aplicados sobre CUENTAS.TXT:   "
                   CTRL-CANT-APLICADOS
           DISPLAY "Sobre cuentas dadas de baja:   "
                   CTRL-CANT-HUERFANOS
           DISPLAY "Pendientes con fecha futura:   " CTRL-CANT-FUTUROS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
