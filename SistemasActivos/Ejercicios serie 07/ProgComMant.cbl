      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de comisiones mensuales de mantenimiento de cuenta
      *    Genera una vez por mes la linea de comision de
      *    mantenimiento de cada cuenta del banco segun el tarifario
      *    COMISIONES_MANT.TXT (PGENCMAN), que fija por producto de la
      *    cuenta (digitos 4 y 5 de la cuenta bancaria, como en
      *    Serie01Prog07) y moneda el importe y las exenciones:
      *    - el cliente de segmento A en SEGMENTOS.TXT (ProgSegmenta)
      *      no paga si la fila lo indica;
      *    - la cuenta cuyo saldo promedio diario del mes llega al
      *      minimo de la fila no paga.
      *    El saldo de cada dia sale de los CUEN_ACT archivados
      *    (CUEN_ACT.AAAAMMDD.TXT) que indica el operador, como en
      *    ProgIntAhorro: rige el del ultimo archivo a esa fecha y el
      *    mas reciente anterior al mes da la apertura; un dia en
      *    descubierto cuenta como cero. Se cobra a las cuentas que
      *    figuran en algun archivo del mes.
      *    Las comisiones salen como lineas de debito (TIPO-MOVIM
      *    "D") en layout SERVICIOS con HEADER para el proximo ciclo
      *    del apareo. Cada cuenta queda en COM_MANT.AAAAMM.TXT con
      *    lo cobrado o el motivo por el que no pago y el importe
      *    que se dejo de cobrar; el listado tambien impide cobrar
      *    dos veces el mismo mes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgComMant.
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
      *CUEN_ACT archivados de cada corrida (CUEN_ACT.AAAAMMDD.TXT).
           SELECT ENTRADA-CUEN-ACT ASSIGN DYNAMIC WSV-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-CUEN-ACT.
      *Tarifario de comisiones con vigencia (lo mantiene PGENCMAN).
           SELECT ARCH-COMISIONES ASSIGN TO "COMISIONES_MANT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COMISIONES.
      *Segmento de cada cliente (lo graba ProgSegmenta).
           SELECT ARCH-SEGMENTOS ASSIGN TO "SEGMENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SEGMENTOS.
      *Comisiones, en layout SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
      *Listado de cobros y exenciones del mes (COM_MANT.AAAAMM.TXT).
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
      *Archivo CUEN_ACT (mismo layout que escribe ProgApareo)
           FD ENTRADA-CUEN-ACT.
               01 REGISTRO-ENTRADA-CUEN-ACT.
                   02 NRO-CLIE-CUEN-ACT        PIC 9(03).
                   02 NOMBRE-CLIE-CUEN-ACT     PIC X(10).
                   02 SALDO-CLIE-CUEN-ACT      PIC S999V99.
                   02 OVERDRAWN-CUEN-ACT       PIC X(01).
                       88 SI-SOBREGIRADO           VALUE "S".
                       88 NO-SOBREGIRADO           VALUE "N".
                   02 MONEDA-CUEN-ACT          PIC X(03).
                   02 CANT-SERV-CUEN-ACT       PIC 9(02).
                   02 DETALLE-SERV-CUEN-ACT    PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-CUEN-ACT    PIC X(01).
                   02 NRO-CTA-CUEN-ACT         PIC 9(02).
                   02 SUCURSAL-CUEN-ACT        PIC 9(03).
                   02 CTA-BANC-CUEN-ACT        PIC 9(11).
      *Vista de la cuenta bancaria: sucursal, producto, numero y
      *digito verificador (como la arma Serie01Prog07).
                   02 CTA-BANC-CUEN-ACT-R REDEFINES CTA-BANC-CUEN-ACT.
                       03 CTA-BANC-SUCURSAL    PIC 9(03).
                       03 CTA-BANC-PRODUCTO    PIC 9(02).
                       03 CTA-BANC-NUMERO      PIC 9(05).
                       03 CTA-BANC-DIGITO      PIC 9(01).
      *Registro de control al final de CUEN_ACT.TXT.
               01 REGISTRO-TRAILER-CUEN-ACT.
                   02 TRAILER-TAG-CUEN-ACT     PIC X(07).
                   02 TRAILER-CANT-CUEN-ACT    PIC 9(05).
                   02 TRAILER-MONTO-CUEN-ACT   PIC S9(07)V99.
      *
      *Archivo COMISIONES_MANT (mismo layout que escribe PGENCMAN)
           FD ARCH-COMISIONES.
               01 REGISTRO-COMISION.
                   05 REG-CMA-PRODUCTO         PIC 9(02).
                   05 REG-CMA-MONEDA           PIC X(03).
                   05 REG-CMA-MONTO            PIC 999V99.
                   05 REG-CMA-SALDO-MIN        PIC 9(07)V99.
                   05 REG-CMA-EXIME-SEG-A      PIC X(01).
                       88 REG-CMA-SI-EXIME-A       VALUE "S".
                       88 REG-CMA-NO-EXIME-A       VALUE "N".
                   05 REG-CMA-VIG-DESDE        PIC 9(08).
      *
      *Archivo SEGMENTOS (mismo layout que escribe ProgSegmenta)
           FD ARCH-SEGMENTOS.
               01 REGISTRO-SEGMENTO.
                   02 SEG-NRO-CLIE             PIC 9(03).
                   02 SEG-SEGMENTO             PIC X(01).
                   02 SEG-TOTAL                PIC 9(07)V99.
                   02 SEG-CANT-RECH            PIC 9(05).
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
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-COMISIONES                PIC X(02) VALUE ZEROES.
               02 FS-SEGMENTOS                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-SERVICIO               PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-ARCHIVO                PIC 9(08) VALUE ZERO.

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

      *Codigo de servicio de la comision.
           01 WSV-COD-SERV-COMISION            PIC X(03) VALUE "CMA".

      *Mes a cobrar, con su primer y ultimo dia.
           01 WSV-PERIODO                      PIC 9(06) VALUE ZERO.
           01 WSV-PERIODO-R REDEFINES WSV-PERIODO.
               02 WSV-PER-ANIO                 PIC 9(04).
               02 WSV-PER-MES                  PIC 9(02).
           01 WSV-FECHA-INICIO-MES             PIC 9(08).
           01 WSV-FECHA-FIN-MES                PIC 9(08).
           01 WSV-DIAS-MES                     PIC 9(02).
           01 WSV-DIA                          PIC 9(02).
           01 WSV-COCIENTE                     PIC 9(06).
           01 WSV-RESTO-BISIESTO               PIC 9(03).
           01 WSC-DIAS-MESES                   PIC X(24)
               VALUE "312831303130313130313031".
           01 WSC-DIAS-MESES-R REDEFINES WSC-DIAS-MESES.
               02 WSC-DIAS-MES                 PIC 9(02)
                   OCCURS 12 TIMES.

      *Tarifa vigente al ultimo dia del mes por producto y moneda.
           01 WST-TARIFAS.
               02 WST-TAR-DET               OCCURS 200 TIMES.
                   03 WST-TAR-PRODUCTO      PIC 9(02).
                   03 WST-TAR-MONEDA        PIC X(03).
                   03 WST-TAR-MONTO         PIC 999V99.
                   03 WST-TAR-SALDO-MIN     PIC 9(07)V99.
                   03 WST-TAR-EXIME-SEG-A   PIC X(01).
                   03 WST-TAR-VIG-DESDE     PIC 9(08).
           01 WSV-CANT-TARIFAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-TAR                      PIC 9(03).
           01 WSV-IDX-TAR-HALLADA              PIC 9(03).
           01 WSV-TAR-PRODUCTO                 PIC 9(02).
           01 WSV-TAR-MONEDA                   PIC X(03).

      *Segmento de cada cliente, por numero de cliente.
           01 WST-SEGMENTOS.
               02 WST-SEG-CLIE              PIC X(01)
                   OCCURS 999 TIMES.

      *Cuentas vistas en los CUEN_ACT, con su saldo de apertura (el
      *del archivo mas reciente anterior al mes) y el saldo de cada
      *dia del mes que tuvo archivo.
           01 WST-CUENTAS.
               02 WST-CTA-DET               OCCURS 500 TIMES.
                   03 WST-CTA-NRO-CLIE      PIC 9(03).
                   03 WST-CTA-NRO-CTA       PIC 9(02).
                   03 WST-CTA-SUCURSAL      PIC 9(03).
                   03 WST-CTA-PRODUCTO      PIC 9(02).
                   03 WST-CTA-MONEDA        PIC X(03).
                   03 WST-CTA-APERTURA      PIC S9(05)V99.
                   03 WST-CTA-FECHA-APERT   PIC 9(08).
                   03 WST-CTA-EN-MES        PIC X(01).
                   03 WST-CTA-DIA           OCCURS 31 TIMES.
                       04 WST-CTA-SALDO-DIA PIC S9(05)V99.
                       04 WST-CTA-MARCA-DIA PIC X(01).
                   03 WST-CTA-SUMA          PIC S9(09)V99.
                   03 WST-CTA-PROMEDIO      PIC 9(07)V99.
           01 WSV-CANT-CUENTAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CTA                      PIC 9(03).
           01 WSV-IDX-CTA-HALLADA              PIC 9(03).
           01 WSV-CTA-LEIDA                    PIC 9(02).

      *Liquidacion de una cuenta.
           01 WSV-SALDO-CORRIENTE              PIC S9(05)V99.
           01 WSV-COMISION                     PIC 999V99.
           01 WSV-MOTIVO                       PIC X(20).

      *Lineas del archivo de salida, en el orden cliente+cuenta que
      *espera el apareo.
           01 WST-SALIDA.
               02 WST-SAL-LINEA                PIC X(32)
                   OCCURS 500 TIMES.
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

      *Campos editados para el listado.
           01 WSV-PROMEDIO-EDIT                PIC ZZZZZZ9.99.
           01 WSV-COMISION-EDIT                PIC ZZZZZZ9.99.
           01 WSV-TOTAL-EDIT                   PIC ZZZZZZ9.99.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ARCHIVOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-REGISTROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-COBRADAS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-COBRADO           PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-EXIME-SEG          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-EXIME-SEG         PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-EXIME-SALDO        PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-EXIME-SALDO       PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-SIN-CARGO          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-TARIFA         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FUERA-MES          PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-ARCHIVO               PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                         VALUE "SERV_COM_MANT.TXT".
           01 WSV-NOMBRE-LISTADO               PIC X(40).

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
           DISPLAY "Mes a cobrar (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC) OR (WSV-PER-MES = ZERO)
                   OR (WSV-PER-MES > 12)
               MOVE "Mes a cobrar invalido" TO WSV-ANULADO-DESCRIP
               MOVE "PERIO" TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1100-Calcular-mes
           DISPLAY "Fecha de servicio a estampar (AAAAMMDD, "
                   "00000000 usa la fecha del dia): "
           ACCEPT WSV-FECHA-SERVICIO
           IF (WSV-FECHA-SERVICIO NOT NUMERIC)
                   OR (WSV-FECHA-SERVICIO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-SERVICIO
           END-IF
           DISPLAY "Codigo de servicio de la comision "
                   "(CMA si no quiere): "
           ACCEPT WSV-COD-SERV-COMISION
           IF WSV-COD-SERV-COMISION = SPACES
               MOVE "CMA" TO WSV-COD-SERV-COMISION
           END-IF
           DISPLAY "Archivo de servicios de salida "
                   "(SERV_COM_MANT.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SALIDA
           IF WSV-NOMBRE-SALIDA = SPACES
               MOVE "SERV_COM_MANT.TXT" TO WSV-NOMBRE-SALIDA
           END-IF
           PERFORM 1200-Controlar-mes-cobrado
           PERFORM 1300-Validar-servicio
           PERFORM 1400-Cargar-tarifas
           PERFORM 1500-Cargar-segmentos
           .
      *Primer y ultimo dia del mes (febrero segun el anio).
       1100-Calcular-mes.
           MOVE WSC-DIAS-MES(WSV-PER-MES) TO WSV-DIAS-MES
           IF WSV-PER-MES = 2
               DIVIDE WSV-PER-ANIO BY 4 GIVING WSV-COCIENTE
                   REMAINDER WSV-RESTO-BISIESTO
               IF WSV-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WSV-DIAS-MES
                   DIVIDE WSV-PER-ANIO BY 100 GIVING WSV-COCIENTE
                       REMAINDER WSV-RESTO-BISIESTO
                   IF WSV-RESTO-BISIESTO = ZERO
                       DIVIDE WSV-PER-ANIO BY 400
                           GIVING WSV-COCIENTE
                           REMAINDER WSV-RESTO-BISIESTO
                       IF WSV-RESTO-BISIESTO NOT = ZERO
                           MOVE 28 TO WSV-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WSV-FECHA-INICIO-MES = WSV-PERIODO * 100 + 1
           COMPUTE WSV-FECHA-FIN-MES = WSV-PERIODO * 100 + WSV-DIAS-MES
           .
      *El listado del mes es la marca de cobrado: si ya existe, el
      *mes no se vuelve a cobrar.
       1200-Controlar-mes-cobrado.
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "COM_MANT." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           OPEN INPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO = "00"
               CLOSE SALIDA-LISTADO
               MOVE "El mes ya fue cobrado (existe el listado)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REPET" TO WSV-ANULADO-CODIGO
               MOVE "COM_MANT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *La comision viaja como un servicio mas: el codigo tiene que
      *estar en el catalogo para que ProgApareo lo acepte.
       1300-Validar-servicio.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSV-COD-SERV-COMISION TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Servicio inexistente en el catalogo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-COD-SERV-COMISION TO WSV-ANULADO-CODIGO
               MOVE "SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Por producto y moneda, la fila del tarifario con la vigencia
      *mas alta que no supere el ultimo dia del mes.
       1400-Cargar-tarifas.
           OPEN INPUT ARCH-COMISIONES
           IF FS-COMISIONES NOT = "00"
               MOVE "No hay tarifario (cargarlo con PGENCMAN)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-COMISIONES TO WSV-ANULADO-CODIGO
               MOVE "COMISIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-comision
           PERFORM 1410-Evaluar-tarifa UNTIL FS-COMISIONES NOT = "00"
           CLOSE ARCH-COMISIONES
           DISPLAY "Tarifas vigentes: " WSV-CANT-TARIFAS
           .
       1410-Evaluar-tarifa.
           IF REG-CMA-VIG-DESDE <= WSV-FECHA-FIN-MES
               MOVE REG-CMA-PRODUCTO TO WSV-TAR-PRODUCTO
               MOVE REG-CMA-MONEDA TO WSV-TAR-MONEDA
               PERFORM 6100-Buscar-tarifa
               IF WSV-IDX-TAR-HALLADA = ZERO
                   IF WSV-CANT-TARIFAS >= 200
                       MOVE "WST-TARIFAS llena (200 items)"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "TABLA" TO WSV-ANULADO-CODIGO
                       MOVE "COMISIONES" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
                   ADD 1 TO WSV-CANT-TARIFAS
                   MOVE WSV-CANT-TARIFAS TO WSV-IDX-TAR-HALLADA
                   MOVE ZERO TO WST-TAR-VIG-DESDE(WSV-IDX-TAR-HALLADA)
               END-IF
               IF REG-CMA-VIG-DESDE
                       >= WST-TAR-VIG-DESDE(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-PRODUCTO
                       TO WST-TAR-PRODUCTO(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-MONEDA
                       TO WST-TAR-MONEDA(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-MONTO
                       TO WST-TAR-MONTO(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-SALDO-MIN
                       TO WST-TAR-SALDO-MIN(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-EXIME-SEG-A
                       TO WST-TAR-EXIME-SEG-A(WSV-IDX-TAR-HALLADA)
                   MOVE REG-CMA-VIG-DESDE
                       TO WST-TAR-VIG-DESDE(WSV-IDX-TAR-HALLADA)
               END-IF
           END-IF
           PERFORM 7020-Leer-comision
           .
      *Sin SEGMENTOS.TXT ningun cliente es segmento A.
       1500-Cargar-segmentos.
           MOVE SPACES TO WST-SEGMENTOS
           OPEN INPUT ARCH-SEGMENTOS
           IF FS-SEGMENTOS NOT = "00"
               DISPLAY "**** No hay SEGMENTOS.TXT (corra ProgSegmenta)"
                       ", no se exime por segmento"
           ELSE
               PERFORM 7030-Leer-segmento
               PERFORM 1510-Pasar-segmento
                   UNTIL FS-SEGMENTOS NOT = "00"
               CLOSE ARCH-SEGMENTOS
           END-IF
           .
       1510-Pasar-segmento.
           IF (SEG-NRO-CLIE NUMERIC) AND (SEG-NRO-CLIE > ZERO)
               MOVE SEG-SEGMENTO TO WST-SEG-CLIE(SEG-NRO-CLIE)
           END-IF
           PERFORM 7030-Leer-segmento
           .
      *.......................... Proceso ..............................
      *El operador ingresa las fechas de los CUEN_ACT archivados del
      *mes (y el ultimo del mes anterior, que da la apertura); 0
      *termina la carga. Despues se cobra cada cuenta.
       5000-Proceso.
           PERFORM 5100-Pedir-fecha-archivo
           PERFORM 5200-Procesar-archivo
               UNTIL WSV-FECHA-ARCHIVO = ZERO
           IF WSV-CANT-CUENTAS = ZERO
               MOVE "Ninguna cuenta en los CUEN_ACT indicados"
                   TO WSV-ANULADO-DESCRIP
               MOVE "VACIO" TO WSV-ANULADO-CODIGO
               MOVE "CUEN_ACT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7000-Abrir-listado
           PERFORM 5400-Cobrar-cuenta
               VARYING WSV-IDX-CTA FROM 1 BY 1
               UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
           PERFORM 5800-Cerrar-listado
           PERFORM 7400-Grabar-servicios
           .
       5100-Pedir-fecha-archivo.
           DISPLAY "Fecha de CUEN_ACT archivado a tomar "
                   "(AAAAMMDD, 0 para terminar): "
           ACCEPT WSV-FECHA-ARCHIVO
           IF WSV-FECHA-ARCHIVO NOT NUMERIC
               MOVE ZERO TO WSV-FECHA-ARCHIVO
           END-IF
           .
       5200-Procesar-archivo.
           IF WSV-FECHA-ARCHIVO > WSV-FECHA-FIN-MES
               DISPLAY "**** " WSV-FECHA-ARCHIVO
                       " es posterior al mes, se saltea"
           ELSE
               MOVE SPACES TO WSV-NOMBRE-ARCHIVO
               STRING "CUEN_ACT." DELIMITED BY SIZE
                      WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WSV-NOMBRE-ARCHIVO
               OPEN INPUT ENTRADA-CUEN-ACT
               IF FS-ENTRADA-CUEN-ACT NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ARCHIVO
                           ", se saltea"
               ELSE
                   ADD 1 TO CTRL-CANT-ARCHIVOS
                   PERFORM 7010-Leer-cuen-act
                   PERFORM 5210-Tomar-saldo
                       UNTIL (FS-ENTRADA-CUEN-ACT NOT = "00")
                       OR (TRAILER-TAG-CUEN-ACT = "TRAILER")
                       OR (TRAILER-TAG-CUEN-ACT = "FALLIDO")
                   CLOSE ENTRADA-CUEN-ACT
                   DISPLAY "Procesado " WSV-NOMBRE-ARCHIVO
               END-IF
           END-IF
           PERFORM 5100-Pedir-fecha-archivo
           .
      *El saldo de la cuenta en el archivo rige desde su fecha: un
      *archivo del mes marca ese dia; uno anterior al mes queda como
      *apertura si es el mas reciente visto.
       5210-Tomar-saldo.
           ADD 1 TO CTRL-CANT-REGISTROS
           PERFORM 5220-Buscar-cuenta
           IF WSV-FECHA-ARCHIVO < WSV-FECHA-INICIO-MES
               IF WSV-FECHA-ARCHIVO
                       >= WST-CTA-FECHA-APERT(WSV-IDX-CTA-HALLADA)
                   MOVE SALDO-CLIE-CUEN-ACT
                       TO WST-CTA-APERTURA(WSV-IDX-CTA-HALLADA)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CTA-FECHA-APERT(WSV-IDX-CTA-HALLADA)
               END-IF
           ELSE
               MOVE WSV-FECHA-ARCHIVO (7:2) TO WSV-DIA
               MOVE SALDO-CLIE-CUEN-ACT TO
                   WST-CTA-SALDO-DIA(WSV-IDX-CTA-HALLADA, WSV-DIA)
               MOVE "S" TO
                   WST-CTA-MARCA-DIA(WSV-IDX-CTA-HALLADA, WSV-DIA)
               MOVE "S" TO WST-CTA-EN-MES(WSV-IDX-CTA-HALLADA)
           END-IF
           PERFORM 7010-Leer-cuen-act
           .
       5220-Buscar-cuenta.
           IF (NRO-CTA-CUEN-ACT IS NUMERIC)
                   AND (NRO-CTA-CUEN-ACT > ZERO)
               MOVE NRO-CTA-CUEN-ACT TO WSV-CTA-LEIDA
           ELSE
               MOVE 01 TO WSV-CTA-LEIDA
           END-IF
           MOVE ZERO TO WSV-IDX-CTA-HALLADA
           PERFORM 5221-Comparar-cuenta
               VARYING WSV-IDX-CTA FROM 1 BY 1
               UNTIL (WSV-IDX-CTA > WSV-CANT-CUENTAS)
               OR (WSV-IDX-CTA-HALLADA > ZERO)
           IF WSV-IDX-CTA-HALLADA = ZERO
               IF WSV-CANT-CUENTAS >= 500
                   MOVE "WST-CUENTAS llena (500 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CUEN_ACT" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CUENTAS
               MOVE WSV-CANT-CUENTAS TO WSV-IDX-CTA-HALLADA
               INITIALIZE WST-CTA-DET(WSV-IDX-CTA-HALLADA)
               MOVE NRO-CLIE-CUEN-ACT
                   TO WST-CTA-NRO-CLIE(WSV-IDX-CTA-HALLADA)
               MOVE WSV-CTA-LEIDA
                   TO WST-CTA-NRO-CTA(WSV-IDX-CTA-HALLADA)
           END-IF
      *    Sucursal, producto y moneda quedan los del ultimo archivo
      *    leido.
           IF SUCURSAL-CUEN-ACT IS NUMERIC
               MOVE SUCURSAL-CUEN-ACT
                   TO WST-CTA-SUCURSAL(WSV-IDX-CTA-HALLADA)
           END-IF
           IF CTA-BANC-CUEN-ACT IS NUMERIC
               MOVE CTA-BANC-PRODUCTO
                   TO WST-CTA-PRODUCTO(WSV-IDX-CTA-HALLADA)
           END-IF
           MOVE MONEDA-CUEN-ACT TO WST-CTA-MONEDA(WSV-IDX-CTA-HALLADA)
           .
       5221-Comparar-cuenta.
           IF (WST-CTA-NRO-CLIE(WSV-IDX-CTA) = NRO-CLIE-CUEN-ACT)
                   AND (WST-CTA-NRO-CTA(WSV-IDX-CTA) = WSV-CTA-LEIDA)
               MOVE WSV-IDX-CTA TO WSV-IDX-CTA-HALLADA
           END-IF
           .
      *Saldo promedio del mes, tarifa del producto y moneda de la
      *cuenta y, si no la exime el segmento ni el saldo, la linea
      *de comision. La cuenta que no figura en ningun archivo del
      *mes ya no existia: no se cobra ni se lista.
       5400-Cobrar-cuenta.
           IF WST-CTA-EN-MES(WSV-IDX-CTA) NOT = "S"
               ADD 1 TO CTRL-CANT-FUERA-MES
           ELSE
               PERFORM 5410-Calcular-promedio
               MOVE WST-CTA-PRODUCTO(WSV-IDX-CTA) TO WSV-TAR-PRODUCTO
               MOVE WST-CTA-MONEDA(WSV-IDX-CTA) TO WSV-TAR-MONEDA
               PERFORM 6100-Buscar-tarifa
               MOVE ZERO TO WSV-COMISION
               EVALUATE TRUE
                   WHEN WSV-IDX-TAR-HALLADA = ZERO
                       MOVE "SIN TARIFA" TO WSV-MOTIVO
                       ADD 1 TO CTRL-CANT-SIN-TARIFA
                   WHEN WST-TAR-MONTO(WSV-IDX-TAR-HALLADA) = ZERO
                       MOVE "SIN CARGO" TO WSV-MOTIVO
                       ADD 1 TO CTRL-CANT-SIN-CARGO
                   WHEN (WST-TAR-EXIME-SEG-A(WSV-IDX-TAR-HALLADA)
                           = "S")
                           AND (WST-CTA-NRO-CLIE(WSV-IDX-CTA) > ZERO)
                           AND (WST-SEG-CLIE(WST-CTA-NRO-CLIE
                               (WSV-IDX-CTA)) = "A")
                       MOVE WST-TAR-MONTO(WSV-IDX-TAR-HALLADA)
                           TO WSV-COMISION
                       MOVE "EXIME SEGMENTO A" TO WSV-MOTIVO
                       ADD 1 TO CTRL-CANT-EXIME-SEG
                       ADD WSV-COMISION TO CTRL-MONTO-EXIME-SEG
                   WHEN (WST-TAR-SALDO-MIN(WSV-IDX-TAR-HALLADA)
                           > ZERO)
                           AND (WST-CTA-PROMEDIO(WSV-IDX-CTA)
                           >= WST-TAR-SALDO-MIN(WSV-IDX-TAR-HALLADA))
                       MOVE WST-TAR-MONTO(WSV-IDX-TAR-HALLADA)
                           TO WSV-COMISION
                       MOVE "EXIME SALDO PROMEDIO" TO WSV-MOTIVO
                       ADD 1 TO CTRL-CANT-EXIME-SALDO
                       ADD WSV-COMISION TO CTRL-MONTO-EXIME-SALDO
                   WHEN OTHER
                       MOVE WST-TAR-MONTO(WSV-IDX-TAR-HALLADA)
                           TO WSV-COMISION
                       MOVE "COBRADA" TO WSV-MOTIVO
                       PERFORM 5500-Cobrar-comision
               END-EVALUATE
               PERFORM 5790-Linea-de-cuenta
           END-IF
           .
      *Suma el saldo de cada dia del mes (cero si da negativo) y
      *saca el promedio.
       5410-Calcular-promedio.
           MOVE WST-CTA-APERTURA(WSV-IDX-CTA) TO WSV-SALDO-CORRIENTE
           MOVE ZERO TO WST-CTA-SUMA(WSV-IDX-CTA)
           PERFORM 5420-Sumar-dia
               VARYING WSV-DIA FROM 1 BY 1
               UNTIL WSV-DIA > WSV-DIAS-MES
           COMPUTE WST-CTA-PROMEDIO(WSV-IDX-CTA) ROUNDED =
                   WST-CTA-SUMA(WSV-IDX-CTA) / WSV-DIAS-MES
           .
       5420-Sumar-dia.
           IF WST-CTA-MARCA-DIA(WSV-IDX-CTA, WSV-DIA) = "S"
               MOVE WST-CTA-SALDO-DIA(WSV-IDX-CTA, WSV-DIA)
                   TO WSV-SALDO-CORRIENTE
           END-IF
           IF WSV-SALDO-CORRIENTE > ZERO
               ADD WSV-SALDO-CORRIENTE TO WST-CTA-SUMA(WSV-IDX-CTA)
           END-IF
           .
       5500-Cobrar-comision.
           INITIALIZE WSV-LINEA-SERV
           MOVE WST-CTA-NRO-CLIE(WSV-IDX-CTA) TO WSV-SRV-NRO-CLIE
           MOVE WSV-COD-SERV-COMISION TO WSV-SRV-COD-SERV
           MOVE WSV-COMISION TO WSV-SRV-MONTO
           MOVE WST-CTA-MONEDA(WSV-IDX-CTA) TO WSV-SRV-MONEDA
           MOVE WSV-FECHA-SERVICIO TO WSV-SRV-FECHA
           MOVE "D" TO WSV-SRV-TIPO-MOVIM
           MOVE SPACES TO WSV-SRV-PROVEEDOR
           MOVE WST-CTA-NRO-CTA(WSV-IDX-CTA) TO WSV-SRV-NRO-CTA
           PERFORM 6560-Insertar-linea
           ADD 1 TO CTRL-CANT-COBRADAS
           ADD WSV-COMISION TO CTRL-MONTO-COBRADO
           .
       5790-Linea-de-cuenta.
           MOVE WST-CTA-PROMEDIO(WSV-IDX-CTA) TO WSV-PROMEDIO-EDIT
           MOVE WSV-COMISION TO WSV-COMISION-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-CTA-NRO-CLIE(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-NRO-CTA(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-SUCURSAL(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-PRODUCTO(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-MONEDA(WSV-IDX-CTA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-PROMEDIO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-COMISION-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
      *Totales: lo cobrado y lo que costaron las exenciones.
       5800-Cerrar-listado.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-COBRADO TO WSV-TOTAL-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "COBRADAS:             " DELIMITED BY SIZE
                  CTRL-CANT-COBRADAS DELIMITED BY SIZE
                  " CUENTAS " DELIMITED BY SIZE
                  WSV-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-EXIME-SEG TO WSV-TOTAL-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "EXIMIDAS SEGMENTO A:  " DELIMITED BY SIZE
                  CTRL-CANT-EXIME-SEG DELIMITED BY SIZE
                  " CUENTAS " DELIMITED BY SIZE
                  WSV-TOTAL-EDIT DELIMITED BY SIZE
                  " NO COBRADO" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-EXIME-SALDO TO WSV-TOTAL-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "EXIMIDAS POR SALDO:   " DELIMITED BY SIZE
                  CTRL-CANT-EXIME-SALDO DELIMITED BY SIZE
                  " CUENTAS " DELIMITED BY SIZE
                  WSV-TOTAL-EDIT DELIMITED BY SIZE
                  " NO COBRADO" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SIN CARGO/SIN TARIFA: " DELIMITED BY SIZE
                  CTRL-CANT-SIN-CARGO DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  CTRL-CANT-SIN-TARIFA DELIMITED BY SIZE
                  " CUENTAS" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           .
      *Tarifa de WSV-TAR-PRODUCTO y WSV-TAR-MONEDA en WST-TARIFAS
      *(cero si no hay).
       6100-Buscar-tarifa.
           MOVE ZERO TO WSV-IDX-TAR-HALLADA
           PERFORM 6110-Comparar-tarifa
               VARYING WSV-IDX-TAR FROM 1 BY 1
               UNTIL (WSV-IDX-TAR > WSV-CANT-TARIFAS)
               OR (WSV-IDX-TAR-HALLADA > ZERO)
           .
       6110-Comparar-tarifa.
           IF (WST-TAR-PRODUCTO(WSV-IDX-TAR) = WSV-TAR-PRODUCTO)
                   AND (WST-TAR-MONEDA(WSV-IDX-TAR) = WSV-TAR-MONEDA)
               MOVE WSV-IDX-TAR TO WSV-IDX-TAR-HALLADA
           END-IF
           .
      *Inserta WSV-LINEA-SERV en WST-SALIDA detras de las lineas de
      *su misma clave cliente+cuenta o menor.
       6560-Insertar-linea.
           IF WSV-CANT-SALIDA >= 500
               MOVE "Archivo de servicios lleno (500 lineas)"
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
      *************************** Archivo ******************************
       7000-Abrir-listado.
           OPEN OUTPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "COMISIONES DE MANTENIMIENTO DEL MES " DELIMITED
                      BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  "  SERVICIO " DELIMITED BY SIZE
                  WSV-COD-SERV-COMISION DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE "CLI CT SUC  PR MON   PROMEDIO   COMISION  RESULTADO"
               TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
       7010-Leer-cuen-act.
           READ ENTRADA-CUEN-ACT
           .
       7020-Leer-comision.
           READ ARCH-COMISIONES
           .
       7030-Leer-segmento.
           READ ARCH-SEGMENTOS
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
           MOVE "ProgComMan" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-SERVICIO TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
           .
      *El archivo de comisiones: HEADER y las lineas en orden
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
           MOVE "ProgComMan"        TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE ZERO                TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control de comisiones ----"
           DISPLAY "Mes cobrado:          " WSV-PERIODO
           DISPLAY "Archivos CUEN_ACT:    " CTRL-CANT-ARCHIVOS
           DISPLAY "Registros leidos:     " CTRL-CANT-REGISTROS
           DISPLAY "Cuentas vistas:       " WSV-CANT-CUENTAS
           DISPLAY "Fuera del mes:        " CTRL-CANT-FUERA-MES
           DISPLAY "Cobradas:             " CTRL-CANT-COBRADAS
           DISPLAY "Monto cobrado:        " CTRL-MONTO-COBRADO
           DISPLAY "Eximidas segmento A:  " CTRL-CANT-EXIME-SEG
           DISPLAY "  no cobrado:         " CTRL-MONTO-EXIME-SEG
           DISPLAY "Eximidas por saldo:   " CTRL-CANT-EXIME-SALDO
           DISPLAY "  no cobrado:         " CTRL-MONTO-EXIME-SALDO
           DISPLAY "Sin cargo:            " CTRL-CANT-SIN-CARGO
           DISPLAY "Sin tarifa:           " CTRL-CANT-SIN-TARIFA
           DISPLAY "Listado en:           " WSV-NOMBRE-LISTADO
           DISPLAY "Comisiones en:        " WSV-NOMBRE-SALIDA
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
