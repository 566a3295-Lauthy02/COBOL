      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de intereses a favor sobre cajas de ahorro
      *    Liquida una vez por mes el interes que el banco paga a las
      *    cajas de ahorro (producto 40 de la cuenta bancaria) sobre
      *    su saldo promedio diario del mes:
      *    - el saldo de cada dia de la cuenta sale de los CUEN_ACT
      *      archivados (CUEN_ACT.AAAAMMDD.TXT) que indica el
      *      operador: rige el del ultimo archivo a esa fecha, y el
      *      archivo mas reciente anterior al mes da el saldo de
      *      apertura;
      *    - a la cuenta 01 del cliente se le suma su saldo de caja
      *      de ese dia (el saldo despues del ultimo movimiento de
      *      MOVIMIENTOS.TXT a esa fecha, o SALDOS_CLIENTES.TXT si el
      *      cliente no tiene movimientos);
      *    - un dia en descubierto cuenta como saldo cero.
      *    El interes es promedio x tasa AHO (mensual %) de TASAS.TXT
      *    vigente el ultimo dia del mes; si hay una tasa RET vigente
      *    se retiene ese % del interes. El neto sale como una linea
      *    de credito (TIPO-MOVIM "C") en layout SERVICIOS con HEADER
      *    para el proximo ciclo del apareo, y el feed ASIENTOS.TXT
      *    recibe por sucursal y moneda el gasto por intereses
      *    (INT-AHO) y la retencion a depositar (RET-AHO).
      *    Cada cuenta liquidada queda en INT_AHORRO.AAAAMM.TXT, que
      *    tambien impide liquidar dos veces el mismo mes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgIntAhorro.
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
      *Saldos de caja por cliente (CorteCtrlIngresando).
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Maestro de tasas con vigencia (lo mantiene PGENTASA).
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Creditos por interes, en layout SERVICIOS.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
      *Listado de la liquidacion del mes (INT_AHORRO.AAAAMM.TXT).
           SELECT SALIDA-LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LISTADO.
      *Feed contable compartido: las lineas se agregan al final.
           SELECT SALIDA-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS.
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
      *Archivo SALDOS_CLIENTES (mismo layout que CorteCtrlIngresando)
           FD ARCH-SALDOS.
               01 REGISTRO-SALDOS.
                   02 SALDO-SUCURSAL           PIC 9(03).
                   02 SALDO-NRO-CLIE           PIC 9(03).
                   02 SALDO-MONTO              PIC 9(05).
      *
      *Archivo MOVIMIENTOS (mismo layout que escribe
      *CorteCtrlIngresando)
           FD ARCH-MOVIMIENTOS.
               01 REGISTRO-MOVIMIENTO.
                   02 MOV-FECHA                PIC 9(08).
                   02 MOV-HORA                 PIC 9(08).
                   02 MOV-SUCURSAL             PIC 9(03).
                   02 MOV-NRO-CLIE             PIC 9(03).
                   02 MOV-TIPO                 PIC X(01).
                   02 MOV-MONTO                PIC 9(05).
                   02 MOV-SALDO-DESPUES        PIC 9(05).
                   02 MOV-OPERADOR             PIC 9(03).
                   02 MOV-REFERENCIA           PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO      PIC 9(03).
      *
      *Archivo TASAS (mismo layout que escribe PGENTASA)
           FD ARCH-TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
                   05 REG-TAS-TASA             PIC 9(02)V99.
                   05 REG-TAS-VIG-DESDE        PIC 9(08).
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
      *Archivo ASIENTOS (mismo layout que escribe ProgAsientos)
           FD SALIDA-ASIENTOS.
               01 REGISTRO-SALIDA-ASIENTO.
                   02 ASI-FECHA                PIC 9(08).
                   02 ASI-TIPO                 PIC X(08).
                   02 ASI-COD-SERV             PIC X(03).
                   02 ASI-MONEDA               PIC X(03).
                   02 ASI-CANTIDAD             PIC 9(05).
                   02 ASI-MONTO                PIC 9(07)V99.
      *Cuenta contable del plan (PGENPLAN): estas lineas generales
      *salen sin mapeo, en ceros, igual que las CRED-CLI/RECHAZOS
      *de ProgAsientos.
                   02 ASI-CUENTA-GL            PIC 9(06).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS           PIC X(02) VALUE ZEROES.
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

      *Codigo de servicio del credito, producto caja de ahorro y
      *tipos de tasa.
           01 WSV-COD-SERV-AHORRO              PIC X(03) VALUE "IAH".
           01 WSC-PRODUCTO-AHORRO              PIC 9(02) VALUE 40.
           01 WSC-TIPO-TASA-AHORRO             PIC X(03) VALUE "AHO".
           01 WSC-TIPO-TASA-RETENCION          PIC X(03) VALUE "RET".
      *Tope del credito: el monto de SERVICIOS es 999V99.
           01 WSC-TOPE-MONTO                   PIC 999V99 VALUE 999.99.

      *Mes a liquidar, con su primer y ultimo dia.
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

      *Tasa vigente (mensual %) de tipo WSV-TIPO-TASA al ultimo dia
      *del mes.
           01 WSV-TIPO-TASA                    PIC X(03).
           01 WSV-TASA-VIGENTE                 PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA                         PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".
           01 WSV-TASA-AHORRO                  PIC 9(02)V99 VALUE ZERO.
           01 WSV-TASA-RETENCION               PIC 9(02)V99 VALUE ZERO.

      *Cajas de ahorro vistas en los CUEN_ACT, con su saldo de
      *apertura (el del archivo mas reciente anterior al mes) y el
      *saldo de cada dia del mes que tuvo archivo.
           01 WST-CUENTAS.
               02 WST-CTA-DET               OCCURS 500 TIMES.
                   03 WST-CTA-NRO-CLIE      PIC 9(03).
                   03 WST-CTA-NRO-CTA       PIC 9(02).
                   03 WST-CTA-SUCURSAL      PIC 9(03).
                   03 WST-CTA-MONEDA        PIC X(03).
                   03 WST-CTA-APERTURA      PIC S9(05)V99.
                   03 WST-CTA-FECHA-APERT   PIC 9(08).
                   03 WST-CTA-DIA           OCCURS 31 TIMES.
                       04 WST-CTA-SALDO-DIA PIC S9(05)V99.
                       04 WST-CTA-MARCA-DIA PIC X(01).
                   03 WST-CTA-SUMA          PIC S9(09)V99.
                   03 WST-CTA-PROMEDIO      PIC 9(07)V99.
                   03 WST-CTA-INTERES       PIC 9(07)V99.
                   03 WST-CTA-RETENCION     PIC 9(07)V99.
                   03 WST-CTA-NETO          PIC 9(07)V99.
           01 WSV-CANT-CUENTAS                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CTA                      PIC 9(03).
           01 WSV-IDX-CTA-HALLADA              PIC 9(03).
           01 WSV-CTA-LEIDA                    PIC 9(02).

      *Saldo de caja de cada cliente por sucursal: apertura del mes
      *y saldo al cierre de cada dia del mes con movimientos.
           01 WST-CAJAS.
               02 WST-CAJ-DET               OCCURS 500 TIMES.
                   03 WST-CAJ-SUCURSAL      PIC 9(03).
                   03 WST-CAJ-NRO-CLIE      PIC 9(03).
                   03 WST-CAJ-APERTURA      PIC S9(07).
                   03 WST-CAJ-VISTO         PIC X(01).
                   03 WST-CAJ-DIA           OCCURS 31 TIMES.
                       04 WST-CAJ-SALDO-DIA PIC 9(05).
                       04 WST-CAJ-MARCA-DIA PIC X(01).
                   03 WST-CAJ-SALDO-CORR    PIC S9(07).
           01 WSV-CANT-CAJAS                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CAJ                      PIC 9(03).
           01 WSV-IDX-CAJ-HALLADA              PIC 9(03).
           01 WSV-SUC-BUSCADA                  PIC 9(03).
           01 WSV-CLIE-BUSCADO                 PIC 9(03).

      *Liquidacion de una cuenta: saldo que rige, saldo del dia y
      *saldo de caja del cliente.
           01 WSV-SALDO-CORRIENTE              PIC S9(05)V99.
           01 WSV-SALDO-CAJA                   PIC S9(07).
           01 WSV-SALDO-DIA                    PIC S9(09)V99.

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

      *Lineas de ASIENTOS por tipo, sucursal y moneda.
           01 WST-ASIENTOS.
               02 WST-ASI-DET               OCCURS 100 TIMES.
                   03 WST-ASI-TIPO          PIC X(08).
                   03 WST-ASI-SUCURSAL      PIC 9(03).
                   03 WST-ASI-MONEDA        PIC X(03).
                   03 WST-ASI-CANT          PIC 9(05).
                   03 WST-ASI-MONTO         PIC 9(09)V99.
           01 WSV-CANT-ASIENTOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-ASI                      PIC 9(03).
           01 WSV-IDX-ASI-HALLADO              PIC 9(03).
           01 WSV-ASI-TIPO                     PIC X(08).
           01 WSV-ASI-MONTO                    PIC 9(09)V99.

      *Campos editados para pantalla y listado.
           01 WSV-PROMEDIO-EDIT                PIC ZZZZZZ9.99.
           01 WSV-INTERES-EDIT                 PIC ZZZZZZ9.99.
           01 WSV-RETENCION-EDIT               PIC ZZZZZZ9.99.
           01 WSV-NETO-EDIT                    PIC ZZZZZZ9.99.
           01 WSV-TASA-EDIT                    PIC Z9.99.
           01 WSV-MOTIVO                       PIC X(20).
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ARCHIVOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-REGISTROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOVIMIENTOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ACREDITADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-INTERES        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EXCEDIDAS          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-INTERES           PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-RETENCION         PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-NETO              PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-ASIENTOS           PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-ARCHIVO               PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                         VALUE "SERV_INT_AHORRO.TXT".
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
           DISPLAY "Mes a liquidar (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC) OR (WSV-PER-MES = ZERO)
                   OR (WSV-PER-MES > 12)
               MOVE "Mes a liquidar invalido" TO WSV-ANULADO-DESCRIP
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
           DISPLAY "Codigo de servicio del credito "
                   "(IAH si no quiere): "
           ACCEPT WSV-COD-SERV-AHORRO
           IF WSV-COD-SERV-AHORRO = SPACES
               MOVE "IAH" TO WSV-COD-SERV-AHORRO
           END-IF
           DISPLAY "Archivo de servicios de salida "
                   "(SERV_INT_AHORRO.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SALIDA
           IF WSV-NOMBRE-SALIDA = SPACES
               MOVE "SERV_INT_AHORRO.TXT" TO WSV-NOMBRE-SALIDA
           END-IF
           PERFORM 1200-Controlar-mes-liquidado
           PERFORM 1300-Validar-servicio
           MOVE WSC-TIPO-TASA-AHORRO TO WSV-TIPO-TASA
           PERFORM 1400-Buscar-tasa-vigente
           IF TASA-NO-HALLADA
               MOVE "Sin tasa AHO vigente (cargarla con PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSC-TIPO-TASA-AHORRO TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-TASA-VIGENTE TO WSV-TASA-AHORRO
           MOVE WSV-TASA-AHORRO TO WSV-TASA-EDIT
           DISPLAY "Tasa de caja de ahorro: " WSV-TASA-EDIT
                   " % mensual (vigente desde " WSV-VIG-HALLADA ")"
           MOVE WSC-TIPO-TASA-RETENCION TO WSV-TIPO-TASA
           PERFORM 1400-Buscar-tasa-vigente
           MOVE WSV-TASA-VIGENTE TO WSV-TASA-RETENCION
           IF TASA-HALLADA
               MOVE WSV-TASA-RETENCION TO WSV-TASA-EDIT
               DISPLAY "Retencion sobre el interes: " WSV-TASA-EDIT
                       " % (vigente desde " WSV-VIG-HALLADA ")"
           ELSE
               DISPLAY "Sin tasa RET vigente: no se retiene"
           END-IF
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
      *El listado del mes es la marca de liquidado: si ya existe, el
      *mes no se vuelve a pagar.
       1200-Controlar-mes-liquidado.
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "INT_AHORRO." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           OPEN INPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO = "00"
               CLOSE SALIDA-LISTADO
               MOVE "El mes ya fue liquidado (existe el listado)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REPET" TO WSV-ANULADO-CODIGO
               MOVE "INT_AHORRO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *El credito viaja como un servicio mas: el codigo tiene que
      *estar en el catalogo para que ProgApareo lo acepte.
       1300-Validar-servicio.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSV-COD-SERV-AHORRO TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Servicio inexistente en el catalogo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-COD-SERV-AHORRO TO WSV-ANULADO-CODIGO
               MOVE "SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Fila WSV-TIPO-TASA de TASAS.TXT con la fecha de vigencia mas
      *alta que no supere el ultimo dia del mes.
       1400-Buscar-tasa-vigente.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-VIGENTE
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS NOT = "00"
               DISPLAY "**** No hay TASAS.TXT (corra PGENTASA)"
           ELSE
               PERFORM 7030-Leer-tasa
               PERFORM 1410-Evaluar-tasa UNTIL FS-TASAS NOT = "00"
               CLOSE ARCH-TASAS
           END-IF
           .
       1410-Evaluar-tasa.
           IF (REG-TAS-TIPO = WSV-TIPO-TASA)
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-FIN-MES)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-VIGENTE
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7030-Leer-tasa
           .
      *.......................... Proceso ..............................
      *El operador ingresa las fechas de los CUEN_ACT archivados del
      *mes (y el ultimo del mes anterior, que da la apertura); 0
      *termina la carga. Despues se arma la caja de cada cliente y
      *se liquida cada cuenta.
       5000-Proceso.
           PERFORM 5100-Pedir-fecha-archivo
           PERFORM 5200-Procesar-archivo
               UNTIL WSV-FECHA-ARCHIVO = ZERO
           IF WSV-CANT-CUENTAS = ZERO
               MOVE "Ninguna caja de ahorro en los CUEN_ACT indicados"
                   TO WSV-ANULADO-DESCRIP
               MOVE "VACIO" TO WSV-ANULADO-CODIGO
               MOVE "CUEN_ACT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5300-Cargar-cajas
           PERFORM 7000-Abrir-listado
           PERFORM 5400-Liquidar-cuenta
               VARYING WSV-IDX-CTA FROM 1 BY 1
               UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
           PERFORM 5800-Cerrar-listado
           PERFORM 7400-Grabar-servicios
           PERFORM 7500-Emitir-asientos
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
      *El saldo de la caja de ahorro en el archivo rige desde su
      *fecha: un archivo del mes marca ese dia; uno anterior al mes
      *queda como apertura si es el mas reciente visto.
       5210-Tomar-saldo.
           ADD 1 TO CTRL-CANT-REGISTROS
           IF CTA-BANC-PRODUCTO = WSC-PRODUCTO-AHORRO
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
               END-IF
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
      *    Sucursal y moneda quedan las del ultimo archivo leido.
           IF SUCURSAL-CUEN-ACT IS NUMERIC
               MOVE SUCURSAL-CUEN-ACT
                   TO WST-CTA-SUCURSAL(WSV-IDX-CTA-HALLADA)
           END-IF
           MOVE MONEDA-CUEN-ACT TO WST-CTA-MONEDA(WSV-IDX-CTA-HALLADA)
           .
       5221-Comparar-cuenta.
           IF (WST-CTA-NRO-CLIE(WSV-IDX-CTA) = NRO-CLIE-CUEN-ACT)
                   AND (WST-CTA-NRO-CTA(WSV-IDX-CTA) = WSV-CTA-LEIDA)
               MOVE WSV-IDX-CTA TO WSV-IDX-CTA-HALLADA
           END-IF
           .
      *Saldo de caja de cada cliente: arranca con el de
      *SALDOS_CLIENTES (el cliente sin movimientos no cambio); el
      *diario, en orden cronologico, lo corrige: el ultimo
      *movimiento anterior al mes da la apertura, los del mes marcan
      *el saldo al cierre de su dia y, si el primer movimiento
      *conocido es del mes o posterior, la apertura es el saldo
      *antes de ese movimiento.
       5300-Cargar-cajas.
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS = "00"
               PERFORM 7040-Leer-saldo
               PERFORM 5310-Pasar-saldo UNTIL FS-SALDOS NOT = "00"
               CLOSE ARCH-SALDOS
           END-IF
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS = "00"
               PERFORM 7050-Leer-movimiento
               PERFORM 5320-Pasar-movimiento
                   UNTIL FS-MOVIMIENTOS NOT = "00"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           .
       5310-Pasar-saldo.
           MOVE SALDO-SUCURSAL TO WSV-SUC-BUSCADA
           MOVE SALDO-NRO-CLIE TO WSV-CLIE-BUSCADO
           PERFORM 5330-Buscar-caja
           MOVE SALDO-MONTO TO WST-CAJ-APERTURA(WSV-IDX-CAJ-HALLADA)
           PERFORM 7040-Leer-saldo
           .
       5320-Pasar-movimiento.
           ADD 1 TO CTRL-CANT-MOVIMIENTOS
           MOVE MOV-SUCURSAL TO WSV-SUC-BUSCADA
           MOVE MOV-NRO-CLIE TO WSV-CLIE-BUSCADO
           PERFORM 5330-Buscar-caja
           IF MOV-FECHA < WSV-FECHA-INICIO-MES
               MOVE MOV-SALDO-DESPUES
                   TO WST-CAJ-APERTURA(WSV-IDX-CAJ-HALLADA)
               MOVE "S" TO WST-CAJ-VISTO(WSV-IDX-CAJ-HALLADA)
           ELSE
               IF WST-CAJ-VISTO(WSV-IDX-CAJ-HALLADA) NOT = "S"
                   PERFORM 5325-Saldo-antes-del-movimiento
                   MOVE "S" TO WST-CAJ-VISTO(WSV-IDX-CAJ-HALLADA)
               END-IF
               IF MOV-FECHA <= WSV-FECHA-FIN-MES
                   MOVE MOV-FECHA (7:2) TO WSV-DIA
                   MOVE MOV-SALDO-DESPUES TO
                       WST-CAJ-SALDO-DIA(WSV-IDX-CAJ-HALLADA, WSV-DIA)
                   MOVE "S" TO
                       WST-CAJ-MARCA-DIA(WSV-IDX-CAJ-HALLADA, WSV-DIA)
               END-IF
           END-IF
           PERFORM 7050-Leer-movimiento
           .
      *Deshace el movimiento sobre su saldo posterior: depositos,
      *cheques depositados e ingresos por transferencia sumaron,
      *retiros, envios, cheques rechazados y sus cargos restaron;
      *un reverso se toma por su saldo posterior.
       5325-Saldo-antes-del-movimiento.
           EVALUATE MOV-TIPO
               WHEN "D"
               WHEN "I"
               WHEN "C"
                   COMPUTE WST-CAJ-APERTURA(WSV-IDX-CAJ-HALLADA) =
                           MOV-SALDO-DESPUES - MOV-MONTO
               WHEN "R"
               WHEN "E"
               WHEN "B"
               WHEN "G"
                   COMPUTE WST-CAJ-APERTURA(WSV-IDX-CAJ-HALLADA) =
                           MOV-SALDO-DESPUES + MOV-MONTO
               WHEN OTHER
                   MOVE MOV-SALDO-DESPUES
                       TO WST-CAJ-APERTURA(WSV-IDX-CAJ-HALLADA)
           END-EVALUATE
           .
       5330-Buscar-caja.
           MOVE ZERO TO WSV-IDX-CAJ-HALLADA
           PERFORM 5331-Comparar-caja
               VARYING WSV-IDX-CAJ FROM 1 BY 1
               UNTIL (WSV-IDX-CAJ > WSV-CANT-CAJAS)
               OR (WSV-IDX-CAJ-HALLADA > ZERO)
           IF WSV-IDX-CAJ-HALLADA = ZERO
               IF WSV-CANT-CAJAS >= 500
                   MOVE "WST-CAJAS llena (500 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CAJAS
               MOVE WSV-CANT-CAJAS TO WSV-IDX-CAJ-HALLADA
               INITIALIZE WST-CAJ-DET(WSV-IDX-CAJ-HALLADA)
               MOVE WSV-SUC-BUSCADA
                   TO WST-CAJ-SUCURSAL(WSV-IDX-CAJ-HALLADA)
               MOVE WSV-CLIE-BUSCADO
                   TO WST-CAJ-NRO-CLIE(WSV-IDX-CAJ-HALLADA)
           END-IF
           .
       5331-Comparar-caja.
           IF (WST-CAJ-SUCURSAL(WSV-IDX-CAJ) = WSV-SUC-BUSCADA)
                   AND (WST-CAJ-NRO-CLIE(WSV-IDX-CAJ)
                       = WSV-CLIE-BUSCADO)
               MOVE WSV-IDX-CAJ TO WSV-IDX-CAJ-HALLADA
           END-IF
           .
      *Suma el saldo de cada dia del mes (cuenta mas caja si es la
      *cuenta 01, cero si da negativo), saca el promedio y liquida
      *interes, retencion y neto.
       5400-Liquidar-cuenta.
           MOVE WST-CTA-APERTURA(WSV-IDX-CTA) TO WSV-SALDO-CORRIENTE
           MOVE ZERO TO WST-CTA-SUMA(WSV-IDX-CTA)
           PERFORM 5405-Abrir-cajas-del-cliente
               VARYING WSV-IDX-CAJ FROM 1 BY 1
               UNTIL WSV-IDX-CAJ > WSV-CANT-CAJAS
           PERFORM 5410-Sumar-dia
               VARYING WSV-DIA FROM 1 BY 1
               UNTIL WSV-DIA > WSV-DIAS-MES
           COMPUTE WST-CTA-PROMEDIO(WSV-IDX-CTA) ROUNDED =
                   WST-CTA-SUMA(WSV-IDX-CTA) / WSV-DIAS-MES
           COMPUTE WST-CTA-INTERES(WSV-IDX-CTA) ROUNDED =
                   WST-CTA-PROMEDIO(WSV-IDX-CTA) * WSV-TASA-AHORRO
                   / 100
           COMPUTE WST-CTA-RETENCION(WSV-IDX-CTA) ROUNDED =
                   WST-CTA-INTERES(WSV-IDX-CTA) * WSV-TASA-RETENCION
                   / 100
           COMPUTE WST-CTA-NETO(WSV-IDX-CTA) =
                   WST-CTA-INTERES(WSV-IDX-CTA)
                   - WST-CTA-RETENCION(WSV-IDX-CTA)
           EVALUATE TRUE
               WHEN WST-CTA-NETO(WSV-IDX-CTA) = ZERO
                   MOVE "SIN INTERES" TO WSV-MOTIVO
                   ADD 1 TO CTRL-CANT-SIN-INTERES
               WHEN WST-CTA-NETO(WSV-IDX-CTA) > WSC-TOPE-MONTO
      *            No entra en el monto de SERVICIOS: se acredita a
      *            mano por la caja.
                   MOVE "EXCEDE SERVICIOS" TO WSV-MOTIVO
                   ADD 1 TO CTRL-CANT-EXCEDIDAS
               WHEN OTHER
                   MOVE "ACREDITADO" TO WSV-MOTIVO
                   PERFORM 5500-Acreditar-cuenta
           END-EVALUATE
           PERFORM 5790-Linea-de-cuenta
           .
      *Deja en cada caja del cliente (solo para la cuenta 01) su
      *saldo de apertura como saldo corriente.
       5405-Abrir-cajas-del-cliente.
           MOVE WST-CAJ-APERTURA(WSV-IDX-CAJ)
               TO WST-CAJ-SALDO-CORR(WSV-IDX-CAJ)
           .
       5410-Sumar-dia.
           IF WST-CTA-MARCA-DIA(WSV-IDX-CTA, WSV-DIA) = "S"
               MOVE WST-CTA-SALDO-DIA(WSV-IDX-CTA, WSV-DIA)
                   TO WSV-SALDO-CORRIENTE
           END-IF
           MOVE ZERO TO WSV-SALDO-CAJA
           IF WST-CTA-NRO-CTA(WSV-IDX-CTA) = 01
               PERFORM 5420-Sumar-caja
                   VARYING WSV-IDX-CAJ FROM 1 BY 1
                   UNTIL WSV-IDX-CAJ > WSV-CANT-CAJAS
           END-IF
           COMPUTE WSV-SALDO-DIA = WSV-SALDO-CORRIENTE + WSV-SALDO-CAJA
           IF WSV-SALDO-DIA > ZERO
               ADD WSV-SALDO-DIA TO WST-CTA-SUMA(WSV-IDX-CTA)
           END-IF
           .
       5420-Sumar-caja.
           IF WST-CAJ-NRO-CLIE(WSV-IDX-CAJ)
                   = WST-CTA-NRO-CLIE(WSV-IDX-CTA)
               IF WST-CAJ-MARCA-DIA(WSV-IDX-CAJ, WSV-DIA) = "S"
                   MOVE WST-CAJ-SALDO-DIA(WSV-IDX-CAJ, WSV-DIA)
                       TO WST-CAJ-SALDO-CORR(WSV-IDX-CAJ)
               END-IF
               ADD WST-CAJ-SALDO-CORR(WSV-IDX-CAJ) TO WSV-SALDO-CAJA
           END-IF
           .
      *Linea de credito del neto y asientos de la cuenta.
       5500-Acreditar-cuenta.
           INITIALIZE WSV-LINEA-SERV
           MOVE WST-CTA-NRO-CLIE(WSV-IDX-CTA) TO WSV-SRV-NRO-CLIE
           MOVE WSV-COD-SERV-AHORRO TO WSV-SRV-COD-SERV
           MOVE WST-CTA-NETO(WSV-IDX-CTA) TO WSV-SRV-MONTO
           MOVE WST-CTA-MONEDA(WSV-IDX-CTA) TO WSV-SRV-MONEDA
           MOVE WSV-FECHA-SERVICIO TO WSV-SRV-FECHA
           MOVE "C" TO WSV-SRV-TIPO-MOVIM
           MOVE SPACES TO WSV-SRV-PROVEEDOR
           MOVE WST-CTA-NRO-CTA(WSV-IDX-CTA) TO WSV-SRV-NRO-CTA
           PERFORM 6560-Insertar-linea
           ADD 1 TO CTRL-CANT-ACREDITADAS
           ADD WST-CTA-INTERES(WSV-IDX-CTA) TO CTRL-MONTO-INTERES
           ADD WST-CTA-RETENCION(WSV-IDX-CTA) TO CTRL-MONTO-RETENCION
           ADD WST-CTA-NETO(WSV-IDX-CTA) TO CTRL-MONTO-NETO
           MOVE "INT-AHO" TO WSV-ASI-TIPO
           MOVE WST-CTA-INTERES(WSV-IDX-CTA) TO WSV-ASI-MONTO
           PERFORM 6800-Acumular-asiento
           IF WST-CTA-RETENCION(WSV-IDX-CTA) > ZERO
               MOVE "RET-AHO" TO WSV-ASI-TIPO
               MOVE WST-CTA-RETENCION(WSV-IDX-CTA) TO WSV-ASI-MONTO
               PERFORM 6800-Acumular-asiento
           END-IF
           DISPLAY "Credito de interes: " WSV-LINEA-SERV
           .
       5790-Linea-de-cuenta.
           MOVE WST-CTA-PROMEDIO(WSV-IDX-CTA) TO WSV-PROMEDIO-EDIT
           MOVE WST-CTA-INTERES(WSV-IDX-CTA) TO WSV-INTERES-EDIT
           MOVE WST-CTA-RETENCION(WSV-IDX-CTA) TO WSV-RETENCION-EDIT
           MOVE WST-CTA-NETO(WSV-IDX-CTA) TO WSV-NETO-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-CTA-NRO-CLIE(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-NRO-CTA(WSV-IDX-CTA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CTA-SUCURSAL(WSV-IDX-CTA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CTA-MONEDA(WSV-IDX-CTA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-PROMEDIO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RETENCION-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NETO-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
       5800-Cerrar-listado.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-INTERES TO WSV-INTERES-EDIT
           MOVE CTRL-MONTO-RETENCION TO WSV-RETENCION-EDIT
           MOVE CTRL-MONTO-NETO TO WSV-NETO-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL ACREDITADO: " DELIMITED BY SIZE
                  CTRL-CANT-ACREDITADAS DELIMITED BY SIZE
                  " CUENTAS  INTERES " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  "  RETENCION " DELIMITED BY SIZE
                  WSV-RETENCION-EDIT DELIMITED BY SIZE
                  "  NETO " DELIMITED BY SIZE
                  WSV-NETO-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
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
      *Acumula WSV-ASI-MONTO en la linea WSV-ASI-TIPO de la sucursal
      *y moneda de la cuenta WSV-IDX-CTA.
       6800-Acumular-asiento.
           MOVE ZERO TO WSV-IDX-ASI-HALLADO
           PERFORM 6810-Comparar-asiento
               VARYING WSV-IDX-ASI FROM 1 BY 1
               UNTIL (WSV-IDX-ASI > WSV-CANT-ASIENTOS)
               OR (WSV-IDX-ASI-HALLADO > ZERO)
           IF WSV-IDX-ASI-HALLADO = ZERO
               IF WSV-CANT-ASIENTOS >= 100
                   MOVE "WST-ASIENTOS llena (100 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "ASIENTOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-ASIENTOS
               MOVE WSV-CANT-ASIENTOS TO WSV-IDX-ASI-HALLADO
               INITIALIZE WST-ASI-DET(WSV-IDX-ASI-HALLADO)
               MOVE WSV-ASI-TIPO TO WST-ASI-TIPO(WSV-IDX-ASI-HALLADO)
               MOVE WST-CTA-SUCURSAL(WSV-IDX-CTA)
                   TO WST-ASI-SUCURSAL(WSV-IDX-ASI-HALLADO)
               MOVE WST-CTA-MONEDA(WSV-IDX-CTA)
                   TO WST-ASI-MONEDA(WSV-IDX-ASI-HALLADO)
           END-IF
           ADD 1 TO WST-ASI-CANT(WSV-IDX-ASI-HALLADO)
           ADD WSV-ASI-MONTO TO WST-ASI-MONTO(WSV-IDX-ASI-HALLADO)
           .
       6810-Comparar-asiento.
           IF (WST-ASI-TIPO(WSV-IDX-ASI) = WSV-ASI-TIPO)
                   AND (WST-ASI-SUCURSAL(WSV-IDX-ASI)
                       = WST-CTA-SUCURSAL(WSV-IDX-CTA))
                   AND (WST-ASI-MONEDA(WSV-IDX-ASI)
                       = WST-CTA-MONEDA(WSV-IDX-CTA))
               MOVE WSV-IDX-ASI TO WSV-IDX-ASI-HALLADO
           END-IF
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
           MOVE WSV-TASA-AHORRO TO WSV-TASA-EDIT
           STRING "INTERESES DE CAJA DE AHORRO DEL MES " DELIMITED
                      BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  "  TASA " DELIMITED BY SIZE
                  WSV-TASA-EDIT DELIMITED BY SIZE
                  " %  DIAS " DELIMITED BY SIZE
                  WSV-DIAS-MES DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE "CLI CT SUC MON   PROMEDIO    INTERES  RETENCION"
               TO WSV-LINEA-ARMADA
           MOVE "NETO  RESULTADO" TO WSV-LINEA-ARMADA(56:15)
           PERFORM 5890-Escribir-linea
           .
       7010-Leer-cuen-act.
           READ ENTRADA-CUEN-ACT
           .
       7030-Leer-tasa.
           READ ARCH-TASAS
           .
       7040-Leer-saldo.
           READ ARCH-SALDOS
           .
       7050-Leer-movimiento.
           READ ARCH-MOVIMIENTOS
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
           MOVE "ProgIntAho" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-SERVICIO TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
           .
      *El archivo de creditos: HEADER y las lineas en orden
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
      *Una linea de asiento por tipo, sucursal y moneda, agregada al
      *final del feed contable; la sucursal viaja en el campo de
      *codigo de servicio, igual que en ProgCajaAsientos.
       7500-Emitir-asientos.
           IF WSV-CANT-ASIENTOS > ZERO
               OPEN EXTEND SALIDA-ASIENTOS
               IF FS-SALIDA-ASIENTOS NOT = "00"
                   OPEN OUTPUT SALIDA-ASIENTOS
               END-IF
               PERFORM 7510-Escribir-asiento
                   VARYING WSV-IDX-ASI FROM 1 BY 1
                   UNTIL WSV-IDX-ASI > WSV-CANT-ASIENTOS
               CLOSE SALIDA-ASIENTOS
           END-IF
           .
       7510-Escribir-asiento.
           INITIALIZE REGISTRO-SALIDA-ASIENTO
           MOVE WSV-FECHA-SERVICIO TO ASI-FECHA
           MOVE WST-ASI-TIPO(WSV-IDX-ASI) TO ASI-TIPO
           MOVE WST-ASI-SUCURSAL(WSV-IDX-ASI) TO ASI-COD-SERV
           MOVE WST-ASI-MONEDA(WSV-IDX-ASI) TO ASI-MONEDA
           MOVE WST-ASI-CANT(WSV-IDX-ASI) TO ASI-CANTIDAD
           MOVE WST-ASI-MONTO(WSV-IDX-ASI) TO ASI-MONTO
           MOVE ZERO TO ASI-CUENTA-GL
           WRITE REGISTRO-SALIDA-ASIENTO
           ADD 1 TO CTRL-CANT-ASIENTOS
           DISPLAY "Asiento de intereses: " REGISTRO-SALIDA-ASIENTO
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
           MOVE "ProgIntAho"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de intereses ----"
           DISPLAY "Mes liquidado:        " WSV-PERIODO
           DISPLAY "Archivos CUEN_ACT:    " CTRL-CANT-ARCHIVOS
           DISPLAY "Registros leidos:     " CTRL-CANT-REGISTROS
           DISPLAY "Movimientos de caja:  " CTRL-CANT-MOVIMIENTOS
           DISPLAY "Cajas de ahorro:      " WSV-CANT-CUENTAS
           DISPLAY "Acreditadas:          " CTRL-CANT-ACREDITADAS
           DISPLAY "Sin interes:          " CTRL-CANT-SIN-INTERES
           DISPLAY "Exceden SERVICIOS:    " CTRL-CANT-EXCEDIDAS
           DISPLAY "Interes:              " CTRL-MONTO-INTERES
           DISPLAY "Retencion:            " CTRL-MONTO-RETENCION
           DISPLAY "Neto acreditado:      " CTRL-MONTO-NETO
           DISPLAY "Lineas de asiento:    " CTRL-CANT-ASIENTOS
           DISPLAY "Listado en:           " WSV-NOMBRE-LISTADO
           DISPLAY "Creditos en:          " WSV-NOMBRE-SALIDA
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
