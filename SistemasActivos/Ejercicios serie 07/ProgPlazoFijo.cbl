      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de plazos fijos
      *    Mantiene PLAZOS_FIJOS.TXT (copybook REG-PLAZOFIJO):
      *    (C)onstituir: da de alta un plazo fijo de un cliente contra
      *    una de sus cuentas de CUENTAS.TXT, a la tasa PFJ de
      *    TASAS.TXT (PGENTASA) vigente ese dia. El vencimiento es el
      *    plazo en dias corridos corrido al proximo dia habil
      *    (DIFHABIL) y el interes, capital x tasa mensual x dias /
      *    3000, queda fijado al constituir. El capital se debita:
      *    - por la caja: sale del saldo de SALDOS_CLIENTES.TXT con
      *      una linea E (envio) en MOVIMIENTOS.TXT cuya referencia
      *      es el numero de plazo fijo; solo pesos enteros en ARS,
      *      como todo el diario de caja;
      *    - por el apareo: entra a PENDIENTES.TXT como lineas de
      *      servicio PFJ debito, que el proximo ciclo cobra de la
      *      cuenta.
      *    (V)encer: en un dia habil, cada plazo vigente que vence
      *    hasta ese dia devenga lo que le falta y, si se pacto la
      *    renovacion, se renueva por capital mas interes en un plazo
      *    nuevo igual, a la tasa PFJ vigente ese dia; si no, capital
      *    mas interes vuelven a la cuenta por la misma via por la que
      *    se debito (linea I en la caja, linea PFJ credito en
      *    PENDIENTES).
      *    (D)evengar: lleva el interes devengado de cada plazo
      *    vigente a una fecha de corte, en proporcion a los dias
      *    corridos.
      *    (A)genda: vencimientos de los proximos 30 dias en
      *    PF_AGENDA.AAAAMMDD.TXT, con totales por moneda.
      *    Cada operacion deja sus lineas en el feed ASIENTOS.TXT por
      *    sucursal y moneda: PF-CONST al constituir (y al renovar),
      *    PF-DEVEN por el interes devengado y PF-PAGO por lo que se
      *    paga o renueva al vencer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgPlazoFijo.
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
      *Maestro de plazos fijos.
           SELECT ARCH-PLAZOS ASSIGN TO "PLAZOS_FIJOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS.
      *Maestro de tasas con vigencia (lo mantiene PGENTASA).
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Maestro de cuentas del apareo: sucursal y moneda de la cuenta
      *contra la que se constituye.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Saldos de caja por sucursal y cliente (CorteCtrlIngresando).
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Servicios adelantados que mezcla la proxima corrida.
           SELECT ARCH-PENDIENTES ASSIGN DYNAMIC WSV-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.
      *Feed contable compartido: las lineas de plazo fijo se agregan
      *detras de lo que dejo la cadena batch.
           SELECT SALIDA-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS.

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
      *Archivo PLAZOS_FIJOS
           FD ARCH-PLAZOS.
               COPY REG-PLAZOFIJO.
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
                   02 MOV-FECHA               PIC 9(08).
                   02 MOV-HORA                PIC 9(08).
                   02 MOV-SUCURSAL            PIC 9(03).
                   02 MOV-NRO-CLIE            PIC 9(03).
                   02 MOV-TIPO                PIC X(01).
                   02 MOV-MONTO               PIC 9(05).
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *
      *PENDIENTES.TXT (mismo layout que SERVICIOS) como lineas
      *enteras.
           FD ARCH-PENDIENTES.
               01 LINEA-PENDIENTE              PIC X(32).
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
      *Sin mapeo propio: ProgMayor resuelve la cuenta con el mapeo
      *general del tipo en PLANCUENTAS.
                   02 ASI-CUENTA-GL            PIC 9(06).
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
               02 FS-PLAZOS                    PIC X(02) VALUE ZEROES.
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-PENDIENTES                PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS           PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INFORME            PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-OPCION                       PIC X(01).
               88 OPCION-CONSTITUIR            VALUE "C".
               88 OPCION-VENCER                VALUE "V".
               88 OPCION-DEVENGAR              VALUE "D".
               88 OPCION-AGENDA                VALUE "A".

      *Dia que se vence o fecha de corte del devengamiento.
           01 WSV-FECHA-PROCESO                PIC 9(08) VALUE ZERO.
      *Fecha con la que salen las lineas de ASIENTOS.
           01 WSV-FECHA-ASIENTO                PIC 9(08) VALUE ZERO.

      *Sesion del operador (RSIGNON) que constituye o vence.
           COPY TAB-SIGNON.
      *Pedido a la rutina DIFHABIL (vencimiento en dia habil).
           COPY TAB-DIFHAB.
      *Pedido a la rutina DIFFECHA (dias corridos entre dos fechas).
           COPY TAB-DIFDIA.

      *Fecha AAAAMMDD partida para armar los pedidos a las rutinas.
           01 WSV-FECHA-CALC                   PIC 9(08).
           01 WSV-FECHA-CALC-R REDEFINES WSV-FECHA-CALC.
               02 WSV-CALC-ANIO                PIC 9(04).
               02 WSV-CALC-MES                 PIC 9(02).
               02 WSV-CALC-DIA                 PIC 9(02).
           01 WSV-FECHA-HASTA-CALC             PIC 9(08).
           01 WSV-DIAS-CALC                    PIC S9(07).

      *Tasa PFJ vigente (mensual %) a WSV-FECHA-TASA.
           01 WSV-FECHA-TASA                   PIC 9(08) VALUE ZERO.
           01 WSV-TASA-VIGENTE                 PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA                         PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".

      *PLAZOS_FIJOS.TXT en memoria (mismo layout que REG-PLAZOFIJO).
           01 WST-PLAZOS.
               02 WST-PF-DET                OCCURS 2000 TIMES.
                   03 WST-PF-NRO            PIC 9(06).
                   03 WST-PF-NRO-CLIE       PIC 9(03).
                   03 WST-PF-NRO-CTA        PIC 9(02).
                   03 WST-PF-SUCURSAL       PIC 9(03).
                   03 WST-PF-MONEDA         PIC X(03).
                   03 WST-PF-VIA            PIC X(01).
                   03 WST-PF-CAPITAL        PIC 9(07)V99.
                   03 WST-PF-TASA           PIC 9(02)V99.
                   03 WST-PF-PLAZO          PIC 9(03).
                   03 WST-PF-FECHA-CONST    PIC 9(08).
                   03 WST-PF-FECHA-VTO      PIC 9(08).
                   03 WST-PF-DIAS           PIC 9(03).
                   03 WST-PF-INTERES        PIC 9(07)V99.
                   03 WST-PF-DEVENGADO      PIC 9(07)V99.
                   03 WST-PF-RENUEVA        PIC X(01).
                   03 WST-PF-ESTADO         PIC X(01).
                   03 WST-PF-NRO-ORIGEN     PIC 9(06).
                   03 WST-PF-FECHA-CIERRE   PIC 9(08).
                   03 WST-PF-OPERADOR       PIC 9(03).
           01 WSV-CANT-PLAZOS                  PIC 9(04) VALUE ZERO.
           01 WSV-CANT-ORIGINAL                PIC 9(04) VALUE ZERO.
           01 WSV-IDX-PF                       PIC 9(04).
           01 WSV-IDX-NUEVO                    PIC 9(04).
           01 WSV-IDX-GRABAR                   PIC 9(04).
           01 WSV-ULTIMO-NRO                   PIC 9(06) VALUE ZERO.

      *Datos del plazo fijo que se da de alta (constitucion o
      *renovacion).
           01 WSV-NUEVO.
               02 WSV-NUE-NRO-CLIE             PIC 9(03).
               02 WSV-NUE-NRO-CTA              PIC 9(02).
               02 WSV-NUE-SUCURSAL             PIC 9(03).
               02 WSV-NUE-MONEDA               PIC X(03).
               02 WSV-NUE-VIA                  PIC X(01).
                   88 NUE-VIA-CAJA             VALUE "C".
                   88 NUE-VIA-APAREO           VALUE "A".
               02 WSV-NUE-CAPITAL              PIC 9(07)V99.
               02 WSV-NUE-PLAZO                PIC 9(03).
               02 WSV-NUE-RENUEVA              PIC X(01).
                   88 NUE-SI-RENUEVA           VALUE "S".
                   88 NUE-NO-RENUEVA           VALUE "N".
               02 WSV-NUE-NRO-ORIGEN           PIC 9(06).
               02 WSV-NUE-FECHA                PIC 9(08).
           01 WSV-INTERES-PESOS                PIC 9(07).
           01 WSV-CAPITAL-PESOS                PIC 9(07).
      *Plazo minimo y maximo que se acepta al constituir.
           01 WSC-PLAZO-MINIMO                 PIC 9(03) VALUE 030.
           01 WSC-PLAZO-MAXIMO                 PIC 9(03) VALUE 365.
      *Tope del diario de caja (MOV-MONTO y SALDO-MONTO son 9(05)).
           01 WSC-TOPE-CAJA                    PIC 9(07) VALUE 99999.

      *Cuenta hallada en CUENTAS.
           77 WSS-CUENTA                       PIC X(01) VALUE "N".
               88 CUENTA-HALLADA               VALUE "S".
               88 CUENTA-NO-HALLADA            VALUE "N".
           01 WSV-CTA-LEIDA                    PIC 9(02).

      *SALDOS_CLIENTES.TXT en memoria, regrabado entero si la caja
      *se movio.
           01 WST-SALDOS.
               02 WST-SALDO-DET             OCCURS 200 TIMES.
                   03 WST-SALDO-SUCURSAL    PIC 9(03).
                   03 WST-SALDO-NRO-CLIE    PIC 9(03).
                   03 WST-SALDO-MONTO       PIC 9(05).
           01 WSV-CANT-SALDOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SALDO                    PIC 9(03).
           01 WSV-IDX-SALDO-HALLADO            PIC 9(03).
           01 WSV-SUC-BUSCADA                  PIC 9(03).
           01 WSV-CLIE-BUSCADO                 PIC 9(03).
           77 WSS-SALDOS-CARGADOS              PIC X(01) VALUE "N".
               88 SALDOS-CARGADOS              VALUE "S".
           77 WSS-SALDOS-TOCADOS               PIC X(01) VALUE "N".
               88 SALDOS-TOCADOS               VALUE "S".
           01 WSV-MOV-TIPO                     PIC X(01).
           01 WSV-MOV-MONTO                    PIC 9(07).

      *PENDIENTES.TXT en memoria, donde se insertan en su lugar
      *(orden cliente+cuenta, el que espera la mezcla del apareo)
      *las lineas PFJ.
           01 WST-PENDIENTES.
               02 WST-PEN-LINEA                PIC X(32)
                   OCCURS 999 TIMES.
           01 WSV-CANT-PENDIENTES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PEN                      PIC 9(04).
           01 WSV-IDX-MOVER                    PIC 9(04).
           01 WSV-LINEA-AUX                    PIC X(32).
           01 WSV-CLAVE-NUEVA                  PIC 9(05).
           01 WSV-CLAVE-TABLA                  PIC 9(05).
           01 WSV-CLIE-CLAVE                   PIC 9(03).
           01 WSV-CTA-CLAVE                    PIC 9(02).
           01 WSV-RESTO-CARGO                  PIC 9(07)V99.
           77 WSS-POSICION                     PIC X(01) VALUE "N".
               88 POSICION-HALLADA             VALUE "S".
               88 POSICION-NO-HALLADA          VALUE "N".
           77 WSS-PENDIENTES-CARGADOS          PIC X(01) VALUE "N".
               88 PENDIENTES-CARGADOS          VALUE "S".
           77 WSS-PENDIENTES-TOCADOS           PIC X(01) VALUE "N".
               88 PENDIENTES-TOCADOS           VALUE "S".
      *La linea PFJ en el layout de SERVICIOS.
           01 WSV-LINEA-PFJ.
               02 WSV-PFJ-NRO-CLIE             PIC 9(03).
               02 WSV-PFJ-COD-SERV             PIC X(03) VALUE "PFJ".
               02 WSV-PFJ-MONTO                PIC 999V99.
               02 WSV-PFJ-MONEDA               PIC X(03).
               02 WSV-PFJ-FECHA                PIC 9(08).
               02 WSV-PFJ-TIPO-MOVIM           PIC X(01).
               02 WSV-PFJ-NRO-CUOTA            PIC 9(02) VALUE ZERO.
               02 WSV-PFJ-TOT-CUOTAS           PIC 9(02) VALUE ZERO.
               02 WSV-PFJ-PROVEEDOR            PIC X(03) VALUE SPACES.
               02 WSV-PFJ-NRO-CTA              PIC 9(02).

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
           01 WSV-ASI-SUCURSAL                 PIC 9(03).
           01 WSV-ASI-MONEDA                   PIC X(03).
           01 WSV-ASI-MONTO                    PIC 9(09)V99.

      *Devengamiento y pago.
           01 WSV-DIAS-CORRIDOS                PIC 9(03).
           01 WSV-DEVENGADO-A-FECHA            PIC 9(07)V99.
           01 WSV-DEVENGAR                     PIC 9(07)V99.
           01 WSV-PAGO                         PIC 9(07)V99.
           01 WSV-CANT-VENCEN                  PIC 9(04) VALUE ZERO.
           01 WSV-CANT-RENUEVAN                PIC 9(04) VALUE ZERO.
           01 WSV-CANT-CAJA                    PIC 9(04) VALUE ZERO.
           01 WSV-CANT-APAREO                  PIC 9(04) VALUE ZERO.

      *Agenda: plazos que vencen en los proximos 30 dias, ordenados
      *por fecha de vencimiento.
           01 WST-AGENDA.
               02 WST-AGE-DET               OCCURS 2000 TIMES.
                   03 WST-AGE-IDX-PF        PIC 9(04).
                   03 WST-AGE-DIAS          PIC 9(03).
           01 WSV-CANT-AGENDA                  PIC 9(04) VALUE ZERO.
           01 WSV-IDX-AGE                      PIC 9(04).
           01 WSV-IDX-AGE-MOVER                PIC 9(04).
           01 WSC-DIAS-AGENDA                  PIC 9(03) VALUE 030.
           01 WSV-CANT-VENCIDOS                PIC 9(04) VALUE ZERO.
      *Totales de la agenda por moneda.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 10 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-CANT          PIC 9(04).
                   03 WST-MON-CAPITAL       PIC 9(09)V99.
                   03 WST-MON-INTERES       PIC 9(09)V99.
           01 WSV-CANT-MONEDAS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(02).
           01 WSV-IDX-MON-HALLADA              PIC 9(02).

      *Campos editados para pantalla y agenda.
           01 WSV-CAPITAL-EDIT                 PIC ZZZZZZZZ9.99.
           01 WSV-INTERES-EDIT                 PIC ZZZZZZZZ9.99.
           01 WSV-TOTAL-EDIT                   PIC ZZZZZZZZ9.99.
           01 WSV-TASA-EDIT                    PIC Z9.99.
           01 WSV-TOTAL-AUX                    PIC 9(09)V99.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CONSTITUIDOS       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RENOVADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PAGADOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-PAGAR          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DEVENGADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LINEAS-PFJ         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOVS-CAJA          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ASIENTOS           PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-PENDIENTES            PIC X(40).
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
           DISPLAY "(C)onstituir, (V)encer, (D)evengar, (A)genda de "
                   "vencimientos: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-CONSTITUIR OR OPCION-VENCER
                   OR OPCION-DEVENGAR OR OPCION-AGENDA)
               MOVE "Opcion invalida, se espera C, V, D o A"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF OPCION-CONSTITUIR OR OPCION-VENCER
               PERFORM 1100-Identificar-operador
           END-IF
           MOVE "PENDIENTES.TXT" TO WSV-NOMBRE-PENDIENTES
           INITIALIZE WST-ASIENTOS
           MOVE ZERO TO WSV-CANT-ASIENTOS
           .
      *Constituir y vencer mueven plata de la cuenta: el legajo
      *queda en el plazo fijo y en los movimientos de caja.
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
               WHEN OPCION-CONSTITUIR
                   PERFORM 5100-Constituir
               WHEN OPCION-VENCER
                   PERFORM 5200-Vencer
               WHEN OPCION-DEVENGAR
                   PERFORM 5300-Devengar
               WHEN OPCION-AGENDA
                   PERFORM 5400-Agenda
           END-EVALUATE
           .
      *----------------------- Constitucion ----------------------------
       5100-Constituir.
           PERFORM 5110-Pedir-datos
           PERFORM 5120-Buscar-cuenta
           IF CUENTA-NO-HALLADA
               MOVE "El cliente no tiene esa cuenta en CUENTAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINCT" TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF NUE-VIA-CAJA
               PERFORM 5130-Controlar-caja
           END-IF
           MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-TASA
           PERFORM 6100-Buscar-tasa-vigente
           IF TASA-NO-HALLADA
               MOVE "Sin tasa PFJ vigente al dia (corra PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINTA" TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6000-Cargar-plazos
           MOVE ZERO TO WSV-NUE-NRO-ORIGEN
           MOVE WSV-FECHA-CORRIDA TO WSV-NUE-FECHA
           PERFORM 6200-Agregar-plazo
           IF NUE-VIA-CAJA
               COMPUTE WSV-TOTAL-AUX = WST-PF-CAPITAL(WSV-IDX-NUEVO)
                       + WST-PF-INTERES(WSV-IDX-NUEVO)
               IF WSV-TOTAL-AUX > WSC-TOPE-CAJA
                   MOVE "Capital mas interes no entra en la caja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TOPE " TO WSV-ANULADO-CODIGO
                   MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           END-IF
           MOVE WSV-IDX-NUEVO TO WSV-IDX-PF
           MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-ASIENTO
           IF NUE-VIA-CAJA
               PERFORM 5140-Debitar-caja
           ELSE
               PERFORM 6500-Cargar-pendientes
               MOVE "D" TO WSV-PFJ-TIPO-MOVIM
               MOVE WST-PF-CAPITAL(WSV-IDX-PF) TO WSV-RESTO-CARGO
               PERFORM 6550-Armar-linea-pfj
                   UNTIL WSV-RESTO-CARGO = ZERO
           END-IF
           MOVE "PF-CONST" TO WSV-ASI-TIPO
           MOVE WST-PF-CAPITAL(WSV-IDX-PF) TO WSV-ASI-MONTO
           PERFORM 6800-Acumular-asiento
           ADD 1 TO CTRL-CANT-CONSTITUIDOS
           PERFORM 5900-Grabar-todo
           PERFORM 5150-Mostrar-constancia
           .
       5110-Pedir-datos.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-NUE-NRO-CLIE
           DISPLAY "Numero de cuenta del cliente (xx, 00 usa la 01): "
           ACCEPT WSV-NUE-NRO-CTA
           IF (WSV-NUE-NRO-CTA NOT NUMERIC) OR (WSV-NUE-NRO-CTA = ZERO)
               MOVE 01 TO WSV-NUE-NRO-CTA
           END-IF
           DISPLAY "Capital (9999999.99): "
           ACCEPT WSV-NUE-CAPITAL
           IF (WSV-NUE-CAPITAL NOT NUMERIC) OR (WSV-NUE-CAPITAL = ZERO)
               MOVE "Capital invalido" TO WSV-ANULADO-DESCRIP
               MOVE "CAPIT" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Plazo en dias corridos (" WSC-PLAZO-MINIMO
                   " a " WSC-PLAZO-MAXIMO "): "
           ACCEPT WSV-NUE-PLAZO
           IF (WSV-NUE-PLAZO NOT NUMERIC)
                   OR (WSV-NUE-PLAZO < WSC-PLAZO-MINIMO)
                   OR (WSV-NUE-PLAZO > WSC-PLAZO-MAXIMO)
               MOVE "Plazo fuera del rango que se acepta"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PLAZO" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Renovacion automatica al vencer (S/N): "
           ACCEPT WSV-NUE-RENUEVA
           IF NOT NUE-SI-RENUEVA
               SET NUE-NO-RENUEVA TO TRUE
           END-IF
           DISPLAY "Debitar por (C)aja o por el (A)pareo: "
           ACCEPT WSV-NUE-VIA
           IF NOT (NUE-VIA-CAJA OR NUE-VIA-APAREO)
               MOVE "Via invalida, se espera C o A"
                   TO WSV-ANULADO-DESCRIP
               MOVE "VIA  " TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF NUE-VIA-APAREO
               DISPLAY "Archivo de pendientes "
                       "(PENDIENTES.TXT si no quiere): "
               ACCEPT WSV-NOMBRE-PENDIENTES
               IF WSV-NOMBRE-PENDIENTES = SPACES
                   MOVE "PENDIENTES.TXT" TO WSV-NOMBRE-PENDIENTES
               END-IF
           END-IF
           .
      *La cuenta del cliente en CUENTAS da la sucursal y la moneda
      *del plazo fijo.
       5120-Buscar-cuenta.
           SET CUENTA-NO-HALLADA TO TRUE
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-cuenta
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
               PERFORM 7030-Leer-cuenta
           END-IF
           .
      *La caja solo maneja pesos enteros: el capital tiene que ser
      *ARS sin centavos, entrar en el diario y estar en el saldo del
      *cliente en su sucursal.
       5130-Controlar-caja.
           MOVE WSV-NUE-CAPITAL TO WSV-CAPITAL-PESOS
           IF (WSV-NUE-MONEDA NOT = "ARS")
                   OR (WSV-CAPITAL-PESOS NOT = WSV-NUE-CAPITAL)
                   OR (WSV-CAPITAL-PESOS > WSC-TOPE-CAJA)
               MOVE "Por caja solo pesos enteros en ARS hasta 99999"
                   TO WSV-ANULADO-DESCRIP
               MOVE "CAJA " TO WSV-ANULADO-CODIGO
               MOVE "MOVIMIENTOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6400-Cargar-saldos
           MOVE WSV-NUE-SUCURSAL TO WSV-SUC-BUSCADA
           MOVE WSV-NUE-NRO-CLIE TO WSV-CLIE-BUSCADO
           PERFORM 6410-Buscar-saldo
           IF WSV-IDX-SALDO-HALLADO = ZERO
               MOVE "El cliente no tiene saldo de caja en la sucursal"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINSA" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO) < WSV-CAPITAL-PESOS
               MOVE "Saldo de caja insuficiente para el capital"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SALDO" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *El capital sale del saldo de caja como un envio (E) cuya
      *referencia es el numero de plazo fijo.
       5140-Debitar-caja.
           MOVE WST-PF-CAPITAL(WSV-IDX-PF) TO WSV-MOV-MONTO
           SUBTRACT WSV-MOV-MONTO
               FROM WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
           SET SALDOS-TOCADOS TO TRUE
           MOVE "E" TO WSV-MOV-TIPO
           PERFORM 6450-Registrar-movimiento
           .
       5150-Mostrar-constancia.
           DISPLAY " "
           DISPLAY "Plazo fijo constituido numero "
                   WST-PF-NRO(WSV-IDX-PF)
           MOVE WST-PF-CAPITAL(WSV-IDX-PF) TO WSV-CAPITAL-EDIT
           MOVE WST-PF-INTERES(WSV-IDX-PF) TO WSV-INTERES-EDIT
           MOVE WST-PF-TASA(WSV-IDX-PF) TO WSV-TASA-EDIT
           DISPLAY "Cliente " WST-PF-NRO-CLIE(WSV-IDX-PF) " cuenta "
                   WST-PF-NRO-CTA(WSV-IDX-PF) " sucursal "
                   WST-PF-SUCURSAL(WSV-IDX-PF) " "
                   WST-PF-MONEDA(WSV-IDX-PF)
           DISPLAY "Capital " WSV-CAPITAL-EDIT " tasa mensual "
                   WSV-TASA-EDIT " %"
           DISPLAY "Vence " WST-PF-FECHA-VTO(WSV-IDX-PF) " ("
                   WST-PF-DIAS(WSV-IDX-PF) " dias), interes "
                   WSV-INTERES-EDIT
           IF WST-PF-RENUEVA(WSV-IDX-PF) = "S"
               DISPLAY "Se renueva automaticamente al vencer"
           END-IF
           .
      *------------------------ Vencimiento ----------------------------
       5200-Vencer.
           PERFORM 5210-Pedir-dia
           PERFORM 6000-Cargar-plazos
           MOVE ZERO TO WSV-CANT-VENCEN
           MOVE ZERO TO WSV-CANT-RENUEVAN
           MOVE ZERO TO WSV-CANT-CAJA
           MOVE ZERO TO WSV-CANT-APAREO
           PERFORM 5220-Contar-vencidos
               VARYING WSV-IDX-PF FROM 1 BY 1
               UNTIL WSV-IDX-PF > WSV-CANT-PLAZOS
           IF WSV-CANT-VENCEN = ZERO
               DISPLAY "**** No vence ningun plazo fijo al "
                       WSV-FECHA-PROCESO
           ELSE
               IF WSV-CANT-RENUEVAN > ZERO
                   MOVE WSV-FECHA-PROCESO TO WSV-FECHA-TASA
                   PERFORM 6100-Buscar-tasa-vigente
                   IF TASA-NO-HALLADA
                       MOVE "Sin tasa PFJ vigente para renovar"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "SINTA" TO WSV-ANULADO-CODIGO
                       MOVE "TASAS" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
               END-IF
               IF WSV-CANT-CAJA > ZERO
                   PERFORM 6400-Cargar-saldos
               END-IF
               IF WSV-CANT-APAREO > ZERO
                   PERFORM 6500-Cargar-pendientes
               END-IF
               MOVE WSV-FECHA-PROCESO TO WSV-FECHA-ASIENTO
               MOVE WSV-CANT-PLAZOS TO WSV-CANT-ORIGINAL
               PERFORM 5230-Vencer-plazo
                   VARYING WSV-IDX-PF FROM 1 BY 1
                   UNTIL WSV-IDX-PF > WSV-CANT-ORIGINAL
               PERFORM 5900-Grabar-todo
           END-IF
           .
      *Solo se vence en dia habil (los vencimientos ya caen en uno)
      *y nunca a una fecha futura.
       5210-Pedir-dia.
           DISPLAY "Dia a vencer (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-PROCESO
           IF (WSV-FECHA-PROCESO NOT NUMERIC)
                   OR (WSV-FECHA-PROCESO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-PROCESO
           END-IF
           IF WSV-FECHA-PROCESO > WSV-FECHA-CORRIDA
               MOVE "No se vence a una fecha futura"
                   TO WSV-ANULADO-DESCRIP
               MOVE "FUTUR" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-CALC
           SET HAB-MODO-PROXIMO TO TRUE
           MOVE WSV-CALC-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CALC-MES  TO HAB-MES-DESDE
           MOVE WSV-CALC-ANIO TO HAB-ANIO-DESDE
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           IF (HAB-DIA-RESULT NOT = WSV-CALC-DIA)
                   OR (HAB-MES-RESULT NOT = WSV-CALC-MES)
                   OR (HAB-ANIO-RESULT NOT = WSV-CALC-ANIO)
               MOVE "El dia no es habil, los plazos no vencen en el"
                   TO WSV-ANULADO-DESCRIP
               MOVE "NOHAB" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       5220-Contar-vencidos.
           IF (WST-PF-ESTADO(WSV-IDX-PF) = "V")
                   AND (WST-PF-FECHA-VTO(WSV-IDX-PF)
                       <= WSV-FECHA-PROCESO)
               ADD 1 TO WSV-CANT-VENCEN
               IF WST-PF-RENUEVA(WSV-IDX-PF) = "S"
                   ADD 1 TO WSV-CANT-RENUEVAN
               END-IF
               IF WST-PF-VIA(WSV-IDX-PF) = "C"
                   ADD 1 TO WSV-CANT-CAJA
               ELSE
                   ADD 1 TO WSV-CANT-APAREO
               END-IF
           END-IF
           .
      *Los plazos nuevos de una renovacion quedan detras de
      *WSV-CANT-ORIGINAL y no se vuelven a mirar en esta corrida.
       5230-Vencer-plazo.
           IF (WST-PF-ESTADO(WSV-IDX-PF) = "V")
                   AND (WST-PF-FECHA-VTO(WSV-IDX-PF)
                       <= WSV-FECHA-PROCESO)
               COMPUTE WSV-DEVENGAR = WST-PF-INTERES(WSV-IDX-PF)
                       - WST-PF-DEVENGADO(WSV-IDX-PF)
               PERFORM 6600-Devengar-plazo
               IF WST-PF-RENUEVA(WSV-IDX-PF) = "S"
                   PERFORM 5240-Renovar-plazo
               ELSE
                   PERFORM 5250-Pagar-plazo
               END-IF
           END-IF
           .
      *Renueva por capital mas interes, mismo plazo y via, a la tasa
      *del dia. Si el plazo nuevo de caja ya no entra en el diario
      *(capital mas interes sobre 99999) se paga en vez de renovar.
       5240-Renovar-plazo.
           MOVE WST-PF-NRO-CLIE(WSV-IDX-PF) TO WSV-NUE-NRO-CLIE
           MOVE WST-PF-NRO-CTA(WSV-IDX-PF) TO WSV-NUE-NRO-CTA
           MOVE WST-PF-SUCURSAL(WSV-IDX-PF) TO WSV-NUE-SUCURSAL
           MOVE WST-PF-MONEDA(WSV-IDX-PF) TO WSV-NUE-MONEDA
           MOVE WST-PF-VIA(WSV-IDX-PF) TO WSV-NUE-VIA
           COMPUTE WSV-NUE-CAPITAL = WST-PF-CAPITAL(WSV-IDX-PF)
                   + WST-PF-INTERES(WSV-IDX-PF)
           MOVE WST-PF-PLAZO(WSV-IDX-PF) TO WSV-NUE-PLAZO
           SET NUE-SI-RENUEVA TO TRUE
           MOVE WST-PF-NRO(WSV-IDX-PF) TO WSV-NUE-NRO-ORIGEN
           MOVE WSV-FECHA-PROCESO TO WSV-NUE-FECHA
           PERFORM 6200-Agregar-plazo
           COMPUTE WSV-TOTAL-AUX = WST-PF-CAPITAL(WSV-IDX-NUEVO)
                   + WST-PF-INTERES(WSV-IDX-NUEVO)
           IF NUE-VIA-CAJA AND (WSV-TOTAL-AUX > WSC-TOPE-CAJA)
               SUBTRACT 1 FROM WSV-CANT-PLAZOS
               SUBTRACT 1 FROM WSV-ULTIMO-NRO
               DISPLAY "**** Plazo fijo " WST-PF-NRO(WSV-IDX-PF)
                       " ya no entra en la caja: se paga"
               PERFORM 5250-Pagar-plazo
           ELSE
               MOVE "R" TO WST-PF-ESTADO(WSV-IDX-PF)
               MOVE WSV-FECHA-PROCESO TO WST-PF-FECHA-CIERRE(WSV-IDX-PF)
               MOVE "PF-PAGO" TO WSV-ASI-TIPO
               MOVE WSV-NUE-CAPITAL TO WSV-ASI-MONTO
               PERFORM 6800-Acumular-asiento
               MOVE "PF-CONST" TO WSV-ASI-TIPO
               MOVE WST-PF-CAPITAL(WSV-IDX-NUEVO) TO WSV-ASI-MONTO
               PERFORM 6800-Acumular-asiento
               ADD 1 TO CTRL-CANT-RENOVADOS
               DISPLAY "Renovado " WST-PF-NRO(WSV-IDX-PF) " en "
                       WST-PF-NRO(WSV-IDX-NUEVO) " al "
                       WST-PF-FECHA-VTO(WSV-IDX-NUEVO)
           END-IF
           .
      *Capital mas interes vuelven por la via del debito. En caja,
      *un cliente sin saldo en la sucursal o cuyo saldo no entra en
      *el diario queda vigente para la proxima corrida.
       5250-Pagar-plazo.
           COMPUTE WSV-PAGO = WST-PF-CAPITAL(WSV-IDX-PF)
                   + WST-PF-INTERES(WSV-IDX-PF)
           IF WST-PF-VIA(WSV-IDX-PF) = "C"
               MOVE WST-PF-SUCURSAL(WSV-IDX-PF) TO WSV-SUC-BUSCADA
               MOVE WST-PF-NRO-CLIE(WSV-IDX-PF) TO WSV-CLIE-BUSCADO
               PERFORM 6410-Buscar-saldo
               IF WSV-IDX-SALDO-HALLADO = ZERO
                   MOVE ZERO TO WSV-TOTAL-AUX
               ELSE
                   COMPUTE WSV-TOTAL-AUX = WSV-PAGO
                       + WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               END-IF
               IF (WSV-IDX-SALDO-HALLADO = ZERO)
                       OR (WSV-TOTAL-AUX > WSC-TOPE-CAJA)
                   ADD 1 TO CTRL-CANT-SIN-PAGAR
                   DISPLAY "**** Plazo fijo " WST-PF-NRO(WSV-IDX-PF)
                           " sin saldo de caja donde acreditar,"
                           " queda vigente"
               ELSE
                   MOVE WSV-PAGO TO WSV-MOV-MONTO
                   ADD WSV-MOV-MONTO
                       TO WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
                   SET SALDOS-TOCADOS TO TRUE
                   MOVE "I" TO WSV-MOV-TIPO
                   PERFORM 6450-Registrar-movimiento
                   PERFORM 5260-Cerrar-pagado
               END-IF
           ELSE
               MOVE "C" TO WSV-PFJ-TIPO-MOVIM
               MOVE WSV-PAGO TO WSV-RESTO-CARGO
               PERFORM 6550-Armar-linea-pfj
                   UNTIL WSV-RESTO-CARGO = ZERO
               PERFORM 5260-Cerrar-pagado
           END-IF
           .
       5260-Cerrar-pagado.
           MOVE "P" TO WST-PF-ESTADO(WSV-IDX-PF)
           MOVE WSV-FECHA-PROCESO TO WST-PF-FECHA-CIERRE(WSV-IDX-PF)
           MOVE "PF-PAGO" TO WSV-ASI-TIPO
           MOVE WSV-PAGO TO WSV-ASI-MONTO
           PERFORM 6800-Acumular-asiento
           ADD 1 TO CTRL-CANT-PAGADOS
           MOVE WSV-PAGO TO WSV-TOTAL-EDIT
           DISPLAY "Pagado " WST-PF-NRO(WSV-IDX-PF) " cliente "
                   WST-PF-NRO-CLIE(WSV-IDX-PF) " "
                   WST-PF-MONEDA(WSV-IDX-PF) " " WSV-TOTAL-EDIT
           .
      *----------------------- Devengamiento ---------------------------
      *Lleva cada plazo vigente a lo devengado a la fecha de corte:
      *interes x dias corridos desde la constitucion / dias del
      *plazo. Correrlo dos veces al mismo corte no devenga de nuevo.
       5300-Devengar.
           DISPLAY "Fecha de corte (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-PROCESO
           IF (WSV-FECHA-PROCESO NOT NUMERIC)
                   OR (WSV-FECHA-PROCESO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-PROCESO
           END-IF
           IF WSV-FECHA-PROCESO > WSV-FECHA-CORRIDA
               MOVE "No se devenga a una fecha futura"
                   TO WSV-ANULADO-DESCRIP
               MOVE "FUTUR" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6000-Cargar-plazos
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-ASIENTO
           PERFORM 5310-Devengar-a-corte
               VARYING WSV-IDX-PF FROM 1 BY 1
               UNTIL WSV-IDX-PF > WSV-CANT-PLAZOS
           IF CTRL-CANT-DEVENGADOS = ZERO
               DISPLAY "**** Nada para devengar al " WSV-FECHA-PROCESO
           ELSE
               PERFORM 5900-Grabar-todo
           END-IF
           .
       5310-Devengar-a-corte.
           IF (WST-PF-ESTADO(WSV-IDX-PF) = "V")
                   AND (WST-PF-FECHA-CONST(WSV-IDX-PF)
                       < WSV-FECHA-PROCESO)
                   AND (WST-PF-DIAS(WSV-IDX-PF) > ZERO)
               MOVE WST-PF-FECHA-CONST(WSV-IDX-PF) TO WSV-FECHA-CALC
               MOVE WSV-FECHA-PROCESO TO WSV-FECHA-HASTA-CALC
               PERFORM 6700-Dias-entre-fechas
               IF WSV-DIAS-CALC > WST-PF-DIAS(WSV-IDX-PF)
                   MOVE WST-PF-DIAS(WSV-IDX-PF) TO WSV-DIAS-CORRIDOS
               ELSE
                   MOVE WSV-DIAS-CALC TO WSV-DIAS-CORRIDOS
               END-IF
               COMPUTE WSV-DEVENGADO-A-FECHA ROUNDED =
                       WST-PF-INTERES(WSV-IDX-PF) * WSV-DIAS-CORRIDOS
                       / WST-PF-DIAS(WSV-IDX-PF)
               IF WSV-DEVENGADO-A-FECHA > WST-PF-DEVENGADO(WSV-IDX-PF)
                   COMPUTE WSV-DEVENGAR = WSV-DEVENGADO-A-FECHA
                           - WST-PF-DEVENGADO(WSV-IDX-PF)
                   PERFORM 6600-Devengar-plazo
               END-IF
           END-IF
           .
      *-------------------------- Agenda -------------------------------
       5400-Agenda.
           PERFORM 6000-Cargar-plazos
           MOVE ZERO TO WSV-CANT-AGENDA
           MOVE ZERO TO WSV-CANT-VENCIDOS
           PERFORM 5410-Evaluar-agenda
               VARYING WSV-IDX-PF FROM 1 BY 1
               UNTIL WSV-IDX-PF > WSV-CANT-PLAZOS
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "PF_AGENDA." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           OPEN OUTPUT SALIDA-INFORME
           IF FS-SALIDA-INFORME NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-INFORME TO WSV-ANULADO-CODIGO
               MOVE "PF_AGENDA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "VENCIMIENTOS DE PLAZOS FIJOS DEL " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WSC-DIAS-AGENDA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "VENCE    DIAS NRO-PF CLI CT SUC MON"
                      DELIMITED BY SIZE
                  "      CAPITAL      INTERES        TOTAL R V"
                      DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE ZERO TO WSV-CANT-MONEDAS
           PERFORM 5430-Linea-agenda
               VARYING WSV-IDX-AGE FROM 1 BY 1
               UNTIL WSV-IDX-AGE > WSV-CANT-AGENDA
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 5450-Linea-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF WSV-CANT-AGENDA = ZERO
               MOVE "**** Sin vencimientos en el periodo"
                   TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           IF WSV-CANT-VENCIDOS > ZERO
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "**** " DELIMITED BY SIZE
                      WSV-CANT-VENCIDOS DELIMITED BY SIZE
                      " plazos vencidos sin pagar (corra V)"
                          DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           CLOSE SALIDA-INFORME
           .
       5410-Evaluar-agenda.
           IF WST-PF-ESTADO(WSV-IDX-PF) = "V"
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-CALC
               MOVE WST-PF-FECHA-VTO(WSV-IDX-PF) TO WSV-FECHA-HASTA-CALC
               PERFORM 6700-Dias-entre-fechas
               IF WSV-DIAS-CALC < ZERO
                   ADD 1 TO WSV-CANT-VENCIDOS
               END-IF
               IF (WSV-DIAS-CALC >= ZERO)
                       AND (WSV-DIAS-CALC <= WSC-DIAS-AGENDA)
                   PERFORM 5420-Insertar-agenda
               END-IF
           END-IF
           .
      *Inserta el plazo en la agenda detras de los que vencen el
      *mismo dia o antes.
       5420-Insertar-agenda.
           MOVE 1 TO WSV-IDX-AGE
           SET POSICION-NO-HALLADA TO TRUE
           PERFORM 5421-Buscar-lugar
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-AGE > WSV-CANT-AGENDA)
           ADD 1 TO WSV-CANT-AGENDA
           PERFORM 5422-Correr-agenda
               VARYING WSV-IDX-AGE-MOVER FROM WSV-CANT-AGENDA BY -1
               UNTIL WSV-IDX-AGE-MOVER <= WSV-IDX-AGE
           MOVE WSV-IDX-PF TO WST-AGE-IDX-PF(WSV-IDX-AGE)
           MOVE WSV-DIAS-CALC TO WST-AGE-DIAS(WSV-IDX-AGE)
           .
       5421-Buscar-lugar.
           IF WST-AGE-DIAS(WSV-IDX-AGE) > WSV-DIAS-CALC
               SET POSICION-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-AGE
           END-IF
           .
       5422-Correr-agenda.
           MOVE WST-AGE-DET(WSV-IDX-AGE-MOVER - 1)
               TO WST-AGE-DET(WSV-IDX-AGE-MOVER)
           .
       5430-Linea-agenda.
           MOVE WST-AGE-IDX-PF(WSV-IDX-AGE) TO WSV-IDX-PF
           COMPUTE WSV-TOTAL-AUX = WST-PF-CAPITAL(WSV-IDX-PF)
                   + WST-PF-INTERES(WSV-IDX-PF)
           MOVE WST-PF-CAPITAL(WSV-IDX-PF) TO WSV-CAPITAL-EDIT
           MOVE WST-PF-INTERES(WSV-IDX-PF) TO WSV-INTERES-EDIT
           MOVE WSV-TOTAL-AUX TO WSV-TOTAL-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-PF-FECHA-VTO(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-AGE-DIAS(WSV-IDX-AGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-NRO(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-NRO-CLIE(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-NRO-CTA(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-SUCURSAL(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-MONEDA(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CAPITAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-TOTAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-RENUEVA(WSV-IDX-PF) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-PF-VIA(WSV-IDX-PF) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE ZERO TO WSV-IDX-MON-HALLADA
           PERFORM 5440-Comparar-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL (WSV-IDX-MON > WSV-CANT-MONEDAS)
               OR (WSV-IDX-MON-HALLADA > ZERO)
           IF WSV-IDX-MON-HALLADA = ZERO
               IF WSV-CANT-MONEDAS < 10
                   ADD 1 TO WSV-CANT-MONEDAS
                   MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADA
                   INITIALIZE WST-MON-DET(WSV-IDX-MON-HALLADA)
                   MOVE WST-PF-MONEDA(WSV-IDX-PF)
                       TO WST-MON-MONEDA(WSV-IDX-MON-HALLADA)
               ELSE
                   DISPLAY "**** WST-MONEDAS llena (10 items)"
               END-IF
           END-IF
           IF WSV-IDX-MON-HALLADA > ZERO
               ADD 1 TO WST-MON-CANT(WSV-IDX-MON-HALLADA)
               ADD WST-PF-CAPITAL(WSV-IDX-PF)
                   TO WST-MON-CAPITAL(WSV-IDX-MON-HALLADA)
               ADD WST-PF-INTERES(WSV-IDX-PF)
                   TO WST-MON-INTERES(WSV-IDX-MON-HALLADA)
           END-IF
           .
       5440-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = WST-PF-MONEDA(WSV-IDX-PF)
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADA
           END-IF
           .
       5450-Linea-moneda.
           MOVE WST-MON-CAPITAL(WSV-IDX-MON) TO WSV-CAPITAL-EDIT
           MOVE WST-MON-INTERES(WSV-IDX-MON) TO WSV-INTERES-EDIT
           COMPUTE WSV-TOTAL-AUX = WST-MON-CAPITAL(WSV-IDX-MON)
                   + WST-MON-INTERES(WSV-IDX-MON)
           MOVE WSV-TOTAL-AUX TO WSV-TOTAL-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL " DELIMITED BY SIZE
                  WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-MON-CANT(WSV-IDX-MON) DELIMITED BY SIZE
                  " PLAZOS              " DELIMITED BY SIZE
                  WSV-CAPITAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-INTERES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
      *Graba lo que la operacion toco: caja, pendientes, el maestro
      *(con respaldo previo) y las lineas del feed ASIENTOS.
       5900-Grabar-todo.
           IF SALDOS-TOCADOS
               MOVE "SALDOS_CLIENTES.TXT" TO WSV-NOMBRE-ORIGEN
               MOVE "SALDOS_CLIENTES" TO WSV-BASE-RESPALDO
               PERFORM 7100-Respaldar-archivo
               PERFORM 7400-Grabar-saldos
           END-IF
           IF PENDIENTES-TOCADOS
               MOVE WSV-NOMBRE-PENDIENTES TO WSV-NOMBRE-ORIGEN
               MOVE "PENDIENTES" TO WSV-BASE-RESPALDO
               PERFORM 7100-Respaldar-archivo
               PERFORM 7300-Grabar-pendientes
           END-IF
           MOVE "PLAZOS_FIJOS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "PLAZOS_FIJOS" TO WSV-BASE-RESPALDO
           PERFORM 7100-Respaldar-archivo
           PERFORM 7200-Grabar-plazos
           PERFORM 7500-Emitir-asientos
           .
      *PLAZOS_FIJOS.TXT puede no existir todavia (ningun plazo
      *constituido): se arranca vacio.
       6000-Cargar-plazos.
           MOVE ZERO TO WSV-CANT-PLAZOS
           MOVE ZERO TO WSV-ULTIMO-NRO
           OPEN INPUT ARCH-PLAZOS
           IF FS-PLAZOS NOT = "00"
               DISPLAY "**** No hay PLAZOS_FIJOS.TXT previo, archivo "
                       "vacio"
           ELSE
               PERFORM 7010-Leer-plazo
               PERFORM 6010-Pasar-plazo
                   UNTIL (FS-PLAZOS NOT = "00")
                   OR (WSV-CANT-PLAZOS >= 2000)
               IF FS-PLAZOS = "00"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-PLAZOS
           END-IF
           .
       6010-Pasar-plazo.
           ADD 1 TO WSV-CANT-PLAZOS
           MOVE REG-PLAZO-FIJO TO WST-PF-DET(WSV-CANT-PLAZOS)
           IF PFJ-NRO > WSV-ULTIMO-NRO
               MOVE PFJ-NRO TO WSV-ULTIMO-NRO
           END-IF
           PERFORM 7010-Leer-plazo
           .
      *Fila PFJ de TASAS.TXT con la fecha de vigencia mas alta que
      *no supere WSV-FECHA-TASA.
       6100-Buscar-tasa-vigente.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-VIGENTE
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS NOT = "00"
               DISPLAY "**** No hay TASAS.TXT (corra PGENTASA)"
           ELSE
               PERFORM 7020-Leer-tasa
               PERFORM 6110-Evaluar-tasa UNTIL FS-TASAS NOT = "00"
               CLOSE ARCH-TASAS
           END-IF
           .
       6110-Evaluar-tasa.
           IF (REG-TAS-TIPO = "PFJ")
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-TASA)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-VIGENTE
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7020-Leer-tasa
           .
      *Da de alta en la tabla el plazo de WSV-NUEVO a la tasa
      *vigente: numero siguiente al mas alto, vencimiento en dia
      *habil y el interes de los dias corridos reales (en pesos
      *enteros si es de caja).
       6200-Agregar-plazo.
           IF WSV-CANT-PLAZOS >= 2000
               MOVE "WST-PLAZOS llena (2000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-PLAZOS
           ADD 1 TO WSV-ULTIMO-NRO
           MOVE WSV-CANT-PLAZOS TO WSV-IDX-NUEVO
           INITIALIZE WST-PF-DET(WSV-IDX-NUEVO)
           MOVE WSV-ULTIMO-NRO TO WST-PF-NRO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-NRO-CLIE TO WST-PF-NRO-CLIE(WSV-IDX-NUEVO)
           MOVE WSV-NUE-NRO-CTA TO WST-PF-NRO-CTA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-SUCURSAL TO WST-PF-SUCURSAL(WSV-IDX-NUEVO)
           MOVE WSV-NUE-MONEDA TO WST-PF-MONEDA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-VIA TO WST-PF-VIA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-CAPITAL TO WST-PF-CAPITAL(WSV-IDX-NUEVO)
           MOVE WSV-TASA-VIGENTE TO WST-PF-TASA(WSV-IDX-NUEVO)
           MOVE WSV-NUE-PLAZO TO WST-PF-PLAZO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-FECHA TO WST-PF-FECHA-CONST(WSV-IDX-NUEVO)
           MOVE WSV-NUE-FECHA TO WSV-FECHA-CALC
           SET HAB-MODO-VENCIMIENTO TO TRUE
           MOVE WSV-CALC-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CALC-MES  TO HAB-MES-DESDE
           MOVE WSV-CALC-ANIO TO HAB-ANIO-DESDE
           MOVE WSV-NUE-PLAZO TO HAB-DIAS-SUMAR
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           MOVE HAB-DIA-RESULT  TO WSV-CALC-DIA
           MOVE HAB-MES-RESULT  TO WSV-CALC-MES
           MOVE HAB-ANIO-RESULT TO WSV-CALC-ANIO
           MOVE WSV-FECHA-CALC TO WST-PF-FECHA-VTO(WSV-IDX-NUEVO)
           MOVE HAB-DIAS-RESULT TO WST-PF-DIAS(WSV-IDX-NUEVO)
           IF NUE-VIA-CAJA
               COMPUTE WSV-INTERES-PESOS ROUNDED =
                       WSV-NUE-CAPITAL * WSV-TASA-VIGENTE
                       * HAB-DIAS-RESULT / 3000
               MOVE WSV-INTERES-PESOS TO WST-PF-INTERES(WSV-IDX-NUEVO)
           ELSE
               COMPUTE WST-PF-INTERES(WSV-IDX-NUEVO) ROUNDED =
                       WSV-NUE-CAPITAL * WSV-TASA-VIGENTE
                       * HAB-DIAS-RESULT / 3000
           END-IF
           MOVE ZERO TO WST-PF-DEVENGADO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-RENUEVA TO WST-PF-RENUEVA(WSV-IDX-NUEVO)
           MOVE "V" TO WST-PF-ESTADO(WSV-IDX-NUEVO)
           MOVE WSV-NUE-NRO-ORIGEN TO WST-PF-NRO-ORIGEN(WSV-IDX-NUEVO)
           MOVE ZERO TO WST-PF-FECHA-CIERRE(WSV-IDX-NUEVO)
           MOVE SGN-LEGAJO TO WST-PF-OPERADOR(WSV-IDX-NUEVO)
           .
      *SALDOS_CLIENTES.TXT en memoria (una sola vez por corrida).
       6400-Cargar-saldos.
           IF NOT SALDOS-CARGADOS
               SET SALDOS-CARGADOS TO TRUE
               MOVE ZERO TO WSV-CANT-SALDOS
               OPEN INPUT ARCH-SALDOS
               IF FS-SALDOS NOT = "00"
                   DISPLAY "**** No hay SALDOS_CLIENTES.TXT"
               ELSE
                   PERFORM 7040-Leer-saldo
                   PERFORM 6401-Pasar-saldo
                       UNTIL (FS-SALDOS NOT = "00")
                       OR (WSV-CANT-SALDOS >= 200)
                   IF FS-SALDOS = "00"
                       MOVE "Archivo mas largo que la tabla"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "TABLA" TO WSV-ANULADO-CODIGO
                       MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
                   CLOSE ARCH-SALDOS
               END-IF
           END-IF
           .
       6401-Pasar-saldo.
           ADD 1 TO WSV-CANT-SALDOS
           MOVE REGISTRO-SALDOS TO WST-SALDO-DET(WSV-CANT-SALDOS)
           PERFORM 7040-Leer-saldo
           .
       6410-Buscar-saldo.
           MOVE ZERO TO WSV-IDX-SALDO-HALLADO
           PERFORM 6411-Comparar-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL (WSV-IDX-SALDO > WSV-CANT-SALDOS)
               OR (WSV-IDX-SALDO-HALLADO > ZERO)
           .
       6411-Comparar-saldo.
           IF (WST-SALDO-SUCURSAL(WSV-IDX-SALDO) = WSV-SUC-BUSCADA)
                   AND (WST-SALDO-NRO-CLIE(WSV-IDX-SALDO)
                       = WSV-CLIE-BUSCADO)
               MOVE WSV-IDX-SALDO TO WSV-IDX-SALDO-HALLADO
           END-IF
           .
      *Linea del diario de caja por el plazo fijo WSV-IDX-PF: E al
      *constituir, I al pagar; la referencia es el numero de plazo.
       6450-Registrar-movimiento.
           OPEN EXTEND ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               OPEN OUTPUT ARCH-MOVIMIENTOS
           END-IF
           INITIALIZE REGISTRO-MOVIMIENTO
           MOVE WSV-FECHA-CORRIDA TO MOV-FECHA
           ACCEPT MOV-HORA FROM TIME
           MOVE WST-PF-SUCURSAL(WSV-IDX-PF) TO MOV-SUCURSAL
           MOVE WST-PF-NRO-CLIE(WSV-IDX-PF) TO MOV-NRO-CLIE
           MOVE WSV-MOV-TIPO TO MOV-TIPO
           MOVE WSV-MOV-MONTO TO MOV-MONTO
           MOVE WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               TO MOV-SALDO-DESPUES
           MOVE SGN-LEGAJO TO MOV-OPERADOR
           MOVE WST-PF-NRO(WSV-IDX-PF) TO MOV-REFERENCIA
           WRITE REGISTRO-MOVIMIENTO
           CLOSE ARCH-MOVIMIENTOS
           ADD 1 TO CTRL-CANT-MOVS-CAJA
           .
      *PENDIENTES.TXT puede no existir (no quedo nada adelantado en
      *la ultima corrida): se arranca vacio.
       6500-Cargar-pendientes.
           IF NOT PENDIENTES-CARGADOS
               SET PENDIENTES-CARGADOS TO TRUE
               MOVE ZERO TO WSV-CANT-PENDIENTES
               OPEN INPUT ARCH-PENDIENTES
               IF FS-PENDIENTES NOT = "00"
                   DISPLAY "**** No hay " WSV-NOMBRE-PENDIENTES
                           " previo, archivo vacio"
               ELSE
                   PERFORM 7050-Leer-pendiente
                   PERFORM 6501-Pasar-pendiente
                       UNTIL (FS-PENDIENTES = "10")
                       OR (WSV-CANT-PENDIENTES >= 999)
                   IF FS-PENDIENTES NOT = "10"
                       MOVE "Archivo mas largo que la tabla"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "TABLA" TO WSV-ANULADO-CODIGO
                       MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
                   CLOSE ARCH-PENDIENTES
               END-IF
           END-IF
           .
       6501-Pasar-pendiente.
           ADD 1 TO WSV-CANT-PENDIENTES
           MOVE LINEA-PENDIENTE TO WST-PEN-LINEA(WSV-CANT-PENDIENTES)
           PERFORM 7050-Leer-pendiente
           .
      *Una linea PFJ del plazo WSV-IDX-PF (tipo ya cargado en
      *WSV-PFJ-TIPO-MOVIM). SERVICIOS es 999V99: un importe mayor
      *sale en varias lineas.
       6550-Armar-linea-pfj.
           MOVE WST-PF-NRO-CLIE(WSV-IDX-PF) TO WSV-PFJ-NRO-CLIE
           MOVE WST-PF-NRO-CTA(WSV-IDX-PF) TO WSV-PFJ-NRO-CTA
           MOVE WST-PF-MONEDA(WSV-IDX-PF) TO WSV-PFJ-MONEDA
           MOVE WSV-FECHA-ASIENTO TO WSV-PFJ-FECHA
           IF WSV-RESTO-CARGO > 999.99
               MOVE 999.99 TO WSV-PFJ-MONTO
           ELSE
               MOVE WSV-RESTO-CARGO TO WSV-PFJ-MONTO
           END-IF
           SUBTRACT WSV-PFJ-MONTO FROM WSV-RESTO-CARGO
           PERFORM 6560-Insertar-pendiente
           SET PENDIENTES-TOCADOS TO TRUE
           ADD 1 TO CTRL-CANT-LINEAS-PFJ
           .
      *Inserta la linea PFJ en WST-PENDIENTES detras de las lineas
      *de su misma clave cliente+cuenta o menor.
       6560-Insertar-pendiente.
           IF WSV-CANT-PENDIENTES >= 999
               MOVE "PENDIENTES lleno, no entra la linea PFJ"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           COMPUTE WSV-CLAVE-NUEVA =
                   WSV-PFJ-NRO-CLIE * 100 + WSV-PFJ-NRO-CTA
           SET POSICION-NO-HALLADA TO TRUE
           MOVE 1 TO WSV-IDX-PEN
           PERFORM 6570-Buscar-posicion
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-PEN > WSV-CANT-PENDIENTES)
           ADD 1 TO WSV-CANT-PENDIENTES
           PERFORM 6580-Correr-hacia-abajo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-PENDIENTES BY -1
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PEN
           MOVE WSV-LINEA-PFJ TO WST-PEN-LINEA(WSV-IDX-PEN)
           .
       6570-Buscar-posicion.
           MOVE WST-PEN-LINEA(WSV-IDX-PEN) TO WSV-LINEA-AUX
           IF (WSV-LINEA-AUX (31:2) IS NUMERIC)
                   AND (WSV-LINEA-AUX (31:2) NOT = "00")
               MOVE WSV-LINEA-AUX (31:2) TO WSV-CTA-CLAVE
           ELSE
               MOVE 01 TO WSV-CTA-CLAVE
           END-IF
           IF WSV-LINEA-AUX (1:3) IS NUMERIC
               MOVE WSV-LINEA-AUX (1:3) TO WSV-CLIE-CLAVE
               COMPUTE WSV-CLAVE-TABLA =
                       WSV-CLIE-CLAVE * 100 + WSV-CTA-CLAVE
           ELSE
               MOVE ZERO TO WSV-CLAVE-TABLA
           END-IF
           IF WSV-CLAVE-TABLA > WSV-CLAVE-NUEVA
               SET POSICION-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-PEN
           END-IF
           .
       6580-Correr-hacia-abajo.
           MOVE WST-PEN-LINEA(WSV-IDX-MOVER - 1)
               TO WST-PEN-LINEA(WSV-IDX-MOVER)
           .
      *Suma WSV-DEVENGAR a lo devengado del plazo WSV-IDX-PF y a la
      *linea PF-DEVEN de su sucursal y moneda.
       6600-Devengar-plazo.
           IF WSV-DEVENGAR > ZERO
               ADD WSV-DEVENGAR TO WST-PF-DEVENGADO(WSV-IDX-PF)
               MOVE "PF-DEVEN" TO WSV-ASI-TIPO
               MOVE WSV-DEVENGAR TO WSV-ASI-MONTO
               PERFORM 6800-Acumular-asiento
               ADD 1 TO CTRL-CANT-DEVENGADOS
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
      *Acumula WSV-ASI-MONTO en la linea WSV-ASI-TIPO de la sucursal
      *y moneda del plazo WSV-IDX-PF.
       6800-Acumular-asiento.
           MOVE WST-PF-SUCURSAL(WSV-IDX-PF) TO WSV-ASI-SUCURSAL
           MOVE WST-PF-MONEDA(WSV-IDX-PF) TO WSV-ASI-MONEDA
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
               MOVE WSV-ASI-SUCURSAL
                   TO WST-ASI-SUCURSAL(WSV-IDX-ASI-HALLADO)
               MOVE WSV-ASI-MONEDA
                   TO WST-ASI-MONEDA(WSV-IDX-ASI-HALLADO)
           END-IF
           ADD 1 TO WST-ASI-CANT(WSV-IDX-ASI-HALLADO)
           ADD WSV-ASI-MONTO TO WST-ASI-MONTO(WSV-IDX-ASI-HALLADO)
           .
       6810-Comparar-asiento.
           IF (WST-ASI-TIPO(WSV-IDX-ASI) = WSV-ASI-TIPO)
                   AND (WST-ASI-SUCURSAL(WSV-IDX-ASI)
                       = WSV-ASI-SUCURSAL)
                   AND (WST-ASI-MONEDA(WSV-IDX-ASI) = WSV-ASI-MONEDA)
               MOVE WSV-IDX-ASI TO WSV-IDX-ASI-HALLADO
           END-IF
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
           WRITE LINEA-INFORME
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-plazo.
           READ ARCH-PLAZOS
           .
       7020-Leer-tasa.
           READ ARCH-TASAS
           .
       7030-Leer-cuenta.
           READ ARCH-CUENTAS
           .
       7040-Leer-saldo.
           READ ARCH-SALDOS
           .
       7050-Leer-pendiente.
           READ ARCH-PENDIENTES
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
       7200-Grabar-plazos.
           OPEN OUTPUT ARCH-PLAZOS
           IF FS-PLAZOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PLAZOS TO WSV-ANULADO-CODIGO
               MOVE "PLAZOS_FIJOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-plazo
               VARYING WSV-IDX-GRABAR FROM 1 BY 1
               UNTIL WSV-IDX-GRABAR > WSV-CANT-PLAZOS
           CLOSE ARCH-PLAZOS
           .
       7210-Escribir-plazo.
           MOVE WST-PF-DET(WSV-IDX-GRABAR) TO REG-PLAZO-FIJO
           WRITE REG-PLAZO-FIJO
           .
       7300-Grabar-pendientes.
           OPEN OUTPUT ARCH-PENDIENTES
           IF FS-PENDIENTES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PENDIENTES TO WSV-ANULADO-CODIGO
               MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7310-Escribir-pendiente
               VARYING WSV-IDX-PEN FROM 1 BY 1
               UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
           CLOSE ARCH-PENDIENTES
           .
       7310-Escribir-pendiente.
           MOVE WST-PEN-LINEA(WSV-IDX-PEN) TO LINEA-PENDIENTE
           WRITE LINEA-PENDIENTE
           .
       7400-Grabar-saldos.
           OPEN OUTPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7410-Escribir-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL WSV-IDX-SALDO > WSV-CANT-SALDOS
           CLOSE ARCH-SALDOS
           .
       7410-Escribir-saldo.
           MOVE WST-SALDO-DET(WSV-IDX-SALDO) TO REGISTRO-SALDOS
           WRITE REGISTRO-SALDOS
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
           MOVE WSV-FECHA-ASIENTO TO ASI-FECHA
           MOVE WST-ASI-TIPO(WSV-IDX-ASI) TO ASI-TIPO
           MOVE WST-ASI-SUCURSAL(WSV-IDX-ASI) TO ASI-COD-SERV
           MOVE WST-ASI-MONEDA(WSV-IDX-ASI) TO ASI-MONEDA
           MOVE WST-ASI-CANT(WSV-IDX-ASI) TO ASI-CANTIDAD
           MOVE WST-ASI-MONTO(WSV-IDX-ASI) TO ASI-MONTO
           MOVE ZERO TO ASI-CUENTA-GL
           WRITE REGISTRO-SALIDA-ASIENTO
           ADD 1 TO CTRL-CANT-ASIENTOS
           DISPLAY "Asiento de plazo fijo: " REGISTRO-SALIDA-ASIENTO
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
           MOVE "ProgPlazoF"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de plazos fijos ----"
           DISPLAY "Plazos fijos en el maestro:    " WSV-CANT-PLAZOS
           IF OPCION-CONSTITUIR
               DISPLAY "Constituidos:                  "
                       CTRL-CANT-CONSTITUIDOS
           END-IF
           IF OPCION-VENCER
               DISPLAY "Dia vencido:                   "
                       WSV-FECHA-PROCESO
               DISPLAY "Renovados:                     "
                       CTRL-CANT-RENOVADOS
               DISPLAY "Pagados:                       "
                       CTRL-CANT-PAGADOS
               DISPLAY "Vencidos sin pagar:            "
                       CTRL-CANT-SIN-PAGAR
           END-IF
           IF OPCION-DEVENGAR OR OPCION-VENCER
               DISPLAY "Plazos con interes devengado:  "
                       CTRL-CANT-DEVENGADOS
           END-IF
           IF OPCION-CONSTITUIR OR OPCION-VENCER
               DISPLAY "Movimientos de caja:           "
                       CTRL-CANT-MOVS-CAJA
               DISPLAY "Lineas PFJ a PENDIENTES:       "
                       CTRL-CANT-LINEAS-PFJ
           END-IF
           IF OPCION-AGENDA
               DISPLAY "Vencimientos en la agenda:     "
                       WSV-CANT-AGENDA
               DISPLAY "Agenda en:                     "
                       WSV-NOMBRE-INFORME
           ELSE
               DISPLAY "Lineas al feed ASIENTOS:       "
                       CTRL-CANT-ASIENTOS
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
