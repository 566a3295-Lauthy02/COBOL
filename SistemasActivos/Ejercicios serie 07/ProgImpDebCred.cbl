      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del impuesto a los debitos y creditos bancarios
      *    (L)iquidar un dia: calcula el impuesto sobre cada debito y
      *    cada credito del dia a las cuentas de clientes:
      *    - los movimientos de caja de MOVIMIENTOS.TXT (depositos,
      *      cheques depositados e ingresos de transferencia son
      *      creditos, retiros, envios, cheques rechazados y sus
      *      cargos son debitos; un reverso devuelve el impuesto de
      *      lo que reversa);
      *    - los servicios que ProgApareo debito o acredito, cruzando
      *      CUEN_ACT y SERVICIOS igual que ProgAsientos.
      *    La tasa es la IDC vigente de TASAS.TXT (PGENTASA) y los
      *    productos de cuenta exentos salen de IDC_EXENTOS.TXT
      *    (PGENEXEN), los dos a la fecha liquidada. El impuesto neto
      *    de cada cliente y cuenta entra a PENDIENTES.TXT como una
      *    linea de servicio IDC, que el apareo del proximo ciclo
      *    cobra como un servicio mas (una devolucion neta entra como
      *    credito). Cada movimiento queda en
      *    IMP_DC_DETALLE.AAAAMMDD.TXT, los totales del dia por
      *    sucursal y moneda en IMP_DC_DIAS.TXT, y el total va al
      *    feed ASIENTOS.TXT como linea IMP-DC (o IMP-DCDV si el dia
      *    devuelve) por sucursal. Un dia se liquida una sola vez.
      *    (R)emitir un mes: deja en IMP_DC_REMESAS.TXT lo liquidado
      *    en un mes AAAAMM ya terminado, por sucursal y moneda, como
      *    remitido al fisco. Un mes se remite una sola vez.
      *    (I)nforme mensual: liquidado, remitido y pendiente de un
      *    mes por sucursal y moneda, en IMP_DC_MENSUAL.AAAAMM.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgImpDebCred.
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
      *Maestro de tasas con vigencia (lo mantiene PGENTASA).
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Productos de cuenta exentos con vigencia (PGENEXEN).
           SELECT ARCH-EXENTOS ASSIGN TO "IDC_EXENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXENTOS.
      *Maestro de cuentas del apareo: el producto de la cuenta de
      *cada cliente para los movimientos de caja.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT ENTRADA-CUEN-ACT ASSIGN DYNAMIC WSV-NOMBRE-CUEN-ACT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-CUEN-ACT.

           SELECT ENTRADA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SERV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-SERVICIOS.
      *Servicios adelantados que mezcla la proxima corrida.
           SELECT ARCH-PENDIENTES ASSIGN DYNAMIC WSV-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.

           SELECT SALIDA-DETALLE ASSIGN DYNAMIC WSV-NOMBRE-DETALLE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-DETALLE.
      *Registro de dias liquidados (totales por sucursal y moneda).
           SELECT ARCH-DIAS ASSIGN TO "IMP_DC_DIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIAS.
      *Registro de remesas al fisco.
           SELECT ARCH-REMESAS ASSIGN TO "IMP_DC_REMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REMESAS.
      *Feed contable compartido: las lineas del impuesto se agregan
      *detras de lo que dejo la cadena batch.
           SELECT SALIDA-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS.

           SELECT SALIDA-INFORME ASSIGN DYNAMIC WSV-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INFORME.
      *Respaldo de PENDIENTES antes de regrabarlo.
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
      *Archivo TASAS (mismo layout que escribe PGENTASA)
           FD ARCH-TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
                   05 REG-TAS-TASA             PIC 9(02)V99.
                   05 REG-TAS-VIG-DESDE        PIC 9(08).
      *
      *Archivo IDC_EXENTOS (mismo layout que escribe PGENEXEN)
           FD ARCH-EXENTOS.
               01 REGISTRO-EXENTO.
                   05 REG-EXE-PRODUCTO         PIC 9(02).
                   05 REG-EXE-MARCA            PIC X(01).
                   05 REG-EXE-VIG-DESDE        PIC 9(08).
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
                   02 CTA-BANCARIA-CUEN.
                       03 CTA-BANC-SUCURSAL    PIC 9(03).
                       03 CTA-BANC-PRODUCTO    PIC 9(02).
                       03 CTA-BANC-NUMERO      PIC 9(05).
                       03 CTA-BANC-DV          PIC 9(01).
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
      *Archivo CUEN_ACT (mismo layout que escribe ProgApareo)
           FD ENTRADA-CUEN-ACT.
               01 REGISTRO-ENTRADA-CUEN-ACT.
                   02 NRO-CLIE-CUEN-ACT        PIC 9(03).
                   02 NOMBRE-CLIE-CUEN-ACT     PIC X(10).
                   02 SALDO-CLIE-CUEN-ACT      PIC S999V99.
                   02 OVERDRAWN-CUEN-ACT       PIC X(01).
                   02 MONEDA-CUEN-ACT          PIC X(03).
                   02 CANT-SERV-CUEN-ACT       PIC 9(02).
                   02 DETALLE-SERV-CUEN-ACT    PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-CUEN-ACT    PIC X(01).
                   02 NRO-CTA-CUEN-ACT         PIC 9(02).
                   02 SUCURSAL-CUEN-ACT        PIC 9(03).
                   02 CTA-BANC-CUEN-ACT.
                       03 CTA-BANC-SUC-CUEN-ACT    PIC 9(03).
                       03 CTA-BANC-PRD-CUEN-ACT    PIC 9(02).
                       03 CTA-BANC-RESTO-CUEN-ACT  PIC 9(06).
               01 REGISTRO-TRAILER-CUEN-ACT.
                   02 TRAILER-TAG-CUEN-ACT     PIC X(07).
                   02 TRAILER-CANT-CUEN-ACT    PIC 9(05).
                   02 TRAILER-MONTO-CUEN-ACT   PIC S9(07)V99.
               01 REGISTRO-HEADER-CUEN-ACT.
                   02 HEADER-TAG-CUEN-ACT      PIC X(07).
                   02 HEADER-PROGRAMA-CA       PIC X(10).
                   02 HEADER-FECHA-CA          PIC 9(08).
                   02 HEADER-SECUENCIA-CA      PIC 9(05).
      *
      *Archivo SERVICIOS (mismo layout de entrada que ProgApareo)
           FD ENTRADA-SERVICIOS.
               01 REGISTRO-ENTRADA-SERVICIOS.
                   02 NRO-CLIE-SERV            PIC 9(03).
                   02 COD-SERV                 PIC X(03).
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                       88 MOVIM-CREDITO            VALUE "C".
                       88 MOVIM-DEBITO             VALUES "D" " ".
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
                   02 PROVEEDOR-SERV           PIC X(03).
                   02 NRO-CTA-SERV             PIC 9(02).
      *
      *PENDIENTES.TXT (mismo layout que SERVICIOS) como lineas
      *enteras.
           FD ARCH-PENDIENTES.
               01 LINEA-PENDIENTE              PIC X(32).
      *
      *Archivo IMP_DC_DETALLE: un renglon por movimiento liquidado.
      *Fecha | Origen (C caja, A apareo) | Sucursal | Cliente |
      *Cuenta | Sentido (D debito, C credito, R reverso) | Tipo de
      *caja o codigo de servicio | Producto | Exento (S/N) | Moneda
      *| Importe del movimiento | Impuesto (negativo = devolucion)
           FD SALIDA-DETALLE.
               01 REGISTRO-DETALLE.
                   02 DET-FECHA                PIC 9(08).
                   02 DET-ORIGEN               PIC X(01).
                   02 DET-SUCURSAL             PIC 9(03).
                   02 DET-NRO-CLIE             PIC 9(03).
                   02 DET-NRO-CTA              PIC 9(02).
                   02 DET-SENTIDO              PIC X(01).
                   02 DET-CODIGO               PIC X(03).
                   02 DET-PRODUCTO             PIC 9(02).
                   02 DET-EXENTO               PIC X(01).
                   02 DET-MONEDA               PIC X(03).
                   02 DET-MONTO                PIC 9(07)V99.
                   02 DET-IMPUESTO             PIC S9(05)V99.
      *
      *Archivo IMP_DC_DIAS: totales de cada dia liquidado.
      *Fecha | Sucursal | Moneda | Movimientos | Base debitos | Base
      *creditos | Base exenta | Impuesto neto
           FD ARCH-DIAS.
               01 REGISTRO-DIA.
                   02 DIA-FECHA                PIC 9(08).
                   02 DIA-SUCURSAL             PIC 9(03).
                   02 DIA-MONEDA               PIC X(03).
                   02 DIA-CANT-MOVS            PIC 9(05).
                   02 DIA-BASE-DEBITOS         PIC 9(09)V99.
                   02 DIA-BASE-CREDITOS        PIC 9(09)V99.
                   02 DIA-BASE-EXENTA          PIC 9(09)V99.
                   02 DIA-IMPUESTO             PIC S9(07)V99.
      *
      *Archivo IMP_DC_REMESAS: lo remitido de cada mes.
      *Periodo AAAAMM | Sucursal | Moneda | Importe | Fecha remesa
           FD ARCH-REMESAS.
               01 REGISTRO-REMESA.
                   02 REM-PERIODO              PIC 9(06).
                   02 REM-SUCURSAL             PIC 9(03).
                   02 REM-MONEDA               PIC X(03).
                   02 REM-MONTO                PIC S9(09)V99.
                   02 REM-FECHA                PIC 9(08).
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
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-EXENTOS                   PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-SERVICIOS         PIC X(02) VALUE ZEROES.
               02 FS-PENDIENTES                PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-DETALLE            PIC X(02) VALUE ZEROES.
               02 FS-DIAS                      PIC X(02) VALUE ZEROES.
               02 FS-REMESAS                   PIC X(02) VALUE ZEROES.
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
               88 OPCION-LIQUIDAR              VALUE "L".
               88 OPCION-REMITIR               VALUE "R".
               88 OPCION-INFORME               VALUE "I".

      *Dia que se liquida y mes que se remite o informa.
           01 WSV-FECHA-LIQUIDA                PIC 9(08) VALUE ZERO.
           01 WSV-PERIODO                      PIC 9(06) VALUE ZERO.
           77 WSS-INCLUIR-APAREO               PIC X(01) VALUE "S".
               88 INCLUIR-APAREO               VALUE "S".
               88 NO-INCLUIR-APAREO            VALUE "N".

      *Tasa IDC vigente al dia liquidado (% por movimiento).
           01 WSV-TASA-VIGENTE                 PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA                         PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".

      *Exencion vigente de cada producto (subindice = producto + 1).
           01 WST-EXENTOS.
               02 WST-EXE-DET               OCCURS 100 TIMES.
                   03 WST-EXE-MARCA         PIC X(01).
                   03 WST-EXE-VIG-DESDE     PIC 9(08).
           01 WSV-IDX-PRD                      PIC 9(03).

      *Producto de la cuenta de cada cliente para la caja
      *(subindice = numero de cliente): la cuenta 01, o la primera
      *que tenga cargado el numero bancario.
           01 WST-PRODUCTOS.
               02 WST-PRD-CLIE              PIC 9(02)
                   OCCURS 999 TIMES.
               02 WST-PRD-CTA               PIC 9(02)
                   OCCURS 999 TIMES.

      *Clientes de CUEN_ACT con el detalle de lo que se les cobro.
           01 WST-DEBITADOS.
               02 WST-DEB-DET               OCCURS 999 TIMES.
                   03 WST-DEB-NRO-CLIE      PIC 9(03).
                   03 WST-DEB-NRO-CTA       PIC 9(02).
                   03 WST-DEB-SUCURSAL      PIC 9(03).
                   03 WST-DEB-PRODUCTO      PIC 9(02).
                   03 WST-DEB-CANT-SERV     PIC 9(02).
                   03 WST-DEB-COD-SERV      PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-DEBITADOS               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DEB                      PIC 9(04).
           01 WSV-IDX-HALLADO                  PIC 9(04).
           01 WSV-IDX-SERV                     PIC 9(02).
           01 WSV-CTA-SERV                     PIC 9(02).
           77 WSS-COBRADO                      PIC X(01) VALUE "N".
               88 SERV-SI-COBRADO              VALUE "S".
               88 SERV-NO-COBRADO              VALUE "N".

      *Movimiento en curso, armado desde la caja o desde el apareo.
           01 WSV-MOVIMIENTO.
               02 WSV-MOV-ORIGEN               PIC X(01).
               02 WSV-MOV-SUCURSAL             PIC 9(03).
               02 WSV-MOV-NRO-CLIE             PIC 9(03).
               02 WSV-MOV-NRO-CTA              PIC 9(02).
               02 WSV-MOV-SENTIDO              PIC X(01).
                   88 MOV-ES-DEBITO            VALUE "D".
                   88 MOV-ES-CREDITO           VALUE "C".
                   88 MOV-ES-REVERSO           VALUE "R".
               02 WSV-MOV-CODIGO               PIC X(03).
               02 WSV-MOV-PRODUCTO             PIC 9(02).
               02 WSV-MOV-MONEDA               PIC X(03).
               02 WSV-MOV-MONTO                PIC 9(07)V99.
           01 WSV-IMPUESTO                     PIC S9(05)V99.
           77 WSS-EXENTO                       PIC X(01) VALUE "N".
               88 MOV-EXENTO                   VALUE "S".
               88 MOV-GRAVADO                  VALUE "N".

      *Impuesto neto por cliente, cuenta y moneda: la linea IDC
      *que entra a PENDIENTES.
           01 WST-CARGOS.
               02 WST-CAR-DET               OCCURS 999 TIMES.
                   03 WST-CAR-NRO-CLIE      PIC 9(03).
                   03 WST-CAR-NRO-CTA       PIC 9(02).
                   03 WST-CAR-MONEDA        PIC X(03).
                   03 WST-CAR-IMPUESTO      PIC S9(07)V99.
           01 WSV-CANT-CARGOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CAR                      PIC 9(04).
           01 WSV-IDX-CAR-HALLADO              PIC 9(04).
           01 WSV-RESTO-CARGO                  PIC 9(07)V99.
           01 WSV-TIPO-CARGO                   PIC X(01).

      *Totales por sucursal y moneda (dia liquidado o mes).
           01 WST-SUCURSALES.
               02 WST-SUC-DET               OCCURS 100 TIMES.
                   03 WST-SUC-NRO           PIC 9(03).
                   03 WST-SUC-MONEDA        PIC X(03).
                   03 WST-SUC-CANT          PIC 9(05).
                   03 WST-SUC-BASE-DEB      PIC 9(09)V99.
                   03 WST-SUC-BASE-CRE      PIC 9(09)V99.
                   03 WST-SUC-BASE-EXE      PIC 9(09)V99.
                   03 WST-SUC-IMPUESTO      PIC S9(09)V99.
                   03 WST-SUC-REMITIDO      PIC S9(09)V99.
           01 WSV-CANT-SUCURSALES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SUC                      PIC 9(03).
           01 WSV-IDX-SUC-HALLADA              PIC 9(03).
           01 WSV-SUC-BUSCADA                  PIC 9(03).
           01 WSV-MON-BUSCADA                  PIC X(03).

      *Totales del informe por moneda.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 10 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-IMPUESTO      PIC S9(09)V99.
                   03 WST-MON-REMITIDO      PIC S9(09)V99.
           01 WSV-CANT-MONEDAS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(02).
           01 WSV-IDX-MON-HALLADA              PIC 9(02).

      *PENDIENTES.TXT en memoria, donde se insertan en su lugar
      *(orden cliente+cuenta, el que espera la mezcla del apareo)
      *las lineas IDC.
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
           77 WSS-POSICION                     PIC X(01) VALUE "N".
               88 POSICION-HALLADA             VALUE "S".
               88 POSICION-NO-HALLADA          VALUE "N".
      *La linea IDC en el layout de SERVICIOS.
           01 WSV-LINEA-IDC.
               02 WSV-IDC-NRO-CLIE             PIC 9(03).
               02 WSV-IDC-COD-SERV             PIC X(03) VALUE "IDC".
               02 WSV-IDC-MONTO                PIC 999V99.
               02 WSV-IDC-MONEDA               PIC X(03).
               02 WSV-IDC-FECHA                PIC 9(08).
               02 WSV-IDC-TIPO-MOVIM           PIC X(01).
               02 WSV-IDC-NRO-CUOTA            PIC 9(02) VALUE ZERO.
               02 WSV-IDC-TOT-CUOTAS           PIC 9(02) VALUE ZERO.
               02 WSV-IDC-PROVEEDOR            PIC X(03) VALUE SPACES.
               02 WSV-IDC-NRO-CTA              PIC 9(02).

      *Campos editados para el informe.
           01 WSV-BASE-EDIT                    PIC ZZZZZZZZ9.99.
           01 WSV-BASE-EDIT-2                  PIC ZZZZZZZZ9.99.
           01 WSV-BASE-EDIT-3                  PIC ZZZZZZZZ9.99.
           01 WSV-IMPUESTO-EDIT                PIC -(8)9.99.
           01 WSV-REMITIDO-EDIT                PIC -(8)9.99.
           01 WSV-PENDIENTE-EDIT               PIC -(8)9.99.
           01 WSV-PENDIENTE                    PIC S9(09)V99.
           01 WSV-LINEA-ARMADA                 PIC X(100).
           77 WSS-REMITIDO                     PIC X(01) VALUE "N".
               88 MES-REMITIDO                 VALUE "S".
               88 MES-NO-REMITIDO              VALUE "N".
           77 WSS-LIQUIDADO                    PIC X(01) VALUE "N".
               88 DIA-LIQUIDADO                VALUE "S".
               88 DIA-NO-LIQUIDADO             VALUE "N".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-MOVS-CAJA          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOVS-APAREO        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EXENTOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LINEAS-IDC         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ASIENTOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REMESAS            PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-CUEN-ACT              PIC X(40).
           01 WSV-NOMBRE-SERV                  PIC X(40).
           01 WSV-NOMBRE-PENDIENTES            PIC X(40).
           01 WSV-NOMBRE-DETALLE               PIC X(40).
           01 WSV-NOMBRE-INFORME               PIC X(40).
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
           DISPLAY "(L)iquidar un dia, (R)emitir un mes, "
                   "(I)nforme mensual: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-LIQUIDAR OR OPCION-REMITIR OR OPCION-INFORME)
               MOVE "Opcion invalida, se espera L, R o I"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           INITIALIZE WST-SUCURSALES
           MOVE ZERO TO WSV-CANT-SUCURSALES
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           EVALUATE TRUE
               WHEN OPCION-LIQUIDAR
                   PERFORM 5100-Liquidar-dia
               WHEN OPCION-REMITIR
                   PERFORM 5600-Remitir-mes
               WHEN OPCION-INFORME
                   PERFORM 5800-Informe-mensual
           END-EVALUATE
           .
      *----------------------- Liquidacion -----------------------------
       5100-Liquidar-dia.
           PERFORM 5110-Pedir-dia
           PERFORM 5120-Controlar-dia-liquidado
           PERFORM 5130-Buscar-tasa-vigente
           IF TASA-NO-HALLADA
               MOVE "Sin tasa IDC vigente al dia (corra PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINTA" TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Tasa IDC vigente: " WSV-TASA-VIGENTE
                   " % desde " WSV-VIG-HALLADA
           PERFORM 5140-Cargar-exentos
           PERFORM 5150-Cargar-productos
           PERFORM 5160-Cargar-pendientes
           PERFORM 5170-Abrir-detalle
           PERFORM 5200-Liquidar-caja
           IF INCLUIR-APAREO
               PERFORM 5300-Liquidar-apareo
           END-IF
           CLOSE SALIDA-DETALLE
           PERFORM 5400-Cargar-lineas-idc
               VARYING WSV-IDX-CAR FROM 1 BY 1
               UNTIL WSV-IDX-CAR > WSV-CANT-CARGOS
           PERFORM 7100-Respaldar-pendientes
           PERFORM 7200-Grabar-pendientes
           PERFORM 5500-Emitir-asientos
           PERFORM 7300-Registrar-dia
           .
       5110-Pedir-dia.
           DISPLAY "Dia a liquidar (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-LIQUIDA
           IF (WSV-FECHA-LIQUIDA NOT NUMERIC)
                   OR (WSV-FECHA-LIQUIDA = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-LIQUIDA
           END-IF
           DISPLAY "Incluir los debitos y creditos del apareo de "
                   "ese dia (S/N): "
           ACCEPT WSS-INCLUIR-APAREO
           IF NOT NO-INCLUIR-APAREO
               SET INCLUIR-APAREO TO TRUE
               DISPLAY "Archivo de cuentas actualizadas "
                       "(CUEN_ACT.TXT si no quiere): "
               ACCEPT WSV-NOMBRE-CUEN-ACT
               IF WSV-NOMBRE-CUEN-ACT = SPACES
                   MOVE "CUEN_ACT.TXT" TO WSV-NOMBRE-CUEN-ACT
               END-IF
               DISPLAY "Archivo de servicios de la corrida "
                       "(SERVICIOS.TXT si no quiere): "
               ACCEPT WSV-NOMBRE-SERV
               IF WSV-NOMBRE-SERV = SPACES
                   MOVE "SERVICIOS.TXT" TO WSV-NOMBRE-SERV
               END-IF
           END-IF
           DISPLAY "Archivo de pendientes "
                   "(PENDIENTES.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-PENDIENTES
           IF WSV-NOMBRE-PENDIENTES = SPACES
               MOVE "PENDIENTES.TXT" TO WSV-NOMBRE-PENDIENTES
           END-IF
           .
      *Un dia ya liquidado no se vuelve a liquidar: cobraria dos
      *veces el impuesto.
       5120-Controlar-dia-liquidado.
           SET DIA-NO-LIQUIDADO TO TRUE
           OPEN INPUT ARCH-DIAS
           IF FS-DIAS = "00"
               PERFORM 7060-Leer-dia
               PERFORM 5121-Comparar-dia
                   UNTIL FS-DIAS NOT = "00"
               CLOSE ARCH-DIAS
           END-IF
           IF DIA-LIQUIDADO
               MOVE "El dia ya esta liquidado en IMP_DC_DIAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "DIALQ" TO WSV-ANULADO-CODIGO
               MOVE "IMP_DC_DIAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       5121-Comparar-dia.
           IF DIA-FECHA = WSV-FECHA-LIQUIDA
               SET DIA-LIQUIDADO TO TRUE
           END-IF
           PERFORM 7060-Leer-dia
           .
      *Fila IDC de TASAS.TXT con la fecha de vigencia mas alta que
      *no supere el dia liquidado.
       5130-Buscar-tasa-vigente.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-VIGENTE
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS NOT = "00"
               DISPLAY "**** No hay TASAS.TXT (corra PGENTASA)"
           ELSE
               PERFORM 7010-Leer-tasa
               PERFORM 5131-Evaluar-tasa UNTIL FS-TASAS NOT = "00"
               CLOSE ARCH-TASAS
           END-IF
           .
       5131-Evaluar-tasa.
           IF (REG-TAS-TIPO = "IDC")
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-LIQUIDA)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-VIGENTE
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7010-Leer-tasa
           .
      *Por producto, la fila de IDC_EXENTOS con la vigencia mas
      *alta que no supere el dia; sin archivo todo esta gravado.
       5140-Cargar-exentos.
           INITIALIZE WST-EXENTOS
           OPEN INPUT ARCH-EXENTOS
           IF FS-EXENTOS NOT = "00"
               DISPLAY "**** No hay IDC_EXENTOS.TXT: todos los "
                       "productos gravados"
           ELSE
               PERFORM 7020-Leer-exento
               PERFORM 5141-Evaluar-exento
                   UNTIL FS-EXENTOS NOT = "00"
               CLOSE ARCH-EXENTOS
           END-IF
           .
       5141-Evaluar-exento.
           IF (REG-EXE-PRODUCTO NUMERIC)
                   AND (REG-EXE-VIG-DESDE <= WSV-FECHA-LIQUIDA)
               COMPUTE WSV-IDX-PRD = REG-EXE-PRODUCTO + 1
               IF REG-EXE-VIG-DESDE >= WST-EXE-VIG-DESDE(WSV-IDX-PRD)
                   MOVE REG-EXE-MARCA TO WST-EXE-MARCA(WSV-IDX-PRD)
                   MOVE REG-EXE-VIG-DESDE
                       TO WST-EXE-VIG-DESDE(WSV-IDX-PRD)
               END-IF
           END-IF
           PERFORM 7020-Leer-exento
           .
      *El diario de caja no trae cuenta: el producto sale de la
      *cuenta 01 del cliente en CUENTAS (o de la primera que
      *aparezca); un cliente sin cuenta bancaria queda producto 00.
       5150-Cargar-productos.
           INITIALIZE WST-PRODUCTOS
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "**** No hay CUENTAS.TXT: la caja se liquida "
                       "con producto 00"
           ELSE
               PERFORM 7030-Leer-cuenta
               PERFORM 5151-Pasar-cuenta
                   UNTIL FS-CUENTAS NOT = "00"
               CLOSE ARCH-CUENTAS
           END-IF
           .
       5151-Pasar-cuenta.
           IF (NRO-CLIE-CUEN NUMERIC) AND (NRO-CLIE-CUEN > ZERO)
                   AND (CTA-BANCARIA-CUEN NUMERIC)
               IF (WST-PRD-CTA(NRO-CLIE-CUEN) = ZERO)
                       OR (NRO-CTA-CLIE-CUEN = 01)
                   MOVE CTA-BANC-PRODUCTO
                       TO WST-PRD-CLIE(NRO-CLIE-CUEN)
                   IF (NRO-CTA-CLIE-CUEN NUMERIC)
                           AND (NRO-CTA-CLIE-CUEN > ZERO)
                       MOVE NRO-CTA-CLIE-CUEN
                           TO WST-PRD-CTA(NRO-CLIE-CUEN)
                   ELSE
                       MOVE 01 TO WST-PRD-CTA(NRO-CLIE-CUEN)
                   END-IF
               END-IF
           END-IF
           PERFORM 7030-Leer-cuenta
           .
      *PENDIENTES.TXT puede no existir (no quedo nada adelantado en
      *la ultima corrida): se arranca vacio.
       5160-Cargar-pendientes.
           MOVE ZERO TO WSV-CANT-PENDIENTES
           OPEN INPUT ARCH-PENDIENTES
           IF FS-PENDIENTES NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-PENDIENTES
                       " previo, archivo vacio"
           ELSE
               PERFORM 7040-Leer-pendiente
               PERFORM 5161-Pasar-pendiente
                   UNTIL (FS-PENDIENTES = "10")
                   OR (WSV-CANT-PENDIENTES >= 999)
               IF FS-PENDIENTES NOT = "10"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-PENDIENTES
           END-IF
           .
       5161-Pasar-pendiente.
           ADD 1 TO WSV-CANT-PENDIENTES
           MOVE LINEA-PENDIENTE TO WST-PEN-LINEA(WSV-CANT-PENDIENTES)
           PERFORM 7040-Leer-pendiente
           .
       5170-Abrir-detalle.
           MOVE SPACES TO WSV-NOMBRE-DETALLE
           STRING "IMP_DC_DETALLE." DELIMITED BY SIZE
                  WSV-FECHA-LIQUIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DETALLE
           OPEN OUTPUT SALIDA-DETALLE
           IF FS-SALIDA-DETALLE NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-DETALLE TO WSV-ANULADO-CODIGO
               MOVE "IMP_DC_DETALLE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Caja: D deposito e I ingreso de transferencia son creditos,
      *R retiro y E envio de transferencia son debitos, X reverso
      *devuelve el impuesto de su original.
       5200-Liquidar-caja.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               DISPLAY "**** No hay MOVIMIENTOS.TXT: sin caja"
           ELSE
               PERFORM 7050-Leer-movimiento
               PERFORM 5210-Evaluar-movimiento
                   UNTIL FS-MOVIMIENTOS NOT = "00"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           .
       5210-Evaluar-movimiento.
           IF (MOV-FECHA = WSV-FECHA-LIQUIDA)
                   AND (MOV-NRO-CLIE NUMERIC)
                   AND (MOV-NRO-CLIE > ZERO)
               MOVE "C" TO WSV-MOV-ORIGEN
               MOVE MOV-SUCURSAL TO WSV-MOV-SUCURSAL
               MOVE MOV-NRO-CLIE TO WSV-MOV-NRO-CLIE
               IF WST-PRD-CTA(MOV-NRO-CLIE) > ZERO
                   MOVE WST-PRD-CTA(MOV-NRO-CLIE) TO WSV-MOV-NRO-CTA
               ELSE
                   MOVE 01 TO WSV-MOV-NRO-CTA
               END-IF
               MOVE WST-PRD-CLIE(MOV-NRO-CLIE) TO WSV-MOV-PRODUCTO
               MOVE SPACES TO WSV-MOV-CODIGO
               MOVE MOV-TIPO TO WSV-MOV-CODIGO
               MOVE "ARS" TO WSV-MOV-MONEDA
               MOVE MOV-MONTO TO WSV-MOV-MONTO
               MOVE SPACE TO WSV-MOV-SENTIDO
               EVALUATE MOV-TIPO
                   WHEN "D"
                   WHEN "I"
                   WHEN "C"
                       SET MOV-ES-CREDITO TO TRUE
                   WHEN "R"
                   WHEN "E"
                   WHEN "B"
                   WHEN "G"
                       SET MOV-ES-DEBITO TO TRUE
                   WHEN "X"
                       SET MOV-ES-REVERSO TO TRUE
                   WHEN OTHER
                       DISPLAY "**** Tipo de movimiento desconocido "
                               MOV-TIPO " (cliente " MOV-NRO-CLIE
                               "), no se liquida"
               END-EVALUATE
               IF WSV-MOV-SENTIDO NOT = SPACE
                   ADD 1 TO CTRL-CANT-MOVS-CAJA
                   PERFORM 5900-Liquidar-movimiento
               END-IF
           END-IF
           PERFORM 7050-Leer-movimiento
           .
      *Apareo: cada linea de SERVICIOS cuyo cliente y cuenta
      *quedaron en CUEN_ACT con ese codigo en su detalle (o sea, la
      *que realmente se cobro o acredito).
       5300-Liquidar-apareo.
           MOVE ZERO TO WSV-CANT-DEBITADOS
           OPEN INPUT ENTRADA-CUEN-ACT
           IF FS-ENTRADA-CUEN-ACT NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-CUEN-ACT TO WSV-ANULADO-CODIGO
               MOVE "ENTRADA-CUENACT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           READ ENTRADA-CUEN-ACT
           IF (FS-ENTRADA-CUEN-ACT = "00")
                   AND (HEADER-TAG-CUEN-ACT (1:6) = "HEADER")
               IF HEADER-FECHA-CA NOT = WSV-FECHA-LIQUIDA
                   MOVE "CUEN_ACT es de otra corrida que el dia"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "FECHA" TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-CUENACT" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               READ ENTRADA-CUEN-ACT
           END-IF
           PERFORM 5310-Pasar-debitado
               UNTIL (FS-ENTRADA-CUEN-ACT NOT = "00")
               OR (TRAILER-TAG-CUEN-ACT = "TRAILER")
               OR (TRAILER-TAG-CUEN-ACT = "FALLIDO")
           CLOSE ENTRADA-CUEN-ACT
           OPEN INPUT ENTRADA-SERVICIOS
           IF FS-ENTRADA-SERVICIOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-SERVICIOS TO WSV-ANULADO-CODIGO
               MOVE "ENTRADA-SERV" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7070-Leer-servicio
           PERFORM 5320-Evaluar-servicio
               UNTIL FS-ENTRADA-SERVICIOS = "10"
           CLOSE ENTRADA-SERVICIOS
           .
       5310-Pasar-debitado.
           IF WSV-CANT-DEBITADOS >= 999
               MOVE "WST-DEBITADOS llena (999 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "CUEN_ACT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-DEBITADOS
           MOVE NRO-CLIE-CUEN-ACT
               TO WST-DEB-NRO-CLIE(WSV-CANT-DEBITADOS)
           IF (NRO-CTA-CUEN-ACT NUMERIC) AND (NRO-CTA-CUEN-ACT > ZERO)
               MOVE NRO-CTA-CUEN-ACT
                   TO WST-DEB-NRO-CTA(WSV-CANT-DEBITADOS)
           ELSE
               MOVE 01 TO WST-DEB-NRO-CTA(WSV-CANT-DEBITADOS)
           END-IF
           IF SUCURSAL-CUEN-ACT NUMERIC
               MOVE SUCURSAL-CUEN-ACT
                   TO WST-DEB-SUCURSAL(WSV-CANT-DEBITADOS)
           ELSE
               MOVE ZERO TO WST-DEB-SUCURSAL(WSV-CANT-DEBITADOS)
           END-IF
           IF CTA-BANC-PRD-CUEN-ACT NUMERIC
               MOVE CTA-BANC-PRD-CUEN-ACT
                   TO WST-DEB-PRODUCTO(WSV-CANT-DEBITADOS)
           ELSE
               MOVE ZERO TO WST-DEB-PRODUCTO(WSV-CANT-DEBITADOS)
           END-IF
           MOVE CANT-SERV-CUEN-ACT
               TO WST-DEB-CANT-SERV(WSV-CANT-DEBITADOS)
           PERFORM 5311-Pasar-detalle
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL (WSV-IDX-SERV > CANT-SERV-CUEN-ACT)
               OR (WSV-IDX-SERV > 20)
           READ ENTRADA-CUEN-ACT
           .
       5311-Pasar-detalle.
           MOVE DETALLE-SERV-CUEN-ACT(WSV-IDX-SERV)
               TO WST-DEB-COD-SERV(WSV-CANT-DEBITADOS, WSV-IDX-SERV)
           .
       5320-Evaluar-servicio.
           IF (NRO-CLIE-SERV NUMERIC) AND (NRO-CLIE-SERV > ZERO)
               PERFORM 5330-Buscar-debitado
               IF SERV-SI-COBRADO
                   MOVE "A" TO WSV-MOV-ORIGEN
                   MOVE WST-DEB-SUCURSAL(WSV-IDX-HALLADO)
                       TO WSV-MOV-SUCURSAL
                   MOVE NRO-CLIE-SERV TO WSV-MOV-NRO-CLIE
                   MOVE WSV-CTA-SERV TO WSV-MOV-NRO-CTA
                   MOVE WST-DEB-PRODUCTO(WSV-IDX-HALLADO)
                       TO WSV-MOV-PRODUCTO
                   MOVE COD-SERV TO WSV-MOV-CODIGO
                   MOVE MONEDA-SERV TO WSV-MOV-MONEDA
                   MOVE MONTO TO WSV-MOV-MONTO
                   IF MOVIM-CREDITO
                       SET MOV-ES-CREDITO TO TRUE
                   ELSE
                       SET MOV-ES-DEBITO TO TRUE
                   END-IF
                   ADD 1 TO CTRL-CANT-MOVS-APAREO
                   PERFORM 5900-Liquidar-movimiento
               END-IF
           END-IF
           PERFORM 7070-Leer-servicio
           .
      *Busca el cliente y la cuenta del servicio en WST-DEBITADOS y
      *consume el renglon de su detalle con ese codigo.
       5330-Buscar-debitado.
           SET SERV-NO-COBRADO TO TRUE
           MOVE ZERO TO WSV-IDX-HALLADO
           IF (NRO-CTA-SERV NUMERIC) AND (NRO-CTA-SERV > ZERO)
               MOVE NRO-CTA-SERV TO WSV-CTA-SERV
           ELSE
               MOVE 01 TO WSV-CTA-SERV
           END-IF
           PERFORM 5331-Comparar-debitado
               VARYING WSV-IDX-DEB FROM 1 BY 1
               UNTIL (WSV-IDX-DEB > WSV-CANT-DEBITADOS)
               OR (WSV-IDX-HALLADO > ZERO)
           IF WSV-IDX-HALLADO > ZERO
               PERFORM 5332-Comparar-detalle
                   VARYING WSV-IDX-SERV FROM 1 BY 1
                   UNTIL (WSV-IDX-SERV
                       > WST-DEB-CANT-SERV(WSV-IDX-HALLADO))
                   OR SERV-SI-COBRADO
           END-IF
           .
       5331-Comparar-debitado.
           IF (WST-DEB-NRO-CLIE(WSV-IDX-DEB) = NRO-CLIE-SERV)
                   AND (WST-DEB-NRO-CTA(WSV-IDX-DEB) = WSV-CTA-SERV)
               MOVE WSV-IDX-DEB TO WSV-IDX-HALLADO
           END-IF
           .
      *Cada renglon del detalle se consume una sola vez: una
      *repeticion retenida por la corrida no encuentra renglon
      *libre y no se liquida.
       5332-Comparar-detalle.
           IF WST-DEB-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
                   = COD-SERV
               SET SERV-SI-COBRADO TO TRUE
               MOVE SPACES
                   TO WST-DEB-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
           END-IF
           .
      *Arma las lineas IDC del cliente: el neto positivo es un
      *debito, el negativo una devolucion (credito). El monto de
      *SERVICIOS es 999V99: un neto mayor sale en varias lineas.
       5400-Cargar-lineas-idc.
           IF WST-CAR-IMPUESTO(WSV-IDX-CAR) NOT = ZERO
               IF WST-CAR-IMPUESTO(WSV-IDX-CAR) > ZERO
                   MOVE "D" TO WSV-TIPO-CARGO
                   MOVE WST-CAR-IMPUESTO(WSV-IDX-CAR)
                       TO WSV-RESTO-CARGO
               ELSE
                   MOVE "C" TO WSV-TIPO-CARGO
                   COMPUTE WSV-RESTO-CARGO =
                           ZERO - WST-CAR-IMPUESTO(WSV-IDX-CAR)
               END-IF
               PERFORM 5410-Armar-linea-idc
                   UNTIL WSV-RESTO-CARGO = ZERO
           END-IF
           .
       5410-Armar-linea-idc.
           MOVE WST-CAR-NRO-CLIE(WSV-IDX-CAR) TO WSV-IDC-NRO-CLIE
           MOVE WST-CAR-NRO-CTA(WSV-IDX-CAR) TO WSV-IDC-NRO-CTA
           MOVE WST-CAR-MONEDA(WSV-IDX-CAR) TO WSV-IDC-MONEDA
           MOVE WSV-FECHA-LIQUIDA TO WSV-IDC-FECHA
           MOVE WSV-TIPO-CARGO TO WSV-IDC-TIPO-MOVIM
           IF WSV-RESTO-CARGO > 999.99
               MOVE 999.99 TO WSV-IDC-MONTO
           ELSE
               MOVE WSV-RESTO-CARGO TO WSV-IDC-MONTO
           END-IF
           SUBTRACT WSV-IDC-MONTO FROM WSV-RESTO-CARGO
           PERFORM 5420-Insertar-pendiente
           ADD 1 TO CTRL-CANT-LINEAS-IDC
           .
      *Inserta la linea IDC en WST-PENDIENTES detras de las lineas
      *de su misma clave cliente+cuenta o menor.
       5420-Insertar-pendiente.
           IF WSV-CANT-PENDIENTES >= 999
               MOVE "PENDIENTES lleno, no entra la linea IDC"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           COMPUTE WSV-CLAVE-NUEVA =
                   WSV-IDC-NRO-CLIE * 100 + WSV-IDC-NRO-CTA
           SET POSICION-NO-HALLADA TO TRUE
           MOVE 1 TO WSV-IDX-PEN
           PERFORM 5430-Buscar-posicion
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-PEN > WSV-CANT-PENDIENTES)
           ADD 1 TO WSV-CANT-PENDIENTES
           PERFORM 5440-Correr-hacia-abajo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-PENDIENTES BY -1
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PEN
           MOVE WSV-LINEA-IDC TO WST-PEN-LINEA(WSV-IDX-PEN)
           .
       5430-Buscar-posicion.
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
       5440-Correr-hacia-abajo.
           MOVE WST-PEN-LINEA(WSV-IDX-MOVER - 1)
               TO WST-PEN-LINEA(WSV-IDX-MOVER)
           .
      *Una linea de asiento por sucursal y moneda con impuesto,
      *agregada al final del feed contable; la sucursal viaja en el
      *campo de codigo de servicio, igual que en ProgCajaAsientos.
       5500-Emitir-asientos.
           OPEN EXTEND SALIDA-ASIENTOS
           IF FS-SALIDA-ASIENTOS NOT = "00"
               OPEN OUTPUT SALIDA-ASIENTOS
           END-IF
           PERFORM 5510-Asiento-de-sucursal
               VARYING WSV-IDX-SUC FROM 1 BY 1
               UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
           CLOSE SALIDA-ASIENTOS
           .
       5510-Asiento-de-sucursal.
           IF WST-SUC-IMPUESTO(WSV-IDX-SUC) NOT = ZERO
               INITIALIZE REGISTRO-SALIDA-ASIENTO
               MOVE WSV-FECHA-LIQUIDA TO ASI-FECHA
               IF WST-SUC-IMPUESTO(WSV-IDX-SUC) > ZERO
                   MOVE "IMP-DC" TO ASI-TIPO
                   MOVE WST-SUC-IMPUESTO(WSV-IDX-SUC) TO ASI-MONTO
               ELSE
                   MOVE "IMP-DCDV" TO ASI-TIPO
                   COMPUTE ASI-MONTO =
                           ZERO - WST-SUC-IMPUESTO(WSV-IDX-SUC)
               END-IF
               MOVE WST-SUC-NRO(WSV-IDX-SUC) TO ASI-COD-SERV
               MOVE WST-SUC-MONEDA(WSV-IDX-SUC) TO ASI-MONEDA
               MOVE WST-SUC-CANT(WSV-IDX-SUC) TO ASI-CANTIDAD
               MOVE ZERO TO ASI-CUENTA-GL
               WRITE REGISTRO-SALIDA-ASIENTO
               ADD 1 TO CTRL-CANT-ASIENTOS
               DISPLAY "Asiento del impuesto: " REGISTRO-SALIDA-ASIENTO
           END-IF
           .
      *Liquida el movimiento en curso: exencion por producto, el
      *impuesto (negativo en un reverso), el renglon de detalle y
      *los acumulados por cliente y por sucursal.
       5900-Liquidar-movimiento.
           COMPUTE WSV-IDX-PRD = WSV-MOV-PRODUCTO + 1
           IF WST-EXE-MARCA(WSV-IDX-PRD) = "E"
               SET MOV-EXENTO TO TRUE
               MOVE ZERO TO WSV-IMPUESTO
               ADD 1 TO CTRL-CANT-EXENTOS
           ELSE
               SET MOV-GRAVADO TO TRUE
               COMPUTE WSV-IMPUESTO ROUNDED =
                       WSV-MOV-MONTO * WSV-TASA-VIGENTE / 100
               IF MOV-ES-REVERSO
                   COMPUTE WSV-IMPUESTO = ZERO - WSV-IMPUESTO
               END-IF
           END-IF
           INITIALIZE REGISTRO-DETALLE
           MOVE WSV-FECHA-LIQUIDA TO DET-FECHA
           MOVE WSV-MOV-ORIGEN TO DET-ORIGEN
           MOVE WSV-MOV-SUCURSAL TO DET-SUCURSAL
           MOVE WSV-MOV-NRO-CLIE TO DET-NRO-CLIE
           MOVE WSV-MOV-NRO-CTA TO DET-NRO-CTA
           MOVE WSV-MOV-SENTIDO TO DET-SENTIDO
           MOVE WSV-MOV-CODIGO TO DET-CODIGO
           MOVE WSV-MOV-PRODUCTO TO DET-PRODUCTO
           MOVE WSS-EXENTO TO DET-EXENTO
           MOVE WSV-MOV-MONEDA TO DET-MONEDA
           MOVE WSV-MOV-MONTO TO DET-MONTO
           MOVE WSV-IMPUESTO TO DET-IMPUESTO
           WRITE REGISTRO-DETALLE
           PERFORM 5910-Acumular-cliente
           MOVE WSV-MOV-SUCURSAL TO WSV-SUC-BUSCADA
           MOVE WSV-MOV-MONEDA TO WSV-MON-BUSCADA
           PERFORM 6100-Ubicar-sucursal
           ADD 1 TO WST-SUC-CANT(WSV-IDX-SUC-HALLADA)
           IF MOV-EXENTO
               ADD WSV-MOV-MONTO
                   TO WST-SUC-BASE-EXE(WSV-IDX-SUC-HALLADA)
           ELSE
               IF MOV-ES-CREDITO
                   ADD WSV-MOV-MONTO
                       TO WST-SUC-BASE-CRE(WSV-IDX-SUC-HALLADA)
               END-IF
               IF MOV-ES-DEBITO
                   ADD WSV-MOV-MONTO
                       TO WST-SUC-BASE-DEB(WSV-IDX-SUC-HALLADA)
               END-IF
           END-IF
           ADD WSV-IMPUESTO TO WST-SUC-IMPUESTO(WSV-IDX-SUC-HALLADA)
           .
       5910-Acumular-cliente.
           MOVE ZERO TO WSV-IDX-CAR-HALLADO
           PERFORM 5920-Comparar-cargo
               VARYING WSV-IDX-CAR FROM 1 BY 1
               UNTIL (WSV-IDX-CAR > WSV-CANT-CARGOS)
               OR (WSV-IDX-CAR-HALLADO > ZERO)
           IF WSV-IDX-CAR-HALLADO = ZERO
               IF WSV-CANT-CARGOS >= 999
                   MOVE "WST-CARGOS llena (999 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CARGOS-IDC" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CARGOS
               MOVE WSV-CANT-CARGOS TO WSV-IDX-CAR-HALLADO
               MOVE WSV-MOV-NRO-CLIE
                   TO WST-CAR-NRO-CLIE(WSV-IDX-CAR-HALLADO)
               MOVE WSV-MOV-NRO-CTA
                   TO WST-CAR-NRO-CTA(WSV-IDX-CAR-HALLADO)
               MOVE WSV-MOV-MONEDA
                   TO WST-CAR-MONEDA(WSV-IDX-CAR-HALLADO)
               MOVE ZERO TO WST-CAR-IMPUESTO(WSV-IDX-CAR-HALLADO)
           END-IF
           ADD WSV-IMPUESTO TO WST-CAR-IMPUESTO(WSV-IDX-CAR-HALLADO)
           .
       5920-Comparar-cargo.
           IF (WST-CAR-NRO-CLIE(WSV-IDX-CAR) = WSV-MOV-NRO-CLIE)
                   AND (WST-CAR-NRO-CTA(WSV-IDX-CAR) = WSV-MOV-NRO-CTA)
                   AND (WST-CAR-MONEDA(WSV-IDX-CAR) = WSV-MOV-MONEDA)
               MOVE WSV-IDX-CAR TO WSV-IDX-CAR-HALLADO
           END-IF
           .
      *------------------------- Remesa --------------------------------
      *Remite lo liquidado en un mes terminado: una linea por
      *sucursal y moneda en IMP_DC_REMESAS.
       5600-Remitir-mes.
           PERFORM 5610-Pedir-periodo
           IF WSV-PERIODO >= WSV-FECHA-CORRIDA (1:6)
               MOVE "El mes no termino, no se puede remitir"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PERAB" TO WSV-ANULADO-CODIGO
               MOVE "IMP_DC_REMESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6200-Sumar-remesas
           IF MES-REMITIDO
               MOVE "El mes ya esta remitido en IMP_DC_REMESAS"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REMYA" TO WSV-ANULADO-CODIGO
               MOVE "IMP_DC_REMESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6300-Sumar-dias-del-mes
           IF WSV-CANT-SUCURSALES = ZERO
               DISPLAY "**** Nada liquidado en " WSV-PERIODO
                       ", no hay remesa"
           ELSE
               OPEN EXTEND ARCH-REMESAS
               IF FS-REMESAS NOT = "00"
                   OPEN OUTPUT ARCH-REMESAS
               END-IF
               PERFORM 5620-Grabar-remesa
                   VARYING WSV-IDX-SUC FROM 1 BY 1
                   UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
               CLOSE ARCH-REMESAS
           END-IF
           .
       5610-Pedir-periodo.
           DISPLAY "Mes (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC) OR (WSV-PERIODO (5:2) < "01")
                   OR (WSV-PERIODO (5:2) > "12")
               MOVE "Mes invalido, se espera AAAAMM"
                   TO WSV-ANULADO-DESCRIP
               MOVE "MES  " TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       5620-Grabar-remesa.
           INITIALIZE REGISTRO-REMESA
           MOVE WSV-PERIODO TO REM-PERIODO
           MOVE WST-SUC-NRO(WSV-IDX-SUC) TO REM-SUCURSAL
           MOVE WST-SUC-MONEDA(WSV-IDX-SUC) TO REM-MONEDA
           MOVE WST-SUC-IMPUESTO(WSV-IDX-SUC) TO REM-MONTO
           MOVE WSV-FECHA-CORRIDA TO REM-FECHA
           WRITE REGISTRO-REMESA
           ADD 1 TO CTRL-CANT-REMESAS
           MOVE REM-MONTO TO WSV-IMPUESTO-EDIT
           DISPLAY "Remitido sucursal " REM-SUCURSAL " " REM-MONEDA
                   " " WSV-IMPUESTO-EDIT
           .
      *------------------------- Informe -------------------------------
       5800-Informe-mensual.
           PERFORM 5610-Pedir-periodo
           PERFORM 6300-Sumar-dias-del-mes
           PERFORM 6200-Sumar-remesas
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "IMP_DC_MENSUAL." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           OPEN OUTPUT SALIDA-INFORME
           IF FS-SALIDA-INFORME NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-INFORME TO WSV-ANULADO-CODIGO
               MOVE "IMP_DC_MENSUAL" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "IMPUESTO A LOS DEBITOS Y CREDITOS - MES "
                      DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SUC MON  MOVS BASE DEBITOS BASE CREDITO"
                      DELIMITED BY SIZE
                  "  BASE EXENTA   LIQUIDADO    REMITIDO"
                      DELIMITED BY SIZE
                  "   PENDIENTE" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE ZERO TO WSV-CANT-MONEDAS
           PERFORM 5810-Linea-sucursal
               VARYING WSV-IDX-SUC FROM 1 BY 1
               UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 5830-Linea-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF WSV-CANT-SUCURSALES = ZERO
               MOVE "**** Sin dias liquidados en el mes"
                   TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           CLOSE SALIDA-INFORME
           .
       5810-Linea-sucursal.
           MOVE WST-SUC-BASE-DEB(WSV-IDX-SUC) TO WSV-BASE-EDIT
           MOVE WST-SUC-BASE-CRE(WSV-IDX-SUC) TO WSV-BASE-EDIT-2
           MOVE WST-SUC-BASE-EXE(WSV-IDX-SUC) TO WSV-BASE-EDIT-3
           MOVE WST-SUC-IMPUESTO(WSV-IDX-SUC) TO WSV-IMPUESTO-EDIT
           MOVE WST-SUC-REMITIDO(WSV-IDX-SUC) TO WSV-REMITIDO-EDIT
           COMPUTE WSV-PENDIENTE = WST-SUC-IMPUESTO(WSV-IDX-SUC)
                   - WST-SUC-REMITIDO(WSV-IDX-SUC)
           MOVE WSV-PENDIENTE TO WSV-PENDIENTE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-SUC-NRO(WSV-IDX-SUC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-SUC-MONEDA(WSV-IDX-SUC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-SUC-CANT(WSV-IDX-SUC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-BASE-EDIT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-BASE-EDIT-3 DELIMITED BY SIZE
                  WSV-IMPUESTO-EDIT DELIMITED BY SIZE
                  WSV-REMITIDO-EDIT DELIMITED BY SIZE
                  WSV-PENDIENTE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE ZERO TO WSV-IDX-MON-HALLADA
           PERFORM 5820-Comparar-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL (WSV-IDX-MON > WSV-CANT-MONEDAS)
               OR (WSV-IDX-MON-HALLADA > ZERO)
           IF WSV-IDX-MON-HALLADA = ZERO
               IF WSV-CANT-MONEDAS < 10
                   ADD 1 TO WSV-CANT-MONEDAS
                   MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADA
                   MOVE WST-SUC-MONEDA(WSV-IDX-SUC)
                       TO WST-MON-MONEDA(WSV-IDX-MON-HALLADA)
                   MOVE ZERO TO WST-MON-IMPUESTO(WSV-IDX-MON-HALLADA)
                   MOVE ZERO TO WST-MON-REMITIDO(WSV-IDX-MON-HALLADA)
               ELSE
                   DISPLAY "**** WST-MONEDAS llena (10 items)"
               END-IF
           END-IF
           IF WSV-IDX-MON-HALLADA > ZERO
               ADD WST-SUC-IMPUESTO(WSV-IDX-SUC)
                   TO WST-MON-IMPUESTO(WSV-IDX-MON-HALLADA)
               ADD WST-SUC-REMITIDO(WSV-IDX-SUC)
                   TO WST-MON-REMITIDO(WSV-IDX-MON-HALLADA)
           END-IF
           .
       5820-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = WST-SUC-MONEDA(WSV-IDX-SUC)
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADA
           END-IF
           .
       5830-Linea-moneda.
           MOVE WST-MON-IMPUESTO(WSV-IDX-MON) TO WSV-IMPUESTO-EDIT
           MOVE WST-MON-REMITIDO(WSV-IDX-MON) TO WSV-REMITIDO-EDIT
           COMPUTE WSV-PENDIENTE = WST-MON-IMPUESTO(WSV-IDX-MON)
                   - WST-MON-REMITIDO(WSV-IDX-MON)
           MOVE WSV-PENDIENTE TO WSV-PENDIENTE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL " DELIMITED BY SIZE
                  WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  "                                        "
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-IMPUESTO-EDIT DELIMITED BY SIZE
                  WSV-REMITIDO-EDIT DELIMITED BY SIZE
                  WSV-PENDIENTE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
      *Ubica (o agrega) la sucursal y moneda buscadas.
       6100-Ubicar-sucursal.
           MOVE ZERO TO WSV-IDX-SUC-HALLADA
           PERFORM 6110-Comparar-sucursal
               VARYING WSV-IDX-SUC FROM 1 BY 1
               UNTIL (WSV-IDX-SUC > WSV-CANT-SUCURSALES)
               OR (WSV-IDX-SUC-HALLADA > ZERO)
           IF WSV-IDX-SUC-HALLADA = ZERO
               IF WSV-CANT-SUCURSALES >= 100
                   MOVE "WST-SUCURSALES llena (100 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "SUCURSALES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-SUCURSALES
               MOVE WSV-CANT-SUCURSALES TO WSV-IDX-SUC-HALLADA
               INITIALIZE WST-SUC-DET(WSV-IDX-SUC-HALLADA)
               MOVE WSV-SUC-BUSCADA TO WST-SUC-NRO(WSV-IDX-SUC-HALLADA)
               MOVE WSV-MON-BUSCADA
                   TO WST-SUC-MONEDA(WSV-IDX-SUC-HALLADA)
           END-IF
           .
       6110-Comparar-sucursal.
           IF (WST-SUC-NRO(WSV-IDX-SUC) = WSV-SUC-BUSCADA)
                   AND (WST-SUC-MONEDA(WSV-IDX-SUC) = WSV-MON-BUSCADA)
               MOVE WSV-IDX-SUC TO WSV-IDX-SUC-HALLADA
           END-IF
           .
      *Lo ya remitido del periodo, por sucursal y moneda.
       6200-Sumar-remesas.
           SET MES-NO-REMITIDO TO TRUE
           OPEN INPUT ARCH-REMESAS
           IF FS-REMESAS = "00"
               PERFORM 7080-Leer-remesa
               PERFORM 6210-Sumar-remesa
                   UNTIL FS-REMESAS NOT = "00"
               CLOSE ARCH-REMESAS
           END-IF
           .
       6210-Sumar-remesa.
           IF REM-PERIODO = WSV-PERIODO
               SET MES-REMITIDO TO TRUE
               MOVE REM-SUCURSAL TO WSV-SUC-BUSCADA
               MOVE REM-MONEDA TO WSV-MON-BUSCADA
               PERFORM 6100-Ubicar-sucursal
               ADD REM-MONTO TO WST-SUC-REMITIDO(WSV-IDX-SUC-HALLADA)
           END-IF
           PERFORM 7080-Leer-remesa
           .
      *Lo liquidado en los dias del periodo, por sucursal y moneda.
       6300-Sumar-dias-del-mes.
           OPEN INPUT ARCH-DIAS
           IF FS-DIAS = "00"
               PERFORM 7060-Leer-dia
               PERFORM 6310-Sumar-dia
                   UNTIL FS-DIAS NOT = "00"
               CLOSE ARCH-DIAS
           END-IF
           .
       6310-Sumar-dia.
           IF DIA-FECHA (1:6) = WSV-PERIODO
               MOVE DIA-SUCURSAL TO WSV-SUC-BUSCADA
               MOVE DIA-MONEDA TO WSV-MON-BUSCADA
               PERFORM 6100-Ubicar-sucursal
               ADD DIA-CANT-MOVS TO WST-SUC-CANT(WSV-IDX-SUC-HALLADA)
               ADD DIA-BASE-DEBITOS
                   TO WST-SUC-BASE-DEB(WSV-IDX-SUC-HALLADA)
               ADD DIA-BASE-CREDITOS
                   TO WST-SUC-BASE-CRE(WSV-IDX-SUC-HALLADA)
               ADD DIA-BASE-EXENTA
                   TO WST-SUC-BASE-EXE(WSV-IDX-SUC-HALLADA)
               ADD DIA-IMPUESTO
                   TO WST-SUC-IMPUESTO(WSV-IDX-SUC-HALLADA)
           END-IF
           PERFORM 7060-Leer-dia
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
           WRITE LINEA-INFORME
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-tasa.
           READ ARCH-TASAS
           .
       7020-Leer-exento.
           READ ARCH-EXENTOS
           .
       7030-Leer-cuenta.
           READ ARCH-CUENTAS
           .
       7040-Leer-pendiente.
           READ ARCH-PENDIENTES
           .
       7050-Leer-movimiento.
           READ ARCH-MOVIMIENTOS
           .
       7060-Leer-dia.
           READ ARCH-DIAS
           .
       7070-Leer-servicio.
           READ ENTRADA-SERVICIOS
           IF (FS-ENTRADA-SERVICIOS = "00")
                   AND (REGISTRO-ENTRADA-SERVICIOS (1:6) = "HEADER")
               READ ENTRADA-SERVICIOS
           END-IF
           .
       7080-Leer-remesa.
           READ ARCH-REMESAS
           .
      *Copia PENDIENTES a PENDIENTES.AAAAMMDD.BAK antes de
      *regrabarlo.
       7100-Respaldar-pendientes.
           MOVE WSV-NOMBRE-PENDIENTES TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "PENDIENTES." DELIMITED BY SIZE
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
       7200-Grabar-pendientes.
           OPEN OUTPUT ARCH-PENDIENTES
           IF FS-PENDIENTES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PENDIENTES TO WSV-ANULADO-CODIGO
               MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-pendiente
               VARYING WSV-IDX-PEN FROM 1 BY 1
               UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
           CLOSE ARCH-PENDIENTES
           .
       7210-Escribir-pendiente.
           MOVE WST-PEN-LINEA(WSV-IDX-PEN) TO LINEA-PENDIENTE
           WRITE LINEA-PENDIENTE
           .
      *Deja los totales del dia por sucursal y moneda en
      *IMP_DC_DIAS; un dia sin movimientos queda igual registrado,
      *con una linea en cero, para que no se vuelva a liquidar.
       7300-Registrar-dia.
           OPEN EXTEND ARCH-DIAS
           IF FS-DIAS NOT = "00"
               OPEN OUTPUT ARCH-DIAS
           END-IF
           IF WSV-CANT-SUCURSALES = ZERO
               INITIALIZE REGISTRO-DIA
               MOVE WSV-FECHA-LIQUIDA TO DIA-FECHA
               MOVE "ARS" TO DIA-MONEDA
               WRITE REGISTRO-DIA
           END-IF
           PERFORM 7310-Escribir-dia
               VARYING WSV-IDX-SUC FROM 1 BY 1
               UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
           CLOSE ARCH-DIAS
           .
       7310-Escribir-dia.
           INITIALIZE REGISTRO-DIA
           MOVE WSV-FECHA-LIQUIDA TO DIA-FECHA
           MOVE WST-SUC-NRO(WSV-IDX-SUC) TO DIA-SUCURSAL
           MOVE WST-SUC-MONEDA(WSV-IDX-SUC) TO DIA-MONEDA
           MOVE WST-SUC-CANT(WSV-IDX-SUC) TO DIA-CANT-MOVS
           MOVE WST-SUC-BASE-DEB(WSV-IDX-SUC) TO DIA-BASE-DEBITOS
           MOVE WST-SUC-BASE-CRE(WSV-IDX-SUC) TO DIA-BASE-CREDITOS
           MOVE WST-SUC-BASE-EXE(WSV-IDX-SUC) TO DIA-BASE-EXENTA
           MOVE WST-SUC-IMPUESTO(WSV-IDX-SUC) TO DIA-IMPUESTO
           WRITE REGISTRO-DIA
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
           MOVE "ProgImpDC"         TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control del impuesto ----"
           IF OPCION-LIQUIDAR
               DISPLAY "Dia liquidado:                 "
                       WSV-FECHA-LIQUIDA
               DISPLAY "Movimientos de caja:           "
                       CTRL-CANT-MOVS-CAJA
               DISPLAY "Movimientos del apareo:        "
                       CTRL-CANT-MOVS-APAREO
               DISPLAY "Movimientos exentos:           "
                       CTRL-CANT-EXENTOS
               DISPLAY "Lineas IDC a PENDIENTES:       "
                       CTRL-CANT-LINEAS-IDC
               DISPLAY "Lineas al feed ASIENTOS:       "
                       CTRL-CANT-ASIENTOS
               DISPLAY "Detalle en:                    "
                       WSV-NOMBRE-DETALLE
           END-IF
           IF OPCION-REMITIR
               DISPLAY "Mes remitido:                  " WSV-PERIODO
               DISPLAY "Lineas de remesa:              "
                       CTRL-CANT-REMESAS
           END-IF
           IF OPCION-INFORME
               DISPLAY "Informe en:                    "
                       WSV-NOMBRE-INFORME
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
