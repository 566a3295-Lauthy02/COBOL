      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del mayor general
      *    (P)asar: toma el feed ASIENTOS del dia (lo escriben
      *    ProgAsientos, ProgCajaAsientos, ProgCastigos, ProgReval,
      *    ProgAgencia, ProgImpDebCred y ProgPlazoFijo) y suma cada
      *    linea al debe o al haber de su cuenta contable, moneda y
      *    mes en SALDOS_MAYOR.TXT. La cuenta
      *    es la que estampo ProgAsientos; si la linea no la trae se
      *    busca el tipo general (codigo en blanco) en PLANCUENTAS.TXT,
      *    y si tampoco esta se pasa a la cuenta 000000 (sin imputar).
      *    Cada dia pasado queda en MAYOR_DIAS.TXT, uno por moneda, con
      *    sus totales y la marca de si cuadra: un feed con algun dia
      *    ya pasado, con un dia de un mes cerrado en PERIODOS.TXT o
      *    con un tipo de asiento desconocido no se pasa entero.
      *    (B)alance: arma el balance de sumas y saldos de un mes AAAAMM
      *    con apertura, debe, haber y cierre por cuenta y moneda, y
      *    al pie los dias del mes cuyo debe y haber no cuadran. El
      *    balance queda en BALANCE_SUMAS.AAAAMM.TXT.
      *    El arrastre de saldos al mes siguiente lo hace
      *    ProgCierrePeriodo al cerrar el mes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgMayor.
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
      *Feed de asientos del dia.
           SELECT ENTRADA-ASIENTOS ASSIGN DYNAMIC WSV-NOMBRE-ASIENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-ASIENTOS.
      *Plan de cuentas (lo mantiene PGENPLAN).
           SELECT ARCH-PLANCUENTAS ASSIGN TO "PLANCUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANCUENTAS.
      *Control de periodos contables (lo mantiene ProgCierrePeriodo).
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERIODOS-CTB.
      *Saldos por cuenta, moneda y mes.
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_MAYOR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Registro de los dias ya pasados al mayor.
           SELECT ARCH-DIAS ASSIGN TO "MAYOR_DIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIAS.

           SELECT SALIDA-BALANCE ASSIGN DYNAMIC WSV-NOMBRE-BALANCE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-BALANCE.
      *Respaldo de SALDOS_MAYOR.TXT antes de regrabarlo.
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
      *Archivo ASIENTOS (mismo layout que escribe ProgAsientos)
           FD ENTRADA-ASIENTOS.
               01 REGISTRO-ENTRADA-ASIENTO.
                   02 ASI-FECHA                PIC 9(08).
                   02 ASI-TIPO                 PIC X(08).
                   02 ASI-COD-SERV             PIC X(03).
                   02 ASI-MONEDA               PIC X(03).
                   02 ASI-CANTIDAD             PIC 9(05).
                   02 ASI-MONTO                PIC 9(07)V99.
                   02 ASI-CUENTA-GL            PIC 9(06).
      *
      *Archivo PLANCUENTAS
      *Cod Servicio (blanco = tipo general) | Tipo de asiento
      *| Cuenta contable
           FD ARCH-PLANCUENTAS.
               01 REGISTRO-PLANCUENTA.
                   02 PLA-COD-SERV             PIC X(03).
                   02 PLA-TIPO                 PIC X(08).
                   02 PLA-CUENTA-GL            PIC 9(06).
      *
      *Archivo PERIODOS: estado de cada mes contable (A abierto /
      *C cerrado); sin archivo, todos los meses estan abiertos.
           FD ARCH-PERIODOS.
               01 REGISTRO-PERIODO-CTB.
                   02 PDO-PERIODO              PIC 9(06).
                   02 PDO-ESTADO               PIC X(01).
      *
      *Archivo SALDOS_MAYOR
           FD ARCH-SALDOS.
               COPY REG-SALDOMAY.
      *
      *Archivo MAYOR_DIAS: un renglon por dia y moneda pasados.
      *Fecha | Moneda | Fecha de pase | Lineas | Debe | Haber
      *| Cuadra (S/N) | Feed del que salio
           FD ARCH-DIAS.
               01 REGISTRO-DIA-MAYOR.
                   02 DIM-FECHA                PIC 9(08).
                   02 DIM-MONEDA               PIC X(03).
                   02 DIM-FECHA-PASE           PIC 9(08).
                   02 DIM-LINEAS               PIC 9(05).
                   02 DIM-DEBE                 PIC 9(11)V99.
                   02 DIM-HABER                PIC 9(11)V99.
                   02 DIM-CUADRA               PIC X(01).
                   02 DIM-ARCHIVO              PIC X(40).
      *
           FD SALIDA-BALANCE.
               01 LINEA-BALANCE                PIC X(100).
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
               02 FS-ENTRADA-ASIENTOS          PIC X(02) VALUE ZEROES.
               02 FS-PLANCUENTAS               PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
               02 FS-DIAS                      PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-BALANCE            PIC X(02) VALUE ZEROES.
           01 FS-PERIODOS-CTB                  PIC X(02) VALUE ZEROES.
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

      *Operacion pedida.
           01 WSV-OPCION                       PIC X(01) VALUE SPACE.
               88 OPCION-PASAR                 VALUE "P".
               88 OPCION-BALANCE               VALUE "B".

      *Lado de cada tipo de asiento: D debe, H haber, M solo
      *informativo (no se pasa al mayor).
           01 WST-TIPOS.
               02 FILLER PIC X(09) VALUE "DEB-SERVH".
               02 FILLER PIC X(09) VALUE "DEB-NETOH".
               02 FILLER PIC X(09) VALUE "DEB-IVA H".
               02 FILLER PIC X(09) VALUE "DEV-SERVD".
               02 FILLER PIC X(09) VALUE "DESC-PROD".
               02 FILLER PIC X(09) VALUE "CRED-CLID".
               02 FILLER PIC X(09) VALUE "RECHAZOSM".
               02 FILLER PIC X(09) VALUE "CASTIGO D".
               02 FILLER PIC X(09) VALUE "REV-GAN H".
               02 FILLER PIC X(09) VALUE "REV-PER D".
               02 FILLER PIC X(09) VALUE "COMISAGED".
               02 FILLER PIC X(09) VALUE "RECUPCASH".
               02 FILLER PIC X(09) VALUE "CAJA-DEPD".
               02 FILLER PIC X(09) VALUE "CAJA-RETH".
               02 FILLER PIC X(09) VALUE "CAJA-REVH".
               02 FILLER PIC X(09) VALUE "IMP-DC  H".
               02 FILLER PIC X(09) VALUE "IMP-DCDVD".
               02 FILLER PIC X(09) VALUE "PF-CONSTH".
               02 FILLER PIC X(09) VALUE "PF-DEVENH".
               02 FILLER PIC X(09) VALUE "PF-PAGO D".
               02 FILLER PIC X(09) VALUE "INT-AHO D".
               02 FILLER PIC X(09) VALUE "RET-AHO H".
           01 WST-TIPOS-RED REDEFINES WST-TIPOS.
               02 WST-TIP-DET               OCCURS 22 TIMES.
                   03 WST-TIP-TIPO          PIC X(08).
                   03 WST-TIP-LADO          PIC X(01).
           01 WSV-IDX-TIP                      PIC 9(02).
           01 WSV-LADO                         PIC X(01).
               88 LADO-DEBE                    VALUE "D".
               88 LADO-HABER                   VALUE "H".
               88 LADO-MEMO                    VALUE "M".
               88 LADO-DESCONOCIDO             VALUE SPACE.

      *Mapeos generales del plan de cuentas (codigo en blanco).
           01 WST-PLAN.
               02 WST-PLA-DET               OCCURS 100 TIMES.
                   03 WST-PLA-TIPO          PIC X(08).
                   03 WST-PLA-CUENTA-GL     PIC 9(06).
           01 WSV-CANT-MAPEOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PLA                      PIC 9(03).
           01 WSV-CUENTA-GL                    PIC 9(06).

      *Meses cerrados en PERIODOS.TXT.
           01 WST-CERRADOS.
               02 WST-CER-PERIODO           PIC 9(06)
                   OCCURS 120 TIMES.
           01 WSV-CANT-CERRADOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CER                      PIC 9(03).
           01 WSV-PERIODO-LINEA                PIC 9(06).
           77 WSS-PERIODO-CTB                  PIC X(01) VALUE "A".
               88 PERIODO-ABIERTO              VALUE "A".
               88 PERIODO-CERRADO              VALUE "C".

      *Fechas ya pasadas al mayor segun MAYOR_DIAS.TXT.
           01 WST-PASADOS.
               02 WST-PAS-FECHA             PIC 9(08)
                   OCCURS 3000 TIMES.
           01 WSV-CANT-PASADOS                 PIC 9(04) VALUE ZERO.
           01 WSV-IDX-PAS                      PIC 9(04).
           01 WSV-FECHA-BUSCADA                PIC 9(08).
           77 WSS-PASADO                       PIC X(01) VALUE "N".
               88 DIA-YA-PASADO                VALUE "S".
               88 DIA-NUEVO                    VALUE "N".

      *Cuadre del feed por dia y moneda.
           01 WST-CUADRE.
               02 WST-CUA-DET               OCCURS 100 TIMES.
                   03 WST-CUA-FECHA         PIC 9(08).
                   03 WST-CUA-MONEDA        PIC X(03).
                   03 WST-CUA-LINEAS        PIC 9(05).
                   03 WST-CUA-DEBE          PIC 9(11)V99.
                   03 WST-CUA-HABER         PIC 9(11)V99.
                   03 WST-CUA-CUADRA        PIC X(01).
           01 WSV-CANT-CUADRES                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CUA                      PIC 9(03).
           01 WSV-IDX-CUA-HALLADO              PIC 9(03).

      *Saldos completos en memoria, ordenados por cuenta, moneda y
      *periodo, regrabados enteros despues del pase.
           01 WST-SALDOS.
               02 WST-SDO-DET               OCCURS 3000 TIMES.
                   03 WST-SDO-CLAVE.
                       04 WST-SDO-CUENTA-GL PIC 9(06).
                       04 WST-SDO-MONEDA    PIC X(03).
                       04 WST-SDO-PERIODO   PIC 9(06).
                   03 WST-SDO-APERTURA      PIC S9(11)V99.
                   03 WST-SDO-DEBE          PIC 9(11)V99.
                   03 WST-SDO-HABER         PIC 9(11)V99.
           01 WSV-CANT-SALDOS                  PIC 9(04) VALUE ZERO.
           01 WSV-IDX-SDO                      PIC 9(04).
           01 WSV-IDX-SDO-HALLADO              PIC 9(04).
           01 WSV-IDX-MOVER                    PIC 9(04).
           01 WSV-CLAVE-BUSCADA.
               02 WSV-CLAVE-CUENTA-GL          PIC 9(06).
               02 WSV-CLAVE-MONEDA             PIC X(03).
               02 WSV-CLAVE-PERIODO            PIC 9(06).

      *Periodo pedido para el balance.
           01 WSV-PERIODO                      PIC 9(06) VALUE ZERO.
           01 WSV-PERIODO-RED REDEFINES WSV-PERIODO.
               02 WSV-PERIODO-ANIO             PIC 9(04).
               02 WSV-PERIODO-MES              PIC 9(02).

      *Totales del balance por moneda.
           01 WST-TOTALES.
               02 WST-TOT-DET               OCCURS 20 TIMES.
                   03 WST-TOT-MONEDA        PIC X(03).
                   03 WST-TOT-APERTURA      PIC S9(13)V99.
                   03 WST-TOT-DEBE          PIC 9(13)V99.
                   03 WST-TOT-HABER         PIC 9(13)V99.
                   03 WST-TOT-CIERRE        PIC S9(13)V99.
           01 WSV-CANT-TOTALES                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-TOT                      PIC 9(02).
           01 WSV-IDX-TOT-HALLADO              PIC 9(02).
           01 WSV-CIERRE                       PIC S9(13)V99.

      *Campos editados para el balance.
           01 WSV-APERTURA-EDIT                PIC -(12)9.99.
           01 WSV-DEBE-EDIT                    PIC ZZZZZZZZZZZZ9.99.
           01 WSV-HABER-EDIT                   PIC ZZZZZZZZZZZZ9.99.
           01 WSV-CIERRE-EDIT                  PIC -(12)9.99.
           01 WSV-CANT-EDITADA                 PIC ZZZZ9.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LINEAS-FEED        PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-LINEAS-PASADAS     PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-LINEAS-MEMO        PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-SIN-CUENTA         PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-YA-PASADAS         PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-MES-CERRADO        PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-TIPO-DESC          PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-DIAS-NO-CUADRAN    PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CUENTAS-BALANCE    PIC 9(04) VALUE ZERO.

           01 WSV-NOMBRE-ASIENTOS              PIC X(40).
           01 WSV-NOMBRE-BALANCE               PIC X(40).
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
           DISPLAY "Operacion: (P)asar feed al mayor (B)alance: "
           ACCEPT WSV-OPCION
           IF NOT OPCION-PASAR AND NOT OPCION-BALANCE
               MOVE "Operacion no reconocida, se espera P o B"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPERACION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1500-Cargar-saldos
           PERFORM 1400-Cargar-dias-pasados
           .
       1100-Cargar-plan.
           MOVE ZERO TO WSV-CANT-MAPEOS
           OPEN INPUT ARCH-PLANCUENTAS
           IF FS-PLANCUENTAS NOT = "00"
               DISPLAY "**** No hay PLANCUENTAS.TXT: las lineas sin "
                       "cuenta van a la 000000"
           ELSE
               PERFORM 7020-Leer-plan
               PERFORM 1110-Pasar-mapeo
                   UNTIL FS-PLANCUENTAS NOT = "00"
               CLOSE ARCH-PLANCUENTAS
           END-IF
           .
       1110-Pasar-mapeo.
           IF PLA-COD-SERV = SPACES
               IF WSV-CANT-MAPEOS >= 100
                   MOVE "WST-PLAN llena (100 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PLANCUENTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-MAPEOS
               MOVE PLA-TIPO TO WST-PLA-TIPO(WSV-CANT-MAPEOS)
               MOVE PLA-CUENTA-GL
                   TO WST-PLA-CUENTA-GL(WSV-CANT-MAPEOS)
           END-IF
           PERFORM 7020-Leer-plan
           .
       1200-Cargar-cerrados.
           MOVE ZERO TO WSV-CANT-CERRADOS
           OPEN INPUT ARCH-PERIODOS
           IF FS-PERIODOS-CTB = "00"
               PERFORM 7030-Leer-periodo
               PERFORM 1210-Pasar-cerrado
                   UNTIL FS-PERIODOS-CTB NOT = "00"
               CLOSE ARCH-PERIODOS
           END-IF
           .
       1210-Pasar-cerrado.
           IF PDO-ESTADO = "C"
               IF WSV-CANT-CERRADOS >= 120
                   MOVE "WST-CERRADOS llena (120 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PERIODOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CERRADOS
               MOVE PDO-PERIODO TO WST-CER-PERIODO(WSV-CANT-CERRADOS)
           END-IF
           PERFORM 7030-Leer-periodo
           .
      *De MAYOR_DIAS.TXT solo interesa que fechas ya se pasaron (una
      *vez por fecha, aunque tenga un renglon por moneda).
       1400-Cargar-dias-pasados.
           MOVE ZERO TO WSV-CANT-PASADOS
           OPEN INPUT ARCH-DIAS
           IF FS-DIAS = "00"
               PERFORM 7040-Leer-dia
               PERFORM 1410-Pasar-dia
                   UNTIL FS-DIAS NOT = "00"
               CLOSE ARCH-DIAS
           END-IF
           .
       1410-Pasar-dia.
           MOVE DIM-FECHA TO WSV-FECHA-BUSCADA
           PERFORM 5250-Buscar-dia-pasado
           IF DIA-NUEVO
               IF WSV-CANT-PASADOS >= 3000
                   MOVE "WST-PASADOS llena (3000 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "MAYOR_DIAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-PASADOS
               MOVE DIM-FECHA TO WST-PAS-FECHA(WSV-CANT-PASADOS)
           END-IF
           PERFORM 7040-Leer-dia
           .
       1500-Cargar-saldos.
           MOVE ZERO TO WSV-CANT-SALDOS
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               DISPLAY "**** No hay SALDOS_MAYOR.TXT previo: el mayor "
                       "arranca vacio"
           ELSE
               PERFORM 7050-Leer-saldo
               PERFORM 1510-Pasar-saldo
                   UNTIL FS-SALDOS NOT = "00"
               CLOSE ARCH-SALDOS
           END-IF
           .
       1510-Pasar-saldo.
           IF WSV-CANT-SALDOS >= 3000
               MOVE "WST-SALDOS llena (3000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-SALDOS
           MOVE SDO-CLAVE TO WST-SDO-CLAVE(WSV-CANT-SALDOS)
           MOVE SDO-APERTURA TO WST-SDO-APERTURA(WSV-CANT-SALDOS)
           MOVE SDO-DEBE TO WST-SDO-DEBE(WSV-CANT-SALDOS)
           MOVE SDO-HABER TO WST-SDO-HABER(WSV-CANT-SALDOS)
           PERFORM 7050-Leer-saldo
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           IF OPCION-PASAR
               PERFORM 5100-Pasar-feed
           ELSE
               PERFORM 6000-Armar-balance
           END-IF
           .
      *El feed se lee dos veces: la primera solo controla (dias ya
      *pasados, meses cerrados, tipos desconocidos) y arma el cuadre;
      *si algo falla no se toca nada. La segunda suma a los saldos.
       5100-Pasar-feed.
           DISPLAY "Feed a pasar (ASIENTOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-ASIENTOS
           IF WSV-NOMBRE-ASIENTOS = SPACES
               MOVE "ASIENTOS.TXT" TO WSV-NOMBRE-ASIENTOS
           END-IF
           PERFORM 1100-Cargar-plan
           PERFORM 1200-Cargar-cerrados
           PERFORM 5200-Controlar-feed
           IF CTRL-CANT-LINEAS-FEED = ZERO
               DISPLAY "**** El feed no tiene lineas, nada que pasar"
           ELSE
               IF CTRL-CANT-YA-PASADAS > ZERO
                   MOVE "Feed con dias ya pasados al mayor, no se pasa"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "DIAPA" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-ASIENTOS TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               IF CTRL-CANT-MES-CERRADO > ZERO
                   MOVE "Feed con dias de un mes cerrado, no se pasa"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "PCERR" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-ASIENTOS TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               IF CTRL-CANT-TIPO-DESC > ZERO
                   MOVE "Feed con tipos de asiento desconocidos"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TIPOA" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-ASIENTOS TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 5300-Sumar-feed
               PERFORM 5500-Marcar-cuadre
               PERFORM 7100-Respaldar-saldos
               PERFORM 7200-Grabar-saldos
               PERFORM 7300-Registrar-dias
           END-IF
           .
       5200-Controlar-feed.
           OPEN INPUT ENTRADA-ASIENTOS
           IF FS-ENTRADA-ASIENTOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-ASIENTOS TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-ASIENTOS TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-asiento
           PERFORM 5210-Controlar-linea
               UNTIL FS-ENTRADA-ASIENTOS NOT = "00"
           CLOSE ENTRADA-ASIENTOS
           .
       5210-Controlar-linea.
           ADD 1 TO CTRL-CANT-LINEAS-FEED
           PERFORM 5220-Buscar-lado
           IF LADO-DESCONOCIDO
               ADD 1 TO CTRL-CANT-TIPO-DESC
               DISPLAY "**** Tipo de asiento desconocido: " ASI-TIPO
                       " (" ASI-FECHA " " ASI-MONEDA ")"
           END-IF
           IF ASI-FECHA NOT NUMERIC
               ADD 1 TO CTRL-CANT-TIPO-DESC
               DISPLAY "**** Fecha invalida en el feed: " ASI-FECHA
           ELSE
               MOVE ASI-FECHA TO WSV-FECHA-BUSCADA
               PERFORM 5250-Buscar-dia-pasado
               IF DIA-YA-PASADO
                   ADD 1 TO CTRL-CANT-YA-PASADAS
                   DISPLAY "**** Dia ya pasado al mayor: " ASI-FECHA
               END-IF
               MOVE ASI-FECHA (1:6) TO WSV-PERIODO-LINEA
               PERFORM 5260-Buscar-cerrado
               IF PERIODO-CERRADO
                   ADD 1 TO CTRL-CANT-MES-CERRADO
                   DISPLAY "**** Mes cerrado en PERIODOS.TXT: "
                           ASI-FECHA
               END-IF
               IF LADO-DEBE OR LADO-HABER
                   PERFORM 5230-Acumular-cuadre
               END-IF
           END-IF
           PERFORM 7010-Leer-asiento
           .
       5220-Buscar-lado.
           MOVE SPACE TO WSV-LADO
           PERFORM 5221-Comparar-tipo
               VARYING WSV-IDX-TIP FROM 1 BY 1
               UNTIL (WSV-IDX-TIP > 22) OR (NOT LADO-DESCONOCIDO)
           .
       5221-Comparar-tipo.
           IF WST-TIP-TIPO(WSV-IDX-TIP) = ASI-TIPO
               MOVE WST-TIP-LADO(WSV-IDX-TIP) TO WSV-LADO
           END-IF
           .
       5230-Acumular-cuadre.
           MOVE ZERO TO WSV-IDX-CUA-HALLADO
           PERFORM 5231-Comparar-cuadre
               VARYING WSV-IDX-CUA FROM 1 BY 1
               UNTIL (WSV-IDX-CUA > WSV-CANT-CUADRES)
               OR (WSV-IDX-CUA-HALLADO > ZERO)
           IF WSV-IDX-CUA-HALLADO = ZERO
               IF WSV-CANT-CUADRES >= 100
                   MOVE "WST-CUADRE llena (100 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-ASIENTOS TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CUADRES
               MOVE WSV-CANT-CUADRES TO WSV-IDX-CUA-HALLADO
               MOVE ASI-FECHA TO WST-CUA-FECHA(WSV-IDX-CUA-HALLADO)
               MOVE ASI-MONEDA TO WST-CUA-MONEDA(WSV-IDX-CUA-HALLADO)
               MOVE ZERO TO WST-CUA-LINEAS(WSV-IDX-CUA-HALLADO)
               MOVE ZERO TO WST-CUA-DEBE(WSV-IDX-CUA-HALLADO)
               MOVE ZERO TO WST-CUA-HABER(WSV-IDX-CUA-HALLADO)
               MOVE "S" TO WST-CUA-CUADRA(WSV-IDX-CUA-HALLADO)
           END-IF
           ADD 1 TO WST-CUA-LINEAS(WSV-IDX-CUA-HALLADO)
           IF LADO-DEBE
               ADD ASI-MONTO TO WST-CUA-DEBE(WSV-IDX-CUA-HALLADO)
           ELSE
               ADD ASI-MONTO TO WST-CUA-HABER(WSV-IDX-CUA-HALLADO)
           END-IF
           .
       5231-Comparar-cuadre.
           IF (WST-CUA-FECHA(WSV-IDX-CUA) = ASI-FECHA)
                   AND (WST-CUA-MONEDA(WSV-IDX-CUA) = ASI-MONEDA)
               MOVE WSV-IDX-CUA TO WSV-IDX-CUA-HALLADO
           END-IF
           .
      *Busca WSV-FECHA-BUSCADA entre las fechas ya pasadas.
       5250-Buscar-dia-pasado.
           SET DIA-NUEVO TO TRUE
           PERFORM 5251-Comparar-pasado
               VARYING WSV-IDX-PAS FROM 1 BY 1
               UNTIL (WSV-IDX-PAS > WSV-CANT-PASADOS) OR DIA-YA-PASADO
           .
       5251-Comparar-pasado.
           IF WST-PAS-FECHA(WSV-IDX-PAS) = WSV-FECHA-BUSCADA
               SET DIA-YA-PASADO TO TRUE
           END-IF
           .
       5260-Buscar-cerrado.
           SET PERIODO-ABIERTO TO TRUE
           PERFORM 5261-Comparar-cerrado
               VARYING WSV-IDX-CER FROM 1 BY 1
               UNTIL (WSV-IDX-CER > WSV-CANT-CERRADOS)
               OR PERIODO-CERRADO
           .
       5261-Comparar-cerrado.
           IF WST-CER-PERIODO(WSV-IDX-CER) = WSV-PERIODO-LINEA
               SET PERIODO-CERRADO TO TRUE
           END-IF
           .
      *Segunda lectura: cada linea con lado suma a su saldo.
       5300-Sumar-feed.
           OPEN INPUT ENTRADA-ASIENTOS
           PERFORM 7010-Leer-asiento
           PERFORM 5310-Sumar-linea
               UNTIL FS-ENTRADA-ASIENTOS NOT = "00"
           CLOSE ENTRADA-ASIENTOS
           .
       5310-Sumar-linea.
           PERFORM 5220-Buscar-lado
           IF LADO-MEMO
               ADD 1 TO CTRL-CANT-LINEAS-MEMO
           ELSE
               PERFORM 5320-Resolver-cuenta
               MOVE WSV-CUENTA-GL TO WSV-CLAVE-CUENTA-GL
               MOVE ASI-MONEDA TO WSV-CLAVE-MONEDA
               MOVE ASI-FECHA (1:6) TO WSV-CLAVE-PERIODO
               PERFORM 5400-Ubicar-o-insertar-saldo
               IF LADO-DEBE
                   ADD ASI-MONTO TO WST-SDO-DEBE(WSV-IDX-SDO-HALLADO)
               ELSE
                   ADD ASI-MONTO TO WST-SDO-HABER(WSV-IDX-SDO-HALLADO)
               END-IF
               ADD 1 TO CTRL-CANT-LINEAS-PASADAS
           END-IF
           PERFORM 7010-Leer-asiento
           .
      *Cuenta de la linea: la estampada por ProgAsientos; si no
      *viene, el mapeo general del tipo; si tampoco, la 000000.
       5320-Resolver-cuenta.
           MOVE ASI-CUENTA-GL TO WSV-CUENTA-GL
           IF (ASI-CUENTA-GL NOT NUMERIC) OR (ASI-CUENTA-GL = ZERO)
               MOVE ZERO TO WSV-CUENTA-GL
               PERFORM 5321-Comparar-mapeo
                   VARYING WSV-IDX-PLA FROM 1 BY 1
                   UNTIL (WSV-IDX-PLA > WSV-CANT-MAPEOS)
                   OR (WSV-CUENTA-GL > ZERO)
               IF WSV-CUENTA-GL = ZERO
                   ADD 1 TO CTRL-CANT-SIN-CUENTA
                   DISPLAY "**** Sin cuenta contable, va a la 000000: "
                           ASI-TIPO " " ASI-FECHA " " ASI-MONEDA
               END-IF
           END-IF
           .
       5321-Comparar-mapeo.
           IF WST-PLA-TIPO(WSV-IDX-PLA) = ASI-TIPO
               MOVE WST-PLA-CUENTA-GL(WSV-IDX-PLA) TO WSV-CUENTA-GL
           END-IF
           .
      *Ubica la clave en la tabla ordenada; si no esta, la inserta
      *en su lugar con apertura cero (la apertura la pone el cierre
      *del mes anterior en ProgCierrePeriodo).
       5400-Ubicar-o-insertar-saldo.
           MOVE ZERO TO WSV-IDX-SDO-HALLADO
           MOVE 1 TO WSV-IDX-SDO
           PERFORM 5410-Avanzar-saldo
               UNTIL (WSV-IDX-SDO > WSV-CANT-SALDOS)
               OR (WST-SDO-CLAVE(WSV-IDX-SDO) >= WSV-CLAVE-BUSCADA)
           IF WSV-IDX-SDO <= WSV-CANT-SALDOS
               IF WST-SDO-CLAVE(WSV-IDX-SDO) = WSV-CLAVE-BUSCADA
                   MOVE WSV-IDX-SDO TO WSV-IDX-SDO-HALLADO
               END-IF
           END-IF
           IF WSV-IDX-SDO-HALLADO = ZERO
               IF WSV-CANT-SALDOS >= 3000
                   MOVE "WST-SALDOS llena (3000 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 5420-Correr-saldo
                   VARYING WSV-IDX-MOVER FROM WSV-CANT-SALDOS BY -1
                   UNTIL WSV-IDX-MOVER < WSV-IDX-SDO
               ADD 1 TO WSV-CANT-SALDOS
               MOVE WSV-IDX-SDO TO WSV-IDX-SDO-HALLADO
               MOVE WSV-CLAVE-BUSCADA
                   TO WST-SDO-CLAVE(WSV-IDX-SDO-HALLADO)
               MOVE ZERO TO WST-SDO-APERTURA(WSV-IDX-SDO-HALLADO)
               MOVE ZERO TO WST-SDO-DEBE(WSV-IDX-SDO-HALLADO)
               MOVE ZERO TO WST-SDO-HABER(WSV-IDX-SDO-HALLADO)
           END-IF
           .
       5410-Avanzar-saldo.
           ADD 1 TO WSV-IDX-SDO
           .
       5420-Correr-saldo.
           MOVE WST-SDO-DET(WSV-IDX-MOVER)
               TO WST-SDO-DET(WSV-IDX-MOVER + 1)
           .
      *Un dia cuadra en una moneda cuando su debe iguala su haber.
      *El que no cuadra igual se pasa, pero queda marcado.
       5500-Marcar-cuadre.
           PERFORM 5510-Marcar-un-cuadre
               VARYING WSV-IDX-CUA FROM 1 BY 1
               UNTIL WSV-IDX-CUA > WSV-CANT-CUADRES
           .
       5510-Marcar-un-cuadre.
           IF WST-CUA-DEBE(WSV-IDX-CUA) NOT =
                   WST-CUA-HABER(WSV-IDX-CUA)
               MOVE "N" TO WST-CUA-CUADRA(WSV-IDX-CUA)
               ADD 1 TO CTRL-CANT-DIAS-NO-CUADRAN
               MOVE WST-CUA-DEBE(WSV-IDX-CUA) TO WSV-DEBE-EDIT
               MOVE WST-CUA-HABER(WSV-IDX-CUA) TO WSV-HABER-EDIT
               DISPLAY "**** NO CUADRA " WST-CUA-FECHA(WSV-IDX-CUA)
                       " " WST-CUA-MONEDA(WSV-IDX-CUA)
                       " debe " WSV-DEBE-EDIT
                       " haber " WSV-HABER-EDIT
           END-IF
           .
      *.......................... Balance ..............................
       6000-Armar-balance.
           DISPLAY "Periodo del balance (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC)
                   OR (WSV-PERIODO-MES < 1)
                   OR (WSV-PERIODO-MES > 12)
               MOVE "Periodo invalido, se espera AAAAMM"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PERIO" TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-NOMBRE-BALANCE
           STRING "BALANCE_SUMAS." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-BALANCE
           OPEN OUTPUT SALIDA-BALANCE
           IF FS-SALIDA-BALANCE NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-BALANCE TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-BALANCE TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "BALANCE DE SUMAS Y SALDOS - PERIODO "
                      DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CUENTA MON         APERTURA             DEBE"
                      DELIMITED BY SIZE
                  "            HABER           CIERRE"
                      DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 6100-Imprimir-saldo
               VARYING WSV-IDX-SDO FROM 1 BY 1
               UNTIL WSV-IDX-SDO > WSV-CANT-SALDOS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 6200-Imprimir-total
               VARYING WSV-IDX-TOT FROM 1 BY 1
               UNTIL WSV-IDX-TOT > WSV-CANT-TOTALES
           PERFORM 6300-Imprimir-dias-sin-cuadre
           CLOSE SALIDA-BALANCE
           .
       6100-Imprimir-saldo.
           IF WST-SDO-PERIODO(WSV-IDX-SDO) = WSV-PERIODO
               ADD 1 TO CTRL-CANT-CUENTAS-BALANCE
               COMPUTE WSV-CIERRE = WST-SDO-APERTURA(WSV-IDX-SDO)
                                  + WST-SDO-DEBE(WSV-IDX-SDO)
                                  - WST-SDO-HABER(WSV-IDX-SDO)
               MOVE WST-SDO-APERTURA(WSV-IDX-SDO) TO WSV-APERTURA-EDIT
               MOVE WST-SDO-DEBE(WSV-IDX-SDO) TO WSV-DEBE-EDIT
               MOVE WST-SDO-HABER(WSV-IDX-SDO) TO WSV-HABER-EDIT
               MOVE WSV-CIERRE TO WSV-CIERRE-EDIT
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-SDO-CUENTA-GL(WSV-IDX-SDO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-SDO-MONEDA(WSV-IDX-SDO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-APERTURA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-DEBE-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-HABER-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-CIERRE-EDIT DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
               PERFORM 6110-Acumular-total
           END-IF
           .
       6110-Acumular-total.
           MOVE ZERO TO WSV-IDX-TOT-HALLADO
           PERFORM 6111-Comparar-moneda
               VARYING WSV-IDX-TOT FROM 1 BY 1
               UNTIL (WSV-IDX-TOT > WSV-CANT-TOTALES)
               OR (WSV-IDX-TOT-HALLADO > ZERO)
           IF WSV-IDX-TOT-HALLADO = ZERO
               IF WSV-CANT-TOTALES >= 20
                   MOVE "WST-TOTALES llena (20 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-BALANCE TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-TOTALES
               MOVE WSV-CANT-TOTALES TO WSV-IDX-TOT-HALLADO
               MOVE WST-SDO-MONEDA(WSV-IDX-SDO)
                   TO WST-TOT-MONEDA(WSV-IDX-TOT-HALLADO)
               MOVE ZERO TO WST-TOT-APERTURA(WSV-IDX-TOT-HALLADO)
               MOVE ZERO TO WST-TOT-DEBE(WSV-IDX-TOT-HALLADO)
               MOVE ZERO TO WST-TOT-HABER(WSV-IDX-TOT-HALLADO)
               MOVE ZERO TO WST-TOT-CIERRE(WSV-IDX-TOT-HALLADO)
           END-IF
           ADD WST-SDO-APERTURA(WSV-IDX-SDO)
               TO WST-TOT-APERTURA(WSV-IDX-TOT-HALLADO)
           ADD WST-SDO-DEBE(WSV-IDX-SDO)
               TO WST-TOT-DEBE(WSV-IDX-TOT-HALLADO)
           ADD WST-SDO-HABER(WSV-IDX-SDO)
               TO WST-TOT-HABER(WSV-IDX-TOT-HALLADO)
           ADD WSV-CIERRE TO WST-TOT-CIERRE(WSV-IDX-TOT-HALLADO)
           .
       6111-Comparar-moneda.
           IF WST-TOT-MONEDA(WSV-IDX-TOT) = WST-SDO-MONEDA(WSV-IDX-SDO)
               MOVE WSV-IDX-TOT TO WSV-IDX-TOT-HALLADO
           END-IF
           .
       6200-Imprimir-total.
           MOVE WST-TOT-APERTURA(WSV-IDX-TOT) TO WSV-APERTURA-EDIT
           MOVE WST-TOT-DEBE(WSV-IDX-TOT) TO WSV-DEBE-EDIT
           MOVE WST-TOT-HABER(WSV-IDX-TOT) TO WSV-HABER-EDIT
           MOVE WST-TOT-CIERRE(WSV-IDX-TOT) TO WSV-CIERRE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL  " DELIMITED BY SIZE
                  WST-TOT-MONEDA(WSV-IDX-TOT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-APERTURA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-DEBE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-HABER-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CIERRE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
      *Al pie: los dias del mes que al pasarse no cuadraron.
       6300-Imprimir-dias-sin-cuadre.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "DIAS DEL PERIODO QUE NO CUADRAN (DEBE <> HABER)"
                      DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           OPEN INPUT ARCH-DIAS
           IF FS-DIAS = "00"
               PERFORM 7040-Leer-dia
               PERFORM 6310-Evaluar-dia
                   UNTIL FS-DIAS NOT = "00"
               CLOSE ARCH-DIAS
           END-IF
           MOVE CTRL-CANT-DIAS-NO-CUADRAN TO WSV-CANT-EDITADA
           MOVE SPACES TO WSV-LINEA-ARMADA
           IF CTRL-CANT-DIAS-NO-CUADRAN = ZERO
               STRING "  Todos los dias pasados cuadran"
                          DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           ELSE
               STRING "  Dias que no cuadran: " DELIMITED BY SIZE
                      WSV-CANT-EDITADA DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           END-IF
           PERFORM 6900-Emitir-linea
           .
       6310-Evaluar-dia.
           IF (DIM-FECHA (1:6) = WSV-PERIODO) AND (DIM-CUADRA = "N")
               ADD 1 TO CTRL-CANT-DIAS-NO-CUADRAN
               MOVE DIM-DEBE TO WSV-DEBE-EDIT
               MOVE DIM-HABER TO WSV-HABER-EDIT
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "  " DELIMITED BY SIZE
                      DIM-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DIM-MONEDA DELIMITED BY SIZE
                      " debe " DELIMITED BY SIZE
                      WSV-DEBE-EDIT DELIMITED BY SIZE
                      " haber " DELIMITED BY SIZE
                      WSV-HABER-EDIT DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           PERFORM 7040-Leer-dia
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-BALANCE
           WRITE LINEA-BALANCE
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-asiento.
           READ ENTRADA-ASIENTOS
           .
       7020-Leer-plan.
           READ ARCH-PLANCUENTAS
           .
       7030-Leer-periodo.
           READ ARCH-PERIODOS
           .
       7040-Leer-dia.
           READ ARCH-DIAS
           .
       7050-Leer-saldo.
           READ ARCH-SALDOS
           .
      *Copia SALDOS_MAYOR.TXT a SALDOS_MAYOR.AAAAMMDD.BAK antes de
      *regrabarlo.
       7100-Respaldar-saldos.
           MOVE "SALDOS_MAYOR.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "SALDOS_MAYOR." DELIMITED BY SIZE
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
       7200-Grabar-saldos.
           OPEN OUTPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-saldo
               VARYING WSV-IDX-SDO FROM 1 BY 1
               UNTIL WSV-IDX-SDO > WSV-CANT-SALDOS
           CLOSE ARCH-SALDOS
           .
       7210-Escribir-saldo.
           MOVE WST-SDO-CLAVE(WSV-IDX-SDO) TO SDO-CLAVE
           MOVE WST-SDO-APERTURA(WSV-IDX-SDO) TO SDO-APERTURA
           MOVE WST-SDO-DEBE(WSV-IDX-SDO) TO SDO-DEBE
           MOVE WST-SDO-HABER(WSV-IDX-SDO) TO SDO-HABER
           WRITE REG-SALDO-MAYOR
           .
      *Cada dia y moneda pasados quedan en MAYOR_DIAS.TXT; desde
      *ahora esas fechas no se vuelven a pasar.
       7300-Registrar-dias.
           OPEN EXTEND ARCH-DIAS
           IF FS-DIAS NOT = "00"
               OPEN OUTPUT ARCH-DIAS
           END-IF
           PERFORM 7310-Escribir-dia
               VARYING WSV-IDX-CUA FROM 1 BY 1
               UNTIL WSV-IDX-CUA > WSV-CANT-CUADRES
           CLOSE ARCH-DIAS
           .
       7310-Escribir-dia.
           MOVE WST-CUA-FECHA(WSV-IDX-CUA) TO DIM-FECHA
           MOVE WST-CUA-MONEDA(WSV-IDX-CUA) TO DIM-MONEDA
           MOVE WSV-FECHA-CORRIDA TO DIM-FECHA-PASE
           MOVE WST-CUA-LINEAS(WSV-IDX-CUA) TO DIM-LINEAS
           MOVE WST-CUA-DEBE(WSV-IDX-CUA) TO DIM-DEBE
           MOVE WST-CUA-HABER(WSV-IDX-CUA) TO DIM-HABER
           MOVE WST-CUA-CUADRA(WSV-IDX-CUA) TO DIM-CUADRA
           MOVE WSV-NOMBRE-ASIENTOS TO DIM-ARCHIVO
           WRITE REGISTRO-DIA-MAYOR
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
           MOVE 8 TO RETURN-CODE
           PERFORM 8950-Registrar-anulado
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgMayor"         TO LOG-ANUL-PROGRAMA
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
           IF OPCION-PASAR
               DISPLAY "----- Informe de control del pase ----"
               DISPLAY "Feed pasado:                   "
                       WSV-NOMBRE-ASIENTOS
               DISPLAY "Lineas del feed:               "
                       CTRL-CANT-LINEAS-FEED
               DISPLAY "Lineas pasadas al mayor:       "
                       CTRL-CANT-LINEAS-PASADAS
               DISPLAY "Lineas informativas:           "
                       CTRL-CANT-LINEAS-MEMO
               DISPLAY "Lineas a la cuenta 000000:     "
                       CTRL-CANT-SIN-CUENTA
               DISPLAY "Dias y monedas pasados:        "
                       WSV-CANT-CUADRES
               DISPLAY "Dias y monedas que no cuadran: "
                       CTRL-CANT-DIAS-NO-CUADRAN
           ELSE
               DISPLAY "----- Informe de control del balance ----"
               DISPLAY "Balance grabado en:            "
                       WSV-NOMBRE-BALANCE
               DISPLAY "Cuentas y monedas del periodo: "
                       CTRL-CANT-CUENTAS-BALANCE
               DISPLAY "Dias que no cuadran:           "
                       CTRL-CANT-DIAS-NO-CUADRAN
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
