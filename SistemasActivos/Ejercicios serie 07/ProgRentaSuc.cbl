      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del informe mensual de rentabilidad por sucursal
      *    Pone lado a lado, por sucursal y moneda, los numeros de un
      *    mes AAAAMM que hoy salen de cinco programas distintos:
      *    - facturado, rechazado y cobrado (facturado menos lo
      *      rechazado) de cada ciclo en HISTORIA_CLIENTES.TXT;
      *    - interes por sobregiro devengado, de las copias
      *      SERV_INTERES.AAAAMMDD.TXT que deja ProgInteres;
      *    - castigos, de CASTIGOS.TXT por la fecha en que
      *      ProgCastigos los contabilizo;
      *    - volumen de depositos y retiros de caja de
      *      MOVIMIENTOS.TXT (los reversos restan del movimiento
      *      original), siempre en ARS;
      *    - diferencias de caja de CIERRES_CAJA.TXT, imputadas a la
      *      sucursal donde opero ese dia el cajero.
      *    La sucursal y la moneda de cada cliente y cuenta salen de
      *    CUENTAS.TXT; lo que no se puede ubicar va a la sucursal 000.
      *    El resultado de la sucursal es cobrado + interes -
      *    castigos + diferencias de caja; las sucursales de cada
      *    moneda se rankean por resultado, y cada una se compara con
      *    el mes anterior (resultado y puesto). El informe queda en
      *    RENTA_SUCURSALES.AAAAMM.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgRentaSuc.
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
      *Maestro de cuentas del apareo: sucursal y moneda.
           SELECT ARCH-CUENTAS ASSIGN DYNAMIC WSV-NOMBRE-CUENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Historial por cliente y ciclo (ProgHistoria).
           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.
      *Copia con fecha de los cargos de interes de cada corrida.
           SELECT ENTRADA-INTERESES ASSIGN DYNAMIC WSV-NOMBRE-INTERESES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTERESES.
      *Castigos contabilizados (ProgCastigos).
           SELECT ARCH-CASTIGOS ASSIGN DYNAMIC WSV-NOMBRE-CASTIGOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CASTIGOS.
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Arqueos de caja por operador y dia (ProgCierreCaja).
           SELECT ARCH-CIERRES ASSIGN TO "CIERRES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIERRES.

           SELECT SALIDA-INFORME ASSIGN DYNAMIC WSV-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INFORME.
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
      *Archivo HISTORIA_CLIENTES (mismo layout que escribe
      *ProgHistoria)
           FD ARCH-HISTORIA.
               01 REGISTRO-HISTORIA.
                   02 HIS-FECHA                PIC 9(08).
                   02 HIS-NRO-CLIE             PIC 9(03).
                   02 HIS-NRO-CTA              PIC 9(02).
                   02 HIS-SALDO                PIC S999V99.
                   02 HIS-SOBREGIRO            PIC X(01).
                   02 HIS-CANT-SERV            PIC 9(02).
                   02 HIS-DETALLE              PIC X(03)
                       OCCURS 20 TIMES.
                   02 HIS-DEUDA-RECH           PIC 999V99.
                   02 HIS-MONTO-CICLO          PIC 9(05)V99.
      *
      *Archivo SERV_INTERES.AAAAMMDD (mismo layout que escribe
      *ProgInteres)
           FD ENTRADA-INTERESES.
               01 REGISTRO-INTERES.
                   02 NRO-CLIE-INT             PIC 9(03).
                   02 COD-SERV-INT             PIC X(03).
                   02 MONTO-INT                PIC 999V99.
                   02 MONEDA-INT               PIC X(03).
                   02 FECHA-INT                PIC 9(08).
      *
      *Archivo CASTIGOS (mismo layout que estampa ProgCastigos)
           FD ARCH-CASTIGOS.
               01 REGISTRO-CASTIGO.
                   02 NRO-CLIE-CAST            PIC 9(03).
                   02 NOMBRE-CLIE-CAST         PIC X(10).
                   02 SALDO-CLIE-CAST          PIC S999V99.
                   02 DEUDA-CLIE-CAST          PIC 999V99.
                   02 MONEDA-CAST              PIC X(03).
                   02 CANT-SERV-CAST           PIC 9(02).
                   02 DETALLE-SERV-CAST        PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-CAST        PIC X(01).
                   02 MOTIVO-CAST              PIC X(01).
                   02 CAST-FECHA-BAJA          PIC 9(08).
                   02 CAST-SECUENCIA           PIC 9(05).
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
      *Archivo CIERRES_CAJA (mismo layout que escribe
      *ProgCierreCaja)
           FD ARCH-CIERRES.
               01 REGISTRO-CIERRE-CAJA.
                   02 CIE-FECHA               PIC 9(08).
                   02 CIE-OPERADOR            PIC 9(03).
                   02 CIE-APERTURA            PIC 9(07).
                   02 CIE-ESPERADO            PIC S9(07).
                   02 CIE-CONTADO             PIC 9(07).
                   02 CIE-DIFERENCIA          PIC S9(07).
      *
           FD SALIDA-INFORME.
               01 LINEA-INFORME                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-HISTORIA                  PIC X(02) VALUE ZEROES.
               02 FS-INTERESES                 PIC X(02) VALUE ZEROES.
               02 FS-CASTIGOS                  PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-CIERRES                   PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INFORME            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).

      *Mes del informe (periodo 1) y mes anterior (periodo 2).
           01 WST-PERIODOS.
               02 WST-PERIODO                  PIC 9(06)
                   OCCURS 2 TIMES.
           01 WSV-PERIODO-ANT.
               02 WSV-ANIO-ANT                 PIC 9(04).
               02 WSV-MES-ANT                  PIC 9(02).
           01 WSV-PER                          PIC 9(01).
           01 WSV-IDX-PER                      PIC 9(01).
           01 WSV-FECHA-EVALUADA               PIC 9(08).

      *Sucursal y moneda de cada cliente y cuenta de CUENTAS.
           01 WST-CUENTAS.
               02 WST-CTA-DET               OCCURS 3000 TIMES.
                   03 WST-CTA-NRO-CLIE      PIC 9(03).
                   03 WST-CTA-NRO-CTA       PIC 9(02).
                   03 WST-CTA-SUCURSAL      PIC 9(03).
                   03 WST-CTA-MONEDA        PIC X(03).
           01 WSV-CANT-CUENTAS                 PIC 9(04) VALUE ZERO.
           01 WSV-IDX-CTA                      PIC 9(04).
           01 WSV-IDX-CTA-HALLADA              PIC 9(04).
           01 WSV-CLIE-BUSCADO                 PIC 9(03).
           01 WSV-CTA-BUSCADA                  PIC 9(02).

      *Una fila por sucursal y moneda, con los importes de cada
      *periodo (1 el mes del informe, 2 el anterior).
           01 WST-FILAS.
               02 WST-FIL-DET               OCCURS 200 TIMES.
                   03 WST-FIL-SUCURSAL      PIC 9(03).
                   03 WST-FIL-MONEDA        PIC X(03).
                   03 WST-FIL-PER           OCCURS 2 TIMES.
                       04 WST-FIL-ACTIVA    PIC X(01).
                       04 WST-FIL-FACTURADO PIC 9(11)V99.
                       04 WST-FIL-RECHAZADO PIC 9(11)V99.
                       04 WST-FIL-COBRADO   PIC 9(11)V99.
                       04 WST-FIL-INTERES   PIC 9(11)V99.
                       04 WST-FIL-CASTIGOS  PIC 9(11)V99.
                       04 WST-FIL-DEPOSITOS PIC S9(11)V99.
                       04 WST-FIL-RETIROS   PIC S9(11)V99.
                       04 WST-FIL-DIF-CAJA  PIC S9(11)V99.
                       04 WST-FIL-RESULTADO PIC S9(11)V99.
                       04 WST-FIL-PUESTO    PIC 9(03).
           01 WSV-CANT-FILAS                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-FIL                      PIC 9(03).
           01 WSV-IDX-FIL-2                    PIC 9(03).
           01 WSV-IDX-FIL-HALLADA              PIC 9(03).
           01 WSV-SUC-BUSCADA                  PIC 9(03).
           01 WSV-MON-BUSCADA                  PIC X(03).

      *Monedas en el orden en que aparecen, para el informe.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 10 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-CANT-FILAS    PIC 9(03).
                   03 WST-MON-RESULTADO     PIC S9(11)V99
                       OCCURS 2 TIMES.
           01 WSV-CANT-MONEDAS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(02).
           01 WSV-IDX-MON-HALLADA              PIC 9(02).
           01 WSV-PUESTO                       PIC 9(03).

      *Movimientos de caja del dia en curso del diario, para
      *resolver los reversos contra su original por referencia.
           01 WST-MOVS-DIA.
               02 WST-MDI-DET               OCCURS 500 TIMES.
                   03 WST-MDI-HORA          PIC 9(08).
                   03 WST-MDI-SUCURSAL      PIC 9(03).
                   03 WST-MDI-NRO-CLIE      PIC 9(03).
                   03 WST-MDI-TIPO          PIC X(01).
           01 WSV-CANT-MOVS-DIA                PIC 9(03) VALUE ZERO.
           01 WSV-FECHA-MOVS-DIA               PIC 9(08) VALUE ZERO.
           01 WSV-IDX-MDI                      PIC 9(03).
           01 WSV-TIPO-ORIGINAL                PIC X(01).

      *Sucursal donde opero cada cajero cada dia de los dos meses.
           01 WST-OPERADORES.
               02 WST-OPE-DET               OCCURS 3000 TIMES.
                   03 WST-OPE-FECHA         PIC 9(08).
                   03 WST-OPE-OPERADOR      PIC 9(03).
                   03 WST-OPE-SUCURSAL      PIC 9(03).
           01 WSV-CANT-OPERADORES              PIC 9(04) VALUE ZERO.
           01 WSV-IDX-OPE                      PIC 9(04).
           01 WSV-IDX-OPE-HALLADO              PIC 9(04).

      *Dia que se arma para el nombre de SERV_INTERES.
           01 WSV-FECHA-DIA.
               02 WSV-DIA-PERIODO              PIC 9(06).
               02 WSV-DIA-DIA                  PIC 9(02).
           01 WSV-DIA                          PIC 9(02).
           01 WSV-IMPORTE                      PIC S9(11)V99.

      *Campos editados del informe.
           01 WSV-IMPORTE-EDIT                 PIC -(11)9.99.
           01 WSV-IMPORTE-EDIT-2               PIC -(11)9.99.
           01 WSV-IMPORTE-EDIT-3               PIC -(11)9.99.
           01 WSV-PORCENTAJE                   PIC S9(05)V9.
           01 WSV-PORCENTAJE-EDIT              PIC -(5)9.9.
           01 WSV-PUESTO-ANT-EDIT              PIC X(03).
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-HISTORIA           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-INTERESES          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARCH-INTERES       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CASTIGOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOVIMIENTOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CIERRES            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-SUCURSAL       PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-CUENTAS               PIC X(40).
           01 WSV-NOMBRE-CASTIGOS              PIC X(40).
           01 WSV-NOMBRE-INTERESES             PIC X(40).
           01 WSV-NOMBRE-INFORME               PIC X(40).

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
           DISPLAY "Mes del informe (AAAAMM): "
           ACCEPT WST-PERIODO(1)
           IF (WST-PERIODO(1) NOT NUMERIC)
                   OR (WST-PERIODO(1) (5:2) < "01")
                   OR (WST-PERIODO(1) (5:2) > "12")
               MOVE "Mes invalido, se espera AAAAMM"
                   TO WSV-ANULADO-DESCRIP
               MOVE "MES  " TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WST-PERIODO(1) TO WSV-PERIODO-ANT
           IF WSV-MES-ANT = 01
               SUBTRACT 1 FROM WSV-ANIO-ANT
               MOVE 12 TO WSV-MES-ANT
           ELSE
               SUBTRACT 1 FROM WSV-MES-ANT
           END-IF
           MOVE WSV-PERIODO-ANT TO WST-PERIODO(2)
           DISPLAY "Archivo de cuentas (CUENTAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CUENTAS
           IF WSV-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS.TXT" TO WSV-NOMBRE-CUENTAS
           END-IF
           DISPLAY "Archivo de castigos (CASTIGOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CASTIGOS
           IF WSV-NOMBRE-CASTIGOS = SPACES
               MOVE "CASTIGOS.TXT" TO WSV-NOMBRE-CASTIGOS
           END-IF
           INITIALIZE WST-FILAS
           PERFORM 1100-Cargar-cuentas
           .
      *Sin el maestro de cuentas no se puede ubicar la sucursal de
      *nada de lo facturado: no se trabaja.
       1100-Cargar-cuentas.
           MOVE ZERO TO WSV-CANT-CUENTAS
           OPEN INPUT ARCH-CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-cuenta
           PERFORM 1110-Pasar-cuenta
               UNTIL FS-CUENTAS NOT = "00"
           CLOSE ARCH-CUENTAS
           .
       1110-Pasar-cuenta.
           IF (NRO-CLIE-CUEN NUMERIC) AND (NRO-CLIE-CUEN > ZERO)
               IF WSV-CANT-CUENTAS >= 3000
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CUENTAS
               MOVE NRO-CLIE-CUEN
                   TO WST-CTA-NRO-CLIE(WSV-CANT-CUENTAS)
               IF (NRO-CTA-CLIE-CUEN NUMERIC)
                       AND (NRO-CTA-CLIE-CUEN > ZERO)
                   MOVE NRO-CTA-CLIE-CUEN
                       TO WST-CTA-NRO-CTA(WSV-CANT-CUENTAS)
               ELSE
                   MOVE 01 TO WST-CTA-NRO-CTA(WSV-CANT-CUENTAS)
               END-IF
               IF SUCURSAL-CUEN NUMERIC
                   MOVE SUCURSAL-CUEN
                       TO WST-CTA-SUCURSAL(WSV-CANT-CUENTAS)
               ELSE
                   MOVE ZERO TO WST-CTA-SUCURSAL(WSV-CANT-CUENTAS)
               END-IF
               MOVE MONEDA-CUEN TO WST-CTA-MONEDA(WSV-CANT-CUENTAS)
           END-IF
           PERFORM 7010-Leer-cuenta
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Sumar-historia
           PERFORM 5200-Sumar-intereses
               VARYING WSV-IDX-PER FROM 1 BY 1
               UNTIL WSV-IDX-PER > 2
           PERFORM 5300-Sumar-castigos
           PERFORM 5400-Sumar-caja
           PERFORM 5500-Sumar-cierres
           PERFORM 5600-Calcular-resultados
           PERFORM 5800-Emitir-informe
           .
      *Facturado, rechazado y cobrado de cada ciclo de los dos
      *meses.
       5100-Sumar-historia.
           OPEN INPUT ARCH-HISTORIA
           IF FS-HISTORIA NOT = "00"
               DISPLAY "**** No hay HISTORIA_CLIENTES.TXT: sin "
                       "facturacion"
           ELSE
               PERFORM 7020-Leer-historia
               PERFORM 5110-Evaluar-historia
                   UNTIL FS-HISTORIA NOT = "00"
               CLOSE ARCH-HISTORIA
           END-IF
           .
       5110-Evaluar-historia.
           MOVE HIS-FECHA TO WSV-FECHA-EVALUADA
           PERFORM 6000-Periodo-de-fecha
           IF (WSV-PER > ZERO) AND (HIS-NRO-CLIE NUMERIC)
               ADD 1 TO CTRL-CANT-HISTORIA
               MOVE HIS-NRO-CLIE TO WSV-CLIE-BUSCADO
               IF (HIS-NRO-CTA NUMERIC) AND (HIS-NRO-CTA > ZERO)
                   MOVE HIS-NRO-CTA TO WSV-CTA-BUSCADA
               ELSE
                   MOVE 01 TO WSV-CTA-BUSCADA
               END-IF
               PERFORM 6100-Ubicar-cuenta
               MOVE SPACES TO WSV-MON-BUSCADA
               PERFORM 6200-Ubicar-fila
               ADD HIS-MONTO-CICLO
                   TO WST-FIL-FACTURADO(WSV-IDX-FIL-HALLADA, WSV-PER)
               ADD HIS-DEUDA-RECH
                   TO WST-FIL-RECHAZADO(WSV-IDX-FIL-HALLADA, WSV-PER)
               IF HIS-MONTO-CICLO > HIS-DEUDA-RECH
                   COMPUTE WST-FIL-COBRADO(WSV-IDX-FIL-HALLADA,
                                           WSV-PER) =
                           WST-FIL-COBRADO(WSV-IDX-FIL-HALLADA,
                                           WSV-PER)
                           + HIS-MONTO-CICLO - HIS-DEUDA-RECH
               END-IF
           END-IF
           PERFORM 7020-Leer-historia
           .
      *Interes devengado: una copia SERV_INTERES por dia de corrida.
       5200-Sumar-intereses.
           MOVE WST-PERIODO(WSV-IDX-PER) TO WSV-DIA-PERIODO
           PERFORM 5210-Sumar-dia-interes
               VARYING WSV-DIA FROM 1 BY 1
               UNTIL WSV-DIA > 31
           .
       5210-Sumar-dia-interes.
           MOVE WSV-DIA TO WSV-DIA-DIA
           MOVE SPACES TO WSV-NOMBRE-INTERESES
           STRING "SERV_INTERES." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INTERESES
           OPEN INPUT ENTRADA-INTERESES
           IF FS-INTERESES = "00"
               ADD 1 TO CTRL-CANT-ARCH-INTERES
               PERFORM 7030-Leer-interes
               PERFORM 5220-Evaluar-interes
                   UNTIL FS-INTERESES NOT = "00"
               CLOSE ENTRADA-INTERESES
           END-IF
           .
       5220-Evaluar-interes.
           IF (NRO-CLIE-INT NUMERIC) AND (MONTO-INT NUMERIC)
               ADD 1 TO CTRL-CANT-INTERESES
               MOVE NRO-CLIE-INT TO WSV-CLIE-BUSCADO
               MOVE 01 TO WSV-CTA-BUSCADA
               PERFORM 6100-Ubicar-cuenta
               MOVE MONEDA-INT TO WSV-MON-BUSCADA
               MOVE WSV-IDX-PER TO WSV-PER
               PERFORM 6200-Ubicar-fila
               ADD MONTO-INT
                   TO WST-FIL-INTERES(WSV-IDX-FIL-HALLADA, WSV-PER)
           END-IF
           PERFORM 7030-Leer-interes
           .
      *Castigos por la fecha en que se contabilizaron; los que
      *ProgCastigos todavia no estampo no cuentan.
       5300-Sumar-castigos.
           OPEN INPUT ARCH-CASTIGOS
           IF FS-CASTIGOS NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-CASTIGOS
                       ": sin castigos"
           ELSE
               PERFORM 7040-Leer-castigo
               PERFORM 5310-Evaluar-castigo
                   UNTIL FS-CASTIGOS NOT = "00"
               CLOSE ARCH-CASTIGOS
           END-IF
           .
       5310-Evaluar-castigo.
           IF (CAST-FECHA-BAJA NUMERIC) AND (NRO-CLIE-CAST NUMERIC)
               MOVE CAST-FECHA-BAJA TO WSV-FECHA-EVALUADA
               PERFORM 6000-Periodo-de-fecha
               IF WSV-PER > ZERO
                   ADD 1 TO CTRL-CANT-CASTIGOS
                   MOVE NRO-CLIE-CAST TO WSV-CLIE-BUSCADO
                   MOVE 01 TO WSV-CTA-BUSCADA
                   PERFORM 6100-Ubicar-cuenta
                   MOVE MONEDA-CAST TO WSV-MON-BUSCADA
                   PERFORM 6200-Ubicar-fila
                   ADD DEUDA-CLIE-CAST
                       TO WST-FIL-CASTIGOS(WSV-IDX-FIL-HALLADA,
                                           WSV-PER)
               END-IF
           END-IF
           PERFORM 7040-Leer-castigo
           .
      *Volumen de caja: depositos y retiros, con los reversos
      *restados del movimiento original; de paso se anota en que
      *sucursal opero cada cajero cada dia, para los arqueos.
       5400-Sumar-caja.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               DISPLAY "**** No hay MOVIMIENTOS.TXT: sin caja"
           ELSE
               PERFORM 7050-Leer-movimiento
               PERFORM 5410-Evaluar-movimiento
                   UNTIL FS-MOVIMIENTOS NOT = "00"
               CLOSE ARCH-MOVIMIENTOS
           END-IF
           .
       5410-Evaluar-movimiento.
           MOVE MOV-FECHA TO WSV-FECHA-EVALUADA
           PERFORM 6000-Periodo-de-fecha
           IF WSV-PER > ZERO
               ADD 1 TO CTRL-CANT-MOVIMIENTOS
               IF MOV-FECHA NOT = WSV-FECHA-MOVS-DIA
                   MOVE MOV-FECHA TO WSV-FECHA-MOVS-DIA
                   MOVE ZERO TO WSV-CANT-MOVS-DIA
               END-IF
               PERFORM 5430-Anotar-operador
               MOVE MOV-SUCURSAL TO WSV-SUC-BUSCADA
               MOVE "ARS" TO WSV-MON-BUSCADA
               PERFORM 6210-Ubicar-fila-sucursal
               EVALUATE MOV-TIPO
                   WHEN "D"
                       ADD MOV-MONTO
                           TO WST-FIL-DEPOSITOS(WSV-IDX-FIL-HALLADA,
                                                WSV-PER)
                       PERFORM 5420-Guardar-mov-dia
                   WHEN "R"
                       ADD MOV-MONTO
                           TO WST-FIL-RETIROS(WSV-IDX-FIL-HALLADA,
                                              WSV-PER)
                       PERFORM 5420-Guardar-mov-dia
                   WHEN "X"
                       PERFORM 5440-Restar-reverso
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 7050-Leer-movimiento
           .
       5420-Guardar-mov-dia.
           IF WSV-CANT-MOVS-DIA < 500
               ADD 1 TO WSV-CANT-MOVS-DIA
               MOVE MOV-HORA TO WST-MDI-HORA(WSV-CANT-MOVS-DIA)
               MOVE MOV-SUCURSAL TO WST-MDI-SUCURSAL(WSV-CANT-MOVS-DIA)
               MOVE MOV-NRO-CLIE TO WST-MDI-NRO-CLIE(WSV-CANT-MOVS-DIA)
               MOVE MOV-TIPO TO WST-MDI-TIPO(WSV-CANT-MOVS-DIA)
           END-IF
           .
       5430-Anotar-operador.
           MOVE ZERO TO WSV-IDX-OPE-HALLADO
           PERFORM 5431-Comparar-operador
               VARYING WSV-IDX-OPE FROM WSV-CANT-OPERADORES BY -1
               UNTIL (WSV-IDX-OPE < 1)
               OR (WSV-IDX-OPE-HALLADO > ZERO)
           IF (WSV-IDX-OPE-HALLADO = ZERO)
                   AND (WSV-CANT-OPERADORES < 3000)
               ADD 1 TO WSV-CANT-OPERADORES
               MOVE MOV-FECHA TO WST-OPE-FECHA(WSV-CANT-OPERADORES)
               MOVE MOV-OPERADOR
                   TO WST-OPE-OPERADOR(WSV-CANT-OPERADORES)
               MOVE MOV-SUCURSAL
                   TO WST-OPE-SUCURSAL(WSV-CANT-OPERADORES)
           END-IF
           .
       5431-Comparar-operador.
           IF (WST-OPE-FECHA(WSV-IDX-OPE) = MOV-FECHA)
                   AND (WST-OPE-OPERADOR(WSV-IDX-OPE) = MOV-OPERADOR)
               MOVE WSV-IDX-OPE TO WSV-IDX-OPE-HALLADO
           END-IF
           .
      *El reverso busca su original del mismo dia (hora igual a la
      *referencia, mismo cliente y sucursal) y resta su importe del
      *volumen de ese tipo.
       5440-Restar-reverso.
           MOVE SPACE TO WSV-TIPO-ORIGINAL
           PERFORM 5441-Comparar-original
               VARYING WSV-IDX-MDI FROM 1 BY 1
               UNTIL (WSV-IDX-MDI > WSV-CANT-MOVS-DIA)
               OR (WSV-TIPO-ORIGINAL NOT = SPACE)
           EVALUATE WSV-TIPO-ORIGINAL
               WHEN "D"
                   SUBTRACT MOV-MONTO
                       FROM WST-FIL-DEPOSITOS(WSV-IDX-FIL-HALLADA,
                                              WSV-PER)
               WHEN "R"
                   SUBTRACT MOV-MONTO
                       FROM WST-FIL-RETIROS(WSV-IDX-FIL-HALLADA,
                                            WSV-PER)
               WHEN OTHER
                   DISPLAY "**** Reverso sin original ubicable "
                           "(ref " MOV-REFERENCIA "), no ajusta "
                           "el volumen"
           END-EVALUATE
           .
       5441-Comparar-original.
           IF (WST-MDI-HORA(WSV-IDX-MDI) = MOV-REFERENCIA)
                   AND (WST-MDI-NRO-CLIE(WSV-IDX-MDI) = MOV-NRO-CLIE)
                   AND (WST-MDI-SUCURSAL(WSV-IDX-MDI) = MOV-SUCURSAL)
               MOVE WST-MDI-TIPO(WSV-IDX-MDI) TO WSV-TIPO-ORIGINAL
           END-IF
           .
      *Diferencias de caja a la sucursal del cajero ese dia; un
      *arqueo sin movimientos del cajero ese dia va a la 000.
       5500-Sumar-cierres.
           OPEN INPUT ARCH-CIERRES
           IF FS-CIERRES NOT = "00"
               DISPLAY "**** No hay CIERRES_CAJA.TXT: sin arqueos"
           ELSE
               PERFORM 7060-Leer-cierre
               PERFORM 5510-Evaluar-cierre
                   UNTIL FS-CIERRES NOT = "00"
               CLOSE ARCH-CIERRES
           END-IF
           .
       5510-Evaluar-cierre.
           MOVE CIE-FECHA TO WSV-FECHA-EVALUADA
           PERFORM 6000-Periodo-de-fecha
           IF (WSV-PER > ZERO) AND (CIE-DIFERENCIA NUMERIC)
               ADD 1 TO CTRL-CANT-CIERRES
               MOVE ZERO TO WSV-SUC-BUSCADA
               PERFORM 5520-Comparar-arqueo
                   VARYING WSV-IDX-OPE FROM 1 BY 1
                   UNTIL WSV-IDX-OPE > WSV-CANT-OPERADORES
               IF WSV-SUC-BUSCADA = ZERO
                   ADD 1 TO CTRL-CANT-SIN-SUCURSAL
               END-IF
               MOVE "ARS" TO WSV-MON-BUSCADA
               PERFORM 6210-Ubicar-fila-sucursal
               ADD CIE-DIFERENCIA
                   TO WST-FIL-DIF-CAJA(WSV-IDX-FIL-HALLADA, WSV-PER)
           END-IF
           PERFORM 7060-Leer-cierre
           .
       5520-Comparar-arqueo.
           IF (WST-OPE-FECHA(WSV-IDX-OPE) = CIE-FECHA)
                   AND (WST-OPE-OPERADOR(WSV-IDX-OPE) = CIE-OPERADOR)
               MOVE WST-OPE-SUCURSAL(WSV-IDX-OPE) TO WSV-SUC-BUSCADA
           END-IF
           .
      *Resultado de cada fila y su puesto dentro de su moneda, en
      *los dos periodos.
       5600-Calcular-resultados.
           PERFORM 5610-Resultado-de-fila
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL WSV-IDX-FIL > WSV-CANT-FILAS
           PERFORM 5620-Puesto-de-fila
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL WSV-IDX-FIL > WSV-CANT-FILAS
           .
       5610-Resultado-de-fila.
           PERFORM 5611-Resultado-de-periodo
               VARYING WSV-IDX-PER FROM 1 BY 1
               UNTIL WSV-IDX-PER > 2
           .
       5611-Resultado-de-periodo.
           COMPUTE WST-FIL-RESULTADO(WSV-IDX-FIL, WSV-IDX-PER) =
                   WST-FIL-COBRADO(WSV-IDX-FIL, WSV-IDX-PER)
                   + WST-FIL-INTERES(WSV-IDX-FIL, WSV-IDX-PER)
                   - WST-FIL-CASTIGOS(WSV-IDX-FIL, WSV-IDX-PER)
                   + WST-FIL-DIF-CAJA(WSV-IDX-FIL, WSV-IDX-PER)
           .
       5620-Puesto-de-fila.
           PERFORM 5621-Puesto-de-periodo
               VARYING WSV-IDX-PER FROM 1 BY 1
               UNTIL WSV-IDX-PER > 2
           .
       5621-Puesto-de-periodo.
           MOVE ZERO TO WST-FIL-PUESTO(WSV-IDX-FIL, WSV-IDX-PER)
           IF WST-FIL-ACTIVA(WSV-IDX-FIL, WSV-IDX-PER) = "S"
               MOVE 1 TO WST-FIL-PUESTO(WSV-IDX-FIL, WSV-IDX-PER)
               PERFORM 5622-Comparar-puesto
                   VARYING WSV-IDX-FIL-2 FROM 1 BY 1
                   UNTIL WSV-IDX-FIL-2 > WSV-CANT-FILAS
           END-IF
           .
       5622-Comparar-puesto.
           IF (WST-FIL-ACTIVA(WSV-IDX-FIL-2, WSV-IDX-PER) = "S")
                   AND (WST-FIL-MONEDA(WSV-IDX-FIL-2)
                        = WST-FIL-MONEDA(WSV-IDX-FIL))
                   AND (WST-FIL-RESULTADO(WSV-IDX-FIL-2, WSV-IDX-PER)
                        > WST-FIL-RESULTADO(WSV-IDX-FIL, WSV-IDX-PER))
               ADD 1 TO WST-FIL-PUESTO(WSV-IDX-FIL, WSV-IDX-PER)
           END-IF
           .
      *------------------------- Informe -------------------------------
      *Por moneda, las sucursales del mes en orden de puesto, y al
      *final las que solo tuvieron actividad el mes anterior.
       5800-Emitir-informe.
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "RENTA_SUCURSALES." DELIMITED BY SIZE
                  WST-PERIODO(1) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           OPEN OUTPUT SALIDA-INFORME
           IF FS-SALIDA-INFORME NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-INFORME TO WSV-ANULADO-CODIGO
               MOVE "RENTA_SUCURSAL" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "RENTABILIDAD POR SUCURSAL - MES " DELIMITED BY SIZE
                  WST-PERIODO(1) DELIMITED BY SIZE
                  "  (COMPARADO CON " DELIMITED BY SIZE
                  WST-PERIODO(2) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Resultado = cobrado + interes - castigos "
                      DELIMITED BY SIZE
                  "+ diferencias de caja" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 5810-Armar-monedas
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL WSV-IDX-FIL > WSV-CANT-FILAS
           PERFORM 5820-Informe-de-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF WSV-CANT-FILAS = ZERO
               MOVE SPACES TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
               MOVE "**** Sin actividad en los dos meses"
                   TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           CLOSE SALIDA-INFORME
           .
       5810-Armar-monedas.
           MOVE ZERO TO WSV-IDX-MON-HALLADA
           PERFORM 5811-Comparar-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL (WSV-IDX-MON > WSV-CANT-MONEDAS)
               OR (WSV-IDX-MON-HALLADA > ZERO)
           IF WSV-IDX-MON-HALLADA = ZERO
               IF WSV-CANT-MONEDAS >= 10
                   MOVE "WST-MONEDAS llena (10 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "MONEDAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-MONEDAS
               MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADA
               INITIALIZE WST-MON-DET(WSV-IDX-MON-HALLADA)
               MOVE WST-FIL-MONEDA(WSV-IDX-FIL)
                   TO WST-MON-MONEDA(WSV-IDX-MON-HALLADA)
           END-IF
           ADD 1 TO WST-MON-CANT-FILAS(WSV-IDX-MON-HALLADA)
           ADD WST-FIL-RESULTADO(WSV-IDX-FIL, 1)
               TO WST-MON-RESULTADO(WSV-IDX-MON-HALLADA, 1)
           ADD WST-FIL-RESULTADO(WSV-IDX-FIL, 2)
               TO WST-MON-RESULTADO(WSV-IDX-MON-HALLADA, 2)
           .
       5811-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = WST-FIL-MONEDA(WSV-IDX-FIL)
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADA
           END-IF
           .
       5820-Informe-de-moneda.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "===== MONEDA " DELIMITED BY SIZE
                  WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 5830-Sucursales-de-puesto
               VARYING WSV-PUESTO FROM 1 BY 1
               UNTIL WSV-PUESTO > WST-MON-CANT-FILAS(WSV-IDX-MON)
           PERFORM 5850-Sin-actividad-en-mes
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL WSV-IDX-FIL > WSV-CANT-FILAS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WST-MON-RESULTADO(WSV-IDX-MON, 1) TO WSV-IMPORTE-EDIT
           MOVE WST-MON-RESULTADO(WSV-IDX-MON, 2)
               TO WSV-IMPORTE-EDIT-2
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL " DELIMITED BY SIZE
                  WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  "  Resultado " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT DELIMITED BY SIZE
                  "  Mes anterior " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       5830-Sucursales-de-puesto.
           PERFORM 5840-Fila-de-puesto
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL WSV-IDX-FIL > WSV-CANT-FILAS
           .
       5840-Fila-de-puesto.
           IF (WST-FIL-MONEDA(WSV-IDX-FIL)
                   = WST-MON-MONEDA(WSV-IDX-MON))
                   AND (WST-FIL-ACTIVA(WSV-IDX-FIL, 1) = "S")
                   AND (WST-FIL-PUESTO(WSV-IDX-FIL, 1) = WSV-PUESTO)
               PERFORM 5860-Bloque-de-fila
           END-IF
           .
       5850-Sin-actividad-en-mes.
           IF (WST-FIL-MONEDA(WSV-IDX-FIL)
                   = WST-MON-MONEDA(WSV-IDX-MON))
                   AND (WST-FIL-ACTIVA(WSV-IDX-FIL, 1) NOT = "S")
               PERFORM 5860-Bloque-de-fila
           END-IF
           .
      *Bloque de cuatro renglones por sucursal: puesto, cobranza,
      *resultado y caja, y la comparacion con el mes anterior.
       5860-Bloque-de-fila.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           IF WST-FIL-ACTIVA(WSV-IDX-FIL, 1) = "S"
               STRING "Puesto " DELIMITED BY SIZE
                      WST-FIL-PUESTO(WSV-IDX-FIL, 1) DELIMITED BY SIZE
                      "  Sucursal " DELIMITED BY SIZE
                      WST-FIL-SUCURSAL(WSV-IDX-FIL) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           ELSE
               STRING "Puesto ---  Sucursal " DELIMITED BY SIZE
                      WST-FIL-SUCURSAL(WSV-IDX-FIL) DELIMITED BY SIZE
                      "  (sin actividad en el mes)" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           END-IF
           PERFORM 6900-Emitir-linea
           MOVE WST-FIL-FACTURADO(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT
           MOVE WST-FIL-COBRADO(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT-2
           MOVE WST-FIL-RECHAZADO(WSV-IDX-FIL, 1)
               TO WSV-IMPORTE-EDIT-3
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "  Facturado " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT DELIMITED BY SIZE
                  "  Cobrado " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  "  Rechazado " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-3 DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WST-FIL-INTERES(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT
           MOVE WST-FIL-CASTIGOS(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT-2
           MOVE WST-FIL-RESULTADO(WSV-IDX-FIL, 1)
               TO WSV-IMPORTE-EDIT-3
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "  Interes   " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT DELIMITED BY SIZE
                  "  Castigo " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  "  Resultado " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-3 DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE WST-FIL-DEPOSITOS(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT
           MOVE WST-FIL-RETIROS(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT-2
           MOVE WST-FIL-DIF-CAJA(WSV-IDX-FIL, 1) TO WSV-IMPORTE-EDIT-3
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "  Depositos " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT DELIMITED BY SIZE
                  "  Retiros " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                  "  Dif. caja " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT-3 DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 5870-Comparar-mes-anterior
           .
      *Variacion del resultado contra el mes anterior, en importe y
      *en por ciento del resultado anterior, y el puesto anterior.
       5870-Comparar-mes-anterior.
           MOVE WST-FIL-RESULTADO(WSV-IDX-FIL, 2) TO WSV-IMPORTE-EDIT
           COMPUTE WSV-IMPORTE = WST-FIL-RESULTADO(WSV-IDX-FIL, 1)
                   - WST-FIL-RESULTADO(WSV-IDX-FIL, 2)
           MOVE WSV-IMPORTE TO WSV-IMPORTE-EDIT-2
           IF WST-FIL-ACTIVA(WSV-IDX-FIL, 2) = "S"
               MOVE WST-FIL-PUESTO(WSV-IDX-FIL, 2)
                   TO WSV-PUESTO-ANT-EDIT
           ELSE
               MOVE "---" TO WSV-PUESTO-ANT-EDIT
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           IF WST-FIL-RESULTADO(WSV-IDX-FIL, 2) = ZERO
               STRING "  Mes ant.  " DELIMITED BY SIZE
                      WSV-IMPORTE-EDIT DELIMITED BY SIZE
                      "  Var.    " DELIMITED BY SIZE
                      WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                      "       -- %  Puesto ant. " DELIMITED BY SIZE
                      WSV-PUESTO-ANT-EDIT DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           ELSE
               IF WST-FIL-RESULTADO(WSV-IDX-FIL, 2) > ZERO
                   COMPUTE WSV-PORCENTAJE ROUNDED =
                           WSV-IMPORTE * 100
                           / WST-FIL-RESULTADO(WSV-IDX-FIL, 2)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WSV-PORCENTAJE
                   END-COMPUTE
               ELSE
                   COMPUTE WSV-PORCENTAJE ROUNDED =
                           WSV-IMPORTE * 100
                           / (ZERO - WST-FIL-RESULTADO(WSV-IDX-FIL, 2))
                       ON SIZE ERROR
                           MOVE 99999.9 TO WSV-PORCENTAJE
                   END-COMPUTE
               END-IF
               MOVE WSV-PORCENTAJE TO WSV-PORCENTAJE-EDIT
               STRING "  Mes ant.  " DELIMITED BY SIZE
                      WSV-IMPORTE-EDIT DELIMITED BY SIZE
                      "  Var.    " DELIMITED BY SIZE
                      WSV-IMPORTE-EDIT-2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WSV-PORCENTAJE-EDIT DELIMITED BY SIZE
                      " %  Puesto ant. " DELIMITED BY SIZE
                      WSV-PUESTO-ANT-EDIT DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
           END-IF
           PERFORM 6900-Emitir-linea
           .
      *Periodo (1 o 2) de una fecha, o cero si no es de los dos
      *meses del informe.
       6000-Periodo-de-fecha.
           MOVE ZERO TO WSV-PER
           IF WSV-FECHA-EVALUADA NUMERIC
               IF WSV-FECHA-EVALUADA (1:6) = WST-PERIODO(1)
                   MOVE 1 TO WSV-PER
               END-IF
               IF WSV-FECHA-EVALUADA (1:6) = WST-PERIODO(2)
                   MOVE 2 TO WSV-PER
               END-IF
           END-IF
           .
      *Sucursal del cliente y cuenta buscados; si la cuenta
      *no esta, la primera cuenta del cliente; si el cliente no
      *esta, sucursal 000.
       6100-Ubicar-cuenta.
           MOVE ZERO TO WSV-IDX-CTA-HALLADA
           PERFORM 6110-Comparar-cuenta
               VARYING WSV-IDX-CTA FROM 1 BY 1
               UNTIL (WSV-IDX-CTA > WSV-CANT-CUENTAS)
               OR (WSV-IDX-CTA-HALLADA > ZERO)
           IF WSV-IDX-CTA-HALLADA = ZERO
               PERFORM 6120-Comparar-cliente
                   VARYING WSV-IDX-CTA FROM 1 BY 1
                   UNTIL (WSV-IDX-CTA > WSV-CANT-CUENTAS)
                   OR (WSV-IDX-CTA-HALLADA > ZERO)
           END-IF
           IF WSV-IDX-CTA-HALLADA = ZERO
               ADD 1 TO CTRL-CANT-SIN-SUCURSAL
               MOVE ZERO TO WSV-SUC-BUSCADA
           ELSE
               MOVE WST-CTA-SUCURSAL(WSV-IDX-CTA-HALLADA)
                   TO WSV-SUC-BUSCADA
           END-IF
           .
       6110-Comparar-cuenta.
           IF (WST-CTA-NRO-CLIE(WSV-IDX-CTA) = WSV-CLIE-BUSCADO)
                   AND (WST-CTA-NRO-CTA(WSV-IDX-CTA) = WSV-CTA-BUSCADA)
               MOVE WSV-IDX-CTA TO WSV-IDX-CTA-HALLADA
           END-IF
           .
       6120-Comparar-cliente.
           IF WST-CTA-NRO-CLIE(WSV-IDX-CTA) = WSV-CLIE-BUSCADO
               MOVE WSV-IDX-CTA TO WSV-IDX-CTA-HALLADA
           END-IF
           .
      *Fila de la sucursal de la cuenta ubicada; la moneda buscada,
      *si viene cargada, manda sobre la de la cuenta.
       6200-Ubicar-fila.
           IF (WSV-MON-BUSCADA = SPACES)
                   AND (WSV-IDX-CTA-HALLADA > ZERO)
               MOVE WST-CTA-MONEDA(WSV-IDX-CTA-HALLADA)
                   TO WSV-MON-BUSCADA
           END-IF
           PERFORM 6210-Ubicar-fila-sucursal
           .
      *Ubica (o agrega) la fila de la sucursal y moneda buscadas y
      *la marca activa en el periodo.
       6210-Ubicar-fila-sucursal.
           IF WSV-MON-BUSCADA = SPACES
               MOVE "ARS" TO WSV-MON-BUSCADA
           END-IF
           MOVE ZERO TO WSV-IDX-FIL-HALLADA
           PERFORM 6220-Comparar-fila
               VARYING WSV-IDX-FIL FROM 1 BY 1
               UNTIL (WSV-IDX-FIL > WSV-CANT-FILAS)
               OR (WSV-IDX-FIL-HALLADA > ZERO)
           IF WSV-IDX-FIL-HALLADA = ZERO
               IF WSV-CANT-FILAS >= 200
                   MOVE "WST-FILAS llena (200 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "SUCURSALES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-FILAS
               MOVE WSV-CANT-FILAS TO WSV-IDX-FIL-HALLADA
               MOVE WSV-SUC-BUSCADA
                   TO WST-FIL-SUCURSAL(WSV-IDX-FIL-HALLADA)
               MOVE WSV-MON-BUSCADA
                   TO WST-FIL-MONEDA(WSV-IDX-FIL-HALLADA)
           END-IF
           MOVE "S" TO WST-FIL-ACTIVA(WSV-IDX-FIL-HALLADA, WSV-PER)
           .
       6220-Comparar-fila.
           IF (WST-FIL-SUCURSAL(WSV-IDX-FIL) = WSV-SUC-BUSCADA)
                   AND (WST-FIL-MONEDA(WSV-IDX-FIL) = WSV-MON-BUSCADA)
               MOVE WSV-IDX-FIL TO WSV-IDX-FIL-HALLADA
           END-IF
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
           WRITE LINEA-INFORME
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-cuenta.
           READ ARCH-CUENTAS
           .
       7020-Leer-historia.
           READ ARCH-HISTORIA
           .
       7030-Leer-interes.
           READ ENTRADA-INTERESES
           .
       7040-Leer-castigo.
           READ ARCH-CASTIGOS
           .
       7050-Leer-movimiento.
           READ ARCH-MOVIMIENTOS
           .
       7060-Leer-cierre.
           READ ARCH-CIERRES
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
           MOVE "ProgRenta"         TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de la rentabilidad ----"
           DISPLAY "Ciclos de historia del periodo:  "
                   CTRL-CANT-HISTORIA
           DISPLAY "Archivos de interes leidos:      "
                   CTRL-CANT-ARCH-INTERES
           DISPLAY "Cargos de interes:               "
                   CTRL-CANT-INTERESES
           DISPLAY "Castigos del periodo:            "
                   CTRL-CANT-CASTIGOS
           DISPLAY "Movimientos de caja:             "
                   CTRL-CANT-MOVIMIENTOS
           DISPLAY "Arqueos de caja:                 "
                   CTRL-CANT-CIERRES
           DISPLAY "Imputados a la sucursal 000:     "
                   CTRL-CANT-SIN-SUCURSAL
           DISPLAY "Informe en:                      "
                   WSV-NOMBRE-INFORME
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
