           SELECT ARCH-PRESUPUESTO ASSIGN TO "PRESUPUESTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRESUPUESTO.
      *Rubro (1-4) al que va cada cuenta contable del plan de
      *cuentas; la cuenta que no esta no es gasto de la matriz.
           SELECT ARCH-RUBROS ASSIGN TO "RUBROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RUBROS.
      *Mayor general: lo que ProgMayor paso de los asientos del
      *feed diario (ProgAsientos, ProgCajaAsientos, ProgCastigos,
      *ProgReval y demas), por cuenta, moneda y mes.
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_MAYOR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Matriz y desvios exportados para la planilla de finanzas.
           SELECT SALIDA-MATRIZ ASSIGN DYNAMIC WSV-NOMBRE-MATRIZ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-MATRIZ.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
                   02 PRE-MES                  PIC 9(02).
                   02 PRE-RUBRO                PIC 9(01).
                   02 PRE-MONTO                PIC 9(05).
      *
      *Archivo RUBROS
      *Cuenta contable | Rubro (1-4)
           FD ARCH-RUBROS.
               01 REGISTRO-RUBRO.
                   02 RUB-CUENTA-GL            PIC 9(06).
                   02 RUB-RUBRO                PIC 9(01).
      *
      *Archivo SALDOS_MAYOR (lo graba ProgMayor)
           FD ARCH-SALDOS.
               COPY REG-SALDOMAY.
      *
      *Exportacion de la matriz, separada por punto y coma
      *Mes | Rubro | Real | Presupuesto | Variacion | Alerta
           FD SALIDA-MATRIZ.
               01 LINEA-MATRIZ                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-PRESUPUESTO           PIC X(02) VALUE ZEROES.
           01 FS-RUBROS                PIC X(02) VALUE ZEROES.
           01 FS-SALDOS                PIC X(02) VALUE ZEROES.
           01 FS-SALIDA-MATRIZ         PIC X(02) VALUE ZEROES.

      *Gasto real del anio por mes (filas 1-12) y rubro (columnas
      *1-4), en pesos enteros, sumado de los asientos del anio.
       01 WST-MESES.
           03 WST-MESES-DET OCCURS 13.
               05 WST-GASTOS-DET OCCURS 5.
                   10 WST-GASTOS PIC 9(08).

       01  WSV-VAR.
           02  WSV-CONT-COL        PIC 9(02).
           02  WSV-CONT-FIL        PIC 9(02).
           02  WSV-TOT-COL         PIC 9(08).
           02  WSV-TOT-FIL         PIC 9(08).
           02  WSV-TOTAL-COLUMNA-5 PIC 9(08).
           02  WSV-TOTAL-FILA-13   PIC 9(08).

      *Anio a procesar: periodos AAAA01 a AAAA12 del mayor.
       01  WSV-ANIO-PROCESO        PIC 9(04).
       01  WSV-PERIODO-DESDE       PIC 9(06).
       01  WSV-PERIODO-HASTA       PIC 9(06).
       01  WSV-MES-SALDO           PIC 9(02).
       01  WSV-NOMBRE-MATRIZ       PIC X(40).
      *Solo suman los saldos en la moneda del presupuesto.
       01  WSV-MONEDA-BASE         PIC X(03) VALUE "ARS".

      *Cuenta contable -> rubro (RUBROS.TXT).
       01 WST-RUBROS.
           03 WST-RUB-DET OCCURS 200.
               05 WST-RUB-CUENTA   PIC 9(06).
               05 WST-RUB-RUBRO    PIC 9(01).
       01  WSV-CANT-RUBROS         PIC 9(03) VALUE ZEROES.
       01  WSV-IDX                 PIC 9(03).
       01  WSV-RUBRO-SALDO         PIC 9(01).
      *Gasto del mes de la cuenta: debe menos haber del mayor.
       01  WSV-NETO-SALDO          PIC S9(11)V99.
      *Neto con signo de cada celda mes/rubro mientras se lee el
      *mayor: una cuenta con mas haber que debe (devoluciones) resta
      *del gasto de las demas cuentas del mismo rubro y mes.
       01 WST-NETOS.
           03 WST-NETOS-MES OCCURS 12.
               05 WST-NETO-CELDA PIC S9(09)V99 OCCURS 4.

      *Totales de control de la lectura del mayor.
       01  WSV-CONTROL-SALDOS.
           02  CTRL-CANT-LEIDOS    PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-DEL-ANIO  PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-SUMADOS   PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-OTRA-MON  PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-SIN-RUBRO PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-NEGATIVOS PIC 9(07)  VALUE ZEROES.
           02  CTRL-CANT-CELDAS-NEG PIC 9(03) VALUE ZEROES.
           02  CTRL-CANT-EXPORTADAS PIC 9(03) VALUE ZEROES.

      *Renglon de la exportacion.
       01  WSV-EXP-MES             PIC 99.
       01  WSV-EXP-RUBRO           PIC 9.
       01  WSV-EXP-REAL            PIC 9(08).
       01  WSV-EXP-PRESUP          PIC 9(08).
       01  WSV-EXP-VARIACION       PIC +9(08).
       01  WSV-EXP-ALERTA          PIC X(01).

      *Presupuesto por mes/rubro con la misma forma 13x5 que
      *WST-MESES: fila 13 y columna 5 se totalizan igual que los
       01  WSV-DESVIO.
           02  WSV-PORC-ALERTA     PIC 9(03)  VALUE 10.
           02  WSV-TOPE-ALERTA     PIC 9(08)V99.
           02  WSV-VARIACION       PIC S9(08).
           02  WSV-CANT-ALERTAS    PIC 9(03)  VALUE ZEROES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000001-INICIO-DEL-PROGRAMA.
           PERFORM 000010-CARGAR-GASTOS-REALES.
           PERFORM 000006-IMPRIMIR-MATRIZ.
           PERFORM 000002-PROCESO-SUMAR-COLUMNAS.
           PERFORM 000006-IMPRIMIR-MATRIZ.
           PERFORM 000008-CARGAR-PRESUPUESTO.
           PERFORM 000009-TOTALIZAR-PRESUPUESTO.
           PERFORM 000011-INFORME-VARIACION.
           PERFORM 000016-EXPORTAR-MATRIZ.
           PERFORM 000007-FIN-DEL-PROGRAMA.

       000001-INICIO-DEL-PROGRAMA.
           DISPLAY "----El programa inició----".
           DISPLAY " ".
           DISPLAY "Anio a procesar (AAAA): "
           ACCEPT WSV-ANIO-PROCESO
           DISPLAY "Moneda del presupuesto (ARS si no quiere): "
           ACCEPT WSV-MONEDA-BASE
           IF WSV-MONEDA-BASE = SPACES
               MOVE "ARS" TO WSV-MONEDA-BASE
           END-IF.

      *Arma la matriz real con los asientos del anio ya pasados al
      *mayor: cada saldo mensual de SALDOS_MAYOR.TXT (cuenta, moneda,
      *mes) suma su debe menos su haber en la fila del mes y la
      *columna del rubro de la cuenta segun RUBROS.TXT. Las cuentas
      *sin rubro no son gasto y no entran en la matriz.
       000010-CARGAR-GASTOS-REALES.
           INITIALIZE WST-MESES WSV-VAR WST-NETOS
           PERFORM 000012-CARGAR-RUBROS
           COMPUTE WSV-PERIODO-DESDE = WSV-ANIO-PROCESO * 100 + 1
           COMPUTE WSV-PERIODO-HASTA = WSV-ANIO-PROCESO * 100 + 12
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               DISPLAY "**** No hay SALDOS_MAYOR.TXT, matriz en cero"
           ELSE
               READ ARCH-SALDOS
               PERFORM UNTIL FS-SALDOS NOT = "00"
                   PERFORM 000014-SUMAR-SALDO
                   READ ARCH-SALDOS
               END-PERFORM
               CLOSE ARCH-SALDOS
           END-IF
           PERFORM 000015-PASAR-NETOS
           DISPLAY " "
           DISPLAY "Saldos del mayor leidos:     " CTRL-CANT-LEIDOS
           DISPLAY "Del anio " WSV-ANIO-PROCESO ":               "
               CTRL-CANT-DEL-ANIO
           DISPLAY "Sumados a la matriz:         " CTRL-CANT-SUMADOS
           DISPLAY "En otra moneda (no suman):   " CTRL-CANT-OTRA-MON
           DISPLAY "Cuenta sin rubro (no gasto): " CTRL-CANT-SIN-RUBRO
           DISPLAY "Haber mayor que debe (resta): " CTRL-CANT-NEGATIVOS
           DISPLAY "Celdas negativas (en cero):   "
               CTRL-CANT-CELDAS-NEG
           IF CTRL-CANT-DEL-ANIO = 0
               DISPLAY "**** No hay asientos del anio "
                   WSV-ANIO-PROCESO " en el mayor, matriz en cero"
           END-IF.

       000012-CARGAR-RUBROS.
           MOVE ZEROES TO WSV-CANT-RUBROS
           OPEN INPUT ARCH-RUBROS
           IF FS-RUBROS NOT = "00"
               DISPLAY "**** No hay RUBROS.TXT, ninguna cuenta "
                   "suma a la matriz"
           ELSE
               READ ARCH-RUBROS
               PERFORM UNTIL FS-RUBROS NOT = "00"
                   IF WSV-CANT-RUBROS >= 200
                       CLOSE ARCH-RUBROS
                       DISPLAY "**** RUBROS.TXT tiene mas de 200 "
                           "cuentas, la matriz no se arma"
                       PERFORM 000007-FIN-DEL-PROGRAMA
                   END-IF
                   IF (RUB-RUBRO >= 1) AND (RUB-RUBRO <= 4)
                       ADD 1 TO WSV-CANT-RUBROS
                       MOVE RUB-CUENTA-GL
                           TO WST-RUB-CUENTA(WSV-CANT-RUBROS)
                       MOVE RUB-RUBRO
                           TO WST-RUB-RUBRO(WSV-CANT-RUBROS)
                   ELSE
                       DISPLAY "**** Linea de rubros fuera de "
                           "rango: " REGISTRO-RUBRO
                   END-IF
                   READ ARCH-RUBROS
               END-PERFORM
               CLOSE ARCH-RUBROS
           END-IF.

      *Un haber mayor que el debe (devoluciones del mes) se cuenta
      *aparte y resta igual en la celda de su mes y rubro.
       000014-SUMAR-SALDO.
           ADD 1 TO CTRL-CANT-LEIDOS
           IF (SDO-PERIODO >= WSV-PERIODO-DESDE)
                   AND (SDO-PERIODO <= WSV-PERIODO-HASTA)
               ADD 1 TO CTRL-CANT-DEL-ANIO
               IF SDO-MONEDA NOT = WSV-MONEDA-BASE
                   ADD 1 TO CTRL-CANT-OTRA-MON
               ELSE
                   MOVE 0 TO WSV-RUBRO-SALDO
                   PERFORM VARYING WSV-IDX FROM 1 BY 1
                   UNTIL (WSV-IDX > WSV-CANT-RUBROS)
                       OR (WSV-RUBRO-SALDO > 0)
                       IF WST-RUB-CUENTA(WSV-IDX) = SDO-CUENTA-GL
                           MOVE WST-RUB-RUBRO(WSV-IDX)
                               TO WSV-RUBRO-SALDO
                       END-IF
                   END-PERFORM
                   IF WSV-RUBRO-SALDO = 0
                       ADD 1 TO CTRL-CANT-SIN-RUBRO
                   ELSE
                       COMPUTE WSV-NETO-SALDO = SDO-DEBE - SDO-HABER
                       IF WSV-NETO-SALDO < 0
                           ADD 1 TO CTRL-CANT-NEGATIVOS
                       END-IF
                       ADD 1 TO CTRL-CANT-SUMADOS
                       MOVE SDO-PERIODO(5:2) TO WSV-MES-SALDO
                       ADD WSV-NETO-SALDO TO
                           WST-NETO-CELDA(WSV-MES-SALDO,WSV-RUBRO-SALDO)
                   END-IF
               END-IF
           END-IF.

      *Pasa el neto de cada celda a la matriz en pesos enteros; solo
      *una celda que en el mes quedo con mas devoluciones que gasto
      *va en cero.
       000015-PASAR-NETOS.
           PERFORM VARYING WSV-CONT-FIL FROM 1
           BY 1 UNTIL WSV-CONT-FIL > 12
               PERFORM VARYING WSV-CONT-COL FROM 1
               BY 1 UNTIL WSV-CONT-COL > 4
                   IF WST-NETO-CELDA(WSV-CONT-FIL,WSV-CONT-COL) < 0
                       ADD 1 TO CTRL-CANT-CELDAS-NEG
                       DISPLAY "**** Mes " WSV-CONT-FIL
                           " rubro " WSV-CONT-COL
                           " con haber mayor que debe, queda en cero"
                   ELSE
                       COMPUTE WST-GASTOS(WSV-CONT-FIL,WSV-CONT-COL)
                           ROUNDED =
                           WST-NETO-CELDA(WSV-CONT-FIL,WSV-CONT-COL)
                   END-IF
               END-PERFORM
           END-PERFORM.

       000002-PROCESO-SUMAR-COLUMNAS.
           DISPLAY " "
               DISPLAY "Sin celdas pasadas del presupuesto"
           END-IF.

      *Exporta cada celda de la matriz (mes 13 y rubro 5 son los
      *totales) con su presupuesto, variacion y marca de alerta a
      *MATRIZ_GASTOS.AAAA.CSV, para abrirla directo en la planilla.
       000016-EXPORTAR-MATRIZ.
           MOVE SPACES TO WSV-NOMBRE-MATRIZ
           STRING "MATRIZ_GASTOS." DELIMITED BY SIZE
                  WSV-ANIO-PROCESO DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-MATRIZ
           OPEN OUTPUT SALIDA-MATRIZ
           IF FS-SALIDA-MATRIZ NOT = "00"
               DISPLAY "**** No se pudo grabar " WSV-NOMBRE-MATRIZ
                   " (FS " FS-SALIDA-MATRIZ ")"
           ELSE
               MOVE "MES;RUBRO;REAL;PRESUPUESTO;VARIACION;ALERTA"
                   TO LINEA-MATRIZ
               WRITE LINEA-MATRIZ
               PERFORM VARYING WSV-CONT-FIL FROM 1
               BY 1 UNTIL WSV-CONT-FIL > 13
                   PERFORM VARYING WSV-CONT-COL FROM 1
                   BY 1 UNTIL WSV-CONT-COL > 5
                       PERFORM 000017-EXPORTAR-CELDA
                   END-PERFORM
               END-PERFORM
               CLOSE SALIDA-MATRIZ
               DISPLAY " "
               DISPLAY "Matriz exportada en " WSV-NOMBRE-MATRIZ
                   " (" CTRL-CANT-EXPORTADAS " celdas)"
           END-IF.

      *La alerta es la misma del informe: solo en las celdas
      *mes/rubro con plan, cuando el gasto lo pasa en mas del
      *porcentaje elegido.
       000017-EXPORTAR-CELDA.
           MOVE WSV-CONT-FIL TO WSV-EXP-MES
           MOVE WSV-CONT-COL TO WSV-EXP-RUBRO
           MOVE WST-GASTOS(WSV-CONT-FIL,WSV-CONT-COL) TO WSV-EXP-REAL
           MOVE WST-PRESUP(WSV-CONT-FIL,WSV-CONT-COL)
               TO WSV-EXP-PRESUP
           COMPUTE WSV-EXP-VARIACION =
               WST-GASTOS(WSV-CONT-FIL,WSV-CONT-COL)
               - WST-PRESUP(WSV-CONT-FIL,WSV-CONT-COL)
           MOVE "N" TO WSV-EXP-ALERTA
           IF (WSV-CONT-FIL <= 12) AND (WSV-CONT-COL <= 4)
                   AND (WST-PRESUP(WSV-CONT-FIL,WSV-CONT-COL) > 0)
               COMPUTE WSV-TOPE-ALERTA =
                   WST-PRESUP(WSV-CONT-FIL,WSV-CONT-COL)
                   * (100 + WSV-PORC-ALERTA) / 100
               IF WST-GASTOS(WSV-CONT-FIL,WSV-CONT-COL)
                       > WSV-TOPE-ALERTA
                   MOVE "S" TO WSV-EXP-ALERTA
               END-IF
           END-IF
           MOVE SPACES TO LINEA-MATRIZ
           STRING WSV-EXP-MES ";" DELIMITED BY SIZE
                  WSV-EXP-RUBRO ";" DELIMITED BY SIZE
                  WSV-EXP-REAL ";" DELIMITED BY SIZE
                  WSV-EXP-PRESUP ";" DELIMITED BY SIZE
                  WSV-EXP-VARIACION ";" DELIMITED BY SIZE
                  WSV-EXP-ALERTA DELIMITED BY SIZE
                  INTO LINEA-MATRIZ
           WRITE LINEA-MATRIZ
           ADD 1 TO CTRL-CANT-EXPORTADAS.

       000007-FIN-DEL-PROGRAMA.
           DISPLAY " ".
           DISPLAY "----El programa finalizó----".
