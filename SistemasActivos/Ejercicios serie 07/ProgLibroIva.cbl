      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del libro de IVA ventas mensual
      *    Recorre los IVA_DETALLE.AAAAMMDD.TXT que ProgApareo archiva
      *    al final de cada corrida real (uno por dia, y uno por
      *    particion cuando la corrida va partida) para el mes AAAAMM
      *    que indica el operador, y arma el libro de IVA ventas por
      *    moneda y tasa con bruto, neto e impuesto, cada uno tambien
      *    convertido a la moneda base con la cotizacion vigente el
      *    dia de cada corrida (COTIZACIONES.TXT y sus copias con
      *    fecha que deja PGENCOTI).
      *    El impuesto del libro se concilia dia por dia contra las
      *    lineas DEB-IVA que ProgAsientos dejo en ASIENTOS.AAAAMMDD.TXT
      *    para los mismos dias, y el veredicto sale al pie del libro.
      *    Mientras PERIODOS.TXT muestre el mes abierto (o no lo
      *    muestre) el libro no se arma: el mes todavia puede cambiar.
      *    El libro queda en LIBRO_IVA_VENTAS.AAAAMM.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgLibroIva.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               30/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Detalle de IVA archivado de cada corrida del mes.
           SELECT ENTRADA-IVA ASSIGN DYNAMIC WSV-NOMBRE-IVA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-IVA.
      *Copia con fecha de los asientos de ProgAsientos.
           SELECT ENTRADA-ASIENTOS ASSIGN DYNAMIC WSV-NOMBRE-ASIENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-ASIENTOS.
      *Cotizaciones vigentes y copias con fecha de PGENCOTI.
           SELECT ARCH-COTIZACIONES ASSIGN DYNAMIC WSV-NOMBRE-COTI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COTIZACIONES.
      *Control de periodos contables (lo mantiene ProgCierrePeriodo).
           SELECT ARCH-PERIODOS ASSIGN TO "PERIODOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERIODOS-CTB.

           SELECT SALIDA-LIBRO ASSIGN DYNAMIC WSV-NOMBRE-LIBRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LIBRO.
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
      *Archivo IVA_DETALLE (mismo layout que escribe ProgApareo)
           FD ENTRADA-IVA.
               01 REGISTRO-ENTRADA-IVA.
                   02 NRO-CLIE-IVA             PIC 9(03).
                   02 COD-SERV-IVA             PIC X(03).
                   02 MONTO-BRUTO-IVA          PIC 999V99.
                   02 TASA-IVA                 PIC 9(02)V99.
                   02 PORCION-IVA              PIC 999V99.
                   02 MONTO-NETO-IVA           PIC 999V99.
                   02 MONEDA-IVA               PIC X(03).
      *
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
      *Archivo COTIZACIONES (mantenido por PGENCOTI)
           FD ARCH-COTIZACIONES.
               01 REGISTRO-COTIZACION.
                   02 REG-COTI-MON-ORIGEN      PIC X(03).
                   02 REG-COTI-MON-DESTINO     PIC X(03).
                   02 REG-COTI-TASA            PIC 9(05)V9(04).
                   02 REG-COTI-FECHA           PIC 9(08).
      *
      *Archivo PERIODOS: estado de cada mes contable (A abierto /
      *C cerrado); sin archivo, todos los meses estan abiertos.
           FD ARCH-PERIODOS.
               01 REGISTRO-PERIODO-CTB.
                   02 PDO-PERIODO              PIC 9(06).
                   02 PDO-ESTADO               PIC X(01).
      *
           FD SALIDA-LIBRO.
               01 LINEA-LIBRO                  PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-IVA               PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-ASIENTOS          PIC X(02) VALUE ZEROES.
               02 FS-COTIZACIONES              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LIBRO              PIC X(02) VALUE ZEROES.
           01 FS-PERIODOS-CTB                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-MONEDA-BASE                  PIC X(03) VALUE "ARS".

      *Periodo del libro y el mes siguiente (las copias de
      *COTIZACIONES de ese mes guardan la tasa que rigio hasta el
      *cambio, que puede caer en cualquier dia del periodo).
           01 WSV-PERIODO                      PIC 9(06) VALUE ZERO.
           01 WSV-PERIODO-RED REDEFINES WSV-PERIODO.
               02 WSV-PERIODO-ANIO             PIC 9(04).
               02 WSV-PERIODO-MES              PIC 9(02).
           01 WSV-PERIODO-SIGUIENTE            PIC 9(06).
           01 WSV-PERIODO-SIG-RED REDEFINES WSV-PERIODO-SIGUIENTE.
               02 WSV-SIGUIENTE-ANIO           PIC 9(04).
               02 WSV-SIGUIENTE-MES            PIC 9(02).
           01 WSV-PERIODO-EN-CURSO             PIC 9(06).
           77 WSS-PERIODO-CTB                  PIC X(01) VALUE "A".
               88 PERIODO-ABIERTO              VALUE "A".
               88 PERIODO-CERRADO              VALUE "C".

      *Fecha del dia en curso, armada como periodo + dia.
           01 WSV-FECHA-DIA                    PIC 9(08).
           01 WSV-FECHA-DIA-RED REDEFINES WSV-FECHA-DIA.
               02 WSV-FECHA-DIA-PERIODO        PIC 9(06).
               02 WSV-FECHA-DIA-DD             PIC 9(02).
           01 WSV-DIA                          PIC 9(02).

      *Sufijos de particion del apareo: sin particiones queda un
      *solo renglon en blanco y se leen los nombres de siempre.
           01 WSV-SUFIJO-PARTICION             PIC X(04) VALUE SPACES.
           01 WST-PARTICIONES.
               02 WST-PAR-TROZO                PIC X(05)
                   OCCURS 10 TIMES.
           01 WSV-CANT-PARTICIONES             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PAR                      PIC 9(02).

      *Historia de cotizaciones hacia la moneda base: una entrada por
      *par y fecha de vigencia, juntando el archivo vigente y las
      *copias con fecha.
           01 WST-COTIZACIONES.
               02 WST-COTI-DET              OCCURS 300 TIMES.
                   03 WST-COTI-ORIGEN       PIC X(03).
                   03 WST-COTI-TASA         PIC 9(05)V9(04).
                   03 WST-COTI-FECHA        PIC 9(08).
           01 WSV-CANT-COTIZACIONES            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-COTI                     PIC 9(03).
           01 WSV-IDX-COTI-HALLADA             PIC 9(03).
           01 WSV-FECHA-COTI-HALLADA           PIC 9(08).
           01 WSV-MONEDA-BUSCADA               PIC X(03).
           01 WSV-TASA-CAMBIO                  PIC 9(05)V9(04).
           77 WSS-COTI                         PIC X(01) VALUE "N".
               88 COTI-HALLADA                 VALUE "S".
               88 COTI-FALTANTE                VALUE "N".
           77 WSS-COTI-REPETIDA                PIC X(01) VALUE "N".
               88 COTI-YA-CARGADA              VALUE "S".
               88 COTI-NUEVA                   VALUE "N".

      *Renglones del libro: uno por moneda y tasa de IVA.
           01 WST-LIBRO.
               02 WST-LIB-DET               OCCURS 100 TIMES.
                   03 WST-LIB-MONEDA        PIC X(03).
                   03 WST-LIB-TASA          PIC 9(02)V99.
                   03 WST-LIB-CANT          PIC 9(05).
                   03 WST-LIB-BRUTO         PIC 9(09)V99.
                   03 WST-LIB-NETO          PIC 9(09)V99.
                   03 WST-LIB-IVA           PIC 9(09)V99.
                   03 WST-LIB-BRUTO-BASE    PIC 9(11)V99.
                   03 WST-LIB-NETO-BASE     PIC 9(11)V99.
                   03 WST-LIB-IVA-BASE      PIC 9(11)V99.
                   03 WST-LIB-SIN-COTI      PIC 9(05).
           01 WSV-CANT-RENGLONES               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-LIB                      PIC 9(03).
           01 WSV-IDX-LIB-HALLADO              PIC 9(03).

      *Subtotales por moneda, en el orden en que aparecieron.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 20 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-CANT          PIC 9(05).
                   03 WST-MON-BRUTO         PIC 9(09)V99.
                   03 WST-MON-NETO          PIC 9(09)V99.
                   03 WST-MON-IVA           PIC 9(09)V99.
                   03 WST-MON-BRUTO-BASE    PIC 9(11)V99.
                   03 WST-MON-NETO-BASE     PIC 9(11)V99.
                   03 WST-MON-IVA-BASE      PIC 9(11)V99.
           01 WSV-CANT-MONEDAS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(02).
           01 WSV-IDX-MON-HALLADA              PIC 9(02).

      *Conciliacion por dia: impuesto del libro y DEB-IVA de los
      *asientos, ambos en moneda base.
           01 WST-DIAS.
               02 WST-DIA-DET               OCCURS 31 TIMES.
                   03 WST-DIA-CON-IVA       PIC X(01).
                   03 WST-DIA-CON-ASI       PIC X(01).
                   03 WST-DIA-LINEAS        PIC 9(05).
                   03 WST-DIA-LINEAS-ASI    PIC 9(05).
                   03 WST-DIA-IVA-BASE      PIC 9(11)V99.
                   03 WST-DIA-ASI-BASE      PIC 9(11)V99.
                   03 WST-DIA-SIN-COTI      PIC 9(05).

      *Importes de la linea en curso convertidos a la base.
           01 WSV-BRUTO-BASE                   PIC 9(11)V99.
           01 WSV-NETO-BASE                    PIC 9(11)V99.
           01 WSV-IVA-BASE                     PIC 9(11)V99.
           01 WSV-DIFERENCIA                   PIC S9(11)V99.
           01 WSV-TOLERANCIA                   PIC 9(07)V99.
           01 WSV-RESULTADO-DIA                PIC X(15).

      *Campos editados para el libro.
           01 WSV-TASA-EDITADA                 PIC Z9.99.
           01 WSV-CANT-EDITADA                 PIC ZZZZZ9.
           01 WSV-BRUTO-EDITADO                PIC ZZZZZZZZ9.99.
           01 WSV-NETO-EDITADO                 PIC ZZZZZZZZ9.99.
           01 WSV-IVA-EDITADO                  PIC ZZZZZZZZ9.99.
           01 WSV-BRUTO-BASE-EDIT              PIC ZZZZZZZZ9.99.
           01 WSV-NETO-BASE-EDIT               PIC ZZZZZZZZ9.99.
           01 WSV-IVA-BASE-EDIT                PIC ZZZZZZZZ9.99.
           01 WSV-ASI-BASE-EDIT                PIC ZZZZZZZZ9.99.
           01 WSV-DIFERENCIA-EDIT              PIC -ZZZZZZZ9.99.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control del libro.
           01 WSV-CONTADORES.
               02 CTRL-CANT-COPIAS-COTI        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ARCH-IVA           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-DIAS-IVA           PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-LINEAS-IVA         PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-SIN-COTI           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DIAS-ASI           PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-LINEAS-ASI         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DIAS-SIN-ASI       PIC 9(02) VALUE ZERO.
               02 CTRL-CANT-DIAS-DIFIEREN      PIC 9(02) VALUE ZERO.
               02 CTRL-TOTAL-IVA-BASE          PIC 9(11)V99 VALUE ZERO.
               02 CTRL-TOTAL-ASI-BASE          PIC 9(11)V99 VALUE ZERO.
               02 CTRL-TOTAL-BRUTO-BASE        PIC 9(11)V99 VALUE ZERO.
               02 CTRL-TOTAL-NETO-BASE         PIC 9(11)V99 VALUE ZERO.
           77 WSS-CONCILIA                     PIC X(01) VALUE "S".
               88 LIBRO-CONCILIA               VALUE "S".
               88 LIBRO-NO-CONCILIA            VALUE "N".

           01 WSV-NOMBRE-IVA                   PIC X(40).
           01 WSV-NOMBRE-ASIENTOS              PIC X(40).
           01 WSV-NOMBRE-COTI                  PIC X(40).
           01 WSV-NOMBRE-LIBRO                 PIC X(40).

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
           PERFORM 1100-Pedir-periodo
           PERFORM 1200-Controlar-periodo-cerrado
           DISPLAY "Moneda base (ARS si no quiere): "
           ACCEPT WSV-MONEDA-BASE
           IF WSV-MONEDA-BASE = SPACES
               MOVE "ARS" TO WSV-MONEDA-BASE
           END-IF
           PERFORM 1300-Pedir-particiones
           PERFORM 1400-Cargar-cotizaciones
           INITIALIZE WST-DIAS
           .
       1100-Pedir-periodo.
           DISPLAY "Periodo del libro de IVA ventas (AAAAMM): "
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
           MOVE WSV-PERIODO TO WSV-PERIODO-SIGUIENTE
           IF WSV-SIGUIENTE-MES = 12
               ADD 1 TO WSV-SIGUIENTE-ANIO
               MOVE 1 TO WSV-SIGUIENTE-MES
           ELSE
               ADD 1 TO WSV-SIGUIENTE-MES
           END-IF
           MOVE SPACES TO WSV-NOMBRE-LIBRO
           STRING "LIBRO_IVA_VENTAS." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LIBRO
           .
      *El libro de un mes abierto todavia puede cambiar (corridas
      *que faltan, asientos con override): solo se arma con el mes
      *en C. Sin PERIODOS.TXT o sin renglon del mes, esta abierto.
       1200-Controlar-periodo-cerrado.
           SET PERIODO-ABIERTO TO TRUE
           OPEN INPUT ARCH-PERIODOS
           IF FS-PERIODOS-CTB = "00"
               PERFORM 1210-Leer-periodo
               PERFORM 1220-Comparar-periodo
                   UNTIL FS-PERIODOS-CTB NOT = "00"
               CLOSE ARCH-PERIODOS
           END-IF
           IF PERIODO-ABIERTO
               MOVE "Periodo abierto en PERIODOS.TXT, sin libro"
                   TO WSV-ANULADO-DESCRIP
               MOVE "PABIE" TO WSV-ANULADO-CODIGO
               MOVE "PERIODOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1210-Leer-periodo.
           READ ARCH-PERIODOS
           .
       1220-Comparar-periodo.
           IF PDO-PERIODO = WSV-PERIODO
               IF PDO-ESTADO = "C"
                   SET PERIODO-CERRADO TO TRUE
               ELSE
                   SET PERIODO-ABIERTO TO TRUE
               END-IF
           END-IF
           PERFORM 1210-Leer-periodo
           .
       1300-Pedir-particiones.
           MOVE ZERO TO WSV-CANT-PARTICIONES
           PERFORM 1310-Pedir-sufijo
           PERFORM 1320-Agregar-sufijo
               UNTIL (WSV-SUFIJO-PARTICION = SPACES)
               OR (WSV-CANT-PARTICIONES >= 10)
           IF WSV-CANT-PARTICIONES = ZERO
               MOVE 1 TO WSV-CANT-PARTICIONES
               MOVE SPACES TO WST-PAR-TROZO(1)
           END-IF
           .
       1310-Pedir-sufijo.
           DISPLAY "Sufijo de particion del apareo "
                   "(vacio termina; vacio de entrada si la corrida "
                   "no va partida): "
           MOVE SPACES TO WSV-SUFIJO-PARTICION
           ACCEPT WSV-SUFIJO-PARTICION
           .
       1320-Agregar-sufijo.
           ADD 1 TO WSV-CANT-PARTICIONES
           MOVE SPACES TO WST-PAR-TROZO(WSV-CANT-PARTICIONES)
           STRING "." DELIMITED BY SIZE
                  WSV-SUFIJO-PARTICION DELIMITED BY SPACE
                  INTO WST-PAR-TROZO(WSV-CANT-PARTICIONES)
           PERFORM 1310-Pedir-sufijo
           .
      *Junta el COTIZACIONES.TXT vigente con las copias con fecha
      *del periodo y del mes siguiente: cada copia guarda la tasa
      *que regia antes de la carga de ese dia.
       1400-Cargar-cotizaciones.
           MOVE ZERO TO WSV-CANT-COTIZACIONES
           MOVE "COTIZACIONES.TXT" TO WSV-NOMBRE-COTI
           PERFORM 1410-Cargar-archivo-coti
           MOVE WSV-PERIODO TO WSV-PERIODO-EN-CURSO
           PERFORM 1420-Cargar-copia-coti
               VARYING WSV-DIA FROM 1 BY 1 UNTIL WSV-DIA > 31
           MOVE WSV-PERIODO-SIGUIENTE TO WSV-PERIODO-EN-CURSO
           PERFORM 1420-Cargar-copia-coti
               VARYING WSV-DIA FROM 1 BY 1 UNTIL WSV-DIA > 31
           DISPLAY "Cotizaciones hacia " WSV-MONEDA-BASE
                   " cargadas: " WSV-CANT-COTIZACIONES
                   " (copias con fecha leidas: "
                   CTRL-CANT-COPIAS-COTI ")"
           .
       1410-Cargar-archivo-coti.
           OPEN INPUT ARCH-COTIZACIONES
           IF FS-COTIZACIONES = "00"
               PERFORM 7030-Leer-cotizacion
               PERFORM 1430-Pasar-cotizacion
                   UNTIL FS-COTIZACIONES NOT = "00"
               CLOSE ARCH-COTIZACIONES
           END-IF
           .
       1420-Cargar-copia-coti.
           MOVE WSV-PERIODO-EN-CURSO TO WSV-FECHA-DIA-PERIODO
           MOVE WSV-DIA TO WSV-FECHA-DIA-DD
           MOVE SPACES TO WSV-NOMBRE-COTI
           STRING "COTIZACIONES." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-COTI
           OPEN INPUT ARCH-COTIZACIONES
           IF FS-COTIZACIONES = "00"
               ADD 1 TO CTRL-CANT-COPIAS-COTI
               CLOSE ARCH-COTIZACIONES
               PERFORM 1410-Cargar-archivo-coti
           END-IF
           .
      *Solo interesan los pares hacia la base; el mismo par con la
      *misma fecha aparece en varias copias y entra una vez.
       1430-Pasar-cotizacion.
           IF (REG-COTI-MON-DESTINO = WSV-MONEDA-BASE)
                   AND (REG-COTI-TASA > ZERO)
               SET COTI-NUEVA TO TRUE
               MOVE 1 TO WSV-IDX-COTI
               PERFORM 1440-Comparar-cargada
                   UNTIL WSV-IDX-COTI > WSV-CANT-COTIZACIONES
               IF COTI-NUEVA
                   IF WSV-CANT-COTIZACIONES >= 300
                       MOVE "Cotizaciones mas que la tabla"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "TABLA" TO WSV-ANULADO-CODIGO
                       MOVE "COTIZACIONES" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
                   ADD 1 TO WSV-CANT-COTIZACIONES
                   MOVE REG-COTI-MON-ORIGEN
                       TO WST-COTI-ORIGEN(WSV-CANT-COTIZACIONES)
                   MOVE REG-COTI-TASA
                       TO WST-COTI-TASA(WSV-CANT-COTIZACIONES)
                   MOVE REG-COTI-FECHA
                       TO WST-COTI-FECHA(WSV-CANT-COTIZACIONES)
               END-IF
           END-IF
           PERFORM 7030-Leer-cotizacion
           .
       1440-Comparar-cargada.
           IF (WST-COTI-ORIGEN(WSV-IDX-COTI) = REG-COTI-MON-ORIGEN)
                   AND (WST-COTI-FECHA(WSV-IDX-COTI) = REG-COTI-FECHA)
               SET COTI-YA-CARGADA TO TRUE
               MOVE WSV-CANT-COTIZACIONES TO WSV-IDX-COTI
           END-IF
           ADD 1 TO WSV-IDX-COTI
           .
      *.......................... Proceso ..............................
      *Dia por dia del mes: los dias que no existen en el calendario
      *(31 de abril, 30 de febrero) no tienen archivos y se saltean
      *solos.
       5000-Proceso.
           PERFORM 5100-Procesar-dia
               VARYING WSV-DIA FROM 1 BY 1 UNTIL WSV-DIA > 31
           IF CTRL-CANT-DIAS-IVA = ZERO
               MOVE "Ningun IVA_DETALLE archivado en el periodo"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINIV" TO WSV-ANULADO-CODIGO
               MOVE "IVA-DETALLE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT SALIDA-LIBRO
           IF FS-SALIDA-LIBRO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LIBRO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-LIBRO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6000-Imprimir-libro
           PERFORM 6500-Imprimir-conciliacion
           CLOSE SALIDA-LIBRO
           .
       5100-Procesar-dia.
           MOVE WSV-PERIODO TO WSV-FECHA-DIA-PERIODO
           MOVE WSV-DIA TO WSV-FECHA-DIA-DD
           MOVE "N" TO WST-DIA-CON-IVA(WSV-DIA)
           MOVE "N" TO WST-DIA-CON-ASI(WSV-DIA)
           PERFORM 5110-Leer-iva-particion
               VARYING WSV-IDX-PAR FROM 1 BY 1
               UNTIL WSV-IDX-PAR > WSV-CANT-PARTICIONES
           IF WST-DIA-CON-IVA(WSV-DIA) = "S"
               ADD 1 TO CTRL-CANT-DIAS-IVA
           END-IF
           PERFORM 5400-Sumar-asientos-dia
           .
       5110-Leer-iva-particion.
           MOVE SPACES TO WSV-NOMBRE-IVA
           STRING "IVA_DETALLE." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  WST-PAR-TROZO(WSV-IDX-PAR) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-IVA
           OPEN INPUT ENTRADA-IVA
           IF FS-ENTRADA-IVA = "00"
               MOVE "S" TO WST-DIA-CON-IVA(WSV-DIA)
               ADD 1 TO CTRL-CANT-ARCH-IVA
               PERFORM 7010-Leer-iva
               PERFORM 5120-Sumar-linea-iva
                   UNTIL FS-ENTRADA-IVA NOT = "00"
               CLOSE ENTRADA-IVA
           END-IF
           .
      *Cada linea suma a su renglon moneda+tasa en la moneda de la
      *cuenta y, convertida con la cotizacion del dia, en la base.
      *Sin cotizacion la linea queda en su moneda y se cuenta aparte.
       5120-Sumar-linea-iva.
           ADD 1 TO CTRL-CANT-LINEAS-IVA
           ADD 1 TO WST-DIA-LINEAS(WSV-DIA)
           PERFORM 5200-Ubicar-renglon
           ADD 1 TO WST-LIB-CANT(WSV-IDX-LIB-HALLADO)
           ADD MONTO-BRUTO-IVA TO WST-LIB-BRUTO(WSV-IDX-LIB-HALLADO)
           ADD MONTO-NETO-IVA TO WST-LIB-NETO(WSV-IDX-LIB-HALLADO)
           ADD PORCION-IVA TO WST-LIB-IVA(WSV-IDX-LIB-HALLADO)
           MOVE MONEDA-IVA TO WSV-MONEDA-BUSCADA
           PERFORM 5300-Buscar-cotizacion
           IF COTI-HALLADA
               COMPUTE WSV-BRUTO-BASE ROUNDED =
                       MONTO-BRUTO-IVA * WSV-TASA-CAMBIO
               COMPUTE WSV-IVA-BASE ROUNDED =
                       PORCION-IVA * WSV-TASA-CAMBIO
               COMPUTE WSV-NETO-BASE = WSV-BRUTO-BASE - WSV-IVA-BASE
               ADD WSV-BRUTO-BASE
                   TO WST-LIB-BRUTO-BASE(WSV-IDX-LIB-HALLADO)
               ADD WSV-NETO-BASE
                   TO WST-LIB-NETO-BASE(WSV-IDX-LIB-HALLADO)
               ADD WSV-IVA-BASE
                   TO WST-LIB-IVA-BASE(WSV-IDX-LIB-HALLADO)
               ADD WSV-IVA-BASE TO WST-DIA-IVA-BASE(WSV-DIA)
           ELSE
               ADD 1 TO WST-LIB-SIN-COTI(WSV-IDX-LIB-HALLADO)
               ADD 1 TO WST-DIA-SIN-COTI(WSV-DIA)
               ADD 1 TO CTRL-CANT-SIN-COTI
           END-IF
           PERFORM 7010-Leer-iva
           .
       5200-Ubicar-renglon.
           MOVE ZERO TO WSV-IDX-LIB-HALLADO
           MOVE 1 TO WSV-IDX-LIB
           PERFORM 5210-Comparar-renglon
               UNTIL WSV-IDX-LIB > WSV-CANT-RENGLONES
           IF WSV-IDX-LIB-HALLADO = ZERO
               IF WSV-CANT-RENGLONES >= 100
                   MOVE "Mas combinaciones moneda/tasa que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "LIBRO-IVA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-RENGLONES
               MOVE WSV-CANT-RENGLONES TO WSV-IDX-LIB-HALLADO
               INITIALIZE WST-LIB-DET(WSV-IDX-LIB-HALLADO)
               MOVE MONEDA-IVA TO WST-LIB-MONEDA(WSV-IDX-LIB-HALLADO)
               MOVE TASA-IVA TO WST-LIB-TASA(WSV-IDX-LIB-HALLADO)
           END-IF
           .
       5210-Comparar-renglon.
           IF (WST-LIB-MONEDA(WSV-IDX-LIB) = MONEDA-IVA)
                   AND (WST-LIB-TASA(WSV-IDX-LIB) = TASA-IVA)
               MOVE WSV-IDX-LIB TO WSV-IDX-LIB-HALLADO
               MOVE WSV-CANT-RENGLONES TO WSV-IDX-LIB
           END-IF
           ADD 1 TO WSV-IDX-LIB
           .
      *Tasa de WSV-MONEDA-BUSCADA hacia la base vigente el
      *WSV-FECHA-DIA: la de fecha de vigencia mas nueva que no pase
      *de ese dia. La base misma convierte a 1.
       5300-Buscar-cotizacion.
           IF WSV-MONEDA-BUSCADA = WSV-MONEDA-BASE
               SET COTI-HALLADA TO TRUE
               MOVE 1 TO WSV-TASA-CAMBIO
           ELSE
               SET COTI-FALTANTE TO TRUE
               MOVE ZERO TO WSV-IDX-COTI-HALLADA
               MOVE ZERO TO WSV-FECHA-COTI-HALLADA
               PERFORM 5310-Comparar-cotizacion
                   VARYING WSV-IDX-COTI FROM 1 BY 1
                   UNTIL WSV-IDX-COTI > WSV-CANT-COTIZACIONES
               IF WSV-IDX-COTI-HALLADA > ZERO
                   SET COTI-HALLADA TO TRUE
                   MOVE WST-COTI-TASA(WSV-IDX-COTI-HALLADA)
                       TO WSV-TASA-CAMBIO
               END-IF
           END-IF
           .
       5310-Comparar-cotizacion.
           IF (WST-COTI-ORIGEN(WSV-IDX-COTI) = WSV-MONEDA-BUSCADA)
                   AND (WST-COTI-FECHA(WSV-IDX-COTI)
                        NOT > WSV-FECHA-DIA)
                   AND (WST-COTI-FECHA(WSV-IDX-COTI)
                        > WSV-FECHA-COTI-HALLADA)
               MOVE WSV-IDX-COTI TO WSV-IDX-COTI-HALLADA
               MOVE WST-COTI-FECHA(WSV-IDX-COTI)
                   TO WSV-FECHA-COTI-HALLADA
           END-IF
           .
      *Las lineas DEB-IVA de la copia del dia de ASIENTOS, en la
      *moneda del servicio, pasadas a la base con la misma
      *cotizacion del dia que el libro.
       5400-Sumar-asientos-dia.
           MOVE SPACES TO WSV-NOMBRE-ASIENTOS
           STRING "ASIENTOS." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ASIENTOS
           OPEN INPUT ENTRADA-ASIENTOS
           IF FS-ENTRADA-ASIENTOS = "00"
               MOVE "S" TO WST-DIA-CON-ASI(WSV-DIA)
               ADD 1 TO CTRL-CANT-DIAS-ASI
               PERFORM 7020-Leer-asiento
               PERFORM 5410-Sumar-asiento
                   UNTIL FS-ENTRADA-ASIENTOS NOT = "00"
               CLOSE ENTRADA-ASIENTOS
           END-IF
           .
       5410-Sumar-asiento.
           IF (ASI-TIPO = "DEB-IVA ")
                   AND (ASI-FECHA = WSV-FECHA-DIA)
               ADD 1 TO CTRL-CANT-LINEAS-ASI
               ADD 1 TO WST-DIA-LINEAS-ASI(WSV-DIA)
               MOVE ASI-MONEDA TO WSV-MONEDA-BUSCADA
               PERFORM 5300-Buscar-cotizacion
               IF COTI-HALLADA
                   COMPUTE WSV-IVA-BASE ROUNDED =
                           ASI-MONTO * WSV-TASA-CAMBIO
                   ADD WSV-IVA-BASE TO WST-DIA-ASI-BASE(WSV-DIA)
               ELSE
                   ADD 1 TO WST-DIA-SIN-COTI(WSV-DIA)
                   ADD 1 TO CTRL-CANT-SIN-COTI
               END-IF
           END-IF
           PERFORM 7020-Leer-asiento
           .
      *Libro por moneda: los renglones de cada tasa y el subtotal de
      *la moneda; al pie, el total general en la base.
       6000-Imprimir-libro.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "LIBRO IVA VENTAS - PERIODO " DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  " - MONEDA BASE " DELIMITED BY SIZE
                  WSV-MONEDA-BASE DELIMITED BY SIZE
                  " - EMITIDO " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "MON  TASA LINEAS        BRUTO         NETO"
                  DELIMITED BY SIZE
                  "          IVA   BRUTO BASE    NETO BASE     IVA BASE"
                  DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 6010-Armar-subtotales
               VARYING WSV-IDX-LIB FROM 1 BY 1
               UNTIL WSV-IDX-LIB > WSV-CANT-RENGLONES
           PERFORM 6100-Imprimir-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE CTRL-CANT-LINEAS-IVA TO WSV-CANT-EDITADA
           MOVE CTRL-TOTAL-BRUTO-BASE TO WSV-BRUTO-BASE-EDIT
           MOVE CTRL-TOTAL-NETO-BASE TO WSV-NETO-BASE-EDIT
           MOVE CTRL-TOTAL-IVA-BASE TO WSV-IVA-BASE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL " DELIMITED BY SIZE
                  WSV-MONEDA-BASE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CANT-EDITADA DELIMITED BY SIZE
                  "                                       "
                  DELIMITED BY SIZE
                  WSV-BRUTO-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NETO-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IVA-BASE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           IF CTRL-CANT-SIN-COTI > ZERO
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "**** LINEAS SIN COTIZACION HACIA LA BASE EN "
                      DELIMITED BY SIZE
                      "LA FECHA DE SU CORRIDA: " DELIMITED BY SIZE
                      CTRL-CANT-SIN-COTI DELIMITED BY SIZE
                      " (FUERA DEL TOTAL EN BASE)" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           .
       6010-Armar-subtotales.
           MOVE ZERO TO WSV-IDX-MON-HALLADA
           PERFORM 6020-Comparar-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF WSV-IDX-MON-HALLADA = ZERO
               IF WSV-CANT-MONEDAS >= 20
                   MOVE "Mas monedas que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "LIBRO-IVA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-MONEDAS
               MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADA
               INITIALIZE WST-MON-DET(WSV-IDX-MON-HALLADA)
               MOVE WST-LIB-MONEDA(WSV-IDX-LIB)
                   TO WST-MON-MONEDA(WSV-IDX-MON-HALLADA)
           END-IF
           ADD WST-LIB-CANT(WSV-IDX-LIB)
               TO WST-MON-CANT(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-BRUTO(WSV-IDX-LIB)
               TO WST-MON-BRUTO(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-NETO(WSV-IDX-LIB)
               TO WST-MON-NETO(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-IVA(WSV-IDX-LIB)
               TO WST-MON-IVA(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-BRUTO-BASE(WSV-IDX-LIB)
               TO WST-MON-BRUTO-BASE(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-NETO-BASE(WSV-IDX-LIB)
               TO WST-MON-NETO-BASE(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-IVA-BASE(WSV-IDX-LIB)
               TO WST-MON-IVA-BASE(WSV-IDX-MON-HALLADA)
           ADD WST-LIB-BRUTO-BASE(WSV-IDX-LIB) TO CTRL-TOTAL-BRUTO-BASE
           ADD WST-LIB-NETO-BASE(WSV-IDX-LIB) TO CTRL-TOTAL-NETO-BASE
           ADD WST-LIB-IVA-BASE(WSV-IDX-LIB) TO CTRL-TOTAL-IVA-BASE
           .
       6020-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = WST-LIB-MONEDA(WSV-IDX-LIB)
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADA
           END-IF
           .
       6100-Imprimir-moneda.
           PERFORM 6110-Imprimir-renglon
               VARYING WSV-IDX-LIB FROM 1 BY 1
               UNTIL WSV-IDX-LIB > WSV-CANT-RENGLONES
           MOVE WST-MON-CANT(WSV-IDX-MON) TO WSV-CANT-EDITADA
           MOVE WST-MON-BRUTO(WSV-IDX-MON) TO WSV-BRUTO-EDITADO
           MOVE WST-MON-NETO(WSV-IDX-MON) TO WSV-NETO-EDITADO
           MOVE WST-MON-IVA(WSV-IDX-MON) TO WSV-IVA-EDITADO
           MOVE WST-MON-BRUTO-BASE(WSV-IDX-MON) TO WSV-BRUTO-BASE-EDIT
           MOVE WST-MON-NETO-BASE(WSV-IDX-MON) TO WSV-NETO-BASE-EDIT
           MOVE WST-MON-IVA-BASE(WSV-IDX-MON) TO WSV-IVA-BASE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-MON-MONEDA(WSV-IDX-MON) DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  WSV-CANT-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-BRUTO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NETO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IVA-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-BRUTO-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NETO-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IVA-BASE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       6110-Imprimir-renglon.
           IF WST-LIB-MONEDA(WSV-IDX-LIB) = WST-MON-MONEDA(WSV-IDX-MON)
               MOVE WST-LIB-TASA(WSV-IDX-LIB) TO WSV-TASA-EDITADA
               MOVE WST-LIB-CANT(WSV-IDX-LIB) TO WSV-CANT-EDITADA
               MOVE WST-LIB-BRUTO(WSV-IDX-LIB) TO WSV-BRUTO-EDITADO
               MOVE WST-LIB-NETO(WSV-IDX-LIB) TO WSV-NETO-EDITADO
               MOVE WST-LIB-IVA(WSV-IDX-LIB) TO WSV-IVA-EDITADO
               MOVE WST-LIB-BRUTO-BASE(WSV-IDX-LIB)
                   TO WSV-BRUTO-BASE-EDIT
               MOVE WST-LIB-NETO-BASE(WSV-IDX-LIB)
                   TO WSV-NETO-BASE-EDIT
               MOVE WST-LIB-IVA-BASE(WSV-IDX-LIB) TO WSV-IVA-BASE-EDIT
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-LIB-MONEDA(WSV-IDX-LIB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-TASA-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-CANT-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-BRUTO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-NETO-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-IVA-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-BRUTO-BASE-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-NETO-BASE-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-IVA-BASE-EDIT DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
               IF WST-LIB-SIN-COTI(WSV-IDX-LIB) > ZERO
                   MOVE WST-LIB-SIN-COTI(WSV-IDX-LIB)
                       TO WSV-CANT-EDITADA
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "     **** " DELIMITED BY SIZE
                          WSV-CANT-EDITADA DELIMITED BY SIZE
                          " lineas sin cotizacion, fuera de la base"
                          DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   PERFORM 6900-Emitir-linea
               END-IF
           END-IF
           .
      *Conciliacion dia por dia contra DEB-IVA. ProgAsientos calcula
      *el impuesto sobre el total de cada codigo y el libro linea por
      *linea: se tolera un centavo de redondeo por linea de cada lado.
       6500-Imprimir-conciliacion.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE "CONCILIACION CONTRA DEB-IVA DE ASIENTOS (EN BASE)"
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "FECHA    LINEAS    IVA LIBRO" DELIMITED BY SIZE
                  "               DEB-IVA   DIFERENCIA RESULTADO"
                  DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           PERFORM 6510-Conciliar-dia
               VARYING WSV-DIA FROM 1 BY 1 UNTIL WSV-DIA > 31
           IF CTRL-CANT-SIN-COTI > ZERO
               SET LIBRO-NO-CONCILIA TO TRUE
           END-IF
           COMPUTE WSV-DIFERENCIA =
                   CTRL-TOTAL-IVA-BASE - CTRL-TOTAL-ASI-BASE
           MOVE CTRL-TOTAL-IVA-BASE TO WSV-IVA-BASE-EDIT
           MOVE CTRL-TOTAL-ASI-BASE TO WSV-ASI-BASE-EDIT
           MOVE WSV-DIFERENCIA TO WSV-DIFERENCIA-EDIT
           IF LIBRO-CONCILIA
               MOVE "CONCILIA" TO WSV-RESULTADO-DIA
           ELSE
               MOVE "NO CONCILIA" TO WSV-RESULTADO-DIA
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL MES       " DELIMITED BY SIZE
                  WSV-IVA-BASE-EDIT DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  WSV-ASI-BASE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-DIFERENCIA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RESULTADO-DIA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       6510-Conciliar-dia.
           IF (WST-DIA-CON-IVA(WSV-DIA) = "S")
                   OR (WST-DIA-LINEAS-ASI(WSV-DIA) > ZERO)
               MOVE WSV-PERIODO TO WSV-FECHA-DIA-PERIODO
               MOVE WSV-DIA TO WSV-FECHA-DIA-DD
               ADD WST-DIA-ASI-BASE(WSV-DIA) TO CTRL-TOTAL-ASI-BASE
               COMPUTE WSV-DIFERENCIA =
                       WST-DIA-IVA-BASE(WSV-DIA)
                       - WST-DIA-ASI-BASE(WSV-DIA)
               COMPUTE WSV-TOLERANCIA =
                       (WST-DIA-LINEAS(WSV-DIA)
                        + WST-DIA-LINEAS-ASI(WSV-DIA)) * 0.01
               IF WST-DIA-CON-ASI(WSV-DIA) = "N"
                   MOVE "SIN ASIENTOS" TO WSV-RESULTADO-DIA
                   ADD 1 TO CTRL-CANT-DIAS-SIN-ASI
                   SET LIBRO-NO-CONCILIA TO TRUE
               ELSE
               IF WST-DIA-CON-IVA(WSV-DIA) = "N"
                   MOVE "SIN IVA_DETALLE" TO WSV-RESULTADO-DIA
                   ADD 1 TO CTRL-CANT-DIAS-DIFIEREN
                   SET LIBRO-NO-CONCILIA TO TRUE
               ELSE
               IF WST-DIA-SIN-COTI(WSV-DIA) > ZERO
                   MOVE "SIN COTIZACION" TO WSV-RESULTADO-DIA
                   ADD 1 TO CTRL-CANT-DIAS-DIFIEREN
               ELSE
               IF (WSV-DIFERENCIA > WSV-TOLERANCIA)
                       OR (WSV-DIFERENCIA < WSV-TOLERANCIA * -1)
                   MOVE "DIFIERE" TO WSV-RESULTADO-DIA
                   ADD 1 TO CTRL-CANT-DIAS-DIFIEREN
                   SET LIBRO-NO-CONCILIA TO TRUE
               ELSE
                   MOVE "OK" TO WSV-RESULTADO-DIA
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE WST-DIA-LINEAS(WSV-DIA) TO WSV-CANT-EDITADA
               MOVE WST-DIA-IVA-BASE(WSV-DIA) TO WSV-IVA-BASE-EDIT
               MOVE WST-DIA-ASI-BASE(WSV-DIA) TO WSV-ASI-BASE-EDIT
               MOVE WSV-DIFERENCIA TO WSV-DIFERENCIA-EDIT
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WSV-FECHA-DIA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-CANT-EDITADA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-IVA-BASE-EDIT DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      WSV-ASI-BASE-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-DIFERENCIA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-RESULTADO-DIA DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LIBRO
           WRITE LINEA-LIBRO
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-iva.
           READ ENTRADA-IVA
           .
       7020-Leer-asiento.
           READ ENTRADA-ASIENTOS
           .
       7030-Leer-cotizacion.
           READ ARCH-COTIZACIONES
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
           MOVE "ProgLibroI"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control del libro ----"
           DISPLAY "Libro grabado en:              " WSV-NOMBRE-LIBRO
           DISPLAY "Archivos IVA_DETALLE leidos:   " CTRL-CANT-ARCH-IVA
           DISPLAY "Dias con detalle de IVA:       " CTRL-CANT-DIAS-IVA
           DISPLAY "Lineas de IVA:                 "
                   CTRL-CANT-LINEAS-IVA
           DISPLAY "Dias con copia de ASIENTOS:    " CTRL-CANT-DIAS-ASI
           DISPLAY "Lineas DEB-IVA:                "
                   CTRL-CANT-LINEAS-ASI
           DISPLAY "Lineas sin cotizacion:         " CTRL-CANT-SIN-COTI
           DISPLAY "Dias sin asientos:             "
                   CTRL-CANT-DIAS-SIN-ASI
           DISPLAY "Dias con diferencia:           "
                   CTRL-CANT-DIAS-DIFIEREN
           IF LIBRO-CONCILIA
               DISPLAY "El libro CONCILIA con los asientos"
           ELSE
               DISPLAY "**** El libro NO CONCILIA con los asientos"
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
