      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del informe mensual a la central de deudores
      *    Clasifica a cada cliente deudor en la situacion 1 a 5 que
      *    pide el buro de credito y arma el archivo de formato fijo
      *    del mes (BURO.AAAAMM.TXT: un registro H de cabecera, un D
      *    por cliente y un T de cierre con los totales de control).
      *    La situacion sale de los dias de mora de AGING.TXT (la
      *    corrida de ProgAging al cierre del mes):
      *        1 normal                hasta 31 dias
      *        2 seguimiento especial  32 a 90 dias
      *        3 con problemas         91 a 180 dias
      *        4 alto riesgo           181 a 365 dias
      *        5 irrecuperable         mas de 365 dias
      *    y se agrava o se alivia con el resto de la cobranza:
      *    - deuda castigada (CASTIGOS.TXT): situacion 5, salvo que la
      *      agencia la haya recuperado entera (AGENCIA.TXT cerrada);
      *    - derivado a la agencia de cobranza (AGENCIA.TXT activa):
      *      situacion 4 como minimo;
      *    - con una promesa de pago vigente (PROMESAS.TXT) y sin
      *      castigo ni agencia: mejora una situacion, pero no baja de
      *      la 2 mientras el plan no se cumpla.
      *    Ademas compara contra el archivo enviado el mes anterior y
      *    deja en BURO_DIF.AAAAMM.TXT los clientes que entraron,
      *    salieron, subieron o bajaron de situacion, para contestar
      *    los reclamos por la calificacion.
      *    El archivo del mes es la marca de informado: si ya existe
      *    el mes no se vuelve a generar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgBuro.
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
      *Resultado del aging por cliente (ProgAging).
           SELECT ARCH-AGING ASSIGN TO "AGING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AGING.
      *Deudas castigadas (ProgRepres / ProgCastigos).
           SELECT ARCH-CASTIGOS ASSIGN TO "CASTIGOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CASTIGOS.
      *Clientes derivados a la agencia de cobranza (ProgAgencia).
           SELECT ARCH-AGENCIA ASSIGN TO "AGENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AGENCIA.
      *Promesas de pago (PGENPRMS / ProgPromesas).
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Archivo del buro de este mes y del mes anterior.
           SELECT SALIDA-BURO ASSIGN DYNAMIC WSV-NOMBRE-BURO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-BURO.

           SELECT ENTRADA-ANTERIOR ASSIGN DYNAMIC WSV-NOMBRE-ANTERIOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-ANTERIOR.

           SELECT SALIDA-DIFERENCIAS ASSIGN DYNAMIC WSV-NOMBRE-DIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-DIFERENCIAS.
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
      *Archivo AGING (mismo layout que escribe ProgAging)
           FD ARCH-AGING.
               01 REGISTRO-AGING.
                   02 AGI-NRO-CLIE             PIC 9(03).
                   02 AGI-NOMBRE-CLIE          PIC X(10).
                   02 AGI-FECHA-CORTE          PIC 9(08).
                   02 AGI-FECHA-VIEJA          PIC 9(08).
                   02 AGI-FECHA-ULTIMA         PIC 9(08).
                   02 AGI-DIAS-MORA            PIC 9(05).
                   02 AGI-DEUDA                PIC 999V99.
                   02 AGI-MONEDA               PIC X(03).
                   02 AGI-CANT-SERV            PIC 9(02).
                   02 AGI-DETALLE-SERV         PIC X(03)
                       OCCURS 20 TIMES.
      *
      *Archivo CASTIGOS (mismo layout que ProgCastigos)
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
      *Archivo AGENCIA (mismo layout que escribe ProgAgencia)
           FD ARCH-AGENCIA.
               01 REGISTRO-AGENCIA.
                   02 AGE-NRO-CLIE             PIC 9(03).
                   02 AGE-FECHA-ASIG           PIC 9(08).
                   02 AGE-MONTO-ASIG           PIC 9(05)V99.
                   02 AGE-MONEDA               PIC X(03).
                   02 AGE-ORIGEN               PIC X(01).
                   02 AGE-CASTIGADA            PIC X(01).
                   02 AGE-RECUPERADO           PIC 9(05)V99.
                   02 AGE-COMISION             PIC 9(05)V99.
                   02 AGE-ESTADO               PIC X(01).
                   02 AGE-FECHA-ULT-REC        PIC 9(08).
                   02 AGE-OPERADOR             PIC 9(03).
      *
      *Archivo PROMESAS (mismo layout que escribe PGENPRMS)
           FD ARCH-PROMESAS.
               01 REGISTRO-PROMESA.
                   02 PRO-NRO-CLIE             PIC 9(03).
                   02 PRO-FECHA-ALTA           PIC 9(08).
                   02 PRO-FECHA-PROMESA        PIC 9(08).
                   02 PRO-MONTO                PIC 9(05)V99.
                   02 PRO-ESTADO               PIC X(01).
                       88 PRO-VIGENTE              VALUE "V".
                   02 PRO-OPERADOR             PIC 9(03).
      *
      *Archivo para el buro, de formato fijo: H cabecera, D por
      *cliente, T cierre con cantidad, deuda total y cantidad por
      *situacion.
           FD SALIDA-BURO.
               01 REGISTRO-BURO.
                   02 BUR-TIPO                 PIC X(01).
                   02 BUR-PERIODO              PIC 9(06).
                   02 BUR-NRO-CLIE             PIC 9(03).
                   02 BUR-NOMBRE               PIC X(10).
                   02 BUR-SITUACION            PIC 9(01).
                   02 BUR-DIAS-MORA            PIC 9(05).
                   02 BUR-DEUDA                PIC 9(05)V99.
                   02 BUR-MONEDA               PIC X(03).
                   02 BUR-CASTIGADO            PIC X(01).
                   02 BUR-EN-AGENCIA           PIC X(01).
                   02 BUR-CON-PLAN             PIC X(01).
               01 REGISTRO-CABECERA-BURO.
                   02 BUR-CAB-TIPO             PIC X(01).
                   02 BUR-CAB-PERIODO          PIC 9(06).
                   02 BUR-CAB-FECHA            PIC 9(08).
                   02 BUR-CAB-ENTIDAD          PIC X(20).
               01 REGISTRO-CIERRE-BURO.
                   02 BUR-CIE-TIPO             PIC X(01).
                   02 BUR-CIE-PERIODO          PIC 9(06).
                   02 BUR-CIE-CANTIDAD         PIC 9(05).
                   02 BUR-CIE-DEUDA            PIC 9(09)V99.
                   02 BUR-CIE-POR-SITUACION    PIC 9(05)
                       OCCURS 5 TIMES.
      *
      *Archivo del buro del mes anterior (mismo layout que
      *SALIDA-BURO)
           FD ENTRADA-ANTERIOR.
               01 REGISTRO-ANTERIOR.
                   02 ANT-TIPO                 PIC X(01).
                   02 ANT-PERIODO              PIC 9(06).
                   02 ANT-NRO-CLIE             PIC 9(03).
                   02 ANT-NOMBRE               PIC X(10).
                   02 ANT-SITUACION            PIC 9(01).
                   02 FILLER                   PIC X(18).
      *
           FD SALIDA-DIFERENCIAS.
               01 LINEA-DIFERENCIAS            PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-AGING                     PIC X(02) VALUE ZEROES.
               02 FS-CASTIGOS                  PIC X(02) VALUE ZEROES.
               02 FS-AGENCIA                   PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-BURO               PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-ANTERIOR          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-DIFERENCIAS        PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
      *Mes informado y mes anterior (el de la ultima presentacion).
           01 WSV-PERIODO                      PIC 9(06).
           01 WSV-PERIODO-R REDEFINES WSV-PERIODO.
               02 WSV-PER-ANIO                 PIC 9(04).
               02 WSV-PER-MES                  PIC 9(02).
           01 WSV-PERIODO-ANT                  PIC 9(06).
           01 WSV-PERIODO-ANT-R REDEFINES WSV-PERIODO-ANT.
               02 WSV-ANT-ANIO                 PIC 9(04).
               02 WSV-ANT-MES                  PIC 9(02).

      *Dias de mora hasta los que rige cada situacion (la 5 es lo
      *que pasa de 365).
           01 WSC-LIMITES-SITUACION.
               02 FILLER                       PIC 9(05) VALUE 00031.
               02 FILLER                       PIC 9(05) VALUE 00090.
               02 FILLER                       PIC 9(05) VALUE 00180.
               02 FILLER                       PIC 9(05) VALUE 00365.
           01 WSC-LIMITES-R REDEFINES WSC-LIMITES-SITUACION.
               02 WSC-LIMITE-DIAS              PIC 9(05)
                   OCCURS 4 TIMES.
           01 WSC-SITUACION-AGENCIA            PIC 9(01) VALUE 4.
           01 WSC-SITUACION-CASTIGO            PIC 9(01) VALUE 5.
           01 WSC-SITUACION-MINIMA-PLAN        PIC 9(01) VALUE 2.
           01 WSC-ENTIDAD                      PIC X(20)
               VALUE "SISTEMAS ACTIVOS".

      *Un renglon por numero de cliente (el numero es el indice):
      *lo que aporta cada archivo de cobranza y la situacion de este
      *mes y la informada el mes anterior.
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 999 TIMES.
                   03 WST-CLI-NOMBRE        PIC X(10).
                   03 WST-CLI-EN-AGING      PIC X(01).
                   03 WST-CLI-DIAS-MORA     PIC 9(05).
                   03 WST-CLI-DEUDA         PIC 9(05)V99.
                   03 WST-CLI-MONEDA        PIC X(03).
                   03 WST-CLI-CASTIGADO     PIC X(01).
                   03 WST-CLI-DEUDA-CAST    PIC 9(05)V99.
                   03 WST-CLI-MONEDA-CAST   PIC X(03).
                   03 WST-CLI-AGENCIA       PIC X(01).
                   03 WST-CLI-DEUDA-AGE     PIC 9(05)V99.
                   03 WST-CLI-MONEDA-AGE    PIC X(03).
                   03 WST-CLI-CAST-RECUP    PIC X(01).
                   03 WST-CLI-PLAN          PIC X(01).
                   03 WST-CLI-SITUACION     PIC 9(01).
                   03 WST-CLI-SIT-ANTERIOR  PIC 9(01).
                   03 WST-CLI-NOMBRE-ANT    PIC X(10).
           01 WSV-IDX-CLI                      PIC 9(04).
           01 WSV-IDX-LIM                      PIC 9(01).
           01 WSV-SITUACION                    PIC 9(01).
           01 WSV-DEUDA-PENDIENTE              PIC 9(05)V99.
           01 WSV-CORTE-AGING                  PIC 9(08) VALUE ZERO.
           01 WSV-CORTE-AGING-R REDEFINES WSV-CORTE-AGING.
               02 WSV-CORTE-PERIODO            PIC 9(06).
               02 FILLER                       PIC 9(02).
           77 WSS-HAY-ANTERIOR                 PIC X(01) VALUE "N".
               88 HAY-ANTERIOR                 VALUE "S".
           01 WSV-MOVIMIENTO                   PIC X(12).

      *Campos editados para el listado de diferencias.
           01 WSV-DEUDA-EDIT                   PIC ZZZZ9.99.
           01 WSV-DIAS-EDIT                    PIC ZZZZ9.
           01 WSV-LINEA-ARMADA                 PIC X(80).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-AGING              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CASTIGOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AGENCIA            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PROMESAS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-INFORMADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-DEUDA-INFORMADA         PIC 9(09)V99 VALUE ZERO.
               02 CTRL-CANT-SITUACION          PIC 9(05) VALUE ZERO
                   OCCURS 5 TIMES.
               02 CTRL-CANT-ANTERIOR           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-NUEVOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SALEN              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SUBEN              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-BAJAN              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-IGUALES            PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-BURO                  PIC X(40).
           01 WSV-NOMBRE-ANTERIOR              PIC X(40).
           01 WSV-NOMBRE-DIF                   PIC X(40).

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
           DISPLAY "Mes a informar (AAAAMM): "
           ACCEPT WSV-PERIODO
           IF (WSV-PERIODO NOT NUMERIC) OR (WSV-PER-MES = ZERO)
                   OR (WSV-PER-MES > 12)
               MOVE "Mes a informar invalido" TO WSV-ANULADO-DESCRIP
               MOVE "PERIO" TO WSV-ANULADO-CODIGO
               MOVE "PERIODO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-PERIODO TO WSV-PERIODO-ANT
           IF WSV-ANT-MES = 1
               SUBTRACT 1 FROM WSV-ANT-ANIO
               MOVE 12 TO WSV-ANT-MES
           ELSE
               SUBTRACT 1 FROM WSV-ANT-MES
           END-IF
           MOVE SPACES TO WSV-NOMBRE-BURO
           STRING "BURO." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-BURO
           MOVE SPACES TO WSV-NOMBRE-ANTERIOR
           STRING "BURO." DELIMITED BY SIZE
                  WSV-PERIODO-ANT DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ANTERIOR
           MOVE SPACES TO WSV-NOMBRE-DIF
           STRING "BURO_DIF." DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DIF
           PERFORM 1200-Controlar-mes-informado
           PERFORM 1100-Limpiar-clientes
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > 999
           .
       1100-Limpiar-clientes.
           INITIALIZE WST-CLI-DET(WSV-IDX-CLI)
           MOVE "N" TO WST-CLI-EN-AGING(WSV-IDX-CLI)
           MOVE "N" TO WST-CLI-CASTIGADO(WSV-IDX-CLI)
           MOVE "N" TO WST-CLI-AGENCIA(WSV-IDX-CLI)
           MOVE "N" TO WST-CLI-CAST-RECUP(WSV-IDX-CLI)
           MOVE "N" TO WST-CLI-PLAN(WSV-IDX-CLI)
           .
      *El archivo del mes es la marca de informado: si ya existe no
      *se vuelve a generar (una rectificacion se arma a mano).
       1200-Controlar-mes-informado.
           OPEN INPUT SALIDA-BURO
           IF FS-SALIDA-BURO = "00"
               CLOSE SALIDA-BURO
               MOVE "El mes ya fue informado (existe el archivo)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REPET" TO WSV-ANULADO-CODIGO
               MOVE "BURO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 6000-Cargar-aging
           PERFORM 6100-Cargar-castigos
           PERFORM 6200-Cargar-agencia
           PERFORM 6300-Cargar-promesas
           PERFORM 6400-Cargar-anterior
           PERFORM 7000-Abrir-salidas
           PERFORM 5100-Clasificar-cliente
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > 999
           PERFORM 7900-Cerrar-salidas
           .
      *Un cliente se informa si debe algo segun cualquiera de los
      *archivos de cobranza; si no, solo cuenta para el listado de
      *diferencias (salio del informe).
       5100-Clasificar-cliente.
           IF (WST-CLI-EN-AGING(WSV-IDX-CLI) = "S")
                   OR (WST-CLI-CASTIGADO(WSV-IDX-CLI) = "S")
                   OR (WST-CLI-AGENCIA(WSV-IDX-CLI) = "S")
               PERFORM 5200-Calcular-situacion
               PERFORM 5300-Grabar-detalle
           ELSE
               MOVE ZERO TO WST-CLI-SITUACION(WSV-IDX-CLI)
           END-IF
           PERFORM 5400-Comparar-anterior
           .
      *Situacion por dias de mora, despues castigo, agencia y
      *promesa vigente.
       5200-Calcular-situacion.
           MOVE 5 TO WSV-SITUACION
           PERFORM 5210-Comparar-limite
               VARYING WSV-IDX-LIM FROM 4 BY -1
               UNTIL WSV-IDX-LIM < 1
           IF WST-CLI-AGENCIA(WSV-IDX-CLI) = "S"
               IF WSV-SITUACION < WSC-SITUACION-AGENCIA
                   MOVE WSC-SITUACION-AGENCIA TO WSV-SITUACION
               END-IF
           END-IF
           IF (WST-CLI-CASTIGADO(WSV-IDX-CLI) = "S")
                   AND (WST-CLI-CAST-RECUP(WSV-IDX-CLI) = "N")
               MOVE WSC-SITUACION-CASTIGO TO WSV-SITUACION
           END-IF
           IF (WST-CLI-PLAN(WSV-IDX-CLI) = "S")
                   AND (WST-CLI-AGENCIA(WSV-IDX-CLI) = "N")
                   AND (WST-CLI-CASTIGADO(WSV-IDX-CLI) = "N")
               IF WSV-SITUACION > WSC-SITUACION-MINIMA-PLAN
                   SUBTRACT 1 FROM WSV-SITUACION
               ELSE
                   MOVE WSC-SITUACION-MINIMA-PLAN TO WSV-SITUACION
               END-IF
           END-IF
           MOVE WSV-SITUACION TO WST-CLI-SITUACION(WSV-IDX-CLI)
           .
       5210-Comparar-limite.
           IF WST-CLI-DIAS-MORA(WSV-IDX-CLI)
                   <= WSC-LIMITE-DIAS(WSV-IDX-LIM)
               MOVE WSV-IDX-LIM TO WSV-SITUACION
           END-IF
           .
      *La deuda informada es la del aging; si el cliente ya no esta
      *en el aging, lo pendiente en la agencia o lo castigado.
       5300-Grabar-detalle.
           INITIALIZE REGISTRO-BURO
           MOVE "D" TO BUR-TIPO
           MOVE WSV-PERIODO TO BUR-PERIODO
           MOVE WSV-IDX-CLI TO BUR-NRO-CLIE
           MOVE WST-CLI-NOMBRE(WSV-IDX-CLI) TO BUR-NOMBRE
           MOVE WST-CLI-SITUACION(WSV-IDX-CLI) TO BUR-SITUACION
           MOVE WST-CLI-DIAS-MORA(WSV-IDX-CLI) TO BUR-DIAS-MORA
           EVALUATE TRUE
               WHEN WST-CLI-EN-AGING(WSV-IDX-CLI) = "S"
                   MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO BUR-DEUDA
                   MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO BUR-MONEDA
               WHEN WST-CLI-AGENCIA(WSV-IDX-CLI) = "S"
                   MOVE WST-CLI-DEUDA-AGE(WSV-IDX-CLI) TO BUR-DEUDA
                   MOVE WST-CLI-MONEDA-AGE(WSV-IDX-CLI) TO BUR-MONEDA
               WHEN OTHER
                   MOVE WST-CLI-DEUDA-CAST(WSV-IDX-CLI) TO BUR-DEUDA
                   MOVE WST-CLI-MONEDA-CAST(WSV-IDX-CLI)
                       TO BUR-MONEDA
           END-EVALUATE
           MOVE WST-CLI-CASTIGADO(WSV-IDX-CLI) TO BUR-CASTIGADO
           MOVE WST-CLI-AGENCIA(WSV-IDX-CLI) TO BUR-EN-AGENCIA
           MOVE WST-CLI-PLAN(WSV-IDX-CLI) TO BUR-CON-PLAN
           WRITE REGISTRO-BURO
           ADD 1 TO CTRL-CANT-INFORMADOS
           ADD BUR-DEUDA TO CTRL-DEUDA-INFORMADA
           ADD 1 TO CTRL-CANT-SITUACION(WST-CLI-SITUACION(WSV-IDX-CLI))
           .
      *Diferencia contra la presentacion del mes anterior.
       5400-Comparar-anterior.
           MOVE SPACES TO WSV-MOVIMIENTO
           EVALUATE TRUE
               WHEN (WST-CLI-SITUACION(WSV-IDX-CLI) = ZERO)
                       AND (WST-CLI-SIT-ANTERIOR(WSV-IDX-CLI) = ZERO)
                   CONTINUE
               WHEN NOT HAY-ANTERIOR
                   CONTINUE
               WHEN WST-CLI-SIT-ANTERIOR(WSV-IDX-CLI) = ZERO
                   MOVE "NUEVO" TO WSV-MOVIMIENTO
                   ADD 1 TO CTRL-CANT-NUEVOS
               WHEN WST-CLI-SITUACION(WSV-IDX-CLI) = ZERO
                   MOVE "SALE" TO WSV-MOVIMIENTO
                   ADD 1 TO CTRL-CANT-SALEN
                   MOVE WST-CLI-NOMBRE-ANT(WSV-IDX-CLI)
                       TO WST-CLI-NOMBRE(WSV-IDX-CLI)
               WHEN WST-CLI-SITUACION(WSV-IDX-CLI)
                       > WST-CLI-SIT-ANTERIOR(WSV-IDX-CLI)
                   MOVE "EMPEORA" TO WSV-MOVIMIENTO
                   ADD 1 TO CTRL-CANT-SUBEN
               WHEN WST-CLI-SITUACION(WSV-IDX-CLI)
                       < WST-CLI-SIT-ANTERIOR(WSV-IDX-CLI)
                   MOVE "MEJORA" TO WSV-MOVIMIENTO
                   ADD 1 TO CTRL-CANT-BAJAN
               WHEN OTHER
                   ADD 1 TO CTRL-CANT-IGUALES
           END-EVALUATE
           IF WSV-MOVIMIENTO NOT = SPACES
               PERFORM 5410-Linea-de-diferencia
           END-IF
           .
       5410-Linea-de-diferencia.
           MOVE WST-CLI-DIAS-MORA(WSV-IDX-CLI) TO WSV-DIAS-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WSV-IDX-CLI (2:3) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WST-CLI-NOMBRE(WSV-IDX-CLI) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WST-CLI-SIT-ANTERIOR(WSV-IDX-CLI) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WST-CLI-SITUACION(WSV-IDX-CLI) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WSV-DIAS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-CLI-CASTIGADO(WSV-IDX-CLI) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WST-CLI-AGENCIA(WSV-IDX-CLI) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WST-CLI-PLAN(WSV-IDX-CLI) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WSV-MOVIMIENTO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-DIFERENCIAS
           WRITE LINEA-DIFERENCIAS
           DISPLAY WSV-LINEA-ARMADA
           .
      *AGING.TXT tiene que ser la corrida de ProgAging del mes que se
      *informa; sin archivo no hay clientes en mora.
       6000-Cargar-aging.
           OPEN INPUT ARCH-AGING
           IF FS-AGING NOT = "00"
               DISPLAY "**** No hay AGING.TXT (corra ProgAging), "
                       "no se informa mora por rechazos"
           ELSE
               PERFORM 7010-Leer-aging
               PERFORM 6010-Pasar-aging UNTIL FS-AGING NOT = "00"
               CLOSE ARCH-AGING
           END-IF
           .
       6010-Pasar-aging.
           MOVE AGI-FECHA-CORTE TO WSV-CORTE-AGING
           IF WSV-CORTE-PERIODO NOT = WSV-PERIODO
               MOVE "AGING.TXT no es del mes (corra ProgAging)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "CORTE" TO WSV-ANULADO-CODIGO
               MOVE "AGING" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF AGI-NRO-CLIE > ZERO
               ADD 1 TO CTRL-CANT-AGING
               MOVE "S" TO WST-CLI-EN-AGING(AGI-NRO-CLIE)
               MOVE AGI-NOMBRE-CLIE TO WST-CLI-NOMBRE(AGI-NRO-CLIE)
               MOVE AGI-DIAS-MORA TO WST-CLI-DIAS-MORA(AGI-NRO-CLIE)
               MOVE AGI-DEUDA TO WST-CLI-DEUDA(AGI-NRO-CLIE)
               MOVE AGI-MONEDA TO WST-CLI-MONEDA(AGI-NRO-CLIE)
           END-IF
           PERFORM 7010-Leer-aging
           .
       6100-Cargar-castigos.
           OPEN INPUT ARCH-CASTIGOS
           IF FS-CASTIGOS NOT = "00"
               DISPLAY "**** No hay CASTIGOS.TXT, sin castigos"
           ELSE
               PERFORM 7020-Leer-castigo
               PERFORM 6110-Pasar-castigo UNTIL FS-CASTIGOS NOT = "00"
               CLOSE ARCH-CASTIGOS
           END-IF
           .
       6110-Pasar-castigo.
           IF NRO-CLIE-CAST > ZERO
               ADD 1 TO CTRL-CANT-CASTIGOS
               MOVE "S" TO WST-CLI-CASTIGADO(NRO-CLIE-CAST)
               IF WST-CLI-NOMBRE(NRO-CLIE-CAST) = SPACES
                   MOVE NOMBRE-CLIE-CAST
                       TO WST-CLI-NOMBRE(NRO-CLIE-CAST)
               END-IF
               ADD DEUDA-CLIE-CAST
                   TO WST-CLI-DEUDA-CAST(NRO-CLIE-CAST)
               MOVE MONEDA-CAST TO WST-CLI-MONEDA-CAST(NRO-CLIE-CAST)
           END-IF
           PERFORM 7020-Leer-castigo
           .
      *Asignacion activa: en agencia, con lo que falta recuperar.
      *Asignacion cerrada de una deuda castigada: la agencia la
      *recupero entera y el castigo deja de pesar.
       6200-Cargar-agencia.
           OPEN INPUT ARCH-AGENCIA
           IF FS-AGENCIA NOT = "00"
               DISPLAY "**** No hay AGENCIA.TXT, nadie en agencia"
           ELSE
               PERFORM 7030-Leer-agencia
               PERFORM 6210-Pasar-agencia UNTIL FS-AGENCIA NOT = "00"
               CLOSE ARCH-AGENCIA
           END-IF
           .
       6210-Pasar-agencia.
           IF AGE-NRO-CLIE > ZERO
               IF AGE-ESTADO = "A"
                   ADD 1 TO CTRL-CANT-AGENCIA
                   MOVE "S" TO WST-CLI-AGENCIA(AGE-NRO-CLIE)
                   MOVE ZERO TO WSV-DEUDA-PENDIENTE
                   IF AGE-MONTO-ASIG > AGE-RECUPERADO
                       SUBTRACT AGE-RECUPERADO FROM AGE-MONTO-ASIG
                           GIVING WSV-DEUDA-PENDIENTE
                   END-IF
                   ADD WSV-DEUDA-PENDIENTE
                       TO WST-CLI-DEUDA-AGE(AGE-NRO-CLIE)
                   MOVE AGE-MONEDA TO WST-CLI-MONEDA-AGE(AGE-NRO-CLIE)
               END-IF
               IF (AGE-ESTADO = "C") AND (AGE-CASTIGADA = "S")
                   MOVE "S" TO WST-CLI-CAST-RECUP(AGE-NRO-CLIE)
               END-IF
           END-IF
           PERFORM 7030-Leer-agencia
           .
       6300-Cargar-promesas.
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS NOT = "00"
               DISPLAY "**** No hay PROMESAS.TXT, sin planes de pago"
           ELSE
               PERFORM 7040-Leer-promesa
               PERFORM 6310-Pasar-promesa UNTIL FS-PROMESAS NOT = "00"
               CLOSE ARCH-PROMESAS
           END-IF
           .
       6310-Pasar-promesa.
           IF PRO-VIGENTE AND (PRO-NRO-CLIE > ZERO)
               ADD 1 TO CTRL-CANT-PROMESAS
               MOVE "S" TO WST-CLI-PLAN(PRO-NRO-CLIE)
           END-IF
           PERFORM 7040-Leer-promesa
           .
      *Presentacion del mes anterior; el primer mes no la hay y no
      *sale listado de diferencias.
       6400-Cargar-anterior.
           OPEN INPUT ENTRADA-ANTERIOR
           IF FS-ENTRADA-ANTERIOR NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-ANTERIOR
                       ", no se compara contra el mes anterior"
           ELSE
               SET HAY-ANTERIOR TO TRUE
               PERFORM 7050-Leer-anterior
               PERFORM 6410-Pasar-anterior
                   UNTIL FS-ENTRADA-ANTERIOR NOT = "00"
               CLOSE ENTRADA-ANTERIOR
           END-IF
           .
       6410-Pasar-anterior.
           IF (ANT-TIPO = "D") AND (ANT-NRO-CLIE > ZERO)
               ADD 1 TO CTRL-CANT-ANTERIOR
               MOVE ANT-SITUACION
                   TO WST-CLI-SIT-ANTERIOR(ANT-NRO-CLIE)
               MOVE ANT-NOMBRE TO WST-CLI-NOMBRE-ANT(ANT-NRO-CLIE)
           END-IF
           PERFORM 7050-Leer-anterior
           .
      *************************** Archivo ******************************
       7000-Abrir-salidas.
           OPEN OUTPUT SALIDA-BURO
           IF FS-SALIDA-BURO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-BURO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-BURO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO REGISTRO-CABECERA-BURO
           MOVE "H" TO BUR-CAB-TIPO
           MOVE WSV-PERIODO TO BUR-CAB-PERIODO
           MOVE WSV-FECHA-CORRIDA TO BUR-CAB-FECHA
           MOVE WSC-ENTIDAD TO BUR-CAB-ENTIDAD
           WRITE REGISTRO-CABECERA-BURO
           OPEN OUTPUT SALIDA-DIFERENCIAS
           IF FS-SALIDA-DIFERENCIAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-DIFERENCIAS TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-DIF" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CAMBIOS DE SITUACION " DELIMITED BY SIZE
                  WSV-PERIODO DELIMITED BY SIZE
                  " CONTRA " DELIMITED BY SIZE
                  WSV-PERIODO-ANT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-DIFERENCIAS
           WRITE LINEA-DIFERENCIAS
           MOVE "CLI    NOMBRE        ANT    ACT     DIAS  CAS  AGE  P"
               TO LINEA-DIFERENCIAS
           MOVE "LAN  MOVIMIENTO" TO LINEA-DIFERENCIAS(54:)
           WRITE LINEA-DIFERENCIAS
           .
       7010-Leer-aging.
           READ ARCH-AGING
           .
       7020-Leer-castigo.
           READ ARCH-CASTIGOS
           .
       7030-Leer-agencia.
           READ ARCH-AGENCIA
           .
       7040-Leer-promesa.
           READ ARCH-PROMESAS
           .
       7050-Leer-anterior.
           READ ENTRADA-ANTERIOR
           .
      *Cierre del archivo del buro con los totales de control.
       7900-Cerrar-salidas.
           MOVE SPACES TO REGISTRO-CIERRE-BURO
           MOVE "T" TO BUR-CIE-TIPO
           MOVE WSV-PERIODO TO BUR-CIE-PERIODO
           MOVE CTRL-CANT-INFORMADOS TO BUR-CIE-CANTIDAD
           MOVE CTRL-DEUDA-INFORMADA TO BUR-CIE-DEUDA
           PERFORM 7910-Total-situacion
               VARYING WSV-IDX-LIM FROM 1 BY 1
               UNTIL WSV-IDX-LIM > 5
           WRITE REGISTRO-CIERRE-BURO
           CLOSE SALIDA-BURO
           IF NOT HAY-ANTERIOR
               MOVE "(SIN PRESENTACION ANTERIOR PARA COMPARAR)"
                   TO LINEA-DIFERENCIAS
               WRITE LINEA-DIFERENCIAS
           END-IF
           CLOSE SALIDA-DIFERENCIAS
           .
       7910-Total-situacion.
           MOVE CTRL-CANT-SITUACION(WSV-IDX-LIM)
               TO BUR-CIE-POR-SITUACION(WSV-IDX-LIM)
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
           MOVE "ProgBuro"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control del buro ----"
           DISPLAY "Mes informado:                 " WSV-PERIODO
           DISPLAY "Clientes en AGING.TXT:         " CTRL-CANT-AGING
           DISPLAY "Castigos leidos:               "
                   CTRL-CANT-CASTIGOS
           DISPLAY "Asignaciones en agencia:       " CTRL-CANT-AGENCIA
           DISPLAY "Promesas vigentes:             "
                   CTRL-CANT-PROMESAS
           DISPLAY "Clientes informados:           "
                   CTRL-CANT-INFORMADOS
           DISPLAY "Deuda informada:               "
                   CTRL-DEUDA-INFORMADA
           DISPLAY "En situacion 1/2/3/4/5:        "
                   CTRL-CANT-SITUACION(1) "/" CTRL-CANT-SITUACION(2)
                   "/" CTRL-CANT-SITUACION(3) "/"
                   CTRL-CANT-SITUACION(4) "/" CTRL-CANT-SITUACION(5)
           IF HAY-ANTERIOR
               DISPLAY "Informados el mes anterior:    "
                       CTRL-CANT-ANTERIOR
               DISPLAY "Nuevos / salen:                "
                       CTRL-CANT-NUEVOS " / " CTRL-CANT-SALEN
               DISPLAY "Empeoran / mejoran / iguales:  "
                       CTRL-CANT-SUBEN " / " CTRL-CANT-BAJAN " / "
                       CTRL-CANT-IGUALES
           END-IF
           DISPLAY "Archivo del buro:              " WSV-NOMBRE-BURO
           DISPLAY "Diferencias en:                " WSV-NOMBRE-DIF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
