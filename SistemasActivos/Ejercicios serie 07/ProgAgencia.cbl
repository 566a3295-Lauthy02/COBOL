      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de derivacion de deuda a la agencia de cobranza
      *    Trabaja en dos operaciones, cada una en su propia corrida:
      *    (A)signar: toma los clientes en la ultima etapa de dunning
      *    (DUNNING.TXT etapa 3), los que agotaron sus
      *    re-presentaciones (REPRESENTACIONES.TXT) y los que estan en
      *    CASTIGOS.TXT; con la deuda y la antiguedad que surgen de
      *    los RECHAZOS.AAAAMMDD.TXT archivados que indica el operador
      *    (como ProgAging) y el domicilio de DOMICILIOS.TXT arma el
      *    archivo de asignacion de formato fijo para la agencia
      *    (ASIGNACION.AAAAMMDD.TXT) y deja cada cliente anotado "en
      *    agencia" en AGENCIA.TXT, que ProgCartas y ProgRepres
      *    consultan para dejar de enviarle cartas y re-presentaciones.
      *    (R)ecuperos: lee el archivo mensual de recuperos que
      *    devuelve la agencia, agrega cada recupero a PAGOS.TXT como
      *    un pago de canal AGE (para que ProgPagos lo aplique a la
      *    deuda), descuenta la comision de la agencia a la tasa AGE
      *    vigente de TASAS.TXT y deja en ASIENTOS.TXT la comision por
      *    moneda y, aparte, el recupero de la deuda ya castigada. La
      *    asignacion totalmente recuperada queda cerrada.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgAgencia.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               03/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RECHAZOS archivados de cada corrida (RECHAZOS.AAAAMMDD.TXT).
           SELECT ENTRADA-RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECHAZOS.
      *Etapas de dunning por cliente (las mantiene ProgAging).
           SELECT ARCH-DUNNING ASSIGN TO "DUNNING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUNNING.
      *Intentos de re-presentacion por cliente (ProgRepres).
           SELECT ARCH-INTENTOS ASSIGN TO "REPRESENTACIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTENTOS.
      *Castigos definitivos (ProgRepres / ProgCastigos).
           SELECT ARCH-CASTIGOS ASSIGN TO "CASTIGOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CASTIGOS.
      *Domicilios de los clientes (PGENDOMI).
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.
      *Registro de clientes derivados a la agencia.
           SELECT ARCH-AGENCIA ASSIGN TO "AGENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AGENCIA.
      *Archivo de asignacion para la agencia (ASIGNACION.AAAAMMDD).
           SELECT SALIDA-ASIGNACION ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIGNACION.
      *Archivo mensual de recuperos que devuelve la agencia.
           SELECT ENTRADA-RECUPEROS ASSIGN DYNAMIC WSV-NOMBRE-RECUPEROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECUPEROS.
      *Pagos de mostrador que aplica ProgPagos: los recuperos se
      *agregan al final con canal AGE.
           SELECT SALIDA-PAGOS ASSIGN TO "PAGOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-PAGOS.
      *Maestro de tasas con vigencia (PGENTASA): la comision de la
      *agencia es la fila AGE vigente a la fecha de la corrida.
           SELECT ARCH-TASAS ASSIGN TO "TASAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.
      *Feed contable compartido: las lineas de comision y recupero
      *se agregan al final, detras de lo que dejo ProgAsientos.
           SELECT SALIDA-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS.
      *Listado de control de la operacion.
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
      *Archivo RECHAZOS archivado (mismo layout que escribe
      *ProgApareo)
           FD ENTRADA-RECHAZOS.
               01 REGISTRO-ENTRADA-RECHAZOS.
                   02 NRO-CLIE-RECH            PIC 9(03).
                   02 NOMBRE-CLIE-RECH         PIC X(10).
                   02 SALDO-CLIE-RECH          PIC S999V99.
                   02 DEUDA-CLIE-RECH          PIC 999V99.
                   02 MONEDA-RECH              PIC X(03).
                   02 CANT-SERV-RECH           PIC 9(02).
                   02 DETALLE-SERV-RECH        PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-RECH        PIC X(01).
                   02 MOTIVO-RECH              PIC X(01).
                   02 NRO-CTA-RECH             PIC 9(02).
                   02 SUCURSAL-RECH            PIC 9(03).
                   02 CTA-BANC-RECH            PIC 9(11).
               01 REGISTRO-TRAILER-RECHAZOS.
                   02 TRAILER-TAG-RECH         PIC X(07).
                   02 TRAILER-CANT-RECH        PIC 9(05).
                   02 TRAILER-MONTO-RECH       PIC 9(07)V99.
      *
      *Archivo DUNNING (mismo layout que escribe ProgAging)
           FD ARCH-DUNNING.
               01 REGISTRO-DUNNING.
                   02 DUN-NRO-CLIE             PIC 9(03).
                   02 DUN-ETAPA                PIC 9(01).
                       88 DUN-PRE-LEGAL            VALUE 3.
                   02 DUN-FECHA-ETAPA          PIC 9(08).
      *
      *Archivo REPRESENTACIONES (lo mantiene ProgRepres)
           FD ARCH-INTENTOS.
               01 REGISTRO-INTENTOS.
                   02 INT-NRO-CLIE             PIC 9(03).
                   02 INT-CANT-INTENTOS        PIC 9(02).
      *
      *Archivo CASTIGOS (mismo layout que lee ProgCastigos: la
      *fecha y secuencia de baja quedan en blanco hasta que el
      *castigo se contabiliza).
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
      *Archivo DOMICILIOS (mismo layout que escribe PGENDOMI)
           FD ARCH-DOMICILIOS.
               01 REGISTRO-DOMICILIO.
                   02 DOM-NRO-CLIE             PIC 9(03).
                   02 DOM-CALLE1               PIC X(30).
                   02 DOM-CALLE2               PIC X(30).
                   02 DOM-LOCALIDAD            PIC X(20).
                   02 DOM-CP                   PIC X(08).
                   02 DOM-TELEFONO             PIC X(15).
      *
      *Archivo AGENCIA
      *Cliente | Fecha de asignacion | Monto asignado | Moneda |
      *Origen (D dunning, R re-presentaciones, C castigo) | Deuda
      *castigada (S/N) | Recuperado acumulado | Comision acumulada |
      *Estado (A en agencia, C cerrada) | Fecha del ultimo recupero
      *| Legajo del supervisor que la asigno
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
      *Archivo de asignacion para la agencia, de formato fijo: un
      *registro H de cabecera, un D por cliente y un T de cierre.
           FD SALIDA-ASIGNACION.
               01 REGISTRO-ASIGNACION.
                   02 ASG-TIPO                 PIC X(01).
                   02 ASG-NRO-CLIE             PIC 9(03).
                   02 ASG-NOMBRE               PIC X(10).
                   02 ASG-CALLE1               PIC X(30).
                   02 ASG-CALLE2               PIC X(30).
                   02 ASG-LOCALIDAD            PIC X(20).
                   02 ASG-CP                   PIC X(08).
                   02 ASG-TELEFONO             PIC X(15).
                   02 ASG-MONTO                PIC 9(05)V99.
                   02 ASG-MONEDA               PIC X(03).
                   02 ASG-DIAS-MORA            PIC 9(05).
                   02 ASG-ORIGEN               PIC X(01).
                   02 ASG-FECHA-ASIG           PIC 9(08).
               01 REGISTRO-CABECERA-ASIG.
                   02 ASG-CAB-TIPO             PIC X(01).
                   02 ASG-CAB-FECHA            PIC 9(08).
                   02 ASG-CAB-ENTIDAD          PIC X(20).
               01 REGISTRO-CIERRE-ASIG.
                   02 ASG-CIE-TIPO             PIC X(01).
                   02 ASG-CIE-CANTIDAD         PIC 9(05).
                   02 ASG-CIE-MONTO            PIC 9(09)V99.
      *
      *Archivo de recuperos de la agencia
      *Cliente | Fecha del cobro | Importe cobrado | Moneda
           FD ENTRADA-RECUPEROS.
               01 REGISTRO-RECUPERO.
                   02 REC-NRO-CLIE             PIC 9(03).
                   02 REC-FECHA                PIC 9(08).
                   02 REC-MONTO                PIC 9(05)V99.
                   02 REC-MONEDA               PIC X(03).
      *
      *Archivo PAGOS (mismo layout que lee ProgPagos)
           FD SALIDA-PAGOS.
               01 REGISTRO-PAGO.
                   02 PAGO-NRO-CLIE            PIC 9(03).
                   02 PAGO-MONTO               PIC 9(05)V99.
                   02 PAGO-FECHA               PIC 9(08).
                   02 PAGO-CANAL               PIC X(03).
      *
      *Archivo TASAS (mismo layout que escribe PGENTASA)
           FD ARCH-TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
                   05 REG-TAS-TASA             PIC 9(02)V99.
                   05 REG-TAS-VIG-DESDE        PIC 9(08).
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
      *salen sin mapeo, en ceros, igual que las de ProgCastigos.
                   02 ASI-CUENTA-GL            PIC 9(06).
      *
      *Listado de control (texto libre)
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-DUNNING                   PIC X(02) VALUE ZEROES.
               02 FS-INTENTOS                  PIC X(02) VALUE ZEROES.
               02 FS-CASTIGOS                  PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-AGENCIA                   PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIGNACION         PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-RECUPEROS         PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-PAGOS              PIC X(02) VALUE ZEROES.
               02 FS-TASAS                     PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS           PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a la rutina DIFFECHA (dias entre dos fechas).
           COPY TAB-DIFDIA.

      *Operacion pedida.
           01 WSV-OPERACION                    PIC X(01) VALUE SPACE.
               88 OPERACION-VALIDA             VALUES "A" "R".
               88 OPERACION-ASIGNAR            VALUE "A".
               88 OPERACION-RECUPEROS          VALUE "R".

      *Intentos de re-presentacion a partir de los cuales la deuda
      *se deriva (los mismos que corta ProgRepres), canal con el que
      *salen los recuperos a PAGOS.TXT y tipo de tasa de la comision.
           01 WSV-MAX-INTENTOS                 PIC 9(02) VALUE 3.
           01 WSC-CANAL-AGENCIA                PIC X(03) VALUE "AGE".
           01 WSC-TIPO-TASA-AGENCIA            PIC X(03) VALUE "AGE".

      *Tasa de comision vigente.
           01 WSV-TASA-COMISION                PIC 9(02)V99 VALUE ZERO.
           01 WSV-VIG-HALLADA                  PIC 9(08) VALUE ZERO.
           77 WSS-TASA-ESTADO                  PIC X(01) VALUE "N".
               88 TASA-HALLADA                 VALUE "S".
               88 TASA-NO-HALLADA              VALUE "N".

      *Fecha de la corrida y fecha de archivo en proceso.
           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-CORRIDA-DET REDEFINES WSV-FECHA-CORRIDA.
               02 WSV-CORR-ANIO                PIC 9(04).
               02 WSV-CORR-MES                 PIC 9(02).
               02 WSV-CORR-DIA                 PIC 9(02).
           01 WSV-FECHA-ARCHIVO                PIC 9(08).
           01 WSV-FECHA-ARCH-DET REDEFINES WSV-FECHA-ARCHIVO.
               02 WSV-ARCH-ANIO                PIC 9(04).
               02 WSV-ARCH-MES                 PIC 9(02).
               02 WSV-ARCH-DIA                 PIC 9(02).

      *Candidatos a derivar: deuda y antiguedad de los RECHAZOS
      *archivados, y la marca de por que califican.
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 200 TIMES.
                   03 WST-CLI-NRO           PIC 9(03).
                   03 WST-CLI-NOMBRE        PIC X(10).
                   03 WST-CLI-FECHA-VIEJA   PIC 9(08).
                   03 WST-CLI-FECHA-ULTIMA  PIC 9(08).
                   03 WST-CLI-DEUDA         PIC 999V99.
                   03 WST-CLI-MONEDA        PIC X(03).
                   03 WST-CLI-ORIGEN        PIC X(01).
                       88 CLI-SIN-ORIGEN        VALUE SPACE.
                       88 CLI-ORIGEN-DUNNING    VALUE "D".
                       88 CLI-ORIGEN-REPRES     VALUE "R".
                       88 CLI-ORIGEN-CASTIGO    VALUE "C".
                   03 WST-CLI-CASTIGADA     PIC X(01).
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CLI                      PIC 9(03).
           01 WSV-IDX-HALLADO                  PIC 9(03).
           01 WSV-NRO-CLIE-BUSCADO             PIC 9(03).
           77 WSS-CLI-ENCONTRADO               PIC X(01) VALUE "N".
               88 CLI-SI-ENCONTRADO            VALUE "S".
               88 CLI-NO-ENCONTRADO            VALUE "N".

      *Domicilios en memoria.
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 400 TIMES.
                   03 WST-DOM-NRO-CLIE      PIC 9(03).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).
                   03 WST-DOM-TELEFONO      PIC X(15).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).

      *Registro AGENCIA.TXT en memoria, regrabado entero al cerrar
      *los recuperos.
           01 WST-AGENCIA.
               02 WST-AGE-LINEA                PIC X(49)
                   OCCURS 400 TIMES.
           01 WSV-CANT-AGENCIA                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-AGE                      PIC 9(03).
           01 WSV-IDX-AGE-HALLADO              PIC 9(03).

      *Totales por moneda de los recuperos, para los asientos.
           01 WST-MONEDAS.
               02 WST-MON-DET               OCCURS 20 TIMES.
                   03 WST-MON-MONEDA        PIC X(03).
                   03 WST-MON-CANT-COMIS    PIC 9(05).
                   03 WST-MON-COMISION      PIC 9(07)V99.
                   03 WST-MON-CANT-CASTIG   PIC 9(05).
                   03 WST-MON-CASTIGADO     PIC 9(07)V99.
           01 WSV-CANT-MONEDAS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MON                      PIC 9(02).
           01 WSV-IDX-MON-HALLADO              PIC 9(02).

      *Calculo del recupero en curso.
           01 WSV-COMISION                     PIC 9(05)V99.
           01 WSV-NETO                         PIC 9(05)V99.
           01 WSV-RESULTADO-REC                PIC X(20).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ARCHIVOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-REGISTROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ASIGNADOS          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-YA-EN-AGENCIA      PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-SIN-DEUDA          PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-ASIGNADO          PIC 9(09)V99 VALUE ZERO.
               02 CTRL-CANT-RECUPEROS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECHAZADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CERRADAS           PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-RECUPERADO        PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-COMISION          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-NETO              PIC 9(07)V99 VALUE ZERO.

      *Nombres de archivo.
           01 WSV-NOMBRE-ARCHIVO               PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40).
           01 WSV-NOMBRE-RECUPEROS             PIC X(40)
                                                VALUE "RECUPEROS.TXT".
           01 WSV-NOMBRE-LISTADO               PIC X(40).
      *Lineas del listado.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-IMPORTE-EDITADO              PIC ZZZZ9.99.
           01 WSV-COMISION-EDITADA             PIC ZZZZ9.99.
           01 WSV-NETO-EDITADO                 PIC ZZZZ9.99.
           01 WSV-DIAS-EDITADO                 PIC ZZZZ9.
           01 WSV-TOTAL-EDITADO                PIC Z(8)9.99.
           01 WSV-TASA-EDITADA                 PIC Z9.99.

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
           PERFORM 1050-Identificar-operador
           PERFORM 1110-Pedir-operacion
               UNTIL OPERACION-VALIDA
           PERFORM 1200-Cargar-agencia
           .
      *La derivacion y la rendicion de la agencia las firma un
      *supervisor o administrador.
       1050-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-MANDA
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o sin rol de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       1110-Pedir-operacion.
           DISPLAY "Operacion: (A)signar a la agencia "
                   "(R)ecuperos de la agencia: "
           ACCEPT WSV-OPERACION
           IF NOT OPERACION-VALIDA
               DISPLAY "**** Operacion no reconocida"
           END-IF
           .
      *Carga AGENCIA.TXT entero. Sin archivo no hay derivaciones
      *previas.
       1200-Cargar-agencia.
           MOVE ZERO TO WSV-CANT-AGENCIA
           OPEN INPUT ARCH-AGENCIA
           IF FS-AGENCIA = "00"
               PERFORM 7020-Leer-agencia
               PERFORM 1210-Pasar-agencia UNTIL FS-AGENCIA = "10"
               CLOSE ARCH-AGENCIA
           END-IF
           DISPLAY "Derivaciones registradas: " WSV-CANT-AGENCIA
           .
       1210-Pasar-agencia.
      *    El archivo se regraba entero: seguir con la tabla llena
      *    dejaria derivaciones afuera, asi que el desborde anula.
           IF WSV-CANT-AGENCIA >= 400
               MOVE "Archivo demasiado grande para regrabar"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "AGENCIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-AGENCIA
           MOVE REGISTRO-AGENCIA TO WST-AGE-LINEA(WSV-CANT-AGENCIA)
           PERFORM 7020-Leer-agencia
           .
      *Busca la derivacion vigente (estado A) del cliente buscado;
      *deja su posicion en WSV-IDX-AGE-HALLADO (cero si no tiene).
       1300-Buscar-agencia.
           MOVE ZERO TO WSV-IDX-AGE-HALLADO
           MOVE 1 TO WSV-IDX-AGE
           PERFORM 1310-Comparar-agencia
               UNTIL WSV-IDX-AGE > WSV-CANT-AGENCIA
           .
       1310-Comparar-agencia.
           MOVE WST-AGE-LINEA(WSV-IDX-AGE) TO REGISTRO-AGENCIA
           IF (AGE-NRO-CLIE = WSV-NRO-CLIE-BUSCADO)
                   AND (AGE-ESTADO = "A")
               MOVE WSV-IDX-AGE TO WSV-IDX-AGE-HALLADO
               MOVE WSV-CANT-AGENCIA TO WSV-IDX-AGE
           END-IF
           ADD 1 TO WSV-IDX-AGE
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           IF OPERACION-ASIGNAR
               PERFORM 5100-Asignar
           ELSE
               PERFORM 6000-Recuperos
           END-IF
           .
      *Asignacion: candidatos, deuda y domicilio, archivo para la
      *agencia y anotacion en AGENCIA.TXT.
       5100-Asignar.
           DISPLAY "Intentos de re-presentacion que derivan la deuda "
                   "(03 si no quiere): "
           ACCEPT WSV-MAX-INTENTOS
           IF WSV-MAX-INTENTOS = ZERO
               MOVE 3 TO WSV-MAX-INTENTOS
           END-IF
           PERFORM 5110-Pedir-fecha-archivo
           PERFORM 5200-Procesar-archivo
               UNTIL WSV-FECHA-ARCHIVO = ZERO
           PERFORM 5300-Marcar-dunning
           PERFORM 5350-Marcar-intentos
           PERFORM 5400-Marcar-castigos
           PERFORM 5450-Cargar-domicilios
           PERFORM 5500-Abrir-asignacion
           PERFORM 5600-Derivar-cliente
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           PERFORM 5700-Cerrar-asignacion
           .
       5110-Pedir-fecha-archivo.
           DISPLAY "Fecha de archivo RECHAZOS a revisar "
                   "(AAAAMMDD, 0 para terminar): "
           ACCEPT WSV-FECHA-ARCHIVO
           .
       5200-Procesar-archivo.
           MOVE SPACES TO WSV-NOMBRE-ARCHIVO
           STRING "RECHAZOS." DELIMITED BY SIZE
                  WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ARCHIVO
           OPEN INPUT ENTRADA-RECHAZOS
           IF FS-ENTRADA-RECHAZOS NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-ARCHIVO
                       ", se saltea"
           ELSE
               ADD 1 TO CTRL-CANT-ARCHIVOS
               PERFORM 7010-Leer-rechazo
               PERFORM 5210-Acumular-rechazo
                   UNTIL (FS-ENTRADA-RECHAZOS = "10")
                   OR (TRAILER-TAG-RECH = "TRAILER")
                   OR (TRAILER-TAG-RECH = "FALLIDO")
               CLOSE ENTRADA-RECHAZOS
               DISPLAY "Procesado " WSV-NOMBRE-ARCHIVO
           END-IF
           PERFORM 5110-Pedir-fecha-archivo
           .
      *Acumula el rechazo en su cliente: conserva la fecha mas vieja
      *y pisa la deuda con la del archivo mas reciente visto.
       5210-Acumular-rechazo.
           ADD 1 TO CTRL-CANT-REGISTROS
           MOVE NRO-CLIE-RECH TO WSV-NRO-CLIE-BUSCADO
           PERFORM 5250-Buscar-cliente
           IF CLI-NO-ENCONTRADO
               PERFORM 5260-Agregar-cliente
               IF CLI-SI-ENCONTRADO
                   MOVE NOMBRE-CLIE-RECH
                       TO WST-CLI-NOMBRE(WSV-IDX-HALLADO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                   MOVE DEUDA-CLIE-RECH
                       TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   MOVE MONEDA-RECH
                       TO WST-CLI-MONEDA(WSV-IDX-HALLADO)
               END-IF
           ELSE
               IF WSV-FECHA-ARCHIVO
                       < WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
               END-IF
               IF WSV-FECHA-ARCHIVO
                       >= WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                   MOVE WSV-FECHA-ARCHIVO
                       TO WST-CLI-FECHA-ULTIMA(WSV-IDX-HALLADO)
                   MOVE DEUDA-CLIE-RECH
                       TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   MOVE MONEDA-RECH
                       TO WST-CLI-MONEDA(WSV-IDX-HALLADO)
               END-IF
           END-IF
           PERFORM 7010-Leer-rechazo
           .
       5250-Buscar-cliente.
           SET CLI-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-CLI
           PERFORM 5255-Comparar-cliente
               UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           .
       5255-Comparar-cliente.
           IF WST-CLI-NRO(WSV-IDX-CLI) = WSV-NRO-CLIE-BUSCADO
               SET CLI-SI-ENCONTRADO TO TRUE
               MOVE WSV-IDX-CLI TO WSV-IDX-HALLADO
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-CLI
           END-IF
           ADD 1 TO WSV-IDX-CLI
           .
      *Agrega el cliente buscado sin deuda ni origen; con la tabla
      *llena queda como no encontrado.
       5260-Agregar-cliente.
           IF WSV-CANT-CLIENTES < 200
               ADD 1 TO WSV-CANT-CLIENTES
               MOVE WSV-CANT-CLIENTES TO WSV-IDX-HALLADO
               INITIALIZE WST-CLI-DET(WSV-IDX-HALLADO)
               MOVE WSV-NRO-CLIE-BUSCADO
                   TO WST-CLI-NRO(WSV-IDX-HALLADO)
               MOVE "N" TO WST-CLI-CASTIGADA(WSV-IDX-HALLADO)
               SET CLI-SI-ENCONTRADO TO TRUE
           ELSE
               DISPLAY "**** WST-CLIENTES llena (200 items)"
           END-IF
           .
      *Etapa 3 (pre-legal) de DUNNING.TXT.
       5300-Marcar-dunning.
           OPEN INPUT ARCH-DUNNING
           IF FS-DUNNING NOT = "00"
               DISPLAY "**** No hay DUNNING.TXT"
           ELSE
               PERFORM 7030-Leer-dunning
               PERFORM 5310-Evaluar-dunning UNTIL FS-DUNNING = "10"
               CLOSE ARCH-DUNNING
           END-IF
           .
       5310-Evaluar-dunning.
           IF DUN-PRE-LEGAL
               MOVE DUN-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               PERFORM 5250-Buscar-cliente
               IF CLI-SI-ENCONTRADO
                   IF CLI-SIN-ORIGEN(WSV-IDX-HALLADO)
                       SET CLI-ORIGEN-DUNNING(WSV-IDX-HALLADO)
                           TO TRUE
                   END-IF
               ELSE
                   DISPLAY "**** Cliente " DUN-NRO-CLIE " en etapa "
                           "pre-legal sin deuda en los RECHAZOS "
                           "revisados"
               END-IF
           END-IF
           PERFORM 7030-Leer-dunning
           .
      *Clientes que llegaron al maximo de re-presentaciones.
       5350-Marcar-intentos.
           OPEN INPUT ARCH-INTENTOS
           IF FS-INTENTOS NOT = "00"
               DISPLAY "**** No hay REPRESENTACIONES.TXT"
           ELSE
               PERFORM 7040-Leer-intentos
               PERFORM 5360-Evaluar-intentos UNTIL FS-INTENTOS = "10"
               CLOSE ARCH-INTENTOS
           END-IF
           .
       5360-Evaluar-intentos.
           IF INT-CANT-INTENTOS >= WSV-MAX-INTENTOS
               MOVE INT-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
               PERFORM 5250-Buscar-cliente
               IF CLI-SI-ENCONTRADO
                   IF NOT CLI-ORIGEN-CASTIGO(WSV-IDX-HALLADO)
                       SET CLI-ORIGEN-REPRES(WSV-IDX-HALLADO)
                           TO TRUE
                   END-IF
               ELSE
                   DISPLAY "**** Cliente " INT-NRO-CLIE " con "
                           INT-CANT-INTENTOS " intentos sin deuda "
                           "en los RECHAZOS revisados"
               END-IF
           END-IF
           PERFORM 7040-Leer-intentos
           .
      *Todo CASTIGOS.TXT: el castigo trae su propia deuda, asi que el
      *cliente entra aunque no figure en los RECHAZOS revisados.
       5400-Marcar-castigos.
           OPEN INPUT ARCH-CASTIGOS
           IF FS-CASTIGOS NOT = "00"
               DISPLAY "**** No hay CASTIGOS.TXT"
           ELSE
               PERFORM 7050-Leer-castigo
               PERFORM 5410-Evaluar-castigo UNTIL FS-CASTIGOS = "10"
               CLOSE ARCH-CASTIGOS
           END-IF
           .
       5410-Evaluar-castigo.
           MOVE NRO-CLIE-CAST TO WSV-NRO-CLIE-BUSCADO
           PERFORM 5250-Buscar-cliente
           IF CLI-NO-ENCONTRADO
               PERFORM 5260-Agregar-cliente
               IF CLI-SI-ENCONTRADO
                   MOVE NOMBRE-CLIE-CAST
                       TO WST-CLI-NOMBRE(WSV-IDX-HALLADO)
                   MOVE DEUDA-CLIE-CAST
                       TO WST-CLI-DEUDA(WSV-IDX-HALLADO)
                   MOVE MONEDA-CAST
                       TO WST-CLI-MONEDA(WSV-IDX-HALLADO)
                   IF (CAST-FECHA-BAJA IS NUMERIC)
                           AND (CAST-FECHA-BAJA > ZERO)
                       MOVE CAST-FECHA-BAJA
                           TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
                   ELSE
                       MOVE WSV-FECHA-CORRIDA
                           TO WST-CLI-FECHA-VIEJA(WSV-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF
           IF CLI-SI-ENCONTRADO
               SET CLI-ORIGEN-CASTIGO(WSV-IDX-HALLADO) TO TRUE
      *        Solo esta castigada en los libros la deuda que
      *        ProgCastigos ya contabilizo (fecha de baja estampada).
               IF (CAST-FECHA-BAJA IS NUMERIC)
                       AND (CAST-FECHA-BAJA > ZERO)
                   MOVE "S" TO WST-CLI-CASTIGADA(WSV-IDX-HALLADO)
               END-IF
           END-IF
           PERFORM 7050-Leer-castigo
           .
       5450-Cargar-domicilios.
           MOVE ZERO TO WSV-CANT-DOMICILIOS
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS NOT = "00"
               DISPLAY "**** No hay DOMICILIOS.TXT, la asignacion "
                       "sale sin domicilios"
           ELSE
               PERFORM 7060-Leer-domicilio
               PERFORM 5460-Pasar-domicilio
                   UNTIL (FS-DOMICILIOS = "10")
                   OR (WSV-CANT-DOMICILIOS >= 400)
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       5460-Pasar-domicilio.
           ADD 1 TO WSV-CANT-DOMICILIOS
           MOVE DOM-NRO-CLIE
               TO WST-DOM-NRO-CLIE(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE1 TO WST-DOM-CALLE1(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE2 TO WST-DOM-CALLE2(WSV-CANT-DOMICILIOS)
           MOVE DOM-LOCALIDAD
               TO WST-DOM-LOCALIDAD(WSV-CANT-DOMICILIOS)
           MOVE DOM-CP TO WST-DOM-CP(WSV-CANT-DOMICILIOS)
           MOVE DOM-TELEFONO
               TO WST-DOM-TELEFONO(WSV-CANT-DOMICILIOS)
           PERFORM 7060-Leer-domicilio
           .
      *Abre el archivo para la agencia, el listado y AGENCIA.TXT
      *(en modo EXTEND: las derivaciones nuevas van al final).
       5500-Abrir-asignacion.
           MOVE SPACES TO WSV-NOMBRE-SALIDA
           STRING "ASIGNACION." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-SALIDA
      *    La asignacion del dia ya entregada no se pisa.
           OPEN INPUT SALIDA-ASIGNACION
           IF FS-SALIDA-ASIGNACION = "00"
               CLOSE SALIDA-ASIGNACION
               MOVE "Ya existe la asignacion del dia"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-ASIGNACION TO WSV-ANULADO-CODIGO
               MOVE "ASIGNACION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT SALIDA-ASIGNACION
           IF FS-SALIDA-ASIGNACION NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-ASIGNACION TO WSV-ANULADO-CODIGO
               MOVE "ASIGNACION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           INITIALIZE REGISTRO-CABECERA-ASIG
           MOVE "H" TO ASG-CAB-TIPO
           MOVE WSV-FECHA-CORRIDA TO ASG-CAB-FECHA
           MOVE "SISTEMAS ACTIVOS" TO ASG-CAB-ENTIDAD
           WRITE REGISTRO-CABECERA-ASIG
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "AGENCIA.ASIG." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7100-Abrir-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "DERIVACION A LA AGENCIA DE COBRANZA - " DELIMITED
                  BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           MOVE "CLI NOMBRE     DESDE    DIAS    DEUDA MON O RESULTADO"
               TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           OPEN EXTEND ARCH-AGENCIA
           IF FS-AGENCIA NOT = "00"
               OPEN OUTPUT ARCH-AGENCIA
           END-IF
           .
      *Deriva el candidato que tenga origen y deuda y que no este ya
      *en la agencia.
       5600-Derivar-cliente.
           IF NOT CLI-SIN-ORIGEN(WSV-IDX-CLI)
               MOVE ZERO TO DIF-DIAS-RESULT
               MOVE WST-CLI-NRO(WSV-IDX-CLI) TO WSV-NRO-CLIE-BUSCADO
               PERFORM 1300-Buscar-agencia
               IF WSV-IDX-AGE-HALLADO NOT = ZERO
                   ADD 1 TO CTRL-CANT-YA-EN-AGENCIA
                   MOVE "YA EN AGENCIA" TO WSV-RESULTADO-REC
               ELSE
                   IF WST-CLI-DEUDA(WSV-IDX-CLI) = ZERO
                       ADD 1 TO CTRL-CANT-SIN-DEUDA
                       MOVE "SIN DEUDA" TO WSV-RESULTADO-REC
                   ELSE
                       PERFORM 5610-Calcular-antiguedad
                       PERFORM 5620-Escribir-asignacion
                       PERFORM 5640-Anotar-agencia
                       MOVE "DERIVADO" TO WSV-RESULTADO-REC
                   END-IF
               END-IF
               PERFORM 5690-Linea-de-cliente
           END-IF
           .
      *Dias corridos desde el primer rechazo visto (DIFFECHA).
       5610-Calcular-antiguedad.
           MOVE WST-CLI-FECHA-VIEJA(WSV-IDX-CLI) TO WSV-FECHA-ARCHIVO
           MOVE WSV-ARCH-DIA  TO DIF-DIA-DESDE
           MOVE WSV-ARCH-MES  TO DIF-MES-DESDE
           MOVE WSV-ARCH-ANIO TO DIF-ANIO-DESDE
           MOVE WSV-CORR-DIA  TO DIF-DIA-HASTA
           MOVE WSV-CORR-MES  TO DIF-MES-HASTA
           MOVE WSV-CORR-ANIO TO DIF-ANIO-HASTA
           CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
           IF DIF-DIAS-RESULT < ZERO
               MOVE ZERO TO DIF-DIAS-RESULT
           END-IF
           .
       5620-Escribir-asignacion.
           INITIALIZE REGISTRO-ASIGNACION
           MOVE "D" TO ASG-TIPO
           MOVE WST-CLI-NRO(WSV-IDX-CLI) TO ASG-NRO-CLIE
           MOVE WST-CLI-NOMBRE(WSV-IDX-CLI) TO ASG-NOMBRE
           PERFORM 5630-Buscar-domicilio
           IF WSV-IDX-DOM-HALLADO NOT = ZERO
               MOVE WST-DOM-CALLE1(WSV-IDX-DOM-HALLADO) TO ASG-CALLE1
               MOVE WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO) TO ASG-CALLE2
               MOVE WST-DOM-LOCALIDAD(WSV-IDX-DOM-HALLADO)
                   TO ASG-LOCALIDAD
               MOVE WST-DOM-CP(WSV-IDX-DOM-HALLADO) TO ASG-CP
               MOVE WST-DOM-TELEFONO(WSV-IDX-DOM-HALLADO)
                   TO ASG-TELEFONO
           ELSE
               DISPLAY "**** Cliente " ASG-NRO-CLIE
                       " sin domicilio en DOMICILIOS.TXT"
           END-IF
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO ASG-MONTO
           MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO ASG-MONEDA
           MOVE DIF-DIAS-RESULT TO ASG-DIAS-MORA
           MOVE WST-CLI-ORIGEN(WSV-IDX-CLI) TO ASG-ORIGEN
           MOVE WSV-FECHA-CORRIDA TO ASG-FECHA-ASIG
           WRITE REGISTRO-ASIGNACION
           ADD 1 TO CTRL-CANT-ASIGNADOS
           ADD WST-CLI-DEUDA(WSV-IDX-CLI) TO CTRL-MONTO-ASIGNADO
           .
       5630-Buscar-domicilio.
           MOVE ZERO TO WSV-IDX-DOM-HALLADO
           MOVE 1 TO WSV-IDX-DOM
           PERFORM 5635-Comparar-domicilio
               UNTIL WSV-IDX-DOM > WSV-CANT-DOMICILIOS
           .
       5635-Comparar-domicilio.
           IF WST-DOM-NRO-CLIE(WSV-IDX-DOM) = WST-CLI-NRO(WSV-IDX-CLI)
               MOVE WSV-IDX-DOM TO WSV-IDX-DOM-HALLADO
               MOVE WSV-CANT-DOMICILIOS TO WSV-IDX-DOM
           END-IF
           ADD 1 TO WSV-IDX-DOM
           .
       5640-Anotar-agencia.
           INITIALIZE REGISTRO-AGENCIA
           MOVE WST-CLI-NRO(WSV-IDX-CLI) TO AGE-NRO-CLIE
           MOVE WSV-FECHA-CORRIDA TO AGE-FECHA-ASIG
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO AGE-MONTO-ASIG
           MOVE WST-CLI-MONEDA(WSV-IDX-CLI) TO AGE-MONEDA
           MOVE WST-CLI-ORIGEN(WSV-IDX-CLI) TO AGE-ORIGEN
           MOVE WST-CLI-CASTIGADA(WSV-IDX-CLI) TO AGE-CASTIGADA
           MOVE "A" TO AGE-ESTADO
           MOVE SGN-LEGAJO TO AGE-OPERADOR
           WRITE REGISTRO-AGENCIA
           .
       5690-Linea-de-cliente.
           MOVE WST-CLI-DEUDA(WSV-IDX-CLI) TO WSV-IMPORTE-EDITADO
           MOVE DIF-DIAS-RESULT TO WSV-DIAS-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-CLI-NRO(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-NOMBRE(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-FECHA-VIEJA(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-DIAS-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-MONEDA(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WST-CLI-ORIGEN(WSV-IDX-CLI) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RESULTADO-REC DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
       5700-Cerrar-asignacion.
           INITIALIZE REGISTRO-CIERRE-ASIG
           MOVE "T" TO ASG-CIE-TIPO
           MOVE CTRL-CANT-ASIGNADOS TO ASG-CIE-CANTIDAD
           MOVE CTRL-MONTO-ASIGNADO TO ASG-CIE-MONTO
           WRITE REGISTRO-CIERRE-ASIG
           CLOSE SALIDA-ASIGNACION
           CLOSE ARCH-AGENCIA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-ASIGNADO TO WSV-TOTAL-EDITADO
           STRING "CLIENTES DERIVADOS: " DELIMITED BY SIZE
                  CTRL-CANT-ASIGNADOS DELIMITED BY SIZE
                  "  MONTO: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           STRING "ARCHIVO PARA LA AGENCIA: " DELIMITED BY SIZE
                  WSV-NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           MOVE "AGENCIA" TO WSV-ANULADO-OBJETO
           MOVE "ASIGN" TO WSV-ANULADO-CODIGO
           MOVE SPACES TO WSV-ANULADO-DESCRIP
           STRING "Derivados " DELIMITED BY SIZE
                  CTRL-CANT-ASIGNADOS DELIMITED BY SIZE
                  " clientes en " DELIMITED BY SIZE
                  WSV-NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO WSV-ANULADO-DESCRIP
           PERFORM 8950-Registrar-anulado
           DISPLAY "Archivo para la agencia: " WSV-NOMBRE-SALIDA
           DISPLAY "Listado de control: " WSV-NOMBRE-LISTADO
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *Recuperos: cada cobro de la agencia sobre una derivacion
      *vigente sale a PAGOS.TXT por el importe bruto que pago el
      *cliente; la comision se descuenta del neto a rendir.
       6000-Recuperos.
           PERFORM 6050-Buscar-tasa-comision
           DISPLAY "Archivo de recuperos de la agencia "
                   "(RECUPEROS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-RECUPEROS
           IF WSV-NOMBRE-RECUPEROS = SPACES
               MOVE "RECUPEROS.TXT" TO WSV-NOMBRE-RECUPEROS
           END-IF
           OPEN INPUT ENTRADA-RECUPEROS
           IF FS-ENTRADA-RECUPEROS NOT = "00"
               MOVE "No existe el archivo de recuperos"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ENTRADA-RECUPEROS TO WSV-ANULADO-CODIGO
               MOVE "RECUPEROS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN EXTEND SALIDA-PAGOS
           IF FS-SALIDA-PAGOS NOT = "00"
               OPEN OUTPUT SALIDA-PAGOS
           END-IF
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "AGENCIA.REC." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7100-Abrir-listado
           MOVE WSV-TASA-COMISION TO WSV-TASA-EDITADA
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "RECUPEROS DE LA AGENCIA - " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  "  COMISION " DELIMITED BY SIZE
                  WSV-TASA-EDITADA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           MOVE "CLI FECHA      COBRADO COMISION     NETO MON RESULTADO"
               TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 7070-Leer-recupero
           PERFORM 6100-Procesar-recupero
               UNTIL FS-ENTRADA-RECUPEROS = "10"
           CLOSE ENTRADA-RECUPEROS
           CLOSE SALIDA-PAGOS
           PERFORM 6500-Asentar-recuperos
           PERFORM 6600-Cerrar-listado
           PERFORM 7200-Grabar-agencia
           .
      *Busca en TASAS.TXT la fila AGE con la fecha de vigencia mas
      *alta que no supere la fecha de la corrida.
       6050-Buscar-tasa-comision.
           SET TASA-NO-HALLADA TO TRUE
           MOVE ZERO TO WSV-TASA-COMISION
           MOVE ZERO TO WSV-VIG-HALLADA
           OPEN INPUT ARCH-TASAS
           IF FS-TASAS = "00"
               PERFORM 7080-Leer-tasa
               PERFORM 6060-Evaluar-tasa UNTIL FS-TASAS = "10"
               CLOSE ARCH-TASAS
           END-IF
           IF TASA-NO-HALLADA
               MOVE "Sin tasa AGE vigente (cargarla con PGENTASA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-TASAS TO WSV-ANULADO-CODIGO
               MOVE "TASAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       6060-Evaluar-tasa.
           IF (REG-TAS-TIPO = WSC-TIPO-TASA-AGENCIA)
                   AND (REG-TAS-VIG-DESDE <= WSV-FECHA-CORRIDA)
                   AND (REG-TAS-VIG-DESDE >= WSV-VIG-HALLADA)
               MOVE REG-TAS-TASA TO WSV-TASA-COMISION
               MOVE REG-TAS-VIG-DESDE TO WSV-VIG-HALLADA
               SET TASA-HALLADA TO TRUE
           END-IF
           PERFORM 7080-Leer-tasa
           .
      *Un recupero se acepta si el cliente tiene derivacion vigente
      *en la misma moneda y es posterior al ultimo ya rendido (la
      *misma rendicion pasada dos veces no se cuenta de nuevo).
       6100-Procesar-recupero.
           MOVE ZERO TO WSV-COMISION
           MOVE ZERO TO WSV-NETO
           MOVE REC-NRO-CLIE TO WSV-NRO-CLIE-BUSCADO
           PERFORM 1300-Buscar-agencia
           IF WSV-IDX-AGE-HALLADO = ZERO
               ADD 1 TO CTRL-CANT-RECHAZADOS
               MOVE "SIN DERIVACION" TO WSV-RESULTADO-REC
           ELSE
               MOVE WST-AGE-LINEA(WSV-IDX-AGE-HALLADO)
                   TO REGISTRO-AGENCIA
               IF REC-MONEDA NOT = AGE-MONEDA
                   ADD 1 TO CTRL-CANT-RECHAZADOS
                   MOVE "OTRA MONEDA" TO WSV-RESULTADO-REC
               ELSE
               IF REC-FECHA NOT > AGE-FECHA-ULT-REC
                   ADD 1 TO CTRL-CANT-RECHAZADOS
                   MOVE "YA RENDIDO" TO WSV-RESULTADO-REC
               ELSE
               IF REC-MONTO = ZERO
                   ADD 1 TO CTRL-CANT-RECHAZADOS
                   MOVE "IMPORTE CERO" TO WSV-RESULTADO-REC
               ELSE
                   PERFORM 6200-Aplicar-recupero
               END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 6190-Linea-de-recupero
           PERFORM 7070-Leer-recupero
           .
       6190-Linea-de-recupero.
           MOVE REC-MONTO TO WSV-IMPORTE-EDITADO
           MOVE WSV-COMISION TO WSV-COMISION-EDITADA
           MOVE WSV-NETO TO WSV-NETO-EDITADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING REC-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-COMISION-EDITADA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-NETO-EDITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REC-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-RESULTADO-REC DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           .
      *Pago bruto a PAGOS.TXT, comision a la tasa AGE, acumulados
      *por moneda para los asientos y la derivacion actualizada.
       6200-Aplicar-recupero.
           COMPUTE WSV-COMISION ROUNDED =
                   REC-MONTO * WSV-TASA-COMISION / 100
           COMPUTE WSV-NETO = REC-MONTO - WSV-COMISION
           INITIALIZE REGISTRO-PAGO
           MOVE REC-NRO-CLIE TO PAGO-NRO-CLIE
           MOVE REC-MONTO TO PAGO-MONTO
           MOVE REC-FECHA TO PAGO-FECHA
           MOVE WSC-CANAL-AGENCIA TO PAGO-CANAL
           WRITE REGISTRO-PAGO
           ADD REC-MONTO TO AGE-RECUPERADO
           ADD WSV-COMISION TO AGE-COMISION
           MOVE REC-FECHA TO AGE-FECHA-ULT-REC
           ADD 1 TO CTRL-CANT-RECUPEROS
           ADD REC-MONTO TO CTRL-MONTO-RECUPERADO
           ADD WSV-COMISION TO CTRL-MONTO-COMISION
           ADD WSV-NETO TO CTRL-MONTO-NETO
           PERFORM 6300-Acumular-moneda
           IF AGE-RECUPERADO >= AGE-MONTO-ASIG
               MOVE "C" TO AGE-ESTADO
               ADD 1 TO CTRL-CANT-CERRADAS
               MOVE "RECUPERO TOTAL" TO WSV-RESULTADO-REC
           ELSE
               MOVE "RECUPERO PARCIAL" TO WSV-RESULTADO-REC
           END-IF
           MOVE REGISTRO-AGENCIA TO WST-AGE-LINEA(WSV-IDX-AGE-HALLADO)
           .
       6300-Acumular-moneda.
           MOVE ZERO TO WSV-IDX-MON-HALLADO
           MOVE 1 TO WSV-IDX-MON
           PERFORM 6310-Comparar-moneda
               UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           IF WSV-IDX-MON-HALLADO = ZERO
               IF WSV-CANT-MONEDAS < 20
                   ADD 1 TO WSV-CANT-MONEDAS
                   MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON-HALLADO
                   INITIALIZE WST-MON-DET(WSV-IDX-MON-HALLADO)
                   MOVE REC-MONEDA
                       TO WST-MON-MONEDA(WSV-IDX-MON-HALLADO)
               END-IF
           END-IF
           IF WSV-IDX-MON-HALLADO NOT = ZERO
               ADD 1 TO WST-MON-CANT-COMIS(WSV-IDX-MON-HALLADO)
               ADD WSV-COMISION
                   TO WST-MON-COMISION(WSV-IDX-MON-HALLADO)
               IF AGE-CASTIGADA = "S"
                   ADD 1 TO WST-MON-CANT-CASTIG(WSV-IDX-MON-HALLADO)
                   ADD REC-MONTO
                       TO WST-MON-CASTIGADO(WSV-IDX-MON-HALLADO)
               END-IF
           END-IF
           .
       6310-Comparar-moneda.
           IF WST-MON-MONEDA(WSV-IDX-MON) = REC-MONEDA
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADO
               MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON
           END-IF
           ADD 1 TO WSV-IDX-MON
           .
      *Lineas contables al final de ASIENTOS.TXT: por moneda, la
      *comision de la agencia (COMISAGE) y el recupero de deuda ya
      *castigada (RECUPCAS), que vuelve como ingreso porque la
      *perdida ya se habia asentado en ProgCastigos.
       6500-Asentar-recuperos.
           IF WSV-CANT-MONEDAS = ZERO
               DISPLAY "Sin recuperos para asentar"
           ELSE
               OPEN EXTEND SALIDA-ASIENTOS
               IF FS-SALIDA-ASIENTOS NOT = "00"
                   OPEN OUTPUT SALIDA-ASIENTOS
               END-IF
               PERFORM 6510-Asientos-de-moneda
                   VARYING WSV-IDX-MON FROM 1 BY 1
                   UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
               CLOSE SALIDA-ASIENTOS
           END-IF
           .
       6510-Asientos-de-moneda.
           IF WST-MON-COMISION(WSV-IDX-MON) > ZERO
               INITIALIZE REGISTRO-SALIDA-ASIENTO
               MOVE WSV-FECHA-CORRIDA TO ASI-FECHA
               MOVE "COMISAGE" TO ASI-TIPO
               MOVE WST-MON-MONEDA(WSV-IDX-MON) TO ASI-MONEDA
               MOVE WST-MON-CANT-COMIS(WSV-IDX-MON) TO ASI-CANTIDAD
               MOVE WST-MON-COMISION(WSV-IDX-MON) TO ASI-MONTO
               WRITE REGISTRO-SALIDA-ASIENTO
               DISPLAY "Asiento de comision: " REGISTRO-SALIDA-ASIENTO
           END-IF
           IF WST-MON-CASTIGADO(WSV-IDX-MON) > ZERO
               INITIALIZE REGISTRO-SALIDA-ASIENTO
               MOVE WSV-FECHA-CORRIDA TO ASI-FECHA
               MOVE "RECUPCAS" TO ASI-TIPO
               MOVE WST-MON-MONEDA(WSV-IDX-MON) TO ASI-MONEDA
               MOVE WST-MON-CANT-CASTIG(WSV-IDX-MON) TO ASI-CANTIDAD
               MOVE WST-MON-CASTIGADO(WSV-IDX-MON) TO ASI-MONTO
               WRITE REGISTRO-SALIDA-ASIENTO
               DISPLAY "Asiento de recupero: " REGISTRO-SALIDA-ASIENTO
           END-IF
           .
       6600-Cerrar-listado.
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-RECUPERADO TO WSV-TOTAL-EDITADO
           STRING "RECUPEROS APLICADOS: " DELIMITED BY SIZE
                  CTRL-CANT-RECUPEROS DELIMITED BY SIZE
                  "  COBRADO: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-COMISION TO WSV-TOTAL-EDITADO
           STRING "COMISION AGENCIA:           " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE CTRL-MONTO-NETO TO WSV-TOTAL-EDITADO
           STRING "NETO A RENDIR:              " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           STRING "RECUPEROS RECHAZADOS: " DELIMITED BY SIZE
                  CTRL-CANT-RECHAZADOS DELIMITED BY SIZE
                  "  DERIVACIONES CERRADAS: " DELIMITED BY SIZE
                  CTRL-CANT-CERRADAS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           DISPLAY "Listado de control: " WSV-NOMBRE-LISTADO
           .
      *************************** Archivo ******************************
       7010-Leer-rechazo.
           READ ENTRADA-RECHAZOS
           IF (FS-ENTRADA-RECHAZOS = "00")
                   AND (REGISTRO-ENTRADA-RECHAZOS (1:6) = "HEADER")
               READ ENTRADA-RECHAZOS
           END-IF
           .
       7020-Leer-agencia.
           READ ARCH-AGENCIA
           .
       7030-Leer-dunning.
           READ ARCH-DUNNING
           .
       7040-Leer-intentos.
           READ ARCH-INTENTOS
           .
       7050-Leer-castigo.
           READ ARCH-CASTIGOS
           .
       7060-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7070-Leer-recupero.
           READ ENTRADA-RECUPEROS
           .
       7080-Leer-tasa.
           READ ARCH-TASAS
           .
       7100-Abrir-listado.
           OPEN OUTPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Regraba AGENCIA.TXT entero con las derivaciones actualizadas.
       7200-Grabar-agencia.
           OPEN OUTPUT ARCH-AGENCIA
           IF FS-AGENCIA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-AGENCIA TO WSV-ANULADO-CODIGO
               MOVE "AGENCIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-agencia
               VARYING WSV-IDX-AGE FROM 1 BY 1
               UNTIL WSV-IDX-AGE > WSV-CANT-AGENCIA
           CLOSE ARCH-AGENCIA
           .
       7210-Escribir-agencia.
           MOVE WST-AGE-LINEA(WSV-IDX-AGE) TO REGISTRO-AGENCIA
           WRITE REGISTRO-AGENCIA
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
      *Agrega este evento a ANULADO.LOG, el historial de auditoria
      *compartido con PGENMAT, PGENPAIS, RGENMATE y ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgAgenci"        TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           IF OPERACION-ASIGNAR
               DISPLAY "Archivos RECHAZOS:   " CTRL-CANT-ARCHIVOS
               DISPLAY "Rechazos leidos:     " CTRL-CANT-REGISTROS
               DISPLAY "Clientes derivados:  " CTRL-CANT-ASIGNADOS
                       "  Monto: " CTRL-MONTO-ASIGNADO
               DISPLAY "Ya en la agencia:    " CTRL-CANT-YA-EN-AGENCIA
               DISPLAY "Sin deuda:           " CTRL-CANT-SIN-DEUDA
           ELSE
               DISPLAY "Recuperos aplicados: " CTRL-CANT-RECUPEROS
                       "  Cobrado: " CTRL-MONTO-RECUPERADO
               DISPLAY "Comision agencia:    " CTRL-MONTO-COMISION
               DISPLAY "Neto a rendir:       " CTRL-MONTO-NETO
               DISPLAY "Recuperos rechazados:" CTRL-CANT-RECHAZADOS
               DISPLAY "Derivaciones cerradas:" CTRL-CANT-CERRADAS
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
