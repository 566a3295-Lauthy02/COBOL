      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de control de vencimiento de documentos
      *    Recorre DOCUMENTOS_KYC.TXT (PGENKYC) y, con los dias de
      *    aviso y de gracia de PARAM_KYC.TXT, clasifica a cada
      *    cliente:
      *    - por vencer (vence dentro de los dias de aviso) o vencido
      *      dentro de la gracia: se le manda carta para que renueve;
      *    - vencido pasada la gracia: se lo agrega a
      *      CLIENTES_BLOQUEADOS.TXT con el motivo propio de documento
      *      vencido (la ventanilla ya no le deja retirar) y se le
      *      manda carta avisando el bloqueo;
      *    - al dia pero todavia bloqueado por documento vencido
      *      (renovo en PGENKYC): se le levanta ese bloqueo. Los
      *      bloqueos por otros motivos no se tocan.
      *    Cada carta (CARTA_KYC.nnn.TXT) sale una sola vez por
      *    vencimiento y etapa: AVISOS_KYC.TXT guarda las ya
      *    mandadas. El detalle de la corrida queda en
      *    VENCIMIENTOS_KYC.AAAAMMDD.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgKyc.
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
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOCUMENTOS.

           SELECT PARAM-KYC ASSIGN TO "PARAM_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAM-KYC.
      *Clientes bloqueados (los mantiene PGENBLOQ).
           SELECT BLOQUEADOS ASSIGN TO "CLIENTES_BLOQUEADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BLOQUEADOS.
      *Cartas ya mandadas: cliente, vencimiento y etapa.
           SELECT AVISOS ASSIGN TO "AVISOS_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AVISOS.
      *Nombre del cliente para la carta.
           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Maestro de domicilios (PGENDOMI): el bloque postal.
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.
      *Una carta por cliente: el nombre del archivo se arma con el
      *numero de cliente antes de cada OPEN OUTPUT.
           SELECT SALIDA-CARTA ASSIGN DYNAMIC WSV-NOMBRE-CARTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-CARTA.

           SELECT SALIDA-DETALLE ASSIGN DYNAMIC WSV-NOMBRE-DETALLE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-DETALLE.
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
      *Archivo DOCUMENTOS_KYC
           FD DOCUMENTOS.
               COPY REG-KYC.
      *
      *Archivo PARAM_KYC (un solo registro)
           FD PARAM-KYC.
               COPY REG-PARKYC.
      *
      *Archivo CLIENTES_BLOQUEADOS (mismo layout que mantiene
      *PGENBLOQ)
           FD BLOQUEADOS.
               01 REGISTRO-BLOQUEADO.
                   02 BLOQ-NRO-CLIE            PIC 9(03).
                   02 BLOQ-MOTIVO              PIC X(30).
                   02 BLOQ-FECHA               PIC 9(08).
                   02 BLOQ-ORIGEN              PIC X(01).
      *
      *Archivo AVISOS_KYC
      *Cliente | Vencimiento avisado | Etapa (A/G/B como KYR-ESTADO)
           FD AVISOS.
               01 REGISTRO-AVISO.
                   02 AVI-NRO-CLIE             PIC 9(03).
                   02 AVI-FECHA-VENCE          PIC 9(08).
                   02 AVI-ETAPA                PIC X(01).
                   02 AVI-FECHA-CARTA          PIC 9(08).
      *
      *Archivo CUENTAS (numero y nombre del cliente)
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 NOMBRE-CLIE-CUEN         PIC X(10).
                   02 RESTO-CUEN               PIC X(50).
      *
      *Archivo DOMICILIOS (mismo layout que mantiene PGENDOMI)
           FD ARCH-DOMICILIOS.
               01 REGISTRO-DOMICILIO.
                   02 DOM-NRO-CLIE             PIC 9(03).
                   02 DOM-CALLE1               PIC X(30).
                   02 DOM-CALLE2               PIC X(30).
                   02 DOM-LOCALIDAD            PIC X(20).
                   02 DOM-CP                   PIC X(08).
                   02 DOM-TELEFONO             PIC X(15).
      *
           FD SALIDA-CARTA.
               01 LINEA-CARTA                  PIC X(80).
      *
           FD SALIDA-DETALLE.
               01 LINEA-DETALLE                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-DOCUMENTOS                PIC X(02) VALUE ZEROES.
               02 FS-PARAM-KYC                 PIC X(02) VALUE ZEROES.
               02 FS-BLOQUEADOS                PIC X(02) VALUE ZEROES.
               02 FS-AVISOS                    PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-CARTA              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-DETALLE            PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Motivo propio de los bloqueos por documento vencido: es el
      *que este programa pone y el unico que levanta.
           01 WSC-MOTIVO-KYC                   PIC X(30)
                                   VALUE "DOCUMENTO VENCIDO (KYC)".

           01 WSV-FECHA-HOY                    PIC 9(08) VALUE ZERO.
           01 WSV-DIAS-AVISO                   PIC 9(03) VALUE 30.
           01 WSV-DIAS-GRACIA                  PIC 9(03) VALUE 15.
           01 WSV-DIAS-VENCE                   PIC S9(07) VALUE ZERO.
           01 WSV-FECHA-AUX                    PIC 9(08).
           01 WSV-FECHA-AUX-R REDEFINES WSV-FECHA-AUX.
               02 WSV-AUX-ANIO                 PIC 9(04).
               02 WSV-AUX-MES                  PIC 9(02).
               02 WSV-AUX-DIA                  PIC 9(02).
      *Pedido a la rutina DIFFECHA (dias entre dos fechas).
           COPY TAB-DIFDIA.
      *Pedido a la rutina RINDICE (copia por clave de un maestro).
           COPY TAB-INDICE.

      *Estado del documento del cliente en curso (mismas letras que
      *devuelve RKYCDOC a la ventanilla).
           01 WSV-ESTADO                       PIC X(01).
               88 DOC-VIGENTE                  VALUE "V".
               88 DOC-POR-VENCER               VALUE "A".
               88 DOC-EN-GRACIA                VALUE "G".
               88 DOC-VENCIDO                  VALUE "B".

      *Lista de bloqueados completa en memoria.
           01 WST-BLOQUEADOS.
               02 WST-BLQ-DET               OCCURS 200 TIMES.
                   03 WST-BLQ-NRO-CLIE      PIC 9(03).
                   03 WST-BLQ-MOTIVO        PIC X(30).
                   03 WST-BLQ-FECHA         PIC 9(08).
                   03 WST-BLQ-ORIGEN        PIC X(01).
           01 WSV-CANT-BLOQUEADOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-BLQ                      PIC 9(03).
           01 WSV-IDX-BLQ-HALLADO              PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           77 WSS-BLQ-KYC                      PIC X(01) VALUE "N".
               88 BLQ-KYC-HALLADO              VALUE "S".
               88 BLQ-KYC-FALTA                VALUE "N".

      *Cartas ya mandadas en corridas anteriores.
           01 WST-AVISOS.
               02 WST-AVI-DET               OCCURS 500 TIMES.
                   03 WST-AVI-NRO-CLIE      PIC 9(03).
                   03 WST-AVI-FECHA-VENCE   PIC 9(08).
                   03 WST-AVI-ETAPA         PIC X(01).
                   03 WST-AVI-FECHA-CARTA   PIC 9(08).
           01 WSV-CANT-AVISOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-AVI                      PIC 9(03).
           77 WSS-AVISADO                      PIC X(01) VALUE "N".
               88 YA-AVISADO                   VALUE "S".
               88 NO-AVISADO                   VALUE "N".

      *Nombres de CUENTAS.TXT para encabezar la carta.
           01 WST-NOMBRES.
               02 WST-NOM-DET               OCCURS 400 TIMES.
                   03 WST-NOM-NRO-CLIE      PIC 9(03).
                   03 WST-NOM-NOMBRE        PIC X(10).
           01 WSV-CANT-NOMBRES                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-NOM                      PIC 9(03).
           01 WSV-NOMBRE-CLIENTE               PIC X(10).

      *Maestro de domicilios en memoria.
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 400 TIMES.
                   03 WST-DOM-NRO-CLIE      PIC 9(03).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
               88 DOMICILIO-FALTA              VALUE "N".

           01 WSV-NOMBRE-CARTA                 PIC X(40).
           01 WSV-NOMBRE-DETALLE               PIC X(40).
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-SITUACION                    PIC X(20).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-POR-VENCER         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EN-GRACIA          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-BLOQUEADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIGUEN-BLOQ        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESBLOQUEADOS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CARTAS             PIC 9(05) VALUE ZERO.

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-Cargar-parametros
           PERFORM 1200-Cargar-bloqueados
           PERFORM 1300-Cargar-avisos
           PERFORM 1400-Cargar-nombres
           PERFORM 1500-Cargar-domicilios
           OPEN INPUT DOCUMENTOS
           IF FS-DOCUMENTOS NOT = "00"
               MOVE "No se pudo abrir DOCUMENTOS_KYC.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-DOCUMENTOS TO WSV-ANULADO-CODIGO
               MOVE "DOCUMENTOS_KYC" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-NOMBRE-DETALLE
           STRING "VENCIMIENTOS_KYC." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DETALLE
           OPEN OUTPUT SALIDA-DETALLE
           IF FS-SALIDA-DETALLE NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-DETALLE TO WSV-ANULADO-CODIGO
               MOVE "VENCIMIENTOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO LINEA-DETALLE
           STRING "VENCIMIENTO DE DOCUMENTOS AL " DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  "  AVISO " DELIMITED BY SIZE
                  WSV-DIAS-AVISO DELIMITED BY SIZE
                  " DIAS  GRACIA " DELIMITED BY SIZE
                  WSV-DIAS-GRACIA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO LINEA-DETALLE
           WRITE LINEA-DETALLE
           .
      *Sin PARAM_KYC.TXT rigen 30 dias de aviso y 15 de gracia.
       1100-Cargar-parametros.
           OPEN INPUT PARAM-KYC
           IF FS-PARAM-KYC = "00"
               READ PARAM-KYC
               IF FS-PARAM-KYC = "00"
                   MOVE PKY-DIAS-AVISO TO WSV-DIAS-AVISO
                   MOVE PKY-DIAS-GRACIA TO WSV-DIAS-GRACIA
               END-IF
               CLOSE PARAM-KYC
           END-IF
           .
       1200-Cargar-bloqueados.
           MOVE ZERO TO WSV-CANT-BLOQUEADOS
           OPEN INPUT BLOQUEADOS
           IF FS-BLOQUEADOS NOT = "00"
               DISPLAY "**** No hay lista previa de bloqueados, "
                       "arranca vacia"
           ELSE
               PERFORM 7030-Leer-bloqueado
               PERFORM 1210-Pasar-bloqueado
                   UNTIL (FS-BLOQUEADOS = "10")
                   OR (WSV-CANT-BLOQUEADOS >= 200)
               CLOSE BLOQUEADOS
           END-IF
           .
       1210-Pasar-bloqueado.
           ADD 1 TO WSV-CANT-BLOQUEADOS
           MOVE BLOQ-NRO-CLIE
               TO WST-BLQ-NRO-CLIE(WSV-CANT-BLOQUEADOS)
           MOVE BLOQ-MOTIVO TO WST-BLQ-MOTIVO(WSV-CANT-BLOQUEADOS)
           MOVE BLOQ-FECHA TO WST-BLQ-FECHA(WSV-CANT-BLOQUEADOS)
           MOVE BLOQ-ORIGEN TO WST-BLQ-ORIGEN(WSV-CANT-BLOQUEADOS)
           PERFORM 7030-Leer-bloqueado
           .
       1300-Cargar-avisos.
           MOVE ZERO TO WSV-CANT-AVISOS
           OPEN INPUT AVISOS
           IF FS-AVISOS = "00"
               PERFORM 7040-Leer-aviso
               PERFORM 1310-Pasar-aviso
                   UNTIL (FS-AVISOS = "10")
                   OR (WSV-CANT-AVISOS >= 500)
               CLOSE AVISOS
           END-IF
           .
       1310-Pasar-aviso.
           ADD 1 TO WSV-CANT-AVISOS
           MOVE AVI-NRO-CLIE TO WST-AVI-NRO-CLIE(WSV-CANT-AVISOS)
           MOVE AVI-FECHA-VENCE
               TO WST-AVI-FECHA-VENCE(WSV-CANT-AVISOS)
           MOVE AVI-ETAPA TO WST-AVI-ETAPA(WSV-CANT-AVISOS)
           MOVE AVI-FECHA-CARTA
               TO WST-AVI-FECHA-CARTA(WSV-CANT-AVISOS)
           PERFORM 7040-Leer-aviso
           .
       1400-Cargar-nombres.
           MOVE ZERO TO WSV-CANT-NOMBRES
           OPEN INPUT CUENTAS
           IF FS-CUENTAS = "00"
               PERFORM 7050-Leer-cuenta
               PERFORM 1410-Pasar-nombre
                   UNTIL (FS-CUENTAS = "10")
                   OR (WSV-CANT-NOMBRES >= 400)
               CLOSE CUENTAS
           END-IF
           .
       1410-Pasar-nombre.
           IF REGISTRO-ENTRADA-CUENTAS (1:6) NOT = "HEADER"
               ADD 1 TO WSV-CANT-NOMBRES
               MOVE NRO-CLIE-CUEN
                   TO WST-NOM-NRO-CLIE(WSV-CANT-NOMBRES)
               MOVE NOMBRE-CLIE-CUEN
                   TO WST-NOM-NOMBRE(WSV-CANT-NOMBRES)
           END-IF
           PERFORM 7050-Leer-cuenta
           .
       1500-Cargar-domicilios.
           MOVE ZERO TO WSV-CANT-DOMICILIOS
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS = "00"
               PERFORM 7060-Leer-domicilio
               PERFORM 1510-Pasar-domicilio
                   UNTIL (FS-DOMICILIOS = "10")
                   OR (WSV-CANT-DOMICILIOS >= 400)
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       1510-Pasar-domicilio.
           ADD 1 TO WSV-CANT-DOMICILIOS
           MOVE DOM-NRO-CLIE
               TO WST-DOM-NRO-CLIE(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE1 TO WST-DOM-CALLE1(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE2 TO WST-DOM-CALLE2(WSV-CANT-DOMICILIOS)
           MOVE DOM-LOCALIDAD
               TO WST-DOM-LOCALIDAD(WSV-CANT-DOMICILIOS)
           MOVE DOM-CP TO WST-DOM-CP(WSV-CANT-DOMICILIOS)
           PERFORM 7060-Leer-domicilio
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 7010-Leer-documento
           PERFORM 5100-Evaluar-documento
               UNTIL FS-DOCUMENTOS NOT = "00"
           CLOSE DOCUMENTOS
           .
       5100-Evaluar-documento.
           ADD 1 TO CTRL-CANT-LEIDOS
           PERFORM 5200-Calcular-estado
           PERFORM 5300-Buscar-bloqueo-kyc
           IF DOC-VIGENTE
               IF BLQ-KYC-HALLADO
                   PERFORM 5500-Levantar-bloqueo
               END-IF
           ELSE
               IF DOC-VENCIDO
                   IF BLQ-KYC-HALLADO
                       ADD 1 TO CTRL-CANT-SIGUEN-BLOQ
                       MOVE "SIGUE BLOQUEADO" TO WSV-SITUACION
                       PERFORM 5800-Linea-de-detalle
                   ELSE
                       PERFORM 5400-Bloquear-cliente
                   END-IF
               ELSE
                   IF DOC-POR-VENCER
                       ADD 1 TO CTRL-CANT-POR-VENCER
                       MOVE "POR VENCER" TO WSV-SITUACION
                   ELSE
                       ADD 1 TO CTRL-CANT-EN-GRACIA
                       MOVE "VENCIDO EN GRACIA" TO WSV-SITUACION
                   END-IF
                   PERFORM 5800-Linea-de-detalle
               END-IF
               PERFORM 5600-Avisar-cliente
           END-IF
           PERFORM 7010-Leer-documento
           .
      *Mismo criterio que RKYCDOC: dias de hoy al vencimiento; sin
      *vencimiento cargado el documento vale siempre.
       5200-Calcular-estado.
           MOVE ZERO TO WSV-DIAS-VENCE
           IF KYC-FECHA-VENCE = ZERO
               SET DOC-VIGENTE TO TRUE
           ELSE
               MOVE WSV-FECHA-HOY TO WSV-FECHA-AUX
               MOVE WSV-AUX-DIA  TO DIF-DIA-DESDE
               MOVE WSV-AUX-MES  TO DIF-MES-DESDE
               MOVE WSV-AUX-ANIO TO DIF-ANIO-DESDE
               MOVE KYC-FECHA-VENCE TO WSV-FECHA-AUX
               MOVE WSV-AUX-DIA  TO DIF-DIA-HASTA
               MOVE WSV-AUX-MES  TO DIF-MES-HASTA
               MOVE WSV-AUX-ANIO TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               MOVE DIF-DIAS-RESULT TO WSV-DIAS-VENCE
               IF WSV-DIAS-VENCE >= ZERO
                   IF WSV-DIAS-VENCE <= WSV-DIAS-AVISO
                       SET DOC-POR-VENCER TO TRUE
                   ELSE
                       SET DOC-VIGENTE TO TRUE
                   END-IF
               ELSE
                   IF (0 - WSV-DIAS-VENCE) > WSV-DIAS-GRACIA
                       SET DOC-VENCIDO TO TRUE
                   ELSE
                       SET DOC-EN-GRACIA TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       5300-Buscar-bloqueo-kyc.
           SET BLQ-KYC-FALTA TO TRUE
           MOVE ZERO TO WSV-IDX-BLQ-HALLADO
           MOVE 1 TO WSV-IDX-BLQ
           PERFORM 5310-Comparar-bloqueo
               UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEADOS
           .
       5310-Comparar-bloqueo.
           IF (WST-BLQ-NRO-CLIE(WSV-IDX-BLQ) = KYC-NRO-CLIE)
                   AND (WST-BLQ-MOTIVO(WSV-IDX-BLQ) = WSC-MOTIVO-KYC)
               SET BLQ-KYC-HALLADO TO TRUE
               MOVE WSV-IDX-BLQ TO WSV-IDX-BLQ-HALLADO
               MOVE WSV-CANT-BLOQUEADOS TO WSV-IDX-BLQ
           END-IF
           ADD 1 TO WSV-IDX-BLQ
           .
      *Bloqueo automatico con el motivo propio de documento vencido.
       5400-Bloquear-cliente.
           IF WSV-CANT-BLOQUEADOS >= 200
               DISPLAY "**** WST-BLOQUEADOS llena (200 items), "
                       "cliente " KYC-NRO-CLIE " sin bloquear"
               MOVE "SIN LUGAR P/BLOQUEAR" TO WSV-SITUACION
           ELSE
               ADD 1 TO WSV-CANT-BLOQUEADOS
               MOVE KYC-NRO-CLIE
                   TO WST-BLQ-NRO-CLIE(WSV-CANT-BLOQUEADOS)
               MOVE WSC-MOTIVO-KYC
                   TO WST-BLQ-MOTIVO(WSV-CANT-BLOQUEADOS)
               MOVE WSV-FECHA-HOY
                   TO WST-BLQ-FECHA(WSV-CANT-BLOQUEADOS)
               MOVE "A" TO WST-BLQ-ORIGEN(WSV-CANT-BLOQUEADOS)
               ADD 1 TO CTRL-CANT-BLOQUEADOS
               MOVE "BLOQ " TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               MOVE "BLOQUEADO" TO WSV-SITUACION
           END-IF
           PERFORM 5800-Linea-de-detalle
           .
      *Documento renovado: se borra solo el bloqueo por documento.
       5500-Levantar-bloqueo.
           MOVE WSV-IDX-BLQ-HALLADO TO WSV-IDX-MOVER
           PERFORM 5510-Correr-hacia-arriba
               UNTIL WSV-IDX-MOVER >= WSV-CANT-BLOQUEADOS
           SUBTRACT 1 FROM WSV-CANT-BLOQUEADOS
           ADD 1 TO CTRL-CANT-DESBLOQUEADOS
           MOVE "DESBL" TO WSV-ANULADO-CODIGO
           PERFORM 5900-Registrar-cambio
           MOVE "DESBLOQUEADO" TO WSV-SITUACION
           PERFORM 5800-Linea-de-detalle
           .
       5510-Correr-hacia-arriba.
           MOVE WST-BLQ-DET(WSV-IDX-MOVER + 1)
               TO WST-BLQ-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
      *Una carta por vencimiento y etapa: si ya se mando no se
      *repite en las corridas siguientes.
       5600-Avisar-cliente.
           SET NO-AVISADO TO TRUE
           MOVE 1 TO WSV-IDX-AVI
           PERFORM 5610-Comparar-aviso
               UNTIL WSV-IDX-AVI > WSV-CANT-AVISOS
           IF NO-AVISADO
               IF WSV-CANT-AVISOS >= 500
                   DISPLAY "**** WST-AVISOS llena (500 items), "
                           "cliente " KYC-NRO-CLIE " sin carta"
               ELSE
                   PERFORM 5650-Armar-carta
                   ADD 1 TO WSV-CANT-AVISOS
                   MOVE KYC-NRO-CLIE
                       TO WST-AVI-NRO-CLIE(WSV-CANT-AVISOS)
                   MOVE KYC-FECHA-VENCE
                       TO WST-AVI-FECHA-VENCE(WSV-CANT-AVISOS)
                   MOVE WSV-ESTADO TO WST-AVI-ETAPA(WSV-CANT-AVISOS)
                   MOVE WSV-FECHA-HOY
                       TO WST-AVI-FECHA-CARTA(WSV-CANT-AVISOS)
               END-IF
           END-IF
           .
       5610-Comparar-aviso.
           IF (WST-AVI-NRO-CLIE(WSV-IDX-AVI) = KYC-NRO-CLIE)
                   AND (WST-AVI-FECHA-VENCE(WSV-IDX-AVI)
                        = KYC-FECHA-VENCE)
                   AND (WST-AVI-ETAPA(WSV-IDX-AVI) = WSV-ESTADO)
               SET YA-AVISADO TO TRUE
               MOVE WSV-CANT-AVISOS TO WSV-IDX-AVI
           END-IF
           ADD 1 TO WSV-IDX-AVI
           .
       5650-Armar-carta.
           MOVE SPACES TO WSV-NOMBRE-CARTA
           STRING "CARTA_KYC." DELIMITED BY SIZE
                  KYC-NRO-CLIE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CARTA
           OPEN OUTPUT SALIDA-CARTA
           IF FS-SALIDA-CARTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-CARTA TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-CARTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5660-Cuerpo-de-carta
           CLOSE SALIDA-CARTA
           ADD 1 TO CTRL-CANT-CARTAS
           DISPLAY "Carta emitida: " WSV-NOMBRE-CARTA
           .
       5660-Cuerpo-de-carta.
           PERFORM 5670-Buscar-nombre
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "BUENOS AIRES, " DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           STRING "SR/A " DELIMITED BY SIZE
                  WSV-NOMBRE-CLIENTE DELIMITED BY SIZE
                  " (CLIENTE " DELIMITED BY SIZE
                  KYC-NRO-CLIE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           PERFORM 5680-Bloque-de-domicilio
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           STRING "DOCUMENTO REGISTRADO: " DELIMITED BY SIZE
                  KYC-TIPO-DOC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  KYC-NRO-DOC DELIMITED BY SPACE
                  "  VENCIMIENTO: " DELIMITED BY SIZE
                  KYC-FECHA-VENCE DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           IF DOC-POR-VENCER
               MOVE "SU DOCUMENTO DE IDENTIDAD ESTA PROXIMO A"
                   TO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
               MOVE "VENCER. ACERQUESE A SU SUCURSAL CON EL"
                   TO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
               MOVE "DOCUMENTO RENOVADO PARA ACTUALIZARLO."
                   TO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
           ELSE
               IF DOC-EN-GRACIA
                   MOVE "SU DOCUMENTO DE IDENTIDAD ESTA VENCIDO."
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "SI NO LO RENUEVA DENTRO DE LOS "
                              DELIMITED BY SIZE
                          WSV-DIAS-GRACIA DELIMITED BY SIZE
                          " DIAS" DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE "POSTERIORES AL VENCIMIENTO SU CUENTA"
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE "QUEDARA BLOQUEADA PARA EXTRACCIONES."
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
               ELSE
                   MOVE "POR TENER SU DOCUMENTO DE IDENTIDAD"
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE "VENCIDO SU CUENTA HA SIDO BLOQUEADA. SE"
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE "HABILITARA AL PRESENTAR EL DOCUMENTO"
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
                   MOVE "RENOVADO EN SU SUCURSAL."
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
               END-IF
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           MOVE "ATENTAMENTE," TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           MOVE "GERENCIA DE ATENCION AL CLIENTE" TO WSV-LINEA-ARMADA
           PERFORM 5950-Escribir-linea-carta
           .
       5670-Buscar-nombre.
           MOVE SPACES TO WSV-NOMBRE-CLIENTE
           PERFORM 5675-Comparar-nombre
               VARYING WSV-IDX-NOM FROM 1 BY 1
               UNTIL (WSV-IDX-NOM > WSV-CANT-NOMBRES)
               OR (WSV-NOMBRE-CLIENTE NOT = SPACES)
           .
       5675-Comparar-nombre.
           IF WST-NOM-NRO-CLIE(WSV-IDX-NOM) = KYC-NRO-CLIE
               MOVE WST-NOM-NOMBRE(WSV-IDX-NOM) TO WSV-NOMBRE-CLIENTE
           END-IF
           .
      *Bloque postal desde DOMICILIOS.TXT; sin domicilio la carta
      *sale marcada igual que en ProgCartas.
       5680-Bloque-de-domicilio.
           SET DOMICILIO-FALTA TO TRUE
           MOVE 1 TO WSV-IDX-DOM
           PERFORM 5685-Comparar-domicilio
               UNTIL WSV-IDX-DOM > WSV-CANT-DOMICILIOS
           IF DOMICILIO-HALLADO
               MOVE WST-DOM-CALLE1(WSV-IDX-DOM-HALLADO)
                   TO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
               IF WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO) NOT = SPACES
                   MOVE WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO)
                       TO WSV-LINEA-ARMADA
                   PERFORM 5950-Escribir-linea-carta
               END-IF
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-DOM-LOCALIDAD(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WST-DOM-CP(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
           ELSE
               MOVE "(SIN DOMICILIO REGISTRADO)"
                   TO WSV-LINEA-ARMADA
               PERFORM 5950-Escribir-linea-carta
           END-IF
           .
       5685-Comparar-domicilio.
           IF WST-DOM-NRO-CLIE(WSV-IDX-DOM) = KYC-NRO-CLIE
               SET DOMICILIO-HALLADO TO TRUE
               MOVE WSV-IDX-DOM TO WSV-IDX-DOM-HALLADO
               MOVE WSV-CANT-DOMICILIOS TO WSV-IDX-DOM
           END-IF
           ADD 1 TO WSV-IDX-DOM
           .
       5800-Linea-de-detalle.
           MOVE SPACES TO LINEA-DETALLE
           STRING "CLIENTE " DELIMITED BY SIZE
                  KYC-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KYC-TIPO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KYC-NRO-DOC DELIMITED BY SIZE
                  " VENCE " DELIMITED BY SIZE
                  KYC-FECHA-VENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-SITUACION DELIMITED BY SIZE
                  INTO LINEA-DETALLE
           WRITE LINEA-DETALLE
           .
      *Cada bloqueo o desbloqueo queda en ANULADO.LOG.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgKyc"           TO LOG-ANUL-PROGRAMA
           MOVE "BLOQUEADOS"        TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cliente " DELIMITED BY SIZE
                  KYC-NRO-CLIE DELIMITED BY SIZE
                  " documento vence " DELIMITED BY SIZE
                  KYC-FECHA-VENCE DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       5950-Escribir-linea-carta.
           MOVE WSV-LINEA-ARMADA TO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-documento.
           READ DOCUMENTOS
           .
       7030-Leer-bloqueado.
           READ BLOQUEADOS
           .
       7040-Leer-aviso.
           READ AVISOS
           .
       7050-Leer-cuenta.
           READ CUENTAS
           .
       7060-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7100-Grabar-bloqueados.
           OPEN OUTPUT BLOQUEADOS
           IF FS-BLOQUEADOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-BLOQUEADOS TO WSV-ANULADO-CODIGO
               MOVE "BLOQUEADOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7110-Escribir-bloqueado
               VARYING WSV-IDX-BLQ FROM 1 BY 1
               UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEADOS
           CLOSE BLOQUEADOS
           PERFORM 7120-Indexar-bloqueados
           .
       7110-Escribir-bloqueado.
           MOVE WST-BLQ-NRO-CLIE(WSV-IDX-BLQ) TO BLOQ-NRO-CLIE
           MOVE WST-BLQ-MOTIVO(WSV-IDX-BLQ) TO BLOQ-MOTIVO
           MOVE WST-BLQ-FECHA(WSV-IDX-BLQ) TO BLOQ-FECHA
           MOVE WST-BLQ-ORIGEN(WSV-IDX-BLQ) TO BLOQ-ORIGEN
           WRITE REGISTRO-BLOQUEADO
           .
      *Regenera CLIENTES_BLOQUEADOS.IDX, la copia por clave del
      *maestro que consulta ProgApareo.
       7120-Indexar-bloqueados.
           MOVE "CLIENTES_BLOQUEADOS.TXT" TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               MOVE "BLOQUEADOS-IDX" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       7200-Grabar-avisos.
           OPEN OUTPUT AVISOS
           IF FS-AVISOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-AVISOS TO WSV-ANULADO-CODIGO
               MOVE "AVISOS_KYC" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-aviso
               VARYING WSV-IDX-AVI FROM 1 BY 1
               UNTIL WSV-IDX-AVI > WSV-CANT-AVISOS
           CLOSE AVISOS
           .
       7210-Escribir-aviso.
           MOVE WST-AVI-NRO-CLIE(WSV-IDX-AVI) TO AVI-NRO-CLIE
           MOVE WST-AVI-FECHA-VENCE(WSV-IDX-AVI) TO AVI-FECHA-VENCE
           MOVE WST-AVI-ETAPA(WSV-IDX-AVI) TO AVI-ETAPA
           MOVE WST-AVI-FECHA-CARTA(WSV-IDX-AVI) TO AVI-FECHA-CARTA
           WRITE REGISTRO-AVISO
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
           MOVE "ProgKyc"           TO LOG-ANUL-PROGRAMA
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
           PERFORM 7100-Grabar-bloqueados
           PERFORM 7200-Grabar-avisos
           MOVE SPACES TO LINEA-DETALLE
           STRING "DOCUMENTOS LEIDOS " DELIMITED BY SIZE
                  CTRL-CANT-LEIDOS DELIMITED BY SIZE
                  "  POR VENCER " DELIMITED BY SIZE
                  CTRL-CANT-POR-VENCER DELIMITED BY SIZE
                  "  EN GRACIA " DELIMITED BY SIZE
                  CTRL-CANT-EN-GRACIA DELIMITED BY SIZE
                  "  BLOQUEADOS " DELIMITED BY SIZE
                  CTRL-CANT-BLOQUEADOS DELIMITED BY SIZE
                  "  DESBLOQUEADOS " DELIMITED BY SIZE
                  CTRL-CANT-DESBLOQUEADOS DELIMITED BY SIZE
                  INTO LINEA-DETALLE
           WRITE LINEA-DETALLE
           CLOSE SALIDA-DETALLE
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Documentos leidos:        " CTRL-CANT-LEIDOS
           DISPLAY "Por vencer:               " CTRL-CANT-POR-VENCER
           DISPLAY "Vencidos en gracia:       " CTRL-CANT-EN-GRACIA
           DISPLAY "Bloqueados hoy:           " CTRL-CANT-BLOQUEADOS
           DISPLAY "Siguen bloqueados:        " CTRL-CANT-SIGUEN-BLOQ
           DISPLAY "Desbloqueados (renovaron): "
                   CTRL-CANT-DESBLOQUEADOS
           DISPLAY "Cartas emitidas:          " CTRL-CANT-CARTAS
           DISPLAY "Detalle en " WSV-NOMBRE-DETALLE
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
