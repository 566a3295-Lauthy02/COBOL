      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento del maestro de titulares
      *    Alta, baja y modificacion de TITULARES.TXT: cada persona
      *    ademas del titular que esta vinculada a una cuenta de un
      *    cliente (cotitular, firmante autorizado o beneficiario),
      *    con su documento y su vigencia, validando el cliente y la
      *    cuenta contra CUENTAS.TXT. Lo consultan la ventanilla
      *    (quien retira) y los extractos y cartas (a nombre de
      *    quien van). La opcion V lista en FIRMAS_VENCIDAS.TXT las
      *    cuentas que tenian firmante autorizado y hoy no les queda
      *    ninguno vigente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENTITU.
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
           SELECT TITULARES ASSIGN TO "TITULARES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.

           SELECT FIRMAS-VENCIDAS ASSIGN TO "FIRMAS_VENCIDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FIRMAS-VENCIDAS.
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
      *Archivo TITULARES
      *Cliente | Cuenta | Rol | Documento | Nombre | Vigencia
           FD TITULARES.
               COPY REG-TITULAR.
      *
      *Archivo CUENTAS (solo interesa que exista el cliente y la
      *cuenta; el numero de cuenta en blanco o cero es la 01)
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 FILLER                   PIC X(34).
                   02 NRO-CTA-CLIE-CUEN        PIC X(02).
                   02 RESTO-CUEN               PIC X(50).
      *
      *Listado de cuentas sin firmante autorizado vigente
           FD FIRMAS-VENCIDAS.
               01 LINEA-FIRMAS-VENCIDAS        PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-TITULARES                 PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
               02 FS-FIRMAS-VENCIDAS           PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Maestro de titulares completo en memoria.
           01 WST-TITULARES.
               02 WST-TIT-DET               OCCURS 600 TIMES.
                   03 WST-TIT-NRO-CLIE      PIC 9(03).
                   03 WST-TIT-NRO-CTA       PIC 9(02).
                   03 WST-TIT-ROL           PIC X(01).
                   03 WST-TIT-TIPO-DOC      PIC X(03).
                   03 WST-TIT-NRO-DOC       PIC X(12).
                   03 WST-TIT-NOMBRE        PIC X(30).
                   03 WST-TIT-DESDE         PIC 9(08).
                   03 WST-TIT-HASTA         PIC 9(08).
           01 WSV-CANT-TITULARES               PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           01 WSV-IDX-CTA                      PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-CLIE-EXISTE                  PIC X(01) VALUE "N".
               88 CLIE-EXISTE                  VALUE "S".
               88 CLIE-NO-EXISTE               VALUE "N".
           77 WSS-CTA-LISTADA                  PIC X(01) VALUE "N".
               88 CTA-YA-LISTADA               VALUE "S".
               88 CTA-NO-LISTADA               VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-VENCIDAS              VALUE "V".
               88 OPCION-FIN                   VALUE "F".

      *Titular que se esta cargando o modificando.
           01 WSV-TIT-TRABAJO.
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-NRO-CTA           PIC 9(02).
               02 WSV-TRA-ROL               PIC X(01).
                   88 TRA-ROL-VALIDO            VALUES "C" "F" "B".
               02 WSV-TRA-TIPO-DOC          PIC X(03).
               02 WSV-TRA-NRO-DOC           PIC X(12).
               02 WSV-TRA-NOMBRE            PIC X(30).
               02 WSV-TRA-DESDE             PIC 9(08).
               02 WSV-TRA-HASTA             PIC 9(08).
           01 WSV-CTA-CUENTAS                  PIC 9(02).

      *Firmantes de la cuenta que se esta revisando en el listado
      *de firmas vencidas.
           01 WSV-VENCIDAS.
               02 WSV-FECHA-HOY                PIC 9(08) VALUE ZERO.
               02 WSV-FIRM-VIGENTES            PIC 9(03) VALUE ZERO.
               02 WSV-FIRM-VENCIDOS            PIC 9(03) VALUE ZERO.
               02 WSV-ULT-VENCIMIENTO          PIC 9(08) VALUE ZERO.
               02 WSV-ULT-NOMBRE               PIC X(30) VALUE SPACES.

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MODIFICADOS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-VENCIDAS           PIC 9(03) VALUE ZERO.

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
           PERFORM 1200-Cargar-titulares
           .
       1200-Cargar-titulares.
           MOVE ZERO TO WSV-CANT-TITULARES
           OPEN INPUT TITULARES
           IF FS-TITULARES NOT = "00"
               DISPLAY "**** No hay TITULARES.TXT previo, maestro "
                       "vacio"
           ELSE
               PERFORM 7010-Leer-titular
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-TITULARES = "10")
                   OR (WSV-CANT-TITULARES >= 600)
               CLOSE TITULARES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-TITULARES
           MOVE TIT-NRO-CLIE
               TO WST-TIT-NRO-CLIE(WSV-CANT-TITULARES)
           MOVE TIT-NRO-CTA TO WST-TIT-NRO-CTA(WSV-CANT-TITULARES)
           MOVE TIT-ROL TO WST-TIT-ROL(WSV-CANT-TITULARES)
           MOVE TIT-TIPO-DOC
               TO WST-TIT-TIPO-DOC(WSV-CANT-TITULARES)
           MOVE TIT-NRO-DOC TO WST-TIT-NRO-DOC(WSV-CANT-TITULARES)
           MOVE TIT-NOMBRE TO WST-TIT-NOMBRE(WSV-CANT-TITULARES)
           MOVE TIT-VIGENCIA-DESDE
               TO WST-TIT-DESDE(WSV-CANT-TITULARES)
           MOVE TIT-VIGENCIA-HASTA
               TO WST-TIT-HASTA(WSV-CANT-TITULARES)
           PERFORM 7010-Leer-titular
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta (B)aja (M)odificacion "
                   "(L)istar (V)encidas (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta
           ELSE
               IF OPCION-BAJA
                   PERFORM 5400-Baja
               ELSE
                   IF OPCION-MODIFICAR
                       PERFORM 5500-Modificacion
                   ELSE
                       IF OPCION-LISTAR
                           PERFORM 5600-Listar
                       ELSE
                           IF OPCION-VENCIDAS
                               PERFORM 6000-Listar-vencidas
                           ELSE
                               DISPLAY "**** Opcion no reconocida"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Alta: la cuenta del cliente tiene que existir en CUENTAS.TXT
      *y esa persona no puede estar ya cargada en la misma cuenta.
       5300-Alta.
           PERFORM 5750-Pedir-clave
           PERFORM 5700-Validar-cliente
           IF CLIE-NO-EXISTE
               DISPLAY "**** La cuenta " WSV-TRA-NRO-CLIE "/"
                       WSV-TRA-NRO-CTA
                       " no esta en CUENTAS.TXT, alta rechazada"
           ELSE
               PERFORM 5800-Buscar-titular
               IF SI-HALLADO
                   DISPLAY "**** Esa persona ya esta en la cuenta, "
                           "use modificacion"
               ELSE
                   IF WSV-CANT-TITULARES >= 600
                       DISPLAY "**** WST-TITULARES llena (600)"
                   ELSE
                       PERFORM 5710-Pedir-resto-datos
                       IF NOT TRA-ROL-VALIDO
                           DISPLAY "**** Rol invalido (C/F/B), "
                                   "alta rechazada"
                       ELSE
                           ADD 1 TO WSV-CANT-TITULARES
                           MOVE WSV-CANT-TITULARES
                               TO WSV-IDX-ENCONTRADO
                           PERFORM 5720-Copiar-a-tabla
                           ADD 1 TO CTRL-CANT-ALTAS
                           MOVE "ALTA " TO WSV-ANULADO-CODIGO
                           PERFORM 5900-Registrar-cambio
                           DISPLAY "Alta del titular realizada"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5400-Baja.
           PERFORM 5750-Pedir-clave
           PERFORM 5800-Buscar-titular
           IF NO-HALLADO
               DISPLAY "**** Esa persona no esta en la cuenta"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-TITULARES
               SUBTRACT 1 FROM WSV-CANT-TITULARES
               ADD 1 TO CTRL-CANT-BAJAS
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Baja del titular realizada"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-TIT-DET(WSV-IDX-MOVER + 1)
               TO WST-TIT-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
      *Modificacion: rol, nombre y vigencia; para dar de baja a un
      *firmante sin perder el antecedente alcanza con cerrarle la
      *vigencia.
       5500-Modificacion.
           PERFORM 5750-Pedir-clave
           PERFORM 5800-Buscar-titular
           IF NO-HALLADO
               DISPLAY "**** Esa persona no esta en la cuenta"
           ELSE
               PERFORM 5710-Pedir-resto-datos
               IF NOT TRA-ROL-VALIDO
                   DISPLAY "**** Rol invalido (C/F/B), "
                           "modificacion rechazada"
               ELSE
                   PERFORM 5720-Copiar-a-tabla
                   ADD 1 TO CTRL-CANT-MODIFICADOS
                   MOVE "MODIF" TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Modificacion del titular realizada"
               END-IF
           END-IF
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Maestro de titulares ("
                   WSV-CANT-TITULARES " registros) ----"
           PERFORM 5610-Mostrar-titular
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-TITULARES
           .
       5610-Mostrar-titular.
           DISPLAY "Cuenta " WST-TIT-NRO-CLIE(WSV-IDX) "/"
                   WST-TIT-NRO-CTA(WSV-IDX) " "
                   WST-TIT-ROL(WSV-IDX) " "
                   WST-TIT-TIPO-DOC(WSV-IDX) " "
                   WST-TIT-NRO-DOC(WSV-IDX) " "
                   WST-TIT-NOMBRE(WSV-IDX) " "
                   WST-TIT-DESDE(WSV-IDX) "-"
                   WST-TIT-HASTA(WSV-IDX)
           .
      *La cuenta del cliente tiene que existir en el maestro de
      *cuentas.
       5700-Validar-cliente.
           SET CLIE-NO-EXISTE TO TRUE
           OPEN INPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "No se pudo abrir CUENTAS.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-cuenta
           PERFORM 5730-Comparar-cliente UNTIL FS-CUENTAS = "10"
           CLOSE CUENTAS
           .
       5730-Comparar-cliente.
           IF (NRO-CTA-CLIE-CUEN = SPACES)
                   OR (NRO-CTA-CLIE-CUEN = "00")
               MOVE 01 TO WSV-CTA-CUENTAS
           ELSE
               MOVE NRO-CTA-CLIE-CUEN TO WSV-CTA-CUENTAS
           END-IF
           IF (REGISTRO-ENTRADA-CUENTAS (1:6) NOT = "HEADER")
                   AND (NRO-CLIE-CUEN = WSV-TRA-NRO-CLIE)
                   AND (WSV-CTA-CUENTAS = WSV-TRA-NRO-CTA)
               SET CLIE-EXISTE TO TRUE
           END-IF
           PERFORM 7020-Leer-cuenta
           .
      *Cliente, cuenta y documento identifican a la persona en la
      *cuenta; la cuenta en cero es la 01.
       5750-Pedir-clave.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           DISPLAY "Numero de cuenta (xx, 01 si no sabe): "
           ACCEPT WSV-TRA-NRO-CTA
           IF WSV-TRA-NRO-CTA = ZERO
               MOVE 01 TO WSV-TRA-NRO-CTA
           END-IF
           DISPLAY "Tipo de documento (DNI/LE/LC/PAS): "
           ACCEPT WSV-TRA-TIPO-DOC
           DISPLAY "Numero de documento: "
           ACCEPT WSV-TRA-NRO-DOC
           .
       5710-Pedir-resto-datos.
           DISPLAY "Rol: (C)otitular (F)irmante (B)eneficiario: "
           ACCEPT WSV-TRA-ROL
           DISPLAY "Apellido y nombre: "
           ACCEPT WSV-TRA-NOMBRE
           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): "
           ACCEPT WSV-TRA-DESDE
           IF WSV-TRA-DESDE = ZERO
               MOVE WSV-FECHA-HOY TO WSV-TRA-DESDE
           END-IF
           DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin vencimiento): "
           ACCEPT WSV-TRA-HASTA
           .
       5720-Copiar-a-tabla.
           MOVE WSV-TRA-NRO-CLIE
               TO WST-TIT-NRO-CLIE(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-NRO-CTA TO WST-TIT-NRO-CTA(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-ROL TO WST-TIT-ROL(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-TIPO-DOC
               TO WST-TIT-TIPO-DOC(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-NRO-DOC TO WST-TIT-NRO-DOC(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-NOMBRE TO WST-TIT-NOMBRE(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-DESDE TO WST-TIT-DESDE(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-HASTA TO WST-TIT-HASTA(WSV-IDX-ENCONTRADO)
           .
       5800-Buscar-titular.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-titular
               UNTIL WSV-IDX > WSV-CANT-TITULARES
           .
       5810-Comparar-titular.
           IF (WST-TIT-NRO-CLIE(WSV-IDX) = WSV-TRA-NRO-CLIE)
                   AND (WST-TIT-NRO-CTA(WSV-IDX) = WSV-TRA-NRO-CTA)
                   AND (WST-TIT-TIPO-DOC(WSV-IDX) = WSV-TRA-TIPO-DOC)
                   AND (WST-TIT-NRO-DOC(WSV-IDX) = WSV-TRA-NRO-DOC)
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-TITULARES TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Cada alta/baja/modificacion queda en ANULADO.LOG.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENTITU"          TO LOG-ANUL-PROGRAMA
           MOVE "TITULARES"         TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cuenta " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WSV-TRA-NRO-CTA DELIMITED BY SIZE
                  " rol " DELIMITED BY SIZE
                  WSV-TRA-ROL DELIMITED BY SIZE
                  " doc " DELIMITED BY SIZE
                  WSV-TRA-TIPO-DOC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSV-TRA-NRO-DOC DELIMITED BY SPACE
                  INTO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *.................... Firmas vencidas ............................
      *Una linea por cada cuenta que tiene firmantes cargados y hoy
      *no le queda ninguno vigente: el que vencio ultimo y cuando.
      *Cada cuenta se evalua en su primer firmante de la tabla.
       6000-Listar-vencidas.
           MOVE ZERO TO CTRL-CANT-VENCIDAS
           OPEN OUTPUT FIRMAS-VENCIDAS
           IF FS-FIRMAS-VENCIDAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-FIRMAS-VENCIDAS TO WSV-ANULADO-CODIGO
               MOVE "FIRMAS_VENCIDAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO LINEA-FIRMAS-VENCIDAS
           STRING "CUENTAS SIN FIRMANTE AUTORIZADO VIGENTE AL "
                      DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  INTO LINEA-FIRMAS-VENCIDAS
           WRITE LINEA-FIRMAS-VENCIDAS
           PERFORM 6100-Revisar-cuenta
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-TITULARES
           MOVE SPACES TO LINEA-FIRMAS-VENCIDAS
           STRING "TOTAL DE CUENTAS: " DELIMITED BY SIZE
                  CTRL-CANT-VENCIDAS DELIMITED BY SIZE
                  INTO LINEA-FIRMAS-VENCIDAS
           WRITE LINEA-FIRMAS-VENCIDAS
           CLOSE FIRMAS-VENCIDAS
           DISPLAY "Cuentas sin firmante vigente: " CTRL-CANT-VENCIDAS
                   " (ver FIRMAS_VENCIDAS.TXT)"
           .
       6100-Revisar-cuenta.
           IF WST-TIT-ROL(WSV-IDX) = "F"
               SET CTA-NO-LISTADA TO TRUE
               PERFORM 6110-Ver-si-ya-revisada
                   VARYING WSV-IDX-CTA FROM 1 BY 1
                   UNTIL WSV-IDX-CTA >= WSV-IDX
               IF CTA-NO-LISTADA
                   MOVE ZERO TO WSV-FIRM-VIGENTES
                   MOVE ZERO TO WSV-FIRM-VENCIDOS
                   MOVE ZERO TO WSV-ULT-VENCIMIENTO
                   MOVE SPACES TO WSV-ULT-NOMBRE
                   PERFORM 6120-Contar-firmante
                       VARYING WSV-IDX-CTA FROM WSV-IDX BY 1
                       UNTIL WSV-IDX-CTA > WSV-CANT-TITULARES
                   IF (WSV-FIRM-VIGENTES = ZERO)
                           AND (WSV-FIRM-VENCIDOS > ZERO)
                       PERFORM 6200-Escribir-vencida
                   END-IF
               END-IF
           END-IF
           .
       6110-Ver-si-ya-revisada.
           IF (WST-TIT-ROL(WSV-IDX-CTA) = "F")
                   AND (WST-TIT-NRO-CLIE(WSV-IDX-CTA)
                        = WST-TIT-NRO-CLIE(WSV-IDX))
                   AND (WST-TIT-NRO-CTA(WSV-IDX-CTA)
                        = WST-TIT-NRO-CTA(WSV-IDX))
               SET CTA-YA-LISTADA TO TRUE
           END-IF
           .
      *Vencido: con hasta cargado y anterior a hoy. El que todavia
      *no empezo no cuenta ni como vigente ni como vencido.
       6120-Contar-firmante.
           IF (WST-TIT-ROL(WSV-IDX-CTA) = "F")
                   AND (WST-TIT-NRO-CLIE(WSV-IDX-CTA)
                        = WST-TIT-NRO-CLIE(WSV-IDX))
                   AND (WST-TIT-NRO-CTA(WSV-IDX-CTA)
                        = WST-TIT-NRO-CTA(WSV-IDX))
               IF (WST-TIT-HASTA(WSV-IDX-CTA) NOT = ZERO)
                       AND (WST-TIT-HASTA(WSV-IDX-CTA)
                            < WSV-FECHA-HOY)
                   ADD 1 TO WSV-FIRM-VENCIDOS
                   IF WST-TIT-HASTA(WSV-IDX-CTA)
                           > WSV-ULT-VENCIMIENTO
                       MOVE WST-TIT-HASTA(WSV-IDX-CTA)
                           TO WSV-ULT-VENCIMIENTO
                       MOVE WST-TIT-NOMBRE(WSV-IDX-CTA)
                           TO WSV-ULT-NOMBRE
                   END-IF
               ELSE
                   IF WST-TIT-DESDE(WSV-IDX-CTA) <= WSV-FECHA-HOY
                       ADD 1 TO WSV-FIRM-VIGENTES
                   END-IF
               END-IF
           END-IF
           .
       6200-Escribir-vencida.
           ADD 1 TO CTRL-CANT-VENCIDAS
           MOVE SPACES TO LINEA-FIRMAS-VENCIDAS
           STRING "CUENTA " DELIMITED BY SIZE
                  WST-TIT-NRO-CLIE(WSV-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WST-TIT-NRO-CTA(WSV-IDX) DELIMITED BY SIZE
                  " FIRMANTE " DELIMITED BY SIZE
                  WSV-ULT-NOMBRE DELIMITED BY SIZE
                  " VENCIDO EL " DELIMITED BY SIZE
                  WSV-ULT-VENCIMIENTO DELIMITED BY SIZE
                  INTO LINEA-FIRMAS-VENCIDAS
           WRITE LINEA-FIRMAS-VENCIDAS
           .
      *************************** Archivo ******************************
       7010-Leer-titular.
           READ TITULARES
           .
       7020-Leer-cuenta.
           READ CUENTAS
           .
       7000-Grabar-titulares.
           OPEN OUTPUT TITULARES
               IF FS-TITULARES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-TITULARES TO WSV-ANULADO-CODIGO
                   MOVE "TITULARES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7030-Escribir-titular
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-TITULARES
           CLOSE TITULARES
           .
       7030-Escribir-titular.
           MOVE WST-TIT-NRO-CLIE(WSV-IDX) TO TIT-NRO-CLIE
           MOVE WST-TIT-NRO-CTA(WSV-IDX) TO TIT-NRO-CTA
           MOVE WST-TIT-ROL(WSV-IDX) TO TIT-ROL
           MOVE WST-TIT-TIPO-DOC(WSV-IDX) TO TIT-TIPO-DOC
           MOVE WST-TIT-NRO-DOC(WSV-IDX) TO TIT-NRO-DOC
           MOVE WST-TIT-NOMBRE(WSV-IDX) TO TIT-NOMBRE
           MOVE WST-TIT-DESDE(WSV-IDX) TO TIT-VIGENCIA-DESDE
           MOVE WST-TIT-HASTA(WSV-IDX) TO TIT-VIGENCIA-HASTA
           WRITE REG-TITULAR
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
           MOVE "PGENTITU"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-titulares.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Titulares en el maestro: " WSV-CANT-TITULARES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
