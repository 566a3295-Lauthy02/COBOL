      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento de reclamos de clientes
      *    Registra en RECLAMOS.TXT el reclamo de un cliente contra un
      *    debito puntual (cliente + cuenta + codigo de servicio +
      *    fecha de corrida), buscando la linea original en el
      *    SERVICIOS.AAAAMMDD.TXT que archivo ProgApareo para tomar
      *    de ahi monto, moneda y proveedor que la presento.
      *    La resolucion (aceptado / denegado) la firma un supervisor
      *    via RSIGNON. Un reclamo aceptado queda pendiente de emision:
      *    ProgIntake lo incorpora como linea de credito "C" al
      *    proximo SERVICIOS.TXT, a nombre del proveedor original,
      *    para que ProgApareo le devuelva el importe al cliente y
      *    ProgLiquida se lo descuente al proveedor como contracargo.
      *    Carga el archivo entero en una tabla, lo regraba al final
      *    con respaldo previo con fecha, y cada apertura o resolucion
      *    queda en ANULADO.LOG con el legajo del operador.
      *    En RECLAMOS.TXT quedan solo los reclamos vivos: los
      *    denegados y los aceptados cuyo credito ya salio en una
      *    corrida anterior se regraban en el historico
      *    RECLAMOS.AAAAMMDD.TXT de la corrida reclamada, que tambien
      *    se consulta al abrir un reclamo para no repetir un credito.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENRECL.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               02/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS ASSIGN TO "RECLAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS.
      *SERVICIOS archivado de la corrida reclamada (lo deja
      *ProgApareo como SERVICIOS.AAAAMMDD.TXT).
           SELECT SERV-ARCHIVADO ASSIGN DYNAMIC WSV-NOMBRE-SERV-ARCH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SERV-ARCHIVADO.
      *Archivo generico usado para respaldar RECLAMOS.TXT antes de
      *que 7000-Grabar-reclamos lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Historico de reclamos cerrados de una corrida, al lado de su
      *SERVICIOS.AAAAMMDD.TXT (tambien lo usa ProgIntake).
           SELECT RECLAMOS-HIST ASSIGN DYNAMIC WSV-NOMBRE-RCL-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS-HIST.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada apertura y resolucion.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo RECLAMOS
      *Nro. reclamo | Cliente | Cuenta | Cod Servicio | Fecha de la
      *corrida reclamada | Monto | Moneda | Proveedor | Estado |
      *Fecha alta | Fecha resolucion | Operador que resolvio |
      *Emitido | Fecha de emision del credito | Nota
           FD RECLAMOS.
               01 REGISTRO-RECLAMO.
                   02 RCL-NRO                  PIC 9(05).
                   02 RCL-NRO-CLIE             PIC 9(03).
                   02 RCL-NRO-CTA              PIC 9(02).
                   02 RCL-COD-SERV             PIC X(03).
                   02 RCL-FECHA-CORRIDA        PIC 9(08).
                   02 RCL-MONTO                PIC 999V99.
                   02 RCL-MONEDA               PIC X(03).
                   02 RCL-PROVEEDOR            PIC X(03).
                   02 RCL-ESTADO               PIC X(01).
                       88 RECLAMO-ABIERTO          VALUE "P".
                       88 RECLAMO-ACEPTADO         VALUE "A".
                       88 RECLAMO-DENEGADO         VALUE "D".
                   02 RCL-FECHA-ALTA           PIC 9(08).
                   02 RCL-FECHA-RESOL          PIC 9(08).
                   02 RCL-OPERADOR             PIC 9(03).
      *Marca que pone ProgIntake al incorporar el credito al
      *SERVICIOS.TXT, con la fecha de esa corrida.
                   02 RCL-EMITIDO              PIC X(01).
                       88 RECLAMO-EMITIDO          VALUE "S".
                       88 RECLAMO-NO-EMITIDO       VALUE "N".
                   02 RCL-FECHA-EMISION        PIC 9(08).
                   02 RCL-NOTA                 PIC X(30).
      *
      *Archivo SERVICIOS archivado (mismo layout de entrada que
      *espera ProgApareo).
           FD SERV-ARCHIVADO.
               01 REGISTRO-SERV-ARCHIVADO.
                   02 NRO-CLIE-SARC            PIC 9(03).
                   02 COD-SERV-SARC            PIC X(03).
                   02 MONTO-SARC               PIC 999V99.
                   02 MONEDA-SARC              PIC X(03).
                   02 FECHA-SARC               PIC 9(08).
                   02 TIPO-MOVIM-SARC          PIC X(01).
                       88 SARC-CREDITO             VALUE "C".
                   02 NRO-CUOTA-SARC           PIC 9(02).
                   02 TOT-CUOTAS-SARC          PIC 9(02).
                   02 PROVEEDOR-SARC           PIC X(03).
                   02 NRO-CTA-SARC             PIC 9(02).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo RECLAMOS.AAAAMMDD (mismo layout que RECLAMOS)
           FD RECLAMOS-HIST.
               01 REGISTRO-RECLAMO-HIST.
                   02 HRC-NRO                  PIC 9(05).
                   02 HRC-NRO-CLIE             PIC 9(03).
                   02 HRC-NRO-CTA              PIC 9(02).
                   02 HRC-COD-SERV             PIC X(03).
                   02 HRC-FECHA-CORRIDA        PIC 9(08).
                   02 HRC-MONTO                PIC 999V99.
                   02 HRC-MONEDA               PIC X(03).
                   02 HRC-PROVEEDOR            PIC X(03).
                   02 HRC-ESTADO               PIC X(01).
                       88 HRC-ACEPTADO             VALUE "A".
                   02 HRC-FECHA-ALTA           PIC 9(08).
                   02 HRC-FECHA-RESOL          PIC 9(08).
                   02 HRC-OPERADOR             PIC 9(03).
                   02 HRC-EMITIDO              PIC X(01).
                   02 HRC-FECHA-EMISION        PIC 9(08).
                   02 HRC-NOTA                 PIC X(30).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-RECLAMOS                  PIC X(02) VALUE ZEROES.
               02 FS-SERV-ARCHIVADO            PIC X(02) VALUE ZEROES.
               02 FS-RECLAMOS-HIST             PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Reclamos completos en memoria, en el orden de alta (el numero
      *de reclamo es correlativo).
           01 WST-RECLAMOS.
               02 WST-RCL-DET               OCCURS 999 TIMES.
                   03 WST-RCL-NRO           PIC 9(05).
                   03 WST-RCL-NRO-CLIE      PIC 9(03).
                   03 WST-RCL-NRO-CTA       PIC 9(02).
                   03 WST-RCL-COD-SERV      PIC X(03).
                   03 WST-RCL-FECHA-CORRIDA PIC 9(08).
                   03 WST-RCL-MONTO         PIC 999V99.
                   03 WST-RCL-MONEDA        PIC X(03).
                   03 WST-RCL-PROVEEDOR     PIC X(03).
                   03 WST-RCL-ESTADO        PIC X(01).
                   03 WST-RCL-FECHA-ALTA    PIC 9(08).
                   03 WST-RCL-FECHA-RESOL   PIC 9(08).
                   03 WST-RCL-OPERADOR      PIC 9(03).
                   03 WST-RCL-EMITIDO       PIC X(01).
                   03 WST-RCL-FECHA-EMISION PIC 9(08).
                   03 WST-RCL-NOTA          PIC X(30).
           01 WSV-CANT-RECLAMOS                PIC 9(03) VALUE ZERO.
           01 WSV-ULTIMO-NRO                   PIC 9(05) VALUE ZERO.
           01 WSV-IDX-RCL                      PIC 9(04).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-RCL-ENCONTRADO               PIC X(01) VALUE "N".
               88 RCL-SI-ENCONTRADO            VALUE "S".
               88 RCL-NO-ENCONTRADO            VALUE "N".
           77 WSS-RCL-CERRADO                  PIC X(01) VALUE "N".
               88 RCL-CERRADO                  VALUE "S".
               88 RCL-VIVO                     VALUE "N".
           77 WSS-DEBITO-HALLADO               PIC X(01) VALUE "N".
               88 DEBITO-SI-HALLADO            VALUE "S".
               88 DEBITO-NO-HALLADO            VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ABRIR                 VALUE "A".
               88 OPCION-RESOLVER              VALUE "R".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Datos del reclamo que se esta cargando o resolviendo.
           01 WSV-RCL-TRABAJO.
               02 WSV-TRA-NRO               PIC 9(05).
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-NRO-CTA           PIC 9(02).
               02 WSV-TRA-COD-SERV          PIC X(03).
               02 WSV-TRA-FECHA-CORRIDA     PIC 9(08).
               02 WSV-TRA-MONTO             PIC 999V99.
               02 WSV-TRA-MONEDA            PIC X(03).
               02 WSV-TRA-PROVEEDOR         PIC X(03).
               02 WSV-TRA-RESOLUCION        PIC X(01).
                   88 TRA-RESOL-VALIDA          VALUES "A" "D".
                   88 TRA-RESOL-ACEPTA          VALUE "A".
               02 WSV-TRA-NOTA              PIC X(30).
      *Cuenta de la linea archivada (cero es la cuenta 01).
           01 WSV-CTA-SARC                     PIC 9(02).

      *Totales de control de la sesion de mantenimiento.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ABIERTOS           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ACEPTADOS          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-DENEGADOS          PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-ACEPTADO          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-ARCHIVADOS         PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de RECLAMOS.TXT antes de pisarlo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-SERV-ARCH             PIC X(40).
           01 WSV-NOMBRE-RCL-HIST              PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).

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
           PERFORM 1050-Identificar-operador
           PERFORM 1200-Cargar-reclamos
           PERFORM 1300-Respaldar-archivo
           .
      *Todo reclamo queda con el legajo de quien lo cargo o resolvio.
       1050-Identificar-operador.
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
      *Carga RECLAMOS.TXT entero en WST-RECLAMOS. Si el archivo
      *todavia no existe se arranca vacio (primer reclamo).
       1200-Cargar-reclamos.
           MOVE ZERO TO WSV-CANT-RECLAMOS
           OPEN INPUT RECLAMOS
           IF FS-RECLAMOS NOT = "00"
               DISPLAY "**** No hay RECLAMOS.TXT previo, archivo vacio"
           ELSE
               PERFORM 7010-Leer-reclamo
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-RECLAMOS = "10")
                   OR (WSV-CANT-RECLAMOS >= 999)
      *        Con la tabla llena la regrabacion final perderia los
      *        reclamos que no entraron.
               IF FS-RECLAMOS NOT = "10"
                   MOVE "RECLAMOS.TXT mas largo que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "RECLAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE RECLAMOS
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-RECLAMOS
           MOVE REGISTRO-RECLAMO TO WST-RCL-DET(WSV-CANT-RECLAMOS)
           IF RCL-NRO > WSV-ULTIMO-NRO
               MOVE RCL-NRO TO WSV-ULTIMO-NRO
           END-IF
           PERFORM 7010-Leer-reclamo
           .
      *Respalda RECLAMOS.TXT (si ya existe) antes de que
      *7000-Grabar-reclamos lo pise con el archivo modificado.
       1300-Respaldar-archivo.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE "RECLAMOS.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "RECLAMOS." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WSV-NOMBRE-DESTINO
           PERFORM 1310-Copiar-archivo
           .
       1310-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1320-Leer-origen
                   PERFORM 1330-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1320-Leer-origen.
           READ ARCH-ORIGEN
           .
       1330-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)brir reclamo (R)esolver "
                   "(L)istar (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ABRIR
               PERFORM 5300-Abrir-reclamo
           ELSE
               IF OPCION-RESOLVER
                   PERFORM 5400-Resolver-reclamo
               ELSE
                   IF OPCION-LISTAR
                       PERFORM 5600-Listar
                   ELSE
                       DISPLAY "**** Opcion no reconocida"
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Apertura: el debito reclamado tiene que existir en el
      *SERVICIOS archivado de esa corrida, y no puede haber otro
      *reclamo abierto o aceptado sobre la misma linea, ni vivo ni en
      *el historico de esa corrida.
       5300-Abrir-reclamo.
           PERFORM 5700-Pedir-datos-reclamo
           PERFORM 5850-Buscar-reclamo-vivo
           IF RCL-NO-ENCONTRADO
               PERFORM 5870-Buscar-en-historico
           END-IF
           IF RCL-SI-ENCONTRADO
               DISPLAY "**** Ya existe el reclamo " WSV-TRA-NRO
                       " sobre ese debito, apertura rechazada"
           ELSE
               PERFORM 5310-Buscar-debito-archivado
               IF DEBITO-NO-HALLADO
                   DISPLAY "**** No hay debito " WSV-TRA-COD-SERV
                           " del cliente " WSV-TRA-NRO-CLIE
                           " en " WSV-NOMBRE-SERV-ARCH
                           ", apertura rechazada"
               ELSE
                   IF WSV-CANT-RECLAMOS >= 999
                       DISPLAY "**** WST-RECLAMOS llena (999 items), "
                               "no se pudo abrir el reclamo"
                   ELSE
                       PERFORM 5330-Agregar-reclamo
                   END-IF
               END-IF
           END-IF
           .
      *Recorre SERVICIOS.AAAAMMDD.TXT buscando el primer debito del
      *cliente+cuenta con ese codigo, y toma monto, moneda y
      *proveedor de la linea original.
       5310-Buscar-debito-archivado.
           SET DEBITO-NO-HALLADO TO TRUE
           MOVE SPACES TO WSV-NOMBRE-SERV-ARCH
           STRING "SERVICIOS." DELIMITED BY SIZE
                  WSV-TRA-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-SERV-ARCH
           OPEN INPUT SERV-ARCHIVADO
           IF FS-SERV-ARCHIVADO NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-SERV-ARCH
           ELSE
               PERFORM 7020-Leer-serv-archivado
               PERFORM 5320-Comparar-debito
                   UNTIL (FS-SERV-ARCHIVADO = "10")
                   OR DEBITO-SI-HALLADO
               CLOSE SERV-ARCHIVADO
           END-IF
           .
       5320-Comparar-debito.
           IF (NRO-CTA-SARC IS NUMERIC) AND (NRO-CTA-SARC > ZERO)
               MOVE NRO-CTA-SARC TO WSV-CTA-SARC
           ELSE
               MOVE 01 TO WSV-CTA-SARC
           END-IF
           IF (REGISTRO-SERV-ARCHIVADO (1:6) NOT = "HEADER")
                   AND (NRO-CLIE-SARC = WSV-TRA-NRO-CLIE)
                   AND (WSV-CTA-SARC = WSV-TRA-NRO-CTA)
                   AND (COD-SERV-SARC = WSV-TRA-COD-SERV)
                   AND NOT SARC-CREDITO
               SET DEBITO-SI-HALLADO TO TRUE
               MOVE MONTO-SARC TO WSV-TRA-MONTO
               MOVE MONEDA-SARC TO WSV-TRA-MONEDA
               IF PROVEEDOR-SARC = SPACES
                   MOVE "---" TO WSV-TRA-PROVEEDOR
               ELSE
                   MOVE PROVEEDOR-SARC TO WSV-TRA-PROVEEDOR
               END-IF
           ELSE
               PERFORM 7020-Leer-serv-archivado
           END-IF
           .
       5330-Agregar-reclamo.
           ADD 1 TO WSV-ULTIMO-NRO
           ADD 1 TO WSV-CANT-RECLAMOS
           MOVE WSV-ULTIMO-NRO TO WSV-TRA-NRO
           MOVE WSV-TRA-NRO TO WST-RCL-NRO(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-NRO-CLIE
               TO WST-RCL-NRO-CLIE(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-NRO-CTA TO WST-RCL-NRO-CTA(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-COD-SERV
               TO WST-RCL-COD-SERV(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-FECHA-CORRIDA
               TO WST-RCL-FECHA-CORRIDA(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-MONTO TO WST-RCL-MONTO(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-MONEDA TO WST-RCL-MONEDA(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-PROVEEDOR
               TO WST-RCL-PROVEEDOR(WSV-CANT-RECLAMOS)
           MOVE "P" TO WST-RCL-ESTADO(WSV-CANT-RECLAMOS)
           MOVE WSV-FECHA-CORRIDA
               TO WST-RCL-FECHA-ALTA(WSV-CANT-RECLAMOS)
           MOVE ZERO TO WST-RCL-FECHA-RESOL(WSV-CANT-RECLAMOS)
           MOVE SGN-LEGAJO TO WST-RCL-OPERADOR(WSV-CANT-RECLAMOS)
           MOVE "N" TO WST-RCL-EMITIDO(WSV-CANT-RECLAMOS)
           MOVE ZERO TO WST-RCL-FECHA-EMISION(WSV-CANT-RECLAMOS)
           MOVE WSV-TRA-NOTA TO WST-RCL-NOTA(WSV-CANT-RECLAMOS)
           ADD 1 TO CTRL-CANT-ABIERTOS
           MOVE "ALTA " TO WSV-ANULADO-CODIGO
           PERFORM 5900-Registrar-cambio
           DISPLAY "Reclamo " WSV-TRA-NRO " abierto: "
                   WSV-TRA-MONTO " " WSV-TRA-MONEDA
                   " proveedor " WSV-TRA-PROVEEDOR
           .
      *Resolucion: solo un supervisor o administrador decide, y solo
      *sobre un reclamo abierto. Aceptado queda sin emitir hasta que
      *ProgIntake lo pase al proximo SERVICIOS.TXT.
       5400-Resolver-reclamo.
           IF NOT SGN-ROL-MANDA
               DISPLAY "**** Resolver reclamos requiere supervisor"
           ELSE
               DISPLAY "Numero de reclamo a resolver: "
               ACCEPT WSV-TRA-NRO
               PERFORM 5800-Buscar-reclamo
               IF RCL-NO-ENCONTRADO
                   DISPLAY "**** El reclamo " WSV-TRA-NRO
                           " no existe"
               ELSE
                   IF WST-RCL-ESTADO(WSV-IDX-ENCONTRADO) NOT = "P"
                       DISPLAY "**** El reclamo " WSV-TRA-NRO
                               " ya esta resuelto"
                   ELSE
                       PERFORM 5410-Aplicar-resolucion
                   END-IF
               END-IF
           END-IF
           .
       5410-Aplicar-resolucion.
           PERFORM 5620-Mostrar-hallado
           MOVE SPACE TO WSV-TRA-RESOLUCION
           PERFORM 5420-Pedir-resolucion
               UNTIL TRA-RESOL-VALIDA
           DISPLAY "Nota de la resolucion: "
           ACCEPT WSV-TRA-NOTA
           MOVE WSV-TRA-RESOLUCION
               TO WST-RCL-ESTADO(WSV-IDX-ENCONTRADO)
           MOVE WSV-FECHA-CORRIDA
               TO WST-RCL-FECHA-RESOL(WSV-IDX-ENCONTRADO)
           MOVE SGN-LEGAJO TO WST-RCL-OPERADOR(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-NOTA TO WST-RCL-NOTA(WSV-IDX-ENCONTRADO)
           MOVE WST-RCL-NRO-CLIE(WSV-IDX-ENCONTRADO)
               TO WSV-TRA-NRO-CLIE
           MOVE WST-RCL-COD-SERV(WSV-IDX-ENCONTRADO)
               TO WSV-TRA-COD-SERV
           IF TRA-RESOL-ACEPTA
               ADD 1 TO CTRL-CANT-ACEPTADOS
               ADD WST-RCL-MONTO(WSV-IDX-ENCONTRADO)
                   TO CTRL-MONTO-ACEPTADO
               MOVE "ACEPT" TO WSV-ANULADO-CODIGO
               DISPLAY "Reclamo " WSV-TRA-NRO " aceptado, el "
                       "credito sale en el proximo SERVICIOS"
           ELSE
               ADD 1 TO CTRL-CANT-DENEGADOS
               MOVE "DENEG" TO WSV-ANULADO-CODIGO
               DISPLAY "Reclamo " WSV-TRA-NRO " denegado"
           END-IF
           PERFORM 5900-Registrar-cambio
           .
       5420-Pedir-resolucion.
           DISPLAY "Resolucion: (A)ceptado (D)enegado: "
           ACCEPT WSV-TRA-RESOLUCION
           IF NOT TRA-RESOL-VALIDA
               DISPLAY "**** Resolucion no reconocida"
           END-IF
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Reclamos (" WSV-CANT-RECLAMOS
                   " registros) ----"
           PERFORM 5610-Mostrar-reclamo
               VARYING WSV-IDX-RCL FROM 1 BY 1
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           .
       5610-Mostrar-reclamo.
           DISPLAY WST-RCL-NRO(WSV-IDX-RCL) " Cli: "
                   WST-RCL-NRO-CLIE(WSV-IDX-RCL) "/"
                   WST-RCL-NRO-CTA(WSV-IDX-RCL) " "
                   WST-RCL-COD-SERV(WSV-IDX-RCL) " Corrida: "
                   WST-RCL-FECHA-CORRIDA(WSV-IDX-RCL) " "
                   WST-RCL-MONTO(WSV-IDX-RCL) " "
                   WST-RCL-MONEDA(WSV-IDX-RCL) " Prov: "
                   WST-RCL-PROVEEDOR(WSV-IDX-RCL) " Estado: "
                   WST-RCL-ESTADO(WSV-IDX-RCL) " Emitido: "
                   WST-RCL-EMITIDO(WSV-IDX-RCL) " "
                   WST-RCL-NOTA(WSV-IDX-RCL)
           .
       5620-Mostrar-hallado.
           MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-RCL
           PERFORM 5610-Mostrar-reclamo
           .
       5700-Pedir-datos-reclamo.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           DISPLAY "Numero de cuenta del cliente (01 si es la "
                   "unica): "
           ACCEPT WSV-TRA-NRO-CTA
           IF WSV-TRA-NRO-CTA = ZERO
               MOVE 01 TO WSV-TRA-NRO-CTA
           END-IF
           DISPLAY "Codigo de servicio reclamado (xxx): "
           ACCEPT WSV-TRA-COD-SERV
           DISPLAY "Fecha de la corrida del debito (AAAAMMDD): "
           ACCEPT WSV-TRA-FECHA-CORRIDA
           DISPLAY "Nota del reclamo: "
           ACCEPT WSV-TRA-NOTA
           .
      *Busqueda secuencial de WSV-TRA-NRO en la tabla; deja la
      *posicion hallada en WSV-IDX-ENCONTRADO.
       5800-Buscar-reclamo.
           SET RCL-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-RCL
           PERFORM 5810-Comparar-reclamo
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           .
       5810-Comparar-reclamo.
           IF WST-RCL-NRO(WSV-IDX-RCL) = WSV-TRA-NRO
               SET RCL-SI-ENCONTRADO TO TRUE
               MOVE WSV-IDX-RCL TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-RECLAMOS TO WSV-IDX-RCL
           END-IF
           ADD 1 TO WSV-IDX-RCL
           .
      *Busca un reclamo abierto o aceptado sobre el mismo debito
      *(cliente + cuenta + servicio + corrida).
       5850-Buscar-reclamo-vivo.
           SET RCL-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-RCL
           PERFORM 5860-Comparar-reclamo-vivo
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           .
       5860-Comparar-reclamo-vivo.
           IF (WST-RCL-NRO-CLIE(WSV-IDX-RCL) = WSV-TRA-NRO-CLIE)
                   AND (WST-RCL-NRO-CTA(WSV-IDX-RCL) = WSV-TRA-NRO-CTA)
                   AND (WST-RCL-COD-SERV(WSV-IDX-RCL)
                        = WSV-TRA-COD-SERV)
                   AND (WST-RCL-FECHA-CORRIDA(WSV-IDX-RCL)
                        = WSV-TRA-FECHA-CORRIDA)
                   AND (WST-RCL-ESTADO(WSV-IDX-RCL) NOT = "D")
               SET RCL-SI-ENCONTRADO TO TRUE
               MOVE WSV-IDX-RCL TO WSV-IDX-ENCONTRADO
               MOVE WST-RCL-NRO(WSV-IDX-RCL) TO WSV-TRA-NRO
               MOVE WSV-CANT-RECLAMOS TO WSV-IDX-RCL
           END-IF
           ADD 1 TO WSV-IDX-RCL
           .
      *Un reclamo aceptado que ya paso al historico sigue bloqueando
      *un nuevo reclamo sobre el mismo debito.
       5870-Buscar-en-historico.
           PERFORM 5890-Armar-nombre-historico
           OPEN INPUT RECLAMOS-HIST
           IF FS-RECLAMOS-HIST = "00"
               PERFORM 7040-Leer-historico
               PERFORM 5880-Comparar-historico
                   UNTIL (FS-RECLAMOS-HIST = "10") OR RCL-SI-ENCONTRADO
               CLOSE RECLAMOS-HIST
           END-IF
           .
       5880-Comparar-historico.
           IF (HRC-NRO-CLIE = WSV-TRA-NRO-CLIE)
                   AND (HRC-NRO-CTA = WSV-TRA-NRO-CTA)
                   AND (HRC-COD-SERV = WSV-TRA-COD-SERV)
                   AND HRC-ACEPTADO
               SET RCL-SI-ENCONTRADO TO TRUE
               MOVE HRC-NRO TO WSV-TRA-NRO
           ELSE
               PERFORM 7040-Leer-historico
           END-IF
           .
       5890-Armar-nombre-historico.
           MOVE SPACES TO WSV-NOMBRE-RCL-HIST
           STRING "RECLAMOS." DELIMITED BY SIZE
                  WSV-TRA-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RCL-HIST
           .
      *Cada apertura o resolucion queda en ANULADO.LOG con el numero
      *de reclamo y el legajo del operador.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENRECL"          TO LOG-ANUL-PROGRAMA
           MOVE "RECLAMOS"          TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Reclamo " DELIMITED BY SIZE
                  WSV-TRA-NRO DELIMITED BY SIZE
                  " cliente " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  " serv " DELIMITED BY SIZE
                  WSV-TRA-COD-SERV DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-reclamo.
           READ RECLAMOS
           .
       7020-Leer-serv-archivado.
           READ SERV-ARCHIVADO
           .
       7040-Leer-historico.
           READ RECLAMOS-HIST
           .
      *Regraba RECLAMOS.TXT desde la tabla con los reclamos vivos; los
      *cerrados van antes al historico de su corrida, asi un error al
      *abrirlo anula la sesion sin haber pisado RECLAMOS.TXT.
       7000-Grabar-reclamos.
           PERFORM 7050-Archivar-si-cerrado
               VARYING WSV-IDX-RCL FROM 1 BY 1
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           OPEN OUTPUT RECLAMOS
               IF FS-RECLAMOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-RECLAMOS TO WSV-ANULADO-CODIGO
                   MOVE "RECLAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7030-Escribir-reclamo
               VARYING WSV-IDX-RCL FROM 1 BY 1
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           CLOSE RECLAMOS
           .
       7030-Escribir-reclamo.
           PERFORM 7060-Ver-si-cerrado
           IF RCL-VIVO
               MOVE WST-RCL-DET(WSV-IDX-RCL) TO REGISTRO-RECLAMO
               WRITE REGISTRO-RECLAMO
           END-IF
           .
       7050-Archivar-si-cerrado.
           PERFORM 7060-Ver-si-cerrado
           IF RCL-CERRADO
               PERFORM 7070-Archivar-reclamo
           END-IF
           .
      *Cerrado: denegado, o aceptado con el credito emitido en una
      *corrida anterior a hoy (el emitido hoy lo necesita ProgLiquida).
       7060-Ver-si-cerrado.
           SET RCL-VIVO TO TRUE
           IF WST-RCL-ESTADO(WSV-IDX-RCL) = "D"
               SET RCL-CERRADO TO TRUE
           END-IF
           IF (WST-RCL-ESTADO(WSV-IDX-RCL) = "A")
                   AND (WST-RCL-EMITIDO(WSV-IDX-RCL) = "S")
                   AND (WST-RCL-FECHA-EMISION(WSV-IDX-RCL)
                        < WSV-FECHA-CORRIDA)
               SET RCL-CERRADO TO TRUE
           END-IF
           .
      *Agrega el reclamo cerrado a RECLAMOS.AAAAMMDD.TXT de la corrida
      *reclamada (lo crea si todavia no existe).
       7070-Archivar-reclamo.
           MOVE WST-RCL-FECHA-CORRIDA(WSV-IDX-RCL)
               TO WSV-TRA-FECHA-CORRIDA
           PERFORM 5890-Armar-nombre-historico
           OPEN EXTEND RECLAMOS-HIST
           IF FS-RECLAMOS-HIST NOT = "00"
               OPEN OUTPUT RECLAMOS-HIST
           END-IF
           IF FS-RECLAMOS-HIST NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-RECLAMOS-HIST TO WSV-ANULADO-CODIGO
               MOVE "RECLAMOS-HIST" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WST-RCL-DET(WSV-IDX-RCL) TO REGISTRO-RECLAMO-HIST
           WRITE REGISTRO-RECLAMO-HIST
           CLOSE RECLAMOS-HIST
           ADD 1 TO CTRL-CANT-ARCHIVADOS
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
           MOVE "PGENRECL"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-reclamos.
           SUBTRACT CTRL-CANT-ARCHIVADOS FROM WSV-CANT-RECLAMOS
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Reclamos abiertos:  " CTRL-CANT-ABIERTOS
           DISPLAY "Aceptados:          " CTRL-CANT-ACEPTADOS
           DISPLAY "Monto aceptado:     " CTRL-MONTO-ACEPTADO
           DISPLAY "Denegados:          " CTRL-CANT-DENEGADOS
           DISPLAY "Pasados a historico: " CTRL-CANT-ARCHIVADOS
           DISPLAY "Reclamos en archivo: " WSV-CANT-RECLAMOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
