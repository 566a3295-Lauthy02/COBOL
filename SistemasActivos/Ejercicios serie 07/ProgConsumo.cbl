      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de revision de retenciones por consumo
      *    Herramienta del operador sobre CONSUMO_RETENIDO.TXT, las
      *    cuentas que ProgApareo no debito porque el total del
      *    ciclo supero el multiplo de su consumo promedio (el
      *    archivo equivocado de un proveedor). Lista las cuentas
      *    retenidas y permite decidir cada una:
      *    - Liberar: sus servicios pasan a PENDIENTES.TXT, que la
      *      corrida siguiente mezcla con SERVICIOS, y la cuenta
      *      queda en CONSUMO_LIBERADO.TXT para que esa corrida no
      *      la vuelva a retener.
      *    - Descartar: sus servicios salen del archivo y no se
      *      debitan nunca.
      *    - Retener: sigue esperando; ProgApareo la arrastra.
      *    Cada decision queda en ANULADO.LOG con el legajo del
      *    operador (RSIGNON). Los archivos se respaldan con fecha
      *    antes de regrabarse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgConsumo.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               15/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RETENIDOS ASSIGN DYNAMIC WSV-NOMBRE-RETENIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENIDOS.

           SELECT ARCH-PENDIENTES ASSIGN DYNAMIC WSV-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.

           SELECT ARCH-LIBERADOS ASSIGN DYNAMIC WSV-NOMBRE-LIBERADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIBERADOS.
      *Archivo generico usado para respaldar RETENIDOS y PENDIENTES
      *antes de que se regraben con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada decision del operador.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *CONSUMO_RETENIDO.TXT se trabaja como lineas crudas (layout en
      *WSV-RET-VISTA).
           FD ARCH-RETENIDOS.
               01 LINEA-RETENIDO               PIC X(54).
      *
      *PENDIENTES.TXT (mismo layout que SERVICIOS) como lineas
      *crudas.
           FD ARCH-PENDIENTES.
               01 LINEA-PENDIENTE              PIC X(32).
      *
      *Archivo CONSUMO_LIBERADO (mismo layout que lee ProgApareo)
      *Cliente | Cuenta | Fecha de liberacion | Legajo del operador
           FD ARCH-LIBERADOS.
               01 REGISTRO-LIBERADO.
                   02 LIB-NRO-CLIE             PIC 9(03).
                   02 LIB-NRO-CTA              PIC 9(02).
                   02 LIB-FECHA                PIC 9(08).
                   02 LIB-OPERADOR             PIC 9(03).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

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
               02 FS-RETENIDOS                 PIC X(02) VALUE ZEROES.
               02 FS-PENDIENTES                PIC X(02) VALUE ZEROES.
               02 FS-LIBERADOS                 PIC X(02) VALUE ZEROES.
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

      *Nombres de los archivos, con el sufijo de particion cuando el
      *apareo corrio particionado (mismo criterio que ProgApareo).
           01 WSV-SUFIJO-PARTICION             PIC X(04) VALUE SPACES.
           01 WSV-TROZO-SUFIJO                 PIC X(05) VALUE SPACES.
           01 WSV-NOMBRE-RETENIDOS             PIC X(40).
           01 WSV-NOMBRE-PENDIENTES            PIC X(40).
           01 WSV-NOMBRE-LIBERADOS             PIC X(40).

      *Retenciones completas en memoria, en el orden del archivo.
           01 WST-RETENIDOS.
               02 WST-RET-LINEA                PIC X(54)
                   OCCURS 999 TIMES.
           01 WSV-CANT-RETENIDOS               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-RET                      PIC 9(04).

      *Vista por posiciones de una linea retenida (mismo layout que
      *REGISTRO-CONSUMO-RET en ProgApareo).
           01 WSV-RET-VISTA.
               02 WSV-VIS-SERVICIO.
                   03 WSV-VIS-NRO-CLIE         PIC 9(03).
                   03 WSV-VIS-COD-SERV         PIC X(03).
                   03 WSV-VIS-MONTO            PIC 999V99.
                   03 WSV-VIS-MONEDA           PIC X(03).
                   03 WSV-VIS-FECHA-SERV       PIC 9(08).
                   03 WSV-VIS-TIPO             PIC X(01).
                   03 FILLER                   PIC X(04).
                   03 WSV-VIS-PROVEEDOR        PIC X(03).
                   03 WSV-VIS-NRO-CTA          PIC 9(02).
               02 WSV-VIS-FECHA-RET            PIC 9(08).
               02 WSV-VIS-TOTAL                PIC 9(05)V99.
               02 WSV-VIS-PROMEDIO             PIC 9(05)V99.

      *PENDIENTES.TXT en memoria, donde se insertan en su lugar
      *(orden cliente+cuenta, el que espera la mezcla del apareo)
      *los servicios liberados.
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

      *Decision tomada por cuenta en la sesion (la ultima manda):
      *L liberar, D descartar, R seguir retenida.
           01 WST-DECISIONES.
               02 WST-DEC-DET               OCCURS 200 TIMES.
                   03 WST-DEC-NRO-CLIE      PIC 9(03).
                   03 WST-DEC-NRO-CTA       PIC 9(02).
                   03 WST-DEC-DECISION      PIC X(01).
           01 WSV-CANT-DECISIONES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DEC                      PIC 9(03).
           01 WSV-IDX-DEC-HALLADA              PIC 9(03).

      *Operacion pedida en el menu del operador.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-DECIDIR               VALUE "D".
               88 OPCION-FIN                   VALUE "F".
           01 WSV-CLIE-BUSCADO                 PIC 9(03) VALUE ZERO.
           01 WSV-CTA-BUSCADA                  PIC 9(02) VALUE ZERO.
           01 WSV-DECISION                     PIC X(01) VALUE SPACE.
               88 DECISION-VALIDA              VALUES "L" "D" "R".
               88 DECISION-LIBERAR             VALUE "L".
               88 DECISION-DESCARTAR           VALUE "D".
           01 WSV-DECISION-LINEA               PIC X(01).
           01 WSV-LINEAS-CUENTA                PIC 9(03).
           01 WSV-MONTO-EDITADO                PIC ZZ9.99.
           01 WSV-TOTAL-EDITADO                PIC ZZZZ9.99.
           01 WSV-PROMEDIO-EDITADO             PIC ZZZZ9.99.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-FECHA-MAS-VIEJA              PIC 9(08).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CTAS-LIBERADAS          PIC 9(03) VALUE ZERO.
               02 CTRL-CTAS-DESCARTADAS        PIC 9(03) VALUE ZERO.
               02 CTRL-LINEAS-LIBERADAS        PIC 9(03) VALUE ZERO.
               02 CTRL-LINEAS-DESCARTADAS      PIC 9(03) VALUE ZERO.
               02 CTRL-LINEAS-RETENIDAS        PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de los archivos antes de pisarlos.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-BASE-NOMBRE                  PIC X(30).

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
           PERFORM 1050-Identificar-operador
           DISPLAY "Sufijo de particion del apareo "
                   "(vacio si no quiere): "
           ACCEPT WSV-SUFIJO-PARTICION
           PERFORM 1100-Armar-nombres
           PERFORM 1200-Cargar-retenidos
           PERFORM 1300-Cargar-pendientes
           PERFORM 1400-Respaldar-archivos
           .
      *Toda decision queda con el legajo del operador que la tomo.
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
       1100-Armar-nombres.
           MOVE SPACES TO WSV-TROZO-SUFIJO
           IF WSV-SUFIJO-PARTICION NOT = SPACES
               STRING "." DELIMITED BY SIZE
                      WSV-SUFIJO-PARTICION DELIMITED BY SPACE
                      INTO WSV-TROZO-SUFIJO
           END-IF
           MOVE SPACES TO WSV-NOMBRE-RETENIDOS
           STRING "CONSUMO_RETENIDO" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RETENIDOS
           MOVE SPACES TO WSV-NOMBRE-PENDIENTES
           STRING "PENDIENTES" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PENDIENTES
           MOVE SPACES TO WSV-NOMBRE-LIBERADOS
           STRING "CONSUMO_LIBERADO" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LIBERADOS
           .
       1200-Cargar-retenidos.
           MOVE ZERO TO WSV-CANT-RETENIDOS
           OPEN INPUT ARCH-RETENIDOS
           IF FS-RETENIDOS NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-RETENIDOS
                       ", nada que revisar"
               PERFORM 9999-Stop-Run
           END-IF
           PERFORM 7010-Leer-retenido
           PERFORM 1210-Pasar-a-tabla
               UNTIL (FS-RETENIDOS = "10")
               OR (WSV-CANT-RETENIDOS >= 999)
      *    Con la tabla llena la regrabacion final perderia las
      *    retenciones que no entraron.
           IF FS-RETENIDOS NOT = "10"
               MOVE "Archivo mas largo que la tabla, no se trabaja"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "CONSUMO-RET" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           CLOSE ARCH-RETENIDOS
           DISPLAY "Servicios retenidos cargados: " WSV-CANT-RETENIDOS
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-RETENIDOS
           MOVE LINEA-RETENIDO TO WST-RET-LINEA(WSV-CANT-RETENIDOS)
           PERFORM 7010-Leer-retenido
           .
      *PENDIENTES.TXT puede no existir (no quedo nada adelantado en
      *la ultima corrida): se arranca vacio.
       1300-Cargar-pendientes.
           MOVE ZERO TO WSV-CANT-PENDIENTES
           OPEN INPUT ARCH-PENDIENTES
           IF FS-PENDIENTES NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-PENDIENTES
                       " previo, archivo vacio"
           ELSE
               PERFORM 7020-Leer-pendiente
               PERFORM 1310-Pasar-pendiente
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
       1310-Pasar-pendiente.
           ADD 1 TO WSV-CANT-PENDIENTES
           MOVE LINEA-PENDIENTE TO WST-PEN-LINEA(WSV-CANT-PENDIENTES)
           PERFORM 7020-Leer-pendiente
           .
      *Respalda los dos archivos que se regraban al salir.
       1400-Respaldar-archivos.
           MOVE WSV-NOMBRE-RETENIDOS TO WSV-NOMBRE-ORIGEN
           MOVE "CONSUMO_RETENIDO." TO WSV-BASE-NOMBRE
           PERFORM 1410-Armar-destino
           PERFORM 1420-Copiar-archivo
           MOVE WSV-NOMBRE-PENDIENTES TO WSV-NOMBRE-ORIGEN
           MOVE "PENDIENTES." TO WSV-BASE-NOMBRE
           PERFORM 1410-Armar-destino
           PERFORM 1420-Copiar-archivo
           .
       1410-Armar-destino.
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-BASE-NOMBRE DELIMITED BY SPACE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           .
       1420-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1430-Leer-origen
                   PERFORM 1440-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1430-Leer-origen.
           READ ARCH-ORIGEN
           .
       1440-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1430-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (L)istar retenidos (D)ecidir cuenta "
                   "(F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-LISTAR
               PERFORM 5300-Listar
           ELSE
               IF OPCION-DECIDIR
                   PERFORM 5400-Decidir
               ELSE
                   DISPLAY "**** Opcion no reconocida"
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
       5300-Listar.
           DISPLAY " "
           DISPLAY "----- Servicios retenidos por consumo ----"
           DISPLAY "Cli Ct Srv  Monto Fecha    Prv Retenido "
                   "   Total Promedio Dec"
           PERFORM 5310-Mostrar-linea
               VARYING WSV-IDX-RET FROM 1 BY 1
               UNTIL WSV-IDX-RET > WSV-CANT-RETENIDOS
           .
       5310-Mostrar-linea.
           MOVE WST-RET-LINEA(WSV-IDX-RET) TO WSV-RET-VISTA
           MOVE WSV-VIS-MONTO TO WSV-MONTO-EDITADO
           MOVE WSV-VIS-TOTAL TO WSV-TOTAL-EDITADO
           MOVE WSV-VIS-PROMEDIO TO WSV-PROMEDIO-EDITADO
           PERFORM 5500-Buscar-decision
           IF WSV-IDX-DEC-HALLADA = ZERO
               MOVE "-" TO WSV-DECISION-LINEA
           ELSE
               MOVE WST-DEC-DECISION(WSV-IDX-DEC-HALLADA)
                   TO WSV-DECISION-LINEA
           END-IF
           DISPLAY WSV-VIS-NRO-CLIE " " WSV-VIS-NRO-CTA " "
                   WSV-VIS-COD-SERV " " WSV-MONTO-EDITADO " "
                   WSV-VIS-FECHA-SERV " " WSV-VIS-PROVEEDOR " "
                   WSV-VIS-FECHA-RET " " WSV-TOTAL-EDITADO " "
                   WSV-PROMEDIO-EDITADO "  " WSV-DECISION-LINEA
           .
      *Pide la cuenta, muestra sus servicios retenidos y anota la
      *decision para toda la cuenta: el total fuera de lo habitual
      *es de la cuenta, no de un servicio suelto.
       5400-Decidir.
           DISPLAY "Cliente a decidir (xxx): "
           ACCEPT WSV-CLIE-BUSCADO
           DISPLAY "Cuenta del cliente (00 = la 01): "
           ACCEPT WSV-CTA-BUSCADA
           IF WSV-CTA-BUSCADA = ZERO
               MOVE 01 TO WSV-CTA-BUSCADA
           END-IF
           MOVE ZERO TO WSV-LINEAS-CUENTA
           PERFORM 5410-Mostrar-de-la-cuenta
               VARYING WSV-IDX-RET FROM 1 BY 1
               UNTIL WSV-IDX-RET > WSV-CANT-RETENIDOS
           IF WSV-LINEAS-CUENTA = ZERO
               DISPLAY "**** La cuenta " WSV-CLIE-BUSCADO "/"
                       WSV-CTA-BUSCADA " no tiene servicios retenidos"
           ELSE
      *        La decision arranca invalida para que el pedido corra
      *        siempre, aun despues de una decision anterior.
               MOVE SPACE TO WSV-DECISION
               PERFORM 5420-Pedir-decision
                   UNTIL DECISION-VALIDA
               PERFORM 5430-Anotar-decision
               DISPLAY "Cuenta " WSV-CLIE-BUSCADO "/"
                       WSV-CTA-BUSCADA " marcada [" WSV-DECISION "]"
           END-IF
           .
       5410-Mostrar-de-la-cuenta.
           MOVE WST-RET-LINEA(WSV-IDX-RET) TO WSV-RET-VISTA
           IF (WSV-VIS-NRO-CLIE = WSV-CLIE-BUSCADO)
                   AND (WSV-VIS-NRO-CTA = WSV-CTA-BUSCADA)
               ADD 1 TO WSV-LINEAS-CUENTA
               MOVE WSV-VIS-MONTO TO WSV-MONTO-EDITADO
               MOVE WSV-VIS-TOTAL TO WSV-TOTAL-EDITADO
               MOVE WSV-VIS-PROMEDIO TO WSV-PROMEDIO-EDITADO
               DISPLAY "  " WSV-VIS-COD-SERV " " WSV-MONTO-EDITADO
                       " " WSV-VIS-TIPO " del " WSV-VIS-FECHA-SERV
                       " prov " WSV-VIS-PROVEEDOR
                       " retenido el " WSV-VIS-FECHA-RET
                       " total " WSV-TOTAL-EDITADO
                       " promedio " WSV-PROMEDIO-EDITADO
           END-IF
           .
       5420-Pedir-decision.
           DISPLAY "Decision: (L)iberar (D)escartar (R)etener: "
           ACCEPT WSV-DECISION
           IF NOT DECISION-VALIDA
               DISPLAY "**** Responda L, D o R"
           END-IF
           .
      *Agrega la cuenta a la tabla de decisiones o le pisa la que ya
      *tenia.
       5430-Anotar-decision.
           MOVE WSV-CLIE-BUSCADO TO WSV-VIS-NRO-CLIE
           MOVE WSV-CTA-BUSCADA TO WSV-VIS-NRO-CTA
           PERFORM 5500-Buscar-decision
           IF WSV-IDX-DEC-HALLADA = ZERO
               IF WSV-CANT-DECISIONES < 200
                   ADD 1 TO WSV-CANT-DECISIONES
                   MOVE WSV-CANT-DECISIONES TO WSV-IDX-DEC-HALLADA
                   MOVE WSV-CLIE-BUSCADO
                       TO WST-DEC-NRO-CLIE(WSV-IDX-DEC-HALLADA)
                   MOVE WSV-CTA-BUSCADA
                       TO WST-DEC-NRO-CTA(WSV-IDX-DEC-HALLADA)
               ELSE
                   DISPLAY "**** Tabla de decisiones llena (200), "
                           "termine la sesion y vuelva a entrar"
               END-IF
           END-IF
           IF WSV-IDX-DEC-HALLADA > ZERO
               MOVE WSV-DECISION
                   TO WST-DEC-DECISION(WSV-IDX-DEC-HALLADA)
           END-IF
           .
      *Busca la decision de la cuenta que esta en WSV-RET-VISTA;
      *WSV-IDX-DEC-HALLADA queda en cero si no fue decidida.
       5500-Buscar-decision.
           MOVE ZERO TO WSV-IDX-DEC-HALLADA
           MOVE 1 TO WSV-IDX-DEC
           PERFORM 5510-Comparar-decision
               UNTIL WSV-IDX-DEC > WSV-CANT-DECISIONES
           .
       5510-Comparar-decision.
           IF (WST-DEC-NRO-CLIE(WSV-IDX-DEC) = WSV-VIS-NRO-CLIE)
                   AND (WST-DEC-NRO-CTA(WSV-IDX-DEC) = WSV-VIS-NRO-CTA)
               MOVE WSV-IDX-DEC TO WSV-IDX-DEC-HALLADA
               MOVE WSV-CANT-DECISIONES TO WSV-IDX-DEC
           END-IF
           ADD 1 TO WSV-IDX-DEC
           .
      *Aplica las decisiones de la sesion: cada linea liberada se
      *inserta en PENDIENTES, la descartada se pierde y la que no se
      *decidio (o quedo en R) vuelve a CONSUMO_RETENIDO.
       5600-Aplicar-decisiones.
           MOVE ZERO TO WSV-FECHA-MAS-VIEJA
           PERFORM 5610-Aplicar-una-linea
               VARYING WSV-IDX-RET FROM 1 BY 1
               UNTIL WSV-IDX-RET > WSV-CANT-RETENIDOS
           .
       5610-Aplicar-una-linea.
           MOVE WST-RET-LINEA(WSV-IDX-RET) TO WSV-RET-VISTA
           PERFORM 5500-Buscar-decision
           IF WSV-IDX-DEC-HALLADA = ZERO
               MOVE "R" TO WSV-DECISION-LINEA
           ELSE
               MOVE WST-DEC-DECISION(WSV-IDX-DEC-HALLADA)
                   TO WSV-DECISION-LINEA
           END-IF
           IF WSV-DECISION-LINEA = "L"
               PERFORM 5700-Insertar-pendiente
               ADD 1 TO CTRL-LINEAS-LIBERADAS
           ELSE
           IF WSV-DECISION-LINEA = "D"
               ADD 1 TO CTRL-LINEAS-DESCARTADAS
           ELSE
               MOVE WSV-RET-VISTA TO LINEA-RETENIDO
               WRITE LINEA-RETENIDO
               ADD 1 TO CTRL-LINEAS-RETENIDAS
               IF (WSV-FECHA-MAS-VIEJA = ZERO)
                       OR (WSV-VIS-FECHA-RET < WSV-FECHA-MAS-VIEJA)
                   MOVE WSV-VIS-FECHA-RET TO WSV-FECHA-MAS-VIEJA
               END-IF
           END-IF
           END-IF
           .
      *Inserta el servicio liberado en WST-PENDIENTES detras de las
      *lineas de su misma clave cliente+cuenta o menor.
       5700-Insertar-pendiente.
           IF WSV-CANT-PENDIENTES >= 999
               MOVE "PENDIENTES lleno, no entra el liberado"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           COMPUTE WSV-CLAVE-NUEVA =
                   WSV-VIS-NRO-CLIE * 100 + WSV-VIS-NRO-CTA
           SET POSICION-NO-HALLADA TO TRUE
           MOVE 1 TO WSV-IDX-PEN
           PERFORM 5710-Buscar-posicion
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-PEN > WSV-CANT-PENDIENTES)
           ADD 1 TO WSV-CANT-PENDIENTES
           PERFORM 5720-Correr-hacia-abajo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-PENDIENTES BY -1
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PEN
           MOVE WSV-VIS-SERVICIO TO WST-PEN-LINEA(WSV-IDX-PEN)
           .
       5710-Buscar-posicion.
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
       5720-Correr-hacia-abajo.
           MOVE WST-PEN-LINEA(WSV-IDX-MOVER - 1)
               TO WST-PEN-LINEA(WSV-IDX-MOVER)
           .
      *Deja en ANULADO.LOG la decision final de cada cuenta.
       5900-Registrar-decision.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgConsum"        TO LOG-ANUL-PROGRAMA
           MOVE "CONSUMO-RET"       TO LOG-ANUL-OBJETO
           IF WST-DEC-DECISION(WSV-IDX-DEC) = "L"
               MOVE "LIBER"         TO LOG-ANUL-CODIGO
               ADD 1 TO CTRL-CTAS-LIBERADAS
           ELSE
           IF WST-DEC-DECISION(WSV-IDX-DEC) = "D"
               MOVE "DESCA"         TO LOG-ANUL-CODIGO
               ADD 1 TO CTRL-CTAS-DESCARTADAS
           ELSE
               MOVE "RETEN"         TO LOG-ANUL-CODIGO
           END-IF
           END-IF
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Consumo retenido cliente " DELIMITED BY SIZE
                  WST-DEC-NRO-CLIE(WSV-IDX-DEC) DELIMITED BY SIZE
                  " cta " DELIMITED BY SIZE
                  WST-DEC-NRO-CTA(WSV-IDX-DEC) DELIMITED BY SIZE
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
       7010-Leer-retenido.
           READ ARCH-RETENIDOS
           .
       7020-Leer-pendiente.
           READ ARCH-PENDIENTES
           .
      *Regraba CONSUMO_RETENIDO.TXT con lo que sigue retenido,
      *aplicando de paso las decisiones sobre PENDIENTES en memoria.
       7000-Grabar-retenidos.
           OPEN OUTPUT ARCH-RETENIDOS
               IF FS-RETENIDOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-RETENIDOS TO WSV-ANULADO-CODIGO
                   MOVE "CONSUMO-RET" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 5600-Aplicar-decisiones
           CLOSE ARCH-RETENIDOS
           .
      *Regraba PENDIENTES.TXT con los liberados ya insertados.
       7100-Grabar-pendientes.
           OPEN OUTPUT ARCH-PENDIENTES
               IF FS-PENDIENTES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PENDIENTES TO WSV-ANULADO-CODIGO
                   MOVE "PENDIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7110-Escribir-pendiente
               VARYING WSV-IDX-PEN FROM 1 BY 1
               UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
           CLOSE ARCH-PENDIENTES
           .
       7110-Escribir-pendiente.
           MOVE WST-PEN-LINEA(WSV-IDX-PEN) TO LINEA-PENDIENTE
           WRITE LINEA-PENDIENTE
           .
      *Agrega a CONSUMO_LIBERADO.TXT las cuentas liberadas, que la
      *proxima corrida del apareo no vuelve a retener.
       7200-Grabar-liberados.
           OPEN EXTEND ARCH-LIBERADOS
           IF FS-LIBERADOS NOT = "00"
               OPEN OUTPUT ARCH-LIBERADOS
           END-IF
           PERFORM 7210-Escribir-liberado
               VARYING WSV-IDX-DEC FROM 1 BY 1
               UNTIL WSV-IDX-DEC > WSV-CANT-DECISIONES
           CLOSE ARCH-LIBERADOS
           .
       7210-Escribir-liberado.
           IF WST-DEC-DECISION(WSV-IDX-DEC) = "L"
               MOVE WST-DEC-NRO-CLIE(WSV-IDX-DEC) TO LIB-NRO-CLIE
               MOVE WST-DEC-NRO-CTA(WSV-IDX-DEC) TO LIB-NRO-CTA
               MOVE WSV-FECHA-HOY TO LIB-FECHA
               MOVE SGN-LEGAJO TO LIB-OPERADOR
               WRITE REGISTRO-LIBERADO
           END-IF
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
           MOVE "ProgConsum"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-retenidos
           IF CTRL-LINEAS-LIBERADAS > ZERO
               PERFORM 7100-Grabar-pendientes
               PERFORM 7200-Grabar-liberados
           END-IF
           PERFORM 5900-Registrar-decision
               VARYING WSV-IDX-DEC FROM 1 BY 1
               UNTIL WSV-IDX-DEC > WSV-CANT-DECISIONES
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Cuentas liberadas:      " CTRL-CTAS-LIBERADAS
                   "  Servicios: " CTRL-LINEAS-LIBERADAS
           DISPLAY "Cuentas descartadas:    " CTRL-CTAS-DESCARTADAS
                   "  Servicios: " CTRL-LINEAS-DESCARTADAS
           DISPLAY "Servicios que siguen retenidos: "
                   CTRL-LINEAS-RETENIDAS
           IF CTRL-LINEAS-RETENIDAS > ZERO
               DISPLAY "Retencion mas antigua del:      "
                       WSV-FECHA-MAS-VIEJA
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
