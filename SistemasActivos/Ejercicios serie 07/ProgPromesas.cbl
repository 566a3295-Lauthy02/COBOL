      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de control diario de promesas de pago
      *    Revisa las promesas vigentes de PROMESAS.TXT (las carga
      *    PGENPRMS) contra PAGOS_APLICADOS.TXT: los pagos aplicados
      *    o parciales del cliente entre la fecha de alta y la fecha
      *    prometida se suman a la promesa. La promesa que se cubrio
      *    (o cuyo pago cancelo toda la deuda) queda cumplida (C); la
      *    que llego a la fecha de corte pasada la fecha prometida sin
      *    cubrirse queda incumplida (I) y el cliente vuelve al ciclo
      *    normal de re-presentacion, cartas y dunning.
      *    Deja el listado PROMESAS_INCUMPLIDAS.AAAAMMDD.TXT con las
      *    promesas incumplidas en la corrida agrupadas por cobrador,
      *    con subtotal por cobrador, para que cobranzas las retome.
      *    Al regrabar PROMESAS.TXT quedan solo las vigentes: las
      *    cumplidas e incumplidas pasan al historico
      *    PROMESAS.AAAAMMDD.TXT del dia de la corrida.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgPromesas.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               11/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PROMESAS ASSIGN TO "PROMESAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS.
      *Resultado de los pagos aplicados por ProgPagos.
           SELECT ARCH-APLICADOS ASSIGN TO "PAGOS_APLICADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-APLICADOS.
      *Archivo generico usado para respaldar PROMESAS.TXT antes de
      *regrabarlo con los estados nuevos.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Historico de promesas cerradas (cumplidas o incumplidas),
      *uno por dia de cierre; tambien lo usa PGENPRMS.
           SELECT PROMESAS-HIST ASSIGN DYNAMIC WSV-NOMBRE-PRO-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMESAS-HIST.
      *Listado de promesas incumplidas por cobrador.
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
      *Archivo PAGOS_APLICADOS (mismo layout que escribe ProgPagos)
           FD ARCH-APLICADOS.
               01 REGISTRO-APLICADO.
                   02 APL-NRO-CLIE             PIC 9(03).
                   02 APL-MONTO                PIC 9(05)V99.
                   02 APL-FECHA                PIC 9(08).
                   02 APL-CANAL                PIC X(03).
                   02 APL-RESULTADO            PIC X(01).
                       88 APL-APLICADO             VALUE "A".
                       88 APL-PARCIAL              VALUE "P".
                   02 APL-DEUDA-RESTANTE       PIC 999V99.
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo PROMESAS.AAAAMMDD (mismo layout que PROMESAS)
           FD PROMESAS-HIST.
               01 LINEA-PROMESA-HIST           PIC X(30).
      *
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
               02 FS-PROMESAS                  PIC X(02) VALUE ZEROES.
               02 FS-APLICADOS                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
               02 FS-PROMESAS-HIST             PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a RSIGNON, usado solo para traer el nombre de cada
      *cobrador del listado.
           COPY TAB-SIGNON.

      *Promesas en memoria. WST-PRO-REG es el registro tal cual se
      *regraba; lo demas se arma en la corrida.
           01 WST-PROMESAS.
               02 WST-PRO-DET               OCCURS 999 TIMES.
                   03 WST-PRO-REG.
                       04 WST-PRO-NRO-CLIE      PIC 9(03).
                       04 WST-PRO-FECHA-ALTA    PIC 9(08).
                       04 WST-PRO-FECHA-PROMESA PIC 9(08).
                       04 WST-PRO-MONTO         PIC 9(05)V99.
                       04 WST-PRO-ESTADO        PIC X(01).
                       04 WST-PRO-OPERADOR      PIC 9(03).
                   03 WST-PRO-PAGADO        PIC 9(07)V99.
                   03 WST-PRO-SALDADA       PIC X(01).
      *            Cambio de estado hecho en esta corrida.
                   03 WST-PRO-CAMBIO        PIC X(01).
           01 WSV-CANT-PROMESAS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRO                      PIC 9(04).
           01 WSV-IDX-HALLADO                  PIC 9(03).

      *Cobradores con promesas incumplidas, en orden de aparicion.
           01 WST-COBRADORES.
               02 WST-COB-DET               OCCURS 200 TIMES.
                   03 WST-COB-LEGAJO        PIC 9(03).
           01 WSV-CANT-COBRADORES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-COB                      PIC 9(03).
           01 WSV-IDX-COB-BUS                  PIC 9(03).
           77 WSS-COB-ENCONTRADO               PIC X(01) VALUE "N".
               88 COB-SI-ENCONTRADO            VALUE "S".
               88 COB-NO-ENCONTRADO            VALUE "N".

      *Fechas de la corrida.
           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-CORTE                  PIC 9(08).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-PAGOS              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-VIGENTES           PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-CUMPLIDAS          PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-INCUMPLIDAS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-SIGUEN             PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ARCHIVADAS         PIC 9(03) VALUE ZERO.
               02 CTRL-MONTO-INCUMPLIDO        PIC 9(07)V99 VALUE ZERO.
      *Subtotales del cobrador en curso.
           01 WSV-SUBTOTALES.
               02 SUB-CANT-INCUMPLIDAS         PIC 9(03).
               02 SUB-MONTO-INCUMPLIDO         PIC 9(07)V99.

      *Nombres de archivo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-LISTADO               PIC X(40).
           01 WSV-NOMBRE-PRO-HIST              PIC X(40).
      *Lineas del listado.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-IMPORTE-EDITADO              PIC ZZZZ9.99.
           01 WSV-PAGADO-EDITADO               PIC ZZZZ9.99.
           01 WSV-TOTAL-EDITADO                PIC Z(6)9.99.

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
           DISPLAY "Fecha de corte (AAAAMMDD, 0 para hoy): "
           ACCEPT WSV-FECHA-CORTE
           IF WSV-FECHA-CORTE = ZERO
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-CORTE
           END-IF
           PERFORM 1200-Cargar-promesas
           PERFORM 1300-Respaldar-archivo
           .
      *Carga PROMESAS.TXT entero. Sin archivo no hay nada que
      *controlar.
       1200-Cargar-promesas.
           MOVE ZERO TO WSV-CANT-PROMESAS
           OPEN INPUT ARCH-PROMESAS
           IF FS-PROMESAS NOT = "00"
               MOVE "No existe PROMESAS.TXT" TO WSV-ANULADO-DESCRIP
               MOVE FS-PROMESAS TO WSV-ANULADO-CODIGO
               MOVE "PROMESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-promesa
           PERFORM 1210-Pasar-promesa UNTIL FS-PROMESAS = "10"
           CLOSE ARCH-PROMESAS
           DISPLAY "Promesas en archivo: " WSV-CANT-PROMESAS
           .
       1210-Pasar-promesa.
      *    El archivo se regraba entero: seguir con la tabla llena
      *    dejaria promesas afuera, asi que el desborde anula.
           IF WSV-CANT-PROMESAS >= 999
               MOVE "Archivo demasiado grande para regrabar"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "PROMESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-PROMESAS
           MOVE REGISTRO-PROMESA TO WST-PRO-REG(WSV-CANT-PROMESAS)
           MOVE ZERO TO WST-PRO-PAGADO(WSV-CANT-PROMESAS)
           MOVE "N" TO WST-PRO-SALDADA(WSV-CANT-PROMESAS)
           MOVE SPACE TO WST-PRO-CAMBIO(WSV-CANT-PROMESAS)
           IF PRO-VIGENTE
               ADD 1 TO CTRL-CANT-VIGENTES
           END-IF
           PERFORM 7010-Leer-promesa
           .
      *Respalda PROMESAS.TXT antes de regrabarlo.
       1300-Respaldar-archivo.
           MOVE "PROMESAS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "PROMESAS." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
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
           PERFORM 5100-Aplicar-pagos
           PERFORM 5200-Evaluar-promesa
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           PERFORM 5500-Emitir-listado
           .
      *Suma a cada promesa vigente los pagos del cliente hechos
      *entre el alta y la fecha prometida. Un pago aplicado (A) deja
      *al cliente sin deuda, y eso cumple la promesa cualquiera sea
      *el monto.
       5100-Aplicar-pagos.
           OPEN INPUT ARCH-APLICADOS
           IF FS-APLICADOS NOT = "00"
               DISPLAY "**** No hay PAGOS_APLICADOS.TXT, ninguna "
                       "promesa se da por cumplida"
           ELSE
               PERFORM 7020-Leer-aplicado
               PERFORM 5110-Aplicar-pago UNTIL FS-APLICADOS = "10"
               CLOSE ARCH-APLICADOS
           END-IF
           .
       5110-Aplicar-pago.
           IF APL-APLICADO OR APL-PARCIAL
               PERFORM 5150-Buscar-promesa
               IF WSV-IDX-HALLADO NOT = ZERO
                   ADD 1 TO CTRL-CANT-PAGOS
                   ADD APL-MONTO TO WST-PRO-PAGADO(WSV-IDX-HALLADO)
                   IF APL-APLICADO
                       MOVE "S" TO WST-PRO-SALDADA(WSV-IDX-HALLADO)
                   END-IF
               END-IF
           END-IF
           PERFORM 7020-Leer-aplicado
           .
      *Busca la promesa vigente del cliente del pago cuyo periodo
      *(alta a fecha prometida) incluye la fecha del pago; deja su
      *posicion en WSV-IDX-HALLADO (cero si no hay).
       5150-Buscar-promesa.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-PRO
           PERFORM 5155-Comparar-promesa
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           .
       5155-Comparar-promesa.
           IF (WST-PRO-NRO-CLIE(WSV-IDX-PRO) = APL-NRO-CLIE)
                   AND (WST-PRO-ESTADO(WSV-IDX-PRO) = "V")
                   AND (APL-FECHA >= WST-PRO-FECHA-ALTA(WSV-IDX-PRO))
                   AND (APL-FECHA
                       <= WST-PRO-FECHA-PROMESA(WSV-IDX-PRO))
               MOVE WSV-IDX-PRO TO WSV-IDX-HALLADO
               MOVE WSV-CANT-PROMESAS TO WSV-IDX-PRO
           END-IF
           ADD 1 TO WSV-IDX-PRO
           .
      *Cierra la promesa vigente: cumplida si se cubrio, incumplida
      *si ya paso la fecha prometida; si no, sigue vigente.
       5200-Evaluar-promesa.
           IF WST-PRO-ESTADO(WSV-IDX-PRO) = "V"
               IF (WST-PRO-PAGADO(WSV-IDX-PRO)
                       >= WST-PRO-MONTO(WSV-IDX-PRO))
                       OR (WST-PRO-SALDADA(WSV-IDX-PRO) = "S")
                   MOVE "C" TO WST-PRO-ESTADO(WSV-IDX-PRO)
                   MOVE "C" TO WST-PRO-CAMBIO(WSV-IDX-PRO)
                   ADD 1 TO CTRL-CANT-CUMPLIDAS
               ELSE
               IF WSV-FECHA-CORTE > WST-PRO-FECHA-PROMESA(WSV-IDX-PRO)
                   MOVE "I" TO WST-PRO-ESTADO(WSV-IDX-PRO)
                   MOVE "I" TO WST-PRO-CAMBIO(WSV-IDX-PRO)
                   ADD 1 TO CTRL-CANT-INCUMPLIDAS
                   ADD WST-PRO-MONTO(WSV-IDX-PRO)
                       TO CTRL-MONTO-INCUMPLIDO
                   PERFORM 5250-Anotar-cobrador
               ELSE
                   ADD 1 TO CTRL-CANT-SIGUEN
               END-IF
               END-IF
           END-IF
           .
      *Agrega el cobrador de la promesa incumplida a WST-COBRADORES
      *si todavia no esta.
       5250-Anotar-cobrador.
           SET COB-NO-ENCONTRADO TO TRUE
           MOVE 1 TO WSV-IDX-COB-BUS
           PERFORM 5255-Comparar-cobrador
               UNTIL WSV-IDX-COB-BUS > WSV-CANT-COBRADORES
           IF COB-NO-ENCONTRADO
               IF WSV-CANT-COBRADORES < 200
                   ADD 1 TO WSV-CANT-COBRADORES
                   MOVE WST-PRO-OPERADOR(WSV-IDX-PRO)
                       TO WST-COB-LEGAJO(WSV-CANT-COBRADORES)
               ELSE
                   DISPLAY "**** WST-COBRADORES llena (200 items), "
                           "el legajo " WST-PRO-OPERADOR(WSV-IDX-PRO)
                           " no sale en el listado"
               END-IF
           END-IF
           .
       5255-Comparar-cobrador.
           IF WST-COB-LEGAJO(WSV-IDX-COB-BUS)
                   = WST-PRO-OPERADOR(WSV-IDX-PRO)
               SET COB-SI-ENCONTRADO TO TRUE
               MOVE WSV-CANT-COBRADORES TO WSV-IDX-COB-BUS
           END-IF
           ADD 1 TO WSV-IDX-COB-BUS
           .
      *Listado de promesas incumplidas, un bloque por cobrador.
       5500-Emitir-listado.
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "PROMESAS_INCUMPLIDAS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           PERFORM 7100-Abrir-listado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PROMESAS DE PAGO INCUMPLIDAS - CORTE " DELIMITED
                  BY SIZE
                  WSV-FECHA-CORTE DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           PERFORM 5600-Listar-cobrador
               VARYING WSV-IDX-COB FROM 1 BY 1
               UNTIL WSV-IDX-COB > WSV-CANT-COBRADORES
           MOVE CTRL-MONTO-INCUMPLIDO TO WSV-TOTAL-EDITADO
           STRING "TOTAL INCUMPLIDAS: " DELIMITED BY SIZE
                  CTRL-CANT-INCUMPLIDAS DELIMITED BY SIZE
                  "  MONTO: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           STRING "CUMPLIDAS: " DELIMITED BY SIZE
                  CTRL-CANT-CUMPLIDAS DELIMITED BY SIZE
                  "  SIGUEN VIGENTES: " DELIMITED BY SIZE
                  CTRL-CANT-SIGUEN DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           CLOSE SALIDA-LISTADO
           DISPLAY "Listado de incumplidas: " WSV-NOMBRE-LISTADO
           .
      *Bloque de un cobrador: nombre segun OPERADORES.TXT, sus
      *promesas incumplidas en la corrida y el subtotal.
       5600-Listar-cobrador.
           MOVE WST-COB-LEGAJO(WSV-IDX-COB) TO SGN-LEGAJO
           MOVE SPACES TO SGN-NOMBRE
           CALL "RSIGNON" USING SGN-PEDIDO
           MOVE ZERO TO SUB-CANT-INCUMPLIDAS
           MOVE ZERO TO SUB-MONTO-INCUMPLIDO
           STRING "COBRADOR " DELIMITED BY SIZE
                  SGN-LEGAJO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SGN-NOMBRE DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           MOVE "  CLI ALTA     PROMETIO    MONTO   PAGADO"
               TO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5610-Listar-incumplida
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           MOVE SUB-MONTO-INCUMPLIDO TO WSV-TOTAL-EDITADO
           STRING "  SUBTOTAL COBRADOR " DELIMITED BY SIZE
                  SGN-LEGAJO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  SUB-CANT-INCUMPLIDAS DELIMITED BY SIZE
                  " PROMESAS  MONTO: " DELIMITED BY SIZE
                  WSV-TOTAL-EDITADO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5890-Escribir-linea
           PERFORM 5890-Escribir-linea
           .
       5610-Listar-incumplida.
           IF (WST-PRO-CAMBIO(WSV-IDX-PRO) = "I")
                   AND (WST-PRO-OPERADOR(WSV-IDX-PRO)
                       = WST-COB-LEGAJO(WSV-IDX-COB))
               ADD 1 TO SUB-CANT-INCUMPLIDAS
               ADD WST-PRO-MONTO(WSV-IDX-PRO) TO SUB-MONTO-INCUMPLIDO
               MOVE WST-PRO-MONTO(WSV-IDX-PRO) TO WSV-IMPORTE-EDITADO
               MOVE WST-PRO-PAGADO(WSV-IDX-PRO) TO WSV-PAGADO-EDITADO
               STRING "  " DELIMITED BY SIZE
                      WST-PRO-NRO-CLIE(WSV-IDX-PRO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-PRO-FECHA-ALTA(WSV-IDX-PRO)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-PRO-FECHA-PROMESA(WSV-IDX-PRO)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-IMPORTE-EDITADO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSV-PAGADO-EDITADO DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5890-Escribir-linea
           END-IF
           .
       5890-Escribir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-promesa.
           READ ARCH-PROMESAS
           .
       7020-Leer-aplicado.
           READ ARCH-APLICADOS
           .
      *Regraba PROMESAS.TXT con las promesas que siguen vigentes; las
      *cerradas van antes al historico del dia, asi un error al
      *abrirlo anula la corrida sin haber pisado PROMESAS.TXT.
       7050-Grabar-promesas.
           PERFORM 7070-Archivar-si-cerrada
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           IF CTRL-CANT-ARCHIVADAS > ZERO
               CLOSE PROMESAS-HIST
               DISPLAY "Promesas cerradas en " WSV-NOMBRE-PRO-HIST
           END-IF
           OPEN OUTPUT ARCH-PROMESAS
           IF FS-PROMESAS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PROMESAS TO WSV-ANULADO-CODIGO
               MOVE "PROMESAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7060-Escribir-promesa
               VARYING WSV-IDX-PRO FROM 1 BY 1
               UNTIL WSV-IDX-PRO > WSV-CANT-PROMESAS
           CLOSE ARCH-PROMESAS
           .
       7060-Escribir-promesa.
           IF WST-PRO-ESTADO(WSV-IDX-PRO) = "V"
               MOVE WST-PRO-REG(WSV-IDX-PRO) TO REGISTRO-PROMESA
               WRITE REGISTRO-PROMESA
           END-IF
           .
      *El historico se abre con la primera promesa cerrada y se
      *agrega al del dia si ya existe.
       7070-Archivar-si-cerrada.
           IF WST-PRO-ESTADO(WSV-IDX-PRO) NOT = "V"
               IF CTRL-CANT-ARCHIVADAS = ZERO
                   PERFORM 7080-Abrir-historico
               END-IF
               MOVE WST-PRO-REG(WSV-IDX-PRO) TO LINEA-PROMESA-HIST
               WRITE LINEA-PROMESA-HIST
               ADD 1 TO CTRL-CANT-ARCHIVADAS
           END-IF
           .
       7080-Abrir-historico.
           MOVE SPACES TO WSV-NOMBRE-PRO-HIST
           STRING "PROMESAS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PRO-HIST
           OPEN EXTEND PROMESAS-HIST
           IF FS-PROMESAS-HIST NOT = "00"
               OPEN OUTPUT PROMESAS-HIST
           END-IF
           IF FS-PROMESAS-HIST NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PROMESAS-HIST TO WSV-ANULADO-CODIGO
               MOVE "PROMESAS-HIST" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
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
           MOVE "ProgPromes"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7050-Grabar-promesas
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Fecha de corte:        " WSV-FECHA-CORTE
           DISPLAY "Promesas vigentes:     " CTRL-CANT-VIGENTES
           DISPLAY "Pagos imputados:       " CTRL-CANT-PAGOS
           DISPLAY "Cumplidas:             " CTRL-CANT-CUMPLIDAS
           DISPLAY "Incumplidas:           " CTRL-CANT-INCUMPLIDAS
                   "  Monto: " CTRL-MONTO-INCUMPLIDO
           DISPLAY "Siguen vigentes:       " CTRL-CANT-SIGUEN
           DISPLAY "Pasadas a historico:   " CTRL-CANT-ARCHIVADAS
           DISPLAY "Cobradores en listado: " WSV-CANT-COBRADORES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
