      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de revision de lineas retenidas
      *    Herramienta del supervisor sobre PRECIO_EXCEPCIONES.TXT y
      *    DUPLICADOS.TXT, los servicios que ProgApareo no debito
      *    por desvio de precio o por venir repetidos. Lista cada
      *    linea retenida y permite decidirla, con una nota:
      *    - Liberar: el servicio pasa a PENDIENTES.TXT, que la
      *      corrida siguiente mezcla con SERVICIOS, y la linea queda
      *      en RETENIDOS_LIBERADOS.TXT para que esa corrida no la
      *      vuelva a retener.
      *    - Descartar: la linea sale del archivo y queda en el
      *      registro de descartes del dia
      *      (RETENIDOS_DESCARTADOS.AAAAMMDD.TXT); no se debita nunca.
      *    - Retener: sigue esperando con la nota; ProgApareo la
      *      arrastra.
      *    Solo trabaja un supervisor o administrador (RSIGNON). Cada
      *    decision queda en ANULADO.LOG con su legajo. Los archivos
      *    se respaldan con fecha antes de regrabarse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgRetenidos.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               16/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PRECIO-EXC ASSIGN DYNAMIC WSV-NOMBRE-PRECIO-EXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRECIO-EXC.

           SELECT ARCH-DUPLICADOS ASSIGN DYNAMIC WSV-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUPLICADOS.

           SELECT ARCH-PENDIENTES ASSIGN DYNAMIC WSV-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PENDIENTES.

           SELECT ARCH-LIBERADOS ASSIGN DYNAMIC WSV-NOMBRE-LIBERADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIBERADOS.

           SELECT ARCH-DESCARTES ASSIGN DYNAMIC WSV-NOMBRE-DESCARTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DESCARTES.
      *Archivo generico usado para respaldar los archivos que se
      *regraban con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada decision del supervisor.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *PRECIO_EXCEPCIONES.TXT y DUPLICADOS.TXT se trabajan como
      *lineas crudas (layouts en WSV-PEXC-VISTA y WSV-DUP-VISTA).
           FD ARCH-PRECIO-EXC.
               01 LINEA-PRECIO-EXC             PIC X(80).

           FD ARCH-DUPLICADOS.
               01 LINEA-DUPLICADO              PIC X(75).
      *
      *PENDIENTES.TXT (mismo layout que SERVICIOS) como lineas
      *crudas.
           FD ARCH-PENDIENTES.
               01 LINEA-PENDIENTE              PIC X(32).
      *
      *Archivo RETENIDOS_LIBERADOS (mismo layout que lee ProgApareo)
      *Origen (P precio / D duplicado) | Cliente | Cuenta | Servicio |
      *Monto | Fecha del servicio | Fecha de liberacion | Legajo
           FD ARCH-LIBERADOS.
               01 REGISTRO-LIBERADO.
                   02 RLB-ORIGEN               PIC X(01).
                   02 RLB-NRO-CLIE             PIC 9(03).
                   02 RLB-NRO-CTA              PIC 9(02).
                   02 RLB-COD-SERV             PIC X(03).
                   02 RLB-MONTO                PIC 999V99.
                   02 RLB-FECHA-SERV           PIC 9(08).
                   02 RLB-FECHA                PIC 9(08).
                   02 RLB-OPERADOR             PIC 9(03).
      *
      *Registro de descartes del dia: fecha y legajo de la decision,
      *origen y la linea retenida tal como estaba, con su nota.
           FD ARCH-DESCARTES.
               01 REGISTRO-DESCARTE.
                   02 DSC-FECHA                PIC 9(08).
                   02 DSC-OPERADOR             PIC 9(03).
                   02 DSC-ORIGEN               PIC X(01).
                   02 DSC-LINEA                PIC X(80).
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
               02 FS-PRECIO-EXC                PIC X(02) VALUE ZEROES.
               02 FS-DUPLICADOS                PIC X(02) VALUE ZEROES.
               02 FS-PENDIENTES                PIC X(02) VALUE ZEROES.
               02 FS-LIBERADOS                 PIC X(02) VALUE ZEROES.
               02 FS-DESCARTES                 PIC X(02) VALUE ZEROES.
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

      *Pedido a la rutina DIFFECHA (dias entre dos fechas).
           COPY TAB-DIFDIA.

      *Nombres de los archivos, con el sufijo de particion cuando el
      *apareo corrio particionado (mismo criterio que ProgApareo).
           01 WSV-SUFIJO-PARTICION             PIC X(04) VALUE SPACES.
           01 WSV-TROZO-SUFIJO                 PIC X(05) VALUE SPACES.
           01 WSV-NOMBRE-PRECIO-EXC            PIC X(40).
           01 WSV-NOMBRE-DUPLICADOS            PIC X(40).
           01 WSV-NOMBRE-PENDIENTES            PIC X(40).
           01 WSV-NOMBRE-LIBERADOS             PIC X(40).
           01 WSV-NOMBRE-DESCARTES             PIC X(40).

      *Lineas retenidas de los dos archivos en memoria, en el orden
      *de los archivos, con la decision y la nota de la sesion
      *(decision en blanco: no se toco, sigue retenida como estaba).
           01 WST-RETENIDAS.
               02 WST-RTN-DET               OCCURS 400 TIMES.
                   03 WST-RTN-ORIGEN        PIC X(01).
                   03 WST-RTN-LINEA         PIC X(80).
                   03 WST-RTN-DECISION      PIC X(01).
                   03 WST-RTN-NOTA          PIC X(30).
           01 WSV-CANT-RETENIDAS               PIC 9(03) VALUE ZERO.
           01 WSV-CANT-PRECIO                  PIC 9(03) VALUE ZERO.
           01 WSV-CANT-DUPLICADOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-RTN                      PIC 9(04).

      *Vista por posiciones de una linea de PRECIO_EXCEPCIONES (mismo
      *layout que REGISTRO-SALIDA-PRECIO-EXC en ProgApareo).
           01 WSV-PEXC-VISTA.
               02 WSV-PEX-NRO-CLIE             PIC 9(03).
               02 WSV-PEX-COD-SERV             PIC X(03).
               02 WSV-PEX-MONTO                PIC 999V99.
               02 WSV-PEX-PRECIO-LISTA         PIC 999V99.
               02 WSV-PEX-DESVIO               PIC 9(03)V99.
               02 WSV-PEX-PROVEEDOR            PIC X(03).
               02 WSV-PEX-MONEDA               PIC X(03).
               02 WSV-PEX-FECHA-SERV           PIC X(08).
               02 WSV-PEX-TIPO                 PIC X(01).
               02 WSV-PEX-NRO-CUOTA            PIC X(02).
               02 WSV-PEX-TOT-CUOTAS           PIC X(02).
               02 WSV-PEX-NRO-CTA              PIC X(02).
               02 WSV-PEX-FECHA-RET            PIC X(08).
               02 WSV-PEX-NOTA                 PIC X(30).

      *Vista por posiciones de una linea de DUPLICADOS (mismo layout
      *que REGISTRO-SALIDA-DUPLICADO en ProgApareo).
           01 WSV-DUP-VISTA.
               02 WSV-DUP-NRO-CLIE             PIC 9(03).
               02 WSV-DUP-COD-SERV             PIC X(03).
               02 WSV-DUP-MONTO-PRIMERO        PIC 999V99.
               02 WSV-DUP-MONTO-REPETIDO       PIC 999V99.
               02 WSV-DUP-MONEDA               PIC X(03).
               02 WSV-DUP-FECHA-SERV           PIC X(08).
               02 WSV-DUP-TIPO                 PIC X(01).
               02 WSV-DUP-NRO-CUOTA            PIC X(02).
               02 WSV-DUP-TOT-CUOTAS           PIC X(02).
               02 WSV-DUP-PROVEEDOR            PIC X(03).
               02 WSV-DUP-NRO-CTA              PIC X(02).
               02 WSV-DUP-FECHA-RET            PIC X(08).
               02 WSV-DUP-NOTA                 PIC X(30).
               02 FILLER                       PIC X(05).

      *Linea comun a los dos origenes, armada para listar, liberar y
      *medir la antiguedad sin mirar de que archivo vino.
           01 WSV-COMUN.
               02 WSV-COM-SERVICIO.
                   03 WSV-COM-NRO-CLIE         PIC 9(03).
                   03 WSV-COM-COD-SERV         PIC X(03).
                   03 WSV-COM-MONTO            PIC 999V99.
                   03 WSV-COM-MONEDA           PIC X(03).
                   03 WSV-COM-FECHA-SERV       PIC X(08).
                   03 WSV-COM-TIPO             PIC X(01).
                   03 WSV-COM-NRO-CUOTA        PIC X(02).
                   03 WSV-COM-TOT-CUOTAS       PIC X(02).
                   03 WSV-COM-PROVEEDOR        PIC X(03).
                   03 WSV-COM-NRO-CTA          PIC X(02).
               02 WSV-COM-REFERENCIA           PIC 999V99.
               02 WSV-COM-FECHA-RET            PIC X(08).
               02 WSV-COM-NOTA                 PIC X(30).
           77 WSS-LIBERABLE                    PIC X(01) VALUE "N".
               88 LINEA-LIBERABLE              VALUE "S".
               88 LINEA-NO-LIBERABLE           VALUE "N".

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

      *Operacion pedida en el menu del supervisor.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-DECIDIR               VALUE "D".
               88 OPCION-FIN                   VALUE "F".
           01 WSV-LINEA-BUSCADA                PIC 9(03) VALUE ZERO.
           01 WSV-DECISION                     PIC X(01) VALUE SPACE.
               88 DECISION-VALIDA              VALUES "L" "D" "R".
               88 DECISION-LIBERAR             VALUE "L".
               88 DECISION-DESCARTAR           VALUE "D".
           01 WSV-NOTA-NUEVA                   PIC X(30).
           01 WSV-DECISION-LINEA               PIC X(01).
           01 WSV-MONTO-EDITADO                PIC ZZ9.99.
           01 WSV-REFER-EDITADO                PIC ZZ9.99.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-FECHA-HOY-DET REDEFINES WSV-FECHA-HOY.
               02 WSV-HOY-ANIO                 PIC 9(04).
               02 WSV-HOY-MES                  PIC 9(02).
               02 WSV-HOY-DIA                  PIC 9(02).

      *Antiguedad de lo que sigue retenido al salir, por tramos.
           01 WSV-FECHA-RETENCION              PIC 9(08).
           01 WSV-FECHA-RET-DET REDEFINES WSV-FECHA-RETENCION.
               02 WSV-RET-ANIO                 PIC 9(04).
               02 WSV-RET-MES                  PIC 9(02).
               02 WSV-RET-DIA                  PIC 9(02).
           01 WSV-FECHA-MAS-VIEJA              PIC 9(08) VALUE ZERO.

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-LIBERADAS-PRECIO        PIC 9(03) VALUE ZERO.
               02 CTRL-LIBERADAS-DUPLIC        PIC 9(03) VALUE ZERO.
               02 CTRL-DESCARTADAS             PIC 9(03) VALUE ZERO.
               02 CTRL-RETENIDAS-CON-NOTA      PIC 9(03) VALUE ZERO.
               02 CTRL-SIGUEN-RETENIDAS        PIC 9(03) VALUE ZERO.
               02 CTRL-HASTA-30                PIC 9(03) VALUE ZERO.
               02 CTRL-HASTA-90                PIC 9(03) VALUE ZERO.
               02 CTRL-MAS-90                  PIC 9(03) VALUE ZERO.
               02 CTRL-SIN-FECHA               PIC 9(03) VALUE ZERO.

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
           PERFORM 1200-Cargar-precio-exc
           PERFORM 1250-Cargar-duplicados
           IF WSV-CANT-RETENIDAS = ZERO
               DISPLAY "**** No hay lineas retenidas, nada que revisar"
               PERFORM 9999-Stop-Run
           END-IF
           PERFORM 1300-Cargar-pendientes
           PERFORM 1400-Respaldar-archivos
           .
      *Liberar o descartar una retencion es decidir sobre plata del
      *cliente: lo firma un supervisor o administrador.
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
       1100-Armar-nombres.
           MOVE SPACES TO WSV-TROZO-SUFIJO
           IF WSV-SUFIJO-PARTICION NOT = SPACES
               STRING "." DELIMITED BY SIZE
                      WSV-SUFIJO-PARTICION DELIMITED BY SPACE
                      INTO WSV-TROZO-SUFIJO
           END-IF
           MOVE SPACES TO WSV-NOMBRE-PRECIO-EXC
           STRING "PRECIO_EXCEPCIONES" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PRECIO-EXC
           MOVE SPACES TO WSV-NOMBRE-DUPLICADOS
           STRING "DUPLICADOS" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DUPLICADOS
           MOVE SPACES TO WSV-NOMBRE-PENDIENTES
           STRING "PENDIENTES" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PENDIENTES
           MOVE SPACES TO WSV-NOMBRE-LIBERADOS
           STRING "RETENIDOS_LIBERADOS" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LIBERADOS
           MOVE SPACES TO WSV-NOMBRE-DESCARTES
           STRING "RETENIDOS_DESCARTADOS." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESCARTES
           .
      *Cualquiera de los dos archivos puede no existir (la corrida no
      *retuvo nada de ese tipo): esa fuente queda vacia.
       1200-Cargar-precio-exc.
           OPEN INPUT ARCH-PRECIO-EXC
           IF FS-PRECIO-EXC NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-PRECIO-EXC
           ELSE
               PERFORM 7010-Leer-precio-exc
               PERFORM 1210-Pasar-precio-exc
                   UNTIL (FS-PRECIO-EXC = "10")
                   OR (WSV-CANT-RETENIDAS >= 400)
      *        Con la tabla llena la regrabacion final perderia las
      *        lineas que no entraron.
               IF FS-PRECIO-EXC NOT = "10"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PRECIO-EXC" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-PRECIO-EXC
           END-IF
           DISPLAY "Excepciones de precio cargadas: " WSV-CANT-PRECIO
           .
       1210-Pasar-precio-exc.
           ADD 1 TO WSV-CANT-RETENIDAS
           ADD 1 TO WSV-CANT-PRECIO
           MOVE "P" TO WST-RTN-ORIGEN(WSV-CANT-RETENIDAS)
           MOVE LINEA-PRECIO-EXC TO WST-RTN-LINEA(WSV-CANT-RETENIDAS)
           MOVE SPACE TO WST-RTN-DECISION(WSV-CANT-RETENIDAS)
           MOVE SPACES TO WST-RTN-NOTA(WSV-CANT-RETENIDAS)
           PERFORM 7010-Leer-precio-exc
           .
       1250-Cargar-duplicados.
           OPEN INPUT ARCH-DUPLICADOS
           IF FS-DUPLICADOS NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-DUPLICADOS
           ELSE
               PERFORM 7020-Leer-duplicado
               PERFORM 1260-Pasar-duplicado
                   UNTIL (FS-DUPLICADOS = "10")
                   OR (WSV-CANT-RETENIDAS >= 400)
               IF FS-DUPLICADOS NOT = "10"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "DUPLICADOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-DUPLICADOS
           END-IF
           DISPLAY "Repeticiones cargadas: " WSV-CANT-DUPLICADOS
           .
       1260-Pasar-duplicado.
           ADD 1 TO WSV-CANT-RETENIDAS
           ADD 1 TO WSV-CANT-DUPLICADOS
           MOVE "D" TO WST-RTN-ORIGEN(WSV-CANT-RETENIDAS)
           MOVE LINEA-DUPLICADO TO WST-RTN-LINEA(WSV-CANT-RETENIDAS)
           MOVE SPACE TO WST-RTN-DECISION(WSV-CANT-RETENIDAS)
           MOVE SPACES TO WST-RTN-NOTA(WSV-CANT-RETENIDAS)
           PERFORM 7020-Leer-duplicado
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
               PERFORM 7030-Leer-pendiente
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
           PERFORM 7030-Leer-pendiente
           .
      *Respalda los tres archivos que se regraban al salir.
       1400-Respaldar-archivos.
           MOVE WSV-NOMBRE-PRECIO-EXC TO WSV-NOMBRE-ORIGEN
           MOVE "PRECIO_EXCEPCIONES." TO WSV-BASE-NOMBRE
           PERFORM 1410-Armar-destino
           PERFORM 1420-Copiar-archivo
           MOVE WSV-NOMBRE-DUPLICADOS TO WSV-NOMBRE-ORIGEN
           MOVE "DUPLICADOS." TO WSV-BASE-NOMBRE
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
           DISPLAY "Operacion: (L)istar retenidas (D)ecidir linea "
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
      *Origen P: desvio de precio (la referencia es el precio de
      *lista). Origen D: repeticion (la referencia es el importe de
      *la primera aparicion, la que se debito).
       5300-Listar.
           DISPLAY " "
           DISPLAY "----- Lineas retenidas ----"
           DISPLAY "Lin O Cli Ct Srv  Monto  Refer Fecha    Prv "
                   "Retenida Dec Nota"
           PERFORM 5310-Mostrar-linea
               VARYING WSV-IDX-RTN FROM 1 BY 1
               UNTIL WSV-IDX-RTN > WSV-CANT-RETENIDAS
           .
       5310-Mostrar-linea.
           PERFORM 5500-Armar-comun
           MOVE WSV-COM-MONTO TO WSV-MONTO-EDITADO
           MOVE WSV-COM-REFERENCIA TO WSV-REFER-EDITADO
           IF WST-RTN-DECISION(WSV-IDX-RTN) = SPACE
               MOVE "-" TO WSV-DECISION-LINEA
           ELSE
               MOVE WST-RTN-DECISION(WSV-IDX-RTN) TO WSV-DECISION-LINEA
           END-IF
           IF WST-RTN-NOTA(WSV-IDX-RTN) NOT = SPACES
               MOVE WST-RTN-NOTA(WSV-IDX-RTN) TO WSV-COM-NOTA
           END-IF
           DISPLAY WSV-IDX-RTN (2:3) " "
                   WST-RTN-ORIGEN(WSV-IDX-RTN) " "
                   WSV-COM-NRO-CLIE " " WSV-COM-NRO-CTA " "
                   WSV-COM-COD-SERV " " WSV-MONTO-EDITADO " "
                   WSV-REFER-EDITADO " " WSV-COM-FECHA-SERV " "
                   WSV-COM-PROVEEDOR " " WSV-COM-FECHA-RET "  "
                   WSV-DECISION-LINEA "  " WSV-COM-NOTA
           .
      *Pide el numero de linea del listado, la muestra y anota la
      *decision con su nota.
       5400-Decidir.
           DISPLAY "Linea a decidir (numero del listado): "
           ACCEPT WSV-LINEA-BUSCADA
           IF (WSV-LINEA-BUSCADA = ZERO)
                   OR (WSV-LINEA-BUSCADA > WSV-CANT-RETENIDAS)
               DISPLAY "**** No hay linea " WSV-LINEA-BUSCADA
                       " en el listado"
           ELSE
               MOVE WSV-LINEA-BUSCADA TO WSV-IDX-RTN
               PERFORM 5310-Mostrar-linea
      *        La decision arranca invalida para que el pedido corra
      *        siempre, aun despues de una decision anterior.
               MOVE SPACE TO WSV-DECISION
               PERFORM 5420-Pedir-decision
                   UNTIL DECISION-VALIDA
               DISPLAY "Nota del supervisor: "
               ACCEPT WSV-NOTA-NUEVA
               MOVE WSV-DECISION TO WST-RTN-DECISION(WSV-IDX-RTN)
               MOVE WSV-NOTA-NUEVA TO WST-RTN-NOTA(WSV-IDX-RTN)
               DISPLAY "Linea " WSV-LINEA-BUSCADA " marcada ["
                       WSV-DECISION "]"
           END-IF
           .
      *Una linea vieja, grabada antes de que el apareo dejara el
      *resto del servicio, no se puede volver a presentar: solo se
      *descarta o se retiene.
       5420-Pedir-decision.
           DISPLAY "Decision: (L)iberar (D)escartar (R)etener: "
           ACCEPT WSV-DECISION
           IF NOT DECISION-VALIDA
               DISPLAY "**** Responda L, D o R"
           ELSE
               IF DECISION-LIBERAR AND LINEA-NO-LIBERABLE
                   DISPLAY "**** La linea no trae los datos completos "
                           "del servicio, solo D o R"
                   MOVE SPACE TO WSV-DECISION
               END-IF
           END-IF
           .
      *Deja en WSV-COMUN la linea WSV-IDX-RTN, venga del archivo que
      *venga, y marca si trae lo necesario para liberarla.
       5500-Armar-comun.
           INITIALIZE WSV-COMUN
           IF WST-RTN-ORIGEN(WSV-IDX-RTN) = "P"
               MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO WSV-PEXC-VISTA
               MOVE WSV-PEX-NRO-CLIE TO WSV-COM-NRO-CLIE
               MOVE WSV-PEX-COD-SERV TO WSV-COM-COD-SERV
               MOVE WSV-PEX-MONTO TO WSV-COM-MONTO
               MOVE WSV-PEX-MONEDA TO WSV-COM-MONEDA
               MOVE WSV-PEX-FECHA-SERV TO WSV-COM-FECHA-SERV
               MOVE WSV-PEX-TIPO TO WSV-COM-TIPO
               MOVE WSV-PEX-NRO-CUOTA TO WSV-COM-NRO-CUOTA
               MOVE WSV-PEX-TOT-CUOTAS TO WSV-COM-TOT-CUOTAS
               MOVE WSV-PEX-PROVEEDOR TO WSV-COM-PROVEEDOR
               MOVE WSV-PEX-NRO-CTA TO WSV-COM-NRO-CTA
               MOVE WSV-PEX-PRECIO-LISTA TO WSV-COM-REFERENCIA
               MOVE WSV-PEX-FECHA-RET TO WSV-COM-FECHA-RET
               MOVE WSV-PEX-NOTA TO WSV-COM-NOTA
           ELSE
               MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO WSV-DUP-VISTA
               MOVE WSV-DUP-NRO-CLIE TO WSV-COM-NRO-CLIE
               MOVE WSV-DUP-COD-SERV TO WSV-COM-COD-SERV
               MOVE WSV-DUP-MONTO-REPETIDO TO WSV-COM-MONTO
               MOVE WSV-DUP-MONEDA TO WSV-COM-MONEDA
               MOVE WSV-DUP-FECHA-SERV TO WSV-COM-FECHA-SERV
               MOVE WSV-DUP-TIPO TO WSV-COM-TIPO
               MOVE WSV-DUP-NRO-CUOTA TO WSV-COM-NRO-CUOTA
               MOVE WSV-DUP-TOT-CUOTAS TO WSV-COM-TOT-CUOTAS
               MOVE WSV-DUP-PROVEEDOR TO WSV-COM-PROVEEDOR
               MOVE WSV-DUP-NRO-CTA TO WSV-COM-NRO-CTA
               MOVE WSV-DUP-MONTO-PRIMERO TO WSV-COM-REFERENCIA
               MOVE WSV-DUP-FECHA-RET TO WSV-COM-FECHA-RET
               MOVE WSV-DUP-NOTA TO WSV-COM-NOTA
           END-IF
           IF (WSV-COM-MONEDA NOT = SPACES)
                   AND (WSV-COM-FECHA-SERV IS NUMERIC)
               SET LINEA-LIBERABLE TO TRUE
           ELSE
               SET LINEA-NO-LIBERABLE TO TRUE
           END-IF
           .
      *Aplica las decisiones de la sesion: la linea liberada se
      *inserta en PENDIENTES y va a RETENIDOS_LIBERADOS, la
      *descartada va al registro de descartes y la que no se decidio
      *(o quedo en R) vuelve a su archivo, con la nota nueva si la
      *hay.
       5600-Aplicar-decisiones.
           MOVE ZERO TO WSV-FECHA-MAS-VIEJA
           PERFORM 5610-Aplicar-una-linea
               VARYING WSV-IDX-RTN FROM 1 BY 1
               UNTIL WSV-IDX-RTN > WSV-CANT-RETENIDAS
           .
       5610-Aplicar-una-linea.
           PERFORM 5500-Armar-comun
           IF WST-RTN-NOTA(WSV-IDX-RTN) NOT = SPACES
               PERFORM 5620-Poner-nota
           END-IF
           IF WST-RTN-DECISION(WSV-IDX-RTN) = "L"
               PERFORM 5700-Insertar-pendiente
               PERFORM 7210-Escribir-liberado
               IF WST-RTN-ORIGEN(WSV-IDX-RTN) = "P"
                   ADD 1 TO CTRL-LIBERADAS-PRECIO
               ELSE
                   ADD 1 TO CTRL-LIBERADAS-DUPLIC
               END-IF
           ELSE
           IF WST-RTN-DECISION(WSV-IDX-RTN) = "D"
               PERFORM 7310-Escribir-descarte
               ADD 1 TO CTRL-DESCARTADAS
           ELSE
               IF WST-RTN-ORIGEN(WSV-IDX-RTN) = "P"
                   MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO LINEA-PRECIO-EXC
                   WRITE LINEA-PRECIO-EXC
               ELSE
                   MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO LINEA-DUPLICADO
                   WRITE LINEA-DUPLICADO
               END-IF
               IF WST-RTN-DECISION(WSV-IDX-RTN) = "R"
                   ADD 1 TO CTRL-RETENIDAS-CON-NOTA
               END-IF
               ADD 1 TO CTRL-SIGUEN-RETENIDAS
               PERFORM 5800-Medir-antiguedad
           END-IF
           END-IF
           .
      *La nota de la sesion pisa la que traia la linea.
       5620-Poner-nota.
           IF WST-RTN-ORIGEN(WSV-IDX-RTN) = "P"
               MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO WSV-PEXC-VISTA
               MOVE WST-RTN-NOTA(WSV-IDX-RTN) TO WSV-PEX-NOTA
               MOVE WSV-PEXC-VISTA TO WST-RTN-LINEA(WSV-IDX-RTN)
           ELSE
               MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO WSV-DUP-VISTA
               MOVE WST-RTN-NOTA(WSV-IDX-RTN) TO WSV-DUP-NOTA
               MOVE WSV-DUP-VISTA TO WST-RTN-LINEA(WSV-IDX-RTN)
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
           IF (WSV-COM-NRO-CTA IS NUMERIC)
                   AND (WSV-COM-NRO-CTA NOT = "00")
               MOVE WSV-COM-NRO-CTA TO WSV-CTA-CLAVE
           ELSE
               MOVE 01 TO WSV-CTA-CLAVE
           END-IF
           COMPUTE WSV-CLAVE-NUEVA =
                   WSV-COM-NRO-CLIE * 100 + WSV-CTA-CLAVE
           SET POSICION-NO-HALLADA TO TRUE
           MOVE 1 TO WSV-IDX-PEN
           PERFORM 5710-Buscar-posicion
               UNTIL POSICION-HALLADA
               OR (WSV-IDX-PEN > WSV-CANT-PENDIENTES)
           ADD 1 TO WSV-CANT-PENDIENTES
           PERFORM 5720-Correr-hacia-abajo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-PENDIENTES BY -1
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PEN
           MOVE WSV-COM-SERVICIO TO WST-PEN-LINEA(WSV-IDX-PEN)
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
      *Dias corridos desde la retencion (DIFFECHA) de lo que sigue
      *retenido, por tramos.
       5800-Medir-antiguedad.
           IF (WSV-COM-FECHA-RET IS NUMERIC)
                   AND (WSV-COM-FECHA-RET NOT = ZEROES)
               MOVE WSV-COM-FECHA-RET TO WSV-FECHA-RETENCION
               IF (WSV-FECHA-MAS-VIEJA = ZERO)
                       OR (WSV-FECHA-RETENCION < WSV-FECHA-MAS-VIEJA)
                   MOVE WSV-FECHA-RETENCION TO WSV-FECHA-MAS-VIEJA
               END-IF
               MOVE WSV-RET-DIA  TO DIF-DIA-DESDE
               MOVE WSV-RET-MES  TO DIF-MES-DESDE
               MOVE WSV-RET-ANIO TO DIF-ANIO-DESDE
               MOVE WSV-HOY-DIA  TO DIF-DIA-HASTA
               MOVE WSV-HOY-MES  TO DIF-MES-HASTA
               MOVE WSV-HOY-ANIO TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               IF DIF-DIAS-RESULT <= 30
                   ADD 1 TO CTRL-HASTA-30
               ELSE
                   IF DIF-DIAS-RESULT <= 90
                       ADD 1 TO CTRL-HASTA-90
                   ELSE
                       ADD 1 TO CTRL-MAS-90
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CTRL-SIN-FECHA
           END-IF
           .
      *Deja en ANULADO.LOG cada decision tomada en la sesion.
       5900-Registrar-decision.
           IF WST-RTN-DECISION(WSV-IDX-RTN) NOT = SPACE
               PERFORM 5500-Armar-comun
               ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
               ACCEPT LOG-ANUL-HORA  FROM TIME
               MOVE "ProgReteni"        TO LOG-ANUL-PROGRAMA
               IF WST-RTN-ORIGEN(WSV-IDX-RTN) = "P"
                   MOVE "PRECIO-EXC"    TO LOG-ANUL-OBJETO
               ELSE
                   MOVE "DUPLICADOS"    TO LOG-ANUL-OBJETO
               END-IF
               IF WST-RTN-DECISION(WSV-IDX-RTN) = "L"
                   MOVE "LIBER"         TO LOG-ANUL-CODIGO
               ELSE
               IF WST-RTN-DECISION(WSV-IDX-RTN) = "D"
                   MOVE "DESCA"         TO LOG-ANUL-CODIGO
               ELSE
                   MOVE "RETEN"         TO LOG-ANUL-CODIGO
               END-IF
               END-IF
               MOVE SPACES TO LOG-ANUL-DESCRIP
               STRING "Retenida cliente " DELIMITED BY SIZE
                      WSV-COM-NRO-CLIE DELIMITED BY SIZE
                      " serv " DELIMITED BY SIZE
                      WSV-COM-COD-SERV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-RTN-NOTA(WSV-IDX-RTN) DELIMITED BY SIZE
                      INTO LOG-ANUL-DESCRIP
               MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
               OPEN EXTEND ARCH-ANULADO-LOG
               IF FS-ANULADO-LOG NOT = "00"
                   OPEN OUTPUT ARCH-ANULADO-LOG
               END-IF
               WRITE REG-LOG-ANULADO
               CLOSE ARCH-ANULADO-LOG
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-precio-exc.
           READ ARCH-PRECIO-EXC
           .
       7020-Leer-duplicado.
           READ ARCH-DUPLICADOS
           .
       7030-Leer-pendiente.
           READ ARCH-PENDIENTES
           .
      *Regraba PRECIO_EXCEPCIONES.TXT y DUPLICADOS.TXT con lo que
      *sigue retenido, aplicando de paso las decisiones sobre
      *PENDIENTES en memoria, RETENIDOS_LIBERADOS y el registro de
      *descartes.
       7000-Grabar-retenidas.
           OPEN OUTPUT ARCH-PRECIO-EXC
               IF FS-PRECIO-EXC NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PRECIO-EXC TO WSV-ANULADO-CODIGO
                   MOVE "PRECIO-EXC" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           OPEN OUTPUT ARCH-DUPLICADOS
               IF FS-DUPLICADOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-DUPLICADOS TO WSV-ANULADO-CODIGO
                   MOVE "DUPLICADOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           OPEN EXTEND ARCH-LIBERADOS
           IF FS-LIBERADOS NOT = "00"
               OPEN OUTPUT ARCH-LIBERADOS
           END-IF
           OPEN EXTEND ARCH-DESCARTES
           IF FS-DESCARTES NOT = "00"
               OPEN OUTPUT ARCH-DESCARTES
           END-IF
           PERFORM 5600-Aplicar-decisiones
           CLOSE ARCH-DESCARTES
           CLOSE ARCH-LIBERADOS
           CLOSE ARCH-DUPLICADOS
           CLOSE ARCH-PRECIO-EXC
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
      *La linea liberada, para que la proxima corrida del apareo no
      *la vuelva a retener.
       7210-Escribir-liberado.
           MOVE WST-RTN-ORIGEN(WSV-IDX-RTN) TO RLB-ORIGEN
           MOVE WSV-COM-NRO-CLIE TO RLB-NRO-CLIE
           MOVE WSV-CTA-CLAVE TO RLB-NRO-CTA
           MOVE WSV-COM-COD-SERV TO RLB-COD-SERV
           MOVE WSV-COM-MONTO TO RLB-MONTO
           MOVE WSV-COM-FECHA-SERV TO RLB-FECHA-SERV
           MOVE WSV-FECHA-HOY TO RLB-FECHA
           MOVE SGN-LEGAJO TO RLB-OPERADOR
           WRITE REGISTRO-LIBERADO
           .
       7310-Escribir-descarte.
           MOVE WSV-FECHA-HOY TO DSC-FECHA
           MOVE SGN-LEGAJO TO DSC-OPERADOR
           MOVE WST-RTN-ORIGEN(WSV-IDX-RTN) TO DSC-ORIGEN
           MOVE WST-RTN-LINEA(WSV-IDX-RTN) TO DSC-LINEA
           WRITE REGISTRO-DESCARTE
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
           MOVE "ProgReteni"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-retenidas
           IF (CTRL-LIBERADAS-PRECIO + CTRL-LIBERADAS-DUPLIC) > ZERO
               PERFORM 7100-Grabar-pendientes
           END-IF
           PERFORM 5900-Registrar-decision
               VARYING WSV-IDX-RTN FROM 1 BY 1
               UNTIL WSV-IDX-RTN > WSV-CANT-RETENIDAS
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Liberadas por precio:     " CTRL-LIBERADAS-PRECIO
           DISPLAY "Liberadas por repeticion: " CTRL-LIBERADAS-DUPLIC
           DISPLAY "Descartadas:              " CTRL-DESCARTADAS
           DISPLAY "Retenidas con nota nueva: "
                   CTRL-RETENIDAS-CON-NOTA
           DISPLAY "Siguen retenidas:         " CTRL-SIGUEN-RETENIDAS
           IF CTRL-SIGUEN-RETENIDAS > ZERO
               DISPLAY "  Hasta 30 dias:          " CTRL-HASTA-30
               DISPLAY "  De 31 a 90 dias:        " CTRL-HASTA-90
               DISPLAY "  Mas de 90 dias:         " CTRL-MAS-90
               DISPLAY "  Sin fecha de retencion: " CTRL-SIN-FECHA
               IF WSV-FECHA-MAS-VIEJA > ZERO
                   DISPLAY "  Retencion mas antigua del: "
                           WSV-FECHA-MAS-VIEJA
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
