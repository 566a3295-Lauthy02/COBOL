      *    con corridas sin conciliar o con NO PASA, el mes no se
      *    cierra. Tambien permite reabrir un periodo (queda
      *    registrado en ANULADO.LOG) y listar el estado de todos.
      *    Al cerrar un mes lleva el saldo de cierre de cada cuenta y
      *    moneda del mayor (SALDOS_MAYOR.TXT, lo llena ProgMayor)
      *    como apertura del mes siguiente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCierrePeriodo.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-CORRIDAS ASSIGN TO "CORRIDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CORRIDAS.
      *Saldos del mayor por cuenta, moneda y mes (ProgMayor).
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_MAYOR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Respaldo de SALDOS_MAYOR.TXT antes de regrabarlo.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
                   02 PDO-ESTADO               PIC X(01).
      *
           FD ARCH-CORRIDAS.
               01 LINEA-CORRIDA                PIC X(309).
      *
      *Archivo SALDOS_MAYOR
           FD ARCH-SALDOS.
               COPY REG-SALDOMAY.
      *
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).
      *
           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
           01 FS-ARCHIVOS.
               02 FS-PERIODOS                  PIC X(02) VALUE ZEROES.
               02 FS-CORRIDAS                  PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-CANT-CORRIDAS-MES            PIC 9(03) VALUE ZERO.
           01 WSV-CANT-SIN-PASAR               PIC 9(03) VALUE ZERO.

      *Saldos del mayor en memoria para el arrastre al mes siguiente
      *(ordenados por cuenta, moneda y periodo, como los graba
      *ProgMayor).
           01 WST-SALDOS.
               02 WST-SDO-DET               OCCURS 3000 TIMES.
                   03 WST-SDO-CLAVE.
                       04 WST-SDO-CUENTA-GL PIC 9(06).
                       04 WST-SDO-MONEDA    PIC X(03).
                       04 WST-SDO-PERIODO   PIC 9(06).
                   03 WST-SDO-APERTURA      PIC S9(11)V99.
                   03 WST-SDO-DEBE          PIC 9(11)V99.
                   03 WST-SDO-HABER         PIC 9(11)V99.
           01 WSV-CANT-SALDOS                  PIC 9(04) VALUE ZERO.
           01 WSV-IDX-SDO                      PIC 9(04).
           01 WSV-IDX-SIGUIENTE                PIC 9(04).
           01 WSV-IDX-MOVER                    PIC 9(04).
           01 WSV-CIERRE                       PIC S9(11)V99.
           01 WSV-PERIODO-SIGUIENTE            PIC 9(06).
           01 WSV-PERIODO-SIG-RED REDEFINES WSV-PERIODO-SIGUIENTE.
               02 WSV-SIGUIENTE-ANIO           PIC 9(04).
               02 WSV-SIGUIENTE-MES            PIC 9(02).
           01 WSV-CANT-ARRASTRADOS             PIC 9(04) VALUE ZERO.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CIERRES            PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-REAPERTURAS        PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-ARRASTRES          PIC 9(05) VALUE ZERO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       1000-Inicio-programa.
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1200-Cargar-periodos
           .
       1200-Cargar-periodos.
                               " CERRADO ("
                               WSV-CANT-CORRIDAS-MES
                               " corridas conciliadas)"
                       PERFORM 5700-Arrastrar-saldos
                   END-IF
               END-IF
           END-IF
                       " abierto"
           END-IF
           .
      *El saldo de cierre de cada cuenta y moneda del mes cerrado
      *pasa a ser la apertura del mes siguiente; si ese renglon ya
      *existe (pases del mes nuevo o un cierre anterior del mismo
      *mes) solo se le reemplaza la apertura.
       5700-Arrastrar-saldos.
           MOVE WSV-PERIODO-TRABAJO TO WSV-PERIODO-SIGUIENTE
           IF WSV-SIGUIENTE-MES = 12
               ADD 1 TO WSV-SIGUIENTE-ANIO
               MOVE 1 TO WSV-SIGUIENTE-MES
           ELSE
               ADD 1 TO WSV-SIGUIENTE-MES
           END-IF
           PERFORM 5710-Cargar-saldos
           IF WSV-CANT-SALDOS = ZERO
               DISPLAY "**** Sin saldos del mayor, nada que arrastrar"
           ELSE
               MOVE ZERO TO WSV-CANT-ARRASTRADOS
               MOVE 1 TO WSV-IDX-SDO
               PERFORM 5730-Arrastrar-un-saldo
                   UNTIL WSV-IDX-SDO > WSV-CANT-SALDOS
               PERFORM 5760-Respaldar-saldos
               PERFORM 7040-Grabar-saldos
               ADD WSV-CANT-ARRASTRADOS TO CTRL-CANT-ARRASTRES
               DISPLAY "Saldos arrastrados a " WSV-PERIODO-SIGUIENTE
                       ": " WSV-CANT-ARRASTRADOS
           END-IF
           .
       5710-Cargar-saldos.
           MOVE ZERO TO WSV-CANT-SALDOS
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS = "00"
               PERFORM 7050-Leer-saldo
               PERFORM 5720-Pasar-saldo
                   UNTIL FS-SALDOS NOT = "00"
               CLOSE ARCH-SALDOS
           END-IF
           .
       5720-Pasar-saldo.
           IF WSV-CANT-SALDOS >= 3000
               MOVE "WST-SALDOS llena (3000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-SALDOS
           MOVE SDO-CLAVE TO WST-SDO-CLAVE(WSV-CANT-SALDOS)
           MOVE SDO-APERTURA TO WST-SDO-APERTURA(WSV-CANT-SALDOS)
           MOVE SDO-DEBE TO WST-SDO-DEBE(WSV-CANT-SALDOS)
           MOVE SDO-HABER TO WST-SDO-HABER(WSV-CANT-SALDOS)
           PERFORM 7050-Leer-saldo
           .
      *Con la tabla ordenada, el renglon del mes siguiente de la
      *misma cuenta y moneda es el inmediato posterior, o hay que
      *insertarlo ahi.
       5730-Arrastrar-un-saldo.
           IF WST-SDO-PERIODO(WSV-IDX-SDO) = WSV-PERIODO-TRABAJO
               COMPUTE WSV-CIERRE = WST-SDO-APERTURA(WSV-IDX-SDO)
                                  + WST-SDO-DEBE(WSV-IDX-SDO)
                                  - WST-SDO-HABER(WSV-IDX-SDO)
               MOVE WSV-IDX-SDO TO WSV-IDX-SIGUIENTE
               ADD 1 TO WSV-IDX-SIGUIENTE
               IF (WSV-IDX-SIGUIENTE > WSV-CANT-SALDOS)
                   PERFORM 5740-Insertar-siguiente
               ELSE
                   IF (WST-SDO-CUENTA-GL(WSV-IDX-SIGUIENTE) NOT =
                           WST-SDO-CUENTA-GL(WSV-IDX-SDO))
                       OR (WST-SDO-MONEDA(WSV-IDX-SIGUIENTE) NOT =
                           WST-SDO-MONEDA(WSV-IDX-SDO))
                       OR (WST-SDO-PERIODO(WSV-IDX-SIGUIENTE) NOT =
                           WSV-PERIODO-SIGUIENTE)
                       PERFORM 5740-Insertar-siguiente
                   END-IF
               END-IF
               MOVE WSV-CIERRE
                   TO WST-SDO-APERTURA(WSV-IDX-SIGUIENTE)
               ADD 1 TO WSV-CANT-ARRASTRADOS
           END-IF
           ADD 1 TO WSV-IDX-SDO
           .
       5740-Insertar-siguiente.
           IF WSV-CANT-SALDOS >= 3000
               MOVE "WST-SALDOS llena (3000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5750-Correr-saldo
               VARYING WSV-IDX-MOVER FROM WSV-CANT-SALDOS BY -1
               UNTIL WSV-IDX-MOVER < WSV-IDX-SIGUIENTE
           ADD 1 TO WSV-CANT-SALDOS
           MOVE WST-SDO-CLAVE(WSV-IDX-SDO)
               TO WST-SDO-CLAVE(WSV-IDX-SIGUIENTE)
           MOVE WSV-PERIODO-SIGUIENTE
               TO WST-SDO-PERIODO(WSV-IDX-SIGUIENTE)
           MOVE ZERO TO WST-SDO-DEBE(WSV-IDX-SIGUIENTE)
           MOVE ZERO TO WST-SDO-HABER(WSV-IDX-SIGUIENTE)
           .
       5750-Correr-saldo.
           MOVE WST-SDO-DET(WSV-IDX-MOVER)
               TO WST-SDO-DET(WSV-IDX-MOVER + 1)
           .
      *Copia SALDOS_MAYOR.TXT a SALDOS_MAYOR.AAAAMMDD.BAK antes de
      *regrabarlo.
       5760-Respaldar-saldos.
           MOVE "SALDOS_MAYOR.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "SALDOS_MAYOR." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7060-Leer-origen
               PERFORM 5770-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
           END-IF
           .
       5770-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7060-Leer-origen
           .
      *Cada cierre o reapertura queda en ANULADO.LOG.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
       7020-Leer-corrida.
           READ ARCH-CORRIDAS
           .
       7050-Leer-saldo.
           READ ARCH-SALDOS
           .
       7060-Leer-origen.
           READ ARCH-ORIGEN
           .
       7000-Grabar-periodos.
           OPEN OUTPUT PERIODOS
               IF FS-PERIODOS NOT = "00"
           MOVE WST-PDO-ESTADO(WSV-IDX-PDO) TO PDO-ESTADO
           WRITE REGISTRO-PERIODO-CTB
           .
       7040-Grabar-saldos.
           OPEN OUTPUT ARCH-SALDOS
               IF FS-SALDOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
                   MOVE "SALDOS_MAYOR" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7045-Escribir-saldo
               VARYING WSV-IDX-SDO FROM 1 BY 1
               UNTIL WSV-IDX-SDO > WSV-CANT-SALDOS
           CLOSE ARCH-SALDOS
           .
       7045-Escribir-saldo.
           MOVE WST-SDO-CLAVE(WSV-IDX-SDO) TO SDO-CLAVE
           MOVE WST-SDO-APERTURA(WSV-IDX-SDO) TO SDO-APERTURA
           MOVE WST-SDO-DEBE(WSV-IDX-SDO) TO SDO-DEBE
           MOVE WST-SDO-HABER(WSV-IDX-SDO) TO SDO-HABER
           WRITE REG-SALDO-MAYOR
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Cierres:     " CTRL-CANT-CIERRES
           DISPLAY "Reaperturas: " CTRL-CANT-REAPERTURAS
           DISPLAY "Saldos arrastrados: " CTRL-CANT-ARRASTRES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
