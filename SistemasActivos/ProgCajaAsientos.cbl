      *    CIERRES_CAJA.TXT: el neto de caja del diario tiene que
      *    coincidir con la suma de (esperado - apertura) de los
      *    arqueos del dia; una diferencia se avisa y no se emite.
      *    Los movimientos del tesoro de cada sucursal (TESORO.TXT de
      *    ProgTesoro: entregas y recepciones de cajeros, remesas con
      *    la tesoreria central) salen como lineas propias; una
      *    sucursal con movimientos de tesoro tiene que tener su
      *    balance del dia sin diferencia en TESORO_CIERRES.TXT, si
      *    no tampoco se emite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCajaAsientos.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-CIERRES ASSIGN TO "CIERRES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIERRES.

           SELECT ARCH-TESORO ASSIGN TO "TESORO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TESORO.

           SELECT ARCH-TES-CIERRES ASSIGN TO "TESORO_CIERRES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TES-CIERRES.
      *Feed contable compartido: las lineas del lado cajas se
      *agregan detras de lo que dejo la cadena batch.
           SELECT SALIDA-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *
      *Archivo CIERRES_CAJA (mismo layout que escribe ProgCierreCaja)
           FD ARCH-CIERRES.
                   02 CIE-CONTADO             PIC 9(07).
                   02 CIE-DIFERENCIA          PIC S9(07).
      *
      *Archivo TESORO
           FD ARCH-TESORO.
               COPY REG-TESORO.
      *
      *Archivo TESORO_CIERRES
           FD ARCH-TES-CIERRES.
               COPY REG-TESCIERRE.
      *
      *Archivo ASIENTOS (mismo layout que escribe ProgAsientos)
           FD SALIDA-ASIENTOS.
               01 REGISTRO-SALIDA-ASIENTO.
               02 FS-MOVIMIENTOS           PIC X(02)  VALUE ZEROES.
               02 FS-CIERRES               PIC X(02)  VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS       PIC X(02)  VALUE ZEROES.
               02 FS-TESORO                PIC X(02)  VALUE ZEROES.
               02 FS-TES-CIERRES           PIC X(02)  VALUE ZEROES.

           01 WSV-FECHA-RESUMEN            PIC 9(08)  VALUE ZEROES.

           01 WSV-TIPO-ORIGINAL            PIC X(01).

      *Agregado por sucursal del dia: cantidad e importe de
      *depositos, retiros y reversos, y de los movimientos del
      *tesoro (entregas a cajeros, recepciones de cajeros, remesas
      *recibidas y enviadas) con el estado de su balance del dia.
           01 WST-SUCURSALES.
               02 WST-SUC-DET           OCCURS 50 TIMES.
                   03 WST-SUC-NRO       PIC 9(03).
                   03 WST-SUC-RET-MONTO PIC 9(07).
                   03 WST-SUC-REV-CANT  PIC 9(05).
                   03 WST-SUC-REV-MONTO PIC 9(07).
                   03 WST-SUC-TES-ENT-CANT  PIC 9(05).
                   03 WST-SUC-TES-ENT-MONTO PIC 9(07).
                   03 WST-SUC-TES-REC-CANT  PIC 9(05).
                   03 WST-SUC-TES-REC-MONTO PIC 9(07).
                   03 WST-SUC-REM-REC-CANT  PIC 9(05).
                   03 WST-SUC-REM-REC-MONTO PIC 9(07).
                   03 WST-SUC-REM-ENV-CANT  PIC 9(05).
                   03 WST-SUC-REM-ENV-MONTO PIC 9(07).
                   03 WST-SUC-TES-ESTADO    PIC X(01).
                       88 SUC-SIN-TESORO        VALUE SPACE.
                       88 SUC-TESORO-PENDIENTE  VALUE "P".
                       88 SUC-TESORO-BALANCEADO VALUE "B".
                       88 SUC-TESORO-DIFERENCIA VALUE "D".
           01 WSV-CANT-SUCURSALES          PIC 9(02)  VALUE ZEROES.
           01 WSV-IDX-SUC                  PIC 9(02).
           01 WSV-IDX-SUC-HALLADA          PIC 9(02).
           01 WSV-SUC-BUSCADA              PIC 9(03).

      *Balance del dia: neto de caja del diario contra el neto de
      *los arqueos (esperado - apertura por operador).
               02 CTRL-CANT-LEIDOS         PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-DEL-DIA        PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-ASIENTOS       PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-TESORO         PIC 9(05)  VALUE ZEROES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Agregar-movimientos
           PERFORM 5400-Agregar-tesoro
           PERFORM 5300-Balancear-arqueos
           IF BALANCE-CUADRA
               PERFORM 5450-Balancear-tesoros
           END-IF
           IF BALANCE-CUADRA
               PERFORM 5500-Emitir-asientos
           ELSE
       5110-Clasificar-movimiento.
           IF WST-MOV-FECHA(WSV-IDX-MOV) = WSV-FECHA-RESUMEN
               ADD 1 TO CTRL-CANT-DEL-DIA
               MOVE WST-MOV-SUCURSAL(WSV-IDX-MOV) TO WSV-SUC-BUSCADA
               PERFORM 5200-Ubicar-sucursal
               EVALUATE WST-MOV-TIPO(WSV-IDX-MOV)
                   WHEN "D"
               IF WSV-CANT-SUCURSALES < 50
                   ADD 1 TO WSV-CANT-SUCURSALES
                   INITIALIZE WST-SUC-DET(WSV-CANT-SUCURSALES)
                   MOVE WSV-SUC-BUSCADA
                       TO WST-SUC-NRO(WSV-CANT-SUCURSALES)
                   MOVE WSV-CANT-SUCURSALES TO WSV-IDX-SUC-HALLADA
               ELSE
           END-IF
           .
       5210-Comparar-sucursal.
           IF WST-SUC-NRO(WSV-IDX-SUC) = WSV-SUC-BUSCADA
               MOVE WSV-IDX-SUC TO WSV-IDX-SUC-HALLADA
               MOVE WSV-CANT-SUCURSALES TO WSV-IDX-SUC
           END-IF
           END-IF
           PERFORM 7020-Leer-cierre
           .
      *Movimientos del tesoro del dia, por sucursal y tipo. La
      *sucursal queda pendiente de balance hasta que aparezca su
      *cierre en TESORO_CIERRES.TXT.
       5400-Agregar-tesoro.
           OPEN INPUT ARCH-TESORO
           IF FS-TESORO = "00"
               PERFORM 7030-Leer-tesoro
               PERFORM 5410-Clasificar-tesoro
                   UNTIL FS-TESORO NOT = "00"
               CLOSE ARCH-TESORO
           END-IF
           .
       5410-Clasificar-tesoro.
           IF TES-FECHA = WSV-FECHA-RESUMEN
               ADD 1 TO CTRL-CANT-TESORO
               MOVE TES-SUCURSAL TO WSV-SUC-BUSCADA
               PERFORM 5200-Ubicar-sucursal
               SET SUC-TESORO-PENDIENTE(WSV-IDX-SUC-HALLADA) TO TRUE
               EVALUATE TRUE
                   WHEN TES-ENTREGA-CAJERO
                       ADD 1 TO
                           WST-SUC-TES-ENT-CANT(WSV-IDX-SUC-HALLADA)
                       ADD TES-MONTO TO
                           WST-SUC-TES-ENT-MONTO(WSV-IDX-SUC-HALLADA)
                   WHEN TES-RECEPCION-CAJERO
                       ADD 1 TO
                           WST-SUC-TES-REC-CANT(WSV-IDX-SUC-HALLADA)
                       ADD TES-MONTO TO
                           WST-SUC-TES-REC-MONTO(WSV-IDX-SUC-HALLADA)
                   WHEN TES-REMESA-RECIBIDA
                       ADD 1 TO
                           WST-SUC-REM-REC-CANT(WSV-IDX-SUC-HALLADA)
                       ADD TES-MONTO TO
                           WST-SUC-REM-REC-MONTO(WSV-IDX-SUC-HALLADA)
                   WHEN TES-REMESA-ENVIADA
                       ADD 1 TO
                           WST-SUC-REM-ENV-CANT(WSV-IDX-SUC-HALLADA)
                       ADD TES-MONTO TO
                           WST-SUC-REM-ENV-MONTO(WSV-IDX-SUC-HALLADA)
               END-EVALUATE
           END-IF
           PERFORM 7030-Leer-tesoro
           .
      *Cada sucursal con movimientos de tesoro tiene que haber
      *balanceado el dia sin diferencia (rige su ultimo balance).
       5450-Balancear-tesoros.
           OPEN INPUT ARCH-TES-CIERRES
           IF FS-TES-CIERRES = "00"
               PERFORM 7040-Leer-tes-cierre
               PERFORM 5460-Tomar-balance
                   UNTIL FS-TES-CIERRES NOT = "00"
               CLOSE ARCH-TES-CIERRES
           END-IF
           PERFORM 5470-Verificar-tesoro
               VARYING WSV-IDX-SUC FROM 1 BY 1
               UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
           .
       5460-Tomar-balance.
           IF TCI-FECHA = WSV-FECHA-RESUMEN
               MOVE TCI-SUCURSAL TO WSV-SUC-BUSCADA
               MOVE ZERO TO WSV-IDX-SUC-HALLADA
               MOVE 1 TO WSV-IDX-SUC
               PERFORM 5210-Comparar-sucursal
                   UNTIL WSV-IDX-SUC > WSV-CANT-SUCURSALES
               IF WSV-IDX-SUC-HALLADA > ZERO
                   IF TCI-DIFERENCIA = ZERO
                       SET SUC-TESORO-BALANCEADO(WSV-IDX-SUC-HALLADA)
                           TO TRUE
                   ELSE
                       SET SUC-TESORO-DIFERENCIA(WSV-IDX-SUC-HALLADA)
                           TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 7040-Leer-tes-cierre
           .
       5470-Verificar-tesoro.
           IF SUC-TESORO-PENDIENTE(WSV-IDX-SUC)
               SET BALANCE-NO-CUADRA TO TRUE
               DISPLAY "**** Tesoro de la sucursal "
                       WST-SUC-NRO(WSV-IDX-SUC)
                       " sin balance del dia (ProgTesoro B)"
           END-IF
           IF SUC-TESORO-DIFERENCIA(WSV-IDX-SUC)
               SET BALANCE-NO-CUADRA TO TRUE
               DISPLAY "**** Tesoro de la sucursal "
                       WST-SUC-NRO(WSV-IDX-SUC)
                       " balanceado con diferencia"
           END-IF
           .
      *Una linea de asiento por sucursal y tipo con movimiento,
      *agregada al final del feed contable.
       5500-Emitir-asientos.
               MOVE WST-SUC-REV-MONTO(WSV-IDX-SUC) TO ASI-MONTO
               PERFORM 5520-Escribir-asiento
           END-IF
           IF WST-SUC-TES-ENT-CANT(WSV-IDX-SUC) > ZERO
               MOVE "TES-ENTR" TO ASI-TIPO
               MOVE WST-SUC-TES-ENT-CANT(WSV-IDX-SUC) TO ASI-CANTIDAD
               MOVE WST-SUC-TES-ENT-MONTO(WSV-IDX-SUC) TO ASI-MONTO
               PERFORM 5520-Escribir-asiento
           END-IF
           IF WST-SUC-TES-REC-CANT(WSV-IDX-SUC) > ZERO
               MOVE "TES-RECI" TO ASI-TIPO
               MOVE WST-SUC-TES-REC-CANT(WSV-IDX-SUC) TO ASI-CANTIDAD
               MOVE WST-SUC-TES-REC-MONTO(WSV-IDX-SUC) TO ASI-MONTO
               PERFORM 5520-Escribir-asiento
           END-IF
           IF WST-SUC-REM-REC-CANT(WSV-IDX-SUC) > ZERO
               MOVE "REM-RECI" TO ASI-TIPO
               MOVE WST-SUC-REM-REC-CANT(WSV-IDX-SUC) TO ASI-CANTIDAD
               MOVE WST-SUC-REM-REC-MONTO(WSV-IDX-SUC) TO ASI-MONTO
               PERFORM 5520-Escribir-asiento
           END-IF
           IF WST-SUC-REM-ENV-CANT(WSV-IDX-SUC) > ZERO
               MOVE "REM-ENVI" TO ASI-TIPO
               MOVE WST-SUC-REM-ENV-CANT(WSV-IDX-SUC) TO ASI-CANTIDAD
               MOVE WST-SUC-REM-ENV-MONTO(WSV-IDX-SUC) TO ASI-MONTO
               PERFORM 5520-Escribir-asiento
           END-IF
           .
       5520-Escribir-asiento.
           MOVE WSV-FECHA-RESUMEN TO ASI-FECHA
       7020-Leer-cierre.
           READ ARCH-CIERRES
           .
       7030-Leer-tesoro.
           READ ARCH-TESORO
           .
       7040-Leer-tes-cierre.
           READ ARCH-TES-CIERRES
           .
      ******************************************************************
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Movimientos leidos:  " CTRL-CANT-LEIDOS
           DISPLAY "Movimientos del dia: " CTRL-CANT-DEL-DIA
           DISPLAY "Movimientos tesoro:  " CTRL-CANT-TESORO
           DISPLAY "Asientos emitidos:   " CTRL-CANT-ASIENTOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
