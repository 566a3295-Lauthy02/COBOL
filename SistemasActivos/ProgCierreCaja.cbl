      *    Programa de arqueo y cierre de caja del cajero
      *    El operador cuenta el efectivo fisico del cajon por
      *    denominacion y el programa lo compara contra la posicion
      *    esperada segun el diario: fondo de apertura entregado por
      *    el tesoro de la sucursal (TESORO.TXT, ProgTesoro) mas
      *    los depositos del dia menos los retiros (los reversos
      *    deshacen el efecto de caja del movimiento original, y las
      *    transferencias E/I no mueven efectivo, ni los cheques C,
      *    que se listan aparte porque no van al cajon). La diferencia
      *    queda a la vista y asentada en CIERRES_CAJA.TXT, un
      *    registro por operador y dia, para que un faltante quede
      *    atado a una sesion desde el primer dia.
      *    Al pie lista las operaciones del dia que pasaron el tope
      *    del cajero (LIMITES_CAJA.TXT) y el supervisor que las
      *    autorizo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCierreCaja.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Movimientos del tesoro de sucursal (ProgTesoro): de aca sale
      *el fondo de apertura del cajero.
           SELECT ARCH-TESORO ASSIGN TO "TESORO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TESORO.
      *Un registro de arqueo por operador y dia, agregado al final.
           SELECT ARCH-CIERRES ASSIGN TO "CIERRES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *
      *Archivo TESORO
           FD ARCH-TESORO.
               COPY REG-TESORO.
      *
      *Archivo CIERRES_CAJA
      *Fecha | Operador | Apertura | Esperado | Contado | Diferencia
           01 FS-ARCHIVOS.
               02 FS-MOVIMIENTOS           PIC X(02)  VALUE ZEROES.
               02 FS-CIERRES               PIC X(02)  VALUE ZEROES.
               02 FS-TESORO                PIC X(02)  VALUE ZEROES.

      *Identificacion del operador que cierra la caja, validada por
      *RSIGNON contra OPERADORES.TXT.
                   03 WST-MOV-MONTO     PIC 9(05).
                   03 WST-MOV-OPERADOR  PIC 9(03).
                   03 WST-MOV-REF       PIC 9(08).
                   03 WST-MOV-AUTORIZA  PIC 9(03).
           01 WSV-CANT-MOVS                PIC 9(03)  VALUE ZEROES.
           01 WSV-IDX-MOV                  PIC 9(03).
           01 WSV-IDX-BUSQ                 PIC 9(03).
               02 CTRL-CANT-RETIROS        PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-REVERSOS       PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-AJENOS         PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-EXCESOS        PIC 9(05)  VALUE ZEROES.
               02 CTRL-CANT-CHEQUES        PIC 9(05)  VALUE ZEROES.
               02 CTRL-MONTO-CHEQUES       PIC 9(07)  VALUE ZEROES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
           IF WSV-FECHA-ARQUEO = ZERO
               ACCEPT WSV-FECHA-ARQUEO FROM DATE YYYYMMDD
           END-IF
           PERFORM 1150-Fondo-del-tesoro
           PERFORM 1200-Cargar-movimientos
           .
      *Pide el legajo y lo valida con RSIGNON; sin operador valido y
               PERFORM 9999-Stop-Run
           END-IF
           .
      *El fondo de apertura es lo que el tesoro le entrego al
      *operador en el dia (la entrega inicial y los refuerzos); sin
      *entrega el cajon arranca vacio.
       1150-Fondo-del-tesoro.
           MOVE ZEROES TO WSV-FONDO-APERTURA
           OPEN INPUT ARCH-TESORO
           IF FS-TESORO = "00"
               PERFORM 7020-Leer-tesoro
               PERFORM 1160-Sumar-entrega
                   UNTIL FS-TESORO NOT = "00"
               CLOSE ARCH-TESORO
           END-IF
           IF WSV-FONDO-APERTURA = ZERO
               DISPLAY "**** Sin entrega del tesoro para el operador "
                       "en el dia: fondo de apertura en cero"
           ELSE
               DISPLAY "Fondo entregado por el tesoro: "
                       WSV-FONDO-APERTURA
           END-IF
           .
       1160-Sumar-entrega.
           IF TES-ENTREGA-CAJERO
                   AND (TES-FECHA = WSV-FECHA-ARQUEO)
                   AND (TES-CAJERO = SGN-LEGAJO)
               ADD TES-MONTO TO WSV-FONDO-APERTURA
           END-IF
           PERFORM 7020-Leer-tesoro
           .
       1200-Cargar-movimientos.
           MOVE ZEROES TO WSV-CANT-MOVS
           OPEN INPUT ARCH-MOVIMIENTOS
           ELSE
               MOVE ZEROES TO WST-MOV-REF(WSV-CANT-MOVS)
           END-IF
           IF MOV-AUTORIZA-EXCESO IS NUMERIC
               MOVE MOV-AUTORIZA-EXCESO
                   TO WST-MOV-AUTORIZA(WSV-CANT-MOVS)
           ELSE
               MOVE ZEROES TO WST-MOV-AUTORIZA(WSV-CANT-MOVS)
           END-IF
           PERFORM 7010-Leer-movimiento
           .
      *.......................... Proceso ..............................
      *Posicion esperada: fondo de apertura mas los depositos del
      *dia del operador, menos sus retiros; un reverso deshace el
      *efecto de caja del movimiento original (que se ubica por la
      *referencia); las transferencias E/I no mueven efectivo y los
      *cheques depositados (C) se cuentan aparte del efectivo.
       5300-Calcular-esperado.
           MOVE WSV-FONDO-APERTURA TO WSV-ESPERADO
           PERFORM 5310-Sumar-movimiento
                   WHEN "X"
                       PERFORM 5320-Deshacer-por-reverso
                       ADD 1 TO CTRL-CANT-REVERSOS
                   WHEN "C"
                       ADD WST-MOV-MONTO(WSV-IDX-MOV)
                           TO CTRL-MONTO-CHEQUES
                       ADD 1 TO CTRL-CANT-CHEQUES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           DISPLAY "Reversos del dia:   " CTRL-CANT-REVERSOS
           DISPLAY "Posicion esperada:  " WSV-ESPERADO
           DISPLAY "Efectivo contado:   " WSV-TOTAL-CONTADO
           DISPLAY "Cheques recibidos:  " CTRL-CANT-CHEQUES
                   " por " CTRL-MONTO-CHEQUES " (fuera del efectivo)"
           IF WSV-DIFERENCIA = ZERO
               DISPLAY "Caja cuadrada: sin diferencia"
           ELSE
               DISPLAY "**** DIFERENCIA DE CAJA: " WSV-DIFERENCIA
           END-IF
           PERFORM 5600-Listar-excesos
           PERFORM 7100-Grabar-cierre
           .
      *Operaciones del operador en el dia que pasaron su tope con
      *autorizacion de un supervisor. La transferencia se lista una
      *vez, por su pata E (la I lleva la misma marca).
       5600-Listar-excesos.
           DISPLAY " "
           DISPLAY "----- Topes pasados con autorizacion ----"
           DISPLAY "HORA     SUC CLI T MONTO SUPERVISOR"
           PERFORM 5610-Listar-exceso
               VARYING WSV-IDX-MOV FROM 1 BY 1
               UNTIL WSV-IDX-MOV > WSV-CANT-MOVS
           DISPLAY "Topes pasados:      " CTRL-CANT-EXCESOS
           .
       5610-Listar-exceso.
           IF (WST-MOV-FECHA(WSV-IDX-MOV) = WSV-FECHA-ARQUEO)
                   AND (WST-MOV-OPERADOR(WSV-IDX-MOV) = SGN-LEGAJO)
                   AND (WST-MOV-AUTORIZA(WSV-IDX-MOV) > 0)
                   AND (WST-MOV-TIPO(WSV-IDX-MOV) NOT = "I")
               ADD 1 TO CTRL-CANT-EXCESOS
               DISPLAY WST-MOV-HORA(WSV-IDX-MOV) " "
                       WST-MOV-SUCURSAL(WSV-IDX-MOV) " "
                       WST-MOV-NRO-CLIE(WSV-IDX-MOV) " "
                       WST-MOV-TIPO(WSV-IDX-MOV) " "
                       WST-MOV-MONTO(WSV-IDX-MOV) " "
                       WST-MOV-AUTORIZA(WSV-IDX-MOV)
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-movimiento.
           READ ARCH-MOVIMIENTOS
           .
       7020-Leer-tesoro.
           READ ARCH-TESORO
           .
       7100-Grabar-cierre.
           OPEN EXTEND ARCH-CIERRES
           IF FS-CIERRES NOT = "00"
