      *    debitos, monto cobrado, monto rechazado y porcentaje de
      *    aprobacion, impreso ordenado de mayor a menor monto
      *    cobrado — el ranking que producto pide todos los meses.
      *    Las lineas de credito (devoluciones y descuentos de
      *    promocion) van a su propia columna: el cobrado es siempre
      *    el precio bruto.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgStats.
       AUTHOR.                     Lautaro-Rojas.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                       88 MOVIM-CREDITO            VALUE "C".
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
                   02 PROVEEDOR-SERV           PIC X(03).
                   03 WST-EST-MONTO-COBRADO PIC 9(07)V99.
                   03 WST-EST-CANT-RECHAZO  PIC 9(05).
                   03 WST-EST-MONTO-RECHAZO PIC 9(07)V99.
                   03 WST-EST-MONTO-CREDITO PIC 9(07)V99.
                   03 WST-EST-IMPRESO       PIC X(01).
           01 WSV-CANT-ESTADISTICAS            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-EST                      PIC 9(03).
           END-IF
           ADD 1 TO WSV-IDX-EST
           .
      *Un credito no es un debito: solo suma a la columna de
      *creditos cuando la cuenta quedo cobrada.
       5520-Sumar-a-estadistica.
           IF MOVIM-CREDITO
               IF WSV-DESTINO-HALLADO = "C"
                   ADD MONTO TO WST-EST-MONTO-CREDITO(WSV-IDX-EST)
               END-IF
           ELSE
           IF WSV-DESTINO-HALLADO = "C"
               ADD 1 TO WST-EST-CANT-COBRADOS(WSV-IDX-EST)
               ADD MONTO TO WST-EST-MONTO-COBRADO(WSV-IDX-EST)
               ADD 1 TO WST-EST-CANT-RECHAZO(WSV-IDX-EST)
               ADD MONTO TO WST-EST-MONTO-RECHAZO(WSV-IDX-EST)
           END-IF
           END-IF
           .
      *Imprime el ranking: en cada vuelta busca el codigo de mayor
      *monto cobrado todavia no impreso.
                       WST-EST-MONTO-COBRADO(WSV-IDX-EST)
                       " Rechazado: "
                       WST-EST-MONTO-RECHAZO(WSV-IDX-EST)
                       " Creditos: "
                       WST-EST-MONTO-CREDITO(WSV-IDX-EST)
                       " Aprobacion: " WSV-RATIO " %"
           END-IF
           .
