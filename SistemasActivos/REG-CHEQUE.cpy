      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-CHEQUE
      *    Registro de CHEQUES_CANJE.TXT: cada cheque depositado por
      *    ventanilla en CorteCtrlIngresando (operacion C). El importe
      *    se acredita en el saldo del cliente en el momento, pero
      *    queda retenido (no se puede retirar, transferir ni debitar
      *    en el apareo) hasta la fecha de liberacion, que es la del
      *    deposito mas los dias habiles de canje de PARAM_CANJE.TXT.
      *    ProgCanje libera los vencidos (estado L) y asienta los
      *    rechazados (estado B, reverso del deposito mas el cargo).
           01 REG-CHEQUE.
               02 CHQ-SUCURSAL                PIC 9(03).
               02 CHQ-NRO-CLIE                PIC 9(03).
      *Banco girado y numero del cheque: juntos lo identifican.
               02 CHQ-BANCO                   PIC 9(03).
               02 CHQ-NUMERO                  PIC 9(08).
               02 CHQ-MONTO                   PIC 9(05).
      *Fecha y hora del deposito (la hora es la del movimiento C
      *en MOVIMIENTOS.TXT).
               02 CHQ-FECHA-DEPOSITO          PIC 9(08).
               02 CHQ-HORA-DEPOSITO           PIC 9(08).
               02 CHQ-FECHA-LIBERACION        PIC 9(08).
               02 CHQ-OPERADOR                PIC 9(03).
               02 CHQ-ESTADO                  PIC X(01).
                   88 CHQ-RETENIDO                VALUE "R".
                   88 CHQ-LIBERADO                VALUE "L".
                   88 CHQ-RECHAZADO               VALUE "B".
      *Dia en que ProgCanje lo libero o lo asento rechazado (cero
      *mientras esta retenido).
               02 CHQ-FECHA-RESOLUCION        PIC 9(08).
