      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-CHEQRET
      *    Pedido que recibe RCHEQRET para sumar los cheques todavia
      *    retenidos en CHEQUES_CANJE.TXT de un cliente, compartido
      *    por los programas que no pueden dejar usar esos fondos
      *    (CorteCtrlIngresando, ProgApareo) via
      *    PROCEDURE DIVISION USING CHR-PEDIDO.
      *    Sucursal en cero suma las de todas las sucursales del
      *    cliente (el apareo no sabe en que ventanilla deposito).
           01 CHR-PEDIDO.
               02 CHR-SUCURSAL            PIC 9(03).
               02 CHR-NRO-CLIE            PIC 9(03).
               02 CHR-MONTO-RETENIDO      PIC 9(07).
               02 CHR-CANT-RETENIDOS      PIC 9(03).
