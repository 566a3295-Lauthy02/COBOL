      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-TESCIERRE
      *    Registro de TESORO_CIERRES.TXT: el balance diario del
      *    tesoro de una sucursal que asienta ProgTesoro (B). El
      *    cierre contado de un dia es la apertura del siguiente.
      *    El dia balancea cuando
      *      apertura + remesas recibidas - remesas enviadas
      *      + resultado de ventanilla = cierre + en poder de cajeros
      *    donde el resultado de ventanilla es lo devuelto (C) menos
      *    lo entregado (A) a los cajeros que ya cerraron, y en poder
      *    de cajeros lo entregado a los que todavia no cerraron.
           01 REG-TESCIERRE.
               02 TCI-FECHA                   PIC 9(08).
               02 TCI-SUCURSAL                PIC 9(03).
               02 TCI-APERTURA                PIC 9(07).
               02 TCI-REMESAS-NETAS           PIC S9(07).
               02 TCI-RESULTADO-CAJAS         PIC S9(07).
               02 TCI-EN-CAJEROS              PIC 9(07).
               02 TCI-ESPERADO                PIC S9(07).
               02 TCI-CONTADO                 PIC 9(07).
               02 TCI-DIFERENCIA              PIC S9(07).
               02 TCI-SUPERVISOR              PIC 9(03).
