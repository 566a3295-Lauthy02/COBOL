      *-----------------------
       FILE SECTION.
      *Archivo TASAS
      *Tipo de tasa (SOB sobregiro, MOR mora, AGE comision de la
      *agencia de cobranza, IDC impuesto a los debitos y creditos,
      *en % por movimiento, PFJ plazo fijo, PRE prestamo
      *prendario, HIP prestamo hipotecario, AHO interes de caja de
      *ahorro, RET retencion sobre ese interes, en % del interes) |
      *Tasa mensual % |
      *Vigente desde (AAAAMMDD). La tasa que rige un dia es la
      *fila del tipo con la fecha de vigencia mas alta que no
      *supere ese dia.
           FD TASAS.
               01 REGISTRO-TASA.
                   05 REG-TAS-TIPO             PIC X(03).
       5100-Pedir-datos.
           ADD 1 TO WSV-CONTADOR
           DISPLAY "Tasa numero [" WSV-CONTADOR "]: "
           DISPLAY "Tipo de tasa (SOB sobregiro, MOR mora, "
                   "AGE comision agencia, IDC impuesto debitos y "
                   "creditos, PFJ plazo fijo, PRE prestamo "
                   "prendario, HIP prestamo hipotecario, AHO "
                   "caja de ahorro, RET retencion sobre interes "
                   "de ahorro): "
           ACCEPT WSV-TIPO-TASA
           DISPLAY "Tasa mensual en % (99.99): "
           ACCEPT WSV-TASA
