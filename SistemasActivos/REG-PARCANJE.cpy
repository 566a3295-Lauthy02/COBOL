      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-PARCANJE
      *    Registro unico de PARAM_CANJE.TXT (lo mantiene ProgCanje):
      *    los dias habiles que un cheque depositado queda retenido
      *    antes de poder usarse, y el cargo en pesos que se cobra al
      *    cliente por cada cheque rechazado. Sin archivo rigen los
      *    valores por defecto de cada programa.
           01 REG-PARAM-CANJE.
               02 PCJ-DIAS-RETENCION          PIC 9(02).
               02 PCJ-CARGO-RECHAZO           PIC 9(05).
