      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-PARKYC
      *    Registro unico de PARAM_KYC.TXT (lo mantiene PGENKYC): con
      *    cuantos dias de anticipacion se avisa al cliente que se le
      *    vence el documento, y cuantos dias de gracia tiene despues
      *    del vencimiento antes de quedar bloqueado. Sin archivo
      *    rigen 30 dias de aviso y 15 de gracia.
           01 REG-PARAM-KYC.
               02 PKY-DIAS-AVISO              PIC 9(03).
               02 PKY-DIAS-GRACIA             PIC 9(03).
