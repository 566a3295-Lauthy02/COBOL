      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-KYC
      *    Registro de DOCUMENTOS_KYC.TXT: el documento de identidad
      *    que se verifico de cada cliente, cuando y por que
      *    operador, y hasta cuando vale. Lo mantiene PGENKYC; ProgKyc
      *    avisa los vencimientos y bloquea a los vencidos, y
      *    RKYCDOC lo consulta en ventanilla. Un registro por cliente.
           01 REG-KYC.
               02 KYC-NRO-CLIE                PIC 9(03).
               02 KYC-TIPO-DOC                PIC X(03).
               02 KYC-NRO-DOC                 PIC X(12).
               02 KYC-FECHA-VERIF             PIC 9(08).
      *Vencimiento AAAAMMDD; en cero el documento no vence.
               02 KYC-FECHA-VENCE             PIC 9(08).
               02 KYC-OPERADOR                PIC 9(03).
