      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-TITULAR
      *    Registro de TITULARES.TXT: las personas que, ademas del
      *    titular de CUENTAS.TXT, estan vinculadas a una cuenta de
      *    un cliente. Lo mantiene PGENTITU y lo consultan RTITULAR
      *    (retiros en ventanilla) y ProgExtracto/ProgCartas (todos
      *    los cotitulares van en el encabezado).
      *    - C: cotitular, opera y recibe la correspondencia;
      *    - F: firmante autorizado, opera pero no es duenio;
      *    - B: beneficiario, no opera mientras viva el titular.
           01 REG-TITULAR.
               02 TIT-NRO-CLIE                PIC 9(03).
               02 TIT-NRO-CTA                 PIC 9(02).
               02 TIT-ROL                     PIC X(01).
                   88 TIT-COTITULAR               VALUE "C".
                   88 TIT-FIRMANTE                VALUE "F".
                   88 TIT-BENEFICIARIO            VALUE "B".
                   88 TIT-ROL-VALIDO              VALUES "C" "F" "B".
               02 TIT-TIPO-DOC                PIC X(03).
               02 TIT-NRO-DOC                 PIC X(12).
               02 TIT-NOMBRE                  PIC X(30).
      *Vigencia AAAAMMDD; hasta en cero es sin vencimiento.
               02 TIT-VIGENCIA-DESDE          PIC 9(08).
               02 TIT-VIGENCIA-HASTA          PIC 9(08).
