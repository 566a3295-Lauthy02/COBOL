      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-PRESCUOTA
      *    Registro de PRESTAMOS_CUOTAS.TXT: una cuota del cuadro de
      *    amortizacion de un prestamo de PRESTAMOS.TXT (REG-PRESTAMO),
      *    con su parte de capital, de interes y el saldo de capital
      *    que queda despues de pagarla. Lo mantiene ProgPrestamos:
      *    - P pendiente: todavia no se facturo;
      *    - E emitida: salio a SERVICIOS en la facturacion del mes;
      *    - R rechazada: el debito volvio en RECHAZOS; la cobra la
      *      cadena de deuda rechazada (ProgRepres, ProgPagos) y
      *      mientras tanto devenga punitorio a la tasa MOR;
      *    - C cobrada.
      *    ProgMora lee las cuotas R para no recargar dos veces la
      *    misma deuda.
      *    El archivo se graba ordenado por prestamo y cuota.
           01 REG-PRESTAMO-CUOTA.
               02 PCU-NRO-PRESTAMO            PIC 9(06).
               02 PCU-NRO-CUOTA               PIC 9(02).
               02 PCU-NRO-CLIE                PIC 9(03).
               02 PCU-NRO-CTA                 PIC 9(02).
               02 PCU-FECHA-VTO               PIC 9(08).
               02 PCU-CAPITAL                 PIC 9(05)V99.
               02 PCU-INTERES                 PIC 9(05)V99.
               02 PCU-CUOTA                   PIC 9(05)V99.
               02 PCU-SALDO                   PIC 9(07)V99.
               02 PCU-ESTADO                  PIC X(01).
                   88 PCU-PENDIENTE               VALUE "P".
                   88 PCU-EMITIDA                 VALUE "E".
                   88 PCU-RECHAZADA               VALUE "R".
                   88 PCU-COBRADA                 VALUE "C".
               02 PCU-FECHA-EMISION           PIC 9(08).
               02 PCU-FECHA-RECHAZO           PIC 9(08).
      *Hasta que fecha se devengo el punitorio de la cuota rechazada.
               02 PCU-FECHA-MORA              PIC 9(08).
      *Punitorio devengado que todavia no salio a SERVICIOS y el ya
      *facturado (linea PUN).
               02 PCU-PUNIT-PEND              PIC 9(05)V99.
               02 PCU-PUNIT-FACT              PIC 9(05)V99.
