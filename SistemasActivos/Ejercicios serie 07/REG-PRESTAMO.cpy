      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-PRESTAMO
      *    Registro de PRESTAMOS.TXT: un prestamo prendario (producto
      *    50) o hipotecario (producto 60) otorgado a un cliente
      *    contra una de sus cuentas. Lo mantiene ProgPrestamos, que
      *    al darlo de alta arma el cuadro de amortizacion por
      *    sistema frances en PRESTAMOS_CUOTAS.TXT (REG-PRESCUOTA).
      *    La tasa es la de TASAS.TXT (mensual %) vigente el dia de
      *    inicio: PRE para prendarios, HIP para hipotecarios. La
      *    cuota fija es capital x i / (1 - (1 + i) ** -plazo).
      *    Estado: V vigente, T terminado (todas sus cuotas cobradas).
      *    El archivo se graba ordenado por numero de prestamo.
           01 REG-PRESTAMO.
               02 PRE-NRO                     PIC 9(06).
               02 PRE-NRO-CLIE                PIC 9(03).
               02 PRE-NRO-CTA                 PIC 9(02).
               02 PRE-SUCURSAL                PIC 9(03).
               02 PRE-MONEDA                  PIC X(03).
               02 PRE-PRODUCTO                PIC 9(02).
                   88 PRE-PRENDARIO               VALUE 50.
                   88 PRE-HIPOTECARIO             VALUE 60.
               02 PRE-CAPITAL                 PIC 9(07)V99.
               02 PRE-TASA                    PIC 9(02)V99.
      *Plazo en meses (cantidad de cuotas).
               02 PRE-PLAZO                   PIC 9(02).
      *La cuota N vence N meses despues del inicio, el mismo dia (o
      *el ultimo del mes si ese dia no existe).
               02 PRE-FECHA-INICIO            PIC 9(08).
               02 PRE-CUOTA                   PIC 999V99.
               02 PRE-ESTADO                  PIC X(01).
                   88 PRE-VIGENTE                 VALUE "V".
                   88 PRE-TERMINADO               VALUE "T".
               02 PRE-FECHA-ALTA              PIC 9(08).
               02 PRE-OPERADOR                PIC 9(03).
