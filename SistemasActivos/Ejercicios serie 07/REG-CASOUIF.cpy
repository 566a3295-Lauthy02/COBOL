      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-CASOUIF
      *    Registro de CASOS_UIF.TXT: cada caso de efectivo que
      *    levanto ProgUIF sobre MOVIMIENTOS.TXT para el oficial de
      *    cumplimiento, y lo que este resolvio.
      *    Tipo de caso:
      *      EFEC  una operacion de efectivo igual o mayor al umbral;
      *      FRAC  depositos de un cliente, cada uno debajo del
      *            umbral, que en la ventana de dias lo alcanzan;
      *      MSUC  operaciones de efectivo de un cliente el mismo dia
      *            en mas de una sucursal.
      *    Un caso revisado (estado R) no se vuelve a levantar: la
      *    proxima corrida reconoce el mismo caso por tipo, cliente y
      *    fecha (y hora y sucursal en EFEC; en FRAC cualquier ventana
      *    que se superponga con la ya revisada).
           01 REG-CASO-UIF.
               02 CAS-NRO                     PIC 9(06).
               02 CAS-TIPO                    PIC X(04).
                   88 CAS-EFECTIVO                VALUE "EFEC".
                   88 CAS-FRACCIONADO             VALUE "FRAC".
                   88 CAS-MULTISUCURSAL           VALUE "MSUC".
               02 CAS-NRO-CLIE                PIC 9(03).
      *Primer y ultimo dia de las operaciones del caso (iguales en
      *EFEC y MSUC).
               02 CAS-FECHA-DESDE             PIC 9(08).
               02 CAS-FECHA-HASTA             PIC 9(08).
      *Hora y sucursal de la operacion (solo EFEC, si no en cero).
               02 CAS-HORA                    PIC 9(08).
               02 CAS-SUCURSAL                PIC 9(03).
               02 CAS-CANT-OPER               PIC 9(03).
      *Pesos enteros, como todo el diario de caja.
               02 CAS-MONTO                   PIC 9(07).
               02 CAS-FECHA-ALTA              PIC 9(08).
               02 CAS-ESTADO                  PIC X(01).
                   88 CAS-PENDIENTE               VALUE "P".
                   88 CAS-REVISADO                VALUE "R".
      *I informado a la UIF, D descartado (en blanco si pendiente).
               02 CAS-RESOLUCION              PIC X(01).
                   88 CAS-INFORMADO               VALUE "I".
                   88 CAS-DESCARTADO              VALUE "D".
               02 CAS-REVISOR                 PIC 9(03).
               02 CAS-FECHA-REVISION          PIC 9(08).
