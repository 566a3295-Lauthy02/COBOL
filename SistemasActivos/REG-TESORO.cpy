      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-TESORO
      *    Registro de TESORO.TXT: cada movimiento de efectivo del
      *    tesoro de una sucursal, asentado por ProgTesoro con la
      *    firma del supervisor que lo hizo:
      *    - A: entrega del fondo de apertura a un cajero (lo toma
      *      ProgCierreCaja como fondo del arqueo);
      *    - C: recepcion del efectivo que el cajero arqueo al cierre;
      *    - R: remesa recibida de la tesoreria central;
      *    - E: remesa enviada a la tesoreria central.
      *    ProgCajaAsientos los lleva al feed contable por sucursal.
           01 REG-TESORO.
               02 TES-FECHA                   PIC 9(08).
               02 TES-HORA                    PIC 9(08).
               02 TES-SUCURSAL                PIC 9(03).
               02 TES-TIPO                    PIC X(01).
                   88 TES-ENTREGA-CAJERO          VALUE "A".
                   88 TES-RECEPCION-CAJERO        VALUE "C".
                   88 TES-REMESA-RECIBIDA         VALUE "R".
                   88 TES-REMESA-ENVIADA          VALUE "E".
      *Legajo del cajero en A y C; cero en las remesas.
               02 TES-CAJERO                  PIC 9(03).
               02 TES-MONTO                   PIC 9(07).
      *Numero de remesa de la tesoreria central en R y E; cero en
      *A y C.
               02 TES-REFERENCIA              PIC 9(08).
               02 TES-SUPERVISOR              PIC 9(03).
