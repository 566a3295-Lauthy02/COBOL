      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-COTIIDX
      *    Registro de COTIZACIONES.IDX: la tabla de cambio del dia
      *    (COTIZACIONES.TXT, PGENCOTI) indexada por moneda origen +
      *    moneda destino. Si el par viene repetido queda el primero,
      *    como cuando ProgApareo la recorria en memoria. Lo regenera
      *    RINDICE.
           01 REG-COTIZACION-IDX.
               02 CXI-CLAVE.
                   03 CXI-MON-ORIGEN          PIC X(03).
                   03 CXI-MON-DESTINO         PIC X(03).
               02 CXI-TASA                    PIC 9(05)V9(04).
               02 CXI-FECHA                   PIC 9(08).
