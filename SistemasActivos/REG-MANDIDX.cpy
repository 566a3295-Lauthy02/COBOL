      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-MANDIDX
      *    Registro de MANDATOS.IDX: el maestro de mandatos de debito
      *    directo (MANDATOS.TXT, PGENMAND) indexado por cliente +
      *    codigo de servicio, que es como lo busca ProgApareo. Una
      *    sola fila por par: si el secuencial trae el par repetido,
      *    queda el mandato activo. Lo regenera RINDICE.
           01 REG-MANDATO-IDX.
               02 MXI-CLAVE.
                   03 MXI-NRO-CLIE            PIC 9(03).
                   03 MXI-COD-SERV            PIC X(03).
               02 MXI-FECHA-AUT               PIC 9(08).
      *A activo, R revocado.
               02 MXI-ESTADO                  PIC X(01).
                   88 MXI-ACTIVO                  VALUE "A".
