      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-BLOQIDX
      *    Registro de CLIENTES_BLOQUEADOS.IDX: la lista de clientes
      *    bloqueados por politica (CLIENTES_BLOQUEADOS.TXT, PGENBLOQ)
      *    indexada por numero de cliente. Lo regenera RINDICE.
           01 REG-BLOQUEADO-IDX.
               02 BXI-NRO-CLIE                PIC 9(03).
               02 BXI-MOTIVO                  PIC X(30).
               02 BXI-FECHA                   PIC 9(08).
      *A automatico, M manual.
               02 BXI-ORIGEN                  PIC X(01).
