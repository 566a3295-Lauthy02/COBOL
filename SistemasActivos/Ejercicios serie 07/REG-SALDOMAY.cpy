      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-SALDOMAY
      *    Registro de SALDOS_MAYOR.TXT: saldo de una cuenta contable
      *    del plan (PLANCUENTAS) en una moneda y un mes AAAAMM.
      *    ProgMayor suma al debe y al haber los asientos de cada dia
      *    del feed ASIENTOS; ProgCierrePeriodo, al cerrar un mes,
      *    lleva el saldo de cierre como apertura del mes siguiente.
      *    Saldo de cierre = apertura + debe - haber.
      *    El archivo se graba ordenado por cuenta, moneda y periodo.
           01 REG-SALDO-MAYOR.
               02 SDO-CLAVE.
                   03 SDO-CUENTA-GL           PIC 9(06).
                   03 SDO-MONEDA              PIC X(03).
                   03 SDO-PERIODO             PIC 9(06).
               02 SDO-APERTURA                PIC S9(11)V99.
               02 SDO-DEBE                    PIC 9(11)V99.
               02 SDO-HABER                   PIC 9(11)V99.
