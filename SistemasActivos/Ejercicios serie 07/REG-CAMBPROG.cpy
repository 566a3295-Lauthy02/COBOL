      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-CAMBPROG
      *    Registro de CAMBIOS_PROGRAMADOS.TXT: un cambio del maestro
      *    de clientes cargado con fecha de vigencia en PGENAGEN, a la
      *    espera de que ProgCambios lo aplique sobre CUENTAS.TXT la
      *    noche en que llega esa fecha (antes de ProgApareo).
      *    PRG-CAMPO:  L = limite de sobregiro, M = minimo protegido,
      *                T = tope de debito por ciclo, S = sucursal.
      *    PRG-ESTADO: P = pendiente, A = aplicado, N = anulado,
      *                H = el cliente ya no estaba en CUENTAS.TXT al
      *                llegar la fecha (dado de baja).
           01 REG-CAMBIO-PROGRAMADO.
               02 PRG-FECHA-EFECTIVA      PIC 9(08).
               02 PRG-NRO-CLIE            PIC 9(03).
               02 PRG-NRO-CTA             PIC 9(02).
               02 PRG-CAMPO               PIC X(01).
                   88 PRG-CAMPO-LIMITE        VALUE "L".
                   88 PRG-CAMPO-MINIMO        VALUE "M".
                   88 PRG-CAMPO-TOPE          VALUE "T".
                   88 PRG-CAMPO-SUCURSAL      VALUE "S".
                   88 PRG-CAMPO-VALIDO        VALUES "L" "M" "T" "S".
      *Valor nuevo: importe 999V99 para L, M y T; numero de sucursal
      *en las ultimas tres posiciones para S.
               02 PRG-VALOR               PIC 9(05).
               02 PRG-VALOR-IMPORTE REDEFINES PRG-VALOR
                                          PIC 999V99.
               02 PRG-ESTADO              PIC X(01).
                   88 PRG-PENDIENTE           VALUE "P".
                   88 PRG-APLICADO            VALUE "A".
                   88 PRG-ANULADO             VALUE "N".
                   88 PRG-HUERFANO            VALUE "H".
               02 PRG-OPER-CARGA          PIC 9(03).
               02 PRG-FECHA-CARGA         PIC 9(08).
      *Fecha en que se aplico (o se anulo) y valor que tenia el
      *campo antes de aplicarlo, para poder volver atras a mano.
               02 PRG-FECHA-CIERRE        PIC 9(08).
               02 PRG-VALOR-ANTERIOR      PIC 9(05).
               02 PRG-NOTA                PIC X(30).
