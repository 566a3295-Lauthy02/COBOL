      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-LIMCAJA
      *    Registro de LIMITES_CAJA.TXT (lo mantiene PGENLIMI): los
      *    topes de ventanilla de CorteCtrlIngresando, por rol de
      *    OPERADORES.TXT (T cajero / S supervisor / A administrador)
      *    o para un legajo puntual, que pisa al de su rol.
      *    Para deposito, retiro y transferencia: el maximo de una
      *    sola operacion y el acumulado del operador en el dia.
      *    Un tope en cero es sin tope; un rol sin fila no tiene
      *    topes. Pasar un tope pide en el momento el legajo de un
      *    supervisor, como el reverso.
           01 REG-LIMITE-CAJA.
               02 LIM-TIPO                    PIC X(01).
                   88 LIM-POR-ROL                 VALUE "R".
                   88 LIM-POR-LEGAJO              VALUE "L".
      *Rol (fila R, legajo en cero) o legajo (fila L, rol en blanco).
               02 LIM-ROL                     PIC X(01).
               02 LIM-LEGAJO                  PIC 9(03).
      *1 deposito, 2 retiro, 3 transferencia.
               02 LIM-TOPE                    OCCURS 3 TIMES.
                   03 LIM-TOPE-OPERACION      PIC 9(05).
                   03 LIM-TOPE-DIARIO         PIC 9(07).
