      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-LAYOUT
      *    Registro de LAYOUTS.TXT, el registro de layouts de los
      *    archivos secuenciales de la suite: una linea por campo de
      *    cada archivo, con su posicion, largo, tipo y los valores
      *    que admite. Lo mantiene PGENLAYO y lo lee RVALIDA para
      *    controlar cualquier archivo contra su layout.
           01 REG-LAYOUT.
      *Nombre del archivo tal como lo abren los programas.
               02 LAY-ARCHIVO                 PIC X(30).
               02 LAY-CAMPO                   PIC X(20).
               02 LAY-POSICION                PIC 9(03).
               02 LAY-LONGITUD                PIC 9(03).
      *N numerico sin signo, S numerico con signo en el ultimo
      *digito (como graba un PIC S9), F fecha AAAAMMDD,
      *A alfanumerico.
               02 LAY-TIPO                    PIC X(01).
                   88 LAY-TIPO-VALIDO             VALUES "N" "S"
                                                         "F" "A".
      *S el campo no puede venir en blanco; N en blanco se acepta
      *sin mas control.
               02 LAY-OBLIGATORIO             PIC X(01).
                   88 LAY-ES-OBLIGATORIO          VALUE "S".
      *Valores admitidos separados por barra (A/R), o una
      *arroba y el nombre de un catalogo (@CUENTAS.TXT): el valor
      *tiene que estar en ese archivo, en la posicion y largo que
      *dicen LAY-CAT-POSICION y LAY-CAT-LONGITUD. En blanco no se
      *controlan valores.
               02 LAY-VALORES                 PIC X(40).
               02 LAY-VALORES-R REDEFINES LAY-VALORES.
                   03 LAY-MARCA-CATALOGO      PIC X(01).
                       88 LAY-ES-CATALOGO         VALUE "@".
                   03 LAY-CATALOGO            PIC X(39).
               02 LAY-CAT-POSICION            PIC 9(03).
               02 LAY-CAT-LONGITUD            PIC 9(03).
