      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-MANIFIESTO
      *    Registro de MANIFIESTO_ARCHIVOS.TXT: una linea por cada
      *    copia con fecha que archiva ProgApareo, con las cuentas de
      *    control que recalcula RMANIFIE antes de que otro programa
      *    la reuse. Si un archivo se vuelve a archivar en el dia
      *    vale la ultima linea con su nombre.
      *    Las sumas de control solo miran claves e importes (no el
      *    nombre), asi el borrado de datos personales de ProgBorrado
      *    no rompe el manifiesto.
           01 REG-MANIFIESTO.
               02 MNF-NOMBRE-ARCHIVO          PIC X(40).
               02 MNF-FECHA-ALTA              PIC 9(08).
               02 MNF-HORA-ALTA               PIC 9(08).
               02 MNF-PROGRAMA                PIC X(10).
      *Lineas totales (con HEADER y TRAILER) y registros de datos.
               02 MNF-CANT-LINEAS             PIC 9(07).
               02 MNF-CANT-REGISTROS          PIC 9(07).
      *Suma de cliente * 100 + cuenta de cada registro de datos.
               02 MNF-HASH-CLAVE              PIC 9(11).
      *Suma de saldos (y de deudas en RECHAZOS) de los registros.
               02 MNF-HASH-IMPORTE            PIC S9(11)V99.
