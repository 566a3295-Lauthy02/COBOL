      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-FALTANTE
      *    Registro de ARCHIVOS_FALTANTES.TXT: un archivo esperado
      *    por un paso de la cadena nocturna que no llego a su hora
      *    de corte y con el que la cadena siguio de todos modos
      *    (espera con politica S en CADENA.TXT).
      *    Lo graba ProgCadena, que lo vacia al empezar y al terminar
      *    cada cadena: solo tiene contenido mientras la cadena corre.
      *    Lo leen ProgIntake (no aborta por el archivo ausente de un
      *    proveedor, lo saltea) y ProgApareo (lo asienta en el acta
      *    de CORRIDAS.TXT).
           01 REG-FALTANTE.
               02 FAL-FECHA                   PIC 9(08).
      *Hora de corte de la espera (HHMM).
               02 FAL-HORA-CORTE              PIC 9(04).
               02 FAL-PASO                    PIC 9(02).
               02 FAL-ARCHIVO                 PIC X(40).
