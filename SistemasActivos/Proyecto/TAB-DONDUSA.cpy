      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-DONDUSA
      *    Pedido que recibe RDONDUSA para buscar donde se usa un
      *    codigo de catalogo antes de darlo de baja, compartido por
      *    PDONDUSA (consulta suelta), PMANTCAT y PAPRUEBA via
      *    PROCEDURE DIVISION USING DUS-PEDIDO.
      *    DUS-CATALOGO: M = materias, P = paises, S = servicios.
      *    Materias y paises se piden en DUS-CODIGO-NUM; servicios,
      *    alfanumericos, en DUS-CODIGO.
           01 DUS-PEDIDO.
               02 DUS-CATALOGO            PIC X(01).
                   88 DUS-CAT-MATERIAS        VALUE "M".
                   88 DUS-CAT-PAISES          VALUE "P".
                   88 DUS-CAT-SERVICIOS       VALUE "S".
               02 DUS-CODIGO              PIC X(03).
               02 DUS-CODIGO-NUM REDEFINES DUS-CODIGO
                                          PIC 9(03).
      *Total de referencias vivas halladas; el detalle guarda las
      *primeras 100 (archivo y clave del registro que la tiene).
               02 DUS-CANT-REFERENCIAS    PIC 9(05).
               02 DUS-CANT-DETALLE        PIC 9(03).
               02 DUS-DETALLE             OCCURS 100 TIMES.
                   03 DUS-DET-ARCHIVO     PIC X(20).
                   03 DUS-DET-CLAVE       PIC X(40).
