      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-INDICE
      *    Pedido que recibe RINDICE via
      *    PROCEDURE DIVISION USING IXP-PEDIDO.
      *    IXP-MAESTRO es el nombre del maestro secuencial que se
      *    acaba de grabar (MANDATOS.TXT, CLIENTES_BLOQUEADOS.TXT o
      *    COTIZACIONES.TXT); la rutina regenera entero su indexado
      *    (.IDX) por la clave con que lo busca ProgApareo. Los
      *    programas que graban esos maestros la llaman despues de
      *    cada grabacion, y ProgApareo la llama si el indexado no
      *    existe todavia.
           01 IXP-PEDIDO.
               02 IXP-MAESTRO             PIC X(40).
      *S indexado regenerado, N no hay maestro secuencial (el
      *indexado queda vacio), E no se pudo grabar el indexado,
      *X el archivo no tiene indexado (no es un maestro de consulta).
               02 IXP-RESULTADO           PIC X(01).
                   88 IXP-CORRECTO            VALUE "S".
                   88 IXP-SIN-MAESTRO         VALUE "N".
                   88 IXP-ERROR               VALUE "E".
                   88 IXP-NO-APLICA           VALUE "X".
               02 IXP-CANT-CARGADOS       PIC 9(07).
      *Lineas con una clave ya cargada (queda la primera, salvo en
      *mandatos, donde manda la activa).
               02 IXP-CANT-REPETIDOS      PIC 9(07).
               02 IXP-FS                  PIC X(02).
