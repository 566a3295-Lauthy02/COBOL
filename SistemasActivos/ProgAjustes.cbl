      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa generador de ajustes diarios de caja
      *    Netea los movimientos de un dia de MOVIMIENTOS.TXT por
      *    sucursal y cliente (depositos, cheques depositados e
      *    ingresos de transferencia suman, retiros, envios, cheques
      *    rechazados y sus cargos restan, y los reversos deshacen el
      *    efecto de su movimiento original) y deja el resultado en
      *    AJUSTES_DIARIOS.TXT, una linea por cliente con movimiento
      *    neto. ProgCierre aplica ese archivo cuando arma el
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *
      *Archivo AJUSTES_DIARIOS
      *Fecha | Sucursal | Cliente | Neto del dia (con signo)
                       MOVE WST-MOV-MONTO(WSV-IDX-MOV) TO WSV-APORTE
                   WHEN "I"
                       MOVE WST-MOV-MONTO(WSV-IDX-MOV) TO WSV-APORTE
                   WHEN "C"
                       MOVE WST-MOV-MONTO(WSV-IDX-MOV) TO WSV-APORTE
                   WHEN "R"
                       COMPUTE WSV-APORTE =
                               0 - WST-MOV-MONTO(WSV-IDX-MOV)
                   WHEN "E"
                       COMPUTE WSV-APORTE =
                               0 - WST-MOV-MONTO(WSV-IDX-MOV)
                   WHEN "B"
                       COMPUTE WSV-APORTE =
                               0 - WST-MOV-MONTO(WSV-IDX-MOV)
                   WHEN "G"
                       COMPUTE WSV-APORTE =
                               0 - WST-MOV-MONTO(WSV-IDX-MOV)
                   WHEN "X"
                       PERFORM 5200-Aporte-del-reverso
                   WHEN OTHER
