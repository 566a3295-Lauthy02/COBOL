               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a RINDICE para regenerar el indexado del maestro.
           COPY TAB-INDICE.

      *Maestro de mandatos completo en memoria, siempre ascendente
      *por numero de cliente.
           01 WST-MANDATOS.
               VARYING WSV-IDX-MAND FROM 1 BY 1
               UNTIL WSV-IDX-MAND > WSV-CANT-MANDATOS
           CLOSE MANDATOS
           PERFORM 7030-Indexar-mandatos
           .
       7020-Escribir-mandato.
           MOVE WST-MAND-NRO-CLIE(WSV-IDX-MAND) TO MAND-NRO-CLIE
           MOVE WST-MAND-ESTADO(WSV-IDX-MAND) TO MAND-ESTADO
           WRITE REGISTRO-MANDATO
           .
      *Regenera MANDATOS.IDX, la copia por clave del maestro que
      *consulta ProgApareo.
       7030-Indexar-mandatos.
           MOVE "MANDATOS.TXT" TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               MOVE "MANDATOS-IDX" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "MANDATOS.IDX regenerado: " IXP-CANT-CARGADOS
                   " mandatos"
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
