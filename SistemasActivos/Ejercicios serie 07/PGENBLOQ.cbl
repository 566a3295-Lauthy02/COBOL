               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a RINDICE para regenerar el indexado del maestro.
           COPY TAB-INDICE.

      *Lista de bloqueados completa en memoria.
           01 WST-BLOQUEADOS.
               02 WST-BLQ-DET               OCCURS 200 TIMES.
               VARYING WSV-IDX-BLQ FROM 1 BY 1
               UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEADOS
           CLOSE BLOQUEADOS
           PERFORM 7040-Indexar-bloqueados
           .
       7030-Escribir-bloqueado.
           MOVE WST-BLQ-NRO-CLIE(WSV-IDX-BLQ) TO BLOQ-NRO-CLIE
           MOVE WST-BLQ-ORIGEN(WSV-IDX-BLQ) TO BLOQ-ORIGEN
           WRITE REGISTRO-BLOQUEADO
           .
      *Regenera CLIENTES_BLOQUEADOS.IDX, la copia por clave del
      *maestro que consulta ProgApareo.
       7040-Indexar-bloqueados.
           MOVE "CLIENTES_BLOQUEADOS.TXT" TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               MOVE "BLOQUEADOS-IDX" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "CLIENTES_BLOQUEADOS.IDX regenerado: "
                   IXP-CANT-CARGADOS " clientes"
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
