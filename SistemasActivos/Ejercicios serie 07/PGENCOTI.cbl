               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a RINDICE para regenerar el indexado del maestro.
           COPY TAB-INDICE.

           01 WSV-CONTADORES.
               02 WSV-CONTADOR                 PIC 9(02).
               02 WSV-CANTIDAD                 PIC 9(02) VALUE 1.
               ELSE
                   DISPLAY "Pude cerrar el archivo: COTIZACIONES"
               END-IF
           PERFORM 7000-Indexar-cotizaciones
           .
      *Regenera COTIZACIONES.IDX, la copia por clave del maestro que
      *consulta ProgApareo.
       7000-Indexar-cotizaciones.
           MOVE "COTIZACIONES.TXT" TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               MOVE "COTIZAC-IDX" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "COTIZACIONES.IDX regenerado: " IXP-CANT-CARGADOS
                   " pares"
           .
      ******************************************************************
       8900-Mostrar-anulado.
