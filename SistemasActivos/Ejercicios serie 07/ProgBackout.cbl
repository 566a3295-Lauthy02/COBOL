      *
      *Archivo CORRIDAS (mismo layout que escribe ProgApareo)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Verificacion de la copia con fecha contra su manifiesto
      *(RMANIFIE).
           COPY TAB-MANIF.

      *Fecha de la corrida equivocada a revertir.
           01 WSV-FECHA-CORRIDA-MALA           PIC 9(08).
           01 WSV-CONFIRMA                     PIC X(01) VALUE "N".
               PERFORM 8900-Mostrar-anulado
           END-IF
           CLOSE ARCH-ORIGEN
      *    Y que siga igual a como lo dejo el archivado.
           MOVE WSV-NOMBRE-ARCHIVO-MALO TO MFP-ARCHIVO
           PERFORM 5050-Verificar-manifiesto
      *    Resguarda el CUENTAS.TXT actual antes de pisarlo.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "CUENTAS.PREBACKOUT.TXT" TO WSV-NOMBRE-DESTINO
                   WSV-CANT-COPIADAS " registros)"
           PERFORM 5200-Registrar-reversion
           .
      *Una copia con fecha que ya no coincide con lo anotado en el
      *manifiesto al archivarla no se usa. Las copias anteriores al
      *manifiesto se usan con aviso.
       5050-Verificar-manifiesto.
           SET MFP-VERIFICAR TO TRUE
           CALL "RMANIFIE" USING MFP-PEDIDO
           IF MFP-ALTERADO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Copia alterada: " DELIMITED BY SIZE
                      MFP-ARCHIVO DELIMITED BY SPACE
                      INTO WSV-ANULADO-DESCRIP
               MOVE "MANIF" TO WSV-ANULADO-CODIGO
               MOVE "MANIFIESTO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF MFP-SIN-MANIFIESTO
               DISPLAY "**** " MFP-ARCHIVO
               DISPLAY "     no figura en el manifiesto, se usa sin "
                       "verificar"
           END-IF
           .
       5100-Copiar-archivo.
           MOVE ZERO TO WSV-CANT-COPIADAS
           OPEN INPUT ARCH-ORIGEN
