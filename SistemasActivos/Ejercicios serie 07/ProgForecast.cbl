      *Archivo CORRIDAS (mismo layout que escribe ProgApareo; solo
      *interesa el ultimo registro)
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

      *Abonos activos agregados por codigo de servicio y moneda.
           01 WST-PRONOSTICO.
               02 WST-PRO-DET               OCCURS 100 TIMES.
                  WSV-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RECHAZOS
           MOVE WSV-NOMBRE-CUEN-ACT TO MFP-ARCHIVO
           PERFORM 5305-Verificar-manifiesto
           MOVE WSV-NOMBRE-RECHAZOS TO MFP-ARCHIVO
           PERFORM 5305-Verificar-manifiesto
           ADD 1 TO CTRL-CANT-CICLOS
           PERFORM 5310-Sumar-aprobados
           PERFORM 5350-Sumar-rechazados
           PERFORM 5200-Pedir-fecha-ciclo
           .
      *Una copia con fecha que ya no coincide con lo anotado en el
      *manifiesto al archivarla no se usa. Las copias anteriores al
      *manifiesto se usan con aviso.
       5305-Verificar-manifiesto.
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
       5310-Sumar-aprobados.
           OPEN INPUT ENTRADA-CUEN-ACT
           IF FS-ENTRADA-CUEN-ACT NOT = "00"
