       FILE SECTION.
      *Archivo CORRIDAS (mismo layout que escribe ProgApareo)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
                   "  Monto: " CORR-MONTO-INCIDENCIAS
           DISPLAY "  Cuen-act    - Registros: " CORR-CANT-CUEN-ACT
                   "  Saldo: " CORR-MONTO-CUEN-ACT
           IF (CORR-CANT-FALTANTES IS NUMERIC)
                   AND (CORR-CANT-FALTANTES > ZERO)
               DISPLAY "  **** Corrio sin " CORR-CANT-FALTANTES
                       " archivo(s) que no llegaron al corte: "
                       CORR-ARCH-FALTANTE
           END-IF
           EVALUATE CORR-CONCILIA
               WHEN "P"
                   DISPLAY "  Conciliacion: PASA"
