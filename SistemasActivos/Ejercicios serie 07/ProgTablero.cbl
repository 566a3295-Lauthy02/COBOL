       FILE SECTION.
      *Archivo CORRIDAS (mismo layout que escribe ProgApareo)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *
      *Archivo INCIDENCIAS (vista minima: ticket y estado)
           FD ARCH-INCIDENCIAS.
