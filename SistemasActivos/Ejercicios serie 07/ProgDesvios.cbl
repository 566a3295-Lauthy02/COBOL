       FILE SECTION.
      *Archivo CORRIDAS (mismo layout que escribe ProgApareo)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
