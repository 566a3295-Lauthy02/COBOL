      *
      *Archivo CORRIDAS (solo interesa la fecha de cada acta)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
