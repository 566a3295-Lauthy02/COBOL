      *
      *Archivo CORRIDAS (solo interesan fecha y estado final)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
