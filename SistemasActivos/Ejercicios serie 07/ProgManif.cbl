      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa verificador de una copia con fecha
      *    Pide el nombre de una copia archivada (por ejemplo
      *    RECHAZOS.20261015.TXT), recalcula sus cuentas de control
      *    via RMANIFIE y las compara contra la ultima linea de
      *    MANIFIESTO_ARCHIVOS.TXT para ese archivo, la que dejo
      *    ProgApareo al archivarla. Una copia alterada queda ademas
      *    en ANULADO.LOG. El barrido semanal de todas las copias lo
      *    hace ProgManifSem.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgManif.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               15/10/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a la rutina del manifiesto.
           COPY TAB-MANIF.

      *Importe recalculado, editado para mostrarlo.
           01 WSV-IMPORTE-EDITADO              PIC -(10)9.99.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-Inicio-programa
           PERFORM 5000-Proceso
           PERFORM 9000-Fin-del-programa
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1000-Inicio-programa.
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           DISPLAY "Copia a verificar (ej. CUENTAS.AAAAMMDD.TXT): "
           ACCEPT MFP-ARCHIVO
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           SET MFP-VERIFICAR TO TRUE
           CALL "RMANIFIE" USING MFP-PEDIDO
           EVALUATE TRUE
               WHEN MFP-SIN-ARCHIVO
                   MOVE "No existe la copia a verificar"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "35" TO WSV-ANULADO-CODIGO
                   MOVE "ARCHIVO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               WHEN MFP-SIN-MANIFIESTO
                   DISPLAY "**** " MFP-ARCHIVO
                   DISPLAY "     no figura en el manifiesto (copia "
                           "anterior al manifiesto)"
               WHEN MFP-CORRECTO
                   DISPLAY "Copia CORRECTA: coincide con el manifiesto"
                           " del " MFP-FECHA-ALTA
               WHEN MFP-ALTERADO
                   DISPLAY "**** Copia ALTERADA: no coincide con el "
                           "manifiesto del " MFP-FECHA-ALTA
                   PERFORM 5100-Mostrar-cuentas
                   MOVE SPACES TO WSV-ANULADO-DESCRIP
                   STRING "Copia alterada: " DELIMITED BY SIZE
                          MFP-ARCHIVO DELIMITED BY SPACE
                          INTO WSV-ANULADO-DESCRIP
                   MOVE "MANIF" TO WSV-ANULADO-CODIGO
                   MOVE "MANIFIESTO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
           END-EVALUATE
           PERFORM 5100-Mostrar-cuentas
           .
       5100-Mostrar-cuentas.
           MOVE MFP-HASH-IMPORTE TO WSV-IMPORTE-EDITADO
           DISPLAY "Lineas:        " MFP-CANT-LINEAS
           DISPLAY "Registros:     " MFP-CANT-REGISTROS
           DISPLAY "Suma claves:   " MFP-HASH-CLAVE
           DISPLAY "Suma importes: " WSV-IMPORTE-EDITADO
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           DISPLAY "----- Error en el sistema ----"
           DISPLAY "Objeto: "              WSV-ANULADO-OBJETO
           DISPLAY "Codigo del error: "    WSV-ANULADO-CODIGO
           DISPLAY "Descripcion: "         WSV-ANULADO-DESCRIP
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 8950-Registrar-anulado
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgManif"         TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
