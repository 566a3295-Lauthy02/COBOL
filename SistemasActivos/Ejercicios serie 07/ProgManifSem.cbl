      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de barrido semanal del manifiesto de archivos
      *    Revisa las copias con fecha que archiva ProgApareo contra
      *    MANIFIESTO_ARCHIVOS.TXT y deja en
      *    MANIFIESTO_CONTROL.AAAAMMDD.TXT:
      *    - las copias anotadas en el manifiesto que ya no coinciden
      *      (ALTERADA), recalculadas via RMANIFIE;
      *    - las copias que existen y no figuran en el manifiesto
      *      (SIN MANIFIESTO), buscadas dia por dia hacia atras hasta
      *      un anio, como en ProgPurga, porque el lenguaje no lista
      *      directorios.
      *    Las lineas del manifiesto cuya copia ya no existe (la
      *    borro ProgPurga) solo se cuentan. Corre sin preguntas,
      *    para poder ponerlo como paso semanal de ProgCadena.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgManifSem.
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
           SELECT ARCH-MANIFIESTO ASSIGN TO "MANIFIESTO_ARCHIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MANIFIESTO.

           SELECT ARCH-CANDIDATO ASSIGN DYNAMIC WSV-NOMBRE-CANDIDATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CANDIDATO.

           SELECT SALIDA-CONTROL ASSIGN DYNAMIC WSV-NOMBRE-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.
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
      *Archivo MANIFIESTO_ARCHIVOS
           FD ARCH-MANIFIESTO.
               COPY REG-MANIFIESTO.

           FD ARCH-CANDIDATO.
               01 LINEA-CANDIDATO              PIC X(80).

           FD SALIDA-CONTROL.
               01 LINEA-CONTROL                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-MANIFIESTO                    PIC X(02) VALUE ZEROES.
           01 FS-CANDIDATO                     PIC X(02) VALUE ZEROES.
           01 FS-CONTROL                       PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Pedido a la rutina del manifiesto.
           COPY TAB-MANIF.

      *Nombres distintos anotados en el manifiesto.
           01 WST-ANOTADOS.
               02 WST-ANO-NOMBRE            PIC X(40)
                                            OCCURS 2000 TIMES.
           01 WSV-CANT-ANOTADOS                PIC 9(04) VALUE ZERO.
           01 WSV-IDX-ANO                      PIC 9(04).
           77 WSS-ANOTADO                      PIC X(01) VALUE "N".
               88 NOMBRE-SI-ANOTADO            VALUE "S".
               88 NOMBRE-NO-ANOTADO            VALUE "N".

      *Familias de copias con fecha que archiva ProgApareo.
           01 WST-FAMILIAS.
               02 WST-FAM-RAIZ              PIC X(15) OCCURS 7 TIMES.
           01 WSV-IDX-FAM                      PIC 9(01).

      *Fecha del dia y fecha candidata que se va retrocediendo.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-FECHA-CAND                   PIC 9(08).
           01 WSV-FECHA-CAND-DET REDEFINES WSV-FECHA-CAND.
               02 WSV-CAND-ANIO                PIC 9(04).
               02 WSV-CAND-MES                 PIC 9(02).
               02 WSV-CAND-DIA                 PIC 9(02).
           01 WSV-DIAS-ATRAS                   PIC 9(03).
      *Auxiliares del retroceso de fecha (bisiesto como en DIFFECHA).
           01 WSV-COCIENTE                     PIC 9(07).
           01 WSV-RESTO-4                      PIC 9(02).
           01 WSV-RESTO-100                    PIC 9(02).
           01 WSV-RESTO-400                    PIC 9(03).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ANOTADOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CORRECTOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ALTERADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PURGADOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-MANIF          PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-CANDIDATO             PIC X(40).
           01 WSV-NOMBRE-CONTROL               PIC X(40).
           01 WSV-LINEA-ARMADA                 PIC X(80).

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "CUENTAS."       TO WST-FAM-RAIZ(1)
           MOVE "SERVICIOS."     TO WST-FAM-RAIZ(2)
           MOVE "RECHAZOS."      TO WST-FAM-RAIZ(3)
           MOVE "INCIDENCIAS."   TO WST-FAM-RAIZ(4)
           MOVE "CUEN_ACT."      TO WST-FAM-RAIZ(5)
           MOVE "DEBITOS_BANCO." TO WST-FAM-RAIZ(6)
           MOVE "CONSUMOS."      TO WST-FAM-RAIZ(7)
           PERFORM 1100-Cargar-anotados
           MOVE SPACES TO WSV-NOMBRE-CONTROL
           STRING "MANIFIESTO_CONTROL." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CONTROL
           OPEN OUTPUT SALIDA-CONTROL
           IF FS-CONTROL NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CONTROL TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-CONTROL" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CONTROL DEL MANIFIESTO DE ARCHIVOS AL "
                  DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           .
      *Un archivo archivado dos veces en el dia figura dos veces:
      *se anota el nombre una sola vez (RMANIFIE usa la ultima).
       1100-Cargar-anotados.
           OPEN INPUT ARCH-MANIFIESTO
           IF FS-MANIFIESTO = "00"
               PERFORM 7010-Leer-manifiesto
               PERFORM 1110-Anotar-nombre
                   UNTIL FS-MANIFIESTO NOT = "00"
               CLOSE ARCH-MANIFIESTO
           ELSE
               DISPLAY "**** No existe MANIFIESTO_ARCHIVOS.TXT, "
                       "ninguna copia esta anotada"
           END-IF
           .
       1110-Anotar-nombre.
           MOVE MNF-NOMBRE-ARCHIVO TO WSV-NOMBRE-CANDIDATO
           PERFORM 5900-Buscar-anotado
           IF NOMBRE-NO-ANOTADO
               IF WSV-CANT-ANOTADOS < 2000
                   ADD 1 TO WSV-CANT-ANOTADOS
                   MOVE MNF-NOMBRE-ARCHIVO
                       TO WST-ANO-NOMBRE(WSV-CANT-ANOTADOS)
               ELSE
                   DISPLAY "**** Mas de 2000 copias en el manifiesto, "
                           "se ignora " MNF-NOMBRE-ARCHIVO
               END-IF
           END-IF
           PERFORM 7010-Leer-manifiesto
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           MOVE "Copias alteradas:" TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           PERFORM 5100-Verificar-anotado
               VARYING WSV-IDX-ANO FROM 1 BY 1
               UNTIL WSV-IDX-ANO > WSV-CANT-ANOTADOS
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           MOVE "Copias sin manifiesto:" TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           MOVE WSV-FECHA-HOY TO WSV-FECHA-CAND
           PERFORM 5200-Revisar-un-dia
               VARYING WSV-DIAS-ATRAS FROM 0 BY 1
               UNTIL WSV-DIAS-ATRAS > 365
           .
       5100-Verificar-anotado.
           ADD 1 TO CTRL-CANT-ANOTADOS
           SET MFP-VERIFICAR TO TRUE
           MOVE WST-ANO-NOMBRE(WSV-IDX-ANO) TO MFP-ARCHIVO
           CALL "RMANIFIE" USING MFP-PEDIDO
           EVALUATE TRUE
               WHEN MFP-CORRECTO
                   ADD 1 TO CTRL-CANT-CORRECTOS
               WHEN MFP-SIN-ARCHIVO
                   ADD 1 TO CTRL-CANT-PURGADOS
               WHEN OTHER
                   ADD 1 TO CTRL-CANT-ALTERADOS
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "  ALTERADA      " DELIMITED BY SIZE
                          MFP-ARCHIVO DELIMITED BY SPACE
                          " (anotada el " DELIMITED BY SIZE
                          MFP-FECHA-ALTA DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   DISPLAY WSV-LINEA-ARMADA
                   PERFORM 6900-Escribir-control
                   MOVE SPACES TO WSV-ANULADO-DESCRIP
                   STRING "Copia alterada: " DELIMITED BY SIZE
                          MFP-ARCHIVO DELIMITED BY SPACE
                          INTO WSV-ANULADO-DESCRIP
                   MOVE "MANIF" TO WSV-ANULADO-CODIGO
                   MOVE "MANIFIESTO" TO WSV-ANULADO-OBJETO
                   PERFORM 8950-Registrar-anulado
           END-EVALUATE
           .
      *El dia 0 es la fecha de hoy; cada vuelta retrocede un dia.
       5200-Revisar-un-dia.
           IF WSV-DIAS-ATRAS > ZERO
               PERFORM 5210-Retroceder-un-dia
           END-IF
           PERFORM 5300-Revisar-familia
               VARYING WSV-IDX-FAM FROM 1 BY 1
               UNTIL WSV-IDX-FAM > 7
           .
      *Retrocede WSV-FECHA-CAND un dia calendario, con los largos de
      *mes y el bisiesto calculado como en DIFFECHA.
       5210-Retroceder-un-dia.
           IF WSV-CAND-DIA > 1
               SUBTRACT 1 FROM WSV-CAND-DIA
           ELSE
               IF WSV-CAND-MES = 1
                   MOVE 12 TO WSV-CAND-MES
                   MOVE 31 TO WSV-CAND-DIA
                   SUBTRACT 1 FROM WSV-CAND-ANIO
               ELSE
                   SUBTRACT 1 FROM WSV-CAND-MES
                   PERFORM 5220-Ultimo-dia-del-mes
               END-IF
           END-IF
           .
       5220-Ultimo-dia-del-mes.
           EVALUATE WSV-CAND-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WSV-CAND-DIA
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSV-CAND-DIA
               WHEN 2
                   PERFORM 5230-Determinar-bisiesto
           END-EVALUATE
           .
       5230-Determinar-bisiesto.
           DIVIDE WSV-CAND-ANIO BY 4 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-4
           DIVIDE WSV-CAND-ANIO BY 100 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-100
           DIVIDE WSV-CAND-ANIO BY 400 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-400
           IF (WSV-RESTO-4 = 0) AND
                   ((WSV-RESTO-100 NOT = 0) OR (WSV-RESTO-400 = 0))
               MOVE 29 TO WSV-CAND-DIA
           ELSE
               MOVE 28 TO WSV-CAND-DIA
           END-IF
           .
       5300-Revisar-familia.
           MOVE SPACES TO WSV-NOMBRE-CANDIDATO
           STRING WST-FAM-RAIZ(WSV-IDX-FAM) DELIMITED BY " "
                  WSV-FECHA-CAND DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CANDIDATO
           OPEN INPUT ARCH-CANDIDATO
           IF FS-CANDIDATO = "00"
               CLOSE ARCH-CANDIDATO
               PERFORM 5900-Buscar-anotado
               IF NOMBRE-NO-ANOTADO
                   ADD 1 TO CTRL-CANT-SIN-MANIF
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "  SIN MANIFIESTO " DELIMITED BY SIZE
                          WSV-NOMBRE-CANDIDATO DELIMITED BY SPACE
                          INTO WSV-LINEA-ARMADA
                   DISPLAY WSV-LINEA-ARMADA
                   PERFORM 6900-Escribir-control
               END-IF
           END-IF
           .
       5900-Buscar-anotado.
           SET NOMBRE-NO-ANOTADO TO TRUE
           PERFORM 5910-Comparar-anotado
               VARYING WSV-IDX-ANO FROM 1 BY 1
               UNTIL (WSV-IDX-ANO > WSV-CANT-ANOTADOS)
               OR NOMBRE-SI-ANOTADO
           .
       5910-Comparar-anotado.
           IF WST-ANO-NOMBRE(WSV-IDX-ANO) = WSV-NOMBRE-CANDIDATO
               SET NOMBRE-SI-ANOTADO TO TRUE
           END-IF
           .
       6900-Escribir-control.
           MOVE WSV-LINEA-ARMADA TO LINEA-CONTROL
           WRITE LINEA-CONTROL
           .
      ******************************************************************
       7010-Leer-manifiesto.
           READ ARCH-MANIFIESTO
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
      *Agrega el evento a ANULADO.LOG, el historial de auditoria
      *compartido con PGENMAT, PGENPAIS, RGENMATE y ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgManifS"        TO LOG-ANUL-PROGRAMA
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
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Anotadas: " DELIMITED BY SIZE
                  CTRL-CANT-ANOTADOS DELIMITED BY SIZE
                  "  Correctas: " DELIMITED BY SIZE
                  CTRL-CANT-CORRECTOS DELIMITED BY SIZE
                  "  Alteradas: " DELIMITED BY SIZE
                  CTRL-CANT-ALTERADOS DELIMITED BY SIZE
                  "  Ya purgadas: " DELIMITED BY SIZE
                  CTRL-CANT-PURGADOS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Sin manifiesto: " DELIMITED BY SIZE
                  CTRL-CANT-SIN-MANIF DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-control
           CLOSE SALIDA-CONTROL
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Copias anotadas:       " CTRL-CANT-ANOTADOS
           DISPLAY "Copias correctas:      " CTRL-CANT-CORRECTOS
           DISPLAY "Copias alteradas:      " CTRL-CANT-ALTERADOS
           DISPLAY "Anotadas ya purgadas:  " CTRL-CANT-PURGADOS
           DISPLAY "Copias sin manifiesto: " CTRL-CANT-SIN-MANIF
           DISPLAY "Detalle en " WSV-NOMBRE-CONTROL
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
