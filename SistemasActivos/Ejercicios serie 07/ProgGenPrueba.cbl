      *    rechazados, huerfanos) para verificar ProgApareo contra
      *    una respuesta conocida. Los codigos de servicio usados
      *    (PR1, PR2, PR3) tienen que estar cargados en el catalogo.
      *    Opcionalmente graba tambien MANDATOS.TXT con un mandato
      *    activo por cada par cliente+servicio generado (y regenera
      *    MANDATOS.IDX), para ensayar un volumen de fin de mes con
      *    la verificacion de mandatos encendida sin cambiar el
      *    resultado esperado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgGenPrueba.
       AUTHOR.                     Lautaro-Rojas.
           SELECT SALIDA-ESPERADOS ASSIGN TO "ESPERADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ESPERADOS.
      *Mandatos del ensayo, en el layout de PGENMAND.
           SELECT SALIDA-MANDATOS ASSIGN TO "MANDATOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-MANDATOS.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
                   02 ESP-ARCH-APROBADOS       PIC 9(03).
                   02 ESP-ARCH-RECHAZADOS      PIC 9(03).
                   02 ESP-ARCH-HUERFANOS       PIC 9(03).
      *Archivo MANDATOS (layout exacto de PGENMAND)
           FD SALIDA-MANDATOS.
               01 REGISTRO-SALIDA-MANDATO.
                   02 MAND-NRO-CLIE            PIC 9(03).
                   02 MAND-COD-SERV            PIC X(03).
                   02 MAND-FECHA-AUT           PIC 9(08).
                   02 MAND-ESTADO              PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
               02 FS-SALIDA-CUENTAS            PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ESPERADOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-MANDATOS           PIC X(02) VALUE ZEROES.

      *Configuracion del ensayo.
           01 WSV-CANT-CLIENTES                PIC 9(03) VALUE 20.
           01 WSV-PORC-SOBREGIRADOS            PIC 9(03) VALUE 20.
           01 WSV-CANT-HUERFANOS               PIC 9(03) VALUE 2.
           01 WSV-SEMILLA                      PIC 9(05) VALUE 12345.
           77 WSS-GENERA-MANDATOS              PIC X(01) VALUE "N".
               88 GENERA-MANDATOS              VALUE "S".
           01 WSV-CANT-MANDATOS                PIC 9(05) VALUE ZERO.

      *Pedido a la rutina RINDICE (copia por clave de un maestro).
           COPY TAB-INDICE.

      *Generador congruencial: mismo resultado con la misma semilla.
           01 WSV-AZAR                         PIC 9(10).
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Cantidad de clientes (001-900): "
           ACCEPT WSV-CANT-CLIENTES
           DISPLAY "Servicios por cliente (01-05): "
           ACCEPT WSV-SERV-POR-CLIENTE
           DISPLAY "Archivo de servicios de salida "
                   "(SERVICIOS_PRUEBA.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SERV
           DISPLAY "Grabar MANDATOS.TXT con todos los pares activos "
                   "(S/N, pisa el maestro): "
           ACCEPT WSS-GENERA-MANDATOS
           OPEN OUTPUT SALIDA-CUENTAS
           OPEN OUTPUT SALIDA-SERVICIOS
           IF GENERA-MANDATOS
               OPEN OUTPUT SALIDA-MANDATOS
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           WRITE REGISTRO-ENTRADA-SERVICIOS
           ADD 1 TO ESP-CANT-SERVICIOS
           ADD WSV-MONTO-GEN TO WSV-DEUDA-CLIENTE
      *    Los codigos se repiten de a tres: a partir del cuarto
      *    servicio el par ya tiene su mandato.
           IF GENERA-MANDATOS AND (WSV-IDX-SERV < 4)
               PERFORM 5300-Generar-mandato
           END-IF
           .
      *Mandato activo del par cliente+servicio recien generado.
       5300-Generar-mandato.
           MOVE NRO-CLIE-SERV TO MAND-NRO-CLIE
           MOVE COD-SERV TO MAND-COD-SERV
           MOVE WSV-FECHA-HOY TO MAND-FECHA-AUT
           MOVE "A" TO MAND-ESTADO
           WRITE REGISTRO-SALIDA-MANDATO
           ADD 1 TO WSV-CANT-MANDATOS
           .
      *Servicios de clientes inexistentes, numerados arriba del
      *ultimo cliente generado para conservar el orden ascendente.
       9000-Fin-del-programa.
           CLOSE SALIDA-CUENTAS
           CLOSE SALIDA-SERVICIOS
           IF GENERA-MANDATOS
               CLOSE SALIDA-MANDATOS
               PERFORM 9200-Indexar-mandatos
           END-IF
           PERFORM 9100-Grabar-esperados
           DISPLAY " "
           DISPLAY "----- Resultado esperado del ensayo ----"
               DISPLAY "Esperados grabados en ESPERADOS.TXT"
           END-IF
           .
      *Regenera MANDATOS.IDX desde el MANDATOS.TXT del ensayo, que es
      *la copia por clave que consulta ProgApareo.
       9200-Indexar-mandatos.
           MOVE "MANDATOS.TXT" TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               DISPLAY "**** No se pudo regenerar MANDATOS.IDX (FS "
                       IXP-FS ")"
           ELSE
               DISPLAY "Mandatos generados:    " WSV-CANT-MANDATOS
           END-IF
           .
