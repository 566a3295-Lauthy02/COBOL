      *    (CUEN_ACT.AAAAMMDD.TXT y RECHAZOS.AAAAMMDD.TXT) y agrega
      *    a HISTORIA_CLIENTES.TXT una linea por cliente con el
      *    resultado de ese ciclo: fecha, cuenta, saldo, marca de
      *    sobregiro, detalle de servicios debitados, el importe
      *    que le quedo rechazado y el total que se le presento en
      *    el ciclo (CONSUMOS.AAAAMMDD.TXT, del que ProgApareo saca
      *    el consumo promedio de cada cuenta). Corrida tras corrida
      *    el archivo acumula la pelicula completa, y ProgHistCons
      *    la imprime por cliente sin abrir seis archivos a mano.
      *    Si la fecha ya esta cargada en la historia no se agrega
      *    de nuevo, para que una doble corrida no duplique el mes.
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECHAZOS.

           SELECT ENTRADA-CONSUMOS ASSIGN DYNAMIC WSV-NOMBRE-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-CONSUMOS.

           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.
                   02 TRAILER-TAG-RECH         PIC X(07).
                   02 TRAILER-RESTO-RECH       PIC X(14).
      *
      *Archivo CONSUMOS archivado (mismo layout que escribe
      *ProgApareo)
           FD ENTRADA-CONSUMOS.
               01 REGISTRO-ENTRADA-CONSUMO.
                   02 CSM-NRO-CLIE             PIC 9(03).
                   02 CSM-NRO-CTA              PIC 9(02).
                   02 CSM-MONTO-CICLO          PIC 9(05)V99.
                   02 CSM-MONEDA               PIC X(03).
      *
      *Archivo HISTORIA_CLIENTES: una linea por cliente y corrida.
      *Fecha | Cliente | Cuenta | Saldo | Sobregiro | Cant. serv.
      *| Detalle | Deuda rechazada | Total presentado en el ciclo
      *(en blanco en las lineas historiadas antes de que existiera)
           FD ARCH-HISTORIA.
               01 REGISTRO-HISTORIA.
                   02 HIS-FECHA                PIC 9(08).
                   02 HIS-DETALLE              PIC X(03)
                       OCCURS 20 TIMES.
                   02 HIS-DEUDA-RECH           PIC 999V99.
                   02 HIS-MONTO-CICLO          PIC 9(05)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-CUEN-ACT      PIC X(02)  VALUE ZEROES.
               02 FS-ENTRADA-RECHAZOS      PIC X(02)  VALUE ZEROES.
               02 FS-HISTORIA              PIC X(02)  VALUE ZEROES.
               02 FS-ENTRADA-CONSUMOS      PIC X(02)  VALUE ZEROES.

           01 WSV-FECHA-CORRIDA            PIC 9(08).
           01 WSV-NOMBRE-CUEN-ACT          PIC X(40).
           01 WSV-NOMBRE-RECHAZOS          PIC X(40).
           01 WSV-NOMBRE-CONSUMOS          PIC X(40).
      *Verificacion de las copias con fecha contra su manifiesto
      *(RMANIFIE).
           COPY TAB-MANIF.
           01 WSV-IDX-SERV                 PIC 9(02).
           77 WSS-FECHA-CARGADA            PIC X(01)  VALUE "N".
               88 FECHA-YA-CARGADA                    VALUE "S".
           01 WSV-IDX-REC                  PIC 9(03).
           01 WSV-DEUDA-HALLADA            PIC 999V99.

      *Total presentado por cuenta en la corrida, para la linea de
      *historia de cada cuenta.
           01 WST-CONSUMOS.
               02 WST-CSM-DET           OCCURS 500 TIMES.
                   03 WST-CSM-NRO-CLIE  PIC 9(03).
                   03 WST-CSM-NRO-CTA   PIC 9(02).
                   03 WST-CSM-MONTO     PIC 9(05)V99.
           01 WSV-CANT-CONSUMOS            PIC 9(03)  VALUE ZEROES.
           01 WSV-IDX-CSM                  PIC 9(03).
           01 WSV-CONSUMO-HALLADO          PIC 9(05)V99.

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-AGREGADAS      PIC 9(05)  VALUE ZEROES.
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RECHAZOS
           MOVE SPACES TO WSV-NOMBRE-CONSUMOS
           STRING "CONSUMOS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CONSUMOS
           PERFORM 1100-Controlar-fecha-repetida
           MOVE WSV-NOMBRE-CUEN-ACT TO MFP-ARCHIVO
           PERFORM 1150-Verificar-manifiesto
           MOVE WSV-NOMBRE-RECHAZOS TO MFP-ARCHIVO
           PERFORM 1150-Verificar-manifiesto
           PERFORM 1200-Cargar-rechazos
           PERFORM 1300-Cargar-consumos
           .
      *Si la fecha ya esta en la historia, la corrida ya fue
      *historiada y no se agrega de nuevo.
           END-IF
           PERFORM 7030-Leer-historia
           .
      *Una copia con fecha que ya no coincide con lo anotado en el
      *manifiesto al archivarla no se historia. Las copias anteriores
      *al manifiesto se usan con aviso.
       1150-Verificar-manifiesto.
           SET MFP-VERIFICAR TO TRUE
           CALL "RMANIFIE" USING MFP-PEDIDO
           IF MFP-ALTERADO
               DISPLAY "**** " MFP-ARCHIVO
               DISPLAY "     no coincide con el manifiesto, la corrida"
                       " no se historia"
               STOP RUN
           END-IF
           IF MFP-SIN-MANIFIESTO
               DISPLAY "**** " MFP-ARCHIVO
               DISPLAY "     no figura en el manifiesto, se usa sin "
                       "verificar"
           END-IF
           .
       1200-Cargar-rechazos.
           MOVE ZEROES TO WSV-CANT-RECHAZOS
           OPEN INPUT ENTRADA-RECHAZOS
           MOVE DEUDA-CLIE-RECH TO WST-REC-DEUDA(WSV-CANT-RECHAZOS)
           PERFORM 7020-Leer-rechazo
           .
      *Las corridas anteriores al archivo de consumos no lo tienen:
      *la historia sale igual, con el consumo en cero.
       1300-Cargar-consumos.
           MOVE ZEROES TO WSV-CANT-CONSUMOS
           OPEN INPUT ENTRADA-CONSUMOS
           IF FS-ENTRADA-CONSUMOS NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-CONSUMOS
                       ", la historia sale sin consumo del ciclo"
           ELSE
               PERFORM 7040-Leer-consumo
               PERFORM 1310-Pasar-consumo
                   UNTIL (FS-ENTRADA-CONSUMOS NOT = "00")
                   OR (WSV-CANT-CONSUMOS >= 500)
               CLOSE ENTRADA-CONSUMOS
           END-IF
           .
       1310-Pasar-consumo.
           ADD 1 TO WSV-CANT-CONSUMOS
           MOVE CSM-NRO-CLIE TO WST-CSM-NRO-CLIE(WSV-CANT-CONSUMOS)
           MOVE CSM-NRO-CTA TO WST-CSM-NRO-CTA(WSV-CANT-CONSUMOS)
           MOVE CSM-MONTO-CICLO TO WST-CSM-MONTO(WSV-CANT-CONSUMOS)
           PERFORM 7040-Leer-consumo
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           OPEN INPUT ENTRADA-CUEN-ACT
               UNTIL WSV-IDX-SERV > CANT-SERV-CUEN-ACT
           PERFORM 5200-Buscar-deuda-rechazada
           MOVE WSV-DEUDA-HALLADA TO HIS-DEUDA-RECH
           PERFORM 5300-Buscar-consumo
           MOVE WSV-CONSUMO-HALLADO TO HIS-MONTO-CICLO
           WRITE REGISTRO-HISTORIA
           ADD 1 TO CTRL-CANT-AGREGADAS
           PERFORM 7010-Leer-cuen-act
           END-IF
           ADD 1 TO WSV-IDX-REC
           .
       5300-Buscar-consumo.
           MOVE ZEROES TO WSV-CONSUMO-HALLADO
           MOVE 1 TO WSV-IDX-CSM
           PERFORM 5310-Comparar-consumo
               UNTIL WSV-IDX-CSM > WSV-CANT-CONSUMOS
           .
       5310-Comparar-consumo.
           IF (WST-CSM-NRO-CLIE(WSV-IDX-CSM) = NRO-CLIE-CUEN-ACT)
                   AND (WST-CSM-NRO-CTA(WSV-IDX-CSM) = HIS-NRO-CTA)
               MOVE WST-CSM-MONTO(WSV-IDX-CSM)
                   TO WSV-CONSUMO-HALLADO
               MOVE WSV-CANT-CONSUMOS TO WSV-IDX-CSM
           END-IF
           ADD 1 TO WSV-IDX-CSM
           .
      *************************** Archivo ******************************
       7010-Leer-cuen-act.
           READ ENTRADA-CUEN-ACT
       7030-Leer-historia.
           READ ARCH-HISTORIA
           .
       7040-Leer-consumo.
           READ ENTRADA-CONSUMOS
           .
      ******************************************************************
       9000-Fin-del-programa.
           DISPLAY " "
