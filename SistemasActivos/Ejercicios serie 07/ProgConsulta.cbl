      *    la ultima corrida. Distingue el cliente inexistente (no
      *    esta en el maestro) del cliente sin actividad (esta en el
      *    maestro pero no en la ultima corrida).
      *    Un numero retirado por ProgFusion (FUSIONES.TXT) se
      *    consulta por el cliente que lo absorbio.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgConsulta.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-HIST-RECHAZOS ASSIGN TO "HIST_RECHAZOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST-RECHAZOS.
      *Referencia cruzada de clientes fusionados (la deja
      *ProgFusion).
           SELECT ARCH-FUSIONES ASSIGN TO "FUSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FUSIONES.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
                   02 HIST-CANT-RECHAZOS       PIC 9(03).
                   02 HIST-NRO-CTA             PIC 9(02).
      *
      *Archivo FUSIONES (mismo layout que escribe ProgFusion)
           FD ARCH-FUSIONES.
               01 REGISTRO-FUSION.
                   02 FUS-NRO-RETIRADO         PIC 9(03).
                   02 FUS-NRO-SOBREVIVIENTE    PIC 9(03).
                   02 FUS-CTA-ANTERIOR         PIC 9(02).
                   02 FUS-CTA-NUEVA            PIC 9(02).
                   02 FUS-FECHA                PIC 9(08).
                   02 FUS-OPERADOR             PIC 9(03).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.
               02 FS-ENTRADA-CUENTAS           PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-HIST-RECHAZOS             PIC X(02) VALUE ZEROES.
               02 FS-FUSIONES                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
                   03 WST-HIS-NRO           PIC 9(03).
                   03 WST-HIS-CANT          PIC 9(03).
           01 WSV-CANT-HISTORIAL               PIC 9(03) VALUE ZERO.
      *Fusiones de clientes en memoria: el numero retirado lleva al
      *sobreviviente, que se quedo con sus cuentas y su historia.
           01 WST-FUSIONES.
               02 WST-FUS-DET               OCCURS 200 TIMES.
                   03 WST-FUS-RETIRADO      PIC 9(03).
                   03 WST-FUS-SOBREV        PIC 9(03).
                   03 WST-FUS-CTA-ANT       PIC 9(02).
                   03 WST-FUS-CTA-NUEVA     PIC 9(02).
                   03 WST-FUS-FECHA         PIC 9(08).
           01 WSV-CANT-FUSIONES                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-FUS                      PIC 9(03).
           01 WSV-SOBREV-HALLADO               PIC 9(03).
           01 WSV-SALTOS-FUSION                PIC 9(02).
           77 WSS-FUSION-ESTADO                PIC X(01) VALUE "R".
               88 FUSION-RESUELTA              VALUE "R".
               88 FUSION-PENDIENTE             VALUE "P".

           01 WSV-IDX                          PIC 9(04).
           01 WSV-IDX-SERV                     PIC 9(02).
           PERFORM 1100-Cargar-maestro
           PERFORM 1200-Cargar-ultima-corrida
           PERFORM 1300-Cargar-historial
           PERFORM 1400-Cargar-fusiones
           .
       1100-Cargar-maestro.
           OPEN INPUT ENTRADA-CUENTAS
               TO WST-HIS-CANT(WSV-CANT-HISTORIAL)
           PERFORM 7030-Leer-historial
           .
      *Sin FUSIONES.TXT no hubo fusiones: la tabla queda vacia.
       1400-Cargar-fusiones.
           OPEN INPUT ARCH-FUSIONES
           IF FS-FUSIONES = "00"
               PERFORM 7040-Leer-fusion
               PERFORM 1410-Pasar-fusion
                   UNTIL (FS-FUSIONES NOT = "00")
                   OR (WSV-CANT-FUSIONES >= 200)
               CLOSE ARCH-FUSIONES
           END-IF
           .
       1410-Pasar-fusion.
           ADD 1 TO WSV-CANT-FUSIONES
           MOVE FUS-NRO-RETIRADO TO WST-FUS-RETIRADO(WSV-CANT-FUSIONES)
           MOVE FUS-NRO-SOBREVIVIENTE
               TO WST-FUS-SOBREV(WSV-CANT-FUSIONES)
           MOVE FUS-CTA-ANTERIOR TO WST-FUS-CTA-ANT(WSV-CANT-FUSIONES)
           MOVE FUS-CTA-NUEVA TO WST-FUS-CTA-NUEVA(WSV-CANT-FUSIONES)
           MOVE FUS-FECHA TO WST-FUS-FECHA(WSV-CANT-FUSIONES)
           PERFORM 7040-Leer-fusion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Consultar-cliente
           END-IF
           .
       5200-Armar-pantalla.
           PERFORM 5700-Resolver-fusion
           PERFORM 5300-Buscar-en-maestro
           IF WSV-IDX-MAESTRO = ZERO
               DISPLAY "**** Cliente " WSV-NRO-CONSULTA
           DISPLAY "  - "
                   WST-ULT-COD-SERV(WSV-IDX-ULTIMA, WSV-IDX-SERV)
           .
      *Un numero retirado por fusion se consulta por su
      *sobreviviente (siguiendo la cadena si este tambien se fusiono
      *despues), avisando las cuentas que cambiaron de numero.
       5700-Resolver-fusion.
           MOVE ZERO TO WSV-SALTOS-FUSION
           SET FUSION-PENDIENTE TO TRUE
           PERFORM 5710-Buscar-retirado
               UNTIL FUSION-RESUELTA OR (WSV-SALTOS-FUSION > 10)
           .
       5710-Buscar-retirado.
           SET FUSION-RESUELTA TO TRUE
           MOVE ZERO TO WSV-SOBREV-HALLADO
           PERFORM 5720-Comparar-retirado
               VARYING WSV-IDX-FUS FROM 1 BY 1
               UNTIL WSV-IDX-FUS > WSV-CANT-FUSIONES
           IF WSV-SOBREV-HALLADO NOT = ZERO
               MOVE WSV-SOBREV-HALLADO TO WSV-NRO-CONSULTA
               SET FUSION-PENDIENTE TO TRUE
               ADD 1 TO WSV-SALTOS-FUSION
           END-IF
           .
       5720-Comparar-retirado.
           IF WST-FUS-RETIRADO(WSV-IDX-FUS) = WSV-NRO-CONSULTA
               MOVE WST-FUS-SOBREV(WSV-IDX-FUS) TO WSV-SOBREV-HALLADO
               DISPLAY "Cliente " WSV-NRO-CONSULTA " cta "
                       WST-FUS-CTA-ANT(WSV-IDX-FUS)
                       " fusionado el " WST-FUS-FECHA(WSV-IDX-FUS)
                       ": ahora es cliente "
                       WST-FUS-SOBREV(WSV-IDX-FUS) " cta "
                       WST-FUS-CTA-NUEVA(WSV-IDX-FUS)
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-cuenta.
           READ ENTRADA-CUENTAS
       7030-Leer-historial.
           READ ARCH-HIST-RECHAZOS
           .
       7040-Leer-fusion.
           READ ARCH-FUSIONES
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
