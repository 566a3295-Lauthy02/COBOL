      *    sobregiro, servicios debitados y deuda rechazada, en el
      *    orden cronologico en que la historia se fue acumulando.
      *    Se consultan clientes hasta que el operador ingresa 0.
      *    Un numero retirado por ProgFusion (FUSIONES.TXT) se
      *    consulta por el cliente que lo absorbio.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgHistCons.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.
      *Referencia cruzada de clientes fusionados (la deja
      *ProgFusion).
           SELECT ARCH-FUSIONES ASSIGN TO "FUSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FUSIONES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
                   02 HIS-DETALLE              PIC X(03)
                       OCCURS 20 TIMES.
                   02 HIS-DEUDA-RECH           PIC 999V99.
                   02 HIS-MONTO-CICLO          PIC 9(05)V99.
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
               02 FS-HISTORIA              PIC X(02)  VALUE ZEROES.
               02 FS-FUSIONES              PIC X(02)  VALUE ZEROES.

           01 WSV-CLIENTE-CONSULTA         PIC 9(03)  VALUE ZEROES.
           01 WSV-IDX-SERV                 PIC 9(02).
           01 WSV-LINEA-DETALLE            PIC X(60).
           01 WSV-LARGO-DETALLE            PIC 9(02).

      *Fusiones de clientes en memoria: el numero retirado lleva al
      *sobreviviente, que tiene la historia de los dos.
           01 WST-FUSIONES.
               02 WST-FUS-DET               OCCURS 200 TIMES.
                   03 WST-FUS-RETIRADO      PIC 9(03).
                   03 WST-FUS-SOBREV        PIC 9(03).
                   03 WST-FUS-CTA-ANT       PIC 9(02).
                   03 WST-FUS-CTA-NUEVA     PIC 9(02).
                   03 WST-FUS-FECHA         PIC 9(08).
           01 WSV-CANT-FUSIONES            PIC 9(03)  VALUE ZEROES.
           01 WSV-IDX-FUS                  PIC 9(03).
           01 WSV-SOBREV-HALLADO           PIC 9(03).
           01 WSV-SALTOS-FUSION            PIC 9(02).
           77 WSS-FUSION-ESTADO            PIC X(01)  VALUE "R".
               88 FUSION-RESUELTA          VALUE "R".
               88 FUSION-PENDIENTE         VALUE "P".

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION.
       1000-Inicio-programa.
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           PERFORM 1100-Cargar-fusiones
           .
      *Sin FUSIONES.TXT no hubo fusiones: la tabla queda vacia.
       1100-Cargar-fusiones.
           OPEN INPUT ARCH-FUSIONES
           IF FS-FUSIONES = "00"
               PERFORM 7020-Leer-fusion
               PERFORM 1110-Pasar-fusion
                   UNTIL (FS-FUSIONES NOT = "00")
                   OR (WSV-CANT-FUSIONES >= 200)
               CLOSE ARCH-FUSIONES
           END-IF
           .
       1110-Pasar-fusion.
           ADD 1 TO WSV-CANT-FUSIONES
           MOVE FUS-NRO-RETIRADO TO WST-FUS-RETIRADO(WSV-CANT-FUSIONES)
           MOVE FUS-NRO-SOBREVIVIENTE
               TO WST-FUS-SOBREV(WSV-CANT-FUSIONES)
           MOVE FUS-CTA-ANTERIOR TO WST-FUS-CTA-ANT(WSV-CANT-FUSIONES)
           MOVE FUS-CTA-NUEVA TO WST-FUS-CTA-NUEVA(WSV-CANT-FUSIONES)
           MOVE FUS-FECHA TO WST-FUS-FECHA(WSV-CANT-FUSIONES)
           PERFORM 7020-Leer-fusion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           .
       5200-Consultar-cliente.
           MOVE ZEROES TO WSV-CANT-PERIODOS
           PERFORM 5500-Resolver-fusion
           DISPLAY " "
           DISPLAY "===== HISTORIAL DEL CLIENTE "
                   WSV-CLIENTE-CONSULTA " ====="
               COMPUTE WSV-LARGO-DETALLE = WSV-LARGO-DETALLE + 3
           END-IF
           .
      *Un numero retirado por fusion se consulta por su
      *sobreviviente (siguiendo la cadena si este tambien se fusiono
      *despues), avisando las cuentas que cambiaron de numero.
       5500-Resolver-fusion.
           MOVE ZERO TO WSV-SALTOS-FUSION
           SET FUSION-PENDIENTE TO TRUE
           PERFORM 5510-Buscar-retirado
               UNTIL FUSION-RESUELTA OR (WSV-SALTOS-FUSION > 10)
           .
       5510-Buscar-retirado.
           SET FUSION-RESUELTA TO TRUE
           MOVE ZERO TO WSV-SOBREV-HALLADO
           PERFORM 5520-Comparar-retirado
               VARYING WSV-IDX-FUS FROM 1 BY 1
               UNTIL WSV-IDX-FUS > WSV-CANT-FUSIONES
           IF WSV-SOBREV-HALLADO NOT = ZERO
               MOVE WSV-SOBREV-HALLADO TO WSV-CLIENTE-CONSULTA
               SET FUSION-PENDIENTE TO TRUE
               ADD 1 TO WSV-SALTOS-FUSION
           END-IF
           .
       5520-Comparar-retirado.
           IF WST-FUS-RETIRADO(WSV-IDX-FUS) = WSV-CLIENTE-CONSULTA
               MOVE WST-FUS-SOBREV(WSV-IDX-FUS) TO WSV-SOBREV-HALLADO
               DISPLAY "Cliente " WSV-CLIENTE-CONSULTA " cta "
                       WST-FUS-CTA-ANT(WSV-IDX-FUS)
                       " fusionado el " WST-FUS-FECHA(WSV-IDX-FUS)
                       ": ahora es cliente "
                       WST-FUS-SOBREV(WSV-IDX-FUS) " cta "
                       WST-FUS-CTA-NUEVA(WSV-IDX-FUS)
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-historia.
           READ ARCH-HISTORIA
           .
       7020-Leer-fusion.
           READ ARCH-FUSIONES
           .
      ******************************************************************
       9000-Fin-del-programa.
           DISPLAY " "
