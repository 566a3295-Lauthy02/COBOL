      *    rechazado, todas con la fecha de la corrida, para que
      *    contabilidad importe un juego de asientos balanceado por
      *    dia en lugar de re-sumar todo a calculadora.
      *    Lo que graba queda ademas en ASIENTOS.AAAAMMDD.TXT con la
      *    fecha de la corrida, que ProgLibroIva recorre para
      *    conciliar el libro de IVA ventas del mes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgAsientos.
       AUTHOR.                     Lautaro-Rojas.
           SELECT SALIDA-ASIENTOS ASSIGN DYNAMIC WSV-NOMBRE-ASIENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS.
      *Copia con la fecha de la corrida de los asientos propios (las
      *lineas que despues agregan ProgCastigos, ProgReval y
      *ProgAgencia no entran).
           SELECT SALIDA-ASIENTOS-DIA
           ASSIGN DYNAMIC WSV-NOMBRE-ASIENTOS-DIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-ASIENTOS-DIA.
      *Plan de cuentas del ledger (lo mantiene PGENPLAN): el numero
      *de cuenta contable que se estampa en cada linea del feed.
           SELECT PLANCUENTAS ASSIGN TO "PLANCUENTAS.TXT"
      *Cuenta contable mapeada por PLANCUENTAS (PGENPLAN); ceros en
      *las lineas sin mapeo general.
                   02 ASI-CUENTA-GL            PIC 9(06).
      *
           FD SALIDA-ASIENTOS-DIA.
               01 LINEA-ASIENTO-DIA            PIC X(42).
      *
      *Archivo PLANCUENTAS (mismo layout que escribe PGENPLAN)
           FD PLANCUENTAS.
               02 FS-ENTRADA-SERVICIOS         PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS           PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-ASIENTOS-DIA       PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
               02 WST-SRV-ENCONTRADO    PIC X(01).
                   88 WST-SRV-SI-ENCONTRADO   VALUE "S".
                   88 WST-SRV-NO-ENCONTRADO   VALUE "N".
      *Rotulo de proveedor con que ProgAbonos emite los descuentos
      *de promocion.
           01 WSC-PROVEEDOR-PROMO              PIC X(03) VALUE "PRM".
      *Separacion neto/impuesto del agregado en curso.
           01 WSV-IVA-TOTAL                    PIC 9(07)V99.
           01 WSV-NETO-TOTAL                   PIC 9(07)V99.

      *Agregado por codigo de servicio, moneda y tipo de movimiento
      *(los creditos/devoluciones del proveedor arman su propio
      *asiento DEV-SERV, separado del debito del mismo codigo, y los
      *descuentos de promocion que emite ProgAbonos con proveedor
      *PRM arman el asiento DESC-PRO).
           01 WST-AGREGADOS.
               02 WST-AGR-DET               OCCURS 200 TIMES.
                   03 WST-AGR-COD-SERV      PIC X(03).
                                                VALUE "RECHAZOS.TXT".
           01 WSV-NOMBRE-ASIENTOS              PIC X(40)
                                                VALUE "ASIENTOS.TXT".
           01 WSV-NOMBRE-ASIENTOS-DIA          PIC X(40).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
      *Suma la linea de servicio al agregado de su codigo+moneda+tipo.
       5250-Acumular-agregado.
           IF MOVIM-CREDITO
               IF PROVEEDOR-SERV = WSC-PROVEEDOR-PROMO
                   MOVE "P" TO WSV-TIPO-EN-CURSO
               ELSE
                   MOVE "C" TO WSV-TIPO-EN-CURSO
               END-IF
           ELSE
               MOVE "D" TO WSV-TIPO-EN-CURSO
           END-IF
      *Un codigo con tasa de IVA en el catalogo sale partido en una
      *linea DEB-NETO y una DEB-IVA, para que el importe del ledger
      *cuadre con la declaracion de impuestos; sin tasa (o para las
      *devoluciones y los descuentos) sale la linea entera de
      *siempre.
       5410-Asiento-debito.
           INITIALIZE REGISTRO-SALIDA-ASIENTO
           MOVE WSV-FECHA-CORRIDA TO ASI-FECHA
               MOVE "DEV-SERV" TO ASI-TIPO
               MOVE WST-AGR-MONTO(WSV-IDX-AGR) TO ASI-MONTO
               PERFORM 5900-Escribir-asiento
           ELSE
           IF WST-AGR-TIPO(WSV-IDX-AGR) = "P"
               MOVE "DESC-PRO" TO ASI-TIPO
               MOVE WST-AGR-MONTO(WSV-IDX-AGR) TO ASI-MONTO
               PERFORM 5900-Escribir-asiento
           ELSE
               SET WST-SRV-MODO-BUSCAR TO TRUE
               MOVE WST-AGR-COD-SERV(WSV-IDX-AGR)
                   PERFORM 5900-Escribir-asiento
               END-IF
           END-IF
           END-IF
           .
       5420-Asiento-credito.
           INITIALIZE REGISTRO-SALIDA-ASIENTO
               VARYING WSV-IDX-ASI FROM 1 BY 1
               UNTIL WSV-IDX-ASI > WSV-CANT-ASI-BUF
           CLOSE SALIDA-ASIENTOS
           PERFORM 6030-Grabar-copia-del-dia
           .
       6010-Listar-sin-mapa.
           DISPLAY "     " WST-SIN-COD(WSV-IDX-SIN)
               TO REGISTRO-SALIDA-ASIENTO
           WRITE REGISTRO-SALIDA-ASIENTO
           .
      *Una segunda corrida del mismo dia pisa la copia, igual que
      *pisa ASIENTOS.TXT.
       6030-Grabar-copia-del-dia.
           MOVE SPACES TO WSV-NOMBRE-ASIENTOS-DIA
           STRING "ASIENTOS." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-ASIENTOS-DIA
           OPEN OUTPUT SALIDA-ASIENTOS-DIA
           IF FS-SALIDA-ASIENTOS-DIA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-ASIENTOS-DIA TO WSV-ANULADO-CODIGO
               MOVE "ASIENTOS-DIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 6040-Copiar-uno
               VARYING WSV-IDX-ASI FROM 1 BY 1
               UNTIL WSV-IDX-ASI > WSV-CANT-ASI-BUF
           CLOSE SALIDA-ASIENTOS-DIA
           DISPLAY "Copia del dia en " WSV-NOMBRE-ASIENTOS-DIA
           .
       6040-Copiar-uno.
           MOVE WST-ASI-LINEA(WSV-IDX-ASI) TO LINEA-ASIENTO-DIA
           WRITE LINEA-ASIENTO-DIA
           .
      *************************** Archivo ******************************
       7000-Abrir-archivos.
           OPEN INPUT ENTRADA-CUEN-ACT
