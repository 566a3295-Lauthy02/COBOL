      *    correr en ProgApareo, con una linea por cada abono activo.
      *    Los abonos inactivos solo se cuentan para el informe de
      *    control; la carga manual queda para los consumos sueltos.
      *    Las promociones vigentes de PROMOCIONES.TXT (PGENPROM) salen
      *    como una linea de credito aparte debajo de su abono, con
      *    proveedor PRM, para que el precio bruto y el descuento se
      *    vean separados; cada ciclo descuenta uno de la promocion,
      *    las agotadas se dan de baja solas y PROMO_VENCEN.TXT lista
      *    las que se aplican por ultima vez en el ciclo siguiente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgAbonos.
       AUTHOR.                     Lautaro-Rojas.
           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Promociones por cliente y servicio (mantenidas por PGENPROM).
           SELECT ARCH-PROMOCIONES ASSIGN TO "PROMOCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMOCIONES.
      *Informe de las promociones que vencen en el ciclo siguiente.
           SELECT SALIDA-VENCEN ASSIGN TO "PROMO_VENCEN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-VENCEN.
      *Archivo generico usado para respaldar PROMOCIONES.TXT antes de
      *regrabarlo con los ciclos descontados.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
      *Tipo de movimiento (D debito / C credito): los abonos son
      *debitos y el descuento de una promocion sale como credito.
                   02 TIPO-MOVIM-SERV          PIC X(01).
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
                   02 PROVEEDOR-SERV           PIC X(03).
                   02 NRO-CTA-SERV             PIC 9(02).
      *Registro de identificacion al comienzo del archivo, para el
      *control de repeticion de ProgApareo.
               01 REGISTRO-HEADER-SERVICIOS.
                   02 HEADER-FECHA-SERV        PIC 9(08).
                   02 HEADER-SECUENCIA-SERV    PIC 9(05).
      *
      *Archivo PROMOCIONES (mismo layout que mantiene PGENPROM)
           FD ARCH-PROMOCIONES.
               01 REGISTRO-PROMOCION.
                   02 PROM-NRO-CLIE            PIC 9(03).
                   02 PROM-COD-SERV            PIC X(03).
                   02 PROM-TIPO                PIC X(01).
                   02 PROM-VALOR               PIC 999V99.
                   02 PROM-CICLOS              PIC 9(02).
                   02 PROM-ULTIMO-PERIODO      PIC 9(06).
      *
           FD SALIDA-VENCEN.
               01 LINEA-VENCEN                 PIC X(80).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(80).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(80).
      *
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
               01 REGISTRO-SECUENCIA.
               02 FS-ABONOS                    PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-PROMOCIONES               PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-VENCEN             PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
      *
               02 CTRL-CANT-GENERADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-INACTIVOS          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-GENERADO          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-DESCUENTOS         PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-DESCUENTOS        PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-PROM-AGOTADAS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PROM-VENCEN        PIC 9(05) VALUE ZERO.

      *Nombre del archivo de salida pedido por consola.
           01 WSV-NOMBRE-SALIDA                PIC X(40)
      *corte por periodo de ProgApareo; si el operador deja cero se
      *usa la fecha del dia.
           01 WSV-FECHA-SERVICIO               PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-SERVICIO-DET REDEFINES WSV-FECHA-SERVICIO.
               02 WSV-PERIODO-SERVICIO         PIC 9(06).
               02 FILLER                       PIC 9(02).

      *Rotulo de proveedor de las lineas de descuento por promocion,
      *que ProgAsientos asienta como descuento y no como devolucion.
           01 WSC-PROVEEDOR-PROMO              PIC X(03) VALUE "PRM".

      *Promociones en memoria; el ultimo periodo aplicado evita que
      *una segunda corrida del mismo ciclo descuente otro ciclo.
           01 WST-PROMOCIONES.
               02 WST-PROM-DET              OCCURS 500 TIMES.
                   03 WST-PROM-NRO-CLIE     PIC 9(03).
                   03 WST-PROM-COD-SERV     PIC X(03).
                   03 WST-PROM-TIPO         PIC X(01).
                   03 WST-PROM-VALOR        PIC 999V99.
                   03 WST-PROM-CICLOS       PIC 9(02).
                   03 WST-PROM-ULT-PERIODO  PIC 9(06).
           01 WSV-CANT-PROMOCIONES             PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PROM                     PIC 9(03).
           01 WSV-IDX-PROM-HALLADA             PIC 9(03).
           77 WSS-PROMOCIONES                  PIC X(01) VALUE "N".
               88 HAY-PROMOCIONES              VALUE "S".
               88 SIN-PROMOCIONES              VALUE "N".
           01 WSV-MONTO-DESCUENTO              PIC 999V99.
           01 WSV-VALOR-EDIT                   PIC ZZ9.99.
           01 WSV-LINEA-ARMADA                 PIC X(80).
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
           IF WSV-FECHA-SERVICIO = ZERO
               ACCEPT WSV-FECHA-SERVICIO FROM DATE YYYYMMDD
           END-IF
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM 7000-Abrir-archivos
           PERFORM 7100-Estampar-header
           PERFORM 1200-Cargar-promociones
           .
      *Sin PROMOCIONES.TXT la corrida sale como siempre, sin lineas
      *de descuento.
       1200-Cargar-promociones.
           MOVE ZERO TO WSV-CANT-PROMOCIONES
           OPEN INPUT ARCH-PROMOCIONES
           IF FS-PROMOCIONES = "00"
               SET HAY-PROMOCIONES TO TRUE
               PERFORM 7020-Leer-promocion
               PERFORM 1210-Pasar-promocion
                   UNTIL (FS-PROMOCIONES = "10")
                   OR (WSV-CANT-PROMOCIONES >= 500)
               CLOSE ARCH-PROMOCIONES
           ELSE
               DISPLAY "No hay PROMOCIONES.TXT, sin descuentos"
           END-IF
           .
       1210-Pasar-promocion.
           ADD 1 TO WSV-CANT-PROMOCIONES
           MOVE REGISTRO-PROMOCION
               TO WST-PROM-DET(WSV-CANT-PROMOCIONES)
           PERFORM 7020-Leer-promocion
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 7010-Leer-abono
           PERFORM 5100-Procesar-abono UNTIL FS-ABONOS = "10"
           IF HAY-PROMOCIONES
               PERFORM 5400-Cerrar-promociones
           END-IF
           .
       5100-Procesar-abono.
           ADD 1 TO CTRL-CANT-LEIDOS
           ADD 1 TO CTRL-CANT-GENERADOS
           ADD ABO-MONTO TO CTRL-MONTO-GENERADO
           DISPLAY "Servicio generado: " REGISTRO-SALIDA-SERVICIOS
           IF HAY-PROMOCIONES
               PERFORM 5300-Aplicar-promocion
           END-IF
           .
      *Si el abono tiene una promocion con ciclos, el descuento sale
      *como credito del mismo cliente, servicio y moneda; el
      *importe fijo nunca supera el precio del abono.
       5300-Aplicar-promocion.
           MOVE ZERO TO WSV-IDX-PROM-HALLADA
           MOVE 1 TO WSV-IDX-PROM
           PERFORM 5310-Comparar-promocion
               UNTIL WSV-IDX-PROM > WSV-CANT-PROMOCIONES
           IF WSV-IDX-PROM-HALLADA > ZERO
               IF WST-PROM-TIPO(WSV-IDX-PROM-HALLADA) = "P"
                   COMPUTE WSV-MONTO-DESCUENTO ROUNDED =
                           ABO-MONTO
                           * WST-PROM-VALOR(WSV-IDX-PROM-HALLADA)
                           / 100
                       ON SIZE ERROR
                           MOVE ABO-MONTO TO WSV-MONTO-DESCUENTO
                   END-COMPUTE
               ELSE
                   MOVE WST-PROM-VALOR(WSV-IDX-PROM-HALLADA)
                       TO WSV-MONTO-DESCUENTO
               END-IF
               IF WSV-MONTO-DESCUENTO > ABO-MONTO
                   MOVE ABO-MONTO TO WSV-MONTO-DESCUENTO
               END-IF
               IF WSV-MONTO-DESCUENTO > ZERO
                   PERFORM 5320-Escribir-descuento
               END-IF
               IF WST-PROM-ULT-PERIODO(WSV-IDX-PROM-HALLADA)
                       NOT = WSV-PERIODO-SERVICIO
                   SUBTRACT 1
                       FROM WST-PROM-CICLOS(WSV-IDX-PROM-HALLADA)
                   MOVE WSV-PERIODO-SERVICIO
                       TO WST-PROM-ULT-PERIODO(WSV-IDX-PROM-HALLADA)
               END-IF
           END-IF
           .
       5310-Comparar-promocion.
           IF (WST-PROM-NRO-CLIE(WSV-IDX-PROM) = ABO-NRO-CLIE)
                   AND (WST-PROM-COD-SERV(WSV-IDX-PROM) = ABO-COD-SERV)
                   AND (WST-PROM-CICLOS(WSV-IDX-PROM) > ZERO)
               MOVE WSV-IDX-PROM TO WSV-IDX-PROM-HALLADA
               MOVE WSV-CANT-PROMOCIONES TO WSV-IDX-PROM
           END-IF
           ADD 1 TO WSV-IDX-PROM
           .
       5320-Escribir-descuento.
           INITIALIZE REGISTRO-SALIDA-SERVICIOS
           MOVE ABO-NRO-CLIE TO NRO-CLIE-SERV
           MOVE ABO-COD-SERV TO COD-SERV
           MOVE WSV-MONTO-DESCUENTO TO MONTO
           MOVE ABO-MONEDA TO MONEDA-SERV
           MOVE WSV-FECHA-SERVICIO TO FECHA-SERV
           MOVE "C" TO TIPO-MOVIM-SERV
           MOVE WSC-PROVEEDOR-PROMO TO PROVEEDOR-SERV
           WRITE REGISTRO-SALIDA-SERVICIOS
           ADD 1 TO CTRL-CANT-DESCUENTOS
           ADD WSV-MONTO-DESCUENTO TO CTRL-MONTO-DESCUENTOS
           DISPLAY "Descuento generado: " REGISTRO-SALIDA-SERVICIOS
           .
      *Regraba PROMOCIONES.TXT (respaldado) sin las agotadas y
      *emite el informe de las que vencen en el ciclo siguiente.
       5400-Cerrar-promociones.
           MOVE "PROMOCIONES.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "PROMOCIONES." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           PERFORM 7200-Copiar-archivo
           OPEN OUTPUT ARCH-PROMOCIONES
           IF FS-PROMOCIONES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-PROMOCIONES TO WSV-ANULADO-CODIGO
               MOVE "PROMOCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT SALIDA-VENCEN
           IF FS-SALIDA-VENCEN NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-VENCEN TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-VENCEN" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "PROMOCIONES QUE VENCEN EN EL CICLO SIGUIENTE AL "
                  DELIMITED BY SIZE
                  WSV-PERIODO-SERVICIO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-VENCEN
           WRITE LINEA-VENCEN
           MOVE "CLIENTE SERV TIPO  VALOR" TO LINEA-VENCEN
           WRITE LINEA-VENCEN
           PERFORM 5410-Cerrar-promocion
               VARYING WSV-IDX-PROM FROM 1 BY 1
               UNTIL WSV-IDX-PROM > WSV-CANT-PROMOCIONES
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "TOTAL QUE VENCEN: " DELIMITED BY SIZE
                  CTRL-CANT-PROM-VENCEN DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-VENCEN
           WRITE LINEA-VENCEN
           CLOSE SALIDA-VENCEN
           CLOSE ARCH-PROMOCIONES
           .
       5410-Cerrar-promocion.
           IF WST-PROM-CICLOS(WSV-IDX-PROM) = ZERO
               ADD 1 TO CTRL-CANT-PROM-AGOTADAS
               MOVE "PROMOCIONES" TO WSV-ANULADO-OBJETO
               MOVE "VENCE" TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Promocion agotada " DELIMITED BY SIZE
                      WST-PROM-NRO-CLIE(WSV-IDX-PROM)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-PROM-COD-SERV(WSV-IDX-PROM)
                      DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 8950-Registrar-anulado
           ELSE
               MOVE WST-PROM-DET(WSV-IDX-PROM) TO REGISTRO-PROMOCION
               WRITE REGISTRO-PROMOCION
               IF WST-PROM-CICLOS(WSV-IDX-PROM) = 1
                   ADD 1 TO CTRL-CANT-PROM-VENCEN
                   MOVE WST-PROM-VALOR(WSV-IDX-PROM) TO WSV-VALOR-EDIT
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "  " DELIMITED BY SIZE
                          WST-PROM-NRO-CLIE(WSV-IDX-PROM)
                          DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WST-PROM-COD-SERV(WSV-IDX-PROM)
                          DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WST-PROM-TIPO(WSV-IDX-PROM)
                          DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WSV-VALOR-EDIT DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   MOVE WSV-LINEA-ARMADA TO LINEA-VENCEN
                   WRITE LINEA-VENCEN
               END-IF
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivos.
       7010-Leer-abono.
           READ ABONOS
           .
       7020-Leer-promocion.
           READ ARCH-PROMOCIONES
           .
      *Copia WSV-NOMBRE-ORIGEN en WSV-NOMBRE-DESTINO linea a linea.
       7200-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7210-Leer-origen
               PERFORM 7220-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                       WSV-NOMBRE-DESTINO
           END-IF
           .
       7210-Leer-origen.
           READ ARCH-ORIGEN
           .
       7220-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7210-Leer-origen
           .
      *Toma el proximo numero de secuencia compartido y estampa el
      *HEADER de identificacion al comienzo del archivo generado.
       7100-Estampar-header.
           DISPLAY "Servicios generados:" CTRL-CANT-GENERADOS
                   "  Monto: " CTRL-MONTO-GENERADO
           DISPLAY "Abonos inactivos:   " CTRL-CANT-INACTIVOS
           DISPLAY "Descuentos promo:   " CTRL-CANT-DESCUENTOS
                   "  Monto: " CTRL-MONTO-DESCUENTOS
           DISPLAY "Promociones agotadas:      " CTRL-CANT-PROM-AGOTADAS
           DISPLAY "Vencen el ciclo siguiente: " CTRL-CANT-PROM-VENCEN
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
