      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento del maestro de promociones
      *    Alta, baja y listado de PROMOCIONES.TXT: los descuentos
      *    que comercial le otorga a un cliente sobre un abono por
      *    una cantidad fija de ciclos (nro cliente, codigo de
      *    servicio, porcentaje o importe fijo, ciclos restantes).
      *    ProgAbonos la aplica en cada ciclo como una linea de
      *    credito aparte, descuenta el ciclo y da de baja sola la
      *    promocion agotada; el precio del abono no se toca.
      *    Mantiene la tabla siempre ascendente por numero de cliente
      *    y rechaza el mismo par cliente+servicio cargado dos veces.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENPROM.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               02/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONES ASSIGN TO "PROMOCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROMOCIONES.
      *Archivo generico usado para respaldar PROMOCIONES.TXT antes de
      *que 7000-Grabar-promociones lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
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
      *Archivo PROMOCIONES
      *Nro. Cliente | Cod Servicio | Tipo (P=porcentaje F=importe
      *fijo) | Valor | Ciclos restantes | Ultimo periodo aplicado
      *(AAAAMM, cero si todavia no se aplico)
           FD PROMOCIONES.
               01 REGISTRO-PROMOCION.
                   02 PROM-NRO-CLIE            PIC 9(03).
                   02 PROM-COD-SERV            PIC X(03).
                   02 PROM-TIPO                PIC X(01).
                   02 PROM-VALOR               PIC 999V99.
                   02 PROM-CICLOS              PIC 9(02).
                   02 PROM-ULTIMO-PERIODO      PIC 9(06).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(80).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-PROMOCIONES               PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Maestro de promociones completo en memoria, siempre
      *ascendente por numero de cliente.
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
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-PROM-ENCONTRADA              PIC X(01) VALUE "N".
               88 PROM-SI-ENCONTRADA           VALUE "S".
               88 PROM-NO-ENCONTRADA           VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Datos de la promocion que se esta cargando.
           01 WSV-PROM-TRABAJO.
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-COD-SERV          PIC X(03).
               02 WSV-TRA-TIPO              PIC X(01).
                   88 TRA-TIPO-PORCENTAJE       VALUE "P".
                   88 TRA-TIPO-FIJO             VALUE "F".
                   88 TRA-TIPO-VALIDO           VALUES "P" "F".
               02 WSV-TRA-VALOR             PIC 999V99.
               02 WSV-TRA-CICLOS            PIC 9(02).

      *Totales de control de la sesion de mantenimiento.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.

      *Variables para el respaldo de PROMOCIONES.TXT antes de pisarlo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).

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
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM 1200-Cargar-promociones
           PERFORM 1300-Respaldar-archivo
           .
       1200-Cargar-promociones.
           MOVE ZERO TO WSV-CANT-PROMOCIONES
           OPEN INPUT PROMOCIONES
           IF FS-PROMOCIONES NOT = "00"
               DISPLAY "**** No hay PROMOCIONES.TXT previo, maestro "
                       "vacio"
           ELSE
               PERFORM 7010-Leer-promocion
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-PROMOCIONES = "10")
                   OR (WSV-CANT-PROMOCIONES >= 500)
               CLOSE PROMOCIONES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-PROMOCIONES
           MOVE REGISTRO-PROMOCION
               TO WST-PROM-DET(WSV-CANT-PROMOCIONES)
           PERFORM 7010-Leer-promocion
           .
      *Respalda PROMOCIONES.TXT (si ya existe) antes de regrabarlo.
       1300-Respaldar-archivo.
           MOVE "PROMOCIONES.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "PROMOCIONES." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WSV-NOMBRE-DESTINO
           PERFORM 1310-Copiar-archivo
           .
       1310-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1320-Leer-origen
                   PERFORM 1330-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1320-Leer-origen.
           READ ARCH-ORIGEN
           .
       1330-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta (B)aja (L)istar (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta
           ELSE
               IF OPCION-BAJA
                   PERFORM 5400-Baja
               ELSE
                   IF OPCION-LISTAR
                       PERFORM 5600-Listar
                   ELSE
                       DISPLAY "**** Opcion no reconocida"
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Alta: rechaza el par cliente+servicio duplicado (una sola
      *promocion vigente por abono), un porcentaje mayor a 100 y
      *una promocion sin ciclos, y la ubica en su posicion
      *ascendente por cliente.
       5300-Alta.
           PERFORM 5700-Pedir-clave-promocion
           PERFORM 5800-Buscar-promocion
           IF PROM-SI-ENCONTRADA
               DISPLAY "**** El cliente " WSV-TRA-NRO-CLIE
                       " ya tiene una promocion en el servicio "
                       WSV-TRA-COD-SERV ", alta rechazada"
           ELSE
               IF WSV-CANT-PROMOCIONES >= 500
                   DISPLAY "**** WST-PROMOCIONES llena (500 items), "
                           "no se pudo dar de alta la promocion"
               ELSE
                   MOVE SPACE TO WSV-TRA-TIPO
                   PERFORM 5710-Pedir-tipo UNTIL TRA-TIPO-VALIDO
                   IF TRA-TIPO-PORCENTAJE
                       DISPLAY "Porcentaje de descuento (999.99): "
                   ELSE
                       DISPLAY "Importe fijo de descuento por ciclo "
                               "(999.99): "
                   END-IF
                   ACCEPT WSV-TRA-VALOR
                   DISPLAY "Cantidad de ciclos (99): "
                   ACCEPT WSV-TRA-CICLOS
                   IF (WSV-TRA-VALOR = ZERO) OR (WSV-TRA-CICLOS = ZERO)
                       OR (TRA-TIPO-PORCENTAJE
                           AND WSV-TRA-VALOR > 100)
                       DISPLAY "**** Descuento o ciclos invalidos, "
                               "alta rechazada"
                   ELSE
                       PERFORM 5310-Insertar-en-orden
                       ADD 1 TO CTRL-CANT-ALTAS
                       MOVE "ALTA " TO WSV-ANULADO-CODIGO
                       PERFORM 5900-Registrar-cambio
                       DISPLAY "Alta de la promocion realizada"
                   END-IF
               END-IF
           END-IF
           .
       5310-Insertar-en-orden.
           MOVE 1 TO WSV-IDX-PROM
           PERFORM 5320-Avanzar-posicion
               UNTIL (WSV-IDX-PROM > WSV-CANT-PROMOCIONES)
               OR (WST-PROM-NRO-CLIE(WSV-IDX-PROM)
                   > WSV-TRA-NRO-CLIE)
           ADD 1 TO WSV-CANT-PROMOCIONES
           MOVE WSV-CANT-PROMOCIONES TO WSV-IDX-MOVER
           PERFORM 5330-Correr-hacia-abajo
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PROM
           MOVE WSV-TRA-NRO-CLIE TO WST-PROM-NRO-CLIE(WSV-IDX-PROM)
           MOVE WSV-TRA-COD-SERV TO WST-PROM-COD-SERV(WSV-IDX-PROM)
           MOVE WSV-TRA-TIPO TO WST-PROM-TIPO(WSV-IDX-PROM)
           MOVE WSV-TRA-VALOR TO WST-PROM-VALOR(WSV-IDX-PROM)
           MOVE WSV-TRA-CICLOS TO WST-PROM-CICLOS(WSV-IDX-PROM)
           MOVE ZERO TO WST-PROM-ULT-PERIODO(WSV-IDX-PROM)
           .
       5320-Avanzar-posicion.
           ADD 1 TO WSV-IDX-PROM
           .
       5330-Correr-hacia-abajo.
           MOVE WST-PROM-DET(WSV-IDX-MOVER - 1)
               TO WST-PROM-DET(WSV-IDX-MOVER)
           SUBTRACT 1 FROM WSV-IDX-MOVER
           .
      *Baja anticipada: la promocion se retira antes de agotar sus
      *ciclos (las agotadas las da de baja ProgAbonos).
       5400-Baja.
           PERFORM 5700-Pedir-clave-promocion
           PERFORM 5800-Buscar-promocion
           IF PROM-NO-ENCONTRADA
               DISPLAY "**** Esa promocion no existe"
           ELSE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-PROMOCIONES
               SUBTRACT 1 FROM WSV-CANT-PROMOCIONES
               ADD 1 TO CTRL-CANT-BAJAS
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Baja de la promocion realizada"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-PROM-DET(WSV-IDX-MOVER + 1)
               TO WST-PROM-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Maestro de promociones ("
                   WSV-CANT-PROMOCIONES " registros) ----"
           PERFORM 5610-Mostrar-promocion
               VARYING WSV-IDX-PROM FROM 1 BY 1
               UNTIL WSV-IDX-PROM > WSV-CANT-PROMOCIONES
           .
       5610-Mostrar-promocion.
           DISPLAY WST-PROM-NRO-CLIE(WSV-IDX-PROM) " "
                   WST-PROM-COD-SERV(WSV-IDX-PROM)
                   " Tipo: " WST-PROM-TIPO(WSV-IDX-PROM)
                   " Valor: " WST-PROM-VALOR(WSV-IDX-PROM)
                   " Ciclos: " WST-PROM-CICLOS(WSV-IDX-PROM)
                   " Ultimo: " WST-PROM-ULT-PERIODO(WSV-IDX-PROM)
           .
       5700-Pedir-clave-promocion.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           DISPLAY "Codigo de servicio (xxx): "
           ACCEPT WSV-TRA-COD-SERV
           .
       5710-Pedir-tipo.
           DISPLAY "Descuento en (P)orcentaje o importe (F)ijo: "
           ACCEPT WSV-TRA-TIPO
           IF NOT TRA-TIPO-VALIDO
               DISPLAY "**** Responda P o F"
           END-IF
           .
      *Busqueda secuencial del par cliente+servicio en la tabla.
       5800-Buscar-promocion.
           SET PROM-NO-ENCONTRADA TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-PROM
           PERFORM 5810-Comparar-promocion
               UNTIL WSV-IDX-PROM > WSV-CANT-PROMOCIONES
           .
       5810-Comparar-promocion.
           IF (WST-PROM-NRO-CLIE(WSV-IDX-PROM) = WSV-TRA-NRO-CLIE)
                   AND (WST-PROM-COD-SERV(WSV-IDX-PROM)
                        = WSV-TRA-COD-SERV)
               SET PROM-SI-ENCONTRADA TO TRUE
               MOVE WSV-IDX-PROM TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-PROMOCIONES TO WSV-IDX-PROM
           END-IF
           ADD 1 TO WSV-IDX-PROM
           .
      *Cada alta/baja queda en ANULADO.LOG con la clave de la
      *promocion tocada.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENPROM"          TO LOG-ANUL-PROGRAMA
           MOVE "PROMOCIONES"       TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Promocion " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-TRA-COD-SERV DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-promocion.
           READ PROMOCIONES
           .
       7000-Grabar-promociones.
           OPEN OUTPUT PROMOCIONES
               IF FS-PROMOCIONES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PROMOCIONES TO WSV-ANULADO-CODIGO
                   MOVE "PROMOCIONES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-promocion
               VARYING WSV-IDX-PROM FROM 1 BY 1
               UNTIL WSV-IDX-PROM > WSV-CANT-PROMOCIONES
           CLOSE PROMOCIONES
           .
       7020-Escribir-promocion.
           MOVE WST-PROM-DET(WSV-IDX-PROM) TO REGISTRO-PROMOCION
           WRITE REGISTRO-PROMOCION
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
           MOVE "PGENPROM"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Grabar-promociones.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:        " CTRL-CANT-ALTAS
           DISPLAY "Bajas:        " CTRL-CANT-BAJAS
           DISPLAY "Promociones en el maestro: " WSV-CANT-PROMOCIONES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
