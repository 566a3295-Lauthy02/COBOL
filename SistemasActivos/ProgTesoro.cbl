      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del tesoro de sucursal
      *    Lleva el efectivo del tesoro de cada sucursal en
      *    TESORO.TXT (copybook REG-TESORO), un movimiento por cada
      *    paso de efectivo, firmado por el supervisor que lo hace:
      *    (A) entrega del fondo de apertura a un cajero, que
      *      ProgCierreCaja toma como fondo de su arqueo;
      *    (C) recepcion del efectivo del cajero al cierre, por lo
      *      que el cajero conto en su arqueo (CIERRES_CAJA.TXT);
      *    (R) remesa recibida de la tesoreria central;
      *    (E) remesa enviada a la tesoreria central;
      *    (B) balance del dia: el tesoro se cuenta y se compara con
      *      apertura + remesas netas + resultado de ventanilla -
      *      lo que siguen teniendo los cajeros; queda asentado en
      *      TESORO_CIERRES.TXT y el cierre contado es la apertura
      *      del dia siguiente.
      *    No se entrega ni se remite mas efectivo que el que el
      *    tesoro tiene en el momento.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgTesoro.
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
           SELECT ARCH-TESORO ASSIGN TO "TESORO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TESORO.

           SELECT ARCH-TES-CIERRES ASSIGN TO "TESORO_CIERRES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TES-CIERRES.
      *Arqueos de los cajeros que deja ProgCierreCaja.
           SELECT ARCH-CIERRES ASSIGN TO "CIERRES_CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIERRES.
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
      *Archivo TESORO
           FD ARCH-TESORO.
               COPY REG-TESORO.
      *
      *Archivo TESORO_CIERRES
           FD ARCH-TES-CIERRES.
               COPY REG-TESCIERRE.
      *
      *Archivo CIERRES_CAJA (mismo layout que escribe ProgCierreCaja)
           FD ARCH-CIERRES.
               01 REGISTRO-CIERRE-CAJA.
                   02 CIE-FECHA               PIC 9(08).
                   02 CIE-OPERADOR            PIC 9(03).
                   02 CIE-APERTURA            PIC 9(07).
                   02 CIE-ESPERADO            PIC S9(07).
                   02 CIE-CONTADO             PIC 9(07).
                   02 CIE-DIFERENCIA          PIC S9(07).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-TESORO                    PIC X(02) VALUE ZEROES.
               02 FS-TES-CIERRES               PIC X(02) VALUE ZEROES.
               02 FS-CIERRES                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-FECHA-TESORO                 PIC 9(08) VALUE ZERO.
           01 WSV-SUCURSAL                     PIC 9(03) VALUE ZERO.
           01 WSV-OPCION                       PIC X(01).
               88 OPCION-ENTREGAR              VALUE "A".
               88 OPCION-RECIBIR               VALUE "C".
               88 OPCION-REMESA-RECIBIDA       VALUE "R".
               88 OPCION-REMESA-ENVIADA        VALUE "E".
               88 OPCION-BALANCEAR             VALUE "B".

      *Sesion del supervisor que opera el tesoro (RSIGNON).
           COPY TAB-SIGNON.

      *Cajero al que se entrega o del que se recibe, validado con
      *RSIGNON igual que el supervisor.
           01 WSV-CAJ-PEDIDO.
               02 WSV-CAJ-LEGAJO               PIC 9(03).
               02 WSV-CAJ-NOMBRE               PIC X(20).
               02 WSV-CAJ-RESULTADO            PIC X(01).
                   88 CAJ-OPERADOR-VALIDO      VALUE "V".
               02 WSV-CAJ-ROL                  PIC X(01).

      *Movimiento a asentar en TESORO.TXT.
           01 WSV-MOVIMIENTO.
               02 WSV-MOV-TIPO                 PIC X(01).
               02 WSV-MOV-CAJERO               PIC 9(03) VALUE ZERO.
               02 WSV-MOV-MONTO                PIC 9(07) VALUE ZERO.
               02 WSV-MOV-REFERENCIA           PIC 9(08) VALUE ZERO.

      *Posicion del tesoro en el dia: apertura (el ultimo cierre
      *contado anterior), remesas y lo movido con cada cajero.
           01 WSV-POSICION.
               02 WSV-APERTURA                 PIC 9(07) VALUE ZERO.
               02 WSV-FECHA-APERTURA           PIC 9(08) VALUE ZERO.
               02 WSV-REMESAS-RECIBIDAS        PIC 9(07) VALUE ZERO.
               02 WSV-REMESAS-ENVIADAS         PIC 9(07) VALUE ZERO.
               02 WSV-ENTREGADO-CAJEROS        PIC 9(07) VALUE ZERO.
               02 WSV-RECIBIDO-CAJEROS         PIC 9(07) VALUE ZERO.
               02 WSV-EFECTIVO-TESORO          PIC S9(07) VALUE ZERO.

      *Cajeros que movieron efectivo con el tesoro en el dia.
           01 WST-CAJEROS.
               02 WST-CAJ-DET               OCCURS 50 TIMES.
                   03 WST-CAJ-LEGAJO        PIC 9(03).
                   03 WST-CAJ-ENTREGADO     PIC 9(07).
                   03 WST-CAJ-RECIBIDO      PIC 9(07).
                   03 WST-CAJ-CERRO         PIC X(01).
           01 WSV-CANT-CAJEROS                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CAJ                      PIC 9(02).
           01 WSV-IDX-CAJ-HALLADO              PIC 9(02) VALUE ZERO.
           01 WSV-CAJ-BUSCADO                  PIC 9(03).

      *Arqueo del cajero en CIERRES_CAJA.TXT (el ultimo del dia).
           01 WSV-ARQUEO-CONTADO               PIC 9(07) VALUE ZERO.
           77 WSS-ARQUEO                       PIC X(01) VALUE "N".
               88 ARQUEO-HALLADO               VALUE "S".
               88 ARQUEO-NO-HALLADO            VALUE "N".

      *Balance del dia.
           01 WSV-BALANCE.
               02 WSV-REMESAS-NETAS            PIC S9(07) VALUE ZERO.
               02 WSV-RESULTADO-CAJAS          PIC S9(07) VALUE ZERO.
               02 WSV-EN-CAJEROS               PIC 9(07) VALUE ZERO.
               02 WSV-CONTADO                  PIC 9(07) VALUE ZERO.
               02 WSV-DIFERENCIA               PIC S9(07) VALUE ZERO.
               02 WSV-CANT-SIN-CERRAR          PIC 9(02) VALUE ZERO.

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DEL-DIA            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ASENTADOS          PIC 9(05) VALUE ZERO.

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
           INITIALIZE SGN-PEDIDO
           DISPLAY "(A) Entregar fondo a cajero, (C) Recibir cierre "
                   "de cajero,"
           DISPLAY "(R) Remesa recibida, (E) Remesa enviada, "
                   "(B) Balancear el dia: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-ENTREGAR OR OPCION-RECIBIR
                   OR OPCION-REMESA-RECIBIDA OR OPCION-REMESA-ENVIADA
                   OR OPCION-BALANCEAR)
               MOVE "Opcion invalida, se espera A, C, R, E o B"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1100-Identificar-supervisor
           DISPLAY "Sucursal (xxx): "
           ACCEPT WSV-SUCURSAL
           IF (WSV-SUCURSAL NOT NUMERIC) OR (WSV-SUCURSAL = ZERO)
               MOVE "Sucursal invalida" TO WSV-ANULADO-DESCRIP
               MOVE "SUCUR" TO WSV-ANULADO-CODIGO
               MOVE "TESORO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
      *    Los movimientos se asientan siempre con la fecha del dia;
      *    el balance puede hacerse de un dia anterior.
           MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-TESORO
           IF OPCION-BALANCEAR
               DISPLAY "Fecha a balancear (AAAAMMDD, 00000000 usa "
                       "hoy): "
               ACCEPT WSV-FECHA-TESORO
               IF (WSV-FECHA-TESORO NOT NUMERIC)
                       OR (WSV-FECHA-TESORO = ZERO)
                   MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-TESORO
               END-IF
           END-IF
           PERFORM 1200-Cargar-apertura
           PERFORM 1300-Cargar-movimientos
           .
      *El tesoro lo opera solo un supervisor o administrador.
       1100-Identificar-supervisor.
           DISPLAY "Legajo del supervisor (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF NOT SGN-OPERADOR-VALIDO OR NOT SGN-ROL-MANDA
               MOVE "Operador invalido o sin rango de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Sesion de " SGN-NOMBRE " (legajo " SGN-LEGAJO ")"
           .
      *Apertura del dia: el efectivo contado en el ultimo balance de
      *la sucursal anterior al dia (si el mismo dia se balanceo mas
      *de una vez, rige el ultimo). Sin balance previo arranca en
      *cero.
       1200-Cargar-apertura.
           MOVE ZERO TO WSV-APERTURA
           MOVE ZERO TO WSV-FECHA-APERTURA
           OPEN INPUT ARCH-TES-CIERRES
           IF FS-TES-CIERRES = "00"
               PERFORM 7020-Leer-tes-cierre
               PERFORM 1210-Tomar-apertura
                   UNTIL FS-TES-CIERRES NOT = "00"
               CLOSE ARCH-TES-CIERRES
           END-IF
           IF WSV-FECHA-APERTURA = ZERO
               DISPLAY "**** Sin balance anterior del tesoro de la "
                       "sucursal " WSV-SUCURSAL ": apertura en cero"
           ELSE
               DISPLAY "Apertura del tesoro: " WSV-APERTURA
                       " (balance del " WSV-FECHA-APERTURA ")"
           END-IF
           .
       1210-Tomar-apertura.
           IF (TCI-SUCURSAL = WSV-SUCURSAL)
                   AND (TCI-FECHA < WSV-FECHA-TESORO)
                   AND (TCI-FECHA >= WSV-FECHA-APERTURA)
               MOVE TCI-CONTADO TO WSV-APERTURA
               MOVE TCI-FECHA TO WSV-FECHA-APERTURA
           END-IF
           PERFORM 7020-Leer-tes-cierre
           .
      *Movimientos del tesoro de la sucursal en el dia, acumulados
      *por tipo y por cajero.
       1300-Cargar-movimientos.
           MOVE ZERO TO WSV-CANT-CAJEROS
           OPEN INPUT ARCH-TESORO
           IF FS-TESORO = "00"
               PERFORM 7010-Leer-tesoro
               PERFORM 1310-Sumar-movimiento
                   UNTIL FS-TESORO NOT = "00"
               CLOSE ARCH-TESORO
           END-IF
           PERFORM 1400-Calcular-efectivo
           DISPLAY "Efectivo en el tesoro: " WSV-EFECTIVO-TESORO
           .
       1310-Sumar-movimiento.
           ADD 1 TO CTRL-CANT-LEIDOS
           IF (TES-SUCURSAL = WSV-SUCURSAL)
                   AND (TES-FECHA = WSV-FECHA-TESORO)
               ADD 1 TO CTRL-CANT-DEL-DIA
               EVALUATE TRUE
                   WHEN TES-REMESA-RECIBIDA
                       ADD TES-MONTO TO WSV-REMESAS-RECIBIDAS
                   WHEN TES-REMESA-ENVIADA
                       ADD TES-MONTO TO WSV-REMESAS-ENVIADAS
                   WHEN TES-ENTREGA-CAJERO
                       MOVE TES-CAJERO TO WSV-CAJ-BUSCADO
                       PERFORM 6000-Ubicar-cajero
                       ADD TES-MONTO
                           TO WST-CAJ-ENTREGADO(WSV-IDX-CAJ-HALLADO)
                       ADD TES-MONTO TO WSV-ENTREGADO-CAJEROS
                   WHEN TES-RECEPCION-CAJERO
                       MOVE TES-CAJERO TO WSV-CAJ-BUSCADO
                       PERFORM 6000-Ubicar-cajero
                       ADD TES-MONTO
                           TO WST-CAJ-RECIBIDO(WSV-IDX-CAJ-HALLADO)
                       MOVE "S" TO WST-CAJ-CERRO(WSV-IDX-CAJ-HALLADO)
                       ADD TES-MONTO TO WSV-RECIBIDO-CAJEROS
               END-EVALUATE
           END-IF
           PERFORM 7010-Leer-tesoro
           .
       1400-Calcular-efectivo.
           COMPUTE WSV-EFECTIVO-TESORO = WSV-APERTURA
                   + WSV-REMESAS-RECIBIDAS - WSV-REMESAS-ENVIADAS
                   - WSV-ENTREGADO-CAJEROS + WSV-RECIBIDO-CAJEROS
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           EVALUATE TRUE
               WHEN OPCION-ENTREGAR
                   PERFORM 5100-Entregar-fondo
               WHEN OPCION-RECIBIR
                   PERFORM 5200-Recibir-cierre
               WHEN OPCION-REMESA-RECIBIDA
                   PERFORM 5300-Remesa
               WHEN OPCION-REMESA-ENVIADA
                   PERFORM 5300-Remesa
               WHEN OPCION-BALANCEAR
                   PERFORM 5500-Balancear-dia
           END-EVALUATE
           .
      *------------------------- Entrega -------------------------------
      *Fondo de apertura (o refuerzo en el dia) para un cajero que
      *todavia no cerro; no puede salir mas de lo que hay.
       5100-Entregar-fondo.
           PERFORM 5150-Pedir-cajero
           IF (WSV-IDX-CAJ-HALLADO > ZERO)
                   AND (WST-CAJ-CERRO(WSV-IDX-CAJ-HALLADO) = "S")
               MOVE "El cajero ya entrego su cierre del dia"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-CAJ-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "TESORO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Importe a entregar (9999999): "
           ACCEPT WSV-MOV-MONTO
           PERFORM 5160-Validar-importe
           PERFORM 5170-Validar-efectivo
           MOVE "A" TO WSV-MOV-TIPO
           MOVE WSV-CAJ-LEGAJO TO WSV-MOV-CAJERO
           MOVE ZERO TO WSV-MOV-REFERENCIA
           PERFORM 7100-Registrar-movimiento
           SUBTRACT WSV-MOV-MONTO FROM WSV-EFECTIVO-TESORO
           DISPLAY "Entregado a " WSV-CAJ-NOMBRE ": " WSV-MOV-MONTO
           .
       5150-Pedir-cajero.
           DISPLAY "Legajo del cajero (xxx): "
           ACCEPT WSV-CAJ-LEGAJO
           CALL "RSIGNON" USING WSV-CAJ-PEDIDO
           IF NOT CAJ-OPERADOR-VALIDO
               MOVE "Cajero inexistente o inactivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-CAJ-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-CAJ-LEGAJO TO WSV-CAJ-BUSCADO
           PERFORM 6100-Buscar-cajero
           .
       5160-Validar-importe.
           IF (WSV-MOV-MONTO NOT NUMERIC) OR (WSV-MOV-MONTO = ZERO)
               MOVE "Importe invalido" TO WSV-ANULADO-DESCRIP
               MOVE "MONTO" TO WSV-ANULADO-CODIGO
               MOVE "TESORO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
       5170-Validar-efectivo.
           IF WSV-MOV-MONTO > WSV-EFECTIVO-TESORO
               MOVE "El tesoro no tiene ese efectivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINEF" TO WSV-ANULADO-CODIGO
               MOVE "TESORO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *------------------------- Recepcion -----------------------------
      *El cajero devuelve al tesoro lo que conto en su arqueo del
      *dia: sin arqueo en CIERRES_CAJA.TXT no se recibe, y se recibe
      *una sola vez.
       5200-Recibir-cierre.
           PERFORM 5150-Pedir-cajero
           IF (WSV-IDX-CAJ-HALLADO > ZERO)
                   AND (WST-CAJ-CERRO(WSV-IDX-CAJ-HALLADO) = "S")
               MOVE "El cierre del cajero ya se recibio hoy"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-CAJ-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "TESORO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5210-Buscar-arqueo
           IF ARQUEO-NO-HALLADO
               MOVE "El cajero no tiene arqueo del dia"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-CAJ-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "CIERRES_CAJA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE "C" TO WSV-MOV-TIPO
           MOVE WSV-CAJ-LEGAJO TO WSV-MOV-CAJERO
           MOVE WSV-ARQUEO-CONTADO TO WSV-MOV-MONTO
           MOVE ZERO TO WSV-MOV-REFERENCIA
           PERFORM 7100-Registrar-movimiento
           ADD WSV-MOV-MONTO TO WSV-EFECTIVO-TESORO
           DISPLAY "Recibido de " WSV-CAJ-NOMBRE ": " WSV-MOV-MONTO
           .
       5210-Buscar-arqueo.
           SET ARQUEO-NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-ARQUEO-CONTADO
           OPEN INPUT ARCH-CIERRES
           IF FS-CIERRES = "00"
               PERFORM 7030-Leer-cierre
               PERFORM 5220-Comparar-arqueo
                   UNTIL FS-CIERRES NOT = "00"
               CLOSE ARCH-CIERRES
           END-IF
           .
       5220-Comparar-arqueo.
           IF (CIE-FECHA = WSV-FECHA-TESORO)
                   AND (CIE-OPERADOR = WSV-CAJ-LEGAJO)
               SET ARQUEO-HALLADO TO TRUE
               MOVE CIE-CONTADO TO WSV-ARQUEO-CONTADO
           END-IF
           PERFORM 7030-Leer-cierre
           .
      *------------------------- Remesas -------------------------------
       5300-Remesa.
           DISPLAY "Numero de remesa de la tesoreria central "
                   "(xxxxxxxx): "
           ACCEPT WSV-MOV-REFERENCIA
           IF WSV-MOV-REFERENCIA NOT NUMERIC
               MOVE ZERO TO WSV-MOV-REFERENCIA
           END-IF
           DISPLAY "Importe de la remesa (9999999): "
           ACCEPT WSV-MOV-MONTO
           PERFORM 5160-Validar-importe
           MOVE ZERO TO WSV-MOV-CAJERO
           IF OPCION-REMESA-ENVIADA
               PERFORM 5170-Validar-efectivo
               MOVE "E" TO WSV-MOV-TIPO
               SUBTRACT WSV-MOV-MONTO FROM WSV-EFECTIVO-TESORO
           ELSE
               MOVE "R" TO WSV-MOV-TIPO
               ADD WSV-MOV-MONTO TO WSV-EFECTIVO-TESORO
           END-IF
           PERFORM 7100-Registrar-movimiento
           DISPLAY "Remesa " WSV-MOV-TIPO " " WSV-MOV-REFERENCIA
                   " por " WSV-MOV-MONTO " asentada"
           .
      *------------------------- Balance -------------------------------
      *Efectivo contado contra el esperado; a la vista, la identidad
      *del dia: apertura + remesas netas + resultado de ventanilla
      *= cierre + en poder de cajeros.
       5500-Balancear-dia.
           COMPUTE WSV-REMESAS-NETAS =
                   WSV-REMESAS-RECIBIDAS - WSV-REMESAS-ENVIADAS
           PERFORM 5510-Sumar-cajero
               VARYING WSV-IDX-CAJ FROM 1 BY 1
               UNTIL WSV-IDX-CAJ > WSV-CANT-CAJEROS
           DISPLAY "Efectivo contado en el tesoro (9999999): "
           ACCEPT WSV-CONTADO
           IF WSV-CONTADO NOT NUMERIC
               MOVE ZERO TO WSV-CONTADO
           END-IF
           COMPUTE WSV-DIFERENCIA = WSV-CONTADO - WSV-EFECTIVO-TESORO
           DISPLAY " "
           DISPLAY "----- Balance del tesoro de la sucursal "
                   WSV-SUCURSAL " al " WSV-FECHA-TESORO " ----"
           DISPLAY "Apertura:                " WSV-APERTURA
           DISPLAY "Remesas recibidas:       " WSV-REMESAS-RECIBIDAS
           DISPLAY "Remesas enviadas:        " WSV-REMESAS-ENVIADAS
           DISPLAY "Resultado de ventanilla: " WSV-RESULTADO-CAJAS
           DISPLAY "En poder de cajeros:     " WSV-EN-CAJEROS
           DISPLAY "Cierre esperado:         " WSV-EFECTIVO-TESORO
           DISPLAY "Cierre contado:          " WSV-CONTADO
           IF WSV-CANT-SIN-CERRAR > ZERO
               DISPLAY "**** Cajeros sin entregar su cierre: "
                       WSV-CANT-SIN-CERRAR
           END-IF
           IF WSV-DIFERENCIA = ZERO
               DISPLAY "Tesoro balanceado: sin diferencia"
           ELSE
               DISPLAY "**** DIFERENCIA DE TESORO: " WSV-DIFERENCIA
           END-IF
           PERFORM 7200-Grabar-balance
           .
      *Cajero que ya cerro: su resultado es lo devuelto menos lo
      *recibido; el que no cerro todavia tiene lo entregado.
       5510-Sumar-cajero.
           IF WST-CAJ-CERRO(WSV-IDX-CAJ) = "S"
               COMPUTE WSV-RESULTADO-CAJAS = WSV-RESULTADO-CAJAS
                       + WST-CAJ-RECIBIDO(WSV-IDX-CAJ)
                       - WST-CAJ-ENTREGADO(WSV-IDX-CAJ)
           ELSE
               ADD WST-CAJ-ENTREGADO(WSV-IDX-CAJ) TO WSV-EN-CAJEROS
               ADD 1 TO WSV-CANT-SIN-CERRAR
               DISPLAY "  Sin cierre: cajero "
                       WST-CAJ-LEGAJO(WSV-IDX-CAJ) " con "
                       WST-CAJ-ENTREGADO(WSV-IDX-CAJ)
           END-IF
           .
      *------------------------- Cajeros -------------------------------
       6000-Ubicar-cajero.
           PERFORM 6100-Buscar-cajero
           IF WSV-IDX-CAJ-HALLADO = ZERO
               IF WSV-CANT-CAJEROS >= 50
                   MOVE "WST-CAJEROS llena (50 cajeros)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "LLENA" TO WSV-ANULADO-CODIGO
                   MOVE "TESORO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CAJEROS
               MOVE WSV-CANT-CAJEROS TO WSV-IDX-CAJ-HALLADO
               MOVE WSV-CAJ-BUSCADO
                   TO WST-CAJ-LEGAJO(WSV-IDX-CAJ-HALLADO)
               MOVE ZERO TO WST-CAJ-ENTREGADO(WSV-IDX-CAJ-HALLADO)
               MOVE ZERO TO WST-CAJ-RECIBIDO(WSV-IDX-CAJ-HALLADO)
               MOVE "N" TO WST-CAJ-CERRO(WSV-IDX-CAJ-HALLADO)
           END-IF
           .
       6100-Buscar-cajero.
           MOVE ZERO TO WSV-IDX-CAJ-HALLADO
           PERFORM 6110-Comparar-cajero
               VARYING WSV-IDX-CAJ FROM 1 BY 1
               UNTIL (WSV-IDX-CAJ > WSV-CANT-CAJEROS)
               OR (WSV-IDX-CAJ-HALLADO > ZERO)
           .
       6110-Comparar-cajero.
           IF WST-CAJ-LEGAJO(WSV-IDX-CAJ) = WSV-CAJ-BUSCADO
               MOVE WSV-IDX-CAJ TO WSV-IDX-CAJ-HALLADO
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-tesoro.
           READ ARCH-TESORO
           .
       7020-Leer-tes-cierre.
           READ ARCH-TES-CIERRES
           .
       7030-Leer-cierre.
           READ ARCH-CIERRES
           .
       7100-Registrar-movimiento.
           OPEN EXTEND ARCH-TESORO
           IF FS-TESORO NOT = "00"
               OPEN OUTPUT ARCH-TESORO
           END-IF
           MOVE WSV-FECHA-TESORO TO TES-FECHA
           ACCEPT TES-HORA FROM TIME
           MOVE WSV-SUCURSAL TO TES-SUCURSAL
           MOVE WSV-MOV-TIPO TO TES-TIPO
           MOVE WSV-MOV-CAJERO TO TES-CAJERO
           MOVE WSV-MOV-MONTO TO TES-MONTO
           MOVE WSV-MOV-REFERENCIA TO TES-REFERENCIA
           MOVE SGN-LEGAJO TO TES-SUPERVISOR
           WRITE REG-TESORO
           CLOSE ARCH-TESORO
           ADD 1 TO CTRL-CANT-ASENTADOS
           .
       7200-Grabar-balance.
           OPEN EXTEND ARCH-TES-CIERRES
           IF FS-TES-CIERRES NOT = "00"
               OPEN OUTPUT ARCH-TES-CIERRES
           END-IF
           MOVE WSV-FECHA-TESORO TO TCI-FECHA
           MOVE WSV-SUCURSAL TO TCI-SUCURSAL
           MOVE WSV-APERTURA TO TCI-APERTURA
           MOVE WSV-REMESAS-NETAS TO TCI-REMESAS-NETAS
           MOVE WSV-RESULTADO-CAJAS TO TCI-RESULTADO-CAJAS
           MOVE WSV-EN-CAJEROS TO TCI-EN-CAJEROS
           MOVE WSV-EFECTIVO-TESORO TO TCI-ESPERADO
           MOVE WSV-CONTADO TO TCI-CONTADO
           MOVE WSV-DIFERENCIA TO TCI-DIFERENCIA
           MOVE SGN-LEGAJO TO TCI-SUPERVISOR
           WRITE REG-TESCIERRE
           CLOSE ARCH-TES-CIERRES
           ADD 1 TO CTRL-CANT-ASENTADOS
           DISPLAY "Balance asentado en TESORO_CIERRES.TXT"
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
           MOVE 8 TO RETURN-CODE
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgTesoro"        TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control del tesoro ----"
           DISPLAY "Movimientos leidos:      " CTRL-CANT-LEIDOS
           DISPLAY "Movimientos del dia:     " CTRL-CANT-DEL-DIA
           DISPLAY "Registros asentados:     " CTRL-CANT-ASENTADOS
           DISPLAY "Efectivo en el tesoro:   " WSV-EFECTIVO-TESORO
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
