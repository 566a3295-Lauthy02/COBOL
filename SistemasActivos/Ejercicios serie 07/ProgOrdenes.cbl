      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de ordenes permanentes de transferencia
      *    Mantiene ORDENES_PERMANENTES.TXT (copybook REG-ORDEN):
      *    (A)lta: un cliente deja ordenado transferir todos los
      *    meses un importe fijo de su caja a la de otro cliente, un
      *    dia del mes y hasta una fecha de fin. Origen y destino
      *    tienen que existir en SALDOS_CLIENTES.TXT.
      *    (B)aja: la orden deja de ejecutarse.
      *    (E)jecutar: en un dia habil (DIFHABIL), cada orden activa
      *    cuya cuota vence hasta ese dia se ejecuta como en la
      *    ventanilla de CorteCtrlIngresando: sale de la caja del
      *    origen, entra en la del destino y el diario
      *    MOVIMIENTOS.TXT recibe el par E (envio) / I (ingreso) con
      *    el numero de orden como referencia compartida.
      *    Si el origen no tiene fondos (o el destino ya no esta en
      *    los saldos) la cuota se rechaza y se reintenta el proximo
      *    dia habil, hasta que vence la cuota siguiente; al segundo
      *    rechazo se le emite al cliente un aviso de texto
      *    (AVISO_ORDEN.nnnnnn.TXT, con nnnnnn el numero de orden)
      *    con el bloque postal de DOMICILIOS.TXT.
      *    Cada ejecucion deja ORDENES.AAAAMMDD.TXT con una linea por
      *    cuota ejecutada, rechazada o vencida sin ejecutar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgOrdenes.
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
      *Maestro de ordenes permanentes.
           SELECT ARCH-ORDENES ASSIGN TO "ORDENES_PERMANENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENES.
      *Saldos de caja por sucursal y cliente (CorteCtrlIngresando).
           SELECT ARCH-SALDOS ASSIGN TO "SALDOS_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Domicilios postales de los clientes (PGENDOMI).
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.
      *Un aviso por orden rechazada dos veces: el nombre se arma
      *con el numero de orden antes de cada OPEN OUTPUT.
           SELECT SALIDA-AVISO ASSIGN DYNAMIC WSV-NOMBRE-AVISO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-AVISO.

           SELECT SALIDA-INFORME ASSIGN DYNAMIC WSV-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INFORME.
      *Respaldo de cada archivo antes de regrabarlo.
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
      *Archivo ORDENES_PERMANENTES
           FD ARCH-ORDENES.
               COPY REG-ORDEN.
      *
      *Archivo SALDOS_CLIENTES (mismo layout que CorteCtrlIngresando)
           FD ARCH-SALDOS.
               01 REGISTRO-SALDOS.
                   02 SALDO-SUCURSAL           PIC 9(03).
                   02 SALDO-NRO-CLIE           PIC 9(03).
                   02 SALDO-MONTO              PIC 9(05).
      *
      *Archivo MOVIMIENTOS (mismo layout que escribe
      *CorteCtrlIngresando)
           FD ARCH-MOVIMIENTOS.
               01 REGISTRO-MOVIMIENTO.
                   02 MOV-FECHA               PIC 9(08).
                   02 MOV-HORA                PIC 9(08).
                   02 MOV-SUCURSAL            PIC 9(03).
                   02 MOV-NRO-CLIE            PIC 9(03).
                   02 MOV-TIPO                PIC X(01).
                   02 MOV-MONTO               PIC 9(05).
                   02 MOV-SALDO-DESPUES       PIC 9(05).
                   02 MOV-OPERADOR            PIC 9(03).
                   02 MOV-REFERENCIA          PIC 9(08).
      *Legajo del supervisor que autorizo pasar el tope del
      *operador (LIMITES_CAJA.TXT); cero o en blanco sin exceso.
                   02 MOV-AUTORIZA-EXCESO     PIC 9(03).
      *
      *Archivo DOMICILIOS (mismo layout que escribe PGENDOMI)
           FD ARCH-DOMICILIOS.
               01 REGISTRO-DOMICILIO.
                   02 DOM-NRO-CLIE             PIC 9(03).
                   02 DOM-CALLE1               PIC X(30).
                   02 DOM-CALLE2               PIC X(30).
                   02 DOM-LOCALIDAD            PIC X(20).
                   02 DOM-CP                   PIC X(08).
                   02 DOM-TELEFONO             PIC X(15).
      *
           FD SALIDA-AVISO.
               01 LINEA-AVISO                  PIC X(80).
      *
           FD SALIDA-INFORME.
               01 LINEA-INFORME                PIC X(100).
      *
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).
      *
           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ORDENES                   PIC X(02) VALUE ZEROES.
               02 FS-SALDOS                    PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-AVISO              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INFORME            PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FECHA-CORRIDA                PIC 9(08).
           01 WSV-OPCION                       PIC X(01).
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-EJECUTAR              VALUE "E".

      *Dia habil que se ejecuta.
           01 WSV-FECHA-PROCESO                PIC 9(08) VALUE ZERO.

      *Sesion del operador (RSIGNON) que carga o ejecuta.
           COPY TAB-SIGNON.
      *Pedido a la rutina DIFHABIL (vencimientos en dia habil).
           COPY TAB-DIFHAB.

      *Fecha AAAAMMDD partida para armar los pedidos a DIFHABIL.
           01 WSV-FECHA-CALC                   PIC 9(08).
           01 WSV-FECHA-CALC-R REDEFINES WSV-FECHA-CALC.
               02 WSV-CALC-ANIO                PIC 9(04).
               02 WSV-CALC-MES                 PIC 9(02).
               02 WSV-CALC-DIA                 PIC 9(02).

      *Cuota de un mes: el mes, el dia pedido y el dia habil en que
      *vence.
           01 WSV-PERIODO                      PIC 9(06).
           01 WSV-PERIODO-R REDEFINES WSV-PERIODO.
               02 WSV-PER-ANIO                 PIC 9(04).
               02 WSV-PER-MES                  PIC 9(02).
           01 WSV-DIA-PEDIDO                   PIC 9(02).
           01 WSV-FECHA-VTO                    PIC 9(08).
           01 WSV-DIAS-MES                     PIC 9(02).
           01 WSV-COCIENTE                     PIC 9(06).
           01 WSV-RESTO-BISIESTO               PIC 9(03).
           01 WSC-DIAS-MESES                   PIC X(24)
               VALUE "312831303130313130313031".
           01 WSC-DIAS-MESES-R REDEFINES WSC-DIAS-MESES.
               02 WSC-DIAS-MES                 PIC 9(02)
                   OCCURS 12 TIMES.
      *Fecha de fin de una orden sin fin.
           01 WSC-SIN-FIN                      PIC 9(08) VALUE 99991231.
      *Rechazos de una misma cuota a partir de los cuales se avisa.
           01 WSC-FALLOS-AVISO                 PIC 9(02) VALUE 02.
      *Tope del diario de caja (MOV-MONTO y SALDO-MONTO son 9(05)).
           01 WSC-TOPE-CAJA                    PIC 9(07) VALUE 99999.

      *ORDENES_PERMANENTES.TXT en memoria (mismo layout que
      *REG-ORDEN).
           01 WST-ORDENES.
               02 WST-ORD-DET               OCCURS 999 TIMES.
                   03 WST-ORD-NRO           PIC 9(06).
                   03 WST-ORD-SUC-ORIGEN    PIC 9(03).
                   03 WST-ORD-CLIE-ORIGEN   PIC 9(03).
                   03 WST-ORD-SUC-DESTINO   PIC 9(03).
                   03 WST-ORD-CLIE-DESTINO  PIC 9(03).
                   03 WST-ORD-MONTO         PIC 9(05).
                   03 WST-ORD-DIA           PIC 9(02).
                   03 WST-ORD-FECHA-ALTA    PIC 9(08).
                   03 WST-ORD-FECHA-FIN     PIC 9(08).
                   03 WST-ORD-PROX-PERIODO  PIC 9(06).
                   03 WST-ORD-PROX-FECHA    PIC 9(08).
                   03 WST-ORD-FALLOS        PIC 9(02).
                   03 WST-ORD-ULT-INTENTO   PIC 9(08).
                   03 WST-ORD-ULT-EJECUCION PIC 9(08).
                   03 WST-ORD-ESTADO        PIC X(01).
                   03 WST-ORD-OPERADOR      PIC 9(03).
           01 WSV-CANT-ORDENES                 PIC 9(03) VALUE ZERO.
           01 WSV-IDX-ORD                      PIC 9(04).
           01 WSV-IDX-ORD-HALLADA              PIC 9(03).
           01 WSV-ULTIMO-NRO                   PIC 9(06) VALUE ZERO.

      *Datos de la orden que se da de alta o de baja.
           01 WSV-NUEVA.
               02 WSV-NUE-SUC-ORIGEN           PIC 9(03).
               02 WSV-NUE-CLIE-ORIGEN          PIC 9(03).
               02 WSV-NUE-SUC-DESTINO          PIC 9(03).
               02 WSV-NUE-CLIE-DESTINO         PIC 9(03).
               02 WSV-NUE-MONTO                PIC 9(05).
               02 WSV-NUE-DIA                  PIC 9(02).
               02 WSV-NUE-FECHA-FIN            PIC 9(08).
           01 WSV-NRO-BUSCADO                  PIC 9(06).

      *SALDOS_CLIENTES.TXT en memoria, regrabado entero si la caja
      *se movio.
           01 WST-SALDOS.
               02 WST-SALDO-DET             OCCURS 200 TIMES.
                   03 WST-SALDO-SUCURSAL    PIC 9(03).
                   03 WST-SALDO-NRO-CLIE    PIC 9(03).
                   03 WST-SALDO-MONTO       PIC 9(05).
           01 WSV-CANT-SALDOS                  PIC 9(03) VALUE ZERO.
           01 WSV-IDX-SALDO                    PIC 9(03).
           01 WSV-IDX-SALDO-HALLADO            PIC 9(03).
           01 WSV-IDX-SALDO-ORIGEN             PIC 9(03).
           01 WSV-IDX-SALDO-DESTINO            PIC 9(03).
           01 WSV-SUC-BUSCADA                  PIC 9(03).
           01 WSV-CLIE-BUSCADO                 PIC 9(03).
           77 WSS-SALDOS-TOCADOS               PIC X(01) VALUE "N".
               88 SALDOS-TOCADOS               VALUE "S".
           01 WSV-SALDO-DESTINO-NUEVO          PIC 9(07).

      *Domicilios en memoria para el bloque postal del aviso.
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 400 TIMES.
                   03 WST-DOM-NRO-CLIE      PIC 9(03).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
               88 DOMICILIO-FALTA              VALUE "N".

      *Resultado del intento sobre la cuota en curso.
           01 WSV-MOTIVO                       PIC X(20).
           77 WSS-INTENTO                      PIC X(01) VALUE "N".
               88 INTENTO-EJECUTADO            VALUE "E".
               88 INTENTO-RECHAZADO            VALUE "R".
           01 WSV-MOV-TIPO                     PIC X(01).

      *Campos editados para pantalla, informe y aviso.
           01 WSV-MONTO-EDIT                   PIC ZZZZ9.
           01 WSV-LINEA-ARMADA                 PIC X(100).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EJECUTADAS         PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-EJECUTADO         PIC 9(09) VALUE ZERO.
               02 CTRL-CANT-RECHAZADAS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-VENCIDAS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FINALIZADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AVISOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-DOMICILIO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MOVS-CAJA          PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-AVISO                 PIC X(40).
           01 WSV-NOMBRE-INFORME               PIC X(40).
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-BASE-RESPALDO                PIC X(20).

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
           DISPLAY "(A)lta, (B)aja o (E)jecutar ordenes permanentes: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-ALTA OR OPCION-BAJA OR OPCION-EJECUTAR)
               MOVE "Opcion invalida, se espera A, B o E"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1100-Identificar-operador
           .
      *Todo movimiento de la orden queda con el legajo de quien la
      *cargo o la ejecuto.
       1100-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o inactivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 6000-Cargar-ordenes
           PERFORM 6400-Cargar-saldos
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 5100-Alta
               WHEN OPCION-BAJA
                   PERFORM 5200-Baja
               WHEN OPCION-EJECUTAR
                   PERFORM 5300-Ejecutar
           END-EVALUATE
           PERFORM 5900-Grabar-todo
           .
      *--------------------------- Alta --------------------------------
       5100-Alta.
           PERFORM 5110-Pedir-datos
           PERFORM 5120-Validar-datos
           IF WSV-CANT-ORDENES >= 999
               MOVE "WST-ORDENES llena (999 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-ORDENES
           MOVE WSV-CANT-ORDENES TO WSV-IDX-ORD
           INITIALIZE WST-ORD-DET(WSV-IDX-ORD)
           ADD 1 TO WSV-ULTIMO-NRO
           MOVE WSV-ULTIMO-NRO TO WST-ORD-NRO(WSV-IDX-ORD)
           MOVE WSV-NUE-SUC-ORIGEN TO WST-ORD-SUC-ORIGEN(WSV-IDX-ORD)
           MOVE WSV-NUE-CLIE-ORIGEN
               TO WST-ORD-CLIE-ORIGEN(WSV-IDX-ORD)
           MOVE WSV-NUE-SUC-DESTINO
               TO WST-ORD-SUC-DESTINO(WSV-IDX-ORD)
           MOVE WSV-NUE-CLIE-DESTINO
               TO WST-ORD-CLIE-DESTINO(WSV-IDX-ORD)
           MOVE WSV-NUE-MONTO TO WST-ORD-MONTO(WSV-IDX-ORD)
           MOVE WSV-NUE-DIA TO WST-ORD-DIA(WSV-IDX-ORD)
           MOVE WSV-FECHA-CORRIDA TO WST-ORD-FECHA-ALTA(WSV-IDX-ORD)
           MOVE WSV-NUE-FECHA-FIN TO WST-ORD-FECHA-FIN(WSV-IDX-ORD)
           MOVE "A" TO WST-ORD-ESTADO(WSV-IDX-ORD)
           MOVE SGN-LEGAJO TO WST-ORD-OPERADOR(WSV-IDX-ORD)
      *    La primera cuota es la de este mes si su dia todavia no
      *    paso; si no, la del mes que viene.
           MOVE WSV-FECHA-CORRIDA (1:6) TO WSV-PERIODO
           MOVE WSV-NUE-DIA TO WSV-DIA-PEDIDO
           PERFORM 6300-Calcular-vto
           IF WSV-FECHA-VTO <= WSV-FECHA-CORRIDA
               PERFORM 6310-Mes-siguiente
               PERFORM 6300-Calcular-vto
           END-IF
           MOVE WSV-PERIODO TO WST-ORD-PROX-PERIODO(WSV-IDX-ORD)
           MOVE WSV-FECHA-VTO TO WST-ORD-PROX-FECHA(WSV-IDX-ORD)
           IF WSV-FECHA-VTO > WSV-NUE-FECHA-FIN
               MOVE "La orden termina antes de su primera cuota"
                   TO WSV-ANULADO-DESCRIP
               MOVE "FECFI" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO CTRL-CANT-ALTAS
           MOVE WSV-NUE-MONTO TO WSV-MONTO-EDIT
           DISPLAY "Orden " WST-ORD-NRO(WSV-IDX-ORD) " cargada: "
                   WSV-MONTO-EDIT " del cliente " WSV-NUE-CLIE-ORIGEN
                   " al " WSV-NUE-CLIE-DESTINO
                   ", primera cuota el " WSV-FECHA-VTO
           .
       5110-Pedir-datos.
           DISPLAY "Sucursal del cliente que transfiere (xxx): "
           ACCEPT WSV-NUE-SUC-ORIGEN
           DISPLAY "Cliente que transfiere (xxx): "
           ACCEPT WSV-NUE-CLIE-ORIGEN
           DISPLAY "Sucursal del cliente destino (xxx): "
           ACCEPT WSV-NUE-SUC-DESTINO
           DISPLAY "Cliente destino (xxx): "
           ACCEPT WSV-NUE-CLIE-DESTINO
           DISPLAY "Importe mensual en pesos enteros (99999): "
           ACCEPT WSV-NUE-MONTO
           DISPLAY "Dia del mes en que se transfiere (01-31): "
           ACCEPT WSV-NUE-DIA
           DISPLAY "Ultimo dia de la orden (AAAAMMDD, 00000000 "
                   "sin fin): "
           ACCEPT WSV-NUE-FECHA-FIN
           IF (WSV-NUE-FECHA-FIN NOT NUMERIC)
                   OR (WSV-NUE-FECHA-FIN = ZERO)
               MOVE WSC-SIN-FIN TO WSV-NUE-FECHA-FIN
           END-IF
           .
       5120-Validar-datos.
           IF (WSV-NUE-MONTO NOT NUMERIC) OR (WSV-NUE-MONTO = ZERO)
               MOVE "Importe invalido" TO WSV-ANULADO-DESCRIP
               MOVE "MONTO" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF (WSV-NUE-DIA NOT NUMERIC) OR (WSV-NUE-DIA = ZERO)
                   OR (WSV-NUE-DIA > 31)
               MOVE "Dia del mes invalido" TO WSV-ANULADO-DESCRIP
               MOVE "DIA" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF (WSV-NUE-SUC-ORIGEN = WSV-NUE-SUC-DESTINO)
                   AND (WSV-NUE-CLIE-ORIGEN = WSV-NUE-CLIE-DESTINO)
               MOVE "El destino es la misma cuenta"
                   TO WSV-ANULADO-DESCRIP
               MOVE "MISMA" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-NUE-SUC-ORIGEN TO WSV-SUC-BUSCADA
           MOVE WSV-NUE-CLIE-ORIGEN TO WSV-CLIE-BUSCADO
           PERFORM 6410-Buscar-saldo
           IF WSV-IDX-SALDO-HALLADO = ZERO
               MOVE "El cliente que transfiere no esta en los saldos"
                   TO WSV-ANULADO-DESCRIP
               MOVE "ORIGE" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-NUE-SUC-DESTINO TO WSV-SUC-BUSCADA
           MOVE WSV-NUE-CLIE-DESTINO TO WSV-CLIE-BUSCADO
           PERFORM 6410-Buscar-saldo
           IF WSV-IDX-SALDO-HALLADO = ZERO
               MOVE "El cliente destino no esta en los saldos"
                   TO WSV-ANULADO-DESCRIP
               MOVE "DESTI" TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *--------------------------- Baja --------------------------------
       5200-Baja.
           DISPLAY "Numero de orden a dar de baja (999999): "
           ACCEPT WSV-NRO-BUSCADO
           PERFORM 6100-Buscar-orden
           IF WSV-IDX-ORD-HALLADA = ZERO
               MOVE "Orden inexistente" TO WSV-ANULADO-DESCRIP
               MOVE "NOORD" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF WST-ORD-ESTADO(WSV-IDX-ORD-HALLADA) NOT = "A"
               MOVE "La orden no esta activa" TO WSV-ANULADO-DESCRIP
               MOVE WST-ORD-ESTADO(WSV-IDX-ORD-HALLADA)
                   TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE "B" TO WST-ORD-ESTADO(WSV-IDX-ORD-HALLADA)
           MOVE SGN-LEGAJO TO WST-ORD-OPERADOR(WSV-IDX-ORD-HALLADA)
           ADD 1 TO CTRL-CANT-BAJAS
           DISPLAY "Orden " WSV-NRO-BUSCADO " dada de baja"
           .
      *------------------------- Ejecucion -----------------------------
       5300-Ejecutar.
           PERFORM 5310-Pedir-dia
           PERFORM 6500-Cargar-domicilios
           PERFORM 7000-Abrir-informe
           PERFORM 5320-Procesar-orden
               VARYING WSV-IDX-ORD FROM 1 BY 1
               UNTIL WSV-IDX-ORD > WSV-CANT-ORDENES
           CLOSE SALIDA-INFORME
           .
      *Solo se ejecuta en dia habil y nunca a una fecha futura.
       5310-Pedir-dia.
           DISPLAY "Dia a ejecutar (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-PROCESO
           IF (WSV-FECHA-PROCESO NOT NUMERIC)
                   OR (WSV-FECHA-PROCESO = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-PROCESO
           END-IF
           IF WSV-FECHA-PROCESO > WSV-FECHA-CORRIDA
               MOVE "No se ejecuta a una fecha futura"
                   TO WSV-ANULADO-DESCRIP
               MOVE "FUTUR" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-CALC
           SET HAB-MODO-PROXIMO TO TRUE
           MOVE WSV-CALC-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CALC-MES  TO HAB-MES-DESDE
           MOVE WSV-CALC-ANIO TO HAB-ANIO-DESDE
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           IF (HAB-DIA-RESULT NOT = WSV-CALC-DIA)
                   OR (HAB-MES-RESULT NOT = WSV-CALC-MES)
                   OR (HAB-ANIO-RESULT NOT = WSV-CALC-ANIO)
               MOVE "El dia no es habil, las ordenes no se ejecutan"
                   TO WSV-ANULADO-DESCRIP
               MOVE "NOHAB" TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Una orden activa: primero descarta las cuotas que ya no se
      *pueden reintentar (vencio la siguiente) y la termina si paso
      *su fecha de fin; despues intenta la cuota vencida, una sola
      *vez por dia.
       5320-Procesar-orden.
           IF WST-ORD-ESTADO(WSV-IDX-ORD) = "A"
               PERFORM 5330-Descartar-cuota-vencida
               PERFORM 5340-Controlar-fin
               IF (WST-ORD-ESTADO(WSV-IDX-ORD) = "A")
                       AND (WST-ORD-PROX-FECHA(WSV-IDX-ORD)
                           <= WSV-FECHA-PROCESO)
                       AND (WST-ORD-ULT-INTENTO(WSV-IDX-ORD)
                           NOT = WSV-FECHA-PROCESO)
                   PERFORM 5400-Intentar-cuota
               END-IF
           END-IF
           .
      *Si el vencimiento de la cuota siguiente ya llego, la cuota en
      *curso no se reintenta mas: queda en el informe como vencida
      *sin ejecutar y la orden pasa a la siguiente.
       5330-Descartar-cuota-vencida.
           MOVE WST-ORD-PROX-PERIODO(WSV-IDX-ORD) TO WSV-PERIODO
           MOVE WST-ORD-DIA(WSV-IDX-ORD) TO WSV-DIA-PEDIDO
           PERFORM 6310-Mes-siguiente
           PERFORM 6300-Calcular-vto
           PERFORM 5335-Descartar-una
               UNTIL WSV-FECHA-VTO > WSV-FECHA-PROCESO
           .
       5335-Descartar-una.
           MOVE "VENCIDA SIN EJECUTAR" TO WSV-MOTIVO
           PERFORM 5790-Linea-de-orden
           ADD 1 TO CTRL-CANT-VENCIDAS
           MOVE WSV-PERIODO TO WST-ORD-PROX-PERIODO(WSV-IDX-ORD)
           MOVE WSV-FECHA-VTO TO WST-ORD-PROX-FECHA(WSV-IDX-ORD)
           MOVE ZERO TO WST-ORD-FALLOS(WSV-IDX-ORD)
           PERFORM 6310-Mes-siguiente
           PERFORM 6300-Calcular-vto
           .
       5340-Controlar-fin.
           IF WST-ORD-PROX-FECHA(WSV-IDX-ORD)
                   > WST-ORD-FECHA-FIN(WSV-IDX-ORD)
               MOVE "F" TO WST-ORD-ESTADO(WSV-IDX-ORD)
               ADD 1 TO CTRL-CANT-FINALIZADAS
               MOVE "FINALIZADA" TO WSV-MOTIVO
               PERFORM 5790-Linea-de-orden
           END-IF
           .
      *Controla destino y fondos y, si esta todo, transfiere como la
      *ventanilla: E del origen e I del destino con la misma
      *referencia (el numero de orden).
       5400-Intentar-cuota.
           MOVE WSV-FECHA-PROCESO TO WST-ORD-ULT-INTENTO(WSV-IDX-ORD)
           SET INTENTO-RECHAZADO TO TRUE
           MOVE WST-ORD-SUC-ORIGEN(WSV-IDX-ORD) TO WSV-SUC-BUSCADA
           MOVE WST-ORD-CLIE-ORIGEN(WSV-IDX-ORD) TO WSV-CLIE-BUSCADO
           PERFORM 6410-Buscar-saldo
           MOVE WSV-IDX-SALDO-HALLADO TO WSV-IDX-SALDO-ORIGEN
           MOVE WST-ORD-SUC-DESTINO(WSV-IDX-ORD) TO WSV-SUC-BUSCADA
           MOVE WST-ORD-CLIE-DESTINO(WSV-IDX-ORD) TO WSV-CLIE-BUSCADO
           PERFORM 6410-Buscar-saldo
           MOVE WSV-IDX-SALDO-HALLADO TO WSV-IDX-SALDO-DESTINO
           EVALUATE TRUE
               WHEN WSV-IDX-SALDO-ORIGEN = ZERO
                   MOVE "ORIGEN INEXISTENTE" TO WSV-MOTIVO
               WHEN WSV-IDX-SALDO-DESTINO = ZERO
                   MOVE "DESTINO INEXISTENTE" TO WSV-MOTIVO
               WHEN WST-SALDO-MONTO(WSV-IDX-SALDO-ORIGEN)
                       < WST-ORD-MONTO(WSV-IDX-ORD)
                   MOVE "SIN FONDOS" TO WSV-MOTIVO
               WHEN OTHER
                   COMPUTE WSV-SALDO-DESTINO-NUEVO =
                           WST-SALDO-MONTO(WSV-IDX-SALDO-DESTINO)
                           + WST-ORD-MONTO(WSV-IDX-ORD)
                   IF WSV-SALDO-DESTINO-NUEVO > WSC-TOPE-CAJA
                       MOVE "DESTINO EXCEDE CAJA" TO WSV-MOTIVO
                   ELSE
                       SET INTENTO-EJECUTADO TO TRUE
                   END-IF
           END-EVALUATE
           IF INTENTO-EJECUTADO
               PERFORM 5410-Transferir
           ELSE
               PERFORM 5450-Rechazar
           END-IF
           .
       5410-Transferir.
           SUBTRACT WST-ORD-MONTO(WSV-IDX-ORD)
               FROM WST-SALDO-MONTO(WSV-IDX-SALDO-ORIGEN)
           ADD WST-ORD-MONTO(WSV-IDX-ORD)
               TO WST-SALDO-MONTO(WSV-IDX-SALDO-DESTINO)
           SET SALDOS-TOCADOS TO TRUE
           MOVE "E" TO WSV-MOV-TIPO
           MOVE WSV-IDX-SALDO-ORIGEN TO WSV-IDX-SALDO-HALLADO
           PERFORM 6450-Registrar-movimiento
           MOVE "I" TO WSV-MOV-TIPO
           MOVE WSV-IDX-SALDO-DESTINO TO WSV-IDX-SALDO-HALLADO
           PERFORM 6450-Registrar-movimiento
           ADD 1 TO CTRL-CANT-EJECUTADAS
           ADD WST-ORD-MONTO(WSV-IDX-ORD) TO CTRL-MONTO-EJECUTADO
           MOVE "EJECUTADA" TO WSV-MOTIVO
           MOVE WST-ORD-PROX-PERIODO(WSV-IDX-ORD) TO WSV-PERIODO
           PERFORM 5790-Linea-de-orden
           MOVE WSV-FECHA-PROCESO
               TO WST-ORD-ULT-EJECUCION(WSV-IDX-ORD)
           MOVE ZERO TO WST-ORD-FALLOS(WSV-IDX-ORD)
           MOVE WST-ORD-DIA(WSV-IDX-ORD) TO WSV-DIA-PEDIDO
           PERFORM 6310-Mes-siguiente
           PERFORM 6300-Calcular-vto
           MOVE WSV-PERIODO TO WST-ORD-PROX-PERIODO(WSV-IDX-ORD)
           MOVE WSV-FECHA-VTO TO WST-ORD-PROX-FECHA(WSV-IDX-ORD)
           PERFORM 5340-Controlar-fin
           .
      *La cuota queda pendiente para el proximo dia habil; al
      *segundo rechazo el cliente recibe el aviso.
       5450-Rechazar.
           ADD 1 TO WST-ORD-FALLOS(WSV-IDX-ORD)
           ADD 1 TO CTRL-CANT-RECHAZADAS
           MOVE WST-ORD-PROX-PERIODO(WSV-IDX-ORD) TO WSV-PERIODO
           PERFORM 5790-Linea-de-orden
           IF WST-ORD-FALLOS(WSV-IDX-ORD) = WSC-FALLOS-AVISO
               PERFORM 5500-Emitir-aviso
           END-IF
           .
      *Aviso al cliente que transfiere, con su bloque postal.
       5500-Emitir-aviso.
           MOVE SPACES TO WSV-NOMBRE-AVISO
           STRING "AVISO_ORDEN." DELIMITED BY SIZE
                  WST-ORD-NRO(WSV-IDX-ORD) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-AVISO
           OPEN OUTPUT SALIDA-AVISO
           IF FS-SALIDA-AVISO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-AVISO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-AVISO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5510-Cuerpo-del-aviso
           CLOSE SALIDA-AVISO
           ADD 1 TO CTRL-CANT-AVISOS
           DISPLAY "Aviso emitido: " WSV-NOMBRE-AVISO
           .
       5510-Cuerpo-del-aviso.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "BUENOS AIRES, " DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "SR/A CLIENTE " DELIMITED BY SIZE
                  WST-ORD-CLIE-ORIGEN(WSV-IDX-ORD) DELIMITED BY SIZE
                  " (SUCURSAL " DELIMITED BY SIZE
                  WST-ORD-SUC-ORIGEN(WSV-IDX-ORD) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           PERFORM 5550-Bloque-de-domicilio
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "REF.: ORDEN PERMANENTE DE TRANSFERENCIA NRO "
                  DELIMITED BY SIZE
                  WST-ORD-NRO(WSV-IDX-ORD) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "DE NUESTRA CONSIDERACION:" TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE WST-ORD-MONTO(WSV-IDX-ORD) TO WSV-MONTO-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "LE INFORMAMOS QUE LA TRANSFERENCIA DE $ "
                  DELIMITED BY SIZE
                  WSV-MONTO-EDIT DELIMITED BY SIZE
                  " AL CLIENTE " DELIMITED BY SIZE
                  WST-ORD-CLIE-DESTINO(WSV-IDX-ORD) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CON VENCIMIENTO EL " DELIMITED BY SIZE
                  WST-ORD-PROX-FECHA(WSV-IDX-ORD) DELIMITED BY SIZE
                  " FUE RECHAZADA EN " DELIMITED BY SIZE
                  WST-ORD-FALLOS(WSV-IDX-ORD) DELIMITED BY SIZE
                  " INTENTOS (" DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY "  "
                  ")." DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "LA VOLVEREMOS A INTENTAR CADA DIA HABIL HASTA EL"
               TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "VENCIMIENTO SIGUIENTE. LE SOLICITAMOS TENER LOS"
               TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "FONDOS DISPONIBLES EN SU CUENTA."
               TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "SIN OTRO PARTICULAR, SALUDAMOS A UD. ATTE."
               TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           MOVE "                      GERENCIA DE OPERACIONES"
               TO WSV-LINEA-ARMADA
           PERFORM 5590-Escribir-linea-aviso
           .
      *Bloque postal del destinatario desde DOMICILIOS.TXT.
       5550-Bloque-de-domicilio.
           PERFORM 5560-Buscar-domicilio
           IF DOMICILIO-HALLADO
               MOVE WST-DOM-CALLE1(WSV-IDX-DOM-HALLADO)
                   TO WSV-LINEA-ARMADA
               PERFORM 5590-Escribir-linea-aviso
               IF WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO) NOT = SPACES
                   MOVE WST-DOM-CALLE2(WSV-IDX-DOM-HALLADO)
                       TO WSV-LINEA-ARMADA
                   PERFORM 5590-Escribir-linea-aviso
               END-IF
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-DOM-LOCALIDAD(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WST-DOM-CP(WSV-IDX-DOM-HALLADO)
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 5590-Escribir-linea-aviso
           ELSE
               ADD 1 TO CTRL-CANT-SIN-DOMICILIO
               MOVE "(SIN DOMICILIO REGISTRADO)"
                   TO WSV-LINEA-ARMADA
               PERFORM 5590-Escribir-linea-aviso
           END-IF
           .
       5560-Buscar-domicilio.
           SET DOMICILIO-FALTA TO TRUE
           MOVE ZERO TO WSV-IDX-DOM-HALLADO
           MOVE 1 TO WSV-IDX-DOM
           PERFORM 5570-Comparar-domicilio
               UNTIL WSV-IDX-DOM > WSV-CANT-DOMICILIOS
           .
       5570-Comparar-domicilio.
           IF WST-DOM-NRO-CLIE(WSV-IDX-DOM)
                   = WST-ORD-CLIE-ORIGEN(WSV-IDX-ORD)
               SET DOMICILIO-HALLADO TO TRUE
               MOVE WSV-IDX-DOM TO WSV-IDX-DOM-HALLADO
               MOVE WSV-CANT-DOMICILIOS TO WSV-IDX-DOM
           END-IF
           ADD 1 TO WSV-IDX-DOM
           .
       5590-Escribir-linea-aviso.
           MOVE WSV-LINEA-ARMADA TO LINEA-AVISO
           WRITE LINEA-AVISO
           .
      *Linea del informe del dia para la orden WSV-IDX-ORD y la
      *cuota del mes WSV-PERIODO.
       5790-Linea-de-orden.
           MOVE WST-ORD-MONTO(WSV-IDX-ORD) TO WSV-MONTO-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-ORD-NRO(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-ORD-SUC-ORIGEN(WSV-IDX-ORD) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WST-ORD-CLIE-ORIGEN(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-ORD-SUC-DESTINO(WSV-IDX-ORD) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WST-ORD-CLIE-DESTINO(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MONTO-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-ORD-PROX-PERIODO(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-ORD-PROX-FECHA(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WST-ORD-FALLOS(WSV-IDX-ORD) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
           WRITE LINEA-INFORME
           DISPLAY WSV-LINEA-ARMADA
           .
      *Regraba lo que se toco, con respaldo previo.
       5900-Grabar-todo.
           IF SALDOS-TOCADOS
               MOVE "SALDOS_CLIENTES.TXT" TO WSV-NOMBRE-ORIGEN
               MOVE "SALDOS_CLIENTES" TO WSV-BASE-RESPALDO
               PERFORM 7100-Respaldar-archivo
               PERFORM 7400-Grabar-saldos
           END-IF
           MOVE "ORDENES_PERMANENTES.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE "ORDENES_PERMANENTES" TO WSV-BASE-RESPALDO
           PERFORM 7100-Respaldar-archivo
           PERFORM 7200-Grabar-ordenes
           .
      *ORDENES_PERMANENTES.TXT puede no existir todavia (ninguna
      *orden cargada): se arranca vacio.
       6000-Cargar-ordenes.
           MOVE ZERO TO WSV-CANT-ORDENES
           MOVE ZERO TO WSV-ULTIMO-NRO
           OPEN INPUT ARCH-ORDENES
           IF FS-ORDENES NOT = "00"
               DISPLAY "**** No hay ORDENES_PERMANENTES.TXT previo, "
                       "archivo vacio"
           ELSE
               PERFORM 7010-Leer-orden
               PERFORM 6010-Pasar-orden
                   UNTIL (FS-ORDENES NOT = "00")
                   OR (WSV-CANT-ORDENES >= 999)
               IF FS-ORDENES = "00"
                   MOVE "Archivo mas largo que la tabla, no se trabaja"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "ORDENES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-ORDENES
           END-IF
           .
       6010-Pasar-orden.
           ADD 1 TO WSV-CANT-ORDENES
           MOVE REG-ORDEN TO WST-ORD-DET(WSV-CANT-ORDENES)
           IF ORD-NRO > WSV-ULTIMO-NRO
               MOVE ORD-NRO TO WSV-ULTIMO-NRO
           END-IF
           PERFORM 7010-Leer-orden
           .
       6100-Buscar-orden.
           MOVE ZERO TO WSV-IDX-ORD-HALLADA
           PERFORM 6110-Comparar-orden
               VARYING WSV-IDX-ORD FROM 1 BY 1
               UNTIL (WSV-IDX-ORD > WSV-CANT-ORDENES)
               OR (WSV-IDX-ORD-HALLADA > ZERO)
           .
       6110-Comparar-orden.
           IF WST-ORD-NRO(WSV-IDX-ORD) = WSV-NRO-BUSCADO
               MOVE WSV-IDX-ORD TO WSV-IDX-ORD-HALLADA
           END-IF
           .
      *Vencimiento de la cuota del mes WSV-PERIODO: el dia pedido
      *(o el ultimo del mes si es mas corto) corrido al proximo dia
      *habil.
       6300-Calcular-vto.
           MOVE WSC-DIAS-MES(WSV-PER-MES) TO WSV-DIAS-MES
           IF WSV-PER-MES = 2
               DIVIDE WSV-PER-ANIO BY 4 GIVING WSV-COCIENTE
                   REMAINDER WSV-RESTO-BISIESTO
               IF WSV-RESTO-BISIESTO = ZERO
                   MOVE 29 TO WSV-DIAS-MES
                   DIVIDE WSV-PER-ANIO BY 100 GIVING WSV-COCIENTE
                       REMAINDER WSV-RESTO-BISIESTO
                   IF WSV-RESTO-BISIESTO = ZERO
                       DIVIDE WSV-PER-ANIO BY 400
                           GIVING WSV-COCIENTE
                           REMAINDER WSV-RESTO-BISIESTO
                       IF WSV-RESTO-BISIESTO NOT = ZERO
                           MOVE 28 TO WSV-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WSV-PER-ANIO TO WSV-CALC-ANIO
           MOVE WSV-PER-MES TO WSV-CALC-MES
           IF WSV-DIA-PEDIDO > WSV-DIAS-MES
               MOVE WSV-DIAS-MES TO WSV-CALC-DIA
           ELSE
               MOVE WSV-DIA-PEDIDO TO WSV-CALC-DIA
           END-IF
           SET HAB-MODO-PROXIMO TO TRUE
           MOVE WSV-CALC-DIA  TO HAB-DIA-DESDE
           MOVE WSV-CALC-MES  TO HAB-MES-DESDE
           MOVE WSV-CALC-ANIO TO HAB-ANIO-DESDE
           CALL "DIFHABIL" USING HAB-FECHA-PEDIDO
           MOVE HAB-ANIO-RESULT TO WSV-CALC-ANIO
           MOVE HAB-MES-RESULT TO WSV-CALC-MES
           MOVE HAB-DIA-RESULT TO WSV-CALC-DIA
           MOVE WSV-FECHA-CALC TO WSV-FECHA-VTO
           .
       6310-Mes-siguiente.
           IF WSV-PER-MES = 12
               ADD 1 TO WSV-PER-ANIO
               MOVE 1 TO WSV-PER-MES
           ELSE
               ADD 1 TO WSV-PER-MES
           END-IF
           .
       6400-Cargar-saldos.
           MOVE ZERO TO WSV-CANT-SALDOS
           OPEN INPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               DISPLAY "**** No hay SALDOS_CLIENTES.TXT"
           ELSE
               PERFORM 7040-Leer-saldo
               PERFORM 6401-Pasar-saldo
                   UNTIL (FS-SALDOS NOT = "00")
                   OR (WSV-CANT-SALDOS >= 200)
               IF FS-SALDOS = "00"
                   MOVE "Archivo mas largo que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE ARCH-SALDOS
           END-IF
           .
       6401-Pasar-saldo.
           ADD 1 TO WSV-CANT-SALDOS
           MOVE REGISTRO-SALDOS TO WST-SALDO-DET(WSV-CANT-SALDOS)
           PERFORM 7040-Leer-saldo
           .
       6410-Buscar-saldo.
           MOVE ZERO TO WSV-IDX-SALDO-HALLADO
           PERFORM 6411-Comparar-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL (WSV-IDX-SALDO > WSV-CANT-SALDOS)
               OR (WSV-IDX-SALDO-HALLADO > ZERO)
           .
       6411-Comparar-saldo.
           IF (WST-SALDO-SUCURSAL(WSV-IDX-SALDO) = WSV-SUC-BUSCADA)
                   AND (WST-SALDO-NRO-CLIE(WSV-IDX-SALDO)
                       = WSV-CLIE-BUSCADO)
               MOVE WSV-IDX-SALDO TO WSV-IDX-SALDO-HALLADO
           END-IF
           .
      *Linea del diario de caja de la orden WSV-IDX-ORD sobre el
      *saldo WSV-IDX-SALDO-HALLADO: E del origen, I del destino; la
      *referencia es el numero de orden.
       6450-Registrar-movimiento.
           OPEN EXTEND ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               OPEN OUTPUT ARCH-MOVIMIENTOS
           END-IF
           INITIALIZE REGISTRO-MOVIMIENTO
           MOVE WSV-FECHA-PROCESO TO MOV-FECHA
           ACCEPT MOV-HORA FROM TIME
           MOVE WST-SALDO-SUCURSAL(WSV-IDX-SALDO-HALLADO)
               TO MOV-SUCURSAL
           MOVE WST-SALDO-NRO-CLIE(WSV-IDX-SALDO-HALLADO)
               TO MOV-NRO-CLIE
           MOVE WSV-MOV-TIPO TO MOV-TIPO
           MOVE WST-ORD-MONTO(WSV-IDX-ORD) TO MOV-MONTO
           MOVE WST-SALDO-MONTO(WSV-IDX-SALDO-HALLADO)
               TO MOV-SALDO-DESPUES
           MOVE SGN-LEGAJO TO MOV-OPERADOR
           MOVE WST-ORD-NRO(WSV-IDX-ORD) TO MOV-REFERENCIA
           WRITE REGISTRO-MOVIMIENTO
           CLOSE ARCH-MOVIMIENTOS
           ADD 1 TO CTRL-CANT-MOVS-CAJA
           .
      *Carga DOMICILIOS.TXT entero; sin archivo todos los avisos
      *salen sin bloque postal.
       6500-Cargar-domicilios.
           MOVE ZERO TO WSV-CANT-DOMICILIOS
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS NOT = "00"
               DISPLAY "**** No hay DOMICILIOS.TXT (corra PGENDOMI), "
                       "los avisos salen sin domicilio"
           ELSE
               PERFORM 7050-Leer-domicilio
               PERFORM 6510-Pasar-domicilio
                   UNTIL (FS-DOMICILIOS NOT = "00")
                   OR (WSV-CANT-DOMICILIOS >= 400)
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       6510-Pasar-domicilio.
           ADD 1 TO WSV-CANT-DOMICILIOS
           MOVE DOM-NRO-CLIE
               TO WST-DOM-NRO-CLIE(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE1 TO WST-DOM-CALLE1(WSV-CANT-DOMICILIOS)
           MOVE DOM-CALLE2 TO WST-DOM-CALLE2(WSV-CANT-DOMICILIOS)
           MOVE DOM-LOCALIDAD
               TO WST-DOM-LOCALIDAD(WSV-CANT-DOMICILIOS)
           MOVE DOM-CP TO WST-DOM-CP(WSV-CANT-DOMICILIOS)
           PERFORM 7050-Leer-domicilio
           .
      *************************** Archivo ******************************
       7000-Abrir-informe.
           MOVE SPACES TO WSV-NOMBRE-INFORME
           STRING "ORDENES." DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INFORME
           OPEN EXTEND SALIDA-INFORME
           IF FS-SALIDA-INFORME NOT = "00"
               OPEN OUTPUT SALIDA-INFORME
               MOVE "ORDEN   ORIGEN   DESTINO  IMPORTE  MES     "
                   TO WSV-LINEA-ARMADA
               MOVE "VENCE     RECH  RESULTADO"
                   TO WSV-LINEA-ARMADA(44:25)
               MOVE WSV-LINEA-ARMADA TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF
           .
       7010-Leer-orden.
           READ ARCH-ORDENES
           .
       7040-Leer-saldo.
           READ ARCH-SALDOS
           .
       7050-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7100-Respaldar-archivo.
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-BASE-RESPALDO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7110-Leer-origen
               PERFORM 7120-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                       WSV-NOMBRE-DESTINO
           END-IF
           .
       7110-Leer-origen.
           READ ARCH-ORIGEN
           .
       7120-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7110-Leer-origen
           .
       7200-Grabar-ordenes.
           OPEN OUTPUT ARCH-ORDENES
           IF FS-ORDENES NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ORDENES TO WSV-ANULADO-CODIGO
               MOVE "ORDENES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-orden
               VARYING WSV-IDX-ORD FROM 1 BY 1
               UNTIL WSV-IDX-ORD > WSV-CANT-ORDENES
           CLOSE ARCH-ORDENES
           .
       7210-Escribir-orden.
           MOVE WST-ORD-DET(WSV-IDX-ORD) TO REG-ORDEN
           WRITE REG-ORDEN
           .
       7400-Grabar-saldos.
           OPEN OUTPUT ARCH-SALDOS
           IF FS-SALDOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALDOS TO WSV-ANULADO-CODIGO
               MOVE "SALDOS_CLIENTES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7410-Escribir-saldo
               VARYING WSV-IDX-SALDO FROM 1 BY 1
               UNTIL WSV-IDX-SALDO > WSV-CANT-SALDOS
           CLOSE ARCH-SALDOS
           .
       7410-Escribir-saldo.
           MOVE WST-SALDO-DET(WSV-IDX-SALDO) TO REGISTRO-SALDOS
           WRITE REGISTRO-SALDOS
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
           MOVE "ProgOrden"         TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO          TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           DISPLAY " "
           DISPLAY "----- Informe de control de ordenes ----"
           DISPLAY "Ordenes en el maestro:         " WSV-CANT-ORDENES
           IF OPCION-ALTA
               DISPLAY "Altas:                         "
                       CTRL-CANT-ALTAS
           END-IF
           IF OPCION-BAJA
               DISPLAY "Bajas:                         "
                       CTRL-CANT-BAJAS
           END-IF
           IF OPCION-EJECUTAR
               DISPLAY "Dia ejecutado:                 "
                       WSV-FECHA-PROCESO
               DISPLAY "Cuotas ejecutadas:             "
                       CTRL-CANT-EJECUTADAS
               DISPLAY "Importe transferido:           "
                       CTRL-MONTO-EJECUTADO
               DISPLAY "Cuotas rechazadas:             "
                       CTRL-CANT-RECHAZADAS
               DISPLAY "Vencidas sin ejecutar:         "
                       CTRL-CANT-VENCIDAS
               DISPLAY "Ordenes finalizadas:           "
                       CTRL-CANT-FINALIZADAS
               DISPLAY "Avisos emitidos:               "
                       CTRL-CANT-AVISOS
               DISPLAY "Avisos sin domicilio:          "
                       CTRL-CANT-SIN-DOMICILIO
               DISPLAY "Movimientos de caja:           "
                       CTRL-CANT-MOVS-CAJA
               DISPLAY "Informe en:                    "
                       WSV-NOMBRE-INFORME
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
