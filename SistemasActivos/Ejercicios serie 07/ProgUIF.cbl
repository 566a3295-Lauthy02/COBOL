      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de operaciones de efectivo a informar (UIF)
      *    (A)nalizar un rango de fechas de MOVIMIENTOS.TXT: solo los
      *    depositos y retiros de caja (las transferencias E/I no son
      *    efectivo, y un movimiento reversado con X no cuenta). Con
      *    un umbral y una ventana de N dias pedidos en la corrida
      *    levanta tres clases de caso:
      *      EFEC  una operacion igual o mayor al umbral;
      *      FRAC  depositos de un mismo cliente, cada uno debajo del
      *            umbral, que dentro de N dias corridos lo alcanzan
      *            (el fraccionamiento entre dias o sucursales);
      *      MSUC  operaciones de efectivo de un cliente el mismo dia
      *            en mas de una sucursal.
      *    Deja el archivo de operaciones a informar de formato fijo
      *    OPER_UIF.AAAAMMDD.TXT (H cabecera, D por operacion de cada
      *    caso, T cierre) y el listado de casos para el oficial de
      *    cumplimiento LISTADO_UIF.AAAAMMDD.TXT, los dos con la
      *    fecha hasta del rango. Los casos quedan en CASOS_UIF.TXT
      *    (copybook REG-CASOUIF); uno ya revisado no se levanta de
      *    nuevo y uno pendiente sale otra vez con su mismo numero.
      *    (R)evisar casos: el oficial (supervisor o administrador)
      *    marca cada caso pendiente como informado o descartado.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgUIF.
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
      *Diario de movimientos de caja (CorteCtrlIngresando).
           SELECT ARCH-MOVIMIENTOS ASSIGN TO "MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *Casos levantados y su revision.
           SELECT ARCH-CASOS ASSIGN TO "CASOS_UIF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CASOS.

           SELECT SALIDA-REPORTE ASSIGN DYNAMIC WSV-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-REPORTE.

           SELECT SALIDA-LISTADO ASSIGN DYNAMIC WSV-NOMBRE-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-LISTADO.
      *Respaldo de CASOS_UIF antes de regrabarlo.
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
      *Archivo CASOS_UIF
           FD ARCH-CASOS.
               COPY REG-CASOUIF.
      *
      *Archivo de operaciones a informar, de formato fijo: H
      *cabecera con los parametros, D por operacion de cada caso, T
      *cierre con los totales de control.
           FD SALIDA-REPORTE.
               01 REGISTRO-REPORTE.
                   02 REP-TIPO                 PIC X(01).
                   02 REP-NRO-CASO             PIC 9(06).
                   02 REP-TIPO-CASO            PIC X(04).
                   02 REP-FECHA                PIC 9(08).
                   02 REP-HORA                 PIC 9(08).
                   02 REP-SUCURSAL             PIC 9(03).
                   02 REP-NRO-CLIE             PIC 9(03).
                   02 REP-TIPO-MOV             PIC X(01).
                   02 REP-MONTO                PIC 9(05).
                   02 REP-OPERADOR             PIC 9(03).
               01 REGISTRO-CABECERA-REPORTE.
                   02 REP-CAB-TIPO             PIC X(01).
                   02 REP-CAB-FECHA-DESDE      PIC 9(08).
                   02 REP-CAB-FECHA-HASTA      PIC 9(08).
                   02 REP-CAB-UMBRAL           PIC 9(05).
                   02 REP-CAB-VENTANA          PIC 9(03).
                   02 REP-CAB-FECHA-CORRIDA    PIC 9(08).
                   02 REP-CAB-ENTIDAD          PIC X(20).
               01 REGISTRO-CIERRE-REPORTE.
                   02 REP-CIE-TIPO             PIC X(01).
                   02 REP-CIE-CANT-CASOS       PIC 9(05).
                   02 REP-CIE-CANT-OPER        PIC 9(05).
                   02 REP-CIE-MONTO            PIC 9(09).
      *
           FD SALIDA-LISTADO.
               01 LINEA-LISTADO                PIC X(80).
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
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.
               02 FS-CASOS                     PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-REPORTE            PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-LISTADO            PIC X(02) VALUE ZEROES.
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
               88 OPCION-ANALIZAR              VALUE "A".
               88 OPCION-REVISAR               VALUE "R".

      *Sesion del oficial que revisa los casos (RSIGNON).
           COPY TAB-SIGNON.
      *Pedido a la rutina DIFFECHA (dia corrido de cada movimiento
      *contado desde la fecha desde del rango).
           COPY TAB-DIFDIA.

      *Parametros de la corrida; en cero toman el valor por defecto.
           01 WSV-FECHA-DESDE                  PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-DESDE-R REDEFINES WSV-FECHA-DESDE.
               02 WSV-DESDE-ANIO               PIC 9(04).
               02 WSV-DESDE-MES                PIC 9(02).
               02 WSV-DESDE-DIA                PIC 9(02).
           01 WSV-FECHA-HASTA                  PIC 9(08) VALUE ZERO.
           01 WSV-FECHA-HASTA-R REDEFINES WSV-FECHA-HASTA.
               02 WSV-HASTA-ANIO               PIC 9(04).
               02 WSV-HASTA-MES                PIC 9(02).
               02 WSV-HASTA-DIA                PIC 9(02).
           01 WSV-UMBRAL                       PIC 9(05) VALUE ZERO.
           01 WSV-VENTANA                      PIC 9(03) VALUE ZERO.
           01 WSC-UMBRAL-DEFECTO               PIC 9(05) VALUE 10000.
           01 WSC-VENTANA-DEFECTO              PIC 9(03) VALUE 007.
           01 WSC-ENTIDAD                      PIC X(20)
               VALUE "SISTEMAS ACTIVOS".
           01 WSV-FECHA-MOV                    PIC 9(08).
           01 WSV-FECHA-MOV-R REDEFINES WSV-FECHA-MOV.
               02 WSV-MOV-ANIO                 PIC 9(04).
               02 WSV-MOV-MES                  PIC 9(02).
               02 WSV-MOV-DIA                  PIC 9(02).

      *Depositos, retiros y reversos del rango. WST-MOV-DIA es el
      *dia corrido desde la fecha desde; las marcas dicen si el
      *movimiento fue reversado, si ya entro en un caso FRAC o MSUC
      *de esta corrida, y si forma parte del caso que se esta
      *armando.
           01 WST-MOVS.
               02 WST-MOV-DET               OCCURS 2000 TIMES.
                   03 WST-MOV-FECHA         PIC 9(08).
                   03 WST-MOV-HORA          PIC 9(08).
                   03 WST-MOV-SUCURSAL      PIC 9(03).
                   03 WST-MOV-NRO-CLIE      PIC 9(03).
                   03 WST-MOV-TIPO          PIC X(01).
                   03 WST-MOV-MONTO         PIC 9(05).
                   03 WST-MOV-OPERADOR      PIC 9(03).
                   03 WST-MOV-REF           PIC 9(08).
                   03 WST-MOV-DIA           PIC 9(05).
                   03 WST-MOV-REVERSADO     PIC X(01).
                   03 WST-MOV-EN-FRAC       PIC X(01).
                   03 WST-MOV-EN-MSUC       PIC X(01).
                   03 WST-MOV-EN-CASO       PIC X(01).
           01 WSV-CANT-MOVS                    PIC 9(04) VALUE ZERO.
           01 WSV-IDX-MOV                      PIC 9(04).
           01 WSV-IDX-BUSQ                     PIC 9(04).

      *Casos de CASOS_UIF.TXT (mismo layout que REG-CASOUIF).
           01 WST-CASOS.
               02 WST-CAS-DET               OCCURS 500 TIMES.
                   03 WST-CAS-NRO           PIC 9(06).
                   03 WST-CAS-TIPO          PIC X(04).
                   03 WST-CAS-NRO-CLIE      PIC 9(03).
                   03 WST-CAS-FECHA-DESDE   PIC 9(08).
                   03 WST-CAS-FECHA-HASTA   PIC 9(08).
                   03 WST-CAS-HORA          PIC 9(08).
                   03 WST-CAS-SUCURSAL      PIC 9(03).
                   03 WST-CAS-CANT-OPER     PIC 9(03).
                   03 WST-CAS-MONTO         PIC 9(07).
                   03 WST-CAS-FECHA-ALTA    PIC 9(08).
                   03 WST-CAS-ESTADO        PIC X(01).
                   03 WST-CAS-RESOLUCION    PIC X(01).
                   03 WST-CAS-REVISOR       PIC 9(03).
                   03 WST-CAS-FECHA-REVISION PIC 9(08).
           01 WSV-CANT-CASOS                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CAS                      PIC 9(03).
           01 WSV-IDX-CAS-HALLADO              PIC 9(03).
           01 WSV-ULTIMO-NRO-CASO              PIC 9(06) VALUE ZERO.
           77 WSS-CASOS-TOCADOS                PIC X(01) VALUE "N".
               88 CASOS-TOCADOS                VALUE "S".

      *Caso que se esta armando.
           01 WSV-CASO.
               02 WSV-CAS-NRO                  PIC 9(06).
               02 WSV-CAS-TIPO                 PIC X(04).
               02 WSV-CAS-NRO-CLIE             PIC 9(03).
               02 WSV-CAS-FECHA-DESDE          PIC 9(08).
               02 WSV-CAS-FECHA-HASTA          PIC 9(08).
               02 WSV-CAS-HORA                 PIC 9(08).
               02 WSV-CAS-SUCURSAL             PIC 9(03).
               02 WSV-CAS-CANT-OPER            PIC 9(03).
               02 WSV-CAS-MONTO                PIC 9(07).
           01 WSV-CAS-CONDICION                PIC X(10).
           01 WSV-DIA-INICIO                   PIC 9(05).
           01 WSV-OTRAS-SUCURSALES             PIC 9(03).

      *Revision de casos.
           01 WSV-NRO-PEDIDO                   PIC 9(06) VALUE ZERO.
           01 WSV-RESOLUCION                   PIC X(01).
               88 RESOLUCION-VALIDA            VALUES "I" "D".

      *Campos editados para el listado.
           01 WSV-MONTO-EDIT                   PIC Z(06)9.
           01 WSV-LINEA-ARMADA                 PIC X(80).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EFECTIVO           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REVERSADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-EFEC               PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FRAC               PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MSUC               PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-NUEVOS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PENDIENTES         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-YA-REVISADOS       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-OPER-INFORMADAS    PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-INFORMADO         PIC 9(09) VALUE ZERO.
               02 CTRL-CANT-REVISADOS          PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-REPORTE               PIC X(40).
           01 WSV-NOMBRE-LISTADO               PIC X(40).
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).

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
           DISPLAY "(A)nalizar movimientos o (R)evisar casos: "
           ACCEPT WSV-OPCION
           IF NOT (OPCION-ANALIZAR OR OPCION-REVISAR)
               MOVE "Opcion invalida, se espera A o R"
                   TO WSV-ANULADO-DESCRIP
               MOVE "OPCIO" TO WSV-ANULADO-CODIGO
               MOVE "OPCION" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 6000-Cargar-casos
           EVALUATE TRUE
               WHEN OPCION-ANALIZAR
                   PERFORM 5100-Analizar
               WHEN OPCION-REVISAR
                   PERFORM 5700-Revisar-casos
           END-EVALUATE
           IF CASOS-TOCADOS
               MOVE "CASOS_UIF.TXT" TO WSV-NOMBRE-ORIGEN
               PERFORM 7100-Respaldar-archivo
               PERFORM 7200-Grabar-casos
           END-IF
           .
      *------------------------- Analisis ------------------------------
       5100-Analizar.
           PERFORM 5110-Pedir-parametros
           PERFORM 6100-Cargar-movimientos
           PERFORM 5120-Marcar-reversado
               VARYING WSV-IDX-MOV FROM 1 BY 1
               UNTIL WSV-IDX-MOV > WSV-CANT-MOVS
           PERFORM 7000-Abrir-salidas
           PERFORM 5200-Buscar-efectivo
               VARYING WSV-IDX-MOV FROM 1 BY 1
               UNTIL WSV-IDX-MOV > WSV-CANT-MOVS
           PERFORM 5300-Buscar-fraccionado
               VARYING WSV-IDX-MOV FROM 1 BY 1
               UNTIL WSV-IDX-MOV > WSV-CANT-MOVS
           PERFORM 5400-Buscar-multisucursal
               VARYING WSV-IDX-MOV FROM 1 BY 1
               UNTIL WSV-IDX-MOV > WSV-CANT-MOVS
           PERFORM 7900-Cerrar-salidas
           .
       5110-Pedir-parametros.
           DISPLAY "Fecha desde (AAAAMMDD): "
           ACCEPT WSV-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-FECHA-HASTA
           IF (WSV-FECHA-HASTA NOT NUMERIC) OR (WSV-FECHA-HASTA = ZERO)
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-HASTA
           END-IF
           IF (WSV-FECHA-DESDE NOT NUMERIC)
                   OR (WSV-DESDE-MES = ZERO) OR (WSV-DESDE-MES > 12)
                   OR (WSV-DESDE-DIA = ZERO) OR (WSV-DESDE-DIA > 31)
                   OR (WSV-HASTA-MES = ZERO) OR (WSV-HASTA-MES > 12)
                   OR (WSV-HASTA-DIA = ZERO) OR (WSV-HASTA-DIA > 31)
                   OR (WSV-FECHA-DESDE > WSV-FECHA-HASTA)
               MOVE "Rango de fechas invalido" TO WSV-ANULADO-DESCRIP
               MOVE "RANGO" TO WSV-ANULADO-CODIGO
               MOVE "FECHAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Umbral de efectivo en pesos (99999, 0 usa "
                   WSC-UMBRAL-DEFECTO "): "
           ACCEPT WSV-UMBRAL
           IF (WSV-UMBRAL NOT NUMERIC) OR (WSV-UMBRAL = ZERO)
               MOVE WSC-UMBRAL-DEFECTO TO WSV-UMBRAL
           END-IF
           DISPLAY "Ventana de dias corridos para el fraccionamiento "
                   "(999, 0 usa " WSC-VENTANA-DEFECTO "): "
           ACCEPT WSV-VENTANA
           IF (WSV-VENTANA NOT NUMERIC) OR (WSV-VENTANA = ZERO)
               MOVE WSC-VENTANA-DEFECTO TO WSV-VENTANA
           END-IF
           MOVE SPACES TO WSV-NOMBRE-REPORTE
           STRING "OPER_UIF." DELIMITED BY SIZE
                  WSV-FECHA-HASTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-REPORTE
           MOVE SPACES TO WSV-NOMBRE-LISTADO
           STRING "LISTADO_UIF." DELIMITED BY SIZE
                  WSV-FECHA-HASTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-LISTADO
           .
      *Un reverso X apunta por la hora al deposito o retiro que
      *deshace (mismo cliente y sucursal): ese movimiento no cuenta.
       5120-Marcar-reversado.
           IF WST-MOV-TIPO(WSV-IDX-MOV) = "X"
               PERFORM 5121-Buscar-original
                   VARYING WSV-IDX-BUSQ FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
           END-IF
           .
       5121-Buscar-original.
           IF (WST-MOV-HORA(WSV-IDX-BUSQ) = WST-MOV-REF(WSV-IDX-MOV))
                   AND (WST-MOV-NRO-CLIE(WSV-IDX-BUSQ)
                        = WST-MOV-NRO-CLIE(WSV-IDX-MOV))
                   AND (WST-MOV-SUCURSAL(WSV-IDX-BUSQ)
                        = WST-MOV-SUCURSAL(WSV-IDX-MOV))
                   AND (WST-MOV-TIPO(WSV-IDX-BUSQ) NOT = "X")
                   AND (WST-MOV-REVERSADO(WSV-IDX-BUSQ) = "N")
               MOVE "S" TO WST-MOV-REVERSADO(WSV-IDX-BUSQ)
               ADD 1 TO CTRL-CANT-REVERSADOS
               MOVE WSV-CANT-MOVS TO WSV-IDX-BUSQ
           END-IF
           .
      *EFEC: cada deposito o retiro igual o mayor al umbral.
       5200-Buscar-efectivo.
           IF (WST-MOV-TIPO(WSV-IDX-MOV) NOT = "X")
                   AND (WST-MOV-REVERSADO(WSV-IDX-MOV) = "N")
                   AND (WST-MOV-MONTO(WSV-IDX-MOV) >= WSV-UMBRAL)
               INITIALIZE WSV-CASO
               MOVE "EFEC" TO WSV-CAS-TIPO
               MOVE WST-MOV-NRO-CLIE(WSV-IDX-MOV) TO WSV-CAS-NRO-CLIE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-DESDE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-HASTA
               MOVE WST-MOV-HORA(WSV-IDX-MOV) TO WSV-CAS-HORA
               MOVE WST-MOV-SUCURSAL(WSV-IDX-MOV) TO WSV-CAS-SUCURSAL
               MOVE 1 TO WSV-CAS-CANT-OPER
               MOVE WST-MOV-MONTO(WSV-IDX-MOV) TO WSV-CAS-MONTO
               MOVE "S" TO WST-MOV-EN-CASO(WSV-IDX-MOV)
               ADD 1 TO CTRL-CANT-EFEC
               PERFORM 5500-Levantar-caso
           END-IF
           .
      *FRAC: con cada deposito debajo del umbral como fin de la
      *ventana, junta los depositos debajo del umbral del mismo
      *cliente de los N dias corridos que terminan en su dia (en
      *cualquier sucursal). Si son dos o mas y llegan al umbral es
      *un caso, y esos depositos ya no arman otro en esta corrida.
       5300-Buscar-fraccionado.
           IF (WST-MOV-TIPO(WSV-IDX-MOV) = "D")
                   AND (WST-MOV-REVERSADO(WSV-IDX-MOV) = "N")
                   AND (WST-MOV-EN-FRAC(WSV-IDX-MOV) = "N")
                   AND (WST-MOV-MONTO(WSV-IDX-MOV) < WSV-UMBRAL)
               MOVE ZERO TO WSV-DIA-INICIO
               IF WST-MOV-DIA(WSV-IDX-MOV) >= WSV-VENTANA
                   MOVE WST-MOV-DIA(WSV-IDX-MOV) TO WSV-DIA-INICIO
                   ADD 1 TO WSV-DIA-INICIO
                   SUBTRACT WSV-VENTANA FROM WSV-DIA-INICIO
               END-IF
               INITIALIZE WSV-CASO
               MOVE "FRAC" TO WSV-CAS-TIPO
               MOVE WST-MOV-NRO-CLIE(WSV-IDX-MOV) TO WSV-CAS-NRO-CLIE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-DESDE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-HASTA
               PERFORM 5310-Juntar-deposito
                   VARYING WSV-IDX-BUSQ FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
               IF (WSV-CAS-CANT-OPER > 1)
                       AND (WSV-CAS-MONTO >= WSV-UMBRAL)
                   PERFORM 5320-Consumir-deposito
                       VARYING WSV-IDX-BUSQ FROM 1 BY 1
                       UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
                   ADD 1 TO CTRL-CANT-FRAC
                   PERFORM 5500-Levantar-caso
               ELSE
                   PERFORM 5590-Limpiar-marca
                       VARYING WSV-IDX-BUSQ FROM 1 BY 1
                       UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
               END-IF
           END-IF
           .
       5310-Juntar-deposito.
           IF (WST-MOV-TIPO(WSV-IDX-BUSQ) = "D")
                   AND (WST-MOV-REVERSADO(WSV-IDX-BUSQ) = "N")
                   AND (WST-MOV-EN-FRAC(WSV-IDX-BUSQ) = "N")
                   AND (WST-MOV-MONTO(WSV-IDX-BUSQ) < WSV-UMBRAL)
                   AND (WST-MOV-NRO-CLIE(WSV-IDX-BUSQ)
                        = WSV-CAS-NRO-CLIE)
                   AND (WST-MOV-DIA(WSV-IDX-BUSQ) >= WSV-DIA-INICIO)
                   AND (WST-MOV-DIA(WSV-IDX-BUSQ)
                        <= WST-MOV-DIA(WSV-IDX-MOV))
               MOVE "S" TO WST-MOV-EN-CASO(WSV-IDX-BUSQ)
               ADD 1 TO WSV-CAS-CANT-OPER
               ADD WST-MOV-MONTO(WSV-IDX-BUSQ) TO WSV-CAS-MONTO
               IF WST-MOV-FECHA(WSV-IDX-BUSQ) < WSV-CAS-FECHA-DESDE
                   MOVE WST-MOV-FECHA(WSV-IDX-BUSQ)
                       TO WSV-CAS-FECHA-DESDE
               END-IF
           END-IF
           .
       5320-Consumir-deposito.
           IF WST-MOV-EN-CASO(WSV-IDX-BUSQ) = "S"
               MOVE "S" TO WST-MOV-EN-FRAC(WSV-IDX-BUSQ)
           END-IF
           .
      *MSUC: depositos y retiros de un cliente en un mismo dia; si
      *hay alguno en una sucursal distinta de la del primero, el dia
      *entero del cliente es un caso.
       5400-Buscar-multisucursal.
           IF (WST-MOV-TIPO(WSV-IDX-MOV) NOT = "X")
                   AND (WST-MOV-REVERSADO(WSV-IDX-MOV) = "N")
                   AND (WST-MOV-EN-MSUC(WSV-IDX-MOV) = "N")
               INITIALIZE WSV-CASO
               MOVE ZERO TO WSV-OTRAS-SUCURSALES
               MOVE "MSUC" TO WSV-CAS-TIPO
               MOVE WST-MOV-NRO-CLIE(WSV-IDX-MOV) TO WSV-CAS-NRO-CLIE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-DESDE
               MOVE WST-MOV-FECHA(WSV-IDX-MOV) TO WSV-CAS-FECHA-HASTA
               PERFORM 5410-Juntar-del-dia
                   VARYING WSV-IDX-BUSQ FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
               IF WSV-OTRAS-SUCURSALES > ZERO
                   ADD 1 TO CTRL-CANT-MSUC
                   PERFORM 5500-Levantar-caso
               ELSE
                   PERFORM 5590-Limpiar-marca
                       VARYING WSV-IDX-BUSQ FROM 1 BY 1
                       UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
               END-IF
           END-IF
           .
       5410-Juntar-del-dia.
           IF (WST-MOV-TIPO(WSV-IDX-BUSQ) NOT = "X")
                   AND (WST-MOV-REVERSADO(WSV-IDX-BUSQ) = "N")
                   AND (WST-MOV-NRO-CLIE(WSV-IDX-BUSQ)
                        = WSV-CAS-NRO-CLIE)
                   AND (WST-MOV-FECHA(WSV-IDX-BUSQ)
                        = WSV-CAS-FECHA-DESDE)
               MOVE "S" TO WST-MOV-EN-CASO(WSV-IDX-BUSQ)
               MOVE "S" TO WST-MOV-EN-MSUC(WSV-IDX-BUSQ)
               ADD 1 TO WSV-CAS-CANT-OPER
               ADD WST-MOV-MONTO(WSV-IDX-BUSQ) TO WSV-CAS-MONTO
               IF WST-MOV-SUCURSAL(WSV-IDX-BUSQ)
                       NOT = WST-MOV-SUCURSAL(WSV-IDX-MOV)
                   ADD 1 TO WSV-OTRAS-SUCURSALES
               END-IF
           END-IF
           .
      *Un caso ya revisado no se levanta de nuevo; uno pendiente sale
      *con su mismo numero; uno que no estaba entra a CASOS_UIF. Las
      *operaciones del caso van al archivo a informar y al listado.
       5500-Levantar-caso.
           PERFORM 5510-Buscar-caso
           IF (WSV-IDX-CAS-HALLADO > ZERO)
                   AND (WST-CAS-ESTADO(WSV-IDX-CAS-HALLADO) = "R")
               ADD 1 TO CTRL-CANT-YA-REVISADOS
               PERFORM 5590-Limpiar-marca
                   VARYING WSV-IDX-BUSQ FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
           ELSE
               IF WSV-IDX-CAS-HALLADO > ZERO
                   MOVE WST-CAS-NRO(WSV-IDX-CAS-HALLADO)
                       TO WSV-CAS-NRO
                   MOVE "PENDIENTE" TO WSV-CAS-CONDICION
                   ADD 1 TO CTRL-CANT-PENDIENTES
               ELSE
                   PERFORM 5520-Agregar-caso
               END-IF
               PERFORM 5530-Linea-de-caso
               PERFORM 5540-Informar-operacion
                   VARYING WSV-IDX-BUSQ FROM 1 BY 1
                   UNTIL WSV-IDX-BUSQ > WSV-CANT-MOVS
           END-IF
           .
       5510-Buscar-caso.
           MOVE ZERO TO WSV-IDX-CAS-HALLADO
           PERFORM 5511-Comparar-caso
               VARYING WSV-IDX-CAS FROM 1 BY 1
               UNTIL (WSV-IDX-CAS > WSV-CANT-CASOS)
               OR (WSV-IDX-CAS-HALLADO > ZERO)
           .
       5511-Comparar-caso.
           IF (WST-CAS-TIPO(WSV-IDX-CAS) = WSV-CAS-TIPO)
                   AND (WST-CAS-NRO-CLIE(WSV-IDX-CAS)
                        = WSV-CAS-NRO-CLIE)
               EVALUATE WSV-CAS-TIPO
                   WHEN "EFEC"
                       IF (WST-CAS-FECHA-DESDE(WSV-IDX-CAS)
                               = WSV-CAS-FECHA-DESDE)
                               AND (WST-CAS-HORA(WSV-IDX-CAS)
                                    = WSV-CAS-HORA)
                               AND (WST-CAS-SUCURSAL(WSV-IDX-CAS)
                                    = WSV-CAS-SUCURSAL)
                           MOVE WSV-IDX-CAS TO WSV-IDX-CAS-HALLADO
                       END-IF
                   WHEN "MSUC"
                       IF WST-CAS-FECHA-DESDE(WSV-IDX-CAS)
                               = WSV-CAS-FECHA-DESDE
                           MOVE WSV-IDX-CAS TO WSV-IDX-CAS-HALLADO
                       END-IF
                   WHEN OTHER
                       IF (WST-CAS-FECHA-DESDE(WSV-IDX-CAS)
                               <= WSV-CAS-FECHA-HASTA)
                               AND (WST-CAS-FECHA-HASTA(WSV-IDX-CAS)
                                    >= WSV-CAS-FECHA-DESDE)
                           MOVE WSV-IDX-CAS TO WSV-IDX-CAS-HALLADO
                       END-IF
               END-EVALUATE
           END-IF
           .
       5520-Agregar-caso.
           IF WSV-CANT-CASOS >= 500
               MOVE "WST-CASOS llena (500 casos)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "LLENA" TO WSV-ANULADO-CODIGO
               MOVE "CASOS_UIF" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-ULTIMO-NRO-CASO
           MOVE WSV-ULTIMO-NRO-CASO TO WSV-CAS-NRO
           ADD 1 TO WSV-CANT-CASOS
           INITIALIZE WST-CAS-DET(WSV-CANT-CASOS)
           MOVE WSV-CAS-NRO TO WST-CAS-NRO(WSV-CANT-CASOS)
           MOVE WSV-CAS-TIPO TO WST-CAS-TIPO(WSV-CANT-CASOS)
           MOVE WSV-CAS-NRO-CLIE TO WST-CAS-NRO-CLIE(WSV-CANT-CASOS)
           MOVE WSV-CAS-FECHA-DESDE
               TO WST-CAS-FECHA-DESDE(WSV-CANT-CASOS)
           MOVE WSV-CAS-FECHA-HASTA
               TO WST-CAS-FECHA-HASTA(WSV-CANT-CASOS)
           MOVE WSV-CAS-HORA TO WST-CAS-HORA(WSV-CANT-CASOS)
           MOVE WSV-CAS-SUCURSAL TO WST-CAS-SUCURSAL(WSV-CANT-CASOS)
           MOVE WSV-CAS-CANT-OPER TO WST-CAS-CANT-OPER(WSV-CANT-CASOS)
           MOVE WSV-CAS-MONTO TO WST-CAS-MONTO(WSV-CANT-CASOS)
           MOVE WSV-FECHA-CORRIDA TO WST-CAS-FECHA-ALTA(WSV-CANT-CASOS)
           MOVE "P" TO WST-CAS-ESTADO(WSV-CANT-CASOS)
           MOVE SPACE TO WST-CAS-RESOLUCION(WSV-CANT-CASOS)
           SET CASOS-TOCADOS TO TRUE
           MOVE "NUEVO" TO WSV-CAS-CONDICION
           ADD 1 TO CTRL-CANT-NUEVOS
           .
       5530-Linea-de-caso.
           MOVE WSV-CAS-MONTO TO WSV-MONTO-EDIT
           MOVE SPACES TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CASO " DELIMITED BY SIZE
                  WSV-CAS-NRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CAS-TIPO DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  WSV-CAS-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CAS-FECHA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WSV-CAS-FECHA-HASTA DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  WSV-CAS-CANT-OPER DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WSV-MONTO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CAS-CONDICION DELIMITED BY SPACE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           DISPLAY WSV-LINEA-ARMADA
           .
      *Cada operacion del caso: un registro D del archivo a informar
      *y un renglon de detalle en el listado.
       5540-Informar-operacion.
           IF WST-MOV-EN-CASO(WSV-IDX-BUSQ) = "S"
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE "D" TO REP-TIPO
               MOVE WSV-CAS-NRO TO REP-NRO-CASO
               MOVE WSV-CAS-TIPO TO REP-TIPO-CASO
               MOVE WST-MOV-FECHA(WSV-IDX-BUSQ) TO REP-FECHA
               MOVE WST-MOV-HORA(WSV-IDX-BUSQ) TO REP-HORA
               MOVE WST-MOV-SUCURSAL(WSV-IDX-BUSQ) TO REP-SUCURSAL
               MOVE WST-MOV-NRO-CLIE(WSV-IDX-BUSQ) TO REP-NRO-CLIE
               MOVE WST-MOV-TIPO(WSV-IDX-BUSQ) TO REP-TIPO-MOV
               MOVE WST-MOV-MONTO(WSV-IDX-BUSQ) TO REP-MONTO
               MOVE WST-MOV-OPERADOR(WSV-IDX-BUSQ) TO REP-OPERADOR
               WRITE REGISTRO-REPORTE
               ADD 1 TO CTRL-CANT-OPER-INFORMADAS
               ADD WST-MOV-MONTO(WSV-IDX-BUSQ) TO CTRL-MONTO-INFORMADO
               MOVE WST-MOV-MONTO(WSV-IDX-BUSQ) TO WSV-MONTO-EDIT
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING "      " DELIMITED BY SIZE
                      WST-MOV-FECHA(WSV-IDX-BUSQ) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-MOV-HORA(WSV-IDX-BUSQ) DELIMITED BY SIZE
                      " SUC " DELIMITED BY SIZE
                      WST-MOV-SUCURSAL(WSV-IDX-BUSQ) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-MOV-TIPO(WSV-IDX-BUSQ) DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      WSV-MONTO-EDIT DELIMITED BY SIZE
                      " OPERADOR " DELIMITED BY SIZE
                      WST-MOV-OPERADOR(WSV-IDX-BUSQ) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE "N" TO WST-MOV-EN-CASO(WSV-IDX-BUSQ)
           END-IF
           .
       5590-Limpiar-marca.
           MOVE "N" TO WST-MOV-EN-CASO(WSV-IDX-BUSQ)
           .
      *------------------------- Revision ------------------------------
      *Solo un supervisor o administrador resuelve casos; cada
      *resolucion queda en ANULADO.LOG con su legajo.
       5700-Revisar-casos.
           DISPLAY "Legajo del oficial de cumplimiento (xxx): "
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
           DISPLAY " "
           DISPLAY "----- Casos pendientes ----"
           PERFORM 5710-Mostrar-pendiente
               VARYING WSV-IDX-CAS FROM 1 BY 1
               UNTIL WSV-IDX-CAS > WSV-CANT-CASOS
           PERFORM 5720-Pedir-caso
           PERFORM 5730-Resolver-caso UNTIL WSV-NRO-PEDIDO = ZERO
           .
       5710-Mostrar-pendiente.
           IF WST-CAS-ESTADO(WSV-IDX-CAS) = "P"
               MOVE WST-CAS-MONTO(WSV-IDX-CAS) TO WSV-MONTO-EDIT
               DISPLAY "CASO " WST-CAS-NRO(WSV-IDX-CAS) " "
                       WST-CAS-TIPO(WSV-IDX-CAS) " CLIENTE "
                       WST-CAS-NRO-CLIE(WSV-IDX-CAS) " "
                       WST-CAS-FECHA-DESDE(WSV-IDX-CAS) "-"
                       WST-CAS-FECHA-HASTA(WSV-IDX-CAS) " OPER "
                       WST-CAS-CANT-OPER(WSV-IDX-CAS) " $"
                       WSV-MONTO-EDIT
           END-IF
           .
       5720-Pedir-caso.
           DISPLAY " "
           DISPLAY "Numero de caso a resolver (0 termina): "
           ACCEPT WSV-NRO-PEDIDO
           IF WSV-NRO-PEDIDO NOT NUMERIC
               MOVE ZERO TO WSV-NRO-PEDIDO
           END-IF
           .
       5730-Resolver-caso.
           MOVE ZERO TO WSV-IDX-CAS-HALLADO
           PERFORM 5731-Comparar-nro
               VARYING WSV-IDX-CAS FROM 1 BY 1
               UNTIL (WSV-IDX-CAS > WSV-CANT-CASOS)
               OR (WSV-IDX-CAS-HALLADO > ZERO)
           IF WSV-IDX-CAS-HALLADO = ZERO
               DISPLAY "**** El caso no existe"
           ELSE
               IF WST-CAS-ESTADO(WSV-IDX-CAS-HALLADO) NOT = "P"
                   DISPLAY "**** El caso ya fue revisado ("
                           WST-CAS-RESOLUCION(WSV-IDX-CAS-HALLADO)
                           ")"
               ELSE
                   DISPLAY "(I)nformado a la UIF o (D)escartado: "
                   ACCEPT WSV-RESOLUCION
                   IF NOT RESOLUCION-VALIDA
                       DISPLAY "**** Se espera I o D"
                   ELSE
                       MOVE "R" TO WST-CAS-ESTADO(WSV-IDX-CAS-HALLADO)
                       MOVE WSV-RESOLUCION
                           TO WST-CAS-RESOLUCION(WSV-IDX-CAS-HALLADO)
                       MOVE SGN-LEGAJO
                           TO WST-CAS-REVISOR(WSV-IDX-CAS-HALLADO)
                       MOVE WSV-FECHA-CORRIDA
                        TO WST-CAS-FECHA-REVISION(WSV-IDX-CAS-HALLADO)
                       SET CASOS-TOCADOS TO TRUE
                       ADD 1 TO CTRL-CANT-REVISADOS
                       PERFORM 5900-Registrar-revision
                       DISPLAY "Caso revisado"
                   END-IF
               END-IF
           END-IF
           PERFORM 5720-Pedir-caso
           .
       5731-Comparar-nro.
           IF WST-CAS-NRO(WSV-IDX-CAS) = WSV-NRO-PEDIDO
               MOVE WSV-IDX-CAS TO WSV-IDX-CAS-HALLADO
           END-IF
           .
       5900-Registrar-revision.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgUIF"           TO LOG-ANUL-PROGRAMA
           MOVE "CASOS_UIF"         TO LOG-ANUL-OBJETO
           MOVE "REVIS"             TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Caso " DELIMITED BY SIZE
                  WSV-NRO-PEDIDO DELIMITED BY SIZE
                  " resuelto " DELIMITED BY SIZE
                  WSV-RESOLUCION DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *------------------------- Cargas --------------------------------
      *CASOS_UIF.TXT no existe hasta el primer caso levantado.
       6000-Cargar-casos.
           MOVE ZERO TO WSV-CANT-CASOS
           OPEN INPUT ARCH-CASOS
           IF FS-CASOS NOT = "00"
               DISPLAY "**** No hay CASOS_UIF.TXT previo"
           ELSE
               PERFORM 7010-Leer-caso
               PERFORM 6010-Pasar-caso
                   UNTIL (FS-CASOS NOT = "00")
                   OR (WSV-CANT-CASOS >= 500)
               CLOSE ARCH-CASOS
           END-IF
           .
       6010-Pasar-caso.
           ADD 1 TO WSV-CANT-CASOS
           MOVE REG-CASO-UIF TO WST-CAS-DET(WSV-CANT-CASOS)
           IF CAS-NRO > WSV-ULTIMO-NRO-CASO
               MOVE CAS-NRO TO WSV-ULTIMO-NRO-CASO
           END-IF
           PERFORM 7010-Leer-caso
           .
      *Depositos, retiros y reversos del rango, con el dia corrido de
      *cada uno desde la fecha desde.
       6100-Cargar-movimientos.
           MOVE ZERO TO WSV-CANT-MOVS
           OPEN INPUT ARCH-MOVIMIENTOS
           IF FS-MOVIMIENTOS NOT = "00"
               MOVE "No se pudo abrir MOVIMIENTOS.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-MOVIMIENTOS TO WSV-ANULADO-CODIGO
               MOVE "MOVIMIENTOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WSV-DESDE-DIA  TO DIF-DIA-DESDE
           MOVE WSV-DESDE-MES  TO DIF-MES-DESDE
           MOVE WSV-DESDE-ANIO TO DIF-ANIO-DESDE
           PERFORM 7020-Leer-movimiento
           PERFORM 6110-Pasar-movimiento
               UNTIL FS-MOVIMIENTOS NOT = "00"
           CLOSE ARCH-MOVIMIENTOS
           .
       6110-Pasar-movimiento.
           ADD 1 TO CTRL-CANT-LEIDOS
           IF (MOV-FECHA >= WSV-FECHA-DESDE)
                   AND (MOV-FECHA <= WSV-FECHA-HASTA)
                   AND ((MOV-TIPO = "D") OR (MOV-TIPO = "R")
                        OR (MOV-TIPO = "X"))
               IF WSV-CANT-MOVS >= 2000
                   MOVE "WST-MOVS llena (2000 movimientos)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "LLENA" TO WSV-ANULADO-CODIGO
                   MOVE "MOVIMIENTOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-MOVS
               MOVE MOV-FECHA TO WST-MOV-FECHA(WSV-CANT-MOVS)
               MOVE MOV-HORA TO WST-MOV-HORA(WSV-CANT-MOVS)
               MOVE MOV-SUCURSAL TO WST-MOV-SUCURSAL(WSV-CANT-MOVS)
               MOVE MOV-NRO-CLIE TO WST-MOV-NRO-CLIE(WSV-CANT-MOVS)
               MOVE MOV-TIPO TO WST-MOV-TIPO(WSV-CANT-MOVS)
               MOVE MOV-MONTO TO WST-MOV-MONTO(WSV-CANT-MOVS)
               MOVE MOV-OPERADOR TO WST-MOV-OPERADOR(WSV-CANT-MOVS)
               IF MOV-REFERENCIA IS NUMERIC
                   MOVE MOV-REFERENCIA TO WST-MOV-REF(WSV-CANT-MOVS)
               ELSE
                   MOVE ZERO TO WST-MOV-REF(WSV-CANT-MOVS)
               END-IF
               MOVE "N" TO WST-MOV-REVERSADO(WSV-CANT-MOVS)
               MOVE "N" TO WST-MOV-EN-FRAC(WSV-CANT-MOVS)
               MOVE "N" TO WST-MOV-EN-MSUC(WSV-CANT-MOVS)
               MOVE "N" TO WST-MOV-EN-CASO(WSV-CANT-MOVS)
               MOVE MOV-FECHA TO WSV-FECHA-MOV
               MOVE WSV-MOV-DIA  TO DIF-DIA-HASTA
               MOVE WSV-MOV-MES  TO DIF-MES-HASTA
               MOVE WSV-MOV-ANIO TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               MOVE DIF-DIAS-RESULT TO WST-MOV-DIA(WSV-CANT-MOVS)
               IF MOV-TIPO NOT = "X"
                   ADD 1 TO CTRL-CANT-EFECTIVO
               END-IF
           END-IF
           PERFORM 7020-Leer-movimiento
           .
      *************************** Archivo ******************************
       7000-Abrir-salidas.
           OPEN OUTPUT SALIDA-REPORTE
           IF FS-SALIDA-REPORTE NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-REPORTE TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-REPORTE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO REGISTRO-CABECERA-REPORTE
           MOVE "H" TO REP-CAB-TIPO
           MOVE WSV-FECHA-DESDE TO REP-CAB-FECHA-DESDE
           MOVE WSV-FECHA-HASTA TO REP-CAB-FECHA-HASTA
           MOVE WSV-UMBRAL TO REP-CAB-UMBRAL
           MOVE WSV-VENTANA TO REP-CAB-VENTANA
           MOVE WSV-FECHA-CORRIDA TO REP-CAB-FECHA-CORRIDA
           MOVE WSC-ENTIDAD TO REP-CAB-ENTIDAD
           WRITE REGISTRO-CABECERA-REPORTE
           OPEN OUTPUT SALIDA-LISTADO
           IF FS-SALIDA-LISTADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-LISTADO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-LISTADO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CASOS DE EFECTIVO DEL " DELIMITED BY SIZE
                  WSV-FECHA-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WSV-FECHA-HASTA DELIMITED BY SIZE
                  " - UMBRAL $" DELIMITED BY SIZE
                  WSV-UMBRAL DELIMITED BY SIZE
                  " - VENTANA " DELIMITED BY SIZE
                  WSV-VENTANA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           DISPLAY WSV-LINEA-ARMADA
           .
       7010-Leer-caso.
           READ ARCH-CASOS
           .
       7020-Leer-movimiento.
           READ ARCH-MOVIMIENTOS
           .
       7100-Respaldar-archivo.
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "CASOS_UIF." DELIMITED BY SIZE
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
       7200-Grabar-casos.
           OPEN OUTPUT ARCH-CASOS
           IF FS-CASOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CASOS TO WSV-ANULADO-CODIGO
               MOVE "CASOS_UIF" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-caso
               VARYING WSV-IDX-CAS FROM 1 BY 1
               UNTIL WSV-IDX-CAS > WSV-CANT-CASOS
           CLOSE ARCH-CASOS
           .
       7210-Escribir-caso.
           MOVE WST-CAS-DET(WSV-IDX-CAS) TO REG-CASO-UIF
           WRITE REG-CASO-UIF
           .
      *Cierre del archivo a informar con los totales de control.
       7900-Cerrar-salidas.
           MOVE SPACES TO REGISTRO-CIERRE-REPORTE
           MOVE "T" TO REP-CIE-TIPO
           COMPUTE REP-CIE-CANT-CASOS = CTRL-CANT-NUEVOS
               + CTRL-CANT-PENDIENTES
           MOVE CTRL-CANT-OPER-INFORMADAS TO REP-CIE-CANT-OPER
           MOVE CTRL-MONTO-INFORMADO TO REP-CIE-MONTO
           WRITE REGISTRO-CIERRE-REPORTE
           CLOSE SALIDA-REPORTE
           MOVE SPACES TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CASOS NUEVOS " DELIMITED BY SIZE
                  CTRL-CANT-NUEVOS DELIMITED BY SIZE
                  " - PENDIENTES " DELIMITED BY SIZE
                  CTRL-CANT-PENDIENTES DELIMITED BY SIZE
                  " - YA REVISADOS (NO SE LISTAN) " DELIMITED BY SIZE
                  CTRL-CANT-YA-REVISADOS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           MOVE WSV-LINEA-ARMADA TO LINEA-LISTADO
           WRITE LINEA-LISTADO
           CLOSE SALIDA-LISTADO
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
           MOVE "ProgUIF"           TO LOG-ANUL-PROGRAMA
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
           IF OPCION-ANALIZAR
               DISPLAY "----- Informe de control de efectivo ----"
               DISPLAY "Rango:                         "
                       WSV-FECHA-DESDE " al " WSV-FECHA-HASTA
               DISPLAY "Umbral / ventana en dias:      "
                       WSV-UMBRAL " / " WSV-VENTANA
               DISPLAY "Movimientos leidos:            "
                       CTRL-CANT-LEIDOS
               DISPLAY "Operaciones de efectivo:       "
                       CTRL-CANT-EFECTIVO
               DISPLAY "Reversadas (no cuentan):       "
                       CTRL-CANT-REVERSADOS
               DISPLAY "Casos EFEC / FRAC / MSUC:      "
                       CTRL-CANT-EFEC " / " CTRL-CANT-FRAC " / "
                       CTRL-CANT-MSUC
               DISPLAY "Nuevos / pendientes:           "
                       CTRL-CANT-NUEVOS " / " CTRL-CANT-PENDIENTES
               DISPLAY "Ya revisados (no se levantan): "
                       CTRL-CANT-YA-REVISADOS
               DISPLAY "Operaciones a informar:        "
                       CTRL-CANT-OPER-INFORMADAS
               DISPLAY "Monto a informar:              "
                       CTRL-MONTO-INFORMADO
               DISPLAY "Archivo a informar:            "
                       WSV-NOMBRE-REPORTE
               DISPLAY "Listado de casos:              "
                       WSV-NOMBRE-LISTADO
           ELSE
               DISPLAY "----- Informe de control de la revision ----"
               DISPLAY "Casos revisados:               "
                       CTRL-CANT-REVISADOS
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
