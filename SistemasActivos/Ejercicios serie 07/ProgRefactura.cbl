      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de refacturacion fuera de ciclo
      *    Acompana a ProgApareo cuando a uno o pocos clientes la
      *    corrida del dia les salio mal (un limite o un mandato
      *    equivocado) y no se quiere esperar al mes que viene ni
      *    deshacer la corrida entera con ProgBackout. Trabaja sobre
      *    la lista de clientes REFACTURA.TXT (un numero por linea)
      *    en dos fases:
      *      P - Preparar: arma CUENTAS.DELTA.TXT y
      *          SERVICIOS.DELTA.TXT con solo los clientes de la
      *          lista. Si el operador dejo lineas corregidas de un
      *          cliente (CUENTAS_CORREGIDAS.TXT /
      *          SERVICIOS_CORREGIDAS.TXT) van esas; si no, las del
      *          dia. Con esas entradas y la misma lista se corre
      *          ProgApareo en modo refacturacion, que deja sus
      *          salidas en archivos .DELTA con HEADER y secuencia
      *          propios.
      *      F - Fusionar: controla que las salidas del dia y las
      *          .DELTA hayan cerrado con TRAILER y que el delta no
      *          traiga clientes fuera de la lista; despues, archivo
      *          por archivo, guarda la version del dia como
      *          .PREDELTA.TXT y la reescribe sin las lineas de los
      *          clientes de la lista y con las del delta en su lugar,
      *          recalculando el TRAILER, para que ProgConcilia siga
      *          cuadrando sobre los nombres del dia. Lo mismo con
      *          DEBITOS_BANCO (registro T con cantidad, monto y suma
      *          de cuentas bancarias recalculados), CONSUMOS,
      *          CONSUMO_RETENIDO, CUENTAS_SIN_MAESTRO y la copia
      *          IVA_DETALLE.AAAAMMDD.TXT que ProgApareo ya archivo
      *          para ProgLibroIva, que se vuelve a anotar en el
      *          manifiesto.
      *    En INCIDENCIAS se conservan los tickets arrastrados de
      *    corridas anteriores de los clientes de la lista (fecha de
      *    alta anterior a la del HEADER del dia): la refacturacion
      *    no los vuelve a arrastrar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgRefactura.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               16/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Lista de clientes a refacturar (la misma que lee ProgApareo).
           SELECT ARCH-LISTA ASSIGN DYNAMIC WSV-NOMBRE-LISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTA.
      *Archivos de linea genericos: el del dia, el otro (lineas
      *corregidas en la fase P, delta en la fase F) y la salida. El
      *nombre de cada uno se carga antes de cada OPEN.
           SELECT ARCH-DIA ASSIGN DYNAMIC WSV-NOMBRE-DIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIA.

           SELECT ARCH-OTRO ASSIGN DYNAMIC WSV-NOMBRE-OTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OTRO.

           SELECT ARCH-SALIDA ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA.
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
      *Lista de refacturacion: un cliente por linea.
           FD ARCH-LISTA.
               01 REGISTRO-LISTA.
                   02 LIS-NRO-CLIE             PIC 9(03).
      *
           FD ARCH-DIA.
               01 LINEA-DIA                    PIC X(200).
      *
           FD ARCH-OTRO.
               01 LINEA-OTRO                   PIC X(200).
      *
           FD ARCH-SALIDA.
               01 LINEA-SALIDA                 PIC X(200).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-LISTA                     PIC X(02) VALUE ZEROES.
               02 FS-DIA                       PIC X(02) VALUE ZEROES.
               02 FS-OTRO                      PIC X(02) VALUE ZEROES.
               02 FS-SALIDA                    PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-FASE                         PIC X(01) VALUE SPACE.
               88 FASE-PREPARAR                VALUE "P".
               88 FASE-FUSIONAR                VALUE "F".
      *Nombres de archivo
           01 WSV-NOMBRE-LISTA                 PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-DIA                   PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-OTRO                  PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-SALIDA                PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-CUENTAS               PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-SERVICIOS             PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-RECHAZOS              PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-INCIDENCIAS           PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-CUEN-ACT              PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-CTA-CORR              PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-SRV-CORR              PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-CTA-DELTA             PIC X(40)
                                                VALUE
                                                "CUENTAS.DELTA.TXT".
           01 WSV-NOMBRE-SRV-DELTA             PIC X(40)
                                                VALUE
                                                "SERVICIOS.DELTA.TXT".
           01 WSV-NOMBRE-IVA                   PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-BASE                  PIC X(40) VALUE SPACES.
           01 WSV-NOMBRE-BACKUP                PIC X(40) VALUE SPACES.
      *Clientes de la lista; WST-LIS-CORR marca, en la fase P, que
      *el cliente trae lineas corregidas en el archivo en curso.
           01 WST-LISTA.
               02 WST-LIS-DET                  OCCURS 200 TIMES.
                   03 WST-LIS-NRO              PIC 9(03).
                   03 WST-LIS-CORR             PIC X(01).
           01 WSV-CANT-LISTA                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-LISTA                    PIC 9(03).
           01 WSV-IDX-HALLADO                  PIC 9(03).
           01 WSV-CLIE-BUSCADO                 PIC 9(03).
           77 WSS-LISTADO                      PIC X(01) VALUE "N".
               88 CLIENTE-LISTADO              VALUE "S".
               88 CLIENTE-AJENO                VALUE "N".
      *Pares dia/delta que funde la fase F. Tipo: E entrada, R
      *rechazos, I incidencias, C cuentas actualizadas, B debitos al
      *banco, V copia archivada de IVA_DETALLE, D detalle sin HEADER
      *ni TRAILER, A auxiliar. Los auxiliares son optativos: sin
      *delta no se tocan.
           01 WST-PARES.
               02 WST-PAR-DET                  OCCURS 14 TIMES.
                   03 WST-PAR-DIA              PIC X(40).
                   03 WST-PAR-DELTA            PIC X(40).
                   03 WST-PAR-TIPO             PIC X(01).
                   03 WST-PAR-OBLIGATORIO      PIC X(01).
                   03 WST-PAR-ESTADO           PIC X(01).
                       88 PAR-A-FUNDIR         VALUE "F".
                       88 PAR-OMITIDO          VALUE "O".
                   03 WST-PAR-DIA-EXISTE       PIC X(01).
           01 WSV-CANT-PARES                   PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PAR                      PIC 9(02).
           01 WSV-TIPO-PAR                     PIC X(01) VALUE SPACE.
               88 PAR-ENTRADA                  VALUE "E".
               88 PAR-RECHAZOS                 VALUE "R".
               88 PAR-INCIDENCIAS              VALUE "I".
               88 PAR-CUEN-ACT                 VALUE "C".
               88 PAR-DEBITOS-BCO              VALUE "B".
               88 PAR-IVA-ARCHIVADO            VALUE "V".
               88 PAR-DETALLE                  VALUE "D".
               88 PAR-AUXILIAR                 VALUE "A".
               88 PAR-CON-TRAILER              VALUES "R" "I" "C" "B".
      *Claves de mezcla: 9999 marca un archivo agotado.
           01 WSV-CLAVE-DIA                    PIC 9(04).
           01 WSV-CLAVE-OTRO                   PIC 9(04).
           77 WSS-OTRO                         PIC X(01) VALUE "N".
               88 OTRO-DISPONIBLE              VALUE "S".
               88 OTRO-AUSENTE                 VALUE "N".
      *Linea recien leida, ya reconocida por 7400.
           01 WSV-LINEA-LEIDA                  PIC X(200).
           77 WSS-TIPO-LINEA                   PIC X(01) VALUE "D".
               88 LINEA-ES-HEADER              VALUE "H".
               88 LINEA-ES-DETALLE             VALUE "D".
               88 LINEA-ES-FIN                 VALUE "F".
           01 WSV-CLAVE-LEIDA                  PIC 9(04).
           01 WSV-TAG-LEIDO                    PIC X(07).
      *Marca de cierre (TRAILER / FALLIDO) y HEADER de cada archivo.
           01 WSV-TAG-FIN-DIA                  PIC X(07).
           01 WSV-TAG-FIN-OTRO                 PIC X(07).
           01 WSV-HEADER-DIA                   PIC X(200).
           01 WSV-HEADER-DIA-DET REDEFINES WSV-HEADER-DIA.
               02 HDR-DIA-TAG                  PIC X(07).
               02 HDR-DIA-PROGRAMA             PIC X(10).
               02 HDR-DIA-FECHA                PIC 9(08).
               02 HDR-DIA-SECUENCIA            PIC 9(05).
               02 FILLER                       PIC X(170).
           77 WSS-HEADER-DIA                   PIC X(01) VALUE "N".
               88 HAY-HEADER-DIA               VALUE "S".
               88 SIN-HEADER-DIA               VALUE "N".
      *Linea en curso y sus vistas por archivo (mismos layouts que
      *escribe ProgApareo), para recalcular los TRAILER.
           01 WSV-LINEA-TRABAJO                PIC X(200).
           01 WSV-VISTA-RECH REDEFINES WSV-LINEA-TRABAJO.
               02 FILLER                       PIC X(18).
               02 VR-DEUDA                     PIC 999V99.
               02 FILLER                       PIC X(177).
           01 WSV-VISTA-INCI REDEFINES WSV-LINEA-TRABAJO.
               02 FILLER                       PIC X(23).
               02 VI-SALDO                     PIC S999V99.
               02 FILLER                       PIC X(03).
               02 VI-MONTO                     PIC 999V99.
               02 FILLER                       PIC X(36).
               02 VI-FECHA-ALTA                PIC 9(08).
               02 FILLER                       PIC X(120).
           01 WSV-VISTA-CA REDEFINES WSV-LINEA-TRABAJO.
               02 FILLER                       PIC X(13).
               02 VC-SALDO                     PIC S999V99.
               02 FILLER                       PIC X(182).
      *Registro D de DEBITOS_BANCO: cuenta bancaria, cliente en la
      *posicion 23 y monto de la orden.
           01 WSV-VISTA-DBC REDEFINES WSV-LINEA-TRABAJO.
               02 FILLER                       PIC X(11).
               02 VB-CTA-BANC                  PIC 9(11).
               02 VB-NRO-CLIE                  PIC 9(03).
               02 FILLER                       PIC X(05).
               02 VB-MONTO                     PIC 9(05)V99.
               02 FILLER                       PIC X(163).
      *TRAILER recalculado (RECHAZOS lleva el monto sin signo).
           01 WSV-TRAILER-RECH.
               02 TRL-TAG-RECH                 PIC X(07).
               02 TRL-CANT-RECH                PIC 9(05).
               02 TRL-MONTO-RECH               PIC 9(07)V99.
           01 WSV-TRAILER-SIGNO.
               02 TRL-TAG-SIGNO                PIC X(07).
               02 TRL-CANT-SIGNO               PIC 9(05).
               02 TRL-MONTO-SIGNO              PIC S9(07)V99.
      *Registro T de DEBITOS_BANCO, el que controla el banco.
           01 WSV-TRAILER-DBC.
               02 TRL-TIPO-DBC                 PIC X(01).
               02 TRL-CANT-DBC                 PIC 9(07).
               02 TRL-MONTO-DBC                PIC 9(11)V99.
               02 TRL-SUMA-CTAS-DBC            PIC 9(15).
               02 TRL-MARCA-DBC                PIC X(07).
      *
      *Pedido a RMANIFIE para verificar y volver a anotar la copia
      *archivada de IVA_DETALLE.
           COPY TAB-MANIF.
      *
      *Variables de control
           01 CTRL-TOTALES.
               02 CTRL-CANT-DEL-DIA            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CORREGIDAS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AJENAS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CONSERVADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REEMPLAZADAS       PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARRASTRE           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AGREGADAS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-TRAILER            PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-TRAILER           PIC S9(07)V99 VALUE ZERO.
               02 CTRL-MONTO-DBC               PIC 9(11)V99 VALUE ZERO.
               02 CTRL-SUMA-CTAS-DBC           PIC 9(15) VALUE ZERO.
               02 CTRL-CANT-FUNDIDOS           PIC 9(02) VALUE ZERO.
      *
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
           DISPLAY "Fase: (P) Preparar entradas delta  "
                   "(F) Fusionar delta en las salidas del dia: "
           ACCEPT WSV-FASE
           IF NOT FASE-PREPARAR AND NOT FASE-FUSIONAR
               MOVE "Fase invalida" TO WSV-ANULADO-DESCRIP
               MOVE "FASE" TO WSV-ANULADO-CODIGO
               MOVE "WSV-FASE" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Lista de clientes a refacturar "
                   "(REFACTURA.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-LISTA
           IF WSV-NOMBRE-LISTA = SPACES
               MOVE "REFACTURA.TXT" TO WSV-NOMBRE-LISTA
           END-IF
           PERFORM 1100-Cargar-lista
           .
      *Sin lista no hay refacturacion: vacia reprocesaria a nadie y
      *la fusion borraria nada, pero casi seguro es un error.
       1100-Cargar-lista.
           OPEN INPUT ARCH-LISTA
           IF FS-LISTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-LISTA TO WSV-ANULADO-CODIGO
               MOVE "ARCH-LISTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1110-Leer-lista
           PERFORM 1120-Acumular-lista
               UNTIL FS-LISTA NOT = "00"
           CLOSE ARCH-LISTA
           IF WSV-CANT-LISTA = 0
               MOVE "Lista de refacturacion vacia"
                   TO WSV-ANULADO-DESCRIP
               MOVE "REFVA" TO WSV-ANULADO-CODIGO
               MOVE "ARCH-LISTA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Clientes a refacturar: " WSV-CANT-LISTA
           .
       1110-Leer-lista.
           READ ARCH-LISTA
           .
       1120-Acumular-lista.
           IF LIS-NRO-CLIE IS NUMERIC
               IF WSV-CANT-LISTA >= 200
                   CLOSE ARCH-LISTA
                   MOVE "Mas de 200 clientes a refacturar"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "ARCH-LISTA" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-LISTA
               MOVE LIS-NRO-CLIE TO WST-LIS-NRO(WSV-CANT-LISTA)
               MOVE "N" TO WST-LIS-CORR(WSV-CANT-LISTA)
           END-IF
           PERFORM 1110-Leer-lista
           .
      ******************************************************************
       5000-Proceso.
           IF FASE-PREPARAR
               PERFORM 5100-Preparar-entradas
           ELSE
               PERFORM 5500-Fusionar-delta
           END-IF
           .
      *************************** Fase P *******************************
      *El archivo de servicios del dia es el que realmente proceso
      *la corrida: SERV_TRABAJO.TXT si esa corrida mezclo pendientes
      *o suspenso (lo dice su salida), SERVICIOS.TXT si no.
       5100-Preparar-entradas.
           DISPLAY "Archivo de cuentas del dia "
                   "(CUENTAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CUENTAS
           IF WSV-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS.TXT" TO WSV-NOMBRE-CUENTAS
           END-IF
           DISPLAY "Archivo de servicios que proceso la corrida del "
                   "dia (SERVICIOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SERVICIOS
           IF WSV-NOMBRE-SERVICIOS = SPACES
               MOVE "SERVICIOS.TXT" TO WSV-NOMBRE-SERVICIOS
           END-IF
           DISPLAY "Lineas de cuentas corregidas "
                   "(CUENTAS_CORREGIDAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CTA-CORR
           IF WSV-NOMBRE-CTA-CORR = SPACES
               MOVE "CUENTAS_CORREGIDAS.TXT" TO WSV-NOMBRE-CTA-CORR
           END-IF
           DISPLAY "Lineas de servicios corregidas "
                   "(SERVICIOS_CORREGIDAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SRV-CORR
           IF WSV-NOMBRE-SRV-CORR = SPACES
               MOVE "SERVICIOS_CORREGIDAS.TXT" TO WSV-NOMBRE-SRV-CORR
           END-IF

           MOVE WSV-NOMBRE-CUENTAS TO WSV-NOMBRE-DIA
           MOVE WSV-NOMBRE-CTA-CORR TO WSV-NOMBRE-OTRO
           MOVE WSV-NOMBRE-CTA-DELTA TO WSV-NOMBRE-SALIDA
           PERFORM 5200-Armar-delta-entrada

           MOVE WSV-NOMBRE-SERVICIOS TO WSV-NOMBRE-DIA
           MOVE WSV-NOMBRE-SRV-CORR TO WSV-NOMBRE-OTRO
           MOVE WSV-NOMBRE-SRV-DELTA TO WSV-NOMBRE-SALIDA
           PERFORM 5200-Armar-delta-entrada
           .
      *Arma una entrada delta: mezcla por cliente el archivo del
      *dia con el de lineas corregidas y deja solo los clientes de
      *la lista; el que trae correcciones las trae todas, sus
      *lineas del dia no pasan.
       5200-Armar-delta-entrada.
           MOVE ZERO TO CTRL-CANT-DEL-DIA
           MOVE ZERO TO CTRL-CANT-CORREGIDAS
           MOVE ZERO TO CTRL-CANT-AJENAS
           PERFORM 5210-Limpiar-corregido
               VARYING WSV-IDX-LISTA FROM 1 BY 1
               UNTIL WSV-IDX-LISTA > WSV-CANT-LISTA
           SET OTRO-AUSENTE TO TRUE
           OPEN INPUT ARCH-OTRO
           IF FS-OTRO = "00"
               SET OTRO-DISPONIBLE TO TRUE
               PERFORM 7200-Leer-otro
               PERFORM 5220-Marcar-corregido
                   UNTIL WSV-CLAVE-OTRO = 9999
               CLOSE ARCH-OTRO
               OPEN INPUT ARCH-OTRO
           ELSE
               DISPLAY "**** No hay " WSV-NOMBRE-OTRO
                       ", van las lineas del dia"
           END-IF
           OPEN INPUT ARCH-DIA
           IF FS-DIA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-DIA TO WSV-ANULADO-CODIGO
               MOVE "ARCH-DIA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           OPEN OUTPUT ARCH-SALIDA
           IF FS-SALIDA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA TO WSV-ANULADO-CODIGO
               MOVE "ARCH-SALIDA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7100-Leer-dia
           IF OTRO-DISPONIBLE
               PERFORM 7200-Leer-otro
           ELSE
               MOVE 9999 TO WSV-CLAVE-OTRO
           END-IF
           PERFORM 5230-Mezclar-entrada
               UNTIL (WSV-CLAVE-DIA = 9999)
               AND (WSV-CLAVE-OTRO = 9999)
           CLOSE ARCH-DIA
           CLOSE ARCH-SALIDA
           IF OTRO-DISPONIBLE
               CLOSE ARCH-OTRO
           END-IF
           DISPLAY WSV-NOMBRE-SALIDA
           DISPLAY "  lineas del dia:         " CTRL-CANT-DEL-DIA
           DISPLAY "  lineas corregidas:      " CTRL-CANT-CORREGIDAS
           DISPLAY "  corregidas fuera de la lista (no pasan): "
                   CTRL-CANT-AJENAS
           .
       5210-Limpiar-corregido.
           MOVE "N" TO WST-LIS-CORR(WSV-IDX-LISTA)
           .
       5220-Marcar-corregido.
           MOVE WSV-CLAVE-OTRO TO WSV-CLIE-BUSCADO
           PERFORM 8100-Buscar-lista
           IF CLIENTE-LISTADO
               MOVE "S" TO WST-LIS-CORR(WSV-IDX-HALLADO)
           END-IF
           PERFORM 7200-Leer-otro
           .
       5230-Mezclar-entrada.
           IF WSV-CLAVE-OTRO <= WSV-CLAVE-DIA
               MOVE WSV-CLAVE-OTRO TO WSV-CLIE-BUSCADO
               PERFORM 8100-Buscar-lista
               IF CLIENTE-LISTADO
                   MOVE LINEA-OTRO TO LINEA-SALIDA
                   WRITE LINEA-SALIDA
                   ADD 1 TO CTRL-CANT-CORREGIDAS
               ELSE
                   ADD 1 TO CTRL-CANT-AJENAS
               END-IF
               PERFORM 7200-Leer-otro
           ELSE
               MOVE WSV-CLAVE-DIA TO WSV-CLIE-BUSCADO
               PERFORM 8100-Buscar-lista
               IF CLIENTE-LISTADO
                   IF WST-LIS-CORR(WSV-IDX-HALLADO) = "N"
                       MOVE LINEA-DIA TO LINEA-SALIDA
                       WRITE LINEA-SALIDA
                       ADD 1 TO CTRL-CANT-DEL-DIA
                   END-IF
               END-IF
               PERFORM 7100-Leer-dia
           END-IF
           .
      *************************** Fase F *******************************
       5500-Fusionar-delta.
           DISPLAY "Archivo de cuentas del dia "
                   "(CUENTAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CUENTAS
           IF WSV-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS.TXT" TO WSV-NOMBRE-CUENTAS
           END-IF
           DISPLAY "Archivo de servicios del dia "
                   "(SERVICIOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SERVICIOS
           IF WSV-NOMBRE-SERVICIOS = SPACES
               MOVE "SERVICIOS.TXT" TO WSV-NOMBRE-SERVICIOS
           END-IF
           DISPLAY "Archivo de rechazos del dia "
                   "(RECHAZOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-RECHAZOS
           IF WSV-NOMBRE-RECHAZOS = SPACES
               MOVE "RECHAZOS.TXT" TO WSV-NOMBRE-RECHAZOS
           END-IF
           DISPLAY "Archivo de incidencias del dia "
                   "(INCIDENCIAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-INCIDENCIAS
           IF WSV-NOMBRE-INCIDENCIAS = SPACES
               MOVE "INCIDENCIAS.TXT" TO WSV-NOMBRE-INCIDENCIAS
           END-IF
           DISPLAY "Archivo de cuentas actualizadas del dia "
                   "(CUEN_ACT.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CUEN-ACT
           IF WSV-NOMBRE-CUEN-ACT = SPACES
               MOVE "CUEN_ACT.TXT" TO WSV-NOMBRE-CUEN-ACT
           END-IF
           PERFORM 5510-Armar-pares
      *    Primero se controla todo: una fusion no arranca si algun
      *    par no esta en condiciones.
           PERFORM 5600-Validar-par
               VARYING WSV-IDX-PAR FROM 1 BY 1
               UNTIL WSV-IDX-PAR > WSV-CANT-PARES
           PERFORM 5700-Fundir-par
               VARYING WSV-IDX-PAR FROM 1 BY 1
               UNTIL WSV-IDX-PAR > WSV-CANT-PARES
           .
      *Las entradas delta tienen nombre fijo; las salidas delta
      *son el nombre del dia con .DELTA, como las deja ProgApareo.
       5510-Armar-pares.
           MOVE ZERO TO WSV-CANT-PARES
           MOVE WSV-NOMBRE-CUENTAS TO WSV-NOMBRE-DIA
           MOVE WSV-NOMBRE-CTA-DELTA TO WSV-NOMBRE-OTRO
           MOVE "E" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE WSV-NOMBRE-SERVICIOS TO WSV-NOMBRE-DIA
           MOVE WSV-NOMBRE-SRV-DELTA TO WSV-NOMBRE-OTRO
           PERFORM 5520-Agregar-par
           MOVE WSV-NOMBRE-RECHAZOS TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           MOVE "R" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE WSV-NOMBRE-INCIDENCIAS TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           MOVE "I" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE WSV-NOMBRE-CUEN-ACT TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           MOVE "C" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE "DEBITOS_BANCO.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           MOVE "B" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE "D" TO WSV-TIPO-PAR
           MOVE "CONSUMOS.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           MOVE "CONSUMO_RETENIDO.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           MOVE "CUENTAS_SIN_MAESTRO.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
      *    IVA_DETALLE.TXT ya quedo archivado con la fecha de la
      *    corrida del dia: se funde sobre esa copia, que es la que
      *    lee ProgLibroIva.
           PERFORM 5540-Nombre-iva
           MOVE "IVA_DETALLE.TXT.DELTA" TO WSV-NOMBRE-OTRO
           MOVE "V" TO WSV-TIPO-PAR
           PERFORM 5520-Agregar-par
           MOVE "A" TO WSV-TIPO-PAR
           MOVE "PENDIENTES.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           MOVE "DUPLICADOS.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           MOVE "SUSPENSO.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           MOVE "PRECIO_EXCEPCIONES.TXT" TO WSV-NOMBRE-DIA
           PERFORM 5530-Nombre-delta
           PERFORM 5520-Agregar-par
           .
       5520-Agregar-par.
           ADD 1 TO WSV-CANT-PARES
           MOVE WSV-NOMBRE-DIA TO WST-PAR-DIA(WSV-CANT-PARES)
           MOVE WSV-NOMBRE-OTRO TO WST-PAR-DELTA(WSV-CANT-PARES)
           MOVE WSV-TIPO-PAR TO WST-PAR-TIPO(WSV-CANT-PARES)
           IF PAR-AUXILIAR
               MOVE "N" TO WST-PAR-OBLIGATORIO(WSV-CANT-PARES)
           ELSE
               MOVE "S" TO WST-PAR-OBLIGATORIO(WSV-CANT-PARES)
           END-IF
           MOVE "F" TO WST-PAR-ESTADO(WSV-CANT-PARES)
           MOVE "S" TO WST-PAR-DIA-EXISTE(WSV-CANT-PARES)
           .
       5530-Nombre-delta.
           MOVE SPACES TO WSV-NOMBRE-OTRO
           STRING WSV-NOMBRE-DIA DELIMITED BY SPACE
                  ".DELTA" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-OTRO
           .
      *La fecha de la copia archivada sale del HEADER de los
      *rechazos del dia; el operador puede indicar otro nombre (una
      *particion, por ejemplo).
       5540-Nombre-iva.
           MOVE WSV-NOMBRE-RECHAZOS TO WSV-NOMBRE-DIA
           MOVE "R" TO WSV-TIPO-PAR
           SET SIN-HEADER-DIA TO TRUE
           OPEN INPUT ARCH-DIA
           IF FS-DIA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-DIA TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-DIA TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7100-Leer-dia
           CLOSE ARCH-DIA
           IF SIN-HEADER-DIA
               MOVE "Rechazos del dia sin HEADER: no hay fecha de IVA"
                   TO WSV-ANULADO-DESCRIP
               MOVE "SINHD" TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-DIA TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Copia archivada de IVA_DETALLE del dia "
                   "(IVA_DETALLE." HDR-DIA-FECHA ".TXT si no quiere): "
           ACCEPT WSV-NOMBRE-IVA
           IF WSV-NOMBRE-IVA = SPACES
               STRING "IVA_DETALLE." DELIMITED BY SIZE
                      HDR-DIA-FECHA DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WSV-NOMBRE-IVA
           END-IF
           MOVE WSV-NOMBRE-IVA TO WSV-NOMBRE-DIA
           .
      *Controla un par: el delta tiene que existir (salvo los
      *auxiliares), cerrar con TRAILER si es una salida y traer solo
      *clientes de la lista; la salida del dia tambien tiene que
      *haber cerrado con TRAILER.
       5600-Validar-par.
           MOVE WST-PAR-TIPO(WSV-IDX-PAR) TO WSV-TIPO-PAR
           MOVE WST-PAR-DELTA(WSV-IDX-PAR) TO WSV-NOMBRE-OTRO
           MOVE WST-PAR-DIA(WSV-IDX-PAR) TO WSV-NOMBRE-DIA
           OPEN INPUT ARCH-OTRO
           IF FS-OTRO NOT = "00"
               IF WST-PAR-OBLIGATORIO(WSV-IDX-PAR) = "S"
                   MOVE "Falta el delta" TO WSV-ANULADO-DESCRIP
                   MOVE FS-OTRO TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-OTRO TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               DISPLAY "**** No hay " WSV-NOMBRE-OTRO ", "
                       WSV-NOMBRE-DIA " queda como esta"
               SET PAR-OMITIDO(WSV-IDX-PAR) TO TRUE
           ELSE
               PERFORM 7200-Leer-otro
               PERFORM 5610-Controlar-linea-delta
                   UNTIL WSV-CLAVE-OTRO = 9999
               CLOSE ARCH-OTRO
               IF PAR-CON-TRAILER
                       AND (WSV-TAG-FIN-OTRO NOT = "TRAILER")
                   MOVE "Delta sin TRAILER (corrida anulada)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "DLTRL" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-OTRO TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 5620-Controlar-dia
           END-IF
           .
       5610-Controlar-linea-delta.
           MOVE WSV-CLAVE-OTRO TO WSV-CLIE-BUSCADO
           PERFORM 8100-Buscar-lista
           IF CLIENTE-AJENO
               MOVE "Delta con cliente fuera de la lista"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-CLIE-BUSCADO TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-OTRO TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7200-Leer-otro
           .
      *Un auxiliar del dia que no existe se crea con el delta solo.
       5620-Controlar-dia.
           OPEN INPUT ARCH-DIA
           IF FS-DIA NOT = "00"
               IF WST-PAR-OBLIGATORIO(WSV-IDX-PAR) = "S"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-DIA TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-DIA TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               MOVE "N" TO WST-PAR-DIA-EXISTE(WSV-IDX-PAR)
           ELSE
               PERFORM 7100-Leer-dia
               PERFORM 7100-Leer-dia
                   UNTIL WSV-CLAVE-DIA = 9999
               CLOSE ARCH-DIA
               IF PAR-CON-TRAILER
                       AND (WSV-TAG-FIN-DIA NOT = "TRAILER")
                   MOVE "Salida del dia sin TRAILER"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "DITRL" TO WSV-ANULADO-CODIGO
                   MOVE WSV-NOMBRE-DIA TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               IF PAR-IVA-ARCHIVADO
                   PERFORM 5630-Verificar-manifiesto
               END-IF
           END-IF
           .
      *La copia archivada de IVA_DETALLE no se toca si ya no
      *coincide con lo anotado en el manifiesto; las anteriores al
      *manifiesto se funden con aviso.
       5630-Verificar-manifiesto.
           MOVE WSV-NOMBRE-DIA TO MFP-ARCHIVO
           SET MFP-VERIFICAR TO TRUE
           CALL "RMANIFIE" USING MFP-PEDIDO
           IF MFP-ALTERADO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Copia alterada: " DELIMITED BY SIZE
                      MFP-ARCHIVO DELIMITED BY SPACE
                      INTO WSV-ANULADO-DESCRIP
               MOVE "MANIF" TO WSV-ANULADO-CODIGO
               MOVE "MANIFIESTO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF MFP-SIN-MANIFIESTO
               DISPLAY "**** " MFP-ARCHIVO
               DISPLAY "     no figura en el manifiesto, se funde sin "
                       "verificar"
           END-IF
           .
      *Funde un par: guarda la version del dia como .PREDELTA.TXT y
      *la reescribe mezclada con el delta.
       5700-Fundir-par.
           IF PAR-A-FUNDIR(WSV-IDX-PAR)
               MOVE WST-PAR-TIPO(WSV-IDX-PAR) TO WSV-TIPO-PAR
               MOVE WST-PAR-DIA(WSV-IDX-PAR) TO WSV-NOMBRE-DIA
               PERFORM 5710-Nombre-backup
               IF WST-PAR-DIA-EXISTE(WSV-IDX-PAR) = "S"
                   PERFORM 5720-Guardar-backup
               ELSE
                   MOVE WSV-NOMBRE-BACKUP TO WSV-NOMBRE-SALIDA
                   OPEN OUTPUT ARCH-SALIDA
                   CLOSE ARCH-SALIDA
               END-IF
               PERFORM 5730-Mezclar-par
               ADD 1 TO CTRL-CANT-FUNDIDOS
           END-IF
           .
       5710-Nombre-backup.
           MOVE SPACES TO WSV-NOMBRE-BASE
           UNSTRING WSV-NOMBRE-DIA DELIMITED BY ".TXT" OR SPACE
               INTO WSV-NOMBRE-BASE
           MOVE SPACES TO WSV-NOMBRE-BACKUP
           STRING WSV-NOMBRE-BASE DELIMITED BY SPACE
                  ".PREDELTA.TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-BACKUP
           .
       5720-Guardar-backup.
           MOVE WSV-NOMBRE-BACKUP TO WSV-NOMBRE-SALIDA
           OPEN INPUT ARCH-DIA
           OPEN OUTPUT ARCH-SALIDA
           IF FS-SALIDA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-BACKUP TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7300-Leer-dia-crudo
           PERFORM 5725-Copiar-linea
               UNTIL FS-DIA NOT = "00"
           CLOSE ARCH-DIA
           CLOSE ARCH-SALIDA
           .
       5725-Copiar-linea.
           MOVE LINEA-DIA TO LINEA-SALIDA
           WRITE LINEA-SALIDA
           PERFORM 7300-Leer-dia-crudo
           .
      *Mezcla por cliente el backup con el delta en el nombre del
      *dia: HEADER del dia, lineas del dia de clientes fuera de la
      *lista, lineas del delta y TRAILER recalculado.
       5730-Mezclar-par.
           MOVE ZERO TO CTRL-CANT-CONSERVADAS
           MOVE ZERO TO CTRL-CANT-REEMPLAZADAS
           MOVE ZERO TO CTRL-CANT-ARRASTRE
           MOVE ZERO TO CTRL-CANT-AGREGADAS
           MOVE ZERO TO CTRL-CANT-TRAILER
           MOVE ZERO TO CTRL-MONTO-TRAILER
           MOVE ZERO TO CTRL-MONTO-DBC
           MOVE ZERO TO CTRL-SUMA-CTAS-DBC
           MOVE WSV-NOMBRE-DIA TO WSV-NOMBRE-SALIDA
           MOVE WSV-NOMBRE-BACKUP TO WSV-NOMBRE-DIA
           MOVE WST-PAR-DELTA(WSV-IDX-PAR) TO WSV-NOMBRE-OTRO
           SET SIN-HEADER-DIA TO TRUE
           OPEN INPUT ARCH-DIA
           OPEN INPUT ARCH-OTRO
           OPEN OUTPUT ARCH-SALIDA
           IF FS-SALIDA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA TO WSV-ANULADO-CODIGO
               MOVE WSV-NOMBRE-SALIDA TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7100-Leer-dia
           PERFORM 7200-Leer-otro
           IF HAY-HEADER-DIA
               MOVE WSV-HEADER-DIA TO LINEA-SALIDA
               WRITE LINEA-SALIDA
           END-IF
           PERFORM 5740-Mezclar-linea
               UNTIL (WSV-CLAVE-DIA = 9999)
               AND (WSV-CLAVE-OTRO = 9999)
           IF PAR-CON-TRAILER
               PERFORM 5760-Escribir-trailer
           END-IF
           CLOSE ARCH-DIA
           CLOSE ARCH-OTRO
           CLOSE ARCH-SALIDA
      *    La copia de IVA reescrita se vuelve a anotar, si no
      *    ProgManif la daria por alterada.
           IF PAR-IVA-ARCHIVADO
               SET MFP-REGISTRAR TO TRUE
               MOVE WSV-NOMBRE-SALIDA TO MFP-ARCHIVO
               MOVE "ProgRefact" TO MFP-PROGRAMA
               CALL "RMANIFIE" USING MFP-PEDIDO
           END-IF
           DISPLAY WSV-NOMBRE-SALIDA " (copia en "
                   WSV-NOMBRE-BACKUP ")"
           DISPLAY "  conservadas del dia:    " CTRL-CANT-CONSERVADAS
           DISPLAY "  reemplazadas:           " CTRL-CANT-REEMPLAZADAS
           DISPLAY "  tickets arrastrados:    " CTRL-CANT-ARRASTRE
           DISPLAY "  agregadas del delta:    " CTRL-CANT-AGREGADAS
           .
      *A igual cliente va primero la linea del dia, asi los tickets
      *arrastrados quedan antes de los nuevos.
       5740-Mezclar-linea.
           IF (WSV-CLAVE-DIA <= WSV-CLAVE-OTRO)
                   AND (WSV-CLAVE-DIA NOT = 9999)
               MOVE WSV-CLAVE-DIA TO WSV-CLIE-BUSCADO
               PERFORM 8100-Buscar-lista
               MOVE LINEA-DIA TO WSV-LINEA-TRABAJO
               IF CLIENTE-AJENO
                   PERFORM 5750-Escribir-linea
                   ADD 1 TO CTRL-CANT-CONSERVADAS
               ELSE
                   IF PAR-INCIDENCIAS AND HAY-HEADER-DIA
                           AND (VI-FECHA-ALTA IS NUMERIC)
                           AND (VI-FECHA-ALTA < HDR-DIA-FECHA)
                       PERFORM 5750-Escribir-linea
                       ADD 1 TO CTRL-CANT-ARRASTRE
                   ELSE
                       ADD 1 TO CTRL-CANT-REEMPLAZADAS
                   END-IF
               END-IF
               PERFORM 7100-Leer-dia
           ELSE
               MOVE LINEA-OTRO TO WSV-LINEA-TRABAJO
               PERFORM 5750-Escribir-linea
               ADD 1 TO CTRL-CANT-AGREGADAS
               PERFORM 7200-Leer-otro
           END-IF
           .
       5750-Escribir-linea.
           MOVE WSV-LINEA-TRABAJO TO LINEA-SALIDA
           WRITE LINEA-SALIDA
           ADD 1 TO CTRL-CANT-TRAILER
           EVALUATE TRUE
               WHEN PAR-RECHAZOS
                   ADD VR-DEUDA TO CTRL-MONTO-TRAILER
               WHEN PAR-INCIDENCIAS
                   ADD VI-SALDO VI-MONTO TO CTRL-MONTO-TRAILER
               WHEN PAR-CUEN-ACT
                   ADD VC-SALDO TO CTRL-MONTO-TRAILER
               WHEN PAR-DEBITOS-BCO
                   ADD VB-MONTO TO CTRL-MONTO-DBC
                   ADD VB-CTA-BANC TO CTRL-SUMA-CTAS-DBC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       5760-Escribir-trailer.
           EVALUATE TRUE
               WHEN PAR-RECHAZOS
                   MOVE "TRAILER" TO TRL-TAG-RECH
                   MOVE CTRL-CANT-TRAILER TO TRL-CANT-RECH
                   MOVE CTRL-MONTO-TRAILER TO TRL-MONTO-RECH
                   MOVE WSV-TRAILER-RECH TO LINEA-SALIDA
               WHEN PAR-DEBITOS-BCO
                   MOVE "T" TO TRL-TIPO-DBC
                   MOVE CTRL-CANT-TRAILER TO TRL-CANT-DBC
                   MOVE CTRL-MONTO-DBC TO TRL-MONTO-DBC
                   MOVE CTRL-SUMA-CTAS-DBC TO TRL-SUMA-CTAS-DBC
                   MOVE "TRAILER" TO TRL-MARCA-DBC
                   MOVE WSV-TRAILER-DBC TO LINEA-SALIDA
               WHEN OTHER
                   MOVE "TRAILER" TO TRL-TAG-SIGNO
                   MOVE CTRL-CANT-TRAILER TO TRL-CANT-SIGNO
                   MOVE CTRL-MONTO-TRAILER TO TRL-MONTO-SIGNO
                   MOVE WSV-TRAILER-SIGNO TO LINEA-SALIDA
           END-EVALUATE
           WRITE LINEA-SALIDA
           .
      ************************* Lecturas *******************************
      *Lee el archivo del dia en curso: guarda el HEADER aparte, y
      *TRAILER o FALLIDO (o el fin) dejan la clave en 9999.
       7100-Leer-dia.
           READ ARCH-DIA
           IF FS-DIA = "00"
               MOVE LINEA-DIA TO WSV-LINEA-LEIDA
               PERFORM 7400-Clasificar-linea
               IF LINEA-ES-HEADER
                   MOVE LINEA-DIA TO WSV-HEADER-DIA
                   SET HAY-HEADER-DIA TO TRUE
                   READ ARCH-DIA
                   MOVE LINEA-DIA TO WSV-LINEA-LEIDA
                   PERFORM 7400-Clasificar-linea
               END-IF
           END-IF
           MOVE SPACES TO WSV-TAG-FIN-DIA
           IF FS-DIA NOT = "00"
               MOVE 9999 TO WSV-CLAVE-DIA
           ELSE
               IF LINEA-ES-FIN
                   MOVE WSV-TAG-LEIDO TO WSV-TAG-FIN-DIA
                   MOVE 9999 TO WSV-CLAVE-DIA
               ELSE
                   MOVE WSV-CLAVE-LEIDA TO WSV-CLAVE-DIA
               END-IF
           END-IF
           .
      *Idem para el delta o las lineas corregidas; su HEADER no pasa.
       7200-Leer-otro.
           READ ARCH-OTRO
           IF FS-OTRO = "00"
               MOVE LINEA-OTRO TO WSV-LINEA-LEIDA
               PERFORM 7400-Clasificar-linea
               IF LINEA-ES-HEADER
                   READ ARCH-OTRO
                   MOVE LINEA-OTRO TO WSV-LINEA-LEIDA
                   PERFORM 7400-Clasificar-linea
               END-IF
           END-IF
           MOVE SPACES TO WSV-TAG-FIN-OTRO
           IF FS-OTRO NOT = "00"
               MOVE 9999 TO WSV-CLAVE-OTRO
           ELSE
               IF LINEA-ES-FIN
                   MOVE WSV-TAG-LEIDO TO WSV-TAG-FIN-OTRO
                   MOVE 9999 TO WSV-CLAVE-OTRO
               ELSE
                   MOVE WSV-CLAVE-LEIDA TO WSV-CLAVE-OTRO
               END-IF
           END-IF
           .
       7300-Leer-dia-crudo.
           READ ARCH-DIA
           .
      *Reconoce HEADER, cierre y cliente de la linea leida segun el
      *archivo: DEBITOS_BANCO usa registros H / D / T, con el
      *cliente en la posicion 23 y la marca TRAILER o FALLIDO en la
      *37; los demas, HEADER / TRAILER / FALLIDO y el cliente al
      *principio de la linea.
       7400-Clasificar-linea.
           SET LINEA-ES-DETALLE TO TRUE
           MOVE SPACES TO WSV-TAG-LEIDO
           MOVE ZERO TO WSV-CLAVE-LEIDA
           IF PAR-DEBITOS-BCO
               EVALUATE WSV-LINEA-LEIDA (1:1)
                   WHEN "H"
                       SET LINEA-ES-HEADER TO TRUE
                   WHEN "T"
                       SET LINEA-ES-FIN TO TRUE
                       MOVE WSV-LINEA-LEIDA (37:7) TO WSV-TAG-LEIDO
                   WHEN OTHER
                       IF WSV-LINEA-LEIDA (23:3) IS NUMERIC
                           MOVE WSV-LINEA-LEIDA (23:3)
                               TO WSV-CLAVE-LEIDA
                       END-IF
               END-EVALUATE
           ELSE
               IF WSV-LINEA-LEIDA (1:6) = "HEADER"
                   SET LINEA-ES-HEADER TO TRUE
               ELSE
                   IF (WSV-LINEA-LEIDA (1:7) = "TRAILER")
                           OR (WSV-LINEA-LEIDA (1:7) = "FALLIDO")
                       SET LINEA-ES-FIN TO TRUE
                       MOVE WSV-LINEA-LEIDA (1:7) TO WSV-TAG-LEIDO
                   ELSE
                       IF WSV-LINEA-LEIDA (1:3) IS NUMERIC
                           MOVE WSV-LINEA-LEIDA (1:3)
                               TO WSV-CLAVE-LEIDA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *Busca WSV-CLIE-BUSCADO en la lista; deja la posicion en
      *WSV-IDX-HALLADO.
       8100-Buscar-lista.
           SET CLIENTE-AJENO TO TRUE
           MOVE 1 TO WSV-IDX-LISTA
           PERFORM 8110-Comparar-lista
               UNTIL WSV-IDX-LISTA > WSV-CANT-LISTA
           .
       8110-Comparar-lista.
           IF WST-LIS-NRO(WSV-IDX-LISTA) = WSV-CLIE-BUSCADO
               SET CLIENTE-LISTADO TO TRUE
               MOVE WSV-IDX-LISTA TO WSV-IDX-HALLADO
               MOVE WSV-CANT-LISTA TO WSV-IDX-LISTA
           END-IF
           ADD 1 TO WSV-IDX-LISTA
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           DISPLAY "----- Error en el sistema ----"
           DISPLAY "Objeto: "              WSV-ANULADO-OBJETO
           DISPLAY "Codigo del error: "    WSV-ANULADO-CODIGO
           DISPLAY "Descripcion: "         WSV-ANULADO-DESCRIP
           DISPLAY " "
           IF CTRL-CANT-FUNDIDOS > 0
               DISPLAY "**** Fusion a medias: los archivos ya "
                       "fundidos se restauran de su .PREDELTA.TXT"
           END-IF
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
           MOVE "ProgRefact"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Clientes en la lista: " WSV-CANT-LISTA
           IF FASE-PREPARAR
               DISPLAY "Entradas delta: " WSV-NOMBRE-CTA-DELTA
               DISPLAY "                " WSV-NOMBRE-SRV-DELTA
               DISPLAY "Siguiente paso: ProgApareo con la lista en "
                       "REFACTURA y esas entradas"
           ELSE
               DISPLAY "Archivos fundidos: " CTRL-CANT-FUNDIDOS
               DISPLAY "Copia de IVA reanotada: " WSV-NOMBRE-IVA
               DISPLAY "Siguiente paso: ProgConcilia sobre los "
                       "archivos del dia"
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
