      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de fusion de dos numeros de cliente
      *    Cuando la misma persona quedo dada de alta con dos
      *    NRO-CLIE, pasa todo lo del numero que se retira al numero
      *    que sobrevive, en todos los maestros de la cadena de una
      *    sola vez: CUENTAS, ABONOS, CUOTAS, MANDATOS, DOMICILIOS,
      *    CLIENTES_BLOQUEADOS, HIST_RECHAZOS, REPRESENTACIONES,
      *    HISTORIA_CLIENTES, RECLAMOS, DOCUMENTOS_KYC, TITULARES,
      *    PLAZOS_FIJOS, PRESTAMOS, PRESTAMOS_CUOTAS,
      *    CAMBIOS_PROGRAMADOS, CHEQUES_CANJE, PROMOCIONES, PROMESAS,
      *    AGENCIA, SUSPENSIONES y ORDENES_PERMANENTES (en esta, como
      *    cliente que ordena o como destinatario).
      *    Primero lista sin tocar nada lo que cambiaria en cada
      *    archivo (ensayo), y recien con la confirmacion del
      *    supervisor respalda cada archivo con fecha y lo regraba.
      *    Las cuentas del cliente retirado se renumeran a
      *    continuacion de las del sobreviviente (un mismo cliente no
      *    puede repetir numero de cuenta), y esa renumeracion se
      *    aplica tambien en los archivos que llevan cuenta. Las
      *    lineas que pasan de cliente se reubican detras de las del
      *    sobreviviente, asi los archivos siguen ascendentes por
      *    cliente como los dejan sus programas PGENxxxx.
      *    En DOMICILIOS y CLIENTES_BLOQUEADOS manda la linea del
      *    sobreviviente si la tiene; en REPRESENTACIONES queda la
      *    mayor cantidad de intentos de los dos.
      *    Deja en FUSIONES.TXT una linea por cuenta pasada (numero
      *    viejo y nuevo), que ProgHistCons y ProgConsulta usan para
      *    llevar al numero sobreviviente a quien consulta el viejo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgFusion.
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
      *Archivo generico de lectura: el maestro en el ensayo y su
      *respaldo .BAK al regrabarlo.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.
      *Archivo generico de escritura: respaldo .BAK y maestro
      *regrabado.
           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Referencia cruzada de numeros de cliente fusionados.
           SELECT ARCH-FUSIONES ASSIGN TO "FUSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FUSIONES.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada archivo renumerado.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo generico (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(100).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(100).
      *
      *Archivo FUSIONES
      *Cliente retirado | Cliente sobreviviente | Cuenta anterior |
      *Cuenta nueva | Fecha de la fusion | Operador
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

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-FUSIONES                  PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a RINDICE para regenerar el indexado de los maestros
      *que ProgApareo consulta por clave.
           COPY TAB-INDICE.

      *Maestros que llevan numero de cliente: nombre, posicion del
      *cliente en la linea, posicion de la cuenta (00 si no lleva),
      *posicion de un segundo cliente (00 si no lleva) y forma de
      *fusionar:
      *  A agrega las lineas del retirado detras del sobreviviente
      *  U una linea por cliente, manda la del sobreviviente
      *  I como U, quedando la mayor cantidad de intentos
      *  E renumera en el lugar (archivos cronologicos)
           01 WSC-ARCHIVOS.
               02 FILLER PIC X(31) VALUE
                   "CUENTAS.TXT             013800A".
               02 FILLER PIC X(31) VALUE
                   "ABONOS.TXT              010000A".
               02 FILLER PIC X(31) VALUE
                   "CUOTAS.TXT              010000A".
               02 FILLER PIC X(31) VALUE
                   "MANDATOS.TXT            010000A".
               02 FILLER PIC X(31) VALUE
                   "DOMICILIOS.TXT          010000U".
               02 FILLER PIC X(31) VALUE
                   "CLIENTES_BLOQUEADOS.TXT 010000U".
               02 FILLER PIC X(31) VALUE
                   "HIST_RECHAZOS.TXT       010700A".
               02 FILLER PIC X(31) VALUE
                   "REPRESENTACIONES.TXT    010000I".
               02 FILLER PIC X(31) VALUE
                   "HISTORIA_CLIENTES.TXT   091200E".
               02 FILLER PIC X(31) VALUE
                   "RECLAMOS.TXT            060900E".
               02 FILLER PIC X(31) VALUE
                   "DOCUMENTOS_KYC.TXT      010000U".
               02 FILLER PIC X(31) VALUE
                   "TITULARES.TXT           010400A".
               02 FILLER PIC X(31) VALUE
                   "PLAZOS_FIJOS.TXT        071000E".
               02 FILLER PIC X(31) VALUE
                   "PRESTAMOS.TXT           071000E".
               02 FILLER PIC X(31) VALUE
                   "PRESTAMOS_CUOTAS.TXT    091200E".
               02 FILLER PIC X(31) VALUE
                   "CAMBIOS_PROGRAMADOS.TXT 091200E".
               02 FILLER PIC X(31) VALUE
                   "CHEQUES_CANJE.TXT       040000E".
               02 FILLER PIC X(31) VALUE
                   "PROMOCIONES.TXT         010000A".
               02 FILLER PIC X(31) VALUE
                   "PROMESAS.TXT            010000E".
               02 FILLER PIC X(31) VALUE
                   "AGENCIA.TXT             010000E".
               02 FILLER PIC X(31) VALUE
                   "SUSPENSIONES.TXT        010000E".
               02 FILLER PIC X(31) VALUE
                   "ORDENES_PERMANENTES.TXT 100016E".
           01 WST-ARCHIVOS REDEFINES WSC-ARCHIVOS.
               02 WST-ARC-DET               OCCURS 22 TIMES.
                   03 WST-ARC-NOMBRE        PIC X(24).
                   03 WST-ARC-POS-CLIE      PIC 9(02).
                   03 WST-ARC-POS-CTA       PIC 9(02).
                   03 WST-ARC-POS-CLIE-2    PIC 9(02).
                   03 WST-ARC-MODO          PIC X(01).
           01 WSV-CANT-ARCHIVOS                PIC 9(02) VALUE 22.
           01 WSV-IDX-ARC                      PIC 9(02).
      *Lineas que cambian por archivo (ensayo y aplicacion).
           01 WST-CAMBIOS.
               02 WST-CAM-CANT              PIC 9(04) OCCURS 22 TIMES.

      *Archivo en curso.
           01 WSV-ARCHIVO-EN-CURSO.
               02 WSV-POS-CLIE                 PIC 9(02).
               02 WSV-POS-CTA                  PIC 9(02).
               02 WSV-POS-CLIE-2               PIC 9(02).
               02 WSV-MODO-FUSION              PIC X(01).
                   88 MODO-AGREGAR                 VALUE "A".
                   88 MODO-UNICO                   VALUE "U".
                   88 MODO-INTENTOS                VALUE "I".
                   88 MODO-EN-LUGAR                VALUE "E".

      *Numeros de cliente pedidos, con vista alfanumerica para
      *compararlos contra la linea leida.
           01 WSV-NRO-SOBREVIVIENTE            PIC 9(03).
           01 WSV-NRO-SOBREV-X REDEFINES WSV-NRO-SOBREVIVIENTE
                                               PIC X(03).
           01 WSV-NRO-RETIRADO                 PIC 9(03).
           01 WSV-NRO-RETIRADO-X REDEFINES WSV-NRO-RETIRADO
                                               PIC X(03).
           01 WSV-CONFIRMA                     PIC X(01) VALUE "N".
               88 FUSION-CONFIRMADA            VALUE "S".

      *Linea leida de cualquiera de los maestros.
           01 WSV-LINEA-TRABAJO                PIC X(100).
      *REPRESENTACIONES (ProgRepres): cliente y cantidad de intentos.
           01 WSV-VISTA-INTENTOS REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-INT-NRO-CLIE             PIC 9(03).
               02 WSV-INT-CANT-INTENTOS        PIC 9(02).
               02 FILLER                       PIC X(95).
      *CUENTAS (PGENCLIE): solo cliente y cuenta.
           01 WSV-VISTA-CUENTA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-CUE-NRO-CLIE             PIC 9(03).
               02 FILLER                       PIC X(34).
               02 WSV-CUE-NRO-CTA              PIC 9(02).
               02 FILLER                       PIC X(61).
           01 WSV-CLIE-LEIDO                   PIC X(03).
           01 WSV-CLIE-LEIDO-2                 PIC X(03).
           77 WSS-LINEA-RETIRADO               PIC X(01) VALUE "N".
               88 LINEA-DEL-RETIRADO           VALUE "S".
               88 LINEA-DE-OTRO                VALUE "N".
           01 WSV-CTA-LEIDA                    PIC 9(02).
           01 WSV-CTA-LEIDA-X REDEFINES WSV-CTA-LEIDA PIC X(02).
           01 WSV-CTA-NUEVA                    PIC 9(02).

      *Cuentas del cliente retirado y el numero que toman bajo el
      *sobreviviente (a continuacion de su mayor numero de cuenta).
           01 WST-MAPA-CUENTAS.
               02 WST-MAP-DET               OCCURS 20 TIMES.
                   03 WST-MAP-CTA-VIEJA     PIC 9(02).
                   03 WST-MAP-CTA-NUEVA     PIC 9(02).
           01 WSV-CANT-MAPA                    PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MAP                      PIC 9(02).
           01 WSV-MAX-CTA-SOBREV               PIC 9(02) VALUE ZERO.
           01 WSV-CANT-CTAS-SOBREV             PIC 9(02) VALUE ZERO.

      *Lineas del retirado ya renumeradas, a la espera de su lugar
      *detras de las del sobreviviente.
           01 WST-PENDIENTES.
               02 WST-PEN-LINEA             PIC X(100)
                   OCCURS 200 TIMES.
           01 WSV-CANT-PENDIENTES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PEN                      PIC 9(03).
           77 WSS-PENDIENTES-ESTADO            PIC X(01) VALUE "N".
               88 PENDIENTES-UBICADAS          VALUE "S".
               88 PENDIENTES-SIN-UBICAR        VALUE "N".
           77 WSS-SOBREV-EN-ARCHIVO            PIC X(01) VALUE "N".
               88 SOBREV-SI-FIGURA             VALUE "S".
               88 SOBREV-NO-FIGURA             VALUE "N".
           01 WSV-MAX-INTENTOS                 PIC 9(02) VALUE ZERO.
      *Ensayo: muestra cada cambio; al aplicar solo se recalcula.
           77 WSS-MOSTRAR                      PIC X(01) VALUE "S".
               88 MOSTRAR-CAMBIOS              VALUE "S".
               88 NO-MOSTRAR-CAMBIOS           VALUE "N".
           77 WSS-FUSION-ESTADO                PIC X(01) VALUE "S".
               88 FUSION-VALIDA                VALUE "S".
               88 FUSION-INVALIDA              VALUE "N".

      *Fusiones anteriores (para no fusionar dos veces el mismo
      *numero ni hacer sobrevivir a uno ya retirado).
           01 WSV-CANT-FUS-PREVIAS             PIC 9(03) VALUE ZERO.
           77 WSS-RETIRADO-PREVIO              PIC X(01) VALUE "N".
               88 RETIRADO-YA-FUSIONADO        VALUE "S".
           77 WSS-SOBREV-PREVIO                PIC X(01) VALUE "N".
               88 SOBREV-YA-FUSIONADO          VALUE "S".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CAMBIOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESCARTADAS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARCHIVOS           PIC 9(02) VALUE ZERO.

      *Nombres de archivo: el maestro en curso y su respaldo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-MAESTRO               PIC X(40).
           01 WSV-NOMBRE-RESPALDO              PIC X(40).
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
           PERFORM 1050-Identificar-operador
           DISPLAY "Numero de cliente que SOBREVIVE (xxx): "
           ACCEPT WSV-NRO-SOBREVIVIENTE
           DISPLAY "Numero de cliente que se RETIRA (xxx): "
           ACCEPT WSV-NRO-RETIRADO
           PERFORM 1200-Mapear-cuentas
           PERFORM 1300-Buscar-fusiones-previas
           PERFORM 1400-Validar-fusion
           .
      *La fusion la firma un supervisor o administrador.
       1050-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-MANDA
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o sin rol de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Recorre CUENTAS.TXT: mayor numero de cuenta del sobreviviente
      *y cuentas del retirado, que toman los numeros siguientes.
       1200-Mapear-cuentas.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               MOVE "No hay CUENTAS.TXT (corra PGENCLIE)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ARCH-ORIGEN TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-origen
           PERFORM 1210-Evaluar-cuenta
               UNTIL FS-ARCH-ORIGEN NOT = "00"
           CLOSE ARCH-ORIGEN
           PERFORM 1230-Asignar-cuenta-nueva
               VARYING WSV-IDX-MAP FROM 1 BY 1
               UNTIL WSV-IDX-MAP > WSV-CANT-MAPA
           .
       1210-Evaluar-cuenta.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           PERFORM 1220-Cuenta-de-cuentas
           IF WSV-CUE-NRO-CLIE = WSV-NRO-SOBREVIVIENTE
               ADD 1 TO WSV-CANT-CTAS-SOBREV
               IF WSV-CTA-LEIDA > WSV-MAX-CTA-SOBREV
                   MOVE WSV-CTA-LEIDA TO WSV-MAX-CTA-SOBREV
               END-IF
           END-IF
           IF WSV-CUE-NRO-CLIE = WSV-NRO-RETIRADO
               IF WSV-CANT-MAPA >= 20
                   CLOSE ARCH-ORIGEN
                   MOVE "El retirado tiene mas de 20 cuentas"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-MAPA
               MOVE WSV-CTA-LEIDA TO WST-MAP-CTA-VIEJA(WSV-CANT-MAPA)
           END-IF
           PERFORM 7010-Leer-origen
           .
      *Maestro viejo sin numero de cuenta: queda como cuenta 01.
       1220-Cuenta-de-cuentas.
           IF (WSV-CUE-NRO-CTA IS NUMERIC)
                   AND (WSV-CUE-NRO-CTA > ZERO)
               MOVE WSV-CUE-NRO-CTA TO WSV-CTA-LEIDA
           ELSE
               MOVE 01 TO WSV-CTA-LEIDA
           END-IF
           .
       1230-Asignar-cuenta-nueva.
           COMPUTE WST-MAP-CTA-NUEVA(WSV-IDX-MAP) =
                   WSV-MAX-CTA-SOBREV + WSV-IDX-MAP
               ON SIZE ERROR
                   MOVE "El sobreviviente no admite mas cuentas"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "CTA99" TO WSV-ANULADO-CODIGO
                   MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
           END-COMPUTE
           .
      *Lee FUSIONES.TXT: ni el retirado puede estar ya fusionado,
      *ni el sobreviviente puede ser un numero ya retirado.
       1300-Buscar-fusiones-previas.
           OPEN INPUT ARCH-FUSIONES
           IF FS-FUSIONES = "00"
               PERFORM 7020-Leer-fusion
               PERFORM 1310-Comparar-fusion
                   UNTIL FS-FUSIONES NOT = "00"
               CLOSE ARCH-FUSIONES
           END-IF
           .
       1310-Comparar-fusion.
           ADD 1 TO WSV-CANT-FUS-PREVIAS
           IF FUS-NRO-RETIRADO = WSV-NRO-RETIRADO
               SET RETIRADO-YA-FUSIONADO TO TRUE
           END-IF
           IF FUS-NRO-RETIRADO = WSV-NRO-SOBREVIVIENTE
               SET SOBREV-YA-FUSIONADO TO TRUE
           END-IF
           PERFORM 7020-Leer-fusion
           .
       1400-Validar-fusion.
           SET FUSION-VALIDA TO TRUE
           IF WSV-NRO-SOBREVIVIENTE = WSV-NRO-RETIRADO
               DISPLAY "**** Los dos numeros de cliente son iguales"
               SET FUSION-INVALIDA TO TRUE
           END-IF
           IF WSV-CANT-CTAS-SOBREV = ZERO
               DISPLAY "**** El cliente " WSV-NRO-SOBREVIVIENTE
                       " no figura en CUENTAS.TXT"
               SET FUSION-INVALIDA TO TRUE
           END-IF
           IF WSV-CANT-MAPA = ZERO
               DISPLAY "**** El cliente " WSV-NRO-RETIRADO
                       " no figura en CUENTAS.TXT"
               SET FUSION-INVALIDA TO TRUE
           END-IF
           IF RETIRADO-YA-FUSIONADO
               DISPLAY "**** El cliente " WSV-NRO-RETIRADO
                       " ya fue fusionado (ver FUSIONES.TXT)"
               SET FUSION-INVALIDA TO TRUE
           END-IF
           IF SOBREV-YA-FUSIONADO
               DISPLAY "**** El cliente " WSV-NRO-SOBREVIVIENTE
                       " es un numero ya retirado por fusion"
               SET FUSION-INVALIDA TO TRUE
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           IF FUSION-VALIDA
               PERFORM 5100-Ensayar
               PERFORM 5150-Confirmar
               IF FUSION-CONFIRMADA
                   PERFORM 5200-Aplicar
               END-IF
           END-IF
           .
      *Ensayo: lista archivo por archivo lo que cambiaria, sin
      *escribir nada.
       5100-Ensayar.
           DISPLAY " "
           DISPLAY "===== ENSAYO DE FUSION: " WSV-NRO-RETIRADO
                   " -> " WSV-NRO-SOBREVIVIENTE " ====="
           PERFORM 5110-Mostrar-mapa
               VARYING WSV-IDX-MAP FROM 1 BY 1
               UNTIL WSV-IDX-MAP > WSV-CANT-MAPA
           SET MOSTRAR-CAMBIOS TO TRUE
           PERFORM 5120-Ensayar-archivo
               VARYING WSV-IDX-ARC FROM 1 BY 1
               UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS
           DISPLAY " "
           DISPLAY "Lineas a cambiar en total: " CTRL-CANT-CAMBIOS
                   "  a descartar: " CTRL-CANT-DESCARTADAS
           .
       5110-Mostrar-mapa.
           DISPLAY "Cuenta " WSV-NRO-RETIRADO "/"
                   WST-MAP-CTA-VIEJA(WSV-IDX-MAP) " pasa a ser "
                   WSV-NRO-SOBREVIVIENTE "/"
                   WST-MAP-CTA-NUEVA(WSV-IDX-MAP)
           .
       5120-Ensayar-archivo.
           PERFORM 5300-Tomar-archivo
           MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-ORIGEN
           DISPLAY " "
           DISPLAY "--- " WSV-NOMBRE-MAESTRO
           PERFORM 5400-Analizar-archivo
           IF WST-CAM-CANT(WSV-IDX-ARC) = ZERO
               DISPLAY "    (sin cambios)"
           END-IF
           ADD WST-CAM-CANT(WSV-IDX-ARC) TO CTRL-CANT-CAMBIOS
           .
       5150-Confirmar.
           DISPLAY " "
           DISPLAY "Aplica la fusion en todos los archivos (S/N): "
           ACCEPT WSV-CONFIRMA
           IF NOT FUSION-CONFIRMADA
               DISPLAY "**** Fusion no confirmada, no se toco nada"
           END-IF
           .
      *Aplicacion: respalda y regraba cada archivo, y deja la
      *referencia cruzada en FUSIONES.TXT.
       5200-Aplicar.
           SET NO-MOSTRAR-CAMBIOS TO TRUE
           MOVE ZERO TO CTRL-CANT-CAMBIOS
           MOVE ZERO TO CTRL-CANT-DESCARTADAS
           PERFORM 5210-Aplicar-archivo
               VARYING WSV-IDX-ARC FROM 1 BY 1
               UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS
           PERFORM 5700-Grabar-referencia
           .
       5210-Aplicar-archivo.
           PERFORM 5300-Tomar-archivo
           PERFORM 5800-Respaldar-maestro
           IF WSV-NOMBRE-RESPALDO NOT = SPACES
               MOVE WSV-NOMBRE-RESPALDO TO WSV-NOMBRE-ORIGEN
               PERFORM 5400-Analizar-archivo
               PERFORM 5500-Regrabar-archivo
               ADD WST-CAM-CANT(WSV-IDX-ARC) TO CTRL-CANT-CAMBIOS
               ADD 1 TO CTRL-CANT-ARCHIVOS
               MOVE "FUSIO" TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING WST-CAM-CANT(WSV-IDX-ARC) DELIMITED BY SIZE
                      " lineas de " DELIMITED BY SIZE
                      WSV-NRO-RETIRADO DELIMITED BY SIZE
                      " pasadas a " DELIMITED BY SIZE
                      WSV-NRO-SOBREVIVIENTE DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 5900-Registrar-paso
           END-IF
           .
      *Toma de la tabla de archivos el nombre y la forma de fusion.
       5300-Tomar-archivo.
           MOVE WST-ARC-NOMBRE(WSV-IDX-ARC) TO WSV-NOMBRE-MAESTRO
           MOVE WST-ARC-POS-CLIE(WSV-IDX-ARC) TO WSV-POS-CLIE
           MOVE WST-ARC-POS-CTA(WSV-IDX-ARC) TO WSV-POS-CTA
           MOVE WST-ARC-POS-CLIE-2(WSV-IDX-ARC) TO WSV-POS-CLIE-2
           MOVE WST-ARC-MODO(WSV-IDX-ARC) TO WSV-MODO-FUSION
           MOVE SPACES TO WSV-ANULADO-OBJETO
           STRING WSV-NOMBRE-MAESTRO DELIMITED BY ".TXT"
                  INTO WSV-ANULADO-OBJETO
           .
      *Recorre el archivo (maestro en el ensayo, respaldo al
      *aplicar): deja renumeradas en WST-PENDIENTES las lineas del
      *retirado y anota si el sobreviviente figura y sus intentos.
       5400-Analizar-archivo.
           MOVE ZERO TO WST-CAM-CANT(WSV-IDX-ARC)
           MOVE ZERO TO WSV-CANT-PENDIENTES
           MOVE ZERO TO WSV-MAX-INTENTOS
           SET SOBREV-NO-FIGURA TO TRUE
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               IF MOSTRAR-CAMBIOS
                   DISPLAY "    (no existe, nada que renumerar)"
               END-IF
           ELSE
               PERFORM 7010-Leer-origen
               PERFORM 5410-Analizar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
               PERFORM 5440-Evaluar-descarte
           END-IF
           .
       5410-Analizar-linea.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           PERFORM 5415-Ver-si-retirado
           IF WSV-CLIE-LEIDO = WSV-NRO-SOBREV-X
               SET SOBREV-SI-FIGURA TO TRUE
               IF MODO-INTENTOS
                   AND (WSV-INT-CANT-INTENTOS > WSV-MAX-INTENTOS)
                   MOVE WSV-INT-CANT-INTENTOS TO WSV-MAX-INTENTOS
               END-IF
           END-IF
           IF LINEA-DEL-RETIRADO
               IF MODO-INTENTOS
                   AND (WSV-INT-CANT-INTENTOS > WSV-MAX-INTENTOS)
                   MOVE WSV-INT-CANT-INTENTOS TO WSV-MAX-INTENTOS
               END-IF
               IF MOSTRAR-CAMBIOS
                   DISPLAY "    antes:   " WSV-LINEA-TRABAJO(1:60)
               END-IF
               PERFORM 5420-Renumerar-linea
               IF MOSTRAR-CAMBIOS
                   DISPLAY "    despues: " WSV-LINEA-TRABAJO(1:60)
               END-IF
               ADD 1 TO WST-CAM-CANT(WSV-IDX-ARC)
               IF NOT MODO-EN-LUGAR
                   PERFORM 5412-Guardar-pendiente
               END-IF
           END-IF
           PERFORM 7010-Leer-origen
           .
      *Las lineas que no entran en la tabla se perderian al regrabar
      *(las del retirado no se copian): se anula en el ensayo, antes
      *de respaldar o tocar ningun archivo.
       5412-Guardar-pendiente.
           IF WSV-CANT-PENDIENTES >= 200
               CLOSE ARCH-ORIGEN
               MOVE "Mas de 200 lineas del retirado en el archivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-PENDIENTES
           MOVE WSV-LINEA-TRABAJO TO WST-PEN-LINEA(WSV-CANT-PENDIENTES)
           .
      *La linea es del retirado si lo lleva como cliente o, en los
      *archivos con dos clientes, como segundo cliente.
       5415-Ver-si-retirado.
           SET LINEA-DE-OTRO TO TRUE
           MOVE WSV-LINEA-TRABAJO(WSV-POS-CLIE:3) TO WSV-CLIE-LEIDO
           IF WSV-CLIE-LEIDO = WSV-NRO-RETIRADO-X
               SET LINEA-DEL-RETIRADO TO TRUE
           END-IF
           IF WSV-POS-CLIE-2 > ZERO
               MOVE WSV-LINEA-TRABAJO(WSV-POS-CLIE-2:3)
                   TO WSV-CLIE-LEIDO-2
               IF WSV-CLIE-LEIDO-2 = WSV-NRO-RETIRADO-X
                   SET LINEA-DEL-RETIRADO TO TRUE
               END-IF
           END-IF
           .
      *Pone el numero del sobreviviente donde figura el retirado y,
      *si el archivo lleva cuenta, el numero de cuenta que le toca
      *bajo el sobreviviente.
       5420-Renumerar-linea.
           IF WSV-CLIE-LEIDO-2 = WSV-NRO-RETIRADO-X
                   AND (WSV-POS-CLIE-2 > ZERO)
               MOVE WSV-NRO-SOBREV-X
                   TO WSV-LINEA-TRABAJO(WSV-POS-CLIE-2:3)
           END-IF
           IF WSV-CLIE-LEIDO = WSV-NRO-RETIRADO-X
               MOVE WSV-NRO-SOBREV-X
                   TO WSV-LINEA-TRABAJO(WSV-POS-CLIE:3)
               IF WSV-POS-CTA > ZERO
                   MOVE WSV-LINEA-TRABAJO(WSV-POS-CTA:2)
                       TO WSV-CTA-LEIDA-X
                   IF (WSV-CTA-LEIDA IS NOT NUMERIC)
                           OR (WSV-CTA-LEIDA = ZERO)
                       MOVE 01 TO WSV-CTA-LEIDA
                   END-IF
                   MOVE WSV-CTA-LEIDA TO WSV-CTA-NUEVA
                   PERFORM 5430-Buscar-en-mapa
                       VARYING WSV-IDX-MAP FROM 1 BY 1
                       UNTIL WSV-IDX-MAP > WSV-CANT-MAPA
                   MOVE WSV-CTA-NUEVA TO WSV-CTA-LEIDA
                   MOVE WSV-CTA-LEIDA-X
                       TO WSV-LINEA-TRABAJO(WSV-POS-CTA:2)
               END-IF
           END-IF
           .
       5430-Buscar-en-mapa.
           IF WST-MAP-CTA-VIEJA(WSV-IDX-MAP) = WSV-CTA-LEIDA
               MOVE WST-MAP-CTA-NUEVA(WSV-IDX-MAP) TO WSV-CTA-NUEVA
               MOVE WSV-CANT-MAPA TO WSV-IDX-MAP
           END-IF
           .
      *En los archivos de una linea por cliente, si el sobreviviente
      *ya tiene la suya la del retirado se descarta.
       5440-Evaluar-descarte.
           IF (MODO-UNICO OR MODO-INTENTOS) AND SOBREV-SI-FIGURA
                   AND (WSV-CANT-PENDIENTES > ZERO)
               ADD WSV-CANT-PENDIENTES TO CTRL-CANT-DESCARTADAS
               IF MOSTRAR-CAMBIOS
                   DISPLAY "    el sobreviviente ya tiene su linea: "
                           "la del retirado se descarta"
               END-IF
               IF MODO-INTENTOS AND MOSTRAR-CAMBIOS
                   DISPLAY "    intentos que quedan: " WSV-MAX-INTENTOS
               END-IF
               MOVE ZERO TO WSV-CANT-PENDIENTES
           END-IF
           .
      *Regraba el maestro desde el respaldo: las lineas del retirado
      *no se copian (salvo en los cronologicos, que se renumeran en
      *el lugar) y las pendientes entran antes del primer cliente
      *mayor que el sobreviviente, o al final.
       5500-Regrabar-archivo.
           SET PENDIENTES-SIN-UBICAR TO TRUE
           MOVE WSV-NOMBRE-RESPALDO TO WSV-NOMBRE-ORIGEN
           MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           OPEN OUTPUT ARCH-DESTINO
           IF FS-ARCH-DESTINO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ARCH-DESTINO TO WSV-ANULADO-CODIGO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-origen
           PERFORM 5510-Regrabar-linea
               UNTIL FS-ARCH-ORIGEN NOT = "00"
           IF PENDIENTES-SIN-UBICAR
               PERFORM 5530-Ubicar-pendientes
           END-IF
           CLOSE ARCH-DESTINO
           CLOSE ARCH-ORIGEN
           DISPLAY "Regrabado " WSV-NOMBRE-MAESTRO ": "
                   WST-CAM-CANT(WSV-IDX-ARC) " lineas cambiadas"
           PERFORM 5550-Indexar-maestro
           .
       5510-Regrabar-linea.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           PERFORM 5415-Ver-si-retirado
           IF LINEA-DEL-RETIRADO
               IF MODO-EN-LUGAR
                   PERFORM 5420-Renumerar-linea
                   PERFORM 5520-Grabar-linea
               END-IF
           ELSE
               IF (WSV-CLIE-LEIDO IS NUMERIC)
                       AND (WSV-CLIE-LEIDO > WSV-NRO-SOBREV-X)
                       AND PENDIENTES-SIN-UBICAR
                       AND (NOT MODO-EN-LUGAR)
                   PERFORM 5530-Ubicar-pendientes
               END-IF
               IF (WSV-CLIE-LEIDO = WSV-NRO-SOBREV-X)
                       AND MODO-INTENTOS
                   MOVE WSV-MAX-INTENTOS TO WSV-INT-CANT-INTENTOS
               END-IF
               PERFORM 5520-Grabar-linea
           END-IF
           PERFORM 7010-Leer-origen
           .
       5520-Grabar-linea.
           MOVE WSV-LINEA-TRABAJO TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           .
       5530-Ubicar-pendientes.
           SET PENDIENTES-UBICADAS TO TRUE
           PERFORM 5540-Grabar-pendiente
               VARYING WSV-IDX-PEN FROM 1 BY 1
               UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
           .
       5540-Grabar-pendiente.
           MOVE WST-PEN-LINEA(WSV-IDX-PEN) TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           .
      *Si el maestro regrabado es uno de los que ProgApareo consulta
      *por clave (mandatos, bloqueados), RINDICE regenera su
      *indexado; para los demas no hace nada.
       5550-Indexar-maestro.
           MOVE WSV-NOMBRE-MAESTRO TO IXP-MAESTRO
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE "Error al regenerar el indexado"
                   TO WSV-ANULADO-DESCRIP
               MOVE IXP-FS TO WSV-ANULADO-CODIGO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF IXP-CORRECTO
               DISPLAY "Indexado de " WSV-NOMBRE-MAESTRO
                       " regenerado"
           END-IF
           .
      *Una linea por cuenta pasada en FUSIONES.TXT.
       5700-Grabar-referencia.
           OPEN EXTEND ARCH-FUSIONES
           IF FS-FUSIONES NOT = "00"
               OPEN OUTPUT ARCH-FUSIONES
           END-IF
           PERFORM 5710-Grabar-fusion
               VARYING WSV-IDX-MAP FROM 1 BY 1
               UNTIL WSV-IDX-MAP > WSV-CANT-MAPA
           CLOSE ARCH-FUSIONES
           MOVE "FUSIONES" TO WSV-ANULADO-OBJETO
           MOVE "ALTA " TO WSV-ANULADO-CODIGO
           MOVE SPACES TO WSV-ANULADO-DESCRIP
           STRING "Cliente " DELIMITED BY SIZE
                  WSV-NRO-RETIRADO DELIMITED BY SIZE
                  " fusionado en " DELIMITED BY SIZE
                  WSV-NRO-SOBREVIVIENTE DELIMITED BY SIZE
                  INTO WSV-ANULADO-DESCRIP
           PERFORM 5900-Registrar-paso
           DISPLAY "Fusion registrada en FUSIONES.TXT"
           .
       5710-Grabar-fusion.
           MOVE WSV-NRO-RETIRADO TO FUS-NRO-RETIRADO
           MOVE WSV-NRO-SOBREVIVIENTE TO FUS-NRO-SOBREVIVIENTE
           MOVE WST-MAP-CTA-VIEJA(WSV-IDX-MAP) TO FUS-CTA-ANTERIOR
           MOVE WST-MAP-CTA-NUEVA(WSV-IDX-MAP) TO FUS-CTA-NUEVA
           MOVE WSV-FECHA-CORRIDA TO FUS-FECHA
           MOVE SGN-LEGAJO TO FUS-OPERADOR
           WRITE REGISTRO-FUSION
           .
      *Respalda el maestro como NOMBRE.AAAAMMDD.BAK; si el maestro
      *no existe deja el nombre del respaldo en blanco.
       5800-Respaldar-maestro.
           MOVE SPACES TO WSV-NOMBRE-RESPALDO
           MOVE WSV-NOMBRE-MAESTRO TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING WSV-NOMBRE-MAESTRO DELIMITED BY ".TXT"
                  "." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** No existe " WSV-NOMBRE-MAESTRO
                       ", no se respalda"
           ELSE
               OPEN OUTPUT ARCH-DESTINO
               PERFORM 7010-Leer-origen
               PERFORM 5810-Copiar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-RESPALDO
               DISPLAY "Respaldado " WSV-NOMBRE-MAESTRO " en "
                       WSV-NOMBRE-RESPALDO
           END-IF
           .
       5810-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7010-Leer-origen
           .
      *Cada archivo regrabado queda en ANULADO.LOG con el legajo del
      *supervisor que firmo la fusion.
       5900-Registrar-paso.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgFusion"        TO LOG-ANUL-PROGRAMA
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
      *************************** Archivo ******************************
       7010-Leer-origen.
           READ ARCH-ORIGEN
           .
       7020-Leer-fusion.
           READ ARCH-FUSIONES
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
           MOVE "ProgFusion"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de la fusion ----"
           DISPLAY "Cliente retirado:      " WSV-NRO-RETIRADO
           DISPLAY "Cliente sobreviviente: " WSV-NRO-SOBREVIVIENTE
           DISPLAY "Archivos regrabados:   " CTRL-CANT-ARCHIVOS
           DISPLAY "Lineas cambiadas:      " CTRL-CANT-CAMBIOS
           DISPLAY "Lineas descartadas:    " CTRL-CANT-DESCARTADAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
