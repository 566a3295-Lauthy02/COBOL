      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de control de integridad referencial nocturno
      *    ProgPerfil mira CUENTAS y SERVICIOS campo por campo; este
      *    cruza los maestros satelite contra los maestros que
      *    referencian y lista cada referencia colgada por archivo y
      *    clave en INTEGRIDAD.TXT:
      *      - clientes de ABONOS, CUOTAS, MANDATOS, DOMICILIOS,
      *        CLIENTES_BLOQUEADOS, HIST_RECHAZOS y REPRESENTACIONES
      *        que no estan en CUENTAS.TXT;
      *      - codigos de servicio de ABONOS, CUOTAS, MANDATOS y
      *        PLANCUENTAS que no estan en ARCH-SERVICIOS-CAT (via
      *        RGENSERV);
      *      - monedas de CUENTAS sin par en COTIZACIONES.TXT desde
      *        las monedas en que factura el catalogo;
      *      - sucursales de CUENTAS sin ningun movimiento de caja en
      *        MOVIMIENTOS.TXT.
      *    Roturas duras (FALLA): lo que la cadena cobraria contra un
      *    cliente o un servicio que no existe, o los maestros base
      *    ausentes. El resto son avisos. Con alguna FALLA el
      *    programa termina con RETURN-CODE 8, para que ProgCadena
      *    corte la cadena en este paso.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgIntegridad.
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
      *Archivo generico: cada maestro se abre con su nombre y se lee
      *como linea cruda, para que una clave sucia no corte la lectura.
           SELECT ARCH-GENERICO ASSIGN DYNAMIC WSV-NOMBRE-GENERICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENERICO.

           SELECT ARCH-INTEGRIDAD ASSIGN TO "INTEGRIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTEGRIDAD.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
           FD ARCH-GENERICO.
               01 LINEA-GENERICA               PIC X(150).
      *
      *Archivo INTEGRIDAD: una linea por referencia colgada.
      *Severidad | Archivo | Clave | Motivo
           FD ARCH-INTEGRIDAD.
               01 LINEA-INTEGRIDAD             PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
               02 FS-GENERICO              PIC X(02)  VALUE ZEROES.
               02 FS-INTEGRIDAD            PIC X(02)  VALUE ZEROES.

      *Catalogo de servicios en memoria (RGENSERV).
           COPY TAB-SERV.
           01 WST-SRV-PEDIDO.
               02 WST-SRV-MODO          PIC X(01).
                   88 WST-SRV-MODO-CARGA      VALUE "C".
                   88 WST-SRV-MODO-BUSCAR     VALUE "B".
               02 WST-SRV-COD-BUSCADO   PIC X(03).
               02 WST-SRV-DESC-RESULT   PIC X(25).
               02 WST-SRV-MONEDA-RESULT PIC X(03).
               02 WST-SRV-PRIOR-RESULT  PIC X(01).
               02 WST-SRV-IVA-RESULT    PIC 9(02)V99.
               02 WST-SRV-PRECIO-RESULT PIC 999V99.
               02 WST-SRV-ENCONTRADO    PIC X(01).
                   88 WST-SRV-SI-ENCONTRADO   VALUE "S".
                   88 WST-SRV-NO-ENCONTRADO   VALUE "N".

      *Maestros satelite a cruzar: nombre, posicion del cliente y
      *del codigo de servicio en la linea (00 = no tiene) y
      *severidad de la rotura de cada uno (F falla / A aviso).
           01 WSC-SATELITES.
               02 FILLER PIC X(30) VALUE
                   "ABONOS.TXT              0104FF".
               02 FILLER PIC X(30) VALUE
                   "CUOTAS.TXT              0104FF".
               02 FILLER PIC X(30) VALUE
                   "MANDATOS.TXT            0104FF".
               02 FILLER PIC X(30) VALUE
                   "DOMICILIOS.TXT          0100A ".
               02 FILLER PIC X(30) VALUE
                   "CLIENTES_BLOQUEADOS.TXT 0100A ".
               02 FILLER PIC X(30) VALUE
                   "HIST_RECHAZOS.TXT       0100A ".
               02 FILLER PIC X(30) VALUE
                   "REPRESENTACIONES.TXT    0100A ".
               02 FILLER PIC X(30) VALUE
                   "PLANCUENTAS.TXT         0001 A".
           01 WST-SATELITES REDEFINES WSC-SATELITES.
               02 WST-SAT-DET               OCCURS 8 TIMES.
                   03 WST-SAT-NOMBRE        PIC X(24).
                   03 WST-SAT-POS-CLIE      PIC 9(02).
                   03 WST-SAT-POS-SERV      PIC 9(02).
                   03 WST-SAT-SEV-CLIE      PIC X(01).
                   03 WST-SAT-SEV-SERV      PIC X(01).
           01 WSV-CANT-SATELITES               PIC 9(02) VALUE 8.
           01 WSV-IDX-SAT                      PIC 9(02).
      *Referencias colgadas halladas por archivo, para el resumen.
           01 WST-ROTURAS.
               02 WST-ROT-CANT              PIC 9(05) OCCURS 8 TIMES.

      *Satelite en curso.
           01 WSV-SATELITE-EN-CURSO.
               02 WSV-POS-CLIE                 PIC 9(02).
               02 WSV-POS-SERV                 PIC 9(02).
               02 WSV-SEV-CLIE                 PIC X(01).
               02 WSV-SEV-SERV                 PIC X(01).

      *Clientes de CUENTAS, marcados por numero (posicion = numero
      *de cliente + 1, para que entre el 000).
           01 WST-CLIENTES.
               02 WST-CLI-EXISTE            PIC X(01) OCCURS 1000 TIMES.
                   88 CLIENTE-EN-CUENTAS              VALUE "S".
           01 WSV-IDX-CLIE                     PIC 9(04).

      *Sucursales: las que tienen cuentas y las que tuvieron caja.
           01 WST-SUCURSALES.
               02 WST-SUC-DET               OCCURS 1000 TIMES.
                   03 WST-SUC-EN-CUENTAS    PIC X(01).
                       88 SUCURSAL-CON-CUENTAS        VALUE "S".
                   03 WST-SUC-CON-CAJA      PIC X(01).
                       88 SUCURSAL-CON-CAJA           VALUE "S".
           01 WSV-IDX-SUC                      PIC 9(04).

      *Monedas distintas de CUENTAS y del catalogo, y los pares
      *cotizados de COTIZACIONES.
           01 WST-MONEDAS-CTA.
               02 WST-MCT-MONEDA            PIC X(03) OCCURS 20 TIMES.
           01 WSV-CANT-MON-CTA                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MCT                      PIC 9(02).
           01 WST-MONEDAS-CAT.
               02 WST-MCA-MONEDA            PIC X(03) OCCURS 20 TIMES.
           01 WSV-CANT-MON-CAT                 PIC 9(02) VALUE ZERO.
           01 WSV-IDX-MCA                      PIC 9(02).
           01 WST-PARES.
               02 WST-PAR-DET               OCCURS 100 TIMES.
                   03 WST-PAR-ORIGEN        PIC X(03).
                   03 WST-PAR-DESTINO       PIC X(03).
           01 WSV-CANT-PARES                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PAR                      PIC 9(03).
           01 WSV-MONEDA-BUSCADA               PIC X(03).
           01 WSV-IDX-SERV                     PIC 9(03).
           01 WSV-CANT-CATALOGO                PIC 9(02) VALUE ZERO.
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".

      *Linea leida de cualquiera de los maestros.
           01 WSV-LINEA-TRABAJO                PIC X(150).
      *CUENTAS (mismas posiciones que REGISTRO-ENTRADA-CUENTAS en
      *ProgApareo).
           01 WSV-VISTA-CUENTA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-CUE-NRO               PIC X(03).
               02 WSV-CUE-NRO-N REDEFINES WSV-CUE-NRO
                                            PIC 9(03).
               02 FILLER                    PIC X(20).
               02 WSV-CUE-MONEDA            PIC X(03).
               02 FILLER                    PIC X(11).
               02 WSV-CUE-NRO-CTA           PIC X(02).
               02 WSV-CUE-SUCURSAL          PIC X(03).
               02 WSV-CUE-SUCURSAL-N REDEFINES WSV-CUE-SUCURSAL
                                            PIC 9(03).
               02 FILLER                    PIC X(108).
      *COTIZACIONES (mantenido por PGENCOTI).
           01 WSV-VISTA-COTIZACION REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-COT-ORIGEN            PIC X(03).
               02 WSV-COT-DESTINO           PIC X(03).
               02 FILLER                    PIC X(144).
      *MOVIMIENTOS (diario de caja de CorteCtrlIngresando).
           01 WSV-VISTA-MOVIMIENTO REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-MOV-FECHA             PIC X(08).
               02 WSV-MOV-HORA              PIC X(08).
               02 WSV-MOV-SUCURSAL          PIC X(03).
               02 WSV-MOV-SUCURSAL-N REDEFINES WSV-MOV-SUCURSAL
                                            PIC 9(03).
               02 FILLER                    PIC X(131).

      *Claves tomadas de la linea del satelite.
           01 WSV-CLIE-LEIDO                   PIC X(03).
           01 WSV-CLIE-LEIDO-N REDEFINES WSV-CLIE-LEIDO
                                               PIC 9(03).
           01 WSV-SERV-LEIDO                   PIC X(03).

      *Renglon del informe en armado.
           01 WSV-ROTURA.
               02 WSV-ROT-SEVERIDAD            PIC X(01).
                   88 ROTURA-FALLA                 VALUE "F".
                   88 ROTURA-AVISO                 VALUE "A".
               02 WSV-ROT-ARCHIVO              PIC X(24).
               02 WSV-ROT-CLAVE                PIC X(20).
               02 WSV-ROT-MOTIVO               PIC X(45).
           01 WSV-ROT-ETIQUETA                 PIC X(06).

           01 WSV-NOMBRE-GENERICO              PIC X(40).
           01 WSV-FECHA-HOY                    PIC 9(08).
           77 WSS-CUENTAS                      PIC X(01) VALUE "N".
               88 CUENTAS-CARGADAS             VALUE "S".
               88 CUENTAS-AUSENTES             VALUE "N".

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-CUENTAS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LEIDOS             PIC 9(06) VALUE ZERO.
               02 CTRL-CANT-MOVIMIENTOS        PIC 9(06) VALUE ZERO.
               02 CTRL-CANT-FALLAS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-AVISOS             PIC 9(05) VALUE ZERO.

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE WST-CLIENTES
           INITIALIZE WST-SUCURSALES
           INITIALIZE WST-ROTURAS
           OPEN OUTPUT ARCH-INTEGRIDAD
           MOVE SPACES TO LINEA-INTEGRIDAD
           STRING "INTEGRIDAD REFERENCIAL - " DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  INTO LINEA-INTEGRIDAD
           WRITE LINEA-INTEGRIDAD
           DISPLAY "===== INTEGRIDAD REFERENCIAL - "
                   WSV-FECHA-HOY " ====="
           PERFORM 1100-Cargar-cuentas
           PERFORM 1200-Cargar-catalogo
           PERFORM 1300-Cargar-cotizaciones
           PERFORM 1400-Cargar-movimientos
           .
      *CUENTAS: clientes existentes, monedas y sucursales.
       1100-Cargar-cuentas.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-GENERICO
           OPEN INPUT ARCH-GENERICO
           IF FS-GENERICO NOT = "00"
               SET CUENTAS-AUSENTES TO TRUE
               SET ROTURA-FALLA TO TRUE
               MOVE "CUENTAS.TXT" TO WSV-ROT-ARCHIVO
               MOVE SPACES TO WSV-ROT-CLAVE
               MOVE "NO EXISTE: no se cruzan los clientes"
                   TO WSV-ROT-MOTIVO
               PERFORM 8000-Informar-rotura
           ELSE
               SET CUENTAS-CARGADAS TO TRUE
               PERFORM 7010-Leer-generico
               PERFORM 1110-Tomar-cuenta UNTIL FS-GENERICO = "10"
               CLOSE ARCH-GENERICO
               DISPLAY "Cuentas leidas: " CTRL-CANT-CUENTAS
           END-IF
           .
       1110-Tomar-cuenta.
           MOVE LINEA-GENERICA TO WSV-LINEA-TRABAJO
           ADD 1 TO CTRL-CANT-CUENTAS
           IF WSV-CUE-NRO IS NUMERIC
               COMPUTE WSV-IDX-CLIE = WSV-CUE-NRO-N + 1
               SET CLIENTE-EN-CUENTAS(WSV-IDX-CLIE) TO TRUE
           END-IF
           IF WSV-CUE-MONEDA NOT = SPACES
               PERFORM 1120-Anotar-moneda-cuenta
           END-IF
           IF (WSV-CUE-SUCURSAL IS NUMERIC)
                   AND (WSV-CUE-SUCURSAL-N > ZERO)
               COMPUTE WSV-IDX-SUC = WSV-CUE-SUCURSAL-N + 1
               SET SUCURSAL-CON-CUENTAS(WSV-IDX-SUC) TO TRUE
           END-IF
           PERFORM 7010-Leer-generico
           .
       1120-Anotar-moneda-cuenta.
           SET NO-HALLADO TO TRUE
           MOVE 1 TO WSV-IDX-MCT
           PERFORM 1125-Comparar-moneda-cuenta
               UNTIL (WSV-IDX-MCT > WSV-CANT-MON-CTA) OR SI-HALLADO
           IF NO-HALLADO AND (WSV-CANT-MON-CTA < 20)
               ADD 1 TO WSV-CANT-MON-CTA
               MOVE WSV-CUE-MONEDA TO WST-MCT-MONEDA(WSV-CANT-MON-CTA)
           END-IF
           .
       1125-Comparar-moneda-cuenta.
           IF WST-MCT-MONEDA(WSV-IDX-MCT) = WSV-CUE-MONEDA
               SET SI-HALLADO TO TRUE
           END-IF
           ADD 1 TO WSV-IDX-MCT
           .
      *Catalogo de servicios y las monedas en que factura.
       1200-Cargar-catalogo.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           PERFORM 1210-Tomar-servicio
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > 99
           DISPLAY "Servicios en catalogo: " WSV-CANT-CATALOGO
           IF WSV-CANT-CATALOGO = ZERO
               SET ROTURA-FALLA TO TRUE
               MOVE "ARCH-SERVICIOS-CAT.txt" TO WSV-ROT-ARCHIVO
               MOVE SPACES TO WSV-ROT-CLAVE
               MOVE "AUSENTE O VACIO: no se cruzan los servicios"
                   TO WSV-ROT-MOTIVO
               PERFORM 8000-Informar-rotura
           END-IF
           .
       1210-Tomar-servicio.
           IF WST-SERV-CODIGO(WSV-IDX-SERV) NOT = SPACES
               ADD 1 TO WSV-CANT-CATALOGO
               MOVE WST-SERV-MONEDA(WSV-IDX-SERV) TO WSV-MONEDA-BUSCADA
               SET NO-HALLADO TO TRUE
               MOVE 1 TO WSV-IDX-MCA
               PERFORM 1215-Comparar-moneda-catalogo
                   UNTIL (WSV-IDX-MCA > WSV-CANT-MON-CAT) OR SI-HALLADO
               IF NO-HALLADO AND (WSV-CANT-MON-CAT < 20)
                       AND (WSV-MONEDA-BUSCADA NOT = SPACES)
                   ADD 1 TO WSV-CANT-MON-CAT
                   MOVE WSV-MONEDA-BUSCADA
                       TO WST-MCA-MONEDA(WSV-CANT-MON-CAT)
               END-IF
           END-IF
           .
       1215-Comparar-moneda-catalogo.
           IF WST-MCA-MONEDA(WSV-IDX-MCA) = WSV-MONEDA-BUSCADA
               SET SI-HALLADO TO TRUE
           END-IF
           ADD 1 TO WSV-IDX-MCA
           .
      *Pares cotizados; sin COTIZACIONES.TXT la tabla queda vacia y
      *cada moneda que necesite conversion sale como aviso.
       1300-Cargar-cotizaciones.
           MOVE "COTIZACIONES.TXT" TO WSV-NOMBRE-GENERICO
           OPEN INPUT ARCH-GENERICO
           IF FS-GENERICO = "00"
               PERFORM 7010-Leer-generico
               PERFORM 1310-Tomar-par
                   UNTIL (FS-GENERICO = "10") OR (WSV-CANT-PARES >= 100)
               CLOSE ARCH-GENERICO
           END-IF
           DISPLAY "Pares cotizados: " WSV-CANT-PARES
           .
       1310-Tomar-par.
           MOVE LINEA-GENERICA TO WSV-LINEA-TRABAJO
           ADD 1 TO WSV-CANT-PARES
           MOVE WSV-COT-ORIGEN TO WST-PAR-ORIGEN(WSV-CANT-PARES)
           MOVE WSV-COT-DESTINO TO WST-PAR-DESTINO(WSV-CANT-PARES)
           PERFORM 7010-Leer-generico
           .
      *Diario de caja: toda sucursal que aparezca tuvo actividad.
       1400-Cargar-movimientos.
           MOVE "MOVIMIENTOS.TXT" TO WSV-NOMBRE-GENERICO
           OPEN INPUT ARCH-GENERICO
           IF FS-GENERICO = "00"
               PERFORM 7010-Leer-generico
               PERFORM 1410-Tomar-movimiento UNTIL FS-GENERICO = "10"
               CLOSE ARCH-GENERICO
           END-IF
           DISPLAY "Movimientos de caja leidos: " CTRL-CANT-MOVIMIENTOS
           DISPLAY " "
           .
       1410-Tomar-movimiento.
           MOVE LINEA-GENERICA TO WSV-LINEA-TRABAJO
           ADD 1 TO CTRL-CANT-MOVIMIENTOS
           IF WSV-MOV-SUCURSAL IS NUMERIC
               COMPUTE WSV-IDX-SUC = WSV-MOV-SUCURSAL-N + 1
               SET SUCURSAL-CON-CAJA(WSV-IDX-SUC) TO TRUE
           END-IF
           PERFORM 7010-Leer-generico
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Revisar-satelite
               VARYING WSV-IDX-SAT FROM 1 BY 1
               UNTIL WSV-IDX-SAT > WSV-CANT-SATELITES
           PERFORM 5300-Revisar-monedas
           PERFORM 5400-Revisar-sucursales
           .
      *Recorre un maestro satelite entero cruzando cliente y codigo
      *de servicio; un satelite que no existe no tiene nada colgado.
       5100-Revisar-satelite.
           MOVE WST-SAT-NOMBRE(WSV-IDX-SAT) TO WSV-NOMBRE-GENERICO
           MOVE WST-SAT-POS-CLIE(WSV-IDX-SAT) TO WSV-POS-CLIE
           MOVE WST-SAT-POS-SERV(WSV-IDX-SAT) TO WSV-POS-SERV
           MOVE WST-SAT-SEV-CLIE(WSV-IDX-SAT) TO WSV-SEV-CLIE
           MOVE WST-SAT-SEV-SERV(WSV-IDX-SAT) TO WSV-SEV-SERV
           IF CUENTAS-AUSENTES
               MOVE ZERO TO WSV-POS-CLIE
           END-IF
           IF WSV-CANT-CATALOGO = ZERO
               MOVE ZERO TO WSV-POS-SERV
           END-IF
           OPEN INPUT ARCH-GENERICO
           IF FS-GENERICO NOT = "00"
               DISPLAY "SIN   " WSV-NOMBRE-GENERICO
                       " (no existe, nada que cruzar)"
           ELSE
               PERFORM 7010-Leer-generico
               PERFORM 5110-Revisar-linea UNTIL FS-GENERICO = "10"
               CLOSE ARCH-GENERICO
               IF WST-ROT-CANT(WSV-IDX-SAT) = ZERO
                   DISPLAY "OK    " WSV-NOMBRE-GENERICO
               END-IF
           END-IF
           .
       5110-Revisar-linea.
           MOVE LINEA-GENERICA TO WSV-LINEA-TRABAJO
           IF WSV-LINEA-TRABAJO NOT = SPACES
               ADD 1 TO CTRL-CANT-LEIDOS
               MOVE SPACES TO WSV-CLIE-LEIDO
               MOVE SPACES TO WSV-SERV-LEIDO
               IF WSV-POS-CLIE > ZERO
                   MOVE WSV-LINEA-TRABAJO(WSV-POS-CLIE:3)
                       TO WSV-CLIE-LEIDO
               END-IF
               IF WSV-POS-SERV > ZERO
                   MOVE WSV-LINEA-TRABAJO(WSV-POS-SERV:3)
                       TO WSV-SERV-LEIDO
               END-IF
               IF WSV-POS-CLIE > ZERO
                   PERFORM 5120-Cruzar-cliente
               END-IF
      *        Codigo en blanco en PLANCUENTAS: tipo general, no
      *        referencia a ningun servicio.
               IF (WSV-POS-SERV > ZERO)
                       AND (WSV-SERV-LEIDO NOT = SPACES)
                   PERFORM 5130-Cruzar-servicio
               END-IF
           END-IF
           PERFORM 7010-Leer-generico
           .
       5120-Cruzar-cliente.
           IF WSV-CLIE-LEIDO IS NUMERIC
               COMPUTE WSV-IDX-CLIE = WSV-CLIE-LEIDO-N + 1
               IF NOT CLIENTE-EN-CUENTAS(WSV-IDX-CLIE)
                   MOVE WSV-SEV-CLIE TO WSV-ROT-SEVERIDAD
                   MOVE "cliente sin cuenta en CUENTAS.TXT"
                       TO WSV-ROT-MOTIVO
                   PERFORM 5150-Informar-satelite
               END-IF
           ELSE
               MOVE WSV-SEV-CLIE TO WSV-ROT-SEVERIDAD
               MOVE "numero de cliente no numerico"
                   TO WSV-ROT-MOTIVO
               PERFORM 5150-Informar-satelite
           END-IF
           .
       5130-Cruzar-servicio.
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSV-SERV-LEIDO TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE WSV-SEV-SERV TO WSV-ROT-SEVERIDAD
               MOVE "servicio fuera de ARCH-SERVICIOS-CAT"
                   TO WSV-ROT-MOTIVO
               PERFORM 5150-Informar-satelite
           END-IF
           .
      *Clave del renglon: cliente y servicio de la linea, lo que el
      *satelite tenga.
       5150-Informar-satelite.
           MOVE WSV-NOMBRE-GENERICO TO WSV-ROT-ARCHIVO
           MOVE SPACES TO WSV-ROT-CLAVE
           EVALUATE TRUE
               WHEN (WSV-POS-CLIE > ZERO) AND (WSV-POS-SERV > ZERO)
                   STRING "CLI " DELIMITED BY SIZE
                          WSV-CLIE-LEIDO DELIMITED BY SIZE
                          " SERV " DELIMITED BY SIZE
                          WSV-SERV-LEIDO DELIMITED BY SIZE
                          INTO WSV-ROT-CLAVE
               WHEN WSV-POS-CLIE > ZERO
                   STRING "CLI " DELIMITED BY SIZE
                          WSV-CLIE-LEIDO DELIMITED BY SIZE
                          INTO WSV-ROT-CLAVE
               WHEN OTHER
                   STRING "SERV " DELIMITED BY SIZE
                          WSV-SERV-LEIDO DELIMITED BY SIZE
                          INTO WSV-ROT-CLAVE
           END-EVALUATE
           ADD 1 TO WST-ROT-CANT(WSV-IDX-SAT)
           PERFORM 8000-Informar-rotura
           .
      *Cada moneda de CUENTAS necesita un par desde cada moneda en
      *que factura el catalogo (origen = servicio, destino = cuenta,
      *como lo busca ProgApareo); sin el par ese servicio cae a
      *INCIDENCIAS.
       5300-Revisar-monedas.
           PERFORM 5310-Revisar-moneda-cuenta
               VARYING WSV-IDX-MCT FROM 1 BY 1
               UNTIL WSV-IDX-MCT > WSV-CANT-MON-CTA
           .
       5310-Revisar-moneda-cuenta.
           PERFORM 5320-Revisar-par
               VARYING WSV-IDX-MCA FROM 1 BY 1
               UNTIL WSV-IDX-MCA > WSV-CANT-MON-CAT
           .
       5320-Revisar-par.
           IF WST-MCA-MONEDA(WSV-IDX-MCA) NOT =
                   WST-MCT-MONEDA(WSV-IDX-MCT)
               SET NO-HALLADO TO TRUE
               MOVE 1 TO WSV-IDX-PAR
               PERFORM 5330-Comparar-par
                   UNTIL (WSV-IDX-PAR > WSV-CANT-PARES) OR SI-HALLADO
               IF NO-HALLADO
                   SET ROTURA-AVISO TO TRUE
                   MOVE "COTIZACIONES.TXT" TO WSV-ROT-ARCHIVO
                   MOVE SPACES TO WSV-ROT-CLAVE
                   STRING "PAR " DELIMITED BY SIZE
                          WST-MCA-MONEDA(WSV-IDX-MCA) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WST-MCT-MONEDA(WSV-IDX-MCT) DELIMITED BY SIZE
                          INTO WSV-ROT-CLAVE
                   MOVE "moneda de CUENTAS sin cotizacion"
                       TO WSV-ROT-MOTIVO
                   PERFORM 8000-Informar-rotura
               END-IF
           END-IF
           .
       5330-Comparar-par.
           IF (WST-PAR-ORIGEN(WSV-IDX-PAR) =
                   WST-MCA-MONEDA(WSV-IDX-MCA))
                   AND (WST-PAR-DESTINO(WSV-IDX-PAR) =
                   WST-MCT-MONEDA(WSV-IDX-MCT))
               SET SI-HALLADO TO TRUE
           END-IF
           ADD 1 TO WSV-IDX-PAR
           .
      *Sucursal con cuentas que nunca paso un movimiento por caja.
       5400-Revisar-sucursales.
           PERFORM 5410-Revisar-sucursal
               VARYING WSV-IDX-SUC FROM 2 BY 1
               UNTIL WSV-IDX-SUC > 1000
           .
       5410-Revisar-sucursal.
           IF SUCURSAL-CON-CUENTAS(WSV-IDX-SUC)
                   AND NOT SUCURSAL-CON-CAJA(WSV-IDX-SUC)
               SET ROTURA-AVISO TO TRUE
               MOVE "MOVIMIENTOS.TXT" TO WSV-ROT-ARCHIVO
               MOVE SPACES TO WSV-ROT-CLAVE
               COMPUTE WSV-CLIE-LEIDO-N = WSV-IDX-SUC - 1
               STRING "SUC " DELIMITED BY SIZE
                      WSV-CLIE-LEIDO DELIMITED BY SIZE
                      INTO WSV-ROT-CLAVE
               MOVE "sucursal sin actividad de caja"
                   TO WSV-ROT-MOTIVO
               PERFORM 8000-Informar-rotura
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-generico.
           READ ARCH-GENERICO
           .
      *Un renglon por referencia colgada, al informe y a la consola.
       8000-Informar-rotura.
           IF ROTURA-FALLA
               ADD 1 TO CTRL-CANT-FALLAS
               MOVE "FALLA " TO WSV-ROT-ETIQUETA
           ELSE
               ADD 1 TO CTRL-CANT-AVISOS
               MOVE "AVISO " TO WSV-ROT-ETIQUETA
           END-IF
           MOVE SPACES TO LINEA-INTEGRIDAD
           STRING WSV-ROT-ETIQUETA DELIMITED BY SIZE
                  WSV-ROT-ARCHIVO DELIMITED BY SIZE
                  WSV-ROT-CLAVE DELIMITED BY SIZE
                  WSV-ROT-MOTIVO DELIMITED BY SIZE
                  INTO LINEA-INTEGRIDAD
           WRITE LINEA-INTEGRIDAD
           DISPLAY LINEA-INTEGRIDAD
           .
      ******************************************************************
       9000-Fin-del-programa.
           MOVE SPACES TO LINEA-INTEGRIDAD
           STRING "FALLAS " DELIMITED BY SIZE
                  CTRL-CANT-FALLAS DELIMITED BY SIZE
                  " AVISOS " DELIMITED BY SIZE
                  CTRL-CANT-AVISOS DELIMITED BY SIZE
                  INTO LINEA-INTEGRIDAD
           WRITE LINEA-INTEGRIDAD
           CLOSE ARCH-INTEGRIDAD
           DISPLAY " "
           DISPLAY "----- Informe de control ----"
           DISPLAY "Lineas de satelites leidas: " CTRL-CANT-LEIDOS
           DISPLAY "Fallas: " CTRL-CANT-FALLAS
                   "  Avisos: " CTRL-CANT-AVISOS
           DISPLAY "Detalle en INTEGRIDAD.TXT"
           IF CTRL-CANT-FALLAS = ZERO
               DISPLAY "******* SIN ROTURAS DURAS *******"
           ELSE
               DISPLAY "******* ROTURAS DURAS: CORTAR LA CADENA *******"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
