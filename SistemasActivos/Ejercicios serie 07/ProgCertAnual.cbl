      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa del certificado anual de impuestos y cargos
      *    Recorre un anio calendario AAAA y arma, por cliente, lo que
      *    pago en el anio por moneda y concepto:
      *    - servicios debitados e IVA incluido en ellos, de los
      *      IVA_DETALLE.AAAAMMDD.TXT que archiva ProgApareo (uno por
      *      dia y por particion);
      *    - interes por sobregiro cargado, de los
      *      SERV_INTERES.AAAAMMDD.TXT que deja ProgInteres;
      *    - recargos por mora debitados y devoluciones acreditadas,
      *      de las copias SERVICIOS.AAAAMMDD.TXT del apareo: el
      *      recargo solo cuenta si HISTORIA_CLIENTES.TXT muestra el
      *      codigo debitado al cliente en esa corrida.
      *    HISTORIA_CLIENTES da ademas los ciclos del anio de cada
      *    cliente. Cada certificado sale con el domicilio de
      *    DOMICILIOS.TXT y un numero de serie que queda en
      *    CERTIFICADOS.TXT: la reimpresion del mismo anio y cliente
      *    lleva el mismo numero y la marca DUPLICADO.
      *    Los certificados quedan en CERT_ANUAL.AAAA.TXT (todos) o en
      *    CERT_ANUAL.AAAA.CCC.TXT (un solo cliente).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCertAnual.
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
      *Detalle de IVA archivado de cada corrida.
           SELECT ENTRADA-IVA ASSIGN DYNAMIC WSV-NOMBRE-IVA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-IVA.
      *Copia con fecha de los servicios presentados a cada corrida.
           SELECT ENTRADA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SERVICIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-SERVICIOS.
      *Copia con fecha de los cargos de interes de ProgInteres.
           SELECT ENTRADA-INTERESES ASSIGN DYNAMIC WSV-NOMBRE-INTERESES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-INTERESES.

           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.
      *Maestro de domicilios (PGENDOMI): el bloque postal del
      *certificado.
           SELECT ARCH-DOMICILIOS ASSIGN TO "DOMICILIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOMICILIOS.
      *Registro de certificados emitidos.
           SELECT ARCH-CERTIFICADOS ASSIGN TO "CERTIFICADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERTIFICADOS.

           SELECT SALIDA-CERTIFICADO ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-CERTIFICADO.
      *Respaldo de CERTIFICADOS.TXT antes de regrabarlo.
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
      *Archivo IVA_DETALLE (mismo layout que escribe ProgApareo)
           FD ENTRADA-IVA.
               01 REGISTRO-ENTRADA-IVA.
                   02 NRO-CLIE-IVA             PIC 9(03).
                   02 COD-SERV-IVA             PIC X(03).
                   02 MONTO-BRUTO-IVA          PIC 999V99.
                   02 TASA-IVA                 PIC 9(02)V99.
                   02 PORCION-IVA              PIC 999V99.
                   02 MONTO-NETO-IVA           PIC 999V99.
                   02 MONEDA-IVA               PIC X(03).
      *
      *Archivo SERVICIOS archivado (solo hasta el tipo de
      *movimiento; los HEADER y TRAILER no traen cliente numerico)
           FD ENTRADA-SERVICIOS.
               01 REGISTRO-ENTRADA-SERVICIOS.
                   02 NRO-CLIE-SERV            PIC 9(03).
                   02 COD-SERV                 PIC X(03).
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                       88 MOVIM-CREDITO            VALUE "C".
                   02 FILLER                   PIC X(09).
      *
      *Archivo SERV_INTERES (mismo layout que escribe ProgInteres)
           FD ENTRADA-INTERESES.
               01 REGISTRO-ENTRADA-INTERES.
                   02 NRO-CLIE-INT             PIC 9(03).
                   02 COD-SERV-INT             PIC X(03).
                   02 MONTO-INT                PIC 999V99.
                   02 MONEDA-INT               PIC X(03).
                   02 FECHA-INT                PIC 9(08).
      *
      *Archivo HISTORIA_CLIENTES (mismo layout que escribe
      *ProgHistoria)
           FD ARCH-HISTORIA.
               01 REGISTRO-HISTORIA.
                   02 HIS-FECHA                PIC 9(08).
                   02 HIS-NRO-CLIE             PIC 9(03).
                   02 HIS-NRO-CTA              PIC 9(02).
                   02 HIS-SALDO                PIC S999V99.
                   02 HIS-SOBREGIRO            PIC X(01).
                   02 HIS-CANT-SERV            PIC 9(02).
                   02 HIS-DETALLE              PIC X(03)
                       OCCURS 20 TIMES.
                   02 HIS-DEUDA-RECH           PIC 999V99.
                   02 HIS-MONTO-CICLO          PIC 9(05)V99.
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
      *Archivo CERTIFICADOS: un renglon por anio y cliente.
      *Anio | Cliente | Nro de serie | Fecha de emision | Fecha de
      *la ultima impresion | Cantidad de impresiones
           FD ARCH-CERTIFICADOS.
               01 REGISTRO-CERTIFICADO.
                   02 CER-ANIO                 PIC 9(04).
                   02 CER-NRO-CLIE             PIC 9(03).
                   02 CER-SERIE                PIC 9(06).
                   02 CER-FECHA-EMISION        PIC 9(08).
                   02 CER-FECHA-ULT-IMPRESION  PIC 9(08).
                   02 CER-CANT-IMPRESIONES     PIC 9(03).
      *
           FD SALIDA-CERTIFICADO.
               01 LINEA-CERTIFICADO            PIC X(100).
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
               02 FS-ENTRADA-IVA               PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-SERVICIOS         PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-INTERESES         PIC X(02) VALUE ZEROES.
               02 FS-HISTORIA                  PIC X(02) VALUE ZEROES.
               02 FS-DOMICILIOS                PIC X(02) VALUE ZEROES.
               02 FS-CERTIFICADOS              PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-CERTIFICADO        PIC X(02) VALUE ZEROES.
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

      *Anio del certificado y cliente pedido (000 = todos).
           01 WSV-ANIO                         PIC 9(04) VALUE ZERO.
           01 WSV-CLIENTE-PEDIDO               PIC 9(03) VALUE ZERO.
      *Codigo de servicio de los recargos de ProgMora.
           01 WSV-COD-SERV-MORA                PIC X(03) VALUE "MOR".

      *Fecha del dia en curso, armada como anio + mes + dia.
           01 WSV-FECHA-DIA                    PIC 9(08).
           01 WSV-FECHA-DIA-RED REDEFINES WSV-FECHA-DIA.
               02 WSV-FECHA-DIA-ANIO           PIC 9(04).
               02 WSV-FECHA-DIA-MES            PIC 9(02).
               02 WSV-FECHA-DIA-DD             PIC 9(02).
           01 WSV-MES                          PIC 9(02).
           01 WSV-DIA                          PIC 9(02).

      *Sufijos de particion del apareo: sin particiones queda un
      *solo renglon en blanco y se leen los nombres de siempre.
           01 WSV-SUFIJO-PARTICION             PIC X(04) VALUE SPACES.
           01 WST-PARTICIONES.
               02 WST-PAR-TROZO                PIC X(05)
                   OCCURS 10 TIMES.
           01 WSV-CANT-PARTICIONES             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PAR                      PIC 9(02).

      *Acumulado del anio por cliente (el numero de cliente es el
      *subindice) y, dentro del cliente, por moneda.
           01 WST-CLIENTES.
               02 WST-CLI-DET               OCCURS 999 TIMES.
                   03 WST-CLI-CICLOS        PIC 9(03).
                   03 WST-CLI-CANT-MON      PIC 9(01).
                   03 WST-CLI-MON-DET       OCCURS 5 TIMES.
                       04 WST-CLI-MONEDA    PIC X(03).
                       04 WST-CLI-SERVICIOS PIC 9(09)V99.
                       04 WST-CLI-IVA       PIC 9(09)V99.
                       04 WST-CLI-INTERESES PIC 9(09)V99.
                       04 WST-CLI-RECARGOS  PIC 9(09)V99.
                       04 WST-CLI-DEVOLUC   PIC 9(09)V99.
           01 WSV-IDX-CLI                      PIC 9(03).
           01 WSV-IDX-MON                      PIC 9(01).
           01 WSV-IDX-MON-HALLADA              PIC 9(01).
           01 WSV-CLIENTE-LINEA                PIC 9(03).
           01 WSV-MONEDA-LINEA                 PIC X(03).

      *Corridas del anio en que HISTORIA_CLIENTES muestra el
      *recargo por mora debitado al cliente.
           01 WST-MORAS.
               02 WST-MOR-DET               OCCURS 3000 TIMES.
                   03 WST-MOR-FECHA         PIC 9(08).
                   03 WST-MOR-NRO-CLIE      PIC 9(03).
           01 WSV-CANT-MORAS                   PIC 9(04) VALUE ZERO.
           01 WSV-IDX-MOR                      PIC 9(04).
           01 WSV-IDX-DET                      PIC 9(02).
           77 WSS-MORA                         PIC X(01) VALUE "N".
               88 MORA-DEBITADA                VALUE "S".
               88 MORA-NO-DEBITADA             VALUE "N".

      *Domicilios en memoria (el numero de cliente es el subindice).
           01 WST-DOMICILIOS.
               02 WST-DOM-DET               OCCURS 999 TIMES.
                   03 WST-DOM-CARGADO       PIC X(01).
                   03 WST-DOM-CALLE1        PIC X(30).
                   03 WST-DOM-CALLE2        PIC X(30).
                   03 WST-DOM-LOCALIDAD     PIC X(20).
                   03 WST-DOM-CP            PIC X(08).

      *Registro de certificados en memoria, regrabado al salir.
           01 WST-CERTIFICADOS.
               02 WST-CER-DET               OCCURS 3000 TIMES.
                   03 WST-CER-ANIO          PIC 9(04).
                   03 WST-CER-NRO-CLIE      PIC 9(03).
                   03 WST-CER-SERIE         PIC 9(06).
                   03 WST-CER-FECHA-EMISION PIC 9(08).
                   03 WST-CER-FECHA-ULT     PIC 9(08).
                   03 WST-CER-CANT-IMPR     PIC 9(03).
           01 WSV-CANT-CERTIFICADOS            PIC 9(04) VALUE ZERO.
           01 WSV-IDX-CER                      PIC 9(04).
           01 WSV-IDX-CER-HALLADO              PIC 9(04).
           01 WSV-ULTIMA-SERIE                 PIC 9(06) VALUE ZERO.

      *Campos editados para el certificado.
           01 WSV-IMPORTE-EDIT                 PIC ZZZZZZZZ9.99.
           01 WSV-SERIE-EDIT                   PIC 9(06).
           01 WSV-LINEA-ARMADA                 PIC X(100).
           01 WSV-CONCEPTO                     PIC X(36).
           01 WSV-IMPORTE                      PIC 9(09)V99.

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ARCH-IVA           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARCH-SERVICIOS     PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARCH-INTERESES     PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LINEAS-HISTORIA    PIC 9(07) VALUE ZERO.
               02 CTRL-CANT-CERT-NUEVOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CERT-DUPLICADOS    PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-DOMICILIO      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-MONEDAS-EXCEDIDAS  PIC 9(05) VALUE ZERO.

           01 WSV-NOMBRE-IVA                   PIC X(40).
           01 WSV-NOMBRE-SERVICIOS             PIC X(40).
           01 WSV-NOMBRE-INTERESES             PIC X(40).
           01 WSV-NOMBRE-SALIDA                PIC X(40).
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
           PERFORM 1100-Pedir-parametros
           PERFORM 1300-Pedir-particiones
           INITIALIZE WST-CLIENTES
           INITIALIZE WST-DOMICILIOS
           PERFORM 1400-Cargar-historia
           PERFORM 1500-Cargar-domicilios
           PERFORM 1600-Cargar-certificados
           .
       1100-Pedir-parametros.
           DISPLAY "Anio del certificado (AAAA): "
           ACCEPT WSV-ANIO
           IF (WSV-ANIO NOT NUMERIC) OR (WSV-ANIO < 1900)
               MOVE "Anio invalido, se espera AAAA"
                   TO WSV-ANULADO-DESCRIP
               MOVE "ANIO " TO WSV-ANULADO-CODIGO
               MOVE "ANIO" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF WSV-ANIO >= WSV-FECHA-CORRIDA (1:4)
               DISPLAY "**** El anio " WSV-ANIO " no termino: el "
                       "certificado sale con lo cargado hasta hoy"
           END-IF
           DISPLAY "Cliente (000 = todos los del anio): "
           ACCEPT WSV-CLIENTE-PEDIDO
           IF WSV-CLIENTE-PEDIDO NOT NUMERIC
               MOVE ZERO TO WSV-CLIENTE-PEDIDO
           END-IF
           DISPLAY "Codigo de servicio de los recargos por mora "
                   "(MOR si no quiere): "
           ACCEPT WSV-COD-SERV-MORA
           IF WSV-COD-SERV-MORA = SPACES
               MOVE "MOR" TO WSV-COD-SERV-MORA
           END-IF
           MOVE SPACES TO WSV-NOMBRE-SALIDA
           IF WSV-CLIENTE-PEDIDO = ZERO
               STRING "CERT_ANUAL." DELIMITED BY SIZE
                      WSV-ANIO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WSV-NOMBRE-SALIDA
           ELSE
               STRING "CERT_ANUAL." DELIMITED BY SIZE
                      WSV-ANIO DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WSV-CLIENTE-PEDIDO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WSV-NOMBRE-SALIDA
           END-IF
           .
       1300-Pedir-particiones.
           MOVE ZERO TO WSV-CANT-PARTICIONES
           PERFORM 1310-Pedir-sufijo
           PERFORM 1320-Agregar-sufijo
               UNTIL (WSV-SUFIJO-PARTICION = SPACES)
               OR (WSV-CANT-PARTICIONES >= 10)
           IF WSV-CANT-PARTICIONES = ZERO
               MOVE 1 TO WSV-CANT-PARTICIONES
               MOVE SPACES TO WST-PAR-TROZO(1)
           END-IF
           .
       1310-Pedir-sufijo.
           DISPLAY "Sufijo de particion del apareo "
                   "(vacio termina; vacio de entrada si la corrida "
                   "no va partida): "
           MOVE SPACES TO WSV-SUFIJO-PARTICION
           ACCEPT WSV-SUFIJO-PARTICION
           .
       1320-Agregar-sufijo.
           ADD 1 TO WSV-CANT-PARTICIONES
           MOVE SPACES TO WST-PAR-TROZO(WSV-CANT-PARTICIONES)
           STRING "." DELIMITED BY SIZE
                  WSV-SUFIJO-PARTICION DELIMITED BY SPACE
                  INTO WST-PAR-TROZO(WSV-CANT-PARTICIONES)
           PERFORM 1310-Pedir-sufijo
           .
      *De la historia del anio salen los ciclos de cada cliente y
      *las corridas en que se le debito el recargo por mora.
       1400-Cargar-historia.
           OPEN INPUT ARCH-HISTORIA
           IF FS-HISTORIA NOT = "00"
               DISPLAY "**** No hay HISTORIA_CLIENTES.TXT: sin ciclos "
                       "ni recargos por mora"
           ELSE
               PERFORM 7040-Leer-historia
               PERFORM 1410-Evaluar-historia
                   UNTIL FS-HISTORIA NOT = "00"
               CLOSE ARCH-HISTORIA
           END-IF
           .
       1410-Evaluar-historia.
           IF (HIS-FECHA (1:4) = WSV-ANIO) AND (HIS-NRO-CLIE > ZERO)
               ADD 1 TO CTRL-CANT-LINEAS-HISTORIA
               ADD 1 TO WST-CLI-CICLOS(HIS-NRO-CLIE)
               SET MORA-NO-DEBITADA TO TRUE
               PERFORM 1420-Buscar-mora-en-detalle
                   VARYING WSV-IDX-DET FROM 1 BY 1
                   UNTIL (WSV-IDX-DET > HIS-CANT-SERV)
                   OR (WSV-IDX-DET > 20)
               IF MORA-DEBITADA
                   IF WSV-CANT-MORAS >= 3000
                       MOVE "WST-MORAS llena (3000 items)"
                           TO WSV-ANULADO-DESCRIP
                       MOVE "TABLA" TO WSV-ANULADO-CODIGO
                       MOVE "HISTORIA" TO WSV-ANULADO-OBJETO
                       PERFORM 8900-Mostrar-anulado
                   END-IF
                   ADD 1 TO WSV-CANT-MORAS
                   MOVE HIS-FECHA TO WST-MOR-FECHA(WSV-CANT-MORAS)
                   MOVE HIS-NRO-CLIE
                       TO WST-MOR-NRO-CLIE(WSV-CANT-MORAS)
               END-IF
           END-IF
           PERFORM 7040-Leer-historia
           .
       1420-Buscar-mora-en-detalle.
           IF HIS-DETALLE(WSV-IDX-DET) = WSV-COD-SERV-MORA
               SET MORA-DEBITADA TO TRUE
           END-IF
           .
       1500-Cargar-domicilios.
           OPEN INPUT ARCH-DOMICILIOS
           IF FS-DOMICILIOS NOT = "00"
               DISPLAY "**** No hay DOMICILIOS.TXT: los certificados "
                       "salen sin domicilio"
           ELSE
               PERFORM 7050-Leer-domicilio
               PERFORM 1510-Pasar-domicilio
                   UNTIL FS-DOMICILIOS NOT = "00"
               CLOSE ARCH-DOMICILIOS
           END-IF
           .
       1510-Pasar-domicilio.
           IF (DOM-NRO-CLIE NUMERIC) AND (DOM-NRO-CLIE > ZERO)
               MOVE "S" TO WST-DOM-CARGADO(DOM-NRO-CLIE)
               MOVE DOM-CALLE1 TO WST-DOM-CALLE1(DOM-NRO-CLIE)
               MOVE DOM-CALLE2 TO WST-DOM-CALLE2(DOM-NRO-CLIE)
               MOVE DOM-LOCALIDAD TO WST-DOM-LOCALIDAD(DOM-NRO-CLIE)
               MOVE DOM-CP TO WST-DOM-CP(DOM-NRO-CLIE)
           END-IF
           PERFORM 7050-Leer-domicilio
           .
       1600-Cargar-certificados.
           MOVE ZERO TO WSV-CANT-CERTIFICADOS
           MOVE ZERO TO WSV-ULTIMA-SERIE
           OPEN INPUT ARCH-CERTIFICADOS
           IF FS-CERTIFICADOS = "00"
               PERFORM 7060-Leer-certificado
               PERFORM 1610-Pasar-certificado
                   UNTIL FS-CERTIFICADOS NOT = "00"
               CLOSE ARCH-CERTIFICADOS
           END-IF
           .
       1610-Pasar-certificado.
           IF WSV-CANT-CERTIFICADOS >= 3000
               MOVE "WST-CERTIFICADOS llena (3000 items)"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "CERTIFICADOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-CERTIFICADOS
           MOVE CER-ANIO TO WST-CER-ANIO(WSV-CANT-CERTIFICADOS)
           MOVE CER-NRO-CLIE TO WST-CER-NRO-CLIE(WSV-CANT-CERTIFICADOS)
           MOVE CER-SERIE TO WST-CER-SERIE(WSV-CANT-CERTIFICADOS)
           MOVE CER-FECHA-EMISION
               TO WST-CER-FECHA-EMISION(WSV-CANT-CERTIFICADOS)
           MOVE CER-FECHA-ULT-IMPRESION
               TO WST-CER-FECHA-ULT(WSV-CANT-CERTIFICADOS)
           MOVE CER-CANT-IMPRESIONES
               TO WST-CER-CANT-IMPR(WSV-CANT-CERTIFICADOS)
           IF CER-SERIE > WSV-ULTIMA-SERIE
               MOVE CER-SERIE TO WSV-ULTIMA-SERIE
           END-IF
           PERFORM 7060-Leer-certificado
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           MOVE WSV-ANIO TO WSV-FECHA-DIA-ANIO
           PERFORM 5050-Procesar-mes
               VARYING WSV-MES FROM 1 BY 1 UNTIL WSV-MES > 12
           OPEN OUTPUT SALIDA-CERTIFICADO
           IF FS-SALIDA-CERTIFICADO NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-CERTIFICADO TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-CERTIF" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
      *El subindice es 9(03): el cliente 999 sale aparte, fuera
      *del VARYING.
           PERFORM 6000-Emitir-certificado
               VARYING WSV-IDX-CLI FROM 1 BY 1
               UNTIL WSV-IDX-CLI > 998
           PERFORM 6000-Emitir-certificado
           CLOSE SALIDA-CERTIFICADO
           PERFORM 7100-Respaldar-certificados
           PERFORM 7200-Grabar-certificados
           .
       5050-Procesar-mes.
           MOVE WSV-MES TO WSV-FECHA-DIA-MES
           PERFORM 5100-Procesar-dia
               VARYING WSV-DIA FROM 1 BY 1 UNTIL WSV-DIA > 31
           .
       5100-Procesar-dia.
           MOVE WSV-DIA TO WSV-FECHA-DIA-DD
           PERFORM 5200-Leer-iva-particion
               VARYING WSV-IDX-PAR FROM 1 BY 1
               UNTIL WSV-IDX-PAR > WSV-CANT-PARTICIONES
           PERFORM 5300-Leer-servicios-particion
               VARYING WSV-IDX-PAR FROM 1 BY 1
               UNTIL WSV-IDX-PAR > WSV-CANT-PARTICIONES
           PERFORM 5400-Leer-intereses-dia
           .
       5200-Leer-iva-particion.
           MOVE SPACES TO WSV-NOMBRE-IVA
           STRING "IVA_DETALLE." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  WST-PAR-TROZO(WSV-IDX-PAR) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-IVA
           OPEN INPUT ENTRADA-IVA
           IF FS-ENTRADA-IVA = "00"
               ADD 1 TO CTRL-CANT-ARCH-IVA
               PERFORM 7010-Leer-iva
               PERFORM 5210-Sumar-linea-iva
                   UNTIL FS-ENTRADA-IVA NOT = "00"
               CLOSE ENTRADA-IVA
           END-IF
           .
       5210-Sumar-linea-iva.
           IF (NRO-CLIE-IVA NUMERIC) AND (NRO-CLIE-IVA > ZERO)
               MOVE NRO-CLIE-IVA TO WSV-CLIENTE-LINEA
               MOVE MONEDA-IVA TO WSV-MONEDA-LINEA
               PERFORM 5800-Ubicar-moneda
               IF WSV-IDX-MON-HALLADA > ZERO
                   ADD MONTO-BRUTO-IVA TO WST-CLI-SERVICIOS
                       (WSV-CLIENTE-LINEA, WSV-IDX-MON-HALLADA)
                   ADD PORCION-IVA TO WST-CLI-IVA
                       (WSV-CLIENTE-LINEA, WSV-IDX-MON-HALLADA)
               END-IF
           END-IF
           PERFORM 7010-Leer-iva
           .
      *De los servicios presentados solo interesan los recargos por
      *mora que la historia muestra debitados y los creditos
      *(devoluciones del proveedor), que siempre se acreditan.
       5300-Leer-servicios-particion.
           MOVE SPACES TO WSV-NOMBRE-SERVICIOS
           STRING "SERVICIOS." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  WST-PAR-TROZO(WSV-IDX-PAR) DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-SERVICIOS
           OPEN INPUT ENTRADA-SERVICIOS
           IF FS-ENTRADA-SERVICIOS = "00"
               ADD 1 TO CTRL-CANT-ARCH-SERVICIOS
               PERFORM 7020-Leer-servicio
               PERFORM 5310-Evaluar-servicio
                   UNTIL (FS-ENTRADA-SERVICIOS NOT = "00")
                   AND (FS-ENTRADA-SERVICIOS NOT = "04")
               CLOSE ENTRADA-SERVICIOS
           END-IF
           .
       5310-Evaluar-servicio.
           IF (NRO-CLIE-SERV NUMERIC) AND (NRO-CLIE-SERV > ZERO)
               MOVE NRO-CLIE-SERV TO WSV-CLIENTE-LINEA
               MOVE MONEDA-SERV TO WSV-MONEDA-LINEA
               IF MOVIM-CREDITO
                   PERFORM 5800-Ubicar-moneda
                   IF WSV-IDX-MON-HALLADA > ZERO
                       ADD MONTO TO WST-CLI-DEVOLUC
                           (WSV-CLIENTE-LINEA, WSV-IDX-MON-HALLADA)
                   END-IF
               ELSE
                   IF COD-SERV = WSV-COD-SERV-MORA
                       PERFORM 5320-Buscar-mora-debitada
                       IF MORA-DEBITADA
                           PERFORM 5800-Ubicar-moneda
                           IF WSV-IDX-MON-HALLADA > ZERO
                               ADD MONTO TO WST-CLI-RECARGOS
                                   (WSV-CLIENTE-LINEA,
                                    WSV-IDX-MON-HALLADA)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 7020-Leer-servicio
           .
       5320-Buscar-mora-debitada.
           SET MORA-NO-DEBITADA TO TRUE
           PERFORM 5321-Comparar-mora
               VARYING WSV-IDX-MOR FROM 1 BY 1
               UNTIL (WSV-IDX-MOR > WSV-CANT-MORAS) OR MORA-DEBITADA
           .
       5321-Comparar-mora.
           IF (WST-MOR-FECHA(WSV-IDX-MOR) = WSV-FECHA-DIA)
                   AND (WST-MOR-NRO-CLIE(WSV-IDX-MOR)
                       = WSV-CLIENTE-LINEA)
               SET MORA-DEBITADA TO TRUE
           END-IF
           .
       5400-Leer-intereses-dia.
           MOVE SPACES TO WSV-NOMBRE-INTERESES
           STRING "SERV_INTERES." DELIMITED BY SIZE
                  WSV-FECHA-DIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INTERESES
           OPEN INPUT ENTRADA-INTERESES
           IF FS-ENTRADA-INTERESES = "00"
               ADD 1 TO CTRL-CANT-ARCH-INTERESES
               PERFORM 7030-Leer-interes
               PERFORM 5410-Sumar-interes
                   UNTIL FS-ENTRADA-INTERESES NOT = "00"
               CLOSE ENTRADA-INTERESES
           END-IF
           .
       5410-Sumar-interes.
           IF (NRO-CLIE-INT NUMERIC) AND (NRO-CLIE-INT > ZERO)
               MOVE NRO-CLIE-INT TO WSV-CLIENTE-LINEA
               MOVE MONEDA-INT TO WSV-MONEDA-LINEA
               PERFORM 5800-Ubicar-moneda
               IF WSV-IDX-MON-HALLADA > ZERO
                   ADD MONTO-INT TO WST-CLI-INTERESES
                       (WSV-CLIENTE-LINEA, WSV-IDX-MON-HALLADA)
               END-IF
           END-IF
           PERFORM 7030-Leer-interes
           .
      *Ubica la moneda dentro del cliente, o la agrega; un cliente
      *con mas de cinco monedas en el anio se informa y la linea
      *no se suma.
       5800-Ubicar-moneda.
           MOVE ZERO TO WSV-IDX-MON-HALLADA
           PERFORM 5810-Comparar-moneda
               VARYING WSV-IDX-MON FROM 1 BY 1
               UNTIL (WSV-IDX-MON > WST-CLI-CANT-MON(WSV-CLIENTE-LINEA))
               OR (WSV-IDX-MON-HALLADA > ZERO)
           IF WSV-IDX-MON-HALLADA = ZERO
               IF WST-CLI-CANT-MON(WSV-CLIENTE-LINEA) >= 5
                   ADD 1 TO CTRL-CANT-MONEDAS-EXCEDIDAS
                   DISPLAY "**** Cliente " WSV-CLIENTE-LINEA
                           " con mas de 5 monedas, no se suma "
                           WSV-MONEDA-LINEA
               ELSE
                   ADD 1 TO WST-CLI-CANT-MON(WSV-CLIENTE-LINEA)
                   MOVE WST-CLI-CANT-MON(WSV-CLIENTE-LINEA)
                       TO WSV-IDX-MON-HALLADA
                   MOVE WSV-MONEDA-LINEA TO WST-CLI-MONEDA
                       (WSV-CLIENTE-LINEA, WSV-IDX-MON-HALLADA)
               END-IF
           END-IF
           .
       5810-Comparar-moneda.
           IF WST-CLI-MONEDA(WSV-CLIENTE-LINEA, WSV-IDX-MON)
                   = WSV-MONEDA-LINEA
               MOVE WSV-IDX-MON TO WSV-IDX-MON-HALLADA
           END-IF
           .
      *....................... Certificados ............................
      *Sale certificado para el cliente pedido (o para todos) que
      *haya tenido ciclos o importes en el anio.
       6000-Emitir-certificado.
           IF ((WSV-CLIENTE-PEDIDO = ZERO)
                   OR (WSV-CLIENTE-PEDIDO = WSV-IDX-CLI))
                   AND ((WST-CLI-CICLOS(WSV-IDX-CLI) > ZERO)
                   OR (WST-CLI-CANT-MON(WSV-IDX-CLI) > ZERO))
               PERFORM 6100-Asignar-serie
               PERFORM 6200-Imprimir-encabezado
               PERFORM 6300-Imprimir-moneda
                   VARYING WSV-IDX-MON FROM 1 BY 1
                   UNTIL WSV-IDX-MON > WST-CLI-CANT-MON(WSV-IDX-CLI)
               MOVE ALL "=" TO WSV-LINEA-ARMADA (1:72)
               PERFORM 6900-Emitir-linea
               MOVE SPACES TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           .
      *La serie del anio y cliente ya emitido se repite (duplicado);
      *si no, se toma la siguiente del registro.
       6100-Asignar-serie.
           MOVE ZERO TO WSV-IDX-CER-HALLADO
           PERFORM 6110-Comparar-certificado
               VARYING WSV-IDX-CER FROM 1 BY 1
               UNTIL (WSV-IDX-CER > WSV-CANT-CERTIFICADOS)
               OR (WSV-IDX-CER-HALLADO > ZERO)
           IF WSV-IDX-CER-HALLADO = ZERO
               IF WSV-CANT-CERTIFICADOS >= 3000
                   MOVE "WST-CERTIFICADOS llena (3000 items)"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "CERTIFICADOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-CERTIFICADOS
               MOVE WSV-CANT-CERTIFICADOS TO WSV-IDX-CER-HALLADO
               ADD 1 TO WSV-ULTIMA-SERIE
               MOVE WSV-ANIO TO WST-CER-ANIO(WSV-IDX-CER-HALLADO)
               MOVE WSV-IDX-CLI TO WST-CER-NRO-CLIE(WSV-IDX-CER-HALLADO)
               MOVE WSV-ULTIMA-SERIE
                   TO WST-CER-SERIE(WSV-IDX-CER-HALLADO)
               MOVE WSV-FECHA-CORRIDA
                   TO WST-CER-FECHA-EMISION(WSV-IDX-CER-HALLADO)
               MOVE ZERO TO WST-CER-CANT-IMPR(WSV-IDX-CER-HALLADO)
               ADD 1 TO CTRL-CANT-CERT-NUEVOS
           ELSE
               ADD 1 TO CTRL-CANT-CERT-DUPLICADOS
           END-IF
           MOVE WSV-FECHA-CORRIDA
               TO WST-CER-FECHA-ULT(WSV-IDX-CER-HALLADO)
           ADD 1 TO WST-CER-CANT-IMPR(WSV-IDX-CER-HALLADO)
           .
       6110-Comparar-certificado.
           IF (WST-CER-ANIO(WSV-IDX-CER) = WSV-ANIO)
                   AND (WST-CER-NRO-CLIE(WSV-IDX-CER) = WSV-IDX-CLI)
               MOVE WSV-IDX-CER TO WSV-IDX-CER-HALLADO
           END-IF
           .
       6200-Imprimir-encabezado.
           MOVE WST-CER-SERIE(WSV-IDX-CER-HALLADO) TO WSV-SERIE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "CERTIFICADO ANUAL DE IMPUESTOS Y CARGOS "
                      DELIMITED BY SIZE
                  WSV-ANIO DELIMITED BY SIZE
                  "   NRO " DELIMITED BY SIZE
                  WSV-SERIE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           IF WST-CER-CANT-IMPR(WSV-IDX-CER-HALLADO) > 1
               MOVE "DUPLICADO" TO WSV-LINEA-ARMADA (63:9)
           END-IF
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Emitido el " DELIMITED BY SIZE
                  WST-CER-FECHA-EMISION(WSV-IDX-CER-HALLADO)
                      DELIMITED BY SIZE
                  "   Impreso el " DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Cliente " DELIMITED BY SIZE
                  WSV-IDX-CLI DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           IF WST-DOM-CARGADO(WSV-IDX-CLI) = "S"
               MOVE SPACES TO WSV-LINEA-ARMADA
               MOVE WST-DOM-CALLE1(WSV-IDX-CLI) TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
               IF WST-DOM-CALLE2(WSV-IDX-CLI) NOT = SPACES
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   MOVE WST-DOM-CALLE2(WSV-IDX-CLI)
                       TO WSV-LINEA-ARMADA
                   PERFORM 6900-Emitir-linea
               END-IF
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WST-DOM-CP(WSV-IDX-CLI) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WST-DOM-LOCALIDAD(WSV-IDX-CLI) DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           ELSE
               ADD 1 TO CTRL-CANT-SIN-DOMICILIO
               MOVE "**** SIN DOMICILIO EN DOMICILIOS.TXT"
                   TO WSV-LINEA-ARMADA
               PERFORM 6900-Emitir-linea
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Ciclos facturados en el anio: " DELIMITED BY SIZE
                  WST-CLI-CICLOS(WSV-IDX-CLI) DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "MON CONCEPTO                                "
                      DELIMITED BY SIZE
                  "     IMPORTE" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       6300-Imprimir-moneda.
           MOVE "Servicios debitados (IVA incluido)" TO WSV-CONCEPTO
           MOVE WST-CLI-SERVICIOS(WSV-IDX-CLI, WSV-IDX-MON)
               TO WSV-IMPORTE
           PERFORM 6310-Imprimir-concepto
           MOVE "IVA incluido en los servicios" TO WSV-CONCEPTO
           MOVE WST-CLI-IVA(WSV-IDX-CLI, WSV-IDX-MON) TO WSV-IMPORTE
           PERFORM 6310-Imprimir-concepto
           MOVE "Intereses por sobregiro" TO WSV-CONCEPTO
           MOVE WST-CLI-INTERESES(WSV-IDX-CLI, WSV-IDX-MON)
               TO WSV-IMPORTE
           PERFORM 6310-Imprimir-concepto
           MOVE "Recargos por mora" TO WSV-CONCEPTO
           MOVE WST-CLI-RECARGOS(WSV-IDX-CLI, WSV-IDX-MON)
               TO WSV-IMPORTE
           PERFORM 6310-Imprimir-concepto
           MOVE "Devoluciones acreditadas" TO WSV-CONCEPTO
           MOVE WST-CLI-DEVOLUC(WSV-IDX-CLI, WSV-IDX-MON)
               TO WSV-IMPORTE
           PERFORM 6310-Imprimir-concepto
           .
       6310-Imprimir-concepto.
           MOVE WSV-IMPORTE TO WSV-IMPORTE-EDIT
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING WST-CLI-MONEDA(WSV-IDX-CLI, WSV-IDX-MON)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-CONCEPTO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Emitir-linea
           .
       6900-Emitir-linea.
           MOVE WSV-LINEA-ARMADA TO LINEA-CERTIFICADO
           WRITE LINEA-CERTIFICADO
           DISPLAY WSV-LINEA-ARMADA
           .
      *************************** Archivo ******************************
       7010-Leer-iva.
           READ ENTRADA-IVA
           .
       7020-Leer-servicio.
           READ ENTRADA-SERVICIOS
           .
       7030-Leer-interes.
           READ ENTRADA-INTERESES
           .
       7040-Leer-historia.
           READ ARCH-HISTORIA
           .
       7050-Leer-domicilio.
           READ ARCH-DOMICILIOS
           .
       7060-Leer-certificado.
           READ ARCH-CERTIFICADOS
           .
      *Copia CERTIFICADOS.TXT a CERTIFICADOS.AAAAMMDD.BAK antes de
      *regrabarlo.
       7100-Respaldar-certificados.
           MOVE "CERTIFICADOS.TXT" TO WSV-NOMBRE-ORIGEN
           MOVE SPACES TO WSV-NOMBRE-DESTINO
           STRING "CERTIFICADOS." DELIMITED BY SIZE
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
       7200-Grabar-certificados.
           OPEN OUTPUT ARCH-CERTIFICADOS
           IF FS-CERTIFICADOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-CERTIFICADOS TO WSV-ANULADO-CODIGO
               MOVE "CERTIFICADOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7210-Escribir-certificado
               VARYING WSV-IDX-CER FROM 1 BY 1
               UNTIL WSV-IDX-CER > WSV-CANT-CERTIFICADOS
           CLOSE ARCH-CERTIFICADOS
           .
       7210-Escribir-certificado.
           MOVE WST-CER-ANIO(WSV-IDX-CER) TO CER-ANIO
           MOVE WST-CER-NRO-CLIE(WSV-IDX-CER) TO CER-NRO-CLIE
           MOVE WST-CER-SERIE(WSV-IDX-CER) TO CER-SERIE
           MOVE WST-CER-FECHA-EMISION(WSV-IDX-CER) TO CER-FECHA-EMISION
           MOVE WST-CER-FECHA-ULT(WSV-IDX-CER)
               TO CER-FECHA-ULT-IMPRESION
           MOVE WST-CER-CANT-IMPR(WSV-IDX-CER) TO CER-CANT-IMPRESIONES
           WRITE REGISTRO-CERTIFICADO
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
           MOVE "ProgCertAn"        TO LOG-ANUL-PROGRAMA
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
           DISPLAY "----- Informe de control de los certificados ----"
           DISPLAY "Certificados grabados en:      " WSV-NOMBRE-SALIDA
           DISPLAY "Archivos IVA_DETALLE leidos:   " CTRL-CANT-ARCH-IVA
           DISPLAY "Archivos SERVICIOS leidos:     "
                   CTRL-CANT-ARCH-SERVICIOS
           DISPLAY "Archivos SERV_INTERES leidos:  "
                   CTRL-CANT-ARCH-INTERESES
           DISPLAY "Lineas de historia del anio:   "
                   CTRL-CANT-LINEAS-HISTORIA
           DISPLAY "Certificados nuevos:           "
                   CTRL-CANT-CERT-NUEVOS
           DISPLAY "Duplicados (reimpresiones):    "
                   CTRL-CANT-CERT-DUPLICADOS
           DISPLAY "Certificados sin domicilio:    "
                   CTRL-CANT-SIN-DOMICILIO
           DISPLAY "Monedas que no entraron:       "
                   CTRL-CANT-MONEDAS-EXCEDIDAS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
