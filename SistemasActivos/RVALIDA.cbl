      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de validacion de archivos por layout
      *    Recibe en VLD-PEDIDO el nombre de un archivo secuencial y
      *    lo controla linea por linea contra su layout registrado en
      *    LAYOUTS.TXT (PGENLAYO): cada campo en su posicion y largo,
      *    numerico, numerico con signo o fecha segun su tipo, no en
      *    blanco si es obligatorio, dentro de los valores admitidos
      *    o presente en el catalogo que referencia.
      *    Cada campo mal queda en VALIDACION.TXT con el numero de
      *    linea, el campo, el valor y el motivo, y vuelven los
      *    contadores para que el llamador decida. Las claves de los
      *    catalogos referenciados se pasan primero a un indexado de
      *    trabajo (VALIDA_CATALOGOS.IDX), asi el control no depende
      *    del tamanio del catalogo.
      *    La usan ProgValida (a pedido, uno o todos los archivos
      *    registrados) y ProgCadena (antes de largar cada paso).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RVALIDA.
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
           SELECT ARCH-LAYOUTS ASSIGN TO "LAYOUTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LAYOUTS.
      *Archivo a controlar, leido como linea cruda.
           SELECT ARCH-VALIDAR ASSIGN DYNAMIC WSV-NOMBRE-VALIDAR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VALIDAR.
      *Catalogo referenciado por un campo, leido como linea cruda.
           SELECT ARCH-CATALOGO ASSIGN DYNAMIC WSV-NOMBRE-CATALOGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.
      *Claves de los catalogos del archivo en curso.
           SELECT IDX-VALORES ASSIGN TO "VALIDA_CATALOGOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCT-CLAVE
           FILE STATUS FS-IDX-VALORES.

           SELECT ARCH-INFORME ASSIGN TO "VALIDACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INFORME.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo LAYOUTS (registro de layouts)
           FD ARCH-LAYOUTS.
               COPY REG-LAYOUT.
      *
           FD ARCH-VALIDAR.
               01 LINEA-VALIDAR                PIC X(300).
      *
           FD ARCH-CATALOGO.
               01 LINEA-CATALOGO               PIC X(300).
      *
      *Una fila por clave de catalogo: numero de catalogo dentro del
      *layout en curso + valor.
           FD IDX-VALORES.
               01 REG-VALOR-CATALOGO.
                   02 VCT-CLAVE.
                       03 VCT-CATALOGO         PIC 9(02).
                       03 VCT-VALOR            PIC X(20).
      *
      *Archivo VALIDACION: una linea por campo mal, con cabecera y
      *total por archivo controlado.
           FD ARCH-INFORME.
               01 LINEA-INFORME                PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
               02 FS-LAYOUTS                   PIC X(02) VALUE ZEROES.
               02 FS-VALIDAR                   PIC X(02) VALUE ZEROES.
               02 FS-CATALOGO                  PIC X(02) VALUE ZEROES.
               02 FS-IDX-VALORES               PIC X(02) VALUE ZEROES.
               02 FS-INFORME                   PIC X(02) VALUE ZEROES.
           01 WSV-NOMBRE-VALIDAR               PIC X(40).
           01 WSV-NOMBRE-CATALOGO              PIC X(40).

      *Layout del archivo en curso, en el orden de LAYOUTS.TXT.
           01 WST-CAMPOS.
               02 WST-CAM-DET               OCCURS 60 TIMES.
                   03 WST-CAM-NOMBRE        PIC X(20).
                   03 WST-CAM-POSICION      PIC 9(03).
                   03 WST-CAM-LONGITUD      PIC 9(03).
                   03 WST-CAM-TIPO          PIC X(01).
                   03 WST-CAM-OBLIGATORIO   PIC X(01).
      *Posicion del catalogo en WST-CATALOGOS (cero: sin catalogo).
                   03 WST-CAM-CATALOGO      PIC 9(02).
                   03 WST-CAM-CANT-VALORES  PIC 9(02).
                   03 WST-CAM-VALOR         PIC X(20) OCCURS 10 TIMES.
           01 WSV-CANT-CAMPOS                  PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CAM                      PIC 9(02).
           01 WSV-IDX-VAL                      PIC 9(02).

      *Catalogos distintos que referencia el layout en curso.
           01 WST-CATALOGOS.
               02 WST-CAT-DET               OCCURS 10 TIMES.
                   03 WST-CAT-NOMBRE        PIC X(39).
                   03 WST-CAT-POSICION      PIC 9(03).
                   03 WST-CAT-LONGITUD      PIC 9(03).
                   03 WST-CAT-ESTADO        PIC X(01).
                       88 CAT-CARGADO           VALUE "S".
                       88 CAT-AUSENTE           VALUE "N".
           01 WSV-CANT-CATALOGOS               PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CAT                      PIC 9(02).

      *Campo en curso.
           01 WSV-POSICION                     PIC 9(03).
           01 WSV-LONGITUD                     PIC 9(03).
           01 WSV-POS-ULTIMO                   PIC 9(03).
           01 WSV-VALOR-CAMPO                  PIC X(20).
           01 WSV-VALOR-MOSTRAR                PIC X(30).
           01 WSV-MOTIVO                       PIC X(40).
           01 WSV-ULTIMO-BYTE                  PIC X(01).
      *Ultimo digito de un PIC S9 grabado en texto: el digito solo o
      *el digito con el signo encima.
               88 ULTIMO-CON-SIGNO             VALUES "0" THRU "9"
                                                      "{" "}"
                                                      "A" THRU "R"
                                                      "p" THRU "y".
           77 WSS-VALOR-ESTADO                 PIC X(01) VALUE "N".
               88 VALOR-ADMITIDO               VALUE "S".
               88 VALOR-NO-ADMITIDO            VALUE "N".
           77 WSS-REGISTRO-ESTADO              PIC X(01) VALUE "B".
               88 REGISTRO-BUENO               VALUE "B".
               88 REGISTRO-MALO                VALUE "M".

      *Control de fechas AAAAMMDD.
           01 WSV-FECHA-CONTROL                PIC 9(08).
           01 WSV-FECHA-CONTROL-R REDEFINES WSV-FECHA-CONTROL.
               02 WSV-CTL-ANIO                 PIC 9(04).
               02 WSV-CTL-MES                  PIC 9(02).
               02 WSV-CTL-DIA                  PIC 9(02).
           01 WST-DIAS-MES-VALORES             PIC X(24)
                                   VALUE "312831303130313130313031".
           01 WST-DIAS-MES REDEFINES WST-DIAS-MES-VALORES.
               02 WST-DIAS-DEL-MES             PIC 9(02) OCCURS 12.
           01 WSV-DIAS-TOPE                    PIC 9(02).
           01 WSV-COCIENTE                     PIC 9(04).
           01 WSV-RESTO-4                      PIC 9(03).
           01 WSV-RESTO-100                    PIC 9(03).
           01 WSV-RESTO-400                    PIC 9(03).

           01 WSV-LINEA-NRO                    PIC 9(07).
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-HORA-HOY                     PIC 9(08).

       LINKAGE SECTION.
           COPY TAB-VALIDA.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING VLD-PEDIDO.
       MAIN-PROCEDURE.
           MOVE ZEROES TO VLD-CANT-LEIDOS
           MOVE ZEROES TO VLD-CANT-MALOS
           MOVE ZEROES TO VLD-CANT-ERRORES
           MOVE ZEROES TO VLD-FS
           SET VLD-CORRECTO TO TRUE
           PERFORM 1000-Abrir-informe
           IF NOT VLD-ERROR
               PERFORM 1100-Cargar-layout
               IF WSV-CANT-CAMPOS = ZERO
                   SET VLD-SIN-LAYOUT TO TRUE
                   MOVE "  SIN LAYOUT REGISTRADO EN LAYOUTS.TXT"
                       TO LINEA-INFORME
                   WRITE LINEA-INFORME
               ELSE
                   PERFORM 5000-Validar-archivo
               END-IF
               PERFORM 5900-Cerrar-informe
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1000-Abrir-informe.
           IF VLD-INFORME-NUEVO
               OPEN OUTPUT ARCH-INFORME
           ELSE
               OPEN EXTEND ARCH-INFORME
               IF FS-INFORME NOT = "00"
                   OPEN OUTPUT ARCH-INFORME
               END-IF
           END-IF
           IF FS-INFORME NOT = "00"
               SET VLD-ERROR TO TRUE
               MOVE FS-INFORME TO VLD-FS
           ELSE
               ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WSV-HORA-HOY FROM TIME
               MOVE SPACES TO LINEA-INFORME
               STRING "ARCHIVO " DELIMITED BY SIZE
                      VLD-ARCHIVO DELIMITED BY SPACE
                      " VALIDADO EL " DELIMITED BY SIZE
                      WSV-FECHA-HOY DELIMITED BY SIZE
                      " A LAS " DELIMITED BY SIZE
                      WSV-HORA-HOY DELIMITED BY SIZE
                      INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF
           .
      *Toma de LAYOUTS.TXT solo las lineas del archivo pedido.
       1100-Cargar-layout.
           MOVE ZERO TO WSV-CANT-CAMPOS
           MOVE ZERO TO WSV-CANT-CATALOGOS
           INITIALIZE WST-CAMPOS
           INITIALIZE WST-CATALOGOS
           OPEN INPUT ARCH-LAYOUTS
           IF FS-LAYOUTS = "00"
               PERFORM 7000-Leer-layout
               PERFORM 1110-Tomar-campo
                   UNTIL FS-LAYOUTS NOT = "00"
               CLOSE ARCH-LAYOUTS
           END-IF
           .
       1110-Tomar-campo.
           IF LAY-ARCHIVO = VLD-ARCHIVO
               EVALUATE TRUE
                   WHEN (LAY-POSICION NOT NUMERIC)
                           OR (LAY-LONGITUD NOT NUMERIC)
                           OR (LAY-POSICION = ZERO)
                           OR (LAY-LONGITUD = ZERO)
                           OR (NOT LAY-TIPO-VALIDO)
                       MOVE "LAYOUT MAL ARMADO, NO SE CONTROLA"
                           TO WSV-MOTIVO
                       PERFORM 1190-Avisar-campo
                   WHEN LAY-POSICION + LAY-LONGITUD - 1 > 300
                       MOVE "PASA LA POSICION 300, NO SE CONTROLA"
                           TO WSV-MOTIVO
                       PERFORM 1190-Avisar-campo
                   WHEN WSV-CANT-CAMPOS >= 60
                       MOVE "MAS DE 60 CAMPOS, NO SE CONTROLA"
                           TO WSV-MOTIVO
                       PERFORM 1190-Avisar-campo
                   WHEN OTHER
                       PERFORM 1120-Agregar-campo
               END-EVALUATE
           END-IF
           PERFORM 7000-Leer-layout
           .
       1120-Agregar-campo.
           ADD 1 TO WSV-CANT-CAMPOS
           MOVE WSV-CANT-CAMPOS TO WSV-IDX-CAM
           MOVE LAY-CAMPO TO WST-CAM-NOMBRE(WSV-IDX-CAM)
           MOVE LAY-POSICION TO WST-CAM-POSICION(WSV-IDX-CAM)
           MOVE LAY-LONGITUD TO WST-CAM-LONGITUD(WSV-IDX-CAM)
           MOVE LAY-TIPO TO WST-CAM-TIPO(WSV-IDX-CAM)
           MOVE LAY-OBLIGATORIO TO WST-CAM-OBLIGATORIO(WSV-IDX-CAM)
           MOVE ZERO TO WST-CAM-CATALOGO(WSV-IDX-CAM)
           MOVE ZERO TO WST-CAM-CANT-VALORES(WSV-IDX-CAM)
           IF LAY-ES-CATALOGO
               PERFORM 1130-Ubicar-catalogo
           ELSE
               IF LAY-VALORES NOT = SPACES
                   UNSTRING LAY-VALORES DELIMITED BY "/"
                       INTO WST-CAM-VALOR(WSV-IDX-CAM, 1)
                            WST-CAM-VALOR(WSV-IDX-CAM, 2)
                            WST-CAM-VALOR(WSV-IDX-CAM, 3)
                            WST-CAM-VALOR(WSV-IDX-CAM, 4)
                            WST-CAM-VALOR(WSV-IDX-CAM, 5)
                            WST-CAM-VALOR(WSV-IDX-CAM, 6)
                            WST-CAM-VALOR(WSV-IDX-CAM, 7)
                            WST-CAM-VALOR(WSV-IDX-CAM, 8)
                            WST-CAM-VALOR(WSV-IDX-CAM, 9)
                            WST-CAM-VALOR(WSV-IDX-CAM, 10)
                       TALLYING IN
                            WST-CAM-CANT-VALORES(WSV-IDX-CAM)
                   END-UNSTRING
               END-IF
           END-IF
           .
      *El mismo catalogo con la misma clave se carga una sola vez
      *aunque lo referencien varios campos.
       1130-Ubicar-catalogo.
           MOVE 1 TO WSV-IDX-CAT
           PERFORM 1140-Avanzar-catalogo
               UNTIL (WSV-IDX-CAT > WSV-CANT-CATALOGOS)
               OR ((WST-CAT-NOMBRE(WSV-IDX-CAT) = LAY-CATALOGO)
               AND (WST-CAT-POSICION(WSV-IDX-CAT) = LAY-CAT-POSICION)
               AND (WST-CAT-LONGITUD(WSV-IDX-CAT) = LAY-CAT-LONGITUD))
           EVALUATE TRUE
               WHEN WSV-IDX-CAT <= WSV-CANT-CATALOGOS
                   MOVE WSV-IDX-CAT TO WST-CAM-CATALOGO(WSV-IDX-CAM)
               WHEN (LAY-CAT-POSICION NOT NUMERIC)
                       OR (LAY-CAT-LONGITUD NOT NUMERIC)
                       OR (LAY-CAT-POSICION = ZERO)
                       OR (LAY-CAT-LONGITUD = ZERO)
                       OR (LAY-CAT-LONGITUD > 20)
                       OR (LAY-CAT-POSICION + LAY-CAT-LONGITUD - 1
                           > 300)
                   MOVE "CLAVE DE CATALOGO MAL ARMADA, SIN CATALOGO"
                       TO WSV-MOTIVO
                   PERFORM 1190-Avisar-campo
               WHEN WSV-CANT-CATALOGOS >= 10
                   MOVE "MAS DE 10 CATALOGOS, SIN CATALOGO"
                       TO WSV-MOTIVO
                   PERFORM 1190-Avisar-campo
               WHEN OTHER
                   ADD 1 TO WSV-CANT-CATALOGOS
                   MOVE LAY-CATALOGO
                       TO WST-CAT-NOMBRE(WSV-CANT-CATALOGOS)
                   MOVE LAY-CAT-POSICION
                       TO WST-CAT-POSICION(WSV-CANT-CATALOGOS)
                   MOVE LAY-CAT-LONGITUD
                       TO WST-CAT-LONGITUD(WSV-CANT-CATALOGOS)
                   MOVE WSV-CANT-CATALOGOS
                       TO WST-CAM-CATALOGO(WSV-IDX-CAM)
           END-EVALUATE
           .
       1140-Avanzar-catalogo.
           ADD 1 TO WSV-IDX-CAT
           .
      *Un renglon del registro que no se puede usar queda avisado en
      *el informe; no cuenta como error del archivo.
       1190-Avisar-campo.
           MOVE SPACES TO LINEA-INFORME
           STRING "  AVISO CAMPO " DELIMITED BY SIZE
                  LAY-CAMPO DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY SIZE
                  INTO LINEA-INFORME
           WRITE LINEA-INFORME
           .
      *.......................... Proceso ..............................
       5000-Validar-archivo.
           MOVE VLD-ARCHIVO TO WSV-NOMBRE-VALIDAR
           OPEN INPUT ARCH-VALIDAR
           IF FS-VALIDAR NOT = "00"
               SET VLD-SIN-ARCHIVO TO TRUE
               MOVE "  EL ARCHIVO NO EXISTE, NO SE CONTROLA"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               IF WSV-CANT-CATALOGOS > ZERO
                   PERFORM 6000-Cargar-catalogos
               END-IF
               IF NOT VLD-ERROR
                   MOVE ZERO TO WSV-LINEA-NRO
                   PERFORM 7010-Leer-validar
                   PERFORM 5100-Validar-registro
                       UNTIL FS-VALIDAR NOT = "00"
               END-IF
               CLOSE ARCH-VALIDAR
               IF WSV-CANT-CATALOGOS > ZERO
                   CLOSE IDX-VALORES
               END-IF
               IF VLD-CORRECTO AND (VLD-CANT-MALOS > ZERO)
                   SET VLD-CON-ERRORES TO TRUE
               END-IF
           END-IF
           .
      *Las lineas en blanco (el final de un archivo editado a mano)
      *se cuentan pero no se controlan.
       5100-Validar-registro.
           ADD 1 TO WSV-LINEA-NRO
           IF LINEA-VALIDAR NOT = SPACES
               ADD 1 TO VLD-CANT-LEIDOS
               SET REGISTRO-BUENO TO TRUE
               PERFORM 5200-Validar-campo
                   VARYING WSV-IDX-CAM FROM 1 BY 1
                   UNTIL WSV-IDX-CAM > WSV-CANT-CAMPOS
               IF REGISTRO-MALO
                   ADD 1 TO VLD-CANT-MALOS
               END-IF
           END-IF
           PERFORM 7010-Leer-validar
           .
       5200-Validar-campo.
           MOVE SPACES TO WSV-MOTIVO
           MOVE WST-CAM-POSICION(WSV-IDX-CAM) TO WSV-POSICION
           MOVE WST-CAM-LONGITUD(WSV-IDX-CAM) TO WSV-LONGITUD
           IF LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD) = SPACES
               IF WST-CAM-OBLIGATORIO(WSV-IDX-CAM) = "S"
                   MOVE "EN BLANCO" TO WSV-MOTIVO
               END-IF
           ELSE
               EVALUATE WST-CAM-TIPO(WSV-IDX-CAM)
                   WHEN "N"
                       IF LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
                               NOT NUMERIC
                           MOVE "NO NUMERICO" TO WSV-MOTIVO
                       END-IF
                   WHEN "S"
                       PERFORM 5210-Controlar-signo
                   WHEN "F"
                       PERFORM 5220-Controlar-fecha
               END-EVALUATE
               IF (WSV-MOTIVO = SPACES)
                       AND (WST-CAM-CANT-VALORES(WSV-IDX-CAM) > ZERO)
                   PERFORM 5230-Controlar-valores
               END-IF
               IF (WSV-MOTIVO = SPACES)
                       AND (WST-CAM-CATALOGO(WSV-IDX-CAM) > ZERO)
                   PERFORM 5240-Controlar-catalogo
               END-IF
           END-IF
           IF WSV-MOTIVO NOT = SPACES
               PERFORM 5300-Anotar-error
           END-IF
           .
      *Todos digitos salvo el ultimo, que puede traer el signo.
       5210-Controlar-signo.
           IF WSV-LONGITUD > 1
               IF LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD - 1)
                       NOT NUMERIC
                   MOVE "NO NUMERICO" TO WSV-MOTIVO
               END-IF
           END-IF
           COMPUTE WSV-POS-ULTIMO = WSV-POSICION + WSV-LONGITUD - 1
           MOVE LINEA-VALIDAR(WSV-POS-ULTIMO:1) TO WSV-ULTIMO-BYTE
           IF NOT ULTIMO-CON-SIGNO
               MOVE "NO NUMERICO CON SIGNO" TO WSV-MOTIVO
           END-IF
           .
      *AAAAMMDD con mes de 01 a 12 y dia dentro del mes (febrero de
      *29 dias en los anios bisiestos).
       5220-Controlar-fecha.
           IF (WSV-LONGITUD NOT = 8)
                   OR (LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
                       NOT NUMERIC)
               MOVE "FECHA NO NUMERICA" TO WSV-MOTIVO
           ELSE
               MOVE LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
                   TO WSV-FECHA-CONTROL
               IF (WSV-CTL-MES < 1) OR (WSV-CTL-MES > 12)
                   MOVE "FECHA INVALIDA (MES)" TO WSV-MOTIVO
               ELSE
                   MOVE WST-DIAS-DEL-MES(WSV-CTL-MES) TO WSV-DIAS-TOPE
                   IF WSV-CTL-MES = 2
                       PERFORM 5225-Controlar-bisiesto
                   END-IF
                   IF (WSV-CTL-DIA < 1)
                           OR (WSV-CTL-DIA > WSV-DIAS-TOPE)
                       MOVE "FECHA INVALIDA (DIA)" TO WSV-MOTIVO
                   END-IF
               END-IF
           END-IF
           .
       5225-Controlar-bisiesto.
           DIVIDE WSV-CTL-ANIO BY 4 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-4
           DIVIDE WSV-CTL-ANIO BY 100 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-100
           DIVIDE WSV-CTL-ANIO BY 400 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-400
           IF ((WSV-RESTO-4 = ZERO) AND (WSV-RESTO-100 NOT = ZERO))
                   OR (WSV-RESTO-400 = ZERO)
               MOVE 29 TO WSV-DIAS-TOPE
           END-IF
           .
       5230-Controlar-valores.
           MOVE LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
               TO WSV-VALOR-CAMPO
           SET VALOR-NO-ADMITIDO TO TRUE
           PERFORM 5231-Comparar-valor
               VARYING WSV-IDX-VAL FROM 1 BY 1
               UNTIL (WSV-IDX-VAL > WST-CAM-CANT-VALORES(WSV-IDX-CAM))
               OR VALOR-ADMITIDO
           IF VALOR-NO-ADMITIDO
               MOVE "VALOR NO ADMITIDO" TO WSV-MOTIVO
           END-IF
           .
       5231-Comparar-valor.
           IF WST-CAM-VALOR(WSV-IDX-CAM, WSV-IDX-VAL) = WSV-VALOR-CAMPO
               SET VALOR-ADMITIDO TO TRUE
           END-IF
           .
      *Un catalogo ausente no se controla: ya quedo avisado al
      *cargar los catalogos.
       5240-Controlar-catalogo.
           MOVE WST-CAM-CATALOGO(WSV-IDX-CAM) TO WSV-IDX-CAT
           IF CAT-CARGADO(WSV-IDX-CAT)
               MOVE WSV-IDX-CAT TO VCT-CATALOGO
               MOVE LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
                   TO VCT-VALOR
               READ IDX-VALORES
               IF FS-IDX-VALORES NOT = "00"
                   STRING "NO ESTA EN " DELIMITED BY SIZE
                          WST-CAT-NOMBRE(WSV-IDX-CAT)
                          DELIMITED BY SPACE
                          INTO WSV-MOTIVO
               END-IF
           END-IF
           .
       5300-Anotar-error.
           ADD 1 TO VLD-CANT-ERRORES
           SET REGISTRO-MALO TO TRUE
           MOVE LINEA-VALIDAR(WSV-POSICION:WSV-LONGITUD)
               TO WSV-VALOR-MOSTRAR
           MOVE SPACES TO LINEA-INFORME
           STRING "  LINEA " DELIMITED BY SIZE
                  WSV-LINEA-NRO DELIMITED BY SIZE
                  " CAMPO " DELIMITED BY SIZE
                  WST-CAM-NOMBRE(WSV-IDX-CAM) DELIMITED BY SIZE
                  " POS " DELIMITED BY SIZE
                  WSV-POSICION DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WSV-VALOR-MOSTRAR DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WSV-MOTIVO DELIMITED BY SIZE
                  INTO LINEA-INFORME
           WRITE LINEA-INFORME
           .
       5900-Cerrar-informe.
           MOVE SPACES TO LINEA-INFORME
           STRING "TOTAL " DELIMITED BY SIZE
                  VLD-ARCHIVO DELIMITED BY SPACE
                  " REGISTROS " DELIMITED BY SIZE
                  VLD-CANT-LEIDOS DELIMITED BY SIZE
                  " MALOS " DELIMITED BY SIZE
                  VLD-CANT-MALOS DELIMITED BY SIZE
                  " CAMPOS MAL " DELIMITED BY SIZE
                  VLD-CANT-ERRORES DELIMITED BY SIZE
                  " RESULTADO " DELIMITED BY SIZE
                  VLD-RESULTADO DELIMITED BY SIZE
                  INTO LINEA-INFORME
           WRITE LINEA-INFORME
           CLOSE ARCH-INFORME
           .
      *************************** Archivo ******************************
      *El indexado de trabajo se crea vacio en cada llamada y se
      *llena con las claves de cada catalogo referenciado.
       6000-Cargar-catalogos.
           OPEN OUTPUT IDX-VALORES
           CLOSE IDX-VALORES
           OPEN I-O IDX-VALORES
           IF FS-IDX-VALORES NOT = "00"
               SET VLD-ERROR TO TRUE
               MOVE FS-IDX-VALORES TO VLD-FS
               MOVE "  NO SE PUDO CREAR VALIDA_CATALOGOS.IDX"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               PERFORM 6100-Cargar-catalogo
                   VARYING WSV-IDX-CAT FROM 1 BY 1
                   UNTIL (WSV-IDX-CAT > WSV-CANT-CATALOGOS)
                   OR VLD-ERROR
           END-IF
           .
       6100-Cargar-catalogo.
           MOVE WST-CAT-NOMBRE(WSV-IDX-CAT) TO WSV-NOMBRE-CATALOGO
           MOVE WST-CAT-POSICION(WSV-IDX-CAT) TO WSV-POSICION
           MOVE WST-CAT-LONGITUD(WSV-IDX-CAT) TO WSV-LONGITUD
           OPEN INPUT ARCH-CATALOGO
           IF FS-CATALOGO NOT = "00"
               SET CAT-AUSENTE(WSV-IDX-CAT) TO TRUE
               MOVE SPACES TO LINEA-INFORME
               STRING "  AVISO CATALOGO " DELIMITED BY SIZE
                      WSV-NOMBRE-CATALOGO DELIMITED BY SPACE
                      " AUSENTE: SUS CAMPOS NO SE CONTROLAN"
                      DELIMITED BY SIZE
                      INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               SET CAT-CARGADO(WSV-IDX-CAT) TO TRUE
               PERFORM 7020-Leer-catalogo
               PERFORM 6110-Pasar-valor
                   UNTIL FS-CATALOGO NOT = "00"
               CLOSE ARCH-CATALOGO
           END-IF
           .
      *Una clave repetida en el catalogo ya esta cargada.
       6110-Pasar-valor.
           IF LINEA-CATALOGO(WSV-POSICION:WSV-LONGITUD) NOT = SPACES
               MOVE WSV-IDX-CAT TO VCT-CATALOGO
               MOVE LINEA-CATALOGO(WSV-POSICION:WSV-LONGITUD)
                   TO VCT-VALOR
               WRITE REG-VALOR-CATALOGO
               IF (FS-IDX-VALORES NOT = "00")
                       AND (FS-IDX-VALORES NOT = "22")
                   SET VLD-ERROR TO TRUE
                   MOVE FS-IDX-VALORES TO VLD-FS
               END-IF
           END-IF
           PERFORM 7020-Leer-catalogo
           .
       7000-Leer-layout.
           READ ARCH-LAYOUTS
           .
       7010-Leer-validar.
           READ ARCH-VALIDAR
           .
       7020-Leer-catalogo.
           READ ARCH-CATALOGO
           .
