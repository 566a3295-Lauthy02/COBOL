      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de los maestros de consulta indexados
      *    Recibe en IXP-PEDIDO el nombre de un maestro secuencial
      *    recien grabado y regenera entero su indexado, por la clave
      *    con que lo busca ProgApareo:
      *      MANDATOS.TXT            -> MANDATOS.IDX (cliente+serv)
      *      CLIENTES_BLOQUEADOS.TXT -> CLIENTES_BLOQUEADOS.IDX
      *                                 (cliente)
      *      COTIZACIONES.TXT        -> COTIZACIONES.IDX (moneda
      *                                 origen+destino)
      *    El secuencial sigue siendo el maestro (lo leen muchos
      *    programas); el indexado es su copia por clave, y la
      *    mantienen al dia los programas que graban el secuencial.
      *    Sin secuencial el indexado queda vacio, que para
      *    ProgApareo es lo mismo que no tener maestro.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RINDICE.
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
           SELECT ARCH-MAESTRO ASSIGN DYNAMIC WSV-NOMBRE-MAESTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.
      *Mandatos indexados por cliente + codigo de servicio.
           SELECT IDX-MANDATOS ASSIGN TO "MANDATOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MXI-CLAVE
           FILE STATUS FS-IDX-MANDATOS.
      *Clientes bloqueados indexados por numero de cliente.
           SELECT IDX-BLOQUEADOS ASSIGN TO "CLIENTES_BLOQUEADOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BXI-NRO-CLIE
           FILE STATUS FS-IDX-BLOQUEADOS.
      *Cotizaciones indexadas por moneda origen + moneda destino.
           SELECT IDX-COTIZACIONES ASSIGN TO "COTIZACIONES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CXI-CLAVE
           FILE STATUS FS-IDX-COTIZACIONES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Maestro secuencial, con una vista por familia (mismos layouts
      *que graban PGENMAND, PGENBLOQ y PGENCOTI).
           FD ARCH-MAESTRO.
               01 LINEA-MAESTRO                PIC X(80).
               01 REG-MAE-MANDATO.
                   02 MAE-MAND-NRO-CLIE        PIC 9(03).
                   02 MAE-MAND-COD-SERV        PIC X(03).
                   02 MAE-MAND-FECHA-AUT       PIC 9(08).
                   02 MAE-MAND-ESTADO          PIC X(01).
                   02 FILLER                   PIC X(65).
               01 REG-MAE-BLOQUEADO.
                   02 MAE-BLOQ-NRO-CLIE        PIC 9(03).
                   02 MAE-BLOQ-MOTIVO          PIC X(30).
                   02 MAE-BLOQ-FECHA           PIC 9(08).
                   02 MAE-BLOQ-ORIGEN          PIC X(01).
                   02 FILLER                   PIC X(38).
               01 REG-MAE-COTIZACION.
                   02 MAE-COTI-MON-ORIGEN      PIC X(03).
                   02 MAE-COTI-MON-DESTINO     PIC X(03).
                   02 MAE-COTI-TASA            PIC 9(05)V9(04).
                   02 MAE-COTI-FECHA           PIC 9(08).
                   02 FILLER                   PIC X(57).
      *
           FD IDX-MANDATOS.
               COPY REG-MANDIDX.
      *
           FD IDX-BLOQUEADOS.
               COPY REG-BLOQIDX.
      *
           FD IDX-COTIZACIONES.
               COPY REG-COTIIDX.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-MAESTRO                       PIC X(02) VALUE ZEROES.
           01 FS-IDX-MANDATOS                  PIC X(02) VALUE ZEROES.
           01 FS-IDX-BLOQUEADOS                PIC X(02) VALUE ZEROES.
           01 FS-IDX-COTIZACIONES              PIC X(02) VALUE ZEROES.
           01 WSV-NOMBRE-MAESTRO               PIC X(40).
      *Familia del maestro segun su nombre.
           01 WSV-FAMILIA                      PIC X(01).
               88 FAMILIA-MANDATOS             VALUE "M".
               88 FAMILIA-BLOQUEADOS           VALUE "B".
               88 FAMILIA-COTIZACIONES         VALUE "C".
               88 FAMILIA-OTRA                 VALUE "O".
      *Mandato del secuencial que encontro su par ya cargado.
           01 WSV-MAND-REPETIDO.
               02 WSV-REP-FECHA-AUT            PIC 9(08).
               02 WSV-REP-ESTADO               PIC X(01).

       LINKAGE SECTION.
           COPY TAB-INDICE.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING IXP-PEDIDO.
       MAIN-PROCEDURE.
           MOVE ZEROES TO IXP-CANT-CARGADOS
           MOVE ZEROES TO IXP-CANT-REPETIDOS
           MOVE ZEROES TO IXP-FS
           PERFORM 1100-Determinar-familia
           IF FAMILIA-OTRA
               SET IXP-NO-APLICA TO TRUE
           ELSE
               PERFORM 5000-Regenerar-indexado
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1100-Determinar-familia.
           SET FAMILIA-OTRA TO TRUE
           IF IXP-MAESTRO = "MANDATOS.TXT"
               SET FAMILIA-MANDATOS TO TRUE
           END-IF
           IF IXP-MAESTRO = "CLIENTES_BLOQUEADOS.TXT"
               SET FAMILIA-BLOQUEADOS TO TRUE
           END-IF
           IF IXP-MAESTRO = "COTIZACIONES.TXT"
               SET FAMILIA-COTIZACIONES TO TRUE
           END-IF
           .
      *El indexado se crea vacio (OPEN OUTPUT) y se reabre I-O para
      *poder reescribir el mandato repetido que resulte activo.
       5000-Regenerar-indexado.
           SET IXP-CORRECTO TO TRUE
           PERFORM 6000-Crear-indexado
           IF NOT IXP-ERROR
               MOVE IXP-MAESTRO TO WSV-NOMBRE-MAESTRO
               OPEN INPUT ARCH-MAESTRO
               IF FS-MAESTRO NOT = "00"
                   SET IXP-SIN-MAESTRO TO TRUE
               ELSE
                   PERFORM 7000-Leer-maestro
                   PERFORM 5100-Pasar-linea
                       UNTIL FS-MAESTRO NOT = "00"
                   CLOSE ARCH-MAESTRO
               END-IF
               PERFORM 6100-Cerrar-indexado
           END-IF
           .
      *Las lineas en blanco o sin clave valida no se pasan.
       5100-Pasar-linea.
           EVALUATE TRUE
               WHEN FAMILIA-MANDATOS
                   IF MAE-MAND-NRO-CLIE IS NUMERIC
                       PERFORM 5200-Pasar-mandato
                   END-IF
               WHEN FAMILIA-BLOQUEADOS
                   IF MAE-BLOQ-NRO-CLIE IS NUMERIC
                       PERFORM 5300-Pasar-bloqueado
                   END-IF
               WHEN FAMILIA-COTIZACIONES
                   IF MAE-COTI-MON-ORIGEN NOT = SPACES
                       PERFORM 5400-Pasar-cotizacion
                   END-IF
           END-EVALUATE
           PERFORM 7000-Leer-maestro
           .
      *Un par cliente+servicio repetido deja una sola fila: si la
      *cargada esta revocada y la nueva activa, manda la activa.
       5200-Pasar-mandato.
           MOVE MAE-MAND-NRO-CLIE  TO MXI-NRO-CLIE
           MOVE MAE-MAND-COD-SERV  TO MXI-COD-SERV
           MOVE MAE-MAND-FECHA-AUT TO MXI-FECHA-AUT
           MOVE MAE-MAND-ESTADO    TO MXI-ESTADO
           WRITE REG-MANDATO-IDX
           IF FS-IDX-MANDATOS = "00"
               ADD 1 TO IXP-CANT-CARGADOS
           ELSE
               IF FS-IDX-MANDATOS = "22"
                   ADD 1 TO IXP-CANT-REPETIDOS
                   MOVE MAE-MAND-FECHA-AUT TO WSV-REP-FECHA-AUT
                   MOVE MAE-MAND-ESTADO    TO WSV-REP-ESTADO
                   READ IDX-MANDATOS
                   IF (FS-IDX-MANDATOS = "00") AND (NOT MXI-ACTIVO)
                           AND (WSV-REP-ESTADO = "A")
                       MOVE WSV-REP-FECHA-AUT TO MXI-FECHA-AUT
                       MOVE WSV-REP-ESTADO    TO MXI-ESTADO
                       REWRITE REG-MANDATO-IDX
                   END-IF
               ELSE
                   SET IXP-ERROR TO TRUE
                   MOVE FS-IDX-MANDATOS TO IXP-FS
               END-IF
           END-IF
           .
       5300-Pasar-bloqueado.
           MOVE MAE-BLOQ-NRO-CLIE TO BXI-NRO-CLIE
           MOVE MAE-BLOQ-MOTIVO   TO BXI-MOTIVO
           MOVE MAE-BLOQ-FECHA    TO BXI-FECHA
           MOVE MAE-BLOQ-ORIGEN   TO BXI-ORIGEN
           WRITE REG-BLOQUEADO-IDX
           IF FS-IDX-BLOQUEADOS = "00"
               ADD 1 TO IXP-CANT-CARGADOS
           ELSE
               IF FS-IDX-BLOQUEADOS = "22"
                   ADD 1 TO IXP-CANT-REPETIDOS
               ELSE
                   SET IXP-ERROR TO TRUE
                   MOVE FS-IDX-BLOQUEADOS TO IXP-FS
               END-IF
           END-IF
           .
      *El par de monedas repetido conserva la primera tasa, la misma
      *que encontraba ProgApareo recorriendo la tabla en memoria.
       5400-Pasar-cotizacion.
           MOVE MAE-COTI-MON-ORIGEN  TO CXI-MON-ORIGEN
           MOVE MAE-COTI-MON-DESTINO TO CXI-MON-DESTINO
           MOVE MAE-COTI-TASA        TO CXI-TASA
           MOVE MAE-COTI-FECHA       TO CXI-FECHA
           WRITE REG-COTIZACION-IDX
           IF FS-IDX-COTIZACIONES = "00"
               ADD 1 TO IXP-CANT-CARGADOS
           ELSE
               IF FS-IDX-COTIZACIONES = "22"
                   ADD 1 TO IXP-CANT-REPETIDOS
               ELSE
                   SET IXP-ERROR TO TRUE
                   MOVE FS-IDX-COTIZACIONES TO IXP-FS
               END-IF
           END-IF
           .
      *************************** Archivo ******************************
       6000-Crear-indexado.
           EVALUATE TRUE
               WHEN FAMILIA-MANDATOS
                   OPEN OUTPUT IDX-MANDATOS
                   CLOSE IDX-MANDATOS
                   OPEN I-O IDX-MANDATOS
                   MOVE FS-IDX-MANDATOS TO IXP-FS
               WHEN FAMILIA-BLOQUEADOS
                   OPEN OUTPUT IDX-BLOQUEADOS
                   CLOSE IDX-BLOQUEADOS
                   OPEN I-O IDX-BLOQUEADOS
                   MOVE FS-IDX-BLOQUEADOS TO IXP-FS
               WHEN FAMILIA-COTIZACIONES
                   OPEN OUTPUT IDX-COTIZACIONES
                   CLOSE IDX-COTIZACIONES
                   OPEN I-O IDX-COTIZACIONES
                   MOVE FS-IDX-COTIZACIONES TO IXP-FS
           END-EVALUATE
           IF IXP-FS NOT = "00"
               SET IXP-ERROR TO TRUE
           END-IF
           .
       6100-Cerrar-indexado.
           EVALUATE TRUE
               WHEN FAMILIA-MANDATOS
                   CLOSE IDX-MANDATOS
               WHEN FAMILIA-BLOQUEADOS
                   CLOSE IDX-BLOQUEADOS
               WHEN FAMILIA-COTIZACIONES
                   CLOSE IDX-COTIZACIONES
           END-EVALUATE
           .
       7000-Leer-maestro.
           READ ARCH-MAESTRO
           .
