      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina del manifiesto de copias con fecha
      *    Recibe un nombre de archivo en MFP-PEDIDO y recalcula sus
      *    cuentas de control: lineas totales, registros de datos
      *    (los que empiezan con numero de cliente, sin HEADER ni
      *    TRAILER), suma de cliente * 100 + cuenta y suma de saldos
      *    (mas deudas en RECHAZOS). La familia sale del comienzo del
      *    nombre: CUENTAS., RECHAZOS. y CUEN_ACT. tienen su layout;
      *    las demas solo suman el numero de cliente.
      *    Con R agrega la linea a MANIFIESTO_ARCHIVOS.TXT; con V la
      *    compara contra la ultima linea registrada para el archivo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RMANIFIE.
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
           SELECT ARCH-REVISAR ASSIGN DYNAMIC WSV-NOMBRE-REVISAR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REVISAR.

           SELECT ARCH-MANIFIESTO ASSIGN TO "MANIFIESTO_ARCHIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MANIFIESTO.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo a revisar, con una vista por familia (mismos layouts
      *que escribe ProgApareo).
           FD ARCH-REVISAR.
               01 LINEA-REVISAR                PIC X(200).
               01 REG-REV-CUENTAS.
                   02 REV-CUE-NRO-CLIE         PIC 9(03).
                   02 FILLER                   PIC X(10).
                   02 REV-CUE-SALDO            PIC S999V99.
                   02 FILLER                   PIC X(19).
                   02 REV-CUE-NRO-CTA          PIC 9(02).
                   02 FILLER                   PIC X(161).
               01 REG-REV-RECHAZOS.
                   02 REV-RCH-NRO-CLIE         PIC 9(03).
                   02 FILLER                   PIC X(10).
                   02 REV-RCH-SALDO            PIC S999V99.
                   02 REV-RCH-DEUDA            PIC 999V99.
                   02 FILLER                   PIC X(67).
                   02 REV-RCH-NRO-CTA          PIC 9(02).
                   02 FILLER                   PIC X(108).
               01 REG-REV-CUEN-ACT.
                   02 REV-CAC-NRO-CLIE         PIC 9(03).
                   02 FILLER                   PIC X(10).
                   02 REV-CAC-SALDO            PIC S999V99.
                   02 FILLER                   PIC X(67).
                   02 REV-CAC-NRO-CTA          PIC 9(02).
                   02 FILLER                   PIC X(113).
      *Archivo MANIFIESTO_ARCHIVOS
           FD ARCH-MANIFIESTO.
               COPY REG-MANIFIESTO.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-REVISAR                       PIC X(02) VALUE ZEROES.
           01 FS-MANIFIESTO                    PIC X(02) VALUE ZEROES.
           01 WSV-NOMBRE-REVISAR               PIC X(40).
      *Familia del archivo segun el comienzo del nombre.
           01 WSV-FAMILIA                      PIC X(01).
               88 FAMILIA-CUENTAS              VALUE "C".
               88 FAMILIA-RECHAZOS             VALUE "R".
               88 FAMILIA-CUEN-ACT             VALUE "A".
               88 FAMILIA-OTRA                 VALUE "O".
           01 WSV-NRO-CTA                      PIC 9(02).
      *Ultima linea del manifiesto hallada para el archivo.
           01 WSV-REGISTRADO.
               02 WSV-REG-CANT-LINEAS          PIC 9(07).
               02 WSV-REG-CANT-REGISTROS       PIC 9(07).
               02 WSV-REG-HASH-CLAVE           PIC 9(11).
               02 WSV-REG-HASH-IMPORTE         PIC S9(11)V99.
           77 WSS-REGISTRADO                   PIC X(01) VALUE "N".
               88 REGISTRO-SI-HALLADO          VALUE "S".
               88 REGISTRO-NO-HALLADO          VALUE "N".

       LINKAGE SECTION.
           COPY TAB-MANIF.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING MFP-PEDIDO.
       MAIN-PROCEDURE.
           MOVE ZEROES TO MFP-CANT-LINEAS
           MOVE ZEROES TO MFP-CANT-REGISTROS
           MOVE ZEROES TO MFP-HASH-CLAVE
           MOVE ZEROES TO MFP-HASH-IMPORTE
           MOVE ZEROES TO MFP-FECHA-ALTA
           PERFORM 1100-Determinar-familia
           PERFORM 5000-Calcular-cuentas
           IF NOT MFP-SIN-ARCHIVO
               IF MFP-REGISTRAR
                   PERFORM 6000-Registrar-manifiesto
               ELSE
                   PERFORM 6100-Verificar-manifiesto
               END-IF
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1100-Determinar-familia.
           SET FAMILIA-OTRA TO TRUE
           IF MFP-ARCHIVO(1:8) = "CUENTAS."
               SET FAMILIA-CUENTAS TO TRUE
           END-IF
           IF MFP-ARCHIVO(1:9) = "RECHAZOS."
               SET FAMILIA-RECHAZOS TO TRUE
           END-IF
           IF MFP-ARCHIVO(1:9) = "CUEN_ACT."
               SET FAMILIA-CUEN-ACT TO TRUE
           END-IF
           .
       5000-Calcular-cuentas.
           MOVE MFP-ARCHIVO TO WSV-NOMBRE-REVISAR
           OPEN INPUT ARCH-REVISAR
           IF FS-REVISAR NOT = "00"
               SET MFP-SIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 7000-Leer-revisar
               PERFORM 5100-Sumar-linea
                   UNTIL FS-REVISAR NOT = "00"
               CLOSE ARCH-REVISAR
           END-IF
           .
      *Solo las lineas que empiezan con numero de cliente son datos;
      *HEADER, TRAILER y FALLIDO cuentan como lineas nada mas.
       5100-Sumar-linea.
           ADD 1 TO MFP-CANT-LINEAS
           IF LINEA-REVISAR(1:3) IS NUMERIC
               ADD 1 TO MFP-CANT-REGISTROS
               EVALUATE TRUE
                   WHEN FAMILIA-CUENTAS
                       PERFORM 5200-Sumar-cuentas
                   WHEN FAMILIA-RECHAZOS
                       PERFORM 5300-Sumar-rechazos
                   WHEN FAMILIA-CUEN-ACT
                       PERFORM 5400-Sumar-cuen-act
                   WHEN OTHER
                       COMPUTE MFP-HASH-CLAVE = MFP-HASH-CLAVE
                               + REV-CUE-NRO-CLIE * 100
               END-EVALUATE
           END-IF
           PERFORM 7000-Leer-revisar
           .
      *La cuenta en blanco de los maestros viejos suma cero.
       5200-Sumar-cuentas.
           MOVE ZERO TO WSV-NRO-CTA
           IF REV-CUE-NRO-CTA IS NUMERIC
               MOVE REV-CUE-NRO-CTA TO WSV-NRO-CTA
           END-IF
           COMPUTE MFP-HASH-CLAVE = MFP-HASH-CLAVE
                   + REV-CUE-NRO-CLIE * 100 + WSV-NRO-CTA
           IF REV-CUE-SALDO IS NUMERIC
               ADD REV-CUE-SALDO TO MFP-HASH-IMPORTE
           END-IF
           .
       5300-Sumar-rechazos.
           MOVE ZERO TO WSV-NRO-CTA
           IF REV-RCH-NRO-CTA IS NUMERIC
               MOVE REV-RCH-NRO-CTA TO WSV-NRO-CTA
           END-IF
           COMPUTE MFP-HASH-CLAVE = MFP-HASH-CLAVE
                   + REV-RCH-NRO-CLIE * 100 + WSV-NRO-CTA
           IF REV-RCH-SALDO IS NUMERIC
               ADD REV-RCH-SALDO TO MFP-HASH-IMPORTE
           END-IF
           IF REV-RCH-DEUDA IS NUMERIC
               ADD REV-RCH-DEUDA TO MFP-HASH-IMPORTE
           END-IF
           .
       5400-Sumar-cuen-act.
           MOVE ZERO TO WSV-NRO-CTA
           IF REV-CAC-NRO-CTA IS NUMERIC
               MOVE REV-CAC-NRO-CTA TO WSV-NRO-CTA
           END-IF
           COMPUTE MFP-HASH-CLAVE = MFP-HASH-CLAVE
                   + REV-CAC-NRO-CLIE * 100 + WSV-NRO-CTA
           IF REV-CAC-SALDO IS NUMERIC
               ADD REV-CAC-SALDO TO MFP-HASH-IMPORTE
           END-IF
           .
       6000-Registrar-manifiesto.
           MOVE MFP-ARCHIVO        TO MNF-NOMBRE-ARCHIVO
           ACCEPT MNF-FECHA-ALTA FROM DATE YYYYMMDD
           ACCEPT MNF-HORA-ALTA  FROM TIME
           MOVE MFP-PROGRAMA       TO MNF-PROGRAMA
           MOVE MFP-CANT-LINEAS    TO MNF-CANT-LINEAS
           MOVE MFP-CANT-REGISTROS TO MNF-CANT-REGISTROS
           MOVE MFP-HASH-CLAVE     TO MNF-HASH-CLAVE
           MOVE MFP-HASH-IMPORTE   TO MNF-HASH-IMPORTE
           MOVE MNF-FECHA-ALTA     TO MFP-FECHA-ALTA
           OPEN EXTEND ARCH-MANIFIESTO
           IF FS-MANIFIESTO NOT = "00"
               OPEN OUTPUT ARCH-MANIFIESTO
           END-IF
           WRITE REG-MANIFIESTO
           CLOSE ARCH-MANIFIESTO
           SET MFP-CORRECTO TO TRUE
           .
       6100-Verificar-manifiesto.
           SET REGISTRO-NO-HALLADO TO TRUE
           OPEN INPUT ARCH-MANIFIESTO
           IF FS-MANIFIESTO = "00"
               PERFORM 7010-Leer-manifiesto
               PERFORM 6110-Comparar-nombre
                   UNTIL FS-MANIFIESTO NOT = "00"
               CLOSE ARCH-MANIFIESTO
           END-IF
           IF REGISTRO-NO-HALLADO
               SET MFP-SIN-MANIFIESTO TO TRUE
           ELSE
               IF (WSV-REG-CANT-LINEAS = MFP-CANT-LINEAS)
                       AND (WSV-REG-CANT-REGISTROS = MFP-CANT-REGISTROS)
                       AND (WSV-REG-HASH-CLAVE = MFP-HASH-CLAVE)
                       AND (WSV-REG-HASH-IMPORTE = MFP-HASH-IMPORTE)
                   SET MFP-CORRECTO TO TRUE
               ELSE
                   SET MFP-ALTERADO TO TRUE
               END-IF
           END-IF
           .
      *Se queda con la ultima linea del archivo (la del ultimo
      *archivado del dia).
       6110-Comparar-nombre.
           IF MNF-NOMBRE-ARCHIVO = MFP-ARCHIVO
               SET REGISTRO-SI-HALLADO TO TRUE
               MOVE MNF-FECHA-ALTA     TO MFP-FECHA-ALTA
               MOVE MNF-CANT-LINEAS    TO WSV-REG-CANT-LINEAS
               MOVE MNF-CANT-REGISTROS TO WSV-REG-CANT-REGISTROS
               MOVE MNF-HASH-CLAVE     TO WSV-REG-HASH-CLAVE
               MOVE MNF-HASH-IMPORTE   TO WSV-REG-HASH-IMPORTE
           END-IF
           PERFORM 7010-Leer-manifiesto
           .
      *************************** Archivo ******************************
       7000-Leer-revisar.
           READ ARCH-REVISAR
           .
       7010-Leer-manifiesto.
           READ ARCH-MANIFIESTO
           .
