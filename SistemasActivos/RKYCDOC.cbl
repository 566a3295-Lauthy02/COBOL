      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de estado del documento de un cliente
      *    Recibe cliente y fecha en KYR-PEDIDO, busca su documento
      *    en DOCUMENTOS_KYC.TXT y devuelve si esta vigente, por
      *    vencer (dentro de los dias de aviso), vencido pero en
      *    gracia, o vencido del todo (pasada la gracia: el cliente
      *    no puede retirar hasta que lo renueve). Los dias salen de
      *    PARAM_KYC.TXT y la cuenta de dias de DIFFECHA. El cliente
      *    sin documento cargado vuelve como sin legajo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RKYCDOC.
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
           SELECT ARCH-KYC ASSIGN TO "DOCUMENTOS_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-KYC.

           SELECT ARCH-PARAM-KYC ASSIGN TO "PARAM_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAM-KYC.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo DOCUMENTOS_KYC
           FD ARCH-KYC.
               COPY REG-KYC.
      *Archivo PARAM_KYC
           FD ARCH-PARAM-KYC.
               COPY REG-PARKYC.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-KYC                           PIC X(02) VALUE ZEROES.
           01 FS-PARAM-KYC                     PIC X(02) VALUE ZEROES.
           01 WSV-DIAS-AVISO                   PIC 9(03) VALUE 30.
           01 WSV-DIAS-GRACIA                  PIC 9(03) VALUE 15.
           01 WSV-FECHA-AUX                    PIC 9(08).
           01 WSV-FECHA-AUX-R REDEFINES WSV-FECHA-AUX.
               02 WSV-AUX-ANIO                 PIC 9(04).
               02 WSV-AUX-MES                  PIC 9(02).
               02 WSV-AUX-DIA                  PIC 9(02).
           77 WSS-KYC-HALLADO                  PIC X(01) VALUE "N".
               88 KYC-SI-HALLADO               VALUE "S".
               88 KYC-NO-HALLADO               VALUE "N".
           COPY TAB-DIFDIA.

       LINKAGE SECTION.
           COPY TAB-KYC.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING KYR-PEDIDO.
       MAIN-PROCEDURE.
           SET KYR-SIN-LEGAJO TO TRUE
           MOVE ZEROES TO KYR-FECHA-VENCE
           MOVE ZEROES TO KYR-DIAS
           PERFORM 1100-Cargar-parametros
           SET KYC-NO-HALLADO TO TRUE
           OPEN INPUT ARCH-KYC
           IF FS-KYC = "00"
               PERFORM 7000-Leer-kyc
               PERFORM 5100-Buscar-cliente
                   UNTIL (FS-KYC NOT = "00") OR KYC-SI-HALLADO
               CLOSE ARCH-KYC
           END-IF
           IF KYC-SI-HALLADO
               PERFORM 5200-Calcular-estado
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1100-Cargar-parametros.
           MOVE 30 TO WSV-DIAS-AVISO
           MOVE 15 TO WSV-DIAS-GRACIA
           OPEN INPUT ARCH-PARAM-KYC
           IF FS-PARAM-KYC = "00"
               READ ARCH-PARAM-KYC
               IF FS-PARAM-KYC = "00"
                   MOVE PKY-DIAS-AVISO TO WSV-DIAS-AVISO
                   MOVE PKY-DIAS-GRACIA TO WSV-DIAS-GRACIA
               END-IF
               CLOSE ARCH-PARAM-KYC
           END-IF
           .
       5100-Buscar-cliente.
           IF KYC-NRO-CLIE = KYR-NRO-CLIE
               SET KYC-SI-HALLADO TO TRUE
           ELSE
               PERFORM 7000-Leer-kyc
           END-IF
           .
      *Sin vencimiento cargado el documento vale siempre.
       5200-Calcular-estado.
           MOVE KYC-FECHA-VENCE TO KYR-FECHA-VENCE
           IF KYC-FECHA-VENCE = ZERO
               SET KYR-VIGENTE TO TRUE
           ELSE
               MOVE KYR-FECHA TO WSV-FECHA-AUX
               MOVE WSV-AUX-DIA  TO DIF-DIA-DESDE
               MOVE WSV-AUX-MES  TO DIF-MES-DESDE
               MOVE WSV-AUX-ANIO TO DIF-ANIO-DESDE
               MOVE KYC-FECHA-VENCE TO WSV-FECHA-AUX
               MOVE WSV-AUX-DIA  TO DIF-DIA-HASTA
               MOVE WSV-AUX-MES  TO DIF-MES-HASTA
               MOVE WSV-AUX-ANIO TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               MOVE DIF-DIAS-RESULT TO KYR-DIAS
               IF KYR-DIAS >= ZERO
                   IF KYR-DIAS <= WSV-DIAS-AVISO
                       SET KYR-POR-VENCER TO TRUE
                   ELSE
                       SET KYR-VIGENTE TO TRUE
                   END-IF
               ELSE
                   IF (0 - KYR-DIAS) > WSV-DIAS-GRACIA
                       SET KYR-VENCIDO TO TRUE
                   ELSE
                       SET KYR-EN-GRACIA TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      *************************** Archivo ******************************
       7000-Leer-kyc.
           READ ARCH-KYC
           .
