      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de cheques retenidos de un cliente
      *    Recibe sucursal y cliente en CHR-PEDIDO y devuelve la suma
      *    y la cantidad de sus cheques de CHEQUES_CANJE.TXT que
      *    siguen retenidos (estado R): esa plata ya esta en el saldo
      *    pero no se puede usar hasta que ProgCanje la libere. Sin
      *    archivo devuelve cero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RCHEQRET.
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
           SELECT ARCH-CHEQUES ASSIGN TO "CHEQUES_CANJE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CHEQUES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo CHEQUES_CANJE
           FD ARCH-CHEQUES.
               COPY REG-CHEQUE.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-CHEQUES                       PIC X(02) VALUE ZEROES.

       LINKAGE SECTION.
           COPY TAB-CHEQRET.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING CHR-PEDIDO.
       MAIN-PROCEDURE.
           MOVE ZEROES TO CHR-MONTO-RETENIDO
           MOVE ZEROES TO CHR-CANT-RETENIDOS
           OPEN INPUT ARCH-CHEQUES
           IF FS-CHEQUES = "00"
               PERFORM 7000-Leer-cheque
               PERFORM 5100-Sumar-cheque
                   UNTIL FS-CHEQUES NOT = "00"
               CLOSE ARCH-CHEQUES
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       5100-Sumar-cheque.
           IF CHQ-RETENIDO
                   AND (CHQ-NRO-CLIE = CHR-NRO-CLIE)
                   AND ((CHR-SUCURSAL = ZERO)
                        OR (CHQ-SUCURSAL = CHR-SUCURSAL))
               ADD CHQ-MONTO TO CHR-MONTO-RETENIDO
               ADD 1 TO CHR-CANT-RETENIDOS
           END-IF
           PERFORM 7000-Leer-cheque
           .
      *************************** Archivo ******************************
       7000-Leer-cheque.
           READ ARCH-CHEQUES
           .
