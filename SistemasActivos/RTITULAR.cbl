      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de cotitulares y firmantes de una cuenta
      *    Recibe cliente, cuenta y fecha en TTI-PEDIDO y recorre
      *    TITULARES.TXT: devuelve los cotitulares vigentes a esa
      *    fecha y, si viene un documento, si esa persona puede
      *    operar (cotitular o firmante vigente), esta vencida,
      *    es solo beneficiario o no figura en la cuenta. Sin
      *    archivo no hay nadie mas que el titular.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RTITULAR.
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
           SELECT ARCH-TITULARES ASSIGN TO "TITULARES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo TITULARES
           FD ARCH-TITULARES.
               COPY REG-TITULAR.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-TITULARES                     PIC X(02) VALUE ZEROES.
           77 WSS-VIGENTE                      PIC X(01) VALUE "N".
               88 TIT-ES-VIGENTE               VALUE "S".
               88 TIT-NO-VIGENTE               VALUE "N".

       LINKAGE SECTION.
           COPY TAB-TITULAR.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING TTI-PEDIDO.
       MAIN-PROCEDURE.
           SET TTI-NO-FIGURA TO TRUE
           MOVE SPACES TO TTI-ROL-HALLADO
           MOVE SPACES TO TTI-NOMBRE-HALLADO
           MOVE ZEROES TO TTI-CANT-COTITULARES
           OPEN INPUT ARCH-TITULARES
           IF FS-TITULARES = "00"
               PERFORM 7000-Leer-titular
               PERFORM 5100-Evaluar-titular
                   UNTIL FS-TITULARES NOT = "00"
               CLOSE ARCH-TITULARES
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       5100-Evaluar-titular.
           IF (TIT-NRO-CLIE = TTI-NRO-CLIE)
                   AND ((TTI-NRO-CTA = ZERO)
                        OR (TIT-NRO-CTA = TTI-NRO-CTA))
               PERFORM 5200-Calcular-vigencia
               IF TIT-COTITULAR AND TIT-ES-VIGENTE
                       AND (TTI-CANT-COTITULARES < 10)
                   ADD 1 TO TTI-CANT-COTITULARES
                   MOVE TIT-NOMBRE
                       TO TTI-COT-NOMBRE(TTI-CANT-COTITULARES)
               END-IF
               IF (TTI-NRO-DOC NOT = SPACES)
                       AND (TIT-TIPO-DOC = TTI-TIPO-DOC)
                       AND (TIT-NRO-DOC = TTI-NRO-DOC)
                   PERFORM 5300-Evaluar-documento
               END-IF
           END-IF
           PERFORM 7000-Leer-titular
           .
      *Vigente: ya empezo y no vencio (hasta en cero no vence).
       5200-Calcular-vigencia.
           SET TIT-NO-VIGENTE TO TRUE
           IF (TIT-VIGENCIA-DESDE <= TTI-FECHA)
                   AND ((TIT-VIGENCIA-HASTA = ZERO)
                        OR (TIT-VIGENCIA-HASTA >= TTI-FECHA))
               SET TIT-ES-VIGENTE TO TRUE
           END-IF
           .
      *La misma persona puede figurar varias veces (en otra cuenta
      *del cliente o con una vigencia anterior): gana la que la
      *habilita, despues la de beneficiario y por ultimo la vencida.
       5300-Evaluar-documento.
           IF NOT TTI-HABILITADO
               IF TIT-ES-VIGENTE AND (TIT-COTITULAR OR TIT-FIRMANTE)
                   SET TTI-HABILITADO TO TRUE
                   PERFORM 5310-Copiar-hallado
               ELSE
                   IF TIT-ES-VIGENTE
                       SET TTI-NO-OPERA TO TRUE
                       PERFORM 5310-Copiar-hallado
                   ELSE
                       IF TTI-NO-FIGURA
                           SET TTI-VENCIDO TO TRUE
                           PERFORM 5310-Copiar-hallado
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5310-Copiar-hallado.
           MOVE TIT-ROL TO TTI-ROL-HALLADO
           MOVE TIT-NOMBRE TO TTI-NOMBRE-HALLADO
           .
      *************************** Archivo ******************************
       7000-Leer-titular.
           READ ARCH-TITULARES
           .
