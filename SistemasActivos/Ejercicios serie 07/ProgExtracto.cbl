                   03 WST-DOM-CP            PIC X(08).
           01 WSV-CANT-DOMICILIOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-DOM                      PIC 9(03).
      *Cotitulares vigentes de la cuenta (TITULARES.TXT via
      *RTITULAR): van todos en el encabezado, debajo del titular.
           COPY TAB-TITULAR.
           01 WSV-IDX-COT                      PIC 9(02).
           01 WSV-IDX-DOM-HALLADO              PIC 9(03).
           77 WSS-DOMICILIO                    PIC X(01) VALUE "N".
               88 DOMICILIO-HALLADO            VALUE "S".
                  NOMBRE-CLIE-CUEN-ACT DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea
           PERFORM 5240-Lineas-cotitulares
           PERFORM 5250-Bloque-de-domicilio
           IF (CTA-BANC-CUEN-ACT IS NUMERIC)
                   AND (CTA-BANC-CUEN-ACT > ZERO)
           ADD 1 TO CTRL-CANT-EXTRACTOS
           PERFORM 7010-Leer-cuen-act
           .
      *Una linea por cada cotitular vigente hoy de la cuenta; la
      *cuenta en cero de los maestros viejos es la 01.
       5240-Lineas-cotitulares.
           MOVE NRO-CLIE-CUEN-ACT TO TTI-NRO-CLIE
           MOVE NRO-CTA-CUEN-ACT TO TTI-NRO-CTA
           IF TTI-NRO-CTA = ZERO
               MOVE 01 TO TTI-NRO-CTA
           END-IF
           ACCEPT TTI-FECHA FROM DATE YYYYMMDD
           MOVE SPACES TO TTI-TIPO-DOC
           MOVE SPACES TO TTI-NRO-DOC
           CALL "RTITULAR" USING TTI-PEDIDO
           PERFORM 5245-Linea-cotitular
               VARYING WSV-IDX-COT FROM 1 BY 1
               UNTIL WSV-IDX-COT > TTI-CANT-COTITULARES
           .
       5245-Linea-cotitular.
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Y " DELIMITED BY SIZE
                  TTI-COT-NOMBRE(WSV-IDX-COT) DELIMITED BY SIZE
                  " (COTITULAR)" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 5900-Escribir-linea
           .
      *Bloque postal del titular desde DOMICILIOS.TXT; sin
      *domicilio el extracto sale marcado y el cliente queda en la
      *lista de excepciones.
