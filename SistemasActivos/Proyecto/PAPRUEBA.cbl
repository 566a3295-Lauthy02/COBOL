      *    y la del que aprobo o rechazo.
      *    Admite altas (A), modificaciones (M) y bajas (B), para que
      *    el mantenimiento por registro pase por el mismo control.
      *    Una baja cuyo codigo sigue en uso (RDONDUSA) se rechaza
      *    como EN USO listando las referencias, salvo que el que
      *    aprueba sea administrador y la fuerce (queda FORZADO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PAPRUEBA.
       AUTHOR.                     Lautaro-Rojas.
      *Identificacion del operador que aprueba (RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a RDONDUSA para frenar bajas de codigos en uso.
           COPY TAB-DONDUSA.
           77 WSS-BAJA-FORZADA                 PIC X(01) VALUE "N".
               88 BAJA-FORZADA                 VALUE "S".
               88 BAJA-NO-FORZADA              VALUE "N".
           01 WSV-FORZAR                       PIC X(01) VALUE "N".
               88 FORZAR-BAJA                  VALUE "S".
           01 WSV-IDX-USO                      PIC 9(03).

      *Pendientes cargados en memoria con la decision tomada.
           01 WST-PENDIENTES.
               02 WST-PEN-DET               OCCURS 999 TIMES.
           .
      *Aplica el cambio aprobado a la tabla del catalogo que toque.
       5200-Aplicar-cambio.
           MOVE SPACES TO WSV-RESULTADO
           SET BAJA-NO-FORZADA TO TRUE
           IF WST-PEN-ACCION(WSV-IDX-PEN) = "B"
               PERFORM 5250-Controlar-usos
           END-IF
           IF WSV-RESULTADO = SPACES
               IF WST-PEN-ARCHIVO(WSV-IDX-PEN) = "M"
                   PERFORM 5300-Aplicar-en-materias
               ELSE
                   PERFORM 5400-Aplicar-en-paises
               END-IF
               IF (WSV-RESULTADO = "APLICADO") AND BAJA-FORZADA
                   MOVE "FORZADO" TO WSV-RESULTADO
               END-IF
           END-IF
           IF (WSV-RESULTADO = "APLICADO")
                   OR (WSV-RESULTADO = "FORZADO")
               MOVE "A" TO WST-PEN-DECISION(WSV-IDX-PEN)
               ADD 1 TO CTRL-CANT-APROBADOS
           ELSE
           END-IF
           PERFORM 5900-Registrar-decision
           .
      *Una baja no se aprueba mientras el codigo tenga referencias
      *vivas; solo un administrador puede forzarla a sabiendas.
       5250-Controlar-usos.
           MOVE WST-PEN-ARCHIVO(WSV-IDX-PEN) TO DUS-CATALOGO
           MOVE WST-PEN-CODIGO(WSV-IDX-PEN) TO DUS-CODIGO-NUM
           CALL "RDONDUSA" USING DUS-PEDIDO
           IF DUS-CANT-REFERENCIAS > ZERO
               DISPLAY "**** El codigo sigue en uso: "
                       DUS-CANT-REFERENCIAS " referencias"
               PERFORM 5260-Mostrar-uso
                   VARYING WSV-IDX-USO FROM 1 BY 1
                   UNTIL WSV-IDX-USO > DUS-CANT-DETALLE
               IF SGN-ROL-ADMIN
                   DISPLAY "  Forzar la baja igual? (S/N): "
                   ACCEPT WSV-FORZAR
                   IF FORZAR-BAJA
                       SET BAJA-FORZADA TO TRUE
                   ELSE
                       MOVE "EN USO" TO WSV-RESULTADO
                   END-IF
               ELSE
                   DISPLAY "  Solo un administrador puede forzarla"
                   MOVE "EN USO" TO WSV-RESULTADO
               END-IF
           END-IF
           .
       5260-Mostrar-uso.
           DISPLAY "    " DUS-DET-ARCHIVO(WSV-IDX-USO) " "
                   DUS-DET-CLAVE(WSV-IDX-USO)
           .
       5300-Aplicar-en-materias.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX
