      *    PENDIENTES-CATALOGO.txt, firmadas por el operador que las
      *    pidio, y un segundo operador las aplica con PAPRUEBA, que
      *    regraba el archivo con respaldo previo.
      *    Al pedir una baja se muestra donde se usa el codigo
      *    (RDONDUSA): PAPRUEBA no la aprueba mientras siga en uso.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PMANTCAT.
       AUTHOR.                     Lautaro-Rojas.
      *Identificacion del operador (rutina RSIGNON).
           COPY TAB-SIGNON.

      *Pedido a RDONDUSA para avisar si el codigo a dar de baja
      *sigue en uso.
           COPY TAB-DONDUSA.
           01 WSV-IDX-USO                      PIC 9(03).

      *Operacion y datos de la sesion de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-LISTAR                VALUE "L".
           01 WSV-DESC-TRABAJO                 PIC X(25).
           01 WSV-VIG-DESDE-TRABAJO            PIC 9(08).
           01 WSV-VIG-HASTA-TRABAJO            PIC 9(08).
           01 WSV-ACCION-TRABAJO               PIC X(01).

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
           MOVE SPACES TO WSV-DESC-TRABAJO
           MOVE ZERO TO WSV-VIG-DESDE-TRABAJO
           MOVE ZERO TO WSV-VIG-HASTA-TRABAJO
           PERFORM 5510-Avisar-usos
           MOVE "B" TO PEND-ACCION
           PERFORM 5600-Encolar-cambio
           .
      *La baja se encola igual: el aviso es para que el que la pide
      *sepa que PAPRUEBA la va a frenar si sigue en uso.
       5510-Avisar-usos.
           MOVE WSV-CATALOGO TO DUS-CATALOGO
           MOVE WSV-CODIGO-TRABAJO TO DUS-CODIGO-NUM
           CALL "RDONDUSA" USING DUS-PEDIDO
           IF DUS-CANT-REFERENCIAS > ZERO
               DISPLAY "**** Atencion: el codigo sigue en uso ("
                       DUS-CANT-REFERENCIAS " referencias)"
               PERFORM 5520-Mostrar-uso
                   VARYING WSV-IDX-USO FROM 1 BY 1
                   UNTIL WSV-IDX-USO > DUS-CANT-DETALLE
               DISPLAY "     PAPRUEBA no la aprobara mientras siga "
                       "en uso, salvo que la fuerce un administrador"
           END-IF
           .
       5520-Mostrar-uso.
           DISPLAY "    " DUS-DET-ARCHIVO(WSV-IDX-USO) " "
                   DUS-DET-CLAVE(WSV-IDX-USO)
           .
      *Deja el cambio pedido en el archivo de pendientes, firmado,
      *para que un segundo operador lo aplique con PAPRUEBA.
       5600-Encolar-cambio.
           MOVE PEND-ACCION TO WSV-ACCION-TRABAJO
           INITIALIZE REG-PENDIENTE-CATALOGO
           MOVE WSV-ACCION-TRABAJO TO PEND-ACCION
           MOVE WSV-CATALOGO TO PEND-ARCHIVO
           MOVE WSV-CODIGO-TRABAJO TO PEND-CODIGO
           MOVE WSV-DESC-TRABAJO TO PEND-DESCRIPCION
