      *    por lote, leyendo un archivo de control con registros
      *    codigo/descripcion/moneda (ver CARGA-SERV), igual que
      *    PGENMAT con las materias.
      *    La carga reemplaza el catalogo entero: antes de regrabarlo
      *    se buscan (RDONDUSA) las referencias vivas de cada codigo
      *    del respaldo que la carga nueva ya no trae. Con
      *    referencias el catalogo no se toca, salvo que un
      *    supervisor o administrador identificado con RSIGNON fuerce
      *    el retiro, que queda en ANULADO.LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENSERV.
       AUTHOR.                     Lautaro-Rojas.
           01 WST-CONTROL-CARGADOS.
               02 WST-COD-CARGADOS             PIC X(03) OCCURS 99.
           01 WSV-CANT-CARGADOS                PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CARGADOS                 PIC 9(03).
      *Registros de la carga, en el mismo orden que WST-COD-CARGADOS;
      *se graban recien despues de controlar los codigos retirados.
           01 WST-CARGA-NUEVA.
               02 WST-NUEVO-REG                PIC X(41) OCCURS 99.

      *Codigos del catalogo anterior, leidos del respaldo, y los que
      *la carga nueva retira pese a tener referencias vivas.
           77 WSS-RESPALDO                     PIC X(01) VALUE "N".
               88 HAY-RESPALDO                 VALUE "S".
               88 SIN-RESPALDO                 VALUE "N".
           01 WST-CODIGOS-ANTERIORES.
               02 WST-COD-ANTERIOR             PIC X(03) OCCURS 99.
           01 WSV-CANT-ANTERIORES              PIC 9(02) VALUE ZERO.
           01 WSV-IDX-ANTERIOR                 PIC 9(03).
           77 WSS-CODIGO                       PIC X(01) VALUE "N".
               88 CODIGO-SIGUE                 VALUE "S".
               88 CODIGO-RETIRADO              VALUE "N".
           01 WST-RETIROS-EN-USO.
               02 WST-USO-DET                  OCCURS 99 TIMES.
                   03 WST-USO-CODIGO           PIC X(03).
                   03 WST-USO-REFERENCIAS      PIC 9(05).
           01 WSV-CANT-EN-USO                  PIC 9(02) VALUE ZERO.
           01 WSV-IDX-EN-USO                   PIC 9(03).

      *Pedido a RDONDUSA para buscar las referencias de un codigo
      *retirado.
           COPY TAB-DONDUSA.
           01 WSV-IDX-USO                      PIC 9(03).

      *Identificacion del supervisor que fuerza un retiro (RSIGNON).
           COPY TAB-SIGNON.
           01 WSV-FORZAR                       PIC X(01) VALUE "N".
               88 FORZAR-RETIRO                VALUE "S".

      *Variables para el respaldo de ARCH-SERVICIOS-CAT antes de
      *pisarlo.
           DISPLAY " "
           PERFORM 1100-Inicializar
           PERFORM 1300-Respaldar-archivo
           PERFORM 1400-Cargar-anteriores
           .
       1100-Inicializar.
           INITIALIZE FS-ARCHIVOS
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   SET HAY-RESPALDO TO TRUE
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           WRITE LINEA-DESTINO
           PERFORM 1320-Leer-origen
           .
      *Los codigos del respaldo son el catalogo que la carga va a
      *reemplazar. Sin respaldo (primera carga) no se retira nada.
       1400-Cargar-anteriores.
           MOVE ZERO TO WSV-CANT-ANTERIORES
           IF HAY-RESPALDO
               MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-ORIGEN
               OPEN INPUT ARCH-ORIGEN
               PERFORM 1320-Leer-origen
               PERFORM 1410-Pasar-anterior
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1410-Pasar-anterior.
           IF LINEA-ORIGEN (1:3) NOT = SPACES
               IF WSV-CANT-ANTERIORES >= 99
                   CLOSE ARCH-ORIGEN
                   MOVE "Mas de 99 servicios en el catalogo anterior"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "ARCH-SERVCAT" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-ANTERIORES
               MOVE LINEA-ORIGEN (1:3)
                   TO WST-COD-ANTERIOR(WSV-CANT-ANTERIORES)
           END-IF
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           DISPLAY "Modo de carga: (M) Manual  (B) Por archivo: "
               PERFORM 5100-Pedir-datos
                   UNTIL WSV-CONTADOR = WSV-CANTIDAD
           END-IF
           PERFORM 5500-Controlar-retiros
           PERFORM 7000-Abrir-archivo
           PERFORM 7000-Escribir-archivo
               VARYING WSV-IDX-CARGADOS FROM 1 BY 1
               UNTIL WSV-IDX-CARGADOS > WSV-CANT-CARGADOS
           .

       5100-Pedir-datos.
             END-IF
              PERFORM 5160-Verificar-duplicado
              IF DATO-VALIDO
                 PERFORM 5170-Agregar-a-cargados
              END-IF
           END-IF
           ADD 1 TO WSV-IDX-CARGADOS
           .
       5170-Agregar-a-cargados.
           IF WSV-CANT-CARGADOS >= 99
               MOVE "Mas de 99 servicios en la carga"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "WST-CARGA-NUEVA" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-CARGADOS
           MOVE REG-SRV-CODIGO
               TO WST-COD-CARGADOS(WSV-CANT-CARGADOS)
           MOVE REGISTRO-ARCH-SERVCAT
               TO WST-NUEVO-REG(WSV-CANT-CARGADOS)
           .
      *................. Carga por archivo ..............................
       5300-Carga-por-archivo.
           PERFORM 5150-Verificar-datos
           PERFORM 7210-Leer-carga
           .
      *................. Codigos retirados .............................
      *Cada codigo del catalogo anterior que la carga no trae se
      *retira; si sigue en uso se listan sus referencias y el
      *retiro necesita autorizacion.
       5500-Controlar-retiros.
           MOVE ZERO TO WSV-CANT-EN-USO
           PERFORM 5510-Controlar-anterior
               VARYING WSV-IDX-ANTERIOR FROM 1 BY 1
               UNTIL WSV-IDX-ANTERIOR > WSV-CANT-ANTERIORES
           IF WSV-CANT-EN-USO > ZERO
               PERFORM 5540-Autorizar-retiros
           END-IF
           .
       5510-Controlar-anterior.
           SET CODIGO-RETIRADO TO TRUE
           PERFORM 5520-Comparar-cargado
               VARYING WSV-IDX-CARGADOS FROM 1 BY 1
               UNTIL (WSV-IDX-CARGADOS > WSV-CANT-CARGADOS)
               OR CODIGO-SIGUE
           IF CODIGO-RETIRADO
               SET DUS-CAT-SERVICIOS TO TRUE
               MOVE WST-COD-ANTERIOR(WSV-IDX-ANTERIOR) TO DUS-CODIGO
               CALL "RDONDUSA" USING DUS-PEDIDO
               IF DUS-CANT-REFERENCIAS > ZERO
                   DISPLAY "**** El servicio " DUS-CODIGO
                           " se retira y sigue en uso: "
                           DUS-CANT-REFERENCIAS " referencias"
                   PERFORM 5530-Mostrar-uso
                       VARYING WSV-IDX-USO FROM 1 BY 1
                       UNTIL WSV-IDX-USO > DUS-CANT-DETALLE
                   ADD 1 TO WSV-CANT-EN-USO
                   MOVE DUS-CODIGO TO WST-USO-CODIGO(WSV-CANT-EN-USO)
                   MOVE DUS-CANT-REFERENCIAS
                       TO WST-USO-REFERENCIAS(WSV-CANT-EN-USO)
               ELSE
                   DISPLAY "Servicio " DUS-CODIGO
                           " retirado del catalogo (sin uso)"
               END-IF
           END-IF
           .
       5520-Comparar-cargado.
           IF WST-COD-CARGADOS(WSV-IDX-CARGADOS)
                   = WST-COD-ANTERIOR(WSV-IDX-ANTERIOR)
               SET CODIGO-SIGUE TO TRUE
           END-IF
           .
       5530-Mostrar-uso.
           DISPLAY "    " DUS-DET-ARCHIVO(WSV-IDX-USO) " "
                   DUS-DET-CLAVE(WSV-IDX-USO)
           .
      *Sin la firma de un supervisor o administrador el catalogo
      *queda como estaba.
       5540-Autorizar-retiros.
           DISPLAY "**** " WSV-CANT-EN-USO " servicios retirados "
                   "siguen en uso"
           DISPLAY "Legajo del supervisor que fuerza el retiro (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           MOVE "N" TO WSV-FORZAR
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-MANDA
               DISPLAY "Forzar el retiro igual? (S/N): "
               ACCEPT WSV-FORZAR
           ELSE
               DISPLAY "**** Solo un supervisor o administrador puede "
                       "forzarlo"
           END-IF
           IF FORZAR-RETIRO
               PERFORM 8960-Registrar-retiro-forzado
                   VARYING WSV-IDX-EN-USO FROM 1 BY 1
                   UNTIL WSV-IDX-EN-USO > WSV-CANT-EN-USO
               DISPLAY "Retiro forzado por " SGN-NOMBRE
           ELSE
               MOVE "Servicios retirados con referencias vivas"
                   TO WSV-ANULADO-DESCRIP
               MOVE "ENUSO" TO WSV-ANULADO-CODIGO
               MOVE "ARCH-SERVCAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivo.
           OPEN OUTPUT SERVCAT
               END-IF
           .
       7000-Escribir-archivo.
           MOVE WST-NUEVO-REG(WSV-IDX-CARGADOS)
               TO REGISTRO-ARCH-SERVCAT
           WRITE REGISTRO-ARCH-SERVCAT
           DISPLAY "Registro escrito en ARCH-SERVICIOS-CAT: "
                   REGISTRO-ARCH-SERVCAT
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *Deja en ANULADO.LOG cada retiro forzado, con el legajo del que
      *lo autorizo.
       8960-Registrar-retiro-forzado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENSERV"          TO LOG-ANUL-PROGRAMA
           MOVE "ARCH-SERVCAT"      TO LOG-ANUL-OBJETO
           MOVE "RETFZ"             TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Retiro forzado de " DELIMITED BY SIZE
                  WST-USO-CODIGO(WSV-IDX-EN-USO) DELIMITED BY SIZE
                  " con " DELIMITED BY SIZE
                  WST-USO-REFERENCIAS(WSV-IDX-EN-USO)
                      DELIMITED BY SIZE
                  " referencias vivas" DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           PERFORM 7000-Cerrar-archivo.
           DISPLAY " "
