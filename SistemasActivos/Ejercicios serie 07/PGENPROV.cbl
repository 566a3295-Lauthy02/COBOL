      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento del maestro de proveedores
      *    Alta, baja y modificacion de PROVEEDORES.TXT: por cada
      *    codigo de proveedor (el que ProgIntake estampa en
      *    PROVEEDOR-SERV) la razon social, la cuenta bancaria donde
      *    se le gira lo cobrado (controlada con RVERIFCTA), el
      *    porcentaje de comision que nos quedamos y la marca de
      *    activo. ProgIntake rechaza los archivos de proveedores que
      *    no esten aca o esten inactivos, y ProgLiquida toma la
      *    comision y la cuenta para armar la orden de pago.
      *    Mismo esquema que PGENCLIE: tabla en memoria ascendente
      *    por codigo, regrabada entera al final con respaldo previo
      *    con fecha, y cada cambio en ANULADO.LOG con el legajo del
      *    operador (RSIGNON), porque la cuenta de giro es plata.
      *    Tambien guarda en que formato manda cada proveedor su
      *    archivo de servicios: posiciones fijas o campos separados
      *    por un caracter (punto y coma si no se dice otro), que es
      *    lo que ProgIntake mira para leerlo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENPROV.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               16/09/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROVEEDORES.
      *Archivo generico usado para respaldar PROVEEDORES.TXT antes de
      *que 7000-Grabar-proveedores lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo; aca registra ademas cada alta/baja/modificacion.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo PROVEEDORES (el mismo layout leen ProgIntake y
      *ProgLiquida)
           FD PROVEEDORES.
               01 REGISTRO-PROVEEDOR.
                   02 PRV-CODIGO               PIC X(03).
                   02 PRV-RAZON-SOCIAL         PIC X(30).
      *Cuenta bancaria de giro completa (sucursal + producto +
      *nro-cuenta + digito verificador), validada con RVERIFCTA.
                   02 PRV-CTA-BANCARIA         PIC 9(11).
      *Porcentaje de comision sobre lo cobrado neto (99.99 %).
                   02 PRV-COMISION             PIC 99V99.
                   02 PRV-ACTIVO               PIC X(01).
                       88 PRV-ES-ACTIVO            VALUE "S".
      *Formato del archivo de servicios del proveedor: F (o blanco,
      *los proveedores dados de alta antes) posiciones fijas, D
      *delimitado por PRV-SEPARADOR (blanco = punto y coma).
                   02 PRV-FORMATO              PIC X(01).
                   02 PRV-SEPARADOR            PIC X(01).
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(80).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-PROVEEDORES               PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Maestro de proveedores completo en memoria, siempre ascendente
      *por codigo (mismo esquema que WST-CLIENTES en PGENCLIE).
           01 WST-PROVEEDORES.
               02 WST-PRV-DET               OCCURS 200 TIMES.
                   03 WST-PRV-CODIGO        PIC X(03).
                   03 WST-PRV-RAZON-SOCIAL  PIC X(30).
                   03 WST-PRV-CTA-BANCARIA  PIC 9(11).
                   03 WST-PRV-COMISION      PIC 99V99.
                   03 WST-PRV-ACTIVO        PIC X(01).
                   03 WST-PRV-FORMATO       PIC X(01).
                   03 WST-PRV-SEPARADOR     PIC X(01).
           01 WSV-CANT-PROVEEDORES             PIC 9(03) VALUE ZERO.
           01 WSV-IDX-PRV                      PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-PRV-ENCONTRADO               PIC X(01) VALUE "N".
               88 PRV-SI-ENCONTRADO            VALUE "S".
               88 PRV-NO-ENCONTRADO            VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-FIN                   VALUE "F".

      *Datos del proveedor que se esta cargando o modificando.
           01 WSV-PRV-TRABAJO.
               02 WSV-TRA-CODIGO            PIC X(03).
               02 WSV-TRA-RAZON-SOCIAL      PIC X(30).
               02 WSV-TRA-CTA-BANCARIA      PIC 9(11).
               02 WSV-TRA-COMISION          PIC 99V99.
               02 WSV-TRA-ACTIVO            PIC X(01).
                   88 TRA-ACTIVO-VALIDO         VALUES "S" "N".
               02 WSV-TRA-FORMATO           PIC X(01).
                   88 TRA-FORMATO-VALIDO        VALUES "F" "D".
                   88 TRA-FORMATO-DELIMITADO    VALUE "D".
               02 WSV-TRA-SEPARADOR         PIC X(01).

      *Totales de control de la sesion de mantenimiento.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MODIFICADOS        PIC 9(03) VALUE ZERO.

      *Pedido a la rutina RVERIFCTA (modulo 11 del numero bancario).
           COPY TAB-VERIF.
           01 WSV-IDX-DIG                      PIC 9(02).
      *Vista digito a digito del numero bancario tipeado.
           01 WSV-CTA-BANC-TRABAJO             PIC 9(11).
           01 WSV-CTA-BANC-DET REDEFINES WSV-CTA-BANC-TRABAJO.
               02 WSV-CTA-BANC-DIG             PIC 9(01) OCCURS 11.
           77 WSS-CTA-BANC-ESTADO              PIC X(01) VALUE "N".
               88 CTA-BANC-VALIDA              VALUE "S".
               88 CTA-BANC-INVALIDA            VALUE "N".

      *Variables para el respaldo de PROVEEDORES.TXT antes de pisarlo.
           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-FECHA-CORRIDA                PIC 9(08).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-Inicio-programa
           PERFORM 5000-Proceso
           PERFORM 9000-Fin-del-programa
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1000-Inicio-programa.
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           PERFORM 1050-Identificar-operador
           PERFORM 1200-Cargar-proveedores
           PERFORM 1300-Respaldar-archivo
           .
      *Todo cambio en el maestro queda con el legajo del operador.
       1050-Identificar-operador.
           DISPLAY "Legajo del operador (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador invalido o inactivo"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *Carga PROVEEDORES.TXT entero en WST-PROVEEDORES. Si el archivo
      *todavia no existe se arranca con el maestro vacio.
       1200-Cargar-proveedores.
           MOVE ZERO TO WSV-CANT-PROVEEDORES
           OPEN INPUT PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "**** No hay PROVEEDORES.TXT previo, maestro "
                       "vacio"
           ELSE
               PERFORM 7010-Leer-proveedor
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-PROVEEDORES = "10")
                   OR (WSV-CANT-PROVEEDORES >= 200)
      *        Con la tabla llena la regrabacion final truncaria el
      *        maestro y borraria los proveedores que no entraron.
               IF FS-PROVEEDORES NOT = "10"
                   MOVE "PROVEEDORES.TXT mas largo que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "PROVEEDORES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE PROVEEDORES
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-PROVEEDORES
           MOVE REGISTRO-PROVEEDOR
               TO WST-PRV-DET(WSV-CANT-PROVEEDORES)
           PERFORM 7010-Leer-proveedor
           .
      *Respalda PROVEEDORES.TXT (si ya existe) antes de que
      *7000-Grabar-proveedores lo pise con el maestro modificado.
       1300-Respaldar-archivo.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE "PROVEEDORES.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "PROVEEDORES." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WSV-NOMBRE-DESTINO
           PERFORM 1310-Copiar-archivo
           .
       1310-Copiar-archivo.
           OPEN INPUT ARCH-ORIGEN
               IF FS-ARCH-ORIGEN NOT = "00"
                   DISPLAY "**** No existe " WSV-NOMBRE-ORIGEN
                           ", no se respalda"
               ELSE
                   OPEN OUTPUT ARCH-DESTINO
                   PERFORM 1320-Leer-origen
                   PERFORM 1330-Copiar-linea
                       UNTIL FS-ARCH-ORIGEN = "10"
                   CLOSE ARCH-DESTINO
                   CLOSE ARCH-ORIGEN
                   DISPLAY "Respaldado " WSV-NOMBRE-ORIGEN " en "
                           WSV-NOMBRE-DESTINO
               END-IF
           .
       1320-Leer-origen.
           READ ARCH-ORIGEN
           .
       1330-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta (B)aja (M)odificacion "
                   "(L)istar (F)in: "
           ACCEPT WSV-OPCION
           .
       5200-Ejecutar-opcion.
           IF OPCION-ALTA
               PERFORM 5300-Alta
           ELSE
               IF OPCION-BAJA
                   PERFORM 5400-Baja
               ELSE
                   IF OPCION-MODIFICAR
                       PERFORM 5500-Modificacion
                   ELSE
                       IF OPCION-LISTAR
                           PERFORM 5600-Listar
                       ELSE
                           DISPLAY "**** Opcion no reconocida"
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Alta: rechaza codigos duplicados y ubica el registro nuevo en
      *su posicion ascendente, corriendo los que siguen.
       5300-Alta.
           PERFORM 5700-Pedir-codigo
           PERFORM 5800-Buscar-proveedor
           IF PRV-SI-ENCONTRADO
               DISPLAY "**** El proveedor " WSV-TRA-CODIGO
                       " ya existe, alta rechazada"
           ELSE
               IF WSV-CANT-PROVEEDORES >= 200
                   DISPLAY "**** WST-PROVEEDORES llena (200 items), "
                           "no se pudo dar de alta el proveedor"
               ELSE
                   PERFORM 5710-Pedir-resto-datos
                   PERFORM 5310-Insertar-en-orden
                   ADD 1 TO CTRL-CANT-ALTAS
                   MOVE "ALTA " TO WSV-ANULADO-CODIGO
                   PERFORM 5900-Registrar-cambio
                   DISPLAY "Alta del proveedor " WSV-TRA-CODIGO
                           " realizada"
               END-IF
           END-IF
           .
       5310-Insertar-en-orden.
           MOVE 1 TO WSV-IDX-PRV
           PERFORM 5320-Avanzar-posicion
               UNTIL (WSV-IDX-PRV > WSV-CANT-PROVEEDORES)
               OR (WST-PRV-CODIGO(WSV-IDX-PRV) > WSV-TRA-CODIGO)
           ADD 1 TO WSV-CANT-PROVEEDORES
           MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-MOVER
           PERFORM 5330-Correr-hacia-abajo
               UNTIL WSV-IDX-MOVER <= WSV-IDX-PRV
           MOVE WSV-PRV-TRABAJO TO WST-PRV-DET(WSV-IDX-PRV)
           .
       5320-Avanzar-posicion.
           ADD 1 TO WSV-IDX-PRV
           .
       5330-Correr-hacia-abajo.
           MOVE WST-PRV-DET(WSV-IDX-MOVER - 1)
               TO WST-PRV-DET(WSV-IDX-MOVER)
           SUBTRACT 1 FROM WSV-IDX-MOVER
           .
      *Baja: saca el proveedor de la tabla corriendo hacia arriba los
      *que siguen. Para dejar de recibirle archivos sin perder sus
      *datos alcanza con marcarlo inactivo en una modificacion.
       5400-Baja.
           PERFORM 5700-Pedir-codigo
           PERFORM 5800-Buscar-proveedor
           IF PRV-NO-ENCONTRADO
               DISPLAY "**** El proveedor " WSV-TRA-CODIGO " no existe"
           ELSE
               MOVE WST-PRV-RAZON-SOCIAL(WSV-IDX-ENCONTRADO)
                   TO WSV-TRA-RAZON-SOCIAL
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-PROVEEDORES
               SUBTRACT 1 FROM WSV-CANT-PROVEEDORES
               ADD 1 TO CTRL-CANT-BAJAS
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Baja del proveedor " WSV-TRA-CODIGO
                       " realizada"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-PRV-DET(WSV-IDX-MOVER + 1)
               TO WST-PRV-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
      *Modificacion: pide los datos de nuevo y los pisa en la misma
      *posicion (el codigo no se toca: para cambiarlo es una baja
      *mas un alta).
       5500-Modificacion.
           PERFORM 5700-Pedir-codigo
           PERFORM 5800-Buscar-proveedor
           IF PRV-NO-ENCONTRADO
               DISPLAY "**** El proveedor " WSV-TRA-CODIGO " no existe"
           ELSE
               PERFORM 5710-Pedir-resto-datos
               MOVE WSV-PRV-TRABAJO TO WST-PRV-DET(WSV-IDX-ENCONTRADO)
               ADD 1 TO CTRL-CANT-MODIFICADOS
               MOVE "MODIF" TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Modificacion del proveedor " WSV-TRA-CODIGO
                       " realizada"
           END-IF
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Maestro de proveedores ("
                   WSV-CANT-PROVEEDORES " registros) ----"
           PERFORM 5610-Mostrar-proveedor
               VARYING WSV-IDX-PRV FROM 1 BY 1
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           .
       5610-Mostrar-proveedor.
           DISPLAY WST-PRV-CODIGO(WSV-IDX-PRV) " "
                   WST-PRV-RAZON-SOCIAL(WSV-IDX-PRV)
                   " CtaBanc: " WST-PRV-CTA-BANCARIA(WSV-IDX-PRV)
                   " Comision %: " WST-PRV-COMISION(WSV-IDX-PRV)
                   " Activo: " WST-PRV-ACTIVO(WSV-IDX-PRV)
                   " Formato: " WST-PRV-FORMATO(WSV-IDX-PRV)
                   WST-PRV-SEPARADOR(WSV-IDX-PRV)
           .
       5700-Pedir-codigo.
           DISPLAY "Codigo del proveedor (xxx): "
           ACCEPT WSV-TRA-CODIGO
           .
       5710-Pedir-resto-datos.
           DISPLAY "Razon social: "
           ACCEPT WSV-TRA-RAZON-SOCIAL
           SET CTA-BANC-INVALIDA TO TRUE
           PERFORM 5740-Pedir-cta-bancaria
               UNTIL CTA-BANC-VALIDA
           DISPLAY "Comision sobre lo cobrado en % (99.99): "
           ACCEPT WSV-TRA-COMISION
      *    La marca arranca invalida para que el pedido corra
      *    siempre, aun con un valor valido de la operacion anterior.
           MOVE SPACE TO WSV-TRA-ACTIVO
           PERFORM 5720-Pedir-activo
               UNTIL TRA-ACTIVO-VALIDO
           MOVE SPACE TO WSV-TRA-FORMATO
           PERFORM 5730-Pedir-formato
               UNTIL TRA-FORMATO-VALIDO
           MOVE SPACE TO WSV-TRA-SEPARADOR
           IF TRA-FORMATO-DELIMITADO
               DISPLAY "Separador de campos (; si no quiere): "
               ACCEPT WSV-TRA-SEPARADOR
               IF WSV-TRA-SEPARADOR = SPACE
                   MOVE ";" TO WSV-TRA-SEPARADOR
               END-IF
           END-IF
           .
       5720-Pedir-activo.
           DISPLAY "Proveedor activo (S/N): "
           ACCEPT WSV-TRA-ACTIVO
           IF NOT TRA-ACTIVO-VALIDO
               DISPLAY "**** Responda S o N"
           END-IF
           .
       5730-Pedir-formato.
           DISPLAY "Formato del archivo: (F)ijo o (D)elimitado: "
           ACCEPT WSV-TRA-FORMATO
           IF NOT TRA-FORMATO-VALIDO
               DISPLAY "**** Responda F o D"
           END-IF
           .
      *La cuenta de giro es obligatoria: sin ella no hay orden de
      *pago posible. El digito verificador lo controla RVERIFCTA.
       5740-Pedir-cta-bancaria.
           DISPLAY "Cuenta bancaria de giro (sssppnnnnnd, "
                   "11 digitos): "
           ACCEPT WSV-CTA-BANC-TRABAJO
           IF WSV-CTA-BANC-TRABAJO = ZERO
               DISPLAY "**** La cuenta de giro es obligatoria"
           ELSE
               PERFORM 5750-Cargar-digitos
                   VARYING WSV-IDX-DIG FROM 1 BY 1
                   UNTIL WSV-IDX-DIG > 10
               MOVE WSV-CTA-BANC-DIG(11) TO VRF-DIGITO-INGRESADO
               CALL "RVERIFCTA" USING VRF-CTA-PEDIDO
               IF VRF-CUENTA-VALIDA
                   MOVE WSV-CTA-BANC-TRABAJO TO WSV-TRA-CTA-BANCARIA
                   SET CTA-BANC-VALIDA TO TRUE
               ELSE
                   DISPLAY "**** Digito verificador invalido, se "
                           "esperaba " VRF-DIGITO-CALCULADO
                           ", reingrese"
               END-IF
           END-IF
           .
       5750-Cargar-digitos.
           MOVE WSV-CTA-BANC-DIG(WSV-IDX-DIG)
               TO VRF-DIGITO-BASE(WSV-IDX-DIG)
           .
      *Busqueda secuencial de WSV-TRA-CODIGO en la tabla; deja la
      *posicion hallada en WSV-IDX-ENCONTRADO.
       5800-Buscar-proveedor.
           SET PRV-NO-ENCONTRADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX-PRV
           PERFORM 5810-Comparar-proveedor
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           .
       5810-Comparar-proveedor.
           IF WST-PRV-CODIGO(WSV-IDX-PRV) = WSV-TRA-CODIGO
               SET PRV-SI-ENCONTRADO TO TRUE
               MOVE WSV-IDX-PRV TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV
           END-IF
           ADD 1 TO WSV-IDX-PRV
           .
      *Cada alta/baja/modificacion queda en ANULADO.LOG con el codigo
      *de proveedor tocado y el legajo del operador.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENPROV"          TO LOG-ANUL-PROGRAMA
           MOVE "PROVEEDORES"       TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Proveedor " DELIMITED BY SIZE
                  WSV-TRA-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-TRA-RAZON-SOCIAL DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-proveedor.
           READ PROVEEDORES
           .
      *Regraba PROVEEDORES.TXT entero desde la tabla ya mantenida.
       7000-Grabar-proveedores.
           OPEN OUTPUT PROVEEDORES
               IF FS-PROVEEDORES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-PROVEEDORES TO WSV-ANULADO-CODIGO
                   MOVE "PROVEEDORES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7020-Escribir-proveedor
               VARYING WSV-IDX-PRV FROM 1 BY 1
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           CLOSE PROVEEDORES
           .
       7020-Escribir-proveedor.
           MOVE WST-PRV-DET(WSV-IDX-PRV) TO REGISTRO-PROVEEDOR
           WRITE REGISTRO-PROVEEDOR
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           DISPLAY "----- Error en el sistema ----"
           DISPLAY "Objeto: "              WSV-ANULADO-OBJETO
           DISPLAY "Codigo del error: "    WSV-ANULADO-CODIGO
           DISPLAY "Descripcion: "         WSV-ANULADO-DESCRIP
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 8950-Registrar-anulado
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENPROV"          TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
       9000-Fin-del-programa.
           PERFORM 7000-Grabar-proveedores.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Proveedores en el maestro: " WSV-CANT-PROVEEDORES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
