      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de mantenimiento del maestro de documentos
      *    Alta, baja y modificacion de DOCUMENTOS_KYC.TXT: el
      *    documento de identidad que se le verifico a cada cliente
      *    (tipo y numero), la fecha en que se verifico, cuando
      *    vence y el legajo del operador que lo verifico (el de la
      *    sesion, validado por RSIGNON). Es lo que se le muestra a
      *    la inspeccion. La modificacion es la renovacion: deja la
      *    nueva verificacion a nombre del operador de la sesion.
      *    La opcion P (solo supervisor) fija en PARAM_KYC.TXT los
      *    dias de aviso y de gracia que usan ProgKyc y la
      *    ventanilla.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENKYC.
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
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DOCUMENTOS.

           SELECT PARAM-KYC ASSIGN TO "PARAM_KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAM-KYC.

           SELECT CUENTAS ASSIGN TO "CUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.
      *Log de auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo DOCUMENTOS_KYC
      *Cliente | Documento | Verificado | Vence | Operador
           FD DOCUMENTOS.
               COPY REG-KYC.
      *
      *Archivo PARAM_KYC (un solo registro)
           FD PARAM-KYC.
               COPY REG-PARKYC.
      *
      *Archivo CUENTAS (solo interesa que el cliente exista)
           FD CUENTAS.
               01 REGISTRO-ENTRADA-CUENTAS.
                   02 NRO-CLIE-CUEN            PIC 9(03).
                   02 RESTO-CUEN               PIC X(50).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-DOCUMENTOS                PIC X(02) VALUE ZEROES.
               02 FS-PARAM-KYC                 PIC X(02) VALUE ZEROES.
               02 FS-CUENTAS                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Identificacion del operador de la sesion (RSIGNON).
           COPY TAB-SIGNON.

      *Maestro de documentos completo en memoria.
           01 WST-DOCUMENTOS.
               02 WST-DOC-DET               OCCURS 400 TIMES.
                   03 WST-DOC-NRO-CLIE      PIC 9(03).
                   03 WST-DOC-TIPO-DOC      PIC X(03).
                   03 WST-DOC-NRO-DOC       PIC X(12).
                   03 WST-DOC-FECHA-VERIF   PIC 9(08).
                   03 WST-DOC-FECHA-VENCE   PIC 9(08).
                   03 WST-DOC-OPERADOR      PIC 9(03).
           01 WSV-CANT-DOCUMENTOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX                          PIC 9(03).
           01 WSV-IDX-MOVER                    PIC 9(03).
           01 WSV-IDX-ENCONTRADO               PIC 9(03).
           77 WSS-HALLADO                      PIC X(01) VALUE "N".
               88 SI-HALLADO                   VALUE "S".
               88 NO-HALLADO                   VALUE "N".
           77 WSS-CLIE-EXISTE                  PIC X(01) VALUE "N".
               88 CLIE-EXISTE                  VALUE "S".
               88 CLIE-NO-EXISTE               VALUE "N".

      *Operacion pedida en el menu de mantenimiento.
           01 WSV-OPCION                       PIC X(01) VALUE "F".
               88 OPCION-ALTA                  VALUE "A".
               88 OPCION-BAJA                  VALUE "B".
               88 OPCION-MODIFICAR             VALUE "M".
               88 OPCION-LISTAR                VALUE "L".
               88 OPCION-PARAMETROS            VALUE "P".
               88 OPCION-FIN                   VALUE "F".

      *Documento que se esta cargando o renovando.
           01 WSV-DOC-TRABAJO.
               02 WSV-TRA-NRO-CLIE          PIC 9(03).
               02 WSV-TRA-TIPO-DOC          PIC X(03).
               02 WSV-TRA-NRO-DOC           PIC X(12).
               02 WSV-TRA-FECHA-VERIF       PIC 9(08).
               02 WSV-TRA-FECHA-VENCE       PIC 9(08).
           01 WSV-FECHA-HOY                    PIC 9(08) VALUE ZERO.

      *Dias de aviso y de gracia vigentes (PARAM_KYC.TXT).
           01 WSV-PARAMETROS.
               02 WSV-DIAS-AVISO               PIC 9(03) VALUE 30.
               02 WSV-DIAS-GRACIA              PIC 9(03) VALUE 15.

      *Totales de control de la sesion.
           01 WSV-CONTADORES.
               02 CTRL-CANT-ALTAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-BAJAS              PIC 9(03) VALUE ZERO.
               02 CTRL-CANT-MODIFICADOS        PIC 9(03) VALUE ZERO.

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-Identificar-operador
           PERFORM 1100-Cargar-parametros
           PERFORM 1200-Cargar-documentos
           .
      *Toda verificacion queda con el legajo de quien la hizo.
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
      *Sin PARAM_KYC.TXT rigen 30 dias de aviso y 15 de gracia.
       1100-Cargar-parametros.
           OPEN INPUT PARAM-KYC
           IF FS-PARAM-KYC = "00"
               READ PARAM-KYC
               IF FS-PARAM-KYC = "00"
                   MOVE PKY-DIAS-AVISO TO WSV-DIAS-AVISO
                   MOVE PKY-DIAS-GRACIA TO WSV-DIAS-GRACIA
               END-IF
               CLOSE PARAM-KYC
           END-IF
           .
       1200-Cargar-documentos.
           MOVE ZERO TO WSV-CANT-DOCUMENTOS
           OPEN INPUT DOCUMENTOS
           IF FS-DOCUMENTOS NOT = "00"
               DISPLAY "**** No hay DOCUMENTOS_KYC.TXT previo, "
                       "maestro vacio"
           ELSE
               PERFORM 7010-Leer-documento
               PERFORM 1210-Pasar-a-tabla
                   UNTIL (FS-DOCUMENTOS = "10")
                   OR (WSV-CANT-DOCUMENTOS >= 400)
               CLOSE DOCUMENTOS
           END-IF
           .
       1210-Pasar-a-tabla.
           ADD 1 TO WSV-CANT-DOCUMENTOS
           MOVE KYC-NRO-CLIE
               TO WST-DOC-NRO-CLIE(WSV-CANT-DOCUMENTOS)
           MOVE KYC-TIPO-DOC
               TO WST-DOC-TIPO-DOC(WSV-CANT-DOCUMENTOS)
           MOVE KYC-NRO-DOC TO WST-DOC-NRO-DOC(WSV-CANT-DOCUMENTOS)
           MOVE KYC-FECHA-VERIF
               TO WST-DOC-FECHA-VERIF(WSV-CANT-DOCUMENTOS)
           MOVE KYC-FECHA-VENCE
               TO WST-DOC-FECHA-VENCE(WSV-CANT-DOCUMENTOS)
           MOVE KYC-OPERADOR
               TO WST-DOC-OPERADOR(WSV-CANT-DOCUMENTOS)
           PERFORM 7010-Leer-documento
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Pedir-opcion
           PERFORM 5200-Ejecutar-opcion UNTIL OPCION-FIN
           .
       5100-Pedir-opcion.
           DISPLAY " "
           DISPLAY "Operacion: (A)lta (B)aja (M)odificacion "
                   "(L)istar (P)arametros (F)in: "
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
                           IF OPCION-PARAMETROS
                               PERFORM 5650-Parametros
                           ELSE
                               DISPLAY "**** Opcion no reconocida"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-Pedir-opcion
           .
      *Alta: el cliente tiene que existir en CUENTAS.TXT y no tener
      *ya un documento cargado.
       5300-Alta.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           PERFORM 5700-Validar-cliente
           IF CLIE-NO-EXISTE
               DISPLAY "**** El cliente " WSV-TRA-NRO-CLIE
                       " no esta en CUENTAS.TXT, alta rechazada"
           ELSE
               PERFORM 5800-Buscar-documento
               IF SI-HALLADO
                   DISPLAY "**** El cliente ya tiene documento "
                           "cargado, use modificacion"
               ELSE
                   IF WSV-CANT-DOCUMENTOS >= 400
                       DISPLAY "**** WST-DOCUMENTOS llena (400)"
                   ELSE
                       PERFORM 5710-Pedir-resto-datos
                       ADD 1 TO WSV-CANT-DOCUMENTOS
                       MOVE WSV-CANT-DOCUMENTOS TO WSV-IDX-ENCONTRADO
                       PERFORM 5720-Copiar-a-tabla
                       ADD 1 TO CTRL-CANT-ALTAS
                       MOVE "ALTA " TO WSV-ANULADO-CODIGO
                       PERFORM 5900-Registrar-cambio
                       DISPLAY "Alta del documento realizada"
                   END-IF
               END-IF
           END-IF
           .
       5400-Baja.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           PERFORM 5800-Buscar-documento
           IF NO-HALLADO
               DISPLAY "**** Ese cliente no tiene documento"
           ELSE
               MOVE WST-DOC-TIPO-DOC(WSV-IDX-ENCONTRADO)
                   TO WSV-TRA-TIPO-DOC
               MOVE WST-DOC-NRO-DOC(WSV-IDX-ENCONTRADO)
                   TO WSV-TRA-NRO-DOC
               MOVE WST-DOC-FECHA-VENCE(WSV-IDX-ENCONTRADO)
                   TO WSV-TRA-FECHA-VENCE
               MOVE WSV-IDX-ENCONTRADO TO WSV-IDX-MOVER
               PERFORM 5410-Correr-hacia-arriba
                   UNTIL WSV-IDX-MOVER >= WSV-CANT-DOCUMENTOS
               SUBTRACT 1 FROM WSV-CANT-DOCUMENTOS
               ADD 1 TO CTRL-CANT-BAJAS
               MOVE "BAJA " TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Baja del documento realizada"
           END-IF
           .
       5410-Correr-hacia-arriba.
           MOVE WST-DOC-DET(WSV-IDX-MOVER + 1)
               TO WST-DOC-DET(WSV-IDX-MOVER)
           ADD 1 TO WSV-IDX-MOVER
           .
      *Renovacion: nuevo documento (o el mismo con nuevo
      *vencimiento) verificado por el operador de la sesion. El
      *cliente vuelve a poder retirar en el acto; el bloqueo por
      *documento vencido lo levanta la proxima corrida de ProgKyc.
       5500-Modificacion.
           DISPLAY "Numero de cliente (xxx): "
           ACCEPT WSV-TRA-NRO-CLIE
           PERFORM 5800-Buscar-documento
           IF NO-HALLADO
               DISPLAY "**** Ese cliente no tiene documento"
           ELSE
               PERFORM 5710-Pedir-resto-datos
               PERFORM 5720-Copiar-a-tabla
               ADD 1 TO CTRL-CANT-MODIFICADOS
               MOVE "MODIF" TO WSV-ANULADO-CODIGO
               PERFORM 5900-Registrar-cambio
               DISPLAY "Modificacion del documento realizada"
           END-IF
           .
       5600-Listar.
           DISPLAY " "
           DISPLAY "----- Maestro de documentos ("
                   WSV-CANT-DOCUMENTOS " registros) ----"
           PERFORM 5610-Mostrar-documento
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-DOCUMENTOS
           .
       5610-Mostrar-documento.
           DISPLAY "Cliente " WST-DOC-NRO-CLIE(WSV-IDX) ": "
                   WST-DOC-TIPO-DOC(WSV-IDX) " "
                   WST-DOC-NRO-DOC(WSV-IDX) " verificado "
                   WST-DOC-FECHA-VERIF(WSV-IDX) " (legajo "
                   WST-DOC-OPERADOR(WSV-IDX) ") vence "
                   WST-DOC-FECHA-VENCE(WSV-IDX)
           .
      *Dias de aviso y de gracia: solo los cambia un supervisor.
       5650-Parametros.
           IF NOT SGN-ROL-MANDA
               DISPLAY "**** Solo un supervisor cambia los "
                       "parametros"
           ELSE
               DISPLAY "Dias de aviso actuales: " WSV-DIAS-AVISO
                       " - nuevos (xxx): "
               ACCEPT WSV-DIAS-AVISO
               DISPLAY "Dias de gracia actuales: " WSV-DIAS-GRACIA
                       " - nuevos (xxx): "
               ACCEPT WSV-DIAS-GRACIA
               OPEN OUTPUT PARAM-KYC
               IF FS-PARAM-KYC NOT = "00"
                   MOVE "Error al abrir archivo"
                       TO WSV-ANULADO-DESCRIP
                   MOVE FS-PARAM-KYC TO WSV-ANULADO-CODIGO
                   MOVE "PARAM_KYC" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               MOVE WSV-DIAS-AVISO TO PKY-DIAS-AVISO
               MOVE WSV-DIAS-GRACIA TO PKY-DIAS-GRACIA
               WRITE REG-PARAM-KYC
               CLOSE PARAM-KYC
               ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
               ACCEPT LOG-ANUL-HORA  FROM TIME
               MOVE "PGENKYC"           TO LOG-ANUL-PROGRAMA
               MOVE "PARAM_KYC"         TO LOG-ANUL-OBJETO
               MOVE "PARAM"             TO LOG-ANUL-CODIGO
               MOVE SPACES TO LOG-ANUL-DESCRIP
               STRING "Dias de aviso " DELIMITED BY SIZE
                      WSV-DIAS-AVISO DELIMITED BY SIZE
                      " y de gracia " DELIMITED BY SIZE
                      WSV-DIAS-GRACIA DELIMITED BY SIZE
                      INTO LOG-ANUL-DESCRIP
               MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
               PERFORM 5950-Grabar-log
               DISPLAY "Parametros grabados"
           END-IF
           .
      *El cliente tiene que existir en el maestro de cuentas.
       5700-Validar-cliente.
           SET CLIE-NO-EXISTE TO TRUE
           OPEN INPUT CUENTAS
           IF FS-CUENTAS NOT = "00"
               MOVE "No se pudo abrir CUENTAS.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-CUENTAS TO WSV-ANULADO-CODIGO
               MOVE "CUENTAS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-cuenta
           PERFORM 5730-Comparar-cliente UNTIL FS-CUENTAS = "10"
           CLOSE CUENTAS
           .
       5730-Comparar-cliente.
           IF (REGISTRO-ENTRADA-CUENTAS (1:6) NOT = "HEADER")
                   AND (NRO-CLIE-CUEN = WSV-TRA-NRO-CLIE)
               SET CLIE-EXISTE TO TRUE
           END-IF
           PERFORM 7020-Leer-cuenta
           .
       5710-Pedir-resto-datos.
           DISPLAY "Tipo de documento (DNI/LE/LC/PAS): "
           ACCEPT WSV-TRA-TIPO-DOC
           DISPLAY "Numero de documento: "
           ACCEPT WSV-TRA-NRO-DOC
           DISPLAY "Verificado el (AAAAMMDD, 0 = hoy): "
           ACCEPT WSV-TRA-FECHA-VERIF
           IF WSV-TRA-FECHA-VERIF = ZERO
               MOVE WSV-FECHA-HOY TO WSV-TRA-FECHA-VERIF
           END-IF
           DISPLAY "Vence el (AAAAMMDD, 0 = no vence): "
           ACCEPT WSV-TRA-FECHA-VENCE
           .
       5720-Copiar-a-tabla.
           MOVE WSV-TRA-NRO-CLIE
               TO WST-DOC-NRO-CLIE(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-TIPO-DOC
               TO WST-DOC-TIPO-DOC(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-NRO-DOC TO WST-DOC-NRO-DOC(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-FECHA-VERIF
               TO WST-DOC-FECHA-VERIF(WSV-IDX-ENCONTRADO)
           MOVE WSV-TRA-FECHA-VENCE
               TO WST-DOC-FECHA-VENCE(WSV-IDX-ENCONTRADO)
           MOVE SGN-LEGAJO TO WST-DOC-OPERADOR(WSV-IDX-ENCONTRADO)
           .
       5800-Buscar-documento.
           SET NO-HALLADO TO TRUE
           MOVE ZERO TO WSV-IDX-ENCONTRADO
           MOVE 1 TO WSV-IDX
           PERFORM 5810-Comparar-documento
               UNTIL WSV-IDX > WSV-CANT-DOCUMENTOS
           .
       5810-Comparar-documento.
           IF WST-DOC-NRO-CLIE(WSV-IDX) = WSV-TRA-NRO-CLIE
               SET SI-HALLADO TO TRUE
               MOVE WSV-IDX TO WSV-IDX-ENCONTRADO
               MOVE WSV-CANT-DOCUMENTOS TO WSV-IDX
           END-IF
           ADD 1 TO WSV-IDX
           .
      *Cada alta/baja/modificacion queda en ANULADO.LOG con el
      *legajo del operador que verifico.
       5900-Registrar-cambio.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PGENKYC"           TO LOG-ANUL-PROGRAMA
           MOVE "DOCUMENTOS_KYC"    TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE SPACES TO LOG-ANUL-DESCRIP
           STRING "Cliente " DELIMITED BY SIZE
                  WSV-TRA-NRO-CLIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-TRA-TIPO-DOC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSV-TRA-NRO-DOC DELIMITED BY SPACE
                  " vence " DELIMITED BY SIZE
                  WSV-TRA-FECHA-VENCE DELIMITED BY SIZE
                  INTO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           PERFORM 5950-Grabar-log
           .
       5950-Grabar-log.
           OPEN EXTEND ARCH-ANULADO-LOG
           IF FS-ANULADO-LOG NOT = "00"
               OPEN OUTPUT ARCH-ANULADO-LOG
           END-IF
           WRITE REG-LOG-ANULADO
           CLOSE ARCH-ANULADO-LOG
           .
      *************************** Archivo ******************************
       7010-Leer-documento.
           READ DOCUMENTOS
           .
       7020-Leer-cuenta.
           READ CUENTAS
           .
       7000-Grabar-documentos.
           OPEN OUTPUT DOCUMENTOS
               IF FS-DOCUMENTOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-DOCUMENTOS TO WSV-ANULADO-CODIGO
                   MOVE "DOCUMENTOS_KYC" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           PERFORM 7030-Escribir-documento
               VARYING WSV-IDX FROM 1 BY 1
               UNTIL WSV-IDX > WSV-CANT-DOCUMENTOS
           CLOSE DOCUMENTOS
           .
       7030-Escribir-documento.
           MOVE WST-DOC-NRO-CLIE(WSV-IDX) TO KYC-NRO-CLIE
           MOVE WST-DOC-TIPO-DOC(WSV-IDX) TO KYC-TIPO-DOC
           MOVE WST-DOC-NRO-DOC(WSV-IDX) TO KYC-NRO-DOC
           MOVE WST-DOC-FECHA-VERIF(WSV-IDX) TO KYC-FECHA-VERIF
           MOVE WST-DOC-FECHA-VENCE(WSV-IDX) TO KYC-FECHA-VENCE
           MOVE WST-DOC-OPERADOR(WSV-IDX) TO KYC-OPERADOR
           WRITE REG-KYC
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
           MOVE "PGENKYC"           TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE SGN-LEGAJO TO LOG-ANUL-OPERADOR
           PERFORM 5950-Grabar-log
           .
       9000-Fin-del-programa.
           PERFORM 7000-Grabar-documentos.
           DISPLAY " "
           DISPLAY "----- Informe de control de la sesion ----"
           DISPLAY "Altas:          " CTRL-CANT-ALTAS
           DISPLAY "Bajas:          " CTRL-CANT-BAJAS
           DISPLAY "Modificaciones: " CTRL-CANT-MODIFICADOS
           DISPLAY "Documentos en el maestro: " WSV-CANT-DOCUMENTOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
