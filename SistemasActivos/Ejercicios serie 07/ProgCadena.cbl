      *    lea un solo archivo en vez de ocho consolas.
      *    Los pasos se esperan atendidos por PARAMETROS.TXT (modo
      *    desatendido de ProgApareo y compania).
      *    Un paso puede declarar en CADENA.TXT los archivos que
      *    espera (lineas con control E): antes de largarlo se sondea
      *    cada archivo cada tantos segundos hasta que llega o hasta
      *    la hora de corte. Al corte, segun la politica de la
      *    espera, la cadena sigue sin el archivo (queda en
      *    ARCHIVOS_FALTANTES.TXT para ProgIntake y el acta de
      *    ProgApareo) o se corta con el motivo en el log.
      *    Un paso puede declarar tambien los archivos que consume y
      *    que hay que validar antes de largarlo (lineas con control
      *    L): cada uno se controla via RVALIDA contra su layout de
      *    LAYOUTS.TXT, con el detalle en VALIDACION.TXT. Con
      *    registros malos, segun la politica de la linea, la cadena
      *    se corta sin largar el paso o sigue con el aviso en el log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgCadena.
       AUTHOR.                     Lautaro-Rojas.
           SELECT ARCH-LOG-CADENA ASSIGN TO "CADENA_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LOG-CADENA.
      *Archivo esperado, para sondear si ya llego.
           SELECT ARCH-ESPERADO ASSIGN DYNAMIC WSV-NOMBRE-ESPERADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESPERADO.
      *Archivos que no llegaron al corte y con los que se siguio.
           SELECT ARCH-FALTANTES ASSIGN TO "ARCHIVOS_FALTANTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FALTANTES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *Orden | Comando a lanzar | Control (V = verificar el
      *veredicto de ProgConcilia despues del paso, N = solo el
      *RETURN-CODE)
      *Una linea con control E no es un paso sino un archivo que el
      *paso de ese orden espera: en lugar del comando va el nombre
      *del archivo, y siguen los segundos entre sondeos, la hora de
      *corte (HHMM; si es menor que la hora en que empieza la
      *espera, es la del dia siguiente) y que hacer al corte
      *(S = seguir sin el archivo, C = cortar la cadena).
      *Una linea con control L tampoco es un paso: en lugar del
      *comando va el archivo que el paso de ese orden consume y que
      *se valida contra su layout antes de largarlo; en la ultima
      *posicion va que hacer si tiene registros malos (S = seguir
      *con el aviso, C = cortar la cadena).
           FD CADENA.
               01 REGISTRO-CADENA.
                   02 CAD-ORDEN                PIC 9(02).
                   02 CAD-COMANDO              PIC X(40).
                   02 CAD-CONTROL              PIC X(01).
                       88 CAD-ES-ESPERA            VALUE "E".
                       88 CAD-ES-VALIDACION        VALUE "L".
                   02 CAD-INTERVALO            PIC 9(04).
                   02 CAD-HORA-CORTE           PIC 9(04).
                   02 CAD-AL-CORTE             PIC X(01).
      *
      *Archivo VEREDICTO (lo deja ProgConcilia)
           FD ARCH-VEREDICTO.
      *Archivo CADENA_LOG: una linea por evento de la cadena.
           FD ARCH-LOG-CADENA.
               01 LINEA-LOG-CADENA             PIC X(100).
      *
      *Archivo esperado: solo interesa si abre.
           FD ARCH-ESPERADO.
               01 LINEA-ESPERADO               PIC X(01).
      *
      *Archivo ARCHIVOS_FALTANTES
           FD ARCH-FALTANTES.
               COPY REG-FALTANTE.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 FS-ARCHIVOS.
               02 FS-CADENA                PIC X(02)  VALUE ZEROES.
               02 FS-VEREDICTO             PIC X(02)  VALUE ZEROES.
               02 FS-LOG-CADENA            PIC X(02)  VALUE ZEROES.
               02 FS-ESPERADO              PIC X(02)  VALUE ZEROES.
               02 FS-FALTANTES             PIC X(02)  VALUE ZEROES.

      *Pasos de la cadena en memoria, ordenados por su numero de
      *orden al cargarlos.
           01 WSV-IDX-PAS                  PIC 9(02).
           01 WSV-IDX-MOVER                PIC 9(02).

      *Archivos esperados por los pasos (lineas E de CADENA.TXT).
           01 WST-ESPERAS.
               02 WST-ESP-DET           OCCURS 30 TIMES.
                   03 WST-ESP-ORDEN     PIC 9(02).
                   03 WST-ESP-ARCHIVO   PIC X(40).
                   03 WST-ESP-INTERVALO PIC 9(04).
                   03 WST-ESP-CORTE     PIC 9(04).
                   03 WST-ESP-POLITICA  PIC X(01).
                       88 ESP-SIGUE-SIN-ARCHIVO  VALUE "S".
           01 WSV-CANT-ESPERAS             PIC 9(02)  VALUE ZEROES.
           01 WSV-IDX-ESP                  PIC 9(02).

      *Archivos a validar antes de cada paso (lineas L).
           01 WST-VALIDACIONES.
               02 WST-VAL-DET           OCCURS 30 TIMES.
                   03 WST-VAL-ORDEN     PIC 9(02).
                   03 WST-VAL-ARCHIVO   PIC X(40).
                   03 WST-VAL-POLITICA  PIC X(01).
                       88 VAL-SIGUE-CON-ERRORES  VALUE "S".
           01 WSV-CANT-VALIDACIONES        PIC 9(02)  VALUE ZEROES.
           01 WSV-IDX-VAL                  PIC 9(02).
      *Pedido a la rutina de validacion; la primera validacion de
      *la cadena empieza VALIDACION.TXT.
           COPY TAB-VALIDA.

      *Espera en curso.
           01 WSV-NOMBRE-ESPERADO          PIC X(40).
           77 WSS-ESPERA-ESTADO            PIC X(01)  VALUE "E".
               88 ESPERA-EN-CURSO                     VALUE "E".
               88 ESPERA-LLEGO                        VALUE "L".
               88 ESPERA-VENCIDA                      VALUE "V".
           77 WSS-CORTE-MANANA             PIC X(01)  VALUE "N".
               88 CORTE-DEL-DIA-SIGUIENTE             VALUE "S".
           01 WSV-FECHA-INICIO-ESPERA      PIC 9(08).
           01 WSV-FECHA-AHORA              PIC 9(08).
           01 WSV-HORA-AHORA               PIC 9(08).
           01 WSV-HORA-AHORA-R REDEFINES WSV-HORA-AHORA.
               02 WSV-HHMM-AHORA           PIC 9(04).
               02 FILLER                   PIC 9(04).
           01 WSV-COMANDO-PAUSA            PIC X(20).

      *Estado de la cadena y del paso en curso.
           77 WSS-CADENA-ESTADO            PIC X(01)  VALUE "S".
               88 CADENA-SIGUE                        VALUE "S".
           01 WSV-CONTADORES.
               02 CTRL-CANT-EJECUTADOS     PIC 9(02)  VALUE ZEROES.
               02 CTRL-CANT-FALLIDOS       PIC 9(02)  VALUE ZEROES.
               02 CTRL-CANT-LLEGADOS       PIC 9(02)  VALUE ZEROES.
               02 CTRL-CANT-AUSENTES       PIC 9(02)  VALUE ZEROES.
               02 CTRL-CANT-VALIDADOS      PIC 9(02)  VALUE ZEROES.
               02 CTRL-CANT-CON-MALOS      PIC 9(02)  VALUE ZEROES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
           DISPLAY "----- El programa inicio ----".
           DISPLAY " "
           ACCEPT WSV-FECHA-CADENA FROM DATE YYYYMMDD
           SET VLD-INFORME-NUEVO TO TRUE
           PERFORM 1200-Cargar-cadena
           PERFORM 7100-Vaciar-faltantes
           MOVE "CADENA INICIADA" TO WSV-LINEA-ARMADA
           PERFORM 8000-Escribir-log
           .
               STOP RUN
           END-IF
           PERFORM 7010-Leer-cadena
           PERFORM 1205-Cargar-linea
               UNTIL (FS-CADENA = "10") OR (WSV-CANT-PASOS >= 20)
           CLOSE CADENA
           DISPLAY "Pasos de la cadena: " WSV-CANT-PASOS
           DISPLAY "Archivos esperados: " WSV-CANT-ESPERAS
           DISPLAY "Archivos a validar: " WSV-CANT-VALIDACIONES
           .
       1205-Cargar-linea.
           EVALUATE TRUE
               WHEN CAD-ES-ESPERA
                   PERFORM 1240-Cargar-espera
               WHEN CAD-ES-VALIDACION
                   PERFORM 1250-Cargar-validacion
               WHEN OTHER
                   PERFORM 1210-Insertar-paso
           END-EVALUATE
           PERFORM 7010-Leer-cadena
           .
      *Inserta el paso en su posicion ascendente por numero de
      *orden, para que el archivo pueda venir desordenado.
           MOVE CAD-ORDEN TO WST-PAS-ORDEN(WSV-IDX-PAS)
           MOVE CAD-COMANDO TO WST-PAS-COMANDO(WSV-IDX-PAS)
           MOVE CAD-CONTROL TO WST-PAS-CONTROL(WSV-IDX-PAS)
           .
       1220-Avanzar-posicion.
           ADD 1 TO WSV-IDX-PAS
               TO WST-PAS-DET(WSV-IDX-MOVER)
           SUBTRACT 1 FROM WSV-IDX-MOVER
           .
      *Sin intervalo se sondea cada minuto; una politica que no sea
      *S corta la cadena, que es lo prudente.
       1240-Cargar-espera.
           IF WSV-CANT-ESPERAS >= 30
               DISPLAY "**** Mas de 30 archivos esperados, se ignora "
                       CAD-COMANDO
           ELSE
               ADD 1 TO WSV-CANT-ESPERAS
               MOVE CAD-ORDEN TO WST-ESP-ORDEN(WSV-CANT-ESPERAS)
               MOVE CAD-COMANDO TO WST-ESP-ARCHIVO(WSV-CANT-ESPERAS)
               IF (CAD-INTERVALO IS NUMERIC)
                       AND (CAD-INTERVALO > ZERO)
                   MOVE CAD-INTERVALO
                       TO WST-ESP-INTERVALO(WSV-CANT-ESPERAS)
               ELSE
                   MOVE 60 TO WST-ESP-INTERVALO(WSV-CANT-ESPERAS)
               END-IF
               IF CAD-HORA-CORTE IS NUMERIC
                   MOVE CAD-HORA-CORTE
                       TO WST-ESP-CORTE(WSV-CANT-ESPERAS)
               ELSE
                   MOVE ZEROES TO WST-ESP-CORTE(WSV-CANT-ESPERAS)
               END-IF
               IF CAD-AL-CORTE = "S"
                   MOVE "S" TO WST-ESP-POLITICA(WSV-CANT-ESPERAS)
               ELSE
                   MOVE "C" TO WST-ESP-POLITICA(WSV-CANT-ESPERAS)
               END-IF
           END-IF
           .
      *Una politica que no sea S corta la cadena, que es lo prudente.
       1250-Cargar-validacion.
           IF WSV-CANT-VALIDACIONES >= 30
               DISPLAY "**** Mas de 30 archivos a validar, se ignora "
                       CAD-COMANDO
           ELSE
               ADD 1 TO WSV-CANT-VALIDACIONES
               MOVE CAD-ORDEN TO WST-VAL-ORDEN(WSV-CANT-VALIDACIONES)
               MOVE CAD-COMANDO
                   TO WST-VAL-ARCHIVO(WSV-CANT-VALIDACIONES)
               IF CAD-AL-CORTE = "S"
                   MOVE "S" TO WST-VAL-POLITICA(WSV-CANT-VALIDACIONES)
               ELSE
                   MOVE "C" TO WST-VAL-POLITICA(WSV-CANT-VALIDACIONES)
               END-IF
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           MOVE 1 TO WSV-IDX-PAS
           PERFORM 5050-Atender-paso
               UNTIL (WSV-IDX-PAS > WSV-CANT-PASOS)
               OR CADENA-CORTADA
           .
      *Primero los archivos que el paso espera y despues los que
      *valida; si alguno corta la cadena, el paso no se larga.
       5050-Atender-paso.
           PERFORM 5400-Esperar-archivos
               VARYING WSV-IDX-ESP FROM 1 BY 1
               UNTIL (WSV-IDX-ESP > WSV-CANT-ESPERAS)
               OR CADENA-CORTADA
           PERFORM 5500-Validar-archivos
               VARYING WSV-IDX-VAL FROM 1 BY 1
               UNTIL (WSV-IDX-VAL > WSV-CANT-VALIDACIONES)
               OR CADENA-CORTADA
           IF CADENA-SIGUE
               PERFORM 5100-Ejecutar-paso
           END-IF
           .
      *Lanza el paso, registra inicio y fin, y decide si la cadena
      *sigue: RETURN-CODE distinto de cero o un NO PASA del
      *veredicto de conciliacion la cortan.
               CLOSE ARCH-VEREDICTO
           END-IF
           .
      *Espera un archivo del paso: lo sondea cada tantos segundos
      *hasta que llega o vence la hora de corte.
       5400-Esperar-archivos.
           IF WST-ESP-ORDEN(WSV-IDX-ESP) = WST-PAS-ORDEN(WSV-IDX-PAS)
               MOVE WST-ESP-ARCHIVO(WSV-IDX-ESP) TO WSV-NOMBRE-ESPERADO
               SET ESPERA-EN-CURSO TO TRUE
               ACCEPT WSV-FECHA-INICIO-ESPERA FROM DATE YYYYMMDD
               ACCEPT WSV-HORA-AHORA FROM TIME
               IF WST-ESP-CORTE(WSV-IDX-ESP) < WSV-HHMM-AHORA
                   SET CORTE-DEL-DIA-SIGUIENTE TO TRUE
               ELSE
                   MOVE "N" TO WSS-CORTE-MANANA
               END-IF
               PERFORM 5410-Sondear-archivo
               IF ESPERA-LLEGO
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "ESPERA " DELIMITED BY SIZE
                          WSV-NOMBRE-ESPERADO DELIMITED BY SPACE
                          " YA ESTABA " DELIMITED BY SIZE
                          WSV-HORA-AHORA DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   PERFORM 8000-Escribir-log
               ELSE
                   MOVE SPACES TO WSV-LINEA-ARMADA
                   STRING "ESPERA " DELIMITED BY SIZE
                          WSV-NOMBRE-ESPERADO DELIMITED BY SPACE
                          " DESDE " DELIMITED BY SIZE
                          WSV-HORA-AHORA DELIMITED BY SIZE
                          " CORTE " DELIMITED BY SIZE
                          WST-ESP-CORTE(WSV-IDX-ESP) DELIMITED BY SIZE
                          INTO WSV-LINEA-ARMADA
                   PERFORM 8000-Escribir-log
                   DISPLAY ">>> Paso " WST-PAS-ORDEN(WSV-IDX-PAS)
                           " esperando " WSV-NOMBRE-ESPERADO
                   PERFORM 5420-Controlar-corte
                   PERFORM 5430-Esperar-intervalo
                       UNTIL NOT ESPERA-EN-CURSO
                   IF ESPERA-LLEGO
                       MOVE SPACES TO WSV-LINEA-ARMADA
                       STRING "ESPERA " DELIMITED BY SIZE
                              WSV-NOMBRE-ESPERADO DELIMITED BY SPACE
                              " LLEGO " DELIMITED BY SIZE
                              WSV-HORA-AHORA DELIMITED BY SIZE
                              INTO WSV-LINEA-ARMADA
                       PERFORM 8000-Escribir-log
                   ELSE
                       PERFORM 5440-Vencer-espera
                   END-IF
               END-IF
               IF ESPERA-LLEGO
                   ADD 1 TO CTRL-CANT-LLEGADOS
               END-IF
           END-IF
           .
       5410-Sondear-archivo.
           OPEN INPUT ARCH-ESPERADO
           IF FS-ESPERADO = "00"
               CLOSE ARCH-ESPERADO
               SET ESPERA-LLEGO TO TRUE
           END-IF
           .
      *Con el corte del dia siguiente hace falta ademas que haya
      *cambiado la fecha; con el del mismo dia, el cambio de fecha
      *ya lo vence.
       5420-Controlar-corte.
           ACCEPT WSV-FECHA-AHORA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-AHORA FROM TIME
           IF CORTE-DEL-DIA-SIGUIENTE
               IF (WSV-FECHA-AHORA NOT = WSV-FECHA-INICIO-ESPERA)
                       AND (WSV-HHMM-AHORA
                           >= WST-ESP-CORTE(WSV-IDX-ESP))
                   SET ESPERA-VENCIDA TO TRUE
               END-IF
           ELSE
               IF (WSV-FECHA-AHORA NOT = WSV-FECHA-INICIO-ESPERA)
                       OR (WSV-HHMM-AHORA
                           >= WST-ESP-CORTE(WSV-IDX-ESP))
                   SET ESPERA-VENCIDA TO TRUE
               END-IF
           END-IF
           .
       5430-Esperar-intervalo.
           MOVE SPACES TO WSV-COMANDO-PAUSA
           STRING "sleep " DELIMITED BY SIZE
                  WST-ESP-INTERVALO(WSV-IDX-ESP) DELIMITED BY SIZE
                  INTO WSV-COMANDO-PAUSA
           CALL "SYSTEM" USING WSV-COMANDO-PAUSA
           ACCEPT WSV-HORA-AHORA FROM TIME
           PERFORM 5410-Sondear-archivo
           IF ESPERA-EN-CURSO
               PERFORM 5420-Controlar-corte
           END-IF
           .
      *El archivo no llego al corte: o se sigue sin el (y queda en
      *ARCHIVOS_FALTANTES.TXT) o se corta la cadena sin largar el
      *paso.
       5440-Vencer-espera.
           ADD 1 TO CTRL-CANT-AUSENTES
           MOVE SPACES TO WSV-LINEA-ARMADA
           IF ESP-SIGUE-SIN-ARCHIVO(WSV-IDX-ESP)
               STRING "ESPERA " DELIMITED BY SIZE
                      WSV-NOMBRE-ESPERADO DELIMITED BY SPACE
                      " NO LLEGO AL CORTE " DELIMITED BY SIZE
                      WST-ESP-CORTE(WSV-IDX-ESP) DELIMITED BY SIZE
                      " - PASO " DELIMITED BY SIZE
                      WST-PAS-ORDEN(WSV-IDX-PAS) DELIMITED BY SIZE
                      " SIGUE SIN EL" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 8000-Escribir-log
               PERFORM 7110-Grabar-faltante
               DISPLAY "**** " WSV-NOMBRE-ESPERADO
               DISPLAY "     no llego al corte, el paso sigue sin el"
           ELSE
               SET CADENA-CORTADA TO TRUE
               ADD 1 TO CTRL-CANT-FALLIDOS
               STRING "PASO " DELIMITED BY SIZE
                      WST-PAS-ORDEN(WSV-IDX-PAS) DELIMITED BY SIZE
                      " NO LARGADO: FALTA " DELIMITED BY SIZE
                      WSV-NOMBRE-ESPERADO DELIMITED BY SPACE
                      " AL CORTE " DELIMITED BY SIZE
                      WST-ESP-CORTE(WSV-IDX-ESP) DELIMITED BY SIZE
                      " - CADENA CORTADA" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 8000-Escribir-log
               DISPLAY "**** " WSV-NOMBRE-ESPERADO
               DISPLAY "     no llego al corte, la cadena se corta aca"
           END-IF
           .
      *Valida un archivo del paso contra su layout. Un archivo sin
      *layout o ausente queda como aviso: la ausencia ya la
      *resuelven las esperas y el propio paso.
       5500-Validar-archivos.
           IF WST-VAL-ORDEN(WSV-IDX-VAL) = WST-PAS-ORDEN(WSV-IDX-PAS)
               MOVE WST-VAL-ARCHIVO(WSV-IDX-VAL) TO VLD-ARCHIVO
               CALL "RVALIDA" USING VLD-PEDIDO
               SET VLD-INFORME-AGREGA TO TRUE
               MOVE SPACES TO WSV-LINEA-ARMADA
               EVALUATE TRUE
                   WHEN VLD-CORRECTO
                       ADD 1 TO CTRL-CANT-VALIDADOS
                       STRING "VALIDA " DELIMITED BY SIZE
                              VLD-ARCHIVO DELIMITED BY SPACE
                              " CORRECTO " DELIMITED BY SIZE
                              VLD-CANT-LEIDOS DELIMITED BY SIZE
                              " REGISTROS" DELIMITED BY SIZE
                              INTO WSV-LINEA-ARMADA
                       PERFORM 8000-Escribir-log
                   WHEN VLD-CON-ERRORES
                       ADD 1 TO CTRL-CANT-VALIDADOS
                       ADD 1 TO CTRL-CANT-CON-MALOS
                       PERFORM 5510-Rechazar-archivo
                   WHEN VLD-SIN-LAYOUT
                       STRING "VALIDA " DELIMITED BY SIZE
                              VLD-ARCHIVO DELIMITED BY SPACE
                              " SIN LAYOUT EN LAYOUTS.TXT - NO SE "
                              DELIMITED BY SIZE
                              "CONTROLA" DELIMITED BY SIZE
                              INTO WSV-LINEA-ARMADA
                       PERFORM 8000-Escribir-log
                   WHEN VLD-SIN-ARCHIVO
                       STRING "VALIDA " DELIMITED BY SIZE
                              VLD-ARCHIVO DELIMITED BY SPACE
                              " AUSENTE - NO SE CONTROLA"
                              DELIMITED BY SIZE
                              INTO WSV-LINEA-ARMADA
                       PERFORM 8000-Escribir-log
                   WHEN OTHER
                       SET CADENA-CORTADA TO TRUE
                       ADD 1 TO CTRL-CANT-FALLIDOS
                       STRING "PASO " DELIMITED BY SIZE
                              WST-PAS-ORDEN(WSV-IDX-PAS)
                              DELIMITED BY SIZE
                              " NO LARGADO: NO SE PUDO VALIDAR "
                              DELIMITED BY SIZE
                              VLD-ARCHIVO DELIMITED BY SPACE
                              " FS " DELIMITED BY SIZE
                              VLD-FS DELIMITED BY SIZE
                              " - CADENA CORTADA" DELIMITED BY SIZE
                              INTO WSV-LINEA-ARMADA
                       PERFORM 8000-Escribir-log
                       DISPLAY "**** No se pudo validar " VLD-ARCHIVO
               END-EVALUATE
           END-IF
           .
       5510-Rechazar-archivo.
           IF VAL-SIGUE-CON-ERRORES(WSV-IDX-VAL)
               STRING "VALIDA " DELIMITED BY SIZE
                      VLD-ARCHIVO DELIMITED BY SPACE
                      " CON " DELIMITED BY SIZE
                      VLD-CANT-MALOS DELIMITED BY SIZE
                      " REGISTROS MALOS - PASO " DELIMITED BY SIZE
                      WST-PAS-ORDEN(WSV-IDX-PAS) DELIMITED BY SIZE
                      " SIGUE IGUAL" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 8000-Escribir-log
               DISPLAY "**** " VLD-ARCHIVO
               DISPLAY "     tiene registros malos, el paso sigue "
                       "igual (ver VALIDACION.TXT)"
           ELSE
               SET CADENA-CORTADA TO TRUE
               ADD 1 TO CTRL-CANT-FALLIDOS
               STRING "PASO " DELIMITED BY SIZE
                      WST-PAS-ORDEN(WSV-IDX-PAS) DELIMITED BY SIZE
                      " NO LARGADO: " DELIMITED BY SIZE
                      VLD-ARCHIVO DELIMITED BY SPACE
                      " CON " DELIMITED BY SIZE
                      VLD-CANT-MALOS DELIMITED BY SIZE
                      " REGISTROS MALOS - CADENA CORTADA"
                      DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               PERFORM 8000-Escribir-log
               DISPLAY "**** " VLD-ARCHIVO
               DISPLAY "     tiene registros malos, la cadena se "
                       "corta aca (ver VALIDACION.TXT)"
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-cadena.
           READ CADENA
           .
      *ARCHIVOS_FALTANTES.TXT solo vale mientras corre la cadena.
       7100-Vaciar-faltantes.
           OPEN OUTPUT ARCH-FALTANTES
           CLOSE ARCH-FALTANTES
           .
       7110-Grabar-faltante.
           OPEN EXTEND ARCH-FALTANTES
           IF FS-FALTANTES NOT = "00"
               OPEN OUTPUT ARCH-FALTANTES
           END-IF
           MOVE WSV-FECHA-CADENA TO FAL-FECHA
           MOVE WST-ESP-CORTE(WSV-IDX-ESP) TO FAL-HORA-CORTE
           MOVE WST-PAS-ORDEN(WSV-IDX-PAS) TO FAL-PASO
           MOVE WSV-NOMBRE-ESPERADO TO FAL-ARCHIVO
           WRITE REG-FALTANTE
           CLOSE ARCH-FALTANTES
           .
      *Una linea por evento, agregada al final del log de la cadena.
       8000-Escribir-log.
           OPEN EXTEND ARCH-LOG-CADENA
               MOVE "CADENA TERMINADA NORMAL" TO WSV-LINEA-ARMADA
           END-IF
           PERFORM 8000-Escribir-log
           PERFORM 7100-Vaciar-faltantes
           DISPLAY " "
           DISPLAY "----- Informe de control de la cadena ----"
           DISPLAY "Pasos ejecutados: " CTRL-CANT-EJECUTADOS
           DISPLAY "Pasos fallidos:   " CTRL-CANT-FALLIDOS
           DISPLAY "Archivos llegados: " CTRL-CANT-LLEGADOS
           DISPLAY "Archivos ausentes: " CTRL-CANT-AUSENTES
           DISPLAY "Archivos validados: " CTRL-CANT-VALIDADOS
           DISPLAY "Con registros malos: " CTRL-CANT-CON-MALOS
           DISPLAY "Detalle en CADENA_LOG.TXT"
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
