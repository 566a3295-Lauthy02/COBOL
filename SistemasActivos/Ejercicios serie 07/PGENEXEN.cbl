      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa generador del maestro de exenciones del impuesto
      *    a los debitos y creditos bancarios
      *    Mantiene IDC_EXENTOS.TXT (producto de cuenta, marca E
      *    exento / G gravado y fecha de vigencia desde), del que
      *    ProgImpDebCred toma que tipos de cuenta no pagan el
      *    impuesto en el dia que liquida. La tasa del impuesto va
      *    en TASAS.TXT como tipo IDC (PGENTASA).
      *    Un cambio es un alta nueva con su fecha: volver a gravar
      *    un producto exento es una fila G con la fecha desde la
      *    que rige, y las filas viejas quedan como historia.
      *    Mismo esquema de carga que PGENTASA: respaldo previo con
      *    fecha, regrabacion completa y control de duplicados
      *    (mismo producto + misma fecha de vigencia).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENEXEN.
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
           SELECT EXENTOS ASSIGN TO "IDC_EXENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXENTOS.
      *Archivo generico usado para respaldar IDC_EXENTOS.TXT antes
      *de que 7000-Abrir-archivo lo pise con un OPEN OUTPUT.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.

           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
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
      *Archivo IDC_EXENTOS
      *Producto de la cuenta (digitos 4 y 5 del numero de cuenta
      *bancaria) | Marca (E exento, G gravado) | Vigente desde
      *(AAAAMMDD). Lo que rige un dia para un producto es la fila
      *con la fecha de vigencia mas alta que no supere ese dia; un
      *producto sin filas esta gravado.
           FD EXENTOS.
               01 REGISTRO-EXENTO.
                   05 REG-EXE-PRODUCTO         PIC 9(02).
                   05 REG-EXE-MARCA            PIC X(01).
                       88 REG-EXE-EXENTO           VALUE "E".
                       88 REG-EXE-GRAVADO          VALUE "G".
                   05 REG-EXE-VIG-DESDE        PIC 9(08).
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
               02 FS-EXENTOS                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

           01 WSV-CONTADORES.
               02 WSV-CONTADOR                 PIC 9(02).
               02 WSV-CANTIDAD                 PIC 9(02) VALUE 1.

           01 WSV-PRODUCTO                     PIC 9(02).
           01 WSV-MARCA                        PIC X(01).
           01 WSV-VIG-DESDE                    PIC 9(08).

           77 WSV-DATO-ESTADO                  PIC X(01) VALUE "S".
               88 DATO-VALIDO                  VALUE "S".
               88 DATO-INVALIDO                VALUE "N".

      *Tabla de pares producto+vigencia ya cargados en esta corrida,
      *para detectar duplicados antes de grabarlos.
           01 WST-CONTROL-CARGADOS.
               02 WST-PAR-CARGADOS             PIC X(10) OCCURS 99.
           01 WSV-CANT-CARGADOS                PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CARGADOS                 PIC 9(02).
           01 WSV-PAR-EN-CURSO                 PIC X(10).

      *Variables para el respaldo de IDC_EXENTOS antes de pisarlo.
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
           PERFORM 1100-Inicializar
           PERFORM 1300-Respaldar-archivo
           PERFORM 7000-Abrir-archivo
           PERFORM 1400-Recargar-previas
           .
       1100-Inicializar.
           INITIALIZE FS-ARCHIVOS
           INITIALIZE WSV-ANULADO
           INITIALIZE WSV-CONTADORES
           INITIALIZE REGISTRO-EXENTO
           INITIALIZE WST-CONTROL-CARGADOS
           MOVE ZERO TO WSV-CANT-CARGADOS
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           .
      *Respalda IDC_EXENTOS.TXT (si ya existe) antes de que
      *7000-Abrir-archivo lo abra en modo OUTPUT y lo deje en blanco.
       1300-Respaldar-archivo.
           MOVE "IDC_EXENTOS.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "IDC_EXENTOS." DELIMITED BY SIZE
                   WSV-FECHA-CORRIDA DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
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
      *Vuelca el respaldo recien tomado sobre el archivo nuevo, para
      *que las filas historicas no se pierdan al regrabarlo: un
      *cambio de exencion es un agregado, no un reemplazo.
       1400-Recargar-previas.
           MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** Sin exenciones previas, maestro nuevo"
           ELSE
               PERFORM 1320-Leer-origen
               PERFORM 1410-Pasar-previa
                   UNTIL FS-ARCH-ORIGEN = "10"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1410-Pasar-previa.
           MOVE LINEA-ORIGEN (1:11) TO REGISTRO-EXENTO
           PERFORM 7000-Escribir-archivo
           PERFORM 5170-Agregar-a-cargados
           PERFORM 1320-Leer-origen
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           DISPLAY "Cuantas filas va a ingresar: "
           ACCEPT WSV-CANTIDAD
           PERFORM 5100-Pedir-datos
               UNTIL WSV-CONTADOR = WSV-CANTIDAD
           .
       5100-Pedir-datos.
           ADD 1 TO WSV-CONTADOR
           DISPLAY "Fila numero [" WSV-CONTADOR "]: "
           DISPLAY "Producto de cuenta (99): "
           ACCEPT WSV-PRODUCTO
           DISPLAY "Marca (E exento, G gravado): "
           ACCEPT WSV-MARCA
           DISPLAY "Vigente desde (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-VIG-DESDE
           IF WSV-VIG-DESDE = ZERO
               MOVE WSV-FECHA-CORRIDA TO WSV-VIG-DESDE
           END-IF
           MOVE WSV-PRODUCTO TO REG-EXE-PRODUCTO
           MOVE WSV-MARCA TO REG-EXE-MARCA
           MOVE WSV-VIG-DESDE TO REG-EXE-VIG-DESDE
           PERFORM 5150-Verificar-datos
           IF DATO-INVALIDO
               SUBTRACT 1 FROM WSV-CONTADOR
           END-IF
           .
       5150-Verificar-datos.
           SET DATO-VALIDO TO TRUE
           IF NOT (REG-EXE-EXENTO OR REG-EXE-GRAVADO)
             DISPLAY "**** La marca es E o G"
             DISPLAY " "
             SET DATO-INVALIDO TO TRUE
           ELSE
              PERFORM 5160-Verificar-duplicado
              IF DATO-VALIDO
                 PERFORM 7000-Escribir-archivo
                 PERFORM 5170-Agregar-a-cargados
              END-IF
           END-IF
           .
       5160-Verificar-duplicado.
           SET DATO-VALIDO TO TRUE
           MOVE SPACES TO WSV-PAR-EN-CURSO
           STRING REG-EXE-PRODUCTO DELIMITED BY SIZE
                  REG-EXE-VIG-DESDE DELIMITED BY SIZE
                  INTO WSV-PAR-EN-CURSO
           MOVE 1 TO WSV-IDX-CARGADOS
           PERFORM 5161-Comparar-cargado
               UNTIL WSV-IDX-CARGADOS > WSV-CANT-CARGADOS
           .
       5161-Comparar-cargado.
           IF WST-PAR-CARGADOS(WSV-IDX-CARGADOS) = WSV-PAR-EN-CURSO
               SET DATO-INVALIDO TO TRUE
               DISPLAY "**** El producto " REG-EXE-PRODUCTO
                       " vigente desde " REG-EXE-VIG-DESDE
                       " ya esta cargado, se omite"
               MOVE WSV-CANT-CARGADOS TO WSV-IDX-CARGADOS
           END-IF
           ADD 1 TO WSV-IDX-CARGADOS
           .
       5170-Agregar-a-cargados.
           IF WSV-CANT-CARGADOS < 99
               ADD 1 TO WSV-CANT-CARGADOS
               MOVE SPACES
                   TO WST-PAR-CARGADOS(WSV-CANT-CARGADOS)
               STRING REG-EXE-PRODUCTO DELIMITED BY SIZE
                      REG-EXE-VIG-DESDE DELIMITED BY SIZE
                      INTO WST-PAR-CARGADOS(WSV-CANT-CARGADOS)
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivo.
           OPEN OUTPUT EXENTOS
               IF FS-EXENTOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-EXENTOS TO WSV-ANULADO-CODIGO
                   MOVE "IDC_EXENTOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: IDC_EXENTOS"
               END-IF
           .
       7000-Escribir-archivo.
           WRITE REGISTRO-EXENTO
           DISPLAY "Registro escrito en IDC_EXENTOS: " REGISTRO-EXENTO
           .
       7000-Cerrar-archivo.
           CLOSE EXENTOS
               IF FS-EXENTOS NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-EXENTOS TO WSV-ANULADO-CODIGO
                   MOVE "IDC_EXENTOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: IDC_EXENTOS"
               END-IF
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
           MOVE "PGENEXEN"          TO LOG-ANUL-PROGRAMA
           MOVE WSV-ANULADO-OBJETO  TO LOG-ANUL-OBJETO
           MOVE WSV-ANULADO-CODIGO  TO LOG-ANUL-CODIGO
           MOVE WSV-ANULADO-DESCRIP TO LOG-ANUL-DESCRIP
           MOVE ZERO TO LOG-ANUL-OPERADOR
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
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
