      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa generador del tarifario de comisiones de
      *    mantenimiento de cuenta
      *    Mantiene COMISIONES_MANT.TXT (producto de cuenta, moneda,
      *    comision mensual, saldo promedio minimo que la exime,
      *    marca de exencion al segmento A de SEGMENTOS.TXT y fecha
      *    de vigencia desde), del que ProgComMant genera cada mes la
      *    linea de comision de cada cuenta.
      *    Un cambio de tarifa es un alta nueva con su fecha: las
      *    filas viejas quedan como historia.
      *    Mismo esquema de carga que PGENEXEN: respaldo previo con
      *    fecha, regrabacion completa y control de duplicados
      *    (mismo producto + moneda + fecha de vigencia).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENCMAN.
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
           SELECT COMISIONES ASSIGN TO "COMISIONES_MANT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COMISIONES.
      *Archivo generico usado para respaldar COMISIONES_MANT.TXT
      *antes de que 7000-Abrir-archivo lo pise con un OPEN OUTPUT.
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
      *Archivo COMISIONES_MANT
      *Producto de la cuenta (digitos 4 y 5 del numero de cuenta
      *bancaria) | Moneda | Comision mensual | Saldo promedio del
      *mes desde el que no se cobra (cero: no hay exencion por
      *saldo) | Marca S si el segmento A no paga | Vigente desde
      *(AAAAMMDD). Lo que rige un mes para un producto y moneda es
      *la fila con la fecha de vigencia mas alta que no supere el
      *ultimo dia del mes; un producto sin filas no paga comision.
           FD COMISIONES.
               01 REGISTRO-COMISION.
                   05 REG-CMA-PRODUCTO         PIC 9(02).
                   05 REG-CMA-MONEDA           PIC X(03).
                   05 REG-CMA-MONTO            PIC 999V99.
                   05 REG-CMA-SALDO-MIN        PIC 9(07)V99.
                   05 REG-CMA-EXIME-SEG-A      PIC X(01).
                       88 REG-CMA-SI-EXIME-A       VALUE "S".
                       88 REG-CMA-NO-EXIME-A       VALUE "N".
                   05 REG-CMA-VIG-DESDE        PIC 9(08).
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
               02 FS-COMISIONES                PIC X(02) VALUE ZEROES.
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
           01 WSV-MONEDA                       PIC X(03).
           01 WSV-MONTO                        PIC 999V99.
           01 WSV-SALDO-MIN                    PIC 9(07)V99.
           01 WSV-EXIME-SEG-A                  PIC X(01).
           01 WSV-VIG-DESDE                    PIC 9(08).

           77 WSV-DATO-ESTADO                  PIC X(01) VALUE "S".
               88 DATO-VALIDO                  VALUE "S".
               88 DATO-INVALIDO                VALUE "N".

      *Tabla de claves producto+moneda+vigencia ya cargadas en esta
      *corrida, para detectar duplicados antes de grabarlas.
           01 WST-CONTROL-CARGADOS.
               02 WST-PAR-CARGADOS             PIC X(13) OCCURS 99.
           01 WSV-CANT-CARGADOS                PIC 9(02) VALUE ZERO.
           01 WSV-IDX-CARGADOS                 PIC 9(02).
           01 WSV-PAR-EN-CURSO                 PIC X(13).

      *Variables para el respaldo de COMISIONES_MANT antes de pisarlo.
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
           INITIALIZE REGISTRO-COMISION
           INITIALIZE WST-CONTROL-CARGADOS
           MOVE ZERO TO WSV-CANT-CARGADOS
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           .
      *Respalda COMISIONES_MANT.TXT (si ya existe) antes de que
      *7000-Abrir-archivo lo abra en modo OUTPUT y lo deje en blanco.
       1300-Respaldar-archivo.
           MOVE "COMISIONES_MANT.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "COMISIONES_MANT." DELIMITED BY SIZE
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
      *cambio de tarifa es un agregado, no un reemplazo.
       1400-Recargar-previas.
           MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** Sin tarifas previas, maestro nuevo"
           ELSE
               PERFORM 1320-Leer-origen
               PERFORM 1410-Pasar-previa
                   UNTIL FS-ARCH-ORIGEN = "10"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1410-Pasar-previa.
           MOVE LINEA-ORIGEN (1:28) TO REGISTRO-COMISION
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
           DISPLAY "Moneda (ARS, USD, ...): "
           ACCEPT WSV-MONEDA
           DISPLAY "Comision mensual (999.99): "
           ACCEPT WSV-MONTO
           DISPLAY "Saldo promedio que exime "
                   "(9999999.99, 0 sin exencion): "
           ACCEPT WSV-SALDO-MIN
           DISPLAY "Exime al segmento A (S/N): "
           ACCEPT WSV-EXIME-SEG-A
           DISPLAY "Vigente desde (AAAAMMDD, 00000000 usa hoy): "
           ACCEPT WSV-VIG-DESDE
           IF WSV-VIG-DESDE = ZERO
               MOVE WSV-FECHA-CORRIDA TO WSV-VIG-DESDE
           END-IF
           MOVE WSV-PRODUCTO TO REG-CMA-PRODUCTO
           MOVE WSV-MONEDA TO REG-CMA-MONEDA
           MOVE WSV-MONTO TO REG-CMA-MONTO
           MOVE WSV-SALDO-MIN TO REG-CMA-SALDO-MIN
           MOVE WSV-EXIME-SEG-A TO REG-CMA-EXIME-SEG-A
           MOVE WSV-VIG-DESDE TO REG-CMA-VIG-DESDE
           PERFORM 5150-Verificar-datos
           IF DATO-INVALIDO
               SUBTRACT 1 FROM WSV-CONTADOR
           END-IF
           .
       5150-Verificar-datos.
           SET DATO-VALIDO TO TRUE
           IF REG-CMA-MONEDA = " "
             DISPLAY "**** No ingrese la moneda en blanco"
             DISPLAY " "
             SET DATO-INVALIDO TO TRUE
           END-IF
           IF NOT (REG-CMA-SI-EXIME-A OR REG-CMA-NO-EXIME-A)
             DISPLAY "**** La marca de segmento A es S o N"
             DISPLAY " "
             SET DATO-INVALIDO TO TRUE
           END-IF
           IF DATO-VALIDO
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
           STRING REG-CMA-PRODUCTO DELIMITED BY SIZE
                  REG-CMA-MONEDA DELIMITED BY SIZE
                  REG-CMA-VIG-DESDE DELIMITED BY SIZE
                  INTO WSV-PAR-EN-CURSO
           MOVE 1 TO WSV-IDX-CARGADOS
           PERFORM 5161-Comparar-cargado
               UNTIL WSV-IDX-CARGADOS > WSV-CANT-CARGADOS
           .
       5161-Comparar-cargado.
           IF WST-PAR-CARGADOS(WSV-IDX-CARGADOS) = WSV-PAR-EN-CURSO
               SET DATO-INVALIDO TO TRUE
               DISPLAY "**** El producto " REG-CMA-PRODUCTO
                       " en " REG-CMA-MONEDA
                       " vigente desde " REG-CMA-VIG-DESDE
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
               STRING REG-CMA-PRODUCTO DELIMITED BY SIZE
                      REG-CMA-MONEDA DELIMITED BY SIZE
                      REG-CMA-VIG-DESDE DELIMITED BY SIZE
                      INTO WST-PAR-CARGADOS(WSV-CANT-CARGADOS)
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivo.
           OPEN OUTPUT COMISIONES
               IF FS-COMISIONES NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-COMISIONES TO WSV-ANULADO-CODIGO
                   MOVE "COMISIONES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: COMISIONES_MANT"
               END-IF
           .
       7000-Escribir-archivo.
           WRITE REGISTRO-COMISION
           DISPLAY "Registro escrito en COMISIONES_MANT: "
                   REGISTRO-COMISION
           .
       7000-Cerrar-archivo.
           CLOSE COMISIONES
               IF FS-COMISIONES NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-COMISIONES TO WSV-ANULADO-CODIGO
                   MOVE "COMISIONES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: COMISIONES_MANT"
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
           MOVE "PGENCMAN"          TO LOG-ANUL-PROGRAMA
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
