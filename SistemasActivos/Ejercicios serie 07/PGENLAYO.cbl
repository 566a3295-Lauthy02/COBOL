      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa generador del registro de layouts
      *    Mantiene LAYOUTS.TXT: una linea por campo de cada archivo
      *    secuencial de la suite (archivo, campo, posicion, largo,
      *    tipo, obligatorio y valores admitidos o catalogo de
      *    referencia), el registro contra el que RVALIDA controla
      *    los archivos para ProgValida y ProgCadena.
      *    Mismo esquema de carga que PGENTASA: respaldo previo con
      *    fecha, regrabacion completa con las filas previas y
      *    control de duplicados (mismo archivo + mismo campo). Un
      *    campo se corrige dandolo de baja y volviendolo a cargar.
      *    Ofrece ademas cargar los layouts base de los maestros de
      *    la suite que todavia no esten registrados.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PGENLAYO.
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
           SELECT LAYOUTS ASSIGN TO "LAYOUTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LAYOUTS.
      *Archivo generico usado para respaldar LAYOUTS.TXT antes de
      *que 7000-Abrir-archivo lo pise con un OPEN OUTPUT.
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
      *Archivo LAYOUTS
           FD LAYOUTS.
               COPY REG-LAYOUT.
      *
      *Archivo generico de respaldo (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(120).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(120).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-LAYOUTS                   PIC X(02) VALUE ZEROES.
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
               02 WSV-CANT-BAJAS-PEDIDAS       PIC 9(02) VALUE ZERO.
               02 WSV-CANT-BAJAS-HECHAS        PIC 9(02) VALUE ZERO.
               02 WSV-CANT-PREVIAS             PIC 9(03) VALUE ZERO.
               02 WSV-CANT-BASE-AGREGADAS      PIC 9(03) VALUE ZERO.

           77 WSV-DATO-ESTADO                  PIC X(01) VALUE "S".
               88 DATO-VALIDO                  VALUE "S".
               88 DATO-INVALIDO                VALUE "N".
           77 WSS-CARGAR-BASE                  PIC X(01) VALUE "N".
               88 CARGAR-BASE                  VALUE "S".

      *Tabla de pares archivo+campo ya cargados en esta corrida,
      *para detectar duplicados antes de grabarlos.
           01 WST-CONTROL-CARGADOS.
               02 WST-PAR-CARGADOS             PIC X(50) OCCURS 500.
           01 WSV-CANT-CARGADOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-CARGADOS                 PIC 9(03).
           01 WSV-PAR-EN-CURSO                 PIC X(50).

      *Pares archivo+campo a dar de baja al regrabar.
           01 WST-CONTROL-BAJAS.
               02 WST-PAR-BAJAS                PIC X(50) OCCURS 50.
           01 WSV-IDX-BAJAS                    PIC 9(02).
           01 WSV-BAJA-ARCHIVO                 PIC X(30).
           01 WSV-BAJA-CAMPO                   PIC X(20).
           77 WSS-BAJA-ESTADO                  PIC X(01) VALUE "N".
               88 PREVIA-DADA-DE-BAJA          VALUE "S".

      *Layouts base de los maestros de la suite, en el formato de
      *REG-LAYOUT.
           01 WST-BASE.
      *ABONOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "ABONOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE
                       "@CUENTAS.TXT".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "ABONOS.TXT".
                   03 FILLER PIC X(20) VALUE "COD-SERV".
                   03 FILLER PIC X(08) VALUE "004003AS".
                   03 FILLER PIC X(40) VALUE
                       "@ARCH-SERVICIOS-CAT.txt".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "ABONOS.TXT".
                   03 FILLER PIC X(20) VALUE "MONTO".
                   03 FILLER PIC X(08) VALUE "007005NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "ABONOS.TXT".
                   03 FILLER PIC X(20) VALUE "MONEDA".
                   03 FILLER PIC X(08) VALUE "012003AS".
                   03 FILLER PIC X(40) VALUE
                       "ARS/USD/EUR/BRL".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "ABONOS.TXT".
                   03 FILLER PIC X(20) VALUE "ACTIVO".
                   03 FILLER PIC X(08) VALUE "015001AS".
                   03 FILLER PIC X(40) VALUE
                       "S/N".
                   03 FILLER PIC X(06) VALUE "000000".
      *MANDATOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MANDATOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE
                       "@CUENTAS.TXT".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MANDATOS.TXT".
                   03 FILLER PIC X(20) VALUE "COD-SERV".
                   03 FILLER PIC X(08) VALUE "004003AS".
                   03 FILLER PIC X(40) VALUE
                       "@ARCH-SERVICIOS-CAT.txt".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MANDATOS.TXT".
                   03 FILLER PIC X(20) VALUE "FECHA-AUT".
                   03 FILLER PIC X(08) VALUE "007008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MANDATOS.TXT".
                   03 FILLER PIC X(20) VALUE "ESTADO".
                   03 FILLER PIC X(08) VALUE "015001AS".
                   03 FILLER PIC X(40) VALUE
                       "A/R".
                   03 FILLER PIC X(06) VALUE "000000".
      *TASAS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "TASAS.TXT".
                   03 FILLER PIC X(20) VALUE "TIPO".
                   03 FILLER PIC X(08) VALUE "001003AS".
                   03 FILLER PIC X(40) VALUE
                       "SOB/MOR/AGE/IDC/PFJ/PRE/HIP/AHO/RET".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "TASAS.TXT".
                   03 FILLER PIC X(20) VALUE "TASA".
                   03 FILLER PIC X(08) VALUE "004004NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "TASAS.TXT".
                   03 FILLER PIC X(20) VALUE "VIG-DESDE".
                   03 FILLER PIC X(08) VALUE "008008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
      *DOMICILIOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE
                       "@CUENTAS.TXT".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "CALLE1".
                   03 FILLER PIC X(08) VALUE "004030AS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "CALLE2".
                   03 FILLER PIC X(08) VALUE "034030AN".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "LOCALIDAD".
                   03 FILLER PIC X(08) VALUE "064020AS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "CP".
                   03 FILLER PIC X(08) VALUE "084008AN".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "DOMICILIOS.TXT".
                   03 FILLER PIC X(20) VALUE "TELEFONO".
                   03 FILLER PIC X(08) VALUE "092015AN".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
      *MOVIMIENTOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "FECHA".
                   03 FILLER PIC X(08) VALUE "001008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "HORA".
                   03 FILLER PIC X(08) VALUE "009008NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "SUCURSAL".
                   03 FILLER PIC X(08) VALUE "017003NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "020003NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "TIPO".
                   03 FILLER PIC X(08) VALUE "023001AS".
                   03 FILLER PIC X(40) VALUE
                       "D/R/E/I/X/C/B/G".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "MONTO".
                   03 FILLER PIC X(08) VALUE "024005NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "SALDO-DESPUES".
                   03 FILLER PIC X(08) VALUE "029005NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "OPERADOR".
                   03 FILLER PIC X(08) VALUE "034003NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "REFERENCIA".
                   03 FILLER PIC X(08) VALUE "037008NN".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "MOVIMIENTOS.TXT".
                   03 FILLER PIC X(20) VALUE "AUTORIZA-EXCESO".
                   03 FILLER PIC X(08) VALUE "045003NN".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
      *CLIENTES_BLOQUEADOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CLIENTES_BLOQUEADOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE
                       "@CUENTAS.TXT".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CLIENTES_BLOQUEADOS.TXT".
                   03 FILLER PIC X(20) VALUE "MOTIVO".
                   03 FILLER PIC X(08) VALUE "004030AS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CLIENTES_BLOQUEADOS.TXT".
                   03 FILLER PIC X(20) VALUE "FECHA".
                   03 FILLER PIC X(08) VALUE "034008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CLIENTES_BLOQUEADOS.TXT".
                   03 FILLER PIC X(20) VALUE "ORIGEN".
                   03 FILLER PIC X(08) VALUE "042001AS".
                   03 FILLER PIC X(40) VALUE
                       "A/M".
                   03 FILLER PIC X(06) VALUE "000000".
      *COTIZACIONES.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "COTIZACIONES.TXT".
                   03 FILLER PIC X(20) VALUE "MON-ORIGEN".
                   03 FILLER PIC X(08) VALUE "001003AS".
                   03 FILLER PIC X(40) VALUE
                       "ARS/USD/EUR/BRL".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "COTIZACIONES.TXT".
                   03 FILLER PIC X(20) VALUE "MON-DESTINO".
                   03 FILLER PIC X(08) VALUE "004003AS".
                   03 FILLER PIC X(40) VALUE
                       "ARS/USD/EUR/BRL".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "COTIZACIONES.TXT".
                   03 FILLER PIC X(20) VALUE "TASA".
                   03 FILLER PIC X(08) VALUE "007009NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "COTIZACIONES.TXT".
                   03 FILLER PIC X(20) VALUE "FECHA".
                   03 FILLER PIC X(08) VALUE "016008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
      *CUENTAS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "NOMBRE".
                   03 FILLER PIC X(08) VALUE "004010AS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "SALDO".
                   03 FILLER PIC X(08) VALUE "014005SS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "LIMITE".
                   03 FILLER PIC X(08) VALUE "019005NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "MONEDA".
                   03 FILLER PIC X(08) VALUE "024003AS".
                   03 FILLER PIC X(40) VALUE
                       "ARS/USD/EUR/BRL".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "CUENTAS.TXT".
                   03 FILLER PIC X(20) VALUE "ESTADO-CIVIL".
                   03 FILLER PIC X(08) VALUE "027001AS".
                   03 FILLER PIC X(40) VALUE
                       "C/S/V/D".
                   03 FILLER PIC X(06) VALUE "000000".
      *SERVICIOS.TXT
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "SERVICIOS.TXT".
                   03 FILLER PIC X(20) VALUE "NRO-CLIE".
                   03 FILLER PIC X(08) VALUE "001003NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "SERVICIOS.TXT".
                   03 FILLER PIC X(20) VALUE "COD-SERV".
                   03 FILLER PIC X(08) VALUE "004003AS".
                   03 FILLER PIC X(40) VALUE
                       "@ARCH-SERVICIOS-CAT.txt".
                   03 FILLER PIC X(06) VALUE "001003".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "SERVICIOS.TXT".
                   03 FILLER PIC X(20) VALUE "MONTO".
                   03 FILLER PIC X(08) VALUE "007005NS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "SERVICIOS.TXT".
                   03 FILLER PIC X(20) VALUE "MONEDA".
                   03 FILLER PIC X(08) VALUE "010003AS".
                   03 FILLER PIC X(40) VALUE
                       "ARS/USD/EUR/BRL".
                   03 FILLER PIC X(06) VALUE "000000".
               02 FILLER.
                   03 FILLER PIC X(30) VALUE "SERVICIOS.TXT".
                   03 FILLER PIC X(20) VALUE "FECHA".
                   03 FILLER PIC X(08) VALUE "013008FS".
                   03 FILLER PIC X(40) VALUE SPACES.
                   03 FILLER PIC X(06) VALUE "000000".
           01 WST-BASE-R REDEFINES WST-BASE.
               02 WST-BASE-DET                 PIC X(104) OCCURS 47.
           01 WSV-CANT-BASE                    PIC 9(02) VALUE 47.
           01 WSV-IDX-BASE                     PIC 9(02).

      *Variables para el respaldo de LAYOUTS antes de pisarlo.
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
           PERFORM 1200-Pedir-bajas
           PERFORM 1300-Respaldar-archivo
           PERFORM 7000-Abrir-archivo
           PERFORM 1400-Recargar-previas
           PERFORM 1500-Ofrecer-base
           .
       1100-Inicializar.
           INITIALIZE FS-ARCHIVOS
           INITIALIZE WSV-ANULADO
           INITIALIZE REG-LAYOUT
           INITIALIZE WST-CONTROL-CARGADOS
           INITIALIZE WST-CONTROL-BAJAS
           MOVE ZERO TO WSV-CANT-CARGADOS
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           .
      *Los campos a dar de baja se piden antes de regrabar, para
      *saltearlos al pasar las filas previas.
       1200-Pedir-bajas.
           DISPLAY "Cuantos campos va a dar de baja (00-50): "
           ACCEPT WSV-CANT-BAJAS-PEDIDAS
           IF WSV-CANT-BAJAS-PEDIDAS > 50
               MOVE 50 TO WSV-CANT-BAJAS-PEDIDAS
           END-IF
           PERFORM 1210-Pedir-baja
               VARYING WSV-IDX-BAJAS FROM 1 BY 1
               UNTIL WSV-IDX-BAJAS > WSV-CANT-BAJAS-PEDIDAS
           .
       1210-Pedir-baja.
           DISPLAY "Baja numero [" WSV-IDX-BAJAS "]: "
           DISPLAY "Archivo (ej. MANDATOS.TXT): "
           ACCEPT WSV-BAJA-ARCHIVO
           DISPLAY "Campo: "
           ACCEPT WSV-BAJA-CAMPO
           MOVE SPACES TO WST-PAR-BAJAS(WSV-IDX-BAJAS)
           STRING WSV-BAJA-ARCHIVO DELIMITED BY SIZE
                  WSV-BAJA-CAMPO DELIMITED BY SIZE
                  INTO WST-PAR-BAJAS(WSV-IDX-BAJAS)
           .
      *Respalda LAYOUTS.TXT (si ya existe) antes de que
      *7000-Abrir-archivo lo abra en modo OUTPUT y lo deje en blanco.
       1300-Respaldar-archivo.
           MOVE "LAYOUTS.TXT" TO WSV-NOMBRE-ORIGEN
           STRING "LAYOUTS." DELIMITED BY SIZE
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
      *Vuelca el respaldo recien tomado sobre el archivo nuevo,
      *salteando los campos pedidos de baja.
       1400-Recargar-previas.
           MOVE WSV-NOMBRE-DESTINO TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** Sin layouts previos, registro nuevo"
           ELSE
               PERFORM 1320-Leer-origen
               PERFORM 1410-Pasar-previa
                   UNTIL FS-ARCH-ORIGEN = "10"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1410-Pasar-previa.
           MOVE LINEA-ORIGEN (1:104) TO REG-LAYOUT
           PERFORM 1420-Buscar-baja
           IF PREVIA-DADA-DE-BAJA
               ADD 1 TO WSV-CANT-BAJAS-HECHAS
               DISPLAY "Baja del campo " LAY-CAMPO " de " LAY-ARCHIVO
           ELSE
               PERFORM 7000-Escribir-archivo
               PERFORM 5170-Agregar-a-cargados
               ADD 1 TO WSV-CANT-PREVIAS
           END-IF
           PERFORM 1320-Leer-origen
           .
       1420-Buscar-baja.
           MOVE "N" TO WSS-BAJA-ESTADO
           MOVE SPACES TO WSV-PAR-EN-CURSO
           STRING LAY-ARCHIVO DELIMITED BY SIZE
                  LAY-CAMPO DELIMITED BY SIZE
                  INTO WSV-PAR-EN-CURSO
           PERFORM 1430-Comparar-baja
               VARYING WSV-IDX-BAJAS FROM 1 BY 1
               UNTIL (WSV-IDX-BAJAS > WSV-CANT-BAJAS-PEDIDAS)
               OR PREVIA-DADA-DE-BAJA
           .
       1430-Comparar-baja.
           IF WST-PAR-BAJAS(WSV-IDX-BAJAS) = WSV-PAR-EN-CURSO
               SET PREVIA-DADA-DE-BAJA TO TRUE
           END-IF
           .
      *Los layouts base que ya esten registrados (mismo archivo +
      *campo) no se tocan: el registro manda sobre la base.
       1500-Ofrecer-base.
           DISPLAY "Agregar los layouts base de los maestros de la "
                   "suite que falten (S/N): "
           ACCEPT WSS-CARGAR-BASE
           IF CARGAR-BASE
               PERFORM 1510-Pasar-base
                   VARYING WSV-IDX-BASE FROM 1 BY 1
                   UNTIL WSV-IDX-BASE > WSV-CANT-BASE
               DISPLAY "Campos base agregados: "
                       WSV-CANT-BASE-AGREGADAS
           END-IF
           .
       1510-Pasar-base.
           MOVE WST-BASE-DET(WSV-IDX-BASE) TO REG-LAYOUT
           PERFORM 5160-Verificar-duplicado
           IF DATO-VALIDO
               PERFORM 7000-Escribir-archivo
               PERFORM 5170-Agregar-a-cargados
               ADD 1 TO WSV-CANT-BASE-AGREGADAS
           END-IF
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           DISPLAY "Cuantos campos va a ingresar: "
           ACCEPT WSV-CANTIDAD
           MOVE ZERO TO WSV-CONTADOR
           PERFORM 5100-Pedir-datos
               UNTIL WSV-CONTADOR = WSV-CANTIDAD
           .
       5100-Pedir-datos.
           ADD 1 TO WSV-CONTADOR
           INITIALIZE REG-LAYOUT
           DISPLAY "Campo numero [" WSV-CONTADOR "]: "
           DISPLAY "Archivo (ej. MANDATOS.TXT): "
           ACCEPT LAY-ARCHIVO
           DISPLAY "Nombre del campo: "
           ACCEPT LAY-CAMPO
           DISPLAY "Posicion inicial (001-300): "
           ACCEPT LAY-POSICION
           DISPLAY "Largo (001-300): "
           ACCEPT LAY-LONGITUD
           DISPLAY "Tipo (N numerico, S numerico con signo, "
                   "F fecha AAAAMMDD, A alfanumerico): "
           ACCEPT LAY-TIPO
           DISPLAY "Obligatorio, no puede venir en blanco (S/N): "
           ACCEPT LAY-OBLIGATORIO
           DISPLAY "Valores admitidos separados por barra (A/R), "
                   "@ y el nombre de un catalogo (@CUENTAS.TXT), "
                   "o en blanco: "
           ACCEPT LAY-VALORES
           IF LAY-ES-CATALOGO
               DISPLAY "Posicion de la clave en el catalogo: "
               ACCEPT LAY-CAT-POSICION
               DISPLAY "Largo de la clave en el catalogo (001-020): "
               ACCEPT LAY-CAT-LONGITUD
           END-IF
           PERFORM 5150-Verificar-datos
           IF DATO-INVALIDO
               SUBTRACT 1 FROM WSV-CONTADOR
           END-IF
           .
       5150-Verificar-datos.
           SET DATO-VALIDO TO TRUE
           EVALUATE TRUE
               WHEN (LAY-ARCHIVO = SPACES) OR (LAY-CAMPO = SPACES)
                   DISPLAY "**** No ingrese archivo ni campo en blanco"
                   SET DATO-INVALIDO TO TRUE
               WHEN (LAY-POSICION = ZERO) OR (LAY-LONGITUD = ZERO)
                       OR (LAY-POSICION + LAY-LONGITUD - 1 > 300)
                   DISPLAY "**** Posicion y largo tienen que caer "
                           "entre 1 y 300"
                   SET DATO-INVALIDO TO TRUE
               WHEN NOT LAY-TIPO-VALIDO
                   DISPLAY "**** Tipo invalido, use N, S, F o A"
                   SET DATO-INVALIDO TO TRUE
               WHEN (LAY-OBLIGATORIO NOT = "S")
                       AND (LAY-OBLIGATORIO NOT = "N")
                   DISPLAY "**** Obligatorio tiene que ser S o N"
                   SET DATO-INVALIDO TO TRUE
               WHEN (LAY-TIPO = "F") AND (LAY-LONGITUD NOT = 8)
                   DISPLAY "**** Una fecha AAAAMMDD tiene largo 8"
                   SET DATO-INVALIDO TO TRUE
               WHEN LAY-ES-CATALOGO
                       AND ((LAY-CATALOGO = SPACES)
                       OR (LAY-CAT-POSICION = ZERO)
                       OR (LAY-CAT-LONGITUD = ZERO)
                       OR (LAY-CAT-LONGITUD > 20))
                   DISPLAY "**** Catalogo sin nombre o clave mal "
                           "ingresada"
                   SET DATO-INVALIDO TO TRUE
           END-EVALUATE
           IF DATO-VALIDO
              PERFORM 5160-Verificar-duplicado
              IF DATO-VALIDO
                 PERFORM 7000-Escribir-archivo
                 PERFORM 5170-Agregar-a-cargados
              ELSE
                 DISPLAY "**** El campo " LAY-CAMPO " de "
                         LAY-ARCHIVO " ya esta cargado, se omite"
              END-IF
           END-IF
           IF DATO-INVALIDO
              DISPLAY " "
           END-IF
           .
       5160-Verificar-duplicado.
           SET DATO-VALIDO TO TRUE
           MOVE SPACES TO WSV-PAR-EN-CURSO
           STRING LAY-ARCHIVO DELIMITED BY SIZE
                  LAY-CAMPO DELIMITED BY SIZE
                  INTO WSV-PAR-EN-CURSO
           MOVE 1 TO WSV-IDX-CARGADOS
           PERFORM 5161-Comparar-cargado
               UNTIL WSV-IDX-CARGADOS > WSV-CANT-CARGADOS
           .
       5161-Comparar-cargado.
           IF WST-PAR-CARGADOS(WSV-IDX-CARGADOS) = WSV-PAR-EN-CURSO
               SET DATO-INVALIDO TO TRUE
               MOVE WSV-CANT-CARGADOS TO WSV-IDX-CARGADOS
           END-IF
           ADD 1 TO WSV-IDX-CARGADOS
           .
       5170-Agregar-a-cargados.
           IF WSV-CANT-CARGADOS < 500
               ADD 1 TO WSV-CANT-CARGADOS
               MOVE SPACES
                   TO WST-PAR-CARGADOS(WSV-CANT-CARGADOS)
               STRING LAY-ARCHIVO DELIMITED BY SIZE
                      LAY-CAMPO DELIMITED BY SIZE
                      INTO WST-PAR-CARGADOS(WSV-CANT-CARGADOS)
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivo.
           OPEN OUTPUT LAYOUTS
               IF FS-LAYOUTS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-LAYOUTS TO WSV-ANULADO-CODIGO
                   MOVE "LAYOUTS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: LAYOUTS"
               END-IF
           .
       7000-Escribir-archivo.
           WRITE REG-LAYOUT
           .
       7000-Cerrar-archivo.
           CLOSE LAYOUTS
               IF FS-LAYOUTS NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-LAYOUTS TO WSV-ANULADO-CODIGO
                   MOVE "LAYOUTS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: LAYOUTS"
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
           MOVE "PGENLAYO"          TO LOG-ANUL-PROGRAMA
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
           DISPLAY "Campos previos conservados: " WSV-CANT-PREVIAS
           DISPLAY "Campos dados de baja:       " WSV-CANT-BAJAS-HECHAS
           DISPLAY "Campos registrados:         " WSV-CANT-CARGADOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
