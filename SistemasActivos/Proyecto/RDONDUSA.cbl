      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de "donde se usa" un codigo de catalogo
      *    Recibe en DUS-PEDIDO un catalogo y un codigo y recorre los
      *    archivos que lo referencian, devolviendo cuantas
      *    referencias vivas tiene y el detalle de cada una:
      *      - materia: ARCH-INSCRIPCIONES, ARCH-NOTAS,
      *        ARCH-CORRELATIVAS (como materia o como requisito) y
      *        ARCH-ESPERA;
      *      - pais: la nacionalidad de ARCH-ALUMNOS;
      *      - servicio: ABONOS (solo activos), CUOTAS (solo con
      *        cuotas por facturar), MANDATOS (salvo revocados),
      *        PLANCUENTAS y lo que espera aplicarse en SERVICIOS.TXT
      *        y PENDIENTES.TXT.
      *    Un archivo que no existe no tiene referencias. La usan
      *    PDONDUSA (consulta), PMANTCAT (aviso al pedir la baja),
      *    PAPRUEBA (freno al aprobarla) y PGENSERV (freno al
      *    retirar servicios con una carga nueva del catalogo).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RDONDUSA.
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
           SELECT INSCRIPCIONES ASSIGN TO "ARCH-INSCRIPCIONES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSCRIPCIONES.

           SELECT NOTAS ASSIGN TO "ARCH-NOTAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NOTAS.

           SELECT CORRELATIVAS ASSIGN TO "ARCH-CORRELATIVAS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CORRELATIVAS.

           SELECT ESPERA ASSIGN TO "ARCH-ESPERA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESPERA.

           SELECT ALUMNOS ASSIGN TO "ARCH-ALUMNOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALUMNOS.

           SELECT ABONOS ASSIGN TO "ABONOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ABONOS.

           SELECT CUOTAS ASSIGN TO "CUOTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUOTAS.

           SELECT MANDATOS ASSIGN TO "MANDATOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MANDATOS.

           SELECT PLANCUENTAS ASSIGN TO "PLANCUENTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANCUENTAS.
      *SERVICIOS.TXT y PENDIENTES.TXT tienen el mismo registro: se
      *leen uno despues del otro con el mismo FD.
           SELECT MOVIMIENTOS ASSIGN DYNAMIC WSV-NOMBRE-MOVIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *Archivo ARCH-INSCRIPCIONES (lo mantiene PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-NOTAS (lo mantiene PGENNOTA)
           FD NOTAS.
               01 REGISTRO-NOTA.
                   05 REG-NOT-LEGAJO           PIC 9(05).
                   05 REG-NOT-MATERIA          PIC 9(02).
                   05 REG-NOT-FECHA            PIC 9(08).
                   05 REG-NOT-NOTA             PIC 9(02).
      *
      *Archivo ARCH-CORRELATIVAS (lo mantiene PGENCORR)
           FD CORRELATIVAS.
               01 REGISTRO-CORRELATIVA.
                   05 REG-COR-MATERIA          PIC 9(02).
                   05 REG-COR-REQUIERE         PIC 9(02).
      *
      *Archivo ARCH-ESPERA (lo mantiene PINSCRIP)
           FD ESPERA.
               01 REGISTRO-ESPERA.
                   05 REG-ESP-LEGAJO           PIC 9(05).
                   05 REG-ESP-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-ALUMNOS (lo mantiene PGENALUM)
           FD ALUMNOS.
               01 REGISTRO-ALUMNO.
                   05 REG-ALU-LEGAJO           PIC 9(05).
                   05 REG-ALU-NOMBRE           PIC X(25).
                   05 REG-ALU-DIA-NAC          PIC 9(02).
                   05 REG-ALU-MES-NAC          PIC 9(02).
                   05 REG-ALU-ANIO-NAC         PIC 9(04).
                   05 REG-ALU-NACIONALIDAD     PIC 9(03).
      *
      *Archivo ABONOS (lo mantiene PGENABON)
           FD ABONOS.
               01 REGISTRO-ABONO.
                   02 ABO-NRO-CLIE             PIC 9(03).
                   02 ABO-COD-SERV             PIC X(03).
                   02 ABO-MONTO                PIC 999V99.
                   02 ABO-MONEDA               PIC X(03).
                   02 ABO-ACTIVO               PIC X(01).
                       88 ABONO-ACTIVO             VALUE "S".
      *
      *Archivo CUOTAS (lo mantiene PGENCUOT)
           FD CUOTAS.
               01 REGISTRO-CUOTA.
                   02 CUO-NRO-CLIE             PIC 9(03).
                   02 CUO-COD-SERV             PIC X(03).
                   02 CUO-MONTO-TOTAL          PIC 9(05)V99.
                   02 CUO-MONEDA               PIC X(03).
                   02 CUO-CANT-CUOTAS          PIC 9(02).
                   02 CUO-FACTURADAS           PIC 9(02).
      *
      *Archivo MANDATOS (lo mantiene PGENMAND)
           FD MANDATOS.
               01 REGISTRO-MANDATO.
                   02 MAND-NRO-CLIE            PIC 9(03).
                   02 MAND-COD-SERV            PIC X(03).
                   02 MAND-FECHA-AUT           PIC 9(08).
                   02 MAND-ESTADO              PIC X(01).
                       88 MANDATO-REVOCADO         VALUE "R".
      *
      *Archivo PLANCUENTAS (lo mantiene PGENPLAN)
           FD PLANCUENTAS.
               01 REGISTRO-PLANCUENTA.
                   02 PLA-COD-SERV             PIC X(03).
                   02 PLA-TIPO                 PIC X(08).
                   02 PLA-CUENTA-GL            PIC 9(06).
      *
      *Archivos SERVICIOS / PENDIENTES (layout de ProgApareo)
           FD MOVIMIENTOS.
               01 REGISTRO-MOVIMIENTO.
                   02 MOV-NRO-CLIE             PIC 9(03).
                   02 MOV-COD-SERV             PIC X(03).
                   02 MOV-MONTO                PIC 999V99.
                   02 MOV-MONEDA               PIC X(03).
                   02 MOV-FECHA                PIC 9(08).
                   02 FILLER                   PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-NOTAS                     PIC X(02) VALUE ZEROES.
               02 FS-CORRELATIVAS              PIC X(02) VALUE ZEROES.
               02 FS-ESPERA                    PIC X(02) VALUE ZEROES.
               02 FS-ALUMNOS                   PIC X(02) VALUE ZEROES.
               02 FS-ABONOS                    PIC X(02) VALUE ZEROES.
               02 FS-CUOTAS                    PIC X(02) VALUE ZEROES.
               02 FS-MANDATOS                  PIC X(02) VALUE ZEROES.
               02 FS-PLANCUENTAS               PIC X(02) VALUE ZEROES.
               02 FS-MOVIMIENTOS               PIC X(02) VALUE ZEROES.

           01 WSV-NOMBRE-MOVIM                 PIC X(40).
      *Referencia hallada, antes de pasarla al detalle del pedido.
           01 WSV-REF-ARCHIVO                  PIC X(20).
           01 WSV-REF-CLAVE                    PIC X(40).

       LINKAGE SECTION.
           COPY TAB-DONDUSA.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING DUS-PEDIDO.
       MAIN-PROCEDURE.
           MOVE ZERO TO DUS-CANT-REFERENCIAS
           MOVE ZERO TO DUS-CANT-DETALLE
           EVALUATE TRUE
               WHEN DUS-CAT-MATERIAS
                   PERFORM 5100-Buscar-materia
               WHEN DUS-CAT-PAISES
                   PERFORM 5200-Buscar-pais
               WHEN DUS-CAT-SERVICIOS
                   PERFORM 5300-Buscar-servicio
               WHEN OTHER
                   DISPLAY "**** Catalogo desconocido: " DUS-CATALOGO
           END-EVALUATE
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       5100-Buscar-materia.
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES = "00"
               MOVE "ARCH-INSCRIPCIONES" TO WSV-REF-ARCHIVO
               PERFORM 7010-Leer-inscripcion
               PERFORM 5110-Mirar-inscripcion
                   UNTIL FS-INSCRIPCIONES = "10"
               CLOSE INSCRIPCIONES
           END-IF
           OPEN INPUT NOTAS
           IF FS-NOTAS = "00"
               MOVE "ARCH-NOTAS" TO WSV-REF-ARCHIVO
               PERFORM 7020-Leer-nota
               PERFORM 5120-Mirar-nota UNTIL FS-NOTAS = "10"
               CLOSE NOTAS
           END-IF
           OPEN INPUT CORRELATIVAS
           IF FS-CORRELATIVAS = "00"
               MOVE "ARCH-CORRELATIVAS" TO WSV-REF-ARCHIVO
               PERFORM 7030-Leer-correlativa
               PERFORM 5130-Mirar-correlativa
                   UNTIL FS-CORRELATIVAS = "10"
               CLOSE CORRELATIVAS
           END-IF
           OPEN INPUT ESPERA
           IF FS-ESPERA = "00"
               MOVE "ARCH-ESPERA" TO WSV-REF-ARCHIVO
               PERFORM 7040-Leer-espera
               PERFORM 5140-Mirar-espera UNTIL FS-ESPERA = "10"
               CLOSE ESPERA
           END-IF
           .
       5110-Mirar-inscripcion.
           IF REG-INS-MATERIA = DUS-CODIGO-NUM
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "LEGAJO " REG-INS-LEGAJO
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7010-Leer-inscripcion
           .
       5120-Mirar-nota.
           IF REG-NOT-MATERIA = DUS-CODIGO-NUM
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "LEGAJO " REG-NOT-LEGAJO
                      " FECHA " REG-NOT-FECHA
                      " NOTA " REG-NOT-NOTA
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7020-Leer-nota
           .
       5130-Mirar-correlativa.
           IF (REG-COR-MATERIA = DUS-CODIGO-NUM)
                   OR (REG-COR-REQUIERE = DUS-CODIGO-NUM)
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "MATERIA " REG-COR-MATERIA
                      " REQUIERE " REG-COR-REQUIERE
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7030-Leer-correlativa
           .
       5140-Mirar-espera.
           IF REG-ESP-MATERIA = DUS-CODIGO-NUM
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "LEGAJO " REG-ESP-LEGAJO
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7040-Leer-espera
           .
       5200-Buscar-pais.
           OPEN INPUT ALUMNOS
           IF FS-ALUMNOS = "00"
               MOVE "ARCH-ALUMNOS" TO WSV-REF-ARCHIVO
               PERFORM 7050-Leer-alumno
               PERFORM 5210-Mirar-alumno UNTIL FS-ALUMNOS = "10"
               CLOSE ALUMNOS
           END-IF
           .
       5210-Mirar-alumno.
           IF REG-ALU-NACIONALIDAD = DUS-CODIGO-NUM
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "LEGAJO " REG-ALU-LEGAJO
                      " " REG-ALU-NOMBRE
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7050-Leer-alumno
           .
       5300-Buscar-servicio.
           OPEN INPUT ABONOS
           IF FS-ABONOS = "00"
               MOVE "ABONOS" TO WSV-REF-ARCHIVO
               PERFORM 7060-Leer-abono
               PERFORM 5310-Mirar-abono UNTIL FS-ABONOS = "10"
               CLOSE ABONOS
           END-IF
           OPEN INPUT CUOTAS
           IF FS-CUOTAS = "00"
               MOVE "CUOTAS" TO WSV-REF-ARCHIVO
               PERFORM 7070-Leer-cuota
               PERFORM 5320-Mirar-cuota UNTIL FS-CUOTAS = "10"
               CLOSE CUOTAS
           END-IF
           OPEN INPUT MANDATOS
           IF FS-MANDATOS = "00"
               MOVE "MANDATOS" TO WSV-REF-ARCHIVO
               PERFORM 7080-Leer-mandato
               PERFORM 5330-Mirar-mandato UNTIL FS-MANDATOS = "10"
               CLOSE MANDATOS
           END-IF
           OPEN INPUT PLANCUENTAS
           IF FS-PLANCUENTAS = "00"
               MOVE "PLANCUENTAS" TO WSV-REF-ARCHIVO
               PERFORM 7090-Leer-plancuenta
               PERFORM 5340-Mirar-plancuenta
                   UNTIL FS-PLANCUENTAS = "10"
               CLOSE PLANCUENTAS
           END-IF
           MOVE "SERVICIOS.TXT" TO WSV-NOMBRE-MOVIM
           PERFORM 5350-Recorrer-movimientos
           MOVE "PENDIENTES.TXT" TO WSV-NOMBRE-MOVIM
           PERFORM 5350-Recorrer-movimientos
           .
      *Un abono dado de baja ya no factura el servicio.
       5310-Mirar-abono.
           IF (ABO-COD-SERV = DUS-CODIGO) AND ABONO-ACTIVO
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "CLIENTE " ABO-NRO-CLIE
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7060-Leer-abono
           .
      *Un plan con todas sus cuotas facturadas ya termino.
       5320-Mirar-cuota.
           IF (CUO-COD-SERV = DUS-CODIGO)
                   AND (CUO-FACTURADAS < CUO-CANT-CUOTAS)
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "CLIENTE " CUO-NRO-CLIE
                      " CUOTAS " CUO-FACTURADAS "/" CUO-CANT-CUOTAS
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7070-Leer-cuota
           .
       5330-Mirar-mandato.
           IF (MAND-COD-SERV = DUS-CODIGO) AND NOT MANDATO-REVOCADO
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "CLIENTE " MAND-NRO-CLIE
                      " AUTORIZADO " MAND-FECHA-AUT
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7080-Leer-mandato
           .
       5340-Mirar-plancuenta.
           IF PLA-COD-SERV = DUS-CODIGO
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "TIPO " PLA-TIPO " CUENTA " PLA-CUENTA-GL
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7090-Leer-plancuenta
           .
       5350-Recorrer-movimientos.
           OPEN INPUT MOVIMIENTOS
           IF FS-MOVIMIENTOS = "00"
               MOVE WSV-NOMBRE-MOVIM TO WSV-REF-ARCHIVO
               PERFORM 7100-Leer-movimiento
               PERFORM 5360-Mirar-movimiento
                   UNTIL FS-MOVIMIENTOS = "10"
               CLOSE MOVIMIENTOS
           END-IF
           .
      *El registro de identificacion del principio no es un servicio.
       5360-Mirar-movimiento.
           IF (REGISTRO-MOVIMIENTO (1:6) NOT = "HEADER")
                   AND (MOV-COD-SERV = DUS-CODIGO)
               MOVE SPACES TO WSV-REF-CLAVE
               STRING "CLIENTE " MOV-NRO-CLIE
                      " FECHA " MOV-FECHA
                      DELIMITED BY SIZE INTO WSV-REF-CLAVE
               END-STRING
               PERFORM 5900-Agregar-referencia
           END-IF
           PERFORM 7100-Leer-movimiento
           .
      *Cuenta la referencia y la guarda mientras haya lugar.
       5900-Agregar-referencia.
           ADD 1 TO DUS-CANT-REFERENCIAS
           IF DUS-CANT-DETALLE < 100
               ADD 1 TO DUS-CANT-DETALLE
               MOVE WSV-REF-ARCHIVO
                   TO DUS-DET-ARCHIVO(DUS-CANT-DETALLE)
               MOVE WSV-REF-CLAVE
                   TO DUS-DET-CLAVE(DUS-CANT-DETALLE)
           END-IF
           .
      *************************** Archivo ******************************
       7010-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7020-Leer-nota.
           READ NOTAS
           .
       7030-Leer-correlativa.
           READ CORRELATIVAS
           .
       7040-Leer-espera.
           READ ESPERA
           .
       7050-Leer-alumno.
           READ ALUMNOS
           .
       7060-Leer-abono.
           READ ABONOS
           .
       7070-Leer-cuota.
           READ CUOTAS
           .
       7080-Leer-mandato.
           READ MANDATOS
           .
       7090-Leer-plancuenta.
           READ PLANCUENTAS
           .
       7100-Leer-movimiento.
           READ MOVIMIENTOS
           .
