      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa generador mensual de matriculas
      *    Junta el lado academico con la facturacion: por cada
      *    inscripcion de ARCH-INSCRIPCIONES.txt toma el arancel de
      *    la materia (ARCH-ARANCELES, PGENARAN) y el cliente que
      *    paga por el legajo (ARCH-PAGADORES, PGENPAGA), y escribe
      *    un SERVICIOS.TXT listo para correr en ProgApareo con una
      *    sola linea por cliente pagador: la suma de los aranceles
      *    de todas las inscripciones de los alumnos que paga, bajo
      *    el codigo de servicio de matricula del catalogo (RGENSERV)
      *    y en la moneda de ese servicio.
      *    Las inscripciones sin arancel o sin pagador no se
      *    facturan y salen por consola para corregir los maestros.
      *    El archivo sale ascendente por cliente y con HEADER, como
      *    los de ProgCuotas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PMATRICU.
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

           SELECT ARANCELES ASSIGN TO "ARCH-ARANCELES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARANCELES.

           SELECT PAGADORES ASSIGN TO "ARCH-PAGADORES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGADORES.

           SELECT SALIDA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SERVICIOS.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SECUENCIA.
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
      *Archivo ARCH-INSCRIPCIONES (mantenido por PINSCRIP)
           FD INSCRIPCIONES.
               01 REGISTRO-INSCRIPCION.
                   05 REG-INS-LEGAJO           PIC 9(05).
                   05 REG-INS-MATERIA          PIC 9(02).
      *
      *Archivo ARCH-ARANCELES (mantenido por PGENARAN)
           FD ARANCELES.
               01 REGISTRO-ARANCEL.
                   05 REG-ARA-MATERIA          PIC 9(02).
                   05 REG-ARA-MONTO            PIC 999V99.
      *
      *Archivo ARCH-PAGADORES (mantenido por PGENPAGA)
           FD PAGADORES.
               01 REGISTRO-PAGADOR.
                   05 REG-PAG-LEGAJO           PIC 9(05).
                   05 REG-PAG-NRO-CLIE         PIC 9(03).
      *
      *Archivo de salida en el layout de SERVICIOS que espera
      *ProgApareo.
           FD SALIDA-SERVICIOS.
               01 REGISTRO-SALIDA-SERVICIOS.
                   02 NRO-CLIE-SERV            PIC 9(03).
                   02 COD-SERV                 PIC X(03).
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
      *Registro de identificacion al comienzo del archivo, para el
      *control de repeticion de ProgApareo.
               01 REGISTRO-HEADER-SERVICIOS.
                   02 HEADER-TAG-SERV          PIC X(07).
                   02 HEADER-PROGRAMA-SERV     PIC X(10).
                   02 HEADER-FECHA-SERV        PIC 9(08).
                   02 HEADER-SECUENCIA-SERV    PIC 9(05).
      *
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
               01 REGISTRO-SECUENCIA.
                   02 SEC-ULTIMA               PIC 9(05).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-INSCRIPCIONES             PIC X(02) VALUE ZEROES.
               02 FS-ARANCELES                 PIC X(02) VALUE ZEROES.
               02 FS-PAGADORES                 PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Catalogo de servicios en memoria (RGENSERV), para validar el
      *codigo de matricula y tomar su moneda.
           COPY TAB-SERV.
           01 WST-SRV-PEDIDO.
               02 WST-SRV-MODO          PIC X(01).
                   88 WST-SRV-MODO-CARGA      VALUE "C".
                   88 WST-SRV-MODO-BUSCAR     VALUE "B".
               02 WST-SRV-COD-BUSCADO   PIC X(03).
               02 WST-SRV-DESC-RESULT   PIC X(25).
               02 WST-SRV-MONEDA-RESULT PIC X(03).
               02 WST-SRV-PRIOR-RESULT  PIC X(01).
               02 WST-SRV-IVA-RESULT    PIC 9(02)V99.
               02 WST-SRV-PRECIO-RESULT PIC 999V99.
               02 WST-SRV-ENCONTRADO    PIC X(01).
                   88 WST-SRV-SI-ENCONTRADO   VALUE "S".
                   88 WST-SRV-NO-ENCONTRADO   VALUE "N".

      *Aranceles y pagadores en memoria.
           01 WST-ARANCELES.
               02 WST-ARA-DET               OCCURS 99 TIMES.
                   03 WST-ARA-MATERIA       PIC 9(02).
                   03 WST-ARA-MONTO         PIC 999V99.
           01 WSV-CANT-ARANCELES               PIC 9(03) VALUE ZERO.
           01 WST-PAGADORES.
               02 WST-PAG-DET               OCCURS 300 TIMES.
                   03 WST-PAG-LEGAJO        PIC 9(05).
                   03 WST-PAG-NRO-CLIE      PIC 9(03).
           01 WSV-CANT-PAGADORES               PIC 9(03) VALUE ZERO.
           01 WSV-IDX-BUSCA                    PIC 9(03).

      *Acumulado del mes por cliente pagador, subindicado por el
      *numero de cliente: recorrerlo en orden deja la salida
      *ascendente por cliente.
           01 WST-FACTURA.
               02 WST-FAC-DET               OCCURS 999 TIMES.
                   03 WST-FAC-MONTO         PIC 9(05)V99.
                   03 WST-FAC-CANT          PIC 9(03).
           01 WSV-IDX-CLIE                     PIC 9(04).

      *Resultado de las busquedas de la inscripcion en curso.
           01 WSV-ARANCEL-HALLADO              PIC 999V99.
           01 WSV-CLIENTE-HALLADO              PIC 9(03).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-LEIDAS             PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FACTURADAS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-ARANCEL        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-PAGADOR        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-GENERADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DESBORDES          PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-GENERADO          PIC 9(07)V99 VALUE ZERO.

      *Nombre del archivo de salida pedido por consola.
           01 WSV-NOMBRE-SALIDA                PIC X(40)
                                                VALUE "SERVICIOS.TXT".
      *Fecha de servicio a estampar en cada linea generada, para el
      *corte por periodo de ProgApareo; si el operador deja cero se
      *usa la fecha del dia.
           01 WSV-FECHA-SERVICIO               PIC 9(08) VALUE ZERO.
      *Codigo de servicio de matricula del catalogo y su moneda.
           01 WSV-COD-MATRICULA                PIC X(03) VALUE SPACES.
           01 WSV-MONEDA-MATRICULA             PIC X(03) VALUE SPACES.

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
           DISPLAY "Archivo de servicios de salida "
                   "(SERVICIOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SALIDA
           IF WSV-NOMBRE-SALIDA = SPACES
               MOVE "SERVICIOS.TXT" TO WSV-NOMBRE-SALIDA
           END-IF
           DISPLAY "Fecha de servicio a estampar (AAAAMMDD, "
                   "00000000 usa la fecha del dia): "
           ACCEPT WSV-FECHA-SERVICIO
           IF WSV-FECHA-SERVICIO = ZERO
               ACCEPT WSV-FECHA-SERVICIO FROM DATE YYYYMMDD
           END-IF
           PERFORM 1100-Validar-servicio
           PERFORM 1200-Cargar-aranceles
           PERFORM 1300-Cargar-pagadores
           INITIALIZE WST-FACTURA
           PERFORM 7000-Abrir-salida
           PERFORM 7100-Estampar-header
           .
      *El codigo de matricula tiene que estar en el catalogo de
      *servicios; de ahi sale la moneda en que se factura.
       1100-Validar-servicio.
           SET WST-SRV-MODO-CARGA TO TRUE
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           DISPLAY "Codigo de servicio de matricula del catalogo: "
           ACCEPT WSV-COD-MATRICULA
           SET WST-SRV-MODO-BUSCAR TO TRUE
           MOVE WSV-COD-MATRICULA TO WST-SRV-COD-BUSCADO
           CALL "RGENSERV" USING WST-TABLA-SERV WST-SRV-PEDIDO
           IF WST-SRV-NO-ENCONTRADO
               MOVE "Codigo de matricula fuera del catalogo"
                   TO WSV-ANULADO-DESCRIP
               MOVE WSV-COD-MATRICULA TO WSV-ANULADO-CODIGO
               MOVE "SERVICIOS-CAT" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WST-SRV-MONEDA-RESULT TO WSV-MONEDA-MATRICULA
           DISPLAY "Servicio: " WST-SRV-DESC-RESULT
                   " moneda " WSV-MONEDA-MATRICULA
           .
       1200-Cargar-aranceles.
           MOVE ZERO TO WSV-CANT-ARANCELES
           OPEN INPUT ARANCELES
           IF FS-ARANCELES NOT = "00"
               MOVE "No hay ARCH-ARANCELES (corra PGENARAN)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-ARANCELES TO WSV-ANULADO-CODIGO
               MOVE "ARANCELES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7020-Leer-arancel
           PERFORM 1210-Pasar-arancel
               UNTIL (FS-ARANCELES = "10")
               OR (WSV-CANT-ARANCELES >= 99)
           CLOSE ARANCELES
           DISPLAY "Aranceles cargados: " WSV-CANT-ARANCELES
           .
       1210-Pasar-arancel.
           ADD 1 TO WSV-CANT-ARANCELES
           MOVE REG-ARA-MATERIA
               TO WST-ARA-MATERIA(WSV-CANT-ARANCELES)
           MOVE REG-ARA-MONTO
               TO WST-ARA-MONTO(WSV-CANT-ARANCELES)
           PERFORM 7020-Leer-arancel
           .
       1300-Cargar-pagadores.
           MOVE ZERO TO WSV-CANT-PAGADORES
           OPEN INPUT PAGADORES
           IF FS-PAGADORES NOT = "00"
               MOVE "No hay ARCH-PAGADORES (corra PGENPAGA)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-PAGADORES TO WSV-ANULADO-CODIGO
               MOVE "PAGADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-pagador
           PERFORM 1310-Pasar-pagador
               UNTIL (FS-PAGADORES = "10")
               OR (WSV-CANT-PAGADORES >= 300)
           CLOSE PAGADORES
           DISPLAY "Pagadores cargados: " WSV-CANT-PAGADORES
           .
       1310-Pasar-pagador.
           ADD 1 TO WSV-CANT-PAGADORES
           MOVE REG-PAG-LEGAJO
               TO WST-PAG-LEGAJO(WSV-CANT-PAGADORES)
           MOVE REG-PAG-NRO-CLIE
               TO WST-PAG-NRO-CLIE(WSV-CANT-PAGADORES)
           PERFORM 7030-Leer-pagador
           .
      *.......................... Proceso ..............................
      *Primero se acumula por cliente toda la matricula del mes, y
      *despues se escribe una linea por cliente.
       5000-Proceso.
           OPEN INPUT INSCRIPCIONES
           IF FS-INSCRIPCIONES NOT = "00"
               MOVE "No hay inscripciones (corra PINSCRIP)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-INSCRIPCIONES TO WSV-ANULADO-CODIGO
               MOVE "INSCRIPCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-inscripcion
           PERFORM 5100-Acumular-inscripcion
               UNTIL FS-INSCRIPCIONES = "10"
           CLOSE INSCRIPCIONES
           PERFORM 5300-Escribir-matricula
               VARYING WSV-IDX-CLIE FROM 1 BY 1
               UNTIL WSV-IDX-CLIE > 999
           .
       5100-Acumular-inscripcion.
           ADD 1 TO CTRL-CANT-LEIDAS
           PERFORM 5200-Buscar-arancel
           PERFORM 5210-Buscar-pagador
           EVALUATE TRUE
               WHEN WSV-ARANCEL-HALLADO = ZERO
                   ADD 1 TO CTRL-CANT-SIN-ARANCEL
                   DISPLAY "**** Sin arancel para la materia "
                           REG-INS-MATERIA " (legajo "
                           REG-INS-LEGAJO "), no se factura"
               WHEN WSV-CLIENTE-HALLADO = ZERO
                   ADD 1 TO CTRL-CANT-SIN-PAGADOR
                   DISPLAY "**** El legajo " REG-INS-LEGAJO
                           " no tiene pagador (materia "
                           REG-INS-MATERIA "), no se factura"
               WHEN OTHER
                   ADD 1 TO CTRL-CANT-FACTURADAS
                   ADD WSV-ARANCEL-HALLADO
                       TO WST-FAC-MONTO(WSV-CLIENTE-HALLADO)
                   ADD 1 TO WST-FAC-CANT(WSV-CLIENTE-HALLADO)
           END-EVALUATE
           PERFORM 7010-Leer-inscripcion
           .
       5200-Buscar-arancel.
           MOVE ZERO TO WSV-ARANCEL-HALLADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5201-Comparar-arancel
               UNTIL WSV-IDX-BUSCA > WSV-CANT-ARANCELES
           .
       5201-Comparar-arancel.
           IF WST-ARA-MATERIA(WSV-IDX-BUSCA) = REG-INS-MATERIA
               MOVE WST-ARA-MONTO(WSV-IDX-BUSCA)
                   TO WSV-ARANCEL-HALLADO
               MOVE WSV-CANT-ARANCELES TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
       5210-Buscar-pagador.
           MOVE ZERO TO WSV-CLIENTE-HALLADO
           MOVE 1 TO WSV-IDX-BUSCA
           PERFORM 5211-Comparar-pagador
               UNTIL WSV-IDX-BUSCA > WSV-CANT-PAGADORES
           .
       5211-Comparar-pagador.
           IF WST-PAG-LEGAJO(WSV-IDX-BUSCA) = REG-INS-LEGAJO
               MOVE WST-PAG-NRO-CLIE(WSV-IDX-BUSCA)
                   TO WSV-CLIENTE-HALLADO
               MOVE WSV-CANT-PAGADORES TO WSV-IDX-BUSCA
           END-IF
           ADD 1 TO WSV-IDX-BUSCA
           .
      *Una linea por cliente con matricula; la que no entra en el
      *MONTO de SERVICIOS no se factura y se avisa, como en
      *ProgCuotas.
       5300-Escribir-matricula.
           MOVE WSV-IDX-CLIE TO WSV-CLIENTE-HALLADO
           IF WST-FAC-CANT(WSV-IDX-CLIE) > ZERO
               IF WST-FAC-MONTO(WSV-IDX-CLIE) > 999.99
                   ADD 1 TO CTRL-CANT-DESBORDES
                   DISPLAY "**** La matricula del cliente "
                           WSV-CLIENTE-HALLADO
                           " no entra en el monto de SERVICIOS, "
                           "no se factura este mes"
               ELSE
                   INITIALIZE REGISTRO-SALIDA-SERVICIOS
                   MOVE WSV-CLIENTE-HALLADO TO NRO-CLIE-SERV
                   MOVE WSV-COD-MATRICULA TO COD-SERV
                   MOVE WST-FAC-MONTO(WSV-IDX-CLIE) TO MONTO
                   MOVE WSV-MONEDA-MATRICULA TO MONEDA-SERV
                   MOVE WSV-FECHA-SERVICIO TO FECHA-SERV
                   MOVE "D" TO TIPO-MOVIM-SERV
                   WRITE REGISTRO-SALIDA-SERVICIOS
                   ADD 1 TO CTRL-CANT-GENERADOS
                   ADD WST-FAC-MONTO(WSV-IDX-CLIE)
                       TO CTRL-MONTO-GENERADO
                   DISPLAY "Matricula generada: cliente "
                           WSV-CLIENTE-HALLADO " inscripciones "
                           WST-FAC-CANT(WSV-IDX-CLIE)
               END-IF
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-salida.
           OPEN OUTPUT SALIDA-SERVICIOS
               IF FS-SALIDA-SERVICIOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: SERVICIOS"
               END-IF
           .
       7010-Leer-inscripcion.
           READ INSCRIPCIONES
           .
       7020-Leer-arancel.
           READ ARANCELES
           .
       7030-Leer-pagador.
           READ PAGADORES
           .
      *Toma el proximo numero de secuencia compartido y estampa el
      *HEADER de identificacion al comienzo del archivo generado.
       7100-Estampar-header.
           OPEN INPUT ARCH-SECUENCIA
           IF FS-SECUENCIA = "00"
               READ ARCH-SECUENCIA
               IF FS-SECUENCIA = "00"
                   MOVE SEC-ULTIMA TO WSV-SECUENCIA
               END-IF
               CLOSE ARCH-SECUENCIA
           END-IF
           ADD 1 TO WSV-SECUENCIA
           OPEN OUTPUT ARCH-SECUENCIA
           MOVE WSV-SECUENCIA TO SEC-ULTIMA
           WRITE REGISTRO-SECUENCIA
           CLOSE ARCH-SECUENCIA
           MOVE "HEADER " TO HEADER-TAG-SERV
           MOVE "PMATRICU" TO HEADER-PROGRAMA-SERV
           MOVE WSV-FECHA-SERVICIO TO HEADER-FECHA-SERV
           MOVE WSV-SECUENCIA TO HEADER-SECUENCIA-SERV
           WRITE REGISTRO-HEADER-SERVICIOS
           DISPLAY "Header estampado, secuencia " WSV-SECUENCIA
           .
       7000-Cerrar-salida.
           CLOSE SALIDA-SERVICIOS
               IF FS-SALIDA-SERVICIOS NOT = "00"
                   MOVE "Error al cerrar archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-SERVICIOS TO WSV-ANULADO-CODIGO
                   MOVE "SALIDA-SERVICIO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: SERVICIOS"
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
           MOVE 8 TO RETURN-CODE
           PERFORM 9999-Stop-Run
           .
      *Agrega este evento anulado a ANULADO.LOG, el historial de
      *auditoria compartido con PGENMAT, PGENPAIS, RGENMATE y
      *ProgApareo.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "PMATRICU"          TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Cerrar-salida.
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Inscripciones leidas:     " CTRL-CANT-LEIDAS
           DISPLAY "Inscripciones facturadas: " CTRL-CANT-FACTURADAS
           DISPLAY "Sin arancel:              " CTRL-CANT-SIN-ARANCEL
           DISPLAY "Sin pagador:              " CTRL-CANT-SIN-PAGADOR
           DISPLAY "Lineas generadas:         " CTRL-CANT-GENERADOS
                   "  Monto: " CTRL-MONTO-GENERADO
           DISPLAY "Clientes desbordados:     " CTRL-CANT-DESBORDES
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
