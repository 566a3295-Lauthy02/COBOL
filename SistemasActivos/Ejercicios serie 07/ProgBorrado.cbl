      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de borrado de datos personales de un cliente
      *    Cuando un cliente dado de baja ejerce su derecho de
      *    supresion, reemplaza su nombre, domicilio y documentos
      *    por una marca fija en todos los archivos vivos y en las
      *    copias con fecha que deja la cadena, sin tocar importes
      *    ni claves (la contabilidad sigue cerrando).
      *    Antes de borrar controla que el cliente:
      *    - tenga al menos una baja retirada en BAJAS.TXT, ninguna
      *      baja preparada sin retirar y ninguna cuenta viva en
      *      CUENTAS.TXT;
      *    - no tenga deuda en AGING.TXT;
      *    - no tenga reclamos abiertos en RECLAMOS.TXT.
      *    Las copias con fecha (CUENTAS, RECHAZOS, CUEN_ACT y los
      *    respaldos .BAK de CUENTAS y DOMICILIOS) se buscan dia por
      *    dia hacia atras, como en ProgPurga, porque el lenguaje no
      *    lista directorios. Cada archivo se regraba en el lugar,
      *    sin dejar respaldo (el respaldo conservaria el dato).
      *    Deja el certificado CERTIFICADO_BORRADO.ccc.AAAAMMDD.TXT
      *    con cada archivo tocado, firmado por el supervisor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgBorrado.
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
      *Archivo generico de lectura: maestros a controlar y archivos
      *a borrar.
           SELECT ARCH-ORIGEN ASSIGN DYNAMIC WSV-NOMBRE-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-ORIGEN.
      *Archivo generico de escritura: copia de trabajo y archivo
      *regrabado.
           SELECT ARCH-DESTINO ASSIGN DYNAMIC WSV-NOMBRE-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ARCH-DESTINO.
      *Certificado de borrado (CERTIFICADO_BORRADO.ccc.AAAAMMDD.TXT).
           SELECT SALIDA-CERTIFICADO ASSIGN DYNAMIC WSV-NOMBRE-CERTIF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERTIFICADO.
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
      *Archivo generico (copia linea a linea)
           FD ARCH-ORIGEN.
               01 LINEA-ORIGEN                 PIC X(200).

           FD ARCH-DESTINO.
               01 LINEA-DESTINO                PIC X(200).

           FD SALIDA-CERTIFICADO.
               01 LINEA-CERTIFICADO            PIC X(80).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCH-ORIGEN                   PIC X(02) VALUE ZEROES.
           01 FS-ARCH-DESTINO                  PIC X(02) VALUE ZEROES.
           01 FS-CERTIFICADO                   PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Identificacion del operador de la sesion (RSIGNON): el borrado
      *lo firma un supervisor o un administrador.
           COPY TAB-SIGNON.

      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Marca fija que reemplaza cada dato personal.
           01 WSC-MARCA-BORRADO                PIC X(103)
                                               VALUE "*BORRADO*".
      *Copia de trabajo donde se arma cada archivo regrabado.
           01 WSC-ARCHIVO-TRABAJO              PIC X(40)
                                               VALUE "BORRADO.TMP".

      *Cliente a borrar, en numero y en texto para compararlo contra
      *el comienzo (o la posicion de clave) de cada linea.
           01 WSV-NRO-CLIE                     PIC 9(03) VALUE ZERO.
           01 WSV-NRO-CLIE-X REDEFINES WSV-NRO-CLIE
                                               PIC X(03).

      *Archivos vivos con datos del cliente: posicion del numero de
      *cliente y hasta dos tramos con datos personales (posicion y
      *largo; largo cero es tramo sin usar). Sin ningun tramo el
      *archivo solo se revisa y queda anotado en el certificado.
           01 WST-ARCHIVOS.
               02 WST-ARC-DET               OCCURS 8 TIMES.
                   03 WST-ARC-NOMBRE        PIC X(25).
                   03 WST-ARC-POS-CLAVE     PIC 9(03).
                   03 WST-ARC-POS-1         PIC 9(03).
                   03 WST-ARC-LARGO-1       PIC 9(03).
                   03 WST-ARC-POS-2         PIC 9(03).
                   03 WST-ARC-LARGO-2       PIC 9(03).
           01 WSV-IDX-ARC                      PIC 9(01).

      *Familias de copias con fecha (RAIZ.AAAAMMDD.EXT), todas con el
      *numero de cliente al comienzo y un unico tramo personal.
           01 WST-FAMILIAS.
               02 WST-FAM-DET               OCCURS 5 TIMES.
                   03 WST-FAM-RAIZ          PIC X(15).
                   03 WST-FAM-EXT           PIC X(05).
                   03 WST-FAM-POS-1         PIC 9(03).
                   03 WST-FAM-LARGO-1       PIC 9(03).
           01 WSV-IDX-FAM                      PIC 9(01).

      *Modo de prueba: solo informa, no regraba nada.
           01 WSV-MODO-PRUEBA                  PIC X(01) VALUE "S".
               88 MODO-PRUEBA                  VALUE "S".
               88 MODO-REAL                    VALUE "N".
           01 WSV-CONFIRMA                     PIC X(01) VALUE "N".
               88 BORRADO-CONFIRMADO           VALUE "S".

      *Resultado de los controles previos sobre el cliente.
           77 WSS-BAJA-RETIRADA                PIC X(01) VALUE "N".
               88 CLIE-CON-BAJA-RETIRADA       VALUE "S".
           77 WSS-BAJA-PREPARADA               PIC X(01) VALUE "N".
               88 CLIE-CON-BAJA-PREPARADA      VALUE "S".
           77 WSS-CUENTA-VIVA                  PIC X(01) VALUE "N".
               88 CLIE-CON-CUENTA-VIVA         VALUE "S".
           77 WSS-DEUDA                        PIC X(01) VALUE "N".
               88 CLIE-CON-DEUDA               VALUE "S".
           77 WSS-RECLAMO                      PIC X(01) VALUE "N".
               88 CLIE-CON-RECLAMO-ABIERTO     VALUE "S".

      *Archivo que se esta borrando, tomado de una de las dos tablas.
           01 WSV-ARCHIVO-ACTUAL.
               02 WSV-ACT-NOMBRE               PIC X(40).
               02 WSV-ACT-POS-CLAVE            PIC 9(03).
               02 WSV-ACT-POS-1                PIC 9(03).
               02 WSV-ACT-LARGO-1              PIC 9(03).
               02 WSV-ACT-POS-2                PIC 9(03).
               02 WSV-ACT-LARGO-2              PIC 9(03).
           01 WSV-LINEAS-ARCHIVO               PIC 9(05).
           01 WSV-LINEA-TRABAJO                PIC X(200).

      *BAJAS (ProgBaja): una linea por baja, preparada o retirada.
           01 WSV-VISTA-BAJA REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-BAJ-NRO-CLIE             PIC 9(03).
               02 WSV-BAJ-NRO-CTA              PIC 9(02).
               02 WSV-BAJ-ESTADO               PIC X(01).
                   88 BAJ-PREPARADA                VALUE "P".
                   88 BAJ-RETIRADA                 VALUE "R".
               02 FILLER                       PIC X(194).
      *AGING (ProgAging): deuda vencida del cliente al corte.
           01 WSV-VISTA-AGING REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-AGI-NRO-CLIE             PIC 9(03).
               02 WSV-AGI-NOMBRE-CLIE          PIC X(10).
               02 WSV-AGI-FECHAS               PIC X(24).
               02 WSV-AGI-DIAS-MORA            PIC 9(05).
               02 WSV-AGI-DEUDA                PIC 999V99.
               02 FILLER                       PIC X(153).
      *RECLAMOS (PGENRECL): el estado P es un reclamo abierto.
           01 WSV-VISTA-RECLAMO REDEFINES WSV-LINEA-TRABAJO.
               02 WSV-RCL-NRO                  PIC 9(05).
               02 WSV-RCL-NRO-CLIE             PIC 9(03).
               02 WSV-RCL-NRO-CTA              PIC 9(02).
               02 WSV-RCL-COD-SERV             PIC X(03).
               02 WSV-RCL-FECHA-CORRIDA        PIC 9(08).
               02 WSV-RCL-MONTO                PIC 999V99.
               02 WSV-RCL-MONEDA               PIC X(03).
               02 WSV-RCL-PROVEEDOR            PIC X(03).
               02 WSV-RCL-ESTADO               PIC X(01).
                   88 RCL-ABIERTO                  VALUE "P".
               02 FILLER                       PIC X(167).

      *Fecha del dia y fecha candidata que se va retrocediendo.
           01 WSV-FECHA-HOY                    PIC 9(08).
           01 WSV-HORA-HOY                     PIC 9(08).
           01 WSV-HORA-HOY-DET REDEFINES WSV-HORA-HOY.
               02 WSV-HOY-HH                   PIC 9(02).
               02 WSV-HOY-MI                   PIC 9(02).
               02 WSV-HOY-SS                   PIC 9(02).
               02 FILLER                       PIC 9(02).
           01 WSV-FECHA-CAND                   PIC 9(08).
           01 WSV-FECHA-CAND-DET REDEFINES WSV-FECHA-CAND.
               02 WSV-CAND-ANIO                PIC 9(04).
               02 WSV-CAND-MES                 PIC 9(02).
               02 WSV-CAND-DIA                 PIC 9(02).
      *Antiguedad de las copias con fecha a revisar.
           01 WSV-ANIOS-ATRAS                  PIC 9(02) VALUE ZERO.
           01 WSV-DIAS-REVISAR                 PIC 9(04).
           01 WSV-DIAS-ATRAS                   PIC 9(04).
      *Auxiliares del retroceso de fecha (bisiesto como en DIFFECHA).
           01 WSV-COCIENTE                     PIC 9(07).
           01 WSV-RESTO-4                      PIC 9(02).
           01 WSV-RESTO-100                    PIC 9(02).
           01 WSV-RESTO-400                    PIC 9(03).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-REVISADOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-TOCADOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-LINEAS             PIC 9(07) VALUE ZERO.

           01 WSV-NOMBRE-ORIGEN                PIC X(40).
           01 WSV-NOMBRE-DESTINO               PIC X(40).
           01 WSV-NOMBRE-CERTIF                PIC X(40).
           01 WSV-LINEA-ARMADA                 PIC X(80).

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
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-HOY FROM TIME
           DISPLAY "Numero de cliente a borrar (xxx): "
           ACCEPT WSV-NRO-CLIE
           DISPLAY "Anios de copias con fecha a revisar (01-10): "
           ACCEPT WSV-ANIOS-ATRAS
           IF (WSV-ANIOS-ATRAS = ZERO) OR (WSV-ANIOS-ATRAS > 10)
               MOVE 05 TO WSV-ANIOS-ATRAS
           END-IF
           COMPUTE WSV-DIAS-REVISAR = WSV-ANIOS-ATRAS * 366
           PERFORM 1100-Armar-archivos
           PERFORM 1300-Controlar-bajas
           PERFORM 1400-Controlar-cuentas
           PERFORM 1500-Controlar-deuda
           PERFORM 1600-Controlar-reclamos
           PERFORM 1700-Validar-controles
           DISPLAY "Modo de prueba, solo informar (S/N): "
           ACCEPT WSV-MODO-PRUEBA
           IF MODO-REAL
               DISPLAY "El borrado no se puede deshacer. "
                       "Confirma el cliente " WSV-NRO-CLIE " (S/N): "
               ACCEPT WSV-CONFIRMA
               IF NOT BORRADO-CONFIRMADO
                   MOVE "Borrado no confirmado por el supervisor"
                       TO WSV-ANULADO-DESCRIP
                   MOVE WSV-NRO-CLIE-X TO WSV-ANULADO-CODIGO
                   MOVE "CLIENTES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           END-IF
           PERFORM 1800-Abrir-certificado
           .
      *Borrar datos personales es irreversible: solo lo firma un
      *supervisor o un administrador identificado via RSIGNON.
       1050-Identificar-operador.
           DISPLAY "Legajo del supervisor (xxx): "
           ACCEPT SGN-LEGAJO
           CALL "RSIGNON" USING SGN-PEDIDO
           IF SGN-OPERADOR-VALIDO AND SGN-ROL-MANDA
               DISPLAY "Sesion de " SGN-NOMBRE " (legajo "
                       SGN-LEGAJO ")"
           ELSE
               MOVE "Operador sin rango de supervisor"
                   TO WSV-ANULADO-DESCRIP
               MOVE SGN-LEGAJO TO WSV-ANULADO-CODIGO
               MOVE "OPERADORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           .
      *HISTORIA_CLIENTES (ProgHistoria) guarda fecha, cliente e
      *importes: se revisa pero no tiene tramos que borrar.
       1100-Armar-archivos.
           MOVE "CUENTAS.TXT"           TO WST-ARC-NOMBRE(1)
           MOVE 001 TO WST-ARC-POS-CLAVE(1)
           MOVE 004 TO WST-ARC-POS-1(1)
           MOVE 010 TO WST-ARC-LARGO-1(1)
           MOVE 000 TO WST-ARC-POS-2(1)
           MOVE 000 TO WST-ARC-LARGO-2(1)
           MOVE "DOMICILIOS.TXT"        TO WST-ARC-NOMBRE(2)
           MOVE 001 TO WST-ARC-POS-CLAVE(2)
           MOVE 004 TO WST-ARC-POS-1(2)
           MOVE 103 TO WST-ARC-LARGO-1(2)
           MOVE 000 TO WST-ARC-POS-2(2)
           MOVE 000 TO WST-ARC-LARGO-2(2)
           MOVE "RECHAZOS.TXT"          TO WST-ARC-NOMBRE(3)
           MOVE 001 TO WST-ARC-POS-CLAVE(3)
           MOVE 004 TO WST-ARC-POS-1(3)
           MOVE 010 TO WST-ARC-LARGO-1(3)
           MOVE 000 TO WST-ARC-POS-2(3)
           MOVE 000 TO WST-ARC-LARGO-2(3)
           MOVE "CUEN_ACT.TXT"          TO WST-ARC-NOMBRE(4)
           MOVE 001 TO WST-ARC-POS-CLAVE(4)
           MOVE 004 TO WST-ARC-POS-1(4)
           MOVE 010 TO WST-ARC-LARGO-1(4)
           MOVE 000 TO WST-ARC-POS-2(4)
           MOVE 000 TO WST-ARC-LARGO-2(4)
           MOVE "AGING.TXT"             TO WST-ARC-NOMBRE(5)
           MOVE 001 TO WST-ARC-POS-CLAVE(5)
           MOVE 004 TO WST-ARC-POS-1(5)
           MOVE 010 TO WST-ARC-LARGO-1(5)
           MOVE 000 TO WST-ARC-POS-2(5)
           MOVE 000 TO WST-ARC-LARGO-2(5)
      *TITULARES: documento y nombre de cotitulares y firmantes.
           MOVE "TITULARES.TXT"         TO WST-ARC-NOMBRE(6)
           MOVE 001 TO WST-ARC-POS-CLAVE(6)
           MOVE 010 TO WST-ARC-POS-1(6)
           MOVE 012 TO WST-ARC-LARGO-1(6)
           MOVE 022 TO WST-ARC-POS-2(6)
           MOVE 030 TO WST-ARC-LARGO-2(6)
      *DOCUMENTOS_KYC: numero de documento del cliente.
           MOVE "DOCUMENTOS_KYC.TXT"    TO WST-ARC-NOMBRE(7)
           MOVE 001 TO WST-ARC-POS-CLAVE(7)
           MOVE 007 TO WST-ARC-POS-1(7)
           MOVE 012 TO WST-ARC-LARGO-1(7)
           MOVE 000 TO WST-ARC-POS-2(7)
           MOVE 000 TO WST-ARC-LARGO-2(7)
           MOVE "HISTORIA_CLIENTES.TXT" TO WST-ARC-NOMBRE(8)
           MOVE 009 TO WST-ARC-POS-CLAVE(8)
           MOVE 000 TO WST-ARC-POS-1(8)
           MOVE 000 TO WST-ARC-LARGO-1(8)
           MOVE 000 TO WST-ARC-POS-2(8)
           MOVE 000 TO WST-ARC-LARGO-2(8)
      *Copias con fecha de la cadena y respaldos de ProgBaja.
           MOVE "CUENTAS."    TO WST-FAM-RAIZ(1)
           MOVE ".TXT"        TO WST-FAM-EXT(1)
           MOVE 004 TO WST-FAM-POS-1(1)
           MOVE 010 TO WST-FAM-LARGO-1(1)
           MOVE "RECHAZOS."   TO WST-FAM-RAIZ(2)
           MOVE ".TXT"        TO WST-FAM-EXT(2)
           MOVE 004 TO WST-FAM-POS-1(2)
           MOVE 010 TO WST-FAM-LARGO-1(2)
           MOVE "CUEN_ACT."   TO WST-FAM-RAIZ(3)
           MOVE ".TXT"        TO WST-FAM-EXT(3)
           MOVE 004 TO WST-FAM-POS-1(3)
           MOVE 010 TO WST-FAM-LARGO-1(3)
           MOVE "CUENTAS."    TO WST-FAM-RAIZ(4)
           MOVE ".BAK"        TO WST-FAM-EXT(4)
           MOVE 004 TO WST-FAM-POS-1(4)
           MOVE 010 TO WST-FAM-LARGO-1(4)
           MOVE "DOMICILIOS." TO WST-FAM-RAIZ(5)
           MOVE ".BAK"        TO WST-FAM-EXT(5)
           MOVE 004 TO WST-FAM-POS-1(5)
           MOVE 103 TO WST-FAM-LARGO-1(5)
           .
      *El cliente tiene que tener alguna baja retirada y ninguna
      *preparada a medio camino.
       1300-Controlar-bajas.
           MOVE "BAJAS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               PERFORM 7010-Leer-origen
               PERFORM 1310-Comparar-baja
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1310-Comparar-baja.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF WSV-BAJ-NRO-CLIE = WSV-NRO-CLIE
               IF BAJ-RETIRADA
                   SET CLIE-CON-BAJA-RETIRADA TO TRUE
               END-IF
               IF BAJ-PREPARADA
                   SET CLIE-CON-BAJA-PREPARADA TO TRUE
               END-IF
           END-IF
           PERFORM 7010-Leer-origen
           .
      *Ninguna cuenta del cliente puede seguir viva en CUENTAS.TXT.
       1400-Controlar-cuentas.
           MOVE "CUENTAS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               PERFORM 7010-Leer-origen
               PERFORM 1410-Comparar-cuenta
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1410-Comparar-cuenta.
           IF LINEA-ORIGEN(1:3) = WSV-NRO-CLIE-X
               SET CLIE-CON-CUENTA-VIVA TO TRUE
           END-IF
           PERFORM 7010-Leer-origen
           .
      *Deuda vencida al ultimo corte de ProgAging.
       1500-Controlar-deuda.
           MOVE "AGING.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               PERFORM 7010-Leer-origen
               PERFORM 1510-Comparar-deuda
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1510-Comparar-deuda.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-AGI-NRO-CLIE = WSV-NRO-CLIE)
                   AND (WSV-AGI-DEUDA IS NUMERIC)
                   AND (WSV-AGI-DEUDA > ZERO)
               SET CLIE-CON-DEUDA TO TRUE
           END-IF
           PERFORM 7010-Leer-origen
           .
       1600-Controlar-reclamos.
           MOVE "RECLAMOS.TXT" TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               PERFORM 7010-Leer-origen
               PERFORM 1610-Comparar-reclamo
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-ORIGEN
           END-IF
           .
       1610-Comparar-reclamo.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF (WSV-RCL-NRO-CLIE = WSV-NRO-CLIE) AND RCL-ABIERTO
               SET CLIE-CON-RECLAMO-ABIERTO TO TRUE
           END-IF
           PERFORM 7010-Leer-origen
           .
       1700-Validar-controles.
           MOVE WSV-NRO-CLIE-X TO WSV-ANULADO-CODIGO
           MOVE "CLIENTES" TO WSV-ANULADO-OBJETO
           IF NOT CLIE-CON-BAJA-RETIRADA
               MOVE "Cliente sin baja retirada en BAJAS.TXT"
                   TO WSV-ANULADO-DESCRIP
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF CLIE-CON-BAJA-PREPARADA
               MOVE "Cliente con una baja preparada sin retirar"
                   TO WSV-ANULADO-DESCRIP
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF CLIE-CON-CUENTA-VIVA
               MOVE "Cliente con cuentas vivas en CUENTAS.TXT"
                   TO WSV-ANULADO-DESCRIP
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF CLIE-CON-DEUDA
               MOVE "Cliente con deuda pendiente en AGING.TXT"
                   TO WSV-ANULADO-DESCRIP
               PERFORM 8900-Mostrar-anulado
           END-IF
           IF CLIE-CON-RECLAMO-ABIERTO
               MOVE "Cliente con reclamos abiertos en RECLAMOS.TXT"
                   TO WSV-ANULADO-DESCRIP
               PERFORM 8900-Mostrar-anulado
           END-IF
           DISPLAY "Cliente " WSV-NRO-CLIE
                   " dado de baja, sin deuda ni reclamos abiertos"
           .
       1800-Abrir-certificado.
           MOVE SPACES TO WSV-NOMBRE-CERTIF
           STRING "CERTIFICADO_BORRADO." DELIMITED BY SIZE
                  WSV-NRO-CLIE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WSV-FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CERTIF
           OPEN OUTPUT SALIDA-CERTIFICADO
           MOVE "CERTIFICADO DE BORRADO DE DATOS PERSONALES"
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           IF MODO-PRUEBA
               MOVE "*** CORRIDA DE PRUEBA: NINGUN ARCHIVO FUE TOCADO"
                   TO WSV-LINEA-ARMADA
               PERFORM 6900-Escribir-certificado
           END-IF
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Cliente: " DELIMITED BY SIZE
                  WSV-NRO-CLIE DELIMITED BY SIZE
                  "   Fecha: " DELIMITED BY SIZE
                  WSV-FECHA-HOY(7:2) "/" WSV-FECHA-HOY(5:2) "/"
                  WSV-FECHA-HOY(1:4) DELIMITED BY SIZE
                  "   Hora: " DELIMITED BY SIZE
                  WSV-HOY-HH ":" WSV-HOY-MI ":" WSV-HOY-SS
                  DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE "Controles: baja retirada, sin cuentas vivas, sin deuda"
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE "           en AGING.TXT y sin reclamos abiertos."
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Nombre, domicilio y documentos reemplazados por "
                  DELIMITED BY SIZE
                  WSC-MARCA-BORRADO DELIMITED BY SPACE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE "Importes y claves quedan sin cambios."
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE "Archivos tocados                          Lineas"
               TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           .
      *.......................... Proceso ..............................
      *Primero los archivos vivos; despues, dia por dia hacia atras,
      *las copias con fecha de cada familia.
       5000-Proceso.
           PERFORM 5100-Revisar-archivo-vivo
               VARYING WSV-IDX-ARC FROM 1 BY 1
               UNTIL WSV-IDX-ARC > 8
           MOVE WSV-FECHA-HOY TO WSV-FECHA-CAND
           PERFORM 5200-Revisar-un-dia
               VARYING WSV-DIAS-ATRAS FROM 0 BY 1
               UNTIL WSV-DIAS-ATRAS > WSV-DIAS-REVISAR
           .
       5100-Revisar-archivo-vivo.
           MOVE WST-ARC-NOMBRE(WSV-IDX-ARC)    TO WSV-ACT-NOMBRE
           MOVE WST-ARC-POS-CLAVE(WSV-IDX-ARC) TO WSV-ACT-POS-CLAVE
           MOVE WST-ARC-POS-1(WSV-IDX-ARC)     TO WSV-ACT-POS-1
           MOVE WST-ARC-LARGO-1(WSV-IDX-ARC)   TO WSV-ACT-LARGO-1
           MOVE WST-ARC-POS-2(WSV-IDX-ARC)     TO WSV-ACT-POS-2
           MOVE WST-ARC-LARGO-2(WSV-IDX-ARC)   TO WSV-ACT-LARGO-2
           IF WSV-ACT-LARGO-1 = ZERO
               PERFORM 5150-Anotar-sin-datos
           ELSE
               PERFORM 5500-Borrar-en-archivo
           END-IF
           .
       5150-Anotar-sin-datos.
           MOVE WSV-ACT-NOMBRE TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               CLOSE ARCH-ORIGEN
               ADD 1 TO CTRL-CANT-REVISADOS
               MOVE SPACES TO WSV-LINEA-ARMADA
               STRING WSV-ACT-NOMBRE DELIMITED BY SPACE
                      " revisado: solo claves e importes, sin datos"
                      DELIMITED BY SIZE
                      " personales" DELIMITED BY SIZE
                      INTO WSV-LINEA-ARMADA
               DISPLAY WSV-LINEA-ARMADA
               PERFORM 6900-Escribir-certificado
           END-IF
           .
      *El dia 0 es la fecha de hoy; cada vuelta retrocede un dia.
       5200-Revisar-un-dia.
           IF WSV-DIAS-ATRAS > ZERO
               PERFORM 5210-Retroceder-un-dia
           END-IF
           PERFORM 5300-Revisar-familia
               VARYING WSV-IDX-FAM FROM 1 BY 1
               UNTIL WSV-IDX-FAM > 5
           .
      *Retrocede WSV-FECHA-CAND un dia calendario, con los largos de
      *mes y el bisiesto calculado como en DIFFECHA.
       5210-Retroceder-un-dia.
           IF WSV-CAND-DIA > 1
               SUBTRACT 1 FROM WSV-CAND-DIA
           ELSE
               IF WSV-CAND-MES = 1
                   MOVE 12 TO WSV-CAND-MES
                   MOVE 31 TO WSV-CAND-DIA
                   SUBTRACT 1 FROM WSV-CAND-ANIO
               ELSE
                   SUBTRACT 1 FROM WSV-CAND-MES
                   PERFORM 5220-Ultimo-dia-del-mes
               END-IF
           END-IF
           .
       5220-Ultimo-dia-del-mes.
           EVALUATE WSV-CAND-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WSV-CAND-DIA
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSV-CAND-DIA
               WHEN 2
                   PERFORM 5230-Determinar-bisiesto
           END-EVALUATE
           .
       5230-Determinar-bisiesto.
           DIVIDE WSV-CAND-ANIO BY 4 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-4
           DIVIDE WSV-CAND-ANIO BY 100 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-100
           DIVIDE WSV-CAND-ANIO BY 400 GIVING WSV-COCIENTE
               REMAINDER WSV-RESTO-400
           IF (WSV-RESTO-4 = 0) AND
                   ((WSV-RESTO-100 NOT = 0) OR (WSV-RESTO-400 = 0))
               MOVE 29 TO WSV-CAND-DIA
           ELSE
               MOVE 28 TO WSV-CAND-DIA
           END-IF
           .
       5300-Revisar-familia.
           MOVE SPACES TO WSV-ACT-NOMBRE
           STRING WST-FAM-RAIZ(WSV-IDX-FAM) DELIMITED BY " "
                  WSV-FECHA-CAND DELIMITED BY SIZE
                  WST-FAM-EXT(WSV-IDX-FAM) DELIMITED BY " "
                  INTO WSV-ACT-NOMBRE
           MOVE 001 TO WSV-ACT-POS-CLAVE
           MOVE WST-FAM-POS-1(WSV-IDX-FAM)   TO WSV-ACT-POS-1
           MOVE WST-FAM-LARGO-1(WSV-IDX-FAM) TO WSV-ACT-LARGO-1
           MOVE ZERO TO WSV-ACT-POS-2
           MOVE ZERO TO WSV-ACT-LARGO-2
           PERFORM 5500-Borrar-en-archivo
           .
      *Copia el archivo a la copia de trabajo reemplazando los tramos
      *personales de las lineas del cliente. Si alguna linea cambio
      *(y no es prueba) la copia de trabajo vuelve sobre el archivo;
      *en cualquier caso la copia de trabajo se borra.
       5500-Borrar-en-archivo.
           MOVE WSV-ACT-NOMBRE TO WSV-NOMBRE-ORIGEN
           OPEN INPUT ARCH-ORIGEN
           IF FS-ARCH-ORIGEN = "00"
               ADD 1 TO CTRL-CANT-REVISADOS
               MOVE ZERO TO WSV-LINEAS-ARCHIVO
               MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-DESTINO
               OPEN OUTPUT ARCH-DESTINO
               IF FS-ARCH-DESTINO NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ARCH-DESTINO TO WSV-ANULADO-CODIGO
                   MOVE WSC-ARCHIVO-TRABAJO TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 7010-Leer-origen
               PERFORM 5510-Tratar-linea
                   UNTIL FS-ARCH-ORIGEN NOT = "00"
               CLOSE ARCH-DESTINO
               CLOSE ARCH-ORIGEN
               IF WSV-LINEAS-ARCHIVO > ZERO
                   PERFORM 5600-Certificar-archivo
                   IF MODO-REAL
                       PERFORM 5550-Devolver-archivo
                   END-IF
               END-IF
               MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-DESTINO
               DELETE FILE ARCH-DESTINO
           END-IF
           .
       5510-Tratar-linea.
           MOVE LINEA-ORIGEN TO WSV-LINEA-TRABAJO
           IF WSV-LINEA-TRABAJO(WSV-ACT-POS-CLAVE:3) = WSV-NRO-CLIE-X
               PERFORM 5520-Reemplazar-tramos
           END-IF
           MOVE WSV-LINEA-TRABAJO TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7010-Leer-origen
           .
      *Solo cuenta la linea si algun tramo todavia no tenia la marca
      *(una segunda corrida sobre el mismo cliente no toca nada).
       5520-Reemplazar-tramos.
           MOVE WSV-LINEA-TRABAJO TO LINEA-DESTINO
           MOVE WSC-MARCA-BORRADO
               TO WSV-LINEA-TRABAJO(WSV-ACT-POS-1:WSV-ACT-LARGO-1)
           IF WSV-ACT-LARGO-2 > ZERO
               MOVE WSC-MARCA-BORRADO
                   TO WSV-LINEA-TRABAJO(WSV-ACT-POS-2:WSV-ACT-LARGO-2)
           END-IF
           IF WSV-LINEA-TRABAJO NOT = LINEA-DESTINO
               ADD 1 TO WSV-LINEAS-ARCHIVO
           END-IF
           .
      *La copia de trabajo reemplaza al archivo original.
       5550-Devolver-archivo.
           MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-ORIGEN
           MOVE WSV-ACT-NOMBRE TO WSV-NOMBRE-DESTINO
           OPEN INPUT ARCH-ORIGEN
           OPEN OUTPUT ARCH-DESTINO
           IF FS-ARCH-DESTINO NOT = "00"
               MOVE "Error al regrabar archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-ARCH-DESTINO TO WSV-ANULADO-CODIGO
               MOVE WSV-ACT-NOMBRE TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7010-Leer-origen
           PERFORM 5560-Copiar-linea
               UNTIL FS-ARCH-ORIGEN NOT = "00"
           CLOSE ARCH-DESTINO
           CLOSE ARCH-ORIGEN
           .
       5560-Copiar-linea.
           MOVE LINEA-ORIGEN TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           PERFORM 7010-Leer-origen
           .
       5600-Certificar-archivo.
           ADD 1 TO CTRL-CANT-TOCADOS
           ADD WSV-LINEAS-ARCHIVO TO CTRL-CANT-LINEAS
           MOVE SPACES TO WSV-LINEA-ARMADA
           MOVE WSV-ACT-NOMBRE TO WSV-LINEA-ARMADA(1:40)
           MOVE WSV-LINEAS-ARCHIVO TO WSV-LINEA-ARMADA(43:5)
           DISPLAY WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           .
      *Pie del certificado: totales de control y firma del
      *supervisor de la sesion.
       6000-Cerrar-certificado.
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Archivos revisados: " DELIMITED BY SIZE
                  CTRL-CANT-REVISADOS DELIMITED BY SIZE
                  "   Tocados: " DELIMITED BY SIZE
                  CTRL-CANT-TOCADOS DELIMITED BY SIZE
                  "   Lineas: " DELIMITED BY SIZE
                  CTRL-CANT-LINEAS DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Copias con fecha revisadas hasta " DELIMITED BY SIZE
                  WSV-ANIOS-ATRAS DELIMITED BY SIZE
                  " anios atras" DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           MOVE SPACES TO WSV-LINEA-ARMADA
           STRING "Firmado: " DELIMITED BY SIZE
                  SGN-NOMBRE DELIMITED BY SIZE
                  " legajo " DELIMITED BY SIZE
                  SGN-LEGAJO DELIMITED BY SIZE
                  INTO WSV-LINEA-ARMADA
           PERFORM 6900-Escribir-certificado
           CLOSE SALIDA-CERTIFICADO
           .
       6900-Escribir-certificado.
           MOVE WSV-LINEA-ARMADA TO LINEA-CERTIFICADO
           WRITE LINEA-CERTIFICADO
           .
      ******************************************************************
       7010-Leer-origen.
           READ ARCH-ORIGEN
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
      *Agrega el evento a ANULADO.LOG, el historial de auditoria
      *compartido con PGENMAT, PGENPAIS, RGENMATE y ProgApareo, con
      *el legajo del supervisor de la sesion.
       8950-Registrar-anulado.
           ACCEPT LOG-ANUL-FECHA FROM DATE YYYYMMDD
           ACCEPT LOG-ANUL-HORA  FROM TIME
           MOVE "ProgBorrad"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 6000-Cerrar-certificado
           IF MODO-REAL
               MOVE "CLIENTES" TO WSV-ANULADO-OBJETO
               MOVE WSV-NRO-CLIE-X TO WSV-ANULADO-CODIGO
               MOVE SPACES TO WSV-ANULADO-DESCRIP
               STRING "Datos personales borrados en " DELIMITED BY SIZE
                      CTRL-CANT-TOCADOS DELIMITED BY SIZE
                      " archivos" DELIMITED BY SIZE
                      INTO WSV-ANULADO-DESCRIP
               PERFORM 8950-Registrar-anulado
           END-IF
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Archivos revisados: " CTRL-CANT-REVISADOS
           DISPLAY "Archivos tocados:   " CTRL-CANT-TOCADOS
           DISPLAY "Lineas borradas:    " CTRL-CANT-LINEAS
           IF MODO-PRUEBA
               DISPLAY "(Corrida de prueba, nada fue borrado)"
           END-IF
           DISPLAY "Certificado en " WSV-NOMBRE-CERTIF
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
