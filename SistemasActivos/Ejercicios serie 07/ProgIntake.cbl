      *    revision, y al final se imprimen los totales de control por
      *    proveedor y por moneda (cantidad e importe) para conciliar
      *    contra lo que cada proveedor dice haber mandado.
      *    Ademas incorpora como lineas de credito "C" los reclamos
      *    aceptados en PGENRECL que todavia no se emitieron, a nombre
      *    del proveedor que presento el debito original, y los marca
      *    emitidos en RECLAMOS.TXT con la fecha de esta corrida.
      *    Al regrabar RECLAMOS.TXT quedan solo los reclamos vivos
      *    (abiertos, o aceptados sin emitir o emitidos en esta
      *    corrida, que ProgLiquida todavia tiene que descontar); los
      *    denegados y los emitidos en corridas anteriores pasan al
      *    historico RECLAMOS.AAAAMMDD.TXT de la corrida reclamada.
      *    Solo se aceptan archivos de proveedores dados de alta y
      *    activos en PROVEEDORES.TXT (PGENPROV); el archivo de un
      *    proveedor desconocido o inactivo no se lee y queda
      *    registrado en ANULADO.LOG.
      *    Si el archivo de un proveedor no esta porque no llego al
      *    corte de la cadena nocturna y ProgCadena lo dejo en
      *    ARCHIVOS_FALTANTES.TXT para seguir sin el, la corrida no
      *    se anula: se saltea ese proveedor y queda en ANULADO.LOG.
      *    Cada proveedor manda su archivo en el formato que dice su
      *    PRV-FORMATO: posiciones fijas, o campos separados (punto y
      *    coma salvo que el maestro diga otro separador) en el orden
      *    cliente, servicio, monto, moneda, fecha y, opcionales, tipo
      *    de movimiento y cuenta. Las lineas delimitadas las separa
      *    la rutina RPARSEA y se pasan al layout fijo antes de
      *    validarlas igual que las otras; lo que no se puede separar
      *    o convertir va a revision con el campo que fallo y por que.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgIntake.
       AUTHOR.                     Lautaro-Rojas.
           SELECT SALIDA-REVISION ASSIGN TO "INTAKE_REVISION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-REVISION.
      *Reclamos de clientes (los mantiene PGENRECL).
           SELECT RECLAMOS ASSIGN TO "RECLAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS.
      *Historico de reclamos cerrados de una corrida, al lado de su
      *SERVICIOS.AAAAMMDD.TXT (tambien lo usa PGENRECL).
           SELECT RECLAMOS-HIST ASSIGN DYNAMIC WSV-NOMBRE-RCL-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECLAMOS-HIST.
      *Maestro de proveedores (lo mantiene PGENPROV).
           SELECT ARCH-PROVEEDORES ASSIGN TO "PROVEEDORES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROVEEDORES.
      *Ultimo numero de secuencia de corrida emitido (compartido por
      *toda la cadena), para estampar el HEADER del archivo generado.
           SELECT ARCH-SECUENCIA ASSIGN TO "SECUENCIA.TXT"
           SELECT ARCH-ANULADO-LOG ASSIGN TO "ANULADO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ANULADO-LOG.
      *Archivos que no llegaron al corte de la cadena (ProgCadena).
           SELECT ARCH-FALTANTES ASSIGN TO "ARCHIVOS_FALTANTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FALTANTES.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *proveedores viejos que no la mandan quedan como debito.
      *Las posiciones 24-25 son la cuenta del cliente a debitar,
      *opcional: en blanco va a la cuenta por defecto (la 01).
      *Una linea delimitada tiene largo variable, hasta 200.
           FD ENTRADA-PROVEEDOR.
               01 LINEA-PROVEEDOR              PIC X(200).
      *
      *Archivo SERVICIOS unificado (mismo layout de entrada que
      *espera ProgApareo).
                   02 HEADER-SECUENCIA-SERV    PIC 9(05).
      *
      *Archivo de revision: lineas con formato invalido, precedidas
      *por el proveedor que las mando, con el primer campo que fallo
      *(numero y nombre) y el motivo. REV-LINEA son las primeras 25
      *posiciones de la linea; la linea entera, delimitada o no,
      *va en REV-LINEA-ORIGEN.
           FD SALIDA-REVISION.
               01 REGISTRO-SALIDA-REVISION.
                   02 REV-PROVEEDOR            PIC X(03).
                   02 REV-LINEA                PIC X(25).
                   02 REV-NRO-CAMPO            PIC 9(02).
                   02 REV-CAMPO                PIC X(10).
                   02 REV-MOTIVO               PIC X(40).
      *F fijo, D delimitado.
                   02 REV-FORMATO              PIC X(01).
                   02 REV-LINEA-ORIGEN         PIC X(200).
      *
      *Archivo RECLAMOS (mismo layout que mantiene PGENRECL)
           FD RECLAMOS.
               01 REGISTRO-RECLAMO.
                   02 RCL-NRO                  PIC 9(05).
                   02 RCL-NRO-CLIE             PIC 9(03).
                   02 RCL-NRO-CTA              PIC 9(02).
                   02 RCL-COD-SERV             PIC X(03).
                   02 RCL-FECHA-CORRIDA        PIC 9(08).
                   02 RCL-MONTO                PIC 999V99.
                   02 RCL-MONEDA               PIC X(03).
                   02 RCL-PROVEEDOR            PIC X(03).
                   02 RCL-ESTADO               PIC X(01).
                   02 RCL-FECHA-ALTA           PIC 9(08).
                   02 RCL-FECHA-RESOL          PIC 9(08).
                   02 RCL-OPERADOR             PIC 9(03).
                   02 RCL-EMITIDO              PIC X(01).
                   02 RCL-FECHA-EMISION        PIC 9(08).
                   02 RCL-NOTA                 PIC X(30).
      *
      *Archivo RECLAMOS.AAAAMMDD (mismo layout que RECLAMOS)
           FD RECLAMOS-HIST.
               01 LINEA-RECLAMO-HIST           PIC X(91).
      *
      *Archivo PROVEEDORES (mismo layout que mantiene PGENPROV)
           FD ARCH-PROVEEDORES.
               01 REGISTRO-PROVEEDOR.
                   02 PRV-CODIGO               PIC X(03).
                   02 PRV-RAZON-SOCIAL         PIC X(30).
                   02 PRV-CTA-BANCARIA         PIC 9(11).
                   02 PRV-COMISION             PIC 99V99.
                   02 PRV-ACTIVO               PIC X(01).
                   02 PRV-FORMATO              PIC X(01).
                   02 PRV-SEPARADOR            PIC X(01).
      *
      *Archivo SECUENCIA: ultimo numero de secuencia de corrida.
           FD ARCH-SECUENCIA.
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.
      *
      *Archivo ARCHIVOS_FALTANTES
           FD ARCH-FALTANTES.
               COPY REG-FALTANTE.

      *-----------------------
       WORKING-STORAGE SECTION.
               02 FS-SALIDA-SERVICIOS          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-REVISION           PIC X(02) VALUE ZEROES.
               02 FS-SECUENCIA                 PIC X(02) VALUE ZEROES.
               02 FS-RECLAMOS                  PIC X(02) VALUE ZEROES.
               02 FS-RECLAMOS-HIST             PIC X(02) VALUE ZEROES.
               02 FS-PROVEEDORES               PIC X(02) VALUE ZEROES.
               02 FS-FALTANTES                 PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
           01 WSV-SECUENCIA                    PIC 9(05) VALUE ZERO.
           01 WSV-FECHA-CORRIDA                PIC 9(08).
                   03 WST-PROV-ARCHIVO      PIC X(40).
                   03 WST-PROV-LEIDOS       PIC 9(05).
                   03 WST-PROV-INVALIDOS    PIC 9(05).
      *S = proveedor activo en el maestro, su archivo se procesa.
      *A = admitido pero su archivo no llego al corte de la cadena.
                   03 WST-PROV-ADMITIDO     PIC X(01).
                       88 PROV-ADMITIDO         VALUE "S".
                       88 PROV-AUSENTE          VALUE "A".
      *Formato del archivo segun el maestro (F fijo, D delimitado).
                   03 WST-PROV-FORMATO      PIC X(01).
                       88 PROV-DELIMITADO       VALUE "D".
                   03 WST-PROV-SEPARADOR    PIC X(01).
           01 WSV-IDX-PROV                     PIC 9(01).
           01 WSV-PROV-EN-CURSO                PIC 9(01).
      *Proveedor que se estampa en la linea que se inserta.
           01 WSV-PROV-LINEA                   PIC X(03).

      *Maestro de proveedores en memoria (codigo y marca de activo).
           01 WST-MAESTRO-PROV.
               02 WST-MPR-DET               OCCURS 200 TIMES.
                   03 WST-MPR-CODIGO        PIC X(03).
                   03 WST-MPR-ACTIVO        PIC X(01).
                       88 WST-MPR-ES-ACTIVO     VALUE "S".
                   03 WST-MPR-FORMATO       PIC X(01).
                   03 WST-MPR-SEPARADOR     PIC X(01).
           01 WSV-CANT-MAESTRO-PROV            PIC 9(03) VALUE ZERO.
           01 WSV-IDX-MPR                      PIC 9(03).
           01 WSV-IDX-MPR-HALLADO              PIC 9(03).

      *Reclamos en memoria, para marcar los emitidos y regrabar
      *RECLAMOS.TXT entero.
           01 WST-RECLAMOS.
               02 WST-RCL-DET               OCCURS 999 TIMES.
                   03 WST-RCL-NRO           PIC 9(05).
                   03 WST-RCL-NRO-CLIE      PIC 9(03).
                   03 WST-RCL-NRO-CTA       PIC 9(02).
                   03 WST-RCL-COD-SERV      PIC X(03).
                   03 WST-RCL-FECHA-CORRIDA PIC 9(08).
                   03 WST-RCL-MONTO         PIC 999V99.
                   03 WST-RCL-MONEDA        PIC X(03).
                   03 WST-RCL-PROVEEDOR     PIC X(03).
                   03 WST-RCL-ESTADO        PIC X(01).
                       88 WST-RCL-ACEPTADO      VALUE "A".
                       88 WST-RCL-DENEGADO      VALUE "D".
                   03 WST-RCL-FECHA-ALTA    PIC 9(08).
                   03 WST-RCL-FECHA-RESOL   PIC 9(08).
                   03 WST-RCL-OPERADOR      PIC 9(03).
                   03 WST-RCL-EMITIDO       PIC X(01).
                       88 WST-RCL-NO-EMITIDO    VALUE "N".
                       88 WST-RCL-SI-EMITIDO    VALUE "S".
                   03 WST-RCL-FECHA-EMISION PIC 9(08).
                   03 WST-RCL-NOTA          PIC X(30).
           01 WSV-CANT-RECLAMOS                PIC 9(03) VALUE ZERO.
           01 WSV-IDX-RCL                      PIC 9(04).
           77 WSS-RCL-CERRADO                  PIC X(01) VALUE "N".
               88 RCL-CERRADO                  VALUE "S".
               88 RCL-VIVO                     VALUE "N".
           01 WSV-NOMBRE-RCL-HIST              PIC X(40).

      *Totales por proveedor y moneda para la conciliacion.
           01 WST-TOTALES.
           01 WSV-CONTADORES.
               02 CTRL-CANT-VALIDOS            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-INVALIDOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECLAMOS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-RECLAMOS          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-RCL-CERRADOS            PIC 9(05) VALUE ZERO.
               02 CTRL-ARCH-RECHAZADOS         PIC 9(01) VALUE ZERO.
               02 CTRL-ARCH-AUSENTES           PIC 9(01) VALUE ZERO.
           77 WSS-FALTANTE                     PIC X(01) VALUE "N".
               88 FALTANTE-ENCONTRADO          VALUE "S".

      *Separacion de una linea delimitada (RPARSEA).
           COPY TAB-PARSEA.
      *Orden de los campos en una linea delimitada.
           01 WSC-CAMPO-CLIENTE                PIC 9(02) VALUE 1.
           01 WSC-CAMPO-SERVICIO               PIC 9(02) VALUE 2.
           01 WSC-CAMPO-MONTO                  PIC 9(02) VALUE 3.
           01 WSC-CAMPO-MONEDA                 PIC 9(02) VALUE 4.
           01 WSC-CAMPO-FECHA                  PIC 9(02) VALUE 5.
           01 WSC-CAMPO-TIPO                   PIC 9(02) VALUE 6.
           01 WSC-CAMPO-CUENTA                 PIC 9(02) VALUE 7.
           01 WST-NOMBRES-CAMPO.
               02 FILLER PIC X(10) VALUE "CLIENTE".
               02 FILLER PIC X(10) VALUE "SERVICIO".
               02 FILLER PIC X(10) VALUE "MONTO".
               02 FILLER PIC X(10) VALUE "MONEDA".
               02 FILLER PIC X(10) VALUE "FECHA".
               02 FILLER PIC X(10) VALUE "TIPO".
               02 FILLER PIC X(10) VALUE "CUENTA".
           01 WST-NOMBRES-CAMPO-RED REDEFINES WST-NOMBRES-CAMPO.
               02 WST-NOMBRE-CAMPO          PIC X(10) OCCURS 7 TIMES.
      *Primer campo de la linea que fallo (cero: la linea entera).
           01 WSV-ERR-NRO-CAMPO                PIC 9(02).
           01 WSV-ERR-MOTIVO                   PIC X(40).
           77 WSS-LINEA-ESTADO                 PIC X(01) VALUE "B".
               88 LINEA-BUENA                  VALUE "B".
               88 LINEA-MALA                   VALUE "M".
      *Conversion de un campo delimitado a numero: el texto, cuantos
      *digitos enteros y decimales admite, y el resultado.
           01 WSV-CNV-CAMPO                    PIC 9(02).
           01 WSV-CNV-TEXTO                    PIC X(40).
           01 WST-CNV-TEXTO REDEFINES WSV-CNV-TEXTO.
               02 WST-CNV-CARACTER          PIC X(01) OCCURS 40.
           01 WSV-CNV-LARGO                    PIC 9(02).
           01 WSV-CNV-POS                      PIC 9(02).
           01 WSV-CNV-MAX-ENTEROS              PIC 9(02).
           01 WSV-CNV-MAX-DECIMALES            PIC 9(02).
           01 WSV-CNV-CANT-ENTEROS             PIC 9(02).
           01 WSV-CNV-CANT-DECIMALES           PIC 9(02).
           01 WSV-CNV-ENTERO                   PIC 9(08).
           01 WSV-CNV-DECIMAL                  PIC 9(02).
           01 WSV-CNV-DIGITO-X                 PIC X(01).
           01 WSV-CNV-DIGITO REDEFINES WSV-CNV-DIGITO-X
                                               PIC 9(01).
           77 WSS-CNV-PARTE                    PIC X(01) VALUE "E".
               88 CNV-EN-ENTEROS               VALUE "E".
               88 CNV-EN-DECIMALES             VALUE "D".
           01 WSV-CNV-CLIENTE                  PIC 9(03).
           01 WSV-CNV-FECHA                    PIC 9(08).
           01 WSV-CNV-CUENTA                   PIC 9(02).
           01 WSV-CNV-MONTO                    PIC 999V99.

      *Nombres de archivo de la corrida.
           01 WSV-NOMBRE-PROV                  PIC X(40).
               MOVE "PROVEEDORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 1050-Cargar-maestro-prov
           PERFORM 1100-Pedir-proveedor
               VARYING WSV-IDX-PROV FROM 1 BY 1
               UNTIL WSV-IDX-PROV > WSV-CANT-PROVEEDORES
           ACCEPT WST-PROV-ARCHIVO(WSV-IDX-PROV)
           MOVE ZERO TO WST-PROV-LEIDOS(WSV-IDX-PROV)
           MOVE ZERO TO WST-PROV-INVALIDOS(WSV-IDX-PROV)
           PERFORM 1150-Validar-proveedor
           .
      *Sin maestro de proveedores no hay contra que validar: la
      *recepcion no arranca.
       1050-Cargar-maestro-prov.
           MOVE ZERO TO WSV-CANT-MAESTRO-PROV
           OPEN INPUT ARCH-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               MOVE "No hay maestro de proveedores (PGENPROV)"
                   TO WSV-ANULADO-DESCRIP
               MOVE FS-PROVEEDORES TO WSV-ANULADO-CODIGO
               MOVE "PROVEEDORES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 7030-Leer-maestro-prov
           PERFORM 1060-Pasar-maestro-prov
               UNTIL (FS-PROVEEDORES = "10")
               OR (WSV-CANT-MAESTRO-PROV >= 200)
           CLOSE ARCH-PROVEEDORES
           DISPLAY "Proveedores en el maestro: " WSV-CANT-MAESTRO-PROV
           .
       1060-Pasar-maestro-prov.
           ADD 1 TO WSV-CANT-MAESTRO-PROV
           MOVE PRV-CODIGO TO WST-MPR-CODIGO(WSV-CANT-MAESTRO-PROV)
           MOVE PRV-ACTIVO TO WST-MPR-ACTIVO(WSV-CANT-MAESTRO-PROV)
           MOVE PRV-FORMATO TO WST-MPR-FORMATO(WSV-CANT-MAESTRO-PROV)
           MOVE PRV-SEPARADOR
               TO WST-MPR-SEPARADOR(WSV-CANT-MAESTRO-PROV)
           PERFORM 7030-Leer-maestro-prov
           .
      *El archivo de un proveedor desconocido o inactivo no entra a
      *la corrida; el resto de los proveedores sigue normalmente.
       1150-Validar-proveedor.
           MOVE "N" TO WST-PROV-ADMITIDO(WSV-IDX-PROV)
           MOVE "F" TO WST-PROV-FORMATO(WSV-IDX-PROV)
           MOVE SPACE TO WST-PROV-SEPARADOR(WSV-IDX-PROV)
           MOVE ZERO TO WSV-IDX-MPR-HALLADO
           MOVE 1 TO WSV-IDX-MPR
           PERFORM 1160-Comparar-maestro-prov
               UNTIL WSV-IDX-MPR > WSV-CANT-MAESTRO-PROV
           IF WSV-IDX-MPR-HALLADO = ZERO
               MOVE "Proveedor desconocido, archivo rechazado"
                   TO WSV-ANULADO-DESCRIP
           ELSE
               IF WST-MPR-ES-ACTIVO(WSV-IDX-MPR-HALLADO)
                   MOVE "S" TO WST-PROV-ADMITIDO(WSV-IDX-PROV)
      *            Los proveedores sin formato en el maestro son los
      *            de siempre, de posiciones fijas.
                   IF WST-MPR-FORMATO(WSV-IDX-MPR-HALLADO) = "D"
                       MOVE "D" TO WST-PROV-FORMATO(WSV-IDX-PROV)
                       MOVE WST-MPR-SEPARADOR(WSV-IDX-MPR-HALLADO)
                           TO WST-PROV-SEPARADOR(WSV-IDX-PROV)
                   END-IF
               ELSE
                   MOVE "Proveedor inactivo, archivo rechazado"
                       TO WSV-ANULADO-DESCRIP
               END-IF
           END-IF
           IF NOT PROV-ADMITIDO(WSV-IDX-PROV)
               ADD 1 TO CTRL-ARCH-RECHAZADOS
               MOVE WST-PROV-ID(WSV-IDX-PROV) TO WSV-ANULADO-CODIGO
               MOVE "PROVEEDORES" TO WSV-ANULADO-OBJETO
               DISPLAY "**** " WSV-ANULADO-DESCRIP ": "
                       WST-PROV-ID(WSV-IDX-PROV) " ("
                       WST-PROV-ARCHIVO(WSV-IDX-PROV) ")"
               PERFORM 8950-Registrar-anulado
           END-IF
           .
       1160-Comparar-maestro-prov.
           IF WST-MPR-CODIGO(WSV-IDX-MPR) = WST-PROV-ID(WSV-IDX-PROV)
               MOVE WSV-IDX-MPR TO WSV-IDX-MPR-HALLADO
               MOVE WSV-CANT-MAESTRO-PROV TO WSV-IDX-MPR
           END-IF
           ADD 1 TO WSV-IDX-MPR
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Procesar-proveedor
               VARYING WSV-PROV-EN-CURSO FROM 1 BY 1
               UNTIL WSV-PROV-EN-CURSO > WSV-CANT-PROVEEDORES
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM 5500-Incorporar-reclamos
           PERFORM 5600-Grabar-unificado
           IF (CTRL-CANT-RECLAMOS > ZERO) OR (CTRL-RCL-CERRADOS > ZERO)
               PERFORM 5550-Grabar-reclamos
           END-IF
           .
       5100-Procesar-proveedor.
           IF PROV-ADMITIDO(WSV-PROV-EN-CURSO)
               PERFORM 5110-Leer-archivo-proveedor
           ELSE
               DISPLAY "Proveedor " WST-PROV-ID(WSV-PROV-EN-CURSO)
                       " rechazado, no se lee su archivo"
           END-IF
           .
       5110-Leer-archivo-proveedor.
           MOVE WST-PROV-ARCHIVO(WSV-PROV-EN-CURSO)
               TO WSV-NOMBRE-PROV
           OPEN INPUT ENTRADA-PROVEEDOR
           IF FS-ENTRADA-PROVEEDOR NOT = "00"
               PERFORM 5120-Buscar-faltante
               IF FALTANTE-ENCONTRADO
                   PERFORM 5130-Saltear-ausente
               ELSE
                   MOVE "Error al abrir archivo de proveedor"
                       TO WSV-ANULADO-DESCRIP
                   MOVE FS-ENTRADA-PROVEEDOR TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-PROVEED" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           ELSE
               DISPLAY "Procesando proveedor "
                       WST-PROV-ID(WSV-PROV-EN-CURSO) " ("
                       WSV-NOMBRE-PROV ")"
               PERFORM 7010-Leer-proveedor
               PERFORM 5200-Procesar-linea
                   UNTIL FS-ENTRADA-PROVEEDOR = "10"
               CLOSE ENTRADA-PROVEEDOR
           END-IF
           .
      *El archivo ausente solo se perdona si la cadena lo dio por
      *faltante al corte.
       5120-Buscar-faltante.
           MOVE "N" TO WSS-FALTANTE
           OPEN INPUT ARCH-FALTANTES
           IF FS-FALTANTES = "00"
               PERFORM 7040-Leer-faltante
               PERFORM 5125-Comparar-faltante
                   UNTIL (FS-FALTANTES NOT = "00")
                   OR FALTANTE-ENCONTRADO
               CLOSE ARCH-FALTANTES
           END-IF
           .
       5125-Comparar-faltante.
           IF FAL-ARCHIVO = WSV-NOMBRE-PROV
               SET FALTANTE-ENCONTRADO TO TRUE
           ELSE
               PERFORM 7040-Leer-faltante
           END-IF
           .
       5130-Saltear-ausente.
           SET PROV-AUSENTE(WSV-PROV-EN-CURSO) TO TRUE
           ADD 1 TO CTRL-ARCH-AUSENTES
           DISPLAY "**** Proveedor " WST-PROV-ID(WSV-PROV-EN-CURSO)
                   ": " WSV-NOMBRE-PROV
           DISPLAY "     no llego al corte " FAL-HORA-CORTE
                   " de la cadena, se sigue sin el"
           MOVE "Archivo no llego al corte, se sigue sin el"
               TO WSV-ANULADO-DESCRIP
           MOVE WST-PROV-ID(WSV-PROV-EN-CURSO) TO WSV-ANULADO-CODIGO
           MOVE "ENTRADA-PROVEED" TO WSV-ANULADO-OBJETO
           PERFORM 8950-Registrar-anulado
           .
      *Valida el formato de la linea: cliente, monto y fecha tienen
      *que ser numericos y el codigo y la moneda no pueden venir en
      *blanco. Una linea delimitada se separa y se pasa antes al
      *layout fijo, y pasa por el mismo control. Lo invalido sale al
      *archivo de revision con la marca del proveedor, el primer
      *campo que fallo y el motivo.
       5200-Procesar-linea.
           ADD 1 TO WST-PROV-LEIDOS(WSV-PROV-EN-CURSO)
           SET LINEA-BUENA TO TRUE
           MOVE ZERO TO WSV-ERR-NRO-CAMPO
           MOVE SPACES TO WSV-ERR-MOTIVO
           IF PROV-DELIMITADO(WSV-PROV-EN-CURSO)
               PERFORM 5250-Armar-desde-delimitado
           ELSE
               MOVE LINEA-PROVEEDOR(1:25) TO WSV-LINEA-SERVICIO
           END-IF
           IF LINEA-BUENA
               PERFORM 5210-Controlar-formato
           END-IF
           IF LINEA-BUENA
               MOVE WST-PROV-ID(WSV-PROV-EN-CURSO) TO WSV-PROV-LINEA
               PERFORM 5300-Insertar-en-orden
               PERFORM 5400-Acumular-total
               ADD 1 TO CTRL-CANT-VALIDOS
           ELSE
               ADD 1 TO WST-PROV-INVALIDOS(WSV-PROV-EN-CURSO)
               ADD 1 TO CTRL-CANT-INVALIDOS
               PERFORM 5290-Grabar-revision
           END-IF
           PERFORM 7010-Leer-proveedor
           .
      *Control de la linea ya en layout fijo; se informa el primer
      *campo que no cumple.
       5210-Controlar-formato.
           EVALUATE TRUE
               WHEN WSV-LIN-NRO-CLIE IS NOT NUMERIC
                   MOVE WSC-CAMPO-CLIENTE TO WSV-ERR-NRO-CAMPO
                   MOVE "No numerico" TO WSV-ERR-MOTIVO
               WHEN WSV-LIN-COD-SERV = SPACES
                   MOVE WSC-CAMPO-SERVICIO TO WSV-ERR-NRO-CAMPO
                   MOVE "En blanco" TO WSV-ERR-MOTIVO
               WHEN WSV-LIN-MONTO IS NOT NUMERIC
                   MOVE WSC-CAMPO-MONTO TO WSV-ERR-NRO-CAMPO
                   MOVE "No numerico" TO WSV-ERR-MOTIVO
               WHEN WSV-LIN-MONEDA = SPACES
                   MOVE WSC-CAMPO-MONEDA TO WSV-ERR-NRO-CAMPO
                   MOVE "En blanco" TO WSV-ERR-MOTIVO
               WHEN WSV-LIN-FECHA IS NOT NUMERIC
                   MOVE WSC-CAMPO-FECHA TO WSV-ERR-NRO-CAMPO
                   MOVE "No numerico" TO WSV-ERR-MOTIVO
               WHEN NOT LIN-TIPO-VALIDO
                   MOVE WSC-CAMPO-TIPO TO WSV-ERR-NRO-CAMPO
                   MOVE "Distinto de D, C o blanco" TO WSV-ERR-MOTIVO
               WHEN (NOT LIN-CTA-DEFECTO)
                       AND (WSV-LIN-NRO-CTA IS NOT NUMERIC)
                   MOVE WSC-CAMPO-CUENTA TO WSV-ERR-NRO-CAMPO
                   MOVE "No numerico" TO WSV-ERR-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSV-ERR-MOTIVO NOT = SPACES
               SET LINEA-MALA TO TRUE
           END-IF
           .
      *Separa la linea con RPARSEA (5 a 7 campos) y pasa cada campo
      *a su posicion del layout fijo: los numeros se alinean a la
      *derecha con ceros, el monto acepta punto o coma decimal, y
      *tipo y cuenta vacios quedan en blanco como en una linea fija
      *vieja. Se corta en el primer campo que no se puede pasar.
       5250-Armar-desde-delimitado.
           MOVE SPACES TO WSV-LINEA-SERVICIO
           MOVE LINEA-PROVEEDOR TO PRS-LINEA
           MOVE WST-PROV-SEPARADOR(WSV-PROV-EN-CURSO) TO PRS-SEPARADOR
           MOVE 5 TO PRS-CAMPOS-MINIMO
           MOVE 7 TO PRS-CAMPOS-MAXIMO
           CALL "RPARSEA" USING PRS-PEDIDO
           IF PRS-CON-ERROR
               SET LINEA-MALA TO TRUE
               MOVE PRS-CAMPO-ERROR TO WSV-ERR-NRO-CAMPO
               MOVE PRS-MOTIVO TO WSV-ERR-MOTIVO
           ELSE
               PERFORM 5255-Pasar-cliente
               IF LINEA-BUENA
                   PERFORM 5256-Pasar-servicio
               END-IF
               IF LINEA-BUENA
                   PERFORM 5257-Pasar-monto
               END-IF
               IF LINEA-BUENA
                   PERFORM 5258-Pasar-moneda
               END-IF
               IF LINEA-BUENA
                   PERFORM 5259-Pasar-fecha
               END-IF
               IF LINEA-BUENA
                   PERFORM 5260-Pasar-tipo
               END-IF
               IF LINEA-BUENA
                   PERFORM 5261-Pasar-cuenta
               END-IF
           END-IF
           .
       5255-Pasar-cliente.
           MOVE WSC-CAMPO-CLIENTE TO WSV-CNV-CAMPO
           MOVE 3 TO WSV-CNV-MAX-ENTEROS
           MOVE ZERO TO WSV-CNV-MAX-DECIMALES
           PERFORM 5270-Convertir-numero
           IF LINEA-BUENA
               MOVE WSV-CNV-ENTERO TO WSV-CNV-CLIENTE
               MOVE WSV-CNV-CLIENTE TO WSV-LIN-NRO-CLIE
           END-IF
           .
       5256-Pasar-servicio.
           MOVE WSC-CAMPO-SERVICIO TO WSV-CNV-CAMPO
           PERFORM 5265-Controlar-texto
           IF LINEA-BUENA
               MOVE PRS-CAMPO(WSC-CAMPO-SERVICIO) TO WSV-LIN-COD-SERV
           END-IF
           .
       5257-Pasar-monto.
           MOVE WSC-CAMPO-MONTO TO WSV-CNV-CAMPO
           MOVE 3 TO WSV-CNV-MAX-ENTEROS
           MOVE 2 TO WSV-CNV-MAX-DECIMALES
           PERFORM 5270-Convertir-numero
           IF LINEA-BUENA
               COMPUTE WSV-CNV-MONTO = WSV-CNV-ENTERO
                                     + (WSV-CNV-DECIMAL / 100)
               MOVE WSV-CNV-MONTO TO WSV-LIN-MONTO-N
           END-IF
           .
       5258-Pasar-moneda.
           MOVE WSC-CAMPO-MONEDA TO WSV-CNV-CAMPO
           PERFORM 5265-Controlar-texto
           IF LINEA-BUENA
               MOVE PRS-CAMPO(WSC-CAMPO-MONEDA) TO WSV-LIN-MONEDA
           END-IF
           .
      *La fecha va completa, AAAAMMDD.
       5259-Pasar-fecha.
           MOVE WSC-CAMPO-FECHA TO WSV-CNV-CAMPO
           MOVE 8 TO WSV-CNV-MAX-ENTEROS
           MOVE ZERO TO WSV-CNV-MAX-DECIMALES
           PERFORM 5270-Convertir-numero
           IF LINEA-BUENA
               IF WSV-CNV-CANT-ENTEROS NOT = 8
                   SET LINEA-MALA TO TRUE
                   MOVE WSC-CAMPO-FECHA TO WSV-ERR-NRO-CAMPO
                   MOVE "Fecha sin los 8 digitos AAAAMMDD"
                       TO WSV-ERR-MOTIVO
               ELSE
                   MOVE WSV-CNV-ENTERO TO WSV-CNV-FECHA
                   MOVE WSV-CNV-FECHA TO WSV-LIN-FECHA
               END-IF
           END-IF
           .
      *Tipo vacio o ausente queda en blanco (debito); si viene, el
      *control comun de la linea decide si es valido.
       5260-Pasar-tipo.
           IF PRS-CANT-CAMPOS >= WSC-CAMPO-TIPO
               IF PRS-CAMPO-LARGO(WSC-CAMPO-TIPO) > 1
                   SET LINEA-MALA TO TRUE
                   MOVE WSC-CAMPO-TIPO TO WSV-ERR-NRO-CAMPO
                   MOVE "Mas de 1 caracter" TO WSV-ERR-MOTIVO
               ELSE
                   MOVE PRS-CAMPO(WSC-CAMPO-TIPO) TO WSV-LIN-TIPO-MOVIM
               END-IF
           END-IF
           .
      *Cuenta vacia o ausente queda en blanco: cuenta por defecto.
       5261-Pasar-cuenta.
           IF PRS-CANT-CAMPOS >= WSC-CAMPO-CUENTA
               IF PRS-CAMPO-LARGO(WSC-CAMPO-CUENTA) > ZERO
                   MOVE WSC-CAMPO-CUENTA TO WSV-CNV-CAMPO
                   MOVE 2 TO WSV-CNV-MAX-ENTEROS
                   MOVE ZERO TO WSV-CNV-MAX-DECIMALES
                   PERFORM 5270-Convertir-numero
                   IF LINEA-BUENA
                       MOVE WSV-CNV-ENTERO TO WSV-CNV-CUENTA
                       MOVE WSV-CNV-CUENTA TO WSV-LIN-NRO-CTA
                   END-IF
               END-IF
           END-IF
           .
      *Campo de texto de largo fijo 3 (servicio, moneda): no puede
      *venir vacio ni ser mas largo que su lugar en el layout.
       5265-Controlar-texto.
           IF PRS-CAMPO(WSV-CNV-CAMPO) = SPACES
               SET LINEA-MALA TO TRUE
               MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
               MOVE "En blanco" TO WSV-ERR-MOTIVO
           ELSE
               IF PRS-CAMPO-LARGO(WSV-CNV-CAMPO) > 3
                   SET LINEA-MALA TO TRUE
                   MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
                   MOVE "Mas de 3 caracteres" TO WSV-ERR-MOTIVO
               END-IF
           END-IF
           .
      *Recorre el campo WSV-CNV-CAMPO caracter por caracter: los
      *blancos se ignoran, el primer punto o coma pasa
      *a los decimales (si el campo los admite), y cualquier otra
      *cosa que no sea un digito hace mala la linea.
       5270-Convertir-numero.
           MOVE PRS-CAMPO(WSV-CNV-CAMPO) TO WSV-CNV-TEXTO
           MOVE PRS-CAMPO-LARGO(WSV-CNV-CAMPO) TO WSV-CNV-LARGO
           MOVE ZERO TO WSV-CNV-ENTERO
           MOVE ZERO TO WSV-CNV-DECIMAL
           MOVE ZERO TO WSV-CNV-CANT-ENTEROS
           MOVE ZERO TO WSV-CNV-CANT-DECIMALES
           SET CNV-EN-ENTEROS TO TRUE
           PERFORM 5275-Tomar-digito
               VARYING WSV-CNV-POS FROM 1 BY 1
               UNTIL (WSV-CNV-POS > WSV-CNV-LARGO) OR LINEA-MALA
           IF LINEA-BUENA
               IF WSV-CNV-CANT-ENTEROS = ZERO
                   SET LINEA-MALA TO TRUE
                   MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
                   MOVE "Sin digitos" TO WSV-ERR-MOTIVO
               END-IF
           END-IF
      *    Un solo decimal son decimos: 12.5 es 12.50.
           IF WSV-CNV-CANT-DECIMALES = 1
               MULTIPLY 10 BY WSV-CNV-DECIMAL
           END-IF
           .
       5275-Tomar-digito.
           MOVE WST-CNV-CARACTER(WSV-CNV-POS) TO WSV-CNV-DIGITO-X
           EVALUATE TRUE
               WHEN WSV-CNV-DIGITO-X = SPACE
                   CONTINUE
               WHEN (WSV-CNV-DIGITO-X = "." OR ",")
                       AND CNV-EN-ENTEROS
                       AND (WSV-CNV-MAX-DECIMALES > ZERO)
                   SET CNV-EN-DECIMALES TO TRUE
               WHEN WSV-CNV-DIGITO-X IS NOT NUMERIC
                   SET LINEA-MALA TO TRUE
                   MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
                   MOVE "No numerico" TO WSV-ERR-MOTIVO
               WHEN CNV-EN-ENTEROS
                   IF WSV-CNV-CANT-ENTEROS >= WSV-CNV-MAX-ENTEROS
                       SET LINEA-MALA TO TRUE
                       MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
                       MOVE "Mas digitos enteros que los admitidos"
                           TO WSV-ERR-MOTIVO
                   ELSE
                       ADD 1 TO WSV-CNV-CANT-ENTEROS
                       COMPUTE WSV-CNV-ENTERO = WSV-CNV-ENTERO * 10
                                              + WSV-CNV-DIGITO
                   END-IF
               WHEN OTHER
                   IF WSV-CNV-CANT-DECIMALES >= WSV-CNV-MAX-DECIMALES
                       SET LINEA-MALA TO TRUE
                       MOVE WSV-CNV-CAMPO TO WSV-ERR-NRO-CAMPO
                       MOVE "Mas de 2 decimales" TO WSV-ERR-MOTIVO
                   ELSE
                       ADD 1 TO WSV-CNV-CANT-DECIMALES
                       COMPUTE WSV-CNV-DECIMAL = WSV-CNV-DECIMAL * 10
                                               + WSV-CNV-DIGITO
                   END-IF
           END-EVALUATE
           .
      *Graba la linea mala en revision con el campo y el motivo.
       5290-Grabar-revision.
           MOVE SPACES TO REGISTRO-SALIDA-REVISION
           MOVE WST-PROV-ID(WSV-PROV-EN-CURSO) TO REV-PROVEEDOR
           MOVE LINEA-PROVEEDOR(1:25) TO REV-LINEA
           MOVE WSV-ERR-NRO-CAMPO TO REV-NRO-CAMPO
           IF (WSV-ERR-NRO-CAMPO >= 1) AND (WSV-ERR-NRO-CAMPO <= 7)
               MOVE WST-NOMBRE-CAMPO(WSV-ERR-NRO-CAMPO) TO REV-CAMPO
           ELSE
               MOVE "LINEA" TO REV-CAMPO
           END-IF
           MOVE WSV-ERR-MOTIVO TO REV-MOTIVO
           MOVE WST-PROV-FORMATO(WSV-PROV-EN-CURSO) TO REV-FORMATO
           MOVE LINEA-PROVEEDOR TO REV-LINEA-ORIGEN
           WRITE REGISTRO-SALIDA-REVISION
           DISPLAY "**** Linea invalida del proveedor "
                   WST-PROV-ID(WSV-PROV-EN-CURSO) ": campo "
                   WSV-ERR-NRO-CAMPO " " REV-CAMPO " " WSV-ERR-MOTIVO
           .
      *Inserta el servicio validado en WST-SERVICIOS en su posicion
      *ascendente por cliente (los empates quedan detras, asi se
      *conserva el orden de llegada).
               ELSE
                   MOVE "D" TO WST-SER-TIPO-MOVIM(WSV-IDX-SER)
               END-IF
               MOVE WSV-PROV-LINEA TO WST-SER-PROVEEDOR(WSV-IDX-SER)
      *        Cuenta opcional en 24-25: en blanco sale cero y el
      *        apareo debita la cuenta por defecto (la 01).
               IF LIN-CTA-DEFECTO
           END-IF
           ADD 1 TO WSV-IDX-TOT
           .
      *Reclamos aceptados sin emitir: cada uno entra a la tabla como
      *credito del mismo servicio y cuenta, a nombre del proveedor
      *del debito reclamado, asi ProgLiquida se lo descuenta a el.
      *No suma a los totales por proveedor: no es algo que el
      *proveedor haya mandado.
       5500-Incorporar-reclamos.
           MOVE ZERO TO WSV-CANT-RECLAMOS
           OPEN INPUT RECLAMOS
           IF FS-RECLAMOS NOT = "00"
               DISPLAY "**** No hay RECLAMOS.TXT, sin creditos por "
                       "reclamos"
           ELSE
               PERFORM 7020-Leer-reclamo
               PERFORM 5510-Pasar-reclamo
                   UNTIL (FS-RECLAMOS = "10")
                   OR (WSV-CANT-RECLAMOS >= 999)
               IF FS-RECLAMOS NOT = "10"
                   MOVE "RECLAMOS.TXT mas largo que la tabla"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "RECLAMOS" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               CLOSE RECLAMOS
               PERFORM 5520-Emitir-reclamo
                   VARYING WSV-IDX-RCL FROM 1 BY 1
                   UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           END-IF
           .
       5510-Pasar-reclamo.
           ADD 1 TO WSV-CANT-RECLAMOS
           MOVE REGISTRO-RECLAMO TO WST-RCL-DET(WSV-CANT-RECLAMOS)
           PERFORM 7020-Leer-reclamo
           .
      *Un reclamo aceptado y ya emitido hoy vuelve a salir: si la
      *corrida se repite en el dia (un archivo faltante que llego
      *tarde) SERVICIOS.TXT se rearma entero y sin el el credito se
      *perderia. Solo se cuenta la primera vez.
       5520-Emitir-reclamo.
           IF WST-RCL-ACEPTADO(WSV-IDX-RCL)
                   AND WST-RCL-SI-EMITIDO(WSV-IDX-RCL)
                   AND (WST-RCL-FECHA-EMISION(WSV-IDX-RCL)
                        = WSV-FECHA-CORRIDA)
               PERFORM 5530-Linea-de-reclamo
               DISPLAY "Credito por reclamo " WST-RCL-NRO(WSV-IDX-RCL)
                       " cliente " WST-RCL-NRO-CLIE(WSV-IDX-RCL)
                       " ya emitido hoy, se repite"
           END-IF
           IF WST-RCL-ACEPTADO(WSV-IDX-RCL)
                   AND WST-RCL-NO-EMITIDO(WSV-IDX-RCL)
               PERFORM 5530-Linea-de-reclamo
               MOVE "S" TO WST-RCL-EMITIDO(WSV-IDX-RCL)
               MOVE WSV-FECHA-CORRIDA
                   TO WST-RCL-FECHA-EMISION(WSV-IDX-RCL)
               ADD 1 TO CTRL-CANT-RECLAMOS
               ADD WST-RCL-MONTO(WSV-IDX-RCL) TO CTRL-MONTO-RECLAMOS
               DISPLAY "Credito por reclamo " WST-RCL-NRO(WSV-IDX-RCL)
                       " cliente " WST-RCL-NRO-CLIE(WSV-IDX-RCL)
                       " proveedor " WST-RCL-PROVEEDOR(WSV-IDX-RCL)
           END-IF
           PERFORM 5540-Ver-si-cerrado
           IF RCL-CERRADO
               ADD 1 TO CTRL-RCL-CERRADOS
           END-IF
           .
      *Linea C de SERVICIOS con el credito del reclamo.
       5530-Linea-de-reclamo.
           MOVE SPACES TO WSV-LINEA-SERVICIO
           MOVE WST-RCL-NRO-CLIE(WSV-IDX-RCL) TO WSV-LIN-NRO-CLIE
           MOVE WST-RCL-COD-SERV(WSV-IDX-RCL) TO WSV-LIN-COD-SERV
           MOVE WST-RCL-MONTO(WSV-IDX-RCL) TO WSV-LIN-MONTO-N
           MOVE WST-RCL-MONEDA(WSV-IDX-RCL) TO WSV-LIN-MONEDA
           MOVE WSV-FECHA-CORRIDA TO WSV-LIN-FECHA
           MOVE "C" TO WSV-LIN-TIPO-MOVIM
           MOVE WST-RCL-NRO-CTA(WSV-IDX-RCL) TO WSV-LIN-NRO-CTA
           MOVE WST-RCL-PROVEEDOR(WSV-IDX-RCL) TO WSV-PROV-LINEA
           PERFORM 5300-Insertar-en-orden
           .
      *Un reclamo esta cerrado si fue denegado, o si fue aceptado y
      *su credito salio en una corrida anterior a esta (los emitidos
      *hoy siguen vivos hasta que ProgLiquida los descuente).
       5540-Ver-si-cerrado.
           SET RCL-VIVO TO TRUE
           IF WST-RCL-DENEGADO(WSV-IDX-RCL)
               SET RCL-CERRADO TO TRUE
           END-IF
           IF WST-RCL-ACEPTADO(WSV-IDX-RCL)
                   AND WST-RCL-SI-EMITIDO(WSV-IDX-RCL)
                   AND (WST-RCL-FECHA-EMISION(WSV-IDX-RCL)
                        < WSV-FECHA-CORRIDA)
               SET RCL-CERRADO TO TRUE
           END-IF
           .
      *Regraba RECLAMOS.TXT con las marcas de emision, una vez que el
      *SERVICIOS.TXT unificado ya quedo grabado; los cerrados salen
      *al historico de su corrida en lugar de volver a RECLAMOS.TXT.
      *El historico se graba primero, asi un error al abrirlo anula
      *la corrida antes de pisar RECLAMOS.TXT.
       5550-Grabar-reclamos.
           PERFORM 5565-Archivar-si-cerrado
               VARYING WSV-IDX-RCL FROM 1 BY 1
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           OPEN OUTPUT RECLAMOS
           IF FS-RECLAMOS NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-RECLAMOS TO WSV-ANULADO-CODIGO
               MOVE "RECLAMOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           PERFORM 5560-Escribir-reclamo
               VARYING WSV-IDX-RCL FROM 1 BY 1
               UNTIL WSV-IDX-RCL > WSV-CANT-RECLAMOS
           CLOSE RECLAMOS
           .
       5560-Escribir-reclamo.
           PERFORM 5540-Ver-si-cerrado
           IF RCL-VIVO
               MOVE WST-RCL-DET(WSV-IDX-RCL) TO REGISTRO-RECLAMO
               WRITE REGISTRO-RECLAMO
           END-IF
           .
       5565-Archivar-si-cerrado.
           PERFORM 5540-Ver-si-cerrado
           IF RCL-CERRADO
               PERFORM 5570-Archivar-reclamo
           END-IF
           .
      *Agrega el reclamo cerrado a RECLAMOS.AAAAMMDD.TXT de la corrida
      *reclamada (lo crea si todavia no existe).
       5570-Archivar-reclamo.
           MOVE SPACES TO WSV-NOMBRE-RCL-HIST
           STRING "RECLAMOS." DELIMITED BY SIZE
                  WST-RCL-FECHA-CORRIDA(WSV-IDX-RCL) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RCL-HIST
           OPEN EXTEND RECLAMOS-HIST
           IF FS-RECLAMOS-HIST NOT = "00"
               OPEN OUTPUT RECLAMOS-HIST
           END-IF
           IF FS-RECLAMOS-HIST NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-RECLAMOS-HIST TO WSV-ANULADO-CODIGO
               MOVE "RECLAMOS-HIST" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE WST-RCL-DET(WSV-IDX-RCL) TO LINEA-RECLAMO-HIST
           WRITE LINEA-RECLAMO-HIST
           CLOSE RECLAMOS-HIST
           .
      *Graba el SERVICIOS.TXT unificado desde la tabla ya ordenada,
      *con su HEADER de identificacion al comienzo.
       5600-Grabar-unificado.
               UNTIL WSV-IDX-TOT > WSV-CANT-TOTALES
           .
       5710-Mostrar-proveedor.
           EVALUATE TRUE
               WHEN PROV-ADMITIDO(WSV-IDX-PROV)
                   DISPLAY "Proveedor " WST-PROV-ID(WSV-IDX-PROV)
                       " (" WST-PROV-FORMATO(WSV-IDX-PROV) ")"
                       " - Leidos: " WST-PROV-LEIDOS(WSV-IDX-PROV)
                       "  Invalidos: " WST-PROV-INVALIDOS(WSV-IDX-PROV)
               WHEN PROV-AUSENTE(WSV-IDX-PROV)
                   DISPLAY "Proveedor " WST-PROV-ID(WSV-IDX-PROV)
                       " - ARCHIVO AUSENTE (no llego al corte de "
                       "la cadena)"
               WHEN OTHER
                   DISPLAY "Proveedor " WST-PROV-ID(WSV-IDX-PROV)
                       " - ARCHIVO RECHAZADO (fuera del maestro "
                       "o inactivo)"
           END-EVALUATE
           .
       5720-Mostrar-total.
           DISPLAY "Proveedor " WST-TOT-PROV(WSV-IDX-TOT)
       7010-Leer-proveedor.
           READ ENTRADA-PROVEEDOR
           .
       7020-Leer-reclamo.
           READ RECLAMOS
           .
       7030-Leer-maestro-prov.
           READ ARCH-PROVEEDORES
           .
       7040-Leer-faltante.
           READ ARCH-FALTANTES
           .
       7000-Cerrar-salidas.
           CLOSE SALIDA-SERVICIOS
           CLOSE SALIDA-REVISION
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Servicios validos:   " CTRL-CANT-VALIDOS
           DISPLAY "Lineas a revision:   " CTRL-CANT-INVALIDOS
           DISPLAY "Archivos rechazados: " CTRL-ARCH-RECHAZADOS
           DISPLAY "Archivos ausentes:   " CTRL-ARCH-AUSENTES
           DISPLAY "Creditos reclamos:   " CTRL-CANT-RECLAMOS
                   "  Monto: " CTRL-MONTO-RECLAMOS
           DISPLAY "Reclamos archivados: " CTRL-RCL-CERRADOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
