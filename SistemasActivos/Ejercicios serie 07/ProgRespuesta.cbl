      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa de respuesta a proveedores
      *    Una vez terminados el apareo y ProgConcilia, arma un
      *    archivo de respuesta por proveedor con el resultado final
      *    de cada linea de SERVICIOS que presento, identificada por
      *    cliente + servicio + fecha:
      *    C cobrado (CUEN_ACT), R rechazado (RECHAZOS, con su
      *    MOTIVO-RECH), D retenido como duplicado, P retenido como
      *    excepcion de precio, H retenido por consumo, E diferido a
      *    PENDIENTES, S en suspenso, I incidencia (cliente sin
      *    cuenta) y F linea rechazada por formato en ProgIntake,
      *    con el campo que fallo, el motivo y la linea tal como
      *    llego (fija o delimitada).
      *    Cobrado y rechazado se deciden igual que en ProgLiquida,
      *    y todo lo demas suma como suspenso, para que el trailer
      *    de cada archivo cierre con la liquidacion del proveedor.
      *    Cada archivo sale como RESPUESTA_ppp.AAAAMMDD.TXT (con el
      *    sufijo de particion si el apareo corrio particionado).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgRespuesta.
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
           SELECT ENTRADA-SERVICIOS ASSIGN DYNAMIC WSV-NOMBRE-SERV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-SERVICIOS.

           SELECT ENTRADA-CUEN-ACT ASSIGN DYNAMIC WSV-NOMBRE-CUEN-ACT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-CUEN-ACT.

           SELECT ENTRADA-RECHAZOS ASSIGN DYNAMIC WSV-NOMBRE-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-RECHAZOS.

           SELECT ENTRADA-INCIDENCIAS
           ASSIGN DYNAMIC WSV-NOMBRE-INCIDENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-INCIDENCIAS.
      *Lineas que el apareo retuvo o derivo sin debitar.
           SELECT ENTRADA-DUPLICADOS
           ASSIGN DYNAMIC WSV-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-DUPLICADOS.

           SELECT ENTRADA-PRECIO-EXC
           ASSIGN DYNAMIC WSV-NOMBRE-PRECIO-EXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-PRECIO-EXC.

           SELECT ENTRADA-CONSUMO-RET
           ASSIGN DYNAMIC WSV-NOMBRE-CONSUMO-RET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-CONSUMO-RET.

           SELECT ENTRADA-PENDIENTES
           ASSIGN DYNAMIC WSV-NOMBRE-PENDIENTES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-PENDIENTES.

           SELECT ENTRADA-SUSPENSO
           ASSIGN DYNAMIC WSV-NOMBRE-SUSPENSO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-SUSPENSO.
      *Lineas que ProgIntake no admitio por formato.
           SELECT ENTRADA-REVISION ASSIGN TO "INTAKE_REVISION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA-REVISION.
      *Archivo de respuesta del proveedor en curso.
           SELECT SALIDA-RESPUESTA ASSIGN DYNAMIC WSV-NOMBRE-RESPUESTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-RESPUESTA.
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
      *Archivo SERVICIOS (layout de entrada de ProgApareo, con el
      *proveedor estampado por ProgIntake)
           FD ENTRADA-SERVICIOS.
               01 REGISTRO-ENTRADA-SERVICIOS.
                   02 NRO-CLIE-SERV            PIC 9(03).
                   02 COD-SERV                 PIC X(03).
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
                   02 TIPO-MOVIM-SERV          PIC X(01).
                   02 NRO-CUOTA-SERV           PIC 9(02).
                   02 TOT-CUOTAS-SERV          PIC 9(02).
                   02 PROVEEDOR-SERV           PIC X(03).
                   02 NRO-CTA-SERV             PIC 9(02).
      *
      *Archivo CUEN_ACT (mismo layout que escribe ProgApareo)
           FD ENTRADA-CUEN-ACT.
               01 REGISTRO-ENTRADA-CUEN-ACT.
                   02 NRO-CLIE-CUEN-ACT        PIC 9(03).
                   02 NOMBRE-CLIE-CUEN-ACT     PIC X(10).
                   02 SALDO-CLIE-CUEN-ACT      PIC S999V99.
                   02 OVERDRAWN-CUEN-ACT       PIC X(01).
                   02 MONEDA-CUEN-ACT          PIC X(03).
                   02 CANT-SERV-CUEN-ACT       PIC 9(02).
                   02 DETALLE-SERV-CUEN-ACT    PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-CUEN-ACT    PIC X(01).
                   02 NRO-CTA-CUEN-ACT         PIC 9(02).
                   02 SUCURSAL-CUEN-ACT        PIC 9(03).
                   02 CTA-BANC-CUEN-ACT        PIC 9(11).
               01 REGISTRO-TRAILER-CUEN-ACT.
                   02 TRAILER-TAG-CUEN-ACT     PIC X(07).
                   02 TRAILER-RESTO-CUEN-ACT   PIC X(14).
      *
      *Archivo RECHAZOS (mismo layout que escribe ProgApareo)
           FD ENTRADA-RECHAZOS.
               01 REGISTRO-ENTRADA-RECHAZOS.
                   02 NRO-CLIE-RECH            PIC 9(03).
                   02 NOMBRE-CLIE-RECH         PIC X(10).
                   02 SALDO-CLIE-RECH          PIC S999V99.
                   02 DEUDA-CLIE-RECH          PIC 999V99.
                   02 MONEDA-RECH              PIC X(03).
                   02 CANT-SERV-RECH           PIC 9(02).
                   02 DETALLE-SERV-RECH        PIC X(03)
                       OCCURS 20 TIMES.
                   02 ESTADO-CIVIL-RECH        PIC X(01).
                   02 MOTIVO-RECH              PIC X(01).
                   02 NRO-CTA-RECH             PIC 9(02).
                   02 SUCURSAL-RECH            PIC 9(03).
                   02 CTA-BANC-RECH            PIC 9(11).
               01 REGISTRO-TRAILER-RECHAZOS.
                   02 TRAILER-TAG-RECH         PIC X(07).
                   02 TRAILER-RESTO-RECH       PIC X(14).
      *
      *Archivo INCIDENCIAS (mismo layout que escribe ProgApareo)
           FD ENTRADA-INCIDENCIAS.
               01 REGISTRO-ENTRADA-INCIDENCIAS.
                   02 NRO-CLIE-INCI            PIC 9(03).
                   02 NOMBRE-TABLA-INCI        PIC X(10).
                   02 NOMBRE-CLIE-INCI         PIC X(10).
                   02 SALDO-CLIE-INCI          PIC S999V99.
                   02 COD-SERV-INCI            PIC X(03).
                   02 MONTO-INCI               PIC 999V99.
                   02 INCI-TICKET              PIC 9(05).
                   02 INCI-ESTADO              PIC X(01).
                   02 INCI-NOTA                PIC X(30).
                   02 INCI-FECHA-ALTA          PIC 9(08).
      *
      *Archivo DUPLICADOS (repeticiones retenidas por ProgApareo)
           FD ENTRADA-DUPLICADOS.
               01 REGISTRO-ENTRADA-DUPLICADO.
                   02 NRO-CLIE-DUP             PIC 9(03).
                   02 COD-SERV-DUP             PIC X(03).
                   02 MONTO-PRIMERO-DUP        PIC 999V99.
                   02 MONTO-REPETIDO-DUP       PIC 999V99.
                   02 MONEDA-DUP               PIC X(03).
                   02 FECHA-DUP                PIC 9(08).
                   02 TIPO-MOVIM-DUP           PIC X(01).
                   02 NRO-CUOTA-DUP            PIC 9(02).
                   02 TOT-CUOTAS-DUP           PIC 9(02).
                   02 PROVEEDOR-DUP            PIC X(03).
                   02 NRO-CTA-DUP              PIC 9(02).
                   02 FECHA-RETENCION-DUP      PIC 9(08).
                   02 NOTA-DUP                 PIC X(30).
      *
      *Archivo PRECIO_EXCEPCIONES (mismo layout que escribe
      *ProgApareo)
           FD ENTRADA-PRECIO-EXC.
               01 REGISTRO-ENTRADA-PRECIO-EXC.
                   02 NRO-CLIE-PEXC            PIC 9(03).
                   02 COD-SERV-PEXC            PIC X(03).
                   02 MONTO-PEXC               PIC 999V99.
                   02 PRECIO-LISTA-PEXC        PIC 999V99.
                   02 DESVIO-PEXC              PIC 9(03)V99.
                   02 PROVEEDOR-PEXC           PIC X(03).
                   02 MONEDA-PEXC              PIC X(03).
                   02 FECHA-PEXC               PIC 9(08).
                   02 TIPO-MOVIM-PEXC          PIC X(01).
                   02 NRO-CUOTA-PEXC           PIC 9(02).
                   02 TOT-CUOTAS-PEXC          PIC 9(02).
                   02 NRO-CTA-PEXC             PIC 9(02).
                   02 FECHA-RETENCION-PEXC     PIC 9(08).
                   02 NOTA-PEXC                PIC X(30).
      *
      *Archivo CONSUMO_RETENIDO: la linea de SERVICIOS retenida y,
      *detras, la fecha y los montos de la retencion.
           FD ENTRADA-CONSUMO-RET.
               01 REGISTRO-ENTRADA-CONSUMO-RET.
                   02 NRO-CLIE-CRET            PIC 9(03).
                   02 COD-SERV-CRET            PIC X(03).
                   02 MONTO-CRET               PIC 999V99.
                   02 MONEDA-CRET              PIC X(03).
                   02 FECHA-CRET               PIC 9(08).
                   02 TIPO-MOVIM-CRET          PIC X(01).
                   02 NRO-CUOTA-CRET           PIC 9(02).
                   02 TOT-CUOTAS-CRET          PIC 9(02).
                   02 PROVEEDOR-CRET           PIC X(03).
                   02 NRO-CTA-CRET             PIC 9(02).
                   02 RETENCION-CRET           PIC X(22).
      *
      *Archivo PENDIENTES (mismo layout que SERVICIOS)
           FD ENTRADA-PENDIENTES.
               01 REGISTRO-ENTRADA-PENDIENTE.
                   02 NRO-CLIE-PEND            PIC 9(03).
                   02 COD-SERV-PEND            PIC X(03).
                   02 MONTO-PEND               PIC 999V99.
                   02 MONEDA-PEND              PIC X(03).
                   02 FECHA-PEND               PIC 9(08).
                   02 TIPO-MOVIM-PEND          PIC X(01).
                   02 NRO-CUOTA-PEND           PIC 9(02).
                   02 TOT-CUOTAS-PEND          PIC 9(02).
                   02 PROVEEDOR-PEND           PIC X(03).
                   02 NRO-CTA-PEND             PIC 9(02).
      *
      *Archivo SUSPENSO (huerfanos en reintento de ProgApareo)
           FD ENTRADA-SUSPENSO.
               01 REGISTRO-ENTRADA-SUSPENSO.
                   02 NRO-CLIE-SUSP            PIC 9(03).
                   02 COD-SERV-SUSP            PIC X(03).
                   02 MONTO-SUSP               PIC 999V99.
                   02 MONEDA-SUSP              PIC X(03).
                   02 FECHA-SUSP               PIC 9(08).
                   02 INTENTOS-SUSP            PIC 9(02).
                   02 TIPO-MOVIM-SUSP          PIC X(01).
                   02 NRO-CUOTA-SUSP           PIC 9(02).
                   02 TOT-CUOTAS-SUSP          PIC 9(02).
                   02 PROVEEDOR-SUSP           PIC X(03).
                   02 NRO-CTA-SUSP             PIC 9(02).
      *
      *Archivo INTAKE_REVISION (mismo layout que escribe ProgIntake)
           FD ENTRADA-REVISION.
               01 REGISTRO-ENTRADA-REVISION.
                   02 REV-PROVEEDOR            PIC X(03).
                   02 REV-LINEA                PIC X(25).
                   02 REV-NRO-CAMPO            PIC 9(02).
                   02 REV-CAMPO                PIC X(10).
                   02 REV-MOTIVO               PIC X(40).
                   02 REV-FORMATO              PIC X(01).
                   02 REV-LINEA-ORIGEN         PIC X(200).
      *
      *Respuesta al proveedor: un encabezado (H), un renglon por
      *linea de SERVICIOS (D), uno por linea rechazada por formato
      *(F) y el trailer de totales (T).
           FD SALIDA-RESPUESTA.
               01 REGISTRO-RSP-HEADER.
                   02 RSP-H-TIPO-REG           PIC X(01).
                   02 RSP-H-PROVEEDOR          PIC X(03).
                   02 RSP-H-FECHA              PIC 9(08).
                   02 RSP-H-NOMBRE-SERV        PIC X(40).
               01 REGISTRO-RSP-DETALLE.
                   02 RSP-D-TIPO-REG           PIC X(01).
                   02 RSP-D-NRO-CLIE           PIC 9(03).
                   02 RSP-D-COD-SERV           PIC X(03).
                   02 RSP-D-FECHA              PIC 9(08).
                   02 RSP-D-MONTO              PIC 999V99.
                   02 RSP-D-MONEDA             PIC X(03).
                   02 RSP-D-TIPO-MOVIM         PIC X(01).
                   02 RSP-D-NRO-CUOTA          PIC 9(02).
                   02 RSP-D-TOT-CUOTAS         PIC 9(02).
                   02 RSP-D-NRO-CTA            PIC 9(02).
                   02 RSP-D-RESULTADO          PIC X(01).
                   02 RSP-D-MOTIVO-RECH        PIC X(01).
               01 REGISTRO-RSP-FORMATO.
                   02 RSP-F-TIPO-REG           PIC X(01).
                   02 RSP-F-LINEA              PIC X(25).
                   02 RSP-F-RESULTADO          PIC X(01).
                   02 RSP-F-NRO-CAMPO          PIC 9(02).
                   02 RSP-F-CAMPO              PIC X(10).
                   02 RSP-F-MOTIVO             PIC X(40).
                   02 RSP-F-LINEA-ORIGEN       PIC X(200).
               01 REGISTRO-RSP-TRAILER.
                   02 RSP-T-TIPO-REG           PIC X(01).
                   02 RSP-T-PROVEEDOR          PIC X(03).
                   02 RSP-T-PRES-CANT          PIC 9(05).
                   02 RSP-T-PRES-MONTO         PIC 9(07)V99.
                   02 RSP-T-COB-CANT           PIC 9(05).
                   02 RSP-T-COB-MONTO          PIC 9(07)V99.
                   02 RSP-T-REC-CANT           PIC 9(05).
                   02 RSP-T-REC-MONTO          PIC 9(07)V99.
                   02 RSP-T-SUS-CANT           PIC 9(05).
                   02 RSP-T-SUS-MONTO          PIC 9(07)V99.
                   02 RSP-T-FORMATO-CANT       PIC 9(05).
      *
      *Archivo ANULADO.LOG (compartido)
           FD ARCH-ANULADO-LOG.
               COPY LOG-ANULADO.

      *-----------------------
       WORKING-STORAGE SECTION.
      *Variable file status
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-SERVICIOS         PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-RECHAZOS          PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-INCIDENCIAS       PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-DUPLICADOS        PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-PRECIO-EXC        PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-CONSUMO-RET       PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-PENDIENTES        PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-SUSPENSO          PIC X(02) VALUE ZEROES.
               02 FS-ENTRADA-REVISION          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-RESPUESTA          PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-ANULADO.
               02 WSV-ANULADO-OBJETO           PIC X(15).
               02 WSV-ANULADO-CODIGO           PIC X(05).
               02 WSV-ANULADO-DESCRIP          PIC X(50).

      *Detalle de servicios cobrados por cliente (CUEN_ACT), con
      *renglones que se consumen una sola vez, igual que en
      *ProgLiquida.
           01 WST-COBRADOS.
               02 WST-COB-DET               OCCURS 999 TIMES.
                   03 WST-COB-NRO-CLIE      PIC 9(03).
                   03 WST-COB-CANT-SERV     PIC 9(02).
                   03 WST-COB-COD-SERV      PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-COBRADOS                PIC 9(03) VALUE ZERO.
      *Detalle de servicios rechazados por cliente (RECHAZOS), con
      *el motivo del rechazo de la cuenta.
           01 WST-RECHAZADOS.
               02 WST-REC-DET               OCCURS 400 TIMES.
                   03 WST-REC-NRO-CLIE      PIC 9(03).
                   03 WST-REC-MOTIVO        PIC X(01).
                   03 WST-REC-CANT-SERV     PIC 9(02).
                   03 WST-REC-COD-SERV      PIC X(03)
                       OCCURS 20 TIMES.
           01 WSV-CANT-RECHAZADOS              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-TAB                      PIC 9(04).
           01 WSV-IDX-SERV                     PIC 9(02).
           01 WSV-IDX-HALLADO                  PIC 9(04).

      *Lineas retenidas o derivadas por el apareo, en el orden en
      *que se buscan. La fecha en cero y el proveedor en blanco
      *valen para cualquiera (PRECIO_EXCEPCIONES no trae fecha e
      *INCIDENCIAS no trae proveedor); la excepcion de precio se
      *reconoce ademas por el monto. Cada renglon se usa una vez.
           01 WST-RETENCIONES.
               02 WST-RTN-DET               OCCURS 2000 TIMES.
                   03 WST-RTN-NRO-CLIE      PIC 9(03).
                   03 WST-RTN-COD-SERV      PIC X(03).
                   03 WST-RTN-FECHA         PIC 9(08).
                   03 WST-RTN-MONTO         PIC 999V99.
                   03 WST-RTN-CON-MONTO     PIC X(01).
                   03 WST-RTN-PROVEEDOR     PIC X(03).
                   03 WST-RTN-RESULTADO     PIC X(01).
                   03 WST-RTN-USADO         PIC X(01).
           01 WSV-CANT-RETENCIONES             PIC 9(04) VALUE ZERO.
           01 WSV-IDX-RTN                      PIC 9(04).
           01 WSV-RETENCION-NUEVA.
               02 WSV-RTN-NRO-CLIE             PIC 9(03).
               02 WSV-RTN-COD-SERV             PIC X(03).
               02 WSV-RTN-FECHA                PIC 9(08).
               02 WSV-RTN-MONTO                PIC 999V99.
               02 WSV-RTN-CON-MONTO            PIC X(01).
               02 WSV-RTN-PROVEEDOR            PIC X(03).
               02 WSV-RTN-RESULTADO            PIC X(01).
               02 WSV-RTN-USADO                PIC X(01).

      *Resultado de cada linea de SERVICIOS, en el orden del
      *archivo.
           01 WST-RESULTADOS.
               02 WST-RES-DET               OCCURS 2000 TIMES.
                   03 WST-RES-LINEA         PIC X(32).
                   03 WST-RES-RESULTADO     PIC X(01).
                   03 WST-RES-MOTIVO        PIC X(01).
           01 WSV-CANT-RESULTADOS              PIC 9(04) VALUE ZERO.
           01 WSV-IDX-RES                      PIC 9(04).
      *Vista de una linea de SERVICIOS guardada en la tabla.
           01 WSV-LINEA-SERVICIO.
               02 WSV-LIN-NRO-CLIE             PIC 9(03).
               02 WSV-LIN-COD-SERV             PIC X(03).
               02 WSV-LIN-MONTO                PIC 999V99.
               02 WSV-LIN-MONEDA               PIC X(03).
               02 WSV-LIN-FECHA                PIC 9(08).
               02 WSV-LIN-TIPO-MOVIM           PIC X(01).
               02 WSV-LIN-NRO-CUOTA            PIC 9(02).
               02 WSV-LIN-TOT-CUOTAS           PIC 9(02).
               02 WSV-LIN-PROVEEDOR            PIC X(03).
               02 WSV-LIN-NRO-CTA              PIC 9(02).
           77 WSS-RESULTADO                    PIC X(01) VALUE "S".
               88 RESULTADO-COBRADO            VALUE "C".
               88 RESULTADO-RECHAZADO          VALUE "R".
               88 RESULTADO-SUSPENSO           VALUE "S".
           01 WSV-MOTIVO                       PIC X(01).

      *Lineas rechazadas por formato en ProgIntake.
           01 WST-REVISIONES.
               02 WST-REV-DET               OCCURS 500 TIMES.
                   03 WST-REV-PROVEEDOR     PIC X(03).
                   03 WST-REV-LINEA         PIC X(25).
                   03 WST-REV-NRO-CAMPO     PIC 9(02).
                   03 WST-REV-CAMPO         PIC X(10).
                   03 WST-REV-MOTIVO        PIC X(40).
                   03 WST-REV-LINEA-ORIGEN  PIC X(200).
           01 WSV-CANT-REVISIONES              PIC 9(03) VALUE ZERO.
           01 WSV-IDX-REV                      PIC 9(04).

      *Proveedores que reciben respuesta, con los totales de su
      *trailer.
           01 WST-PROVEEDORES.
               02 WST-PRV-DET               OCCURS 50 TIMES.
                   03 WST-PRV-ID            PIC X(03).
                   03 WST-PRV-PRES-CANT     PIC 9(05).
                   03 WST-PRV-PRES-MONTO    PIC 9(07)V99.
                   03 WST-PRV-COB-CANT      PIC 9(05).
                   03 WST-PRV-COB-MONTO     PIC 9(07)V99.
                   03 WST-PRV-REC-CANT      PIC 9(05).
                   03 WST-PRV-REC-MONTO     PIC 9(07)V99.
                   03 WST-PRV-SUS-CANT      PIC 9(05).
                   03 WST-PRV-SUS-MONTO     PIC 9(07)V99.
                   03 WST-PRV-FORMATO-CANT  PIC 9(05).
           01 WSV-CANT-PROVEEDORES             PIC 9(02) VALUE ZERO.
           01 WSV-IDX-PRV                      PIC 9(02).
           01 WSV-IDX-PRV-HALLADO              PIC 9(02).
           01 WSV-PROV-EN-CURSO                PIC X(03).

      *Totales de control de la corrida.
           01 WSV-CONTADORES.
               02 CTRL-CANT-SERV-LEIDOS        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-PROVEEDOR      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-COBRADOS           PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RECHAZADOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RETENIDOS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-RASTRO         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-FORMATO            PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-ARCHIVOS           PIC 9(03) VALUE ZERO.

      *Nombres de archivo pedidos por consola.
           01 WSV-NOMBRE-SERV                  PIC X(40)
                                                VALUE "SERVICIOS.TXT".
           01 WSV-NOMBRE-CUEN-ACT              PIC X(40)
                                                VALUE "CUEN_ACT.TXT".
           01 WSV-NOMBRE-RECHAZOS              PIC X(40)
                                                VALUE "RECHAZOS.TXT".
           01 WSV-NOMBRE-INCIDENCIAS           PIC X(40)
                                                VALUE
                                                "INCIDENCIAS.TXT".
      *Nombres de los archivos del apareo, con el sufijo de
      *particion cuando corrio particionado (mismo criterio que
      *ProgApareo).
           01 WSV-SUFIJO-PARTICION             PIC X(04) VALUE SPACES.
           01 WSV-TROZO-SUFIJO                 PIC X(05) VALUE SPACES.
           01 WSV-NOMBRE-DUPLICADOS            PIC X(40).
           01 WSV-NOMBRE-PRECIO-EXC            PIC X(40).
           01 WSV-NOMBRE-CONSUMO-RET           PIC X(40).
           01 WSV-NOMBRE-PENDIENTES            PIC X(40).
           01 WSV-NOMBRE-SUSPENSO              PIC X(40).
           01 WSV-NOMBRE-RESPUESTA             PIC X(40).
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
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD
           DISPLAY "Archivo de servicios de la corrida "
                   "(SERVICIOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-SERV
           DISPLAY "Archivo de cuentas actualizadas "
                   "(CUEN_ACT.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-CUEN-ACT
           DISPLAY "Archivo de rechazos "
                   "(RECHAZOS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-RECHAZOS
           DISPLAY "Archivo de incidencias "
                   "(INCIDENCIAS.TXT si no quiere): "
           ACCEPT WSV-NOMBRE-INCIDENCIAS
           DISPLAY "Sufijo de particion del apareo "
                   "(vacio si no quiere): "
           ACCEPT WSV-SUFIJO-PARTICION
           PERFORM 1100-Armar-nombres
           PERFORM 7000-Abrir-archivos
           .
       1100-Armar-nombres.
           MOVE SPACES TO WSV-TROZO-SUFIJO
           IF WSV-SUFIJO-PARTICION NOT = SPACES
               STRING "." DELIMITED BY SIZE
                      WSV-SUFIJO-PARTICION DELIMITED BY SPACE
                      INTO WSV-TROZO-SUFIJO
           END-IF
           MOVE SPACES TO WSV-NOMBRE-DUPLICADOS
           STRING "DUPLICADOS" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-DUPLICADOS
           MOVE SPACES TO WSV-NOMBRE-PRECIO-EXC
           STRING "PRECIO_EXCEPCIONES" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PRECIO-EXC
           MOVE SPACES TO WSV-NOMBRE-CONSUMO-RET
           STRING "CONSUMO_RETENIDO" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-CONSUMO-RET
           MOVE SPACES TO WSV-NOMBRE-PENDIENTES
           STRING "PENDIENTES" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-PENDIENTES
           MOVE SPACES TO WSV-NOMBRE-SUSPENSO
           STRING "SUSPENSO" DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-SUSPENSO
           .
      *.......................... Proceso ..............................
       5000-Proceso.
           PERFORM 5100-Cargar-cobrados
           PERFORM 5200-Cargar-rechazados
           PERFORM 5300-Cargar-retenciones
           PERFORM 5400-Cargar-revisiones
           PERFORM 5500-Clasificar-servicios
           PERFORM 6000-Emitir-respuestas
           .
       5100-Cargar-cobrados.
           PERFORM 7010-Leer-cuen-act
           PERFORM 5110-Pasar-cobrado
               UNTIL (FS-ENTRADA-CUEN-ACT = "10")
               OR (TRAILER-TAG-CUEN-ACT = "TRAILER")
               OR (TRAILER-TAG-CUEN-ACT = "FALLIDO")
               OR (WSV-CANT-COBRADOS >= 999)
           .
       5110-Pasar-cobrado.
           ADD 1 TO WSV-CANT-COBRADOS
           MOVE NRO-CLIE-CUEN-ACT
               TO WST-COB-NRO-CLIE(WSV-CANT-COBRADOS)
           MOVE CANT-SERV-CUEN-ACT
               TO WST-COB-CANT-SERV(WSV-CANT-COBRADOS)
           PERFORM 5120-Pasar-detalle-cobrado
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > CANT-SERV-CUEN-ACT
           PERFORM 7010-Leer-cuen-act
           .
       5120-Pasar-detalle-cobrado.
           MOVE DETALLE-SERV-CUEN-ACT(WSV-IDX-SERV)
               TO WST-COB-COD-SERV(WSV-CANT-COBRADOS, WSV-IDX-SERV)
           .
       5200-Cargar-rechazados.
           PERFORM 7020-Leer-rechazo
           PERFORM 5210-Pasar-rechazado
               UNTIL (FS-ENTRADA-RECHAZOS = "10")
               OR (TRAILER-TAG-RECH = "TRAILER")
               OR (TRAILER-TAG-RECH = "FALLIDO")
               OR (WSV-CANT-RECHAZADOS >= 400)
           .
       5210-Pasar-rechazado.
           ADD 1 TO WSV-CANT-RECHAZADOS
           MOVE NRO-CLIE-RECH
               TO WST-REC-NRO-CLIE(WSV-CANT-RECHAZADOS)
           MOVE MOTIVO-RECH TO WST-REC-MOTIVO(WSV-CANT-RECHAZADOS)
           MOVE CANT-SERV-RECH
               TO WST-REC-CANT-SERV(WSV-CANT-RECHAZADOS)
           PERFORM 5220-Pasar-detalle-rechazado
               VARYING WSV-IDX-SERV FROM 1 BY 1
               UNTIL WSV-IDX-SERV > CANT-SERV-RECH
           PERFORM 7020-Leer-rechazo
           .
       5220-Pasar-detalle-rechazado.
           MOVE DETALLE-SERV-RECH(WSV-IDX-SERV)
               TO WST-REC-COD-SERV(WSV-CANT-RECHAZADOS, WSV-IDX-SERV)
           .
      *Archivos de retencion en el orden de busqueda: duplicados,
      *excepciones de precio, retenidos por consumo, diferidos,
      *suspenso e incidencias. El que falta se informa y se sigue.
       5300-Cargar-retenciones.
           MOVE ZERO TO WSV-CANT-RETENCIONES
           PERFORM 5310-Cargar-duplicados
           PERFORM 5320-Cargar-precio-exc
           PERFORM 5330-Cargar-consumo-ret
           PERFORM 5340-Cargar-pendientes
           PERFORM 5350-Cargar-suspenso
           PERFORM 5360-Cargar-incidencias
           .
       5310-Cargar-duplicados.
           OPEN INPUT ENTRADA-DUPLICADOS
           IF FS-ENTRADA-DUPLICADOS NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-DUPLICADOS
           ELSE
               PERFORM 7110-Leer-duplicado
               PERFORM 5315-Pasar-duplicado
                   UNTIL FS-ENTRADA-DUPLICADOS = "10"
               CLOSE ENTRADA-DUPLICADOS
           END-IF
           .
       5315-Pasar-duplicado.
           MOVE NRO-CLIE-DUP TO WSV-RTN-NRO-CLIE
           MOVE COD-SERV-DUP TO WSV-RTN-COD-SERV
           MOVE FECHA-DUP TO WSV-RTN-FECHA
           MOVE ZERO TO WSV-RTN-MONTO
           MOVE "N" TO WSV-RTN-CON-MONTO
           MOVE PROVEEDOR-DUP TO WSV-RTN-PROVEEDOR
           MOVE "D" TO WSV-RTN-RESULTADO
           PERFORM 5390-Agregar-retencion
           PERFORM 7110-Leer-duplicado
           .
       5320-Cargar-precio-exc.
           OPEN INPUT ENTRADA-PRECIO-EXC
           IF FS-ENTRADA-PRECIO-EXC NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-PRECIO-EXC
           ELSE
               PERFORM 7120-Leer-precio-exc
               PERFORM 5325-Pasar-precio-exc
                   UNTIL FS-ENTRADA-PRECIO-EXC = "10"
               CLOSE ENTRADA-PRECIO-EXC
           END-IF
           .
       5325-Pasar-precio-exc.
           MOVE NRO-CLIE-PEXC TO WSV-RTN-NRO-CLIE
           MOVE COD-SERV-PEXC TO WSV-RTN-COD-SERV
           MOVE ZERO TO WSV-RTN-FECHA
           MOVE MONTO-PEXC TO WSV-RTN-MONTO
           MOVE "S" TO WSV-RTN-CON-MONTO
           MOVE PROVEEDOR-PEXC TO WSV-RTN-PROVEEDOR
           MOVE "P" TO WSV-RTN-RESULTADO
           PERFORM 5390-Agregar-retencion
           PERFORM 7120-Leer-precio-exc
           .
       5330-Cargar-consumo-ret.
           OPEN INPUT ENTRADA-CONSUMO-RET
           IF FS-ENTRADA-CONSUMO-RET NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-CONSUMO-RET
           ELSE
               PERFORM 7130-Leer-consumo-ret
               PERFORM 5335-Pasar-consumo-ret
                   UNTIL FS-ENTRADA-CONSUMO-RET = "10"
               CLOSE ENTRADA-CONSUMO-RET
           END-IF
           .
       5335-Pasar-consumo-ret.
           MOVE NRO-CLIE-CRET TO WSV-RTN-NRO-CLIE
           MOVE COD-SERV-CRET TO WSV-RTN-COD-SERV
           MOVE FECHA-CRET TO WSV-RTN-FECHA
           MOVE ZERO TO WSV-RTN-MONTO
           MOVE "N" TO WSV-RTN-CON-MONTO
           MOVE PROVEEDOR-CRET TO WSV-RTN-PROVEEDOR
           MOVE "H" TO WSV-RTN-RESULTADO
           PERFORM 5390-Agregar-retencion
           PERFORM 7130-Leer-consumo-ret
           .
       5340-Cargar-pendientes.
           OPEN INPUT ENTRADA-PENDIENTES
           IF FS-ENTRADA-PENDIENTES NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-PENDIENTES
           ELSE
               PERFORM 7140-Leer-pendiente
               PERFORM 5345-Pasar-pendiente
                   UNTIL FS-ENTRADA-PENDIENTES = "10"
               CLOSE ENTRADA-PENDIENTES
           END-IF
           .
       5345-Pasar-pendiente.
           MOVE NRO-CLIE-PEND TO WSV-RTN-NRO-CLIE
           MOVE COD-SERV-PEND TO WSV-RTN-COD-SERV
           MOVE FECHA-PEND TO WSV-RTN-FECHA
           MOVE ZERO TO WSV-RTN-MONTO
           MOVE "N" TO WSV-RTN-CON-MONTO
           MOVE PROVEEDOR-PEND TO WSV-RTN-PROVEEDOR
           MOVE "E" TO WSV-RTN-RESULTADO
           PERFORM 5390-Agregar-retencion
           PERFORM 7140-Leer-pendiente
           .
       5350-Cargar-suspenso.
           OPEN INPUT ENTRADA-SUSPENSO
           IF FS-ENTRADA-SUSPENSO NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-SUSPENSO
           ELSE
               PERFORM 7150-Leer-suspenso
               PERFORM 5355-Pasar-suspenso
                   UNTIL FS-ENTRADA-SUSPENSO = "10"
               CLOSE ENTRADA-SUSPENSO
           END-IF
           .
       5355-Pasar-suspenso.
           MOVE NRO-CLIE-SUSP TO WSV-RTN-NRO-CLIE
           MOVE COD-SERV-SUSP TO WSV-RTN-COD-SERV
           MOVE FECHA-SUSP TO WSV-RTN-FECHA
           MOVE ZERO TO WSV-RTN-MONTO
           MOVE "N" TO WSV-RTN-CON-MONTO
           MOVE PROVEEDOR-SUSP TO WSV-RTN-PROVEEDOR
           MOVE "S" TO WSV-RTN-RESULTADO
           PERFORM 5390-Agregar-retencion
           PERFORM 7150-Leer-suspenso
           .
      *Solo las incidencias que vinieron de SERVICIOS (las de
      *CUENTAS no traen codigo de servicio).
       5360-Cargar-incidencias.
           OPEN INPUT ENTRADA-INCIDENCIAS
           IF FS-ENTRADA-INCIDENCIAS NOT = "00"
               DISPLAY "**** No hay " WSV-NOMBRE-INCIDENCIAS
           ELSE
               PERFORM 7160-Leer-incidencia
               PERFORM 5365-Pasar-incidencia
                   UNTIL FS-ENTRADA-INCIDENCIAS = "10"
               CLOSE ENTRADA-INCIDENCIAS
           END-IF
           .
       5365-Pasar-incidencia.
           IF COD-SERV-INCI NOT = SPACES
               MOVE NRO-CLIE-INCI TO WSV-RTN-NRO-CLIE
               MOVE COD-SERV-INCI TO WSV-RTN-COD-SERV
               MOVE ZERO TO WSV-RTN-FECHA
               MOVE ZERO TO WSV-RTN-MONTO
               MOVE "N" TO WSV-RTN-CON-MONTO
               MOVE SPACES TO WSV-RTN-PROVEEDOR
               MOVE "I" TO WSV-RTN-RESULTADO
               PERFORM 5390-Agregar-retencion
           END-IF
           PERFORM 7160-Leer-incidencia
           .
       5390-Agregar-retencion.
           IF WSV-CANT-RETENCIONES >= 2000
               MOVE "Mas de 2000 lineas retenidas o en suspenso"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "WST-RETENCIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-RETENCIONES
           MOVE "N" TO WSV-RTN-USADO
           MOVE WSV-RETENCION-NUEVA
               TO WST-RTN-DET(WSV-CANT-RETENCIONES)
           .
       5400-Cargar-revisiones.
           OPEN INPUT ENTRADA-REVISION
           IF FS-ENTRADA-REVISION NOT = "00"
               DISPLAY "**** No hay INTAKE_REVISION.TXT"
           ELSE
               PERFORM 7170-Leer-revision
               PERFORM 5410-Pasar-revision
                   UNTIL FS-ENTRADA-REVISION = "10"
               CLOSE ENTRADA-REVISION
           END-IF
           .
       5410-Pasar-revision.
           IF WSV-CANT-REVISIONES >= 500
               CLOSE ENTRADA-REVISION
               MOVE "Mas de 500 lineas en INTAKE_REVISION.TXT"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "WST-REVISIONES" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-REVISIONES
           ADD 1 TO CTRL-CANT-FORMATO
           MOVE REV-PROVEEDOR TO WST-REV-PROVEEDOR(WSV-CANT-REVISIONES)
           MOVE REV-LINEA TO WST-REV-LINEA(WSV-CANT-REVISIONES)
           MOVE REV-NRO-CAMPO TO WST-REV-NRO-CAMPO(WSV-CANT-REVISIONES)
           MOVE REV-CAMPO TO WST-REV-CAMPO(WSV-CANT-REVISIONES)
           MOVE REV-MOTIVO TO WST-REV-MOTIVO(WSV-CANT-REVISIONES)
           MOVE REV-LINEA-ORIGEN
               TO WST-REV-LINEA-ORIGEN(WSV-CANT-REVISIONES)
           MOVE REV-PROVEEDOR TO WSV-PROV-EN-CURSO
           PERFORM 5900-Buscar-proveedor
           ADD 1 TO WST-PRV-FORMATO-CANT(WSV-IDX-PRV-HALLADO)
           PERFORM 7170-Leer-revision
           .
      *Cada linea de SERVICIOS se decide primero como en
      *ProgLiquida (cobrada, rechazada o en suspenso) y lo que
      *queda en suspenso se busca en las retenciones del apareo.
      *Las lineas sin proveedor no tienen a quien responderse.
       5500-Clasificar-servicios.
           PERFORM 7030-Leer-servicio
           PERFORM 5510-Clasificar-linea
               UNTIL FS-ENTRADA-SERVICIOS = "10"
           .
       5510-Clasificar-linea.
           ADD 1 TO CTRL-CANT-SERV-LEIDOS
           SET RESULTADO-SUSPENSO TO TRUE
           MOVE SPACE TO WSV-MOTIVO
           PERFORM 5600-Buscar-en-cobrados
           IF RESULTADO-SUSPENSO
               PERFORM 5700-Buscar-en-rechazados
           END-IF
           IF PROVEEDOR-SERV = SPACES
               ADD 1 TO CTRL-CANT-SIN-PROVEEDOR
           ELSE
               IF RESULTADO-SUSPENSO
                   PERFORM 5800-Buscar-retencion
               END-IF
               PERFORM 5520-Guardar-resultado
           END-IF
           PERFORM 7030-Leer-servicio
           .
       5520-Guardar-resultado.
           MOVE PROVEEDOR-SERV TO WSV-PROV-EN-CURSO
           PERFORM 5900-Buscar-proveedor
           IF WSV-CANT-RESULTADOS >= 2000
               MOVE "Mas de 2000 lineas de servicios con proveedor"
                   TO WSV-ANULADO-DESCRIP
               MOVE "TABLA" TO WSV-ANULADO-CODIGO
               MOVE "WST-RESULTADOS" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           ADD 1 TO WSV-CANT-RESULTADOS
           MOVE REGISTRO-ENTRADA-SERVICIOS
               TO WST-RES-LINEA(WSV-CANT-RESULTADOS)
           MOVE WSS-RESULTADO
               TO WST-RES-RESULTADO(WSV-CANT-RESULTADOS)
           MOVE WSV-MOTIVO TO WST-RES-MOTIVO(WSV-CANT-RESULTADOS)
           ADD 1 TO WST-PRV-PRES-CANT(WSV-IDX-PRV-HALLADO)
           ADD MONTO TO WST-PRV-PRES-MONTO(WSV-IDX-PRV-HALLADO)
           EVALUATE TRUE
               WHEN RESULTADO-COBRADO
                   ADD 1 TO WST-PRV-COB-CANT(WSV-IDX-PRV-HALLADO)
                   ADD MONTO
                       TO WST-PRV-COB-MONTO(WSV-IDX-PRV-HALLADO)
                   ADD 1 TO CTRL-CANT-COBRADOS
               WHEN RESULTADO-RECHAZADO
                   ADD 1 TO WST-PRV-REC-CANT(WSV-IDX-PRV-HALLADO)
                   ADD MONTO
                       TO WST-PRV-REC-MONTO(WSV-IDX-PRV-HALLADO)
                   ADD 1 TO CTRL-CANT-RECHAZADOS
               WHEN OTHER
                   ADD 1 TO WST-PRV-SUS-CANT(WSV-IDX-PRV-HALLADO)
                   ADD MONTO
                       TO WST-PRV-SUS-MONTO(WSV-IDX-PRV-HALLADO)
           END-EVALUATE
           .
      *Busca el cliente del servicio en los cobrados y, si esta,
      *consume un renglon libre de su detalle con el mismo codigo.
       5600-Buscar-en-cobrados.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-TAB
           PERFORM 5610-Comparar-cobrado
               UNTIL WSV-IDX-TAB > WSV-CANT-COBRADOS
           IF WSV-IDX-HALLADO > ZERO
               MOVE 1 TO WSV-IDX-SERV
               PERFORM 5620-Comparar-detalle-cob
                   UNTIL WSV-IDX-SERV
                       > WST-COB-CANT-SERV(WSV-IDX-HALLADO)
           END-IF
           .
       5610-Comparar-cobrado.
           IF WST-COB-NRO-CLIE(WSV-IDX-TAB) = NRO-CLIE-SERV
               MOVE WSV-IDX-TAB TO WSV-IDX-HALLADO
               MOVE WSV-CANT-COBRADOS TO WSV-IDX-TAB
           END-IF
           ADD 1 TO WSV-IDX-TAB
           .
       5620-Comparar-detalle-cob.
           IF WST-COB-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
                   = COD-SERV
               SET RESULTADO-COBRADO TO TRUE
               MOVE SPACES TO
                   WST-COB-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
               MOVE WST-COB-CANT-SERV(WSV-IDX-HALLADO)
                   TO WSV-IDX-SERV
           END-IF
           ADD 1 TO WSV-IDX-SERV
           .
       5700-Buscar-en-rechazados.
           MOVE ZERO TO WSV-IDX-HALLADO
           MOVE 1 TO WSV-IDX-TAB
           PERFORM 5710-Comparar-rechazado
               UNTIL WSV-IDX-TAB > WSV-CANT-RECHAZADOS
           IF WSV-IDX-HALLADO > ZERO
               MOVE 1 TO WSV-IDX-SERV
               PERFORM 5720-Comparar-detalle-rec
                   UNTIL WSV-IDX-SERV
                       > WST-REC-CANT-SERV(WSV-IDX-HALLADO)
           END-IF
           .
       5710-Comparar-rechazado.
           IF WST-REC-NRO-CLIE(WSV-IDX-TAB) = NRO-CLIE-SERV
               MOVE WSV-IDX-TAB TO WSV-IDX-HALLADO
               MOVE WSV-CANT-RECHAZADOS TO WSV-IDX-TAB
           END-IF
           ADD 1 TO WSV-IDX-TAB
           .
       5720-Comparar-detalle-rec.
           IF WST-REC-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
                   = COD-SERV
               SET RESULTADO-RECHAZADO TO TRUE
               MOVE WST-REC-MOTIVO(WSV-IDX-HALLADO) TO WSV-MOTIVO
               MOVE SPACES TO
                   WST-REC-COD-SERV(WSV-IDX-HALLADO, WSV-IDX-SERV)
               MOVE WST-REC-CANT-SERV(WSV-IDX-HALLADO)
                   TO WSV-IDX-SERV
           END-IF
           ADD 1 TO WSV-IDX-SERV
           .
      *La primera retencion libre que coincide decide el resultado;
      *si ninguna coincide la linea queda en suspenso sin rastro.
       5800-Buscar-retencion.
           MOVE 1 TO WSV-IDX-RTN
           PERFORM 5810-Comparar-retencion
               UNTIL WSV-IDX-RTN > WSV-CANT-RETENCIONES
           IF RESULTADO-SUSPENSO
               ADD 1 TO CTRL-CANT-SIN-RASTRO
           ELSE
               ADD 1 TO CTRL-CANT-RETENIDOS
           END-IF
           .
       5810-Comparar-retencion.
           IF (WST-RTN-USADO(WSV-IDX-RTN) = "N")
                   AND (WST-RTN-NRO-CLIE(WSV-IDX-RTN) = NRO-CLIE-SERV)
                   AND (WST-RTN-COD-SERV(WSV-IDX-RTN) = COD-SERV)
                   AND ((WST-RTN-FECHA(WSV-IDX-RTN) = ZERO)
                       OR (WST-RTN-FECHA(WSV-IDX-RTN) = FECHA-SERV))
                   AND ((WST-RTN-PROVEEDOR(WSV-IDX-RTN) = SPACES)
                       OR (WST-RTN-PROVEEDOR(WSV-IDX-RTN)
                           = PROVEEDOR-SERV))
                   AND ((WST-RTN-CON-MONTO(WSV-IDX-RTN) = "N")
                       OR (WST-RTN-MONTO(WSV-IDX-RTN) = MONTO))
               MOVE WST-RTN-RESULTADO(WSV-IDX-RTN) TO WSS-RESULTADO
               MOVE "S" TO WST-RTN-USADO(WSV-IDX-RTN)
               MOVE WSV-CANT-RETENCIONES TO WSV-IDX-RTN
           END-IF
           ADD 1 TO WSV-IDX-RTN
           .
       5900-Buscar-proveedor.
           MOVE ZERO TO WSV-IDX-PRV-HALLADO
           MOVE 1 TO WSV-IDX-PRV
           PERFORM 5910-Comparar-proveedor
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           IF WSV-IDX-PRV-HALLADO = ZERO
               IF WSV-CANT-PROVEEDORES >= 50
                   MOVE "Mas de 50 proveedores en la respuesta"
                       TO WSV-ANULADO-DESCRIP
                   MOVE "TABLA" TO WSV-ANULADO-CODIGO
                   MOVE "WST-PROVEEDORES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               ADD 1 TO WSV-CANT-PROVEEDORES
               INITIALIZE WST-PRV-DET(WSV-CANT-PROVEEDORES)
               MOVE WSV-PROV-EN-CURSO
                   TO WST-PRV-ID(WSV-CANT-PROVEEDORES)
               MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV-HALLADO
           END-IF
           .
       5910-Comparar-proveedor.
           IF WST-PRV-ID(WSV-IDX-PRV) = WSV-PROV-EN-CURSO
               MOVE WSV-IDX-PRV TO WSV-IDX-PRV-HALLADO
               MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV
           END-IF
           ADD 1 TO WSV-IDX-PRV
           .
      *Un archivo por proveedor: encabezado, sus lineas de
      *SERVICIOS con el resultado, sus lineas rechazadas por
      *formato y el trailer con los totales de la liquidacion.
       6000-Emitir-respuestas.
           PERFORM 6100-Emitir-respuesta
               VARYING WSV-IDX-PRV FROM 1 BY 1
               UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES
           .
       6100-Emitir-respuesta.
           MOVE SPACES TO WSV-NOMBRE-RESPUESTA
           STRING "RESPUESTA_" DELIMITED BY SIZE
                  WST-PRV-ID(WSV-IDX-PRV) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  WSV-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-RESPUESTA
           OPEN OUTPUT SALIDA-RESPUESTA
           IF FS-SALIDA-RESPUESTA NOT = "00"
               MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
               MOVE FS-SALIDA-RESPUESTA TO WSV-ANULADO-CODIGO
               MOVE "SALIDA-RESPUEST" TO WSV-ANULADO-OBJETO
               PERFORM 8900-Mostrar-anulado
           END-IF
           MOVE "H" TO RSP-H-TIPO-REG
           MOVE WST-PRV-ID(WSV-IDX-PRV) TO RSP-H-PROVEEDOR
           MOVE WSV-FECHA-CORRIDA TO RSP-H-FECHA
           MOVE WSV-NOMBRE-SERV TO RSP-H-NOMBRE-SERV
           WRITE REGISTRO-RSP-HEADER
           PERFORM 6110-Emitir-detalle
               VARYING WSV-IDX-RES FROM 1 BY 1
               UNTIL WSV-IDX-RES > WSV-CANT-RESULTADOS
           PERFORM 6120-Emitir-formato
               VARYING WSV-IDX-REV FROM 1 BY 1
               UNTIL WSV-IDX-REV > WSV-CANT-REVISIONES
           MOVE "T" TO RSP-T-TIPO-REG
           MOVE WST-PRV-ID(WSV-IDX-PRV) TO RSP-T-PROVEEDOR
           MOVE WST-PRV-PRES-CANT(WSV-IDX-PRV) TO RSP-T-PRES-CANT
           MOVE WST-PRV-PRES-MONTO(WSV-IDX-PRV) TO RSP-T-PRES-MONTO
           MOVE WST-PRV-COB-CANT(WSV-IDX-PRV) TO RSP-T-COB-CANT
           MOVE WST-PRV-COB-MONTO(WSV-IDX-PRV) TO RSP-T-COB-MONTO
           MOVE WST-PRV-REC-CANT(WSV-IDX-PRV) TO RSP-T-REC-CANT
           MOVE WST-PRV-REC-MONTO(WSV-IDX-PRV) TO RSP-T-REC-MONTO
           MOVE WST-PRV-SUS-CANT(WSV-IDX-PRV) TO RSP-T-SUS-CANT
           MOVE WST-PRV-SUS-MONTO(WSV-IDX-PRV) TO RSP-T-SUS-MONTO
           MOVE WST-PRV-FORMATO-CANT(WSV-IDX-PRV)
               TO RSP-T-FORMATO-CANT
           WRITE REGISTRO-RSP-TRAILER
           CLOSE SALIDA-RESPUESTA
           ADD 1 TO CTRL-CANT-ARCHIVOS
           DISPLAY "Respuesta " WSV-NOMBRE-RESPUESTA
           DISPLAY "  Presentado: " WST-PRV-PRES-CANT(WSV-IDX-PRV)
                   "  Cobrado: " WST-PRV-COB-CANT(WSV-IDX-PRV)
                   "  Rechazado: " WST-PRV-REC-CANT(WSV-IDX-PRV)
                   "  Suspenso: " WST-PRV-SUS-CANT(WSV-IDX-PRV)
                   "  Formato: " WST-PRV-FORMATO-CANT(WSV-IDX-PRV)
           .
       6110-Emitir-detalle.
           MOVE WST-RES-LINEA(WSV-IDX-RES) TO WSV-LINEA-SERVICIO
           IF WSV-LIN-PROVEEDOR = WST-PRV-ID(WSV-IDX-PRV)
               MOVE "D" TO RSP-D-TIPO-REG
               MOVE WSV-LIN-NRO-CLIE TO RSP-D-NRO-CLIE
               MOVE WSV-LIN-COD-SERV TO RSP-D-COD-SERV
               MOVE WSV-LIN-FECHA TO RSP-D-FECHA
               MOVE WSV-LIN-MONTO TO RSP-D-MONTO
               MOVE WSV-LIN-MONEDA TO RSP-D-MONEDA
               MOVE WSV-LIN-TIPO-MOVIM TO RSP-D-TIPO-MOVIM
               MOVE WSV-LIN-NRO-CUOTA TO RSP-D-NRO-CUOTA
               MOVE WSV-LIN-TOT-CUOTAS TO RSP-D-TOT-CUOTAS
               MOVE WSV-LIN-NRO-CTA TO RSP-D-NRO-CTA
               MOVE WST-RES-RESULTADO(WSV-IDX-RES) TO RSP-D-RESULTADO
               MOVE WST-RES-MOTIVO(WSV-IDX-RES) TO RSP-D-MOTIVO-RECH
               WRITE REGISTRO-RSP-DETALLE
           END-IF
           .
       6120-Emitir-formato.
           IF WST-REV-PROVEEDOR(WSV-IDX-REV) = WST-PRV-ID(WSV-IDX-PRV)
               MOVE "F" TO RSP-F-TIPO-REG
               MOVE WST-REV-LINEA(WSV-IDX-REV) TO RSP-F-LINEA
               MOVE "F" TO RSP-F-RESULTADO
               MOVE WST-REV-NRO-CAMPO(WSV-IDX-REV) TO RSP-F-NRO-CAMPO
               MOVE WST-REV-CAMPO(WSV-IDX-REV) TO RSP-F-CAMPO
               MOVE WST-REV-MOTIVO(WSV-IDX-REV) TO RSP-F-MOTIVO
               MOVE WST-REV-LINEA-ORIGEN(WSV-IDX-REV)
                   TO RSP-F-LINEA-ORIGEN
               WRITE REGISTRO-RSP-FORMATO
           END-IF
           .
      *************************** Archivo ******************************
       7000-Abrir-archivos.
           OPEN INPUT ENTRADA-SERVICIOS
               IF FS-ENTRADA-SERVICIOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ENTRADA-SERVICIOS TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-SERVICI" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           OPEN INPUT ENTRADA-CUEN-ACT
               IF FS-ENTRADA-CUEN-ACT NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ENTRADA-CUEN-ACT TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-CUENACT" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           OPEN INPUT ENTRADA-RECHAZOS
               IF FS-ENTRADA-RECHAZOS NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-ENTRADA-RECHAZOS TO WSV-ANULADO-CODIGO
                   MOVE "ENTRADA-RECHAZO" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
           .
       7010-Leer-cuen-act.
           READ ENTRADA-CUEN-ACT
           IF (FS-ENTRADA-CUEN-ACT = "00")
                   AND (REGISTRO-ENTRADA-CUEN-ACT (1:6) = "HEADER")
               READ ENTRADA-CUEN-ACT
           END-IF
           .
       7020-Leer-rechazo.
           READ ENTRADA-RECHAZOS
           IF (FS-ENTRADA-RECHAZOS = "00")
                   AND (REGISTRO-ENTRADA-RECHAZOS (1:6) = "HEADER")
               READ ENTRADA-RECHAZOS
           END-IF
           .
       7030-Leer-servicio.
           READ ENTRADA-SERVICIOS
           IF (FS-ENTRADA-SERVICIOS = "00")
                   AND (REGISTRO-ENTRADA-SERVICIOS (1:6) = "HEADER")
               READ ENTRADA-SERVICIOS
           END-IF
           .
       7110-Leer-duplicado.
           READ ENTRADA-DUPLICADOS
           .
       7120-Leer-precio-exc.
           READ ENTRADA-PRECIO-EXC
           .
       7130-Leer-consumo-ret.
           READ ENTRADA-CONSUMO-RET
           .
       7140-Leer-pendiente.
           READ ENTRADA-PENDIENTES
           .
       7150-Leer-suspenso.
           READ ENTRADA-SUSPENSO
           .
      *INCIDENCIAS trae encabezado y trailer de control: se saltean.
       7160-Leer-incidencia.
           READ ENTRADA-INCIDENCIAS
           IF (FS-ENTRADA-INCIDENCIAS = "00")
                   AND (REGISTRO-ENTRADA-INCIDENCIAS (1:6) = "HEADER")
               READ ENTRADA-INCIDENCIAS
           END-IF
           IF (FS-ENTRADA-INCIDENCIAS = "00")
                   AND (REGISTRO-ENTRADA-INCIDENCIAS (1:7) = "TRAILER")
               MOVE "10" TO FS-ENTRADA-INCIDENCIAS
           END-IF
           .
       7170-Leer-revision.
           READ ENTRADA-REVISION
           .
       7000-Cerrar-archivos.
           CLOSE ENTRADA-SERVICIOS
           CLOSE ENTRADA-CUEN-ACT
           CLOSE ENTRADA-RECHAZOS
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
           MOVE "ProgRespue"        TO LOG-ANUL-PROGRAMA
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
           PERFORM 7000-Cerrar-archivos.
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Servicios leidos:   " CTRL-CANT-SERV-LEIDOS
           DISPLAY "Sin proveedor:      " CTRL-CANT-SIN-PROVEEDOR
           DISPLAY "Cobrados:           " CTRL-CANT-COBRADOS
           DISPLAY "Rechazados:         " CTRL-CANT-RECHAZADOS
           DISPLAY "Retenidos/derivados:" CTRL-CANT-RETENIDOS
           DISPLAY "Suspenso sin rastro:" CTRL-CANT-SIN-RASTRO
           DISPLAY "Rechazos de formato:" CTRL-CANT-FORMATO
           DISPLAY "Archivos de respuesta: " CTRL-CANT-ARCHIVOS
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
           PERFORM 9999-Stop-Run
           .
       9999-Stop-Run.
           STOP RUN.
