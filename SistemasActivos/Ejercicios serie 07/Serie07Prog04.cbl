           SELECT ARCH-HIST-RECHAZOS ASSIGN DYNAMIC WS-NOMBRE-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST-RECHAZOS.
      *Copia de trabajo del historial de rechazos, indexada por
      *cliente+cuenta: se arma al empezar desde HIST_RECHAZOS, se
      *actualiza por clave en cada rechazo y se descarga al final.
           SELECT ARCH-HIST-TRABAJO
           ASSIGN DYNAMIC WS-NOMBRE-HIST-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTR-CLAVE
           FILE STATUS FS-HIST-TRABAJO.
      *Tabla de cambio del dia, mantenida por PGENCOTI; se consulta
      *por moneda origen+destino en su indexado (RINDICE).
           SELECT ARCH-COTIZACIONES ASSIGN TO "COTIZACIONES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CXI-CLAVE
           FILE STATUS FS-COTIZACIONES.
      *Detalle de IVA de la corrida: una linea por cada servicio
      *efectivamente debitado con tasa de IVA en el catalogo, con el
           ASSIGN DYNAMIC WS-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUPLICADOS.
      *Ordenes de debito para el banco de los clientes que tienen la
      *plata en otra entidad (CTA-BANCARIA-CUEN cargada): una por
      *servicio debitado, en el formato de intercambio del banco.
           SELECT SALIDA-DEBITOS-BCO
           ASSIGN DYNAMIC WS-NOMBRE-DEBITOS-BCO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DEBITOS-BCO.
      *Ultimo numero de ticket de incidencia emitido, persistido
      *entre corridas para que los tickets nunca se repitan.
           SELECT ARCH-TICKETS ASSIGN DYNAMIC WS-NOMBRE-TICKETS
           SELECT SALIDA-SUSPENSO ASSIGN DYNAMIC WS-NOMBRE-SUSPENSO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SUSPENSO.
      *Copia de trabajo del suspenso de la corrida anterior,
      *indexada por cliente+cuenta+orden de llegada: es la fuente
      *ordenada de la mezcla de servicios y donde se buscan los
      *intentos previos de cada huerfano.
           SELECT ARCH-SUSP-TRABAJO
           ASSIGN DYNAMIC WS-NOMBRE-SUSP-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STR-CLAVE
           FILE STATUS FS-SUSP-TRABAJO.
      *Incidencias pendientes de la corrida anterior, apartadas
      *antes de que se pise INCIDENCIAS.TXT y vueltas a volcar en
      *la salida nueva.
           SELECT ARCH-INCI-ARRASTRE
           ASSIGN DYNAMIC WS-NOMBRE-INCI-ARRASTRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INCI-ARRASTRE.
      *Maestro de mandatos de debito directo (mantenido por
      *PGENMAND): que cliente autorizo que servicio. Con el maestro
      *presente, todo servicio sin mandato activo se rechaza con su
      *propio motivo; sin maestro no hay control, como siempre. Se
      *consulta por cliente+servicio en su indexado (RINDICE).
           SELECT ARCH-MANDATOS ASSIGN TO "MANDATOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MXI-CLAVE
           FILE STATUS FS-MANDATOS.
      *Lista de clientes bloqueados por politica (mantenida por
      *PGENBLOQ): sus servicios se rechazan sin intentar el debito.
      *Se consulta por cliente en su indexado (RINDICE).
           SELECT ARCH-BLOQUEADOS
           ASSIGN TO "CLIENTES_BLOQUEADOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BXI-NRO-CLIE
           FILE STATUS FS-BLOQUEADOS.
      *Archivo generico usado para copiar, linea por linea, cada
      *entrada/salida de la corrida hacia su backup con fecha.
           SELECT ARCH-CORRIDAS ASSIGN DYNAMIC WS-NOMBRE-CORRIDAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CORRIDAS.
      *Archivos que no llegaron al corte de la cadena nocturna y con
      *los que se siguio (lo deja ProgCadena), para el acta.
           SELECT ARCH-FALTANTES ASSIGN TO "ARCHIVOS_FALTANTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FALTANTES.
      *Historia por cliente (la arma ProgHistoria): de ahi sale el
      *consumo promedio de cada cuenta en los ciclos anteriores.
           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA_CLIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.
      *Consumo historico de la corrida, indexado por cliente+cuenta:
      *se arma al empezar desde HISTORIA_CLIENTES y se consulta por
      *clave en cada cuenta.
           SELECT ARCH-CONS-TRABAJO
           ASSIGN DYNAMIC WS-NOMBRE-CONS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-CLAVE
           FILE STATUS FS-CONS-TRABAJO.
      *Total presentado a cada cuenta en esta corrida, que
      *ProgHistoria vuelca en la historia del ciclo.
           SELECT SALIDA-CONSUMOS ASSIGN DYNAMIC WS-NOMBRE-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONSUMOS.
      *Cuentas cuyo total del ciclo supera el multiplo de su
      *consumo promedio: todos sus servicios quedan retenidos para
      *que el operador los libere o descarte con ProgConsumo. Las
      *retenciones de corridas anteriores todavia sin decidir se
      *arrastran a la salida nueva.
           SELECT ARCH-CONSUMO-RET-PREV
           ASSIGN DYNAMIC WS-NOMBRE-CONSUMO-RET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONSUMO-RET-PREV.

           SELECT SALIDA-CONSUMO-RET
           ASSIGN DYNAMIC WS-NOMBRE-CONSUMO-RET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONSUMO-RET.
      *Cuentas liberadas por el operador en ProgConsumo: en la
      *corrida siguiente no se vuelven a retener por consumo.
           SELECT ARCH-CONSUMO-LIB
           ASSIGN DYNAMIC WS-NOMBRE-CONSUMO-LIB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONSUMO-LIB.
      *Excepciones de precio y repeticiones retenidas de corridas
      *anteriores que el supervisor todavia no decidio en
      *ProgRetenidos: se arrastran a la salida nueva, igual que las
      *retenciones por consumo.
           SELECT ARCH-PRECIO-EXC-PREV
           ASSIGN DYNAMIC WS-NOMBRE-PRECIO-EXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRECIO-EXC-PREV.

           SELECT ARCH-DUPLICADOS-PREV
           ASSIGN DYNAMIC WS-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DUPLICADOS-PREV.
      *Lineas retenidas que el supervisor libero en ProgRetenidos: ya
      *volvieron a entrar por PENDIENTES y esta corrida no las vuelve
      *a retener.
           SELECT ARCH-RET-LIBERADOS
           ASSIGN DYNAMIC WS-NOMBRE-RET-LIBERADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RET-LIBERADOS.
      *Lista de clientes de una refacturacion fuera de ciclo (la
      *arma el operador): solo esos clientes se reprocesan.
           SELECT ARCH-REFACTURA
           ASSIGN DYNAMIC WS-NOMBRE-REFACTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REFACTURA.
      *Maestro de ciclo de vida de las cuentas bancarias (lo alimenta
      *PROG0007 y lo mantiene PGENCTAS): se lee al inicio y, si algun
      *debito reactivo una cuenta dormida, se regraba al final.
           SELECT ARCH-MAESTRO-CTAS
           ASSIGN DYNAMIC WS-NOMBRE-MAESTRO-CTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO-CTAS.
      *Copia de trabajo del maestro de cuentas bancarias, indexada
      *por numero de cuenta bancaria: se arma al empezar, se consulta
      *y actualiza por clave, y de ahi se regraba el maestro.
           SELECT ARCH-MCT-TRABAJO
           ASSIGN DYNAMIC WS-NOMBRE-MCT-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTR-CTA-BANC
           FILE STATUS FS-MCT-TRABAJO.
      *Listado de clientes de CUENTAS cuya cuenta bancaria no existe
      *en el maestro de ciclo de vida.
           SELECT SALIDA-SIN-MAESTRO
           ASSIGN DYNAMIC WS-NOMBRE-SIN-MAESTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SIN-MAESTRO.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *por regla de proteccion (piso intocable o tope de debito),
      *M = sin mandato de debito vigente, para que cobranzas
      *distinga cada causa de una cuenta sin plata.
      *D = debito devuelto por el banco (lo graba ProgRebotes con
      *la respuesta del banco a DEBITOS_BANCO.TXT).
      *C = la cuenta bancaria esta cerrada o nunca se emitio segun
      *MAESTRO_CUENTAS.TXT.
                   02 MOTIVO-RECH              PIC X(01).
                       88 MOTIVO-FONDOS            VALUE "F".
                       88 MOTIVO-BLOQUEO           VALUE "B".
                       88 MOTIVO-PROTECCION        VALUE "P".
                       88 MOTIVO-MANDATO           VALUE "M".
                       88 MOTIVO-DEVUELTO-BCO      VALUE "D".
                       88 MOTIVO-CUENTA-CERRADA    VALUE "C".
      *Cuenta del cliente sobre la que se rechazo el debito.
                   02 NRO-CTA-RECH             PIC 9(02).
      *Sucursal de la cuenta, para los subtotales por sucursal.
                   02 PROVEEDOR-SUSP           PIC X(03).
                   02 NRO-CTA-SUSP             PIC 9(02).
      *
      *Archivo SUSP_TRABAJO (suspenso anterior indexado); la
      *secuencia conserva el orden de llegada dentro de la cuenta.
           FD ARCH-SUSP-TRABAJO.
               01 REGISTRO-SUSP-TRABAJO.
                   02 STR-CLAVE.
                       03 STR-NRO-CLIE         PIC 9(03).
                       03 STR-NRO-CTA          PIC 9(02).
                       03 STR-SECUENCIA        PIC 9(07).
                   02 STR-COD-SERV             PIC X(03).
                   02 STR-MONTO                PIC 999V99.
                   02 STR-MONEDA               PIC X(03).
                   02 STR-FECHA                PIC 9(08).
                   02 STR-INTENTOS             PIC 9(02).
                   02 STR-TIPO                 PIC X(01).
                   02 STR-NRO-CUOTA            PIC 9(02).
                   02 STR-TOT-CUOTAS           PIC 9(02).
                   02 STR-PROVEEDOR            PIC X(03).
      *
      *Archivo INCI_ARRASTRE (incidencias pendientes apartadas)
           FD ARCH-INCI-ARRASTRE.
               01 LINEA-INCI-ARRASTRE          PIC X(80).
      *
      *Archivo MANDATOS indexado (MANDATOS.TXT de PGENMAND)
           FD ARCH-MANDATOS.
               COPY REG-MANDIDX.
      *
      *Archivo CLIENTES_BLOQUEADOS indexado (el .TXT de PGENBLOQ)
           FD ARCH-BLOQUEADOS.
               COPY REG-BLOQIDX.
      *
      *Archivo TICKETS
      *Ultimo numero de ticket de incidencia emitido.
                   02 HIST-CANT-RECHAZOS       PIC 9(03).
                   02 HIST-NRO-CTA             PIC 9(02).
      *
      *Archivo HIST_TRABAJO (historial indexado de la corrida)
           FD ARCH-HIST-TRABAJO.
               01 REGISTRO-HIST-TRABAJO.
                   02 HTR-CLAVE.
                       03 HTR-NRO-CLIE         PIC 9(03).
                       03 HTR-NRO-CTA          PIC 9(02).
                   02 HTR-CANT-RECHAZOS        PIC 9(03).
      *
      *Archivo COTIZACIONES indexado (COTIZACIONES.TXT de PGENCOTI)
           FD ARCH-COTIZACIONES.
               COPY REG-COTIIDX.
      *
      *Archivo PENDIENTES de la corrida anterior (mismo layout que
      *SERVICIOS).
      *
      *Archivo DUPLICADOS: una linea por cada repeticion retenida,
      *con el importe de la primera aparicion (la unica debitada) y
      *el de la repeticion, para que facturacion revise ambas, mas
      *la fecha de la retencion y la nota que deja ProgRetenidos.
           FD SALIDA-DUPLICADOS.
               01 REGISTRO-SALIDA-DUPLICADO.
                   02 DUP-NRO-CLIE             PIC 9(03).
                   02 DUP-TOT-CUOTAS           PIC 9(02).
                   02 DUP-PROVEEDOR            PIC X(03).
                   02 DUP-NRO-CTA              PIC 9(02).
                   02 DUP-FECHA-RETENCION      PIC 9(08).
                   02 DUP-NOTA                 PIC X(30).
      *
      *Archivo DEBITOS_BANCO: intercambio con el banco. Registro H de
      *cabecera (entidad, fecha y secuencia de la corrida), un D por
      *servicio debitado sobre una cuenta bancaria externa y un T de
      *control con cantidad, importe total y suma de los numeros de
      *cuenta bancaria, que el banco recalcula para validar el lote.
      *La referencia (secuencia de corrida + numero de orden) vuelve
      *en la respuesta del banco y es la clave de ProgRebotes.
           FD SALIDA-DEBITOS-BCO.
               01 REGISTRO-DEBITO-BCO.
                   02 DBC-TIPO                 PIC X(01).
                   02 DBC-REFERENCIA.
                       03 DBC-REF-SECUENCIA    PIC 9(05).
                       03 DBC-REF-ORDEN        PIC 9(05).
                   02 DBC-CTA-BANC             PIC 9(11).
                   02 DBC-NRO-CLIE             PIC 9(03).
                   02 DBC-NRO-CTA              PIC 9(02).
                   02 DBC-COD-SERV             PIC X(03).
                   02 DBC-MONTO                PIC 9(05)V99.
                   02 DBC-MONEDA               PIC X(03).
                   02 DBC-FECHA-DEBITO         PIC 9(08).
               01 REGISTRO-CABECERA-DBC.
                   02 DBC-CAB-TIPO             PIC X(01).
                   02 DBC-CAB-ENTIDAD          PIC X(20).
                   02 DBC-CAB-FECHA            PIC 9(08).
                   02 DBC-CAB-SECUENCIA        PIC 9(05).
               01 REGISTRO-CONTROL-DBC.
                   02 DBC-CTL-TIPO             PIC X(01).
                   02 DBC-CTL-CANTIDAD         PIC 9(07).
                   02 DBC-CTL-MONTO            PIC 9(11)V99.
                   02 DBC-CTL-SUMA-CUENTAS     PIC 9(15).
                   02 DBC-CTL-MARCA            PIC X(07).
      *
      *Archivo IVA_DETALLE: una linea por cada servicio debitado con
      *tasa de IVA, con bruto = neto + impuesto (los montos de
      *
      *Archivo PRECIO_EXCEPCIONES: una linea por cada servicio
      *retenido por desvio de precio, con el monto presentado, el
      *precio de lista y el desvio en por ciento. Detras va el resto
      *de la linea de SERVICIOS, para que ProgRetenidos la pueda
      *liberar, la fecha de la retencion y la nota del supervisor.
           FD SALIDA-PRECIO-EXC.
               01 REGISTRO-SALIDA-PRECIO-EXC.
                   02 NRO-CLIE-PEXC            PIC 9(03).
                   02 PRECIO-LISTA-PEXC        PIC 999V99.
                   02 DESVIO-PORC-PEXC         PIC 9(03)V99.
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
      *Archivo CONVERSIONES: una linea por cada servicio convertido de
      *moneda, con el monto original y la tasa usada, para poder
      *Fecha | Hora | 5 nombres de archivo | opciones | 6 contadores
      *| Estado final (N=normal A=anulada)
           FD ARCH-CORRIDAS.
               COPY REG-CORRIDA.
      *
      *Archivo ARCHIVOS_FALTANTES
           FD ARCH-FALTANTES.
               COPY REG-FALTANTE.
      *
      *Archivo HISTORIA_CLIENTES (mismo layout que escribe
      *ProgHistoria); aca solo interesa el consumo del ciclo.
           FD ARCH-HISTORIA.
               01 REGISTRO-HISTORIA.
                   02 HIS-FECHA                PIC 9(08).
                   02 HIS-NRO-CLIE             PIC 9(03).
                   02 HIS-NRO-CTA              PIC 9(02).
                   02 FILLER                   PIC X(73).
                   02 HIS-MONTO-CICLO          PIC 9(05)V99.
      *
      *Archivo CONSUMO_TRABAJO (consumo historico indexado de la
      *corrida): suma y cantidad de ciclos con consumo registrado.
           FD ARCH-CONS-TRABAJO.
               01 REGISTRO-CONS-TRABAJO.
                   02 CTR-CLAVE.
                       03 CTR-NRO-CLIE         PIC 9(03).
                       03 CTR-NRO-CTA          PIC 9(02).
                   02 CTR-SUMA                 PIC 9(07)V99.
                   02 CTR-CANT                 PIC 9(03).
      *
      *Archivo CONSUMOS: cliente | cuenta | total del ciclo (deuda
      *acumulada antes de decidir, los creditos restados; cero si
      *quedo a favor del cliente) | moneda de la cuenta.
           FD SALIDA-CONSUMOS.
               01 REGISTRO-CONSUMO.
                   02 CSM-NRO-CLIE             PIC 9(03).
                   02 CSM-NRO-CTA              PIC 9(02).
                   02 CSM-MONTO-CICLO          PIC 9(05)V99.
                   02 CSM-MONEDA               PIC X(03).
      *
      *Archivo CONSUMO_RETENIDO: una linea por servicio retenido,
      *tal como vino (layout SERVICIOS, con la cuenta normalizada),
      *mas la fecha de la retencion, el total del ciclo y el
      *promedio historico con que se comparo.
           FD SALIDA-CONSUMO-RET.
               01 REGISTRO-CONSUMO-RET.
                   02 RET-SERVICIO.
                       03 RET-NRO-CLIE         PIC 9(03).
                       03 RET-COD-SERV         PIC X(03).
                       03 RET-MONTO            PIC 999V99.
                       03 RET-MONEDA           PIC X(03).
                       03 RET-FECHA-SERV       PIC 9(08).
                       03 RET-TIPO-MOVIM       PIC X(01).
                       03 RET-NRO-CUOTA        PIC 9(02).
                       03 RET-TOT-CUOTAS       PIC 9(02).
                       03 RET-PROVEEDOR        PIC X(03).
                       03 RET-NRO-CTA          PIC 9(02).
                   02 RET-FECHA-RETENCION      PIC 9(08).
                   02 RET-TOTAL-CICLO          PIC 9(05)V99.
                   02 RET-PROMEDIO             PIC 9(05)V99.
      *
      *Archivo CONSUMO_RETENIDO de corridas anteriores (mismo
      *layout), visto solo por la fecha de retencion.
           FD ARCH-CONSUMO-RET-PREV.
               01 REGISTRO-CONSUMO-RET-PREV.
                   02 RET-PREV-SERVICIO        PIC X(32).
                   02 RET-PREV-FECHA           PIC 9(08).
                   02 RET-PREV-RESTO           PIC X(14).
      *
      *Archivo CONSUMO_LIBERADO (lo escribe ProgConsumo)
      *Cliente | Cuenta | Fecha de liberacion | Legajo del operador
           FD ARCH-CONSUMO-LIB.
               01 REGISTRO-CONSUMO-LIB.
                   02 LIB-NRO-CLIE             PIC 9(03).
                   02 LIB-NRO-CTA              PIC 9(02).
                   02 LIB-FECHA                PIC 9(08).
                   02 LIB-OPERADOR             PIC 9(03).
      *
      *Archivos PRECIO_EXCEPCIONES y DUPLICADOS de corridas anteriores
      *(mismo layout), vistos solo por la fecha de retencion.
           FD ARCH-PRECIO-EXC-PREV.
               01 REGISTRO-PRECIO-EXC-PREV.
                   02 PEXC-PREV-DATOS          PIC X(42).
                   02 PEXC-PREV-FECHA          PIC X(08).
                   02 PEXC-PREV-NOTA           PIC X(30).

           FD ARCH-DUPLICADOS-PREV.
               01 REGISTRO-DUPLICADO-PREV.
                   02 DUP-PREV-DATOS           PIC X(37).
                   02 DUP-PREV-FECHA           PIC X(08).
                   02 DUP-PREV-NOTA            PIC X(30).
      *
      *Archivo RETENIDOS_LIBERADOS (lo escribe ProgRetenidos)
      *Origen (P precio / D duplicado) | Cliente | Cuenta | Servicio |
      *Monto | Fecha del servicio | Fecha de liberacion | Legajo
           FD ARCH-RET-LIBERADOS.
               01 REGISTRO-RET-LIBERADO.
                   02 RLB-ORIGEN               PIC X(01).
                   02 RLB-NRO-CLIE             PIC 9(03).
                   02 RLB-NRO-CTA              PIC 9(02).
                   02 RLB-COD-SERV             PIC X(03).
                   02 RLB-MONTO                PIC 999V99.
                   02 RLB-FECHA-SERV           PIC 9(08).
                   02 RLB-FECHA                PIC 9(08).
                   02 RLB-OPERADOR             PIC 9(03).
      *
      *Archivo de lista de refacturacion: un cliente por linea.
           FD ARCH-REFACTURA.
               01 REGISTRO-REFACTURA.
                   02 REF-NRO-CLIE             PIC 9(03).
      *
      *Archivo MAESTRO_CUENTAS (mismo layout que mantiene PGENCTAS).
      *Sucursal, producto, numero y DV van juntos en el mismo orden
      *que CTA-BANCARIA-CUEN. Estado A activa / C cerrada.
           FD ARCH-MAESTRO-CTAS.
               01 REGISTRO-MAESTRO-CTAS.
                   02 MCT-CTA-BANC             PIC 9(11).
                   02 MCT-FECHA-ALTA           PIC 9(08).
                   02 MCT-ESTADO               PIC X(01).
                   02 MCT-FECHA-ACTIV          PIC 9(08).
      *
      *Archivo MAESTRO_TRABAJO (maestro de cuentas bancarias
      *indexado de la corrida, mismo layout que MAESTRO_CUENTAS).
           FD ARCH-MCT-TRABAJO.
               01 REGISTRO-MCT-TRABAJO.
                   02 MTR-CTA-BANC             PIC 9(11).
                   02 MTR-FECHA-ALTA           PIC 9(08).
                   02 MTR-ESTADO               PIC X(01).
                   02 MTR-FECHA-ACTIV          PIC 9(08).
      *
      *Archivo CUENTAS_SIN_MAESTRO: cliente, cuenta y numero bancario
      *que no figura en MAESTRO_CUENTAS.
           FD SALIDA-SIN-MAESTRO.
               01 REGISTRO-SIN-MAESTRO.
                   02 NRO-CLIE-SMAE            PIC 9(03).
                   02 NOMBRE-CLIE-SMAE         PIC X(10).
                   02 NRO-CTA-SMAE             PIC 9(02).
                   02 SUCURSAL-SMAE            PIC 9(03).
                   02 CTA-BANC-SMAE            PIC 9(11).
                   02 FECHA-SMAE               PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
      *Variables del file status
           01 FS-SALIDA-PENDIENTES             PIC X(02) VALUE ZEROES.
           01 FS-SERV-TRABAJO                  PIC X(02) VALUE ZEROES.
           01 FS-DUPLICADOS                    PIC X(02) VALUE ZEROES.
           01 FS-DEBITOS-BCO                   PIC X(02) VALUE ZEROES.
           01 FS-TICKETS                       PIC X(02) VALUE ZEROES.
           01 FS-SUSPENSO-PREV                 PIC X(02) VALUE ZEROES.
           01 FS-SALIDA-SUSPENSO               PIC X(02) VALUE ZEROES.
           01 FS-BLOQUEADOS                    PIC X(02) VALUE ZEROES.
           01 FS-CORRIDAS                      PIC X(02) VALUE ZEROES.
           01 FS-FALTANTES                     PIC X(02) VALUE ZEROES.
           01 FS-HIST-TRABAJO                  PIC X(02) VALUE ZEROES.
           01 FS-SUSP-TRABAJO                  PIC X(02) VALUE ZEROES.
           01 FS-INCI-ARRASTRE                 PIC X(02) VALUE ZEROES.
           01 FS-LOG-CORRIDA                   PIC X(02) VALUE ZEROES.
           01 FS-HISTORIA                      PIC X(02) VALUE ZEROES.
           01 FS-CONS-TRABAJO                  PIC X(02) VALUE ZEROES.
           01 FS-MCT-TRABAJO                   PIC X(02) VALUE ZEROES.
           01 FS-CONSUMOS                      PIC X(02) VALUE ZEROES.
           01 FS-CONSUMO-RET                   PIC X(02) VALUE ZEROES.
           01 FS-CONSUMO-RET-PREV              PIC X(02) VALUE ZEROES.
           01 FS-CONSUMO-LIB                   PIC X(02) VALUE ZEROES.
           01 FS-PRECIO-EXC-PREV               PIC X(02) VALUE ZEROES.
           01 FS-DUPLICADOS-PREV               PIC X(02) VALUE ZEROES.
           01 FS-RET-LIBERADOS                 PIC X(02) VALUE ZEROES.
      *Verbosidad de la corrida: con traza COMPLETA cada registro se
      *muestra por consola como siempre; en modo SILENCIOSO esas
      *trazas van al log con fecha y la consola queda solo para el
      *separar la porcion de impuesto de lo que se debita.
               02 TASA-IVA-DET                 PIC 9(02)V99
                   OCCURS 20 TIMES.
      *Registro de SERVICIOS tal como vino, para poder dejar el
      *servicio retenido por consumo listo para volver a entrar.
               02 REG-SERV-DET                 PIC X(32)
                   OCCURS 20 TIMES.
      *Pasada de cobro por prioridad del modo parcial: disponible que
      *va quedando, total efectivamente debitado, clase en curso y
      *contador del detalle filtrado que sale en cada archivo.
           01 MINIMO-REGLA                     PIC 999V99.
           01 TOPE-REGLA                       PIC 999V99.
           01 DISPONIBLE-POR-REGLA             PIC S9(05)V99.
      *Cheques depositados por ventanilla que siguen en canje
      *(CHEQUES_CANJE.TXT, via RCHEQRET): ya estan en el saldo de
      *la cuenta 01 pero no se pueden debitar hasta liberarse.
           COPY TAB-CHEQRET.
           01 CHEQUES-EN-CANJE                 PIC 9(05)V99.
           77 REGLA-ESTADO                     PIC X(01) VALUE "N".
               88 REGLA-RETUVO                 VALUE "S".
               88 REGLA-NO-RETUVO              VALUE "N".
           77 PRECIO-ESTADO                    PIC X(01) VALUE "D".
               88 PRECIO-DENTRO                VALUE "D".
               88 PRECIO-FUERA                 VALUE "F".
      *Control de consumo contra la historia del propio cliente:
      *multiplo del consumo promedio por encima del cual la cuenta
      *entera queda retenida (000.00 = sin control), cantidad minima
      *de ciclos historiados para tener un promedio confiable, y
      *promedio y tope de la cuenta en curso.
           01 MULTIPLO-CONSUMO                 PIC 9(03)V99 VALUE ZERO.
           01 MIN-CICLOS-CONSUMO               PIC 9(03) VALUE 3.
           01 PROMEDIO-CONSUMO                 PIC 9(05)V99.
           01 TOPE-CONSUMO                     PIC 9(07)V99.
           77 CONSUMO-ESTADO                   PIC X(01) VALUE "D".
               88 CONSUMO-DENTRO               VALUE "D".
               88 CONSUMO-FUERA                VALUE "F".
      *Consumo historico por cuenta pasado a CONSUMO_TRABAJO desde
      *HISTORIA_CLIENTES.TXT: cantidad de cliente+cuenta cargados.
           01 CHI-CANT-CARGADOS                PIC 9(07) VALUE ZERO.
           77 CHI-ESTADO                       PIC X(01) VALUE "N".
               88 CONSUMO-HIST-HALLADO         VALUE "S".
               88 CONSUMO-HIST-AUSENTE         VALUE "N".
      *Cuentas liberadas por el operador para esta corrida.
           01 WST-CONSUMO-LIB.
               02 WST-LIB-DET               OCCURS 100 TIMES.
                   03 WST-LIB-NRO-CLIE      PIC 9(03).
                   03 WST-LIB-NRO-CTA       PIC 9(02).
           01 LIB-CANT-CARGADOS                PIC 9(03) VALUE ZERO.
           01 IDX-LIB                          PIC 9(03).
           01 LIB-CLIE-BUSCADO                 PIC 9(03).
           01 LIB-CTA-BUSCADA                  PIC 9(02).
           77 LIBERADO-ESTADO                  PIC X(01) VALUE "N".
               88 CUENTA-LIBERADA              VALUE "S".
               88 CUENTA-NO-LIBERADA           VALUE "N".
      *Retenciones por consumo de corridas anteriores todavia sin
      *decidir, que se arrastran a la salida nueva.
           01 WST-RET-ARRASTRE.
               02 WST-RET-LINEA                PIC X(54)
                   OCCURS 200 TIMES.
           01 RET-CANT-ARRASTRE                PIC 9(03) VALUE ZERO.
           01 IDX-RET                          PIC 9(03).
           01 FECHA-HOY                        PIC 9(08).
      *Excepciones de precio y repeticiones de corridas anteriores
      *todavia sin decidir, que se arrastran a la salida nueva, con
      *su antiguedad por tramos para el informe.
           01 WST-PEXC-ARRASTRE.
               02 WST-PEXC-LINEA               PIC X(80)
                   OCCURS 200 TIMES.
           01 PEXC-CANT-ARRASTRE               PIC 9(03) VALUE ZERO.
           01 WST-DUP-ARRASTRE.
               02 WST-DUP-LINEA                PIC X(75)
                   OCCURS 200 TIMES.
           01 DUP-CANT-ARRASTRE                PIC 9(03) VALUE ZERO.
           01 IDX-EXC                          PIC 9(03).
           01 EXC-FECHA-RETENCION              PIC X(08).
           01 EXC-FECHA-DESDE                  PIC 9(08).
           01 EXC-FECHA-DESDE-DET REDEFINES EXC-FECHA-DESDE.
               02 EXC-DESDE-ANIO               PIC 9(04).
               02 EXC-DESDE-MES                PIC 9(02).
               02 EXC-DESDE-DIA                PIC 9(02).
           01 EXC-FECHA-HOY                    PIC 9(08).
           01 EXC-FECHA-HOY-DET REDEFINES EXC-FECHA-HOY.
               02 EXC-HOY-ANIO                 PIC 9(04).
               02 EXC-HOY-MES                  PIC 9(02).
               02 EXC-HOY-DIA                  PIC 9(02).
           01 EXC-FECHA-MAS-VIEJA              PIC 9(08) VALUE ZERO.
           01 EXC-ANTIGUEDAD.
               02 EXC-CANT-HASTA-30            PIC 9(05) VALUE ZERO.
               02 EXC-CANT-HASTA-90            PIC 9(05) VALUE ZERO.
               02 EXC-CANT-MAS-90              PIC 9(05) VALUE ZERO.
               02 EXC-CANT-SIN-FECHA           PIC 9(05) VALUE ZERO.
      *Lineas retenidas que el supervisor libero para esta corrida;
      *cada una se usa una sola vez.
           01 WST-RET-LIBERADOS.
               02 WST-RLB-DET               OCCURS 200 TIMES.
                   03 WST-RLB-ORIGEN        PIC X(01).
                   03 WST-RLB-NRO-CLIE      PIC 9(03).
                   03 WST-RLB-COD-SERV      PIC X(03).
                   03 WST-RLB-MONTO         PIC 999V99.
                   03 WST-RLB-FECHA-SERV    PIC 9(08).
                   03 WST-RLB-USADO         PIC X(01).
           01 RLB-CANT-CARGADOS                PIC 9(03) VALUE ZERO.
           01 IDX-RLB                          PIC 9(03).
           01 RLB-ORIGEN-BUSCADO               PIC X(01).
           77 RLB-ESTADO                       PIC X(01) VALUE "N".
               88 RETENCION-LIBERADA           VALUE "S".
               88 RETENCION-NO-LIBERADA        VALUE "N".
           77 EXC-DECISION                     PIC X(01) VALUE "N".
               88 EXC-ARRASTRE-SI              VALUE "S".
               88 EXC-ARRASTRE-NO              VALUE "N".
      *Separacion de la porcion de IVA de un servicio debitado.
           01 IVA-PORCION                      PIC 999V99.
           01 IVA-NETO                         PIC 999V99.
               88 SERV-ES-DUPLICADO            VALUE "S".
               88 SERV-NO-DUPLICADO            VALUE "N".
           01 IDX-DUP-HALLADO                  PIC 9(02).
           01 TIPO-DUP-EN-CURSO                PIC X(01).

           01 ANULADO.
               02 ANULADO-OBJETO               PIC X(15).
               02 CTRL-CANT-CREDITOS           PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-CREDITOS          PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-PROTEGIDOS         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CANJE              PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-IVA                PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-IVA               PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-SIN-MANDATO        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-PRECIO-EXC         PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-DEBITOS-BCO        PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-DEBITOS-BCO       PIC 9(09)V99 VALUE ZERO.
               02 CTRL-SUMA-CTAS-BCO           PIC 9(15) VALUE ZERO.
               02 CTRL-CANT-CONSUMO-RET        PIC 9(05) VALUE ZERO.
               02 CTRL-LINEAS-CONSUMO-RET      PIC 9(05) VALUE ZERO.
               02 CTRL-MONTO-CONSUMO-RET       PIC 9(07)V99 VALUE ZERO.
               02 CTRL-CANT-LIBERADAS          PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-RET-LIBERADAS      PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-CTA-CERRADA        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-SIN-MAESTRO        PIC 9(05) VALUE ZERO.
               02 CTRL-CANT-REACTIVADAS        PIC 9(05) VALUE ZERO.
      *Compuerta de calidad: porcentaje maximo de incidencias nuevas
      *sobre registros leidos que se tolera antes de dar la corrida
      *por fallida (000 = sin compuerta). Una corrida que convierte
      *la compuerta de calidad.
           01 TRAILER-MARCA                    PIC X(07)
                                                VALUE "TRAILER".
      *Maestro de mandatos abierto al inicio para consultarlo por
      *clave. Sin maestro o con el maestro vacio no se controla
      *nada.
           01 FS-MANDATOS                      PIC X(02) VALUE ZEROES.
           77 MAND-CONSULTA                    PIC X(01) VALUE "N".
               88 MAND-DISPONIBLE              VALUE "S".
               88 MAND-NO-DISPONIBLE           VALUE "N".
           77 MANDATO-ESTADO-BUSQ              PIC X(01) VALUE "S".
               88 MANDATO-VIGENTE              VALUE "S".
               88 MANDATO-FALTANTE             VALUE "N".
           01 SUC-CANT-CARGADAS                PIC 9(02) VALUE ZERO.
           01 IDX-SUC                          PIC 9(02).
           01 IDX-SUC-HALLADA                  PIC 9(02).
      *Lista de clientes bloqueados abierta al inicio para
      *consultarla por clave.
           77 BLOQ-CONSULTA                    PIC X(01) VALUE "N".
               88 BLOQ-DISPONIBLE              VALUE "S".
               88 BLOQ-NO-DISPONIBLE           VALUE "N".
           77 CLIENTE-BLOQUEO                  PIC X(01) VALUE "N".
               88 CLIENTE-BLOQUEADO            VALUE "S".
               88 CLIENTE-NO-BLOQUEADO         VALUE "N".
      *Suspenso de servicios huerfanos: maximo de corridas que un
      *servicio espera su cuenta antes de caer a incidencias,
      *cantidad de lineas del suspenso de la corrida anterior
      *pasadas a SUSP_TRABAJO (tambien fuente de la mezcla de
      *servicios) y marcas de la mezcla y de la busqueda.
           01 MAX-CORRIDAS-SUSPENSO            PIC 9(02) VALUE 3.
           01 SUSP-CANT-CARGADOS               PIC 9(07) VALUE ZERO.
           01 SUSP-INTENTOS-PREVIOS            PIC 9(02).
           77 SUSP-FUENTE                      PIC X(01) VALUE "N".
               88 SUSP-DISPONIBLE              VALUE "S".
               88 SUSP-AGOTADA                 VALUE "N".
           77 SUSP-BUSQUEDA                    PIC X(01) VALUE "N".
               88 SUSP-BUSQ-SIGUE              VALUE "S".
               88 SUSP-BUSQ-TERMINADA          VALUE "N".
           77 PEND-FUENTE                      PIC X(01) VALUE "N".
               88 PEND-DISPONIBLE              VALUE "S".
               88 PEND-AGOTADA                 VALUE "N".
      *Numeracion de tickets de incidencias y arrastre de las
      *pendientes de la corrida anterior hacia la salida nueva.
           01 ULT-TICKET                       PIC 9(05) VALUE ZERO.
           01 ARR-CANT-LINEAS                  PIC 9(07) VALUE ZERO.
      *Vista por posiciones de una linea vieja de INCIDENCIAS.TXT,
      *para reconocer el TRAILER y el estado del ticket.
           01 INCI-VISTA.
           01 PERIODO-HASTA                    PIC 9(08)
                                                VALUE 99999999.
           01 CKPT-ULTIMO-PROCESADO            PIC 9(05) VALUE ZERO.
      *Historial de rechazos pasado a HIST_TRABAJO al empezar la
      *corrida, actualizado por clave a medida que se rechaza, y
      *regrabado entero al final: cantidad de cliente+cuenta con
      *historial.
           01 HIST-CANT-CARGADOS               PIC 9(07) VALUE ZERO.
      *Claves previas usadas por la pasada de validacion de orden, para
      *confirmar que CUENTAS.TXT/SERVICIOS.TXT vienen ascendentes y sin
      *clave cliente+cuenta repetida antes de que arranque el apareo.
           01 WS-NOMBRE-ORIGEN                 PIC X(40).
           01 WS-NOMBRE-DESTINO                PIC X(40).
           01 WS-FECHA-CORRIDA                 PIC 9(08) VALUE ZERO.
      *Cuentas de control de cada copia archivada, que RMANIFIE deja
      *en MANIFIESTO_ARCHIVOS.TXT para que quien la reuse la verifique.
           COPY TAB-MANIF.
      *Nombres de archivo pedidos por consola, para poder procesar
      *otro mes sin recompilar el programa.
           01 WS-NOMBRE-CUENTAS                PIC X(40)
                                                "SERV_TRABAJO.TXT".
           01 WS-NOMBRE-DUPLICADOS             PIC X(40)
                                                VALUE "DUPLICADOS.TXT".
           01 WS-NOMBRE-DEBITOS-BCO            PIC X(40)
                                                VALUE
                                                "DEBITOS_BANCO.TXT".
           01 WS-NOMBRE-TICKETS                PIC X(40)
                                                VALUE "TICKETS.TXT".
           01 WS-NOMBRE-SUSPENSO               PIC X(40)
                                                VALUE "SUSPENSO.TXT".
           01 WS-NOMBRE-HIST-TRABAJO           PIC X(40)
                                                VALUE
                                                "HIST_TRABAJO.IDX".
           01 WS-NOMBRE-SUSP-TRABAJO           PIC X(40)
                                                VALUE
                                                "SUSP_TRABAJO.IDX".
           01 WS-NOMBRE-CONS-TRABAJO           PIC X(40)
                                                VALUE
                                                "CONSUMO_TRABAJO.IDX".
           01 WS-NOMBRE-MCT-TRABAJO            PIC X(40)
                                                VALUE
                                                "MAESTRO_TRABAJO.IDX".
           01 WS-NOMBRE-INCI-ARRASTRE          PIC X(40)
                                                VALUE
                                                "INCI_ARRASTRE.TXT".
           01 WS-NOMBRE-SECUENCIA              PIC X(40)
                                                VALUE "SECUENCIA.TXT".
           01 WS-NOMBRE-HEADERS                PIC X(40)
           01 WS-NOMBRE-LOCK                   PIC X(40)
                                                VALUE
                                                "APAREO_LOCK.TXT".
           01 WS-NOMBRE-CONSUMOS               PIC X(40)
                                                VALUE "CONSUMOS.TXT".
           01 WS-NOMBRE-CONSUMO-RET            PIC X(40)
                                                VALUE
                                                "CONSUMO_RETENIDO.TXT".
           01 WS-NOMBRE-CONSUMO-LIB            PIC X(40)
                                                VALUE
                                                "CONSUMO_LIBERADO.TXT".
           01 WS-NOMBRE-RET-LIBERADOS          PIC X(40)
                                                VALUE
                                            "RETENIDOS_LIBERADOS.TXT".
      *Headers de entrada consumidos por esta corrida: se anotan en
      *HEADERS_VISTOS.TXT recien al terminar normalmente, para que
      *una corrida abortada pueda reintentar el mismo archivo sin
               02 WST-SRV-ENCONTRADO    PIC X(01).
                   88 WST-SRV-SI-ENCONTRADO   VALUE "S".
                   88 WST-SRV-NO-ENCONTRADO   VALUE "N".
      *Tabla de cambio del dia abierta al inicio de la corrida
      *para consultarla por clave. Sin COTIZACIONES todo cruce de
      *monedas sigue yendo a INCIDENCIAS como antes.
           77 COTI-CONSULTA                    PIC X(01) VALUE "N".
               88 COTI-DISPONIBLE              VALUE "S".
               88 COTI-NO-DISPONIBLE           VALUE "N".
           77 COTI-ENCONTRADA                  PIC X(01).
               88 COTI-SI-ENCONTRADA           VALUE "S".
               88 COTI-NO-ENCONTRADA           VALUE "N".
           01 TASA-EN-CURSO                    PIC 9(05)V9(04).
      *Pedido a RINDICE para armar el indexado de un maestro de
      *consulta que todavia no lo tiene.
           COPY TAB-INDICE.
           01 MONTO-CONVERTIDO                 PIC 999V99.
           77 CONVERSION-ESTADO                PIC X(01).
               88 CONVERSION-OK                VALUE "S".
               88 CONVERSION-DESBORDO          VALUE "N".
      *Refacturacion fuera de ciclo: con lista cargada la corrida
      *solo toma de CUENTAS y SERVICIOS los clientes de la lista,
      *contra el estado que dejo la ultima corrida (historial,
      *mandatos, tickets, secuencia), y deja sus salidas en archivos
      *.DELTA con header y secuencia propios, que ProgRefactura
      *despues funde en las salidas del dia. No archiva, no controla
      *ni asienta headers de entrada, no arrastra incidencias ni
      *retenciones y no mezcla pendientes ni suspenso: eso ya lo
      *hizo la corrida del dia.
           01 FS-REFACTURA                     PIC X(02) VALUE ZEROES.
           01 WS-NOMBRE-REFACTURA              PIC X(40) VALUE SPACES.
           77 MODO-REFACTURACION               PIC X(01) VALUE "N".
               88 MODO-REFACTURA               VALUE "S".
               88 MODO-CICLO-COMPLETO          VALUE "N".
           01 WST-REFACTURA.
               02 WST-REF-NRO-CLIE             PIC 9(03)
                   OCCURS 200 TIMES.
           01 REF-CANT-CARGADOS                PIC 9(03) VALUE ZERO.
           01 IDX-REF                          PIC 9(03).
           01 REF-CLIE-BUSCADO                 PIC 9(03).
           77 REF-CLIENTE                      PIC X(01) VALUE "N".
               88 REF-CLIENTE-LISTADO          VALUE "S".
               88 REF-CLIENTE-AJENO            VALUE "N".
           01 CTRL-CANT-FUERA-REFAC            PIC 9(05) VALUE ZERO.
      *Maestro de ciclo de vida de las cuentas bancarias, pasado a
      *MAESTRO_TRABAJO. Sin MAESTRO_CUENTAS.TXT no se carga nada y
      *no se controla ninguna cuenta, como antes.
           01 FS-MAESTRO-CTAS                  PIC X(02) VALUE ZEROES.
           01 FS-SIN-MAESTRO                   PIC X(02) VALUE ZEROES.
           01 WS-NOMBRE-MAESTRO-CTAS           PIC X(40)
                                                VALUE
                                                "MAESTRO_CUENTAS.TXT".
           01 WS-NOMBRE-SIN-MAESTRO            PIC X(40)
                                                VALUE
                                            "CUENTAS_SIN_MAESTRO.TXT".
           01 MCT-CANT-CARGADOS                PIC 9(07) VALUE ZERO.
           77 MCT-BUSQUEDA                     PIC X(01) VALUE "N".
               88 MCT-CTA-HALLADA              VALUE "S".
               88 MCT-CTA-AUSENTE              VALUE "N".
           01 MCT-ORDENES-PREVIAS              PIC 9(05) VALUE ZERO.
      *Situacion de la cuenta bancaria del registro de CUENTAS en
      *curso: operable (o sin cuenta bancaria, o sin maestro),
      *cerrada, o nunca emitida.
           77 CTA-BCO-SITUACION                PIC X(01) VALUE "O".
               88 CTA-BCO-OPERABLE             VALUE "O".
               88 CTA-BCO-CERRADA              VALUE "C".
               88 CTA-BCO-NO-EMITIDA           VALUE "N".
           77 MCT-MODIFICACION                 PIC X(01) VALUE "N".
               88 MAESTRO-CTAS-MODIFICADO      VALUE "S".
               88 MAESTRO-CTAS-INTACTO         VALUE "N".
      *Dormida: sin actividad hace mas de UMBRAL-DORMIDA dias, el
      *mismo criterio del reporte de dormidas de PGENCTAS.
           01 UMBRAL-DORMIDA                   PIC 9(04) VALUE 365.
           01 DIAS-INACTIVA                    PIC S9(07).
           01 DIAS-INACTIVA-ED                 PIC Z(06)9.
           01 MCT-FECHA-ULT                    PIC 9(08).
           01 MCT-FECHA-ULT-DET REDEFINES MCT-FECHA-ULT.
               02 MCT-ULT-ANIO                 PIC 9(04).
               02 MCT-ULT-MES                  PIC 9(02).
               02 MCT-ULT-DIA                  PIC 9(02).
           01 MCT-FECHA-HOY                    PIC 9(08).
           01 MCT-FECHA-HOY-DET REDEFINES MCT-FECHA-HOY.
               02 MCT-HOY-ANIO                 PIC 9(04).
               02 MCT-HOY-MES                  PIC 9(02).
               02 MCT-HOY-DIA                  PIC 9(02).
           COPY TAB-DIFDIA.
      *Sufijo con que se desvian las salidas: .SIM en el simulacro,
      *.DELTA en la refacturacion.
           01 WS-SUFIJO-DESVIO                 PIC X(06) VALUE ".SIM".

      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               PERFORM 00002-Pedir-opciones-consola
           END-IF
           PERFORM 00032-Aplicar-sufijo-particion
           IF WS-NOMBRE-REFACTURA NOT = SPACES
               PERFORM 00108-Cargar-refactura
           END-IF
      *    El candado se toma antes de tocar cualquier auxiliar; el
      *    simulacro no lo necesita porque no escribe estado.
           IF MODO-REAL
               PERFORM 00022-Abrir-log-corrida
           END-IF
           PERFORM 00023-Cargar-secuencia
      *    La refacturacion relee entradas que la corrida del dia ya
      *    consumio legitimamente, y no debe pisar los backups con
      *    fecha que ProgBackout necesita.
           IF MODO-CICLO-COMPLETO
               PERFORM 00024-Controlar-headers-entrada
           END-IF
           PERFORM 00009-Cargar-catalogo-servicios
      *    El simulacro no deja backups con fecha: son rastro
      *    persistente de una corrida que no existio.
           IF MODO-REAL AND MODO-CICLO-COMPLETO
               PERFORM 00008-Archivar-entradas-y-salidas
           END-IF
           PERFORM 00004-Validar-orden-entrada
           PERFORM 00021-Cargar-bloqueados
           PERFORM 00113-Cargar-maestro-ctas
           PERFORM 00019-Cargar-mandatos
           PERFORM 00020-Cargar-suspenso
           PERFORM 00101-Cargar-consumo-historico
           PERFORM 00104-Cargar-liberados
           PERFORM 00119-Cargar-ret-liberados
           IF MODO-CICLO-COMPLETO
               PERFORM 00014-Unificar-servicios
           END-IF
           PERFORM 00016-Cargar-ultimo-ticket
           IF MODO-CICLO-COMPLETO
               PERFORM 00017-Levantar-arrastre-inci
               PERFORM 00107-Levantar-arrastre-ret
           END-IF
      *    La refacturacion tambien arrastra las retenidas de sus
      *    clientes: el cierre de ProgRefactura reemplaza las lineas
      *    del dia de esos clientes por las de la corrida delta.
           PERFORM 00118-Levantar-arrastre-exc
           IF MODO-REFACTURA
               PERFORM 00109-Renombrar-salidas-delta
           END-IF
           IF MODO-SIMULACRO
               PERFORM 00035-Renombrar-salidas-sim
           END-IF
           PERFORM 00005-Abrir-archivos
           PERFORM 00088-Escribir-headers
           PERFORM 00018-Escribir-arrastre-inci
           PERFORM 00107-Escribir-arrastre-ret
           PERFORM 00118-Escribir-arrastre-exc
           MOVE 0 TO CTRL-CANT-LEIDOS-ENT
           PERFORM 00006-Leer-cuentas
               IF FS-ENTRADA-CUENTAS = "10"
           DISPLAY "Catalogo de servicios cargado en memoria"
           PERFORM 00013-Cargar-cotizaciones
           .
      *Abre COTIZACIONES.IDX para consultarlo por par de monedas
      *(si todavia no existe lo arma RINDICE desde COTIZACIONES.TXT).
      *Sin cotizaciones los servicios en moneda distinta siguen
      *cayendo a INCIDENCIAS.
       00013-Cargar-cotizaciones.
           SET COTI-NO-DISPONIBLE TO TRUE
           OPEN INPUT ARCH-COTIZACIONES
           IF FS-COTIZACIONES = "35"
               MOVE "COTIZACIONES.TXT" TO IXP-MAESTRO
               PERFORM 00123-Armar-indice
               OPEN INPUT ARCH-COTIZACIONES
           END-IF
           IF FS-COTIZACIONES = "00"
               READ ARCH-COTIZACIONES NEXT RECORD
               IF FS-COTIZACIONES = "00"
                   SET COTI-DISPONIBLE TO TRUE
                   DISPLAY "Cotizaciones consultadas por clave en "
                           "COTIZACIONES.IDX"
               ELSE
                   CLOSE ARCH-COTIZACIONES
               END-IF
           END-IF
           IF COTI-NO-DISPONIBLE
               DISPLAY "**** No hay COTIZACIONES.TXT, sin conversion "
                       "de monedas en esta corrida"
           END-IF
           .
      *Lee de TICKETS.TXT el ultimo numero de ticket emitido, para
      *seguir numerando sin repetir entre corridas.
       00016-Cargar-ultimo-ticket.
               CLOSE ARCH-TICKETS
           END-IF
           .
      *Aparta en INCI_ARRASTRE las incidencias de la corrida
      *anterior que siguen pendientes (estado distinto de R), antes
      *de que 00005-Abrir-archivos pise INCIDENCIAS.TXT; 00018 las
      *vuelca a la salida nueva con su ticket original, para que el
      *archivo sea una lista de trabajo y no un volcado que se
      *pierde.
       00017-Levantar-arrastre-inci.
           MOVE 0 TO ARR-CANT-LINEAS
           MOVE WS-NOMBRE-INCIDENCIAS TO WS-NOMBRE-ORIGEN
           IF FS-ARCH-ORIGEN NOT = "00"
               DISPLAY "**** No hay incidencias de corrida anterior"
           ELSE
               OPEN OUTPUT ARCH-INCI-ARRASTRE
               IF FS-INCI-ARRASTRE NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-INCI-ARRASTRE TO ANULADO-CODIGO
                   MOVE "INCI-ARRASTRE" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               PERFORM 00008-Leer-origen
               PERFORM 00017-Clasificar-arrastre
                   UNTIL FS-ARCH-ORIGEN = "10"
               CLOSE ARCH-INCI-ARRASTRE
               CLOSE ARCH-ORIGEN
           END-IF
           .
                   AND (INCI-VISTA-TAG NOT = "FALLIDO")
                   AND (LINEA-ORIGEN (1:6) NOT = "HEADER")
                   AND (INCI-VISTA-ESTADO NOT = "R")
               ADD 1 TO ARR-CANT-LINEAS
               MOVE LINEA-ORIGEN TO LINEA-INCI-ARRASTRE
               WRITE LINEA-INCI-ARRASTRE
           END-IF
           PERFORM 00008-Leer-origen
           .
      *nueva, contandolas en los totales para que el TRAILER siga
      *cuadrando contra el archivo.
       00018-Escribir-arrastre-inci.
           IF ARR-CANT-LINEAS > 0
               OPEN INPUT ARCH-INCI-ARRASTRE
               PERFORM 00018-Leer-arrastre
               PERFORM 00018-Volcar-arrastre
                   UNTIL FS-INCI-ARRASTRE NOT = "00"
               CLOSE ARCH-INCI-ARRASTRE
               DISPLAY "Incidencias pendientes arrastradas: "
                       ARR-CANT-LINEAS
           END-IF
           .
       00018-Leer-arrastre.
           READ ARCH-INCI-ARRASTRE
           .
       00018-Volcar-arrastre.
           MOVE LINEA-INCI-ARRASTRE
               TO REGISTRO-SALIDA-INCIDENCIAS
           IF (INCI-TICKET NOT NUMERIC) OR (INCI-TICKET = ZERO)
               ADD 1 TO ULT-TICKET
           ADD 1 TO CTRL-CANT-INCIDENCIAS
           ADD 1 TO CTRL-CANT-INCI-ARRASTRE
           ADD SALDO-CLIE-INCI MONTO-INCI TO CTRL-MONTO-INCIDENCIAS
           PERFORM 00018-Leer-arrastre
           .
      *Las ocho opciones y los cinco nombres de archivo, preguntados
      *por consola como siempre (modo atendido).
           DISPLAY "Tolerancia de desvio de precio en % "
                   "(000.00 sin control): "
           ACCEPT TOLERANCIA-PRECIO
           DISPLAY "Multiplo del consumo promedio para retener "
                   "la cuenta (000.00 sin control): "
           ACCEPT MULTIPLO-CONSUMO
           DISPLAY "Corrida de simulacro, sin tocar estado "
                   "(S/N): "
           ACCEPT MODO-SIMULACION
           DISPLAY "Archivo de cuentas actualizadas de salida "
                   "(CUEN_ACT.TXT si no quiere): "
           ACCEPT WS-NOMBRE-CUEN-ACT
           DISPLAY "Lista de clientes a refacturar fuera de ciclo "
                   "(vacio si no quiere): "
           ACCEPT WS-NOMBRE-REFACTURA
           .
      *Si existe PARAMETROS.TXT la corrida es desatendida: carga el
      *archivo de control entero en memoria y no pregunta nada.
               PERFORM 00030-Validar-numerico-5
               MOVE WSV-VALOR-HALLADO (1:5) TO TOLERANCIA-PRECIO
           END-IF
           MOVE "MULT-CONSUMO" TO WSV-CLAVE-BUSCADA
           PERFORM 00029-Buscar-clave
           IF PARM-SI-ENCONTRADO
               PERFORM 00030-Validar-numerico-5
               MOVE WSV-VALOR-HALLADO (1:5) TO MULTIPLO-CONSUMO
           END-IF
           MOVE "MAX-PORC-INCI" TO WSV-CLAVE-BUSCADA
           PERFORM 00029-Buscar-clave
           IF PARM-SI-ENCONTRADO
           IF PARM-SI-ENCONTRADO
               MOVE WSV-VALOR-HALLADO TO WS-NOMBRE-CUEN-ACT
           END-IF
           MOVE "REFACTURA" TO WSV-CLAVE-BUSCADA
           PERFORM 00029-Buscar-clave
           IF PARM-SI-ENCONTRADO
               MOVE WSV-VALOR-HALLADO TO WS-NOMBRE-REFACTURA
           END-IF
           DISPLAY "----- Opciones resueltas de PARAMETROS.TXT ----"
           DISPLAY "Cobranza: " MODO-COBRANZA "  Arranque: "
                   MODO-ARRANQUE "  Orden: " MODO-ORDEN
           DISPLAY "Suspenso max: " MAX-CORRIDAS-SUSPENSO
                   "  Incidencias max %: " MAX-PORC-INCIDENCIAS
                   "  Sufijo particion: " WS-SUFIJO-PARTICION
           DISPLAY "Tolerancia precio %: " TOLERANCIA-PRECIO
                   "  Multiplo consumo: " MULTIPLO-CONSUMO
           DISPLAY "Cuentas:     " WS-NOMBRE-CUENTAS
           DISPLAY "Servicios:   " WS-NOMBRE-SERVICIOS
           DISPLAY "Rechazos:    " WS-NOMBRE-RECHAZOS
           DISPLAY "Incidencias: " WS-NOMBRE-INCIDENCIAS
           DISPLAY "Cuen-act:    " WS-NOMBRE-CUEN-ACT
           IF WS-NOMBRE-REFACTURA NOT = SPACES
               DISPLAY "Refactura:   " WS-NOMBRE-REFACTURA
           END-IF
           DISPLAY "-----------------------------------------------"
           .
      *Busca WSV-CLAVE-BUSCADA en la tabla de parametros.
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CONVERSIONES
               MOVE SPACES TO WS-NOMBRE-SIN-MAESTRO
               STRING "CUENTAS_SIN_MAESTRO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-SIN-MAESTRO
               MOVE SPACES TO WS-NOMBRE-PRECIO-EXC
               STRING "PRECIO_EXCEPCIONES" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-DUPLICADOS
               MOVE SPACES TO WS-NOMBRE-DEBITOS-BCO
               STRING "DEBITOS_BANCO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-DEBITOS-BCO
               MOVE SPACES TO WS-NOMBRE-TICKETS
               STRING "TICKETS" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-SUSPENSO
               MOVE SPACES TO WS-NOMBRE-HIST-TRABAJO
               STRING "HIST_TRABAJO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".IDX" DELIMITED BY SIZE
                      INTO WS-NOMBRE-HIST-TRABAJO
               MOVE SPACES TO WS-NOMBRE-SUSP-TRABAJO
               STRING "SUSP_TRABAJO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".IDX" DELIMITED BY SIZE
                      INTO WS-NOMBRE-SUSP-TRABAJO
               MOVE SPACES TO WS-NOMBRE-CONS-TRABAJO
               STRING "CONSUMO_TRABAJO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".IDX" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CONS-TRABAJO
               MOVE SPACES TO WS-NOMBRE-MCT-TRABAJO
               STRING "MAESTRO_TRABAJO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".IDX" DELIMITED BY SIZE
                      INTO WS-NOMBRE-MCT-TRABAJO
               MOVE SPACES TO WS-NOMBRE-INCI-ARRASTRE
               STRING "INCI_ARRASTRE" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-INCI-ARRASTRE
               MOVE SPACES TO WS-NOMBRE-SECUENCIA
               STRING "SECUENCIA" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CORRIDAS
               MOVE SPACES TO WS-NOMBRE-CONSUMOS
               STRING "CONSUMOS" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CONSUMOS
               MOVE SPACES TO WS-NOMBRE-CONSUMO-RET
               STRING "CONSUMO_RETENIDO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CONSUMO-RET
               MOVE SPACES TO WS-NOMBRE-CONSUMO-LIB
               STRING "CONSUMO_LIBERADO" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-CONSUMO-LIB
               MOVE SPACES TO WS-NOMBRE-RET-LIBERADOS
               STRING "RETENIDOS_LIBERADOS" DELIMITED BY SIZE
                      WS-TROZO-SUFIJO DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOMBRE-RET-LIBERADOS
               DISPLAY "Auxiliares de la particion con sufijo "
                       WS-TROZO-SUFIJO
           END-IF
       00035-Renombrar-salidas-sim.
           DISPLAY "**** CORRIDA DE SIMULACRO: salidas en .SIM, "
                   "ningun estado persistente se toca"
           MOVE ".SIM" TO WS-SUFIJO-DESVIO
           PERFORM 00036-Sufijo-sim-rechazos
           PERFORM 00036-Sufijo-sim-incidencias
           PERFORM 00036-Sufijo-sim-cuen-act
           PERFORM 00036-Sufijo-sim-pendientes
           PERFORM 00036-Sufijo-sim-duplicados
           PERFORM 00036-Sufijo-sim-suspenso
           PERFORM 00036-Sufijo-sim-debitos-bco
           PERFORM 00036-Sufijo-sim-consumos
           PERFORM 00036-Sufijo-sim-consumo-ret
           PERFORM 00036-Sufijo-sim-sin-maestro
           .
       00036-Sufijo-sim-rechazos.
           MOVE WS-NOMBRE-RECHAZOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-RECHAZOS
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-RECHAZOS
           .
       00036-Sufijo-sim-incidencias.
           MOVE WS-NOMBRE-INCIDENCIAS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-INCIDENCIAS
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-INCIDENCIAS
           .
       00036-Sufijo-sim-cuen-act.
           MOVE WS-NOMBRE-CUEN-ACT TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-CUEN-ACT
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-CUEN-ACT
           .
       00036-Sufijo-sim-conversiones.
           MOVE WS-NOMBRE-CONVERSIONES TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-CONVERSIONES
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-CONVERSIONES
           .
       00036-Sufijo-sim-iva.
           MOVE WS-NOMBRE-IVA TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-IVA
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-IVA
           .
       00036-Sufijo-sim-precio.
           MOVE WS-NOMBRE-PRECIO-EXC TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-PRECIO-EXC
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-PRECIO-EXC
           .
       00036-Sufijo-sim-pendientes.
           MOVE WS-NOMBRE-PENDIENTES TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-PENDIENTES
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-PENDIENTES
           .
       00036-Sufijo-sim-duplicados.
           MOVE WS-NOMBRE-DUPLICADOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DUPLICADOS
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-DUPLICADOS
           .
       00036-Sufijo-sim-suspenso.
           MOVE WS-NOMBRE-SUSPENSO TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-SUSPENSO
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-SUSPENSO
           .
       00036-Sufijo-sim-debitos-bco.
           MOVE WS-NOMBRE-DEBITOS-BCO TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DEBITOS-BCO
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-DEBITOS-BCO
           .
       00036-Sufijo-sim-consumos.
           MOVE WS-NOMBRE-CONSUMOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-CONSUMOS
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-CONSUMOS
           .
       00036-Sufijo-sim-consumo-ret.
           MOVE WS-NOMBRE-CONSUMO-RET TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-CONSUMO-RET
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-CONSUMO-RET
           .
       00036-Sufijo-sim-sin-maestro.
           MOVE WS-NOMBRE-SIN-MAESTRO TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-SIN-MAESTRO
           STRING WS-NOMBRE-ORIGEN DELIMITED BY SPACE
                  WS-SUFIJO-DESVIO DELIMITED BY SPACE
                  INTO WS-NOMBRE-SIN-MAESTRO
           .
      *Mira el primer registro de cada entrada: si trae HEADER y ese
      *header ya figura en HEADERS_VISTOS.TXT, el archivo ya fue
      *procesado otro dia y la corrida se niega a repetirlo, salvo
           MOVE WS-FECHA-CORRIDA TO HEADER-FECHA-CA
           MOVE RUN-SECUENCIA TO HEADER-SECUENCIA-CA
           WRITE REGISTRO-HEADER-CUEN-ACT

      *    La fecha viaja en cada orden: el simulacro no pasa por
      *    el archivado que la toma.
           IF WS-FECHA-CORRIDA = ZERO
               ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           END-IF
           INITIALIZE REGISTRO-CABECERA-DBC
           MOVE "H" TO DBC-CAB-TIPO
           MOVE "SISTEMAS ACTIVOS" TO DBC-CAB-ENTIDAD
           MOVE WS-FECHA-CORRIDA TO DBC-CAB-FECHA
           MOVE RUN-SECUENCIA TO DBC-CAB-SECUENCIA
           WRITE REGISTRO-CABECERA-DBC
           .
      *Abre el log de corrida con fecha donde el modo silencioso
      *guarda las trazas por registro.
               DISPLAY WSV-TRAZA-LINEA
           END-IF
           .
      *Abre el maestro de mandatos de debito directo para
      *consultarlo por cliente+servicio (si todavia no tiene
      *indexado lo arma RINDICE desde MANDATOS.TXT); sin mandatos no
      *se controla autorizacion, el comportamiento de siempre.
       00019-Cargar-mandatos.
           SET MAND-NO-DISPONIBLE TO TRUE
           OPEN INPUT ARCH-MANDATOS
           IF FS-MANDATOS = "35"
               MOVE "MANDATOS.TXT" TO IXP-MAESTRO
               PERFORM 00123-Armar-indice
               OPEN INPUT ARCH-MANDATOS
           END-IF
           IF FS-MANDATOS = "00"
               READ ARCH-MANDATOS NEXT RECORD
               IF FS-MANDATOS = "00"
                   SET MAND-DISPONIBLE TO TRUE
                   DISPLAY "Mandatos consultados por clave en "
                           "MANDATOS.IDX"
               ELSE
                   CLOSE ARCH-MANDATOS
               END-IF
           END-IF
           IF MAND-NO-DISPONIBLE
               DISPLAY "**** No hay MANDATOS.TXT, sin control de "
                       "autorizacion en esta corrida"
           END-IF
           .
      *Abre la lista de clientes bloqueados para consultarla por
      *cliente; si no hay lista nadie queda bloqueado, como siempre.
       00021-Cargar-bloqueados.
           SET BLOQ-NO-DISPONIBLE TO TRUE
           OPEN INPUT ARCH-BLOQUEADOS
           IF FS-BLOQUEADOS = "35"
               MOVE "CLIENTES_BLOQUEADOS.TXT" TO IXP-MAESTRO
               PERFORM 00123-Armar-indice
               OPEN INPUT ARCH-BLOQUEADOS
           END-IF
           IF FS-BLOQUEADOS = "00"
               READ ARCH-BLOQUEADOS NEXT RECORD
               IF FS-BLOQUEADOS = "00"
                   SET BLOQ-DISPONIBLE TO TRUE
                   DISPLAY "Clientes bloqueados consultados por "
                           "clave en CLIENTES_BLOQUEADOS.IDX"
               ELSE
                   CLOSE ARCH-BLOQUEADOS
               END-IF
           END-IF
           IF BLOQ-NO-DISPONIBLE
               DISPLAY "**** No hay lista de clientes bloqueados"
           END-IF
           .
      *Pasa SUSPENSO.TXT (huerfanos de corridas anteriores) a
      *SUSP_TRABAJO, indexado por cliente+cuenta: alimenta la mezcla
      *de servicios y conserva el contador de intentos de cada
      *huerfano.
       00020-Cargar-suspenso.
           MOVE 0 TO SUSP-CANT-CARGADOS
           OPEN OUTPUT ARCH-SUSP-TRABAJO
           CLOSE ARCH-SUSP-TRABAJO
           OPEN I-O ARCH-SUSP-TRABAJO
           IF FS-SUSP-TRABAJO NOT = "00"
               MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
               MOVE FS-SUSP-TRABAJO TO ANULADO-CODIGO
               MOVE "SUSP-TRABAJO" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           OPEN INPUT ARCH-SUSPENSO-PREV
           IF FS-SUSPENSO-PREV NOT = "00"
               DISPLAY "**** No hay suspenso de la corrida anterior"
           ELSE
               PERFORM 00020-Leer-suspenso
               PERFORM 00020-Acumular-suspenso
                   UNTIL FS-SUSPENSO-PREV NOT = "00"
               CLOSE ARCH-SUSPENSO-PREV
               DISPLAY "Servicios en suspenso a reintentar: "
                       SUSP-CANT-CARGADOS
           .
       00020-Acumular-suspenso.
           ADD 1 TO SUSP-CANT-CARGADOS
           MOVE NRO-CLIE-SUSP-PREV TO STR-NRO-CLIE
           IF (NRO-CTA-SUSP-PREV IS NUMERIC)
                   AND (NRO-CTA-SUSP-PREV > ZERO)
               MOVE NRO-CTA-SUSP-PREV TO STR-NRO-CTA
           ELSE
               MOVE 01 TO STR-NRO-CTA
           END-IF
           MOVE SUSP-CANT-CARGADOS TO STR-SECUENCIA
           MOVE COD-SERV-SUSP-PREV TO STR-COD-SERV
           MOVE MONTO-SUSP-PREV TO STR-MONTO
           MOVE MONEDA-SUSP-PREV TO STR-MONEDA
           MOVE FECHA-SUSP-PREV TO STR-FECHA
           MOVE INTENTOS-SUSP-PREV TO STR-INTENTOS
           MOVE TIPO-MOVIM-SUSP-PREV TO STR-TIPO
           MOVE NRO-CUOTA-SUSP-PREV TO STR-NRO-CUOTA
           MOVE TOT-CUOTAS-SUSP-PREV TO STR-TOT-CUOTAS
           MOVE PROVEEDOR-SUSP-PREV TO STR-PROVEEDOR
           WRITE REGISTRO-SUSP-TRABAJO
           PERFORM 00020-Leer-suspenso
           .
      *Mezcla los servicios pendientes (PENDIENTES.TXT) y el suspenso
               IF PEND-DISPONIBLE
                   PERFORM 00014-Leer-pendiente-prev
               END-IF
               SET SUSP-AGOTADA TO TRUE
               MOVE ZEROES TO STR-CLAVE
               START ARCH-SUSP-TRABAJO KEY IS NOT LESS THAN STR-CLAVE
               IF FS-SUSP-TRABAJO = "00"
                   PERFORM 00014-Leer-susp-trabajo
               END-IF
               PERFORM 00014-Mezclar-servicio
                   UNTIL (FS-ENTRADA-SERVICIOS = "10")
                   AND PEND-AGOTADA
                   AND SUSP-AGOTADA
               CLOSE ARCH-SERV-TRABAJO
               CLOSE ENTRADA-SERVICIOS
               IF FS-PENDIENTES-PREV NOT = "35"
               SET PEND-AGOTADA TO TRUE
           END-IF
           .
      *El suspenso sale de SUSP_TRABAJO ya ascendente por
      *cliente+cuenta.
       00014-Leer-susp-trabajo.
           READ ARCH-SUSP-TRABAJO NEXT RECORD
           IF FS-SUSP-TRABAJO = "00"
               SET SUSP-DISPONIBLE TO TRUE
           ELSE
               SET SUSP-AGOTADA TO TRUE
           END-IF
           .
      *Copia al archivo de trabajo el registro de menor numero de
      *cliente entre las tres fuentes (SERVICIOS, pendientes y
      *suspenso) y avanza la fuente copiada. 1000 marca una fuente
                           NRO-CLIE-PEND-PREV * 100 + 01
               END-IF
           END-IF
           IF SUSP-DISPONIBLE
               COMPUTE CLAVE-MEZCLA-SUSP =
                       STR-NRO-CLIE * 100 + STR-NRO-CTA
           END-IF
           IF (CLAVE-MEZCLA-SERV <= CLAVE-MEZCLA-PEND)
                   AND (CLAVE-MEZCLA-SERV <= CLAVE-MEZCLA-SUSP)
                   WRITE REGISTRO-SERV-TRABAJO
                   PERFORM 00014-Leer-pendiente-prev
               ELSE
                   MOVE STR-NRO-CLIE TO NRO-CLIE-TRAB
                   MOVE STR-COD-SERV TO COD-SERV-TRAB
                   MOVE STR-MONTO TO MONTO-TRAB
                   MOVE STR-MONEDA TO MONEDA-TRAB
                   MOVE STR-FECHA TO FECHA-TRAB
                   MOVE STR-TIPO TO TIPO-MOVIM-TRAB
                   MOVE STR-NRO-CUOTA TO NRO-CUOTA-TRAB
                   MOVE STR-TOT-CUOTAS TO TOT-CUOTAS-TRAB
                   MOVE STR-PROVEEDOR TO PROVEEDOR-TRAB
                   MOVE STR-NRO-CTA TO NRO-CTA-TRAB
                   WRITE REGISTRO-SERV-TRABAJO
                   PERFORM 00014-Leer-susp-trabajo
               END-IF
           END-IF
           .
      *Guarda una copia con la fecha de corrida de cada entrada y de
      *la salida que quedo de la corrida anterior, antes de que
      *00005-Abrir-archivos pise RECHAZOS/INCIDENCIAS/CUEN_ACT con un
      *OPEN OUTPUT, para tener rastro de que proceso cada dia. Cada
      *copia queda anotada en el manifiesto con sus cuentas de control.
       00008-Archivar-entradas-y-salidas.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE WS-NOMBRE-CUENTAS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "CUENTAS." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-SERVICIOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "SERVICIOS." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-RECHAZOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "RECHAZOS." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-INCIDENCIAS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "INCIDENCIAS." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-CUEN-ACT TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "CUEN_ACT." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-DESTINO
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-DEBITOS-BCO TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "DEBITOS_BANCO." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-DESTINO
           PERFORM 00008-Archivar-un-archivo

           MOVE WS-NOMBRE-CONSUMOS TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "CONSUMOS." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-DESTINO
           PERFORM 00008-Archivar-un-archivo
           .
      *Copia WS-NOMBRE-ORIGEN entero, linea por linea, hacia
      *WS-NOMBRE-DESTINO. Si el origen todavia no existe (primera
               CLOSE ARCH-ORIGEN
               DISPLAY "Archivado " WS-NOMBRE-ORIGEN " en "
                       WS-NOMBRE-DESTINO
               SET MFP-REGISTRAR TO TRUE
               MOVE WS-NOMBRE-DESTINO TO MFP-ARCHIVO
               MOVE "ProgApareo" TO MFP-PROGRAMA
               CALL "RMANIFIE" USING MFP-PEDIDO
           END-IF
           .
       00008-Leer-origen.
           MOVE WST-ORDEN-LINEA(IDX-ORDEN) TO LINEA-DESTINO
           WRITE LINEA-DESTINO
           .
      *Pasa a HIST_TRABAJO (indexado por cliente+cuenta) lo que haya
      *quedado grabado en HIST_RECHAZOS.TXT de corridas anteriores,
      *para seguir acumulando los rechazos por cliente entre corridas.
       00003-Cargar-historial-rechazos.
           MOVE 0 TO HIST-CANT-CARGADOS
           OPEN OUTPUT ARCH-HIST-TRABAJO
           CLOSE ARCH-HIST-TRABAJO
           OPEN I-O ARCH-HIST-TRABAJO
           IF FS-HIST-TRABAJO NOT = "00"
               MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
               MOVE FS-HIST-TRABAJO TO ANULADO-CODIGO
               MOVE "HIST-TRABAJO" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           OPEN INPUT ARCH-HIST-RECHAZOS
           IF FS-HIST-RECHAZOS NOT = "00"
               DISPLAY "**** No hay historial de rechazos previo"
           ELSE
               PERFORM 00004-Leer-historial
               PERFORM 00004-Acumular-historial
                   UNTIL FS-HIST-RECHAZOS NOT = "00"
               CLOSE ARCH-HIST-RECHAZOS
           END-IF
           .
       00004-Leer-historial.
           READ ARCH-HIST-RECHAZOS
           .
      *Un cliente+cuenta repetido en el historial suma sus rechazos
      *en una sola entrada.
       00004-Acumular-historial.
           MOVE HIST-NRO-CLIE TO HTR-NRO-CLIE
      *    Historial viejo sin cuenta: queda en la cuenta 01.
           IF (HIST-NRO-CTA IS NUMERIC) AND (HIST-NRO-CTA > ZERO)
               MOVE HIST-NRO-CTA TO HTR-NRO-CTA
           ELSE
               MOVE 01 TO HTR-NRO-CTA
           END-IF
           READ ARCH-HIST-TRABAJO
           IF FS-HIST-TRABAJO = "00"
               ADD HIST-CANT-RECHAZOS TO HTR-CANT-RECHAZOS
               REWRITE REGISTRO-HIST-TRABAJO
           ELSE
               MOVE HIST-CANT-RECHAZOS TO HTR-CANT-RECHAZOS
               WRITE REGISTRO-HIST-TRABAJO
               ADD 1 TO HIST-CANT-CARGADOS
           END-IF
           PERFORM 00004-Leer-historial
           .
                   SET FLAG-CUENTAS-OLD TO TRUE
               END-IF
           ELSE
      *    Lo mismo vale para los servicios de una cuenta liberada
      *    por consumo, que vuelven con la fecha del ciclo retenido.
           MOVE NRO-CLIE-SERV TO LIB-CLIE-BUSCADO
           MOVE CTA-SERV-NORM TO LIB-CTA-BUSCADA
           PERFORM 00104-Buscar-liberado
           IF (FECHA-SERV < PERIODO-DESDE) AND (PERIODO-DESDE > ZERO)
                   AND (SUSP-INTENTOS-PREVIOS = ZERO)
                   AND CUENTA-NO-LIBERADA
               PERFORM 00089-Derivar-fuera-periodo
           ELSE
           IF (CLAVE-APAREO-CUEN = CLAVE-APAREO-SERV)
           .
      *Revisa si el COD-SERV en curso ya fue acumulado para el
      *cliente en esta corrida; si lo fue, deja en IDX-DUP-HALLADO la
      *posicion de la primera aparicion. Un debito y un credito del
      *mismo codigo (el abono y su descuento de promocion) no son
      *repeticion: solo se compara contra el mismo tipo.
       00079-Verificar-duplicado.
           SET SERV-NO-DUPLICADO TO TRUE
           MOVE ZERO TO IDX-DUP-HALLADO
           IF MOVIM-CREDITO
               MOVE "C" TO TIPO-DUP-EN-CURSO
           ELSE
               MOVE "D" TO TIPO-DUP-EN-CURSO
           END-IF
           MOVE 1 TO IDX-SERV
           PERFORM 00079-Comparar-duplicado
               UNTIL IDX-SERV > CANT-SERV-DET
      *    Una repeticion que el supervisor ya libero se debita.
           IF SERV-ES-DUPLICADO
               MOVE "D" TO RLB-ORIGEN-BUSCADO
               PERFORM 00119-Buscar-ret-liberado
               IF RETENCION-LIBERADA
                   SET SERV-NO-DUPLICADO TO TRUE
               END-IF
           END-IF
           .
       00079-Comparar-duplicado.
           IF (COD-SERV-DET(IDX-SERV) = COD-SERV)
                   AND (TIPO-SERV-DET(IDX-SERV) = TIPO-DUP-EN-CURSO)
               SET SERV-ES-DUPLICADO TO TRUE
               MOVE IDX-SERV TO IDX-DUP-HALLADO
               MOVE CANT-SERV-DET TO IDX-SERV
           MOVE TOT-CUOTAS-SERV TO DUP-TOT-CUOTAS
           MOVE PROVEEDOR-SERV TO DUP-PROVEEDOR
           MOVE CTA-SERV-NORM TO DUP-NRO-CTA
           MOVE FECHA-HOY TO DUP-FECHA-RETENCION
           WRITE REGISTRO-SALIDA-DUPLICADO
           ADD 1 TO CTRL-CANT-DUPLICADOS
           .
      *Busca en COTIZACIONES.IDX la tasa del par MONEDA-SERV (origen)
      *hacia MONEDA-CUEN (destino) y la deja en TASA-EN-CURSO.
       00071-Buscar-cotizacion.
           SET COTI-NO-ENCONTRADA TO TRUE
           IF COTI-DISPONIBLE
               MOVE MONEDA-SERV TO CXI-MON-ORIGEN
               MOVE MONEDA-CUEN TO CXI-MON-DESTINO
               READ ARCH-COTIZACIONES
               IF FS-COTIZACIONES = "00"
                   MOVE CXI-TASA TO TASA-EN-CURSO
                   SET COTI-SI-ENCONTRADA TO TRUE
               END-IF
           END-IF
           .
      *Convierte MONTO a la moneda de la cuenta con la tasa hallada.
      *Si el resultado no entra en el campo de monto, la conversion
      *Compara el monto presentado contra el precio de lista del
      *catalogo: un desvio mayor a la tolerancia de la corrida deja
      *el servicio fuera del debito. Sin tolerancia cargada o sin
      *precio de lista en el codigo no se controla nada; un credito
      *(devolucion o descuento de promocion) no es un precio y
      *tampoco se controla.
       00090-Verificar-precio.
           SET PRECIO-DENTRO TO TRUE
           IF (TOLERANCIA-PRECIO > ZERO)
                   AND (WST-SRV-PRECIO-RESULT > ZERO)
                   AND (NOT MOVIM-CREDITO)
               IF MONTO >= WST-SRV-PRECIO-RESULT
                   COMPUTE DESVIO-ABSOLUTO =
                           MONTO - WST-SRV-PRECIO-RESULT
                       MOVE 999.99 TO DESVIO-PORC
               END-COMPUTE
               IF DESVIO-PORC > TOLERANCIA-PRECIO
                   MOVE "P" TO RLB-ORIGEN-BUSCADO
                   PERFORM 00119-Buscar-ret-liberado
                   IF RETENCION-NO-LIBERADA
                       SET PRECIO-FUERA TO TRUE
                   END-IF
               END-IF
           END-IF
           .
           MOVE WST-SRV-PRECIO-RESULT TO PRECIO-LISTA-PEXC
           MOVE DESVIO-PORC TO DESVIO-PORC-PEXC
           MOVE PROVEEDOR-SERV TO PROVEEDOR-PEXC
           MOVE MONEDA-SERV TO MONEDA-PEXC
           MOVE FECHA-SERV TO FECHA-PEXC
           MOVE TIPO-MOVIM-SERV TO TIPO-MOVIM-PEXC
           MOVE NRO-CUOTA-SERV TO NRO-CUOTA-PEXC
           MOVE TOT-CUOTAS-SERV TO TOT-CUOTAS-PEXC
           MOVE CTA-SERV-NORM TO NRO-CTA-PEXC
           MOVE FECHA-HOY TO FECHA-RETENCION-PEXC
           WRITE REGISTRO-SALIDA-PRECIO-EXC
           ADD 1 TO CTRL-CANT-PRECIO-EXC
           DISPLAY "**** Desvio de precio: cliente " NRO-CLIE-SERV
           SET FLAG-CUENTAS-OLD TO TRUE
           .
      *Busca un mandato activo del cliente en curso para el COD-SERV
      *en curso. Sin mandatos (MANDATOS.TXT ausente o vacio) todo pasa
      *como vigente, para no frenar la corrida de un ambiente que
      *todavia no cargo mandatos.
       00097-Verificar-mandato.
           SET MANDATO-VIGENTE TO TRUE
           IF MAND-DISPONIBLE AND (NOT MOVIM-CREDITO)
               SET MANDATO-FALTANTE TO TRUE
               MOVE NRO-CLIE-SERV TO MXI-NRO-CLIE
               MOVE COD-SERV TO MXI-COD-SERV
               READ ARCH-MANDATOS
               IF (FS-MANDATOS = "00") AND MXI-ACTIVO
                   SET MANDATO-VIGENTE TO TRUE
               END-IF
           END-IF
           .
      *Rechazo individual del servicio sin mandato, con motivo M: la
      *cuenta sigue apareandose con el resto de sus servicios.
                   TO PRIOR-SERV-DET(CANT-SERV-DET)
               MOVE WST-SRV-IVA-RESULT
                   TO TASA-IVA-DET(CANT-SERV-DET)
               MOVE REGISTRO-ENTRADA-SERVICIOS
                   TO REG-SERV-DET(CANT-SERV-DET)
           ELSE
               DISPLAY "**** COD-SERV-DET lleno (20 items), no se "
                       "pudo agregar el servicio " COD-SERV
       00063-Decidir-cuenta.
           PERFORM 00084-Verificar-bloqueo
           IF CLIENTE-BLOQUEADO
               PERFORM 00105-Registrar-consumo
               PERFORM 00085-Rechazar-por-bloqueo
               MOVE 0 TO DEUDA-AC
           ELSE
           IF CTA-BCO-CERRADA OR CTA-BCO-NO-EMITIDA
               PERFORM 00105-Registrar-consumo
               PERFORM 00115-Rechazar-cuenta-cerrada
               MOVE 0 TO DEUDA-AC
           ELSE
      *        Total del ciclo muy por encima de lo que la cuenta
      *        consume siempre (archivo del proveedor equivocado):
      *        la cuenta entera queda retenida sin debitarse hasta
      *        que el operador decida.
               PERFORM 00102-Verificar-consumo
               IF CONSUMO-FUERA
                   PERFORM 00103-Retener-consumo
                   MOVE 0 TO DEUDA-AC
               ELSE
                   PERFORM 00105-Registrar-consumo
                   PERFORM 00063-Decidir-cuenta-fondos
               END-IF
           END-IF
           END-IF
           .
       00063-Decidir-cuenta-fondos.
      *cuenta no baja de ese piso), y el tope de debito por ciclo
      *recorta lo que se puede debitar en total. Ambos en cero (o en
      *blanco en un maestro viejo) dejan el saldo+limite de siempre.
      *En la cuenta 01 se descuentan ademas los cheques en canje.
       00094-Calcular-disponible-regla.
           SET REGLA-NO-RETUVO TO TRUE
           IF MINIMO-PROTEGIDO-CUEN IS NUMERIC
               MOVE TOPE-REGLA TO DISPONIBLE-POR-REGLA
               SET REGLA-RETUVO TO TRUE
           END-IF
           IF CTA-CUEN-NORM = 01
               PERFORM 00121-Descontar-cheques-canje
           END-IF
           IF DISPONIBLE-POR-REGLA < ZERO
               MOVE ZERO TO DISPONIBLE-POR-REGLA
           END-IF
           .
      *Lo depositado en cheque que todavia no libero ProgCanje no
      *se puede debitar: se resta del disponible sumando los
      *cheques del cliente de todas las sucursales. Si por eso la
      *deuda no entra, el rechazo sale por proteccion (motivo P),
      *porque los fondos existen.
       00121-Descontar-cheques-canje.
           MOVE ZERO TO CHR-SUCURSAL
           MOVE NRO-CLIE-CUEN TO CHR-NRO-CLIE
           CALL "RCHEQRET" USING CHR-PEDIDO
           IF CHR-MONTO-RETENIDO > ZERO
               MOVE CHR-MONTO-RETENIDO TO CHEQUES-EN-CANJE
               SUBTRACT CHEQUES-EN-CANJE FROM DISPONIBLE-POR-REGLA
               SET REGLA-RETUVO TO TRUE
               ADD 1 TO CTRL-CANT-CANJE
           END-IF
           .
      *Revisa si el titular de la cuenta en curso esta en la lista
      *de clientes bloqueados por politica.
       00084-Verificar-bloqueo.
           SET CLIENTE-NO-BLOQUEADO TO TRUE
           IF BLOQ-DISPONIBLE
               MOVE NRO-CLIE-CUEN TO BXI-NRO-CLIE
               READ ARCH-BLOQUEADOS
               IF FS-BLOQUEADOS = "00"
                   SET CLIENTE-BLOQUEADO TO TRUE
               END-IF
           END-IF
           .
      *Cliente bloqueado por politica: toda su deuda acumulada sale
      *rechazada con motivo B, sin tocar el saldo, para que cobranzas
           PERFORM 00096-Registrar-iva-detalle
               VARYING IDX-SERV FROM 1 BY 1
               UNTIL IDX-SERV > CANT-SERV-DET
      *    Si la plata del cliente esta en otro banco, cada debito
      *    aprobado sale ademas como orden de debito al banco.
           IF CTA-BANC-NORM > ZERO
               MOVE CTRL-CANT-DEBITOS-BCO TO MCT-ORDENES-PREVIAS
               PERFORM 00091-Registrar-debito-banco
                   VARYING IDX-SERV FROM 1 BY 1
                   UNTIL IDX-SERV > CANT-SERV-DET
               IF CTRL-CANT-DEBITOS-BCO > MCT-ORDENES-PREVIAS
                   PERFORM 00116-Registrar-actividad-cta
               END-IF
           END-IF
           .
      *Una orden por servicio debitado (los creditos no se ordenan:
      *suben el saldo propio y no mueven la cuenta del otro banco).
       00091-Registrar-debito-banco.
           IF (PAGO-SERV-DET(IDX-SERV) = "S")
                   AND (TIPO-SERV-DET(IDX-SERV) = "D")
               ADD 1 TO CTRL-CANT-DEBITOS-BCO
               INITIALIZE REGISTRO-DEBITO-BCO
               MOVE "D" TO DBC-TIPO
               MOVE RUN-SECUENCIA TO DBC-REF-SECUENCIA
               MOVE CTRL-CANT-DEBITOS-BCO TO DBC-REF-ORDEN
               MOVE CTA-BANC-NORM TO DBC-CTA-BANC
               MOVE NRO-CLIE-CUEN TO DBC-NRO-CLIE
               MOVE CTA-CUEN-NORM TO DBC-NRO-CTA
               MOVE COD-SERV-DET(IDX-SERV) TO DBC-COD-SERV
               MOVE MONTO-SERV-DET(IDX-SERV) TO DBC-MONTO
               MOVE MONEDA-CUEN TO DBC-MONEDA
               MOVE WS-FECHA-CORRIDA TO DBC-FECHA-DEBITO
               WRITE REGISTRO-DEBITO-BCO
               ADD MONTO-SERV-DET(IDX-SERV) TO CTRL-MONTO-DEBITOS-BCO
               ADD CTA-BANC-NORM TO CTRL-SUMA-CTAS-BCO
           END-IF
           .
      *Separa del monto bruto (IVA incluido) la porcion de impuesto
      *del servicio debitado y deja la linea en IVA_DETALLE.TXT:
                   TO DETALLE-SERV-RECH(CANT-DET-SALIDA)
           END-IF
           .
      *Busca NRO-CLIE-CUEN + cuenta en HIST_TRABAJO: si ya tiene
      *historial le suma uno, y si es la primera vez que se rechaza
      *lo agrega.
       00074-Actualizar-historial.
           MOVE NRO-CLIE-CUEN TO HTR-NRO-CLIE
           MOVE CTA-CUEN-NORM TO HTR-NRO-CTA
           READ ARCH-HIST-TRABAJO
           IF FS-HIST-TRABAJO = "00"
               ADD 1 TO HTR-CANT-RECHAZOS
               REWRITE REGISTRO-HIST-TRABAJO
           ELSE
               MOVE 1 TO HTR-CANT-RECHAZOS
               WRITE REGISTRO-HIST-TRABAJO
               ADD 1 TO HIST-CANT-CARGADOS
           END-IF
           .

       00000-Fin-de-servicios.
           END-IF
           .
      *Busca cuantas corridas lleva ya en suspenso este mismo
      *servicio (misma clave cliente+codigo+monto+fecha): se posiciona
      *en el cliente dentro de SUSP_TRABAJO y recorre solo sus lineas.
       00083-Buscar-intentos-previos.
           MOVE ZERO TO SUSP-INTENTOS-PREVIOS
           IF SUSP-CANT-CARGADOS > ZERO
               MOVE NRO-CLIE-SERV TO STR-NRO-CLIE
               MOVE ZEROES TO STR-NRO-CTA
               MOVE ZEROES TO STR-SECUENCIA
               START ARCH-SUSP-TRABAJO KEY IS NOT LESS THAN STR-CLAVE
               IF FS-SUSP-TRABAJO = "00"
                   SET SUSP-BUSQ-SIGUE TO TRUE
                   PERFORM 00083-Comparar-suspenso
                       UNTIL SUSP-BUSQ-TERMINADA
               END-IF
           END-IF
           .
       00083-Comparar-suspenso.
           READ ARCH-SUSP-TRABAJO NEXT RECORD
           IF (FS-SUSP-TRABAJO NOT = "00")
                   OR (STR-NRO-CLIE NOT = NRO-CLIE-SERV)
               SET SUSP-BUSQ-TERMINADA TO TRUE
           ELSE
               IF (STR-COD-SERV = COD-SERV)
                       AND (STR-MONTO = MONTO)
                       AND (STR-FECHA = FECHA-SERV)
                   MOVE STR-INTENTOS TO SUSP-INTENTOS-PREVIOS
                   SET SUSP-BUSQ-TERMINADA TO TRUE
               END-IF
           END-IF
           .
      *Pasa a CONSUMO_TRABAJO (indexado por cliente+cuenta) la suma
      *y la cantidad de ciclos con consumo registrado de cada cuenta
      *en HISTORIA_CLIENTES.TXT. Sin multiplo cargado no hay control
      *y no se lee nada; sin historia el indexado queda vacio y
      *ninguna cuenta se retiene.
       00101-Cargar-consumo-historico.
           MOVE 0 TO CHI-CANT-CARGADOS
           IF MULTIPLO-CONSUMO > ZERO
               OPEN OUTPUT ARCH-CONS-TRABAJO
               CLOSE ARCH-CONS-TRABAJO
               OPEN I-O ARCH-CONS-TRABAJO
               IF FS-CONS-TRABAJO NOT = "00"
                   MOVE "Error al abrir archivo"
                       TO ANULADO-DESCRIPCION
                   MOVE FS-CONS-TRABAJO TO ANULADO-CODIGO
                   MOVE "CONS-TRABAJO" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               OPEN INPUT ARCH-HISTORIA
               IF FS-HISTORIA NOT = "00"
                   DISPLAY "**** No hay HISTORIA_CLIENTES.TXT, sin "
                           "control de consumo"
               ELSE
                   PERFORM 00101-Leer-historia
                   PERFORM 00101-Acumular-historia
                       UNTIL FS-HISTORIA NOT = "00"
                   CLOSE ARCH-HISTORIA
                   DISPLAY "Cuentas con consumo historico: "
                           CHI-CANT-CARGADOS
               END-IF
           END-IF
           .
       00101-Leer-historia.
           READ ARCH-HISTORIA
           .
      *Las lineas historiadas antes de que existiera el consumo del
      *ciclo lo traen en blanco y no cuentan para el promedio.
       00101-Acumular-historia.
           IF (HIS-MONTO-CICLO IS NUMERIC)
                   AND (HIS-MONTO-CICLO > ZERO)
                   AND (HIS-NRO-CLIE IS NUMERIC)
               MOVE HIS-NRO-CLIE TO CTR-NRO-CLIE
               IF (HIS-NRO-CTA IS NUMERIC) AND (HIS-NRO-CTA > ZERO)
                   MOVE HIS-NRO-CTA TO CTR-NRO-CTA
               ELSE
                   MOVE 01 TO CTR-NRO-CTA
               END-IF
               READ ARCH-CONS-TRABAJO
               IF FS-CONS-TRABAJO = "00"
                   ADD HIS-MONTO-CICLO TO CTR-SUMA
                   ADD 1 TO CTR-CANT
                   REWRITE REGISTRO-CONS-TRABAJO
               ELSE
                   MOVE HIS-MONTO-CICLO TO CTR-SUMA
                   MOVE 1 TO CTR-CANT
                   WRITE REGISTRO-CONS-TRABAJO
                   ADD 1 TO CHI-CANT-CARGADOS
               END-IF
           END-IF
           PERFORM 00101-Leer-historia
           .
      *Compara el total del ciclo de la cuenta en curso contra su
      *consumo promedio historico por el multiplo de la corrida.
      *Hace falta un minimo de ciclos historiados para confiar en
      *el promedio; una cuenta liberada por el operador no se
      *vuelve a retener, y los creditos netos nunca se retienen.
       00102-Verificar-consumo.
           SET CONSUMO-DENTRO TO TRUE
           MOVE ZERO TO PROMEDIO-CONSUMO
           IF (MULTIPLO-CONSUMO > ZERO) AND (DEUDA-AC > ZERO)
               MOVE NRO-CLIE-CUEN TO LIB-CLIE-BUSCADO
               MOVE CTA-CUEN-NORM TO LIB-CTA-BUSCADA
               PERFORM 00104-Buscar-liberado
               IF CUENTA-LIBERADA
                   ADD 1 TO CTRL-CANT-LIBERADAS
               ELSE
                   MOVE NRO-CLIE-CUEN TO CTR-NRO-CLIE
                   MOVE CTA-CUEN-NORM TO CTR-NRO-CTA
                   PERFORM 00102-Buscar-consumo-historico
                   IF CONSUMO-HIST-HALLADO
                       PERFORM 00102-Comparar-promedio
                   END-IF
               END-IF
           END-IF
           .
       00102-Comparar-promedio.
           IF CTR-CANT >= MIN-CICLOS-CONSUMO
               COMPUTE PROMEDIO-CONSUMO ROUNDED = CTR-SUMA / CTR-CANT
               COMPUTE TOPE-CONSUMO ROUNDED =
                       PROMEDIO-CONSUMO * MULTIPLO-CONSUMO
               IF DEUDA-AC > TOPE-CONSUMO
                   SET CONSUMO-FUERA TO TRUE
               END-IF
           END-IF
           .
      *Busca CTR-NRO-CLIE + CTR-NRO-CTA en CONSUMO_TRABAJO; si esta,
      *el registro queda leido con su suma y cantidad de ciclos.
       00102-Buscar-consumo-historico.
           SET CONSUMO-HIST-AUSENTE TO TRUE
           READ ARCH-CONS-TRABAJO
           IF FS-CONS-TRABAJO = "00"
               SET CONSUMO-HIST-HALLADO TO TRUE
           END-IF
           .
      *Deja todos los servicios acumulados de la cuenta en
      *CONSUMO_RETENIDO.TXT, listos para volver a entrar si el
      *operador los libera. La cuenta sale a CUEN_ACT con el saldo
      *intacto y sin detalle, para que no se pierda del maestro.
       00103-Retener-consumo.
           MOVE SPACES TO WSV-TRAZA-LINEA
           STRING "************ Cliente " DELIMITED BY SIZE
                  NRO-CLIE-CUEN DELIMITED BY SIZE
                  " retenido por consumo fuera de lo habitual"
                  DELIMITED BY SIZE
                  INTO WSV-TRAZA-LINEA
           PERFORM 00012-Traza
           DISPLAY "**** Consumo fuera de lo habitual: cliente "
                   NRO-CLIE-CUEN " cta " CTA-CUEN-NORM
                   " total " DEUDA-AC " promedio " PROMEDIO-CONSUMO
                   " (multiplo " MULTIPLO-CONSUMO ")"
           PERFORM 00103-Retener-un-servicio
               VARYING IDX-SERV FROM 1 BY 1
               UNTIL IDX-SERV > CANT-SERV-DET
           ADD 1 TO CTRL-CANT-CONSUMO-RET
           ADD DEUDA-AC TO CTRL-MONTO-CONSUMO-RET
           PERFORM 00067-Marcar-todo-impago
           MOVE SALDO-CLIE-CUEN TO NEW-SALDO
           PERFORM 00068-Escribir-cuen-act-con-saldo
           .
       00103-Retener-un-servicio.
           INITIALIZE REGISTRO-CONSUMO-RET
           MOVE REG-SERV-DET(IDX-SERV) TO RET-SERVICIO
           MOVE CTA-CUEN-NORM TO RET-NRO-CTA
           MOVE FECHA-HOY TO RET-FECHA-RETENCION
           MOVE DEUDA-AC TO RET-TOTAL-CICLO
           MOVE PROMEDIO-CONSUMO TO RET-PROMEDIO
           WRITE REGISTRO-CONSUMO-RET
           ADD 1 TO CTRL-LINEAS-CONSUMO-RET
           .
      *Carga las cuentas que el operador libero con ProgConsumo
      *desde la corrida anterior.
       00104-Cargar-liberados.
           MOVE 0 TO LIB-CANT-CARGADOS
           OPEN INPUT ARCH-CONSUMO-LIB
           IF FS-CONSUMO-LIB = "00"
               PERFORM 00104-Leer-liberado
               PERFORM 00104-Acumular-liberado
                   UNTIL FS-CONSUMO-LIB NOT = "00"
               CLOSE ARCH-CONSUMO-LIB
               DISPLAY "Cuentas liberadas por consumo cargadas: "
                       LIB-CANT-CARGADOS
           END-IF
           .
       00104-Leer-liberado.
           READ ARCH-CONSUMO-LIB
           .
      *La lista se vacia al final de la corrida real: una cuenta
      *liberada que no entra en la tabla se perderia sin aviso.
       00104-Acumular-liberado.
           IF LIB-CANT-CARGADOS >= 100
               CLOSE ARCH-CONSUMO-LIB
               MOVE "Mas de 100 cuentas liberadas por consumo"
                   TO ANULADO-DESCRIPCION
               MOVE "TABLA" TO ANULADO-CODIGO
               MOVE "CONSUMO-LIB" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           ADD 1 TO LIB-CANT-CARGADOS
           MOVE LIB-NRO-CLIE TO WST-LIB-NRO-CLIE(LIB-CANT-CARGADOS)
           IF (LIB-NRO-CTA IS NUMERIC) AND (LIB-NRO-CTA > ZERO)
               MOVE LIB-NRO-CTA TO WST-LIB-NRO-CTA(LIB-CANT-CARGADOS)
           ELSE
               MOVE 01 TO WST-LIB-NRO-CTA(LIB-CANT-CARGADOS)
           END-IF
           PERFORM 00104-Leer-liberado
           .
      *Busca LIB-CLIE-BUSCADO + LIB-CTA-BUSCADA entre las cuentas
      *liberadas.
       00104-Buscar-liberado.
           SET CUENTA-NO-LIBERADA TO TRUE
           MOVE 1 TO IDX-LIB
           PERFORM 00104-Comparar-liberado
               UNTIL IDX-LIB > LIB-CANT-CARGADOS
           .
       00104-Comparar-liberado.
           IF (WST-LIB-NRO-CLIE(IDX-LIB) = LIB-CLIE-BUSCADO)
                   AND (WST-LIB-NRO-CTA(IDX-LIB) = LIB-CTA-BUSCADA)
               SET CUENTA-LIBERADA TO TRUE
               MOVE LIB-CANT-CARGADOS TO IDX-LIB
           END-IF
           ADD 1 TO IDX-LIB
           .
      *Total del ciclo de la cuenta en curso para la historia.
       00105-Registrar-consumo.
           INITIALIZE REGISTRO-CONSUMO
           MOVE NRO-CLIE-CUEN TO CSM-NRO-CLIE
           MOVE CTA-CUEN-NORM TO CSM-NRO-CTA
           IF DEUDA-AC > ZERO
               MOVE DEUDA-AC TO CSM-MONTO-CICLO
           END-IF
           MOVE MONEDA-CUEN TO CSM-MONEDA
           WRITE REGISTRO-CONSUMO
           .
      *Una liberacion vale para una sola corrida real: los
      *servicios liberados ya volvieron a entrar por PENDIENTES.
       00106-Vaciar-liberados.
           IF LIB-CANT-CARGADOS > ZERO
               OPEN OUTPUT ARCH-CONSUMO-LIB
               CLOSE ARCH-CONSUMO-LIB
           END-IF
           .
      *Aparta las retenciones por consumo de corridas anteriores
      *que el operador todavia no decidio. Las de hoy las vuelve a
      *generar esta misma corrida (una corrida repetida en el dia
      *no las duplica), salvo en un reinicio, que no reprocesa los
      *clientes anteriores al checkpoint.
       00107-Levantar-arrastre-ret.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE 0 TO RET-CANT-ARRASTRE
           OPEN INPUT ARCH-CONSUMO-RET-PREV
           IF FS-CONSUMO-RET-PREV = "00"
               PERFORM 00107-Leer-ret-prev
               PERFORM 00107-Clasificar-ret-prev
                   UNTIL FS-CONSUMO-RET-PREV NOT = "00"
               CLOSE ARCH-CONSUMO-RET-PREV
           END-IF
           .
       00107-Leer-ret-prev.
           READ ARCH-CONSUMO-RET-PREV
           .
       00107-Clasificar-ret-prev.
           IF (RET-PREV-FECHA NOT = FECHA-HOY)
                   OR MODO-ARRANQUE-REINICIO
               IF RET-CANT-ARRASTRE >= 200
                   CLOSE ARCH-CONSUMO-RET-PREV
                   MOVE "Mas de 200 retenciones por consumo a arrastrar"
                       TO ANULADO-DESCRIPCION
                   MOVE "TABLA" TO ANULADO-CODIGO
                   MOVE "CONSUMO-RET" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               ADD 1 TO RET-CANT-ARRASTRE
               MOVE REGISTRO-CONSUMO-RET-PREV
                   TO WST-RET-LINEA(RET-CANT-ARRASTRE)
           END-IF
           PERFORM 00107-Leer-ret-prev
           .
       00107-Escribir-arrastre-ret.
           PERFORM 00107-Volcar-arrastre-ret
               VARYING IDX-RET FROM 1 BY 1
               UNTIL IDX-RET > RET-CANT-ARRASTRE
           .
       00107-Volcar-arrastre-ret.
           MOVE WST-RET-LINEA(IDX-RET) TO REGISTRO-CONSUMO-RET
           WRITE REGISTRO-CONSUMO-RET
           .
      *Carga la lista de clientes a refacturar fuera de ciclo. Una
      *lista que no abre o viene vacia anula la corrida: sin ella la
      *refacturacion reprocesaria a todos los clientes del dia.
       00108-Cargar-refactura.
           SET MODO-REFACTURA TO TRUE
           MOVE 0 TO REF-CANT-CARGADOS
           OPEN INPUT ARCH-REFACTURA
           IF FS-REFACTURA NOT = "00"
               MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
               MOVE FS-REFACTURA TO ANULADO-CODIGO
               MOVE "ARCH-REFACTURA" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           PERFORM 00108-Leer-refactura
           PERFORM 00108-Acumular-refactura
               UNTIL FS-REFACTURA NOT = "00"
           CLOSE ARCH-REFACTURA
           IF REF-CANT-CARGADOS = 0
               MOVE "Lista de refacturacion vacia"
                   TO ANULADO-DESCRIPCION
               MOVE "REFVA" TO ANULADO-CODIGO
               MOVE "ARCH-REFACTURA" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           DISPLAY "**** REFACTURACION FUERA DE CICLO: "
                   REF-CANT-CARGADOS " clientes de "
                   WS-NOMBRE-REFACTURA
           .
       00108-Leer-refactura.
           READ ARCH-REFACTURA
           .
       00108-Acumular-refactura.
           IF REF-NRO-CLIE IS NUMERIC
               IF REF-CANT-CARGADOS >= 200
                   CLOSE ARCH-REFACTURA
                   MOVE "Mas de 200 clientes a refacturar"
                       TO ANULADO-DESCRIPCION
                   MOVE "TABLA" TO ANULADO-CODIGO
                   MOVE "ARCH-REFACTURA" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               ADD 1 TO REF-CANT-CARGADOS
               MOVE REF-NRO-CLIE TO WST-REF-NRO-CLIE(REF-CANT-CARGADOS)
           END-IF
           PERFORM 00108-Leer-refactura
           .
      *Desvia las salidas de la refacturacion a archivos .DELTA:
      *las salidas del dia quedan intactas hasta que ProgRefactura
      *funda el delta en ellas.
       00109-Renombrar-salidas-delta.
           DISPLAY "**** Salidas de la refacturacion en .DELTA"
           MOVE ".DELTA" TO WS-SUFIJO-DESVIO
           PERFORM 00036-Sufijo-sim-rechazos
           PERFORM 00036-Sufijo-sim-incidencias
           PERFORM 00036-Sufijo-sim-cuen-act
           PERFORM 00036-Sufijo-sim-conversiones
           PERFORM 00036-Sufijo-sim-iva
           PERFORM 00036-Sufijo-sim-precio
           PERFORM 00036-Sufijo-sim-pendientes
           PERFORM 00036-Sufijo-sim-duplicados
           PERFORM 00036-Sufijo-sim-suspenso
           PERFORM 00036-Sufijo-sim-debitos-bco
           PERFORM 00036-Sufijo-sim-consumos
           PERFORM 00036-Sufijo-sim-consumo-ret
           PERFORM 00036-Sufijo-sim-sin-maestro
           .
      *Lectura fisica de CUENTAS (saltea el HEADER); en la
      *refacturacion marca si el cliente leido esta en la lista.
       00110-Leer-registro-cuentas.
           READ ENTRADA-CUENTAS
           IF (FS-ENTRADA-CUENTAS = "00")
                   AND (REGISTRO-ENTRADA-CUENTAS (1:6) = "HEADER")
               READ ENTRADA-CUENTAS
           END-IF
           IF MODO-REFACTURA AND (FS-ENTRADA-CUENTAS NOT = "10")
               MOVE NRO-CLIE-CUEN TO REF-CLIE-BUSCADO
               PERFORM 00112-Buscar-refactura
           END-IF
           .
       00110-Saltear-cuenta.
           ADD 1 TO CTRL-CANT-FUERA-REFAC
           PERFORM 00110-Leer-registro-cuentas
           .
       00111-Leer-registro-servicios.
           READ ENTRADA-SERVICIOS
           IF (FS-ENTRADA-SERVICIOS = "00")
                   AND (REGISTRO-ENTRADA-SERVICIOS (1:6) = "HEADER")
               READ ENTRADA-SERVICIOS
           END-IF
           IF MODO-REFACTURA AND (FS-ENTRADA-SERVICIOS NOT = "10")
               MOVE NRO-CLIE-SERV TO REF-CLIE-BUSCADO
               PERFORM 00112-Buscar-refactura
           END-IF
           .
       00111-Saltear-servicio.
           ADD 1 TO CTRL-CANT-FUERA-REFAC
           PERFORM 00111-Leer-registro-servicios
           .
      *Pasa MAESTRO_CUENTAS.TXT entero a MAESTRO_TRABAJO, indexado
      *por cuenta bancaria. Sin archivo no se controla ninguna
      *cuenta bancaria.
       00113-Cargar-maestro-ctas.
           MOVE 0 TO MCT-CANT-CARGADOS
           SET MAESTRO-CTAS-INTACTO TO TRUE
           OPEN OUTPUT ARCH-MCT-TRABAJO
           CLOSE ARCH-MCT-TRABAJO
           OPEN I-O ARCH-MCT-TRABAJO
           IF FS-MCT-TRABAJO NOT = "00"
               MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
               MOVE FS-MCT-TRABAJO TO ANULADO-CODIGO
               MOVE "MCT-TRABAJO" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           OPEN INPUT ARCH-MAESTRO-CTAS
           IF FS-MAESTRO-CTAS NOT = "00"
               DISPLAY "**** No hay MAESTRO_CUENTAS.TXT, sin control "
                       "de cuentas cerradas en esta corrida"
           ELSE
               PERFORM 00113-Leer-maestro-ctas
               PERFORM 00113-Acumular-maestro-ctas
                   UNTIL FS-MAESTRO-CTAS NOT = "00"
               CLOSE ARCH-MAESTRO-CTAS
               DISPLAY "Cuentas del maestro cargadas: "
                       MCT-CANT-CARGADOS
           END-IF
           .
       00113-Leer-maestro-ctas.
           READ ARCH-MAESTRO-CTAS
           .
      *Una cuenta bancaria repetida en el maestro es un error de
      *datos: al regrabarlo desde el indexado se perderia una de las
      *dos lineas.
       00113-Acumular-maestro-ctas.
           MOVE REGISTRO-MAESTRO-CTAS TO REGISTRO-MCT-TRABAJO
           WRITE REGISTRO-MCT-TRABAJO
           IF FS-MCT-TRABAJO NOT = "00"
               CLOSE ARCH-MAESTRO-CTAS
               MOVE "Cuenta bancaria repetida en el maestro"
                   TO ANULADO-DESCRIPCION
               MOVE FS-MCT-TRABAJO TO ANULADO-CODIGO
               MOVE "MAESTRO-CTAS" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           ADD 1 TO MCT-CANT-CARGADOS
           PERFORM 00113-Leer-maestro-ctas
           .
      *Situacion de la cuenta bancaria del registro de CUENTAS recien
      *leido. La que no figura en el maestro sale ademas en el
      *listado CUENTAS_SIN_MAESTRO.
       00114-Verificar-cuenta-bancaria.
           SET CTA-BCO-OPERABLE TO TRUE
           SET MCT-CTA-AUSENTE TO TRUE
           IF (CTA-BANC-NORM > ZERO) AND (MCT-CANT-CARGADOS > ZERO)
               PERFORM 00114-Buscar-cuenta
               IF MCT-CTA-AUSENTE
                   SET CTA-BCO-NO-EMITIDA TO TRUE
                   PERFORM 00114-Listar-sin-maestro
               ELSE
                   IF MTR-ESTADO = "C"
                       SET CTA-BCO-CERRADA TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      *Lee CTA-BANC-NORM en MAESTRO_TRABAJO; si esta, el registro
      *queda leido.
       00114-Buscar-cuenta.
           SET MCT-CTA-AUSENTE TO TRUE
           MOVE CTA-BANC-NORM TO MTR-CTA-BANC
           READ ARCH-MCT-TRABAJO
           IF FS-MCT-TRABAJO = "00"
               SET MCT-CTA-HALLADA TO TRUE
           END-IF
           .
       00114-Listar-sin-maestro.
           INITIALIZE REGISTRO-SIN-MAESTRO
           MOVE NRO-CLIE-CUEN TO NRO-CLIE-SMAE
           MOVE NOMBRE-CLIE-CUEN TO NOMBRE-CLIE-SMAE
           MOVE CTA-CUEN-NORM TO NRO-CTA-SMAE
           MOVE SUC-CUEN-NORM TO SUCURSAL-SMAE
           MOVE CTA-BANC-NORM TO CTA-BANC-SMAE
           IF WS-FECHA-CORRIDA = ZERO
               ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           END-IF
           MOVE WS-FECHA-CORRIDA TO FECHA-SMAE
           WRITE REGISTRO-SIN-MAESTRO
           ADD 1 TO CTRL-CANT-SIN-MAESTRO
           .
      *Cuenta bancaria cerrada o nunca emitida: toda la deuda
      *acumulada sale rechazada con motivo C, sin tocar el saldo ni
      *generar ordenes al banco.
       00115-Rechazar-cuenta-cerrada.
           MOVE SPACES TO WSV-TRAZA-LINEA
           STRING "************ Cliente " DELIMITED BY SIZE
                  NRO-CLIE-CUEN DELIMITED BY SIZE
                  " cuenta bancaria " DELIMITED BY SIZE
                  CTA-BANC-NORM DELIMITED BY SIZE
                  " cerrada o inexistente, no se debita"
                  DELIMITED BY SIZE
                  INTO WSV-TRAZA-LINEA
           PERFORM 00012-Traza
           INITIALIZE REGISTRO-SALIDA-RECHAZOS
           SET MOTIVO-CUENTA-CERRADA TO TRUE
           MOVE NRO-CLIE-CUEN TO NRO-CLIE-RECH
           MOVE NOMBRE-CLIE-CUEN TO NOMBRE-CLIE-RECH
           MOVE SALDO-CLIE-CUEN TO SALDO-CLIE-RECH
           MOVE MONEDA-CUEN TO MONEDA-RECH
           MOVE ESTADO-CIVIL-CUEN TO ESTADO-CIVIL-RECH
           MOVE CTA-CUEN-NORM TO NRO-CTA-RECH
           MOVE SUC-CUEN-NORM TO SUCURSAL-RECH
           MOVE CTA-BANC-NORM TO CTA-BANC-RECH
           MOVE DEUDA-AC TO DEUDA-CLIE-RECH
           PERFORM 00067-Marcar-todo-impago
           MOVE 0 TO CANT-DET-SALIDA
           PERFORM 00066-Copiar-detalle-rechazos
               VARYING IDX-SERV FROM 1 BY 1
               UNTIL IDX-SERV > CANT-SERV-DET
           MOVE CANT-DET-SALIDA TO CANT-SERV-RECH
           PERFORM 00062-Escribir-salida-rechazos
           ADD 1 TO CTRL-CANT-CTA-CERRADA
           .
      *La cuenta bancaria recien debitada estaba dormida (sin
      *actividad hace mas de UMBRAL-DORMIDA dias, o nunca movida):
      *queda con la fecha de la corrida como ultima actividad.
       00116-Registrar-actividad-cta.
           IF MCT-CTA-HALLADA
               PERFORM 00114-Buscar-cuenta
           END-IF
           IF MCT-CTA-HALLADA
               IF MTR-FECHA-ACTIV > ZERO
                   MOVE MTR-FECHA-ACTIV TO MCT-FECHA-ULT
               ELSE
                   MOVE MTR-FECHA-ALTA TO MCT-FECHA-ULT
               END-IF
               IF WS-FECHA-CORRIDA = ZERO
                   ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
               END-IF
               MOVE WS-FECHA-CORRIDA TO MCT-FECHA-HOY
               IF MCT-FECHA-ULT = ZERO
                   MOVE 99999 TO DIAS-INACTIVA
               ELSE
                   MOVE MCT-ULT-DIA  TO DIF-DIA-DESDE
                   MOVE MCT-ULT-MES  TO DIF-MES-DESDE
                   MOVE MCT-ULT-ANIO TO DIF-ANIO-DESDE
                   MOVE MCT-HOY-DIA  TO DIF-DIA-HASTA
                   MOVE MCT-HOY-MES  TO DIF-MES-HASTA
                   MOVE MCT-HOY-ANIO TO DIF-ANIO-HASTA
                   CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
                   MOVE DIF-DIAS-RESULT TO DIAS-INACTIVA
               END-IF
               IF DIAS-INACTIVA > UMBRAL-DORMIDA
                   MOVE WS-FECHA-CORRIDA TO MTR-FECHA-ACTIV
                   REWRITE REGISTRO-MCT-TRABAJO
                   SET MAESTRO-CTAS-MODIFICADO TO TRUE
                   ADD 1 TO CTRL-CANT-REACTIVADAS
                   MOVE DIAS-INACTIVA TO DIAS-INACTIVA-ED
                   DISPLAY "Cuenta " CTA-BANC-NORM " dormida hace "
                           DIAS-INACTIVA-ED " dias, reactivada"
               END-IF
           END-IF
           .
      *Regraba MAESTRO_CUENTAS.TXT entero desde MAESTRO_TRABAJO, en
      *orden de cuenta bancaria, si algun debito reactivo una cuenta
      *dormida.
       00117-Grabar-maestro-ctas.
           IF MAESTRO-CTAS-MODIFICADO
               OPEN OUTPUT ARCH-MAESTRO-CTAS
               IF FS-MAESTRO-CTAS NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-MAESTRO-CTAS TO ANULADO-CODIGO
                   MOVE "MAESTRO-CTAS" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               MOVE ZEROES TO MTR-CTA-BANC
               START ARCH-MCT-TRABAJO
                   KEY IS NOT LESS THAN MTR-CTA-BANC
               IF FS-MCT-TRABAJO = "00"
                   PERFORM 00117-Leer-mct-trabajo
                   PERFORM 00117-Grabar-cuenta
                       UNTIL FS-MCT-TRABAJO NOT = "00"
               END-IF
               CLOSE ARCH-MAESTRO-CTAS
               DISPLAY "MAESTRO_CUENTAS.TXT regrabado con "
                       CTRL-CANT-REACTIVADAS " cuentas reactivadas"
           END-IF
           .
       00117-Leer-mct-trabajo.
           READ ARCH-MCT-TRABAJO NEXT RECORD
           .
       00117-Grabar-cuenta.
           MOVE REGISTRO-MCT-TRABAJO TO REGISTRO-MAESTRO-CTAS
           WRITE REGISTRO-MAESTRO-CTAS
           PERFORM 00117-Leer-mct-trabajo
           .
      *Aparta las excepciones de precio y las repeticiones de
      *corridas anteriores que el supervisor todavia no decidio en
      *ProgRetenidos, con el mismo criterio que 00107: las de hoy las
      *vuelve a generar esta misma corrida. En la refacturacion solo
      *se apartan las de los clientes de la lista.
       00118-Levantar-arrastre-exc.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO EXC-FECHA-HOY
           MOVE 0 TO PEXC-CANT-ARRASTRE
           MOVE 0 TO DUP-CANT-ARRASTRE
           INITIALIZE EXC-ANTIGUEDAD
           MOVE ZERO TO EXC-FECHA-MAS-VIEJA
           OPEN INPUT ARCH-PRECIO-EXC-PREV
           IF FS-PRECIO-EXC-PREV = "00"
               PERFORM 00118-Leer-pexc-prev
               PERFORM 00118-Clasificar-pexc-prev
                   UNTIL FS-PRECIO-EXC-PREV NOT = "00"
               CLOSE ARCH-PRECIO-EXC-PREV
           END-IF
           OPEN INPUT ARCH-DUPLICADOS-PREV
           IF FS-DUPLICADOS-PREV = "00"
               PERFORM 00118-Leer-dup-prev
               PERFORM 00118-Clasificar-dup-prev
                   UNTIL FS-DUPLICADOS-PREV NOT = "00"
               CLOSE ARCH-DUPLICADOS-PREV
           END-IF
           .
       00118-Leer-pexc-prev.
           READ ARCH-PRECIO-EXC-PREV
           .
       00118-Leer-dup-prev.
           READ ARCH-DUPLICADOS-PREV
           .
       00118-Clasificar-pexc-prev.
           MOVE PEXC-PREV-FECHA TO EXC-FECHA-RETENCION
           MOVE PEXC-PREV-DATOS (1:3) TO REF-CLIE-BUSCADO
           PERFORM 00118-Decidir-arrastre
           IF EXC-ARRASTRE-SI
               IF PEXC-CANT-ARRASTRE >= 200
                   CLOSE ARCH-PRECIO-EXC-PREV
                   MOVE "Mas de 200 retenciones por precio a arrastrar"
                       TO ANULADO-DESCRIPCION
                   MOVE "TABLA" TO ANULADO-CODIGO
                   MOVE "ARCH-PRECIO-EXC" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               ADD 1 TO PEXC-CANT-ARRASTRE
               MOVE REGISTRO-PRECIO-EXC-PREV
                   TO WST-PEXC-LINEA(PEXC-CANT-ARRASTRE)
               PERFORM 00118-Medir-antiguedad
           END-IF
           PERFORM 00118-Leer-pexc-prev
           .
       00118-Clasificar-dup-prev.
           MOVE DUP-PREV-FECHA TO EXC-FECHA-RETENCION
           MOVE DUP-PREV-DATOS (1:3) TO REF-CLIE-BUSCADO
           PERFORM 00118-Decidir-arrastre
           IF EXC-ARRASTRE-SI
               IF DUP-CANT-ARRASTRE >= 200
                   CLOSE ARCH-DUPLICADOS-PREV
                   MOVE "Mas de 200 duplicados retenidos a arrastrar"
                       TO ANULADO-DESCRIPCION
                   MOVE "TABLA" TO ANULADO-CODIGO
                   MOVE "ARCH-DUPLICADOS" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               END-IF
               ADD 1 TO DUP-CANT-ARRASTRE
               MOVE REGISTRO-DUPLICADO-PREV
                   TO WST-DUP-LINEA(DUP-CANT-ARRASTRE)
               PERFORM 00118-Medir-antiguedad
           END-IF
           PERFORM 00118-Leer-dup-prev
           .
      *Una linea anterior a hoy (o cualquiera en un reinicio) se
      *arrastra; en la refacturacion, solo si su cliente esta en la
      *lista, porque las demas siguen en el archivo del dia.
       00118-Decidir-arrastre.
           SET EXC-ARRASTRE-NO TO TRUE
           IF (EXC-FECHA-RETENCION NOT = FECHA-HOY)
                   OR MODO-ARRANQUE-REINICIO
               IF MODO-REFACTURA
                   PERFORM 00112-Buscar-refactura
                   IF REF-CLIENTE-LISTADO
                       SET EXC-ARRASTRE-SI TO TRUE
                   END-IF
               ELSE
                   SET EXC-ARRASTRE-SI TO TRUE
               END-IF
           END-IF
           .
      *Dias corridos desde la retencion (DIFFECHA), por tramos. Las
      *lineas de antes de que se estampara la fecha quedan aparte.
       00118-Medir-antiguedad.
           IF (EXC-FECHA-RETENCION IS NUMERIC)
                   AND (EXC-FECHA-RETENCION NOT = ZEROES)
               MOVE EXC-FECHA-RETENCION TO EXC-FECHA-DESDE
               IF (EXC-FECHA-MAS-VIEJA = ZERO)
                       OR (EXC-FECHA-DESDE < EXC-FECHA-MAS-VIEJA)
                   MOVE EXC-FECHA-DESDE TO EXC-FECHA-MAS-VIEJA
               END-IF
               MOVE EXC-DESDE-DIA  TO DIF-DIA-DESDE
               MOVE EXC-DESDE-MES  TO DIF-MES-DESDE
               MOVE EXC-DESDE-ANIO TO DIF-ANIO-DESDE
               MOVE EXC-HOY-DIA    TO DIF-DIA-HASTA
               MOVE EXC-HOY-MES    TO DIF-MES-HASTA
               MOVE EXC-HOY-ANIO   TO DIF-ANIO-HASTA
               CALL "DIFFECHA" USING DIF-FECHA-PEDIDO
               IF DIF-DIAS-RESULT <= 30
                   ADD 1 TO EXC-CANT-HASTA-30
               ELSE
                   IF DIF-DIAS-RESULT <= 90
                       ADD 1 TO EXC-CANT-HASTA-90
                   ELSE
                       ADD 1 TO EXC-CANT-MAS-90
                   END-IF
               END-IF
           ELSE
               ADD 1 TO EXC-CANT-SIN-FECHA
           END-IF
           .
       00118-Escribir-arrastre-exc.
           PERFORM 00118-Volcar-arrastre-pexc
               VARYING IDX-EXC FROM 1 BY 1
               UNTIL IDX-EXC > PEXC-CANT-ARRASTRE
           PERFORM 00118-Volcar-arrastre-dup
               VARYING IDX-EXC FROM 1 BY 1
               UNTIL IDX-EXC > DUP-CANT-ARRASTRE
           .
       00118-Volcar-arrastre-pexc.
           MOVE WST-PEXC-LINEA(IDX-EXC) TO REGISTRO-SALIDA-PRECIO-EXC
           WRITE REGISTRO-SALIDA-PRECIO-EXC
           .
       00118-Volcar-arrastre-dup.
           MOVE WST-DUP-LINEA(IDX-EXC) TO REGISTRO-SALIDA-DUPLICADO
           WRITE REGISTRO-SALIDA-DUPLICADO
           .
      *Carga las lineas retenidas que el supervisor libero con
      *ProgRetenidos desde la corrida anterior.
       00119-Cargar-ret-liberados.
           MOVE 0 TO RLB-CANT-CARGADOS
           OPEN INPUT ARCH-RET-LIBERADOS
           IF FS-RET-LIBERADOS = "00"
               PERFORM 00119-Leer-ret-liberado
               PERFORM 00119-Acumular-ret-liberado
                   UNTIL FS-RET-LIBERADOS NOT = "00"
               CLOSE ARCH-RET-LIBERADOS
               DISPLAY "Lineas retenidas liberadas cargadas: "
                       RLB-CANT-CARGADOS
           END-IF
           .
       00119-Leer-ret-liberado.
           READ ARCH-RET-LIBERADOS
           .
      *La lista se vacia al final de la corrida real: una linea
      *liberada que no entra en la tabla se perderia sin aviso.
       00119-Acumular-ret-liberado.
           IF RLB-CANT-CARGADOS >= 200
               CLOSE ARCH-RET-LIBERADOS
               MOVE "Mas de 200 lineas retenidas liberadas"
                   TO ANULADO-DESCRIPCION
               MOVE "TABLA" TO ANULADO-CODIGO
               MOVE "RET-LIBERADOS" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           ADD 1 TO RLB-CANT-CARGADOS
           MOVE RLB-ORIGEN TO WST-RLB-ORIGEN(RLB-CANT-CARGADOS)
           MOVE RLB-NRO-CLIE TO WST-RLB-NRO-CLIE(RLB-CANT-CARGADOS)
           MOVE RLB-COD-SERV TO WST-RLB-COD-SERV(RLB-CANT-CARGADOS)
           MOVE RLB-MONTO TO WST-RLB-MONTO(RLB-CANT-CARGADOS)
           MOVE RLB-FECHA-SERV
               TO WST-RLB-FECHA-SERV(RLB-CANT-CARGADOS)
           MOVE "N" TO WST-RLB-USADO(RLB-CANT-CARGADOS)
           PERFORM 00119-Leer-ret-liberado
           .
      *Busca el servicio en curso entre las lineas liberadas del
      *origen RLB-ORIGEN-BUSCADO (P precio / D duplicado); la que se
      *encuentra queda usada y el servicio no se vuelve a retener.
       00119-Buscar-ret-liberado.
           SET RETENCION-NO-LIBERADA TO TRUE
           MOVE 1 TO IDX-RLB
           PERFORM 00119-Comparar-ret-liberado
               UNTIL IDX-RLB > RLB-CANT-CARGADOS
           IF RETENCION-LIBERADA
               ADD 1 TO CTRL-CANT-RET-LIBERADAS
               MOVE SPACES TO WSV-TRAZA-LINEA
               STRING "************ Servicio " DELIMITED BY SIZE
                      COD-SERV DELIMITED BY SIZE
                      " del cliente " DELIMITED BY SIZE
                      NRO-CLIE-SERV DELIMITED BY SIZE
                      " liberado por el supervisor" DELIMITED BY SIZE
                      INTO WSV-TRAZA-LINEA
               PERFORM 00012-Traza
           END-IF
           .
       00119-Comparar-ret-liberado.
           IF (WST-RLB-ORIGEN(IDX-RLB) = RLB-ORIGEN-BUSCADO)
                   AND (WST-RLB-USADO(IDX-RLB) = "N")
                   AND (WST-RLB-NRO-CLIE(IDX-RLB) = NRO-CLIE-SERV)
                   AND (WST-RLB-COD-SERV(IDX-RLB) = COD-SERV)
                   AND (WST-RLB-MONTO(IDX-RLB) = MONTO)
                   AND (WST-RLB-FECHA-SERV(IDX-RLB) = FECHA-SERV)
               SET RETENCION-LIBERADA TO TRUE
               MOVE "S" TO WST-RLB-USADO(IDX-RLB)
               MOVE RLB-CANT-CARGADOS TO IDX-RLB
           END-IF
           ADD 1 TO IDX-RLB
           .
      *Una liberacion vale para una sola corrida real, como la de
      *consumo: las lineas ya volvieron a entrar por PENDIENTES.
       00119-Vaciar-ret-liberados.
           IF RLB-CANT-CARGADOS > ZERO
               OPEN OUTPUT ARCH-RET-LIBERADOS
               CLOSE ARCH-RET-LIBERADOS
           END-IF
           .
      *Deja una copia con la fecha de corrida del IVA_DETALLE que
      *acaba de cerrarse (a diferencia de 00008, que archiva lo que
      *quedo de la corrida anterior), para que ProgLibroIva arme el
      *libro de IVA ventas del mes con el detalle de cada dia.
       00120-Archivar-iva-detalle.
           MOVE WS-NOMBRE-IVA TO WS-NOMBRE-ORIGEN
           MOVE SPACES TO WS-NOMBRE-DESTINO
           STRING "IVA_DETALLE." DELIMITED BY SIZE
                  WS-FECHA-CORRIDA DELIMITED BY SIZE
                  WS-TROZO-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-DESTINO
           PERFORM 00008-Archivar-un-archivo
           .
      *Busca REF-CLIE-BUSCADO en la lista de refacturacion.
       00112-Buscar-refactura.
           SET REF-CLIENTE-AJENO TO TRUE
           MOVE 1 TO IDX-REF
           PERFORM 00112-Comparar-refactura
               UNTIL IDX-REF > REF-CANT-CARGADOS
           .
       00112-Comparar-refactura.
           IF WST-REF-NRO-CLIE(IDX-REF) = REF-CLIE-BUSCADO
               SET REF-CLIENTE-LISTADO TO TRUE
               MOVE REF-CANT-CARGADOS TO IDX-REF
           END-IF
           ADD 1 TO IDX-REF
           .
      *************************** Archivos *****************************
       00005-Abrir-archivos.
                   DISPLAY "Pude abrir el archivo: CUENTAS_ACT"
               END-IF

           OPEN OUTPUT SALIDA-SIN-MAESTRO
               IF FS-SIN-MAESTRO NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-SIN-MAESTRO TO ANULADO-CODIGO
                   MOVE "SIN-MAESTRO" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: CUENTAS_SIN_MAESTRO"
               END-IF

           OPEN OUTPUT SALIDA-CONVERSIONES
               IF FS-CONVERSIONES NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: SUSPENSO"
               END-IF

           OPEN OUTPUT SALIDA-DEBITOS-BCO
               IF FS-DEBITOS-BCO NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-DEBITOS-BCO TO ANULADO-CODIGO
                   MOVE "DEBITOS-BANCO" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: DEBITOS_BANCO"
               END-IF

           OPEN OUTPUT SALIDA-CONSUMOS
               IF FS-CONSUMOS NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-CONSUMOS TO ANULADO-CODIGO
                   MOVE "CONSUMOS" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: CONSUMOS"
               END-IF

           OPEN OUTPUT SALIDA-CONSUMO-RET
               IF FS-CONSUMO-RET NOT = "00"
                   MOVE "Error al abrir archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-CONSUMO-RET TO ANULADO-CODIGO
                   MOVE "CONSUMO-RET" TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude abrir el archivo: CONSUMO_RETENIDO"
               END-IF.

       00006-Leer-cuentas.
           PERFORM 00110-Leer-registro-cuentas
           IF MODO-REFACTURA
               PERFORM 00110-Saltear-cuenta
                   UNTIL (FS-ENTRADA-CUENTAS = "10")
                   OR REF-CLIENTE-LISTADO
           END-IF
           IF FS-ENTRADA-CUENTAS NOT= "10"
               PERFORM 00038-Armar-clave-cuenta
               PERFORM 00114-Verificar-cuenta-bancaria
               MOVE SPACES TO WSV-TRAZA-LINEA
               STRING "Registro leido de CUENTAS: "
                      DELIMITED BY SIZE
           END-IF.

       00007-Leer-servicios.
           PERFORM 00111-Leer-registro-servicios
           IF MODO-REFACTURA
               PERFORM 00111-Saltear-servicio
                   UNTIL (FS-ENTRADA-SERVICIOS = "10")
                   OR REF-CLIENTE-LISTADO
           END-IF
           IF FS-ENTRADA-SERVICIOS NOT= "10"
               PERFORM 00039-Armar-clave-servicio
                   DISPLAY "Pude cerrar el archivo: CUEN_ACT"
               END-IF

           CLOSE SALIDA-SIN-MAESTRO
               IF FS-SIN-MAESTRO NOT = "00"
                   MOVE "Error al cerrar archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-SIN-MAESTRO TO ANULADO-CODIGO
                   MOVE "SIN-MAESTRO"  TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: CUENTAS_SIN_MAESTRO"
               END-IF

           CLOSE SALIDA-CONVERSIONES
               IF FS-CONVERSIONES NOT = "00"
                   MOVE "Error al cerrar archivo" TO ANULADO-DESCRIPCION
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: SUSPENSO"
               END-IF

           CLOSE SALIDA-DEBITOS-BCO
               IF FS-DEBITOS-BCO NOT = "00"
                   MOVE "Error al cerrar archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-DEBITOS-BCO TO ANULADO-CODIGO
                   MOVE "DEBITOS-BANCO"  TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: DEBITOS_BANCO"
               END-IF

           CLOSE SALIDA-CONSUMOS
               IF FS-CONSUMOS NOT = "00"
                   MOVE "Error al cerrar archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-CONSUMOS TO ANULADO-CODIGO
                   MOVE "CONSUMOS"  TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: CONSUMOS"
               END-IF

           CLOSE SALIDA-CONSUMO-RET
               IF FS-CONSUMO-RET NOT = "00"
                   MOVE "Error al cerrar archivo" TO ANULADO-DESCRIPCION
                   MOVE FS-CONSUMO-RET TO ANULADO-CODIGO
                   MOVE "CONSUMO-RET"  TO ANULADO-OBJETO
                   PERFORM 00010-Mostrar-anulado
               ELSE
                   DISPLAY "Pude cerrar el archivo: CONSUMO_RETENIDO"
               END-IF
           PERFORM 00123-Cerrar-consultas.
      *************************** Final ********************************
       00010-Mostrar-anulado.
           DISPLAY " "
                   "  Monto: " CTRL-MONTO-CREDITOS
           DISPLAY "Rechazos por proteccion:      "
                   CTRL-CANT-PROTEGIDOS
           DISPLAY "Cuentas con cheques en canje: "
                   CTRL-CANT-CANJE
           DISPLAY "IVA_DETALLE.TXT  - Registros: " CTRL-CANT-IVA
                   "  IVA: " CTRL-MONTO-IVA
           DISPLAY "Rechazos sin mandato:         "
                   CTRL-CANT-SIN-MANDATO
           DISPLAY "Retenidos por desvio de precio:"
                   CTRL-CANT-PRECIO-EXC
           DISPLAY "DEBITOS_BANCO.TXT- Ordenes:   "
                   CTRL-CANT-DEBITOS-BCO
                   "  Monto: " CTRL-MONTO-DEBITOS-BCO
           DISPLAY "Cuentas retenidas por consumo:"
                   CTRL-CANT-CONSUMO-RET
                   "  Servicios: " CTRL-LINEAS-CONSUMO-RET
                   "  Monto: " CTRL-MONTO-CONSUMO-RET
           DISPLAY "Retenciones arrastradas:      "
                   RET-CANT-ARRASTRE
           DISPLAY "Cuentas liberadas por consumo:"
                   CTRL-CANT-LIBERADAS
           DISPLAY "Retenidas liberadas aplicadas:"
                   CTRL-CANT-RET-LIBERADAS
                   "  Liberadas cargadas: " RLB-CANT-CARGADOS
           DISPLAY "Retenidas arrastradas - precio: "
                   PEXC-CANT-ARRASTRE
                   "  Duplicados: " DUP-CANT-ARRASTRE
           IF (PEXC-CANT-ARRASTRE + DUP-CANT-ARRASTRE) > ZERO
               DISPLAY "  Antiguedad hasta 30 dias: "
                       EXC-CANT-HASTA-30
                       "  31 a 90: " EXC-CANT-HASTA-90
                       "  Mas de 90: " EXC-CANT-MAS-90
                       "  Sin fecha: " EXC-CANT-SIN-FECHA
               IF EXC-FECHA-MAS-VIEJA > ZERO
                   DISPLAY "  Retencion mas antigua del:  "
                           EXC-FECHA-MAS-VIEJA
               END-IF
           END-IF
           DISPLAY "Rechazos por cuenta cerrada:  "
                   CTRL-CANT-CTA-CERRADA
           DISPLAY "Cuentas fuera del maestro:    "
                   CTRL-CANT-SIN-MAESTRO
           DISPLAY "Cuentas dormidas reactivadas: "
                   CTRL-CANT-REACTIVADAS
           IF MODO-REFACTURA
               DISPLAY "Refacturacion - clientes en lista: "
                       REF-CANT-CARGADOS
                       "  Registros salteados: "
                       CTRL-CANT-FUERA-REFAC
           END-IF
           DISPLAY "----- Subtotales por sucursal ----"
           PERFORM 00095-Subtotal-sucursal
               VARYING IDX-SUC FROM 1 BY 1
                   " Rechazos: " WST-SUC-RECH-CANT(IDX-SUC)
                   " Monto: " WST-SUC-RECH-MONTO(IDX-SUC)
           .
      *Regraba HIST_RECHAZOS.TXT entero desde HIST_TRABAJO ya
      *actualizado por esta corrida, en orden de cliente+cuenta. Como
      *es LINE SEQUENTIAL no hay REWRITE, asi que se reabre en OUTPUT
      *y se escriben todas las entradas de nuevo.
       00076-Grabar-historial.
           OPEN OUTPUT ARCH-HIST-RECHAZOS
           MOVE ZEROES TO HTR-CLAVE
           START ARCH-HIST-TRABAJO KEY IS NOT LESS THAN HTR-CLAVE
           IF FS-HIST-TRABAJO = "00"
               PERFORM 00077-Leer-hist-trabajo
               PERFORM 00077-Escribir-historial
                   UNTIL FS-HIST-TRABAJO NOT = "00"
           END-IF
           CLOSE ARCH-HIST-RECHAZOS
           .
       00077-Leer-hist-trabajo.
           READ ARCH-HIST-TRABAJO NEXT RECORD
           .
       00077-Escribir-historial.
           MOVE HTR-NRO-CLIE TO HIST-NRO-CLIE
           MOVE HTR-CANT-RECHAZOS TO HIST-CANT-RECHAZOS
           MOVE HTR-NRO-CTA TO HIST-NRO-CTA
           WRITE REGISTRO-HIST-RECHAZOS
           PERFORM 00077-Leer-hist-trabajo
           .

      *Agrega a cada uno de los 3 archivos de salida un registro de
           MOVE CTRL-CANT-CUEN-ACT TO TRAILER-CANT-CUEN-ACT
           MOVE CTRL-MONTO-CUEN-ACT TO TRAILER-MONTO-CUEN-ACT
           WRITE REGISTRO-TRAILER-CUEN-ACT

           INITIALIZE REGISTRO-CONTROL-DBC
           MOVE "T" TO DBC-CTL-TIPO
           MOVE CTRL-CANT-DEBITOS-BCO TO DBC-CTL-CANTIDAD
           MOVE CTRL-MONTO-DEBITOS-BCO TO DBC-CTL-MONTO
           MOVE CTRL-SUMA-CTAS-BCO TO DBC-CTL-SUMA-CUENTAS
           MOVE TRAILER-MARCA TO DBC-CTL-MARCA
           WRITE REGISTRO-CONTROL-DBC
           .

      *Persiste el ultimo numero de ticket emitido para la proxima
           MOVE CTRL-MONTO-CUEN-ACT TO CORR-MONTO-CUEN-ACT
      *    El veredicto de conciliacion lo estampa ProgConcilia.
           MOVE SPACE TO CORR-CONCILIA
           PERFORM 00122-Contar-faltantes
           OPEN EXTEND ARCH-CORRIDAS
           IF FS-CORRIDAS NOT = "00"
               OPEN OUTPUT ARCH-CORRIDAS
           WRITE REGISTRO-CORRIDA
           CLOSE ARCH-CORRIDAS
           .
      *Si la corrida viene de una cadena que siguio sin algun
      *archivo esperado, el acta lo dice.
       00122-Contar-faltantes.
           MOVE ZERO TO CORR-CANT-FALTANTES
           MOVE SPACES TO CORR-ARCH-FALTANTE
           OPEN INPUT ARCH-FALTANTES
           IF FS-FALTANTES = "00"
               PERFORM 00122-Leer-faltante
               PERFORM 00122-Anotar-faltante
                   UNTIL FS-FALTANTES NOT = "00"
               CLOSE ARCH-FALTANTES
           END-IF
           IF CORR-CANT-FALTANTES > ZERO
               DISPLAY "**** Corrida sin " CORR-CANT-FALTANTES
                       " archivo(s) que no llegaron al corte: "
                       CORR-ARCH-FALTANTE
           END-IF
           .
       00122-Leer-faltante.
           READ ARCH-FALTANTES
           .
       00122-Anotar-faltante.
           IF CORR-CANT-FALTANTES = ZERO
               MOVE FAL-ARCHIVO TO CORR-ARCH-FALTANTE
           END-IF
           IF CORR-CANT-FALTANTES < 99
               ADD 1 TO CORR-CANT-FALTANTES
           END-IF
           PERFORM 00122-Leer-faltante
           .
      *Arma con RINDICE el indexado de un maestro de consulta que
      *todavia no lo tiene (el maestro secuencial se grabo antes de
      *que sus programas lo mantuvieran). Sin indexado no se puede
      *seguir: la corrida saltearia el control sin avisar.
       00123-Armar-indice.
           CALL "RINDICE" USING IXP-PEDIDO
           IF IXP-ERROR
               MOVE SPACES TO ANULADO-DESCRIPCION
               STRING "No se pudo armar el indexado de "
                      DELIMITED BY SIZE
                      IXP-MAESTRO DELIMITED BY SPACE
                      INTO ANULADO-DESCRIPCION
               MOVE IXP-FS TO ANULADO-CODIGO
               MOVE "RINDICE" TO ANULADO-OBJETO
               PERFORM 00010-Mostrar-anulado
           END-IF
           DISPLAY "Indexado armado desde " IXP-MAESTRO
           .
       00123-Cerrar-consultas.
           IF MAND-DISPONIBLE
               CLOSE ARCH-MANDATOS
           END-IF
           IF BLOQ-DISPONIBLE
               CLOSE ARCH-BLOQUEADOS
           END-IF
           IF COTI-DISPONIBLE
               CLOSE ARCH-COTIZACIONES
           END-IF
           CLOSE ARCH-HIST-TRABAJO
           CLOSE ARCH-SUSP-TRABAJO
           CLOSE ARCH-MCT-TRABAJO
           IF MULTIPLO-CONSUMO > ZERO
               CLOSE ARCH-CONS-TRABAJO
           END-IF
           .
       00100-Fin-del-programa.
           PERFORM 00095-Informe-control.
           IF MODO-REAL
               PERFORM 00076-Grabar-historial
               PERFORM 00081-Grabar-ultimo-ticket
               PERFORM 00033-Asentar-headers-consumidos
               IF MODO-CICLO-COMPLETO
                   PERFORM 00106-Vaciar-liberados
                   PERFORM 00119-Vaciar-ret-liberados
               END-IF
               PERFORM 00117-Grabar-maestro-ctas
               MOVE "N" TO CORR-ESTADO
               PERFORM 00086-Registrar-corrida
           ELSE
           END-IF
           PERFORM 00098-Escribir-trailers.
           PERFORM 00099-Cerrar-archivos.
           IF MODO-REAL AND MODO-CICLO-COMPLETO
               PERFORM 00120-Archivar-iva-detalle
           END-IF
           PERFORM 00045-Liberar-lock.
           DISPLAY " "
           DISPLAY "---- Fin del programa ----"
