      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-ORDEN
      *    Registro de ORDENES_PERMANENTES.TXT: una orden permanente
      *    de transferencia mensual de la caja de un cliente a la de
      *    otro (alquiler, cuota, mesada). La mantiene ProgOrdenes:
      *    la da de alta, la da de baja y la ejecuta cada dia habil
      *    en que vence, como el par E/I enlazado de
      *    CorteCtrlIngresando en MOVIMIENTOS.TXT.
      *    El dia del mes se corre al ultimo dia en los meses mas
      *    cortos y despues al proximo dia habil (DIFHABIL).
      *    Estado: A activa, B dada de baja, F finalizada (paso la
      *    fecha de fin).
      *    El archivo se graba ordenado por numero de orden.
           01 REG-ORDEN.
               02 ORD-NRO                     PIC 9(06).
               02 ORD-SUC-ORIGEN              PIC 9(03).
               02 ORD-CLIE-ORIGEN             PIC 9(03).
               02 ORD-SUC-DESTINO             PIC 9(03).
               02 ORD-CLIE-DESTINO            PIC 9(03).
      *Pesos enteros, como todo el diario de caja.
               02 ORD-MONTO                   PIC 9(05).
               02 ORD-DIA                     PIC 9(02).
               02 ORD-FECHA-ALTA              PIC 9(08).
      *Ultimo dia en que puede vencer (99991231 si no tiene fin).
               02 ORD-FECHA-FIN               PIC 9(08).
      *Mes (AAAAMM) de la proxima cuota y dia habil en que vence.
               02 ORD-PROX-PERIODO            PIC 9(06).
               02 ORD-PROX-FECHA              PIC 9(08).
      *Intentos rechazados de la cuota en curso (se reintenta cada
      *dia habil hasta que vence la siguiente) y ultimo dia en que
      *se intento, para no repetir el intento si se corre dos veces.
               02 ORD-FALLOS                  PIC 9(02).
               02 ORD-ULT-INTENTO             PIC 9(08).
               02 ORD-ULT-EJECUCION           PIC 9(08).
               02 ORD-ESTADO                  PIC X(01).
                   88 ORD-ACTIVA                  VALUE "A".
                   88 ORD-DE-BAJA                 VALUE "B".
                   88 ORD-FINALIZADA              VALUE "F".
               02 ORD-OPERADOR                PIC 9(03).
