      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-PLAZOFIJO
      *    Registro de PLAZOS_FIJOS.TXT: un plazo fijo constituido por
      *    un cliente contra una de sus cuentas. Lo mantiene
      *    ProgPlazoFijo: lo da de alta al constituirlo (debitando la
      *    cuenta por la caja o por el apareo), le devenga el interes
      *    y al vencer lo paga a la cuenta o lo renueva en un plazo
      *    nuevo que apunta al original.
      *    La tasa es la PFJ de TASAS.TXT (mensual %) vigente el dia
      *    de la constitucion; el interes es capital x tasa x dias
      *    corridos / 3000 y el vencimiento cae siempre en dia habil
      *    (DIFHABIL).
      *    Estado: V vigente, P pagado a la cuenta, R renovado.
      *    El archivo se graba ordenado por numero de plazo fijo.
           01 REG-PLAZO-FIJO.
               02 PFJ-NRO                     PIC 9(06).
               02 PFJ-NRO-CLIE                PIC 9(03).
               02 PFJ-NRO-CTA                 PIC 9(02).
               02 PFJ-SUCURSAL                PIC 9(03).
               02 PFJ-MONEDA                  PIC X(03).
      *Via por la que se debito y se paga: C caja (MOVIMIENTOS y
      *SALDOS_CLIENTES), A apareo (PENDIENTES).
               02 PFJ-VIA                     PIC X(01).
                   88 PFJ-VIA-CAJA                VALUE "C".
                   88 PFJ-VIA-APAREO              VALUE "A".
               02 PFJ-CAPITAL                 PIC 9(07)V99.
               02 PFJ-TASA                    PIC 9(02)V99.
               02 PFJ-PLAZO                   PIC 9(03).
               02 PFJ-FECHA-CONST             PIC 9(08).
               02 PFJ-FECHA-VTO               PIC 9(08).
      *Dias corridos reales entre constitucion y vencimiento (el
      *plazo pactado mas lo que se corrio hasta el dia habil).
               02 PFJ-DIAS                    PIC 9(03).
               02 PFJ-INTERES                 PIC 9(07)V99.
               02 PFJ-DEVENGADO               PIC 9(07)V99.
               02 PFJ-RENUEVA                 PIC X(01).
                   88 PFJ-SI-RENUEVA              VALUE "S".
                   88 PFJ-NO-RENUEVA              VALUE "N".
               02 PFJ-ESTADO                  PIC X(01).
                   88 PFJ-VIGENTE                 VALUE "V".
                   88 PFJ-PAGADO                  VALUE "P".
                   88 PFJ-RENOVADO                VALUE "R".
      *Plazo fijo del que sale por renovacion (cero si es original).
               02 PFJ-NRO-ORIGEN              PIC 9(06).
      *Fecha en que se pago o renovo (cero mientras esta vigente).
               02 PFJ-FECHA-CIERRE            PIC 9(08).
               02 PFJ-OPERADOR                PIC 9(03).
