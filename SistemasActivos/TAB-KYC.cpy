      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-KYC
      *    Pedido que recibe RKYCDOC via
      *    PROCEDURE DIVISION USING KYR-PEDIDO.
      *    Con cliente y fecha devuelve el estado de su documento en
      *    DOCUMENTOS_KYC.TXT segun los dias de PARAM_KYC.TXT; el
      *    mismo criterio que aplica ProgKyc para avisar y bloquear.
           01 KYR-PEDIDO.
               02 KYR-NRO-CLIE            PIC 9(03).
               02 KYR-FECHA               PIC 9(08).
               02 KYR-ESTADO              PIC X(01).
                   88 KYR-VIGENTE             VALUE "V".
                   88 KYR-POR-VENCER          VALUE "A".
                   88 KYR-EN-GRACIA           VALUE "G".
                   88 KYR-VENCIDO             VALUE "B".
                   88 KYR-SIN-LEGAJO          VALUE "S".
               02 KYR-FECHA-VENCE         PIC 9(08).
      *Dias hasta el vencimiento; negativo si ya vencio.
               02 KYR-DIAS                PIC S9(07).
