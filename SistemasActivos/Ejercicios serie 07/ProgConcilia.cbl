                   02 TOT-CUOTAS-DUP           PIC 9(02).
                   02 PROVEEDOR-DUP            PIC X(03).
                   02 NRO-CTA-DUP              PIC 9(02).
                   02 FECHA-RETENCION-DUP      PIC 9(08).
                   02 NOTA-DUP                 PIC X(30).
      *
      *Archivo SUSPENSO (huerfanos en reintento de ProgApareo)
           FD ENTRADA-SUSPENSO.
      *veredicto sin redeclarar el layout entero: la posicion 266 es
      *CORR-ESTADO y la 267 CORR-CONCILIA (ver ProgApareo).
           FD ARCH-CORRIDAS.
               01 LINEA-CORRIDA                PIC X(320).
      *
      *Archivo VEREDICTO: una linea con el certificado de la
      *corrida, que ProgCadena lee antes de largar el paso
      *Actas de corrida en memoria para regrabar CORRIDAS.TXT con
      *el veredicto estampado en la ultima.
           01 WST-ACTAS.
               02 WST-ACTA-LINEA               PIC X(320)
                   OCCURS 200 TIMES.
           01 WSV-CANT-ACTAS                   PIC 9(03) VALUE ZERO.
           01 WSV-IDX-ACTA                     PIC 9(03).
