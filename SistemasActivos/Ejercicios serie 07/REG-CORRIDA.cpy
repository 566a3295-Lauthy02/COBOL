      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook REG-CORRIDA
      *    Acta de CORRIDAS.TXT, el historial persistente de corridas:
      *    una linea por corrida de ProgApareo (estado N o A) y por
      *    reversion de ProgBackout (estado R).
      *    Fecha | Hora | 5 nombres de archivo | opciones | 6
      *    contadores | Estado final | Conciliacion | Faltantes
      *    La graban ProgApareo y ProgBackout, ProgConcilia estampa
      *    la conciliacion, y la leen ProgCorridas, ProgForecast,
      *    ProgDesvios, ProgTablero, ProgPreflight y ProgCalendario.
           01 REGISTRO-CORRIDA.
               02 CORR-FECHA               PIC 9(08).
               02 CORR-HORA                PIC 9(08).
               02 CORR-NOMBRE-CUENTAS      PIC X(40).
               02 CORR-NOMBRE-SERVICIOS    PIC X(40).
               02 CORR-NOMBRE-RECHAZOS     PIC X(40).
               02 CORR-NOMBRE-INCIDENCIAS  PIC X(40).
               02 CORR-NOMBRE-CUEN-ACT     PIC X(40).
               02 CORR-MODO-COBRANZA       PIC X(01).
               02 CORR-MODO-ARRANQUE       PIC X(01).
               02 CORR-TOLERANCIA          PIC 9(03)V99.
               02 CORR-CANT-RECHAZOS       PIC 9(05).
               02 CORR-MONTO-RECHAZOS      PIC 9(07)V99.
               02 CORR-CANT-INCIDENCIAS    PIC 9(05).
               02 CORR-MONTO-INCIDENCIAS   PIC S9(07)V99.
               02 CORR-CANT-CUEN-ACT       PIC 9(05).
               02 CORR-MONTO-CUEN-ACT      PIC S9(07)V99.
               02 CORR-ESTADO              PIC X(01).
                   88 CORRIDA-NORMAL           VALUE "N".
                   88 CORRIDA-ANULADA          VALUE "A".
                   88 CORRIDA-REVERSADA        VALUE "R".
      *Veredicto de conciliacion que estampa ProgConcilia sobre el
      *acta (P pasa / F no pasa; blanco = sin conciliar), el que
      *exige ProgCierrePeriodo antes de cerrar un mes contable.
               02 CORR-CONCILIA            PIC X(01).
      *Archivos que no llegaron al corte de la cadena y con los que
      *la corrida se hizo igual: cantidad y el primero de ellos (el
      *detalle completo queda en CADENA_LOG.TXT). En blanco en las
      *actas anteriores.
               02 CORR-CANT-FALTANTES      PIC 9(02).
               02 CORR-ARCH-FALTANTE       PIC X(40).
