      *    Programa de mantenimiento del plan de cuentas del ledger
      *    Alta, baja y listado de PLANCUENTAS.TXT: el mapeo de cada
      *    codigo de servicio y tipo de asiento (DEB-SERV, DEB-NETO,
      *    DEB-IVA, DEV-SERV, DESC-PRO; y con codigo en blanco los tipos
      *    generales CRED-CLI y RECHAZOS) al numero de cuenta
      *    contable real. ProgAsientos estampa este numero en cada
      *    linea del feed y se niega a emitir si un codigo de la
                   "tipos generales): "
           ACCEPT WSV-COD-TRABAJO
           DISPLAY "Tipo de asiento (DEB-SERV, DEB-NETO, DEB-IVA, "
                   "DEV-SERV, DESC-PRO, CRED-CLI, RECHAZOS): "
           ACCEPT WSV-TIPO-TRABAJO
           .
       5800-Buscar-mapeo.
