      *    Los cargos salen en el layout de SERVICIOS (nro cliente,
      *    codigo de servicio de interes, monto, moneda) para que el
      *    apareo del proximo ciclo los cobre como un servicio mas.
      *    Al terminar deja una copia de los cargos con la fecha de
      *    corrida (SERV_INTERES.AAAAMMDD.TXT), de donde ProgCertAnual
      *    saca el interes cargado a cada cliente en el anio.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ProgInteres.
       AUTHOR.                     Lautaro-Rojas.
           SELECT SALIDA-INTERESES ASSIGN DYNAMIC WSV-NOMBRE-INTERESES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INTERESES.
      *Copia con fecha de los cargos de la corrida.
           SELECT SALIDA-INTERESES-DIA
           ASSIGN DYNAMIC WSV-NOMBRE-INTERESES-DIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-INTERESES-DIA.
      *Control de periodos contables (lo mantiene ProgCierrePeriodo):
      *no se escribe en un mes cerrado sin el override firmado de un
      *supervisor.
                   02 MONTO                    PIC 999V99.
                   02 MONEDA-SERV              PIC X(03).
                   02 FECHA-SERV               PIC 9(08).
      *
           FD SALIDA-INTERESES-DIA.
               01 LINEA-INTERES-DIA            PIC X(22).
      *
      *Archivo PERIODOS: estado de cada mes contable (A abierto /
      *C cerrado); sin archivo, todos los meses estan abiertos.
           01 FS-ARCHIVOS.
               02 FS-ENTRADA-CUEN-ACT          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INTERESES          PIC X(02) VALUE ZEROES.
               02 FS-SALIDA-INTERESES-DIA      PIC X(02) VALUE ZEROES.
           01 FS-ANULADO-LOG                   PIC X(02) VALUE ZEROES.
      *
      *Variables auxuliares
           01 WSV-NOMBRE-INTERESES             PIC X(40)
                                                VALUE
                                                "SERV_INTERES.TXT".
           01 WSV-NOMBRE-INTERESES-DIA         PIC X(40).

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
                   DISPLAY "Pude cerrar el archivo: SERV_INTERES"
               END-IF
           .
      *Copia los cargos recien grabados a SERV_INTERES.AAAAMMDD.TXT;
      *una segunda corrida del mismo dia la reemplaza.
       7100-Grabar-copia-del-dia.
           MOVE SPACES TO WSV-NOMBRE-INTERESES-DIA
           STRING "SERV_INTERES." DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WSV-NOMBRE-INTERESES-DIA
           IF WSV-NOMBRE-INTERESES-DIA NOT = WSV-NOMBRE-INTERESES
               OPEN INPUT SALIDA-INTERESES
               OPEN OUTPUT SALIDA-INTERESES-DIA
               IF FS-SALIDA-INTERESES-DIA NOT = "00"
                   MOVE "Error al abrir archivo" TO WSV-ANULADO-DESCRIP
                   MOVE FS-SALIDA-INTERESES-DIA TO WSV-ANULADO-CODIGO
                   MOVE "SERV_INTERES" TO WSV-ANULADO-OBJETO
                   PERFORM 8900-Mostrar-anulado
               END-IF
               PERFORM 7110-Leer-cargo
               PERFORM 7120-Copiar-cargo
                   UNTIL FS-SALIDA-INTERESES NOT = "00"
               CLOSE SALIDA-INTERESES
               CLOSE SALIDA-INTERESES-DIA
               DISPLAY "Copia del dia: " WSV-NOMBRE-INTERESES-DIA
           END-IF
           .
       7110-Leer-cargo.
           READ SALIDA-INTERESES
           .
       7120-Copiar-cargo.
           MOVE REGISTRO-SALIDA-INTERESES TO LINEA-INTERES-DIA
           WRITE LINEA-INTERES-DIA
           PERFORM 7110-Leer-cargo
           .
      ******************************************************************
       8900-Mostrar-anulado.
           DISPLAY " "
           .
       9000-Fin-del-programa.
           PERFORM 7000-Cerrar-archivos.
           PERFORM 7100-Grabar-copia-del-dia
           DISPLAY " "
           DISPLAY "----- Informe de control de la corrida ----"
           DISPLAY "Cuentas leidas:       " CTRL-CANT-LEIDOS
