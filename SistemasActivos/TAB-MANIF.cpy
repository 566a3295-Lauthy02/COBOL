      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-MANIF
      *    Pedido que recibe RMANIFIE via
      *    PROCEDURE DIVISION USING MFP-PEDIDO.
      *    Con R recalcula las cuentas de control del archivo y las
      *    agrega a MANIFIESTO_ARCHIVOS.TXT (lo hace ProgApareo al
      *    archivar); con V las recalcula y las compara contra la
      *    ultima linea del manifiesto para ese archivo (lo hacen los
      *    programas que reusan copias con fecha y ProgManif).
           01 MFP-PEDIDO.
               02 MFP-ACCION              PIC X(01).
                   88 MFP-REGISTRAR           VALUE "R".
                   88 MFP-VERIFICAR           VALUE "V".
               02 MFP-ARCHIVO             PIC X(40).
               02 MFP-PROGRAMA            PIC X(10).
      *S coincide (o quedo registrado), N el archivo no figura en el
      *manifiesto (copias anteriores al manifiesto), A no coincide
      *con lo registrado, X el archivo no existe.
               02 MFP-RESULTADO           PIC X(01).
                   88 MFP-CORRECTO            VALUE "S".
                   88 MFP-SIN-MANIFIESTO      VALUE "N".
                   88 MFP-ALTERADO            VALUE "A".
                   88 MFP-SIN-ARCHIVO         VALUE "X".
      *Cuentas recalculadas sobre el archivo tal como esta hoy.
               02 MFP-CANT-LINEAS         PIC 9(07).
               02 MFP-CANT-REGISTROS      PIC 9(07).
               02 MFP-HASH-CLAVE          PIC 9(11).
               02 MFP-HASH-IMPORTE        PIC S9(11)V99.
      *Fecha en que se registro la linea del manifiesto comparada.
               02 MFP-FECHA-ALTA          PIC 9(08).
