      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-VALIDA
      *    Pedido que recibe RVALIDA via
      *    PROCEDURE DIVISION USING VLD-PEDIDO.
      *    VLD-ARCHIVO es el archivo secuencial a controlar contra su
      *    layout de LAYOUTS.TXT; el detalle de los registros malos
      *    (linea y campo) queda en VALIDACION.TXT y vuelven los
      *    contadores. Lo usan ProgValida y ProgCadena.
           01 VLD-PEDIDO.
               02 VLD-ARCHIVO             PIC X(40).
      *N empieza VALIDACION.TXT de nuevo, A agrega al final.
               02 VLD-MODO                PIC X(01).
                   88 VLD-INFORME-NUEVO       VALUE "N".
                   88 VLD-INFORME-AGREGA      VALUE "A".
      *S sin registros malos, E con registros malos, L el archivo
      *no tiene layout registrado, N el archivo no existe,
      *X no se pudo trabajar (VLD-FS dice por que).
               02 VLD-RESULTADO           PIC X(01).
                   88 VLD-CORRECTO            VALUE "S".
                   88 VLD-CON-ERRORES         VALUE "E".
                   88 VLD-SIN-LAYOUT          VALUE "L".
                   88 VLD-SIN-ARCHIVO         VALUE "N".
                   88 VLD-ERROR               VALUE "X".
               02 VLD-CANT-LEIDOS         PIC 9(07).
      *Registros con al menos un campo mal, y campos mal en total.
               02 VLD-CANT-MALOS          PIC 9(07).
               02 VLD-CANT-ERRORES        PIC 9(07).
               02 VLD-FS                  PIC X(02).
