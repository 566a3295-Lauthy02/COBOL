      *            es habil), para correr un vencimiento que cae en
      *            feriado o fin de semana.
      *    Modo A: idem pero hacia atras (el dia habil anterior).
      *    Modo V: devuelve en HAB-FECHA-RESULT el vencimiento de un
      *            plazo de HAB-DIAS-SUMAR dias corridos desde
      *            HAB-FECHA-DESDE, corrido al proximo dia habil si
      *            cae en feriado o fin de semana, y en HAB-DIAS-RESULT
      *            los dias corridos reales hasta ese vencimiento.
           01 HAB-FECHA-PEDIDO.
               02 HAB-MODO                PIC X(01).
                   88 HAB-MODO-DIFERENCIA     VALUE "D".
                   88 HAB-MODO-SUMAR          VALUE "S".
                   88 HAB-MODO-PROXIMO        VALUE "P".
                   88 HAB-MODO-ANTERIOR       VALUE "A".
                   88 HAB-MODO-VENCIMIENTO    VALUE "V".
               02 HAB-FECHA-DESDE.
                   03 HAB-DIA-DESDE       PIC 9(2).
                   03 HAB-MES-DESDE       PIC 9(2).
