                   PERFORM 5300-Proximo-habil
               WHEN HAB-MODO-ANTERIOR
                   PERFORM 5400-Anterior-habil
               WHEN HAB-MODO-VENCIMIENTO
                   PERFORM 5500-Vencimiento-de-plazo
               WHEN OTHER
                   PERFORM 5100-Contar-habiles
           END-EVALUATE
           PERFORM 5820-Retroceder-un-dia
           PERFORM 5700-Clasificar-dia
           .
      *Modo V: avanza los dias corridos del plazo y, si el
      *vencimiento no es habil, sigue hasta el primer habil; los
      *dias corridos reales quedan en HAB-DIAS-RESULT.
       5500-Vencimiento-de-plazo.
           MOVE HAB-DIA-DESDE  TO WSV-TRAB-DIA
           MOVE HAB-MES-DESDE  TO WSV-TRAB-MES
           MOVE HAB-ANIO-DESDE TO WSV-TRAB-ANIO
           MOVE HAB-DIAS-SUMAR TO HAB-DIAS-RESULT
           MOVE HAB-DIAS-SUMAR TO WSV-FALTAN-SUMAR
           PERFORM 5510-Avanzar-corrido UNTIL WSV-FALTAN-SUMAR = ZERO
           PERFORM 5700-Clasificar-dia
           PERFORM 5520-Correr-a-habil UNTIL ES-DIA-HABIL
           MOVE WSV-TRAB-DIA  TO HAB-DIA-RESULT
           MOVE WSV-TRAB-MES  TO HAB-MES-RESULT
           MOVE WSV-TRAB-ANIO TO HAB-ANIO-RESULT
           .
       5510-Avanzar-corrido.
           PERFORM 5800-Avanzar-un-dia
           SUBTRACT 1 FROM WSV-FALTAN-SUMAR
           .
       5520-Correr-a-habil.
           PERFORM 5800-Avanzar-un-dia
           ADD 1 TO HAB-DIAS-RESULT
           PERFORM 5700-Clasificar-dia
           .
      *Dia habil: ni sabado (resto 6) ni domingo (resto 0) ni
      *feriado del archivo.
       5700-Clasificar-dia.
