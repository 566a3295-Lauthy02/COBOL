      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-PARSEA
      *    Pedido que recibe RPARSEA via
      *    PROCEDURE DIVISION USING PRS-PEDIDO.
      *    PRS-LINEA es una linea con campos separados por
      *    PRS-SEPARADOR (punto y coma si viene en blanco); vuelven
      *    los campos separados en PRS-CAMPO, cada uno con su largo.
      *    Un campo vacio vuelve en blanco con largo cero. Un campo
      *    entre comillas puede llevar el separador adentro, y dos
      *    comillas seguidas dentro de el son una comilla.
      *    Lo usa ProgIntake para los archivos delimitados de los
      *    proveedores.
           01 PRS-PEDIDO.
               02 PRS-LINEA               PIC X(200).
               02 PRS-SEPARADOR           PIC X(01).
      *Cantidad de campos que tiene que traer la linea como minimo y
      *como maximo (cero: sin control).
               02 PRS-CAMPOS-MINIMO       PIC 9(02).
               02 PRS-CAMPOS-MAXIMO       PIC 9(02).
      *S linea separada bien, E linea con error: PRS-CAMPO-ERROR dice
      *en que campo (cero: la linea entera) y PRS-MOTIVO por que.
               02 PRS-RESULTADO           PIC X(01).
                   88 PRS-CORRECTO            VALUE "S".
                   88 PRS-CON-ERROR           VALUE "E".
               02 PRS-CAMPO-ERROR         PIC 9(02).
               02 PRS-MOTIVO              PIC X(40).
               02 PRS-CANT-CAMPOS         PIC 9(02).
               02 PRS-CAMPO-DET           OCCURS 20 TIMES.
                   03 PRS-CAMPO           PIC X(40).
                   03 PRS-CAMPO-LARGO     PIC 9(02).
