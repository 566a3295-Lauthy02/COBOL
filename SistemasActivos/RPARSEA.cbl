      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Programa rutina de separacion de campos delimitados
      *    Recibe en PRS-PEDIDO una linea con campos separados por un
      *    caracter (punto y coma por defecto) y la recorre caracter
      *    por caracter, como ActClase01 busca el ; en su registro,
      *    dejando cada campo en PRS-CAMPO con su largo.
      *    Un separador seguido de otro es un campo vacio. Un campo
      *    que empieza con comillas termina en la comilla que cierra,
      *    aunque haya separadores adentro, y dos comillas seguidas
      *    dentro de el valen una comilla. Si algo no cierra (comillas
      *    abiertas, texto pegado a la comilla de cierre, un campo mas
      *    largo de lo que entra, campos de menos o de mas) vuelve
      *    con error, el numero de campo y el motivo, para que el
      *    llamador mande la linea a revision diciendo que fallo.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 RPARSEA.
       AUTHOR.                     Lautaro-Rojas.
       DATE-WRITTEN.               15/10/2026.
       DATE-COMPILED.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-----------------------
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      *-----------------------
       WORKING-STORAGE SECTION.
      *Linea en curso vista caracter por caracter.
           01 WSV-LINEA                        PIC X(200).
           01 WST-LINEA REDEFINES WSV-LINEA.
               02 WST-CARACTER              PIC X(01) OCCURS 200.
           01 WSV-POS                          PIC 9(03).
           01 WSV-POS-SIGUIENTE                PIC 9(03).
      *Ultima posicion no blanca de la linea.
           01 WSV-LARGO-LINEA                  PIC 9(03).
           01 WSV-CARACTER                     PIC X(01).
           01 WSV-SEPARADOR                    PIC X(01).
           01 WSV-COMILLA                      PIC X(01) VALUE '"'.
      *Campo que se esta armando.
           01 WSV-IDX-CAMPO                    PIC 9(02).
           01 WSV-LARGO-CAMPO                  PIC 9(02).
      *I inicio de campo, T texto sin comillas, Q dentro de
      *comillas, C despues de la comilla que cierra.
           77 WSS-ESTADO                       PIC X(01) VALUE "I".
               88 EST-INICIO-CAMPO             VALUE "I".
               88 EST-TEXTO                    VALUE "T".
               88 EST-COMILLAS                 VALUE "Q".
               88 EST-CIERRE-COMILLAS          VALUE "C".

       LINKAGE SECTION.
           COPY TAB-PARSEA.
      *
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-------------------------- Programa -----------------------------
       PROCEDURE DIVISION USING PRS-PEDIDO.
       MAIN-PROCEDURE.
           PERFORM 1000-Preparar
           IF PRS-CORRECTO
               PERFORM 5000-Recorrer-linea
           END-IF
           IF PRS-CORRECTO
               PERFORM 6000-Controlar-cantidad
           END-IF
           GOBACK
           .
      *
      *-------------------------- Parrafos -----------------------------
      *
       1000-Preparar.
           SET PRS-CORRECTO TO TRUE
           MOVE ZERO TO PRS-CAMPO-ERROR
           MOVE SPACES TO PRS-MOTIVO
           MOVE ZERO TO PRS-CANT-CAMPOS
           PERFORM 1010-Limpiar-campo
               VARYING WSV-IDX-CAMPO FROM 1 BY 1
               UNTIL WSV-IDX-CAMPO > 20
           MOVE PRS-SEPARADOR TO WSV-SEPARADOR
           IF WSV-SEPARADOR = SPACE
               MOVE ";" TO WSV-SEPARADOR
           END-IF
           MOVE PRS-LINEA TO WSV-LINEA
           MOVE 200 TO WSV-LARGO-LINEA
           PERFORM 1020-Retroceder-blanco
               UNTIL (WSV-LARGO-LINEA = ZERO)
               OR (WST-CARACTER(WSV-LARGO-LINEA) NOT = SPACE)
           IF WSV-LARGO-LINEA = ZERO
               SET PRS-CON-ERROR TO TRUE
               MOVE "Linea en blanco" TO PRS-MOTIVO
           END-IF
           .
       1010-Limpiar-campo.
           MOVE SPACES TO PRS-CAMPO(WSV-IDX-CAMPO)
           MOVE ZERO TO PRS-CAMPO-LARGO(WSV-IDX-CAMPO)
           .
       1020-Retroceder-blanco.
           SUBTRACT 1 FROM WSV-LARGO-LINEA
           .
      *.......................... Proceso ..............................
      *Recorre la linea hasta su ultimo caracter no blanco o hasta el
      *primer error; el ultimo campo se cierra al terminar, asi una
      *linea que termina en separador trae un ultimo campo vacio.
       5000-Recorrer-linea.
           SET EST-INICIO-CAMPO TO TRUE
           MOVE 1 TO WSV-IDX-CAMPO
           MOVE ZERO TO WSV-LARGO-CAMPO
           PERFORM 5100-Tomar-caracter
               VARYING WSV-POS FROM 1 BY 1
               UNTIL (WSV-POS > WSV-LARGO-LINEA) OR PRS-CON-ERROR
           IF PRS-CORRECTO
               IF EST-COMILLAS
                   MOVE WSV-IDX-CAMPO TO PRS-CAMPO-ERROR
                   SET PRS-CON-ERROR TO TRUE
                   MOVE "Comillas sin cerrar" TO PRS-MOTIVO
               ELSE
                   PERFORM 5500-Cerrar-campo
               END-IF
           END-IF
           .
       5100-Tomar-caracter.
           MOVE WST-CARACTER(WSV-POS) TO WSV-CARACTER
           EVALUATE TRUE
               WHEN EST-INICIO-CAMPO
                   PERFORM 5200-Inicio-campo
               WHEN EST-TEXTO
                   PERFORM 5300-Texto
               WHEN EST-COMILLAS
                   PERFORM 5400-Comillas
               WHEN OTHER
                   PERFORM 5450-Cierre-comillas
           END-EVALUATE
           .
       5200-Inicio-campo.
           IF WSV-CARACTER = WSV-SEPARADOR
               PERFORM 5500-Cerrar-campo
           ELSE
               IF WSV-CARACTER = WSV-COMILLA
                   SET EST-COMILLAS TO TRUE
               ELSE
                   SET EST-TEXTO TO TRUE
                   PERFORM 5600-Agregar-caracter
               END-IF
           END-IF
           .
       5300-Texto.
           IF WSV-CARACTER = WSV-SEPARADOR
               PERFORM 5500-Cerrar-campo
           ELSE
               IF WSV-CARACTER = WSV-COMILLA
                   MOVE WSV-IDX-CAMPO TO PRS-CAMPO-ERROR
                   SET PRS-CON-ERROR TO TRUE
                   MOVE "Comilla en un campo sin comillas"
                       TO PRS-MOTIVO
               ELSE
                   PERFORM 5600-Agregar-caracter
               END-IF
           END-IF
           .
      *Dentro de comillas el separador es texto; una comilla doblada
      *es una comilla y se saltea la segunda.
       5400-Comillas.
           IF WSV-CARACTER = WSV-COMILLA
               COMPUTE WSV-POS-SIGUIENTE = WSV-POS + 1
               IF (WSV-POS-SIGUIENTE <= WSV-LARGO-LINEA)
                   AND (WST-CARACTER(WSV-POS-SIGUIENTE) = WSV-COMILLA)
                   PERFORM 5600-Agregar-caracter
                   MOVE WSV-POS-SIGUIENTE TO WSV-POS
               ELSE
                   SET EST-CIERRE-COMILLAS TO TRUE
               END-IF
           ELSE
               PERFORM 5600-Agregar-caracter
           END-IF
           .
      *Despues de la comilla de cierre solo puede venir el separador
      *(los blancos se ignoran).
       5450-Cierre-comillas.
           IF WSV-CARACTER = WSV-SEPARADOR
               PERFORM 5500-Cerrar-campo
           ELSE
               IF WSV-CARACTER NOT = SPACE
                   MOVE WSV-IDX-CAMPO TO PRS-CAMPO-ERROR
                   SET PRS-CON-ERROR TO TRUE
                   MOVE "Texto despues de la comilla de cierre"
                       TO PRS-MOTIVO
               END-IF
           END-IF
           .
       5500-Cerrar-campo.
           MOVE WSV-LARGO-CAMPO TO PRS-CAMPO-LARGO(WSV-IDX-CAMPO)
           MOVE WSV-IDX-CAMPO TO PRS-CANT-CAMPOS
           MOVE ZERO TO WSV-LARGO-CAMPO
           SET EST-INICIO-CAMPO TO TRUE
      *    El campo 20 solo lo cierra el fin de la linea: un
      *    separador despues de el abre un campo 21.
           IF WSV-IDX-CAMPO >= 20
               IF WSV-POS <= WSV-LARGO-LINEA
                   MOVE 21 TO PRS-CAMPO-ERROR
                   SET PRS-CON-ERROR TO TRUE
                   MOVE "Mas de 20 campos en la linea" TO PRS-MOTIVO
               END-IF
           ELSE
               ADD 1 TO WSV-IDX-CAMPO
           END-IF
           .
       5600-Agregar-caracter.
           IF WSV-LARGO-CAMPO >= 40
               MOVE WSV-IDX-CAMPO TO PRS-CAMPO-ERROR
               SET PRS-CON-ERROR TO TRUE
               MOVE "Campo de mas de 40 caracteres" TO PRS-MOTIVO
           ELSE
               ADD 1 TO WSV-LARGO-CAMPO
               MOVE WSV-CARACTER
                   TO PRS-CAMPO(WSV-IDX-CAMPO)(WSV-LARGO-CAMPO:1)
           END-IF
           .
      *Cantidad de campos contra lo que espera el llamador: faltan
      *campos se informa en el primero que falta, sobran en el
      *primero que sobra.
       6000-Controlar-cantidad.
           IF (PRS-CAMPOS-MINIMO > ZERO)
                   AND (PRS-CANT-CAMPOS < PRS-CAMPOS-MINIMO)
               COMPUTE PRS-CAMPO-ERROR = PRS-CANT-CAMPOS + 1
               SET PRS-CON-ERROR TO TRUE
               MOVE "Faltan campos en la linea" TO PRS-MOTIVO
           END-IF
           IF (PRS-CAMPOS-MAXIMO > ZERO)
                   AND (PRS-CANT-CAMPOS > PRS-CAMPOS-MAXIMO)
               COMPUTE PRS-CAMPO-ERROR = PRS-CAMPOS-MAXIMO + 1
               SET PRS-CON-ERROR TO TRUE
               MOVE "Campos de mas en la linea" TO PRS-MOTIVO
           END-IF
           .
