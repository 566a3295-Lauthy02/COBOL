      *--1----.----2----.----3----.----4----.----5----.----6----.----7----.----8
      *    Copybook TAB-TITULAR
      *    Pedido que recibe RTITULAR via
      *    PROCEDURE DIVISION USING TTI-PEDIDO.
      *    Con cliente, cuenta y fecha devuelve los cotitulares
      *    vigentes (para encabezar extractos y cartas); si ademas
      *    viene un documento dice si esa persona puede operar la
      *    cuenta en esa fecha. Cuenta en cero mira todas las
      *    cuentas del cliente (la ventanilla opera por cliente).
           01 TTI-PEDIDO.
               02 TTI-NRO-CLIE            PIC 9(03).
               02 TTI-NRO-CTA             PIC 9(02).
               02 TTI-FECHA               PIC 9(08).
               02 TTI-TIPO-DOC            PIC X(03).
               02 TTI-NRO-DOC             PIC X(12).
               02 TTI-RESULTADO           PIC X(01).
                   88 TTI-HABILITADO          VALUE "S".
                   88 TTI-NO-FIGURA           VALUE "N".
                   88 TTI-VENCIDO             VALUE "V".
                   88 TTI-NO-OPERA            VALUE "B".
               02 TTI-ROL-HALLADO         PIC X(01).
               02 TTI-NOMBRE-HALLADO      PIC X(30).
               02 TTI-CANT-COTITULARES    PIC 9(02).
               02 TTI-COTITULAR           OCCURS 10 TIMES.
                   03 TTI-COT-NOMBRE      PIC X(30).
