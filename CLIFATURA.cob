           02 CLIENTES-LIMITE   PIC 9(07)V99.
           02 CLIENTES-TIPO-PESSOA PIC X(01).
           02 CLIENTES-DOCUMENTO PIC 9(14).
           02 CLIENTES-MARKETING PIC X(01).
               88 CLIENTES-ACEITA-MARKETING VALUE 'S'.
               88 CLIENTES-RECUSA-MARKETING VALUE 'N'.

       FD PEDIDOS.
       01 PEDIDOS-REG.
               88 PEDIDOS-ATIVO     VALUE 'A'.
               88 PEDIDOS-CANCELADO VALUE 'C'.
           02 PEDIDOS-CODIGO-ITEM PIC 9(05).
           02 PEDIDOS-VENDEDOR   PIC 9(03).

       FD FATURAS.
       01 FATURAS-REG           PIC X(93).
