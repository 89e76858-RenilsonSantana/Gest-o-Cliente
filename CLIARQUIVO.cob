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

       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
               03 PAGAMENTOS-PARCELA PIC 9(03).
           02 PAGAMENTOS-DATA        PIC 9(08).
           02 PAGAMENTOS-VALOR       PIC 9(07)V99.
           02 PAGAMENTOS-MULTA       PIC 9(07)V99.
           02 PAGAMENTOS-JUROS       PIC 9(07)V99.

       FD TITULOS.
       01 TITULOS-REG.
           02 ARQCLI-LIMITE    PIC 9(07)V99.
           02 ARQCLI-TIPO-PESSOA PIC X(01).
           02 ARQCLI-DOCUMENTO PIC 9(14).
           02 ARQCLI-MARKETING PIC X(01).

       FD ARQPED.
       01 ARQPED-REG.
           02 ARQPED-VALOR      PIC 9(07)V99.
           02 ARQPED-SITUACAO   PIC X(01).
           02 ARQPED-CODIGO-ITEM PIC 9(05).
           02 ARQPED-VENDEDOR   PIC 9(03).

       FD ARQPAG.
       01 ARQPAG-REG.
               03 ARQPAG-PARCELA PIC 9(03).
           02 ARQPAG-DATA        PIC 9(08).
           02 ARQPAG-VALOR       PIC 9(07)V99.
           02 ARQPAG-MULTA       PIC 9(07)V99.
           02 ARQPAG-JUROS       PIC 9(07)V99.

       FD ARQTIT.
       01 ARQTIT-REG.
