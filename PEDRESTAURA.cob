       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDRESTAURA.
      ******************************************************************
      * OBJETIVO: RECUPERACAO PONTUAL DE PEDIDOS.DAT, PAGAMENTOS.DAT,
      *           TITULOS.DAT E DOS ACORDOS DE RENEGOCIACAO EM
      *           ACORDOS.DAT/ACORDITEM.DAT - DEPOIS QUE O OPERADOR
      *           RESTAURA UMA COPIA DOS ARQUIVOS FINANCEIROS, REAPLICA
      *           OS MOVIMENTOS DO MOVIMENTO.LOG GRAVADOS APOS A COPIA,
      *           ATE A DATA/HORA DE CORTE INFORMADA, RECOMPONDO OS
      *           ARQUIVOS ATE MINUTOS ANTES DA FALHA, NOS MOLDES DO
      *           QUE O CLIRESTAURA FAZ PARA CLIENTES.DAT
               RECORD KEY IS TITULOS-CHAVE
               FILE STATUS IS TITULOS-STATUS.

           SELECT ACORDOS ASSIGN TO 'C:\COBOL\ACORDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDOS-CHAVE
               FILE STATUS IS ACORDOS-STATUS.

           SELECT ACORDITEM ASSIGN TO 'C:\COBOL\ACORDITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDITEM-CHAVE
               FILE STATUS IS ACORDITEM-STATUS.

           SELECT MOVIMENTO ASSIGN TO 'C:\COBOL\MOVIMENTO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMENTO-STATUS.
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
           02 TITULOS-PAGO        PIC 9(07)V99.
           02 TITULOS-SITUACAO    PIC X(01).

       FD ACORDOS.
       01 ACORDOS-REG.
           02 ACORDOS-CHAVE.
               03 ACORDOS-FONE     PIC 9(09).
               03 ACORDOS-NUMERO   PIC 9(05).
           02 ACORDOS-DATA         PIC 9(08).
           02 ACORDOS-HORA         PIC 9(08).
           02 ACORDOS-SUPERVISOR   PIC X(08).
           02 ACORDOS-QTD-ORIGEM   PIC 9(03).
           02 ACORDOS-VALOR-ORIGEM PIC 9(07)V99.
           02 ACORDOS-ACRESCIMO    PIC 9(07)V99.
           02 ACORDOS-DESCONTO     PIC 9(07)V99.
           02 ACORDOS-VALOR        PIC 9(07)V99.
           02 ACORDOS-QTD-PARCELAS PIC 9(02).
           02 ACORDOS-PRIMEIRO-VENC PIC 9(08).

       FD ACORDITEM.
       01 ACORDITEM-REG.
           02 ACORDITEM-CHAVE.
               03 ACORDITEM-FONE         PIC 9(09).
               03 ACORDITEM-NUMERO       PIC 9(05).
               03 ACORDITEM-ORIG-SEQ     PIC 9(05).
               03 ACORDITEM-ORIG-PARCELA PIC 9(03).
           02 ACORDITEM-VENCIMENTO  PIC 9(08).
           02 ACORDITEM-VALOR       PIC 9(07)V99.
           02 ACORDITEM-PAGO        PIC 9(07)V99.
           02 ACORDITEM-SALDO       PIC 9(07)V99.

       FD MOVIMENTO.
       01 MOVIMENTO-REG         PIC X(250).

       WORKING-STORAGE SECTION.

       77 PEDIDOS-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 TITULOS-STATUS PIC 99.
       77 ACORDOS-STATUS PIC 99.
       77 ACORDITEM-STATUS PIC 99.
       77 MOVIMENTO-STATUS PIC 99.

      * A LINHA DO DIARIO TEM POSICOES FIXAS, NA ORDEM EM QUE O
           02 WRK-MOV-DATA-REG       PIC 9(08).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-ITEM           PIC X(30).
      * NO CABECALHO DO ACORDO ('ACO') O CAMPO DO ITEM LEVA O
      * PRIMEIRO VENCIMENTO E A HORA DO ACORDO
           02 WRK-MOV-ACORDO REDEFINES WRK-MOV-ITEM.
               03 WRK-MOV-PRIMEIRO-VENC PIC 9(08).
               03 WRK-MOV-HORA-ACORDO   PIC 9(08).
               03 FILLER                PIC X(14).
           02 FILLER                 PIC X(08).
           02 WRK-MOV-CODIGO         PIC 9(05).
           02 FILLER                 PIC X(07).
      * VALOR JA PAGO, PREENCHIDO SO NOS MOVIMENTOS DE TITULO
           02 FILLER                 PIC X(06).
           02 WRK-MOV-PAGO           PIC 9(07)V99.
      * MULTA E JUROS DE ATRASO, SO NOS PAGAMENTOS; AS LINHAS MAIS
      * ANTIGAS DO DIARIO NAO TEM ESTES CAMPOS
           02 FILLER                 PIC X(07).
           02 WRK-MOV-MULTA          PIC 9(07)V99.
           02 FILLER                 PIC X(07).
           02 WRK-MOV-JUROS          PIC 9(07)V99.
      * VENDEDOR DO PEDIDO; AUSENTE NAS LINHAS ANTERIORES AO CADASTRO
      * DE VENDEDORES
           02 FILLER                 PIC X(06).
           02 WRK-MOV-VENDEDOR       PIC 9(03).

      * JANELA DE REAPLICACAO: DO MOMENTO DA COPIA (EXCLUSIVE) ATE O
      * CORTE (INCLUSIVE), COMPARANDO DATA+HORA COMO UM BLOCO SO
       77 WRK-QTD-PEDIDOS PIC 9(07) COMP.
       77 WRK-QTD-PAGAMENTOS PIC 9(07) COMP.
       77 WRK-QTD-TITULOS PIC 9(07) COMP.
       77 WRK-QTD-ACORDOS PIC 9(07) COMP.
       77 WRK-QTD-EXCLUIDOS PIC 9(07) COMP.
       77 WRK-QTD-FORA-JANELA PIC 9(07) COMP.

               DISPLAY 'STATUS TITULOS...: ' TITULOS-STATUS
               STOP RUN
           END-IF.
      * OS ACORDOS SO EXISTEM NAS COPIAS MAIS RECENTES; NUMA COPIA
      * ANTERIOR A ELES OS ARQUIVOS NASCEM VAZIOS, COMO NO CLIENTES
           OPEN I-O ACORDOS.
           IF ACORDOS-STATUS = 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           OPEN I-O ACORDITEM.
           IF ACORDITEM-STATUS = 35
               OPEN OUTPUT ACORDITEM
               CLOSE ACORDITEM
               OPEN I-O ACORDITEM
           END-IF.
           OPEN INPUT MOVIMENTO.
           IF MOVIMENTO-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DE MOVIMENTO.LOG'
               CLOSE PEDIDOS
               CLOSE PAGAMENTOS
               CLOSE TITULOS
               CLOSE ACORDOS
               CLOSE ACORDITEM
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-PAGAMENTOS.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           MOVE ZEROS TO WRK-QTD-ACORDOS.
           MOVE ZEROS TO WRK-QTD-EXCLUIDOS.
           MOVE ZEROS TO WRK-QTD-FORA-JANELA.

                   PERFORM 0230-APLICAR-PAGAMENTO
               WHEN 'TIT'
                   PERFORM 0240-APLICAR-TITULO
               WHEN 'ACO'
                   PERFORM 0250-APLICAR-ACORDO
               WHEN 'ACI'
                   PERFORM 0260-APLICAR-ACORDITEM
           END-EVALUATE.

       0220-APLICAR-PEDIDO.
               MOVE WRK-MOV-VALOR TO PEDIDOS-VALOR
               MOVE WRK-MOV-SITUACAO TO PEDIDOS-SITUACAO
               MOVE WRK-MOV-CODIGO TO PEDIDOS-CODIGO-ITEM
               IF WRK-MOV-VENDEDOR IS NUMERIC
                   MOVE WRK-MOV-VENDEDOR TO PEDIDOS-VENDEDOR
               ELSE
                   MOVE ZEROS TO PEDIDOS-VENDEDOR
               END-IF
               IF WRK-MOV-OPER = 'C'
                   MOVE 'C' TO PEDIDOS-SITUACAO
               END-IF
           ELSE
               MOVE WRK-MOV-DATA-REG TO PAGAMENTOS-DATA
               MOVE WRK-MOV-VALOR TO PAGAMENTOS-VALOR
               IF WRK-MOV-MULTA IS NUMERIC
                   MOVE WRK-MOV-MULTA TO PAGAMENTOS-MULTA
               ELSE
                   MOVE ZEROS TO PAGAMENTOS-MULTA
               END-IF
               IF WRK-MOV-JUROS IS NUMERIC
                   MOVE WRK-MOV-JUROS TO PAGAMENTOS-JUROS
               ELSE
                   MOVE ZEROS TO PAGAMENTOS-JUROS
               END-IF
               WRITE PAGAMENTOS-REG
                   INVALID KEY
                       REWRITE PAGAMENTOS-REG
               END-WRITE
           END-IF.

      * CABECALHO DO ACORDO NAS POSICOES EM QUE O 0965 DO CLIENTES
      * GRAVA: PARCELA = QUANTIDADE DE PARCELAS, PAGO = SALDO DE
      * ORIGEM, MULTA/JUROS = ACRESCIMO/DESCONTO, VEND = QUANTIDADE
      * DE TITULOS DE ORIGEM E O SUPERVISOR E O OPERADOR DA LINHA
       0250-APLICAR-ACORDO.
           MOVE WRK-MOV-FONE TO ACORDOS-FONE.
           MOVE WRK-MOV-SEQ TO ACORDOS-NUMERO.
           MOVE WRK-MOV-DATA-REG TO ACORDOS-DATA.
           MOVE WRK-MOV-HORA-ACORDO TO ACORDOS-HORA.
           MOVE WRK-MOV-OPERADOR TO ACORDOS-SUPERVISOR.
           MOVE WRK-MOV-VENDEDOR TO ACORDOS-QTD-ORIGEM.
           MOVE WRK-MOV-PAGO TO ACORDOS-VALOR-ORIGEM.
           MOVE WRK-MOV-MULTA TO ACORDOS-ACRESCIMO.
           MOVE WRK-MOV-JUROS TO ACORDOS-DESCONTO.
           MOVE WRK-MOV-VALOR TO ACORDOS-VALOR.
           MOVE WRK-MOV-PARCELA TO ACORDOS-QTD-PARCELAS.
           MOVE WRK-MOV-PRIMEIRO-VENC TO ACORDOS-PRIMEIRO-VENC.
           WRITE ACORDOS-REG
               INVALID KEY
                   REWRITE ACORDOS-REG
                       INVALID KEY
                           DISPLAY 'MOVIMENTO NAO APLICADO FONE '
                                   WRK-MOV-FONE ' ACORDO '
                                   WRK-MOV-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-APLICADOS
                           ADD 1 TO WRK-QTD-ACORDOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-APLICADOS
                   ADD 1 TO WRK-QTD-ACORDOS
           END-WRITE.

      * TITULO DE ORIGEM DO ACORDO: CODIGO/PARCELA DA LINHA SAO O
      * SEQUENCIAL E A PARCELA DO TITULO; O SALDO E VALOR MENOS PAGO
       0260-APLICAR-ACORDITEM.
           MOVE WRK-MOV-FONE TO ACORDITEM-FONE.
           MOVE WRK-MOV-SEQ TO ACORDITEM-NUMERO.
           MOVE WRK-MOV-CODIGO TO ACORDITEM-ORIG-SEQ.
           MOVE WRK-MOV-PARCELA TO ACORDITEM-ORIG-PARCELA.
           MOVE WRK-MOV-DATA-REG TO ACORDITEM-VENCIMENTO.
           MOVE WRK-MOV-VALOR TO ACORDITEM-VALOR.
           MOVE WRK-MOV-PAGO TO ACORDITEM-PAGO.
           COMPUTE ACORDITEM-SALDO = WRK-MOV-VALOR - WRK-MOV-PAGO.
           WRITE ACORDITEM-REG
               INVALID KEY
                   REWRITE ACORDITEM-REG
                       INVALID KEY
                           DISPLAY 'MOVIMENTO NAO APLICADO FONE '
                                   WRK-MOV-FONE ' ACORDO '
                                   WRK-MOV-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-APLICADOS
                           ADD 1 TO WRK-QTD-ACORDOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-APLICADOS
                   ADD 1 TO WRK-QTD-ACORDOS
           END-WRITE.

       0300-FINALIZAR.
           CLOSE PEDIDOS.
           CLOSE PAGAMENTOS.
           CLOSE TITULOS.
           CLOSE ACORDOS.
           CLOSE ACORDITEM.
           CLOSE MOVIMENTO.
           DISPLAY 'RECUPERACAO CONCLUIDA'.
           DISPLAY 'MOVIMENTOS LIDOS......: ' WRK-QTD-LIDOS.
           DISPLAY '  EM PEDIDOS..........: ' WRK-QTD-PEDIDOS.
           DISPLAY '  EM PAGAMENTOS.......: ' WRK-QTD-PAGAMENTOS.
           DISPLAY '  EM TITULOS..........: ' WRK-QTD-TITULOS.
           DISPLAY '  EM ACORDOS..........: ' WRK-QTD-ACORDOS.
           DISPLAY '  EXCLUSOES...........: ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'FORA DA JANELA........: ' WRK-QTD-FORA-JANELA.
           STOP RUN.
