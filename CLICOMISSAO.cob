       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICOMISSAO.
      ******************************************************************
      * OBJETIVO: APURACAO MENSAL DA COMISSAO DOS VENDEDORES - PARA A
      *           COMPETENCIA (AAAAMM) INFORMADA NA PARTIDA, PERCORRE
      *           OS PAGAMENTOS RECEBIDOS NO MES E CREDITA AO VENDEDOR
      *           DO PEDIDO O PERCENTUAL SOBRE O PRINCIPAL RECEBIDO (O
      *           DO ITEM, QUANDO O ITEM TEM PERCENTUAL PROPRIO, OU O
      *           DO CADASTRO DO VENDEDOR). OS CREDITOS VAO PARA A
      *           CONTA CORRENTE COMISSAO.DAT, ONDE O CLIENTES LANCA OS
      *           ESTORNOS DOS PEDIDOS CANCELADOS DEPOIS DE PAGOS, E O
      *           DEMONSTRATIVO SAI EM COMISSAO.TXT, COM O LIQUIDO DE
      *           CADA VENDEDOR. COMPETENCIA JA FECHADA NO CLIFECHA NAO
      *           E RECALCULADA: O DEMONSTRATIVO E SO REEMITIDO COM OS
      *           LANCAMENTOS GRAVADOS. OS PAGAMENTOS DAS PARCELAS DE
      *           ACORDO NAO GERAM COMISSAO, PORQUE O ACORDO NAO E UMA
      *           VENDA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'C:\COBOL\PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.

           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\PAGAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGAMENTOS-CHAVE
               FILE STATUS IS PAGAMENTOS-STATUS.

      * CADASTRO DE ITENS, PARA O PERCENTUAL PROPRIO DO ITEM VENDIDO
           SELECT ITENS ASSIGN TO 'C:\COBOL\ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITENS-CHAVE
               FILE STATUS IS ITENS-STATUS.

           SELECT VENDEDOR ASSIGN TO 'C:\COBOL\VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CHAVE
               FILE STATUS IS VENDEDOR-STATUS.

      * COMPETENCIAS FECHADAS, QUE NAO SE RECALCULAM
           SELECT FECHAMENTO ASSIGN TO 'C:\COBOL\FECHAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECHAMENTO-CHAVE
               FILE STATUS IS FECHAMENTO-STATUS.

      * CONTA CORRENTE DE COMISSOES, A MESMA QUE O CLIENTES ALIMENTA
      * COM OS ESTORNOS
           SELECT COMISSAO ASSIGN TO 'C:\COBOL\COMISSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMISSAO-CHAVE
               FILE STATUS IS COMISSAO-STATUS.

      * DEMONSTRATIVO DA COMPETENCIA
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\COMISSAO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 PEDIDOS-REG.
           02 PEDIDOS-CHAVE.
               03 PEDIDOS-FONE   PIC 9(09).
               03 PEDIDOS-SEQ    PIC 9(05).
           02 PEDIDOS-DATA       PIC 9(08).
           02 PEDIDOS-ITEM       PIC X(30).
           02 PEDIDOS-VALOR      PIC 9(07)V99.
           02 PEDIDOS-SITUACAO   PIC X(01).
               88 PEDIDOS-ATIVO     VALUE 'A'.
               88 PEDIDOS-CANCELADO VALUE 'C'.
           02 PEDIDOS-CODIGO-ITEM PIC 9(05).
           02 PEDIDOS-VENDEDOR   PIC 9(03).

       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
           02 PAGAMENTOS-CHAVE.
               03 PAGAMENTOS-FONE    PIC 9(09).
               03 PAGAMENTOS-SEQ     PIC 9(05).
               03 PAGAMENTOS-PARCELA PIC 9(03).
           02 PAGAMENTOS-DATA        PIC 9(08).
           02 PAGAMENTOS-VALOR       PIC 9(07)V99.
           02 PAGAMENTOS-MULTA       PIC 9(07)V99.
           02 PAGAMENTOS-JUROS       PIC 9(07)V99.

       FD ITENS.
       01 ITENS-REG.
           02 ITENS-CHAVE.
               03 ITENS-CODIGO   PIC 9(05).
           02 ITENS-DESCRICAO    PIC X(30).
           02 ITENS-PRECO        PIC 9(07)V99.
           02 ITENS-SITUACAO     PIC X(01).
               88 ITENS-ATIVO       VALUE 'A'.
               88 ITENS-INATIVO     VALUE 'I'.
           02 ITENS-CONTROLA-ESTOQUE PIC X(01).
               88 ITENS-COM-ESTOQUE VALUE 'S'.
               88 ITENS-SEM-ESTOQUE VALUE 'N'.
           02 ITENS-QTD-ESTOQUE  PIC 9(07).
           02 ITENS-ESTOQUE-MINIMO PIC 9(07).
           02 ITENS-COMISSAO     PIC 9(02)V99.

       FD VENDEDOR.
       01 VENDEDOR-REG.
           02 VENDEDOR-CHAVE.
               03 VENDEDOR-CODIGO PIC 9(03).
           02 VENDEDOR-NOME       PIC X(30).
           02 VENDEDOR-COMISSAO   PIC 9(02)V99.
           02 VENDEDOR-SITUACAO   PIC X(01).
               88 VENDEDOR-ATIVO      VALUE 'A'.
               88 VENDEDOR-INATIVO    VALUE 'I'.

       FD FECHAMENTO.
       01 FECHAMENTO-REG.
           02 FECHAMENTO-CHAVE.
               03 FECHAMENTO-COMPETENCIA PIC 9(06).
           02 FECHAMENTO-DATA        PIC 9(08).
           02 FECHAMENTO-HORA        PIC 9(08).

       FD COMISSAO.
       01 COMISSAO-REG.
           02 COMISSAO-CHAVE.
               03 COMISSAO-FONE      PIC 9(09).
               03 COMISSAO-SEQ       PIC 9(05).
               03 COMISSAO-PARCELA   PIC 9(03).
               03 COMISSAO-TIPO      PIC X(01).
                   88 COMISSAO-CREDITO VALUE 'C'.
                   88 COMISSAO-ESTORNO VALUE 'E'.
           02 COMISSAO-COMPETENCIA   PIC 9(06).
           02 COMISSAO-VENDEDOR      PIC 9(03).
           02 COMISSAO-CODIGO-ITEM   PIC 9(05).
           02 COMISSAO-DATA          PIC 9(08).
           02 COMISSAO-BASE          PIC 9(07)V99.
           02 COMISSAO-PERCENTUAL    PIC 9(02)V99.
           02 COMISSAO-VALOR         PIC 9(07)V99.
           02 COMISSAO-OPERADOR      PIC X(08).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       WORKING-STORAGE SECTION.

       77 PEDIDOS-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 ITENS-STATUS PIC 99.
       77 VENDEDOR-STATUS PIC 99.
       77 FECHAMENTO-STATUS PIC 99.
       77 COMISSAO-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.

      * COMPETENCIA PEDIDA NA PARTIDA E SE ELA JA ESTA FECHADA
       01 WRK-COMPETENCIA PIC 9(06).
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-COMP-AAAA PIC 9(04).
           02 WRK-COMP-MM   PIC 9(02).
       77 WRK-FECHADA PIC X(01).
       77 WRK-FIM-COMISSAO PIC X(01).
       77 WRK-PERCENTUAL PIC 9(02)V99.
       77 WRK-VALOR-COMISSAO PIC 9(07)V99.
       77 WRK-PRIMEIRO-ACORDO PIC 9(05) VALUE 90001.

      * ACUMULADO DA COMPETENCIA POR VENDEDOR, INDEXADO PELO CODIGO
       01 WRK-TAB-VENDEDOR.
           02 WRK-TV-OCR OCCURS 999 TIMES.
               03 WRK-TV-QTD     PIC 9(05) COMP.
               03 WRK-TV-CREDITO PIC 9(09)V99.
               03 WRK-TV-ESTORNO PIC 9(09)V99.
       77 WRK-IDX PIC 9(04) COMP.
       77 WRK-LIQUIDO PIC S9(09)V99.

      * TOTAIS DA RODADA
       77 WRK-QTD-PAGTOS PIC 9(07) COMP.
       77 WRK-QTD-CREDITOS PIC 9(07) COMP.
       77 WRK-QTD-SEM-VENDEDOR PIC 9(07) COMP.
       77 WRK-TOTAL-BASE PIC 9(11)V99.
       77 WRK-TOTAL-CREDITO PIC 9(11)V99.
       77 WRK-TOTAL-ESTORNO PIC 9(11)V99.
       77 WRK-TOTAL-LIQUIDO PIC S9(11)V99.
       77 WRK-QTD-ED PIC 9(07).
       77 WRK-VALOR-ED PIC -Z(10)9.99.

       01 WRK-DATA-HOJE PIC 9(08).

      * LINHAS MONTADAS DO DEMONSTRATIVO
       01 WRK-LINHA-DETALHE.
           02 FILLER             PIC X(05) VALUE 'VEND '.
           02 WRK-LIN-VENDEDOR   PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-FONE       PIC 9(09).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LIN-SEQ        PIC 9(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LIN-PARCELA    PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-TIPO       PIC X(07).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-DATA       PIC 9(08).
           02 FILLER             PIC X(06) VALUE ' ITEM '.
           02 WRK-LIN-ITEM       PIC 9(05).
           02 FILLER             PIC X(06) VALUE ' BASE '.
           02 WRK-LIN-BASE       PIC Z(06)9.99.
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-PERC       PIC Z9.99.
           02 FILLER             PIC X(02) VALUE '% '.
           02 WRK-LIN-VALOR      PIC Z(06)9.99.

       01 WRK-LINHA-VENDEDOR.
           02 FILLER             PIC X(05) VALUE 'VEND '.
           02 WRK-LV-CODIGO      PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LV-NOME        PIC X(30).
           02 FILLER             PIC X(06) VALUE ' CRED '.
           02 WRK-LV-CREDITO     PIC Z(07)9.99.
           02 FILLER             PIC X(05) VALUE ' EST '.
           02 WRK-LV-ESTORNO     PIC Z(07)9.99.
           02 FILLER             PIC X(05) VALUE ' LIQ '.
           02 WRK-LV-LIQUIDO     PIC -Z(07)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           IF WRK-FECHADA NOT = 'S'
               PERFORM 0200-LIMPAR-CREDITOS
               PERFORM 0300-APURAR-CREDITOS
           END-IF.
           PERFORM 0400-DEMONSTRATIVO.
           PERFORM 0500-RESUMO.
           PERFORM 0600-FINALIZAR.

       0100-INICIAR.
           DISPLAY 'APURACAO MENSAL DE COMISSOES'.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MM < 1 OR WRK-COMP-MM > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               STOP RUN
           END-IF.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PAGAMENTOS.
           OPEN INPUT ITENS.
           OPEN INPUT VENDEDOR.
           OPEN INPUT FECHAMENTO.
           IF FECHAMENTO-STATUS = 35
               OPEN OUTPUT FECHAMENTO
               CLOSE FECHAMENTO
               OPEN INPUT FECHAMENTO
           END-IF.
           OPEN I-O COMISSAO.
           IF COMISSAO-STATUS = 35
               OPEN OUTPUT COMISSAO
               CLOSE COMISSAO
               OPEN I-O COMISSAO
           END-IF.
           IF PEDIDOS-STATUS NOT = 0 OR PAGAMENTOS-STATUS NOT = 0
                   OR ITENS-STATUS NOT = 0 OR VENDEDOR-STATUS NOT = 0
                   OR FECHAMENTO-STATUS NOT = 0
                   OR COMISSAO-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS PEDIDOS...: ' PEDIDOS-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               DISPLAY 'STATUS ITENS.....: ' ITENS-STATUS
               DISPLAY 'STATUS VENDEDOR..: ' VENDEDOR-STATUS
               DISPLAY 'STATUS FECHAMENTO: ' FECHAMENTO-STATUS
               DISPLAY 'STATUS COMISSAO..: ' COMISSAO-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-PAGTOS.
           MOVE ZEROS TO WRK-QTD-CREDITOS.
           MOVE ZEROS TO WRK-QTD-SEM-VENDEDOR.
           MOVE ZEROS TO WRK-TOTAL-BASE.
           MOVE ZEROS TO WRK-TOTAL-CREDITO.
           MOVE ZEROS TO WRK-TOTAL-ESTORNO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 999
               MOVE ZEROS TO WRK-TV-QTD(WRK-IDX)
               MOVE ZEROS TO WRK-TV-CREDITO(WRK-IDX)
               MOVE ZEROS TO WRK-TV-ESTORNO(WRK-IDX)
           END-PERFORM.
      * MES FECHADO JA TEVE A COMISSAO PAGA: NAO SE RECALCULA, PARA O
      * DEMONSTRATIVO CONTINUAR BATENDO COM O QUE FOI PAGO
           MOVE SPACES TO WRK-FECHADA.
           MOVE WRK-COMPETENCIA TO FECHAMENTO-COMPETENCIA.
           READ FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FECHADA
                   DISPLAY 'COMPETENCIA FECHADA - SEM RECALCULO'
                   DISPLAY 'DEMONSTRATIVO REEMITIDO DOS LANCAMENTOS'
           END-READ.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DEMONSTRATIVO DE COMISSOES - COMPETENCIA '
                                                DELIMITED BY SIZE
                  WRK-COMPETENCIA               DELIMITED BY SIZE
                  ' - EMITIDO EM '              DELIMITED BY SIZE
                  WRK-DATA-HOJE                 DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           IF WRK-FECHADA = 'S'
               MOVE 'COMPETENCIA FECHADA - REEMISSAO SEM RECALCULO'
                   TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * A APURACAO PODE SER REPETIDA ENQUANTO O MES ESTIVER ABERTO:
      * OS CREDITOS DA COMPETENCIA SAO APAGADOS E GERADOS DE NOVO A
      * PARTIR DOS PAGAMENTOS; OS ESTORNOS FICAM
       0200-LIMPAR-CREDITOS.
           MOVE SPACES TO WRK-FIM-COMISSAO.
           MOVE ZEROS TO COMISSAO-FONE.
           MOVE ZEROS TO COMISSAO-SEQ.
           MOVE ZEROS TO COMISSAO-PARCELA.
           MOVE SPACES TO COMISSAO-TIPO.
           START COMISSAO KEY IS NOT LESS THAN COMISSAO-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-COMISSAO
           END-START.
           IF WRK-FIM-COMISSAO NOT = 'S'
               READ COMISSAO NEXT
                   AT END MOVE 'S' TO WRK-FIM-COMISSAO
               END-READ
               PERFORM UNTIL WRK-FIM-COMISSAO = 'S'
                   IF COMISSAO-CREDITO
                           AND COMISSAO-COMPETENCIA = WRK-COMPETENCIA
                       DELETE COMISSAO RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       START COMISSAO KEY IS GREATER THAN COMISSAO-CHAVE
                           INVALID KEY MOVE 'S' TO WRK-FIM-COMISSAO
                       END-START
                   END-IF
                   IF WRK-FIM-COMISSAO NOT = 'S'
                       READ COMISSAO NEXT
                           AT END MOVE 'S' TO WRK-FIM-COMISSAO
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      * PERCORRE OS PAGAMENTOS E CREDITA OS RECEBIDOS NA COMPETENCIA
       0300-APURAR-CREDITOS.
           MOVE ZEROS TO PAGAMENTOS-FONE.
           MOVE ZEROS TO PAGAMENTOS-SEQ.
           MOVE ZEROS TO PAGAMENTOS-PARCELA.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY MOVE 10 TO PAGAMENTOS-STATUS
           END-START.
           IF PAGAMENTOS-STATUS NOT = 10
               READ PAGAMENTOS NEXT
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS = 10
                   IF PAGAMENTOS-DATA(1:6) = WRK-COMPETENCIA
                           AND PAGAMENTOS-SEQ < WRK-PRIMEIRO-ACORDO
                       ADD 1 TO WRK-QTD-PAGTOS
                       PERFORM 0310-CREDITAR-PAGAMENTO
                   END-IF
                   READ PAGAMENTOS NEXT
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      * O PAGAMENTO SO GERA COMISSAO SE O PEDIDO DELE ESTA ATIVO E TEM
      * VENDEDOR; O PERCENTUAL DO ITEM, QUANDO HOUVER, PREVALECE SOBRE
      * O DO VENDEDOR. A BASE E SO O PRINCIPAL, SEM MULTA E JUROS
       0310-CREDITAR-PAGAMENTO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           MOVE PAGAMENTOS-FONE TO PEDIDOS-FONE.
           MOVE PAGAMENTOS-SEQ TO PEDIDOS-SEQ.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'C' TO PEDIDOS-SITUACAO
           END-READ.
           IF PEDIDOS-ATIVO AND PEDIDOS-VENDEDOR = ZEROS
               ADD 1 TO WRK-QTD-SEM-VENDEDOR
           END-IF.
           IF PEDIDOS-ATIVO AND PEDIDOS-VENDEDOR > ZEROS
               MOVE PEDIDOS-CODIGO-ITEM TO ITENS-CODIGO
               READ ITENS
                   INVALID KEY
                       MOVE ZEROS TO ITENS-COMISSAO
               END-READ
               IF ITENS-COMISSAO > ZEROS
                   MOVE ITENS-COMISSAO TO WRK-PERCENTUAL
               ELSE
                   MOVE PEDIDOS-VENDEDOR TO VENDEDOR-CODIGO
                   READ VENDEDOR
                       INVALID KEY
                           MOVE ZEROS TO VENDEDOR-COMISSAO
                   END-READ
                   MOVE VENDEDOR-COMISSAO TO WRK-PERCENTUAL
               END-IF
           END-IF.
           IF WRK-PERCENTUAL > ZEROS
               COMPUTE WRK-VALOR-COMISSAO ROUNDED =
                   PAGAMENTOS-VALOR * WRK-PERCENTUAL / 100
               IF WRK-VALOR-COMISSAO > ZEROS
                   PERFORM 0320-GRAVAR-CREDITO
               END-IF
           END-IF.

      * O CREDITO FICA NA CHAVE DO PAGAMENTO. SE JA EXISTE CREDITO
      * PARA O MESMO PAGAMENTO EM OUTRA COMPETENCIA (DATA DO PAGAMENTO
      * ALTERADA), ELE SO E REGRAVADO SE AQUELA COMPETENCIA AINDA
      * ESTIVER ABERTA; A JA FECHADA FOI PAGA E FICA COMO ESTA
       0320-GRAVAR-CREDITO.
           MOVE PAGAMENTOS-FONE TO COMISSAO-FONE.
           MOVE PAGAMENTOS-SEQ TO COMISSAO-SEQ.
           MOVE PAGAMENTOS-PARCELA TO COMISSAO-PARCELA.
           MOVE 'C' TO COMISSAO-TIPO.
           READ COMISSAO
               INVALID KEY
                   PERFORM 0330-MONTAR-CREDITO
                   WRITE COMISSAO-REG
                       INVALID KEY
                           DISPLAY 'CREDITO NAO GRAVADO FONE '
                                   PAGAMENTOS-FONE ' SEQ '
                                   PAGAMENTOS-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-CREDITOS
                   END-WRITE
               NOT INVALID KEY
                   MOVE COMISSAO-COMPETENCIA TO FECHAMENTO-COMPETENCIA
                   READ FECHAMENTO
                       INVALID KEY
                           PERFORM 0330-MONTAR-CREDITO
                           REWRITE COMISSAO-REG
                               NOT INVALID KEY
                                   ADD 1 TO WRK-QTD-CREDITOS
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY 'PAGAMENTO JA COMISSIONADO EM '
                                   COMISSAO-COMPETENCIA ' FONE '
                                   PAGAMENTOS-FONE ' SEQ '
                                   PAGAMENTOS-SEQ
                   END-READ
           END-READ.

       0330-MONTAR-CREDITO.
           MOVE WRK-COMPETENCIA TO COMISSAO-COMPETENCIA.
           MOVE PEDIDOS-VENDEDOR TO COMISSAO-VENDEDOR.
           MOVE PEDIDOS-CODIGO-ITEM TO COMISSAO-CODIGO-ITEM.
           MOVE PAGAMENTOS-DATA TO COMISSAO-DATA.
           MOVE PAGAMENTOS-VALOR TO COMISSAO-BASE.
           MOVE WRK-PERCENTUAL TO COMISSAO-PERCENTUAL.
           MOVE WRK-VALOR-COMISSAO TO COMISSAO-VALOR.
           MOVE 'CLICOMIS' TO COMISSAO-OPERADOR.

      * LISTA OS LANCAMENTOS DA COMPETENCIA NA ORDEM DA CONTA
      * CORRENTE, CREDITOS E ESTORNOS, ACUMULANDO POR VENDEDOR
       0400-DEMONSTRATIVO.
           MOVE SPACES TO WRK-FIM-COMISSAO.
           MOVE ZEROS TO COMISSAO-FONE.
           MOVE ZEROS TO COMISSAO-SEQ.
           MOVE ZEROS TO COMISSAO-PARCELA.
           MOVE SPACES TO COMISSAO-TIPO.
           START COMISSAO KEY IS NOT LESS THAN COMISSAO-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-COMISSAO
           END-START.
           IF WRK-FIM-COMISSAO NOT = 'S'
               READ COMISSAO NEXT
                   AT END MOVE 'S' TO WRK-FIM-COMISSAO
               END-READ
               PERFORM UNTIL WRK-FIM-COMISSAO = 'S'
                   IF COMISSAO-COMPETENCIA = WRK-COMPETENCIA
                           AND COMISSAO-VENDEDOR > ZEROS
                       PERFORM 0410-LISTAR-LANCAMENTO
                   END-IF
                   READ COMISSAO NEXT
                       AT END MOVE 'S' TO WRK-FIM-COMISSAO
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 999
               IF WRK-TV-QTD(WRK-IDX) > ZEROS
                   PERFORM 0420-LISTAR-VENDEDOR
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

       0410-LISTAR-LANCAMENTO.
           MOVE COMISSAO-VENDEDOR TO WRK-IDX.
           ADD 1 TO WRK-TV-QTD(WRK-IDX).
           IF COMISSAO-CREDITO
               ADD COMISSAO-VALOR TO WRK-TV-CREDITO(WRK-IDX)
               ADD COMISSAO-VALOR TO WRK-TOTAL-CREDITO
               ADD COMISSAO-BASE TO WRK-TOTAL-BASE
               MOVE 'CREDITO' TO WRK-LIN-TIPO
           ELSE
               ADD COMISSAO-VALOR TO WRK-TV-ESTORNO(WRK-IDX)
               ADD COMISSAO-VALOR TO WRK-TOTAL-ESTORNO
               MOVE 'ESTORNO' TO WRK-LIN-TIPO
           END-IF.
           MOVE COMISSAO-VENDEDOR TO WRK-LIN-VENDEDOR.
           MOVE COMISSAO-FONE TO WRK-LIN-FONE.
           MOVE COMISSAO-SEQ TO WRK-LIN-SEQ.
           MOVE COMISSAO-PARCELA TO WRK-LIN-PARCELA.
           MOVE COMISSAO-DATA TO WRK-LIN-DATA.
           MOVE COMISSAO-CODIGO-ITEM TO WRK-LIN-ITEM.
           MOVE COMISSAO-BASE TO WRK-LIN-BASE.
           MOVE COMISSAO-PERCENTUAL TO WRK-LIN-PERC.
           MOVE COMISSAO-VALOR TO WRK-LIN-VALOR.
           MOVE WRK-LINHA-DETALHE TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * LIQUIDO A PAGAR AO VENDEDOR: CREDITOS MENOS ESTORNOS; SAINDO
      * NEGATIVO, A DIFERENCA E DESCONTADA NOS MESES SEGUINTES
       0420-LISTAR-VENDEDOR.
           MOVE WRK-IDX TO VENDEDOR-CODIGO.
           READ VENDEDOR
               INVALID KEY
                   MOVE 'VENDEDOR NAO CADASTRADO' TO VENDEDOR-NOME
           END-READ.
           COMPUTE WRK-LIQUIDO = WRK-TV-CREDITO(WRK-IDX)
                               - WRK-TV-ESTORNO(WRK-IDX).
           MOVE WRK-IDX TO WRK-LV-CODIGO.
           MOVE VENDEDOR-NOME TO WRK-LV-NOME.
           MOVE WRK-TV-CREDITO(WRK-IDX) TO WRK-LV-CREDITO.
           MOVE WRK-TV-ESTORNO(WRK-IDX) TO WRK-LV-ESTORNO.
           MOVE WRK-LIQUIDO TO WRK-LV-LIQUIDO.
           MOVE WRK-LINHA-VENDEDOR TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * TOTAIS DA RODADA
       0500-RESUMO.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-QTD-PAGTOS TO WRK-QTD-ED.
           STRING 'PAGAMENTOS DO MES.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-QTD-CREDITOS TO WRK-QTD-ED.
           STRING 'CREDITOS GERADOS......: ' DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-QTD-SEM-VENDEDOR TO WRK-QTD-ED.
           STRING 'PEDIDOS SEM VENDEDOR..: ' DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-TOTAL-BASE TO WRK-VALOR-ED.
           STRING 'BASE RECEBIDA.........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-TOTAL-CREDITO TO WRK-VALOR-ED.
           STRING 'TOTAL DE CREDITOS.....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-TOTAL-ESTORNO TO WRK-VALOR-ED.
           STRING 'TOTAL DE ESTORNOS.....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           COMPUTE WRK-TOTAL-LIQUIDO = WRK-TOTAL-CREDITO
                                     - WRK-TOTAL-ESTORNO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           STRING 'LIQUIDO A PAGAR.......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE, PARA O OPERADOR
      * ACOMPANHAR A EXECUCAO
       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.

       0600-FINALIZAR.
           CLOSE PEDIDOS.
           CLOSE PAGAMENTOS.
           CLOSE ITENS.
           CLOSE VENDEDOR.
           CLOSE FECHAMENTO.
           CLOSE COMISSAO.
           CLOSE RELATORIO.
           STOP RUN.
