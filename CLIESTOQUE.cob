       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIESTOQUE.
      ******************************************************************
      * OBJETIVO: RELATORIOS DE ESTOQUE DOS ITENS COM CONTROLE - A
      *           REPOSICAO LISTA EM REPOSICAO.TXT OS PRODUTOS ATIVOS
      *           COM SALDO ABAIXO DO ESTOQUE MINIMO; A POSICAO MENSAL
      *           APURA, PARA UMA COMPETENCIA, O SALDO INICIAL, AS
      *           ENTRADAS, SAIDAS E DEVOLUCOES DO HISTORICO ESTMOV.DAT
      *           E O SALDO FINAL DE CADA PRODUTO, GRAVA A POSICAO EM
      *           ESTPOS.DAT E CONCILIA: O SALDO INICIAL (FINAL DO MES
      *           ANTERIOR) MAIS OS MOVIMENTOS TEM DE DAR O SALDO
      *           FINAL, E AS SAIDAS DO MES TEM DE BATER COM AS VENDAS
      *           DO ITEM EM PEDIDOS.DAT. O RESULTADO SAI EM ESTPOS.TXT.
      *           RODA EM LOTE, FORA DO MENU, COMO O CLIFECHA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS ASSIGN TO 'C:\COBOL\ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITENS-CHAVE
               FILE STATUS IS ITENS-STATUS.

           SELECT PEDIDOS ASSIGN TO 'C:\COBOL\PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.

      * HISTORICO DE MOVIMENTOS DE ESTOQUE GRAVADO PELO CLIENTES E
      * PELO PEDLOTE
           SELECT ESTMOV ASSIGN TO 'C:\COBOL\ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.

      * POSICAO DE ESTOQUE DE FIM DE MES, UM REGISTRO POR COMPETENCIA
      * E ITEM; O SALDO FINAL DE UM MES E O INICIAL DO SEGUINTE
           SELECT ESTPOS ASSIGN TO 'C:\COBOL\ESTPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTPOS-CHAVE
               FILE STATUS IS ESTPOS-STATUS.

      * ARQUIVO DE SAIDA DO RELATORIO DE REPOSICAO
           SELECT REPOSICAO ASSIGN TO 'C:\COBOL\REPOSICAO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPOSICAO-STATUS.

      * ARQUIVO DE SAIDA DA POSICAO MENSAL E DA CONCILIACAO
           SELECT RELPOS ASSIGN TO 'C:\COBOL\ESTPOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PEDIDOS.
       01 PEDIDOS-REG.
           02 PEDIDOS-CHAVE.
               03 PEDIDOS-FONE  PIC 9(09).
               03 PEDIDOS-SEQ   PIC 9(05).
           02 PEDIDOS-DATA      PIC 9(08).
           02 PEDIDOS-ITEM      PIC X(30).
           02 PEDIDOS-VALOR     PIC 9(07)V99.
           02 PEDIDOS-SITUACAO  PIC X(01).
               88 PEDIDOS-ATIVO     VALUE 'A'.
               88 PEDIDOS-CANCELADO VALUE 'C'.
           02 PEDIDOS-CODIGO-ITEM PIC 9(05).
           02 PEDIDOS-VENDEDOR   PIC 9(03).

       FD ESTMOV.
       01 ESTMOV-REG.
           02 ESTMOV-CODIGO      PIC 9(05).
           02 ESTMOV-DATA        PIC 9(08).
           02 ESTMOV-HORA        PIC 9(08).
           02 ESTMOV-TIPO        PIC X(01).
               88 ESTMOV-ENTRADA    VALUE 'E'.
               88 ESTMOV-SAIDA      VALUE 'S'.
               88 ESTMOV-DEVOLUCAO  VALUE 'D'.
           02 ESTMOV-QTD         PIC 9(07).
           02 ESTMOV-SALDO       PIC 9(07).
           02 ESTMOV-FONE        PIC 9(09).
           02 ESTMOV-SEQ         PIC 9(05).
           02 ESTMOV-DOCUMENTO   PIC X(10).
           02 ESTMOV-OPERADOR    PIC X(08).

       FD ESTPOS.
       01 ESTPOS-REG.
           02 ESTPOS-CHAVE.
               03 ESTPOS-COMPETENCIA PIC 9(06).
               03 ESTPOS-CODIGO      PIC 9(05).
           02 ESTPOS-SALDO-INICIAL   PIC S9(07).
           02 ESTPOS-ENTRADAS        PIC 9(07).
           02 ESTPOS-SAIDAS          PIC 9(07).
           02 ESTPOS-DEVOLUCOES      PIC 9(07).
           02 ESTPOS-SALDO-FINAL     PIC S9(07).
      * VENDAS DO ITEM NO MES EM PEDIDOS.DAT, CANCELADAS OU NAO,
      * PORQUE CADA UMA GEROU UMA SAIDA NA DATA DO PEDIDO
           02 ESTPOS-VENDAS-PEDIDOS  PIC 9(07).
      * SALDO DO CADASTRO NA APURACAO E O MOVIMENTO LIQUIDO DATADO
      * DEPOIS DO MES, QUE LEVAM O SALDO DE HOJE DE VOLTA AO FIM DO
      * MES APURADO
           02 ESTPOS-SALDO-ATUAL     PIC 9(07).
           02 ESTPOS-MOV-POSTERIOR   PIC S9(07).
      * 'S' = HA POSICAO DO MES ANTERIOR PARA CONFERIR O SALDO INICIAL
           02 ESTPOS-TEM-ANTERIOR    PIC X(01).
      * 'C' = CONCILIADO  'D' = DIVERGENTE
           02 ESTPOS-SITUACAO        PIC X(01).
               88 ESTPOS-CONCILIADO  VALUE 'C'.
               88 ESTPOS-DIVERGENTE  VALUE 'D'.
           02 ESTPOS-DATA-APURACAO   PIC 9(08).

       FD REPOSICAO.
       01 REPOSICAO-REG          PIC X(100).

       FD RELPOS.
       01 RELPOS-REG             PIC X(120).

       WORKING-STORAGE SECTION.

       77 ITENS-STATUS PIC 99.
       77 PEDIDOS-STATUS PIC 99.
       77 ESTMOV-STATUS PIC 99.
       77 ESTPOS-STATUS PIC 99.
       77 REPOSICAO-STATUS PIC 99.
       77 RELPOS-STATUS PIC 99.

       77 WRK-OPCAO PIC X(01).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-QTD-LISTADOS PIC 9(05) COMP.
       77 WRK-QTD-DIVERGENTES PIC 9(05) COMP.
       77 WRK-QTD-ED PIC 9(05).
       77 WRK-SALDO-ANTERIOR PIC S9(07).
       77 WRK-TEM-ANTERIOR PIC X(01).
       77 WRK-MOV-MES PIC S9(07).
       77 WRK-MOTIVO PIC X(20).

      * COMPETENCIA APURADA (AAAAMM) E A ANTERIOR, DE ONDE VEM O
      * SALDO INICIAL
       01 WRK-COMPETENCIA PIC 9(06).
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-COMP-AAAA PIC 9(04).
           02 WRK-COMP-MM   PIC 9(02).
       01 WRK-COMP-ANTERIOR PIC 9(06).
       01 WRK-COMP-ANTERIOR-R REDEFINES WRK-COMP-ANTERIOR.
           02 WRK-ANT-AAAA PIC 9(04).
           02 WRK-ANT-MM   PIC 9(02).

      * LINHAS DO RELATORIO DE REPOSICAO
       01 WRK-CAB-REPOSICAO.
           02 FILLER PIC X(06) VALUE 'CODIGO'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(30) VALUE 'DESCRICAO'.
           02 FILLER PIC X(09) VALUE '    SALDO'.
           02 FILLER PIC X(09) VALUE '   MINIMO'.
           02 FILLER PIC X(09) VALUE '    REPOR'.
       01 WRK-LINHA-REPOSICAO.
           02 WRK-REP-CODIGO    PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-REP-DESCRICAO PIC X(30).
           02 WRK-REP-SALDO     PIC Z(08)9.
           02 WRK-REP-MINIMO    PIC Z(08)9.
           02 WRK-REP-REPOR     PIC Z(08)9.

      * LINHAS DA POSICAO MENSAL
       01 WRK-CAB-POSICAO.
           02 FILLER PIC X(06) VALUE 'CODIGO'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(20) VALUE 'DESCRICAO'.
           02 FILLER PIC X(09) VALUE '  INICIAL'.
           02 FILLER PIC X(09) VALUE ' ENTRADAS'.
           02 FILLER PIC X(09) VALUE '   SAIDAS'.
           02 FILLER PIC X(09) VALUE '   DEVOL.'.
           02 FILLER PIC X(09) VALUE '    FINAL'.
           02 FILLER PIC X(09) VALUE '   VENDAS'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(20) VALUE 'CONCILIACAO'.
       01 WRK-LINHA-POSICAO.
           02 WRK-POS-CODIGO    PIC 9(05).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-POS-DESCRICAO PIC X(20).
           02 WRK-POS-INICIAL   PIC -(08)9.
           02 WRK-POS-ENTRADAS  PIC Z(08)9.
           02 WRK-POS-SAIDAS    PIC Z(08)9.
           02 WRK-POS-DEVOLUCOES PIC Z(08)9.
           02 WRK-POS-FINAL     PIC -(08)9.
           02 WRK-POS-VENDAS    PIC Z(08)9.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 WRK-POS-MOTIVO    PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'ESTOQUE DE ITENS'.
           DISPLAY '1 - RELATORIO DE REPOSICAO'.
           DISPLAY '2 - POSICAO MENSAL E CONCILIACAO'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ITENS.
           IF ITENS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS ITENS: ' ITENS-STATUS
               STOP RUN
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-RELATORIO-REPOSICAO
               WHEN 2
                   PERFORM 2000-POSICAO-MENSAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE ITENS.
           STOP RUN.

      * PRODUTOS ATIVOS COM CONTROLE DE ESTOQUE E SALDO ABAIXO DO
      * MINIMO, COM A QUANTIDADE QUE FALTA PARA VOLTAR AO MINIMO
       1000-RELATORIO-REPOSICAO.
           OPEN OUTPUT REPOSICAO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE SPACES TO REPOSICAO-REG.
           STRING 'ITENS ABAIXO DO ESTOQUE MINIMO EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE                        DELIMITED BY SIZE
               INTO REPOSICAO-REG
           END-STRING.
           PERFORM 1910-GRAVAR-LINHA.
           MOVE WRK-CAB-REPOSICAO TO REPOSICAO-REG.
           PERFORM 1910-GRAVAR-LINHA.
           MOVE ALL '-' TO REPOSICAO-REG.
           PERFORM 1910-GRAVAR-LINHA.
           MOVE ZEROS TO ITENS-CODIGO.
           START ITENS KEY IS NOT LESS THAN ITENS-CHAVE
               INVALID KEY MOVE 10 TO ITENS-STATUS
           END-START.
           IF ITENS-STATUS NOT = 10
               READ ITENS NEXT
                   AT END MOVE 10 TO ITENS-STATUS
               END-READ
               PERFORM UNTIL ITENS-STATUS = 10
                   IF ITENS-ATIVO AND ITENS-COM-ESTOQUE
                           AND ITENS-QTD-ESTOQUE < ITENS-ESTOQUE-MINIMO
                       PERFORM 1100-LISTAR-REPOSICAO
                   END-IF
                   READ ITENS NEXT
                       AT END MOVE 10 TO ITENS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ALL '-' TO REPOSICAO-REG.
           PERFORM 1910-GRAVAR-LINHA.
           MOVE WRK-QTD-LISTADOS TO WRK-QTD-ED.
           MOVE SPACES TO REPOSICAO-REG.
           STRING 'ITENS A REPOR: ' DELIMITED BY SIZE
                  WRK-QTD-ED        DELIMITED BY SIZE
               INTO REPOSICAO-REG
           END-STRING.
           PERFORM 1910-GRAVAR-LINHA.
           CLOSE REPOSICAO.

       1100-LISTAR-REPOSICAO.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE ITENS-CODIGO TO WRK-REP-CODIGO.
           MOVE ITENS-DESCRICAO TO WRK-REP-DESCRICAO.
           MOVE ITENS-QTD-ESTOQUE TO WRK-REP-SALDO.
           MOVE ITENS-ESTOQUE-MINIMO TO WRK-REP-MINIMO.
           COMPUTE WRK-REP-REPOR =
               ITENS-ESTOQUE-MINIMO - ITENS-QTD-ESTOQUE.
           MOVE WRK-LINHA-REPOSICAO TO REPOSICAO-REG.
           PERFORM 1910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE
       1910-GRAVAR-LINHA.
           WRITE REPOSICAO-REG.
           DISPLAY REPOSICAO-REG.

      * POSICAO MENSAL EM QUATRO PASSADAS SOBRE ESTPOS.DAT: ABRE UM
      * REGISTRO POR PRODUTO CONTROLADO COM O SALDO DE HOJE E O FINAL
      * DO MES ANTERIOR, ACUMULA O HISTORICO DE ESTOQUE, CONTA AS
      * VENDAS DO MES EM PEDIDOS E POR FIM CALCULA E CONCILIA. A
      * APURACAO PODE SER REPETIDA; A POSICAO DO MES E REFEITA
       2000-POSICAO-MENSAL.
           DISPLAY 'COMPETENCIA A APURAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMP-MM < 1 OR WRK-COMP-MM > 12
                   OR WRK-COMPETENCIA > WRK-DATA-HOJE(1:6)
               DISPLAY 'COMPETENCIA INVALIDA'
           ELSE
               PERFORM 2100-ABRIR-POSICAO
               MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR
               IF WRK-ANT-MM = 1
                   MOVE 12 TO WRK-ANT-MM
                   SUBTRACT 1 FROM WRK-ANT-AAAA
               ELSE
                   SUBTRACT 1 FROM WRK-ANT-MM
               END-IF
               PERFORM 2200-ABRIR-ITENS-POSICAO
               PERFORM 2300-ACUMULAR-MOVIMENTOS
               PERFORM 2400-CONTAR-VENDAS
               PERFORM 2500-CONCILIAR
               CLOSE PEDIDOS
               CLOSE ESTPOS
               CLOSE RELPOS
           END-IF.

       2100-ABRIR-POSICAO.
           OPEN INPUT PEDIDOS.
           OPEN I-O ESTPOS.
           IF ESTPOS-STATUS = 35
               OPEN OUTPUT ESTPOS
               CLOSE ESTPOS
               OPEN I-O ESTPOS
           END-IF.
           IF PEDIDOS-STATUS NOT = 0 OR ESTPOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS PEDIDOS: ' PEDIDOS-STATUS
               DISPLAY 'STATUS ESTPOS.: ' ESTPOS-STATUS
               CLOSE ITENS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELPOS.

      * PASSADA 1: UM REGISTRO ZERADO POR PRODUTO CONTROLADO, COM O
      * SALDO DE HOJE E O SALDO FINAL DA POSICAO DO MES ANTERIOR
       2200-ABRIR-ITENS-POSICAO.
           MOVE ZEROS TO ITENS-CODIGO.
           START ITENS KEY IS NOT LESS THAN ITENS-CHAVE
               INVALID KEY MOVE 10 TO ITENS-STATUS
           END-START.
           IF ITENS-STATUS NOT = 10
               READ ITENS NEXT
                   AT END MOVE 10 TO ITENS-STATUS
               END-READ
               PERFORM UNTIL ITENS-STATUS = 10
                   IF ITENS-COM-ESTOQUE
                       PERFORM 2210-ABRIR-REGISTRO
                   END-IF
                   READ ITENS NEXT
                       AT END MOVE 10 TO ITENS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2210-ABRIR-REGISTRO.
           MOVE 'N' TO WRK-TEM-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE WRK-COMP-ANTERIOR TO ESTPOS-COMPETENCIA.
           MOVE ITENS-CODIGO TO ESTPOS-CODIGO.
           READ ESTPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-ANTERIOR
                   MOVE ESTPOS-SALDO-FINAL TO WRK-SALDO-ANTERIOR
           END-READ.
           MOVE WRK-COMPETENCIA TO ESTPOS-COMPETENCIA.
           MOVE ITENS-CODIGO TO ESTPOS-CODIGO.
           MOVE WRK-SALDO-ANTERIOR TO ESTPOS-SALDO-INICIAL.
           MOVE ZEROS TO ESTPOS-ENTRADAS.
           MOVE ZEROS TO ESTPOS-SAIDAS.
           MOVE ZEROS TO ESTPOS-DEVOLUCOES.
           MOVE ZEROS TO ESTPOS-SALDO-FINAL.
           MOVE ZEROS TO ESTPOS-VENDAS-PEDIDOS.
           MOVE ITENS-QTD-ESTOQUE TO ESTPOS-SALDO-ATUAL.
           MOVE ZEROS TO ESTPOS-MOV-POSTERIOR.
           MOVE WRK-TEM-ANTERIOR TO ESTPOS-TEM-ANTERIOR.
           MOVE SPACE TO ESTPOS-SITUACAO.
           MOVE WRK-DATA-HOJE TO ESTPOS-DATA-APURACAO.
           WRITE ESTPOS-REG
               INVALID KEY
                   REWRITE ESTPOS-REG
           END-WRITE.

      * PASSADA 2: O HISTORICO DO MES ENTRA NAS ENTRADAS, SAIDAS E
      * DEVOLUCOES; O DATADO DEPOIS DO MES VAI PARA O MOVIMENTO
      * POSTERIOR. ITEM SEM REGISTRO (SEM CONTROLE HOJE) E IGNORADO
       2300-ACUMULAR-MOVIMENTOS.
           OPEN INPUT ESTMOV.
           IF ESTMOV-STATUS = 0
               READ ESTMOV
                   AT END MOVE 10 TO ESTMOV-STATUS
               END-READ
               PERFORM UNTIL ESTMOV-STATUS = 10
                   IF ESTMOV-DATA(1:6) NOT < WRK-COMPETENCIA
                       PERFORM 2310-ACUMULAR-UM-MOVIMENTO
                   END-IF
                   READ ESTMOV
                       AT END MOVE 10 TO ESTMOV-STATUS
                   END-READ
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

       2310-ACUMULAR-UM-MOVIMENTO.
           MOVE WRK-COMPETENCIA TO ESTPOS-COMPETENCIA.
           MOVE ESTMOV-CODIGO TO ESTPOS-CODIGO.
           READ ESTPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESTMOV-DATA(1:6) = WRK-COMPETENCIA
                       EVALUATE TRUE
                           WHEN ESTMOV-ENTRADA
                               ADD ESTMOV-QTD TO ESTPOS-ENTRADAS
                           WHEN ESTMOV-SAIDA
                               ADD ESTMOV-QTD TO ESTPOS-SAIDAS
                           WHEN ESTMOV-DEVOLUCAO
                               ADD ESTMOV-QTD TO ESTPOS-DEVOLUCOES
                       END-EVALUATE
                   ELSE
                       IF ESTMOV-SAIDA
                           SUBTRACT ESTMOV-QTD
                               FROM ESTPOS-MOV-POSTERIOR
                       ELSE
                           ADD ESTMOV-QTD TO ESTPOS-MOV-POSTERIOR
                       END-IF
                   END-IF
                   REWRITE ESTPOS-REG
           END-READ.

      * PASSADA 3: CADA PEDIDO DO MES COM CODIGO DE ITEM E UMA VENDA
      * DE UMA UNIDADE, MESMO CANCELADO DEPOIS (A DEVOLUCAO E OUTRO
      * MOVIMENTO)
       2400-CONTAR-VENDAS.
           MOVE ZEROS TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY MOVE 10 TO PEDIDOS-STATUS
           END-START.
           IF PEDIDOS-STATUS NOT = 10
               READ PEDIDOS NEXT
                   AT END MOVE 10 TO PEDIDOS-STATUS
               END-READ
               PERFORM UNTIL PEDIDOS-STATUS = 10
                   IF PEDIDOS-DATA(1:6) = WRK-COMPETENCIA
                           AND PEDIDOS-CODIGO-ITEM NOT = ZEROS
                       MOVE WRK-COMPETENCIA TO ESTPOS-COMPETENCIA
                       MOVE PEDIDOS-CODIGO-ITEM TO ESTPOS-CODIGO
                       READ ESTPOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO ESTPOS-VENDAS-PEDIDOS
                               REWRITE ESTPOS-REG
                       END-READ
                   END-IF
                   READ PEDIDOS NEXT
                       AT END MOVE 10 TO PEDIDOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      * PASSADA 4: SALDO FINAL = SALDO DE HOJE MENOS O MOVIMENTO
      * POSTERIOR; SEM POSICAO ANTERIOR, O INICIAL E DEDUZIDO DO FINAL
      * E SO AS VENDAS SAO CONFERIDAS
       2500-CONCILIAR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO WRK-QTD-DIVERGENTES.
           MOVE SPACES TO RELPOS-REG.
           STRING 'POSICAO DE ESTOQUE DA COMPETENCIA ' DELIMITED BY SIZE
                  WRK-COMPETENCIA                      DELIMITED BY SIZE
                  ' - APURADA EM '                     DELIMITED BY SIZE
                  WRK-DATA-HOJE                        DELIMITED BY SIZE
               INTO RELPOS-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-CAB-POSICAO TO RELPOS-REG.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELPOS-REG.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-COMPETENCIA TO ESTPOS-COMPETENCIA.
           MOVE ZEROS TO ESTPOS-CODIGO.
           START ESTPOS KEY IS NOT LESS THAN ESTPOS-CHAVE
               INVALID KEY MOVE 10 TO ESTPOS-STATUS
           END-START.
           IF ESTPOS-STATUS NOT = 10
               READ ESTPOS NEXT
                   AT END MOVE 10 TO ESTPOS-STATUS
               END-READ
               PERFORM UNTIL ESTPOS-STATUS = 10
                        OR ESTPOS-COMPETENCIA NOT = WRK-COMPETENCIA
                   PERFORM 2510-CONCILIAR-ITEM
                   READ ESTPOS NEXT
                       AT END MOVE 10 TO ESTPOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ALL '-' TO RELPOS-REG.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-LISTADOS TO WRK-QTD-ED.
           MOVE SPACES TO RELPOS-REG.
           STRING 'ITENS APURADOS.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
               INTO RELPOS-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-DIVERGENTES TO WRK-QTD-ED.
           MOVE SPACES TO RELPOS-REG.
           STRING 'ITENS DIVERGENTES..: ' DELIMITED BY SIZE
                  WRK-QTD-ED              DELIMITED BY SIZE
               INTO RELPOS-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.

       2510-CONCILIAR-ITEM.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE SPACES TO WRK-MOTIVO.
           COMPUTE ESTPOS-SALDO-FINAL =
               ESTPOS-SALDO-ATUAL - ESTPOS-MOV-POSTERIOR.
           COMPUTE WRK-MOV-MES = ESTPOS-ENTRADAS - ESTPOS-SAIDAS
               + ESTPOS-DEVOLUCOES.
           IF ESTPOS-TEM-ANTERIOR = 'S'
               IF ESTPOS-SALDO-INICIAL + WRK-MOV-MES
                       NOT = ESTPOS-SALDO-FINAL
                   MOVE 'SALDO NAO FECHA' TO WRK-MOTIVO
               END-IF
           ELSE
               COMPUTE ESTPOS-SALDO-INICIAL =
                   ESTPOS-SALDO-FINAL - WRK-MOV-MES
           END-IF.
           IF WRK-MOTIVO = SPACES
                   AND ESTPOS-SAIDAS NOT = ESTPOS-VENDAS-PEDIDOS
               MOVE 'SAIDAS X VENDAS' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE 'C' TO ESTPOS-SITUACAO
               IF ESTPOS-TEM-ANTERIOR = 'S'
                   MOVE 'CONCILIADO' TO WRK-MOTIVO
               ELSE
                   MOVE 'SEM MES ANTERIOR' TO WRK-MOTIVO
               END-IF
           ELSE
               MOVE 'D' TO ESTPOS-SITUACAO
               ADD 1 TO WRK-QTD-DIVERGENTES
           END-IF.
           REWRITE ESTPOS-REG.
           MOVE ESTPOS-CODIGO TO ITENS-CODIGO.
           READ ITENS
               INVALID KEY
                   MOVE SPACES TO ITENS-DESCRICAO
           END-READ.
           MOVE ESTPOS-CODIGO TO WRK-POS-CODIGO.
           MOVE ITENS-DESCRICAO TO WRK-POS-DESCRICAO.
           MOVE ESTPOS-SALDO-INICIAL TO WRK-POS-INICIAL.
           MOVE ESTPOS-ENTRADAS TO WRK-POS-ENTRADAS.
           MOVE ESTPOS-SAIDAS TO WRK-POS-SAIDAS.
           MOVE ESTPOS-DEVOLUCOES TO WRK-POS-DEVOLUCOES.
           MOVE ESTPOS-SALDO-FINAL TO WRK-POS-FINAL.
           MOVE ESTPOS-VENDAS-PEDIDOS TO WRK-POS-VENDAS.
           MOVE WRK-MOTIVO TO WRK-POS-MOTIVO.
           MOVE WRK-LINHA-POSICAO TO RELPOS-REG.
           PERFORM 2910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE
       2910-GRAVAR-LINHA.
           WRITE RELPOS-REG.
           DISPLAY RELPOS-REG.
