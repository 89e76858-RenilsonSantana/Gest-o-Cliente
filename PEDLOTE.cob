      *           DO QUE O 0501-IMPORTAR-LOTE DO CLIENTES FAZ PARA
      *           CLIENTES. LINHA DE CLIENTE INEXISTENTE OU INATIVO
      *           VAI PARA POSREJ.TXT COM O MOTIVO, E O RESUMO FINAL
      *           FECHA COM O MOVIMENTO DO CAIXA. CADA LINHA TRAZ O
      *           VENDEDOR DO CAIXA, QUE VAI GRAVADO NO PEDIDO PARA A
      *           COMISSAO. O RESULTADO VAI PARA PASSO.RES, ONDE O
      *           CLINOTURNO CONFERE OS REJEITADOS CONTRA O LIMITE
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS FECHAMENTO-STATUS.

      * CADASTRO DE ITENS/SERVICOS, PARA VALIDAR O CODIGO DA LINHA
      * E BAIXAR O ESTOQUE DO PRODUTO VENDIDO
           SELECT ITENS ASSIGN TO 'C:\COBOL\ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITENS-CHAVE
               FILE STATUS IS ITENS-STATUS.

      * CADASTRO DE VENDEDORES, PARA VALIDAR O VENDEDOR DA LINHA
           SELECT VENDEDOR ASSIGN TO 'C:\COBOL\VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CHAVE
               FILE STATUS IS VENDEDOR-STATUS.

      * HISTORICO DE MOVIMENTOS DE ESTOQUE, O MESMO QUE O CLIENTES
      * ALIMENTA; CADA VENDA CARREGADA DE PRODUTO CONTROLADO ENTRA
      * COMO SAIDA
           SELECT ESTMOV ASSIGN TO 'C:\COBOL\ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.

      * ARQUIVO EXPORTADO PELO TERMINAL DE PONTO DE VENDA
           SELECT POSVENDA ASSIGN TO 'C:\COBOL\POSVENDA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJEITADOS-STATUS.

      * RESULTADO DA EXECUCAO, LIDO PELO CLINOTURNO PARA CONTROLAR A
      * CADEIA DA NOITE
           SELECT PASSORES ASSIGN TO 'C:\COBOL\PASSO.RES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASSORES-STATUS.

      * DIARIO DE MOVIMENTOS FINANCEIROS, O MESMO QUE O CLIENTES
      * ALIMENTA; CADA PEDIDO CARREGADO ENTRA COMO INCLUSAO
           SELECT MOVIMENTO ASSIGN TO 'C:\COBOL\MOVIMENTO.LOG'
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

      * O TERMINAL PASSOU A EXPORTAR O CODIGO DO ITEM NO FIM DA
      * LINHA; O TEXTO LIVRE CONTINUA NA LINHA MAS A DESCRICAO
           02 POSVENDA-ITEM      PIC X(30).
           02 POSVENDA-VALOR     PIC 9(07)V99.
           02 POSVENDA-CODIGO    PIC 9(05).
           02 POSVENDA-VENDEDOR  PIC 9(03).

       FD CARGACTRL.
       01 CARGACTRL-REG.
       FD REJEITADOS.
       01 REJEITADOS-REG        PIC X(100).

       FD PASSORES.
       01 PASSORES-REG.
           02 PASSORES-PROGRAMA  PIC X(12).
           02 PASSORES-RETORNO   PIC 9(02).
           02 PASSORES-LIDOS     PIC 9(07).
           02 PASSORES-GRAVADOS  PIC 9(07).
           02 PASSORES-PROBLEMAS PIC 9(07).
           02 PASSORES-MENSAGEM  PIC X(40).

       FD MOVIMENTO.
       01 MOVIMENTO-REG         PIC X(250).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 PEDIDOS-STATUS PIC 99.
       77 ITENS-STATUS PIC 99.
       77 ESTMOV-STATUS PIC 99.
       77 POSVENDA-STATUS PIC 99.
       77 REJEITADOS-STATUS PIC 99.

       77 TITULOS-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 FECHAMENTO-STATUS PIC 99.
       77 VENDEDOR-STATUS PIC 99.
       77 CARGACTRL-STATUS PIC 99.
       77 PASSORES-STATUS PIC 99.
      * POSICAO DA LINHA EM CURSO DENTRO DO ARQUIVO, CONTANDO TAMBEM
      * AS LINHAS PULADAS NA RETOMADA DE UMA CARGA INTERROMPIDA
       77 WRK-LINHA-ATUAL PIC 9(05) COMP.
               CLOSE FECHAMENTO
               OPEN INPUT FECHAMENTO
           END-IF.
           OPEN I-O ITENS.
           OPEN INPUT VENDEDOR.
           IF VENDEDOR-STATUS = 35
               OPEN OUTPUT VENDEDOR
               CLOSE VENDEDOR
               OPEN INPUT VENDEDOR
           END-IF.
           IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
                   OR ITENS-STATUS NOT = 0 OR TITULOS-STATUS NOT = 0
                   OR PAGAMENTOS-STATUS NOT = 0
                   OR FECHAMENTO-STATUS NOT = 0
                   OR VENDEDOR-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES..: ' CLIENTES-STATUS
               DISPLAY 'STATUS PEDIDOS...: ' PEDIDOS-STATUS
               DISPLAY 'STATUS TITULOS...: ' TITULOS-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               DISPLAY 'STATUS FECHAMENTO: ' FECHAMENTO-STATUS
               DISPLAY 'STATUS VENDEDOR..: ' VENDEDOR-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT POSVENDA.
           IF MOVIMENTO-STATUS = 35
               OPEN OUTPUT MOVIMENTO
           END-IF.
           OPEN EXTEND ESTMOV.
           IF ESTMOV-STATUS = 35
               OPEN OUTPUT ESTMOV
           END-IF.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-CARREGADOS.
           MOVE ZEROS TO WRK-QTD-REJEITADOS.
                   END-IF
           END-READ.
      * O CODIGO DE ITEM DA LINHA SOFRE A MESMA VALIDACAO DO
      * REGISTRO INTERATIVO DE PEDIDOS: EXISTIR, ESTAR ATIVO E, SE
      * FOR PRODUTO COM CONTROLE DE ESTOQUE, TER SALDO
           IF WRK-MOTIVO = SPACES
               MOVE POSVENDA-CODIGO TO ITENS-CODIGO
               READ ITENS
                       IF ITENS-INATIVO
                           MOVE 'ITEM INATIVO' TO WRK-MOTIVO
                       END-IF
                       IF WRK-MOTIVO = SPACES AND ITENS-COM-ESTOQUE
                               AND ITENS-QTD-ESTOQUE = ZEROS
                           MOVE 'ITEM SEM ESTOQUE' TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.
      * O VENDEDOR DA LINHA TEM DE ESTAR CADASTRADO E ATIVO, COMO NO
      * REGISTRO INTERATIVO, PARA A VENDA ENTRAR NA COMISSAO
           IF WRK-MOTIVO = SPACES
               IF POSVENDA-VENDEDOR NOT NUMERIC
                       OR POSVENDA-VENDEDOR = ZEROS
                   MOVE 'SEM VENDEDOR' TO WRK-MOTIVO
               ELSE
                   MOVE POSVENDA-VENDEDOR TO VENDEDOR-CODIGO
                   READ VENDEDOR
                       INVALID KEY
                           MOVE 'VENDEDOR INEXISTENTE' TO WRK-MOTIVO
                       NOT INVALID KEY
                           IF VENDEDOR-INATIVO
                               MOVE 'VENDEDOR INATIVO' TO WRK-MOTIVO
                           END-IF
                   END-READ
               END-IF
           END-IF.
      * LINHA DATADA DENTRO DE COMPETENCIA JA FECHADA NAO E
      * CARREGADA, PARA NAO MEXER EM TOTAIS JA ENTREGUES A
      * CONTABILIDADE
           MOVE POSVENDA-VALOR TO PEDIDOS-VALOR.
           MOVE 'A' TO PEDIDOS-SITUACAO.
           MOVE POSVENDA-CODIGO TO PEDIDOS-CODIGO-ITEM.
           MOVE POSVENDA-VENDEDOR TO PEDIDOS-VENDEDOR.
           WRITE PEDIDOS-REG
               INVALID KEY
                   MOVE 'PEDIDO NAO GRAVADO' TO WRK-MOTIVO
                   ADD POSVENDA-VALOR TO WRK-VALOR-CARREGADO
                   PERFORM 0240-REGISTRAR-MOVIMENTO
                   PERFORM 0250-GERAR-TITULO
                   PERFORM 0290-BAIXAR-ESTOQUE
           END-WRITE.

      * GRAVA O PEDIDO CARREGADO NO DIARIO DE MOVIMENTOS, NO MESMO
                  WRK-HORA-MOVTO        DELIMITED BY SIZE
                  ' OPERADOR=PEDLOTE '  DELIMITED BY SIZE
                  ' PAGO=000000000'     DELIMITED BY SIZE
                  ' MULTA=000000000'    DELIMITED BY SIZE
                  ' JUROS=000000000'    DELIMITED BY SIZE
                  ' VEND='              DELIMITED BY SIZE
                  PEDIDOS-VENDEDOR      DELIMITED BY SIZE
               INTO MOVIMENTO-REG
           END-STRING.
           WRITE MOVIMENTO-REG.
               END-PERFORM
           END-IF.

      * BAIXA UMA UNIDADE DO PRODUTO VENDIDO, COMO O 0559-BAIXAR-
      * ESTOQUE DO CLIENTES; O ITEM AINDA ESTA EM ITENS-REG DESDE A
      * VALIDACAO DA LINHA
       0290-BAIXAR-ESTOQUE.
           IF ITENS-COM-ESTOQUE AND ITENS-QTD-ESTOQUE > ZEROS
               SUBTRACT 1 FROM ITENS-QTD-ESTOQUE
               REWRITE ITENS-REG
                   NOT INVALID KEY
                       MOVE ITENS-CODIGO TO ESTMOV-CODIGO
                       MOVE PEDIDOS-DATA TO ESTMOV-DATA
                       ACCEPT ESTMOV-HORA FROM TIME
                       MOVE 'S' TO ESTMOV-TIPO
                       MOVE 1 TO ESTMOV-QTD
                       MOVE ITENS-QTD-ESTOQUE TO ESTMOV-SALDO
                       MOVE PEDIDOS-FONE TO ESTMOV-FONE
                       MOVE PEDIDOS-SEQ TO ESTMOV-SEQ
                       MOVE SPACES TO ESTMOV-DOCUMENTO
                       MOVE 'PEDLOTE' TO ESTMOV-OPERADOR
                       WRITE ESTMOV-REG
               END-REWRITE
           END-IF.

      * DESCOBRE O PROXIMO SEQUENCIAL DE PEDIDO DO CLIENTE DA LINHA,
      * COM A MESMA VARREDURA DO 0551-PROXIMO-SEQ-PEDIDO DO CLIENTES
       0551-PROXIMO-SEQ-PEDIDO.
           CLOSE PAGAMENTOS.
           CLOSE FECHAMENTO.
           CLOSE ITENS.
           CLOSE VENDEDOR.
           CLOSE TITULOS.
           CLOSE POSVENDA.
           CLOSE CARGACTRL.
           CLOSE REJEITADOS.
           CLOSE MOVIMENTO.
           CLOSE ESTMOV.
           IF WRK-LOTE-ENCERRADO = 'S'
               DISPLAY 'NADA CARREGADO - LOTE JA CONCLUIDO'
           ELSE
               DISPLAY 'LINHAS REJEITADAS.....: ' WRK-QTD-REJEITADOS
               DISPLAY 'VALOR TOTAL CARREGADO.: ' WRK-VALOR-CARREGADO
           END-IF.
           MOVE 'PEDLOTE' TO PASSORES-PROGRAMA.
           IF WRK-LOTE-ENCERRADO = 'S'
               MOVE ZEROS TO PASSORES-LIDOS
               MOVE ZEROS TO PASSORES-GRAVADOS
               MOVE ZEROS TO PASSORES-PROBLEMAS
               MOVE ZEROS TO PASSORES-RETORNO
               MOVE 'LOTE JA CONCLUIDO' TO PASSORES-MENSAGEM
           ELSE
               MOVE WRK-QTD-LIDOS TO PASSORES-LIDOS
               MOVE WRK-QTD-CARREGADOS TO PASSORES-GRAVADOS
               MOVE WRK-QTD-REJEITADOS TO PASSORES-PROBLEMAS
               IF WRK-QTD-REJEITADOS = ZEROS
                   MOVE ZEROS TO PASSORES-RETORNO
                   MOVE 'CARGA CONCLUIDA' TO PASSORES-MENSAGEM
               ELSE
                   MOVE 4 TO PASSORES-RETORNO
                   MOVE 'LINHAS REJEITADAS EM POSREJ.TXT'
                       TO PASSORES-MENSAGEM
               END-IF
           END-IF.
           PERFORM 0920-GRAVAR-RESULTADO.
           STOP RUN.

      * GRAVA O RESULTADO DA EXECUCAO EM PASSO.RES E DEVOLVE O CODIGO
      * DE RETORNO: 0 OK, 4 COM RESSALVA, 8 COM PROBLEMAS
       0920-GRAVAR-RESULTADO.
           OPEN OUTPUT PASSORES.
           WRITE PASSORES-REG.
           CLOSE PASSORES.
           MOVE PASSORES-RETORNO TO RETURN-CODE.
