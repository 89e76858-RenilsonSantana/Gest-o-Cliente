               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMENTO-STATUS.

      * HISTORICO DE MOVIMENTOS DE ESTOQUE DOS ITENS CONTROLADOS:
      * ENTRADAS DE MERCADORIA, SAIDAS POR VENDA E DEVOLUCOES POR
      * CANCELAMENTO; O CLIESTOQUE CONCILIA O MES A PARTIR DELE
           SELECT ESTMOV ASSIGN TO 'C:\COBOL\ESTMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTMOV-STATUS.

      * ARQUIVO DE SAIDA DO RELATORIO EM DISCO
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\RELATORIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS OPERADOR-CHAVE
               FILE STATUS IS OPERADOR-STATUS.

      * PARAMETROS DO SISTEMA, MANTIDOS PELO CLIPARAM: UM REGISTRO
      * POR CODIGO, COMO O 'ENCARGOS' COM A MULTA E OS JUROS DE MORA
      * COBRADOS NO PAGAMENTO DO TITULO VENCIDO
           SELECT PARAMETROS ASSIGN TO 'C:\COBOL\PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAMETROS-CHAVE
               FILE STATUS IS PARAMETROS-STATUS.

      * ACORDOS DE RENEGOCIACAO DA DIVIDA VENCIDA: O CABECALHO DE
      * CADA ACORDO E, EM ACORDITEM, OS TITULOS DE ORIGEM QUE ELE
      * SUBSTITUIU; AS PARCELAS NOVAS FICAM EM TITULOS.DAT
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

      * CADASTRO DE VENDEDORES, COM O PERCENTUAL DE COMISSAO; O
      * CODIGO DO VENDEDOR VAI GRAVADO EM CADA PEDIDO
           SELECT VENDEDOR ASSIGN TO 'C:\COBOL\VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CHAVE
               FILE STATUS IS VENDEDOR-STATUS.

      * CONTA CORRENTE DE COMISSOES: O CREDITO POR PAGAMENTO
      * RECEBIDO, APURADO PELO CLICOMISSAO, E O ESTORNO LANCADO AQUI
      * NO CANCELAMENTO DO PEDIDO
           SELECT COMISSAO ASSIGN TO 'C:\COBOL\COMISSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMISSAO-CHAVE
               FILE STATUS IS COMISSAO-STATUS.

       DATA DIVISION.
      * CRIANDO VARIAVEIS PARA O REGISTRO DO ARQUIVO
       FILE SECTION.
      * CPF (11 DIGITOS) OU CNPJ (14 DIGITOS) ALINHADO A DIREITA
      * COM ZEROS A ESQUERDA; ZEROS = NAO INFORMADO
           02 CLIENTES-DOCUMENTO PIC 9(14).
      * CONSENTIMENTO DE MARKETING: 'S' = ACEITA CAMPANHAS  'N' = PEDIU
      * PARA SAIR; O CLIENTE QUE RECUSA NUNCA ENTRA NA MALA DIRETA
           02 CLIENTES-MARKETING PIC X(01).
               88 CLIENTES-ACEITA-MARKETING VALUE 'S'.
               88 CLIENTES-RECUSA-MARKETING VALUE 'N'.

       FD PEDIDOS.
       01 PEDIDOS-REG.
      * CODIGO DO ITEM NO CADASTRO ITENS.DAT; ZEROS NOS PEDIDOS
      * ANTERIORES AO CADASTRO, CONVERTIDOS PELO PEDCONV2
           02 PEDIDOS-CODIGO-ITEM PIC 9(05).
      * VENDEDOR QUE FEZ A VENDA, NO CADASTRO VENDEDOR.DAT; ZEROS NOS
      * PEDIDOS ANTERIORES AO CADASTRO, CONVERTIDOS PELO PEDCONV3
           02 PEDIDOS-VENDEDOR   PIC 9(03).

       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
               03 PAGAMENTOS-PARCELA PIC 9(03).
           02 PAGAMENTOS-DATA        PIC 9(08).
           02 PAGAMENTOS-VALOR       PIC 9(07)V99.
      * ENCARGOS DE ATRASO COBRADOS JUNTO COM O PAGAMENTO, SEPARADOS
      * DO PRINCIPAL PARA A CONTABILIDADE LANCAR EM CONTAS PROPRIAS;
      * O VALOR ACIMA E SO O PRINCIPAL, QUE BAIXA O TITULO
           02 PAGAMENTOS-MULTA       PIC 9(07)V99.
           02 PAGAMENTOS-JUROS       PIC 9(07)V99.

       FD TITULOS.
       01 TITULOS-REG.
      * PAGAMENTOS
           02 TITULOS-PAGO        PIC 9(07)V99.
      * 'A' = ABERTO  'Q' = QUITADO  'C' = CANCELADO (JUNTO COM O
      * CANCELAMENTO DO PEDIDO)  'R' = RENEGOCIADO (O SALDO PASSOU
      * PARA AS PARCELAS DE UM ACORDO)
           02 TITULOS-SITUACAO    PIC X(01).
               88 TITULOS-ABERTO      VALUE 'A'.
               88 TITULOS-QUITADO     VALUE 'Q'.
               88 TITULOS-CANCELADO   VALUE 'C'.
               88 TITULOS-RENEGOCIADO VALUE 'R'.

       FD FECHAMENTO.
       01 FECHAMENTO-REG.
           02 FECHAMENTO-HORA        PIC 9(08).

       FD AUDITORIA.
       01 AUDITORIA-REG         PIC X(600).

       FD MOVIMENTO.
       01 MOVIMENTO-REG         PIC X(250).

       FD ESTMOV.
       01 ESTMOV-REG.
           02 ESTMOV-CODIGO      PIC 9(05).
      * DATA DO MOVIMENTO: NA SAIDA POR VENDA E A DATA DO PEDIDO,
      * PARA O MES DA SAIDA BATER COM O MES DA VENDA EM PEDIDOS.DAT
           02 ESTMOV-DATA        PIC 9(08).
           02 ESTMOV-HORA        PIC 9(08).
      * 'E' = ENTRADA DE MERCADORIA  'S' = SAIDA POR VENDA
      * 'D' = DEVOLUCAO POR CANCELAMENTO DO PEDIDO
      * 'T' = SAIDA DO PEDIDO LEVADA PARA A CHAVE NOVA NA TROCA DE
      *       TELEFONE, SEMPRE COM QUANTIDADE ZERO
           02 ESTMOV-TIPO        PIC X(01).
               88 ESTMOV-ENTRADA    VALUE 'E'.
               88 ESTMOV-SAIDA      VALUE 'S'.
               88 ESTMOV-DEVOLUCAO  VALUE 'D'.
               88 ESTMOV-TRANSFERENCIA VALUE 'T'.
           02 ESTMOV-QTD         PIC 9(07).
      * SALDO DO ITEM DEPOIS DO MOVIMENTO
           02 ESTMOV-SALDO       PIC 9(07).
      * PEDIDO DE ORIGEM DA SAIDA OU DEVOLUCAO; ZEROS NA ENTRADA
           02 ESTMOV-FONE        PIC 9(09).
           02 ESTMOV-SEQ         PIC 9(05).
      * NOTA FISCAL DO FORNECEDOR NA ENTRADA
           02 ESTMOV-DOCUMENTO   PIC X(10).
           02 ESTMOV-OPERADOR    PIC X(08).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).
           02 ITENS-SITUACAO     PIC X(01).
               88 ITENS-ATIVO       VALUE 'A'.
               88 ITENS-INATIVO     VALUE 'I'.
      * CONTROLE DE ESTOQUE: 'S' = PRODUTO COM ESTOQUE, QUE SO E
      * VENDIDO COM SALDO; 'N' = SERVICO OU ITEM SEM CONTROLE, QUE
      * NAO MEXE NA QUANTIDADE
           02 ITENS-CONTROLA-ESTOQUE PIC X(01).
               88 ITENS-COM-ESTOQUE VALUE 'S'.
               88 ITENS-SEM-ESTOQUE VALUE 'N'.
           02 ITENS-QTD-ESTOQUE  PIC 9(07).
           02 ITENS-ESTOQUE-MINIMO PIC 9(07).
      * PERCENTUAL DE COMISSAO PROPRIO DO ITEM; ZEROS = VALE O
      * PERCENTUAL DO CADASTRO DO VENDEDOR
           02 ITENS-COMISSAO     PIC 9(02)V99.

       FD VENDITEM.
       01 VENDITEM-REG          PIC X(93).
               88 OPERADOR-ATIVO      VALUE 'A'.
               88 OPERADOR-INATIVO    VALUE 'I'.

       FD PARAMETROS.
       01 PARAMETROS-REG.
           02 PARAMETROS-CHAVE.
               03 PARAMETROS-CODIGO PIC X(08).
           02 PARAMETROS-DADOS      PIC X(40).
      * CODIGO 'ENCARGOS': MULTA UNICA EM PERCENTUAL, JUROS DE MORA
      * EM PERCENTUAL AO DIA E OS DIAS DE TOLERANCIA APOS O
      * VENCIMENTO, DENTRO DOS QUAIS NADA E COBRADO
           02 PARAMETROS-ENCARGOS REDEFINES PARAMETROS-DADOS.
               03 PARAMETROS-MULTA     PIC 9(02)V99.
               03 PARAMETROS-JUROS-DIA PIC 9(01)V9999.
               03 PARAMETROS-CARENCIA  PIC 9(02).
               03 FILLER               PIC X(29).

       FD ACORDOS.
       01 ACORDOS-REG.
           02 ACORDOS-CHAVE.
               03 ACORDOS-FONE     PIC 9(09).
      * NUMERO DO ACORDO, QUE E TAMBEM O SEQUENCIAL DAS PARCELAS DELE
      * EM TITULOS.DAT, NA FAIXA RESERVADA A PARTIR DE 90001
               03 ACORDOS-NUMERO   PIC 9(05).
           02 ACORDOS-DATA         PIC 9(08).
           02 ACORDOS-HORA         PIC 9(08).
           02 ACORDOS-SUPERVISOR   PIC X(08).
      * TITULOS VENCIDOS RENEGOCIADOS E A SOMA DOS SALDOS DELES
           02 ACORDOS-QTD-ORIGEM   PIC 9(03).
           02 ACORDOS-VALOR-ORIGEM PIC 9(07)V99.
           02 ACORDOS-ACRESCIMO    PIC 9(07)V99.
           02 ACORDOS-DESCONTO     PIC 9(07)V99.
      * VALOR ACORDADO = ORIGEM + ACRESCIMO - DESCONTO
           02 ACORDOS-VALOR        PIC 9(07)V99.
           02 ACORDOS-QTD-PARCELAS PIC 9(02).
           02 ACORDOS-PRIMEIRO-VENC PIC 9(08).

      * UM REGISTRO POR TITULO DE ORIGEM DO ACORDO, COM A IMAGEM DO
      * TITULO NO MOMENTO DA RENEGOCIACAO
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
      * SALDO DO TITULO DE ORIGEM QUE PASSOU PARA O ACORDO
           02 ACORDITEM-SALDO       PIC 9(07)V99.

       FD VENDEDOR.
       01 VENDEDOR-REG.
           02 VENDEDOR-CHAVE.
               03 VENDEDOR-CODIGO PIC 9(03).
           02 VENDEDOR-NOME       PIC X(30).
      * PERCENTUAL DE COMISSAO SOBRE O VALOR RECEBIDO, QUANDO O ITEM
      * VENDIDO NAO TEM PERCENTUAL PROPRIO
           02 VENDEDOR-COMISSAO   PIC 9(02)V99.
           02 VENDEDOR-SITUACAO   PIC X(01).
               88 VENDEDOR-ATIVO      VALUE 'A'.
               88 VENDEDOR-INATIVO    VALUE 'I'.

      * UM LANCAMENTO POR PAGAMENTO COMISSIONADO, NA CHAVE DO
      * PAGAMENTO DE ORIGEM: 'C' = CREDITO PELO VALOR RECEBIDO
      * 'E' = ESTORNO DE CREDITO JA PAGO, PELO CANCELAMENTO DO PEDIDO
       FD COMISSAO.
       01 COMISSAO-REG.
           02 COMISSAO-CHAVE.
               03 COMISSAO-FONE      PIC 9(09).
               03 COMISSAO-SEQ       PIC 9(05).
               03 COMISSAO-PARCELA   PIC 9(03).
               03 COMISSAO-TIPO      PIC X(01).
                   88 COMISSAO-CREDITO VALUE 'C'.
                   88 COMISSAO-ESTORNO VALUE 'E'.
      * MES (AAAAMM) DO DEMONSTRATIVO EM QUE O LANCAMENTO ENTRA: O DO
      * RECEBIMENTO NO CREDITO E O DO CANCELAMENTO NO ESTORNO
           02 COMISSAO-COMPETENCIA   PIC 9(06).
           02 COMISSAO-VENDEDOR      PIC 9(03).
           02 COMISSAO-CODIGO-ITEM   PIC 9(05).
           02 COMISSAO-DATA          PIC 9(08).
           02 COMISSAO-BASE          PIC 9(07)V99.
           02 COMISSAO-PERCENTUAL    PIC 9(02)V99.
           02 COMISSAO-VALOR         PIC 9(07)V99.
           02 COMISSAO-OPERADOR      PIC X(08).


       WORKING-STORAGE SECTION.

      * VALIDACAO DOS DIGITOS VERIFICADORES DO CPF/CNPJ (MODULO 11)
       77 WRK-TIPO-ANTIGO PIC X(01).
       77 WRK-DOC-ANTIGO PIC 9(14).
       77 WRK-MARKETING-ANTIGO PIC X(01).
       77 WRK-DOC-PROCURADO PIC 9(14).
       77 WRK-DOC-OK PIC X(01).
       77 WRK-DV-SOMA PIC 9(05) COMP.
           02 WRK-CALC-DD   PIC 9(02).

      * IMAGEM DO MOVIMENTO FINANCEIRO A GRAVAR NO DIARIO: TIPO
      * 'PED'/'PAG'/'TIT', 'ACO' PARA O CABECALHO DO ACORDO E 'ACI'
      * PARA CADA TITULO DE ORIGEM DELE, OPERACAO 'I'/'A'/'C'/'E' E
      * OS CAMPOS DO REGISTRO
       01 WRK-MOVIMENTO-DIARIO.
           02 WRK-MOV-TIPO       PIC X(03).
           02 WRK-MOV-OPER       PIC X(01).
           02 WRK-MOV-PARCELA    PIC 9(03).
           02 WRK-MOV-DATA-REG   PIC 9(08).
           02 WRK-MOV-ITEM       PIC X(30).
      * NO CABECALHO DO ACORDO O CAMPO DO ITEM LEVA O PRIMEIRO
      * VENCIMENTO E A HORA DO ACORDO
           02 WRK-MOV-ACORDO REDEFINES WRK-MOV-ITEM.
               03 WRK-MOV-PRIMEIRO-VENC PIC 9(08).
               03 WRK-MOV-HORA-ACORDO   PIC 9(08).
               03 FILLER                PIC X(14).
           02 WRK-MOV-CODIGO     PIC 9(05).
           02 WRK-MOV-VALOR      PIC 9(07)V99.
           02 WRK-MOV-SITUACAO   PIC X(01).
      * VALOR JA PAGO, PREENCHIDO SO NOS MOVIMENTOS DE TITULO
           02 WRK-MOV-PAGO       PIC 9(07)V99.
      * MULTA E JUROS DE ATRASO, PREENCHIDOS SO NOS PAGAMENTOS
           02 WRK-MOV-MULTA      PIC 9(07)V99.
           02 WRK-MOV-JUROS      PIC 9(07)V99.
      * VENDEDOR, PREENCHIDO SO NOS MOVIMENTOS DE PEDIDO
           02 WRK-MOV-VENDEDOR   PIC 9(03).

      * OPERADOR IDENTIFICADO NA ENTRADA, CARIMBADO NA AUDITORIA
       77 WRK-OPER-LOGADO PIC X(08) VALUE SPACES.
       77 WRK-LIMITE-TROCA PIC 9(07)V99.
       77 WRK-TIPO-TROCA PIC X(01).
       77 WRK-DOC-TROCA PIC 9(14).
       77 WRK-MARKETING-TROCA PIC X(01).
       77 WRK-SEQ-ORIGEM PIC 9(05).
       77 WRK-FIM-TROCA PIC X(01).
       77 WRK-FIM-PAG-TROCA PIC X(01).
       77 WRK-TOTAL-PAGO PIC 9(09)V99.
       77 WRK-DIAS-ABERTO PIC S9(05) COMP.
       77 WRK-PAGTO-DESC PIC X(09).
      * DATA E PRINCIPAL DIGITADOS NO PAGAMENTO, GUARDADOS PORQUE A
      * VARREDURA DO 0562-PROXIMA-PARCELA LE PAGAMENTOS NO REGISTRO
       77 WRK-PAGTO-DATA PIC 9(08).
       77 WRK-PAGTO-VALOR PIC 9(07)V99.

      * DATAS DECOMPOSTAS PARA O CALCULO APROXIMADO DE DIAS DE ATRASO
      * (ANOS X 365 + MESES X 30 + DIAS), SUFICIENTE PARA AS FAIXAS
               03 WRK-ITVD-QTD    PIC 9(05) COMP.
               03 WRK-ITVD-TOTAL  PIC 9(09)V99.

      * ENCARGOS DE ATRASO: PARAMETROS LIDOS DO PARAMETROS.DAT NA
      * ENTRADA E O CALCULO SOBRE UMA BASE ATE UMA DATA DE REFERENCIA
       77 PARAMETROS-STATUS PIC 99.
       77 WRK-ENC-MULTA PIC 9(02)V99.
       77 WRK-ENC-JUROS-DIA PIC 9(01)V9999.
       77 WRK-ENC-CARENCIA PIC 9(02).
       77 WRK-DIAS-ATRASO PIC S9(05) COMP.
       77 WRK-BASE-ENCARGOS PIC 9(09)V99.
       77 WRK-VALOR-MULTA PIC 9(07)V99.
       77 WRK-VALOR-JUROS PIC 9(07)V99.
       77 WRK-TOTAL-COBRAR PIC 9(09)V99.
       77 WRK-TOTAL-ENCARGOS PIC 9(09)V99.
       77 WRK-ENCARGO-DISPENSADO PIC X(01).
      * SUPERVISOR QUE AUTORIZOU A LIBERACAO OU A DISPENSA
       77 WRK-SUPERVISOR-LIBERACAO PIC X(08).
      * TEXTO LIVRE ACRESCENTADO NO FIM DA LINHA DE AUDITORIA
       77 WRK-AUD-COMPLEMENTO PIC X(80) VALUE SPACES.
       01 WRK-DATA-REF PIC 9(08).
       01 WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           02 WRK-REF-AAAA PIC 9(04).
           02 WRK-REF-MM   PIC 9(02).
           02 WRK-REF-DD   PIC 9(02).

      * ESTOQUE: ENTRADA DE MERCADORIA DIGITADA, O ITEM DO PEDIDO
      * ANTES DA ALTERACAO, PARA BARRAR A TROCA DE PRODUTO, E SE O
      * PEDIDO TEM UMA UNIDADE BAIXADA A DEVOLVER NO CANCELAMENTO
       77 ESTMOV-STATUS PIC 99.
       77 WRK-QTD-ENTRADA PIC 9(07).
       77 WRK-NOTA-ENTRADA PIC X(10).
       77 WRK-ITEM-ANTES-ALT PIC 9(05).
       77 WRK-CONTROLA-ANTIGO PIC X(01).
       77 WRK-MINIMO-ANTIGO PIC 9(07).
       77 WRK-TEVE-SAIDA PIC X(01).

      * RENEGOCIACAO DA DIVIDA VENCIDA: AS PARCELAS DO ACORDO VAO
      * PARA TITULOS.DAT COM SEQUENCIAL A PARTIR DE 90001, FAIXA QUE
      * NENHUM PEDIDO ALCANCA; O NUMERO DO ACORDO E ESSE SEQUENCIAL
       77 ACORDOS-STATUS PIC 99.
       77 ACORDITEM-STATUS PIC 99.
       77 WRK-PRIMEIRO-ACORDO PIC 9(05) VALUE 90001.
       77 WRK-ACORDO-NUMERO PIC 9(05).
       77 WRK-ACORDO-QTD-ORIGEM PIC 9(03).
       77 WRK-ACORDO-ORIGEM PIC 9(07)V99.
       77 WRK-ACORDO-ACRESCIMO PIC 9(07)V99.
       77 WRK-ACORDO-DESCONTO PIC 9(07)V99.
       77 WRK-ACORDO-VALOR PIC 9(07)V99.
       77 WRK-RENEGOCIAVEL PIC X(01).
       77 WRK-FIM-ACORDOS PIC X(01).

      * VENDEDORES E COMISSAO: MANUTENCAO DO CADASTRO, VENDEDOR DO
      * PEDIDO ANTES DA ALTERACAO E O ESTORNO NO CANCELAMENTO
       77 VENDEDOR-STATUS PIC 99.
       77 COMISSAO-STATUS PIC 99.
       77 WRK-OPCAO-VENDEDOR PIC X(1).
       77 WRK-NOME-VEND-ANTIGO PIC X(30).
       77 WRK-COMISSAO-ANTIGA PIC 9(02)V99.
       77 WRK-COMISSAO-VEND-ANTIGA PIC 9(02)V99.
       77 WRK-VENDEDOR-ANTES-ALT PIC 9(03).
       77 WRK-FIM-COMISSAO PIC X(01).
       77 WRK-COMPETENCIA-HOJE PIC 9(06).

      * VARIAVEIS PARA LIMPAR TELA
       SCREEN SECTION.
       01 TELA.
           02 LINE 16 COLUMN 15 VALUE 'T - TROCAR TELEFONE'.
           02 LINE 17 COLUMN 15 VALUE 'I - MANTER ITENS'.
           02 LINE 18 COLUMN 15 VALUE 'O - MANTER OPERADORES'.
           02 LINE 19 COLUMN 15 VALUE 'V - MANTER VENDEDORES'.
           02 LINE 20 COLUMN 15 VALUE 'X - SAIR'.
           02 LINE 21 COLUMN 15 VALUE 'OPCAO.......: '.
           02 LINE 21 COLUMN 29 USING WRK-OPCAO.

       01 MENU-RELATORIO.
           02 LINE 12 COLUMN 55 VALUE '1 - EM TELA'.
           02 LINE 12 COLUMN 55 VALUE '1 - INCLUIR ITEM'.
           02 LINE 13 COLUMN 55 VALUE '2 - CONSULTAR ITEM'.
           02 LINE 14 COLUMN 55 VALUE '3 - ALTERAR ITEM'.
           02 LINE 15 COLUMN 55 VALUE '4 - ENTRADA DE MERCADORIA'.
           02 LINE 16 COLUMN 55 VALUE 'OPCAO......: '.
           02 LINE 16 COLUMN 68 USING WRK-OPCAO-ITEM.

       01 MENU-OPERADOR.
           02 LINE 12 COLUMN 55 VALUE '1 - INCLUIR OPERADOR'.
           02 LINE 14 COLUMN 55 VALUE 'OPCAO......: '.
           02 LINE 14 COLUMN 68 USING WRK-OPCAO-OPERADOR.

       01 MENU-VENDEDOR.
           02 LINE 12 COLUMN 55 VALUE '1 - INCLUIR VENDEDOR'.
           02 LINE 13 COLUMN 55 VALUE '2 - ALTERAR VENDEDOR'.
           02 LINE 14 COLUMN 55 VALUE 'OPCAO......: '.
           02 LINE 14 COLUMN 68 USING WRK-OPCAO-VENDEDOR.

       01 TELA-VENDEDOR.
           02 CHAVE-VENDEDOR FOREGROUND-COLOR 2.
               03 LINE 10 COLUMN 10 VALUE 'CODIGO..: '.
               03 COLUMN PLUS 2 PIC 9(03) USING VENDEDOR-CODIGO
                   BLANK WHEN ZEROS.
           02 SS-DADOS-VENDEDOR.
               03 LINE 11 COLUMN 10 VALUE 'NOME....: '.
               03 COLUMN PLUS 2 PIC X(30) USING VENDEDOR-NOME.
               03 LINE 12 COLUMN 10 VALUE 'COMISSAO: '.
               03 COLUMN PLUS 2 PIC 9(02)V99 USING VENDEDOR-COMISSAO.
               03 COLUMN PLUS 2 VALUE '% SOBRE O RECEBIDO'.
               03 LINE 13 COLUMN 10 VALUE 'SITUACAO: '.
               03 COLUMN PLUS 2 PIC X(08) FROM WRK-SITUACAO-DESC.

      * IDENTIFICACAO DO OPERADOR NA ENTRADA DO SISTEMA
       01 TELA-LOGIN.
           02 LINE 10 COLUMN 10 VALUE 'OPERADOR: '.
       01 MENU-PEDIDO.
           02 LINE 12 COLUMN 55 VALUE '1 - ALTERAR PEDIDO'.
           02 LINE 13 COLUMN 55 VALUE '2 - CANCELAR PEDIDO'.
           02 LINE 14 COLUMN 55 VALUE '3 - RENEGOCIAR DIVIDA'.
           02 LINE 15 COLUMN 55 VALUE 'OPCAO......: '.
           02 LINE 15 COLUMN 68 USING WRK-OPCAO-PEDIDO.

       01 TELA-SEQ-PEDIDO.
           02 LINE 17 COLUMN 10 VALUE 'PEDIDO (SEQ)...: '.
                   BLANK WHEN ZEROS.
               03 LINE 15 COLUMN 10 VALUE 'SITUACAO: '.
               03 COLUMN PLUS 2 PIC X(08) FROM WRK-SITUACAO-DESC.
               03 COLUMN PLUS 2 VALUE 'MARKETING: '.
               03 COLUMN PLUS 1 PIC X(01) FROM CLIENTES-MARKETING.

      * O ITEM DO PEDIDO E INFORMADO PELO CODIGO DO CADASTRO; A
      * DESCRICAO VEM DO CADASTRO E E MOSTRADA EM TELA-ITEM-PEDIDO
           02 LINE 19 COLUMN 10 VALUE 'CODIGO DO ITEM.: '.
           02 COLUMN PLUS 2 PIC 9(05) USING PEDIDOS-CODIGO-ITEM
               BLANK WHEN ZEROS.
           02 COLUMN PLUS 2 VALUE 'VENDEDOR: '.
           02 COLUMN PLUS 1 PIC 9(03) USING PEDIDOS-VENDEDOR
               BLANK WHEN ZEROS.
           02 LINE 20 COLUMN 10 VALUE 'VALOR..........: '.
           02 COLUMN PLUS 2 PIC 9(07)V99 USING PEDIDOS-VALOR.

               03 COLUMN PLUS 2 PIC 9(07)V99 USING ITENS-PRECO.
               03 LINE 13 COLUMN 10 VALUE 'SITUACAO.: '.
               03 COLUMN PLUS 2 PIC X(08) FROM WRK-SITUACAO-DESC.
               03 LINE 14 COLUMN 10 VALUE 'ESTOQUE..: '.
               03 COLUMN PLUS 2 PIC X(01) USING ITENS-CONTROLA-ESTOQUE.
               03 COLUMN PLUS 2 VALUE '(S=CONTROLA N=SERVICO)'.
               03 LINE 15 COLUMN 10 VALUE 'MINIMO...: '.
               03 COLUMN PLUS 2 PIC 9(07) USING ITENS-ESTOQUE-MINIMO.
               03 LINE 16 COLUMN 10 VALUE 'SALDO....: '.
               03 COLUMN PLUS 2 PIC 9(07) FROM ITENS-QTD-ESTOQUE.
               03 LINE 17 COLUMN 10 VALUE 'COMISSAO.: '.
               03 COLUMN PLUS 2 PIC 9(02)V99 USING ITENS-COMISSAO.
               03 COLUMN PLUS 2 VALUE '% (ZERO=DO VENDEDOR)'.

      * ENTRADA DE MERCADORIA NO ITEM MOSTRADO EM TELA-ITEM
       01 TELA-ENTRADA-ESTOQUE.
           02 LINE 18 COLUMN 10 VALUE 'QTD RECEBIDA...: '.
           02 COLUMN PLUS 2 PIC 9(07) USING WRK-QTD-ENTRADA
               BLANK WHEN ZEROS.
           02 LINE 19 COLUMN 10 VALUE 'NOTA FISCAL....: '.
           02 COLUMN PLUS 2 PIC X(10) USING WRK-NOTA-ENTRADA.

      * CONDICOES DO ACORDO: A DIVIDA VENCIDA APURADA, O ACRESCIMO
      * OU DESCONTO NEGOCIADO E O PARCELAMENTO; EM BRANCO ASSUME UMA
      * UNICA PARCELA VENCENDO UM MES DEPOIS DE HOJE
       01 TELA-ACORDO.
           02 LINE 18 COLUMN 10 VALUE 'TITULOS VENCIDOS: '.
           02 COLUMN PLUS 1 PIC ZZ9 FROM WRK-ACORDO-QTD-ORIGEM.
           02 COLUMN PLUS 2 VALUE 'SALDO: '.
           02 COLUMN PLUS 1 PIC ZZZZZZ9.99 FROM WRK-ACORDO-ORIGEM.
           02 LINE 19 COLUMN 10 VALUE 'ACRESCIMO......: '.
           02 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-ACORDO-ACRESCIMO
               BLANK WHEN ZEROS.
           02 COLUMN PLUS 2 VALUE 'DESCONTO: '.
           02 COLUMN PLUS 1 PIC 9(07)V99 USING WRK-ACORDO-DESCONTO
               BLANK WHEN ZEROS.
           02 LINE 20 COLUMN 10 VALUE 'QTD PARCELAS...: '.
           02 COLUMN PLUS 2 PIC 9(02) USING WRK-QTD-PARCELAS
               BLANK WHEN ZEROS.
           02 LINE 21 COLUMN 10 VALUE 'PRIMEIRO VENCTO: '.
           02 COLUMN PLUS 2 PIC 9(08) USING WRK-PRIMEIRO-VENC
               BLANK WHEN ZEROS.
           02 LINE 22 COLUMN 10 VALUE 'VALOR DO ACORDO: '.
           02 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM WRK-ACORDO-VALOR.

       01 TELA-PAGAMENTO.
           02 LINE 18 COLUMN 10 VALUE 'PEDIDO (SEQ)...: '.
           02 LINE 21 COLUMN 10 VALUE 'VALOR PAGO.....: '.
           02 COLUMN PLUS 2 PIC 9(07)V99 USING PAGAMENTOS-VALOR.

      * ENCARGOS DO PAGAMENTO EM ATRASO, SOMADOS AO VALOR PAGO
       01 TELA-ENCARGOS.
           02 LINE 22 COLUMN 10 VALUE 'DIAS ATRASO....: '.
           02 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-DIAS-ATRASO.
           02 COLUMN PLUS 2 VALUE 'MULTA: '.
           02 COLUMN PLUS 1 PIC ZZZZZZ9.99 FROM WRK-VALOR-MULTA.
           02 COLUMN PLUS 2 VALUE 'JUROS: '.
           02 COLUMN PLUS 1 PIC ZZZZZZ9.99 FROM WRK-VALOR-JUROS.
           02 LINE 23 COLUMN 10 VALUE 'TOTAL A COBRAR.: '.
           02 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM WRK-TOTAL-COBRAR.

       01 TELA-SITUACAO.
           02 LINE 17 COLUMN 1 ERASE EOL BACKGROUND-COLOR 1.
           02 LINE 17 COLUMN 10 PIC X(40)
               OPEN I-O TITULOS
           END-IF.

           OPEN I-O ACORDOS
           IF ACORDOS-STATUS = 35 THEN
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.

           OPEN I-O ACORDITEM
           IF ACORDITEM-STATUS = 35 THEN
               OPEN OUTPUT ACORDITEM
               CLOSE ACORDITEM
               OPEN I-O ACORDITEM
           END-IF.

           OPEN I-O VENDEDOR
           IF VENDEDOR-STATUS = 35 THEN
               OPEN OUTPUT VENDEDOR
               CLOSE VENDEDOR
               OPEN I-O VENDEDOR
           END-IF.

           OPEN I-O COMISSAO
           IF COMISSAO-STATUS = 35 THEN
               OPEN OUTPUT COMISSAO
               CLOSE COMISSAO
               OPEN I-O COMISSAO
           END-IF.

      * O FECHAMENTO E SO CONSULTADO AQUI; QUEM GRAVA E O CLIFECHA
           OPEN INPUT FECHAMENTO
           IF FECHAMENTO-STATUS = 35 THEN
               OPEN I-O OPERADOR
           END-IF.

           PERFORM 0060-CARREGAR-ENCARGOS.
           PERFORM 0050-IDENTIFICAR-OPERADOR.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.

      * CARGA DA MULTA E DOS JUROS DE MORA DO PARAMETROS.DAT; SEM O
      * ARQUIVO OU SEM O REGISTRO 'ENCARGOS' NADA E COBRADO NO ATRASO
       0060-CARREGAR-ENCARGOS.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS-DIA.
           MOVE ZEROS TO WRK-ENC-CARENCIA.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 0
               MOVE 'ENCARGOS' TO PARAMETROS-CODIGO
               READ PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETROS-MULTA TO WRK-ENC-MULTA
                       MOVE PARAMETROS-JUROS-DIA TO WRK-ENC-JUROS-DIA
                       MOVE PARAMETROS-CARENCIA TO WRK-ENC-CARENCIA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       0100-INICIAR.
           DISPLAY TELA.
           ACCEPT MENU-PRINCIPAL.
                   ELSE
                       PERFORM 0055-NEGAR-ACESSO
                   END-IF
      * O CADASTRO DE VENDEDORES DEFINE A COMISSAO PAGA E TAMBEM E
      * OPCAO RESTRITA AO SUPERVISOR
               WHEN 'V'
               WHEN 'v'
                   IF WRK-LOGADO-SUPERVISOR
                       PERFORM 0670-MANTER-VENDEDORES
                   ELSE
                       PERFORM 0055-NEGAR-ACESSO
                   END-IF
               WHEN 'X'
                   PERFORM 0300-FINALIZAR
               WHEN OTHER
           CLOSE PAGAMENTOS
           CLOSE ITENS
           CLOSE TITULOS
           CLOSE ACORDOS
           CLOSE ACORDITEM
           CLOSE VENDEDOR
           CLOSE COMISSAO
           CLOSE FECHAMENTO
           CLOSE OPERADOR
           STOP RUN.
               PERFORM 0500-INCLUIR
           ELSE
               MOVE 'A' TO CLIENTES-SITUACAO
               MOVE 'S' TO CLIENTES-MARKETING
      * ESCREVENDO NO ARQUIVO E VERIFICANDO SE JÁ EXISTE O REGISTRO
               WRITE CLIENTES-REG
                   INVALID KEY
                       MOVE ZEROS TO WRK-LIMITE-ANTIGO
                       MOVE SPACES TO WRK-TIPO-ANTIGO
                       MOVE ZEROS TO WRK-DOC-ANTIGO
                       MOVE SPACES TO WRK-MARKETING-ANTIGO
                       PERFORM 0950-REGISTRAR-AUDITORIA
               END-WRITE
      * VERIFICANDO SE REGISTO JÁ EXISTE
                   MOVE ZEROS TO CLIENTES-LIMITE
                   MOVE SPACES TO CLIENTES-TIPO-PESSOA
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
                   MOVE 'S' TO CLIENTES-MARKETING
                   WRITE CLIENTES-REG
                       INVALID KEY
                           ADD 1 TO WRK-TOTAL-DUPLICADOS
                           MOVE ZEROS TO WRK-LIMITE-ANTIGO
                           MOVE SPACES TO WRK-TIPO-ANTIGO
                           MOVE ZEROS TO WRK-DOC-ANTIGO
                           MOVE SPACES TO WRK-MARKETING-ANTIGO
                           PERFORM 0950-REGISTRAR-AUDITORIA
                   END-WRITE
                   READ IMPORTA
                   PERFORM 0551-PROXIMO-SEQ-PEDIDO
                   PERFORM 0555-CALCULAR-SALDO-CLIENTE
                   MOVE ZEROS TO PEDIDOS-CODIGO-ITEM
                   MOVE ZEROS TO PEDIDOS-VENDEDOR
                   MOVE ZEROS TO WRK-ITEM-ANTES-ALT
                   DISPLAY TELA-PEDIDO
                   ACCEPT TELA-PEDIDO
                   MOVE SPACES TO WRK-MSGERRO
                   IF WRK-MSGERRO = SPACES
                       PERFORM 0552-VALIDAR-ITEM-PEDIDO
                   END-IF
                   IF WRK-MSGERRO = SPACES
                       PERFORM 0530-VALIDAR-VENDEDOR
                   END-IF
      * COM LIMITE CADASTRADO, A VENDA QUE ESTOURA O SALDO DEVEDOR
      * SO SEGUE COM A LIBERACAO DO SUPERVISOR
                   MOVE 'N' TO WRK-LIBERADO
                   IF WRK-MSGERRO = SPACES
                           AND CLIENTES-LIMITE > 0
                           AND WRK-SALDO-CLIENTE + PEDIDOS-VALOR
                           NOT INVALID KEY
                               MOVE 'I' TO WRK-MOV-OPER
                               PERFORM 0961-MOVIMENTO-PEDIDO
                               IF WRK-LIBERADO = 'S'
                                   PERFORM 0549-AUDITAR-LIBERACAO
                               END-IF
                               PERFORM 0553-GERAR-TITULOS
                               PERFORM 0559-BAIXAR-ESTOQUE
                               MOVE 'PEDIDO REGISTRADO COM SUCESSO'
                                   TO WRK-MSGERRO
                       END-WRITE
           PERFORM 0200-PROCESSAR.

      * VALIDA O CODIGO DE ITEM DO PEDIDO CONTRA O CADASTRO: O ITEM
      * PRECISA EXISTIR E ESTAR ATIVO, E O PRODUTO COM CONTROLE DE
      * ESTOQUE PRECISA TER SALDO (A NAO SER QUE JA SEJA O ITEM DO
      * PEDIDO EM ALTERACAO). A DESCRICAO DO CADASTRO VAI
      * PARA O PEDIDO E, SE O VALOR NAO FOI DIGITADO, O PRECO DO
      * CADASTRO E ASSUMIDO
       0552-VALIDAR-ITEM-PEDIDO.
               NOT INVALID KEY
                   IF ITENS-INATIVO
                       MOVE 'ITEM INATIVO NO CADASTRO' TO WRK-MSGERRO
                   END-IF
                   IF WRK-MSGERRO = SPACES AND ITENS-COM-ESTOQUE
                           AND ITENS-QTD-ESTOQUE = ZEROS
                           AND PEDIDOS-CODIGO-ITEM
                               NOT = WRK-ITEM-ANTES-ALT
                       MOVE 'ITEM SEM SALDO EM ESTOQUE' TO WRK-MSGERRO
                   END-IF
                   IF WRK-MSGERRO = SPACES
                       MOVE ITENS-DESCRICAO TO PEDIDOS-ITEM
                       IF PEDIDOS-VALOR = ZEROS
                           MOVE ITENS-PRECO TO PEDIDOS-VALOR
                   END-IF
           END-READ.

      * O PEDIDO NOVO EXIGE VENDEDOR CADASTRADO E ATIVO, QUE RECEBE A
      * COMISSAO SOBRE O QUE FOR PAGO
       0530-VALIDAR-VENDEDOR.
           IF PEDIDOS-VENDEDOR = ZEROS
               MOVE 'VENDEDOR NAO INFORMADO' TO WRK-MSGERRO
           ELSE
               MOVE PEDIDOS-VENDEDOR TO VENDEDOR-CODIGO
               READ VENDEDOR
                   INVALID KEY
                       MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                   NOT INVALID KEY
                       IF VENDEDOR-INATIVO
                           MOVE 'VENDEDOR INATIVO' TO WRK-MSGERRO
                       END-IF
               END-READ
           END-IF.

      * GERA OS TITULOS A RECEBER DO PEDIDO RECEM GRAVADO: O VALOR E
      * DIVIDIDO EM PARCELAS IGUAIS E A DIFERENCA DE ARREDONDAMENTO
      * FICA NA ULTIMA; OS VENCIMENTOS CAMINHAM DE MES EM MES A

      * SALDO DEVEDOR DO CLIENTE: SOMA DOS PEDIDOS NAO CANCELADOS
      * MENOS OS PAGAMENTOS RECEBIDOS, PEDIDO A PEDIDO, NA MESMA
      * CONTA DO 0565-SOMAR-PAGAMENTOS; DEPOIS A DIVIDA RENEGOCIADA
      * TROCA DE LUGAR PELO SALDO DOS ACORDOS (0598)
       0555-CALCULAR-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           MOVE CLIENTES-FONE TO PEDIDOS-FONE.
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 0598-SOMAR-SALDO-ACORDO.

      * LIBERACAO DO SUPERVISOR PARA VENDA ACIMA DO LIMITE: SE O
      * OPERADOR DA SESSAO JA E SUPERVISOR BASTA CONFIRMAR; SE NAO,
           MOVE SPACES TO WRK-TECLA.
           ACCEPT TELA-SITUACAO.
           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               PERFORM 0557-AUTORIZAR-SUPERVISOR
           END-IF.

      * AUTORIZACAO DO SUPERVISOR: O OPERADOR DA SESSAO, SE FOR
      * SUPERVISOR, OU UM SUPERVISOR QUE DIGITA USUARIO E SENHA NA
      * HORA; DEVOLVE WRK-LIBERADO E QUEM AUTORIZOU
       0557-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WRK-LIBERADO.
           MOVE SPACES TO WRK-SUPERVISOR-LIBERACAO.
           IF WRK-LOGADO-SUPERVISOR
               MOVE 'S' TO WRK-LIBERADO
               MOVE WRK-OPER-LOGADO TO WRK-SUPERVISOR-LIBERACAO
           ELSE
               MOVE SPACES TO WRK-USUARIO-DIGITADO
               MOVE SPACES TO WRK-SENHA-DIGITADA
               DISPLAY TELA-LOGIN
               ACCEPT TELA-LOGIN
               MOVE WRK-USUARIO-DIGITADO TO OPERADOR-USUARIO
               READ OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPERADOR-SENHA = WRK-SENHA-DIGITADA
                               AND OPERADOR-ATIVO
                               AND OPERADOR-SUPERVISOR
                           MOVE 'S' TO WRK-LIBERADO
                           MOVE OPERADOR-USUARIO
                               TO WRK-SUPERVISOR-LIBERACAO
                       END-IF
               END-READ
           END-IF.

      * VENDA ACIMA DO LIMITE LIBERADA: VAI PARA A AUDITORIA COM OS
      * DADOS DO CLIENTE SEM ALTERACAO, COMO NA DISPENSA DE ENCARGOS,
      * E O COMPLEMENTO COM O PEDIDO E O SUPERVISOR QUE LIBEROU
       0549-AUDITAR-LIBERACAO.
           MOVE CLIENTE-NOME TO WRK-NOME-ANTIGO.
           MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTIGO.
           MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANTIGA.
           MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO.
           MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO.
           MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO.
           MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.
           STRING 'PEDIDO='              DELIMITED BY SIZE
                  PEDIDOS-SEQ           DELIMITED BY SIZE
                  ' VALOR='             DELIMITED BY SIZE
                  PEDIDOS-VALOR         DELIMITED BY SIZE
                  ' LIMITE='            DELIMITED BY SIZE
                  CLIENTES-LIMITE       DELIMITED BY SIZE
                  ' SUPERVISOR='        DELIMITED BY SIZE
                  WRK-SUPERVISOR-LIBERACAO DELIMITED BY SIZE
               INTO WRK-AUD-COMPLEMENTO
           END-STRING.
           MOVE 'MODULO - LIBERACAO LIMITE' TO WRK-MODULO.
           PERFORM 0950-REGISTRAR-AUDITORIA.
           MOVE 'MODULO - REGISTRAR PEDIDO' TO WRK-MODULO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.

      * CADA PEDIDO E A VENDA DE UMA UNIDADE DO ITEM: O PRODUTO COM
      * CONTROLE DE ESTOQUE PERDE UMA UNIDADE E A SAIDA VAI PARA O
      * HISTORICO DATADA COM A DATA DO PEDIDO
       0559-BAIXAR-ESTOQUE.
           MOVE PEDIDOS-CODIGO-ITEM TO ITENS-CODIGO.
           READ ITENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITENS-COM-ESTOQUE AND ITENS-QTD-ESTOQUE > ZEROS
                       SUBTRACT 1 FROM ITENS-QTD-ESTOQUE
                       REWRITE ITENS-REG
                           NOT INVALID KEY
                               MOVE 'S' TO ESTMOV-TIPO
                               MOVE PEDIDOS-DATA TO ESTMOV-DATA
                               PERFORM 0579-MONTAR-ESTOQUE-PEDIDO
                       END-REWRITE
                   END-IF
           END-READ.

      * AVANCA O VENCIMENTO EM CALCULO UM MES, MANTENDO O DIA, NA
      * MESMA ARITMETICA APROXIMADA DAS FAIXAS DE ENVELHECIMENTO
       0554-SOMAR-MES.
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                   PERFORM 0603-LISTAR-PEDIDOS
                   PERFORM 0599-LISTAR-ACORDOS
                   PERFORM 0561-ACEITAR-PAGAMENTO
           END-READ.
           ACCEPT MOSTRAR-ERRO.
           MOVE ZEROS TO PAGAMENTOS-VALOR.
           DISPLAY TELA-PAGAMENTO.
           ACCEPT TELA-PAGAMENTO.
           MOVE SPACES TO WRK-MSGERRO.
      * A PARCELA DE ACORDO NAO TEM PEDIDO: O SEQUENCIAL DA FAIXA DOS
      * ACORDOS E CONFERIDO NO CABECALHO DO ACORDO
           IF WRK-SEQ-PAGAMENTO NOT < WRK-PRIMEIRO-ACORDO
               MOVE CLIENTES-FONE TO ACORDOS-FONE
               MOVE WRK-SEQ-PAGAMENTO TO ACORDOS-NUMERO
               READ ACORDOS
                   INVALID KEY
                       MOVE 'ACORDO NAO ENCONTRADO' TO WRK-MSGERRO
               END-READ
           ELSE
               MOVE CLIENTES-FONE TO PEDIDOS-FONE
               MOVE WRK-SEQ-PAGAMENTO TO PEDIDOS-SEQ
               READ PEDIDOS
                   INVALID KEY
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                   NOT INVALID KEY
      * PEDIDO CANCELADO NAO RECEBE PAGAMENTO, COMO TAMBEM NAO SE
      * ALTERA EM 0572-ALTERAR-PEDIDO
                       IF PEDIDOS-CANCELADO
                           MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MSGERRO = SPACES
               MOVE PAGAMENTOS-DATA TO WRK-DATA-VERIFICA
               PERFORM 0520-VERIFICAR-PERIODO
           END-IF.
           IF WRK-MSGERRO = SPACES
               PERFORM 0563-LOCALIZAR-TITULO
           END-IF.
           IF WRK-MSGERRO = SPACES
               PERFORM 0568-APURAR-ENCARGOS-PAGTO
           END-IF.
           IF WRK-MSGERRO = SPACES
               MOVE PAGAMENTOS-DATA TO WRK-PAGTO-DATA
               MOVE PAGAMENTOS-VALOR TO WRK-PAGTO-VALOR
               PERFORM 0562-PROXIMA-PARCELA
               MOVE CLIENTES-FONE TO PAGAMENTOS-FONE
               MOVE WRK-SEQ-PAGAMENTO TO PAGAMENTOS-SEQ
               MOVE WRK-PROX-PARCELA TO PAGAMENTOS-PARCELA
               MOVE WRK-PAGTO-DATA TO PAGAMENTOS-DATA
               MOVE WRK-PAGTO-VALOR TO PAGAMENTOS-VALOR
               MOVE WRK-VALOR-MULTA TO PAGAMENTOS-MULTA
               MOVE WRK-VALOR-JUROS TO PAGAMENTOS-JUROS
               WRITE PAGAMENTOS-REG
                   INVALID KEY
                       MOVE 'PAGAMENTO NAO GRAVADO' TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-MOV-OPER
                       PERFORM 0962-MOVIMENTO-PAGAMENTO
                       PERFORM 0564-BAIXAR-TITULO
                       IF WRK-ENCARGO-DISPENSADO = 'S'
                           PERFORM 0569-AUDITAR-DISPENSA
                       END-IF
                       MOVE 'PAGAMENTO REGISTRADO' TO WRK-MSGERRO
               END-WRITE
           END-IF.

      * O PAGAMENTO E BAIXADO CONTRA UM TITULO ESPECIFICO DO PEDIDO,
      * INFORMADO PELO NUMERO DA PARCELA COMBINADA NA VENDA
                   IF TITULOS-CANCELADO
                       MOVE 'TITULO CANCELADO' TO WRK-MSGERRO
                   END-IF
      * O TITULO RENEGOCIADO SE PAGA PELAS PARCELAS DO ACORDO
                   IF TITULOS-RENEGOCIADO
                       MOVE 'TITULO RENEGOCIADO EM ACORDO'
                           TO WRK-MSGERRO
                   END-IF
           END-READ.

      * MULTA E JUROS DE MORA SOBRE UMA BASE, DO VENCIMENTO DO
      * TITULO EM TITULOS-REG ATE WRK-DATA-REF: NADA DENTRO DA
      * CARENCIA; PASSADA A CARENCIA, MULTA UNICA MAIS JUROS POR DIA
      * CORRIDO DESDE O VENCIMENTO, NA CONTA APROXIMADA DE DIAS
       0567-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.
           MOVE TITULOS-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               (WRK-REF-AAAA - WRK-VENC-AAAA) * 365
             + (WRK-REF-MM - WRK-VENC-MM) * 30
             + (WRK-REF-DD - WRK-VENC-DD).
           IF WRK-DIAS-ATRASO > WRK-ENC-CARENCIA
               COMPUTE WRK-VALOR-MULTA ROUNDED =
                   WRK-BASE-ENCARGOS * WRK-ENC-MULTA / 100
               COMPUTE WRK-VALOR-JUROS ROUNDED =
                   WRK-BASE-ENCARGOS * WRK-ENC-JUROS-DIA / 100
                   * WRK-DIAS-ATRASO
           END-IF.
           COMPUTE WRK-TOTAL-COBRAR = WRK-BASE-ENCARGOS
               + WRK-VALOR-MULTA + WRK-VALOR-JUROS.

      * ENCARGOS DO PAGAMENTO EM ATRASO: CALCULADOS SOBRE O PRINCIPAL
      * PAGO ATE A DATA DO PAGAMENTO E MOSTRADOS AO OPERADOR, QUE
      * COBRA OU PEDE AO SUPERVISOR A DISPENSA. A DISPENSA NEGADA NAO
      * GRAVA O PAGAMENTO: OS ENCARGOS NAO FORAM RECEBIDOS NO CAIXA E
      * O OPERADOR DIGITA O PAGAMENTO DE NOVO
       0568-APURAR-ENCARGOS-PAGTO.
           MOVE 'N' TO WRK-ENCARGO-DISPENSADO.
           MOVE PAGAMENTOS-DATA TO WRK-DATA-REF.
           MOVE PAGAMENTOS-VALOR TO WRK-BASE-ENCARGOS.
           PERFORM 0567-CALCULAR-ENCARGOS.
           IF WRK-VALOR-MULTA > 0 OR WRK-VALOR-JUROS > 0
               DISPLAY TELA-ENCARGOS
               MOVE 'COBRAR ENCARGOS (S/N=DISPENSAR)?' TO WRK-MSGSIT
               MOVE SPACES TO WRK-TECLA
               ACCEPT TELA-SITUACAO
               IF WRK-TECLA = 'N' OR WRK-TECLA = 'n'
                   PERFORM 0557-AUTORIZAR-SUPERVISOR
                   IF WRK-LIBERADO = 'S'
                       PERFORM 0558-MONTAR-DISPENSA
                   ELSE
                       MOVE 'DISPENSA NAO AUTORIZADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.

      * DISPENSA AUTORIZADA: O PAGAMENTO GRAVA SO O PRINCIPAL E O
      * COMPLEMENTO DA AUDITORIA GUARDA O QUE DEIXOU DE SER COBRADO
       0558-MONTAR-DISPENSA.
           MOVE 'S' TO WRK-ENCARGO-DISPENSADO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.
           STRING 'PEDIDO='              DELIMITED BY SIZE
                  WRK-SEQ-PAGAMENTO     DELIMITED BY SIZE
                  ' PARCELA='           DELIMITED BY SIZE
                  WRK-PARCELA-TITULO    DELIMITED BY SIZE
                  ' MULTA='             DELIMITED BY SIZE
                  WRK-VALOR-MULTA       DELIMITED BY SIZE
                  ' JUROS='             DELIMITED BY SIZE
                  WRK-VALOR-JUROS       DELIMITED BY SIZE
                  ' SUPERVISOR='        DELIMITED BY SIZE
                  WRK-SUPERVISOR-LIBERACAO DELIMITED BY SIZE
               INTO WRK-AUD-COMPLEMENTO
           END-STRING.
           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.

      * REGISTRA A DISPENSA NA AUDITORIA COM OS DADOS DO CLIENTE SEM
      * ALTERACAO, COMO ANTIGOS E NOVOS, E O COMPLEMENTO MONTADO
       0569-AUDITAR-DISPENSA.
           MOVE CLIENTE-NOME TO WRK-NOME-ANTIGO.
           MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTIGO.
           MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANTIGA.
           MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO.
           MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO.
           MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO.
           MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO.
           MOVE 'MODULO - DISPENSA ENCARGO' TO WRK-MODULO.
           PERFORM 0950-REGISTRAR-AUDITORIA.
           MOVE 'MODULO - REGISTRAR PAGTO' TO WRK-MODULO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.

      * ACUMULA O VALOR RECEBIDO NO TITULO E O QUITA QUANDO O TOTAL
      * PAGO ALCANCA O VALOR DA PARCELA
       0564-BAIXAR-TITULO.
                       MOVE CLIENTES-LIMITE TO WRK-LIMITE-TROCA
                       MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-TROCA
                       MOVE CLIENTES-DOCUMENTO TO WRK-DOC-TROCA
                       MOVE CLIENTES-MARKETING TO WRK-MARKETING-TROCA
               END-READ
           END-IF.
           IF WRK-MSGERRO = SPACES
               PERFORM 0587-CONFERIR-ACORDO
           END-IF.
           IF WRK-MSGERRO = SPACES
               MOVE WRK-FONE-NOVO-TROCA TO CLIENTES-FONE
               READ CLIENTES
           MOVE WRK-LIMITE-TROCA TO CLIENTES-LIMITE.
           MOVE WRK-TIPO-TROCA TO CLIENTES-TIPO-PESSOA.
           MOVE WRK-DOC-TROCA TO CLIENTES-DOCUMENTO.
           MOVE WRK-MARKETING-TROCA TO CLIENTES-MARKETING.
           WRITE CLIENTES-REG
               INVALID KEY
                   MOVE 'TELEFONE NOVO NAO GRAVADO' TO WRK-MSGERRO
                   MOVE ZEROS TO WRK-LIMITE-ANTIGO
                   MOVE SPACES TO WRK-TIPO-ANTIGO
                   MOVE ZEROS TO WRK-DOC-ANTIGO
                   MOVE SPACES TO WRK-MARKETING-ANTIGO
                   PERFORM 0950-REGISTRAR-AUDITORIA
           END-WRITE.
      * O PROXIMO SEQUENCIAL PARTE DO QUE JA EXISTIR NA CHAVE NOVA
                   PERFORM 0961-MOVIMENTO-PEDIDO
                   PERFORM 0585-MOVER-PAGAMENTOS
                   PERFORM 0586-MOVER-TITULOS
                   PERFORM 0589-MOVER-COMISSOES
                   PERFORM 0538-TRANSFERIR-SAIDA-ESTOQUE
                   ADD 1 TO WRK-PROX-SEQ-PEDIDO
           END-WRITE.

      * O HISTORICO DE ESTOQUE GUARDA A CHAVE ANTIGA DO PEDIDO MOVIDO
      * (PEDIDOS-REG, JA APAGADO); SE ELA BAIXOU UMA UNIDADE, UM
      * MOVIMENTO 'T' DE QUANTIDADE ZERO NA CHAVE NOVA LEVA A SAIDA
      * JUNTO, PARA O CANCELAMENTO DEPOIS DA TROCA AINDA DEVOLVER
       0538-TRANSFERIR-SAIDA-ESTOQUE.
           PERFORM 0537-CONFERIR-SAIDA-ESTOQUE.
           IF WRK-TEVE-SAIDA = 'S'
               MOVE PEDIDOS-CODIGO-ITEM TO ITENS-CODIGO
               READ ITENS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'T' TO ESTMOV-TIPO
                       ACCEPT ESTMOV-DATA FROM DATE YYYYMMDD
                       MOVE ZEROS TO ESTMOV-QTD
                       MOVE WRK-FONE-NOVO-TROCA TO ESTMOV-FONE
                       MOVE WRK-PROX-SEQ-PEDIDO TO ESTMOV-SEQ
                       MOVE SPACES TO ESTMOV-DOCUMENTO
                       PERFORM 0964-REGISTRAR-ESTOQUE
               END-READ
           END-IF.

      * OS PAGAMENTOS DO PEDIDO MOVIDO ACOMPANHAM O SEQUENCIAL NOVO,
      * TAMBEM GRAVANDO NA CHAVE NOVA ANTES DE APAGAR NA ANTIGA
       0585-MOVER-PAGAMENTOS.
               END-IF
           END-PERFORM.

      * OS LANCAMENTOS DE COMISSAO DO PEDIDO MOVIDO SEGUEM A CHAVE
      * NOVA DOS PAGAMENTOS, PARA O ESTORNO DE UM CANCELAMENTO FUTURO
      * ACHAR O CREDITO
       0589-MOVER-COMISSOES.
           MOVE SPACES TO WRK-FIM-COMISSAO.
           PERFORM UNTIL WRK-FIM-COMISSAO = 'S'
               MOVE WRK-FONE-ANTIGO-TROCA TO COMISSAO-FONE
               MOVE WRK-SEQ-ORIGEM TO COMISSAO-SEQ
               MOVE ZEROS TO COMISSAO-PARCELA
               MOVE SPACES TO COMISSAO-TIPO
               START COMISSAO KEY IS NOT LESS THAN COMISSAO-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-COMISSAO
               END-START
               IF WRK-FIM-COMISSAO NOT = 'S'
                   READ COMISSAO NEXT
                       AT END MOVE 'S' TO WRK-FIM-COMISSAO
                   END-READ
               END-IF
               IF WRK-FIM-COMISSAO NOT = 'S'
                   IF COMISSAO-FONE = WRK-FONE-ANTIGO-TROCA
                           AND COMISSAO-SEQ = WRK-SEQ-ORIGEM
                       MOVE WRK-FONE-NOVO-TROCA TO COMISSAO-FONE
                       MOVE WRK-PROX-SEQ-PEDIDO TO COMISSAO-SEQ
                       WRITE COMISSAO-REG
                           INVALID KEY
                               MOVE 'TROCA INTERROMPIDA NA COMISSAO'
                                   TO WRK-MSGERRO
                               MOVE 'S' TO WRK-FIM-COMISSAO
                               MOVE 'S' TO WRK-FIM-TROCA
                           NOT INVALID KEY
                               MOVE WRK-FONE-ANTIGO-TROCA
                                   TO COMISSAO-FONE
                               MOVE WRK-SEQ-ORIGEM TO COMISSAO-SEQ
                               DELETE COMISSAO RECORD
                       END-WRITE
                   ELSE
                       MOVE 'S' TO WRK-FIM-COMISSAO
                   END-IF
               END-IF
           END-PERFORM.

      * O REGISTRO ANTIGO FICA, INATIVADO, COMO RASTRO DA TROCA, E A
      * ALTERACAO VAI PARA A AUDITORIA COM OS VALORES DE ANTES
       0584-INATIVAR-ANTIGO.
                   MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO
                   MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO
                   MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO
                   MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO
                   MOVE 'I' TO CLIENTES-SITUACAO
                   REWRITE CLIENTES-REG
                       NOT INVALID KEY
                   END-REWRITE
           END-READ.

      * O ACORDO AMARRA OS TITULOS DE ORIGEM PELO SEQUENCIAL DO
      * PEDIDO, QUE A TROCA RENUMERA; POR ISSO O CLIENTE COM ACORDO
      * NAO TROCA DE TELEFONE
       0587-CONFERIR-ACORDO.
           MOVE SPACES TO WRK-FIM-ACORDOS.
           MOVE WRK-FONE-ANTIGO-TROCA TO ACORDOS-FONE.
           MOVE ZEROS TO ACORDOS-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACORDOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ACORDOS
           END-START.
           IF WRK-FIM-ACORDOS NOT = 'S'
               READ ACORDOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-ACORDOS
               END-READ
           END-IF.
           IF WRK-FIM-ACORDOS NOT = 'S'
                   AND ACORDOS-FONE = WRK-FONE-ANTIGO-TROCA
               MOVE 'CLIENTE COM ACORDO DE RENEGOCIACAO'
                   TO WRK-MSGERRO
           END-IF.

      * MANUTENCAO DE PEDIDOS: CORRIGE OS DADOS DE UM PEDIDO OU O
      * CANCELA. O CANCELAMENTO E LOGICO, COMO A EXCLUSAO DE CLIENTES.
      * A RENEGOCIACAO E DO CLIENTE TODO E NAO PEDE O PEDIDO
       0570-MANTER-PEDIDO.
           MOVE 'MODULO - MANTER PEDIDO' TO WRK-MODULO.
           DISPLAY TELA.
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
      * RENEGOCIACAO DE DIVIDA E OPCAO RESTRITA AO SUPERVISOR
                   IF WRK-OPCAO-PEDIDO = 3
                       IF WRK-LOGADO-SUPERVISOR
                           PERFORM 0590-RENEGOCIAR-DIVIDA
                       ELSE
                           MOVE 'OPCAO RESTRITA AO SUPERVISOR'
                               TO WRK-MSGERRO
                       END-IF
                   ELSE
                       PERFORM 0603-LISTAR-PEDIDOS
                       PERFORM 0571-LOCALIZAR-PEDIDO
                   END-IF
                   IF WRK-MSGERRO = SPACES
                           AND WRK-OPCAO-PEDIDO NOT = 3
                       EVALUATE WRK-OPCAO-PEDIDO
      * CANCELAMENTO DE PEDIDO E OPCAO RESTRITA AO SUPERVISOR
                           WHEN 2
               PERFORM 0520-VERIFICAR-PERIODO
               IF WRK-MSGERRO = SPACES
                   MOVE PEDIDOS-VALOR TO WRK-VALOR-ANTES-ALT
                   MOVE PEDIDOS-CODIGO-ITEM TO WRK-ITEM-ANTES-ALT
                   MOVE PEDIDOS-VENDEDOR TO WRK-VENDEDOR-ANTES-ALT
                   DISPLAY TELA-PEDIDO
                   DISPLAY TELA-ITEM-PEDIDO
                   ACCEPT TELA-PEDIDO
                   IF WRK-MSGERRO = SPACES
                       PERFORM 0552-VALIDAR-ITEM-PEDIDO
                   END-IF
                   IF WRK-MSGERRO = SPACES
                           AND PEDIDOS-CODIGO-ITEM
                               NOT = WRK-ITEM-ANTES-ALT
                       PERFORM 0578-CONFERIR-TROCA-ITEM
                   END-IF
      * O VENDEDOR SO E CONFERIDO SE MUDOU, PARA O PEDIDO ANTIGO SEM
      * VENDEDOR OU DE VENDEDOR JA INATIVO CONTINUAR ALTERAVEL
                   IF WRK-MSGERRO = SPACES
                           AND PEDIDOS-VENDEDOR
                               NOT = WRK-VENDEDOR-ANTES-ALT
                       PERFORM 0530-VALIDAR-VENDEDOR
                   END-IF
               END-IF
      * A MUDANCA DE VALOR SO PASSA SE O TITULO EM ABERTO PUDER
      * ABSORVER A DIFERENCA; ASSIM OS TITULOS SEGUEM SOMANDO O
               MOVE SPACES TO WRK-MSGERRO
               MOVE PEDIDOS-DATA TO WRK-DATA-VERIFICA
               PERFORM 0520-VERIFICAR-PERIODO
               IF WRK-MSGERRO = SPACES
                   PERFORM 0588-CONFERIR-RENEGOCIADO
               END-IF
           END-IF.
           IF WRK-MSGERRO = SPACES AND NOT PEDIDOS-CANCELADO
               MOVE 'CONFIRMA O CANCELAMENTO (S/N)?' TO WRK-MSGSIT
                           MOVE 'C' TO WRK-MOV-OPER
                           PERFORM 0961-MOVIMENTO-PEDIDO
                           PERFORM 0575-CANCELAR-TITULOS
                           PERFORM 0574-DEVOLVER-ESTOQUE
                           PERFORM 0535-ESTORNAR-COMISSAO
                           MOVE 'PEDIDO CANCELADO COM SUCESSO'
                               TO WRK-MSGERRO
                   END-REWRITE
               END-PERFORM
           END-IF.

      * PEDIDO COM TITULO RENEGOCIADO NAO SE CANCELA: A DIVIDA DELE
      * JA ESTA NAS PARCELAS DE UM ACORDO EM ANDAMENTO
       0588-CONFERIR-RENEGOCIADO.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE PEDIDOS-FONE TO TITULOS-FONE.
           MOVE PEDIDOS-SEQ TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                        OR TITULOS-FONE NOT = PEDIDOS-FONE
                        OR TITULOS-SEQ NOT = PEDIDOS-SEQ
                   IF TITULOS-RENEGOCIADO
                       MOVE 'PEDIDO COM TITULO RENEGOCIADO'
                           TO WRK-MSGERRO
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-TITULOS
                   END-READ
               END-PERFORM
           END-IF.

      * O CANCELAMENTO DEVOLVE AO ESTOQUE A UNIDADE VENDIDA DO
      * PRODUTO COM CONTROLE, SE A VENDA DE FATO BAIXOU UMA: O PEDIDO
      * DE ANTES DO CONTROLE, OU FEITO COM O SALDO ZERADO, NAO TEM
      * SAIDA NO HISTORICO. A DEVOLUCAO ENTRA NA DATA DE HOJE
       0574-DEVOLVER-ESTOQUE.
           MOVE PEDIDOS-CODIGO-ITEM TO ITENS-CODIGO.
           READ ITENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITENS-COM-ESTOQUE
                       PERFORM 0537-CONFERIR-SAIDA-ESTOQUE
                       IF WRK-TEVE-SAIDA = 'S'
                           ADD 1 TO ITENS-QTD-ESTOQUE
                           REWRITE ITENS-REG
                               NOT INVALID KEY
                                   MOVE 'D' TO ESTMOV-TIPO
                                   ACCEPT ESTMOV-DATA
                                       FROM DATE YYYYMMDD
                                   PERFORM 0579-MONTAR-ESTOQUE-PEDIDO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      * PROCURA NO HISTORICO DE ESTOQUE A SAIDA DO PEDIDO EM
      * PEDIDOS-REG, NA ORDEM DE GRAVACAO: A SAIDA DA VENDA, OU A
      * TRAZIDA DA CHAVE ANTIGA NUMA TROCA DE TELEFONE, MARCA O
      * PEDIDO COMO BAIXADO E UMA DEVOLUCAO POSTERIOR DESFAZ A MARCA.
      * O 0964 FECHA O ESTMOV A CADA GRAVACAO, ENTAO A LEITURA AQUI
      * ABRE E FECHA O ARQUIVO POR CONTA PROPRIA
       0537-CONFERIR-SAIDA-ESTOQUE.
           MOVE 'N' TO WRK-TEVE-SAIDA.
           OPEN INPUT ESTMOV.
           IF ESTMOV-STATUS = 0
               READ ESTMOV
                   AT END MOVE 10 TO ESTMOV-STATUS
               END-READ
               PERFORM UNTIL ESTMOV-STATUS = 10
                   IF ESTMOV-FONE = PEDIDOS-FONE
                           AND ESTMOV-SEQ = PEDIDOS-SEQ
                           AND ESTMOV-CODIGO = PEDIDOS-CODIGO-ITEM
                       EVALUATE TRUE
                           WHEN ESTMOV-SAIDA
                           WHEN ESTMOV-TRANSFERENCIA
                               MOVE 'S' TO WRK-TEVE-SAIDA
                           WHEN ESTMOV-DEVOLUCAO
                               MOVE 'N' TO WRK-TEVE-SAIDA
                       END-EVALUATE
                   END-IF
                   READ ESTMOV
                       AT END MOVE 10 TO ESTMOV-STATUS
                   END-READ
               END-PERFORM
               CLOSE ESTMOV
           END-IF.

      * O CANCELAMENTO DESFAZ A COMISSAO DO PEDIDO: O CREDITO DE MES
      * AINDA ABERTO E APAGADO E SAI DO DEMONSTRATIVO; O DE MES
      * FECHADO JA FOI PAGO AO VENDEDOR E GANHA UM ESTORNO NA
      * COMPETENCIA CORRENTE, DESCONTADO NO PROXIMO DEMONSTRATIVO
       0535-ESTORNAR-COMISSAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA-HOJE.
           MOVE SPACES TO WRK-FIM-COMISSAO.
           MOVE PEDIDOS-FONE TO COMISSAO-FONE.
           MOVE PEDIDOS-SEQ TO COMISSAO-SEQ.
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
                        OR COMISSAO-FONE NOT = PEDIDOS-FONE
                        OR COMISSAO-SEQ NOT = PEDIDOS-SEQ
                   IF COMISSAO-CREDITO
                       PERFORM 0536-ESTORNAR-CREDITO
      * A GRAVACAO OU EXCLUSAO MEXE NA POSICAO DO ARQUIVO; A LEITURA
      * RECOMECA LOGO DEPOIS DA CHAVE TRATADA
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

       0536-ESTORNAR-CREDITO.
           MOVE COMISSAO-COMPETENCIA TO FECHAMENTO-COMPETENCIA.
           READ FECHAMENTO
               INVALID KEY
                   DELETE COMISSAO RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               NOT INVALID KEY
                   MOVE 'E' TO COMISSAO-TIPO
                   MOVE WRK-COMPETENCIA-HOJE TO COMISSAO-COMPETENCIA
                   MOVE WRK-DATA-HOJE TO COMISSAO-DATA
                   MOVE WRK-OPER-LOGADO TO COMISSAO-OPERADOR
                   WRITE COMISSAO-REG
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.

      * A TROCA DO ITEM NA ALTERACAO SO VALE ENTRE ITENS SEM CONTROLE
      * DE ESTOQUE; COM PRODUTO CONTROLADO DE UM LADO OU DO OUTRO O
      * PEDIDO TEM DE SER CANCELADO E LANCADO DE NOVO, PARA A SAIDA
      * E A DEVOLUCAO FICAREM NO HISTORICO DE ESTOQUE
       0578-CONFERIR-TROCA-ITEM.
           IF ITENS-COM-ESTOQUE
               MOVE 'TROCA DE PRODUTO: CANCELE O PEDIDO' TO WRK-MSGERRO
           ELSE
               MOVE WRK-ITEM-ANTES-ALT TO ITENS-CODIGO
               READ ITENS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITENS-COM-ESTOQUE
                           MOVE 'TROCA DE PRODUTO: CANCELE O PEDIDO'
                               TO WRK-MSGERRO
                       END-IF
               END-READ
           END-IF.

      * MOVIMENTO DE ESTOQUE DE UMA UNIDADE LIGADO AO PEDIDO EM
      * PEDIDOS-REG; O TIPO E A DATA JA VEM PREENCHIDOS
       0579-MONTAR-ESTOQUE-PEDIDO.
           MOVE 1 TO ESTMOV-QTD.
           MOVE PEDIDOS-FONE TO ESTMOV-FONE.
           MOVE PEDIDOS-SEQ TO ESTMOV-SEQ.
           MOVE SPACES TO ESTMOV-DOCUMENTO.
           PERFORM 0964-REGISTRAR-ESTOQUE.

      * RENEGOCIACAO DA DIVIDA VENCIDA DO CLIENTE EM CLIENTES-REG: OS
      * TITULOS EM ABERTO JA VENCIDOS SAO FECHADOS COMO RENEGOCIADOS
      * E O SALDO DELES, COM O ACRESCIMO OU O DESCONTO NEGOCIADO, VIRA
      * UM ACORDO PARCELADO. AS PARCELAS SAO TITULOS COMUNS, COM O
      * NUMERO DO ACORDO NO LUGAR DO SEQUENCIAL DO PEDIDO, E SEGUEM
      * PELO PAGAMENTO, PELO CONTAS A RECEBER E PELA COBRANCA
       0590-RENEGOCIAR-DIVIDA.
           MOVE 'MODULO - ACORDO' TO WRK-MODULO.
           MOVE SPACES TO WRK-MSGERRO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0591-APURAR-VENCIDOS.
           IF WRK-ACORDO-QTD-ORIGEM = ZEROS
               MOVE 'SEM TITULOS VENCIDOS EM ABERTO' TO WRK-MSGERRO
           ELSE
               MOVE ZEROS TO WRK-ACORDO-ACRESCIMO
               MOVE ZEROS TO WRK-ACORDO-DESCONTO
               MOVE ZEROS TO WRK-ACORDO-VALOR
               MOVE 1 TO WRK-QTD-PARCELAS
               MOVE ZEROS TO WRK-PRIMEIRO-VENC
               DISPLAY TELA-ACORDO
               ACCEPT TELA-ACORDO
               PERFORM 0592-VALIDAR-ACORDO
           END-IF.
           IF WRK-MSGERRO = SPACES
               DISPLAY TELA-ACORDO
               MOVE 'CONFIRMA O ACORDO (S/N)?' TO WRK-MSGSIT
               MOVE SPACES TO WRK-TECLA
               ACCEPT TELA-SITUACAO
               IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                   PERFORM 0593-GRAVAR-ACORDO
               ELSE
                   MOVE 'ACORDO ABANDONADO' TO WRK-MSGERRO
               END-IF
           END-IF.

      * LISTA OS TITULOS QUE ENTRAM NO ACORDO, SOMANDO QUANTIDADE E
      * SALDO, E DESCOBRE O NUMERO DO ACORDO: O MAIOR SEQUENCIAL DE
      * ACORDO JA USADO PELO CLIENTE MAIS UM, OU O PRIMEIRO DA FAIXA
       0591-APURAR-VENCIDOS.
           MOVE ZEROS TO WRK-ACORDO-QTD-ORIGEM.
           MOVE ZEROS TO WRK-ACORDO-ORIGEM.
           MOVE WRK-PRIMEIRO-ACORDO TO WRK-ACORDO-NUMERO.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE CLIENTES-FONE TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                        OR TITULOS-FONE NOT = CLIENTES-FONE
                   IF TITULOS-SEQ NOT < WRK-ACORDO-NUMERO
                       COMPUTE WRK-ACORDO-NUMERO = TITULOS-SEQ + 1
                   END-IF
                   PERFORM 0597-CONFERIR-VENCIDO
                   IF WRK-RENEGOCIAVEL = 'S'
                       IF WRK-ACORDO-QTD-ORIGEM = ZEROS
                           DISPLAY '   TITULOS VENCIDOS EM ABERTO   '
                           DISPLAY '--------------------------------'
                       END-IF
                       ADD 1 TO WRK-ACORDO-QTD-ORIGEM
                       ADD WRK-SALDO-TITULO TO WRK-ACORDO-ORIGEM
                       DISPLAY TITULOS-SEQ ' ' TITULOS-PARCELA ' '
                               TITULOS-VENCIMENTO ' ' WRK-SALDO-TITULO
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-TITULOS
                   END-READ
               END-PERFORM
           END-IF.

      * CONDICOES DO ACORDO: SEM QUANTIDADE ASSUME UMA PARCELA, SEM
      * VENCIMENTO ASSUME UM MES A PARTIR DE HOJE; O DESCONTO NAO
      * PODE ZERAR A DIVIDA E O ACORDO NAO ENTRA EM MES FECHADO
       0592-VALIDAR-ACORDO.
           MOVE SPACES TO WRK-MSGERRO.
           IF WRK-QTD-PARCELAS = ZEROS
               MOVE 1 TO WRK-QTD-PARCELAS
           END-IF.
           IF WRK-PRIMEIRO-VENC = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-VENC-CALC
               PERFORM 0554-SOMAR-MES
               MOVE WRK-VENC-CALC TO WRK-PRIMEIRO-VENC
           END-IF.
           IF WRK-PRIMEIRO-VENC < WRK-DATA-HOJE
               MOVE 'VENCIMENTO ANTERIOR A HOJE' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES
                   AND WRK-ACORDO-DESCONTO NOT <
                       WRK-ACORDO-ORIGEM + WRK-ACORDO-ACRESCIMO
               MOVE 'DESCONTO MAIOR QUE A DIVIDA' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES
               COMPUTE WRK-ACORDO-VALOR = WRK-ACORDO-ORIGEM
                   + WRK-ACORDO-ACRESCIMO - WRK-ACORDO-DESCONTO
               MOVE WRK-DATA-HOJE TO WRK-DATA-VERIFICA
               PERFORM 0520-VERIFICAR-PERIODO
           END-IF.

      * GRAVA O CABECALHO DO ACORDO E, SO COM ELE GRAVADO, FECHA OS
      * TITULOS DE ORIGEM, GERA AS PARCELAS NOVAS E AUDITA
       0593-GRAVAR-ACORDO.
           ACCEPT WRK-HORA-MOVTO FROM TIME.
           MOVE CLIENTES-FONE TO ACORDOS-FONE.
           MOVE WRK-ACORDO-NUMERO TO ACORDOS-NUMERO.
           MOVE WRK-DATA-HOJE TO ACORDOS-DATA.
           MOVE WRK-HORA-MOVTO TO ACORDOS-HORA.
           MOVE WRK-OPER-LOGADO TO ACORDOS-SUPERVISOR.
           MOVE WRK-ACORDO-QTD-ORIGEM TO ACORDOS-QTD-ORIGEM.
           MOVE WRK-ACORDO-ORIGEM TO ACORDOS-VALOR-ORIGEM.
           MOVE WRK-ACORDO-ACRESCIMO TO ACORDOS-ACRESCIMO.
           MOVE WRK-ACORDO-DESCONTO TO ACORDOS-DESCONTO.
           MOVE WRK-ACORDO-VALOR TO ACORDOS-VALOR.
           MOVE WRK-QTD-PARCELAS TO ACORDOS-QTD-PARCELAS.
           MOVE WRK-PRIMEIRO-VENC TO ACORDOS-PRIMEIRO-VENC.
           WRITE ACORDOS-REG
               INVALID KEY
                   MOVE 'ACORDO NAO GRAVADO' TO WRK-MSGERRO
               NOT INVALID KEY
                   MOVE 'I' TO WRK-MOV-OPER
                   PERFORM 0965-MOVIMENTO-ACORDO
                   PERFORM 0594-RENEGOCIAR-TITULOS
                   PERFORM 0595-GERAR-PARCELAS-ACORDO
                   PERFORM 0596-AUDITAR-ACORDO
                   MOVE SPACES TO WRK-MSGERRO
                   STRING 'ACORDO '            DELIMITED BY SIZE
                          WRK-ACORDO-NUMERO    DELIMITED BY SIZE
                          ' REGISTRADO'        DELIMITED BY SIZE
                       INTO WRK-MSGERRO
                   END-STRING
           END-WRITE.

      * PERCORRE DE NOVO OS TITULOS DO CLIENTE, COM O MESMO CRITERIO
      * DA APURACAO: CADA TITULO VENCIDO VAI PARA ACORDITEM COM O
      * SALDO QUE PASSOU PARA O ACORDO E FICA COMO RENEGOCIADO
       0594-RENEGOCIAR-TITULOS.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE CLIENTES-FONE TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                        OR TITULOS-FONE NOT = CLIENTES-FONE
                   PERFORM 0597-CONFERIR-VENCIDO
                   IF WRK-RENEGOCIAVEL = 'S'
                       MOVE CLIENTES-FONE TO ACORDITEM-FONE
                       MOVE WRK-ACORDO-NUMERO TO ACORDITEM-NUMERO
                       MOVE TITULOS-SEQ TO ACORDITEM-ORIG-SEQ
                       MOVE TITULOS-PARCELA TO ACORDITEM-ORIG-PARCELA
                       MOVE TITULOS-VENCIMENTO TO ACORDITEM-VENCIMENTO
                       MOVE TITULOS-VALOR TO ACORDITEM-VALOR
                       MOVE TITULOS-PAGO TO ACORDITEM-PAGO
                       MOVE WRK-SALDO-TITULO TO ACORDITEM-SALDO
                       WRITE ACORDITEM-REG
                           INVALID KEY
                               REWRITE ACORDITEM-REG
                       END-WRITE
                       MOVE 'I' TO WRK-MOV-OPER
                       PERFORM 0966-MOVIMENTO-ACORDITEM
                       MOVE 'R' TO TITULOS-SITUACAO
                       REWRITE TITULOS-REG
                           NOT INVALID KEY
                               MOVE 'A' TO WRK-MOV-OPER
                               PERFORM 0963-MOVIMENTO-TITULO
                       END-REWRITE
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-TITULOS
                   END-READ
               END-PERFORM
           END-IF.

      * PARCELAS DO ACORDO NOS MOLDES DO 0553-GERAR-TITULOS: VALORES
      * IGUAIS, ARREDONDAMENTO NA ULTIMA E VENCIMENTOS DE MES EM MES
       0595-GERAR-PARCELAS-ACORDO.
           MOVE WRK-PRIMEIRO-VENC TO WRK-VENC-CALC.
           DIVIDE WRK-ACORDO-VALOR BY WRK-QTD-PARCELAS
               GIVING WRK-VALOR-PARCELA.
           MOVE ZEROS TO WRK-VALOR-ACUMULADO.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > WRK-QTD-PARCELAS
               MOVE CLIENTES-FONE TO TITULOS-FONE
               MOVE WRK-ACORDO-NUMERO TO TITULOS-SEQ
               MOVE WRK-PARC-IDX TO TITULOS-PARCELA
               MOVE WRK-VENC-CALC TO TITULOS-VENCIMENTO
               IF WRK-PARC-IDX = WRK-QTD-PARCELAS
                   COMPUTE TITULOS-VALOR =
                       WRK-ACORDO-VALOR - WRK-VALOR-ACUMULADO
               ELSE
                   MOVE WRK-VALOR-PARCELA TO TITULOS-VALOR
                   ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUMULADO
               END-IF
               MOVE ZEROS TO TITULOS-PAGO
               MOVE 'A' TO TITULOS-SITUACAO
               WRITE TITULOS-REG
                   INVALID KEY
                       REWRITE TITULOS-REG
               END-WRITE
               MOVE 'I' TO WRK-MOV-OPER
               PERFORM 0963-MOVIMENTO-TITULO
               PERFORM 0554-SOMAR-MES
           END-PERFORM.

      * O ACORDO VAI PARA A AUDITORIA COM OS DADOS DO CLIENTE SEM
      * ALTERACAO, COMO NA DISPENSA DE ENCARGOS, E O RESUMO DAS
      * CONDICOES NO COMPLEMENTO; O OPERADOR DA LINHA E O SUPERVISOR
       0596-AUDITAR-ACORDO.
           MOVE CLIENTE-NOME TO WRK-NOME-ANTIGO.
           MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTIGO.
           MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANTIGA.
           MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO.
           MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO.
           MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO.
           MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.
           STRING 'ACORDO='             DELIMITED BY SIZE
                  WRK-ACORDO-NUMERO     DELIMITED BY SIZE
                  ' TIT='               DELIMITED BY SIZE
                  WRK-ACORDO-QTD-ORIGEM DELIMITED BY SIZE
                  ' ORIGEM='            DELIMITED BY SIZE
                  WRK-ACORDO-ORIGEM     DELIMITED BY SIZE
                  ' ACRESC='            DELIMITED BY SIZE
                  WRK-ACORDO-ACRESCIMO  DELIMITED BY SIZE
                  ' DESC='              DELIMITED BY SIZE
                  WRK-ACORDO-DESCONTO   DELIMITED BY SIZE
                  ' PARC='              DELIMITED BY SIZE
                  WRK-QTD-PARCELAS      DELIMITED BY SIZE
               INTO WRK-AUD-COMPLEMENTO
           END-STRING.
           PERFORM 0950-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-COMPLEMENTO.

      * O TITULO ENTRA NA RENEGOCIACAO SE ESTIVER EM ABERTO, COM
      * SALDO, E JA VENCIDO; DEVOLVE O SALDO EM WRK-SALDO-TITULO
       0597-CONFERIR-VENCIDO.
           MOVE 'N' TO WRK-RENEGOCIAVEL.
           COMPUTE WRK-SALDO-TITULO = TITULOS-VALOR - TITULOS-PAGO.
           IF TITULOS-ABERTO AND WRK-SALDO-TITULO > 0
                   AND TITULOS-VENCIMENTO < WRK-DATA-HOJE
               MOVE 'S' TO WRK-RENEGOCIAVEL
           END-IF.

      * ACERTO DO SALDO DEVEDOR PELOS ACORDOS: O SALDO DOS TITULOS
      * RENEGOCIADOS SAI DA CONTA DOS PEDIDOS E ENTRA O SALDO DAS
      * PARCELAS DE ACORDO EM ABERTO, QUE NAO TEM PEDIDO
       0598-SOMAR-SALDO-ACORDO.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE CLIENTES-FONE TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                        OR TITULOS-FONE NOT = CLIENTES-FONE
                   IF TITULOS-SEQ < WRK-PRIMEIRO-ACORDO
                       IF TITULOS-RENEGOCIADO
                           COMPUTE WRK-SALDO-CLIENTE = WRK-SALDO-CLIENTE
                               - TITULOS-VALOR + TITULOS-PAGO
                       END-IF
                   ELSE
                       IF TITULOS-ABERTO
                           COMPUTE WRK-SALDO-CLIENTE = WRK-SALDO-CLIENTE
                               + TITULOS-VALOR - TITULOS-PAGO
                       END-IF
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-TITULOS
                   END-READ
               END-PERFORM
           END-IF.

      * MOSTRA AS PARCELAS DE ACORDO EM ABERTO DO CLIENTE, QUE NAO
      * APARECEM NO HISTORICO DE PEDIDOS; O PAGAMENTO DELAS E FEITO
      * INFORMANDO O NUMERO DO ACORDO NO LUGAR DO PEDIDO
       0599-LISTAR-ACORDOS.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE CLIENTES-FONE TO TITULOS-FONE.
           MOVE WRK-PRIMEIRO-ACORDO TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
               IF WRK-FIM-TITULOS NOT = 'S'
                       AND TITULOS-FONE = CLIENTES-FONE
                   DISPLAY '   PARCELAS DE ACORDO   '
                   DISPLAY '------------------------'
               END-IF
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                        OR TITULOS-FONE NOT = CLIENTES-FONE
                   IF TITULOS-ABERTO
                       COMPUTE WRK-SALDO-TITULO =
                           TITULOS-VALOR - TITULOS-PAGO
                       DISPLAY 'ACORDO ' TITULOS-SEQ ' PARCELA '
                               TITULOS-PARCELA ' ' TITULOS-VENCIMENTO
                               ' ' WRK-SALDO-TITULO
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-TITULOS
                   END-READ
               END-PERFORM
           END-IF.

       0600-CONSULTAR.
           MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
           DISPLAY TELA.
                   PERFORM 0651-INCLUIR-ITEM
               WHEN 3
                   PERFORM 0653-ALTERAR-ITEM
               WHEN 4
                   PERFORM 0657-ENTRADA-MERCADORIA
               WHEN OTHER
                   PERFORM 0652-CONSULTAR-ITEM
           END-EVALUATE.
           MOVE ZEROS TO ITENS-CODIGO.
           MOVE SPACES TO ITENS-DESCRICAO.
           MOVE ZEROS TO ITENS-PRECO.
           MOVE 'N' TO ITENS-CONTROLA-ESTOQUE.
           MOVE ZEROS TO ITENS-QTD-ESTOQUE.
           MOVE ZEROS TO ITENS-ESTOQUE-MINIMO.
           MOVE ZEROS TO ITENS-COMISSAO.
           MOVE 'ATIVO   ' TO WRK-SITUACAO-DESC.
           DISPLAY TELA-ITEM.
           ACCEPT TELA-ITEM.
      * A COMISSAO DO ITEM PASSA POR CIMA DA DO VENDEDOR E, COMO O
      * CADASTRO DE VENDEDORES, SO O SUPERVISOR DEFINE
           IF NOT WRK-LOGADO-SUPERVISOR
               MOVE ZEROS TO ITENS-COMISSAO
           END-IF.
           PERFORM 0654-VALIDAR-ITEM.
           IF WRK-MSGERRO = SPACES
               MOVE 'A' TO ITENS-SITUACAO
                   MOVE ITENS-DESCRICAO TO WRK-DESC-ANTIGA
                   MOVE ITENS-PRECO TO WRK-PRECO-ANTIGO
                   MOVE ITENS-SITUACAO TO WRK-SIT-ITEM-ANTIGA
                   MOVE ITENS-CONTROLA-ESTOQUE TO WRK-CONTROLA-ANTIGO
                   MOVE ITENS-ESTOQUE-MINIMO TO WRK-MINIMO-ANTIGO
                   MOVE ITENS-COMISSAO TO WRK-COMISSAO-ANTIGA
                   PERFORM 0655-FORMATAR-SIT-ITEM
                   ACCEPT SS-DADOS-ITEM
                   IF NOT WRK-LOGADO-SUPERVISOR
                       MOVE WRK-COMISSAO-ANTIGA TO ITENS-COMISSAO
                   END-IF
                   PERFORM 0654-VALIDAR-ITEM
                   IF WRK-MSGERRO NOT = SPACES
                       MOVE WRK-DESC-ANTIGA TO ITENS-DESCRICAO
                       MOVE WRK-PRECO-ANTIGO TO ITENS-PRECO
                       MOVE WRK-CONTROLA-ANTIGO
                           TO ITENS-CONTROLA-ESTOQUE
                       MOVE WRK-MINIMO-ANTIGO TO ITENS-ESTOQUE-MINIMO
                       MOVE WRK-COMISSAO-ANTIGA TO ITENS-COMISSAO
                   ELSE
                       PERFORM 0656-ALTERAR-SIT-ITEM
                       REWRITE ITENS-REG
           IF WRK-MSGERRO = SPACES AND ITENS-PRECO = ZEROS
               MOVE 'PRECO UNITARIO INVALIDO' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES
                   AND NOT ITENS-COM-ESTOQUE AND NOT ITENS-SEM-ESTOQUE
               MOVE 'CONTROLE DE ESTOQUE DEVE SER S OU N' TO WRK-MSGERRO
           END-IF.

       0655-FORMATAR-SIT-ITEM.
           IF ITENS-INATIVO
               MOVE 'ATIVO   ' TO WRK-SITUACAO-DESC
           END-IF.

      * ENTRADA DE MERCADORIA: SOMA A QUANTIDADE RECEBIDA AO SALDO
      * DO ITEM COM CONTROLE DE ESTOQUE E GRAVA O MOVIMENTO COM A
      * NOTA FISCAL DO FORNECEDOR
       0657-ENTRADA-MERCADORIA.
           MOVE ZEROS TO ITENS-CODIGO.
           DISPLAY TELA-ITEM.
           ACCEPT CHAVE-ITEM.
           READ ITENS
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                   PERFORM 0655-FORMATAR-SIT-ITEM
                   DISPLAY SS-DADOS-ITEM
                   IF NOT ITENS-COM-ESTOQUE
                       MOVE 'ITEM SEM CONTROLE DE ESTOQUE'
                           TO WRK-MSGERRO
                   END-IF
           END-READ.
           IF WRK-MSGERRO = SPACES
               MOVE ZEROS TO WRK-QTD-ENTRADA
               MOVE SPACES TO WRK-NOTA-ENTRADA
               DISPLAY TELA-ENTRADA-ESTOQUE
               ACCEPT TELA-ENTRADA-ESTOQUE
               IF WRK-QTD-ENTRADA = ZEROS
                   MOVE 'QUANTIDADE RECEBIDA INVALIDA' TO WRK-MSGERRO
               ELSE
                   ADD WRK-QTD-ENTRADA TO ITENS-QTD-ESTOQUE
                   REWRITE ITENS-REG
                       INVALID KEY
                           MOVE 'ENTRADA NAO GRAVADA' TO WRK-MSGERRO
                       NOT INVALID KEY
                           MOVE 'E' TO ESTMOV-TIPO
                           MOVE WRK-QTD-ENTRADA TO ESTMOV-QTD
                           ACCEPT ESTMOV-DATA FROM DATE YYYYMMDD
                           MOVE ZEROS TO ESTMOV-FONE
                           MOVE ZEROS TO ESTMOV-SEQ
                           MOVE WRK-NOTA-ENTRADA TO ESTMOV-DOCUMENTO
                           PERFORM 0964-REGISTRAR-ESTOQUE
                           DISPLAY SS-DADOS-ITEM
                           MOVE 'ENTRADA REGISTRADA COM SUCESSO'
                               TO WRK-MSGERRO
                   END-REWRITE
               END-IF
           END-IF.

       0656-ALTERAR-SIT-ITEM.
           MOVE 'SITUACAO (A)TIVO (I)NATIVO ENTER=MANTER' TO WRK-MSGSIT.
           MOVE SPACES TO WRK-TECLA.
               END-IF
           END-IF.

       0670-MANTER-VENDEDORES.
           MOVE 'MODULO - VENDEDORES' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT MENU-VENDEDOR.
           EVALUATE WRK-OPCAO-VENDEDOR
               WHEN 1
                   PERFORM 0671-INCLUIR-VENDEDOR
               WHEN OTHER
                   PERFORM 0672-ALTERAR-VENDEDOR
           END-EVALUATE.
           ACCEPT MOSTRAR-ERRO.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.

       0671-INCLUIR-VENDEDOR.
           MOVE ZEROS TO VENDEDOR-CODIGO.
           MOVE SPACES TO VENDEDOR-NOME.
           MOVE ZEROS TO VENDEDOR-COMISSAO.
           MOVE 'ATIVO   ' TO WRK-SITUACAO-DESC.
           DISPLAY TELA-VENDEDOR.
           ACCEPT TELA-VENDEDOR.
           PERFORM 0673-VALIDAR-VENDEDOR.
           IF WRK-MSGERRO = SPACES
               MOVE 'A' TO VENDEDOR-SITUACAO
               WRITE VENDEDOR-REG
                   INVALID KEY
                       MOVE 'VENDEDOR JA CADASTRADO' TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE 'VENDEDOR INCLUIDO COM SUCESSO'
                           TO WRK-MSGERRO
               END-WRITE
           END-IF.

      * O PERCENTUAL ALTERADO VALE PARA OS RECEBIMENTOS DOS MESES
      * AINDA NAO FECHADOS, NA PROXIMA APURACAO DO CLICOMISSAO
       0672-ALTERAR-VENDEDOR.
           MOVE ZEROS TO VENDEDOR-CODIGO.
           DISPLAY TELA-VENDEDOR.
           ACCEPT CHAVE-VENDEDOR.
           READ VENDEDOR
               INVALID KEY
                   MOVE 'VENDEDOR NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
                   MOVE VENDEDOR-NOME TO WRK-NOME-VEND-ANTIGO
                   MOVE VENDEDOR-COMISSAO TO WRK-COMISSAO-VEND-ANTIGA
                   PERFORM 0674-FORMATAR-SIT-VENDEDOR
                   ACCEPT SS-DADOS-VENDEDOR
                   PERFORM 0673-VALIDAR-VENDEDOR
                   IF WRK-MSGERRO NOT = SPACES
                       MOVE WRK-NOME-VEND-ANTIGO TO VENDEDOR-NOME
                       MOVE WRK-COMISSAO-VEND-ANTIGA
                           TO VENDEDOR-COMISSAO
                   ELSE
                       PERFORM 0675-ALTERAR-SIT-VENDEDOR
                       REWRITE VENDEDOR-REG
                           INVALID KEY
                               MOVE 'VENDEDOR NAO ALTERADO'
                                   TO WRK-MSGERRO
                           NOT INVALID KEY
                               MOVE 'VENDEDOR ALTERADO COM SUCESSO'
                                   TO WRK-MSGERRO
                       END-REWRITE
                   END-IF
           END-READ.

       0673-VALIDAR-VENDEDOR.
           MOVE SPACES TO WRK-MSGERRO.
           IF VENDEDOR-CODIGO = ZEROS
               MOVE 'CODIGO NAO PODE SER ZERO' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES AND VENDEDOR-NOME = SPACES
               MOVE 'NOME NAO PODE SER EM BRANCO' TO WRK-MSGERRO
           END-IF.
           IF WRK-MSGERRO = SPACES AND VENDEDOR-COMISSAO = ZEROS
               MOVE 'PERCENTUAL NAO INFORMADO'
                   TO WRK-MSGERRO
           END-IF.

       0674-FORMATAR-SIT-VENDEDOR.
           IF VENDEDOR-INATIVO
               MOVE 'INATIVO ' TO WRK-SITUACAO-DESC
           ELSE
               MOVE 'ATIVO   ' TO WRK-SITUACAO-DESC
           END-IF.

      * VENDEDOR INATIVO NAO ENTRA EM PEDIDO NOVO, MAS CONTINUA
      * RECEBENDO A COMISSAO DOS PEDIDOS QUE JA FEZ
       0675-ALTERAR-SIT-VENDEDOR.
           MOVE 'SITUACAO (A)TIVO (I)NATIVO ENTER=MANTER' TO WRK-MSGSIT.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT TELA-SITUACAO.
           IF WRK-TECLA = 'A' OR WRK-TECLA = 'a'
               MOVE 'A' TO VENDEDOR-SITUACAO
           ELSE
               IF WRK-TECLA = 'I' OR WRK-TECLA = 'i'
                   MOVE 'I' TO VENDEDOR-SITUACAO
               END-IF
           END-IF.

       0700-ALTERAR.
           MOVE 'MODULO - ALTERACAO ' TO WRK-MODULO.
           DISPLAY TELA.
                   MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO
                   MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO
                   MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO
                   MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO
                   PERFORM 0090-FORMATAR-SITUACAO
                   ACCEPT SS-DADOS
                   PERFORM 0510-VALIDAR-DADOS
                       MOVE WRK-LIMITE-ANTIGO TO CLIENTES-LIMITE
                       MOVE WRK-TIPO-ANTIGO TO CLIENTES-TIPO-PESSOA
                       MOVE WRK-DOC-ANTIGO TO CLIENTES-DOCUMENTO
                       MOVE WRK-MARKETING-ANTIGO TO CLIENTES-MARKETING
                       MOVE SPACES TO WRK-MSGERRO
                       PERFORM 0700-ALTERAR
                   ELSE
                       PERFORM 0710-ALTERAR-SITUACAO
                       PERFORM 0720-ALTERAR-MARKETING
                       REWRITE CLIENTES-REG
                       IF CLIENTES-STATUS = 0
                           MOVE 'REGISTRO ALTERADO COM SUCESSO'
               END-IF
           END-IF.

      * O PEDIDO DE SAIDA DAS CAMPANHAS E REGISTRADO AQUI; A MALA
      * DIRETA DO CLISEGMENTO NUNCA INCLUI QUEM RECUSOU
       0720-ALTERAR-MARKETING.
           MOVE 'ACEITA MARKETING (S/N) ENTER=MANTER' TO WRK-MSGSIT.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT TELA-SITUACAO.
           IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
               MOVE 'S' TO CLIENTES-MARKETING
           ELSE
               IF WRK-TECLA = 'N' OR WRK-TECLA = 'n'
                   MOVE 'N' TO CLIENTES-MARKETING
               END-IF
           END-IF.


       0800-EXCLUIR.
           MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
               MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO
               MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO
               MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANTIGO
               MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO
      * EXCLUSAO LOGICA: O REGISTRO E MANTIDO, APENAS INATIVADO
               MOVE 'I' TO CLIENTES-SITUACAO
               REWRITE CLIENTES-REG
           MOVE ZEROS TO WRK-FAIXA-060.
           MOVE ZEROS TO WRK-FAIXA-090.
           MOVE ZEROS TO WRK-FAIXA-MAIS.
           MOVE ZEROS TO WRK-TOTAL-ENCARGOS.
           MOVE WRK-DATA-HOJE TO WRK-DATA-REF.
           MOVE ZEROS TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
               DISPLAY '31 A 60 DIAS...: ' WRK-FAIXA-060
               DISPLAY '61 A 90 DIAS...: ' WRK-FAIXA-090
               DISPLAY 'MAIS DE 90 DIAS: ' WRK-FAIXA-MAIS
               COMPUTE WRK-TOTAL-COBRAR = WRK-FAIXA-AVENCER
                   + WRK-FAIXA-030 + WRK-FAIXA-060 + WRK-FAIXA-090
                   + WRK-FAIXA-MAIS + WRK-TOTAL-ENCARGOS
               DISPLAY 'ENCARGOS ATE HOJE: ' WRK-TOTAL-ENCARGOS
               DISPLAY 'TOTAL ATUALIZADO.: ' WRK-TOTAL-COBRAR
               MOVE 'RELATORIO CONCLUIDO' TO WRK-MSGERRO
           END-IF.
           ACCEPT MOSTRAR-ERRO.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.

      * SO O TITULO EM ABERTO GERA SALDO A RECEBER; QUITADO,
      * CANCELADO E RENEGOCIADO FICAM FORA DAS FAIXAS. A DIVIDA
      * RENEGOCIADA ENTRA PELAS PARCELAS DO ACORDO, NO SEU VENCIMENTO
       0904-CLASSIFICAR-SALDO.
           IF TITULOS-ABERTO
               PERFORM 0905-ACUMULAR-SALDO

      * CALCULA O SALDO DO TITULO E, SE POSITIVO, MOSTRA A LINHA E
      * ACUMULA NA FAIXA: VENCIMENTO DE HOJE EM DIANTE E "A VENCER",
      * VENCIMENTO PASSADO ENTRA NA FAIXA DOS DIAS DE ATRASO. AS
      * FAIXAS FICAM NO PRINCIPAL; A LINHA MOSTRA TAMBEM A MULTA E OS
      * JUROS ATE HOJE E O VALOR ATUALIZADO, TOTALIZADOS A PARTE
       0905-ACUMULAR-SALDO.
           COMPUTE WRK-SALDO-TITULO = TITULOS-VALOR - TITULOS-PAGO.
           IF WRK-SALDO-TITULO > 0
                   (WRK-HOJE-AAAA - WRK-VENC-AAAA) * 365
                 + (WRK-HOJE-MM - WRK-VENC-MM) * 30
                 + (WRK-HOJE-DD - WRK-VENC-DD)
               MOVE WRK-SALDO-TITULO TO WRK-BASE-ENCARGOS
               PERFORM 0567-CALCULAR-ENCARGOS
               ADD WRK-VALOR-MULTA WRK-VALOR-JUROS
                   TO WRK-TOTAL-ENCARGOS
               DISPLAY TITULOS-FONE ' ' TITULOS-SEQ ' '
                       TITULOS-PARCELA ' ' TITULOS-VENCIMENTO ' '
                       WRK-SALDO-TITULO ' ' WRK-DIAS-ABERTO ' DIAS'
                       ' ENCARGOS ' WRK-VALOR-MULTA ' ' WRK-VALOR-JUROS
                       ' ATUALIZADO ' WRK-TOTAL-COBRAR
               EVALUATE TRUE
                   WHEN WRK-DIAS-ABERTO NOT > 0
                       ADD WRK-SALDO-TITULO TO WRK-FAIXA-AVENCER
      * E NOVOS DO REGISTRO, A OPERACAO, A DATA/HORA DO MOVIMENTO E
      * O OPERADOR IDENTIFICADO NA ENTRADA; LIMITE, TIPO DE PESSOA E
      * DOCUMENTO VAO NO FIM DA LINHA PARA AS LINHAS ANTIGAS DO LOG
      * CONTINUAREM COM OS DEMAIS CAMPOS NAS MESMAS POSICOES; O
      * COMPLEMENTO, QUANDO PREENCHIDO, DETALHA A OPERACAO; O
      * CONSENTIMENTO DE MARKETING VEM DEPOIS DELE, PELO MESMO MOTIVO
       0950-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-MOVTO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-MOVTO FROM TIME.
                  WRK-DOC-ANTIGO        DELIMITED BY SIZE
                  ' DOCUMENTO-NOVO='    DELIMITED BY SIZE
                  CLIENTES-DOCUMENTO    DELIMITED BY SIZE
                  ' COMPLEMENTO='       DELIMITED BY SIZE
                  WRK-AUD-COMPLEMENTO   DELIMITED BY SIZE
                  ' MARKETING-ANTIGO='  DELIMITED BY SIZE
                  WRK-MARKETING-ANTIGO  DELIMITED BY SIZE
                  ' MARKETING-NOVO='    DELIMITED BY SIZE
                  CLIENTES-MARKETING    DELIMITED BY SIZE
               INTO AUDITORIA-REG
           END-STRING.
           WRITE AUDITORIA-REG.
                  WRK-OPER-LOGADO       DELIMITED BY SIZE
                  ' PAGO='              DELIMITED BY SIZE
                  WRK-MOV-PAGO          DELIMITED BY SIZE
                  ' MULTA='             DELIMITED BY SIZE
                  WRK-MOV-MULTA         DELIMITED BY SIZE
                  ' JUROS='             DELIMITED BY SIZE
                  WRK-MOV-JUROS         DELIMITED BY SIZE
                  ' VEND='              DELIMITED BY SIZE
                  WRK-MOV-VENDEDOR      DELIMITED BY SIZE
               INTO MOVIMENTO-REG
           END-STRING.
           WRITE MOVIMENTO-REG.
           MOVE PEDIDOS-VALOR TO WRK-MOV-VALOR.
           MOVE PEDIDOS-SITUACAO TO WRK-MOV-SITUACAO.
           MOVE ZEROS TO WRK-MOV-PAGO.
           MOVE ZEROS TO WRK-MOV-MULTA.
           MOVE ZEROS TO WRK-MOV-JUROS.
           MOVE PEDIDOS-VENDEDOR TO WRK-MOV-VENDEDOR.
           PERFORM 0960-REGISTRAR-MOVIMENTO.

       0962-MOVIMENTO-PAGAMENTO.
           MOVE PAGAMENTOS-VALOR TO WRK-MOV-VALOR.
           MOVE SPACE TO WRK-MOV-SITUACAO.
           MOVE ZEROS TO WRK-MOV-PAGO.
           MOVE PAGAMENTOS-MULTA TO WRK-MOV-MULTA.
           MOVE PAGAMENTOS-JUROS TO WRK-MOV-JUROS.
           MOVE ZEROS TO WRK-MOV-VENDEDOR.
           PERFORM 0960-REGISTRAR-MOVIMENTO.

       0963-MOVIMENTO-TITULO.
           MOVE TITULOS-VALOR TO WRK-MOV-VALOR.
           MOVE TITULOS-SITUACAO TO WRK-MOV-SITUACAO.
           MOVE TITULOS-PAGO TO WRK-MOV-PAGO.
           MOVE ZEROS TO WRK-MOV-MULTA.
           MOVE ZEROS TO WRK-MOV-JUROS.
           MOVE ZEROS TO WRK-MOV-VENDEDOR.
           PERFORM 0960-REGISTRAR-MOVIMENTO.

      * CABECALHO DO ACORDO EM ACORDOS-REG NAS POSICOES DO DIARIO:
      * PARCELA = QUANTIDADE DE PARCELAS, VALOR = VALOR ACORDADO,
      * PAGO = SALDO DE ORIGEM, MULTA/JUROS = ACRESCIMO/DESCONTO E
      * VEND = QUANTIDADE DE TITULOS DE ORIGEM; O SUPERVISOR E O
      * OPERADOR DA LINHA
       0965-MOVIMENTO-ACORDO.
           MOVE 'ACO' TO WRK-MOV-TIPO.
           MOVE ACORDOS-FONE TO WRK-MOV-FONE.
           MOVE ACORDOS-NUMERO TO WRK-MOV-SEQ.
           MOVE ACORDOS-QTD-PARCELAS TO WRK-MOV-PARCELA.
           MOVE ACORDOS-DATA TO WRK-MOV-DATA-REG.
           MOVE SPACES TO WRK-MOV-ITEM.
           MOVE ACORDOS-PRIMEIRO-VENC TO WRK-MOV-PRIMEIRO-VENC.
           MOVE ACORDOS-HORA TO WRK-MOV-HORA-ACORDO.
           MOVE ZEROS TO WRK-MOV-CODIGO.
           MOVE ACORDOS-VALOR TO WRK-MOV-VALOR.
           MOVE SPACE TO WRK-MOV-SITUACAO.
           MOVE ACORDOS-VALOR-ORIGEM TO WRK-MOV-PAGO.
           MOVE ACORDOS-ACRESCIMO TO WRK-MOV-MULTA.
           MOVE ACORDOS-DESCONTO TO WRK-MOV-JUROS.
           MOVE ACORDOS-QTD-ORIGEM TO WRK-MOV-VENDEDOR.
           PERFORM 0960-REGISTRAR-MOVIMENTO.

      * TITULO DE ORIGEM DO ACORDO EM ACORDITEM-REG: SEQ = NUMERO DO
      * ACORDO, CODIGO/PARCELA = SEQUENCIAL E PARCELA DO TITULO; O
      * SALDO E O VALOR MENOS O PAGO, E NAO VAI NA LINHA
       0966-MOVIMENTO-ACORDITEM.
           MOVE 'ACI' TO WRK-MOV-TIPO.
           MOVE ACORDITEM-FONE TO WRK-MOV-FONE.
           MOVE ACORDITEM-NUMERO TO WRK-MOV-SEQ.
           MOVE ACORDITEM-ORIG-PARCELA TO WRK-MOV-PARCELA.
           MOVE ACORDITEM-VENCIMENTO TO WRK-MOV-DATA-REG.
           MOVE SPACES TO WRK-MOV-ITEM.
           MOVE ACORDITEM-ORIG-SEQ TO WRK-MOV-CODIGO.
           MOVE ACORDITEM-VALOR TO WRK-MOV-VALOR.
           MOVE SPACE TO WRK-MOV-SITUACAO.
           MOVE ACORDITEM-PAGO TO WRK-MOV-PAGO.
           MOVE ZEROS TO WRK-MOV-MULTA.
           MOVE ZEROS TO WRK-MOV-JUROS.
           MOVE ZEROS TO WRK-MOV-VENDEDOR.
           PERFORM 0960-REGISTRAR-MOVIMENTO.

      * GRAVA UMA LINHA NO HISTORICO DE ESTOQUE PARA O ITEM EM
      * ITENS-REG, JA COM O SALDO ATUALIZADO; TIPO, QUANTIDADE, DATA,
      * PEDIDO E DOCUMENTO JA VEM PREENCHIDOS PELO CHAMADOR
       0964-REGISTRAR-ESTOQUE.
           ACCEPT ESTMOV-HORA FROM TIME.
           MOVE ITENS-CODIGO TO ESTMOV-CODIGO.
           MOVE ITENS-QTD-ESTOQUE TO ESTMOV-SALDO.
           MOVE WRK-OPER-LOGADO TO ESTMOV-OPERADOR.
           OPEN EXTEND ESTMOV.
           IF ESTMOV-STATUS = 35
               OPEN OUTPUT ESTMOV
           END-IF.
           WRITE ESTMOV-REG.
           CLOSE ESTMOV.
