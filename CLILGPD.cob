       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILGPD.
      ******************************************************************
      * OBJETIVO: ATENDIMENTO AO TITULAR DOS DADOS (LGPD), RESTRITO AO
      *           SUPERVISOR. LOCALIZA O CLIENTE PELO TELEFONE OU PELO
      *           CPF/CNPJ (TODOS OS TELEFONES DO MESMO DOCUMENTO,
      *           INCLUSIVE OS INATIVADOS PELA TROCA DE TELEFONE E OS
      *           DO ARQUIVO MORTO) E OFERECE:
      *           1 - RELATORIO CONSOLIDADO EM LGPD.TXT COM O QUE O
      *               SISTEMA GUARDA DO TITULAR EM CLIENTES, PEDIDOS,
      *               PAGAMENTOS, TITULOS, COBCTRL, AUDITORIA.LOG E NOS
      *               ARQUIVOS MORTOS DO CLIARQUIVO;
      *           2 - ANONIMIZACAO: NOME, E-MAIL E DOCUMENTO SAO
      *               SUBSTITUIDOS NO CADASTRO, NO ARQUIVO MORTO E NAS
      *               LINHAS DO AUDITORIA.LOG, MANTENDO OS VALORES DE
      *               PEDIDOS E PAGAMENTOS PARA OS TOTAIS CONTABEIS E
      *               AS REEXPORTACOES DO CLIEXPORT CONTINUAREM
      *               BATENDO. RECUSADA ENQUANTO HOUVER TITULO EM
      *               ABERTO. O AUDITORIA.LOG E REGRAVADO, ENTAO A
      *               ANONIMIZACAO RODA COM O CLIENTES FECHADO.
      *           CADA ATENDIMENTO FICA REGISTRADO EM LGPD.LOG COM O
      *           SUPERVISOR, A DATA E O RESULTADO
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLIENTES-STATUS.

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

           SELECT TITULOS ASSIGN TO 'C:\COBOL\TITULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TITULOS-CHAVE
               FILE STATUS IS TITULOS-STATUS.

      * CONTROLE DE INSISTENCIA DA COBRANCA, GRAVADO PELO CLICOBRANCA
           SELECT COBCTRL ASSIGN TO 'C:\COBOL\COBCTRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COBCTRL-CHAVE
               FILE STATUS IS COBCTRL-STATUS.

      * CADASTRO DE OPERADORES, PARA A IDENTIFICACAO DO SUPERVISOR
           SELECT OPERADOR ASSIGN TO 'C:\COBOL\OPERADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-CHAVE
               FILE STATUS IS OPERADOR-STATUS.

      * ARQUIVOS MORTOS DO CLIARQUIVO, COM OS MESMOS LAYOUTS
           SELECT ARQCLI ASSIGN TO 'C:\COBOL\CLIARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQCLI-CHAVE
               FILE STATUS IS ARQCLI-STATUS.

           SELECT ARQPED ASSIGN TO 'C:\COBOL\PEDARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQPED-CHAVE
               FILE STATUS IS ARQPED-STATUS.

           SELECT ARQPAG ASSIGN TO 'C:\COBOL\PAGARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQPAG-CHAVE
               FILE STATUS IS ARQPAG-STATUS.

           SELECT ARQTIT ASSIGN TO 'C:\COBOL\TITARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQTIT-CHAVE
               FILE STATUS IS ARQTIT-STATUS.

      * LOG DE AUDITORIA DO CADASTRO DE CLIENTES, LIDO NO RELATORIO E
      * REGRAVADO EM AUDLGPD.TMP NA ANONIMIZACAO
           SELECT AUDITORIA ASSIGN TO 'C:\COBOL\AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT AUDNOVO ASSIGN TO 'C:\COBOL\AUDLGPD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDNOVO-STATUS.

      * RELATORIO CONSOLIDADO ENTREGUE AO TITULAR
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\LGPD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

      * REGISTRO DOS ATENDIMENTOS, UMA LINHA POR PEDIDO DO TITULAR
           SELECT LGPDLOG ASSIGN TO 'C:\COBOL\LGPD.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGPDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 CLIENTES-REG.
           02 CLIENTES-CHAVE.
               03 CLIENTES-FONE PIC 9(09).
           02 CLIENTE-NOME      PIC X(30).
           02 CLIENTES-EMAIL    PIC X(40).
           02 CLIENTES-SITUACAO PIC X(01).
               88 CLIENTES-ATIVO    VALUE 'A'.
               88 CLIENTES-INATIVO  VALUE 'I'.
           02 CLIENTES-LIMITE   PIC 9(07)V99.
           02 CLIENTES-TIPO-PESSOA PIC X(01).
           02 CLIENTES-DOCUMENTO PIC 9(14).
           02 CLIENTES-MARKETING PIC X(01).
               88 CLIENTES-ACEITA-MARKETING VALUE 'S'.
               88 CLIENTES-RECUSA-MARKETING VALUE 'N'.

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

       FD TITULOS.
       01 TITULOS-REG.
           02 TITULOS-CHAVE.
               03 TITULOS-FONE    PIC 9(09).
               03 TITULOS-SEQ     PIC 9(05).
               03 TITULOS-PARCELA PIC 9(03).
           02 TITULOS-VENCIMENTO  PIC 9(08).
           02 TITULOS-VALOR       PIC 9(07)V99.
           02 TITULOS-PAGO        PIC 9(07)V99.
           02 TITULOS-SITUACAO    PIC X(01).
               88 TITULOS-ABERTO      VALUE 'A'.
               88 TITULOS-QUITADO     VALUE 'Q'.
               88 TITULOS-CANCELADO   VALUE 'C'.
               88 TITULOS-RENEGOCIADO VALUE 'R'.

       FD COBCTRL.
       01 COBCTRL-REG.
           02 COBCTRL-CHAVE.
               03 COBCTRL-FONE   PIC 9(09).
           02 COBCTRL-NIVEL      PIC 9(01).
           02 COBCTRL-DATA-CARTA PIC 9(08).

       FD OPERADOR.
       01 OPERADOR-REG.
           02 OPERADOR-CHAVE.
               03 OPERADOR-USUARIO PIC X(08).
           02 OPERADOR-SENHA     PIC X(08).
           02 OPERADOR-NOME      PIC X(30).
           02 OPERADOR-PERFIL    PIC X(01).
               88 OPERADOR-SUPERVISOR VALUE 'S'.
               88 OPERADOR-COMUM      VALUE 'O'.
           02 OPERADOR-SITUACAO  PIC X(01).
               88 OPERADOR-ATIVO      VALUE 'A'.
               88 OPERADOR-INATIVO    VALUE 'I'.

       FD ARQCLI.
       01 ARQCLI-REG.
           02 ARQCLI-CHAVE.
               03 ARQCLI-FONE PIC 9(09).
           02 ARQCLI-NOME      PIC X(30).
           02 ARQCLI-EMAIL     PIC X(40).
           02 ARQCLI-SITUACAO  PIC X(01).
           02 ARQCLI-LIMITE    PIC 9(07)V99.
           02 ARQCLI-TIPO-PESSOA PIC X(01).
           02 ARQCLI-DOCUMENTO PIC 9(14).
           02 ARQCLI-MARKETING PIC X(01).

       FD ARQPED.
       01 ARQPED-REG.
           02 ARQPED-CHAVE.
               03 ARQPED-FONE   PIC 9(09).
               03 ARQPED-SEQ    PIC 9(05).
           02 ARQPED-DATA       PIC 9(08).
           02 ARQPED-ITEM       PIC X(30).
           02 ARQPED-VALOR      PIC 9(07)V99.
           02 ARQPED-SITUACAO   PIC X(01).
           02 ARQPED-CODIGO-ITEM PIC 9(05).
           02 ARQPED-VENDEDOR   PIC 9(03).

       FD ARQPAG.
       01 ARQPAG-REG.
           02 ARQPAG-CHAVE.
               03 ARQPAG-FONE    PIC 9(09).
               03 ARQPAG-SEQ     PIC 9(05).
               03 ARQPAG-PARCELA PIC 9(03).
           02 ARQPAG-DATA        PIC 9(08).
           02 ARQPAG-VALOR       PIC 9(07)V99.
           02 ARQPAG-MULTA       PIC 9(07)V99.
           02 ARQPAG-JUROS       PIC 9(07)V99.

       FD ARQTIT.
       01 ARQTIT-REG.
           02 ARQTIT-CHAVE.
               03 ARQTIT-FONE    PIC 9(09).
               03 ARQTIT-SEQ     PIC 9(05).
               03 ARQTIT-PARCELA PIC 9(03).
           02 ARQTIT-VENCIMENTO  PIC 9(08).
           02 ARQTIT-VALOR       PIC 9(07)V99.
           02 ARQTIT-PAGO        PIC 9(07)V99.
           02 ARQTIT-SITUACAO    PIC X(01).

       FD AUDITORIA.
       01 AUDITORIA-REG         PIC X(600).

       FD AUDNOVO.
       01 AUDNOVO-REG           PIC X(600).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       FD LGPDLOG.
       01 LGPDLOG-REG           PIC X(150).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 PEDIDOS-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 TITULOS-STATUS PIC 99.
       77 COBCTRL-STATUS PIC 99.
       77 OPERADOR-STATUS PIC 99.
       77 ARQCLI-STATUS PIC 99.
       77 ARQPED-STATUS PIC 99.
       77 ARQPAG-STATUS PIC 99.
       77 ARQTIT-STATUS PIC 99.
       77 AUDITORIA-STATUS PIC 99.
       77 AUDNOVO-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.
       77 LGPDLOG-STATUS PIC 99.

      * IDENTIFICACAO DO SUPERVISOR
       77 WRK-USUARIO-DIGITADO PIC X(08).
       77 WRK-SENHA-DIGITADA PIC X(08).
       77 WRK-OPER-LOGADO PIC X(08) VALUE SPACES.

      * PEDIDO DO TITULAR: MODO, CHAVE DE BUSCA E RESULTADO
       77 WRK-OPCAO PIC X(01).
       77 WRK-CONFIRMA PIC X(01).
       77 WRK-FONE-BUSCA PIC 9(09).
       77 WRK-DOC-BUSCA PIC 9(14).
       77 WRK-DESFECHO PIC X(40).
       77 WRK-MODO-LOG PIC X(12).

      * SEM ARQUIVO MORTO (NUNCA RODOU O CLIARQUIVO) AS CONSULTAS A
      * ELE SAO PULADAS
       77 WRK-TEM-ARQUIVO PIC X(01).
       77 WRK-TEM-COBCTRL PIC X(01).

      * TELEFONES DO TITULAR: O PESQUISADO E OS DEMAIS COM O MESMO
      * DOCUMENTO, NOS ARQUIVOS VIVOS E NO MORTO
       01 WRK-TAB-FONES.
           02 WRK-TF-FONE OCCURS 20 TIMES PIC 9(09).
       77 WRK-QTD-FONES PIC 9(02) COMP.
       77 WRK-IDX PIC 9(02) COMP.
       77 WRK-IDX-BUSCA PIC 9(02) COMP.
       77 WRK-FONE-NOVO PIC 9(09).
       77 WRK-FONE-ATUAL PIC 9(09).
       77 WRK-ACHOU PIC X(01).
       77 WRK-FIM-LEITURA PIC X(01).
       77 WRK-QTD-ABERTOS PIC 9(05) COMP.
       77 WRK-QTD-ED PIC 9(05).
       77 WRK-QTD-LINHAS PIC 9(07) COMP.
       77 WRK-QTD-DEPURADAS PIC 9(07) COMP.
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-AUD-VIVO PIC X(80) VALUE 'C:\COBOL\AUDITORIA.LOG'.
       77 WRK-AUD-NOVO PIC X(80) VALUE 'C:\COBOL\AUDLGPD.TMP'.

      * VALORES NEUTROS GRAVADOS NO LUGAR DOS DADOS PESSOAIS
       77 WRK-NOME-ANONIMO PIC X(30) VALUE 'TITULAR ANONIMIZADO'.

       01 WRK-DATA-HOJE PIC 9(08).
       01 WRK-HORA-HOJE PIC 9(08).
       77 WRK-VALOR-ED PIC Z(06)9.99.

      * IMAGEM ANTERIOR DO CADASTRO, PARA A LINHA DE AUDITORIA
       77 WRK-SITUACAO-ANTIGA PIC X(01).
       77 WRK-LIMITE-ANTIGO PIC 9(07)V99.
       77 WRK-TIPO-ANTIGO PIC X(01).
       77 WRK-MARKETING-ANTIGO PIC X(01).
       77 WRK-COMPLEMENTO-LGPD PIC X(80)
           VALUE 'ANONIMIZACAO A PEDIDO DO TITULAR'.

      * A LINHA DO LOG DE AUDITORIA TEM POSICOES FIXAS, NA ORDEM EM
      * QUE O 0950-REGISTRAR-AUDITORIA DO CLIENTES MONTA O STRING
       01 WRK-AUDIT-LINHA.
           02 WRK-AUD-MODULO         PIC X(25).
           02 FILLER                 PIC X(06).
           02 WRK-AUD-FONE           PIC 9(09).
           02 FILLER                 PIC X(13).
           02 WRK-AUD-NOME-ANTIGO    PIC X(30).
           02 FILLER                 PIC X(11).
           02 WRK-AUD-NOME-NOVO      PIC X(30).
           02 FILLER                 PIC X(14).
           02 WRK-AUD-EMAIL-ANTIGO   PIC X(40).
           02 FILLER                 PIC X(12).
           02 WRK-AUD-EMAIL-NOVO     PIC X(40).
           02 FILLER                 PIC X(17).
           02 WRK-AUD-SITUACAO-ANT   PIC X(01).
           02 FILLER                 PIC X(15).
           02 WRK-AUD-SITUACAO-NOVA  PIC X(01).
           02 FILLER                 PIC X(06).
           02 WRK-AUD-DATA           PIC 9(08).
           02 FILLER                 PIC X(06).
           02 WRK-AUD-HORA           PIC 9(08).
           02 FILLER                 PIC X(10).
           02 WRK-AUD-OPERADOR       PIC X(08).
           02 FILLER                 PIC X(15).
           02 WRK-AUD-LIMITE-ANT     PIC 9(07)V99.
           02 FILLER                 PIC X(13).
           02 WRK-AUD-LIMITE-NOVO    PIC 9(07)V99.
           02 FILLER                 PIC X(13).
           02 WRK-AUD-TIPO-ANT       PIC X(01).
           02 FILLER                 PIC X(11).
           02 WRK-AUD-TIPO-NOVO      PIC X(01).
           02 FILLER                 PIC X(18).
           02 WRK-AUD-DOC-ANT        PIC 9(14).
           02 FILLER                 PIC X(16).
           02 WRK-AUD-DOC-NOVO       PIC 9(14).
           02 FILLER                 PIC X(13).
           02 WRK-AUD-COMPLEMENTO    PIC X(80).
           02 FILLER                 PIC X(63).

      * LINHAS MONTADAS DO RELATORIO; A ORIGEM DIZ SE O REGISTRO ESTA
      * NO ARQUIVO VIVO OU NO MORTO
       01 WRK-LINHA-PEDIDO.
           02 WRK-LP-ORIGEM      PIC X(06).
           02 FILLER             PIC X(07) VALUE 'PEDIDO '.
           02 WRK-LP-SEQ         PIC 9(05).
           02 FILLER             PIC X(06) VALUE ' DATA '.
           02 WRK-LP-DATA        PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LP-ITEM        PIC X(30).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LP-VALOR       PIC Z(06)9.99.
           02 FILLER             PIC X(05) VALUE ' SIT '.
           02 WRK-LP-SITUACAO    PIC X(01).
           02 FILLER             PIC X(06) VALUE ' VEND '.
           02 WRK-LP-VENDEDOR    PIC 9(03).

       01 WRK-LINHA-PAGTO.
           02 WRK-LG-ORIGEM      PIC X(06).
           02 FILLER             PIC X(07) VALUE 'PAGTO  '.
           02 WRK-LG-SEQ         PIC 9(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LG-PARCELA     PIC 9(03).
           02 FILLER             PIC X(06) VALUE ' DATA '.
           02 WRK-LG-DATA        PIC 9(08).
           02 FILLER             PIC X(07) VALUE ' VALOR '.
           02 WRK-LG-VALOR       PIC Z(06)9.99.
           02 FILLER             PIC X(07) VALUE ' MULTA '.
           02 WRK-LG-MULTA       PIC Z(06)9.99.
           02 FILLER             PIC X(07) VALUE ' JUROS '.
           02 WRK-LG-JUROS       PIC Z(06)9.99.

       01 WRK-LINHA-TITULO.
           02 WRK-LT-ORIGEM      PIC X(06).
           02 FILLER             PIC X(07) VALUE 'TITULO '.
           02 WRK-LT-SEQ         PIC 9(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LT-PARCELA     PIC 9(03).
           02 FILLER             PIC X(08) VALUE ' VENCTO '.
           02 WRK-LT-VENCIMENTO  PIC 9(08).
           02 FILLER             PIC X(07) VALUE ' VALOR '.
           02 WRK-LT-VALOR       PIC Z(06)9.99.
           02 FILLER             PIC X(06) VALUE ' PAGO '.
           02 WRK-LT-PAGO        PIC Z(06)9.99.
           02 FILLER             PIC X(05) VALUE ' SIT '.
           02 WRK-LT-SITUACAO    PIC X(01).

       01 WRK-LINHA-AUDIT.
           02 FILLER             PIC X(10) VALUE 'AUDITORIA '.
           02 WRK-LA-DATA        PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LA-HORA        PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LA-MODULO      PIC X(25).
           02 FILLER             PIC X(06) VALUE ' OPER '.
           02 WRK-LA-OPERADOR    PIC X(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'ATENDIMENTO AO TITULAR DOS DADOS - LGPD'.
           PERFORM 0100-IDENTIFICAR-SUPERVISOR.
           PERFORM 0200-PEDIR-TITULAR.
           PERFORM 1000-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           PERFORM 1100-LOCALIZAR-TITULAR.
           IF WRK-QTD-FONES = ZEROS
               MOVE 'TITULAR NAO ENCONTRADO' TO WRK-DESFECHO
           ELSE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 2000-RELATORIO
                   WHEN 2
                       PERFORM 3000-ANONIMIZAR
               END-EVALUATE
           END-IF.
           PERFORM 1900-FECHAR-ARQUIVOS.
           PERFORM 9000-REGISTRAR-ATENDIMENTO.
           DISPLAY WRK-DESFECHO.
           STOP RUN.

      * SO O SUPERVISOR ATIVO ENTRA; A MENSAGEM E A MESMA PARA
      * QUALQUER FALHA, COMO NA IDENTIFICACAO DO CLIENTES
       0100-IDENTIFICAR-SUPERVISOR.
           OPEN INPUT OPERADOR.
           IF OPERADOR-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS OPERADOR..: ' OPERADOR-STATUS
               STOP RUN
           END-IF.
           DISPLAY 'USUARIO: '.
           ACCEPT WRK-USUARIO-DIGITADO.
           DISPLAY 'SENHA..: '.
           ACCEPT WRK-SENHA-DIGITADA.
           MOVE WRK-USUARIO-DIGITADO TO OPERADOR-USUARIO.
           READ OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPERADOR-SENHA = WRK-SENHA-DIGITADA
                           AND OPERADOR-ATIVO
                           AND OPERADOR-SUPERVISOR
                       MOVE OPERADOR-USUARIO TO WRK-OPER-LOGADO
                   END-IF
           END-READ.
           CLOSE OPERADOR.
           IF WRK-OPER-LOGADO = SPACES
               DISPLAY 'ACESSO NEGADO - OPCAO RESTRITA AO SUPERVISOR'
               STOP RUN
           END-IF.

       0200-PEDIR-TITULAR.
           DISPLAY '1 - RELATORIO DOS DADOS DO TITULAR'.
           DISPLAY '2 - ANONIMIZACAO DO TITULAR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO NOT = '1' AND WRK-OPCAO NOT = '2'
               DISPLAY 'OPCAO INVALIDA'
               STOP RUN
           END-IF.
           IF WRK-OPCAO = '1'
               MOVE 'RELATORIO' TO WRK-MODO-LOG
           ELSE
               MOVE 'ANONIMIZACAO' TO WRK-MODO-LOG
           END-IF.
           MOVE ZEROS TO WRK-DOC-BUSCA.
           DISPLAY 'TELEFONE (ZEROS = BUSCAR PELO CPF/CNPJ): '.
           ACCEPT WRK-FONE-BUSCA.
           IF WRK-FONE-BUSCA = ZEROS
               DISPLAY 'CPF/CNPJ (SO NUMEROS): '
               ACCEPT WRK-DOC-BUSCA
           END-IF.
           IF WRK-FONE-BUSCA = ZEROS AND WRK-DOC-BUSCA = ZEROS
               DISPLAY 'INFORMAR O TELEFONE OU O CPF/CNPJ'
               STOP RUN
           END-IF.

      * CLIENTES ABRE I-O PARA A ANONIMIZACAO; OS ARQUIVOS MORTOS E O
      * COBCTRL PODEM NAO EXISTIR E ENTAO FICAM FORA DA CONSULTA
       1000-ABRIR-ARQUIVOS.
           OPEN I-O CLIENTES.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PAGAMENTOS.
           OPEN INPUT TITULOS.
           IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
                   OR PAGAMENTOS-STATUS NOT = 0
                   OR TITULOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES..: ' CLIENTES-STATUS
               DISPLAY 'STATUS PEDIDOS...: ' PEDIDOS-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               DISPLAY 'STATUS TITULOS...: ' TITULOS-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO WRK-TEM-COBCTRL.
           OPEN INPUT COBCTRL.
           IF COBCTRL-STATUS NOT = 0
               MOVE 'N' TO WRK-TEM-COBCTRL
           END-IF.
           MOVE 'S' TO WRK-TEM-ARQUIVO.
           OPEN I-O ARQCLI.
           OPEN INPUT ARQPED.
           OPEN INPUT ARQPAG.
           OPEN INPUT ARQTIT.
           IF ARQCLI-STATUS NOT = 0 OR ARQPED-STATUS NOT = 0
                   OR ARQPAG-STATUS NOT = 0
                   OR ARQTIT-STATUS NOT = 0
               MOVE 'N' TO WRK-TEM-ARQUIVO
               IF ARQCLI-STATUS NOT = 35
                   DISPLAY 'ARQUIVO MORTO NAO ABRIU - FICA FORA'
                   DISPLAY 'STATUS CLIARQ: ' ARQCLI-STATUS
                   DISPLAY 'STATUS PEDARQ: ' ARQPED-STATUS
                   DISPLAY 'STATUS PAGARQ: ' ARQPAG-STATUS
                   DISPLAY 'STATUS TITARQ: ' ARQTIT-STATUS
               END-IF
               PERFORM 1010-FECHAR-ARQUIVO-MORTO
           END-IF.

      * SEM O ARQUIVO MORTO COMPLETO A CONSULTA FICA SO NO VIVO; O QUE
      * CHEGOU A ABRIR E FECHADO AQUI MESMO
       1010-FECHAR-ARQUIVO-MORTO.
           IF ARQCLI-STATUS = 0
               CLOSE ARQCLI
           END-IF.
           IF ARQPED-STATUS = 0
               CLOSE ARQPED
           END-IF.
           IF ARQPAG-STATUS = 0
               CLOSE ARQPAG
           END-IF.
           IF ARQTIT-STATUS = 0
               CLOSE ARQTIT
           END-IF.

       1900-FECHAR-ARQUIVOS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PAGAMENTOS.
           CLOSE TITULOS.
           IF WRK-TEM-COBCTRL = 'S'
               CLOSE COBCTRL
           END-IF.
           IF WRK-TEM-ARQUIVO = 'S'
               CLOSE ARQCLI
               CLOSE ARQPED
               CLOSE ARQPAG
               CLOSE ARQTIT
           END-IF.

      * MONTA A TABELA DE TELEFONES DO TITULAR. PELO TELEFONE, O
      * DOCUMENTO DO CADASTRO ACHADO PUXA OS DEMAIS TELEFONES DA
      * MESMA PESSOA, COMO O ANTIGO INATIVADO NA TROCA DE TELEFONE
       1100-LOCALIZAR-TITULAR.
           MOVE ZEROS TO WRK-QTD-FONES.
           IF WRK-FONE-BUSCA > ZEROS
               MOVE WRK-FONE-BUSCA TO CLIENTES-FONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTES-FONE TO WRK-FONE-NOVO
                       PERFORM 1110-INCLUIR-FONE
                       IF WRK-DOC-BUSCA = ZEROS
                           MOVE CLIENTES-DOCUMENTO TO WRK-DOC-BUSCA
                       END-IF
               END-READ
               IF WRK-TEM-ARQUIVO = 'S'
                   MOVE WRK-FONE-BUSCA TO ARQCLI-FONE
                   READ ARQCLI
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARQCLI-FONE TO WRK-FONE-NOVO
                           PERFORM 1110-INCLUIR-FONE
                           IF WRK-DOC-BUSCA = ZEROS
                               MOVE ARQCLI-DOCUMENTO TO WRK-DOC-BUSCA
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WRK-DOC-BUSCA > ZEROS
               PERFORM 1120-BUSCAR-DOCUMENTO
               IF WRK-TEM-ARQUIVO = 'S'
                   PERFORM 1130-BUSCAR-DOC-ARQUIVO
               END-IF
           END-IF.

       1110-INCLUIR-FONE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-FONES
               IF WRK-TF-FONE(WRK-IDX-BUSCA) = WRK-FONE-NOVO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-FONES < 20
               ADD 1 TO WRK-QTD-FONES
               MOVE WRK-FONE-NOVO TO WRK-TF-FONE(WRK-QTD-FONES)
           END-IF.

      * TODOS OS CADASTROS VIVOS COM O DOCUMENTO, PELA CHAVE
      * ALTERNATIVA
       1120-BUSCAR-DOCUMENTO.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-DOC-BUSCA TO CLIENTES-DOCUMENTO.
           START CLIENTES KEY IS EQUAL TO CLIENTES-DOCUMENTO
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ CLIENTES NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR CLIENTES-DOCUMENTO NOT = WRK-DOC-BUSCA
                   MOVE CLIENTES-FONE TO WRK-FONE-NOVO
                   PERFORM 1110-INCLUIR-FONE
                   READ CLIENTES NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

      * O ARQUIVO MORTO NAO TEM CHAVE PELO DOCUMENTO: VARRE TUDO
       1130-BUSCAR-DOC-ARQUIVO.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE ZEROS TO ARQCLI-FONE.
           START ARQCLI KEY IS NOT LESS THAN ARQCLI-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ ARQCLI NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                   IF ARQCLI-DOCUMENTO = WRK-DOC-BUSCA
                       MOVE ARQCLI-FONE TO WRK-FONE-NOVO
                       PERFORM 1110-INCLUIR-FONE
                   END-IF
                   READ ARQCLI NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * RELATORIO CONSOLIDADO DO TITULAR
      ******************************************************************
       2000-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DADOS PESSOAIS DO TITULAR - LGPD - EMITIDO EM '
                                                DELIMITED BY SIZE
                  WRK-DATA-HOJE                 DELIMITED BY SIZE
                  ' POR '                       DELIMITED BY SIZE
                  WRK-OPER-LOGADO               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           MOVE WRK-QTD-FONES TO WRK-QTD-ED.
           STRING 'TELEFONES LOCALIZADOS: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  ' - DOCUMENTO: '          DELIMITED BY SIZE
                  WRK-DOC-BUSCA             DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FONES
               MOVE WRK-TF-FONE(WRK-IDX) TO WRK-FONE-ATUAL
               PERFORM 2100-LISTAR-TELEFONE
           END-PERFORM.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           CLOSE RELATORIO.
           MOVE 'RELATORIO EMITIDO EM LGPD.TXT' TO WRK-DESFECHO.

       2100-LISTAR-TELEFONE.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'TELEFONE ' DELIMITED BY SIZE
                  WRK-FONE-ATUAL DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM 2110-LISTAR-CADASTRO.
           PERFORM 2200-LISTAR-PEDIDOS.
           PERFORM 2300-LISTAR-PAGAMENTOS.
           PERFORM 2400-LISTAR-TITULOS.
           PERFORM 2500-LISTAR-COBRANCA.
           PERFORM 2600-LISTAR-AUDITORIA.

       2110-LISTAR-CADASTRO.
           MOVE WRK-FONE-ATUAL TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO RELATORIO-REG
                   STRING 'CADASTRO VIVO  NOME....: ' DELIMITED BY SIZE
                          CLIENTE-NOME                DELIMITED BY SIZE
                       INTO RELATORIO-REG
                   END-STRING
                   PERFORM 0910-GRAVAR-LINHA
                   MOVE SPACES TO RELATORIO-REG
                   STRING '               E-MAIL..: ' DELIMITED BY SIZE
                          CLIENTES-EMAIL              DELIMITED BY SIZE
                          ' MARKETING: '              DELIMITED BY SIZE
                          CLIENTES-MARKETING          DELIMITED BY SIZE
                       INTO RELATORIO-REG
                   END-STRING
                   PERFORM 0910-GRAVAR-LINHA
                   MOVE CLIENTES-LIMITE TO WRK-VALOR-ED
                   MOVE SPACES TO RELATORIO-REG
                   STRING '               SITUACAO: ' DELIMITED BY SIZE
                          CLIENTES-SITUACAO           DELIMITED BY SIZE
                          ' PESSOA: '                 DELIMITED BY SIZE
                          CLIENTES-TIPO-PESSOA        DELIMITED BY SIZE
                          ' DOCUMENTO: '              DELIMITED BY SIZE
                          CLIENTES-DOCUMENTO          DELIMITED BY SIZE
                          ' LIMITE: '                 DELIMITED BY SIZE
                          WRK-VALOR-ED                DELIMITED BY SIZE
                       INTO RELATORIO-REG
                   END-STRING
                   PERFORM 0910-GRAVAR-LINHA
           END-READ.
           IF WRK-TEM-ARQUIVO = 'S'
               MOVE WRK-FONE-ATUAL TO ARQCLI-FONE
               READ ARQCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2120-LISTAR-CADASTRO-MORTO
               END-READ
           END-IF.

       2120-LISTAR-CADASTRO-MORTO.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'CADASTRO MORTO NOME....: ' DELIMITED BY SIZE
                  ARQCLI-NOME                 DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING '               E-MAIL..: ' DELIMITED BY SIZE
                  ARQCLI-EMAIL                DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ARQCLI-LIMITE TO WRK-VALOR-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING '               SITUACAO: ' DELIMITED BY SIZE
                  ARQCLI-SITUACAO             DELIMITED BY SIZE
                  ' PESSOA: '                 DELIMITED BY SIZE
                  ARQCLI-TIPO-PESSOA          DELIMITED BY SIZE
                  ' DOCUMENTO: '              DELIMITED BY SIZE
                  ARQCLI-DOCUMENTO            DELIMITED BY SIZE
                  ' LIMITE: '                 DELIMITED BY SIZE
                  WRK-VALOR-ED                DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.

       2200-LISTAR-PEDIDOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ PEDIDOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR PEDIDOS-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'VIVO  ' TO WRK-LP-ORIGEM
                   MOVE PEDIDOS-SEQ TO WRK-LP-SEQ
                   MOVE PEDIDOS-DATA TO WRK-LP-DATA
                   MOVE PEDIDOS-ITEM TO WRK-LP-ITEM
                   MOVE PEDIDOS-VALOR TO WRK-LP-VALOR
                   MOVE PEDIDOS-SITUACAO TO WRK-LP-SITUACAO
                   MOVE PEDIDOS-VENDEDOR TO WRK-LP-VENDEDOR
                   MOVE WRK-LINHA-PEDIDO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ PEDIDOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-TEM-ARQUIVO = 'S'
               PERFORM 2210-LISTAR-PEDIDOS-MORTOS
           END-IF.

       2210-LISTAR-PEDIDOS-MORTOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO ARQPED-FONE.
           MOVE ZEROS TO ARQPED-SEQ.
           START ARQPED KEY IS NOT LESS THAN ARQPED-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ ARQPED NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR ARQPED-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'MORTO ' TO WRK-LP-ORIGEM
                   MOVE ARQPED-SEQ TO WRK-LP-SEQ
                   MOVE ARQPED-DATA TO WRK-LP-DATA
                   MOVE ARQPED-ITEM TO WRK-LP-ITEM
                   MOVE ARQPED-VALOR TO WRK-LP-VALOR
                   MOVE ARQPED-SITUACAO TO WRK-LP-SITUACAO
                   MOVE ARQPED-VENDEDOR TO WRK-LP-VENDEDOR
                   MOVE WRK-LINHA-PEDIDO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ ARQPED NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

       2300-LISTAR-PAGAMENTOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO PAGAMENTOS-FONE.
           MOVE ZEROS TO PAGAMENTOS-SEQ.
           MOVE ZEROS TO PAGAMENTOS-PARCELA.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ PAGAMENTOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR PAGAMENTOS-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'VIVO  ' TO WRK-LG-ORIGEM
                   MOVE PAGAMENTOS-SEQ TO WRK-LG-SEQ
                   MOVE PAGAMENTOS-PARCELA TO WRK-LG-PARCELA
                   MOVE PAGAMENTOS-DATA TO WRK-LG-DATA
                   MOVE PAGAMENTOS-VALOR TO WRK-LG-VALOR
                   MOVE PAGAMENTOS-MULTA TO WRK-LG-MULTA
                   MOVE PAGAMENTOS-JUROS TO WRK-LG-JUROS
                   MOVE WRK-LINHA-PAGTO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ PAGAMENTOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-TEM-ARQUIVO = 'S'
               PERFORM 2310-LISTAR-PAGTOS-MORTOS
           END-IF.

       2310-LISTAR-PAGTOS-MORTOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO ARQPAG-FONE.
           MOVE ZEROS TO ARQPAG-SEQ.
           MOVE ZEROS TO ARQPAG-PARCELA.
           START ARQPAG KEY IS NOT LESS THAN ARQPAG-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ ARQPAG NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR ARQPAG-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'MORTO ' TO WRK-LG-ORIGEM
                   MOVE ARQPAG-SEQ TO WRK-LG-SEQ
                   MOVE ARQPAG-PARCELA TO WRK-LG-PARCELA
                   MOVE ARQPAG-DATA TO WRK-LG-DATA
                   MOVE ARQPAG-VALOR TO WRK-LG-VALOR
                   MOVE ARQPAG-MULTA TO WRK-LG-MULTA
                   MOVE ARQPAG-JUROS TO WRK-LG-JUROS
                   MOVE WRK-LINHA-PAGTO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ ARQPAG NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

       2400-LISTAR-TITULOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR TITULOS-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'VIVO  ' TO WRK-LT-ORIGEM
                   MOVE TITULOS-SEQ TO WRK-LT-SEQ
                   MOVE TITULOS-PARCELA TO WRK-LT-PARCELA
                   MOVE TITULOS-VENCIMENTO TO WRK-LT-VENCIMENTO
                   MOVE TITULOS-VALOR TO WRK-LT-VALOR
                   MOVE TITULOS-PAGO TO WRK-LT-PAGO
                   MOVE TITULOS-SITUACAO TO WRK-LT-SITUACAO
                   MOVE WRK-LINHA-TITULO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-TEM-ARQUIVO = 'S'
               PERFORM 2410-LISTAR-TITULOS-MORTOS
           END-IF.

       2410-LISTAR-TITULOS-MORTOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO ARQTIT-FONE.
           MOVE ZEROS TO ARQTIT-SEQ.
           MOVE ZEROS TO ARQTIT-PARCELA.
           START ARQTIT KEY IS NOT LESS THAN ARQTIT-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ ARQTIT NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR ARQTIT-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'MORTO ' TO WRK-LT-ORIGEM
                   MOVE ARQTIT-SEQ TO WRK-LT-SEQ
                   MOVE ARQTIT-PARCELA TO WRK-LT-PARCELA
                   MOVE ARQTIT-VENCIMENTO TO WRK-LT-VENCIMENTO
                   MOVE ARQTIT-VALOR TO WRK-LT-VALOR
                   MOVE ARQTIT-PAGO TO WRK-LT-PAGO
                   MOVE ARQTIT-SITUACAO TO WRK-LT-SITUACAO
                   MOVE WRK-LINHA-TITULO TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   READ ARQTIT NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

       2500-LISTAR-COBRANCA.
           IF WRK-TEM-COBCTRL = 'S'
               MOVE WRK-FONE-ATUAL TO COBCTRL-FONE
               READ COBCTRL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO RELATORIO-REG
                       STRING 'COBRANCA: ULTIMA CARTA NIVEL '
                                                  DELIMITED BY SIZE
                              COBCTRL-NIVEL       DELIMITED BY SIZE
                              ' EMITIDA EM '      DELIMITED BY SIZE
                              COBCTRL-DATA-CARTA  DELIMITED BY SIZE
                           INTO RELATORIO-REG
                       END-STRING
                       PERFORM 0910-GRAVAR-LINHA
               END-READ
           END-IF.

      * LINHAS DO LOG DE AUDITORIA DO TELEFONE: A OPERACAO, QUEM A
      * FEZ E OS NOMES E E-MAILS GRAVADOS, QUANDO MUDARAM
       2600-LISTAR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS = 0
               READ AUDITORIA
                   AT END MOVE 10 TO AUDITORIA-STATUS
               END-READ
               PERFORM UNTIL AUDITORIA-STATUS = 10
                   MOVE AUDITORIA-REG TO WRK-AUDIT-LINHA
                   IF WRK-AUD-FONE IS NUMERIC
                       IF WRK-AUD-FONE = WRK-FONE-ATUAL
                           PERFORM 2610-LISTAR-LINHA-AUDITORIA
                       END-IF
                   END-IF
                   READ AUDITORIA
                       AT END MOVE 10 TO AUDITORIA-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

       2610-LISTAR-LINHA-AUDITORIA.
           MOVE WRK-AUD-DATA TO WRK-LA-DATA.
           MOVE WRK-AUD-HORA TO WRK-LA-HORA.
           MOVE WRK-AUD-MODULO TO WRK-LA-MODULO.
           MOVE WRK-AUD-OPERADOR TO WRK-LA-OPERADOR.
           MOVE WRK-LINHA-AUDIT TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           IF WRK-AUD-NOME-ANTIGO NOT = WRK-AUD-NOME-NOVO
               MOVE SPACES TO RELATORIO-REG
               STRING '  NOME  : '           DELIMITED BY SIZE
                      WRK-AUD-NOME-ANTIGO    DELIMITED BY SIZE
                      ' > '                  DELIMITED BY SIZE
                      WRK-AUD-NOME-NOVO      DELIMITED BY SIZE
                   INTO RELATORIO-REG
               END-STRING
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           IF WRK-AUD-EMAIL-ANTIGO NOT = WRK-AUD-EMAIL-NOVO
               MOVE SPACES TO RELATORIO-REG
               STRING '  E-MAIL: '           DELIMITED BY SIZE
                      WRK-AUD-EMAIL-ANTIGO   DELIMITED BY SIZE
                      ' > '                  DELIMITED BY SIZE
                      WRK-AUD-EMAIL-NOVO     DELIMITED BY SIZE
                   INTO RELATORIO-REG
               END-STRING
               PERFORM 0910-GRAVAR-LINHA
           END-IF.

      ******************************************************************
      * ANONIMIZACAO DO TITULAR
      ******************************************************************
      * COM TITULO EM ABERTO O CADASTRO AINDA E PRECISO PARA COBRAR,
      * ENTAO NADA E ALTERADO
       3000-ANONIMIZAR.
           MOVE ZEROS TO WRK-QTD-ABERTOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FONES
               MOVE WRK-TF-FONE(WRK-IDX) TO WRK-FONE-ATUAL
               PERFORM 3100-CONTAR-ABERTOS
           END-PERFORM.
           IF WRK-QTD-ABERTOS > ZEROS
               MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED
               DISPLAY 'TITULOS EM ABERTO: ' WRK-QTD-ED
               MOVE 'RECUSADA - TITULOS EM ABERTO' TO WRK-DESFECHO
           ELSE
               MOVE WRK-QTD-FONES TO WRK-QTD-ED
               DISPLAY 'TELEFONES DO TITULAR: ' WRK-QTD-ED
               DISPLAY 'NOME, E-MAIL E DOCUMENTO SERAO APAGADOS'
               DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 3300-DEPURAR-AUDITORIA
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-FONES
                       MOVE WRK-TF-FONE(WRK-IDX) TO WRK-FONE-ATUAL
                       PERFORM 3200-ANONIMIZAR-TELEFONE
                   END-PERFORM
                   MOVE 'TITULAR ANONIMIZADO' TO WRK-DESFECHO
               ELSE
                   MOVE 'ANONIMIZACAO ABANDONADA' TO WRK-DESFECHO
               END-IF
           END-IF.

       3100-CONTAR-ABERTOS.
           MOVE SPACES TO WRK-FIM-LEITURA.
           MOVE WRK-FONE-ATUAL TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START.
           IF WRK-FIM-LEITURA NOT = 'S'
               READ TITULOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
               PERFORM UNTIL WRK-FIM-LEITURA = 'S'
                        OR TITULOS-FONE NOT = WRK-FONE-ATUAL
                   IF TITULOS-ABERTO
                       ADD 1 TO WRK-QTD-ABERTOS
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-LEITURA
                   END-READ
               END-PERFORM
           END-IF.

      * O CADASTRO FICA COM OS VALORES NEUTROS, INATIVO E SEM
      * CONSENTIMENTO DE MARKETING, PARA NAO RECEBER PEDIDO NOVO NEM
      * CAMPANHA; A ALTERACAO VAI PARA A AUDITORIA NO
      * LAYOUT DO CLIENTES, PARA O CLIRESTAURA REAPLICA-LA SOBRE UMA
      * GERACAO RESTAURADA
       3200-ANONIMIZAR-TELEFONE.
           MOVE WRK-FONE-ATUAL TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANTIGA
                   MOVE CLIENTES-LIMITE TO WRK-LIMITE-ANTIGO
                   MOVE CLIENTES-TIPO-PESSOA TO WRK-TIPO-ANTIGO
                   MOVE CLIENTES-MARKETING TO WRK-MARKETING-ANTIGO
                   MOVE WRK-NOME-ANONIMO TO CLIENTE-NOME
                   MOVE SPACES TO CLIENTES-EMAIL
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
                   MOVE 'I' TO CLIENTES-SITUACAO
                   MOVE 'N' TO CLIENTES-MARKETING
                   REWRITE CLIENTES-REG
                       INVALID KEY
                           DISPLAY 'CADASTRO NAO ANONIMIZADO FONE '
                                   WRK-FONE-ATUAL
                       NOT INVALID KEY
                           PERFORM 3210-REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.
           IF WRK-TEM-ARQUIVO = 'S'
               MOVE WRK-FONE-ATUAL TO ARQCLI-FONE
               READ ARQCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-NOME-ANONIMO TO ARQCLI-NOME
                       MOVE SPACES TO ARQCLI-EMAIL
                       MOVE ZEROS TO ARQCLI-DOCUMENTO
                       MOVE 'N' TO ARQCLI-MARKETING
                       REWRITE ARQCLI-REG
                           INVALID KEY
                               DISPLAY 'ARQUIVO MORTO NAO ANONIMIZADO '
                                       WRK-FONE-ATUAL
                       END-REWRITE
               END-READ
           END-IF.

      * OS CAMPOS "ANTIGOS" TAMBEM SAEM NEUTROS, PARA O DADO APAGADO
      * NAO VOLTAR AO LOG PELA PROPRIA LINHA DA ANONIMIZACAO
       3210-REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF AUDITORIA-STATUS = 35
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUDITORIA-REG.
           STRING 'MODULO - LGPD            ' DELIMITED BY SIZE
                  ' FONE='              DELIMITED BY SIZE
                  CLIENTES-FONE         DELIMITED BY SIZE
                  ' NOME-ANTIGO='       DELIMITED BY SIZE
                  WRK-NOME-ANONIMO      DELIMITED BY SIZE
                  ' NOME-NOVO='         DELIMITED BY SIZE
                  CLIENTE-NOME          DELIMITED BY SIZE
                  ' EMAIL-ANTIGO='      DELIMITED BY SIZE
                  CLIENTES-EMAIL        DELIMITED BY SIZE
                  ' EMAIL-NOVO='        DELIMITED BY SIZE
                  CLIENTES-EMAIL        DELIMITED BY SIZE
                  ' SITUACAO-ANTIGA='   DELIMITED BY SIZE
                  WRK-SITUACAO-ANTIGA   DELIMITED BY SIZE
                  ' SITUACAO-NOVA='     DELIMITED BY SIZE
                  CLIENTES-SITUACAO     DELIMITED BY SIZE
                  ' DATA='              DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
                  ' HORA='              DELIMITED BY SIZE
                  WRK-HORA-HOJE         DELIMITED BY SIZE
                  ' OPERADOR='          DELIMITED BY SIZE
                  WRK-OPER-LOGADO       DELIMITED BY SIZE
                  ' LIMITE-ANTIGO='     DELIMITED BY SIZE
                  WRK-LIMITE-ANTIGO     DELIMITED BY SIZE
                  ' LIMITE-NOVO='       DELIMITED BY SIZE
                  CLIENTES-LIMITE       DELIMITED BY SIZE
                  ' TIPO-ANTIGO='       DELIMITED BY SIZE
                  WRK-TIPO-ANTIGO       DELIMITED BY SIZE
                  ' TIPO-NOVO='         DELIMITED BY SIZE
                  CLIENTES-TIPO-PESSOA  DELIMITED BY SIZE
                  ' DOCUMENTO-ANTIGO='  DELIMITED BY SIZE
                  CLIENTES-DOCUMENTO    DELIMITED BY SIZE
                  ' DOCUMENTO-NOVO='    DELIMITED BY SIZE
                  CLIENTES-DOCUMENTO    DELIMITED BY SIZE
                  ' COMPLEMENTO='       DELIMITED BY SIZE
                  WRK-COMPLEMENTO-LGPD  DELIMITED BY SIZE
                  ' MARKETING-ANTIGO='  DELIMITED BY SIZE
                  WRK-MARKETING-ANTIGO  DELIMITED BY SIZE
                  ' MARKETING-NOVO='    DELIMITED BY SIZE
                  CLIENTES-MARKETING    DELIMITED BY SIZE
               INTO AUDITORIA-REG
           END-STRING.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA.

      * REGRAVA O AUDITORIA.LOG TROCANDO NOME, E-MAIL E DOCUMENTO NAS
      * LINHAS DOS TELEFONES DO TITULAR; A OPERACAO, A DATA E O
      * OPERADOR FICAM, PARA O CONTROLE INTERNO. A COPIA ANTIGA NAO E
      * GUARDADA, PORQUE ELA CONTINUARIA COM OS DADOS APAGADOS
       3300-DEPURAR-AUDITORIA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-QTD-DEPURADAS.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS = 0
               OPEN OUTPUT AUDNOVO
               READ AUDITORIA
                   AT END MOVE 10 TO AUDITORIA-STATUS
               END-READ
               PERFORM UNTIL AUDITORIA-STATUS = 10
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE AUDITORIA-REG TO WRK-AUDIT-LINHA
                   PERFORM 3310-DEPURAR-LINHA
                   WRITE AUDNOVO-REG FROM WRK-AUDIT-LINHA
                   READ AUDITORIA
                       AT END MOVE 10 TO AUDITORIA-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
               CLOSE AUDNOVO
               PERFORM 3320-PROMOVER-AUDITORIA
           END-IF.

       3310-DEPURAR-LINHA.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-AUD-FONE IS NUMERIC
               PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                       UNTIL WRK-IDX-BUSCA > WRK-QTD-FONES
                   IF WRK-TF-FONE(WRK-IDX-BUSCA) = WRK-AUD-FONE
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QTD-DEPURADAS
               IF WRK-AUD-NOME-ANTIGO NOT = SPACES
                   MOVE WRK-NOME-ANONIMO TO WRK-AUD-NOME-ANTIGO
               END-IF
               IF WRK-AUD-NOME-NOVO NOT = SPACES
                   MOVE WRK-NOME-ANONIMO TO WRK-AUD-NOME-NOVO
               END-IF
               MOVE SPACES TO WRK-AUD-EMAIL-ANTIGO
               MOVE SPACES TO WRK-AUD-EMAIL-NOVO
      * AS LINHAS ANTIGAS DO LOG NAO TEM O DOCUMENTO
               IF WRK-AUD-DOC-ANT IS NUMERIC
                   MOVE ZEROS TO WRK-AUD-DOC-ANT
               END-IF
               IF WRK-AUD-DOC-NOVO IS NUMERIC
                   MOVE ZEROS TO WRK-AUD-DOC-NOVO
               END-IF
           END-IF.

       3320-PROMOVER-AUDITORIA.
           CALL 'CBL_DELETE_FILE' USING WRK-AUD-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO SUBSTITUIR AUDITORIA.LOG'
               DISPLAY 'O LOG DEPURADO FICOU EM AUDLGPD.TMP'
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-AUD-NOVO WRK-AUD-VIVO
                   RETURNING WRK-RESULTADO
               END-CALL
               IF WRK-RESULTADO NOT = 0
                   DISPLAY 'FALHA AO PROMOVER AUDLGPD.TMP'
                   DISPLAY 'RENOMEIE AUDLGPD.TMP PARA AUDITORIA.LOG'
               END-IF
           END-IF.
           MOVE WRK-QTD-DEPURADAS TO WRK-QTD-ED.
           DISPLAY 'LINHAS DE AUDITORIA DEPURADAS: ' WRK-QTD-ED.

      * GRAVA O ARQUIVO E REPETE NO CONSOLE
       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.

      * UMA LINHA POR ATENDIMENTO, INCLUSIVE OS RECUSADOS; O TELEFONE
      * E O PESQUISADO OU, NA BUSCA PELO DOCUMENTO, O PRIMEIRO ACHADO
       9000-REGISTRAR-ATENDIMENTO.
           IF WRK-FONE-BUSCA = ZEROS AND WRK-QTD-FONES > ZEROS
               MOVE WRK-TF-FONE(1) TO WRK-FONE-BUSCA
           END-IF.
           MOVE WRK-QTD-FONES TO WRK-QTD-ED.
           OPEN EXTEND LGPDLOG.
           IF LGPDLOG-STATUS = 35
               OPEN OUTPUT LGPDLOG
           END-IF.
           MOVE SPACES TO LGPDLOG-REG.
           STRING 'DATA='               DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
                  ' HORA='              DELIMITED BY SIZE
                  WRK-HORA-HOJE         DELIMITED BY SIZE
                  ' OPERADOR='          DELIMITED BY SIZE
                  WRK-OPER-LOGADO       DELIMITED BY SIZE
                  ' MODO='              DELIMITED BY SIZE
                  WRK-MODO-LOG          DELIMITED BY SIZE
                  ' FONE='              DELIMITED BY SIZE
                  WRK-FONE-BUSCA        DELIMITED BY SIZE
                  ' TELEFONES='         DELIMITED BY SIZE
                  WRK-QTD-ED            DELIMITED BY SIZE
                  ' RESULTADO='         DELIMITED BY SIZE
                  WRK-DESFECHO          DELIMITED BY SIZE
               INTO LGPDLOG-REG
           END-STRING.
           WRITE LGPDLOG-REG.
           CLOSE LGPDLOG.
