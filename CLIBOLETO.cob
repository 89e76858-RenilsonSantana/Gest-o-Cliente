       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIBOLETO.
      ******************************************************************
      * OBJETIVO: COBRANCA BANCARIA POR BOLETO - A REMESSA GRAVA EM
      *           REMESSA.TXT, NO PADRAO CNAB (HEADER, DETALHE E
      *           TRAILER), OS TITULOS EM ABERTO DE TITULOS.DAT AINDA
      *           NAO ENVIADOS AO BANCO, COM O CPF/CNPJ E O NOME DO
      *           CLIENTE; CADA TITULO ENVIADO FICA EM BOLETOS.DAT COM
      *           O NOSSO NUMERO, PARA NAO SER MANDADO DUAS VEZES. O
      *           RETORNO LE O RETORNO.TXT DO BANCO, GRAVA CADA BOLETO
      *           LIQUIDADO EM PAGAMENTOS.DAT, BAIXA O TITULO COMO O
      *           0564-BAIXAR-TITULO DO CLIENTES E REGISTRA TUDO NO
      *           MOVIMENTO.LOG; O QUE NAO CASA, DIFERENCA DE VALOR E
      *           PAGAMENTO EM COMPETENCIA FECHADA VAO PARA O
      *           REJBOL.TXT, PARA ACERTO PELO CAIXA. RODA EM LOTE,
      *           FORA DO MENU, COMO O CLIFECHA
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

      * CONTROLE DE FECHAMENTO DE MES GRAVADO PELO CLIFECHA; BOLETO
      * PAGO DENTRO DE COMPETENCIA FECHADA NAO E BAIXADO
           SELECT FECHAMENTO ASSIGN TO 'C:\COBOL\FECHAMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECHAMENTO-CHAVE
               FILE STATUS IS FECHAMENTO-STATUS.

      * PARAMETROS DO SISTEMA; A MULTA E OS JUROS DE MORA VAO NO
      * DETALHE DA REMESSA PARA O BANCO COBRAR NO ATRASO
           SELECT PARAMETROS ASSIGN TO 'C:\COBOL\PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAMETROS-CHAVE
               FILE STATUS IS PARAMETROS-STATUS.

      * BOLETOS REGISTRADOS NO BANCO: UM POR TITULO, COM O NOSSO
      * NUMERO COMO CHAVE ALTERNATIVA PARA CASAR O RETORNO
           SELECT BOLETOS ASSIGN TO 'C:\COBOL\BOLETOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLETOS-CHAVE
               ALTERNATE RECORD KEY IS BOLETOS-NOSSO-NUMERO
               FILE STATUS IS BOLETOS-STATUS.

      * CONTROLE DE SEQUENCIA: ULTIMA REMESSA E ULTIMO NOSSO NUMERO
      * USADOS, GRAVADO A CADA BOLETO PARA UMA QUEDA NO MEIO DA
      * REMESSA NAO REPETIR NUMERO
           SELECT BOLCTRL ASSIGN TO 'C:\COBOL\BOLCTRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLCTRL-CHAVE
               FILE STATUS IS BOLCTRL-STATUS.

      * ARQUIVO DE REMESSA ENTREGUE AO BANCO
           SELECT REMESSA ASSIGN TO 'C:\COBOL\REMESSA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESSA-STATUS.

      * ARQUIVO DE RETORNO DEVOLVIDO PELO BANCO
           SELECT RETORNO ASSIGN TO 'C:\COBOL\RETORNO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.

      * OCORRENCIAS DO RETORNO NAO BAIXADAS, COM O MOTIVO, PARA O
      * CAIXA CONFERIR E REGISTRAR PELA OPCAO 8 DO MENU
           SELECT REJBOL ASSIGN TO 'C:\COBOL\REJBOL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJBOL-STATUS.

      * DIARIO DE MOVIMENTOS FINANCEIROS, O MESMO QUE O CLIENTES
      * ALIMENTA; CADA BOLETO BAIXADO ENTRA COMO PAGAMENTO
           SELECT MOVIMENTO ASSIGN TO 'C:\COBOL\MOVIMENTO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMENTO-STATUS.

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
               88 TITULOS-ABERTO     VALUE 'A'.
               88 TITULOS-QUITADO    VALUE 'Q'.
               88 TITULOS-CANCELADO  VALUE 'C'.

       FD FECHAMENTO.
       01 FECHAMENTO-REG.
           02 FECHAMENTO-CHAVE.
               03 FECHAMENTO-COMPETENCIA PIC 9(06).
           02 FECHAMENTO-DATA        PIC 9(08).
           02 FECHAMENTO-HORA        PIC 9(08).

       FD PARAMETROS.
       01 PARAMETROS-REG.
           02 PARAMETROS-CHAVE.
               03 PARAMETROS-CODIGO PIC X(08).
           02 PARAMETROS-DADOS      PIC X(40).
           02 PARAMETROS-ENCARGOS REDEFINES PARAMETROS-DADOS.
               03 PARAMETROS-MULTA     PIC 9(02)V99.
               03 PARAMETROS-JUROS-DIA PIC 9(01)V9999.
               03 PARAMETROS-CARENCIA  PIC 9(02).
               03 FILLER               PIC X(29).

       FD BOLETOS.
       01 BOLETOS-REG.
           02 BOLETOS-CHAVE.
               03 BOLETOS-FONE    PIC 9(09).
               03 BOLETOS-SEQ     PIC 9(05).
               03 BOLETOS-PARCELA PIC 9(03).
           02 BOLETOS-NOSSO-NUMERO PIC 9(10).
           02 BOLETOS-REMESSA     PIC 9(06).
           02 BOLETOS-DATA-ENVIO  PIC 9(08).
           02 BOLETOS-VENCIMENTO  PIC 9(08).
      * VALOR REGISTRADO NO BANCO: O SALDO DO TITULO NA REMESSA
           02 BOLETOS-VALOR       PIC 9(07)V99.
           02 BOLETOS-SITUACAO    PIC X(01).
               88 BOLETOS-ENVIADO    VALUE 'E'.
               88 BOLETOS-LIQUIDADO  VALUE 'L'.
           02 BOLETOS-DATA-LIQUIDACAO PIC 9(08).

       FD BOLCTRL.
       01 BOLCTRL-REG.
           02 BOLCTRL-CHAVE.
               03 BOLCTRL-CODIGO  PIC X(08).
           02 BOLCTRL-ULT-REMESSA PIC 9(06).
           02 BOLCTRL-ULT-NOSSO-NUMERO PIC 9(10).
           02 BOLCTRL-DATA-REMESSA PIC 9(08).

       FD REMESSA.
       01 REMESSA-REG           PIC X(200).

       FD RETORNO.
       01 RETORNO-REG           PIC X(200).

       FD REJBOL.
       01 REJBOL-REG            PIC X(120).

       FD MOVIMENTO.
       01 MOVIMENTO-REG         PIC X(250).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 TITULOS-STATUS PIC 99.
       77 FECHAMENTO-STATUS PIC 99.
       77 PARAMETROS-STATUS PIC 99.
       77 BOLETOS-STATUS PIC 99.
       77 BOLCTRL-STATUS PIC 99.
       77 REMESSA-STATUS PIC 99.
       77 RETORNO-STATUS PIC 99.
       77 REJBOL-STATUS PIC 99.
       77 MOVIMENTO-STATUS PIC 99.

       77 WRK-OPCAO PIC X(01).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-DATA-MOVTO PIC 9(08).
       77 WRK-HORA-MOVTO PIC 9(08).
       77 WRK-ITEM-VAZIO PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30).
       77 WRK-SALDO-TITULO PIC S9(09)V99.
       77 WRK-SEQ-REGISTRO PIC 9(06).
       77 WRK-PROX-PARCELA PIC 9(03).
       77 WRK-ENC-MULTA PIC 9(02)V99.
       77 WRK-ENC-JUROS-DIA PIC 9(01)V9999.

      * VALORES DO BOLETO LIQUIDADO: O PRINCIPAL E O QUE O BANCO
      * CREDITOU MENOS A MULTA E OS JUROS COBRADOS NO ATRASO
       77 WRK-PRINCIPAL PIC S9(11)V99.
       77 WRK-RET-MULTA PIC 9(07)V99.
       77 WRK-RET-JUROS PIC 9(07)V99.

      * TOTAIS DA REMESSA
       77 WRK-QTD-ENVIADOS PIC 9(06).
       77 WRK-QTD-JA-ENVIADOS PIC 9(05) COMP.
       77 WRK-QTD-SEM-DOCUMENTO PIC 9(05) COMP.
       77 WRK-VALOR-REMESSA PIC 9(13)V99.

      * TOTAIS DO RETORNO
       77 WRK-QTD-LIDOS PIC 9(05) COMP.
       77 WRK-QTD-BAIXADOS PIC 9(05) COMP.
       77 WRK-QTD-REJEITADOS PIC 9(05) COMP.
       77 WRK-QTD-OUTRAS PIC 9(05) COMP.
       77 WRK-VALOR-BAIXADO PIC 9(11)V99.
       77 WRK-ENCARGOS-BAIXADOS PIC 9(11)V99.
       77 WRK-QTD-ED PIC 9(05).

      * REGISTROS DA REMESSA, 200 POSICOES, NO PADRAO CNAB: TIPO 0
      * HEADER, TIPO 1 DETALHE, TIPO 9 TRAILER; O NUMERO SEQUENCIAL
      * DO REGISTRO NO ARQUIVO FECHA TODAS AS LINHAS
       01 WRK-REM-HEADER.
           02 FILLER             PIC X(01) VALUE '0'.
           02 FILLER             PIC X(01) VALUE '1'.
           02 FILLER             PIC X(07) VALUE 'REMESSA'.
           02 FILLER             PIC X(02) VALUE '01'.
           02 FILLER             PIC X(15) VALUE 'COBRANCA'.
           02 FILLER             PIC X(30) VALUE 'SISTEMA DE CLIENTES'.
           02 WRK-REM-H-DATA     PIC 9(08).
           02 WRK-REM-H-NUMERO   PIC 9(06).
           02 FILLER             PIC X(124) VALUE SPACES.
           02 WRK-REM-H-SEQ      PIC 9(06).

       01 WRK-REM-DETALHE.
           02 FILLER             PIC X(01) VALUE '1'.
      * 01 = CPF, 02 = CNPJ
           02 WRK-REM-D-INSCRICAO PIC 9(02).
           02 WRK-REM-D-DOCUMENTO PIC 9(14).
           02 WRK-REM-D-NOSSO-NUMERO PIC 9(10).
      * USO DA EMPRESA: A CHAVE DO TITULO, DEVOLVIDA NO RETORNO
           02 WRK-REM-D-CONTROLE.
               03 WRK-REM-D-FONE    PIC 9(09).
               03 WRK-REM-D-SEQ     PIC 9(05).
               03 WRK-REM-D-PARCELA PIC 9(03).
      * 01 = ENTRADA DE TITULO
           02 FILLER             PIC X(02) VALUE '01'.
           02 WRK-REM-D-VENCIMENTO PIC 9(08).
           02 WRK-REM-D-VALOR    PIC 9(11)V99.
           02 WRK-REM-D-EMISSAO  PIC 9(08).
      * MULTA EM PERCENTUAL E JUROS EM VALOR POR DIA DE ATRASO
           02 WRK-REM-D-MULTA    PIC 9(02)V99.
           02 WRK-REM-D-JUROS-DIA PIC 9(11)V99.
           02 WRK-REM-D-NOME     PIC X(30).
           02 FILLER             PIC X(72) VALUE SPACES.
           02 WRK-REM-D-SEQ-REG  PIC 9(06).

       01 WRK-REM-TRAILER.
           02 FILLER             PIC X(01) VALUE '9'.
           02 WRK-REM-T-QTD      PIC 9(06).
           02 WRK-REM-T-VALOR    PIC 9(13)V99.
           02 FILLER             PIC X(172) VALUE SPACES.
           02 WRK-REM-T-SEQ      PIC 9(06).

      * REGISTRO DO RETORNO NO MESMO PADRAO; SO O DETALHE (TIPO 1)
      * E TRATADO, O HEADER SO E CONFERIDO E O TRAILER E PULADO
       01 WRK-RET-LINHA.
           02 WRK-RET-TIPO       PIC X(01).
           02 WRK-RET-CORPO      PIC X(199).
       01 WRK-RET-HEADER REDEFINES WRK-RET-LINHA.
           02 FILLER             PIC X(01).
           02 WRK-RET-H-OPERACAO PIC X(01).
           02 WRK-RET-H-LITERAL  PIC X(07).
           02 FILLER             PIC X(191).
       01 WRK-RET-DETALHE REDEFINES WRK-RET-LINHA.
           02 FILLER             PIC X(01).
           02 WRK-RET-D-INSCRICAO PIC 9(02).
           02 WRK-RET-D-DOCUMENTO PIC 9(14).
           02 WRK-RET-D-NOSSO-NUMERO PIC 9(10).
           02 WRK-RET-D-CONTROLE.
               03 WRK-RET-D-FONE    PIC 9(09).
               03 WRK-RET-D-SEQ     PIC 9(05).
               03 WRK-RET-D-PARCELA PIC 9(03).
      * 02 = ENTRADA CONFIRMADA, 03 = ENTRADA REJEITADA,
      * 06 = LIQUIDACAO; AS DEMAIS SO SAO LISTADAS
           02 WRK-RET-D-OCORRENCIA PIC X(02).
               88 WRK-RET-CONFIRMADA VALUE '02'.
               88 WRK-RET-RECUSADA   VALUE '03'.
               88 WRK-RET-LIQUIDACAO VALUE '06'.
           02 WRK-RET-D-DATA-PAGTO PIC 9(08).
           02 WRK-RET-D-VALOR-TITULO PIC 9(11)V99.
           02 WRK-RET-D-VALOR-PAGO PIC 9(11)V99.
           02 WRK-RET-D-JUROS    PIC 9(11)V99.
           02 WRK-RET-D-MULTA    PIC 9(11)V99.
           02 WRK-RET-D-DATA-CREDITO PIC 9(08).
           02 FILLER             PIC X(80).
           02 WRK-RET-D-SEQ-REG  PIC 9(06).

      * LINHAS DO RELATORIO DE REJEITADOS
       01 WRK-LINHA-REJEITO.
           02 WRK-LIN-NOSSO-NUMERO PIC 9(10).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-FONE       PIC 9(09).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LIN-SEQ        PIC 9(05).
           02 FILLER             PIC X(01) VALUE '/'.
           02 WRK-LIN-PARCELA    PIC 9(03).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-DATA       PIC 9(08).
           02 FILLER             PIC X(06) VALUE ' PAGO '.
           02 WRK-LIN-PAGO       PIC Z(10)9.99.
           02 FILLER             PIC X(06) VALUE ' ESP. '.
           02 WRK-LIN-ESPERADO   PIC Z(08)9.99.
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-MOTIVO     PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'COBRANCA BANCARIA POR BOLETO'.
           DISPLAY '1 - GERAR REMESSA'.
           DISPLAY '2 - PROCESSAR RETORNO'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-GERAR-REMESSA
               WHEN 2
                   PERFORM 2000-PROCESSAR-RETORNO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           STOP RUN.

      * REMESSA: TODO TITULO EM ABERTO COM SALDO, AINDA SEM BOLETO,
      * VIRA UM DETALHE COM NOSSO NUMERO NOVO. TITULO JA REGISTRADO
      * FICA DE FORA, E CLIENTE SEM CPF/CNPJ TAMBEM, PORQUE O BANCO
      * NAO REGISTRA BOLETO SEM O DOCUMENTO DO PAGADOR
       1000-GERAR-REMESSA.
           PERFORM 1100-ABRIR-REMESSA.
           MOVE ZEROS TO WRK-QTD-ENVIADOS.
           MOVE ZEROS TO WRK-QTD-JA-ENVIADOS.
           MOVE ZEROS TO WRK-QTD-SEM-DOCUMENTO.
           MOVE ZEROS TO WRK-VALOR-REMESSA.
           MOVE 1 TO WRK-SEQ-REGISTRO.
           ADD 1 TO BOLCTRL-ULT-REMESSA.
           MOVE WRK-DATA-HOJE TO BOLCTRL-DATA-REMESSA.
           PERFORM 1130-GRAVAR-CONTROLE.
           MOVE WRK-DATA-HOJE TO WRK-REM-H-DATA.
           MOVE BOLCTRL-ULT-REMESSA TO WRK-REM-H-NUMERO.
           MOVE WRK-SEQ-REGISTRO TO WRK-REM-H-SEQ.
           MOVE WRK-REM-HEADER TO REMESSA-REG.
           WRITE REMESSA-REG.
           MOVE ZEROS TO TITULOS-FONE.
           MOVE ZEROS TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 10 TO TITULOS-STATUS
           END-START.
           IF TITULOS-STATUS NOT = 10
               READ TITULOS NEXT
                   AT END MOVE 10 TO TITULOS-STATUS
               END-READ
               PERFORM UNTIL TITULOS-STATUS = 10
                   IF TITULOS-ABERTO
                       PERFORM 1200-TRATAR-TITULO
                   END-IF
                   READ TITULOS NEXT
                       AT END MOVE 10 TO TITULOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           ADD 1 TO WRK-SEQ-REGISTRO.
           MOVE WRK-QTD-ENVIADOS TO WRK-REM-T-QTD.
           MOVE WRK-VALOR-REMESSA TO WRK-REM-T-VALOR.
           MOVE WRK-SEQ-REGISTRO TO WRK-REM-T-SEQ.
           MOVE WRK-REM-TRAILER TO REMESSA-REG.
           WRITE REMESSA-REG.
           CLOSE CLIENTES.
           CLOSE TITULOS.
           CLOSE BOLETOS.
           CLOSE BOLCTRL.
           CLOSE REMESSA.
           DISPLAY '   RESUMO DA REMESSA   '.
           DISPLAY '-----------------------'.
           DISPLAY 'REMESSA NUMERO........: ' BOLCTRL-ULT-REMESSA.
           DISPLAY 'BOLETOS ENVIADOS......: ' WRK-QTD-ENVIADOS.
           DISPLAY 'VALOR DA REMESSA......: ' WRK-VALOR-REMESSA.
           DISPLAY 'JA ENVIADOS ANTES.....: ' WRK-QTD-JA-ENVIADOS.
           DISPLAY 'CLIENTES SEM CPF/CNPJ.: ' WRK-QTD-SEM-DOCUMENTO.

       1100-ABRIR-REMESSA.
           OPEN INPUT CLIENTES.
           OPEN INPUT TITULOS.
           IF CLIENTES-STATUS NOT = 0 OR TITULOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES: ' CLIENTES-STATUS
               DISPLAY 'STATUS TITULOS.: ' TITULOS-STATUS
               STOP RUN
           END-IF.
           PERFORM 1110-CARREGAR-ENCARGOS.
           PERFORM 1120-ABRIR-CONTROLE.
           OPEN OUTPUT REMESSA.

      * SEM O PARAMETROS.DAT O BOLETO SAI SEM MULTA NEM JUROS
       1110-CARREGAR-ENCARGOS.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS-DIA.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 0
               MOVE 'ENCARGOS' TO PARAMETROS-CODIGO
               READ PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETROS-MULTA TO WRK-ENC-MULTA
                       MOVE PARAMETROS-JUROS-DIA TO WRK-ENC-JUROS-DIA
               END-READ
               CLOSE PARAMETROS
           END-IF.

      * BOLETOS E CONTROLE NASCEM NA PRIMEIRA REMESSA; O CONTROLE
      * FICA LIDO EM BOLCTRL-REG PARA A ROTINA CHAMADORA
       1120-ABRIR-CONTROLE.
           OPEN I-O BOLETOS.
           IF BOLETOS-STATUS = 35
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS
           END-IF.
           OPEN I-O BOLCTRL.
           IF BOLCTRL-STATUS = 35
               OPEN OUTPUT BOLCTRL
               CLOSE BOLCTRL
               OPEN I-O BOLCTRL
           END-IF.
           IF BOLETOS-STATUS NOT = 0 OR BOLCTRL-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DO CONTROLE DE BOLETOS'
               DISPLAY 'STATUS BOLETOS: ' BOLETOS-STATUS
               DISPLAY 'STATUS BOLCTRL: ' BOLCTRL-STATUS
               STOP RUN
           END-IF.
           MOVE 'BOLETO' TO BOLCTRL-CODIGO.
           READ BOLCTRL
               INVALID KEY
                   MOVE 'BOLETO' TO BOLCTRL-CODIGO
                   MOVE ZEROS TO BOLCTRL-ULT-REMESSA
                   MOVE ZEROS TO BOLCTRL-ULT-NOSSO-NUMERO
                   MOVE ZEROS TO BOLCTRL-DATA-REMESSA
                   WRITE BOLCTRL-REG
           END-READ.

      * O CONTROLE GUARDA A ULTIMA REMESSA E O ULTIMO NOSSO NUMERO;
      * SE NAO REGRAVAR, A PROXIMA REMESSA REPETIRIA NUMEROS JA
      * ENVIADOS AO BANCO, ENTAO A EXECUCAO PARA AQUI
       1130-GRAVAR-CONTROLE.
           REWRITE BOLCTRL-REG.
           IF BOLCTRL-STATUS NOT = 0
               DISPLAY 'ERRO NA GRAVACAO DO CONTROLE DE BOLETOS'
               DISPLAY 'STATUS BOLCTRL: ' BOLCTRL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-TRATAR-TITULO.
           COMPUTE WRK-SALDO-TITULO = TITULOS-VALOR - TITULOS-PAGO.
           IF WRK-SALDO-TITULO > 0
               MOVE TITULOS-CHAVE TO BOLETOS-CHAVE
               READ BOLETOS
                   INVALID KEY
                       PERFORM 1210-INCLUIR-BOLETO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-JA-ENVIADOS
               END-READ
           END-IF.

       1210-INCLUIR-BOLETO.
           MOVE TITULOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
           END-READ.
           IF CLIENTES-DOCUMENTO = ZEROS
               ADD 1 TO WRK-QTD-SEM-DOCUMENTO
               DISPLAY 'SEM CPF/CNPJ - NAO ENVIADO: ' TITULOS-FONE
                       ' ' TITULOS-SEQ ' ' TITULOS-PARCELA
           ELSE
               ADD 1 TO BOLCTRL-ULT-NOSSO-NUMERO
               MOVE TITULOS-CHAVE TO BOLETOS-CHAVE
               MOVE BOLCTRL-ULT-NOSSO-NUMERO TO BOLETOS-NOSSO-NUMERO
               MOVE BOLCTRL-ULT-REMESSA TO BOLETOS-REMESSA
               MOVE WRK-DATA-HOJE TO BOLETOS-DATA-ENVIO
               MOVE TITULOS-VENCIMENTO TO BOLETOS-VENCIMENTO
               MOVE WRK-SALDO-TITULO TO BOLETOS-VALOR
               MOVE 'E' TO BOLETOS-SITUACAO
               MOVE ZEROS TO BOLETOS-DATA-LIQUIDACAO
               WRITE BOLETOS-REG
                   INVALID KEY
                       DISPLAY 'BOLETO NAO GRAVADO: ' TITULOS-FONE
                               ' ' TITULOS-SEQ ' ' TITULOS-PARCELA
                   NOT INVALID KEY
                       PERFORM 1130-GRAVAR-CONTROLE
                       PERFORM 1220-GRAVAR-DETALHE
               END-WRITE
           END-IF.

       1220-GRAVAR-DETALHE.
           ADD 1 TO WRK-SEQ-REGISTRO.
           ADD 1 TO WRK-QTD-ENVIADOS.
           ADD BOLETOS-VALOR TO WRK-VALOR-REMESSA.
           IF CLIENTES-TIPO-PESSOA = 'J'
               MOVE 2 TO WRK-REM-D-INSCRICAO
           ELSE
               MOVE 1 TO WRK-REM-D-INSCRICAO
           END-IF.
           MOVE CLIENTES-DOCUMENTO TO WRK-REM-D-DOCUMENTO.
           MOVE BOLETOS-NOSSO-NUMERO TO WRK-REM-D-NOSSO-NUMERO.
           MOVE TITULOS-FONE TO WRK-REM-D-FONE.
           MOVE TITULOS-SEQ TO WRK-REM-D-SEQ.
           MOVE TITULOS-PARCELA TO WRK-REM-D-PARCELA.
           MOVE TITULOS-VENCIMENTO TO WRK-REM-D-VENCIMENTO.
           MOVE BOLETOS-VALOR TO WRK-REM-D-VALOR.
           MOVE WRK-DATA-HOJE TO WRK-REM-D-EMISSAO.
           MOVE WRK-ENC-MULTA TO WRK-REM-D-MULTA.
           COMPUTE WRK-REM-D-JUROS-DIA ROUNDED =
               BOLETOS-VALOR * WRK-ENC-JUROS-DIA / 100.
           MOVE CLIENTE-NOME TO WRK-REM-D-NOME.
           MOVE WRK-SEQ-REGISTRO TO WRK-REM-D-SEQ-REG.
           MOVE WRK-REM-DETALHE TO REMESSA-REG.
           WRITE REMESSA-REG.

      * RETORNO: CADA LIQUIDACAO CASADA PELO NOSSO NUMERO VIRA UM
      * PAGAMENTO E BAIXA O TITULO; BOLETO RECUSADO NA ENTRADA SAI
      * DE BOLETOS.DAT PARA SEGUIR NA PROXIMA REMESSA
       2000-PROCESSAR-RETORNO.
           PERFORM 2100-ABRIR-RETORNO.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-BAIXADOS.
           MOVE ZEROS TO WRK-QTD-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-OUTRAS.
           MOVE ZEROS TO WRK-VALOR-BAIXADO.
           MOVE ZEROS TO WRK-ENCARGOS-BAIXADOS.
           MOVE SPACES TO REJBOL-REG.
           STRING 'OCORRENCIAS DO RETORNO NAO BAIXADAS - PROCESSADO EM '
                                        DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           READ RETORNO
               AT END MOVE 10 TO RETORNO-STATUS
           END-READ.
           PERFORM UNTIL RETORNO-STATUS = 10
               MOVE RETORNO-REG TO WRK-RET-LINHA
               IF WRK-RET-TIPO = '1'
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 2200-TRATAR-OCORRENCIA
               END-IF
               READ RETORNO
                   AT END MOVE 10 TO RETORNO-STATUS
               END-READ
           END-PERFORM.
           PERFORM 2900-RESUMO-RETORNO.
           CLOSE CLIENTES.
           CLOSE PAGAMENTOS.
           CLOSE TITULOS.
           CLOSE FECHAMENTO.
           CLOSE BOLETOS.
           CLOSE BOLCTRL.
           CLOSE RETORNO.
           CLOSE REJBOL.
           CLOSE MOVIMENTO.

      * O PRIMEIRO REGISTRO TEM DE SER O HEADER DE RETORNO; OUTRO
      * ARQUIVO NO LUGAR (UMA REMESSA, POR EXEMPLO) E RECUSADO
       2100-ABRIR-RETORNO.
           OPEN INPUT CLIENTES.
           OPEN I-O PAGAMENTOS.
           IF PAGAMENTOS-STATUS = 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN I-O TITULOS.
           OPEN INPUT FECHAMENTO.
           IF FECHAMENTO-STATUS = 35
               OPEN OUTPUT FECHAMENTO
               CLOSE FECHAMENTO
               OPEN INPUT FECHAMENTO
           END-IF.
           IF CLIENTES-STATUS NOT = 0 OR PAGAMENTOS-STATUS NOT = 0
                   OR TITULOS-STATUS NOT = 0
                   OR FECHAMENTO-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES..: ' CLIENTES-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               DISPLAY 'STATUS TITULOS...: ' TITULOS-STATUS
               DISPLAY 'STATUS FECHAMENTO: ' FECHAMENTO-STATUS
               STOP RUN
           END-IF.
           PERFORM 1120-ABRIR-CONTROLE.
           OPEN INPUT RETORNO.
           IF RETORNO-STATUS NOT = 0
               DISPLAY 'ARQUIVO RETORNO.TXT INEXISTENTE'
               STOP RUN
           END-IF.
           READ RETORNO
               AT END MOVE 10 TO RETORNO-STATUS
           END-READ.
           MOVE RETORNO-REG TO WRK-RET-LINHA.
           IF RETORNO-STATUS = 10 OR WRK-RET-TIPO NOT = '0'
                   OR WRK-RET-H-LITERAL NOT = 'RETORNO'
               DISPLAY 'ARQUIVO RETORNO.TXT SEM HEADER DE RETORNO'
               STOP RUN
           END-IF.
           OPEN OUTPUT REJBOL.
           OPEN EXTEND MOVIMENTO.
           IF MOVIMENTO-STATUS = 35
               OPEN OUTPUT MOVIMENTO
           END-IF.

       2200-TRATAR-OCORRENCIA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-SALDO-TITULO.
           EVALUATE TRUE
               WHEN WRK-RET-LIQUIDACAO
                   PERFORM 2300-CONFERIR-LIQUIDACAO
                   IF WRK-MOTIVO = SPACES
                       PERFORM 2400-BAIXAR-BOLETO
                   END-IF
               WHEN WRK-RET-RECUSADA
                   PERFORM 2250-DESFAZER-REGISTRO
               WHEN WRK-RET-CONFIRMADA
                   ADD 1 TO WRK-QTD-OUTRAS
               WHEN OTHER
                   ADD 1 TO WRK-QTD-OUTRAS
                   MOVE 'OCORRENCIA NAO TRATADA' TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2800-GRAVAR-REJEITO
           END-IF.

      * ENTRADA RECUSADA PELO BANCO: O BOLETO SAI DO CONTROLE E O
      * TITULO VOLTA A SER ELEGIVEL NA PROXIMA REMESSA; VAI PARA O
      * RELATORIO PARA O CAIXA CONFERIR O CADASTRO DO CLIENTE
       2250-DESFAZER-REGISTRO.
           MOVE WRK-RET-D-NOSSO-NUMERO TO BOLETOS-NOSSO-NUMERO.
           READ BOLETOS KEY IS BOLETOS-NOSSO-NUMERO
               INVALID KEY
                   MOVE 'RECUSADO - BOLETO DESCONHECIDO' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF BOLETOS-LIQUIDADO
                       MOVE 'RECUSADO - BOLETO JA LIQUIDADO'
                           TO WRK-MOTIVO
                   ELSE
                       DELETE BOLETOS RECORD
                       MOVE 'ENTRADA RECUSADA PELO BANCO'
                           TO WRK-MOTIVO
                   END-IF
           END-READ.

      * A LIQUIDACAO SO BAIXA SE O NOSSO NUMERO EXISTIR E CASAR COM
      * A CHAVE DO TITULO, O BOLETO AINDA NAO ESTIVER LIQUIDADO, O
      * TITULO ESTIVER EM ABERTO COM O SALDO IGUAL AO PRINCIPAL PAGO
      * E A DATA DO PAGAMENTO NAO CAIR EM COMPETENCIA FECHADA
       2300-CONFERIR-LIQUIDACAO.
           COMPUTE WRK-PRINCIPAL = WRK-RET-D-VALOR-PAGO
               - WRK-RET-D-JUROS - WRK-RET-D-MULTA.
           MOVE WRK-RET-D-NOSSO-NUMERO TO BOLETOS-NOSSO-NUMERO.
           READ BOLETOS KEY IS BOLETOS-NOSSO-NUMERO
               INVALID KEY
                   MOVE 'NOSSO NUMERO NAO ENCONTRADO' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF BOLETOS-CHAVE NOT = WRK-RET-D-CONTROLE
                       MOVE 'TITULO NAO CONFERE' TO WRK-MOTIVO
                   END-IF
                   IF BOLETOS-LIQUIDADO
                       MOVE 'BOLETO JA LIQUIDADO' TO WRK-MOTIVO
                   END-IF
           END-READ.
           IF WRK-MOTIVO = SPACES
               MOVE BOLETOS-CHAVE TO TITULOS-CHAVE
               READ TITULOS
                   INVALID KEY
                       MOVE 'TITULO NAO ENCONTRADO' TO WRK-MOTIVO
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-TITULO =
                           TITULOS-VALOR - TITULOS-PAGO
                       IF NOT TITULOS-ABERTO
                           MOVE 'TITULO NAO ESTA EM ABERTO'
                               TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
               IF WRK-PRINCIPAL NOT = WRK-SALDO-TITULO
                   MOVE 'DIFERENCA DE VALOR' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE WRK-RET-D-DATA-PAGTO(1:6) TO FECHAMENTO-COMPETENCIA
               READ FECHAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'PERIODO ENCERRADO' TO WRK-MOTIVO
               END-READ
           END-IF.

      * GRAVA O PAGAMENTO NA PROXIMA PARCELA DO PEDIDO, COM A MULTA
      * E OS JUROS SEPARADOS DO PRINCIPAL, E BAIXA O TITULO
       2400-BAIXAR-BOLETO.
           MOVE WRK-RET-D-MULTA TO WRK-RET-MULTA.
           MOVE WRK-RET-D-JUROS TO WRK-RET-JUROS.
           PERFORM 2410-PROXIMA-PARCELA.
           MOVE TITULOS-FONE TO PAGAMENTOS-FONE.
           MOVE TITULOS-SEQ TO PAGAMENTOS-SEQ.
           MOVE WRK-PROX-PARCELA TO PAGAMENTOS-PARCELA.
           MOVE WRK-RET-D-DATA-PAGTO TO PAGAMENTOS-DATA.
           MOVE WRK-PRINCIPAL TO PAGAMENTOS-VALOR.
           MOVE WRK-RET-MULTA TO PAGAMENTOS-MULTA.
           MOVE WRK-RET-JUROS TO PAGAMENTOS-JUROS.
           WRITE PAGAMENTOS-REG
               INVALID KEY
                   MOVE 'PAGAMENTO NAO GRAVADO' TO WRK-MOTIVO
               NOT INVALID KEY
                   PERFORM 2420-REGISTRAR-MOV-PAGAMENTO
                   ADD PAGAMENTOS-VALOR TO TITULOS-PAGO
                   IF TITULOS-PAGO NOT < TITULOS-VALOR
                       MOVE 'Q' TO TITULOS-SITUACAO
                   END-IF
                   REWRITE TITULOS-REG
                       NOT INVALID KEY
                           PERFORM 2430-REGISTRAR-MOV-TITULO
                   END-REWRITE
                   MOVE 'L' TO BOLETOS-SITUACAO
                   MOVE WRK-RET-D-DATA-PAGTO TO BOLETOS-DATA-LIQUIDACAO
      * BOLETO QUE NAO FICA LIQUIDADO NO CONTROLE VAI PARA OS
      * REJEITOS, E NAO PARA OS BAIXADOS, PARA O CAIXA ACERTAR A MAO:
      * O PAGAMENTO E O TITULO JA ESTAO GRAVADOS
                   REWRITE BOLETOS-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR BOLETO '
                                   BOLETOS-NOSSO-NUMERO
                                   ' STATUS ' BOLETOS-STATUS
                           MOVE 'BOLETO NAO BAIXADO NO CONTROLE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-BAIXADOS
                           ADD PAGAMENTOS-VALOR TO WRK-VALOR-BAIXADO
                           ADD PAGAMENTOS-MULTA PAGAMENTOS-JUROS
                               TO WRK-ENCARGOS-BAIXADOS
                   END-REWRITE
           END-WRITE.

      * PROXIMA PARCELA DE PAGAMENTO DO PEDIDO, COM A MESMA VARREDURA
      * DO 0562-PROXIMA-PARCELA DO CLIENTES
       2410-PROXIMA-PARCELA.
           MOVE ZEROS TO WRK-PROX-PARCELA.
           MOVE TITULOS-FONE TO PAGAMENTOS-FONE.
           MOVE TITULOS-SEQ TO PAGAMENTOS-SEQ.
           MOVE ZEROS TO PAGAMENTOS-PARCELA.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY MOVE 10 TO PAGAMENTOS-STATUS
           END-START.
           IF PAGAMENTOS-STATUS NOT = 10
               READ PAGAMENTOS NEXT
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS = 10
                        OR PAGAMENTOS-FONE NOT = TITULOS-FONE
                        OR PAGAMENTOS-SEQ NOT = TITULOS-SEQ
                   MOVE PAGAMENTOS-PARCELA TO WRK-PROX-PARCELA
                   READ PAGAMENTOS NEXT
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           ADD 1 TO WRK-PROX-PARCELA.

      * LINHAS DO DIARIO NO MESMO LAYOUT DO 0960-REGISTRAR-MOVIMENTO
      * DO CLIENTES; O OPERADOR CARIMBA A ROTINA DE BOLETOS
       2420-REGISTRAR-MOV-PAGAMENTO.
           ACCEPT WRK-DATA-MOVTO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-MOVTO FROM TIME.
           MOVE SPACES TO MOVIMENTO-REG.
           STRING 'TIPO=PAG OPER=I'      DELIMITED BY SIZE
                  ' FONE='              DELIMITED BY SIZE
                  PAGAMENTOS-FONE       DELIMITED BY SIZE
                  ' SEQ='               DELIMITED BY SIZE
                  PAGAMENTOS-SEQ        DELIMITED BY SIZE
                  ' PARCELA='           DELIMITED BY SIZE
                  PAGAMENTOS-PARCELA    DELIMITED BY SIZE
                  ' DATA-REG='          DELIMITED BY SIZE
                  PAGAMENTOS-DATA       DELIMITED BY SIZE
                  ' ITEM='              DELIMITED BY SIZE
                  WRK-ITEM-VAZIO        DELIMITED BY SIZE
                  ' CODIGO=00000'       DELIMITED BY SIZE
                  ' VALOR='             DELIMITED BY SIZE
                  PAGAMENTOS-VALOR      DELIMITED BY SIZE
                  ' SITUACAO= '         DELIMITED BY SIZE
                  ' DATA='              DELIMITED BY SIZE
                  WRK-DATA-MOVTO        DELIMITED BY SIZE
                  ' HORA='              DELIMITED BY SIZE
                  WRK-HORA-MOVTO        DELIMITED BY SIZE
                  ' OPERADOR=BOLETO  '  DELIMITED BY SIZE
                  ' PAGO=000000000'     DELIMITED BY SIZE
                  ' MULTA='             DELIMITED BY SIZE
                  PAGAMENTOS-MULTA      DELIMITED BY SIZE
                  ' JUROS='             DELIMITED BY SIZE
                  PAGAMENTOS-JUROS      DELIMITED BY SIZE
               INTO MOVIMENTO-REG
           END-STRING.
           WRITE MOVIMENTO-REG.

       2430-REGISTRAR-MOV-TITULO.
           ACCEPT WRK-DATA-MOVTO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-MOVTO FROM TIME.
           MOVE SPACES TO MOVIMENTO-REG.
           STRING 'TIPO=TIT OPER=A'      DELIMITED BY SIZE
                  ' FONE='              DELIMITED BY SIZE
                  TITULOS-FONE          DELIMITED BY SIZE
                  ' SEQ='               DELIMITED BY SIZE
                  TITULOS-SEQ           DELIMITED BY SIZE
                  ' PARCELA='           DELIMITED BY SIZE
                  TITULOS-PARCELA       DELIMITED BY SIZE
                  ' DATA-REG='          DELIMITED BY SIZE
                  TITULOS-VENCIMENTO    DELIMITED BY SIZE
                  ' ITEM='              DELIMITED BY SIZE
                  WRK-ITEM-VAZIO        DELIMITED BY SIZE
                  ' CODIGO=00000'       DELIMITED BY SIZE
                  ' VALOR='             DELIMITED BY SIZE
                  TITULOS-VALOR         DELIMITED BY SIZE
                  ' SITUACAO='          DELIMITED BY SIZE
                  TITULOS-SITUACAO      DELIMITED BY SIZE
                  ' DATA='              DELIMITED BY SIZE
                  WRK-DATA-MOVTO        DELIMITED BY SIZE
                  ' HORA='              DELIMITED BY SIZE
                  WRK-HORA-MOVTO        DELIMITED BY SIZE
                  ' OPERADOR=BOLETO  '  DELIMITED BY SIZE
                  ' PAGO='              DELIMITED BY SIZE
                  TITULOS-PAGO          DELIMITED BY SIZE
                  ' MULTA=000000000'    DELIMITED BY SIZE
                  ' JUROS=000000000'    DELIMITED BY SIZE
               INTO MOVIMENTO-REG
           END-STRING.
           WRITE MOVIMENTO-REG.

       2800-GRAVAR-REJEITO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE WRK-RET-D-NOSSO-NUMERO TO WRK-LIN-NOSSO-NUMERO.
           MOVE WRK-RET-D-FONE TO WRK-LIN-FONE.
           MOVE WRK-RET-D-SEQ TO WRK-LIN-SEQ.
           MOVE WRK-RET-D-PARCELA TO WRK-LIN-PARCELA.
           MOVE WRK-RET-D-DATA-PAGTO TO WRK-LIN-DATA.
           MOVE WRK-RET-D-VALOR-PAGO TO WRK-LIN-PAGO.
           MOVE WRK-SALDO-TITULO TO WRK-LIN-ESPERADO.
           MOVE WRK-MOTIVO TO WRK-LIN-MOTIVO.
           MOVE WRK-LINHA-REJEITO TO REJBOL-REG.
           PERFORM 2910-GRAVAR-LINHA.

      * BALANCEAMENTO DO RETORNO: LIDOS = BAIXADOS + REJEITADOS +
      * OUTRAS OCORRENCIAS (AS RECUSAS DE ENTRADA CONTAM COMO
      * REJEITADAS, PORQUE O CAIXA PRECISA VER CADA UMA)
       2900-RESUMO-RETORNO.
           MOVE ALL '=' TO REJBOL-REG.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REJBOL-REG.
           STRING 'OCORRENCIAS LIDAS......: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-BAIXADOS TO WRK-QTD-ED.
           MOVE SPACES TO REJBOL-REG.
           STRING 'BOLETOS BAIXADOS.......: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED.
           MOVE SPACES TO REJBOL-REG.
           STRING 'OCORRENCIAS REJEITADAS.: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE WRK-QTD-OUTRAS TO WRK-QTD-ED.
           MOVE SPACES TO REJBOL-REG.
           STRING 'OUTRAS OCORRENCIAS.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE SPACES TO REJBOL-REG.
           STRING 'PRINCIPAL BAIXADO......: ' DELIMITED BY SIZE
                  WRK-VALOR-BAIXADO           DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.
           MOVE SPACES TO REJBOL-REG.
           STRING 'MULTA E JUROS RECEBIDOS: ' DELIMITED BY SIZE
                  WRK-ENCARGOS-BAIXADOS       DELIMITED BY SIZE
               INTO REJBOL-REG
           END-STRING.
           PERFORM 2910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE, PARA O OPERADOR
      * ACOMPANHAR A EXECUCAO
       2910-GRAVAR-LINHA.
           WRITE REJBOL-REG.
           DISPLAY REJBOL-REG.
