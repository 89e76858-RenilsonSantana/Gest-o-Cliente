       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIATIVIDADE.
      ******************************************************************
      * OBJETIVO: ATIVIDADE DOS OPERADORES E EXCECOES PARA O
      *           SUPERVISOR - LE AUDITORIA.LOG E MOVIMENTO.LOG NO
      *           PERIODO INFORMADO E RESUME, POR OPERADOR E POR DIA,
      *           OS CLIENTES INCLUIDOS, ALTERADOS E DESATIVADOS E OS
      *           PEDIDOS E PAGAMENTOS LANCADOS, ALTERADOS E
      *           CANCELADOS. APONTA COMO EXCECAO: OPERACAO FORA DO
      *           EXPEDIENTE (SO OPERADORES DE TELA; AS CARGAS
      *           PEDLOTE E BOLETO RODAM A NOITE), CANCELAMENTOS DE
      *           PEDIDO ACIMA DO LIMITE NO DIA, O MESMO OPERADOR
      *           LANCANDO E CANCELANDO O MESMO PEDIDO, AS VENDAS ACIMA
      *           DO LIMITE LIBERADAS PELO SUPERVISOR (0556) E AS
      *           DISPENSAS DE MULTA E JUROS. GRAVA EM ATIVIDADE.TXT E
      *           REPETE NO CONSOLE, COMO O CLICAIXA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LOG DE AUDITORIA DO CADASTRO DE CLIENTES
           SELECT AUDITORIA ASSIGN TO 'C:\COBOL\AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

      * DIARIO DE MOVIMENTOS FINANCEIROS
           SELECT MOVIMENTO ASSIGN TO 'C:\COBOL\MOVIMENTO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMENTO-STATUS.

      * ARQUIVO DE SAIDA COM O RELATORIO PARA O SUPERVISOR
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\ATIVIDADE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
       01 AUDITORIA-REG         PIC X(600).

       FD MOVIMENTO.
       01 MOVIMENTO-REG         PIC X(250).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       WORKING-STORAGE SECTION.

       77 AUDITORIA-STATUS PIC 99.
       77 MOVIMENTO-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.

      * PERIODO, EXPEDIENTE (HHMM) E LIMITE DE CANCELAMENTOS NO DIA
       77 WRK-DATA-INI PIC 9(08).
       77 WRK-DATA-FIM PIC 9(08).
       77 WRK-HORA-ABRE PIC 9(04).
       77 WRK-HORA-FECHA PIC 9(04).
       77 WRK-LIMITE-CANCEL PIC 9(03).

      * MOMENTO E OPERADOR DA LINHA EM TRATAMENTO
       77 WRK-DATA-LINHA PIC 9(08).
       01 WRK-HORA-LINHA PIC 9(08).
       01 WRK-HORA-LINHA-R REDEFINES WRK-HORA-LINHA.
           02 WRK-HORA-HHMM PIC 9(04).
           02 FILLER        PIC 9(04).
       77 WRK-OPER-LINHA PIC X(08).

      * RESUMO POR OPERADOR E DIA
       01 WRK-TAB-ATIVIDADE.
           02 WRK-AT-OCR OCCURS 500 TIMES.
               03 WRK-AT-CHAVE.
                   04 WRK-AT-DATA     PIC 9(08).
                   04 WRK-AT-OPERADOR PIC X(08).
               03 WRK-AT-CLI-INC   PIC 9(05) COMP.
               03 WRK-AT-CLI-ALT   PIC 9(05) COMP.
               03 WRK-AT-CLI-DES   PIC 9(05) COMP.
               03 WRK-AT-PED-INC   PIC 9(05) COMP.
               03 WRK-AT-PED-ALT   PIC 9(05) COMP.
               03 WRK-AT-PED-CAN   PIC 9(05) COMP.
               03 WRK-AT-PAG-INC   PIC 9(05) COMP.
               03 WRK-AT-PAG-ALT   PIC 9(05) COMP.
               03 WRK-AT-PAG-CAN   PIC 9(05) COMP.
               03 WRK-AT-FORA      PIC 9(05) COMP.
               03 WRK-AT-LIBERA    PIC 9(05) COMP.
               03 WRK-AT-DISPENSA  PIC 9(05) COMP.
       77 WRK-QTD-ATIVIDADE PIC 9(03) COMP.
       77 WRK-AT-ESTOURO PIC X(01).
       77 WRK-AT-IDX PIC 9(03) COMP.
       77 WRK-AT-JDX PIC 9(03) COMP.
       77 WRK-AT-ATUAL PIC 9(03) COMP.
       01 WRK-AT-TROCA.
           02 FILLER PIC X(16).
           02 FILLER PIC 9(05) COMP OCCURS 12 TIMES.

      * TOTAIS DO PERIODO
       01 WRK-TOTAIS.
           02 WRK-TOT-CLI-INC   PIC 9(07) COMP.
           02 WRK-TOT-CLI-ALT   PIC 9(07) COMP.
           02 WRK-TOT-CLI-DES   PIC 9(07) COMP.
           02 WRK-TOT-PED-INC   PIC 9(07) COMP.
           02 WRK-TOT-PED-ALT   PIC 9(07) COMP.
           02 WRK-TOT-PED-CAN   PIC 9(07) COMP.
           02 WRK-TOT-PAG-INC   PIC 9(07) COMP.
           02 WRK-TOT-PAG-ALT   PIC 9(07) COMP.
           02 WRK-TOT-PAG-CAN   PIC 9(07) COMP.
           02 WRK-TOT-FORA      PIC 9(07) COMP.
           02 WRK-TOT-LIBERA    PIC 9(07) COMP.
           02 WRK-TOT-DISPENSA  PIC 9(07) COMP.

      * PEDIDOS LANCADOS NO PERIODO, PARA ACHAR O CANCELAMENTO PELO
      * MESMO OPERADOR QUE LANCOU
       01 WRK-TAB-LANCADOS.
           02 WRK-LN-OCR OCCURS 2000 TIMES.
               03 WRK-LN-FONE     PIC 9(09).
               03 WRK-LN-SEQ      PIC 9(05).
               03 WRK-LN-OPERADOR PIC X(08).
       77 WRK-QTD-LANCADOS PIC 9(04) COMP.
       77 WRK-LN-ESTOURO PIC X(01).
       77 WRK-LN-IDX PIC 9(04) COMP.

       77 WRK-QTD-EXCECOES PIC 9(05) COMP.
       77 WRK-QTD-ED PIC Z(04)9.
       77 WRK-VALOR-ED PIC Z(06)9.99.
       77 WRK-HORA-ED PIC 99B99.

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

      * A LINHA DO DIARIO TEM POSICOES FIXAS, NA ORDEM EM QUE O
      * 0960-REGISTRAR-MOVIMENTO DO CLIENTES MONTA O STRING
       01 WRK-MOV-LINHA.
           02 FILLER                 PIC X(05).
           02 WRK-MOV-TIPO           PIC X(03).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-OPER           PIC X(01).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-FONE           PIC 9(09).
           02 FILLER                 PIC X(05).
           02 WRK-MOV-SEQ            PIC 9(05).
           02 FILLER                 PIC X(09).
           02 WRK-MOV-PARCELA        PIC 9(03).
           02 FILLER                 PIC X(10).
           02 WRK-MOV-DATA-REG       PIC 9(08).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-ITEM           PIC X(30).
           02 FILLER                 PIC X(08).
           02 WRK-MOV-CODIGO         PIC 9(05).
           02 FILLER                 PIC X(07).
           02 WRK-MOV-VALOR          PIC 9(07)V99.
           02 FILLER                 PIC X(10).
           02 WRK-MOV-SITUACAO       PIC X(01).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-DATA           PIC 9(08).
           02 FILLER                 PIC X(06).
           02 WRK-MOV-HORA           PIC 9(08).
           02 FILLER                 PIC X(10).
           02 WRK-MOV-OPERADOR       PIC X(08).
           02 FILLER                 PIC X(58).

      * LINHAS MONTADAS DO RELATORIO
       01 WRK-LINHA-RESUMO.
           02 WRK-LR-DATA        PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-OPERADOR    PIC X(08).
           02 WRK-LR-CLI-INC     PIC Z(05)9.
           02 WRK-LR-CLI-ALT     PIC Z(05)9.
           02 WRK-LR-CLI-DES     PIC Z(05)9.
           02 WRK-LR-PED-INC     PIC Z(05)9.
           02 WRK-LR-PED-ALT     PIC Z(05)9.
           02 WRK-LR-PED-CAN     PIC Z(05)9.
           02 WRK-LR-PAG-INC     PIC Z(05)9.
           02 WRK-LR-PAG-ALT     PIC Z(05)9.
           02 WRK-LR-PAG-CAN     PIC Z(05)9.
           02 WRK-LR-FORA        PIC Z(05)9.
           02 WRK-LR-LIBERA      PIC Z(05)9.
           02 WRK-LR-DISPENSA    PIC Z(05)9.
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-MARCA       PIC X(02).

       01 WRK-LINHA-OCORRENCIA.
           02 WRK-LO-TIPO        PIC X(14).
           02 WRK-LO-DATA        PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LO-HORA        PIC 99B99.
           02 FILLER             PIC X(06) VALUE ' OPER '.
           02 WRK-LO-OPERADOR    PIC X(08).
           02 FILLER             PIC X(06) VALUE ' FONE '.
           02 WRK-LO-FONE        PIC 9(09).
           02 FILLER             PIC X(08) VALUE ' PEDIDO '.
           02 WRK-LO-SEQ         PIC 9(05).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LO-VALOR       PIC Z(06)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-AUDITORIA.
           PERFORM 0300-LER-MOVIMENTO.
           PERFORM 0400-ORDENAR-ATIVIDADE.
           PERFORM 0500-RESUMO.
           PERFORM 0600-EXCECOES-VOLUME.
           PERFORM 0900-FINALIZAR.

       0100-INICIAR.
           DISPLAY 'ATIVIDADE DOS OPERADORES E EXCECOES'.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-INI.
           DISPLAY 'DATA FINAL   (AAAAMMDD) OU ZEROS PARA UM DIA: '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-INI TO WRK-DATA-FIM
           END-IF.
           DISPLAY 'INICIO DO EXPEDIENTE (HHMM) OU ZEROS PARA 0800: '.
           ACCEPT WRK-HORA-ABRE.
           IF WRK-HORA-ABRE = ZEROS
               MOVE 0800 TO WRK-HORA-ABRE
           END-IF.
           DISPLAY 'FIM DO EXPEDIENTE    (HHMM) OU ZEROS PARA 1800: '.
           ACCEPT WRK-HORA-FECHA.
           IF WRK-HORA-FECHA = ZEROS
               MOVE 1800 TO WRK-HORA-FECHA
           END-IF.
           DISPLAY 'CANCELAMENTOS NO DIA ACIMA DOS QUAIS APONTAR '
                   '(ZEROS PARA 5): '.
           ACCEPT WRK-LIMITE-CANCEL.
           IF WRK-LIMITE-CANCEL = ZEROS
               MOVE 5 TO WRK-LIMITE-CANCEL
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE ZEROS TO WRK-QTD-ATIVIDADE.
           MOVE ZEROS TO WRK-QTD-LANCADOS.
           MOVE ZEROS TO WRK-QTD-EXCECOES.
           MOVE 'N' TO WRK-AT-ESTOURO.
           MOVE 'N' TO WRK-LN-ESTOURO.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'ATIVIDADE DOS OPERADORES - PERIODO '
                                        DELIMITED BY SIZE
                  WRK-DATA-INI          DELIMITED BY SIZE
                  ' A '                 DELIMITED BY SIZE
                  WRK-DATA-FIM          DELIMITED BY SIZE
                  ' - EXPEDIENTE '      DELIMITED BY SIZE
                  WRK-HORA-ABRE         DELIMITED BY SIZE
                  ' AS '                DELIMITED BY SIZE
                  WRK-HORA-FECHA        DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'OCORRENCIAS' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      ******************************************************************
      * AUDITORIA.LOG: CADASTRO DE CLIENTES, LIBERACOES E DISPENSAS
      ******************************************************************
       0200-LER-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF AUDITORIA-STATUS NOT = 0
               DISPLAY 'AUDITORIA.LOG NAO ENCONTRADO - STATUS '
                       AUDITORIA-STATUS
           ELSE
               READ AUDITORIA
                   AT END MOVE 10 TO AUDITORIA-STATUS
               END-READ
               PERFORM UNTIL AUDITORIA-STATUS = 10
                   MOVE AUDITORIA-REG TO WRK-AUDIT-LINHA
                   IF WRK-AUD-DATA IS NUMERIC
                       IF WRK-AUD-DATA NOT < WRK-DATA-INI
                               AND WRK-AUD-DATA NOT > WRK-DATA-FIM
                           PERFORM 0210-TRATAR-AUDITORIA
                       END-IF
                   END-IF
                   READ AUDITORIA
                       AT END MOVE 10 TO AUDITORIA-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      * A ALTERACAO QUE PASSA O CLIENTE DE ATIVO PARA INATIVO CONTA
      * COMO DESATIVACAO; A TROCA DE TELEFONE CONTA COMO ALTERACAO
       0210-TRATAR-AUDITORIA.
           MOVE WRK-AUD-DATA TO WRK-DATA-LINHA.
           MOVE WRK-AUD-HORA TO WRK-HORA-LINHA.
           MOVE WRK-AUD-OPERADOR TO WRK-OPER-LINHA.
           PERFORM 0700-LOCALIZAR-ATIVIDADE.
           PERFORM 0710-VERIFICAR-EXPEDIENTE.
           IF WRK-AT-ATUAL > ZEROS
               EVALUATE WRK-AUD-MODULO
                   WHEN 'MODULO - INCLUSAO'
                   WHEN 'MODULO - IMPORTACAO'
                       ADD 1 TO WRK-AT-CLI-INC(WRK-AT-ATUAL)
                   WHEN 'MODULO - ALTERACAO'
                       IF WRK-AUD-SITUACAO-ANT = 'A'
                               AND WRK-AUD-SITUACAO-NOVA = 'I'
                           ADD 1 TO WRK-AT-CLI-DES(WRK-AT-ATUAL)
                       ELSE
                           ADD 1 TO WRK-AT-CLI-ALT(WRK-AT-ATUAL)
                       END-IF
                   WHEN 'MODULO - TROCA TELEFONE'
                       ADD 1 TO WRK-AT-CLI-ALT(WRK-AT-ATUAL)
                   WHEN 'MODULO - EXCLUSAO'
                       ADD 1 TO WRK-AT-CLI-DES(WRK-AT-ATUAL)
                   WHEN 'MODULO - LIBERACAO LIMITE'
                       ADD 1 TO WRK-AT-LIBERA(WRK-AT-ATUAL)
                       MOVE 'LIB. LIMITE  ' TO WRK-LO-TIPO
                       PERFORM 0220-LISTAR-AUTORIZACAO
                   WHEN 'MODULO - DISPENSA ENCARGO'
                       ADD 1 TO WRK-AT-DISPENSA(WRK-AT-ATUAL)
                       MOVE 'DISP. ENCARG ' TO WRK-LO-TIPO
                       PERFORM 0220-LISTAR-AUTORIZACAO
               END-EVALUATE
           END-IF.

      * O COMPLEMENTO TRAZ O PEDIDO, OS VALORES E O SUPERVISOR QUE
      * AUTORIZOU, E VAI INTEIRO NA LINHA DE BAIXO
       0220-LISTAR-AUTORIZACAO.
           MOVE WRK-DATA-LINHA TO WRK-LO-DATA.
           MOVE WRK-HORA-HHMM TO WRK-LO-HORA.
           MOVE WRK-OPER-LINHA TO WRK-LO-OPERADOR.
           MOVE WRK-AUD-FONE TO WRK-LO-FONE.
           MOVE ZEROS TO WRK-LO-SEQ.
           MOVE ZEROS TO WRK-LO-VALOR.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG(58:).
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING '              '     DELIMITED BY SIZE
                  WRK-AUD-COMPLEMENTO  DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-EXCECOES.

      ******************************************************************
      * MOVIMENTO.LOG: PEDIDOS E PAGAMENTOS
      ******************************************************************
       0300-LER-MOVIMENTO.
           OPEN INPUT MOVIMENTO.
           IF MOVIMENTO-STATUS NOT = 0
               DISPLAY 'MOVIMENTO.LOG NAO ENCONTRADO - STATUS '
                       MOVIMENTO-STATUS
           ELSE
               READ MOVIMENTO
                   AT END MOVE 10 TO MOVIMENTO-STATUS
               END-READ
               PERFORM UNTIL MOVIMENTO-STATUS = 10
                   MOVE MOVIMENTO-REG TO WRK-MOV-LINHA
                   IF WRK-MOV-DATA IS NUMERIC
                       IF WRK-MOV-DATA NOT < WRK-DATA-INI
                               AND WRK-MOV-DATA NOT > WRK-DATA-FIM
                           EVALUATE WRK-MOV-TIPO
                               WHEN 'PED'
                                   PERFORM 0310-TRATAR-PEDIDO
                               WHEN 'PAG'
                                   PERFORM 0320-TRATAR-PAGAMENTO
                           END-EVALUATE
                       END-IF
                   END-IF
                   READ MOVIMENTO
                       AT END MOVE 10 TO MOVIMENTO-STATUS
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO
           END-IF.

      * A TROCA DE TELEFONE GRAVA O PAR 'I' NA CHAVE NOVA E 'E' NA
      * ANTIGA PARA CADA PEDIDO MOVIDO: O 'E' DESFAZ A CONTAGEM DO
      * 'I' DO PAR, QUE NAO FOI UM LANCAMENTO
       0310-TRATAR-PEDIDO.
           MOVE WRK-MOV-DATA TO WRK-DATA-LINHA.
           MOVE WRK-MOV-HORA TO WRK-HORA-LINHA.
           MOVE WRK-MOV-OPERADOR TO WRK-OPER-LINHA.
           PERFORM 0700-LOCALIZAR-ATIVIDADE.
           PERFORM 0710-VERIFICAR-EXPEDIENTE.
           IF WRK-AT-ATUAL > ZEROS
               EVALUATE WRK-MOV-OPER
                   WHEN 'I'
                       ADD 1 TO WRK-AT-PED-INC(WRK-AT-ATUAL)
                       PERFORM 0311-GUARDAR-LANCADO
                   WHEN 'A'
                       ADD 1 TO WRK-AT-PED-ALT(WRK-AT-ATUAL)
                   WHEN 'C'
                       ADD 1 TO WRK-AT-PED-CAN(WRK-AT-ATUAL)
                       PERFORM 0312-CONFERIR-CANCELADO
                   WHEN 'E'
                       IF WRK-AT-PED-INC(WRK-AT-ATUAL) > ZEROS
                           SUBTRACT 1 FROM WRK-AT-PED-INC(WRK-AT-ATUAL)
                       END-IF
                       IF WRK-QTD-LANCADOS > ZEROS
                           IF WRK-LN-OPERADOR(WRK-QTD-LANCADOS)
                                   = WRK-OPER-LINHA
                               SUBTRACT 1 FROM WRK-QTD-LANCADOS
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       0311-GUARDAR-LANCADO.
           IF WRK-QTD-LANCADOS < 2000
               ADD 1 TO WRK-QTD-LANCADOS
               MOVE WRK-MOV-FONE TO WRK-LN-FONE(WRK-QTD-LANCADOS)
               MOVE WRK-MOV-SEQ TO WRK-LN-SEQ(WRK-QTD-LANCADOS)
               MOVE WRK-OPER-LINHA
                   TO WRK-LN-OPERADOR(WRK-QTD-LANCADOS)
           ELSE
               MOVE 'S' TO WRK-LN-ESTOURO
           END-IF.

      * PEDIDO CANCELADO PELO MESMO OPERADOR QUE O LANCOU NO PERIODO
       0312-CONFERIR-CANCELADO.
           PERFORM VARYING WRK-LN-IDX FROM 1 BY 1
                   UNTIL WRK-LN-IDX > WRK-QTD-LANCADOS
               IF WRK-LN-FONE(WRK-LN-IDX) = WRK-MOV-FONE
                       AND WRK-LN-SEQ(WRK-LN-IDX) = WRK-MOV-SEQ
                       AND WRK-LN-OPERADOR(WRK-LN-IDX) = WRK-OPER-LINHA
                   MOVE 'LANCA/CANCELA' TO WRK-LO-TIPO
                   MOVE WRK-DATA-LINHA TO WRK-LO-DATA
                   MOVE WRK-HORA-HHMM TO WRK-LO-HORA
                   MOVE WRK-OPER-LINHA TO WRK-LO-OPERADOR
                   MOVE WRK-MOV-FONE TO WRK-LO-FONE
                   MOVE WRK-MOV-SEQ TO WRK-LO-SEQ
                   MOVE WRK-MOV-VALOR TO WRK-LO-VALOR
                   MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-REG
                   PERFORM 0910-GRAVAR-LINHA
                   ADD 1 TO WRK-QTD-EXCECOES
                   MOVE ZEROS TO WRK-LN-FONE(WRK-LN-IDX)
               END-IF
           END-PERFORM.

       0320-TRATAR-PAGAMENTO.
           MOVE WRK-MOV-DATA TO WRK-DATA-LINHA.
           MOVE WRK-MOV-HORA TO WRK-HORA-LINHA.
           MOVE WRK-MOV-OPERADOR TO WRK-OPER-LINHA.
           PERFORM 0700-LOCALIZAR-ATIVIDADE.
           PERFORM 0710-VERIFICAR-EXPEDIENTE.
           IF WRK-AT-ATUAL > ZEROS
               EVALUATE WRK-MOV-OPER
                   WHEN 'I'
                       ADD 1 TO WRK-AT-PAG-INC(WRK-AT-ATUAL)
                   WHEN 'A'
                       ADD 1 TO WRK-AT-PAG-ALT(WRK-AT-ATUAL)
                   WHEN 'C'
                       ADD 1 TO WRK-AT-PAG-CAN(WRK-AT-ATUAL)
                   WHEN 'E'
                       IF WRK-AT-PAG-INC(WRK-AT-ATUAL) > ZEROS
                           SUBTRACT 1 FROM WRK-AT-PAG-INC(WRK-AT-ATUAL)
                       END-IF
               END-EVALUATE
           END-IF.

      * ORDENACAO POR TROCA, POR DATA E OPERADOR
       0400-ORDENAR-ATIVIDADE.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX NOT < WRK-QTD-ATIVIDADE
               PERFORM VARYING WRK-AT-JDX FROM 1 BY 1
                       UNTIL WRK-AT-JDX >
                             WRK-QTD-ATIVIDADE - WRK-AT-IDX
                   IF WRK-AT-CHAVE(WRK-AT-JDX) >
                           WRK-AT-CHAVE(WRK-AT-JDX + 1)
                       MOVE WRK-AT-OCR(WRK-AT-JDX) TO WRK-AT-TROCA
                       MOVE WRK-AT-OCR(WRK-AT-JDX + 1)
                           TO WRK-AT-OCR(WRK-AT-JDX)
                       MOVE WRK-AT-TROCA TO WRK-AT-OCR(WRK-AT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * RESUMO POR OPERADOR E DIA
      ******************************************************************
       0500-RESUMO.
           IF WRK-QTD-EXCECOES = ZEROS
               MOVE 'NENHUMA OCORRENCIA NO PERIODO' TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           IF WRK-LN-ESTOURO = 'S'
               MOVE 'ATENCAO: TABELA DE PEDIDOS CHEIA - LANCA/CANCELA'
                   TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'RESUMO POR OPERADOR E DIA (** = EXCECAO DE VOLUME)'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'CLI I/A/D = INCLUIDOS/ALTERADOS/DESATIVADOS  '
                                        DELIMITED BY SIZE
                  'PED E PAG I/A/C = LANCADOS/ALTERADOS/CANCELADOS'
                                        DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'FORA = OPERACOES FORA DO EXPEDIENTE  '
                                        DELIMITED BY SIZE
                  'LIB = LIBERACOES  DISP = DISPENSAS DE ENCARGOS'
                                        DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DATA     OPERADOR CLI-I CLI-A CLI-D PED-I '
                                        DELIMITED BY SIZE
                  'PED-A PED-C PAG-I PAG-A PAG-C  FORA   LIB  DISP'
                                        DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
      * O AVISO DE TABELA CHEIA VAI NO PROPRIO RELATORIO
           IF WRK-AT-ESTOURO = 'S'
               MOVE 'ATENCAO: TABELA CHEIA - RESUMO INCOMPLETO'
                   TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           INITIALIZE WRK-TOTAIS.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX > WRK-QTD-ATIVIDADE
               PERFORM 0510-LISTAR-ATIVIDADE
           END-PERFORM.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-LR-DATA.
           MOVE 'TOTAL' TO WRK-LR-OPERADOR.
           MOVE WRK-TOT-CLI-INC TO WRK-LR-CLI-INC.
           MOVE WRK-TOT-CLI-ALT TO WRK-LR-CLI-ALT.
           MOVE WRK-TOT-CLI-DES TO WRK-LR-CLI-DES.
           MOVE WRK-TOT-PED-INC TO WRK-LR-PED-INC.
           MOVE WRK-TOT-PED-ALT TO WRK-LR-PED-ALT.
           MOVE WRK-TOT-PED-CAN TO WRK-LR-PED-CAN.
           MOVE WRK-TOT-PAG-INC TO WRK-LR-PAG-INC.
           MOVE WRK-TOT-PAG-ALT TO WRK-LR-PAG-ALT.
           MOVE WRK-TOT-PAG-CAN TO WRK-LR-PAG-CAN.
           MOVE WRK-TOT-FORA TO WRK-LR-FORA.
           MOVE WRK-TOT-LIBERA TO WRK-LR-LIBERA.
           MOVE WRK-TOT-DISPENSA TO WRK-LR-DISPENSA.
           MOVE SPACES TO WRK-LR-MARCA.
           MOVE WRK-LINHA-RESUMO TO RELATORIO-REG.
           MOVE 'PERIODO ' TO RELATORIO-REG(1:8).
           PERFORM 0910-GRAVAR-LINHA.

       0510-LISTAR-ATIVIDADE.
           MOVE WRK-AT-DATA(WRK-AT-IDX) TO WRK-LR-DATA.
           MOVE WRK-AT-OPERADOR(WRK-AT-IDX) TO WRK-LR-OPERADOR.
           MOVE WRK-AT-CLI-INC(WRK-AT-IDX) TO WRK-LR-CLI-INC.
           MOVE WRK-AT-CLI-ALT(WRK-AT-IDX) TO WRK-LR-CLI-ALT.
           MOVE WRK-AT-CLI-DES(WRK-AT-IDX) TO WRK-LR-CLI-DES.
           MOVE WRK-AT-PED-INC(WRK-AT-IDX) TO WRK-LR-PED-INC.
           MOVE WRK-AT-PED-ALT(WRK-AT-IDX) TO WRK-LR-PED-ALT.
           MOVE WRK-AT-PED-CAN(WRK-AT-IDX) TO WRK-LR-PED-CAN.
           MOVE WRK-AT-PAG-INC(WRK-AT-IDX) TO WRK-LR-PAG-INC.
           MOVE WRK-AT-PAG-ALT(WRK-AT-IDX) TO WRK-LR-PAG-ALT.
           MOVE WRK-AT-PAG-CAN(WRK-AT-IDX) TO WRK-LR-PAG-CAN.
           MOVE WRK-AT-FORA(WRK-AT-IDX) TO WRK-LR-FORA.
           MOVE WRK-AT-LIBERA(WRK-AT-IDX) TO WRK-LR-LIBERA.
           MOVE WRK-AT-DISPENSA(WRK-AT-IDX) TO WRK-LR-DISPENSA.
           MOVE SPACES TO WRK-LR-MARCA.
           IF WRK-AT-FORA(WRK-AT-IDX) > ZEROS
                   OR WRK-AT-PED-CAN(WRK-AT-IDX) > WRK-LIMITE-CANCEL
               MOVE '**' TO WRK-LR-MARCA
           END-IF.
           MOVE WRK-LINHA-RESUMO TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           ADD WRK-AT-CLI-INC(WRK-AT-IDX) TO WRK-TOT-CLI-INC.
           ADD WRK-AT-CLI-ALT(WRK-AT-IDX) TO WRK-TOT-CLI-ALT.
           ADD WRK-AT-CLI-DES(WRK-AT-IDX) TO WRK-TOT-CLI-DES.
           ADD WRK-AT-PED-INC(WRK-AT-IDX) TO WRK-TOT-PED-INC.
           ADD WRK-AT-PED-ALT(WRK-AT-IDX) TO WRK-TOT-PED-ALT.
           ADD WRK-AT-PED-CAN(WRK-AT-IDX) TO WRK-TOT-PED-CAN.
           ADD WRK-AT-PAG-INC(WRK-AT-IDX) TO WRK-TOT-PAG-INC.
           ADD WRK-AT-PAG-ALT(WRK-AT-IDX) TO WRK-TOT-PAG-ALT.
           ADD WRK-AT-PAG-CAN(WRK-AT-IDX) TO WRK-TOT-PAG-CAN.
           ADD WRK-AT-FORA(WRK-AT-IDX) TO WRK-TOT-FORA.
           ADD WRK-AT-LIBERA(WRK-AT-IDX) TO WRK-TOT-LIBERA.
           ADD WRK-AT-DISPENSA(WRK-AT-IDX) TO WRK-TOT-DISPENSA.

      * EXCECOES QUE SO APARECEM NO ACUMULADO DO DIA
       0600-EXCECOES-VOLUME.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'EXCECOES DE VOLUME' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-EXCECOES.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX > WRK-QTD-ATIVIDADE
               IF WRK-AT-FORA(WRK-AT-IDX) > ZEROS
                   MOVE WRK-AT-FORA(WRK-AT-IDX) TO WRK-QTD-ED
                   MOVE SPACES TO RELATORIO-REG
                   STRING 'FORA DO EXPEDIENTE..: '  DELIMITED BY SIZE
                          WRK-AT-DATA(WRK-AT-IDX)   DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-AT-OPERADOR(WRK-AT-IDX)
                                                    DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-QTD-ED                DELIMITED BY SIZE
                          ' OPERACOES'              DELIMITED BY SIZE
                       INTO RELATORIO-REG
                   END-STRING
                   PERFORM 0910-GRAVAR-LINHA
                   ADD 1 TO WRK-QTD-EXCECOES
               END-IF
               IF WRK-AT-PED-CAN(WRK-AT-IDX) > WRK-LIMITE-CANCEL
                   MOVE WRK-AT-PED-CAN(WRK-AT-IDX) TO WRK-QTD-ED
                   MOVE SPACES TO RELATORIO-REG
                   STRING 'CANCELAMENTOS.......: '  DELIMITED BY SIZE
                          WRK-AT-DATA(WRK-AT-IDX)   DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-AT-OPERADOR(WRK-AT-IDX)
                                                    DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-QTD-ED                DELIMITED BY SIZE
                          ' PEDIDOS CANCELADOS NO DIA'
                                                    DELIMITED BY SIZE
                       INTO RELATORIO-REG
                   END-STRING
                   PERFORM 0910-GRAVAR-LINHA
                   ADD 1 TO WRK-QTD-EXCECOES
               END-IF
           END-PERFORM.
           IF WRK-QTD-EXCECOES = ZEROS
               MOVE 'NENHUMA EXCECAO DE VOLUME NO PERIODO'
                   TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.

      * ACHA OU ABRE A POSICAO DO OPERADOR NO DIA; LINHA SEM OPERADOR
      * (ANTERIOR A IDENTIFICACAO NA ENTRADA) FICA COMO NAO-IDEN.
      * COM A TABELA CHEIA DEVOLVE ZERO E A LINHA FICA DE FORA
       0700-LOCALIZAR-ATIVIDADE.
           IF WRK-OPER-LINHA = SPACES
               MOVE 'NAO-IDEN' TO WRK-OPER-LINHA
           END-IF.
           MOVE ZEROS TO WRK-AT-ATUAL.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX > WRK-QTD-ATIVIDADE
                      OR WRK-AT-ATUAL > ZEROS
               IF WRK-AT-DATA(WRK-AT-IDX) = WRK-DATA-LINHA
                       AND WRK-AT-OPERADOR(WRK-AT-IDX) = WRK-OPER-LINHA
                   MOVE WRK-AT-IDX TO WRK-AT-ATUAL
               END-IF
           END-PERFORM.
           IF WRK-AT-ATUAL = ZEROS
               IF WRK-QTD-ATIVIDADE < 500
                   ADD 1 TO WRK-QTD-ATIVIDADE
                   MOVE WRK-QTD-ATIVIDADE TO WRK-AT-ATUAL
                   INITIALIZE WRK-AT-OCR(WRK-AT-ATUAL)
                   MOVE WRK-DATA-LINHA TO WRK-AT-DATA(WRK-AT-ATUAL)
                   MOVE WRK-OPER-LINHA
                       TO WRK-AT-OPERADOR(WRK-AT-ATUAL)
               ELSE
                   MOVE 'S' TO WRK-AT-ESTOURO
               END-IF
           END-IF.

      * AS CARGAS NOTURNAS (PEDLOTE E RETORNO DO BANCO) NAO CONTAM
       0710-VERIFICAR-EXPEDIENTE.
           IF WRK-AT-ATUAL > ZEROS
                   AND WRK-OPER-LINHA NOT = 'PEDLOTE'
                   AND WRK-OPER-LINHA NOT = 'BOLETO'
               IF WRK-HORA-HHMM < WRK-HORA-ABRE
                       OR WRK-HORA-HHMM NOT < WRK-HORA-FECHA
                   ADD 1 TO WRK-AT-FORA(WRK-AT-ATUAL)
               END-IF
           END-IF.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE, PARA O OPERADOR
      * ACOMPANHAR A EXECUCAO
       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.

       0900-FINALIZAR.
           CLOSE RELATORIO.
           STOP RUN.
