               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAIXA-STATUS.

      * RESULTADO DA EXECUCAO, LIDO PELO CLINOTURNO PARA CONTROLAR A
      * CADEIA DA NOITE
           SELECT PASSORES ASSIGN TO 'C:\COBOL\PASSO.RES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASSORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           02 CLIENTES-LIMITE   PIC 9(07)V99.
           02 CLIENTES-TIPO-PESSOA PIC X(01).
           02 CLIENTES-DOCUMENTO PIC 9(14).
           02 CLIENTES-MARKETING PIC X(01).
               88 CLIENTES-ACEITA-MARKETING VALUE 'S'.
               88 CLIENTES-RECUSA-MARKETING VALUE 'N'.

       FD PAGAMENTOS.
       01 PAGAMENTOS-REG.
               03 PAGAMENTOS-PARCELA PIC 9(03).
           02 PAGAMENTOS-DATA        PIC 9(08).
           02 PAGAMENTOS-VALOR       PIC 9(07)V99.
           02 PAGAMENTOS-MULTA       PIC 9(07)V99.
           02 PAGAMENTOS-JUROS       PIC 9(07)V99.

       FD CAIXA.
       01 CAIXA-REG             PIC X(93).

       FD PASSORES.
       01 PASSORES-REG.
           02 PASSORES-PROGRAMA  PIC X(12).
           02 PASSORES-RETORNO   PIC 9(02).
           02 PASSORES-LIDOS     PIC 9(07).
           02 PASSORES-GRAVADOS  PIC 9(07).
           02 PASSORES-PROBLEMAS PIC 9(07).
           02 PASSORES-MENSAGEM  PIC X(40).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 CAIXA-STATUS PIC 99.
       77 PASSORES-STATUS PIC 99.

      * FAIXA DE DATAS DO MOVIMENTO; DATA FINAL EM BRANCO ASSUME O
      * MOVIMENTO DE UM DIA SO, O DA DATA INICIAL
       77 WRK-QTD-CLIENTE PIC 9(05) COMP.
       77 WRK-VALOR-CLIENTE PIC 9(09)V99.
       77 WRK-QTD-GERAL PIC 9(05) COMP.
       77 WRK-QTD-LIDOS PIC 9(07) COMP.
       77 WRK-VALOR-GERAL PIC 9(11)V99.
      * MULTA E JUROS RECEBIDOS JUNTO COM O PRINCIPAL; ENTRAM NA
      * GAVETA, MAS FICAM SEPARADOS DO VALOR QUE BAIXA OS TITULOS
       77 WRK-ENCARGOS-PAGTO PIC 9(07)V99.
       77 WRK-ENCARGOS-GERAL PIC 9(11)V99.
       77 WRK-TOTAL-CAIXA PIC 9(11)V99.
       77 WRK-QTD-ED PIC 9(05).

      * LINHAS MONTADAS DO RELATORIO
           02 WRK-LIN-PARCELA    PIC 9(03).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 WRK-LIN-VALOR      PIC Z(08)9.99.
           02 FILLER             PIC X(10) VALUE ' ENCARGOS '.
           02 WRK-LIN-ENCARGOS   PIC Z(08)9.99.

       01 WRK-LINHA-SUBTOTAL.
           02 FILLER             PIC X(24)
           MOVE ZEROS TO WRK-QTD-CLIENTE.
           MOVE ZEROS TO WRK-VALOR-CLIENTE.
           MOVE ZEROS TO WRK-QTD-GERAL.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-VALOR-GERAL.
           MOVE ZEROS TO WRK-ENCARGOS-GERAL.
           MOVE SPACES TO CAIXA-REG.
           STRING 'MOVIMENTO DO CAIXA - PERIODO '
                                        DELIMITED BY SIZE
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS = 10
                   ADD 1 TO WRK-QTD-LIDOS
                   IF PAGAMENTOS-DATA NOT < WRK-DATA-INI
                           AND PAGAMENTOS-DATA NOT > WRK-DATA-FIM
                       PERFORM 0210-TRATAR-PAGAMENTO
           MOVE PAGAMENTOS-SEQ TO WRK-LIN-SEQ.
           MOVE PAGAMENTOS-PARCELA TO WRK-LIN-PARCELA.
           MOVE PAGAMENTOS-VALOR TO WRK-LIN-VALOR.
           COMPUTE WRK-ENCARGOS-PAGTO =
               PAGAMENTOS-MULTA + PAGAMENTOS-JUROS.
           MOVE WRK-ENCARGOS-PAGTO TO WRK-LIN-ENCARGOS.
           MOVE WRK-LINHA-PAGAMENTO TO CAIXA-REG.
           PERFORM 0910-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-CLIENTE.
           ADD PAGAMENTOS-VALOR TO WRK-VALOR-CLIENTE.
           ADD WRK-ENCARGOS-PAGTO TO WRK-ENCARGOS-GERAL.

      * CABECALHO DO GRUPO: BUSCA O NOME EM CLIENTES.DAT
       0220-ABRIR-GRUPO.
               INTO CAIXA-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO CAIXA-REG.
           STRING 'MULTA E JUROS RECEBIDOS: ' DELIMITED BY SIZE
                  WRK-ENCARGOS-GERAL          DELIMITED BY SIZE
               INTO CAIXA-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           COMPUTE WRK-TOTAL-CAIXA = WRK-VALOR-GERAL
               + WRK-ENCARGOS-GERAL.
           MOVE SPACES TO CAIXA-REG.
           STRING 'TOTAL DA GAVETA........: ' DELIMITED BY SIZE
                  WRK-TOTAL-CAIXA             DELIMITED BY SIZE
               INTO CAIXA-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           IF WRK-QTD-GERAL = ZEROS
               MOVE 'NENHUM PAGAMENTO NO PERIODO' TO CAIXA-REG
               PERFORM 0910-GRAVAR-LINHA
           CLOSE CLIENTES.
           CLOSE PAGAMENTOS.
           CLOSE CAIXA.
           MOVE 'CLICAIXA' TO PASSORES-PROGRAMA.
           MOVE ZEROS TO PASSORES-RETORNO.
           MOVE WRK-QTD-LIDOS TO PASSORES-LIDOS.
           MOVE WRK-QTD-GERAL TO PASSORES-GRAVADOS.
           MOVE ZEROS TO PASSORES-PROBLEMAS.
           MOVE 'MOVIMENTO DO CAIXA EM CAIXA.TXT' TO PASSORES-MENSAGEM.
           PERFORM 0920-GRAVAR-RESULTADO.
           STOP RUN.

      * GRAVA O RESULTADO DA EXECUCAO EM PASSO.RES E DEVOLVE O CODIGO
      * DE RETORNO: 0 OK, 4 COM RESSALVA, 8 COM PROBLEMAS
       0920-GRAVAR-RESULTADO.
           OPEN OUTPUT PASSORES.
           WRITE PASSORES-REG.
           CLOSE PASSORES.
           MOVE PASSORES-RETORNO TO RETURN-CODE.
