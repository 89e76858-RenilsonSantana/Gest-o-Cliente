       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIACORDO.
      ******************************************************************
      * OBJETIVO: RELATORIO DE ACORDOS ROMPIDOS - PERCORRE ACORDOS.DAT
      *           E, PARA CADA ACORDO DE RENEGOCIACAO, CONFERE AS
      *           PARCELAS DELE EM TITULOS.DAT (SEQUENCIAL = NUMERO DO
      *           ACORDO). O ACORDO COM ALGUMA PARCELA EM ABERTO
      *           VENCIDA HA MAIS DIAS QUE O INFORMADO NA PARTIDA E
      *           DADO COMO ROMPIDO E SAI EM ROMPIDOS.TXT COM O NOME
      *           DO CLIENTE, AS CONDICOES DO ACORDO, AS PARCELAS EM
      *           ATRASO E O SALDO AINDA EM ABERTO, PARA O SUPERVISOR
      *           DECIDIR A COBRANCA. RODA EM LOTE, FORA DO MENU, COMO
      *           O CLICOBRANCA
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

           SELECT TITULOS ASSIGN TO 'C:\COBOL\TITULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TITULOS-CHAVE
               FILE STATUS IS TITULOS-STATUS.

      * CABECALHOS DOS ACORDOS DE RENEGOCIACAO, GRAVADOS PELO CLIENTES
           SELECT ACORDOS ASSIGN TO 'C:\COBOL\ACORDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDOS-CHAVE
               FILE STATUS IS ACORDOS-STATUS.

      * ARQUIVO DE SAIDA COM OS ACORDOS ROMPIDOS DA RODADA
           SELECT ROMPIDOS ASSIGN TO 'C:\COBOL\ROMPIDOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROMPIDOS-STATUS.

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

       FD ROMPIDOS.
       01 ROMPIDOS-REG          PIC X(93).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 TITULOS-STATUS PIC 99.
       77 ACORDOS-STATUS PIC 99.
       77 ROMPIDOS-STATUS PIC 99.

      * DIAS DE ATRASO DA PARCELA A PARTIR DOS QUAIS O ACORDO E DADO
      * COMO ROMPIDO, INFORMADO NA PARTIDA
       77 WRK-DIAS-CORTE PIC 9(03).
       77 WRK-DIAS-ATRASO PIC S9(05) COMP.
       77 WRK-FIM-TITULOS PIC X(01).
       77 WRK-SALDO-TITULO PIC S9(09)V99.

      * TOTAIS DO ACORDO EM CONFERENCIA
       77 WRK-QTD-ATRASO PIC 9(03) COMP.
       77 WRK-SALDO-ATRASO PIC 9(09)V99.
       77 WRK-SALDO-ACORDO PIC 9(09)V99.

      * TOTAIS DA RODADA
       77 WRK-QTD-ACORDOS PIC 9(05) COMP.
       77 WRK-QTD-ROMPIDOS PIC 9(05) COMP.
       77 WRK-TOTAL-ATRASO PIC 9(11)V99.
       77 WRK-TOTAL-ABERTO PIC 9(11)V99.
       77 WRK-QTD-ED PIC 9(05).
       77 WRK-VALOR-ED PIC Z(10)9.99.

       01 WRK-DATA-HOJE PIC 9(08).
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-AAAA PIC 9(04).
           02 WRK-HOJE-MM   PIC 9(02).
           02 WRK-HOJE-DD   PIC 9(02).
       01 WRK-DATA-VENC PIC 9(08).
       01 WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           02 WRK-VENC-AAAA PIC 9(04).
           02 WRK-VENC-MM   PIC 9(02).
           02 WRK-VENC-DD   PIC 9(02).

      * LINHAS MONTADAS DO RELATORIO
       01 WRK-LINHA-ACORDO.
           02 FILLER             PIC X(07) VALUE 'ACORDO '.
           02 WRK-LIN-NUMERO     PIC 9(05).
           02 FILLER             PIC X(06) VALUE ' FONE '.
           02 WRK-LIN-FONE       PIC 9(09).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-NOME       PIC X(30).
           02 FILLER             PIC X(06) VALUE ' DATA '.
           02 WRK-LIN-DATA       PIC 9(08).

       01 WRK-LINHA-CONDICOES.
           02 FILLER             PIC X(09) VALUE 'ORIGEM.: '.
           02 WRK-LIN-ORIGEM     PIC Z(06)9.99.
           02 FILLER             PIC X(08) VALUE ' ACORDO '.
           02 WRK-LIN-VALOR      PIC Z(06)9.99.
           02 FILLER             PIC X(10) VALUE ' PARCELAS '.
           02 WRK-LIN-PARCELAS   PIC Z9.
           02 FILLER             PIC X(12) VALUE ' SUPERVISOR '.
           02 WRK-LIN-SUPERVISOR PIC X(08).

       01 WRK-LINHA-PARCELA.
           02 FILLER             PIC X(10) VALUE '  PARCELA '.
           02 WRK-LIN-PARCELA    PIC 9(03).
           02 FILLER             PIC X(08) VALUE ' VENCTO '.
           02 WRK-LIN-VENCTO     PIC 9(08).
           02 FILLER             PIC X(07) VALUE ' SALDO '.
           02 WRK-LIN-SALDO      PIC Z(06)9.99.
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LIN-DIAS       PIC ZZZZ9.
           02 FILLER             PIC X(05) VALUE ' DIAS'.

       01 WRK-LINHA-SALDO.
           02 FILLER             PIC X(20) VALUE 'SALDO EM ATRASO...: '.
           02 WRK-LIN-ATRASO     PIC Z(08)9.99.
           02 FILLER             PIC X(20) VALUE '  SALDO DO ACORDO: '.
           02 WRK-LIN-ABERTO     PIC Z(08)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-RESUMO.
           PERFORM 0500-FINALIZAR.

       0100-INICIAR.
           DISPLAY 'RELATORIO DE ACORDOS ROMPIDOS'.
           DISPLAY 'DIAS DE ATRASO DA PARCELA PARA ROMPIMENTO: '.
           ACCEPT WRK-DIAS-CORTE.
           OPEN INPUT CLIENTES.
           OPEN INPUT TITULOS.
           IF CLIENTES-STATUS NOT = 0 OR TITULOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES: ' CLIENTES-STATUS
               DISPLAY 'STATUS TITULOS.: ' TITULOS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ACORDOS.
           IF ACORDOS-STATUS = 35
               DISPLAY 'NENHUM ACORDO DE RENEGOCIACAO CADASTRADO'
               CLOSE CLIENTES
               CLOSE TITULOS
               STOP RUN
           END-IF.
           IF ACORDOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS ACORDOS.: ' ACORDOS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ROMPIDOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-ACORDOS.
           MOVE ZEROS TO WRK-QTD-ROMPIDOS.
           MOVE ZEROS TO WRK-TOTAL-ATRASO.
           MOVE ZEROS TO WRK-TOTAL-ABERTO.
           MOVE SPACES TO ROMPIDOS-REG.
           STRING 'ACORDOS ROMPIDOS - DATA '   DELIMITED BY SIZE
                  WRK-DATA-HOJE                DELIMITED BY SIZE
                  ' - ATRASO ACIMA DE '        DELIMITED BY SIZE
                  WRK-DIAS-CORTE               DELIMITED BY SIZE
                  ' DIAS'                      DELIMITED BY SIZE
               INTO ROMPIDOS-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO ROMPIDOS-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * PERCORRE ACORDOS.DAT NA ORDEM DA CHAVE (FONE + NUMERO)
       0200-PROCESSAR.
           MOVE ZEROS TO ACORDOS-FONE.
           MOVE ZEROS TO ACORDOS-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACORDOS-CHAVE
               INVALID KEY MOVE 10 TO ACORDOS-STATUS
           END-START.
           IF ACORDOS-STATUS NOT = 10
               READ ACORDOS NEXT
                   AT END MOVE 10 TO ACORDOS-STATUS
               END-READ
               PERFORM UNTIL ACORDOS-STATUS = 10
                   ADD 1 TO WRK-QTD-ACORDOS
                   PERFORM 0210-APURAR-PARCELAS
                   IF WRK-QTD-ATRASO > ZEROS
                       PERFORM 0300-LISTAR-ROMPIDO
                   END-IF
                   READ ACORDOS NEXT
                       AT END MOVE 10 TO ACORDOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      * PRIMEIRA PASSADA NAS PARCELAS DO ACORDO: SALDO EM ABERTO E
      * QUANTAS ESTAO VENCIDAS HA MAIS DIAS QUE O CORTE. PARCELA
      * QUITADA NAO CONTA E A RENEGOCIADA DE NOVO JA ESTA EM OUTRO
      * ACORDO, QUE RESPONDE POR ELA
       0210-APURAR-PARCELAS.
           MOVE ZEROS TO WRK-QTD-ATRASO.
           MOVE ZEROS TO WRK-SALDO-ATRASO.
           MOVE ZEROS TO WRK-SALDO-ACORDO.
           PERFORM 0220-POSICIONAR-PARCELAS.
           PERFORM UNTIL WRK-FIM-TITULOS = 'S'
               IF TITULOS-ABERTO
                   PERFORM 0230-CALCULAR-ATRASO
                   IF WRK-SALDO-TITULO > 0
                       ADD WRK-SALDO-TITULO TO WRK-SALDO-ACORDO
                       IF WRK-DIAS-ATRASO > WRK-DIAS-CORTE
                           ADD 1 TO WRK-QTD-ATRASO
                           ADD WRK-SALDO-TITULO TO WRK-SALDO-ATRASO
                       END-IF
                   END-IF
               END-IF
               PERFORM 0240-PROXIMA-PARCELA
           END-PERFORM.

      * POSICIONA NA PRIMEIRA PARCELA DO ACORDO EM ACORDOS-REG; SEM
      * PARCELA NENHUMA O FIM JA SAI LIGADO
       0220-POSICIONAR-PARCELAS.
           MOVE SPACES TO WRK-FIM-TITULOS.
           MOVE ACORDOS-FONE TO TITULOS-FONE.
           MOVE ACORDOS-NUMERO TO TITULOS-SEQ.
           MOVE ZEROS TO TITULOS-PARCELA.
           START TITULOS KEY IS NOT LESS THAN TITULOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-TITULOS
           END-START.
           IF WRK-FIM-TITULOS NOT = 'S'
               PERFORM 0240-PROXIMA-PARCELA
           END-IF.

       0240-PROXIMA-PARCELA.
           READ TITULOS NEXT
               AT END MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.
           IF WRK-FIM-TITULOS NOT = 'S'
               IF TITULOS-FONE NOT = ACORDOS-FONE
                       OR TITULOS-SEQ NOT = ACORDOS-NUMERO
                   MOVE 'S' TO WRK-FIM-TITULOS
               END-IF
           END-IF.

      * SALDO E DIAS DE ATRASO DA PARCELA, NA MESMA ARITMETICA
      * APROXIMADA DAS FAIXAS DO CONTAS A RECEBER E DA COBRANCA
       0230-CALCULAR-ATRASO.
           COMPUTE WRK-SALDO-TITULO = TITULOS-VALOR - TITULOS-PAGO.
           MOVE TITULOS-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               (WRK-HOJE-AAAA - WRK-VENC-AAAA) * 365
             + (WRK-HOJE-MM - WRK-VENC-MM) * 30
             + (WRK-HOJE-DD - WRK-VENC-DD).

      * ACORDO ROMPIDO: CABECALHO COM O CLIENTE E AS CONDICOES, UMA
      * LINHA POR PARCELA EM ATRASO (SEGUNDA PASSADA) E OS SALDOS
       0300-LISTAR-ROMPIDO.
           ADD 1 TO WRK-QTD-ROMPIDOS.
           ADD WRK-SALDO-ATRASO TO WRK-TOTAL-ATRASO.
           ADD WRK-SALDO-ACORDO TO WRK-TOTAL-ABERTO.
           MOVE ACORDOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLIENTE-NOME
           END-READ.
           MOVE ACORDOS-NUMERO TO WRK-LIN-NUMERO.
           MOVE ACORDOS-FONE TO WRK-LIN-FONE.
           MOVE CLIENTE-NOME TO WRK-LIN-NOME.
           MOVE ACORDOS-DATA TO WRK-LIN-DATA.
           MOVE WRK-LINHA-ACORDO TO ROMPIDOS-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ACORDOS-VALOR-ORIGEM TO WRK-LIN-ORIGEM.
           MOVE ACORDOS-VALOR TO WRK-LIN-VALOR.
           MOVE ACORDOS-QTD-PARCELAS TO WRK-LIN-PARCELAS.
           MOVE ACORDOS-SUPERVISOR TO WRK-LIN-SUPERVISOR.
           MOVE WRK-LINHA-CONDICOES TO ROMPIDOS-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM 0220-POSICIONAR-PARCELAS.
           PERFORM UNTIL WRK-FIM-TITULOS = 'S'
               IF TITULOS-ABERTO
                   PERFORM 0230-CALCULAR-ATRASO
                   IF WRK-SALDO-TITULO > 0
                           AND WRK-DIAS-ATRASO > WRK-DIAS-CORTE
                       MOVE TITULOS-PARCELA TO WRK-LIN-PARCELA
                       MOVE TITULOS-VENCIMENTO TO WRK-LIN-VENCTO
                       MOVE WRK-SALDO-TITULO TO WRK-LIN-SALDO
                       MOVE WRK-DIAS-ATRASO TO WRK-LIN-DIAS
                       MOVE WRK-LINHA-PARCELA TO ROMPIDOS-REG
                       PERFORM 0910-GRAVAR-LINHA
                   END-IF
               END-IF
               PERFORM 0240-PROXIMA-PARCELA
           END-PERFORM.
           MOVE WRK-SALDO-ATRASO TO WRK-LIN-ATRASO.
           MOVE WRK-SALDO-ACORDO TO WRK-LIN-ABERTO.
           MOVE WRK-LINHA-SALDO TO ROMPIDOS-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO ROMPIDOS-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * TOTAIS DA RODADA
       0400-RESUMO.
           MOVE SPACES TO ROMPIDOS-REG.
           MOVE WRK-QTD-ACORDOS TO WRK-QTD-ED.
           STRING 'ACORDOS CONFERIDOS....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
               INTO ROMPIDOS-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO ROMPIDOS-REG.
           MOVE WRK-QTD-ROMPIDOS TO WRK-QTD-ED.
           STRING 'ACORDOS ROMPIDOS......: ' DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
               INTO ROMPIDOS-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO ROMPIDOS-REG.
           MOVE WRK-TOTAL-ATRASO TO WRK-VALOR-ED.
           STRING 'SALDO EM ATRASO.......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO ROMPIDOS-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO ROMPIDOS-REG.
           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
           STRING 'SALDO DOS ROMPIDOS....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO ROMPIDOS-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE, PARA O OPERADOR
      * ACOMPANHAR A EXECUCAO
       0910-GRAVAR-LINHA.
           WRITE ROMPIDOS-REG.
           DISPLAY ROMPIDOS-REG.

       0500-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE TITULOS.
           CLOSE ACORDOS.
           CLOSE ROMPIDOS.
           STOP RUN.
