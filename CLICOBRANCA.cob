      *           CLIENTES COM TITULOS EM ABERTO VENCIDOS HA MAIS
      *           DIAS QUE O INFORMADO NA PARTIDA. GRAVA UMA CARTA
      *           POR CLIENTE EM CARTAS.TXT (NOME E EMAIL DE
      *           CLIENTES.DAT, OS TITULOS VENCIDOS, O SALDO E O
      *           VALOR ATUALIZADO COM MULTA E JUROS ATE HOJE) E
      *           CONTROLA EM COBCTRL.DAT O NIVEL DE INSISTENCIA
      *           (1O AVISO, 2O AVISO, AVISO FINAL), QUE SOBE A CADA
      *           RODADA EM QUE O CLIENTE CONTINUA EM ATRASO. OS
      *           TITULOS RENEGOCIADOS FICAM DE FORA; A DIVIDA DELES E
      *           COBRADA PELAS PARCELAS DO ACORDO QUE ATRASAREM. RODA
      *           EM LOTE, FORA DO MENU, COMO O CLIFATURA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS COBCTRL-CHAVE
               FILE STATUS IS COBCTRL-STATUS.

      * PARAMETROS DO SISTEMA; DAQUI SAEM A MULTA E OS JUROS DE MORA
           SELECT PARAMETROS ASSIGN TO 'C:\COBOL\PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAMETROS-CHAVE
               FILE STATUS IS PARAMETROS-STATUS.

      * ARQUIVO DE SAIDA COM AS CARTAS DE COBRANCA DA RODADA
           SELECT CARTAS ASSIGN TO 'C:\COBOL\CARTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTAS-STATUS.

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

       FD TITULOS.
       01 TITULOS-REG.
               88 TITULOS-ABERTO     VALUE 'A'.
               88 TITULOS-QUITADO    VALUE 'Q'.
               88 TITULOS-CANCELADO  VALUE 'C'.
               88 TITULOS-RENEGOCIADO VALUE 'R'.

       FD COBCTRL.
       01 COBCTRL-REG.
           02 COBCTRL-NIVEL      PIC 9(01).
           02 COBCTRL-DATA-CARTA PIC 9(08).

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

       FD CARTAS.
       01 CARTAS-REG            PIC X(93).

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
       77 TITULOS-STATUS PIC 99.
       77 COBCTRL-STATUS PIC 99.
       77 CARTAS-STATUS PIC 99.
       77 PARAMETROS-STATUS PIC 99.
       77 PASSORES-STATUS PIC 99.

      * DIAS DE ATRASO A PARTIR DOS QUAIS O CLIENTE ENTRA NA
      * COBRANCA, INFORMADO NA PARTIDA
       77 WRK-SALDO-TITULO PIC S9(09)V99.
       77 WRK-SALDO-CLIENTE PIC 9(09)V99.
       77 WRK-TOTAL-CARTAS PIC 9(05) COMP.
       77 WRK-QTD-LIDOS PIC 9(07) COMP.
       77 WRK-NIVEL-CARTA PIC 9(01).
       77 WRK-VALOR-ED PIC Z(08)9.99.
       77 WRK-PRIMEIRO-ACORDO PIC 9(05) VALUE 90001.

      * MULTA E JUROS DE MORA DO PARAMETROS.DAT E OS ENCARGOS ATE
      * HOJE SOBRE O SALDO DE CADA TITULO E DO CLIENTE
       77 WRK-ENC-MULTA PIC 9(02)V99.
       77 WRK-ENC-JUROS-DIA PIC 9(01)V9999.
       77 WRK-ENC-CARENCIA PIC 9(02).
       77 WRK-ENCARGOS-TITULO PIC 9(09)V99.
       77 WRK-ENCARGOS-CLIENTE PIC 9(09)V99.

       01 WRK-DATA-HOJE PIC 9(08).
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           02 FILLER             PIC X(10) VALUE 'EMAIL...: '.
           02 WRK-LIN-EMAIL      PIC X(40).

      * A PARCELA DE ACORDO SAI COM O NUMERO DO ACORDO NO LUGAR DO
      * PEDIDO, PELA FAIXA DE SEQUENCIAL RESERVADA AOS ACORDOS
       01 WRK-LINHA-TITULO.
           02 WRK-LIN-ORIGEM     PIC X(07).
           02 WRK-LIN-SEQ        PIC 9(05).
           02 FILLER             PIC X(09) VALUE ' PARCELA '.
           02 WRK-LIN-PARCELA    PIC 9(03).
           02 WRK-LIN-VENCTO     PIC 9(08).
           02 FILLER             PIC X(07) VALUE ' SALDO '.
           02 WRK-LIN-SALDO      PIC Z(08)9.99.
           02 FILLER             PIC X(10) VALUE ' ENCARGOS '.
           02 WRK-LIN-ENCARGOS   PIC Z(08)9.99.

       01 WRK-LINHA-TOTAL.
           02 FILLER             PIC X(30)
               VALUE 'SALDO TOTAL EM ABERTO.......: '.
           02 WRK-LIN-TOTAL      PIC Z(08)9.99.

       01 WRK-LINHA-ENCARGOS.
           02 FILLER             PIC X(30)
               VALUE 'MULTA E JUROS ATE HOJE......: '.
           02 WRK-LIN-TOT-ENCARGOS PIC Z(08)9.99.

       01 WRK-LINHA-ATUALIZADO.
           02 FILLER             PIC X(30)
               VALUE 'TOTAL ATUALIZADO A PAGAR....: '.
           02 WRK-LIN-ATUALIZADO PIC Z(08)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-FONE-QUEBRA.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-ENCARGOS-CLIENTE.
           PERFORM 0110-CARREGAR-ENCARGOS.
           MOVE ZEROS TO WRK-TOTAL-CARTAS.
           MOVE ZEROS TO WRK-QTD-LIDOS.

      * SEM O PARAMETROS.DAT OU SEM O REGISTRO 'ENCARGOS' A CARTA SAI
      * SO COM O SALDO, SEM MULTA NEM JUROS
       0110-CARREGAR-ENCARGOS.
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

      * PERCORRE TITULOS.DAT INTEIRO NA ORDEM DA CHAVE (FONE + SEQ +
      * PARCELA), SELECIONANDO OS TITULOS EM ABERTO VENCIDOS HA MAIS
                   AT END MOVE 10 TO TITULOS-STATUS
               END-READ
               PERFORM UNTIL TITULOS-STATUS = 10
                   ADD 1 TO WRK-QTD-LIDOS
                   IF TITULOS-ABERTO
                       PERFORM 0210-TRATAR-TITULO
                   END-IF
                       END-IF
                       PERFORM 0220-ABRIR-CARTA
                   END-IF
                   IF TITULOS-SEQ < WRK-PRIMEIRO-ACORDO
                       MOVE 'PEDIDO ' TO WRK-LIN-ORIGEM
                   ELSE
                       MOVE 'ACORDO ' TO WRK-LIN-ORIGEM
                   END-IF
                   MOVE TITULOS-SEQ TO WRK-LIN-SEQ
                   MOVE TITULOS-PARCELA TO WRK-LIN-PARCELA
                   MOVE TITULOS-VENCIMENTO TO WRK-LIN-VENCTO
                   MOVE WRK-SALDO-TITULO TO WRK-LIN-SALDO
                   PERFORM 0250-CALCULAR-ENCARGOS
                   MOVE WRK-ENCARGOS-TITULO TO WRK-LIN-ENCARGOS
                   MOVE WRK-LINHA-TITULO TO CARTAS-REG
                   WRITE CARTAS-REG
                   ADD WRK-SALDO-TITULO TO WRK-SALDO-CLIENTE
                   ADD WRK-ENCARGOS-TITULO TO WRK-ENCARGOS-CLIENTE
               END-IF
           END-IF.

      * MULTA UNICA MAIS JUROS POR DIA DE ATRASO SOBRE O SALDO DO
      * TITULO, PASSADA A CARENCIA, COMO NO REGISTRO DO PAGAMENTO
       0250-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-ENCARGOS-TITULO.
           IF WRK-DIAS-ATRASO > WRK-ENC-CARENCIA
               COMPUTE WRK-ENCARGOS-TITULO ROUNDED =
                   WRK-SALDO-TITULO * WRK-ENC-MULTA / 100
                 + WRK-SALDO-TITULO * WRK-ENC-JUROS-DIA / 100
                   * WRK-DIAS-ATRASO
           END-IF.

      * CABECALHO DA CARTA: BUSCA NOME E EMAIL EM CLIENTES.DAT E O
      * NIVEL DE INSISTENCIA NO CONTROLE, SUBINDO UM NIVEL NESTA
      * RODADA (SEM PASSAR DO AVISO FINAL)
       0220-ABRIR-CARTA.
           MOVE TITULOS-FONE TO WRK-FONE-QUEBRA.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.
           MOVE ZEROS TO WRK-ENCARGOS-CLIENTE.
           MOVE TITULOS-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   REWRITE COBCTRL-REG
           END-READ.

      * RODAPE DA CARTA COM O SALDO TOTAL EM ABERTO DO CLIENTE, OS
      * ENCARGOS ATE HOJE E O VALOR ATUALIZADO A PAGAR
       0230-FECHAR-CARTA.
           MOVE ALL '-' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE WRK-SALDO-CLIENTE TO WRK-LIN-TOTAL.
           MOVE WRK-LINHA-TOTAL TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE WRK-ENCARGOS-CLIENTE TO WRK-LIN-TOT-ENCARGOS.
           MOVE WRK-LINHA-ENCARGOS TO CARTAS-REG.
           WRITE CARTAS-REG.
           COMPUTE WRK-LIN-ATUALIZADO =
               WRK-SALDO-CLIENTE + WRK-ENCARGOS-CLIENTE.
           MOVE WRK-LINHA-ATUALIZADO TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'REGULARIZE O PAGAMENTO PARA EVITAR A SUSPENSAO'
               TO CARTAS-REG.
           WRITE CARTAS-REG.
           CLOSE CARTAS.
           DISPLAY 'COBRANCA CONCLUIDA'.
           DISPLAY 'CARTAS GERADAS....: ' WRK-TOTAL-CARTAS.
           MOVE 'CLICOBRANCA' TO PASSORES-PROGRAMA.
           MOVE ZEROS TO PASSORES-RETORNO.
           MOVE WRK-QTD-LIDOS TO PASSORES-LIDOS.
           MOVE WRK-TOTAL-CARTAS TO PASSORES-GRAVADOS.
           MOVE ZEROS TO PASSORES-PROBLEMAS.
           MOVE 'CARTAS DE COBRANCA EM CARTAS.TXT' TO PASSORES-MENSAGEM.
           PERFORM 0920-GRAVAR-RESULTADO.
           STOP RUN.

      * GRAVA O RESULTADO DA EXECUCAO EM PASSO.RES E DEVOLVE O CODIGO
      * DE RETORNO: 0 OK, 4 COM RESSALVA, 8 COM PROBLEMAS
       0920-GRAVAR-RESULTADO.
           OPEN OUTPUT PASSORES.
           WRITE PASSORES-REG.
           CLOSE PASSORES.
           MOVE PASSORES-RETORNO TO RETURN-CODE.
