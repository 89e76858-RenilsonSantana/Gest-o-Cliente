       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISEGMENTO.
      ******************************************************************
      * OBJETIVO: SEGMENTACAO DE CLIENTES PARA CAMPANHAS DE VENDAS.
      *           OPCAO 1 - PONTUA CADA CLIENTE ATIVO DE CLIENTES.DAT
      *           EM RECENCIA, FREQUENCIA E VALOR (RFM) PELOS PEDIDOS
      *           NAO CANCELADOS DE PEDIDOS.DAT ATE A DATA DE
      *           REFERENCIA, GRAVA O SEGMENTO DE CADA UM EM
      *           SEGMENTO.DAT E O RESUMO POR SEGMENTO EM
      *           SEGMENTO.TXT.
      *           OPCAO 2 - EXTRAI A MALA DIRETA EM MALADIR.TXT (NOME;
      *           EMAIL;TELEFONE) DOS CLIENTES DE SEGMENTO.DAT QUE
      *           ATENDEM AOS FILTROS DE SEGMENTO, DDD, ITEM COMPRADO E
      *           PERIODO DE COMPRA. QUEM ESTA INATIVO OU RECUSOU
      *           MARKETING NO CLIENTES.DAT NUNCA ENTRA, AINDA QUE A
      *           SEGMENTACAO SEJA ANTERIOR A MUDANCA. RODA EM LOTE,
      *           FORA DO MENU, COMO O CLIFATURA
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

      * RESULTADO DA SEGMENTACAO, UM REGISTRO POR CLIENTE ATIVO,
      * REFEITO POR INTEIRO A CADA EXECUCAO DA OPCAO 1
           SELECT SEGMENTO ASSIGN TO 'C:\COBOL\SEGMENTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGMENTO-CHAVE
               FILE STATUS IS SEGMENTO-STATUS.

      * ARQUIVO DE SAIDA COM O RESUMO DA SEGMENTACAO
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\SEGMENTO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

      * ARQUIVO DE SAIDA COM A MALA DIRETA, CAMPOS SEPARADOS POR ';'
           SELECT MALADIR ASSIGN TO 'C:\COBOL\MALADIR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MALADIR-STATUS.

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

       FD SEGMENTO.
       01 SEGMENTO-REG.
           02 SEGMENTO-CHAVE.
               03 SEGMENTO-FONE  PIC 9(09).
           02 SEGMENTO-DATA-REF  PIC 9(08).
      * ULTIMA COMPRA NAO CANCELADA; ZEROS = NUNCA COMPROU
           02 SEGMENTO-ULTIMA    PIC 9(08).
           02 SEGMENTO-QTD       PIC 9(05).
           02 SEGMENTO-VALOR     PIC 9(09)V99.
      * NOTAS DE 1 A 5; ZERO EM RECENCIA = SEM COMPRA
           02 SEGMENTO-NOTA-R    PIC 9(01).
           02 SEGMENTO-NOTA-F    PIC 9(01).
           02 SEGMENTO-NOTA-M    PIC 9(01).
           02 SEGMENTO-CODIGO    PIC X(03).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       FD MALADIR.
       01 MALADIR-REG           PIC X(100).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS PIC 99.
       77 PEDIDOS-STATUS PIC 99.
       77 SEGMENTO-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.
       77 MALADIR-STATUS PIC 99.

       77 WRK-OPCAO PIC 9(01).
       77 WRK-FONE-ATUAL PIC 9(09).
       77 WRK-FIM-PEDIDOS PIC X(01).

      * DATA DE REFERENCIA DA PONTUACAO E ULTIMA COMPRA, SEPARADAS
      * PARA A ARITMETICA APROXIMADA DE DIAS DO CONTAS A RECEBER
       01 WRK-DATA-REF.
           02 WRK-REF-AAAA PIC 9(04).
           02 WRK-REF-MM   PIC 9(02).
           02 WRK-REF-DD   PIC 9(02).
       01 WRK-DATA-ULTIMA.
           02 WRK-ULT-AAAA PIC 9(04).
           02 WRK-ULT-MM   PIC 9(02).
           02 WRK-ULT-DD   PIC 9(02).
       77 WRK-DIAS-RECENCIA PIC S9(07) COMP.

      * ACUMULADOS DO CLIENTE EM CALCULO
       77 WRK-QTD-PEDIDOS PIC 9(05) COMP.
       77 WRK-VALOR-CLIENTE PIC 9(09)V99.
       77 WRK-NOTA-R PIC 9(01).
       77 WRK-NOTA-F PIC 9(01).
       77 WRK-NOTA-M PIC 9(01).
       77 WRK-SEG-ATUAL PIC X(03).

      * SEGMENTOS, NA ORDEM DO RESUMO
       01 WRK-SEGMENTOS-VALORES.
           02 FILLER PIC X(23) VALUE 'CAMCAMPEOES            '.
           02 FILLER PIC X(23) VALUE 'FIEFIEIS               '.
           02 FILLER PIC X(23) VALUE 'PROPROMISSORES         '.
           02 FILLER PIC X(23) VALUE 'REGREGULARES           '.
           02 FILLER PIC X(23) VALUE 'RISEM RISCO            '.
           02 FILLER PIC X(23) VALUE 'HIBHIBERNANDO          '.
           02 FILLER PIC X(23) VALUE 'SEMSEM COMPRA          '.
       01 WRK-SEGMENTOS REDEFINES WRK-SEGMENTOS-VALORES.
           02 WRK-SEG-OCR OCCURS 7 TIMES.
               03 WRK-SEG-CODIGO PIC X(03).
               03 WRK-SEG-DESC   PIC X(20).
       01 WRK-TOTAIS-SEGMENTO.
           02 WRK-TOT-OCR OCCURS 7 TIMES.
               03 WRK-TOT-QTD    PIC 9(07) COMP.
               03 WRK-TOT-VALOR  PIC 9(11)V99.
       77 WRK-SEG-IDX PIC 9(02) COMP.
       77 WRK-QTD-CLIENTES PIC 9(07) COMP.
       77 WRK-QTD-INATIVOS PIC 9(07) COMP.
       77 WRK-VALOR-GERAL PIC 9(11)V99.

      * FILTROS DA MALA DIRETA; EM BRANCO OU ZEROS = SEM FILTRO
       01 WRK-FILTRO-SEGMENTOS.
           02 WRK-FILTRO-SEG PIC X(03) OCCURS 3 TIMES.
       01 WRK-FILTRO-SEGMENTOS-X REDEFINES WRK-FILTRO-SEGMENTOS
                                 PIC X(09).
       77 WRK-FILTRO-DDD PIC 9(02).
       77 WRK-FILTRO-ITEM PIC 9(05).
       77 WRK-FILTRO-DATA-INI PIC 9(08).
       77 WRK-FILTRO-DATA-FIM PIC 9(08).
       77 WRK-FILTRA-PEDIDOS PIC X(01).
       77 WRK-SELECIONADO PIC X(01).
       77 WRK-ACHOU-PEDIDO PIC X(01).
       77 WRK-QTD-LIDOS PIC 9(07) COMP.
       77 WRK-QTD-SEM-CONSENTIMENTO PIC 9(07) COMP.
       77 WRK-QTD-FORA-FILTRO PIC 9(07) COMP.
       77 WRK-QTD-EXTRAIDOS PIC 9(07) COMP.

       77 WRK-QTD-ED PIC Z(06)9.

       01 WRK-LINHA-SEGMENTO.
           02 WRK-LS-CODIGO    PIC X(03).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LS-DESC      PIC X(20).
           02 WRK-LS-QTD       PIC Z(06)9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 WRK-LS-VALOR     PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'SEGMENTACAO DE CLIENTES E MALA DIRETA'.
           DISPLAY '1 - CALCULAR SEGMENTACAO (RFM)'.
           DISPLAY '2 - EXTRAIR MALA DIRETA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CALCULAR-SEGMENTACAO
               WHEN 2
                   PERFORM 2000-EXTRAIR-MALA-DIRETA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      * OPCAO 1 - PONTUACAO RFM
      ******************************************************************
       1000-CALCULAR-SEGMENTACAO.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD) OU ZEROS PARA HOJE: '.
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES: ' CLIENTES-STATUS
               DISPLAY 'STATUS PEDIDOS.: ' PEDIDOS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SEGMENTO.
           OPEN OUTPUT RELATORIO.
           INITIALIZE WRK-TOTAIS-SEGMENTO.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-QTD-INATIVOS.
           MOVE ZEROS TO WRK-VALOR-GERAL.
           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
               INVALID KEY MOVE 10 TO CLIENTES-STATUS
           END-START.
           IF CLIENTES-STATUS NOT = 10
               READ CLIENTES NEXT
                   AT END MOVE 10 TO CLIENTES-STATUS
               END-READ
               PERFORM UNTIL CLIENTES-STATUS = 10
                   IF CLIENTES-ATIVO
                       PERFORM 1100-PONTUAR-CLIENTE
                   ELSE
                       ADD 1 TO WRK-QTD-INATIVOS
                   END-IF
                   READ CLIENTES NEXT
                       AT END MOVE 10 TO CLIENTES-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 1300-LISTAR-RESUMO.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE SEGMENTO.
           CLOSE RELATORIO.

      * SOMA OS PEDIDOS NAO CANCELADOS DO CLIENTE ATE A DATA DE
      * REFERENCIA; PEDIDO COM DATA POSTERIOR FICA DE FORA, PARA A
      * SEGMENTACAO PODER SER REFEITA COMO ESTAVA NUMA DATA PASSADA
       1100-PONTUAR-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-VALOR-CLIENTE.
           MOVE ZEROS TO WRK-DATA-ULTIMA.
           MOVE CLIENTES-FONE TO WRK-FONE-ATUAL.
           MOVE WRK-FONE-ATUAL TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           MOVE 'N' TO WRK-FIM-PEDIDOS.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.
           IF WRK-FIM-PEDIDOS = 'N'
               READ PEDIDOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-PEDIDOS
               END-READ
           END-IF.
           PERFORM UNTIL WRK-FIM-PEDIDOS = 'S'
               IF PEDIDOS-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'S' TO WRK-FIM-PEDIDOS
               ELSE
                   IF NOT PEDIDOS-CANCELADO
                           AND PEDIDOS-DATA NOT > WRK-DATA-REF
                       ADD 1 TO WRK-QTD-PEDIDOS
                       ADD PEDIDOS-VALOR TO WRK-VALOR-CLIENTE
                       IF PEDIDOS-DATA > WRK-DATA-ULTIMA
                           MOVE PEDIDOS-DATA TO WRK-DATA-ULTIMA
                       END-IF
                   END-IF
                   READ PEDIDOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-PEDIDOS
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM 1110-ATRIBUIR-NOTAS.
           PERFORM 1120-ATRIBUIR-SEGMENTO.
           MOVE WRK-FONE-ATUAL TO SEGMENTO-FONE.
           MOVE WRK-DATA-REF TO SEGMENTO-DATA-REF.
           MOVE WRK-DATA-ULTIMA TO SEGMENTO-ULTIMA.
           MOVE WRK-QTD-PEDIDOS TO SEGMENTO-QTD.
           MOVE WRK-VALOR-CLIENTE TO SEGMENTO-VALOR.
           MOVE WRK-NOTA-R TO SEGMENTO-NOTA-R.
           MOVE WRK-NOTA-F TO SEGMENTO-NOTA-F.
           MOVE WRK-NOTA-M TO SEGMENTO-NOTA-M.
           MOVE WRK-SEG-ATUAL TO SEGMENTO-CODIGO.
           WRITE SEGMENTO-REG
               INVALID KEY
                   DISPLAY 'SEGMENTO NAO GRAVADO FONE ' WRK-FONE-ATUAL
           END-WRITE.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                   UNTIL WRK-SEG-IDX > 7
               IF WRK-SEG-CODIGO(WRK-SEG-IDX) = WRK-SEG-ATUAL
                   ADD 1 TO WRK-TOT-QTD(WRK-SEG-IDX)
                   ADD WRK-VALOR-CLIENTE TO WRK-TOT-VALOR(WRK-SEG-IDX)
               END-IF
           END-PERFORM.
           ADD WRK-VALOR-CLIENTE TO WRK-VALOR-GERAL.

      * FAIXAS DAS NOTAS. RECENCIA EM DIAS DESDE A ULTIMA COMPRA:
      * ATE 30 = 5, 90 = 4, 180 = 3, 365 = 2, MAIS = 1. FREQUENCIA EM
      * PEDIDOS: 10 OU MAIS = 5, 6 = 4, 3 = 3, 2 = 2, 1 = 1. VALOR
      * TOTAL: 10.000 OU MAIS = 5, 5.000 = 4, 2.000 = 3, 500 = 2,
      * MENOS = 1. SEM COMPRA AS TRES NOTAS FICAM ZERADAS
       1110-ATRIBUIR-NOTAS.
           MOVE ZEROS TO WRK-NOTA-R.
           MOVE ZEROS TO WRK-NOTA-F.
           MOVE ZEROS TO WRK-NOTA-M.
           IF WRK-QTD-PEDIDOS > ZEROS
               COMPUTE WRK-DIAS-RECENCIA =
                   (WRK-REF-AAAA - WRK-ULT-AAAA) * 365
                 + (WRK-REF-MM - WRK-ULT-MM) * 30
                 + (WRK-REF-DD - WRK-ULT-DD)
               EVALUATE TRUE
                   WHEN WRK-DIAS-RECENCIA NOT > 30
                       MOVE 5 TO WRK-NOTA-R
                   WHEN WRK-DIAS-RECENCIA NOT > 90
                       MOVE 4 TO WRK-NOTA-R
                   WHEN WRK-DIAS-RECENCIA NOT > 180
                       MOVE 3 TO WRK-NOTA-R
                   WHEN WRK-DIAS-RECENCIA NOT > 365
                       MOVE 2 TO WRK-NOTA-R
                   WHEN OTHER
                       MOVE 1 TO WRK-NOTA-R
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WRK-QTD-PEDIDOS NOT < 10
                       MOVE 5 TO WRK-NOTA-F
                   WHEN WRK-QTD-PEDIDOS NOT < 6
                       MOVE 4 TO WRK-NOTA-F
                   WHEN WRK-QTD-PEDIDOS NOT < 3
                       MOVE 3 TO WRK-NOTA-F
                   WHEN WRK-QTD-PEDIDOS = 2
                       MOVE 2 TO WRK-NOTA-F
                   WHEN OTHER
                       MOVE 1 TO WRK-NOTA-F
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WRK-VALOR-CLIENTE NOT < 10000
                       MOVE 5 TO WRK-NOTA-M
                   WHEN WRK-VALOR-CLIENTE NOT < 5000
                       MOVE 4 TO WRK-NOTA-M
                   WHEN WRK-VALOR-CLIENTE NOT < 2000
                       MOVE 3 TO WRK-NOTA-M
                   WHEN WRK-VALOR-CLIENTE NOT < 500
                       MOVE 2 TO WRK-NOTA-M
                   WHEN OTHER
                       MOVE 1 TO WRK-NOTA-M
               END-EVALUATE
           END-IF.

      * SEGMENTO PELAS NOTAS: A RECENCIA SEPARA QUEM ESTA COMPRANDO DE
      * QUEM SUMIU (MAIS DE SEIS MESES = NOTA 2 OU 1), A FREQUENCIA
      * SEPARA O CLIENTE HABITUAL DO EVENTUAL, O VALOR SO DISTINGUE
      * O CAMPEAO DO FIEL
       1120-ATRIBUIR-SEGMENTO.
           EVALUATE TRUE
               WHEN WRK-NOTA-R = ZEROS
                   MOVE 'SEM' TO WRK-SEG-ATUAL
               WHEN WRK-NOTA-R NOT < 4 AND WRK-NOTA-F NOT < 4
                       AND WRK-NOTA-M NOT < 3
                   MOVE 'CAM' TO WRK-SEG-ATUAL
               WHEN WRK-NOTA-R NOT < 3 AND WRK-NOTA-F NOT < 4
                   MOVE 'FIE' TO WRK-SEG-ATUAL
               WHEN WRK-NOTA-R NOT < 4
                   MOVE 'PRO' TO WRK-SEG-ATUAL
               WHEN WRK-NOTA-R = 3
                   MOVE 'REG' TO WRK-SEG-ATUAL
               WHEN WRK-NOTA-F NOT < 3
                   MOVE 'RIS' TO WRK-SEG-ATUAL
               WHEN OTHER
                   MOVE 'HIB' TO WRK-SEG-ATUAL
           END-EVALUATE.

       1300-LISTAR-RESUMO.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'SEGMENTACAO DE CLIENTES (RFM) - REFERENCIA '
                                        DELIMITED BY SIZE
                  WRK-DATA-REF          DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'SEG  DESCRICAO              QTDE    VALOR COMPRADO'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                   UNTIL WRK-SEG-IDX > 7
               MOVE WRK-SEG-CODIGO(WRK-SEG-IDX) TO WRK-LS-CODIGO
               MOVE WRK-SEG-DESC(WRK-SEG-IDX) TO WRK-LS-DESC
               MOVE WRK-TOT-QTD(WRK-SEG-IDX) TO WRK-LS-QTD
               MOVE WRK-TOT-VALOR(WRK-SEG-IDX) TO WRK-LS-VALOR
               MOVE WRK-LINHA-SEGMENTO TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-PERFORM.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LS-CODIGO.
           MOVE 'CLIENTES ATIVOS' TO WRK-LS-DESC.
           MOVE WRK-QTD-CLIENTES TO WRK-LS-QTD.
           MOVE WRK-VALOR-GERAL TO WRK-LS-VALOR.
           MOVE WRK-LINHA-SEGMENTO TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE WRK-QTD-INATIVOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'CLIENTES INATIVOS, FORA DA SEGMENTACAO: '
                                        DELIMITED BY SIZE
                  WRK-QTD-ED            DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'NOTAS: RECENCIA ATE 30/90/180/365 DIAS = 5/4/3/2/1'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE '       FREQUENCIA 10/6/3/2/1 PEDIDOS = 5/4/3/2/1'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE '       VALOR 10000/5000/2000/500/MENOS = 5/4/3/2/1'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE '       PEDIDOS CANCELADOS NAO CONTAM' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      ******************************************************************
      * OPCAO 2 - MALA DIRETA
      ******************************************************************
       2000-EXTRAIR-MALA-DIRETA.
           DISPLAY 'SEGMENTOS (ATE 3 CODIGOS JUNTOS, EX.: RISHIB; '
                   'BRANCO = TODOS)'.
           DISPLAY 'CAM CAMPEOES   FIE FIEIS      PRO PROMISSORES'.
           DISPLAY 'REG REGULARES  RIS EM RISCO   HIB HIBERNANDO'.
           DISPLAY 'SEM SEM COMPRA'.
           DISPLAY 'SEGMENTOS: '.
           ACCEPT WRK-FILTRO-SEGMENTOS-X.
           DISPLAY 'DDD (ZEROS = TODOS): '.
           ACCEPT WRK-FILTRO-DDD.
           DISPLAY 'CODIGO DO ITEM COMPRADO (ZEROS = QUALQUER): '.
           ACCEPT WRK-FILTRO-ITEM.
           DISPLAY 'COMPRA DE (AAAAMMDD, ZEROS = SEM FILTRO): '.
           ACCEPT WRK-FILTRO-DATA-INI.
           DISPLAY 'COMPRA ATE (AAAAMMDD, ZEROS = SEM FILTRO): '.
           ACCEPT WRK-FILTRO-DATA-FIM.
           IF WRK-FILTRO-DATA-FIM = ZEROS
               MOVE 99999999 TO WRK-FILTRO-DATA-FIM
           END-IF.
           IF WRK-FILTRO-ITEM = ZEROS AND WRK-FILTRO-DATA-INI = ZEROS
                   AND WRK-FILTRO-DATA-FIM = 99999999
               MOVE 'N' TO WRK-FILTRA-PEDIDOS
           ELSE
               MOVE 'S' TO WRK-FILTRA-PEDIDOS
           END-IF.
           OPEN INPUT SEGMENTO.
           IF SEGMENTO-STATUS NOT = 0
               DISPLAY 'SEGMENTACAO NAO ENCONTRADA - RODE A OPCAO 1'
               DISPLAY 'STATUS SEGMENTO: ' SEGMENTO-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES: ' CLIENTES-STATUS
               DISPLAY 'STATUS PEDIDOS.: ' PEDIDOS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MALADIR.
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-QTD-SEM-CONSENTIMENTO.
           MOVE ZEROS TO WRK-QTD-FORA-FILTRO.
           MOVE ZEROS TO WRK-QTD-EXTRAIDOS.
           MOVE ZEROS TO WRK-DATA-REF.
           READ SEGMENTO NEXT
               AT END MOVE 10 TO SEGMENTO-STATUS
           END-READ.
           PERFORM UNTIL SEGMENTO-STATUS = 10
               ADD 1 TO WRK-QTD-LIDOS
               MOVE SEGMENTO-DATA-REF TO WRK-DATA-REF
               PERFORM 2100-SELECIONAR-CLIENTE
               READ SEGMENTO NEXT
                   AT END MOVE 10 TO SEGMENTO-STATUS
               END-READ
           END-PERFORM.
           CLOSE SEGMENTO.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE MALADIR.
           DISPLAY 'MALA DIRETA GRAVADA EM MALADIR.TXT'.
           DISPLAY 'SEGMENTACAO DE REFERENCIA: ' WRK-DATA-REF.
           DISPLAY 'CLIENTES SEGMENTADOS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'SEM CONSENTIMENTO/INATIVO: '
                   WRK-QTD-SEM-CONSENTIMENTO.
           DISPLAY 'FORA DOS FILTROS.........: ' WRK-QTD-FORA-FILTRO.
           DISPLAY 'CLIENTES EXTRAIDOS.......: ' WRK-QTD-EXTRAIDOS.

      * O CONSENTIMENTO E A SITUACAO VEM DO CADASTRO ATUAL, NAO DA
      * SEGMENTACAO; CADASTRO SEM A MARCA 'S' FICA DE FORA
       2100-SELECIONAR-CLIENTE.
           MOVE SEGMENTO-FONE TO CLIENTES-FONE.
           MOVE 'S' TO WRK-SELECIONADO.
           READ CLIENTES
               INVALID KEY
                   MOVE 'N' TO WRK-SELECIONADO
           END-READ.
           IF WRK-SELECIONADO = 'S'
               IF NOT CLIENTES-ATIVO OR NOT CLIENTES-ACEITA-MARKETING
                   MOVE 'N' TO WRK-SELECIONADO
               END-IF
           END-IF.
           IF WRK-SELECIONADO = 'N'
               ADD 1 TO WRK-QTD-SEM-CONSENTIMENTO
           ELSE
               PERFORM 2110-APLICAR-FILTROS
               IF WRK-SELECIONADO = 'N'
                   ADD 1 TO WRK-QTD-FORA-FILTRO
               ELSE
                   PERFORM 2200-GRAVAR-MALA-DIRETA
               END-IF
           END-IF.

       2110-APLICAR-FILTROS.
           IF WRK-FILTRO-SEGMENTOS-X NOT = SPACES
               MOVE 'N' TO WRK-SELECIONADO
               PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                       UNTIL WRK-SEG-IDX > 3
                   IF WRK-FILTRO-SEG(WRK-SEG-IDX) = SEGMENTO-CODIGO
                       MOVE 'S' TO WRK-SELECIONADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-SELECIONADO = 'S' AND WRK-FILTRO-DDD NOT = ZEROS
               IF CLIENTES-FONE(1:2) NOT = WRK-FILTRO-DDD
                   MOVE 'N' TO WRK-SELECIONADO
               END-IF
           END-IF.
           IF WRK-SELECIONADO = 'S' AND WRK-FILTRA-PEDIDOS = 'S'
               PERFORM 2120-PROCURAR-COMPRA
               MOVE WRK-ACHOU-PEDIDO TO WRK-SELECIONADO
           END-IF.

      * O CLIENTE ENTRA SE TIVER UM PEDIDO NAO CANCELADO NO PERIODO,
      * DO ITEM PEDIDO QUANDO INFORMADO
       2120-PROCURAR-COMPRA.
           MOVE 'N' TO WRK-ACHOU-PEDIDO.
           MOVE CLIENTES-FONE TO WRK-FONE-ATUAL.
           MOVE WRK-FONE-ATUAL TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           MOVE 'N' TO WRK-FIM-PEDIDOS.
           START PEDIDOS KEY IS NOT LESS THAN PEDIDOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-PEDIDOS
           END-START.
           IF WRK-FIM-PEDIDOS = 'N'
               READ PEDIDOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-PEDIDOS
               END-READ
           END-IF.
           PERFORM UNTIL WRK-FIM-PEDIDOS = 'S'
                      OR WRK-ACHOU-PEDIDO = 'S'
               IF PEDIDOS-FONE NOT = WRK-FONE-ATUAL
                   MOVE 'S' TO WRK-FIM-PEDIDOS
               ELSE
                   IF NOT PEDIDOS-CANCELADO
                           AND PEDIDOS-DATA NOT < WRK-FILTRO-DATA-INI
                           AND PEDIDOS-DATA NOT > WRK-FILTRO-DATA-FIM
                       IF WRK-FILTRO-ITEM = ZEROS
                               OR PEDIDOS-CODIGO-ITEM = WRK-FILTRO-ITEM
                           MOVE 'S' TO WRK-ACHOU-PEDIDO
                       END-IF
                   END-IF
                   READ PEDIDOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-PEDIDOS
                   END-READ
               END-IF
           END-PERFORM.

      * NOME;EMAIL;TELEFONE, SEM OS BRANCOS DO FIM DE CADA CAMPO
       2200-GRAVAR-MALA-DIRETA.
           MOVE SPACES TO MALADIR-REG.
           STRING CLIENTE-NOME       DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  CLIENTES-EMAIL     DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  CLIENTES-FONE      DELIMITED BY SIZE
               INTO MALADIR-REG
           END-STRING.
           WRITE MALADIR-REG.
           ADD 1 TO WRK-QTD-EXTRAIDOS.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE, PARA O OPERADOR
      * ACOMPANHAR A EXECUCAO
       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.
