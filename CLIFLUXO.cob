       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIFLUXO.
      ******************************************************************
      * OBJETIVO: FLUXO DE CAIXA PROJETADO DO CONTAS A RECEBER. DISTRI-
      *           BUI O SALDO EM ABERTO DE TITULOS.DAT (VALOR - PAGO
      *           DOS TITULOS EM ABERTO) PELO VENCIMENTO: VENCIDOS ATE
      *           A DATA BASE, AS 12 SEMANAS SEGUINTES, OS 12 MESES
      *           DEPOIS DELAS E O QUE VENCE ALEM DISSO. AO LADO DO
      *           VALOR NOMINAL MOSTRA O VALOR ESPERADO, CORRIGIDO PELA
      *           TAXA REAL DE RECEBIMENTO NO PRAZO MEDIDA EM
      *           PAGAMENTOS.DAT NUM PERIODO PASSADO ESCOLHIDO (OS
      *           VENCIDOS PELA TAXA DE RECUPERACAO DO QUE ATRASOU).
      *           A SOMA DAS FAIXAS CONFERE COM O TOTAL EM ABERTO.
      *           GERA FLUXO.TXT PARA IMPRESSAO E FLUXO.CSV, CAMPOS
      *           SEPARADOS POR ';', PARA A PLANILHA. E A VISAO PARA A
      *           FRENTE QUE COMPLETA O ENVELHECIMENTO DO RELATORIO DO
      *           CONTAS A RECEBER. RODA EM LOTE, FORA DO MENU
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO 'C:\COBOL\TITULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TITULOS-CHAVE
               FILE STATUS IS TITULOS-STATUS.

           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\PAGAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGAMENTOS-CHAVE
               FILE STATUS IS PAGAMENTOS-STATUS.

      * ARQUIVO DE SAIDA COM O FLUXO PROJETADO PARA IMPRESSAO
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\FLUXO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

      * ARQUIVO DE SAIDA COM AS MESMAS FAIXAS, CAMPOS SEPARADOS POR
      * ';' E VALORES COM VIRGULA DECIMAL, PARA ABRIR NA PLANILHA
           SELECT PLANILHA ASSIGN TO 'C:\COBOL\FLUXO.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANILHA-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88 TITULOS-RENEGOCIADO VALUE 'R'.

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

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       FD PLANILHA.
       01 PLANILHA-REG          PIC X(100).

       WORKING-STORAGE SECTION.

       77 TITULOS-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.
       77 PLANILHA-STATUS PIC 99.

      * DATA BASE DA PROJECAO E PERIODO PASSADO DA MEDICAO DA TAXA
       01 WRK-DATA-BASE PIC 9(08).
       01 WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           02 WRK-BASE-AAAA PIC 9(04).
           02 WRK-BASE-MM   PIC 9(02).
           02 WRK-BASE-DD   PIC 9(02).
       77 WRK-DATA-INI PIC 9(08).
       77 WRK-DATA-FIM PIC 9(08).

      * DATA EM CALCULO NA MONTAGEM DAS FAIXAS, DECOMPOSTA PARA
      * CAMINHAR DE DIA EM DIA E DE MES EM MES PELO CALENDARIO
       01 WRK-DATA-CALC PIC 9(08).
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           02 WRK-CALC-AAAA PIC 9(04).
           02 WRK-CALC-MM   PIC 9(02).
           02 WRK-CALC-DD   PIC 9(02).
       01 WRK-DIAS-MES-VALORES.
           02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
           02 WRK-DIAS-NO-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-ULTIMO-DIA PIC 9(02).
       77 WRK-ANO-QUOC PIC 9(04).
       77 WRK-ANO-RESTO PIC 9(03).
       77 WRK-BISSEXTO PIC X(01).

      * FAIXAS DA PROJECAO: 1 = VENCIDOS, 2 A 13 = SEMANAS, 14 A 25 =
      * MESES E 26 = O QUE VENCE DEPOIS DO ULTIMO MES
       01 WRK-FAIXAS.
           02 WRK-FX-OCR OCCURS 26 TIMES.
               03 WRK-FX-DESC     PIC X(13).
               03 WRK-FX-INICIO   PIC 9(08).
               03 WRK-FX-FIM      PIC 9(08).
               03 WRK-FX-QTD      PIC 9(05) COMP.
               03 WRK-FX-NOMINAL  PIC 9(09)V99.
               03 WRK-FX-ESPERADO PIC 9(09)V99.
       77 WRK-FX-IDX PIC 9(02) COMP.
       77 WRK-NUM-ED PIC 9(02).

      * TITULOS DO PEDIDO (OU ACORDO) EM APURACAO, NA ORDEM DAS
      * PARCELAS, PARA RECEBER OS PAGAMENTOS DO PEDIDO
       77 WRK-GRP-FONE PIC 9(09).
       77 WRK-GRP-SEQ PIC 9(05).
       77 WRK-GRP-QTD PIC 9(03) COMP.
       77 WRK-GRP-IDX PIC 9(03) COMP.
       77 WRK-GRP-ESTOURO PIC X(01).
       01 WRK-GRUPO.
           02 WRK-GRP-OCR OCCURS 200 TIMES.
               03 WRK-GRP-VENC     PIC 9(08).
               03 WRK-GRP-VALOR    PIC 9(07)V99.
               03 WRK-GRP-RESTO    PIC 9(07)V99.
               03 WRK-GRP-NO-PRAZO PIC 9(07)V99.
               03 WRK-GRP-ATRASO   PIC 9(07)V99.
       77 WRK-FIM-PAGAMENTOS PIC X(01).
       77 WRK-PAG-RESTO PIC 9(07)V99.
       77 WRK-PAG-PARTE PIC 9(07)V99.

      * HISTORICO DO PERIODO DE MEDICAO E TAXAS RESULTANTES
       77 WRK-HIST-QTD PIC 9(07) COMP.
       77 WRK-HIST-DEVIDO PIC 9(11)V99.
       77 WRK-HIST-PONTUAL PIC 9(11)V99.
       77 WRK-HIST-ATRASADO PIC 9(11)V99.
       77 WRK-HIST-PENDENTE PIC 9(11)V99.
       77 WRK-TAXA-PONTUAL PIC 9(01)V9(04).
       77 WRK-TAXA-ATRASO PIC 9(01)V9(04).
       77 WRK-QTD-ESTOUROS PIC 9(05) COMP.

      * SALDO EM ABERTO E CONFERENCIA DAS FAIXAS
       77 WRK-SALDO-TITULO PIC S9(07)V99.
       77 WRK-QTD-ABERTOS PIC 9(07) COMP.
       77 WRK-TOTAL-ABERTO PIC 9(11)V99.
       77 WRK-TOTAL-FAIXAS PIC 9(11)V99.
       77 WRK-TOTAL-ESPERADO PIC 9(11)V99.
       77 WRK-QTD-FAIXAS PIC 9(07) COMP.
       77 WRK-DIFERENCA PIC S9(11)V99.

       77 WRK-QTD-ED PIC Z(06)9.
       77 WRK-VALOR-ED PIC Z(10)9.99.
       77 WRK-DIF-ED PIC -(10)9.99.
       77 WRK-PERC-ED PIC ZZ9.99.

      * LINHAS MONTADAS DO RELATORIO E DA PLANILHA
       01 WRK-LINHA-FAIXA.
           02 WRK-LF-DESC      PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-INICIO    PIC X(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LF-FIM       PIC X(08).
           02 WRK-LF-QTD       PIC Z(06)9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LF-NOMINAL   PIC Z(10)9.99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LF-ESPERADO  PIC Z(10)9.99.
       77 WRK-CSV-INICIO PIC X(08).
       77 WRK-CSV-NOMINAL PIC Z(08)9.99.
       77 WRK-CSV-ESPERADO PIC Z(08)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'FLUXO DE CAIXA PROJETADO - CONTAS A RECEBER'.
           DISPLAY 'DATA BASE (AAAAMMDD) OU ZEROS PARA HOJE: '.
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE = ZEROS
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'PERIODO PARA A TAXA DE RECEBIMENTO NO PRAZO'.
           DISPLAY 'DATA INICIAL (AAAAMMDD) OU ZEROS PARA OS 3 MESES'.
           DISPLAY 'FECHADOS ANTERIORES A DATA BASE: '.
           ACCEPT WRK-DATA-INI.
           IF WRK-DATA-INI = ZEROS
               PERFORM 1100-PERIODO-PADRAO
           ELSE
               DISPLAY 'DATA FINAL   (AAAAMMDD): '
               ACCEPT WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-FIM < WRK-DATA-INI
                   OR WRK-DATA-FIM NOT < WRK-DATA-BASE
               DISPLAY 'PERIODO INVALIDO: A DATA FINAL DEVE SER MAIOR'
               DISPLAY 'QUE A INICIAL E MENOR QUE A DATA BASE'
               STOP RUN
           END-IF.
           OPEN INPUT TITULOS.
           OPEN INPUT PAGAMENTOS.
           IF TITULOS-STATUS NOT = 0 OR PAGAMENTOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS TITULOS...: ' TITULOS-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT PLANILHA.
           PERFORM 1000-MONTAR-FAIXAS.
           PERFORM 2000-LER-TITULOS.
           PERFORM 3000-CALCULAR-ESPERADO.
           PERFORM 4000-IMPRIMIR-FLUXO.
           PERFORM 5000-GRAVAR-PLANILHA.
           CLOSE TITULOS.
           CLOSE PAGAMENTOS.
           CLOSE RELATORIO.
           CLOSE PLANILHA.
           STOP RUN.

      ******************************************************************
      * FAIXAS DE VENCIMENTO A PARTIR DA DATA BASE
      ******************************************************************
      * VENCIDOS VAI ATE A VESPERA DA DATA BASE. CADA SEMANA TEM SETE
      * DIAS CORRIDOS, A PRIMEIRA COMECANDO NA DATA BASE. O PRIMEIRO
      * MES VAI DO DIA SEGUINTE A 12A SEMANA ATE O FIM DAQUELE MES E
      * OS DEMAIS SAO MESES CHEIOS. A ULTIMA FAIXA PEGA O RESTO, PARA
      * TODO SALDO CAIR EM ALGUMA FAIXA
       1000-MONTAR-FAIXAS.
           INITIALIZE WRK-FAIXAS.
           MOVE WRK-DATA-BASE TO WRK-DATA-CALC.
           PERFORM 1220-DIA-ANTERIOR.
           MOVE 'VENCIDOS' TO WRK-FX-DESC(1).
           MOVE ZEROS TO WRK-FX-INICIO(1).
           MOVE WRK-DATA-CALC TO WRK-FX-FIM(1).
           MOVE WRK-DATA-BASE TO WRK-DATA-CALC.
           PERFORM VARYING WRK-FX-IDX FROM 2 BY 1
                   UNTIL WRK-FX-IDX > 13
               COMPUTE WRK-NUM-ED = WRK-FX-IDX - 1
               STRING 'SEMANA '   DELIMITED BY SIZE
                      WRK-NUM-ED  DELIMITED BY SIZE
                   INTO WRK-FX-DESC(WRK-FX-IDX)
               END-STRING
               MOVE WRK-DATA-CALC TO WRK-FX-INICIO(WRK-FX-IDX)
               PERFORM 1200-DIA-SEGUINTE 6 TIMES
               MOVE WRK-DATA-CALC TO WRK-FX-FIM(WRK-FX-IDX)
               PERFORM 1200-DIA-SEGUINTE
           END-PERFORM.
           PERFORM VARYING WRK-FX-IDX FROM 14 BY 1
                   UNTIL WRK-FX-IDX > 25
               STRING 'MES '         DELIMITED BY SIZE
                      WRK-CALC-MM    DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WRK-CALC-AAAA  DELIMITED BY SIZE
                   INTO WRK-FX-DESC(WRK-FX-IDX)
               END-STRING
               MOVE WRK-DATA-CALC TO WRK-FX-INICIO(WRK-FX-IDX)
               PERFORM 1210-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA TO WRK-CALC-DD
               MOVE WRK-DATA-CALC TO WRK-FX-FIM(WRK-FX-IDX)
               PERFORM 1200-DIA-SEGUINTE
           END-PERFORM.
           MOVE 'POSTERIORES' TO WRK-FX-DESC(26).
           MOVE WRK-DATA-CALC TO WRK-FX-INICIO(26).
           MOVE 99999999 TO WRK-FX-FIM(26).

      * PERIODO PADRAO DA TAXA: OS TRES MESES CHEIOS ANTERIORES AO MES
      * DA DATA BASE, JA VENCIDOS E COM OS PAGAMENTOS LANCADOS
       1100-PERIODO-PADRAO.
           MOVE WRK-DATA-BASE TO WRK-DATA-CALC.
           PERFORM 1230-MES-ANTERIOR.
           PERFORM 1210-ULTIMO-DIA-MES.
           MOVE WRK-ULTIMO-DIA TO WRK-CALC-DD.
           MOVE WRK-DATA-CALC TO WRK-DATA-FIM.
           PERFORM 1230-MES-ANTERIOR.
           PERFORM 1230-MES-ANTERIOR.
           MOVE 01 TO WRK-CALC-DD.
           MOVE WRK-DATA-CALC TO WRK-DATA-INI.

       1200-DIA-SEGUINTE.
           PERFORM 1210-ULTIMO-DIA-MES.
           IF WRK-CALC-DD < WRK-ULTIMO-DIA
               ADD 1 TO WRK-CALC-DD
           ELSE
               MOVE 01 TO WRK-CALC-DD
               IF WRK-CALC-MM < 12
                   ADD 1 TO WRK-CALC-MM
               ELSE
                   MOVE 01 TO WRK-CALC-MM
                   ADD 1 TO WRK-CALC-AAAA
               END-IF
           END-IF.

      * ULTIMO DIA DO MES DA DATA EM CALCULO; FEVEREIRO TEM 29 NOS
      * ANOS DIVISIVEIS POR 4, MENOS OS SECULOS NAO DIVISIVEIS POR 400
       1210-ULTIMO-DIA-MES.
           MOVE WRK-DIAS-NO-MES(WRK-CALC-MM) TO WRK-ULTIMO-DIA.
           IF WRK-CALC-MM = 2
               MOVE 'N' TO WRK-BISSEXTO
               DIVIDE WRK-CALC-AAAA BY 4 GIVING WRK-ANO-QUOC
                   REMAINDER WRK-ANO-RESTO
               IF WRK-ANO-RESTO = 0
                   MOVE 'S' TO WRK-BISSEXTO
                   DIVIDE WRK-CALC-AAAA BY 100 GIVING WRK-ANO-QUOC
                       REMAINDER WRK-ANO-RESTO
                   IF WRK-ANO-RESTO = 0
                       DIVIDE WRK-CALC-AAAA BY 400 GIVING WRK-ANO-QUOC
                           REMAINDER WRK-ANO-RESTO
                       IF WRK-ANO-RESTO NOT = 0
                           MOVE 'N' TO WRK-BISSEXTO
                       END-IF
                   END-IF
               END-IF
               IF WRK-BISSEXTO = 'S'
                   MOVE 29 TO WRK-ULTIMO-DIA
               END-IF
           END-IF.

       1220-DIA-ANTERIOR.
           IF WRK-CALC-DD > 1
               SUBTRACT 1 FROM WRK-CALC-DD
           ELSE
               PERFORM 1230-MES-ANTERIOR
               PERFORM 1210-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA TO WRK-CALC-DD
           END-IF.

       1230-MES-ANTERIOR.
           IF WRK-CALC-MM > 1
               SUBTRACT 1 FROM WRK-CALC-MM
           ELSE
               MOVE 12 TO WRK-CALC-MM
               SUBTRACT 1 FROM WRK-CALC-AAAA
           END-IF.

      ******************************************************************
      * LEITURA DOS TITULOS: SALDO POR FAIXA E HISTORICO DA TAXA
      ******************************************************************
      * PERCORRE TITULOS.DAT NA ORDEM DA CHAVE. AS PARCELAS DE UM
      * MESMO PEDIDO (OU ACORDO) VEM JUNTAS E SAO APURADAS CONTRA OS
      * PAGAMENTOS DO PEDIDO QUANDO A CHAVE FONE + SEQ MUDA
       2000-LER-TITULOS.
           MOVE ZEROS TO WRK-QTD-ABERTOS.
           MOVE ZEROS TO WRK-TOTAL-ABERTO.
           MOVE ZEROS TO WRK-HIST-QTD.
           MOVE ZEROS TO WRK-HIST-DEVIDO.
           MOVE ZEROS TO WRK-HIST-PONTUAL.
           MOVE ZEROS TO WRK-HIST-ATRASADO.
           MOVE ZEROS TO WRK-QTD-ESTOUROS.
           MOVE ZEROS TO WRK-GRP-FONE.
           MOVE ZEROS TO WRK-GRP-SEQ.
           MOVE ZEROS TO WRK-GRP-QTD.
           MOVE 'N' TO WRK-GRP-ESTOURO.
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
                   IF TITULOS-FONE NOT = WRK-GRP-FONE
                           OR TITULOS-SEQ NOT = WRK-GRP-SEQ
                       PERFORM 2200-APURAR-GRUPO
                       MOVE TITULOS-FONE TO WRK-GRP-FONE
                       MOVE TITULOS-SEQ TO WRK-GRP-SEQ
                       MOVE ZEROS TO WRK-GRP-QTD
                       MOVE 'N' TO WRK-GRP-ESTOURO
                   END-IF
                   PERFORM 2100-CLASSIFICAR-SALDO
                   PERFORM 2150-GUARDAR-TITULO
                   READ TITULOS NEXT
                       AT END MOVE 10 TO TITULOS-STATUS
                   END-READ
               END-PERFORM
               PERFORM 2200-APURAR-GRUPO
           END-IF.

      * SO O TITULO EM ABERTO COM SALDO POSITIVO ENTRA NA PROJECAO,
      * COMO NO CONTAS A RECEBER; A DIVIDA RENEGOCIADA ENTRA PELAS
      * PARCELAS DO ACORDO. O VENCIMENTO E COMPARADO COM O FIM DE CADA
      * FAIXA, EM ORDEM, E A ULTIMA FAIXA ACEITA QUALQUER DATA
       2100-CLASSIFICAR-SALDO.
           IF TITULOS-ABERTO
               COMPUTE WRK-SALDO-TITULO = TITULOS-VALOR - TITULOS-PAGO
               IF WRK-SALDO-TITULO > ZEROS
                   ADD 1 TO WRK-QTD-ABERTOS
                   ADD WRK-SALDO-TITULO TO WRK-TOTAL-ABERTO
                   PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                           UNTIL WRK-FX-IDX = 26
                              OR TITULOS-VENCIMENTO
                                 NOT > WRK-FX-FIM(WRK-FX-IDX)
                       CONTINUE
                   END-PERFORM
                   ADD 1 TO WRK-FX-QTD(WRK-FX-IDX)
                   ADD WRK-SALDO-TITULO TO WRK-FX-NOMINAL(WRK-FX-IDX)
               END-IF
           END-IF.

      * O TITULO CANCELADO NAO ERA DEVIDO E NAO RECEBE PAGAMENTO; OS
      * DEMAIS, INCLUSIVE QUITADOS E RENEGOCIADOS, ENTRAM NA APURACAO
       2150-GUARDAR-TITULO.
           IF NOT TITULOS-CANCELADO
               IF WRK-GRP-QTD < 200
                   ADD 1 TO WRK-GRP-QTD
                   MOVE TITULOS-VENCIMENTO TO WRK-GRP-VENC(WRK-GRP-QTD)
                   MOVE TITULOS-VALOR TO WRK-GRP-VALOR(WRK-GRP-QTD)
                   MOVE TITULOS-VALOR TO WRK-GRP-RESTO(WRK-GRP-QTD)
                   MOVE ZEROS TO WRK-GRP-NO-PRAZO(WRK-GRP-QTD)
                   MOVE ZEROS TO WRK-GRP-ATRASO(WRK-GRP-QTD)
               ELSE
                   MOVE 'S' TO WRK-GRP-ESTOURO
               END-IF
           END-IF.

      * O PAGAMENTO NAO GUARDA A PARCELA DO TITULO QUE BAIXOU; OS
      * PAGAMENTOS DO PEDIDO, NA ORDEM EM QUE FORAM LANCADOS, QUITAM AS
      * PARCELAS NA ORDEM DO VENCIMENTO. A PARTE DE CADA PAGAMENTO QUE
      * CAI NUMA PARCELA CONTA NO PRAZO SE A DATA DO PAGAMENTO NAO
      * PASSA DO VENCIMENTO DELA. SO MULTA E JUROS FICAM DE FORA.
      * PAGAMENTO POSTERIOR A DATA BASE E IGNORADO, PARA A PROJECAO
      * PODER SER REFEITA COMO ESTAVA NUMA DATA PASSADA
       2200-APURAR-GRUPO.
           IF WRK-GRP-ESTOURO = 'S'
               ADD 1 TO WRK-QTD-ESTOUROS
               DISPLAY 'PEDIDO COM MAIS DE 200 PARCELAS FORA DA TAXA: '
                   WRK-GRP-FONE '/' WRK-GRP-SEQ
           ELSE
               IF WRK-GRP-QTD > ZEROS
                   PERFORM 2210-LER-PAGAMENTOS
                   PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                           UNTIL WRK-GRP-IDX > WRK-GRP-QTD
                       IF WRK-GRP-VENC(WRK-GRP-IDX) NOT < WRK-DATA-INI
                         AND WRK-GRP-VENC(WRK-GRP-IDX)
                             NOT > WRK-DATA-FIM
                           ADD 1 TO WRK-HIST-QTD
                           ADD WRK-GRP-VALOR(WRK-GRP-IDX)
                               TO WRK-HIST-DEVIDO
                           ADD WRK-GRP-NO-PRAZO(WRK-GRP-IDX)
                               TO WRK-HIST-PONTUAL
                           ADD WRK-GRP-ATRASO(WRK-GRP-IDX)
                               TO WRK-HIST-ATRASADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2210-LER-PAGAMENTOS.
           MOVE 1 TO WRK-GRP-IDX.
           MOVE WRK-GRP-FONE TO PAGAMENTOS-FONE.
           MOVE WRK-GRP-SEQ TO PAGAMENTOS-SEQ.
           MOVE ZEROS TO PAGAMENTOS-PARCELA.
           MOVE 'N' TO WRK-FIM-PAGAMENTOS.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-PAGAMENTOS
           END-START.
           IF WRK-FIM-PAGAMENTOS = 'N'
               READ PAGAMENTOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL WRK-FIM-PAGAMENTOS = 'S'
               IF PAGAMENTOS-FONE NOT = WRK-GRP-FONE
                       OR PAGAMENTOS-SEQ NOT = WRK-GRP-SEQ
                   MOVE 'S' TO WRK-FIM-PAGAMENTOS
               ELSE
                   IF PAGAMENTOS-DATA NOT > WRK-DATA-BASE
                       MOVE PAGAMENTOS-VALOR TO WRK-PAG-RESTO
                       PERFORM 2220-DISTRIBUIR-PAGAMENTO
                           UNTIL WRK-PAG-RESTO = ZEROS
                              OR WRK-GRP-IDX > WRK-GRP-QTD
                   END-IF
                   READ PAGAMENTOS NEXT
                       AT END MOVE 'S' TO WRK-FIM-PAGAMENTOS
                   END-READ
               END-IF
           END-PERFORM.

       2220-DISTRIBUIR-PAGAMENTO.
           IF WRK-PAG-RESTO < WRK-GRP-RESTO(WRK-GRP-IDX)
               MOVE WRK-PAG-RESTO TO WRK-PAG-PARTE
           ELSE
               MOVE WRK-GRP-RESTO(WRK-GRP-IDX) TO WRK-PAG-PARTE
           END-IF.
           SUBTRACT WRK-PAG-PARTE FROM WRK-PAG-RESTO.
           SUBTRACT WRK-PAG-PARTE FROM WRK-GRP-RESTO(WRK-GRP-IDX).
           IF PAGAMENTOS-DATA NOT > WRK-GRP-VENC(WRK-GRP-IDX)
               ADD WRK-PAG-PARTE TO WRK-GRP-NO-PRAZO(WRK-GRP-IDX)
           ELSE
               ADD WRK-PAG-PARTE TO WRK-GRP-ATRASO(WRK-GRP-IDX)
           END-IF.
           IF WRK-GRP-RESTO(WRK-GRP-IDX) = ZEROS
               ADD 1 TO WRK-GRP-IDX
           END-IF.

      ******************************************************************
      * TAXAS E VALOR ESPERADO DE CADA FAIXA
      ******************************************************************
      * TAXA NO PRAZO = RECEBIDO ATE O VENCIMENTO / VALOR DOS TITULOS
      * VENCIDOS NO PERIODO. TAXA DE RECUPERACAO = RECEBIDO DEPOIS DO
      * VENCIMENTO / O QUE NAO FOI RECEBIDO NO PRAZO; VALE PARA OS
      * VENCIDOS, QUE JA PERDERAM O PRAZO. SEM HISTORICO NO PERIODO A
      * TAXA FICA EM 100%, E O ESPERADO IGUAL AO NOMINAL
       3000-CALCULAR-ESPERADO.
           MOVE 1 TO WRK-TAXA-PONTUAL.
           MOVE 1 TO WRK-TAXA-ATRASO.
           IF WRK-HIST-DEVIDO > ZEROS
               COMPUTE WRK-TAXA-PONTUAL ROUNDED =
                   WRK-HIST-PONTUAL / WRK-HIST-DEVIDO
               COMPUTE WRK-HIST-PENDENTE =
                   WRK-HIST-DEVIDO - WRK-HIST-PONTUAL
               IF WRK-HIST-PENDENTE > ZEROS
                   COMPUTE WRK-TAXA-ATRASO ROUNDED =
                       WRK-HIST-ATRASADO / WRK-HIST-PENDENTE
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-FAIXAS.
           MOVE ZEROS TO WRK-TOTAL-ESPERADO.
           MOVE ZEROS TO WRK-QTD-FAIXAS.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 26
               IF WRK-FX-IDX = 1
                   COMPUTE WRK-FX-ESPERADO(1) ROUNDED =
                       WRK-FX-NOMINAL(1) * WRK-TAXA-ATRASO
               ELSE
                   COMPUTE WRK-FX-ESPERADO(WRK-FX-IDX) ROUNDED =
                       WRK-FX-NOMINAL(WRK-FX-IDX) * WRK-TAXA-PONTUAL
               END-IF
               ADD WRK-FX-QTD(WRK-FX-IDX) TO WRK-QTD-FAIXAS
               ADD WRK-FX-NOMINAL(WRK-FX-IDX) TO WRK-TOTAL-FAIXAS
               ADD WRK-FX-ESPERADO(WRK-FX-IDX) TO WRK-TOTAL-ESPERADO
           END-PERFORM.

      ******************************************************************
      * RELATORIO FLUXO.TXT
      ******************************************************************
       4000-IMPRIMIR-FLUXO.
           MOVE 'FLUXO DE CAIXA PROJETADO - CONTAS A RECEBER'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DATA BASE............: ' DELIMITED BY SIZE
                  WRK-DATA-BASE             DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'PERIODO DA TAXA......: ' DELIMITED BY SIZE
                  WRK-DATA-INI              DELIMITED BY SIZE
                  ' A '                     DELIMITED BY SIZE
                  WRK-DATA-FIM              DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE WRK-HIST-QTD TO WRK-QTD-ED.
           MOVE WRK-HIST-DEVIDO TO WRK-VALOR-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'TITULOS NO PERIODO...: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  VALOR '                DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE WRK-HIST-PONTUAL TO WRK-VALOR-ED.
           COMPUTE WRK-PERC-ED = WRK-TAXA-PONTUAL * 100.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'RECEBIDO NO PRAZO....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
                  '  TAXA '                 DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE WRK-HIST-ATRASADO TO WRK-VALOR-ED.
           COMPUTE WRK-PERC-ED = WRK-TAXA-ATRASO * 100.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'RECEBIDO COM ATRASO..: ' DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
                  '  TAXA '                 DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           IF WRK-HIST-DEVIDO = ZEROS
               MOVE 'SEM TITULOS NO PERIODO: TAXAS ASSUMIDAS EM 100%'
                   TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-IF.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'FAIXA        INICIO    FIM        TITULOS'
                                               DELIMITED BY SIZE
                  '       VALOR NOMINAL   VALOR ESPERADO'
                                               DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 26
               MOVE WRK-FX-DESC(WRK-FX-IDX) TO WRK-LF-DESC
               IF WRK-FX-INICIO(WRK-FX-IDX) = ZEROS
                   MOVE SPACES TO WRK-LF-INICIO
               ELSE
                   MOVE WRK-FX-INICIO(WRK-FX-IDX) TO WRK-LF-INICIO
               END-IF
               MOVE WRK-FX-FIM(WRK-FX-IDX) TO WRK-LF-FIM
               MOVE WRK-FX-QTD(WRK-FX-IDX) TO WRK-LF-QTD
               MOVE WRK-FX-NOMINAL(WRK-FX-IDX) TO WRK-LF-NOMINAL
               MOVE WRK-FX-ESPERADO(WRK-FX-IDX) TO WRK-LF-ESPERADO
               MOVE WRK-LINHA-FAIXA TO RELATORIO-REG
               PERFORM 0910-GRAVAR-LINHA
           END-PERFORM.
           MOVE ALL '-' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'TOTAL' TO WRK-LF-DESC.
           MOVE SPACES TO WRK-LF-INICIO.
           MOVE SPACES TO WRK-LF-FIM.
           MOVE WRK-QTD-FAIXAS TO WRK-LF-QTD.
           MOVE WRK-TOTAL-FAIXAS TO WRK-LF-NOMINAL.
           MOVE WRK-TOTAL-ESPERADO TO WRK-LF-ESPERADO.
           MOVE WRK-LINHA-FAIXA TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM 4100-CONFERIR-TOTAIS.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE 'ESPERADO: VENCIDOS PELA TAXA DE ATRASO, DEMAIS FAIXAS'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE '          PELA TAXA NO PRAZO. MULTA E JUROS NAO ENTRAM'
               TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           IF WRK-QTD-ESTOUROS > ZEROS
               MOVE WRK-QTD-ESTOUROS TO WRK-QTD-ED
               MOVE SPACES TO RELATORIO-REG
               STRING 'PEDIDOS FORA DA TAXA (MAIS DE 200 PARCELAS): '
                                            DELIMITED BY SIZE
                      WRK-QTD-ED            DELIMITED BY SIZE
                   INTO RELATORIO-REG
               END-STRING
               PERFORM 0910-GRAVAR-LINHA
           END-IF.

      * A SOMA DAS FAIXAS E CONFERIDA COM O SALDO EM ABERTO SOMADO
      * TITULO A TITULO NA LEITURA, INDEPENDENTE DA CLASSIFICACAO
       4100-CONFERIR-TOTAIS.
           MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'TOTAL EM ABERTO EM TITULOS.DAT: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  ' TITULOS  '              DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-TOTAL-ABERTO - WRK-TOTAL-FAIXAS.
           IF WRK-DIFERENCA = ZEROS
                   AND WRK-QTD-ABERTOS = WRK-QTD-FAIXAS
               MOVE 'CONFERENCIA: SOMA DAS FAIXAS CONFERE COM O ABERTO'
                   TO RELATORIO-REG
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               MOVE SPACES TO RELATORIO-REG
               STRING 'CONFERENCIA: DIFERENCA ' DELIMITED BY SIZE
                      WRK-DIF-ED                DELIMITED BY SIZE
                   INTO RELATORIO-REG
               END-STRING
           END-IF.
           PERFORM 0910-GRAVAR-LINHA.

      ******************************************************************
      * PLANILHA FLUXO.CSV
      ******************************************************************
      * CABECALHO COM O NOME DAS COLUNAS, UMA LINHA POR FAIXA E A
      * LINHA DE TOTAL. VALORES COM VIRGULA DECIMAL, COMO A PLANILHA
      * ESPERA; OS VENCIDOS FICAM SEM DATA INICIAL
       5000-GRAVAR-PLANILHA.
           MOVE 'FAIXA;INICIO;FIM;TITULOS;NOMINAL;ESPERADO'
               TO PLANILHA-REG.
           WRITE PLANILHA-REG.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                   UNTIL WRK-FX-IDX > 26
               IF WRK-FX-INICIO(WRK-FX-IDX) = ZEROS
                   MOVE SPACES TO WRK-CSV-INICIO
               ELSE
                   MOVE WRK-FX-INICIO(WRK-FX-IDX) TO WRK-CSV-INICIO
               END-IF
               MOVE WRK-FX-QTD(WRK-FX-IDX) TO WRK-QTD-ED
               MOVE WRK-FX-NOMINAL(WRK-FX-IDX) TO WRK-CSV-NOMINAL
               MOVE WRK-FX-ESPERADO(WRK-FX-IDX) TO WRK-CSV-ESPERADO
               INSPECT WRK-CSV-NOMINAL CONVERTING '.' TO ','
               INSPECT WRK-CSV-ESPERADO CONVERTING '.' TO ','
               MOVE SPACES TO PLANILHA-REG
               STRING WRK-FX-DESC(WRK-FX-IDX)   DELIMITED BY '  '
                      ';'                       DELIMITED BY SIZE
                      WRK-CSV-INICIO            DELIMITED BY SPACE
                      ';'                       DELIMITED BY SIZE
                      WRK-FX-FIM(WRK-FX-IDX)    DELIMITED BY SIZE
                      ';'                       DELIMITED BY SIZE
                      WRK-QTD-ED                DELIMITED BY SIZE
                      ';'                       DELIMITED BY SIZE
                      WRK-CSV-NOMINAL           DELIMITED BY SIZE
                      ';'                       DELIMITED BY SIZE
                      WRK-CSV-ESPERADO          DELIMITED BY SIZE
                   INTO PLANILHA-REG
               END-STRING
               WRITE PLANILHA-REG
           END-PERFORM.
           MOVE WRK-QTD-FAIXAS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-FAIXAS TO WRK-CSV-NOMINAL.
           MOVE WRK-TOTAL-ESPERADO TO WRK-CSV-ESPERADO.
           INSPECT WRK-CSV-NOMINAL CONVERTING '.' TO ','.
           INSPECT WRK-CSV-ESPERADO CONVERTING '.' TO ','.
           MOVE SPACES TO PLANILHA-REG.
           STRING 'TOTAL;;;'                DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  ';'                       DELIMITED BY SIZE
                  WRK-CSV-NOMINAL           DELIMITED BY SIZE
                  ';'                       DELIMITED BY SIZE
                  WRK-CSV-ESPERADO          DELIMITED BY SIZE
               INTO PLANILHA-REG
           END-STRING.
           WRITE PLANILHA-REG.

       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.
