       PROGRAM-ID. CLIEXPORT.
      ******************************************************************
      * OBJETIVO: EXPORTACAO CONTABIL MENSAL - GERA EXPORTA.TXT COM OS
      *           CLIENTES, OS PEDIDOS E OS PAGAMENTOS DO MES PEDIDO
      *           (PRINCIPAL, MULTA E JUROS EM REGISTROS PROPRIOS,
      *           LANCADOS EM CONTAS DIFERENTES), EM CAMPOS
      *           SEPARADOS POR PONTO-E-VIRGULA, COM HEADER (DATA DE
      *           GERACAO E PERIODO) E TRAILER (CONTAGENS E VALOR
      *           SOMADO) PARA O SISTEMA CONTABIL CONFERIR O
               RECORD KEY IS PEDIDOS-CHAVE
               FILE STATUS IS PEDIDOS-STATUS.

           SELECT PAGAMENTOS ASSIGN TO 'C:\COBOL\PAGAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGAMENTOS-CHAVE
               FILE STATUS IS PAGAMENTOS-STATUS.

      * ARQUIVO DE INTERFACE PARA O SISTEMA CONTABIL
           SELECT EXPORTA ASSIGN TO 'C:\COBOL\EXPORTA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
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
           02 PAGAMENTOS-CHAVE.
               03 PAGAMENTOS-FONE    PIC 9(09).
               03 PAGAMENTOS-SEQ     PIC 9(05).
               03 PAGAMENTOS-PARCELA PIC 9(03).
           02 PAGAMENTOS-DATA        PIC 9(08).
           02 PAGAMENTOS-VALOR       PIC 9(07)V99.
           02 PAGAMENTOS-MULTA       PIC 9(07)V99.
           02 PAGAMENTOS-JUROS       PIC 9(07)V99.

       FD EXPORTA.
       01 EXPORTA-REG           PIC X(120).
       77 CLIENTES-STATUS PIC 99.
       77 PEDIDOS-STATUS PIC 99.
       77 EXPORTA-STATUS PIC 99.
       77 PAGAMENTOS-STATUS PIC 99.

       77 WRK-MES-REFERENCIA PIC 9(06).
       77 WRK-DATA-GERACAO PIC 9(08).
       77 WRK-QTD-CLIENTES PIC 9(07).
       77 WRK-QTD-PEDIDOS PIC 9(07).
       77 WRK-VALOR-EXPORTADO PIC 9(11)V99.
      * RECEBIMENTOS DO MES: O PRINCIPAL BAIXA O CONTAS A RECEBER, A
      * MULTA E OS JUROS SAO RECEITA FINANCEIRA
       77 WRK-QTD-PAGAMENTOS PIC 9(07).
       77 WRK-VALOR-PRINCIPAL PIC 9(11)V99.
       77 WRK-VALOR-MULTA PIC 9(11)V99.
       77 WRK-VALOR-JUROS PIC 9(11)V99.
       77 WRK-TIPO-LANCTO PIC X(02).
       77 WRK-VALOR-LANCTO PIC 9(07)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-EXPORTAR-CLIENTES.
           PERFORM 0300-EXPORTAR-PEDIDOS.
           PERFORM 0350-EXPORTAR-PAGAMENTOS.
           PERFORM 0400-GRAVAR-TRAILER.
           PERFORM 0500-FINALIZAR.

           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT CLIENTES.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PAGAMENTOS.
      * INSTALACAO SEM NENHUM PAGAMENTO AINDA: O ARQUIVO NASCE VAZIO,
      * COMO NO CLIENTES, E O MES SAI SEM REGISTROS DE PAGAMENTO
           IF PAGAMENTOS-STATUS = 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
           IF CLIENTES-STATUS NOT = 0 OR PEDIDOS-STATUS NOT = 0
                   OR PAGAMENTOS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE DADOS'
               DISPLAY 'STATUS CLIENTES..: ' CLIENTES-STATUS
               DISPLAY 'STATUS PEDIDOS...: ' PEDIDOS-STATUS
               DISPLAY 'STATUS PAGAMENTOS: ' PAGAMENTOS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EXPORTA.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-VALOR-EXPORTADO.
           MOVE ZEROS TO WRK-QTD-PAGAMENTOS.
           MOVE ZEROS TO WRK-VALOR-PRINCIPAL.
           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.
      * HEADER: TIPO 00, DATA DE GERACAO E PERIODO EXPORTADO
           MOVE SPACES TO EXPORTA-REG.
           STRING '00;'               DELIMITED BY SIZE
               END-PERFORM
           END-IF.

      * DETALHES DOS PAGAMENTOS RECEBIDOS NO MES: TIPO 30 PARA O
      * PRINCIPAL, 31 PARA A MULTA E 32 PARA OS JUROS DE MORA, CADA
      * UM SO QUANDO TEM VALOR, PARA A CONTABILIDADE LANCAR O
      * ENCARGO EM CONTA PROPRIA
       0350-EXPORTAR-PAGAMENTOS.
           MOVE ZEROS TO PAGAMENTOS-FONE.
           MOVE ZEROS TO PAGAMENTOS-SEQ.
           MOVE ZEROS TO PAGAMENTOS-PARCELA.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY MOVE 10 TO PAGAMENTOS-STATUS
           END-START.
           IF PAGAMENTOS-STATUS NOT = 10
               READ PAGAMENTOS NEXT
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS = 10
                   IF PAGAMENTOS-DATA(1:6) = WRK-MES-REFERENCIA
                       ADD 1 TO WRK-QTD-PAGAMENTOS
                       ADD PAGAMENTOS-VALOR TO WRK-VALOR-PRINCIPAL
                       ADD PAGAMENTOS-MULTA TO WRK-VALOR-MULTA
                       ADD PAGAMENTOS-JUROS TO WRK-VALOR-JUROS
                       IF PAGAMENTOS-VALOR > 0
                           MOVE '30' TO WRK-TIPO-LANCTO
                           MOVE PAGAMENTOS-VALOR TO WRK-VALOR-LANCTO
                           PERFORM 0360-GRAVAR-PAGAMENTO
                       END-IF
                       IF PAGAMENTOS-MULTA > 0
                           MOVE '31' TO WRK-TIPO-LANCTO
                           MOVE PAGAMENTOS-MULTA TO WRK-VALOR-LANCTO
                           PERFORM 0360-GRAVAR-PAGAMENTO
                       END-IF
                       IF PAGAMENTOS-JUROS > 0
                           MOVE '32' TO WRK-TIPO-LANCTO
                           MOVE PAGAMENTOS-JUROS TO WRK-VALOR-LANCTO
                           PERFORM 0360-GRAVAR-PAGAMENTO
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       0360-GRAVAR-PAGAMENTO.
           MOVE SPACES TO EXPORTA-REG.
           STRING WRK-TIPO-LANCTO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PAGAMENTOS-FONE      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PAGAMENTOS-SEQ       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PAGAMENTOS-PARCELA   DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PAGAMENTOS-DATA      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-VALOR-LANCTO     DELIMITED BY SIZE
               INTO EXPORTA-REG
           END-STRING.
           WRITE EXPORTA-REG.

      * TRAILER TIPO 90: CONTAGENS E VALOR TOTAL PARA O SISTEMA
      * RECEPTOR CONFERIR O BALANCEAMENTO DO ARQUIVO; OS TOTAIS DOS
      * PAGAMENTOS VEM DEPOIS DOS CAMPOS ORIGINAIS
       0400-GRAVAR-TRAILER.
           MOVE SPACES TO EXPORTA-REG.
           STRING '90;'                 DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WRK-VALOR-EXPORTADO   DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WRK-QTD-PAGAMENTOS    DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WRK-VALOR-PRINCIPAL   DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WRK-VALOR-MULTA       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WRK-VALOR-JUROS       DELIMITED BY SIZE
               INTO EXPORTA-REG
           END-STRING.
           WRITE EXPORTA-REG.
       0500-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE PAGAMENTOS.
           CLOSE EXPORTA.
           DISPLAY 'EXPORTACAO CONCLUIDA'.
           DISPLAY 'CLIENTES EXPORTADOS...: ' WRK-QTD-CLIENTES.
           DISPLAY 'PEDIDOS EXPORTADOS....: ' WRK-QTD-PEDIDOS.
           DISPLAY 'VALOR TOTAL EXPORTADO.: ' WRK-VALOR-EXPORTADO.
           DISPLAY 'PAGAMENTOS EXPORTADOS.: ' WRK-QTD-PAGAMENTOS.
           DISPLAY 'PRINCIPAL RECEBIDO....: ' WRK-VALOR-PRINCIPAL.
           DISPLAY 'MULTA RECEBIDA........: ' WRK-VALOR-MULTA.
           DISPLAY 'JUROS RECEBIDOS.......: ' WRK-VALOR-JUROS.
           STOP RUN.
