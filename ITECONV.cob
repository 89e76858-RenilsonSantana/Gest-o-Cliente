       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITECONV.
      ******************************************************************
      * OBJETIVO: CONVERSAO UNICA DE ITENS.DAT PARA O LAYOUT COM O
      *           CONTROLE DE ESTOQUE (INDICADOR DE CONTROLE, QUANTIDADE
      *           EM ESTOQUE E ESTOQUE MINIMO). OS ITENS ANTIGOS ENTRAM
      *           SEM CONTROLE (N) E COM AS QUANTIDADES ZERADAS, PARA
      *           AS VENDAS NAO PARAREM ANTES DA CONTAGEM; O ESTOQUE DE
      *           CADA PRODUTO E LIGADO NA ALTERACAO DO ITEM E CARREGADO
      *           PELA ENTRADA DE MERCADORIA. O ARQUIVO E REGRAVADO EM
      *           ITENOVO.DAT, O ORIGINAL FICA GUARDADO COMO .OLD E O
      *           NOVO E PROMOVIDO, NOS MOLDES DO PAGCONV. DEVE RODAR
      *           UMA UNICA VEZ, ANTES DE QUALQUER PROGRAMA QUE USE O
      *           LAYOUT NOVO, E NAO PODE SER REPETIDO DEPOIS
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O CADASTRO DE ITENS, AINDA NO LAYOUT SEM ESTOQUE
           SELECT ITEANT ASSIGN TO 'C:\COBOL\ITENS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEANT-CHAVE
               FILE STATUS IS ITEANT-STATUS.

           SELECT ITENOVO ASSIGN TO 'C:\COBOL\ITENOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITENOVO-CHAVE
               FILE STATUS IS ITENOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEANT.
       01 ITEANT-REG.
           02 ITEANT-CHAVE.
               03 ITEANT-CODIGO   PIC 9(05).
           02 ITEANT-DESCRICAO    PIC X(30).
           02 ITEANT-PRECO        PIC 9(07)V99.
           02 ITEANT-SITUACAO     PIC X(01).

       FD ITENOVO.
       01 ITENOVO-REG.
           02 ITENOVO-CHAVE.
               03 ITENOVO-CODIGO  PIC 9(05).
           02 ITENOVO-DESCRICAO   PIC X(30).
           02 ITENOVO-PRECO       PIC 9(07)V99.
           02 ITENOVO-SITUACAO    PIC X(01).
           02 ITENOVO-CONTROLA-ESTOQUE PIC X(01).
           02 ITENOVO-QTD-ESTOQUE PIC 9(07).
           02 ITENOVO-ESTOQUE-MINIMO PIC 9(07).

       WORKING-STORAGE SECTION.

       77 ITEANT-STATUS PIC 99.
       77 ITENOVO-STATUS PIC 99.
       77 WRK-QTD-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-ITE-VIVO PIC X(80) VALUE 'C:\COBOL\ITENS.DAT'.
       77 WRK-ITE-NOVO PIC X(80) VALUE 'C:\COBOL\ITENOVO.DAT'.
       77 WRK-ITE-GUARDA PIC X(80) VALUE 'C:\COBOL\ITENS.OLD'.
       77 WRK-CONFIRMA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DE ITENS PARA O LAYOUT COM ESTOQUE'.
           DISPLAY 'RODAR UMA UNICA VEZ. CONFIRMA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CONVERSAO ABANDONADA'
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-CONVERTIDOS.
           OPEN INPUT ITEANT.
           IF ITEANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO DE ITENS - NADA A CONVERTER'
               STOP RUN
           END-IF.
           IF ITEANT-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DE ITENS.DAT'
               DISPLAY 'STATUS ITENS: ' ITEANT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ITENOVO.
           IF ITENOVO-STATUS NOT = 0
               DISPLAY 'ERRO NA CRIACAO DE ITENOVO.DAT'
               DISPLAY 'STATUS ITENOVO: ' ITENOVO-STATUS
               CLOSE ITEANT
               STOP RUN
           END-IF.
           PERFORM 1000-COPIAR-ITENS.
           CLOSE ITEANT.
           CLOSE ITENOVO.
           PERFORM 2000-PROMOVER-ITENS.
           DISPLAY 'CONVERSAO CONCLUIDA'.
           DISPLAY 'ITENS CONVERTIDOS......: ' WRK-QTD-CONVERTIDOS.
           DISPLAY 'ORIGINAL GUARDADO EM ITENS.OLD'.
           STOP RUN.

      * COPIA CADA ITEM PARA O LAYOUT NOVO, SEM CONTROLE DE ESTOQUE
      * E COM AS QUANTIDADES ZERADAS
       1000-COPIAR-ITENS.
           MOVE ZEROS TO ITEANT-CODIGO.
           START ITEANT KEY IS NOT LESS THAN ITEANT-CHAVE
               INVALID KEY MOVE 10 TO ITEANT-STATUS
           END-START.
           IF ITEANT-STATUS NOT = 10
               READ ITEANT NEXT
                   AT END MOVE 10 TO ITEANT-STATUS
               END-READ
               PERFORM UNTIL ITEANT-STATUS = 10
                   MOVE ITEANT-CODIGO TO ITENOVO-CODIGO
                   MOVE ITEANT-DESCRICAO TO ITENOVO-DESCRICAO
                   MOVE ITEANT-PRECO TO ITENOVO-PRECO
                   MOVE ITEANT-SITUACAO TO ITENOVO-SITUACAO
                   MOVE 'N' TO ITENOVO-CONTROLA-ESTOQUE
                   MOVE ZEROS TO ITENOVO-QTD-ESTOQUE
                   MOVE ZEROS TO ITENOVO-ESTOQUE-MINIMO
                   WRITE ITENOVO-REG
                       INVALID KEY
                           DISPLAY 'ITEM NAO CONVERTIDO CODIGO '
                                   ITEANT-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-CONVERTIDOS
                   END-WRITE
                   READ ITEANT NEXT
                       AT END MOVE 10 TO ITEANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2000-PROMOVER-ITENS.
           CALL 'CBL_DELETE_FILE' USING WRK-ITE-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-ITE-VIVO WRK-ITE-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR ITENS - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-ITE-NOVO WRK-ITE-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER ITENOVO.DAT'
               DISPLAY 'RESTAURE ITENS.OLD MANUALMENTE'
               STOP RUN
           END-IF.
