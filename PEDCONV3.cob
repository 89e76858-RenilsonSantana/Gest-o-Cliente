       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCONV3.
      ******************************************************************
      * OBJETIVO: CONVERSAO UNICA DE PEDIDOS.DAT E DO ARQUIVO MORTO
      *           PEDARQ.DAT PARA O LAYOUT COM O CODIGO DO VENDEDOR.
      *           OS PEDIDOS ANTIGOS NAO TEM VENDEDOR REGISTRADO E
      *           ENTRAM COM ZEROS, FICANDO FORA DA COMISSAO. CADA
      *           ARQUIVO E REGRAVADO EM *N.DAT, O ORIGINAL FICA
      *           GUARDADO COMO .OL3 (PEDIDOS) E .OL2 (PEDARQ) E O
      *           NOVO E PROMOVIDO, NOS MOLDES DO PAGCONV. ARQUIVO
      *           INEXISTENTE E PULADO. DEVE RODAR UMA UNICA VEZ,
      *           ANTES DE QUALQUER PROGRAMA QUE USE O LAYOUT NOVO, E
      *           NAO PODE SER REPETIDO DEPOIS
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O ARQUIVO VIVO DE PEDIDOS, AINDA NO LAYOUT SEM VENDEDOR
           SELECT PEDANT ASSIGN TO 'C:\COBOL\PEDIDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDANT-CHAVE
               FILE STATUS IS PEDANT-STATUS.

           SELECT PEDNOVO ASSIGN TO 'C:\COBOL\PEDNOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDNOVO-CHAVE
               FILE STATUS IS PEDNOVO-STATUS.

      * O ARQUIVO MORTO DE PEDIDOS, NO MESMO LAYOUT ANTIGO
           SELECT ARQANT ASSIGN TO 'C:\COBOL\PEDARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQANT-CHAVE
               FILE STATUS IS ARQANT-STATUS.

           SELECT ARQNOVO ASSIGN TO 'C:\COBOL\PEDARQN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQNOVO-CHAVE
               FILE STATUS IS ARQNOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDANT.
       01 PEDANT-REG.
           02 PEDANT-CHAVE.
               03 PEDANT-FONE   PIC 9(09).
               03 PEDANT-SEQ    PIC 9(05).
           02 PEDANT-DATA       PIC 9(08).
           02 PEDANT-ITEM       PIC X(30).
           02 PEDANT-VALOR      PIC 9(07)V99.
           02 PEDANT-SITUACAO   PIC X(01).
           02 PEDANT-CODIGO-ITEM PIC 9(05).

       FD PEDNOVO.
       01 PEDNOVO-REG.
           02 PEDNOVO-CHAVE.
               03 PEDNOVO-FONE   PIC 9(09).
               03 PEDNOVO-SEQ    PIC 9(05).
           02 PEDNOVO-DATA       PIC 9(08).
           02 PEDNOVO-ITEM       PIC X(30).
           02 PEDNOVO-VALOR      PIC 9(07)V99.
           02 PEDNOVO-SITUACAO   PIC X(01).
           02 PEDNOVO-CODIGO-ITEM PIC 9(05).
           02 PEDNOVO-VENDEDOR   PIC 9(03).

       FD ARQANT.
       01 ARQANT-REG.
           02 ARQANT-CHAVE.
               03 ARQANT-FONE   PIC 9(09).
               03 ARQANT-SEQ    PIC 9(05).
           02 ARQANT-DATA       PIC 9(08).
           02 ARQANT-ITEM       PIC X(30).
           02 ARQANT-VALOR      PIC 9(07)V99.
           02 ARQANT-SITUACAO   PIC X(01).
           02 ARQANT-CODIGO-ITEM PIC 9(05).

       FD ARQNOVO.
       01 ARQNOVO-REG.
           02 ARQNOVO-CHAVE.
               03 ARQNOVO-FONE   PIC 9(09).
               03 ARQNOVO-SEQ    PIC 9(05).
           02 ARQNOVO-DATA       PIC 9(08).
           02 ARQNOVO-ITEM       PIC X(30).
           02 ARQNOVO-VALOR      PIC 9(07)V99.
           02 ARQNOVO-SITUACAO   PIC X(01).
           02 ARQNOVO-CODIGO-ITEM PIC 9(05).
           02 ARQNOVO-VENDEDOR   PIC 9(03).

       WORKING-STORAGE SECTION.

       77 PEDANT-STATUS PIC 99.
       77 PEDNOVO-STATUS PIC 99.
       77 ARQANT-STATUS PIC 99.
       77 ARQNOVO-STATUS PIC 99.
       77 WRK-QTD-PED-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-QTD-ARQ-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-PED-VIVO PIC X(80) VALUE 'C:\COBOL\PEDIDOS.DAT'.
       77 WRK-PED-NOVO PIC X(80) VALUE 'C:\COBOL\PEDNOVO.DAT'.
       77 WRK-PED-GUARDA PIC X(80) VALUE 'C:\COBOL\PEDIDOS.OL3'.
       77 WRK-ARQ-VIVO PIC X(80) VALUE 'C:\COBOL\PEDARQ.DAT'.
       77 WRK-ARQ-NOVO PIC X(80) VALUE 'C:\COBOL\PEDARQN.DAT'.
       77 WRK-ARQ-GUARDA PIC X(80) VALUE 'C:\COBOL\PEDARQ.OL2'.
       77 WRK-CONFIRMA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DE PEDIDOS PARA O LAYOUT COM VENDEDOR'.
           DISPLAY 'RODAR UMA UNICA VEZ. CONFIRMA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CONVERSAO ABANDONADA'
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-PED-CONVERTIDOS.
           MOVE ZEROS TO WRK-QTD-ARQ-CONVERTIDOS.
           PERFORM 1000-CONVERTER-PEDIDOS.
           PERFORM 2000-CONVERTER-PEDARQ.
           DISPLAY 'CONVERSAO CONCLUIDA'.
           DISPLAY 'PEDIDOS CONVERTIDOS....: ' WRK-QTD-PED-CONVERTIDOS.
           DISPLAY 'ARQUIVADOS CONVERTIDOS.: ' WRK-QTD-ARQ-CONVERTIDOS.
           DISPLAY 'ORIGINAIS GUARDADOS EM PEDIDOS.OL3 E PEDARQ.OL2'.
           STOP RUN.

      * COPIA CADA PEDIDO PARA O LAYOUT NOVO COM O VENDEDOR ZERADO
       1000-CONVERTER-PEDIDOS.
           OPEN INPUT PEDANT.
           IF PEDANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO DE PEDIDOS - PULADO'
           ELSE
               IF PEDANT-STATUS NOT = 0
                   DISPLAY 'ERRO NA ABERTURA DE PEDIDOS.DAT'
                   DISPLAY 'STATUS PEDIDOS: ' PEDANT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT PEDNOVO
               IF PEDNOVO-STATUS NOT = 0
                   DISPLAY 'ERRO NA CRIACAO DE PEDNOVO.DAT'
                   DISPLAY 'STATUS PEDNOVO: ' PEDNOVO-STATUS
                   CLOSE PEDANT
                   STOP RUN
               END-IF
               PERFORM 1100-COPIAR-PEDIDOS
               CLOSE PEDANT
               CLOSE PEDNOVO
               PERFORM 1200-PROMOVER-PEDIDOS
           END-IF.

       1100-COPIAR-PEDIDOS.
           MOVE ZEROS TO PEDANT-FONE.
           MOVE ZEROS TO PEDANT-SEQ.
           START PEDANT KEY IS NOT LESS THAN PEDANT-CHAVE
               INVALID KEY MOVE 10 TO PEDANT-STATUS
           END-START.
           IF PEDANT-STATUS NOT = 10
               READ PEDANT NEXT
                   AT END MOVE 10 TO PEDANT-STATUS
               END-READ
               PERFORM UNTIL PEDANT-STATUS = 10
                   MOVE PEDANT-FONE TO PEDNOVO-FONE
                   MOVE PEDANT-SEQ TO PEDNOVO-SEQ
                   MOVE PEDANT-DATA TO PEDNOVO-DATA
                   MOVE PEDANT-ITEM TO PEDNOVO-ITEM
                   MOVE PEDANT-VALOR TO PEDNOVO-VALOR
                   MOVE PEDANT-SITUACAO TO PEDNOVO-SITUACAO
                   MOVE PEDANT-CODIGO-ITEM TO PEDNOVO-CODIGO-ITEM
                   MOVE ZEROS TO PEDNOVO-VENDEDOR
                   WRITE PEDNOVO-REG
                       INVALID KEY
                           DISPLAY 'PEDIDO NAO CONVERTIDO FONE '
                                   PEDANT-FONE ' SEQ ' PEDANT-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-PED-CONVERTIDOS
                   END-WRITE
                   READ PEDANT NEXT
                       AT END MOVE 10 TO PEDANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       1200-PROMOVER-PEDIDOS.
           CALL 'CBL_DELETE_FILE' USING WRK-PED-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-PED-VIVO WRK-PED-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR PEDIDOS - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-PED-NOVO WRK-PED-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER PEDNOVO.DAT'
               DISPLAY 'RESTAURE PEDIDOS.OL3 MANUALMENTE'
               STOP RUN
           END-IF.

      * O ARQUIVO MORTO RECEBE A MESMA CONVERSAO DO VIVO, PARA O
      * CLIARQUIVO CONTINUAR COPIANDO O REGISTRO INTEIRO DE UM PARA
      * O OUTRO
       2000-CONVERTER-PEDARQ.
           OPEN INPUT ARQANT.
           IF ARQANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO MORTO DE PEDIDOS - PULADO'
           ELSE
               IF ARQANT-STATUS NOT = 0
                   DISPLAY 'ERRO NA ABERTURA DE PEDARQ.DAT'
                   DISPLAY 'STATUS PEDARQ: ' ARQANT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ARQNOVO
               IF ARQNOVO-STATUS NOT = 0
                   DISPLAY 'ERRO NA CRIACAO DE PEDARQN.DAT'
                   DISPLAY 'STATUS PEDARQN: ' ARQNOVO-STATUS
                   CLOSE ARQANT
                   STOP RUN
               END-IF
               PERFORM 2100-COPIAR-PEDARQ
               CLOSE ARQANT
               CLOSE ARQNOVO
               PERFORM 2200-PROMOVER-PEDARQ
           END-IF.

       2100-COPIAR-PEDARQ.
           MOVE ZEROS TO ARQANT-FONE.
           MOVE ZEROS TO ARQANT-SEQ.
           START ARQANT KEY IS NOT LESS THAN ARQANT-CHAVE
               INVALID KEY MOVE 10 TO ARQANT-STATUS
           END-START.
           IF ARQANT-STATUS NOT = 10
               READ ARQANT NEXT
                   AT END MOVE 10 TO ARQANT-STATUS
               END-READ
               PERFORM UNTIL ARQANT-STATUS = 10
                   MOVE ARQANT-FONE TO ARQNOVO-FONE
                   MOVE ARQANT-SEQ TO ARQNOVO-SEQ
                   MOVE ARQANT-DATA TO ARQNOVO-DATA
                   MOVE ARQANT-ITEM TO ARQNOVO-ITEM
                   MOVE ARQANT-VALOR TO ARQNOVO-VALOR
                   MOVE ARQANT-SITUACAO TO ARQNOVO-SITUACAO
                   MOVE ARQANT-CODIGO-ITEM TO ARQNOVO-CODIGO-ITEM
                   MOVE ZEROS TO ARQNOVO-VENDEDOR
                   WRITE ARQNOVO-REG
                       INVALID KEY
                           DISPLAY 'PEDIDO NAO CONVERTIDO FONE '
                                   ARQANT-FONE ' SEQ ' ARQANT-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ARQ-CONVERTIDOS
                   END-WRITE
                   READ ARQANT NEXT
                       AT END MOVE 10 TO ARQANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2200-PROMOVER-PEDARQ.
           CALL 'CBL_DELETE_FILE' USING WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-VIVO WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR PEDARQ - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-NOVO WRK-ARQ-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER PEDARQN.DAT'
               DISPLAY 'RESTAURE PEDARQ.OL2 MANUALMENTE'
               STOP RUN
           END-IF.
