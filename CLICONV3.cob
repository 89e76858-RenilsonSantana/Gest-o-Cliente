       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICONV3.
      ******************************************************************
      * OBJETIVO: CONVERSAO UNICA DE CLIENTES.DAT E DO ARQUIVO MORTO
      *           CLIARQ.DAT PARA O LAYOUT COM O CONSENTIMENTO DE
      *           MARKETING. OS CLIENTES EXISTENTES ENTRAM COM 'S'
      *           (ACEITA), COMO OS NOVOS; QUEM NAO QUISER RECEBER
      *           CAMPANHAS PEDE A SAIDA E A ALTERACAO DO CLIENTES
      *           GRAVA 'N'. CADA ARQUIVO E REGRAVADO EM *N.DAT, O
      *           ORIGINAL FICA GUARDADO COMO CLIENTES.OL3 E
      *           CLIARQ.OL2 E O NOVO E PROMOVIDO, NOS MOLDES DO
      *           PEDCONV3. ARQUIVO MORTO INEXISTENTE E PULADO. DEVE
      *           RODAR UMA UNICA VEZ, ANTES DE QUALQUER PROGRAMA QUE
      *           USE O LAYOUT NOVO, E NAO PODE SER REPETIDO DEPOIS
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O ARQUIVO VIVO, AINDA NO LAYOUT SEM O CONSENTIMENTO
           SELECT CLIANT ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIANT-CHAVE
               ALTERNATE RECORD KEY IS CLIANT-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIANT-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLIANT-STATUS.

      * O ARQUIVO CONVERTIDO, COM AS MESMAS CHAVES, QUE AO FINAL
      * VIRA O CLIENTES.DAT
           SELECT CLINOVO ASSIGN TO 'C:\COBOL\CLINOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLINOVO-CHAVE
               ALTERNATE RECORD KEY IS CLINOVO-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLINOVO-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLINOVO-STATUS.

      * O ARQUIVO MORTO DE CLIENTES, NO MESMO LAYOUT ANTIGO
           SELECT ARQANT ASSIGN TO 'C:\COBOL\CLIARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQANT-CHAVE
               FILE STATUS IS ARQANT-STATUS.

           SELECT ARQNOVO ASSIGN TO 'C:\COBOL\CLIARQN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQNOVO-CHAVE
               FILE STATUS IS ARQNOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIANT.
       01 CLIANT-REG.
           02 CLIANT-CHAVE.
               03 CLIANT-FONE   PIC 9(09).
           02 CLIANT-NOME       PIC X(30).
           02 CLIANT-EMAIL      PIC X(40).
           02 CLIANT-SITUACAO   PIC X(01).
           02 CLIANT-LIMITE     PIC 9(07)V99.
           02 CLIANT-TIPO-PESSOA PIC X(01).
           02 CLIANT-DOCUMENTO  PIC 9(14).

       FD CLINOVO.
       01 CLINOVO-REG.
           02 CLINOVO-CHAVE.
               03 CLINOVO-FONE  PIC 9(09).
           02 CLINOVO-NOME      PIC X(30).
           02 CLINOVO-EMAIL     PIC X(40).
           02 CLINOVO-SITUACAO  PIC X(01).
           02 CLINOVO-LIMITE    PIC 9(07)V99.
           02 CLINOVO-TIPO-PESSOA PIC X(01).
           02 CLINOVO-DOCUMENTO PIC 9(14).
           02 CLINOVO-MARKETING PIC X(01).

       FD ARQANT.
       01 ARQANT-REG.
           02 ARQANT-CHAVE.
               03 ARQANT-FONE   PIC 9(09).
           02 ARQANT-NOME       PIC X(30).
           02 ARQANT-EMAIL      PIC X(40).
           02 ARQANT-SITUACAO   PIC X(01).
           02 ARQANT-LIMITE     PIC 9(07)V99.
           02 ARQANT-TIPO-PESSOA PIC X(01).
           02 ARQANT-DOCUMENTO  PIC 9(14).

       FD ARQNOVO.
       01 ARQNOVO-REG.
           02 ARQNOVO-CHAVE.
               03 ARQNOVO-FONE  PIC 9(09).
           02 ARQNOVO-NOME      PIC X(30).
           02 ARQNOVO-EMAIL     PIC X(40).
           02 ARQNOVO-SITUACAO  PIC X(01).
           02 ARQNOVO-LIMITE    PIC 9(07)V99.
           02 ARQNOVO-TIPO-PESSOA PIC X(01).
           02 ARQNOVO-DOCUMENTO PIC 9(14).
           02 ARQNOVO-MARKETING PIC X(01).

       WORKING-STORAGE SECTION.

       77 CLIANT-STATUS PIC 99.
       77 CLINOVO-STATUS PIC 99.
       77 ARQANT-STATUS PIC 99.
       77 ARQNOVO-STATUS PIC 99.
       77 WRK-QTD-CLI-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-QTD-ARQ-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-CLI-VIVO PIC X(80) VALUE 'C:\COBOL\CLIENTES.DAT'.
       77 WRK-CLI-NOVO PIC X(80) VALUE 'C:\COBOL\CLINOVO.DAT'.
       77 WRK-CLI-GUARDA PIC X(80) VALUE 'C:\COBOL\CLIENTES.OL3'.
       77 WRK-ARQ-VIVO PIC X(80) VALUE 'C:\COBOL\CLIARQ.DAT'.
       77 WRK-ARQ-NOVO PIC X(80) VALUE 'C:\COBOL\CLIARQN.DAT'.
       77 WRK-ARQ-GUARDA PIC X(80) VALUE 'C:\COBOL\CLIARQ.OL2'.
       77 WRK-CONFIRMA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DE CLIENTES PARA O LAYOUT COM O '
                   'CONSENTIMENTO DE MARKETING'.
           DISPLAY 'RODAR UMA UNICA VEZ. CONFIRMA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CONVERSAO ABANDONADA'
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-CLI-CONVERTIDOS.
           MOVE ZEROS TO WRK-QTD-ARQ-CONVERTIDOS.
           PERFORM 1000-CONVERTER-CLIENTES.
           PERFORM 2000-CONVERTER-CLIARQ.
           DISPLAY 'CONVERSAO CONCLUIDA'.
           DISPLAY 'CLIENTES CONVERTIDOS...: ' WRK-QTD-CLI-CONVERTIDOS.
           DISPLAY 'ARQUIVADOS CONVERTIDOS.: ' WRK-QTD-ARQ-CONVERTIDOS.
           DISPLAY 'ORIGINAIS GUARDADOS EM CLIENTES.OL3 E CLIARQ.OL2'.
           STOP RUN.

      * COPIA CADA CLIENTE PARA O LAYOUT NOVO ACEITANDO MARKETING
       1000-CONVERTER-CLIENTES.
           OPEN INPUT CLIANT.
           IF CLIANT-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DE CLIENTES.DAT'
               DISPLAY 'STATUS CLIENTES: ' CLIANT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CLINOVO.
           IF CLINOVO-STATUS NOT = 0
               DISPLAY 'ERRO NA CRIACAO DE CLINOVO.DAT'
               DISPLAY 'STATUS CLINOVO: ' CLINOVO-STATUS
               CLOSE CLIANT
               STOP RUN
           END-IF.
           PERFORM 1100-COPIAR-CLIENTES.
           CLOSE CLIANT.
           CLOSE CLINOVO.
           PERFORM 1200-PROMOVER-CLIENTES.

       1100-COPIAR-CLIENTES.
           MOVE ZEROS TO CLIANT-FONE.
           START CLIANT KEY IS NOT LESS THAN CLIANT-CHAVE
               INVALID KEY MOVE 10 TO CLIANT-STATUS
           END-START.
           IF CLIANT-STATUS NOT = 10
               READ CLIANT NEXT
                   AT END MOVE 10 TO CLIANT-STATUS
               END-READ
               PERFORM UNTIL CLIANT-STATUS = 10
                   MOVE CLIANT-FONE TO CLINOVO-FONE
                   MOVE CLIANT-NOME TO CLINOVO-NOME
                   MOVE CLIANT-EMAIL TO CLINOVO-EMAIL
                   MOVE CLIANT-SITUACAO TO CLINOVO-SITUACAO
                   MOVE CLIANT-LIMITE TO CLINOVO-LIMITE
                   MOVE CLIANT-TIPO-PESSOA TO CLINOVO-TIPO-PESSOA
                   MOVE CLIANT-DOCUMENTO TO CLINOVO-DOCUMENTO
                   MOVE 'S' TO CLINOVO-MARKETING
                   WRITE CLINOVO-REG
                       INVALID KEY
                           DISPLAY 'CLIENTE NAO CONVERTIDO FONE '
                                   CLIANT-FONE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-CLI-CONVERTIDOS
                   END-WRITE
                   READ CLIANT NEXT
                       AT END MOVE 10 TO CLIANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       1200-PROMOVER-CLIENTES.
           CALL 'CBL_DELETE_FILE' USING WRK-CLI-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-CLI-VIVO WRK-CLI-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR CLIENTES - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-CLI-NOVO WRK-CLI-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER CLINOVO.DAT'
               DISPLAY 'RESTAURE CLIENTES.OL3 MANUALMENTE'
               STOP RUN
           END-IF.

      * O ARQUIVO MORTO RECEBE A MESMA CONVERSAO DO VIVO, PARA O
      * CLIARQUIVO CONTINUAR COPIANDO O REGISTRO INTEIRO DE UM PARA
      * O OUTRO
       2000-CONVERTER-CLIARQ.
           OPEN INPUT ARQANT.
           IF ARQANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO MORTO DE CLIENTES - PULADO'
           ELSE
               IF ARQANT-STATUS NOT = 0
                   DISPLAY 'ERRO NA ABERTURA DE CLIARQ.DAT'
                   DISPLAY 'STATUS CLIARQ: ' ARQANT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ARQNOVO
               IF ARQNOVO-STATUS NOT = 0
                   DISPLAY 'ERRO NA CRIACAO DE CLIARQN.DAT'
                   DISPLAY 'STATUS CLIARQN: ' ARQNOVO-STATUS
                   CLOSE ARQANT
                   STOP RUN
               END-IF
               PERFORM 2100-COPIAR-CLIARQ
               CLOSE ARQANT
               CLOSE ARQNOVO
               PERFORM 2200-PROMOVER-CLIARQ
           END-IF.

       2100-COPIAR-CLIARQ.
           MOVE ZEROS TO ARQANT-FONE.
           START ARQANT KEY IS NOT LESS THAN ARQANT-CHAVE
               INVALID KEY MOVE 10 TO ARQANT-STATUS
           END-START.
           IF ARQANT-STATUS NOT = 10
               READ ARQANT NEXT
                   AT END MOVE 10 TO ARQANT-STATUS
               END-READ
               PERFORM UNTIL ARQANT-STATUS = 10
                   MOVE ARQANT-FONE TO ARQNOVO-FONE
                   MOVE ARQANT-NOME TO ARQNOVO-NOME
                   MOVE ARQANT-EMAIL TO ARQNOVO-EMAIL
                   MOVE ARQANT-SITUACAO TO ARQNOVO-SITUACAO
                   MOVE ARQANT-LIMITE TO ARQNOVO-LIMITE
                   MOVE ARQANT-TIPO-PESSOA TO ARQNOVO-TIPO-PESSOA
                   MOVE ARQANT-DOCUMENTO TO ARQNOVO-DOCUMENTO
                   MOVE 'S' TO ARQNOVO-MARKETING
                   WRITE ARQNOVO-REG
                       INVALID KEY
                           DISPLAY 'CLIENTE NAO CONVERTIDO FONE '
                                   ARQANT-FONE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ARQ-CONVERTIDOS
                   END-WRITE
                   READ ARQANT NEXT
                       AT END MOVE 10 TO ARQANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2200-PROMOVER-CLIARQ.
           CALL 'CBL_DELETE_FILE' USING WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-VIVO WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR CLIARQ - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-NOVO WRK-ARQ-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER CLIARQN.DAT'
               DISPLAY 'RESTAURE CLIARQ.OL2 MANUALMENTE'
               STOP RUN
           END-IF.
