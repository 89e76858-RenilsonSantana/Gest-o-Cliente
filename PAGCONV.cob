       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCONV.
      ******************************************************************
      * OBJETIVO: CONVERSAO UNICA DE PAGAMENTOS.DAT E DO ARQUIVO MORTO
      *           PAGARQ.DAT PARA O LAYOUT COM A MULTA E OS JUROS DE
      *           MORA SEPARADOS DO PRINCIPAL. OS PAGAMENTOS ANTIGOS
      *           FORAM RECEBIDOS SEM ENCARGOS, ENTAO O VALOR CONTINUA
      *           SENDO TODO PRINCIPAL E MULTA/JUROS ENTRAM ZERADOS.
      *           CADA ARQUIVO E REGRAVADO EM *N.DAT, O ORIGINAL FICA
      *           GUARDADO COMO .OLD E O NOVO E PROMOVIDO, NOS MOLDES
      *           DO ARQCONV. ARQUIVO INEXISTENTE E PULADO. DEVE RODAR
      *           UMA UNICA VEZ, ANTES DE QUALQUER PROGRAMA QUE USE O
      *           LAYOUT NOVO, E NAO PODE SER REPETIDO DEPOIS
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O ARQUIVO VIVO DE PAGAMENTOS, AINDA NO LAYOUT SEM ENCARGOS
           SELECT PAGANT ASSIGN TO 'C:\COBOL\PAGAMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGANT-CHAVE
               FILE STATUS IS PAGANT-STATUS.

           SELECT PAGNOVO ASSIGN TO 'C:\COBOL\PAGNOVO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGNOVO-CHAVE
               FILE STATUS IS PAGNOVO-STATUS.

      * O ARQUIVO MORTO DE PAGAMENTOS, NO MESMO LAYOUT ANTIGO
           SELECT ARQANT ASSIGN TO 'C:\COBOL\PAGARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQANT-CHAVE
               FILE STATUS IS ARQANT-STATUS.

           SELECT ARQNOVO ASSIGN TO 'C:\COBOL\PAGARQN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQNOVO-CHAVE
               FILE STATUS IS ARQNOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAGANT.
       01 PAGANT-REG.
           02 PAGANT-CHAVE.
               03 PAGANT-FONE    PIC 9(09).
               03 PAGANT-SEQ     PIC 9(05).
               03 PAGANT-PARCELA PIC 9(03).
           02 PAGANT-DATA        PIC 9(08).
           02 PAGANT-VALOR       PIC 9(07)V99.

       FD PAGNOVO.
       01 PAGNOVO-REG.
           02 PAGNOVO-CHAVE.
               03 PAGNOVO-FONE    PIC 9(09).
               03 PAGNOVO-SEQ     PIC 9(05).
               03 PAGNOVO-PARCELA PIC 9(03).
           02 PAGNOVO-DATA        PIC 9(08).
           02 PAGNOVO-VALOR       PIC 9(07)V99.
           02 PAGNOVO-MULTA       PIC 9(07)V99.
           02 PAGNOVO-JUROS       PIC 9(07)V99.

       FD ARQANT.
       01 ARQANT-REG.
           02 ARQANT-CHAVE.
               03 ARQANT-FONE    PIC 9(09).
               03 ARQANT-SEQ     PIC 9(05).
               03 ARQANT-PARCELA PIC 9(03).
           02 ARQANT-DATA        PIC 9(08).
           02 ARQANT-VALOR       PIC 9(07)V99.

       FD ARQNOVO.
       01 ARQNOVO-REG.
           02 ARQNOVO-CHAVE.
               03 ARQNOVO-FONE    PIC 9(09).
               03 ARQNOVO-SEQ     PIC 9(05).
               03 ARQNOVO-PARCELA PIC 9(03).
           02 ARQNOVO-DATA        PIC 9(08).
           02 ARQNOVO-VALOR       PIC 9(07)V99.
           02 ARQNOVO-MULTA       PIC 9(07)V99.
           02 ARQNOVO-JUROS       PIC 9(07)V99.

       WORKING-STORAGE SECTION.

       77 PAGANT-STATUS PIC 99.
       77 PAGNOVO-STATUS PIC 99.
       77 ARQANT-STATUS PIC 99.
       77 ARQNOVO-STATUS PIC 99.
       77 WRK-QTD-PAG-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-QTD-ARQ-CONVERTIDOS PIC 9(07) COMP.
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-PAG-VIVO PIC X(80) VALUE 'C:\COBOL\PAGAMENTOS.DAT'.
       77 WRK-PAG-NOVO PIC X(80) VALUE 'C:\COBOL\PAGNOVO.DAT'.
       77 WRK-PAG-GUARDA PIC X(80) VALUE 'C:\COBOL\PAGAMENTOS.OLD'.
       77 WRK-ARQ-VIVO PIC X(80) VALUE 'C:\COBOL\PAGARQ.DAT'.
       77 WRK-ARQ-NOVO PIC X(80) VALUE 'C:\COBOL\PAGARQN.DAT'.
       77 WRK-ARQ-GUARDA PIC X(80) VALUE 'C:\COBOL\PAGARQ.OLD'.
       77 WRK-CONFIRMA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'CONVERSAO DE PAGAMENTOS PARA O LAYOUT COM ENCARGOS'.
           DISPLAY 'RODAR UMA UNICA VEZ. CONFIRMA (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CONVERSAO ABANDONADA'
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-PAG-CONVERTIDOS.
           MOVE ZEROS TO WRK-QTD-ARQ-CONVERTIDOS.
           PERFORM 1000-CONVERTER-PAGAMENTOS.
           PERFORM 2000-CONVERTER-PAGARQ.
           DISPLAY 'CONVERSAO CONCLUIDA'.
           DISPLAY 'PAGAMENTOS CONVERTIDOS.: ' WRK-QTD-PAG-CONVERTIDOS.
           DISPLAY 'ARQUIVADOS CONVERTIDOS.: ' WRK-QTD-ARQ-CONVERTIDOS.
           DISPLAY 'ORIGINAIS GUARDADOS EM PAGAMENTOS.OLD E PAGARQ.OLD'.
           STOP RUN.

      * COPIA CADA PAGAMENTO PARA O LAYOUT NOVO: O VALOR RECEBIDO
      * CONTINUA COMO PRINCIPAL E OS ENCARGOS ENTRAM ZERADOS
       1000-CONVERTER-PAGAMENTOS.
           OPEN INPUT PAGANT.
           IF PAGANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO DE PAGAMENTOS - PULADO'
           ELSE
               IF PAGANT-STATUS NOT = 0
                   DISPLAY 'ERRO NA ABERTURA DE PAGAMENTOS.DAT'
                   DISPLAY 'STATUS PAGAMENTOS: ' PAGANT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT PAGNOVO
               IF PAGNOVO-STATUS NOT = 0
                   DISPLAY 'ERRO NA CRIACAO DE PAGNOVO.DAT'
                   DISPLAY 'STATUS PAGNOVO: ' PAGNOVO-STATUS
                   CLOSE PAGANT
                   STOP RUN
               END-IF
               PERFORM 1100-COPIAR-PAGAMENTOS
               CLOSE PAGANT
               CLOSE PAGNOVO
               PERFORM 1200-PROMOVER-PAGAMENTOS
           END-IF.

       1100-COPIAR-PAGAMENTOS.
           MOVE ZEROS TO PAGANT-FONE.
           MOVE ZEROS TO PAGANT-SEQ.
           MOVE ZEROS TO PAGANT-PARCELA.
           START PAGANT KEY IS NOT LESS THAN PAGANT-CHAVE
               INVALID KEY MOVE 10 TO PAGANT-STATUS
           END-START.
           IF PAGANT-STATUS NOT = 10
               READ PAGANT NEXT
                   AT END MOVE 10 TO PAGANT-STATUS
               END-READ
               PERFORM UNTIL PAGANT-STATUS = 10
                   MOVE PAGANT-FONE TO PAGNOVO-FONE
                   MOVE PAGANT-SEQ TO PAGNOVO-SEQ
                   MOVE PAGANT-PARCELA TO PAGNOVO-PARCELA
                   MOVE PAGANT-DATA TO PAGNOVO-DATA
                   MOVE PAGANT-VALOR TO PAGNOVO-VALOR
                   MOVE ZEROS TO PAGNOVO-MULTA
                   MOVE ZEROS TO PAGNOVO-JUROS
                   WRITE PAGNOVO-REG
                       INVALID KEY
                           DISPLAY 'PAGAMENTO NAO CONVERTIDO FONE '
                                   PAGANT-FONE ' SEQ ' PAGANT-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-PAG-CONVERTIDOS
                   END-WRITE
                   READ PAGANT NEXT
                       AT END MOVE 10 TO PAGANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       1200-PROMOVER-PAGAMENTOS.
           CALL 'CBL_DELETE_FILE' USING WRK-PAG-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-PAG-VIVO WRK-PAG-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR PAGAMENTOS - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-PAG-NOVO WRK-PAG-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER PAGNOVO.DAT'
               DISPLAY 'RESTAURE PAGAMENTOS.OLD MANUALMENTE'
               STOP RUN
           END-IF.

      * O ARQUIVO MORTO RECEBE A MESMA CONVERSAO DO VIVO, PARA O
      * CLIARQUIVO CONTINUAR COPIANDO O REGISTRO INTEIRO DE UM PARA
      * O OUTRO
       2000-CONVERTER-PAGARQ.
           OPEN INPUT ARQANT.
           IF ARQANT-STATUS = 35
               DISPLAY 'SEM ARQUIVO MORTO DE PAGAMENTOS - PULADO'
           ELSE
               IF ARQANT-STATUS NOT = 0
                   DISPLAY 'ERRO NA ABERTURA DE PAGARQ.DAT'
                   DISPLAY 'STATUS PAGARQ: ' ARQANT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ARQNOVO
               IF ARQNOVO-STATUS NOT = 0
                   DISPLAY 'ERRO NA CRIACAO DE PAGARQN.DAT'
                   DISPLAY 'STATUS PAGARQN: ' ARQNOVO-STATUS
                   CLOSE ARQANT
                   STOP RUN
               END-IF
               PERFORM 2100-COPIAR-PAGARQ
               CLOSE ARQANT
               CLOSE ARQNOVO
               PERFORM 2200-PROMOVER-PAGARQ
           END-IF.

       2100-COPIAR-PAGARQ.
           MOVE ZEROS TO ARQANT-FONE.
           MOVE ZEROS TO ARQANT-SEQ.
           MOVE ZEROS TO ARQANT-PARCELA.
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
                   MOVE ARQANT-PARCELA TO ARQNOVO-PARCELA
                   MOVE ARQANT-DATA TO ARQNOVO-DATA
                   MOVE ARQANT-VALOR TO ARQNOVO-VALOR
                   MOVE ZEROS TO ARQNOVO-MULTA
                   MOVE ZEROS TO ARQNOVO-JUROS
                   WRITE ARQNOVO-REG
                       INVALID KEY
                           DISPLAY 'PAGAMENTO NAO CONVERTIDO FONE '
                                   ARQANT-FONE ' SEQ ' ARQANT-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ARQ-CONVERTIDOS
                   END-WRITE
                   READ ARQANT NEXT
                       AT END MOVE 10 TO ARQANT-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       2200-PROMOVER-PAGARQ.
           CALL 'CBL_DELETE_FILE' USING WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-VIVO WRK-ARQ-GUARDA
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO GUARDAR PAGARQ - NADA PROMOVIDO'
               STOP RUN
           END-IF.
           CALL 'CBL_RENAME_FILE' USING WRK-ARQ-NOVO WRK-ARQ-VIVO
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'FALHA AO PROMOVER PAGARQN.DAT'
               DISPLAY 'RESTAURE PAGARQ.OLD MANUALMENTE'
               STOP RUN
           END-IF.
