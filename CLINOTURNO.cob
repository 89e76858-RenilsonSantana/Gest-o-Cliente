       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINOTURNO.
      ******************************************************************
      * OBJETIVO: CADEIA NOTURNA - RODA NA ORDEM CLIBACKUP, PEDLOTE,
      *           CLIVERIF, CLICAIXA E CLICOBRANCA PARA A DATA DO
      *           MOVIMENTO INFORMADA NA PARTIDA, E REGISTRA CADA PASSO
      *           EM CADEIA.DAT (INICIO, FIM, RETORNO E CONTAGENS
      *           LIDAS DO PASSO.RES QUE CADA PROGRAMA GRAVA AO
      *           TERMINAR). A CADEIA PARA NO PRIMEIRO PASSO COM
      *           FALHA: RETORNO 8 OU MAIS (BACKUP INCOMPLETO,
      *           PROBLEMAS NO CLIVERIF), PROGRAMA QUE TERMINOU SEM
      *           GRAVAR O RESULTADO, OU PEDLOTE COM MAIS REJEITADOS
      *           QUE O LIMITE DO PARAMETRO 'NOTURNO'. RESUBMETIDA
      *           PARA A MESMA DATA, A CADEIA PULA OS PASSOS JA
      *           CONCLUIDOS E RECOMECA NO QUE FALHOU, SEM REFAZER O
      *           BACKUP NEM EMPURRAR UMA GERACAO BOA PARA FORA. NO
      *           CASO DOS REJEITADOS, O PEDLOTE DA RESUBMISSAO ACHA O
      *           LOTE CONCLUIDO E A CADEIA SEGUE DEPOIS DA CONFERENCIA
      *           DO POSREJ.TXT. TERMINA COM O RESUMO EM CADEIA.TXT
      *           PARA O VISTO DO TURNO DA MANHA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONTROLE DA CADEIA, UM REGISTRO POR DATA DO MOVIMENTO E PASSO
           SELECT CADEIA ASSIGN TO 'C:\COBOL\CADEIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADEIA-CHAVE
               FILE STATUS IS CADEIA-STATUS.

      * PARAMETROS DO SISTEMA, MANTIDOS PELO CLIPARAM
           SELECT PARAMETROS ASSIGN TO 'C:\COBOL\PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAMETROS-CHAVE
               FILE STATUS IS PARAMETROS-STATUS.

      * RESULTADO GRAVADO PELO PROGRAMA DO PASSO AO TERMINAR
           SELECT PASSORES ASSIGN TO 'C:\COBOL\PASSO.RES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASSORES-STATUS.

      * RESPOSTAS AS PERGUNTAS DA PARTIDA DO PROGRAMA DO PASSO, QUE
      * ENTRAM PELA ENTRADA PADRAO NO LUGAR DO OPERADOR
           SELECT ENTRADA ASSIGN TO 'C:\COBOL\CADEIA.ENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

      * RESUMO DA CADEIA PARA O VISTO DO TURNO DA MANHA
           SELECT RELATORIO ASSIGN TO 'C:\COBOL\CADEIA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
       01 CADEIA-REG.
           02 CADEIA-CHAVE.
               03 CADEIA-DATA    PIC 9(08).
               03 CADEIA-PASSO   PIC 9(01).
           02 CADEIA-PROGRAMA    PIC X(12).
           02 CADEIA-SITUACAO    PIC X(01).
               88 CADEIA-EXECUCAO  VALUE 'E'.
               88 CADEIA-CONCLUIDO VALUE 'C'.
               88 CADEIA-FALHOU    VALUE 'F'.
           02 CADEIA-DATA-INI    PIC 9(08).
           02 CADEIA-HORA-INI    PIC 9(08).
           02 CADEIA-DATA-FIM    PIC 9(08).
           02 CADEIA-HORA-FIM    PIC 9(08).
           02 CADEIA-RETORNO     PIC 9(02).
           02 CADEIA-LIDOS       PIC 9(07).
           02 CADEIA-GRAVADOS    PIC 9(07).
           02 CADEIA-PROBLEMAS   PIC 9(07).
           02 CADEIA-MENSAGEM    PIC X(40).
           02 CADEIA-EXECUCOES   PIC 9(02).

       FD PARAMETROS.
       01 PARAMETROS-REG.
           02 PARAMETROS-CHAVE.
               03 PARAMETROS-CODIGO PIC X(08).
           02 PARAMETROS-DADOS      PIC X(40).
           02 PARAMETROS-NOTURNO REDEFINES PARAMETROS-DADOS.
               03 PARAMETROS-LIMITE-REJEITOS PIC 9(05).
               03 PARAMETROS-DIAS-COBRANCA   PIC 9(03).
               03 FILLER                     PIC X(32).

       FD PASSORES.
       01 PASSORES-REG.
           02 PASSORES-PROGRAMA  PIC X(12).
           02 PASSORES-RETORNO   PIC 9(02).
           02 PASSORES-LIDOS     PIC 9(07).
           02 PASSORES-GRAVADOS  PIC 9(07).
           02 PASSORES-PROBLEMAS PIC 9(07).
           02 PASSORES-MENSAGEM  PIC X(40).

       FD ENTRADA.
       01 ENTRADA-REG           PIC X(20).

       FD RELATORIO.
       01 RELATORIO-REG         PIC X(93).

       WORKING-STORAGE SECTION.

       77 CADEIA-STATUS PIC 99.
       77 PARAMETROS-STATUS PIC 99.
       77 PASSORES-STATUS PIC 99.
       77 ENTRADA-STATUS PIC 99.
       77 RELATORIO-STATUS PIC 99.

       77 WRK-DATA-MOVTO PIC 9(08).
       77 WRK-DATA-HOJE PIC 9(08).
       77 WRK-HORA-HOJE PIC 9(08).

      * LIMITES DA CADEIA; SEM O PARAMETRO 'NOTURNO' VALEM ESTES
       77 WRK-LIMITE-REJEITOS PIC 9(05).
       77 WRK-DIAS-COBRANCA PIC 9(03).

      * PROGRAMAS DA CADEIA, NA ORDEM EM QUE RODAM
       01 WRK-PROGRAMAS.
           02 FILLER PIC X(12) VALUE 'CLIBACKUP'.
           02 FILLER PIC X(12) VALUE 'PEDLOTE'.
           02 FILLER PIC X(12) VALUE 'CLIVERIF'.
           02 FILLER PIC X(12) VALUE 'CLICAIXA'.
           02 FILLER PIC X(12) VALUE 'CLICOBRANCA'.
       01 WRK-TAB-PROGRAMAS REDEFINES WRK-PROGRAMAS.
           02 WRK-PROGRAMA OCCURS 5 TIMES PIC X(12).
       77 WRK-QTD-PASSOS PIC 9(02) COMP VALUE 5.
       77 WRK-PASSO PIC 9(02) COMP.

       77 WRK-CADEIA-PARADA PIC X(01).
       77 WRK-PASSO-PARADA PIC 9(01).
       77 WRK-ACHOU PIC X(01).
       77 WRK-RESULTADO PIC 9(02) COMP-5.
       77 WRK-ARQ-RESULTADO PIC X(80) VALUE 'C:\COBOL\PASSO.RES'.
      * LINHA DE COMANDO DO PASSO; OS PROGRAMAS SAO CHAMADOS PELO NOME,
      * NA PASTA EM QUE O AGENDADOR DISPARA O CLINOTURNO
       77 WRK-COMANDO PIC X(80).

      * LINHAS MONTADAS DO RESUMO, DUAS POR PASSO
       01 WRK-LINHA-PASSO.
           02 WRK-LR-PASSO       PIC 9(01).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-PROGRAMA    PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-SITUACAO    PIC X(09).
           02 FILLER             PIC X(04) VALUE ' RC '.
           02 WRK-LR-RETORNO     PIC 9(02).
           02 FILLER             PIC X(08) VALUE ' INICIO '.
           02 WRK-LR-DATA-INI    PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-HORA-INI    PIC 9(08).
           02 FILLER             PIC X(05) VALUE ' FIM '.
           02 WRK-LR-DATA-FIM    PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LR-HORA-FIM    PIC 9(08).

       01 WRK-LINHA-CONTAGEM.
           02 FILLER             PIC X(08) VALUE '  LIDOS '.
           02 WRK-LC-LIDOS       PIC Z(06)9.
           02 FILLER             PIC X(10) VALUE ' GRAVADOS '.
           02 WRK-LC-GRAVADOS    PIC Z(06)9.
           02 FILLER             PIC X(08) VALUE ' PROBL. '.
           02 WRK-LC-PROBLEMAS   PIC Z(06)9.
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WRK-LC-MENSAGEM    PIC X(40).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-EXECUTAR-CADEIA.
           PERFORM 0300-RESUMO.
           PERFORM 0400-FINALIZAR.

       0100-INICIAR.
           DISPLAY 'CADEIA NOTURNA'.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD) OU ZEROS PARA HOJE: '.
           ACCEPT WRK-DATA-MOVTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-MOVTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO
           END-IF.
           OPEN I-O CADEIA.
           IF CADEIA-STATUS = 35
               OPEN OUTPUT CADEIA
               CLOSE CADEIA
               OPEN I-O CADEIA
           END-IF.
           IF CADEIA-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DO CONTROLE DA CADEIA'
               DISPLAY 'STATUS CADEIA: ' CADEIA-STATUS
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-PARAMETROS.

       0110-CARREGAR-PARAMETROS.
           MOVE 20 TO WRK-LIMITE-REJEITOS.
           MOVE 30 TO WRK-DIAS-COBRANCA.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS = 0
               MOVE 'NOTURNO' TO PARAMETROS-CODIGO
               READ PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARAMETROS-LIMITE-REJEITOS
                           TO WRK-LIMITE-REJEITOS
                       MOVE PARAMETROS-DIAS-COBRANCA
                           TO WRK-DIAS-COBRANCA
               END-READ
               CLOSE PARAMETROS
           END-IF.

      * RODA OS PASSOS NA ORDEM ATE O FIM OU ATE A PRIMEIRA FALHA
       0200-EXECUTAR-CADEIA.
           MOVE 'N' TO WRK-CADEIA-PARADA.
           MOVE ZEROS TO WRK-PASSO-PARADA.
           PERFORM VARYING WRK-PASSO FROM 1 BY 1
                   UNTIL WRK-PASSO > WRK-QTD-PASSOS
                      OR WRK-CADEIA-PARADA = 'S'
               PERFORM 0210-TRATAR-PASSO
           END-PERFORM.

      * PASSO JA CONCLUIDO NESTA DATA NAO RODA DE NOVO; O QUE FALHOU
      * OU FICOU EM EXECUCAO (QUEDA NO MEIO) RODA OUTRA VEZ
       0210-TRATAR-PASSO.
           MOVE WRK-DATA-MOVTO TO CADEIA-DATA.
           MOVE WRK-PASSO TO CADEIA-PASSO.
           READ CADEIA
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   MOVE ZEROS TO CADEIA-EXECUCOES
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 'S' AND CADEIA-CONCLUIDO
               DISPLAY 'PASSO ' CADEIA-PASSO ' ' CADEIA-PROGRAMA
                       ' JA CONCLUIDO - NAO E REPETIDO'
           ELSE
               IF WRK-ACHOU = 'S'
                   DISPLAY 'RETOMANDO NO PASSO ' CADEIA-PASSO ' '
                           CADEIA-PROGRAMA
               END-IF
               MOVE WRK-PROGRAMA(WRK-PASSO) TO CADEIA-PROGRAMA
               MOVE 'E' TO CADEIA-SITUACAO
               ACCEPT CADEIA-DATA-INI FROM DATE YYYYMMDD
               ACCEPT CADEIA-HORA-INI FROM TIME
               MOVE ZEROS TO CADEIA-DATA-FIM
               MOVE ZEROS TO CADEIA-HORA-FIM
               MOVE ZEROS TO CADEIA-RETORNO
               MOVE ZEROS TO CADEIA-LIDOS
               MOVE ZEROS TO CADEIA-GRAVADOS
               MOVE ZEROS TO CADEIA-PROBLEMAS
               MOVE 'EM EXECUCAO' TO CADEIA-MENSAGEM
               ADD 1 TO CADEIA-EXECUCOES
               IF WRK-ACHOU = 'S'
                   REWRITE CADEIA-REG
               ELSE
                   WRITE CADEIA-REG
               END-IF
               DISPLAY 'PASSO ' CADEIA-PASSO ' ' CADEIA-PROGRAMA
                       ' INICIADO'
               PERFORM 0220-PREPARAR-ENTRADA
               PERFORM 0230-RODAR-PROGRAMA
               PERFORM 0240-LER-RESULTADO
               PERFORM 0250-AVALIAR-PASSO
               ACCEPT CADEIA-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT CADEIA-HORA-FIM FROM TIME
               REWRITE CADEIA-REG
           END-IF.

      * O CLICAIXA PERGUNTA A FAIXA DE DATAS (A DO MOVIMENTO, UM DIA
      * SO) E O CLICOBRANCA OS DIAS DE ATRASO; OS DEMAIS NAO PERGUNTAM
       0220-PREPARAR-ENTRADA.
           OPEN OUTPUT ENTRADA.
           EVALUATE CADEIA-PROGRAMA
               WHEN 'CLICAIXA'
                   MOVE WRK-DATA-MOVTO TO ENTRADA-REG
                   WRITE ENTRADA-REG
                   MOVE ZEROS TO ENTRADA-REG
                   WRITE ENTRADA-REG
               WHEN 'CLICOBRANCA'
                   MOVE WRK-DIAS-COBRANCA TO ENTRADA-REG
                   WRITE ENTRADA-REG
           END-EVALUATE.
           CLOSE ENTRADA.

      * O PASSO.RES DA RODADA ANTERIOR E APAGADO ANTES, PARA UM
      * PROGRAMA QUE CAIA NO MEIO NAO PASSAR COM O RESULTADO DE OUTRO
       0230-RODAR-PROGRAMA.
           CALL 'CBL_DELETE_FILE' USING WRK-ARQ-RESULTADO
               RETURNING WRK-RESULTADO
           END-CALL.
           MOVE SPACES TO WRK-COMANDO.
           STRING CADEIA-PROGRAMA           DELIMITED BY SPACE
                  ' < C:\COBOL\CADEIA.ENT'  DELIMITED BY SIZE
                  LOW-VALUE                 DELIMITED BY SIZE
               INTO WRK-COMANDO
           END-STRING.
           CALL 'SYSTEM' USING WRK-COMANDO
           END-CALL.

       0240-LER-RESULTADO.
           MOVE 'N' TO WRK-ACHOU.
           OPEN INPUT PASSORES.
           IF PASSORES-STATUS = 0
               READ PASSORES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PASSORES-PROGRAMA = CADEIA-PROGRAMA
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
               END-READ
               CLOSE PASSORES
           END-IF.
           IF WRK-ACHOU = 'S'
               MOVE PASSORES-RETORNO TO CADEIA-RETORNO
               MOVE PASSORES-LIDOS TO CADEIA-LIDOS
               MOVE PASSORES-GRAVADOS TO CADEIA-GRAVADOS
               MOVE PASSORES-PROBLEMAS TO CADEIA-PROBLEMAS
               MOVE PASSORES-MENSAGEM TO CADEIA-MENSAGEM
           ELSE
               MOVE 16 TO CADEIA-RETORNO
               MOVE 'PROGRAMA TERMINOU SEM GRAVAR RESULTADO'
                   TO CADEIA-MENSAGEM
           END-IF.

       0250-AVALIAR-PASSO.
           MOVE 'C' TO CADEIA-SITUACAO.
           IF CADEIA-RETORNO NOT < 8
               MOVE 'F' TO CADEIA-SITUACAO
           END-IF.
           IF CADEIA-PROGRAMA = 'PEDLOTE'
                   AND CADEIA-PROBLEMAS > WRK-LIMITE-REJEITOS
               MOVE 'F' TO CADEIA-SITUACAO
               MOVE 'REJEITADOS ACIMA DO LIMITE - VER POSREJ'
                   TO CADEIA-MENSAGEM
           END-IF.
           IF CADEIA-FALHOU
               MOVE 'S' TO WRK-CADEIA-PARADA
               MOVE WRK-PASSO TO WRK-PASSO-PARADA
               DISPLAY 'PASSO ' CADEIA-PASSO ' ' CADEIA-PROGRAMA
                       ' FALHOU - ' CADEIA-MENSAGEM
           ELSE
               DISPLAY 'PASSO ' CADEIA-PASSO ' ' CADEIA-PROGRAMA
                       ' CONCLUIDO'
           END-IF.

      ******************************************************************
      * RESUMO PARA O VISTO DO TURNO DA MANHA
      ******************************************************************
       0300-RESUMO.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'CADEIA NOTURNA - MOVIMENTO DE ' DELIMITED BY SIZE
                  WRK-DATA-MOVTO                   DELIMITED BY SIZE
                  ' - EMITIDO EM '                 DELIMITED BY SIZE
                  WRK-DATA-HOJE                    DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WRK-HORA-HOJE                    DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           PERFORM VARYING WRK-PASSO FROM 1 BY 1
                   UNTIL WRK-PASSO > WRK-QTD-PASSOS
               PERFORM 0310-LISTAR-PASSO
           END-PERFORM.
           MOVE ALL '=' TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           IF WRK-CADEIA-PARADA = 'S'
               STRING 'RESULTADO: CADEIA INTERROMPIDA NO PASSO '
                                                DELIMITED BY SIZE
                      WRK-PASSO-PARADA          DELIMITED BY SIZE
                      ' - ACERTAR E RESUBMETER PARA A MESMA DATA'
                                                DELIMITED BY SIZE
                   INTO RELATORIO-REG
               END-STRING
           ELSE
               MOVE 'RESULTADO: CADEIA CONCLUIDA' TO RELATORIO-REG
           END-IF.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'CONFERIDO POR: ______________________________'
                                                DELIMITED BY SIZE
                  '  DATA: ____/____/________  VISTO: ____________'
                                                DELIMITED BY SIZE
               INTO RELATORIO-REG
           END-STRING.
           PERFORM 0910-GRAVAR-LINHA.
           CLOSE RELATORIO.

      * PASSO SEM REGISTRO NESTA DATA AINDA NAO FOI ALCANCADO
       0310-LISTAR-PASSO.
           MOVE WRK-DATA-MOVTO TO CADEIA-DATA.
           MOVE WRK-PASSO TO CADEIA-PASSO.
           READ CADEIA
               INVALID KEY
                   MOVE WRK-PROGRAMA(WRK-PASSO) TO CADEIA-PROGRAMA
                   MOVE SPACES TO CADEIA-SITUACAO
                   MOVE ZEROS TO CADEIA-DATA-INI
                   MOVE ZEROS TO CADEIA-HORA-INI
                   MOVE ZEROS TO CADEIA-DATA-FIM
                   MOVE ZEROS TO CADEIA-HORA-FIM
                   MOVE ZEROS TO CADEIA-RETORNO
                   MOVE ZEROS TO CADEIA-LIDOS
                   MOVE ZEROS TO CADEIA-GRAVADOS
                   MOVE ZEROS TO CADEIA-PROBLEMAS
                   MOVE 'NAO EXECUTADO' TO CADEIA-MENSAGEM
           END-READ.
           MOVE WRK-PASSO TO WRK-LR-PASSO.
           MOVE CADEIA-PROGRAMA TO WRK-LR-PROGRAMA.
           EVALUATE TRUE
               WHEN CADEIA-CONCLUIDO
                   MOVE 'CONCLUIDO' TO WRK-LR-SITUACAO
               WHEN CADEIA-FALHOU
                   MOVE 'FALHOU' TO WRK-LR-SITUACAO
               WHEN CADEIA-EXECUCAO
                   MOVE 'EXECUCAO' TO WRK-LR-SITUACAO
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-LR-SITUACAO
           END-EVALUATE.
           MOVE CADEIA-RETORNO TO WRK-LR-RETORNO.
           MOVE CADEIA-DATA-INI TO WRK-LR-DATA-INI.
           MOVE CADEIA-HORA-INI TO WRK-LR-HORA-INI.
           MOVE CADEIA-DATA-FIM TO WRK-LR-DATA-FIM.
           MOVE CADEIA-HORA-FIM TO WRK-LR-HORA-FIM.
           MOVE WRK-LINHA-PASSO TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.
           MOVE CADEIA-LIDOS TO WRK-LC-LIDOS.
           MOVE CADEIA-GRAVADOS TO WRK-LC-GRAVADOS.
           MOVE CADEIA-PROBLEMAS TO WRK-LC-PROBLEMAS.
           MOVE CADEIA-MENSAGEM TO WRK-LC-MENSAGEM.
           MOVE WRK-LINHA-CONTAGEM TO RELATORIO-REG.
           PERFORM 0910-GRAVAR-LINHA.

      * GRAVA A LINHA NO ARQUIVO E REPETE NO CONSOLE
       0910-GRAVAR-LINHA.
           WRITE RELATORIO-REG.
           DISPLAY RELATORIO-REG.

      * RETORNO 8 PARA O AGENDADOR QUANDO A CADEIA PAROU
       0400-FINALIZAR.
           CLOSE CADEIA.
           IF WRK-CADEIA-PARADA = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           STOP RUN.
