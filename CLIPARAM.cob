       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPARAM.
      ******************************************************************
      * OBJETIVO: MANUTENCAO DOS PARAMETROS DO SISTEMA - GRAVA EM
      *           PARAMETROS.DAT UM REGISTRO POR CODIGO. O CODIGO
      *           'ENCARGOS' GUARDA A MULTA (PERCENTUAL UNICO), OS
      *           JUROS DE MORA (PERCENTUAL AO DIA) E OS DIAS DE
      *           CARENCIA APOS O VENCIMENTO, USADOS PELO CLIENTES NO
      *           REGISTRO DO PAGAMENTO EM ATRASO E PELO CLICOBRANCA
      *           NAS CARTAS. O CODIGO 'NOTURNO' GUARDA O LIMITE DE
      *           LINHAS REJEITADAS PELO PEDLOTE E OS DIAS DE ATRASO
      *           DA COBRANCA, USADOS PELO CLINOTURNO NA CADEIA DA
      *           NOITE. RODA EM LOTE, FORA DO MENU, COMO O CLIFECHA
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO 'C:\COBOL\PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAMETROS-CHAVE
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           02 PARAMETROS-NOTURNO REDEFINES PARAMETROS-DADOS.
               03 PARAMETROS-LIMITE-REJEITOS PIC 9(05).
               03 PARAMETROS-DIAS-COBRANCA   PIC 9(03).
               03 FILLER                     PIC X(32).

       WORKING-STORAGE SECTION.

       77 PARAMETROS-STATUS PIC 99.
       77 WRK-OPCAO PIC X(01).
       77 WRK-CONFIRMA PIC X(01).
       77 WRK-QTD-LISTADOS PIC 9(03) COMP.
       77 WRK-ACHOU PIC X(01).

      * VALORES DIGITADOS; A MULTA E OS JUROS EM PERCENTUAL, COM AS
      * CASAS DECIMAIS DIGITADAS SEM PONTO (2,00% = 0200)
       77 WRK-MULTA PIC 9(02)V99.
       77 WRK-JUROS-DIA PIC 9(01)V9999.
       77 WRK-CARENCIA PIC 9(02).
       77 WRK-MULTA-ED PIC Z9.99.
       77 WRK-JUROS-ED PIC 9.9999.
       77 WRK-LIMITE-REJEITOS PIC 9(05).
       77 WRK-DIAS-COBRANCA PIC 9(03).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY 'PARAMETROS DO SISTEMA'.
           DISPLAY '1 - ALTERAR MULTA E JUROS DE ATRASO'.
           DISPLAY '2 - LISTAR PARAMETROS'.
           DISPLAY '3 - ALTERAR PARAMETROS DA CADEIA NOTURNA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           OPEN I-O PARAMETROS.
           IF PARAMETROS-STATUS = 35
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF.
           IF PARAMETROS-STATUS NOT = 0
               DISPLAY 'ERRO NA ABERTURA DE PARAMETROS.DAT'
               DISPLAY 'STATUS PARAMETROS: ' PARAMETROS-STATUS
               STOP RUN
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-ALTERAR-ENCARGOS
               WHEN 2
                   PERFORM 2000-LISTAR
               WHEN 3
                   PERFORM 3000-ALTERAR-NOTURNO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE PARAMETROS.
           STOP RUN.

      * MOSTRA OS ENCARGOS EM VIGOR E GRAVA OS NOVOS; O REGISTRO E
      * CRIADO NA PRIMEIRA VEZ. A ALTERACAO VALE PARA OS PAGAMENTOS
      * REGISTRADOS DAQUI PARA FRENTE, NAO MEXE NOS JA GRAVADOS
       1000-ALTERAR-ENCARGOS.
           MOVE 'ENCARGOS' TO PARAMETROS-CODIGO.
           READ PARAMETROS
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   MOVE SPACES TO PARAMETROS-DADOS
                   MOVE ZEROS TO PARAMETROS-MULTA
                   MOVE ZEROS TO PARAMETROS-JUROS-DIA
                   MOVE ZEROS TO PARAMETROS-CARENCIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           PERFORM 1100-MOSTRAR-ENCARGOS.
      * OS PERCENTUAIS SAO DIGITADOS COM O PONTO DECIMAL
           DISPLAY 'MULTA EM % (EX. 2.00 = 2%)..................: '.
           ACCEPT WRK-MULTA.
           DISPLAY 'JUROS EM % AO DIA (EX. 0.0330 = 0,033%).....: '.
           ACCEPT WRK-JUROS-DIA.
           DISPLAY 'DIAS DE CARENCIA APOS O VENCIMENTO..........: '.
           ACCEPT WRK-CARENCIA.
           MOVE WRK-MULTA TO WRK-MULTA-ED.
           MOVE WRK-JUROS-DIA TO WRK-JUROS-ED.
           DISPLAY 'CONFIRMA MULTA ' WRK-MULTA-ED '% JUROS '
                   WRK-JUROS-ED '% AO DIA CARENCIA ' WRK-CARENCIA
                   ' DIAS (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'ALTERACAO ABANDONADA'
           ELSE
               MOVE WRK-MULTA TO PARAMETROS-MULTA
               MOVE WRK-JUROS-DIA TO PARAMETROS-JUROS-DIA
               MOVE WRK-CARENCIA TO PARAMETROS-CARENCIA
               IF WRK-ACHOU = 'S'
                   REWRITE PARAMETROS-REG
                       INVALID KEY
                           DISPLAY 'PARAMETRO NAO GRAVADO'
                       NOT INVALID KEY
                           DISPLAY 'ENCARGOS ALTERADOS'
                   END-REWRITE
               ELSE
                   WRITE PARAMETROS-REG
                       INVALID KEY
                           DISPLAY 'PARAMETRO NAO GRAVADO'
                       NOT INVALID KEY
                           DISPLAY 'ENCARGOS INCLUIDOS'
                   END-WRITE
               END-IF
           END-IF.

       1100-MOSTRAR-ENCARGOS.
           MOVE PARAMETROS-MULTA TO WRK-MULTA-ED.
           MOVE PARAMETROS-JUROS-DIA TO WRK-JUROS-ED.
           DISPLAY 'ENCARGOS - MULTA ' WRK-MULTA-ED '% JUROS '
                   WRK-JUROS-ED '% AO DIA CARENCIA '
                   PARAMETROS-CARENCIA ' DIAS'.

      * LISTA TODOS OS CODIGOS; OS QUE TEM LAYOUT CONHECIDO SAEM
      * FORMATADOS, OS DEMAIS COM OS DADOS COMO ESTAO GRAVADOS
       2000-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO PARAMETROS-CODIGO.
           START PARAMETROS KEY IS NOT LESS THAN PARAMETROS-CHAVE
               INVALID KEY MOVE 10 TO PARAMETROS-STATUS
           END-START.
           IF PARAMETROS-STATUS NOT = 10
               DISPLAY '   PARAMETROS DO SISTEMA   '
               DISPLAY '---------------------------'
               READ PARAMETROS NEXT
                   AT END MOVE 10 TO PARAMETROS-STATUS
               END-READ
               PERFORM UNTIL PARAMETROS-STATUS = 10
                   ADD 1 TO WRK-QTD-LISTADOS
                   EVALUATE PARAMETROS-CODIGO
                       WHEN 'ENCARGOS'
                           PERFORM 1100-MOSTRAR-ENCARGOS
                       WHEN 'NOTURNO'
                           PERFORM 3100-MOSTRAR-NOTURNO
                       WHEN OTHER
                           DISPLAY PARAMETROS-CODIGO ' '
                                   PARAMETROS-DADOS
                   END-EVALUATE
                   READ PARAMETROS NEXT
                       AT END MOVE 10 TO PARAMETROS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM PARAMETRO CADASTRADO'
           END-IF.

      * LIMITE DE REJEITADOS E DIAS DE ATRASO DA COBRANCA DA CADEIA
      * NOTURNA; SEM O REGISTRO O CLINOTURNO USA 20 LINHAS E 30 DIAS
       3000-ALTERAR-NOTURNO.
           MOVE 'NOTURNO' TO PARAMETROS-CODIGO.
           READ PARAMETROS
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   MOVE SPACES TO PARAMETROS-DADOS
                   MOVE 20 TO PARAMETROS-LIMITE-REJEITOS
                   MOVE 30 TO PARAMETROS-DIAS-COBRANCA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           PERFORM 3100-MOSTRAR-NOTURNO.
           DISPLAY 'LIMITE DE LINHAS REJEITADAS NO PEDLOTE.......: '.
           ACCEPT WRK-LIMITE-REJEITOS.
           DISPLAY 'DIAS DE ATRASO PARA A COBRANCA DA NOITE......: '.
           ACCEPT WRK-DIAS-COBRANCA.
           DISPLAY 'CONFIRMA LIMITE ' WRK-LIMITE-REJEITOS
                   ' REJEITADOS COBRANCA COM ' WRK-DIAS-COBRANCA
                   ' DIAS (S/N)? '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'ALTERACAO ABANDONADA'
           ELSE
               MOVE WRK-LIMITE-REJEITOS TO PARAMETROS-LIMITE-REJEITOS
               MOVE WRK-DIAS-COBRANCA TO PARAMETROS-DIAS-COBRANCA
               IF WRK-ACHOU = 'S'
                   REWRITE PARAMETROS-REG
                       INVALID KEY
                           DISPLAY 'PARAMETRO NAO GRAVADO'
                       NOT INVALID KEY
                           DISPLAY 'CADEIA NOTURNA ALTERADA'
                   END-REWRITE
               ELSE
                   WRITE PARAMETROS-REG
                       INVALID KEY
                           DISPLAY 'PARAMETRO NAO GRAVADO'
                       NOT INVALID KEY
                           DISPLAY 'CADEIA NOTURNA INCLUIDA'
                   END-WRITE
               END-IF
           END-IF.

       3100-MOSTRAR-NOTURNO.
           DISPLAY 'NOTURNO  - LIMITE DE REJEITADOS '
                   PARAMETROS-LIMITE-REJEITOS ' COBRANCA COM '
                   PARAMETROS-DIAS-COBRANCA ' DIAS DE ATRASO'.
