      *           CLIENTE INEXISTENTE, PEDIDOS DE CLIENTE INATIVO,
      *           CLIENTES COM TELEFONE FORA DAS REGRAS DA INCLUSAO E
      *           OS TOTAIS DE CONTROLE DE CADA ARQUIVO. RODA EM LOTE
      *           APOS O CLIBACKUP E TERMINA COM UM RESUMO OK/PROBLEMAS.
      *           COM PROBLEMAS DEVOLVE RETORNO 8, QUE PARA A CADEIA
      *           DO CLINOTURNO. PEDIDO DE CLIENTE INATIVO E SO AVISO
      *           (RETORNO 4): O CLIENTE DESATIVADO OU ANONIMIZADO
      *           CONTINUA COM O SEU HISTORICO DE PEDIDOS
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFICA-STATUS.

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

       FD PEDIDOS.
       01 PEDIDOS-REG.
               88 PEDIDOS-ATIVO     VALUE 'A'.
               88 PEDIDOS-CANCELADO VALUE 'C'.
           02 PEDIDOS-CODIGO-ITEM PIC 9(05).
           02 PEDIDOS-VENDEDOR   PIC 9(03).

       FD VERIFICA.
       01 VERIFICA-REG          PIC X(93).

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
       77 PEDIDOS-STATUS PIC 99.
       77 VERIFICA-STATUS PIC 99.
       77 PASSORES-STATUS PIC 99.
       77 WRK-DATA-HOJE PIC 9(08).

      * TOTAIS DE CONTROLE DE CLIENTES.DAT
       77 WRK-QTD-CLI-INATIVO PIC 9(07) COMP.

       77 WRK-TOTAL-PROBLEMAS PIC 9(07) COMP.
       77 WRK-TOTAL-AVISOS PIC 9(07) COMP.
      * COPIA DE EDICAO DOS CONTADORES COMP PARA MONTAR AS LINHAS
       77 WRK-QTD-ED PIC 9(07).

           MOVE ZEROS TO WRK-QTD-SEM-CLIENTE.
           MOVE ZEROS TO WRK-QTD-CLI-INATIVO.
           MOVE ZEROS TO WRK-TOTAL-PROBLEMAS.
           MOVE ZEROS TO WRK-TOTAL-AVISOS.
      * FONE ZERO NAO EXISTE EM CLIENTES, ENTAO O RESULTADO INICIAL
      * DA PESQUISA JA NASCE COMO NAO ENCONTRADO
           MOVE ZEROS TO WRK-FONE-PESQUISADO.
           END-IF.

      * PASSO 2: PEDIDOS.DAT DE PONTA A PONTA - TOTAIS DE CONTROLE E
      * PEDIDOS APONTANDO PARA CLIENTE INEXISTENTE (PROBLEMA) OU
      * INATIVO (AVISO)
       0300-VERIFICAR-PEDIDOS.
           MOVE ZEROS TO PEDIDOS-FONE.
           MOVE ZEROS TO PEDIDOS-SEQ.
           ELSE
               IF WRK-SITUACAO-PESQUISADA = 'I'
                   ADD 1 TO WRK-QTD-CLI-INATIVO
                   ADD 1 TO WRK-TOTAL-AVISOS
                   MOVE SPACES TO VERIFICA-REG
                   STRING 'AVISO: PEDIDO DE CLIENTE INATIVO FONE '
                                             DELIMITED BY SIZE
                          PEDIDOS-FONE       DELIMITED BY SIZE
                          ' SEQ '            DELIMITED BY SIZE
           IF WRK-TOTAL-PROBLEMAS = ZEROS
               MOVE 'RESULTADO: OK - NENHUM PROBLEMA ENCONTRADO'
                   TO VERIFICA-REG
               IF WRK-TOTAL-AVISOS > ZEROS
                   MOVE SPACES TO VERIFICA-REG
                   MOVE WRK-TOTAL-AVISOS TO WRK-QTD-ED
                   STRING 'RESULTADO: OK - SEM PROBLEMAS, AVISOS: '
                                                 DELIMITED BY SIZE
                          WRK-QTD-ED             DELIMITED BY SIZE
                       INTO VERIFICA-REG
                   END-STRING
               END-IF
           ELSE
               MOVE SPACES TO VERIFICA-REG
               MOVE WRK-TOTAL-PROBLEMAS TO WRK-QTD-ED
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           CLOSE VERIFICA.
           MOVE 'CLIVERIF' TO PASSORES-PROGRAMA.
           COMPUTE PASSORES-LIDOS = WRK-QTD-CLIENTES + WRK-QTD-PEDIDOS.
           MOVE ZEROS TO PASSORES-GRAVADOS.
           MOVE WRK-TOTAL-PROBLEMAS TO PASSORES-PROBLEMAS.
           IF WRK-TOTAL-PROBLEMAS = ZEROS
               IF WRK-TOTAL-AVISOS = ZEROS
                   MOVE ZEROS TO PASSORES-RETORNO
                   MOVE 'NENHUM PROBLEMA ENCONTRADO'
                       TO PASSORES-MENSAGEM
               ELSE
                   MOVE 4 TO PASSORES-RETORNO
                   MOVE 'AVISOS EM VERIFICA.TXT' TO PASSORES-MENSAGEM
               END-IF
           ELSE
               MOVE 8 TO PASSORES-RETORNO
               MOVE 'PROBLEMAS EM VERIFICA.TXT' TO PASSORES-MENSAGEM
           END-IF.
           PERFORM 0920-GRAVAR-RESULTADO.
           STOP RUN.

      * GRAVA O RESULTADO DA EXECUCAO EM PASSO.RES E DEVOLVE O CODIGO
      * DE RETORNO: 0 OK, 4 COM RESSALVA, 8 COM PROBLEMAS
       0920-GRAVAR-RESULTADO.
           OPEN OUTPUT PASSORES.
           WRITE PASSORES-REG.
           CLOSE PASSORES.
           MOVE PASSORES-RETORNO TO RETURN-CODE.
