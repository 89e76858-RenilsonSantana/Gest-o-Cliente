      *           CLIENTES.DAT, OS ARQUIVOS FINANCEIROS PEDIDOS.DAT,
      *           PAGAMENTOS.DAT E TITULOS.DAT GANHAM AS MESMAS
      *           GERACOES, PARA O PEDRESTAURA REAPLICAR O
      *           MOVIMENTO.LOG SOBRE ELES. ITENS.DAT, QUE GUARDA O
      *           SALDO DE ESTOQUE, TAMBEM ENTRA NAS GERACOES, ASSIM
      *           COMO ACORDOS.DAT E ACORDITEM.DAT, QUE LIGAM OS
      *           TITULOS RENEGOCIADOS AS PARCELAS DOS ACORDOS, E
      *           VENDEDOR.DAT E COMISSAO.DAT, COM A CONTA CORRENTE DAS
      *           COMISSOES. CADA ARQUIVO VAI JUNTO COM O QUE O
      *           COMPLETA, PARA A GERACAO RESTAURADA FICAR COERENTE:
      *           ESTMOV.DAT, O HISTORICO QUE CONCILIA O SALDO DE
      *           ITENS.DAT, FECHAMENTO.DAT, QUE DIZ QUAIS MESES DE
      *           COMISSAO JA ESTAO FECHADOS, E BOLETOS.DAT COM O
      *           BOLCTRL.DAT DA NUMERACAO DOS BOLETOS. O ARQUIVO QUE
      *           AINDA NAO FOI CRIADO PELO SISTEMA E PULADO. NA CADEIA
      *           DA NOITE, UMA COPIA QUE FALHA DEVOLVE RETORNO 8 E PARA
      *           O CLINOTURNO
      * AUTHOR: RENILSON BINHO
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RESULTADO DA EXECUCAO, LIDO PELO CLINOTURNO PARA CONTROLAR A
      * CADEIA DA NOITE
           SELECT PASSORES ASSIGN TO 'C:\COBOL\PASSO.RES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASSORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PASSORES.
       01 PASSORES-REG.
           02 PASSORES-PROGRAMA  PIC X(12).
           02 PASSORES-RETORNO   PIC 9(02).
           02 PASSORES-LIDOS     PIC 9(07).
           02 PASSORES-GRAVADOS  PIC 9(07).
           02 PASSORES-PROBLEMAS PIC 9(07).
           02 PASSORES-MENSAGEM  PIC X(40).

       WORKING-STORAGE SECTION.

       77 PASSORES-STATUS   PIC 99.

       77 WRK-ARQ-ORIGEM    PIC X(80).
       77 WRK-ARQ-DESTINO   PIC X(80).
       77 WRK-ARQ-GERACAO   PIC X(80).
      * (MAIS ANTIGA), SEM SUFIXO ZERO
       77 WRK-NOME-SIMPLES  PIC X(20).
       77 WRK-NOME-SUFIXO   PIC 9(01).
      * ARQUIVOS SALVOS NA GERACAO .BKP1 E OS QUE FALHARAM
       77 WRK-QTD-ARQUIVOS  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-SALVOS    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FALHAS    PIC 9(03) COMP VALUE ZEROS.
      * TAMANHO, DATA E HORA DO ARQUIVO DEVOLVIDOS NA CONSULTA DE
      * EXISTENCIA; SO O RETORNO DA CONSULTA INTERESSA
       77 WRK-ARQ-DETALHES  PIC X(16).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'TITULOS' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'ITENS' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'ACORDOS' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'ACORDITEM' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'VENDEDOR' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'COMISSAO' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'ESTMOV' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'FECHAMENTO' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'BOLETOS' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'BOLCTRL' TO WRK-NOME-SIMPLES.
           PERFORM 0050-SALVAR-ARQUIVO.
           MOVE 'CLIBACKUP' TO PASSORES-PROGRAMA.
           MOVE WRK-QTD-ARQUIVOS TO PASSORES-LIDOS.
           MOVE WRK-QTD-SALVOS TO PASSORES-GRAVADOS.
           MOVE WRK-QTD-FALHAS TO PASSORES-PROBLEMAS.
           IF WRK-QTD-FALHAS = ZEROS
               MOVE ZEROS TO PASSORES-RETORNO
               MOVE 'BACKUP CONCLUIDO' TO PASSORES-MENSAGEM
           ELSE
               MOVE 8 TO PASSORES-RETORNO
               MOVE 'FALHA NA COPIA DE ARQUIVO' TO PASSORES-MENSAGEM
           END-IF.
           PERFORM 0920-GRAVAR-RESULTADO.
           STOP RUN.

       0050-SALVAR-ARQUIVO.
                  '.DAT'            DELIMITED BY SIZE
               INTO WRK-ARQ-ORIGEM
           END-STRING.
      * ARQUIVO QUE O SISTEMA SO CRIA NO PRIMEIRO USO (O ESTMOV.DAT
      * NASCE NO PRIMEIRO MOVIMENTO DE ESTOQUE) NAO E FALHA: FICA
      * FORA DA CONTAGEM E AS GERACOES DELE NAO SAO MEXIDAS
           CALL 'CBL_CHECK_FILE_EXIST' USING WRK-ARQ-ORIGEM
                                             WRK-ARQ-DETALHES
               RETURNING WRK-RESULTADO
           END-CALL.
           IF WRK-RESULTADO NOT = 0
               DISPLAY 'ARQUIVO AINDA NAO CRIADO, SEM BACKUP: '
                       WRK-ARQ-ORIGEM
           ELSE
               PERFORM 0100-ROTACIONAR-GERACOES
               PERFORM 0200-COPIAR-ARQUIVO-ATUAL
               ADD 1 TO WRK-QTD-ARQUIVOS
               IF WRK-RESULTADO = 0
                   ADD 1 TO WRK-QTD-SALVOS
               ELSE
                   ADD 1 TO WRK-QTD-FALHAS
                   DISPLAY 'FALHA NO BACKUP DE ' WRK-ARQ-ORIGEM
               END-IF
               PERFORM 0300-GRAVAR-COPIA-DATADA
           END-IF.

      * MONTA O NOME DA GERACAO DO ARQUIVO EM TRATAMENTO COM O
      * SUFIXO QUE ESTIVER EM WRK-NOME-SUFIXO
           CALL 'CBL_COPY_FILE' USING WRK-ARQ-ORIGEM WRK-ARQ-DESTINO
               RETURNING WRK-RESULTADO
           END-CALL.

      * GRAVA O RESULTADO DA EXECUCAO EM PASSO.RES E DEVOLVE O CODIGO
      * DE RETORNO: 0 OK, 4 COM RESSALVA, 8 COM PROBLEMAS
       0920-GRAVAR-RESULTADO.
           OPEN OUTPUT PASSORES.
           WRITE PASSORES-REG.
           CLOSE PASSORES.
           MOVE PASSORES-RETORNO TO RETURN-CODE.
