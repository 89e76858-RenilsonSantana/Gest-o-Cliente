           02 CLIENTES-LIMITE   PIC 9(07)V99.
           02 CLIENTES-TIPO-PESSOA PIC X(01).
           02 CLIENTES-DOCUMENTO PIC 9(14).
           02 CLIENTES-MARKETING PIC X(01).
               88 CLIENTES-ACEITA-MARKETING VALUE 'S'.
               88 CLIENTES-RECUSA-MARKETING VALUE 'N'.

       FD AUDITORIA.
       01 AUDITORIA-REG         PIC X(600).

       WORKING-STORAGE SECTION.

           02 WRK-AUD-DOC-ANT        PIC 9(14).
           02 FILLER                 PIC X(16).
           02 WRK-AUD-DOC-NOVO       PIC 9(14).
      * DETALHE DE OPERACOES QUE NAO ALTERAM O CLIENTE, COMO A
      * DISPENSA DE ENCARGOS; A IMAGEM DO CLIENTE VEM IGUAL NA LINHA
           02 FILLER                 PIC X(13).
           02 WRK-AUD-COMPLEMENTO    PIC X(80).
      * CONSENTIMENTO DE MARKETING; EM BRANCO NAS LINHAS GRAVADAS
      * ANTES DO CAMPO ENTRAR NO LOG
           02 FILLER                 PIC X(18).
           02 WRK-AUD-MARKETING-ANT  PIC X(01).
           02 FILLER                 PIC X(16).
           02 WRK-AUD-MARKETING-NOVO PIC X(01).

      * JANELA DE REAPLICACAO: DO MOMENTO DO BACKUP (EXCLUSIVE) ATE O
      * CORTE (INCLUSIVE), COMPARANDO DATA+HORA COMO UM BLOCO SO
      * O DOCUMENTO E SAO REAPLICADAS POR INTEIRO; NAS LINHAS
      * ANTIGAS, SEM ESSES CAMPOS, A LEITURA PREVIA OS PRESERVA DO
      * REGISTRO JA RESTAURADO E A INCLUSAO NOVA ENTRA COM ELES
      * ZERADOS. O CONSENTIMENTO DE MARKETING SEGUE A MESMA REGRA, E
      * A INCLUSAO SEM ELE ENTRA ACEITANDO, COMO NO CLIENTES
           MOVE WRK-AUD-FONE TO CLIENTES-FONE.
           READ CLIENTES
               INVALID KEY
                   MOVE ZEROS TO CLIENTES-LIMITE
                   MOVE SPACES TO CLIENTES-TIPO-PESSOA
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
                   MOVE 'S' TO CLIENTES-MARKETING
           END-READ.
           MOVE WRK-AUD-FONE TO CLIENTES-FONE.
           MOVE WRK-AUD-NOME-NOVO TO CLIENTE-NOME.
               MOVE WRK-AUD-TIPO-NOVO TO CLIENTES-TIPO-PESSOA
               MOVE WRK-AUD-DOC-NOVO TO CLIENTES-DOCUMENTO
           END-IF.
           IF WRK-AUD-MARKETING-NOVO = 'S'
                   OR WRK-AUD-MARKETING-NOVO = 'N'
               MOVE WRK-AUD-MARKETING-NOVO TO CLIENTES-MARKETING
           END-IF.
           WRITE CLIENTES-REG
               INVALID KEY
                   REWRITE CLIENTES-REG
