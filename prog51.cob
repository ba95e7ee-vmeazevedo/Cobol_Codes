      *gravados pelo PROG42 e confere a quantidade de detalhes e o
      *hash (soma dos codigos) contra o rodape. Qualquer divergencia
      *indica transmissao truncada ou arquivo gerado em dobro.
      *O extrato do adiantamento quinzenal (PROG142) segue o mesmo
      *desenho: com a variavel de ambiente ARQUIVO_EXTRATO_FOLHA =
      *adiantamento_folha.txt o conferidor roda sobre ele.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EXTRATO-FOLHA
           ASSIGN TO WS-NOME-ARQ-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-NOME-ARQ-EXTRATO PIC X(30)
           VALUE 'folha_pagamento.txt'.
       77  WS-STATUS-EXTRATO PIC X(02) VALUE '00'.
       77  WS-TEM-CABECALHO PIC X VALUE 'N'.
       77  WS-TEM-RODAPE PIC X VALUE 'N'.
       77  WS-EXTRATO-OK PIC X VALUE 'S'.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_EXTRATO_FOLHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-EXTRATO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           OPEN INPUT ARQUIVO-EXTRATO-FOLHA.
           IF WS-STATUS-EXTRATO NOT = '00'
               DISPLAY 'EXTRATO ' WS-NOME-ARQ-EXTRATO
                       ' NAO ENCONTRADO. NAO ENVIAR.'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY 'CONFERINDO ' WS-NOME-ARQ-EXTRATO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-EXTRATO-FOLHA RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
