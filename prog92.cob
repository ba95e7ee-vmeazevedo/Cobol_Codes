      *pelo PROG42 - com cabecalho, rodape e hash, para o conferidor
      *PROG51 validar o arquivo antes da transmissao ao bureau.
      *Parcela A = adiantamento de novembro (metade); parcela F =
      *quitacao de dezembro (total menos o adiantamento). Cada
      *parcela gerada fica em decimo_terceiro.dat, de onde a
      *apuracao de provisoes (PROG137) baixa o 13o ja pago.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELDECIMO.cob'.

           SELECT ARQUIVO-EXTRATO-FOLHA
           ASSIGN TO 'folha_pagamento.txt'
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDDECIMO.cob'.

       FD  ARQUIVO-EXTRATO-FOLHA.
      *Mesmo desenho de linha do PROG42 (detalhe, cabecalho e rodape
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-CONTROLE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DECIMO PIC X(02) VALUE '00'.
       77  WS-GERACAO-ATUAL PIC 9(06) VALUE ZEROS.
       77  WS-HASH-CODIGOS PIC 9(12) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT ARQUIVO-EXTRATO-FOLHA.
           OPEN I-O ARQUIVO-DECIMO.
           IF WS-STATUS-ARQUIVO-DECIMO = '35'
      *Primeira geracao cria o arquivo.
               OPEN OUTPUT ARQUIVO-DECIMO
               CLOSE ARQUIVO-DECIMO
               OPEN I-O ARQUIVO-DECIMO.

           PERFORM GRAVA-CABECALHO-EXTRATO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           CLOSE ARQUIVO-EXTRATO-FOLHA.
           CLOSE ARQUIVO-DECIMO.

           PERFORM GRAVA-NUMERO-GERACAO.

               ADD 1 TO WS-TOTAL-EXTRAIDOS
               ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS
               ADD WS-VALOR-PARCELA TO WS-TOTAL-GERAL
               PERFORM REGISTRA-PARCELA-PAGA
           END-IF.

       REGISTRA-PARCELA-PAGA.
      *Um registro por ano e funcionario com as duas parcelas; a
      *outra parcela, se ja gerada, e preservada.
           MOVE WS-ANO-CALCULO TO DECIMO-ANO.
           MOVE FUNCIONARIO-CODIGO TO DECIMO-CODIGO-FUNC.
           READ ARQUIVO-DECIMO RECORD
               INVALID KEY
                   MOVE WS-ANO-CALCULO TO DECIMO-ANO
                   MOVE FUNCIONARIO-CODIGO TO DECIMO-CODIGO-FUNC
                   MOVE ZEROS TO DECIMO-PARCELA-A
                   MOVE ZEROS TO DECIMO-PARCELA-F
           END-READ.
           IF WS-PARCELA = 'A'
               MOVE WS-VALOR-PARCELA TO DECIMO-PARCELA-A
           ELSE
               MOVE WS-VALOR-PARCELA TO DECIMO-PARCELA-F.
           MOVE WS-GERACAO-ATUAL TO DECIMO-GERACAO.
           WRITE DECIMO-REGISTRO
               INVALID KEY
                   REWRITE DECIMO-REGISTRO
           END-WRITE.

       BUSCA-SALARIO-VIGENTE.
      *Percorre o historico de vigencias em ordem cronologica e
      *guarda a ultima vigencia menor ou igual a data base (mesma
