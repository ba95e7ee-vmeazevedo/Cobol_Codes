      *ARQUIVO-CLIENTE compartilhado pelo SELCLIENTE.cob/FDCLIENTE.cob.
      *O CPF passa pela mesma validacao de digitos verificadores das
      *demais entradas (subprograma PROG47).
      *A fusao de cadastros duplicados fica no PROG154 (opcao 6).
      *Cliente incluido ou recuperado do arquivo morto passa na hora
      *pela triagem da lista restritiva (PROG158); com ocorrencia, a
      *mesa (PROG63) recusa as operacoes dele ate a decisao do
      *compliance (PROG160).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-ARQ-CLIENTES PIC X(30) VALUE 'clientes.dat'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.
       77  WS-OPERACAO-ARQ PIC X(10) VALUE 'OPEN'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE SPACES.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       77  WS-ACAO-TRIAGEM PIC X VALUE 'T'.
       77  WS-ARQUIVO-TRIADO PIC X VALUE 'V'.
       77  WS-OCORRENCIAS-TRIAGEM PIC 9(3) VALUE ZEROS.
           COPY 'WSCLIENTE.cob'.
       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
           DISPLAY '3. EXCLUIR'.
           DISPLAY '4. LISTAR'.
           DISPLAY '5. RECUPERAR DO ARQUIVO MORTO'.
           DISPLAY '6. FUNDIR CLIENTES DUPLICADOS'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM LISTAR-CLIENTES.
           IF WS-OPCAO = 5
               PERFORM RECUPERAR-DO-ARQUIVO-MORTO.
           IF WS-OPCAO = 6
               MOVE 'CLI-FUNDIR' TO WS-FUNCAO-PEDIDA
               PERFORM VERIFICA-PERMISSAO
               IF WS-PERMITIDO = 'S'
                   CALL 'PROG154'.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       VERIFICA-PERMISSAO.
                           ' JA FOI CADASTRADO.'
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-INCLUIDOS
                   PERFORM TRIA-CLIENTE-NOVO
           END-WRITE.
           CLOSE ARQUIVO-CLIENTE.

               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = 'S' AND
                   CLIHIST-MOTIVO-SAIDA = 'F'
      *Codigo aposentado numa fusao: o cliente vive no sobrevivente
      *e o diario dele ja conta la (PROG155).
               DISPLAY 'CLIENTE FUNDIDO NO CLIENTE '
                       CLIHIST-CODIGO-SOBREVIVENTE
                       '; NAO PODE SER RECUPERADO.'
               MOVE 'X' TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'CLIENTE NAO ESTA NO ARQUIVO MORTO.'.
           IF REGISTRO-ENCONTRADO = 'S'
               OPEN I-O ARQUIVO-CLIENTE
               MOVE CLIHIST-CODIGO TO CLIENTE-CODIGO
               MOVE CLIHIST-NOME TO CLIENTE-NOME
                       PERFORM GRAVA-LOG-RECUPERACAO
                       DISPLAY 'CLIENTE ' CLIENTE-CODIGO
                               ' RECUPERADO PARA O ARQUIVO VIVO.'
                       PERFORM TRIA-CLIENTE-NOVO
               END-WRITE
               CLOSE ARQUIVO-CLIENTE.

       TRIA-CLIENTE-NOVO.
      *Triagem contra a lista restritiva do compliance (PROG158).
           MOVE 'T' TO WS-ACAO-TRIAGEM.
           MOVE 'V' TO WS-ARQUIVO-TRIADO.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS-TRIAGEM.
           MOVE 'F' TO WS-ACAO-TRIAGEM.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS-TRIAGEM.
           IF WS-OCORRENCIAS-TRIAGEM > ZEROS
               DISPLAY 'ATENCAO: CLIENTE ' CLIENTE-CODIGO
                       ' TEM ' WS-OCORRENCIAS-TRIAGEM
                       ' OCORRENCIA(S) NA LISTA RESTRITIVA.'
               DISPLAY 'OPERACOES NA MESA BLOQUEADAS ATE A DECISAO DO'
                       ' COMPLIANCE (PROG160).'.

       GRAVA-LOG-RECUPERACAO.
           ACCEPT WS-DATA-HOJE-RECUP FROM DATE YYYYMMDD.
           OPEN EXTEND ARQUIVO-LOG-ARQUIVAMENTO.
      *A versao corrente do layout de clientes e a 2 (endereco
      *estruturado); arquivo em versao diferente derruba a execucao
      *antes do OPEN em vez de ser lido com os campos fora do lugar.
      *O arquivo morto tambem esta na versao 2 (motivo da saida,
      *ver PROG156).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-CLIHIST
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       TESTA-STATUS-CLIENTE.
      *Qualquer status de erro no OPEN encerra a execucao com a
