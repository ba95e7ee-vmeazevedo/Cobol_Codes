      *configurado em parametros_carga.dat. Acima do limite a carga e
      *abortada sem tocar no arquivo, para o caso de extrato truncado
      *na transmissao.
      *Todo cliente carregado passa pela triagem da lista restritiva
      *do compliance (PROG158); os que batem ficam bloqueados na mesa
      *ate a decisao do compliance (PROG160).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       77  WS-ARQ-CLIENTES PIC X(30) VALUE 'clientes.dat'.
       77  WS-OPERACAO-ARQ PIC X(10) VALUE 'OPEN'.
       77  WS-ACAO-TRIAGEM PIC X VALUE 'T'.
       77  WS-ARQUIVO-TRIADO PIC X VALUE 'V'.
       77  WS-OCORRENCIAS-TRIAGEM PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-COM-TRIAGEM PIC 9(06) VALUE ZEROS.
           COPY 'WSCLIENTE.cob'.

      *-----------------------------------------------------------------
           CLOSE ARQUIVO-EXTRATO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-REJEITADOS.
           MOVE 'F' TO WS-ACAO-TRIAGEM.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS-TRIAGEM.

       CONFERE-VERSAO-LAYOUT.
      *A versao corrente do layout de clientes e a 2 (endereco
                   WS-REJ-DATA-INVALIDA.
           DISPLAY '  MOTIVO 06 - NUMERACAO DE CODIGOS ESGOTADA: '
                   WS-REJ-SEM-CODIGO.
           DISPLAY 'CLIENTES CARREGADOS COM OCORRENCIA NA LISTA '
                   'RESTRITIVA: ' WS-TOTAL-COM-TRIAGEM.

       LEIA-PROXIMA-LINHA.
           READ ARQUIVO-EXTRATO RECORD AT END
               ADD 1 TO WS-REJ-COD-DUPLICADO
               PERFORM GRAVA-REJEITO
               NOT INVALID KEY
               ADD 1 TO WS-TOTAL-CARREGADOS
               PERFORM TRIA-CLIENTE-CARREGADO.

       TRIA-CLIENTE-CARREGADO.
      *Cliente novo passa pela triagem da lista restritiva (PROG158);
      *o fechamento dos arquivos da triagem fica para o fim da carga.
           MOVE 'T' TO WS-ACAO-TRIAGEM.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS-TRIAGEM.
           IF WS-OCORRENCIAS-TRIAGEM > ZEROS
               ADD 1 TO WS-TOTAL-COM-TRIAGEM
               DISPLAY 'CLIENTE ' CLIENTE-CODIGO
                       ' COM OCORRENCIA NA LISTA RESTRITIVA.'.
