      *Manutencao do cadastro de departamentos / centros de custo
      *(incluir, alterar, excluir e listar), no mesmo molde do PROG40.
      *Tambem emite a listagem de funcionarios quebrada por
      *departamento com subtotais por departamento e, pelo PROG146,
      *o organograma com os gestores e a cadeia de gestao. A
      *listagem por departamento sai tambem no spool (PROG71) como
      *FUNC-POR-DEPTO, com uma fatia por departamento roteada pela
      *lista de distribuicao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-SUBTOTAL-DEPARTAMENTO PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-GERAL-FUNC PIC 9(06) VALUE ZERO.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'FUNC-POR-DEPTO'.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSRELATORIO.cob'.

           DISPLAY '3. EXCLUIR'.
           DISPLAY '4. LISTAR'.
           DISPLAY '5. FUNCIONARIOS POR DEPARTAMENTO'.
           DISPLAY '7. ORGANOGRAMA E CADEIA DE GESTAO'.
           DISPLAY '6. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM LISTAR-DEPARTAMENTOS.
           IF WS-OPCAO = 5
               PERFORM LISTAR-FUNCIONARIOS-POR-DEPTO.
           IF WS-OPCAO = 7
               CALL 'PROG146'.
           IF WS-OPCAO < 1 OR WS-OPCAO > 7
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
               DISPLAY 'NENHUM DEPARTAMENTO CADASTRADO AINDA.'
               GOBACK.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-DEPARTAMENTO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-DEPARTAMENTO.

      *Quebra com departamento zero fecha a ultima fatia: o total
      *geral fica so na listagem inteira.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE ZEROS TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'TOTAL GERAL DE FUNCIONARIOS: ' WS-TOTAL-GERAL-FUNC
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       QUEBRA-POR-DEPARTAMENTO.
           MOVE ZEROS TO WS-SUBTOTAL-DEPARTAMENTO.
      *Cada departamento abre uma fatia propria no spool.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE DEPARTAMENTO-CODIGO TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO-DEPTO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.

           STRING 'SUBTOTAL DO DEPARTAMENTO ' DEPARTAMENTO-CODIGO
                  ': ' WS-SUBTOTAL-DEPARTAMENTO ' FUNCIONARIO(S).'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           ADD WS-SUBTOTAL-DEPARTAMENTO TO WS-TOTAL-GERAL-FUNC.

           READ ARQUIVO-DEPARTAMENTO RECORD AT END
      *demais listagens do cadastro.
           IF FUNCIONARIO-SITUACAO NOT = 'D' AND
                   FUNCIONARIO-DEPARTAMENTO = DEPARTAMENTO-CODIGO
               STRING 'CODIGO: ' FUNCIONARIO-CODIGO
                      '  NOME: ' FUNCIONARIO-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM IMPRIME-LINHA-RELATORIO
               ADD 1 TO WS-SUBTOTAL-DEPARTAMENTO
               ADD 1 TO WS-CONTADOR-LINHA-RELATORIO
               IF WS-CONTADOR-LINHA-RELATORIO >=

       IMPRIME-CABECALHO-DEPTO.
           ADD 1 TO WS-NUMERO-PAGINA-RELATORIO.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'FUNCIONARIOS POR DEPARTAMENTO'
                  '   DATA: '
                  WS-DIA-EXEC-RELATORIO '/' WS-MES-EXEC-RELATORIO '/'
                  WS-ANO-EXEC-RELATORIO
                  '   PAGINA: ' WS-NUMERO-PAGINA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'DEPARTAMENTO: ' DEPARTAMENTO-CODIGO
                  ' - ' DEPARTAMENTO-DESCRICAO
                  '  C.CUSTO: ' DEPARTAMENTO-CENTRO-CUSTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE '=================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE ZEROS TO WS-CONTADOR-LINHA-RELATORIO.

       IMPRIME-LINHA-RELATORIO.
      *Toda linha da listagem sai na tela e no spool (PROG71).
           DISPLAY WS-LINHA-IMPRESSA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
