      * mesmo professor em duas turmas com o mesmo TURMA-HORARIO no
      * mesmo TURMA-PERIODO - o choque que hoje so aparecia no
      * primeiro dia de aula. A carga horaria lista as turmas do
      * professor em um periodo. O vinculo do professor com a folha
      * (FUNCIONARIO-CODIGO e valor proprio da hora-aula, em
      * professor_folha.dat) e o valor da hora-aula por qualificacao
      * (valor_hora_aula.dat) sao mantidos aqui, so por supervisor;
      * sao a base do pagamento apurado pelo 20_Aulas_Dadas.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_PROFESSOR.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_ALOCACAO.cbl'.
           COPY 'SL_PROFFOLHA.cbl'.
           COPY 'SL_VALHORA.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY 'FD_PROFESSOR.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_ALOCACAO.cbl'.
           COPY 'FD_PROFFOLHA.cbl'.
           COPY 'FD_VALHORA.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-TEM-CONFLITO             PIC X VALUE 'N'.
       77  WS-TURMA-CONFLITO           PIC 9(4) VALUE ZEROS.
       77  WS-QTD-TURMAS               PIC 9(3) VALUE ZEROS.
       77  WS-STATUS-PROFFOLHA         PIC X(02) VALUE '00'.
       77  WS-STATUS-VALHORA           PIC X(02) VALUE '00'.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR           PIC 9(1) VALUE ZERO.
       77  WS-FUNC-CODIGO-PEDIDO       PIC 9(6) VALUE ZEROS.
       77  WS-VALOR-HORA-PEDIDO        PIC 9(5)V99 VALUE ZEROS.
       77  WS-QUALIFICACAO-PEDIDA      PIC X(20) VALUE SPACES.
       77  WS-VALOR-EXIBE              PIC ZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

           DISPLAY '2. LISTAR PROFESSORES'.
           DISPLAY '3. ALOCAR PROFESSOR A UMA TURMA'.
           DISPLAY '4. CARGA HORARIA DE UM PROFESSOR NO PERIODO'.
           DISPLAY '5. VINCULO DO PROFESSOR COM A FOLHA (SUPERVISOR)'.
           DISPLAY '6. VALOR DA HORA-AULA POR QUALIFICACAO'
                   ' (SUPERVISOR)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM ALOCAR-PROFESSOR.
           IF WS-OPCAO = 4
               PERFORM CARGA-HORARIA.
           IF WS-OPCAO = 5
               PERFORM VINCULAR-FOLHA.
           IF WS-OPCAO = 6
               PERFORM VALOR-POR-QUALIFICACAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-PROFESSOR.
           END-IF.
           READ ALOCACAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * FOLHA - vinculo do professor com o cadastro de funcionarios
      * e valor da hora-aula (proprio ou da qualificacao).
      *-----------------------------------------------------------------
       VINCULAR-FOLHA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'VINCULO COM A FOLHA RESTRITO A SUPERVISOR'
                       ' (NIVEL 2).'
               GOBACK.
           DISPLAY 'PROFESSOR-ID (1-9999): '.
           ACCEPT WS-PROFESSOR-PEDIDO.
           OPEN INPUT PROFESSOR.
           IF WS-STATUS-PROFESSOR NOT = '00'
               DISPLAY 'NENHUM PROFESSOR CADASTRADO AINDA.'
               GOBACK.
           MOVE WS-PROFESSOR-PEDIDO TO PROFESSOR-ID.
           READ PROFESSOR RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               DISPLAY 'PROFESSOR: ' PROFESSOR-NOME
                       ' ' PROFESSOR-QUALIFICACAO.
           CLOSE PROFESSOR.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'PROFESSOR NAO CADASTRADO.'
               GOBACK.

           OPEN I-O PROFFOLHA.
           IF WS-STATUS-PROFFOLHA = '35'
      *Primeiro vinculo cria o arquivo.
               OPEN OUTPUT PROFFOLHA
               CLOSE PROFFOLHA
               OPEN I-O PROFFOLHA
           END-IF.
           MOVE WS-PROFESSOR-PEDIDO TO PROFFOLHA-PROFESSOR-ID.
           READ PROFFOLHA RECORD
               INVALID KEY
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
                   MOVE PROFFOLHA-VALOR-HORA TO WS-VALOR-EXIBE
                   DISPLAY 'VINCULO ATUAL: FUNCIONARIO '
                           PROFFOLHA-FUNC-CODIGO
                           '  HORA-AULA ' WS-VALOR-EXIBE
           END-READ.
           DISPLAY 'FUNCIONARIO-CODIGO NA FOLHA (6 DIGITOS): '.
           ACCEPT WS-FUNC-CODIGO-PEDIDO.
           DISPLAY 'VALOR PROPRIO DA HORA-AULA (SEM PONTOS, 2'
                   ' DECIMAIS, EX: 0008000 = 80,00; ZEROS = VALOR'
                   ' DA QUALIFICACAO): '.
           ACCEPT WS-VALOR-HORA-PEDIDO.
           MOVE WS-PROFESSOR-PEDIDO TO PROFFOLHA-PROFESSOR-ID.
           MOVE WS-FUNC-CODIGO-PEDIDO TO PROFFOLHA-FUNC-CODIGO.
           MOVE WS-VALOR-HORA-PEDIDO TO PROFFOLHA-VALOR-HORA.
           IF REGISTRO-ENCONTRADO = 'S'
               REWRITE PROFFOLHA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O VINCULO.'
                   NOT INVALID KEY
                       DISPLAY 'VINCULO ALTERADO.'
               END-REWRITE
           ELSE
               WRITE PROFFOLHA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VINCULO.'
                   NOT INVALID KEY
                       DISPLAY 'VINCULO GRAVADO.'
               END-WRITE.
           CLOSE PROFFOLHA.

       VALOR-POR-QUALIFICACAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'VALOR DA HORA-AULA RESTRITO A SUPERVISOR'
                       ' (NIVEL 2).'
               GOBACK.
           DISPLAY 'QUALIFICACAO (COMO NO CADASTRO DO PROFESSOR): '.
           ACCEPT WS-QUALIFICACAO-PEDIDA.
           OPEN I-O VALHORA.
           IF WS-STATUS-VALHORA = '35'
      *Primeiro valor cria o arquivo.
               OPEN OUTPUT VALHORA
               CLOSE VALHORA
               OPEN I-O VALHORA
           END-IF.
           MOVE WS-QUALIFICACAO-PEDIDA TO VALHORA-QUALIFICACAO.
           READ VALHORA RECORD
               INVALID KEY
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
                   MOVE VALHORA-VALOR TO WS-VALOR-EXIBE
                   DISPLAY 'VALOR ATUAL DA HORA-AULA: ' WS-VALOR-EXIBE
           END-READ.
           DISPLAY 'VALOR DA HORA-AULA (SEM PONTOS, 2 DECIMAIS, EX:'
                   ' 0006000 = 60,00): '.
           ACCEPT WS-VALOR-HORA-PEDIDO.
           MOVE WS-QUALIFICACAO-PEDIDA TO VALHORA-QUALIFICACAO.
           MOVE WS-VALOR-HORA-PEDIDO TO VALHORA-VALOR.
           IF REGISTRO-ENCONTRADO = 'S'
               REWRITE VALHORA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O VALOR.'
                   NOT INVALID KEY
                       DISPLAY 'VALOR ALTERADO.'
               END-REWRITE
           ELSE
               WRITE VALHORA-FILE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VALOR.'
                   NOT INVALID KEY
                       DISPLAY 'VALOR GRAVADO.'
               END-WRITE.
           CLOSE VALHORA.
