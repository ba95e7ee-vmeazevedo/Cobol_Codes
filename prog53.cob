      *administrador; depois disso a manutencao exige nivel 3.
      *O desbloqueio de conta travada por excesso de falhas de senha
      *(politica do sign-on do menu) e liberado tambem para
      *supervisor (nivel 2). O vinculo do operador com o seu
      *cadastro de funcionario (operador_funcionario.dat), usado
      *para reconhecer o gestor do departamento, e do administrador.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELOPERADOR.cob'.
           COPY 'SELOPERFUNC.cob'.
           COPY 'SELFUNCIONARIO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDOPERADOR.cob'.
           COPY 'FDOPERFUNC.cob'.
           COPY 'FDFUNCIONARIO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-NOME-ARQ-OPERADOR PIC X(30) VALUE 'operadores.dat'.
       77  WS-STATUS-ARQUIVO-OPERFUNC PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-VINCULAR PIC 9(6) VALUE ZEROS.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           DISPLAY '3. EXCLUIR'.
           DISPLAY '4. LISTAR'.
           DISPLAY '5. DESBLOQUEAR OPERADOR (SUPERVISOR)'.
           DISPLAY '6. VINCULAR OPERADOR A FUNCIONARIO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

      *Opcoes 1 a 4 e 6 seguem restritas ao administrador.
           IF ((WS-OPCAO > 0 AND WS-OPCAO < 5) OR WS-OPCAO = 6) AND
                   WS-NIVEL-QUEM-MANTEM < 3
               DISPLAY 'OPCAO RESTRITA A NIVEL 3.'
           ELSE
               PERFORM LISTAR-OPERADORES.
           IF WS-OPCAO = 5
               PERFORM DESBLOQUEAR-OPERADOR.
           IF WS-OPCAO = 6 AND WS-NIVEL-QUEM-MANTEM = 3
               PERFORM VINCULAR-OPERADOR.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-OPERADOR.
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADOR.

      *-----------------------------------------------------------------
      *VINCULO - liga o operador ao seu cadastro de funcionario na
      *empresa da sessao; codigo zero desfaz o vinculo.
      *-----------------------------------------------------------------
       VINCULAR-OPERADOR.
           DISPLAY 'INFORME O CODIGO DO OPERADOR: '.
           ACCEPT CODIGO-OPERADOR-PROCURAR.
           OPEN INPUT ARQUIVO-OPERADOR.
           MOVE CODIGO-OPERADOR-PROCURAR TO OPERADOR-CODIGO.
           READ ARQUIVO-OPERADOR RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           CLOSE ARQUIVO-OPERADOR.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'OPERADOR NAO CADASTRADO.'
               GO TO VINCULAR-OPERADOR-FIM.
           DISPLAY 'OPERADOR: ' OPERADOR-NOME.

           OPEN I-O ARQUIVO-OPERFUNC.
           IF WS-STATUS-ARQUIVO-OPERFUNC = '35'
      *Primeiro vinculo cria o arquivo.
               OPEN OUTPUT ARQUIVO-OPERFUNC
               CLOSE ARQUIVO-OPERFUNC
               OPEN I-O ARQUIVO-OPERFUNC.
           MOVE CODIGO-OPERADOR-PROCURAR TO OPERFUNC-OPERADOR.
           READ ARQUIVO-OPERFUNC RECORD
               INVALID KEY
                   DISPLAY 'OPERADOR AINDA SEM VINCULO.'
               NOT INVALID KEY
                   DISPLAY 'VINCULADO HOJE AO FUNCIONARIO '
                           OPERFUNC-CODIGO-FUNC
           END-READ.
           DISPLAY 'CODIGO DO FUNCIONARIO (0 = DESFAZER VINCULO): '.
           MOVE ZEROS TO CODIGO-FUNCIONARIO-VINCULAR.
           ACCEPT CODIGO-FUNCIONARIO-VINCULAR.
           MOVE CODIGO-OPERADOR-PROCURAR TO OPERFUNC-OPERADOR.
           IF CODIGO-FUNCIONARIO-VINCULAR = ZEROS
               DELETE ARQUIVO-OPERFUNC RECORD
                   INVALID KEY
                       DISPLAY 'NAO HAVIA VINCULO A DESFAZER.'
                   NOT INVALID KEY
                       DISPLAY 'VINCULO DESFEITO.'
               END-DELETE
               CLOSE ARQUIVO-OPERFUNC
               GO TO VINCULAR-OPERADOR-FIM.

      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-VINCULAR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO. VINCULO NAO'
                       ' GRAVADO.'
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE CODIGO-FUNCIONARIO-VINCULAR
                   TO OPERFUNC-CODIGO-FUNC
               MOVE WS-DATA-HOJE TO OPERFUNC-DATA
               MOVE WS-CODIGO-QUEM-MANTEM TO OPERFUNC-RESPONSAVEL
               WRITE OPERFUNC-REGISTRO
                   INVALID KEY
                       REWRITE OPERFUNC-REGISTRO
                       END-REWRITE
               END-WRITE
               DISPLAY 'OPERADOR VINCULADO A ' FUNCIONARIO-NOME.
           CLOSE ARQUIVO-OPERFUNC.
       VINCULAR-OPERADOR-FIM.
           EXIT.
