      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG182.
      *Reembolso de despesas dos funcionarios, chamado pelo menu do
      *PROG40. O pedido (reembolsos.dat) tem data da despesa,
      *categoria, valor e descricao; a categoria e o valor maximo
      *por pedido vem de limites_reembolso.dat (PROG174). So o gestor
      *do departamento do funcionario (DEPARTAMENTO-GESTOR,
      *reconhecido pelo vinculo do operador em
      *operador_funcionario.dat) ou supervisor do RH aprova ou
      *recusa, e ninguem decide o proprio pedido. O aprovado sai
      *como linha B no proximo extrato mensal (PROG42) e fica pago
      *na baixa do retorno OK (PROG50). A opcao 4 emite no spool
      *(PROG71) os pedidos em aberto por departamento, por faixa de
      *dias desde o lancamento, com uma fatia por departamento.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELREEMB.cob'.
           COPY 'SELOPERFUNC.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.

           SELECT ARQUIVO-LIMITES-REEMB
           ASSIGN TO 'limites_reembolso.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIMITES.
      *Categorias e valor maximo por pedido, mantidos no PROG174.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDREEMB.cob'.
           COPY 'FDOPERFUNC.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       FD  ARQUIVO-LIMITES-REEMB.
       01  LIMITE-REEMB-LINHA.
           05 LIMITE-REEMB-CATEGORIA PIC X(10).
           05 LIMITE-REEMB-DESCRICAO PIC X(20).
           05 LIMITE-REEMB-VALOR PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-REEMBOLSO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-REEMBOLSO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-OPERFUNC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-LIMITES PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-AUTORIZADO PIC X VALUE 'N'.
       77  WS-CODIGO-DO-OPERADOR PIC 9(6) VALUE ZEROS.
       77  WS-GESTOR-DO-DEPTO PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-FUNCIONARIO PIC 9(4) VALUE ZEROS.
       77  WS-NOME-FUNCIONARIO PIC X(20) VALUE SPACES.
       77  WS-ULTIMA-SEQUENCIA PIC 9(4) VALUE ZEROS.
       77  WS-SEQUENCIA-DIGITADA PIC 9(4) VALUE ZEROS.
       77  WS-REEMB-DIGITADO PIC X(146) VALUE SPACES.
       77  WS-SITUACAO-FILTRO PIC X VALUE SPACE.
       77  WS-QTD-LISTADOS PIC 9(4) VALUE ZEROS.
       77  WS-DECISAO PIC X VALUE SPACE.
       77  WS-DESCRICAO-SITUACAO PIC X(9) VALUE SPACES.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-LIMITE-EXIBE PIC Z(6)9.99.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       01  WS-DATA-DIGITADA.
           05 WS-DD-ANO PIC 9(4).
           05 WS-DD-MES PIC 9(2).
           05 WS-DD-DIA PIC 9(2).

      *Limites por categoria, carregados de limites_reembolso.dat.
       77  WS-QTD-LIMITES PIC 9(02) VALUE ZEROS.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO PIC 9(02) VALUE ZEROS.
       77  WS-CATEGORIA-DIGITADA PIC X(10) VALUE SPACES.
       01  WS-TABELA-LIMITES.
           05 WS-LIM OCCURS 30 TIMES.
              10 WS-LIM-CATEGORIA PIC X(10).
              10 WS-LIM-DESCRICAO PIC X(20).
              10 WS-LIM-VALOR PIC 9(7)V99.

      *Relatorio de pedidos em aberto.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'REEMBOLSOS-ABERTOS'.
       77  WS-DIAS-EM-ABERTO PIC S9(5) VALUE ZEROS.
       77  WS-FAIXA PIC 9(1) VALUE ZEROS.
       77  WS-DIAS-EXIBE PIC ZZZZ9.
       01  WS-DATA-LANCTO-PARTES.
           05 WS-LAN-ANO PIC 9(4).
           05 WS-LAN-MES PIC 9(2).
           05 WS-LAN-DIA PIC 9(2).
       01  WS-DATA-HOJE-PARTES.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01  WS-TOTAIS-FAIXA.
      *Faixas de dias desde o lancamento: ate 30, 31 a 60, 61 a 90
      *e mais de 90.
           05 WS-DEP-QTD PIC 9(5) OCCURS 4 TIMES.
           05 WS-DEP-VALOR PIC 9(9)V99 OCCURS 4 TIMES.
           05 WS-GER-QTD PIC 9(5) OCCURS 4 TIMES.
           05 WS-GER-VALOR PIC 9(9)V99 OCCURS 4 TIMES.
       77  WS-TOTAL-EXIBE PIC Z(8)9.99.
       77  WS-NOME-FAIXA PIC X(12) VALUE SPACES.
           COPY 'WSFUNCIONARIO.cob'.
           COPY 'WSRELATORIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 1 TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-LIMITES.
           MOVE ZERO TO WS-OPCAO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'REEMBOLSO DE DESPESAS'.
           DISPLAY '1. LANCAR PEDIDO'.
           DISPLAY '2. APROVAR OU RECUSAR PEDIDO'.
           DISPLAY '3. CONSULTAR PEDIDOS DE UM FUNCIONARIO'.
           DISPLAY '4. RELATORIO DE PEDIDOS EM ABERTO'.
           DISPLAY '9. VOLTAR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM LANCAR-PEDIDO THRU LANCAR-PEDIDO-FIM.
           IF WS-OPCAO = 2
               PERFORM DECIDIR-PEDIDO THRU DECIDIR-PEDIDO-FIM.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-PEDIDOS THRU CONSULTAR-PEDIDOS-FIM.
           IF WS-OPCAO = 4
               PERFORM RELATORIO-EM-ABERTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *LIMITES - categorias validas e valor maximo por pedido.
      *-----------------------------------------------------------------
       LE-LIMITES.
           MOVE ZEROS TO WS-QTD-LIMITES.
           OPEN INPUT ARQUIVO-LIMITES-REEMB.
           IF WS-STATUS-LIMITES = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-LIMITES-REEMB AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-LINHA-LIMITE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-LIMITES-REEMB
           END-IF.

       GUARDA-LINHA-LIMITE.
           IF WS-QTD-LIMITES < 30 AND LIMITE-REEMB-VALOR IS NUMERIC
               ADD 1 TO WS-QTD-LIMITES
               MOVE LIMITE-REEMB-CATEGORIA
                   TO WS-LIM-CATEGORIA (WS-QTD-LIMITES)
               MOVE LIMITE-REEMB-DESCRICAO
                   TO WS-LIM-DESCRICAO (WS-QTD-LIMITES)
               MOVE LIMITE-REEMB-VALOR TO WS-LIM-VALOR (WS-QTD-LIMITES).
           READ ARQUIVO-LIMITES-REEMB AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       LOCALIZA-CATEGORIA.
           MOVE ZEROS TO WS-POSICAO.
           PERFORM CONFERE-CATEGORIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-LIMITES OR WS-POSICAO > ZEROS.

       CONFERE-CATEGORIA.
           IF WS-LIM-CATEGORIA (WS-IND) = WS-CATEGORIA-DIGITADA
               MOVE WS-IND TO WS-POSICAO.

       EXIBE-UMA-CATEGORIA.
           MOVE WS-LIM-VALOR (WS-IND) TO WS-LIMITE-EXIBE.
           DISPLAY '  ' WS-LIM-CATEGORIA (WS-IND) ' '
                   WS-LIM-DESCRICAO (WS-IND) ' ATE ' WS-LIMITE-EXIBE.

      *-----------------------------------------------------------------
      *LANCAMENTO - pedido pendente, dentro do limite da categoria.
      *-----------------------------------------------------------------
       LANCAR-PEDIDO.
           IF WS-QTD-LIMITES = ZEROS
               DISPLAY 'NENHUMA CATEGORIA DE REEMBOLSO CADASTRADA'
                       ' (PROG174, PARAMETROS DA FOLHA).'
               GO TO LANCAR-PEDIDO-FIM.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
               GO TO LANCAR-PEDIDO-FIM.
           DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO
                   ' DEPARTAMENTO: ' WS-DEPTO-FUNCIONARIO.
           MOVE SPACES TO REEMB-REGISTRO.
           DISPLAY 'DATA DA DESPESA (AAAAMMDD): '.
           ACCEPT WS-DATA-DIGITADA.
      *Data de calendario conferida pelo validador central PROG75,
      *que tambem recusa despesa no futuro.
           CALL 'PROG75' USING WS-DD-DIA WS-DD-MES WS-DD-ANO
               WS-DATA-OK WS-MOTIVO-DATA.
           IF WS-DATA-OK = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA
               GO TO LANCAR-PEDIDO-FIM.
           MOVE WS-DATA-DIGITADA TO REEMB-DATA-DESPESA.
           DISPLAY 'CATEGORIAS:'.
           PERFORM EXIBE-UMA-CATEGORIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-LIMITES.
           DISPLAY 'CATEGORIA: '.
           ACCEPT WS-CATEGORIA-DIGITADA.
           INSPECT WS-CATEGORIA-DIGITADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM LOCALIZA-CATEGORIA.
           IF WS-POSICAO = ZEROS
               DISPLAY 'CATEGORIA NAO CADASTRADA.'
               GO TO LANCAR-PEDIDO-FIM.
           MOVE WS-CATEGORIA-DIGITADA TO REEMB-CATEGORIA.
           DISPLAY 'VALOR (7 INTEIROS 2 DECIMAIS): '.
           ACCEPT REEMB-VALOR.
           IF REEMB-VALOR = ZEROS
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
               GO TO LANCAR-PEDIDO-FIM.
           IF REEMB-VALOR > WS-LIM-VALOR (WS-POSICAO)
               MOVE WS-LIM-VALOR (WS-POSICAO) TO WS-LIMITE-EXIBE
               DISPLAY 'VALOR ACIMA DO LIMITE DA CATEGORIA ('
                       WS-LIMITE-EXIBE ').'
               GO TO LANCAR-PEDIDO-FIM.
           DISPLAY 'DESCRICAO DA DESPESA: '.
           ACCEPT REEMB-DESCRICAO.
           IF REEMB-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               GO TO LANCAR-PEDIDO-FIM.

           OPEN I-O ARQUIVO-REEMBOLSO.
           IF WS-STATUS-ARQUIVO-REEMBOLSO = '35'
      *Primeiro pedido cria o arquivo.
               OPEN OUTPUT ARQUIVO-REEMBOLSO
               CLOSE ARQUIVO-REEMBOLSO
               OPEN I-O ARQUIVO-REEMBOLSO
           END-IF.
           MOVE REEMB-REGISTRO TO WS-REEMB-DIGITADO.
           PERFORM BUSCA-ULTIMA-SEQUENCIA.
           MOVE WS-REEMB-DIGITADO TO REEMB-REGISTRO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO REEMB-CODIGO-FUNC.
           COMPUTE REEMB-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1.
           MOVE 'P' TO REEMB-SITUACAO.
           MOVE WS-DATA-HOJE TO REEMB-DATA-LANCAMENTO.
           MOVE WS-OPERADOR TO REEMB-OPERADOR.
           MOVE SPACES TO REEMB-APROVADOR.
           MOVE ZEROS TO REEMB-DATA-DECISAO.
           MOVE SPACES TO REEMB-OBSERVACAO.
           MOVE ZEROS TO REEMB-DATA-ENVIO.
           MOVE ZEROS TO REEMB-DATA-PAGAMENTO.
           WRITE REEMB-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEDIDO (STATUS '
                           WS-STATUS-ARQUIVO-REEMBOLSO ').'
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' REEMB-SEQUENCIA
                           ' LANCADO; AGUARDA APROVACAO.'
           END-WRITE.
           CLOSE ARQUIVO-REEMBOLSO.
       LANCAR-PEDIDO-FIM.
           EXIT.

       BUSCA-ULTIMA-SEQUENCIA.
      *O registro digitado fica guardado em WS-REEMB-DIGITADO
      *enquanto a leitura percorre os pedidos do funcionario.
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO REEMB-CODIGO-FUNC.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO.
           START ARQUIVO-REEMBOLSO KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.
           IF FINAL-ARQUIVO-REEMBOLSO = 'N'
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ.
           PERFORM GUARDA-SEQUENCIA
               UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S' OR
                     REEMB-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.

       GUARDA-SEQUENCIA.
           MOVE REEMB-SEQUENCIA TO WS-ULTIMA-SEQUENCIA.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       VALIDA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               IF FUNCIONARIO-SITUACAO = 'D'
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               ELSE
                   MOVE 'S' TO REGISTRO-ENCONTRADO
                   MOVE FUNCIONARIO-DEPARTAMENTO
                       TO WS-DEPTO-FUNCIONARIO
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNCIONARIO
               END-IF
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *AUTORIZACAO - supervisor do RH (nivel 2 ou mais) ou o gestor
      *do departamento do funcionario; ninguem decide o proprio
      *pedido. Espera o funcionario ja lido em WS-DEPTO-FUNCIONARIO.
      *-----------------------------------------------------------------
       VERIFICA-AUTORIZACAO.
           MOVE 'N' TO WS-AUTORIZADO.
           MOVE ZEROS TO WS-CODIGO-DO-OPERADOR.
           OPEN INPUT ARQUIVO-OPERFUNC.
           IF WS-STATUS-ARQUIVO-OPERFUNC = '00'
               MOVE WS-OPERADOR TO OPERFUNC-OPERADOR
               READ ARQUIVO-OPERFUNC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPERFUNC-CODIGO-FUNC
                           TO WS-CODIGO-DO-OPERADOR
               END-READ
               CLOSE ARQUIVO-OPERFUNC.
           IF WS-CODIGO-DO-OPERADOR = CODIGO-FUNCIONARIO-PROCURAR
               DISPLAY 'O PROPRIO FUNCIONARIO NAO DECIDE O SEU PEDIDO.'
               GO TO VERIFICA-AUTORIZACAO-FIM.
           IF WS-NIVEL-OPERADOR > 1
               MOVE 'S' TO WS-AUTORIZADO
               GO TO VERIFICA-AUTORIZACAO-FIM.
           IF WS-CODIGO-DO-OPERADOR = ZEROS
               DISPLAY 'OPERADOR SEM VINCULO COM FUNCIONARIO'
                       ' (PROG53). SO SUPERVISOR APROVA.'
               GO TO VERIFICA-AUTORIZACAO-FIM.
           MOVE ZEROS TO WS-GESTOR-DO-DEPTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE WS-DEPTO-FUNCIONARIO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-GESTOR
                           TO WS-GESTOR-DO-DEPTO
               END-READ
               CLOSE ARQUIVO-DEPARTAMENTO.
           IF WS-GESTOR-DO-DEPTO = WS-CODIGO-DO-OPERADOR
               MOVE 'S' TO WS-AUTORIZADO
           ELSE
               DISPLAY 'SO O GESTOR DO DEPARTAMENTO '
                       WS-DEPTO-FUNCIONARIO
                       ' OU SUPERVISOR DO RH APROVA ESTE PEDIDO.'.
       VERIFICA-AUTORIZACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *DECISAO - aprova (revalidando o limite vigente) ou recusa com
      *motivo um pedido pendente.
      *-----------------------------------------------------------------
       DECIDIR-PEDIDO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
               GO TO DECIDIR-PEDIDO-FIM.
           DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO
                   ' DEPARTAMENTO: ' WS-DEPTO-FUNCIONARIO.
           PERFORM VERIFICA-AUTORIZACAO THRU VERIFICA-AUTORIZACAO-FIM.
           IF WS-AUTORIZADO = 'N'
               GO TO DECIDIR-PEDIDO-FIM.
           OPEN I-O ARQUIVO-REEMBOLSO.
           IF WS-STATUS-ARQUIVO-REEMBOLSO NOT = '00'
               DISPLAY 'NENHUM PEDIDO LANCADO AINDA.'
               GO TO DECIDIR-PEDIDO-FIM.
           MOVE 'P' TO WS-SITUACAO-FILTRO.
           PERFORM LISTA-PEDIDOS-FUNCIONARIO.
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'FUNCIONARIO SEM PEDIDO PENDENTE.'
               CLOSE ARQUIVO-REEMBOLSO
               GO TO DECIDIR-PEDIDO-FIM.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WS-SEQUENCIA-DIGITADA.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO REEMB-CODIGO-FUNC.
           MOVE WS-SEQUENCIA-DIGITADA TO REEMB-SEQUENCIA.
           READ ARQUIVO-REEMBOLSO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'N' OR REEMB-SITUACAO NOT = 'P'
               DISPLAY 'PEDIDO NAO ENCONTRADO OU JA DECIDIDO.'
               CLOSE ARQUIVO-REEMBOLSO
               GO TO DECIDIR-PEDIDO-FIM.
           DISPLAY 'DECISAO (A=APROVAR R=RECUSAR): '.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = 'a'
               MOVE 'A' TO WS-DECISAO.
           IF WS-DECISAO = 'r'
               MOVE 'R' TO WS-DECISAO.
           IF WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'R'
               DISPLAY 'DECISAO INVALIDA.'
               CLOSE ARQUIVO-REEMBOLSO
               GO TO DECIDIR-PEDIDO-FIM.
           IF WS-DECISAO = 'A'
      *O limite pode ter mudado depois do lancamento.
               MOVE REEMB-CATEGORIA TO WS-CATEGORIA-DIGITADA
               PERFORM LOCALIZA-CATEGORIA
               IF WS-POSICAO = ZEROS
                   DISPLAY 'CATEGORIA ' REEMB-CATEGORIA
                           ' NAO ESTA MAIS NA TABELA DE LIMITES;'
                           ' SO E POSSIVEL RECUSAR.'
                   CLOSE ARQUIVO-REEMBOLSO
                   GO TO DECIDIR-PEDIDO-FIM
               END-IF
               IF REEMB-VALOR > WS-LIM-VALOR (WS-POSICAO)
                   MOVE WS-LIM-VALOR (WS-POSICAO) TO WS-LIMITE-EXIBE
                   DISPLAY 'VALOR ACIMA DO LIMITE VIGENTE DA'
                           ' CATEGORIA (' WS-LIMITE-EXIBE
                           '); SO E POSSIVEL RECUSAR.'
                   CLOSE ARQUIVO-REEMBOLSO
                   GO TO DECIDIR-PEDIDO-FIM
               END-IF
           END-IF.
           DISPLAY 'OBSERVACAO (OBRIGATORIA NA RECUSA): '.
           ACCEPT REEMB-OBSERVACAO.
           IF WS-DECISAO = 'R' AND REEMB-OBSERVACAO = SPACES
               DISPLAY 'INFORME O MOTIVO DA RECUSA.'
               CLOSE ARQUIVO-REEMBOLSO
               GO TO DECIDIR-PEDIDO-FIM.
           MOVE WS-DECISAO TO REEMB-SITUACAO.
           MOVE WS-OPERADOR TO REEMB-APROVADOR.
           MOVE WS-DATA-HOJE TO REEMB-DATA-DECISAO.
           REWRITE REEMB-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A DECISAO.'
               NOT INVALID KEY
                   IF WS-DECISAO = 'A'
                       DISPLAY 'PEDIDO APROVADO; SAI NO PROXIMO'
                               ' EXTRATO MENSAL DA FOLHA.'
                   ELSE
                       DISPLAY 'PEDIDO RECUSADO.'
                   END-IF
           END-REWRITE.
           CLOSE ARQUIVO-REEMBOLSO.
       DECIDIR-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *CONSULTA - todos os pedidos do funcionario.
      *-----------------------------------------------------------------
       CONSULTAR-PEDIDOS.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           OPEN INPUT ARQUIVO-REEMBOLSO.
           IF WS-STATUS-ARQUIVO-REEMBOLSO NOT = '00'
               DISPLAY 'NENHUM PEDIDO LANCADO AINDA.'
               GO TO CONSULTAR-PEDIDOS-FIM.
           MOVE SPACE TO WS-SITUACAO-FILTRO.
           PERFORM LISTA-PEDIDOS-FUNCIONARIO.
           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY 'FUNCIONARIO SEM PEDIDO DE REEMBOLSO.'.
           CLOSE ARQUIVO-REEMBOLSO.
       CONSULTAR-PEDIDOS-FIM.
           EXIT.

       LISTA-PEDIDOS-FUNCIONARIO.
      *Situacao em branco no filtro lista todos os pedidos.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO REEMB-CODIGO-FUNC.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO.
           START ARQUIVO-REEMBOLSO KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.
           IF FINAL-ARQUIVO-REEMBOLSO = 'N'
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ.
           PERFORM EXIBE-UM-PEDIDO
               UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S' OR
                     REEMB-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.

       EXIBE-UM-PEDIDO.
           IF WS-SITUACAO-FILTRO = SPACE OR
                   REEMB-SITUACAO = WS-SITUACAO-FILTRO
               ADD 1 TO WS-QTD-LISTADOS
               PERFORM DESCREVE-SITUACAO
               MOVE REEMB-VALOR TO WS-VALOR-EXIBE
               DISPLAY 'PEDIDO ' REEMB-SEQUENCIA ' DESPESA '
                       REEMB-DATA-DESPESA ' ' REEMB-CATEGORIA ' '
                       WS-VALOR-EXIBE ' ' WS-DESCRICAO-SITUACAO
               DISPLAY '   ' REEMB-DESCRICAO ' LANCADO EM '
                       REEMB-DATA-LANCAMENTO ' POR ' REEMB-OPERADOR
               IF REEMB-SITUACAO NOT = 'P'
                   DISPLAY '   DECIDIDO POR ' REEMB-APROVADOR ' EM '
                           REEMB-DATA-DECISAO ' ' REEMB-OBSERVACAO
               END-IF
               IF REEMB-SITUACAO = 'G'
                   DISPLAY '   PAGO NA FOLHA EM '
                           REEMB-DATA-PAGAMENTO
               END-IF
           END-IF.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       DESCREVE-SITUACAO.
           MOVE 'PENDENTE' TO WS-DESCRICAO-SITUACAO.
           IF REEMB-SITUACAO = 'A'
               MOVE 'APROVADO' TO WS-DESCRICAO-SITUACAO.
           IF REEMB-SITUACAO = 'A' AND REEMB-DATA-ENVIO > ZEROS
               MOVE 'NA FOLHA' TO WS-DESCRICAO-SITUACAO.
           IF REEMB-SITUACAO = 'R'
               MOVE 'RECUSADO' TO WS-DESCRICAO-SITUACAO.
           IF REEMB-SITUACAO = 'G'
               MOVE 'PAGO' TO WS-DESCRICAO-SITUACAO.

      *-----------------------------------------------------------------
      *RELATORIO DE PEDIDOS EM ABERTO POR DEPARTAMENTO.
      *Pendentes e aprovados ainda nao pagos, com os dias desde o
      *lancamento (regua de 30 dias por mes, como a do PROG103) e o
      *resumo por faixa no fim de cada departamento e no total.
      *-----------------------------------------------------------------
       RELATORIO-EM-ABERTO.
           ACCEPT WS-DATA-EXECUCAO-RELATORIO FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-NUMERO-PAGINA-RELATORIO.
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-PARTES.
           INITIALIZE WS-TOTAIS-FAIXA.
           OPEN INPUT ARQUIVO-REEMBOLSO.
           IF WS-STATUS-ARQUIVO-REEMBOLSO NOT = '00'
               DISPLAY 'NENHUM PEDIDO LANCADO AINDA.'
           ELSE
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
                   DISPLAY 'NENHUM DEPARTAMENTO CADASTRADO AINDA.'
               ELSE
                   OPEN INPUT ARQUIVO-FUNCIONARIO
                   PERFORM EMITE-RELATORIO-EM-ABERTO
                   CLOSE ARQUIVO-FUNCIONARIO
                   CLOSE ARQUIVO-DEPARTAMENTO
               END-IF
               CLOSE ARQUIVO-REEMBOLSO
           END-IF.

       EMITE-RELATORIO-EM-ABERTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM QUEBRA-POR-DEPARTAMENTO
               UNTIL FINAL-ARQUIVO = 'S'.

      *Quebra com departamento zero fecha a ultima fatia: o resumo
      *geral fica so no relatorio inteiro.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE ZEROS TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE 'RESUMO GERAL DOS PEDIDOS EM ABERTO'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.
           PERFORM IMPRIME-FAIXA-GERAL
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       QUEBRA-POR-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-QTD (1) WS-DEP-QTD (2)
                         WS-DEP-QTD (3) WS-DEP-QTD (4).
           MOVE ZEROS TO WS-DEP-VALOR (1) WS-DEP-VALOR (2)
                         WS-DEP-VALOR (3) WS-DEP-VALOR (4).
      *Cada departamento abre uma fatia propria no spool.
           MOVE 'Q' TO WS-ACAO-SPOOL.
           MOVE DEPARTAMENTO-CODIGO TO WS-LINHA-IMPRESSA (1:4).
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO-DEPTO.

           MOVE ZEROS TO REEMB-CODIGO-FUNC.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO.
           START ARQUIVO-REEMBOLSO KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.
           IF FINAL-ARQUIVO-REEMBOLSO = 'N'
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ.
           PERFORM SELECIONA-PEDIDO-DEPTO
               UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S'.

           PERFORM IMPRIME-FAIXA-DEPTO
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4.

           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SELECIONA-PEDIDO-DEPTO.
      *Aberto = pendente ou aprovado ainda nao pago; o departamento
      *e o atual do funcionario (desligado continua aparecendo ate
      *o pedido ser resolvido).
           IF REEMB-SITUACAO = 'P' OR REEMB-SITUACAO = 'A'
               MOVE REEMB-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE ZEROS TO FUNCIONARIO-DEPARTAMENTO
                       MOVE SPACES TO FUNCIONARIO-NOME
               END-READ
               IF FUNCIONARIO-DEPARTAMENTO = DEPARTAMENTO-CODIGO
                   PERFORM IMPRIME-PEDIDO-ABERTO
               END-IF
           END-IF.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       IMPRIME-PEDIDO-ABERTO.
           MOVE REEMB-DATA-LANCAMENTO TO WS-DATA-LANCTO-PARTES.
           COMPUTE WS-DIAS-EM-ABERTO =
               (WS-HOJE-ANO - WS-LAN-ANO) * 360 +
               (WS-HOJE-MES - WS-LAN-MES) * 30 +
               (WS-HOJE-DIA - WS-LAN-DIA).
           IF WS-DIAS-EM-ABERTO < ZEROS
               MOVE ZEROS TO WS-DIAS-EM-ABERTO.
           MOVE 1 TO WS-FAIXA.
           IF WS-DIAS-EM-ABERTO > 30
               MOVE 2 TO WS-FAIXA.
           IF WS-DIAS-EM-ABERTO > 60
               MOVE 3 TO WS-FAIXA.
           IF WS-DIAS-EM-ABERTO > 90
               MOVE 4 TO WS-FAIXA.
           ADD 1 TO WS-DEP-QTD (WS-FAIXA).
           ADD REEMB-VALOR TO WS-DEP-VALOR (WS-FAIXA).
           ADD 1 TO WS-GER-QTD (WS-FAIXA).
           ADD REEMB-VALOR TO WS-GER-VALOR (WS-FAIXA).
           PERFORM DESCREVE-SITUACAO.
           MOVE REEMB-VALOR TO WS-VALOR-EXIBE.
           MOVE WS-DIAS-EM-ABERTO TO WS-DIAS-EXIBE.
           STRING REEMB-CODIGO-FUNC ' ' FUNCIONARIO-NOME ' '
                  REEMB-SEQUENCIA ' ' REEMB-CATEGORIA ' '
                  WS-VALOR-EXIBE ' ' WS-DESCRICAO-SITUACAO ' '
                  WS-DIAS-EXIBE ' DIAS'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.

       IMPRIME-FAIXA-DEPTO.
           PERFORM NOMEIA-FAIXA.
           MOVE WS-DEP-VALOR (WS-FAIXA) TO WS-TOTAL-EXIBE.
           STRING '  ' WS-NOME-FAIXA ': ' WS-DEP-QTD (WS-FAIXA)
                  ' PEDIDO(S)  ' WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.

       IMPRIME-FAIXA-GERAL.
           PERFORM NOMEIA-FAIXA.
           MOVE WS-GER-VALOR (WS-FAIXA) TO WS-TOTAL-EXIBE.
           STRING '  ' WS-NOME-FAIXA ': ' WS-GER-QTD (WS-FAIXA)
                  ' PEDIDO(S)  ' WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.

       NOMEIA-FAIXA.
           IF WS-FAIXA = 1
               MOVE 'ATE 30 DIAS' TO WS-NOME-FAIXA.
           IF WS-FAIXA = 2
               MOVE '31 A 60' TO WS-NOME-FAIXA.
           IF WS-FAIXA = 3
               MOVE '61 A 90' TO WS-NOME-FAIXA.
           IF WS-FAIXA = 4
               MOVE 'MAIS DE 90' TO WS-NOME-FAIXA.

       IMPRIME-CABECALHO-DEPTO.
           ADD 1 TO WS-NUMERO-PAGINA-RELATORIO.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'REEMBOLSOS EM ABERTO'
                  '   DATA: '
                  WS-DIA-EXEC-RELATORIO '/' WS-MES-EXEC-RELATORIO '/'
                  WS-ANO-EXEC-RELATORIO
                  '   PAGINA: ' WS-NUMERO-PAGINA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           STRING 'DEPARTAMENTO: ' DEPARTAMENTO-CODIGO
                  ' - ' DEPARTAMENTO-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA-RELATORIO.
           MOVE '=================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-RELATORIO.

       IMPRIME-LINHA-RELATORIO.
      *Toda linha do relatorio sai na tela e no spool (PROG71).
           DISPLAY WS-LINHA-IMPRESSA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
