      *(nivel 2 ou mais): lista os pedidos pendentes e, um a um,
      *aprova (aplica o desligamento: situacao D, data, copia no
      *historico) ou nega. Toda a decisao vai para a trilha de
      *auditoria (auditoria_funcionarios.log). Na aprovacao o
      *supervisor informa o tipo do desligamento e a rescisao e
      *calculada na hora (PROG134). Se o funcionario do pedido e o
      *gestor de algum departamento (DEPARTAMENTO-GESTOR), o
      *supervisor e avisado antes de decidir, para indicar o novo
      *gestor no PROG44. Com bens ou EPI ainda em poder do
      *funcionario (custodia.dat, PROG150) a aprovacao e recusada;
      *o supervisor pode baixar cada item ali mesmo, com motivo, e
      *o pedido segue pendente enquanto sobrar item.
      *Segregacao de funcoes: quem registrou o pedido nao pode
      *aprova-lo (so negar), e a aprovacao confere a funcao
      *EXCL-APROVA no perfil de permissao (PROG120); o PROG173
      *aponta os perfis e as decisoes antigas em conflito.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELFUNCHIST.cob'.
           COPY 'SELEXCLPEND.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELCUSTODIA.cob'.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDFUNCHIST.cob'.
           COPY 'FDEXCLPEND.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDCUSTODIA.cob'.

       FD  ARQUIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA PIC X(280).
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
       77  WS-DECISAO PIC X VALUE SPACE.
       77  WS-TIPO-DESLIGAMENTO PIC X VALUE SPACE.
      *S = sem justa causa, J = justa causa, P = pedido de demissao.
       77  WS-DESLIGOU PIC X VALUE 'N'.
       77  WS-CODIGO-DESLIGADO PIC 9(6) VALUE ZEROS.
       77  WS-NOME-DESLIGADO PIC X(20) VALUE SPACES.
       77  WS-DATA-DESLIGAMENTO PIC 9(8) VALUE ZEROS.
       77  WS-NOME-CAMPO PIC X(15) VALUE SPACES.
       77  WS-VALOR-ANTIGO PIC X(80) VALUE SPACES.
       77  WS-VALOR-NOVO PIC X(80) VALUE SPACES.
       77  WS-TOTAL-APROVADOS PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-NEGADOS PIC 9(4) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-FIM-DEPARTAMENTOS PIC X VALUE 'N'.
       77  WS-DEPTOS-GERIDOS PIC 9(3) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-CUSTODIA PIC X(02) VALUE '00'.
       77  WS-FIM-CUSTODIA PIC X VALUE 'N'.
       77  WS-ITENS-EM-PODER PIC 9(3) VALUE ZEROS.
       77  WS-BAIXA-ITEM PIC X VALUE 'N'.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE 'EXCL-APROVA'.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           VALUE 'auditoria_funcionarios.log'.
           COPY 'WSFUNCIONARIO.cob'.
               DISPLAY 'APROVACAO DE EXCLUSOES RESTRITA A'
                       ' SUPERVISOR.'
               GOBACK.
           CALL 'PROG120' USING WS-OPERADOR (1:8)
               WS-FUNCAO-PEDIDA WS-PERMITIDO.
           IF WS-PERMITIDO = 'N'
               DISPLAY 'FUNCAO FORA DO SEU PERFIL DE PERMISSAO.'
               GOBACK.

           OPEN I-O ARQUIVO-EXCL-PENDENTE.
           IF WS-STATUS-EXCL-PENDENTE NOT = '00'
                   '  SOLICITANTE ' EXCLPEND-OPERADOR
                   '  EM ' EXCLPEND-DATA.
           DISPLAY 'MOTIVO: ' EXCLPEND-MOTIVO.
           PERFORM VERIFICA-GESTOR-DE-DEPTO.
           DISPLAY 'A=APROVA / N=NEGA / P=PULA: '.
           ACCEPT WS-DECISAO.

      *Quem pediu a exclusao nao decide a favor do proprio pedido;
      *negar continua permitido.
           IF (WS-DECISAO = 'A' OR WS-DECISAO = 'a') AND
                   EXCLPEND-OPERADOR = WS-OPERADOR (1:8)
               DISPLAY 'APROVACAO RECUSADA: O SOLICITANTE NAO PODE'
                       ' APROVAR O PROPRIO PEDIDO.'
               DISPLAY 'OUTRO SUPERVISOR DEVE DECIDIR; O PEDIDO'
                       ' CONTINUA PENDENTE.'
               MOVE 'P' TO WS-DECISAO.
           IF WS-DECISAO = 'A' OR WS-DECISAO = 'a'
               PERFORM CONFERE-CUSTODIA-PENDENTE
               IF WS-ITENS-EM-PODER = ZEROS
                   PERFORM APROVA-PEDIDO
               ELSE
                   DISPLAY 'APROVACAO RECUSADA: ' WS-ITENS-EM-PODER
                           ' ITEM(NS) AINDA EM PODER DO FUNCIONARIO.'
                   DISPLAY 'REGISTRE A DEVOLUCAO NO PROG150; O PEDIDO'
                           ' CONTINUA PENDENTE.'
               END-IF.
           IF WS-DECISAO = 'N' OR WS-DECISAO = 'n'
               PERFORM NEGA-PEDIDO.

               MOVE 'S' TO FINAL-ARQUIVO.

       APROVA-PEDIDO.
           MOVE SPACE TO WS-TIPO-DESLIGAMENTO.
           PERFORM PEDE-TIPO-DESLIGAMENTO
               UNTIL WS-TIPO-DESLIGAMENTO = 'S' OR
                     WS-TIPO-DESLIGAMENTO = 'J' OR
                     WS-TIPO-DESLIGAMENTO = 'P'.
           MOVE 'N' TO WS-DESLIGOU.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           MOVE EXCLPEND-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
                       MOVE EXCLPEND-OPERADOR TO WS-VALOR-ANTIGO
                       MOVE 'APROVADA' TO WS-VALOR-NOVO
                       PERFORM GRAVA-AUDITORIA
                       MOVE 'TIPO-DESLIG' TO WS-NOME-CAMPO
                       MOVE SPACES TO WS-VALOR-ANTIGO
                       MOVE WS-TIPO-DESLIGAMENTO TO WS-VALOR-NOVO
                       PERFORM GRAVA-AUDITORIA
                       MOVE 'S' TO WS-DESLIGOU
                       MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-DESLIGADO
                       MOVE FUNCIONARIO-NOME TO WS-NOME-DESLIGADO
                       MOVE WS-DATA-ATUAL TO WS-DATA-DESLIGAMENTO
                       DISPLAY 'DESLIGAMENTO APLICADO.'
               END-REWRITE.
           CLOSE ARQUIVO-FUNCIONARIO.

      *Rescisao calculada com o cadastro ja fechado; o PROG134 abre
      *os arquivos de remuneracao, contrato, ferias e consignados.
           IF WS-DESLIGOU = 'S'
               CALL 'PROG134' USING WS-CODIGO-DESLIGADO
                   WS-NOME-DESLIGADO WS-DATA-DESLIGAMENTO
                   WS-TIPO-DESLIGAMENTO
           END-IF.

           DELETE ARQUIVO-EXCL-PENDENTE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       VERIFICA-GESTOR-DE-DEPTO.
      *Lista os departamentos em que o funcionario do pedido e o
      *gestor de registro; desligado, o departamento ficaria sem
      *gestor.
           MOVE ZEROS TO WS-DEPTOS-GERIDOS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'N' TO WS-FIM-DEPARTAMENTOS
               READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-DEPARTAMENTOS
               END-READ
               PERFORM CONFERE-GESTOR-DO-DEPTO
                   UNTIL WS-FIM-DEPARTAMENTOS = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO
           END-IF.
           IF WS-DEPTOS-GERIDOS > ZEROS
               DISPLAY 'ATENCAO: FUNCIONARIO E GESTOR DE '
                       WS-DEPTOS-GERIDOS ' DEPARTAMENTO(S) ACIMA.'
               DISPLAY 'APROVANDO, INDIQUE O NOVO GESTOR NO'
                       ' CADASTRO DE DEPARTAMENTOS (PROG44).'.

       CONFERE-GESTOR-DO-DEPTO.
           IF DEPARTAMENTO-GESTOR = EXCLPEND-CODIGO
               ADD 1 TO WS-DEPTOS-GERIDOS
               DISPLAY 'GESTOR DO DEPARTAMENTO ' DEPARTAMENTO-CODIGO
                       ' ' DEPARTAMENTO-DESCRICAO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-DEPARTAMENTOS.

       CONFERE-CUSTODIA-PENDENTE.
      *Cada item em poder e mostrado; o supervisor pode baixa-lo
      *com motivo (perda, extravio, desgaste), o que vai para a
      *trilha. O que nao for baixado segura a aprovacao.
           MOVE ZEROS TO WS-ITENS-EM-PODER.
           OPEN I-O ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA = '00'
               MOVE EXCLPEND-CODIGO TO CUSTODIA-CODIGO-FUNC
               MOVE ZEROS TO CUSTODIA-SEQUENCIA
               MOVE 'N' TO WS-FIM-CUSTODIA
               START ARQUIVO-CUSTODIA
                       KEY IS NOT LESS THAN CUSTODIA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-CUSTODIA
               END-START
               IF WS-FIM-CUSTODIA = 'N'
                   READ ARQUIVO-CUSTODIA NEXT RECORD AT END
                       MOVE 'S' TO WS-FIM-CUSTODIA
                   END-READ
               END-IF
               PERFORM CONFERE-UM-ITEM-EM-PODER
                   UNTIL WS-FIM-CUSTODIA = 'S' OR
                         CUSTODIA-CODIGO-FUNC NOT = EXCLPEND-CODIGO
               CLOSE ARQUIVO-CUSTODIA
           END-IF.

       CONFERE-UM-ITEM-EM-PODER.
           IF CUSTODIA-SITUACAO = 'P'
               DISPLAY 'ITEM EM PODER: ' CUSTODIA-SEQUENCIA ' '
                       CUSTODIA-DESCRICAO ' SERIE ' CUSTODIA-SERIE
               DISPLAY 'BAIXAR O ITEM COM MOTIVO? (S/N)'
               ACCEPT WS-BAIXA-ITEM
               IF WS-BAIXA-ITEM = 'S' OR WS-BAIXA-ITEM = 's'
                   MOVE SPACES TO CUSTODIA-MOTIVO-BAIXA
                   PERFORM PEDE-MOTIVO-BAIXA
                       UNTIL CUSTODIA-MOTIVO-BAIXA NOT = SPACES
                   ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                   MOVE 'B' TO CUSTODIA-SITUACAO
                   MOVE WS-DATA-ATUAL TO CUSTODIA-DATA-DEVOLUCAO
                   MOVE WS-OPERADOR TO CUSTODIA-OPERADOR
                   REWRITE CUSTODIA-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-ITENS-EM-PODER
                       NOT INVALID KEY
                           MOVE EXCLPEND-CODIGO TO FUNCIONARIO-CODIGO
                           MOVE 'BAIXA-CUSTODIA' TO WS-NOME-CAMPO
                           MOVE CUSTODIA-DESCRICAO TO WS-VALOR-ANTIGO
                           MOVE CUSTODIA-MOTIVO-BAIXA TO WS-VALOR-NOVO
                           PERFORM GRAVA-AUDITORIA
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-ITENS-EM-PODER
               END-IF
           END-IF.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-CUSTODIA.

       PEDE-MOTIVO-BAIXA.
           DISPLAY 'MOTIVO DA BAIXA (OBRIGATORIO): '.
           ACCEPT CUSTODIA-MOTIVO-BAIXA.

       PEDE-TIPO-DESLIGAMENTO.
           DISPLAY 'TIPO DO DESLIGAMENTO (S=SEM JUSTA CAUSA /'
                   ' J=JUSTA CAUSA / P=PEDIDO DE DEMISSAO): '.
           ACCEPT WS-TIPO-DESLIGAMENTO.
           IF WS-TIPO-DESLIGAMENTO = 's'
               MOVE 'S' TO WS-TIPO-DESLIGAMENTO.
           IF WS-TIPO-DESLIGAMENTO = 'j'
               MOVE 'J' TO WS-TIPO-DESLIGAMENTO.
           IF WS-TIPO-DESLIGAMENTO = 'p'
               MOVE 'P' TO WS-TIPO-DESLIGAMENTO.

       NEGA-PEDIDO.
           ADD 1 TO WS-TOTAL-NEGADOS.
           MOVE EXCLPEND-CODIGO TO FUNCIONARIO-CODIGO.
