      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG133.
      *Lancador de lote sob demanda, chamado pela opcao EXECUTAR do
      *Menu_interativo (restrita a supervisor). Lista os lotes que
      *podem rodar durante o dia - fechamento do dia online (PROG69),
      *backup dos cadastros (PROG56), um passo avulso da cadeia
      *noturna (PROG54), fechamento da mesa de cambio (PROG65),
      *carga de taxas (PROG106) e pedidos LGPD pendentes (PROG172,
      *sem pergunta: PARAMETRO_LOTE = 3 escolhe a listagem de
      *pendentes, RETURN-CODE 4 havendo pedido vencido) -, pede os
      *parametros do lote, pede confirmacao, executa com CALL e
      *mostra o RETURN-CODE.
      *O parametro do lote segue na variavel de ambiente
      *PARAMETRO_LOTE (mesmo esquema do OPERADOR_CODIGO), limpa de
      *novo na volta. Cada execucao vai para o log_lote.log com o
      *operador, no mesmo desenho de linha do PROG54, para a
      *reexecucao do dia ficar no mesmo historico da noite.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PASSOS
           ASSIGN TO 'passos_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PASSOS.

           SELECT OPTIONAL ARQUIVO-LOG-LOTE
           ASSIGN TO 'log_lote.log'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Aberto e fechado a cada linha: o PROG54 chamado no meio grava
      *no mesmo log.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ARQUIVO-PASSOS.
       01  PASSO-LINHA.
           05 PASSO-NUMERO PIC 9(02).
           05 PASSO-PROGRAMA PIC X(08).
           05 PASSO-FREQUENCIA PIC X(01).
      *Mesmo desenho lido pelo PROG54.

       FD  ARQUIVO-LOG-LOTE.
       01  LOG-LOTE-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(1) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-PASSOS PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-DECISAO PIC X VALUE SPACE.
       77  WS-PARAMETRO-OK PIC X VALUE 'N'.
       77  WS-PARAMETRO-LOTE PIC X(08) VALUE SPACES.
       77  WS-PROGRAMA-LOTE PIC X(08) VALUE SPACES.
       77  WS-OPCAO-BACKUP PIC 9(1) VALUE ZERO.
       77  WS-DATA-PEDIDA PIC 9(8) VALUE ZEROS.
       77  WS-PASSO-PEDIDO PIC 9(2) VALUE ZEROS.
       77  WS-QTD-PASSOS PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-RETORNO-LOTE PIC S9(4) VALUE ZEROS.
       77  WS-RETORNO-EDITADO PIC 9(4) VALUE ZEROS.
       77  WS-EVENTO PIC X(20) VALUE SPACES.
       77  WS-DATA-VALIDA PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.

       01  WS-TABELA-LOTES.
      *Opcao da tela -> programa do lote -> descricao.
           05 FILLER PIC X(40) VALUE
              'PROG69  FECHAMENTO DO DIA ONLINE        '.
           05 FILLER PIC X(40) VALUE
              'PROG56  BACKUP DOS CADASTROS            '.
           05 FILLER PIC X(40) VALUE
              'PROG54  UM PASSO DA CADEIA NOTURNA      '.
           05 FILLER PIC X(40) VALUE
              'PROG65  FECHAMENTO DA MESA DE CAMBIO    '.
           05 FILLER PIC X(40) VALUE
              'PROG106 CARGA DE TAXAS DE CAMBIO        '.
           05 FILLER PIC X(40) VALUE
              'PROG172 PEDIDOS LGPD PENDENTES          '.
       01  FILLER REDEFINES WS-TABELA-LOTES.
           05 WS-LOTE OCCURS 6 TIMES.
              10 WS-LOTE-PROGRAMA PIC X(08).
              10 WS-LOTE-DESCRICAO PIC X(32).

       01  WS-TABELA-PASSOS.
           05 WS-PASSO OCCURS 20 TIMES.
              10 WS-PASSO-PROGRAMA PIC X(08).
              10 WS-PASSO-FREQ PIC X(01).

       01  WS-DATA-PEDIDA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).

       01  WS-DATA-HORA.
           05 WS-DATA-ATUAL.
               10 WS-ANO-ATUAL  PIC 9(04).
               10 WS-MES-ATUAL  PIC 9(02).
               10 WS-DIA-ATUAL  PIC 9(02).
           05 WS-HORA-ATUAL.
               10 WS-HOR-ATUAL  PIC 9(02).
               10 WS-MIN-ATUAL  PIC 9(02).
               10 WS-SEG-ATUAL  PIC 9(02).
               10 FILLER        PIC 9(02).

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
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
      *O menu ja barra a opcao para quem nao e supervisor; a mesma
      *regra aqui cobre a chamada direta do programa.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'LANCADOR DE LOTE RESTRITO A SUPERVISOR.'
               GOBACK.

           MOVE ZERO TO WS-OPCAO.
           PERFORM ATENDE-PEDIDO THRU ATENDE-PEDIDO-FIM
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       ATENDE-PEDIDO.
           DISPLAY ' '.
           DISPLAY 'LANCADOR DE LOTE SOB DEMANDA'.
           PERFORM EXIBE-UM-LOTE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 6.
           DISPLAY '9. VOLTAR AO MENU'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 9
               GO TO ATENDE-PEDIDO-FIM.
           IF WS-OPCAO < 1 OR WS-OPCAO > 6
               DISPLAY 'OPCAO INVALIDA.'
               GO TO ATENDE-PEDIDO-FIM.

           MOVE WS-LOTE-PROGRAMA (WS-OPCAO) TO WS-PROGRAMA-LOTE.
           MOVE SPACES TO WS-PARAMETRO-LOTE.
           MOVE 'S' TO WS-PARAMETRO-OK.
           IF WS-OPCAO = 2
               PERFORM PEDE-OPCAO-BACKUP.
           IF WS-OPCAO = 3
               PERFORM PEDE-PASSO-DA-CADEIA.
           IF WS-OPCAO = 4
               PERFORM PEDE-DATA-FECHAMENTO.
           IF WS-OPCAO = 6
               MOVE '3' TO WS-PARAMETRO-LOTE.
           IF WS-PARAMETRO-OK = 'N'
               GO TO ATENDE-PEDIDO-FIM.

           DISPLAY 'CONFIRMA A EXECUCAO DE ' WS-PROGRAMA-LOTE
                   ' ' WS-PARAMETRO-LOTE ' (S/N): '.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO NOT = 'S' AND WS-DECISAO NOT = 's'
               DISPLAY 'EXECUCAO CANCELADA.'
               GO TO ATENDE-PEDIDO-FIM.

           PERFORM EXECUTA-LOTE.
       ATENDE-PEDIDO-FIM.
           EXIT.

       EXIBE-UM-LOTE.
           DISPLAY WS-IND (2:1) '. ' WS-LOTE-DESCRICAO (WS-IND)
                   ' (' WS-LOTE-PROGRAMA (WS-IND) ')'.

      *-----------------------------------------------------------------
      *PARAMETROS - cada lote que pergunta algo no console recebe a
      *resposta ja conferida em PARAMETRO_LOTE.
      *-----------------------------------------------------------------
       PEDE-OPCAO-BACKUP.
           DISPLAY 'BACKUP: 1=FUNCIONARIOS 2=CLIENTES 3=OS DOIS: '.
           ACCEPT WS-OPCAO-BACKUP.
           IF WS-OPCAO-BACKUP < 1 OR WS-OPCAO-BACKUP > 3
               DISPLAY 'OPCAO DE BACKUP INVALIDA.'
               MOVE 'N' TO WS-PARAMETRO-OK
           ELSE
               MOVE WS-OPCAO-BACKUP TO WS-PARAMETRO-LOTE.

       PEDE-PASSO-DA-CADEIA.
           PERFORM CARREGA-PASSOS.
           DISPLAY 'PASSOS DA CADEIA NOTURNA:'.
           PERFORM EXIBE-UM-PASSO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-PASSOS.
           DISPLAY 'NUMERO DO PASSO A EXECUTAR: '.
           ACCEPT WS-PASSO-PEDIDO.
           IF WS-PASSO-PEDIDO < 1 OR WS-PASSO-PEDIDO > WS-QTD-PASSOS
               DISPLAY 'PASSO INEXISTENTE NA CADEIA.'
               MOVE 'N' TO WS-PARAMETRO-OK
           ELSE
               MOVE WS-PASSO-PEDIDO TO WS-PARAMETRO-LOTE.

       EXIBE-UM-PASSO.
           DISPLAY '  ' WS-IND ' ' WS-PASSO-PROGRAMA (WS-IND)
                   ' ' WS-PASSO-FREQ (WS-IND).

       CARREGA-PASSOS.
      *Mesma leitura do PROG54: sem arquivo vale a cadeia padrao.
           MOVE ZEROS TO WS-QTD-PASSOS.
           OPEN INPUT ARQUIVO-PASSOS.
           IF WS-STATUS-PASSOS NOT = '00'
               MOVE 3 TO WS-QTD-PASSOS
               MOVE 'PROG41' TO WS-PASSO-PROGRAMA (1)
               MOVE 'PROG43' TO WS-PASSO-PROGRAMA (2)
               MOVE 'PROG42' TO WS-PASSO-PROGRAMA (3)
               MOVE 'D' TO WS-PASSO-FREQ (1)
               MOVE 'D' TO WS-PASSO-FREQ (2)
               MOVE 'D' TO WS-PASSO-FREQ (3)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-UM-PASSO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         WS-QTD-PASSOS >= 20
               CLOSE ARQUIVO-PASSOS.

       LE-UM-PASSO.
           READ ARQUIVO-PASSOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-QTD-PASSOS
                   MOVE PASSO-PROGRAMA TO
                       WS-PASSO-PROGRAMA (WS-QTD-PASSOS)
                   MOVE PASSO-FREQUENCIA TO
                       WS-PASSO-FREQ (WS-QTD-PASSOS)
           END-READ.

       PEDE-DATA-FECHAMENTO.
           DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA = ZEROS
               ACCEPT WS-DATA-PEDIDA FROM DATE YYYYMMDD.
      *Data de calendario conferida pelo validador central PROG75
      *(fechamento de data futura tambem e recusado).
           MOVE WS-DATA-PEDIDA TO WS-DATA-PEDIDA-PARTES.
           CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
               WS-DATA-VALIDA WS-MOTIVO-DATA.
           IF WS-DATA-VALIDA = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA
               MOVE 'N' TO WS-PARAMETRO-OK
           ELSE
               MOVE WS-DATA-PEDIDA TO WS-PARAMETRO-LOTE.

      *-----------------------------------------------------------------
      *EXECUCAO - parametro exportado, inicio e fim no log_lote.log,
      *RETURN-CODE devolvido na tela.
      *-----------------------------------------------------------------
       EXECUTA-LOTE.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-PARAMETRO-LOTE UPON ENVIRONMENT-VALUE.
           DISPLAY 'PROGRAMA_CORRENTE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-PROGRAMA-LOTE UPON ENVIRONMENT-VALUE.
           MOVE 'INICIO' TO WS-EVENTO.
           PERFORM GRAVA-LOG-LOTE.

           MOVE ZEROS TO RETURN-CODE.
           CALL WS-PROGRAMA-LOTE
               ON EXCEPTION
                   DISPLAY 'PROGRAMA ' WS-PROGRAMA-LOTE
                           ' NAO ENCONTRADO.'
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
      *CANCEL devolve o lote ao estado inicial para uma nova
      *execucao na mesma sessao.
           CANCEL WS-PROGRAMA-LOTE.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           DISPLAY ' ' UPON ENVIRONMENT-VALUE.

           IF WS-RETORNO-LOTE = ZEROS
               MOVE 'FIM OK' TO WS-EVENTO
           ELSE
               MOVE WS-RETORNO-LOTE TO WS-RETORNO-EDITADO
               MOVE SPACES TO WS-EVENTO
               STRING 'FIM COM ERRO RC=' WS-RETORNO-EDITADO
                   DELIMITED BY SIZE INTO WS-EVENTO
               END-STRING.
           PERFORM GRAVA-LOG-LOTE.

           DISPLAY ' '.
           DISPLAY WS-PROGRAMA-LOTE ' TERMINOU COM RETURN-CODE '
                   WS-RETORNO-LOTE.
           MOVE ZEROS TO RETURN-CODE.

       GRAVA-LOG-LOTE.
      *Mesmo desenho de linha do PROG54; PASSO=00 marca a execucao
      *sob demanda (o passo avulso do PROG54 grava o proprio numero).
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           MOVE SPACES TO LOG-LOTE-LINHA.
           STRING WS-ANO-ATUAL '-' WS-MES-ATUAL '-' WS-DIA-ATUAL ' '
                  WS-HOR-ATUAL ':' WS-MIN-ATUAL ':' WS-SEG-ATUAL
                  ' PASSO=00'
                  ' PROGRAMA=' WS-PROGRAMA-LOTE
                  ' EVENTO=' WS-EVENTO
                  ' OPERADOR=' WS-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LOTE-LINHA
           END-STRING.
           OPEN EXTEND ARQUIVO-LOG-LOTE.
           WRITE LOG-LOTE-LINHA.
           CLOSE ARQUIVO-LOG-LOTE.
