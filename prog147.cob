      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG147.
      *Ciclo anual de avaliacao de desempenho, chamado pelo menu do
      *PROG40. O supervisor configura o ciclo em
      *parametros_avaliacao.dat (ano, data limite, nomes das cinco
      *competencias e o percentual de merito de cada conceito
      *final); a avaliacao de cada funcionario (avaliacoes.dat) so
      *e lancada ou consultada pelo gestor do departamento dele
      *(DEPARTAMENTO-GESTOR, reconhecido pelo vinculo do operador
      *em operador_funcionario.dat) ou por supervisor do RH. O
      *relatorio de situacao lista no spool as avaliacoes
      *pendentes, concluidas e atrasadas por departamento e a
      *distribuicao dos conceitos; a proposta de merito
      *(propostas_merito.dat) sai dos conceitos finais das
      *avaliacoes concluidas e e aplicada pelo PROG99 no modo M.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELAVALIACAO.cob'.
           COPY 'SELMERITO.cob'.
           COPY 'SELOPERFUNC.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.

           SELECT ARQUIVO-PARAMETROS-AVALIACAO
           ASSIGN TO 'parametros_avaliacao.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDAVALIACAO.cob'.
           COPY 'FDMERITO.cob'.
           COPY 'FDOPERFUNC.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       FD  ARQUIVO-PARAMETROS-AVALIACAO.
       01  PARAMETRO-AVALIACAO-LINHA.
           05 PARAMETRO-AVAL-CICLO PIC 9(4).
      *Ano do ciclo em andamento.
           05 PARAMETRO-AVAL-DATA-LIMITE PIC 9(8).
      *AAAAMMDD; avaliacao nao concluida depois dela esta atrasada.
           05 PARAMETRO-AVAL-COMPETENCIA PIC X(20) OCCURS 5 TIMES.
           05 PARAMETRO-AVAL-PCT-NOTA PIC 9(3)V99 OCCURS 5 TIMES.
      *Percentual de merito do conceito final 1 a 5 (00550 =
      *5,50%).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-AVALIACAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-MERITO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-OPERFUNC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-TEM-CICLO PIC X VALUE 'N'.
       77  WS-AUTORIZADO PIC X VALUE 'N'.
       77  WS-CODIGO-DO-OPERADOR PIC 9(6) VALUE ZEROS.
       77  WS-GESTOR-DO-DEPTO PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-FUNCIONARIO PIC 9(4) VALUE ZEROS.
       77  WS-NOME-FUNCIONARIO PIC X(20) VALUE SPACES.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-IND-NOTA PIC 9(1) VALUE ZEROS.
       77  WS-NOTA-DIGITADA PIC 9(1) VALUE ZEROS.
       77  WS-SOMA-NOTAS PIC 9(2) VALUE ZEROS.
       77  WS-NOTA-SUGERIDA PIC 9(1) VALUE ZEROS.
       77  WS-COMENTARIO-DIGITADO PIC X(60) VALUE SPACES.
       77  WS-NOME-COMPETENCIA PIC X(20) VALUE SPACES.
       77  WS-DATA-LIMITE-DIGITADA PIC 9(8) VALUE ZEROS.
       77  WS-CICLO-DIGITADO PIC 9(4) VALUE ZEROS.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       77  WS-PCT-EXIBE PIC ZZ9.99.
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).

      *Ciclo em vigor, carregado de parametros_avaliacao.dat.
       01  WS-CICLO-ATUAL.
           05 WS-CICLO-ANO PIC 9(4).
           05 WS-CICLO-DATA-LIMITE PIC 9(8).
           05 WS-CICLO-COMPETENCIA PIC X(20) OCCURS 5 TIMES.
           05 WS-CICLO-PCT-NOTA PIC 9(3)V99 OCCURS 5 TIMES.

      *Relatorio de situacao do ciclo.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'AVALIACOES CICLO'.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-TEM-AVALIACOES PIC X VALUE 'N'.
       77  WS-TEM-DEPARTAMENTO PIC X VALUE 'N'.
       77  WS-SITUACAO-FUNC PIC X VALUE SPACE.
      *P = pendente, C = concluida, A = atrasada.
       77  WS-QTD-DEPTOS PIC 9(3) VALUE ZEROS.
       77  WS-IND-DEPTO PIC 9(3) VALUE ZEROS.
       77  WS-DEPTO-ANTERIOR PIC S9(5) VALUE ZEROS.
       77  WS-PROXIMO-DEPTO PIC 9(5) VALUE ZEROS.
       77  WS-DESCRICAO-DEPTO PIC X(30) VALUE SPACES.
       77  WS-QTD-ATRASADAS PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-CONCLUIDAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-ATRASADAS PIC 9(5) VALUE ZEROS.
       77  WS-PCT-CONCEITO PIC 9(3)V9 VALUE ZEROS.
       77  WS-PCT-CONCEITO-EXIBE PIC ZZ9.9.
       01  WS-TABELA-DEPTOS.
           05 WS-DEP-LINHA OCCURS 200 TIMES.
              10 WS-DEP-CODIGO PIC 9(4).
              10 WS-DEP-PENDENTES PIC 9(4).
              10 WS-DEP-CONCLUIDAS PIC 9(4).
              10 WS-DEP-ATRASADAS PIC 9(4).
       01  WS-TABELA-ATRASADAS.
           05 WS-ATR-LINHA OCCURS 500 TIMES.
              10 WS-ATR-CODIGO PIC 9(6).
              10 WS-ATR-NOME PIC X(20).
              10 WS-ATR-DEPTO PIC 9(4).
       01  WS-DISTRIBUICAO.
      *Quantidade de avaliacoes concluidas por conceito final.
           05 WS-QTD-CONCEITO PIC 9(5) OCCURS 5 TIMES.

      *Proposta de merito.
       77  WS-TOTAL-PROPOSTAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-FORA-PROPOSTA PIC 9(5) VALUE ZEROS.
           COPY 'WSFUNCIONARIO.cob'.

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
      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS-CICLO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       LE-PARAMETROS-CICLO.
           MOVE 'N' TO WS-TEM-CICLO.
           OPEN INPUT ARQUIVO-PARAMETROS-AVALIACAO.
           IF WS-STATUS-PARAMETROS = '00'
               READ ARQUIVO-PARAMETROS-AVALIACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-AVAL-CICLO IS NUMERIC AND
                               PARAMETRO-AVAL-CICLO > 1900
                           MOVE PARAMETRO-AVALIACAO-LINHA
                               TO WS-CICLO-ATUAL
                           MOVE 'S' TO WS-TEM-CICLO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS-AVALIACAO.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'AVALIACAO DE DESEMPENHO'.
           IF WS-TEM-CICLO = 'S'
               DISPLAY 'CICLO ' WS-CICLO-ANO ' - DATA LIMITE '
                       WS-CICLO-DATA-LIMITE
           ELSE
               DISPLAY 'NENHUM CICLO CONFIGURADO.'.
           DISPLAY '1. CONFIGURAR CICLO (SUPERVISOR)'.
           DISPLAY '2. LANCAR OU ALTERAR AVALIACAO'.
           DISPLAY '3. CONSULTAR AVALIACAO'.
           DISPLAY '4. SITUACAO DO CICLO POR DEPARTAMENTO'.
           DISPLAY '5. GERAR PROPOSTA DE MERITO (SUPERVISOR)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO > 1 AND WS-OPCAO < 6 AND WS-TEM-CICLO = 'N'
               DISPLAY 'CONFIGURE O CICLO ANTES (OPCAO 1).'
           ELSE
           IF WS-OPCAO = 1
               PERFORM CONFIGURAR-CICLO.
           IF WS-OPCAO = 2 AND WS-TEM-CICLO = 'S'
               PERFORM LANCAR-AVALIACAO.
           IF WS-OPCAO = 3 AND WS-TEM-CICLO = 'S'
               PERFORM CONSULTAR-AVALIACAO.
           IF WS-OPCAO = 4 AND WS-TEM-CICLO = 'S'
               PERFORM RELATORIO-SITUACAO-CICLO.
           IF WS-OPCAO = 5 AND WS-TEM-CICLO = 'S'
               PERFORM GERAR-PROPOSTA-MERITO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 5 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *CICLO - ano, data limite, competencias e percentual de merito
      *por conceito; regrava o parametro inteiro.
      *-----------------------------------------------------------------
       CONFIGURAR-CICLO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CONFIGURACAO DO CICLO SO POR SUPERVISOR.'
               GO TO CONFIGURAR-CICLO-FIM.
           IF WS-TEM-CICLO = 'N'
               MOVE ZEROS TO WS-CICLO-ANO
               MOVE ZEROS TO WS-CICLO-DATA-LIMITE
               PERFORM LIMPA-COMPETENCIA
                   VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > 5.
           DISPLAY 'ANO DO CICLO (AAAA): '.
           MOVE ZEROS TO WS-CICLO-DIGITADO.
           ACCEPT WS-CICLO-DIGITADO.
           IF WS-CICLO-DIGITADO NOT > 1900
               DISPLAY 'ANO INVALIDO. NADA FOI ALTERADO.'
               GO TO CONFIGURAR-CICLO-FIM.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-DATA-LIMITE
               UNTIL WS-DATA-OK = 'S'.
           MOVE WS-CICLO-DIGITADO TO WS-CICLO-ANO.
           MOVE WS-DATA-LIMITE-DIGITADA TO WS-CICLO-DATA-LIMITE.
           DISPLAY 'NOMES DAS COMPETENCIAS (ENTER MANTEM O ATUAL).'.
           PERFORM PEDE-NOME-COMPETENCIA
               VARYING WS-IND-NOTA FROM 1 BY 1
               UNTIL WS-IND-NOTA > 5.
           DISPLAY 'PERCENTUAL DE MERITO POR CONCEITO FINAL'
                   ' (EX: 00550 = 5,50%).'.
           PERFORM PEDE-PCT-CONCEITO
               VARYING WS-IND-NOTA FROM 1 BY 1
               UNTIL WS-IND-NOTA > 5.
           DISPLAY 'CONFIRMA A CONFIGURACAO DO CICLO? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'CONFIGURACAO CANCELADA.'
               PERFORM LE-PARAMETROS-CICLO
               GO TO CONFIGURAR-CICLO-FIM.
           OPEN OUTPUT ARQUIVO-PARAMETROS-AVALIACAO.
           MOVE WS-CICLO-ATUAL TO PARAMETRO-AVALIACAO-LINHA.
           WRITE PARAMETRO-AVALIACAO-LINHA.
           CLOSE ARQUIVO-PARAMETROS-AVALIACAO.
           MOVE 'S' TO WS-TEM-CICLO.
           DISPLAY 'CICLO ' WS-CICLO-ANO ' CONFIGURADO.'.
       CONFIGURAR-CICLO-FIM.
           EXIT.

       LIMPA-COMPETENCIA.
           MOVE SPACES TO WS-CICLO-COMPETENCIA (WS-IND-NOTA).
           MOVE ZEROS TO WS-CICLO-PCT-NOTA (WS-IND-NOTA).

       PEDE-DATA-LIMITE.
           DISPLAY 'DATA LIMITE DAS AVALIACOES (AAAAMMDD): '.
           ACCEPT WS-DATA-LIMITE-DIGITADA.
      *Data de calendario conferida pelo validador central PROG75;
      *data limite no futuro e o caso normal.
           MOVE WS-DATA-LIMITE-DIGITADA TO WS-DATA-PARTES.
           CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
               WS-DATA-OK WS-MOTIVO-DATA.
           IF WS-DATA-OK = 'N' AND
                   WS-MOTIVO-DATA = 'DATA NO FUTURO.'
               MOVE 'S' TO WS-DATA-OK.
           IF WS-DATA-OK = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       PEDE-NOME-COMPETENCIA.
           PERFORM MONTA-NOME-COMPETENCIA.
           DISPLAY 'COMPETENCIA ' WS-IND-NOTA ' (' WS-NOME-COMPETENCIA
                   '): '.
           MOVE SPACES TO WS-NOME-COMPETENCIA.
           ACCEPT WS-NOME-COMPETENCIA.
           IF WS-NOME-COMPETENCIA NOT = SPACES
               MOVE WS-NOME-COMPETENCIA
                   TO WS-CICLO-COMPETENCIA (WS-IND-NOTA).

       MONTA-NOME-COMPETENCIA.
      *Competencia sem nome no parametro aparece pelo numero.
           IF WS-CICLO-COMPETENCIA (WS-IND-NOTA) = SPACES
               MOVE SPACES TO WS-NOME-COMPETENCIA
               STRING 'COMPETENCIA ' WS-IND-NOTA
                   DELIMITED BY SIZE INTO WS-NOME-COMPETENCIA
               END-STRING
           ELSE
               MOVE WS-CICLO-COMPETENCIA (WS-IND-NOTA)
                   TO WS-NOME-COMPETENCIA.

       PEDE-PCT-CONCEITO.
           MOVE WS-CICLO-PCT-NOTA (WS-IND-NOTA) TO WS-PCT-EXIBE.
           DISPLAY 'CONCEITO ' WS-IND-NOTA ' (ATUAL ' WS-PCT-EXIBE
                   '%): '.
           ACCEPT WS-CICLO-PCT-NOTA (WS-IND-NOTA).

      *-----------------------------------------------------------------
      *AUTORIZACAO - supervisor do RH (nivel 2 ou mais) ou o gestor
      *do departamento do funcionario, que nao avalia a si mesmo.
      *Espera o funcionario ja lido em WS-DEPTO-FUNCIONARIO.
      *-----------------------------------------------------------------
       VERIFICA-AUTORIZACAO.
           MOVE 'N' TO WS-AUTORIZADO.
           IF WS-NIVEL-OPERADOR > 1
               MOVE 'S' TO WS-AUTORIZADO
               GO TO VERIFICA-AUTORIZACAO-FIM.
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
           IF WS-CODIGO-DO-OPERADOR = ZEROS
               DISPLAY 'OPERADOR SEM VINCULO COM FUNCIONARIO'
                       ' (PROG53). SO SUPERVISOR AVALIA.'
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
           IF WS-GESTOR-DO-DEPTO = WS-CODIGO-DO-OPERADOR AND
                   WS-CODIGO-DO-OPERADOR NOT =
                       CODIGO-FUNCIONARIO-PROCURAR
               MOVE 'S' TO WS-AUTORIZADO
           ELSE
               DISPLAY 'SO O GESTOR DO DEPARTAMENTO '
                       WS-DEPTO-FUNCIONARIO
                       ' OU SUPERVISOR DO RH AVALIA ESTE'
                       ' FUNCIONARIO.'.
       VERIFICA-AUTORIZACAO-FIM.
           EXIT.

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
      *LANCAMENTO - notas por competencia, conceito final (sugerido
      *pela media) e comentario; concluida, so supervisor altera.
      *-----------------------------------------------------------------
       LANCAR-AVALIACAO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
               GO TO LANCAR-AVALIACAO-FIM.
           DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO
                   ' DEPARTAMENTO: ' WS-DEPTO-FUNCIONARIO.
           PERFORM VERIFICA-AUTORIZACAO THRU VERIFICA-AUTORIZACAO-FIM.
           IF WS-AUTORIZADO = 'N'
               GO TO LANCAR-AVALIACAO-FIM.

           OPEN I-O ARQUIVO-AVALIACAO.
           IF WS-STATUS-ARQUIVO-AVALIACAO = '35'
      *Primeira avaliacao cria o arquivo.
               OPEN OUTPUT ARQUIVO-AVALIACAO
               CLOSE ARQUIVO-AVALIACAO
               OPEN I-O ARQUIVO-AVALIACAO.
           MOVE WS-CICLO-ANO TO AVALIACAO-CICLO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO AVALIACAO-CODIGO-FUNC.
           READ ARQUIVO-AVALIACAO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF REGISTRO-ENCONTRADO = 'S'
               IF AVALIACAO-SITUACAO = 'C' AND WS-NIVEL-OPERADOR < 2
                   DISPLAY 'AVALIACAO JA CONCLUIDA; ALTERACAO SO POR'
                           ' SUPERVISOR DO RH.'
                   CLOSE ARQUIVO-AVALIACAO
                   GO TO LANCAR-AVALIACAO-FIM
               END-IF
               PERFORM EXIBE-AVALIACAO
           ELSE
               MOVE ZEROS TO AVALIACAO-NOTA-FINAL
               MOVE SPACES TO AVALIACAO-COMENTARIO
               MOVE 'A' TO AVALIACAO-SITUACAO.

           MOVE ZEROS TO WS-SOMA-NOTAS.
           PERFORM PEDE-NOTA-COMPETENCIA
               VARYING WS-IND-NOTA FROM 1 BY 1
               UNTIL WS-IND-NOTA > 5.
           COMPUTE WS-NOTA-SUGERIDA ROUNDED = WS-SOMA-NOTAS / 5.
           DISPLAY 'CONCEITO FINAL 1 A 5 (ENTER = MEDIA '
                   WS-NOTA-SUGERIDA '): '.
           MOVE ZEROS TO WS-NOTA-DIGITADA.
           ACCEPT WS-NOTA-DIGITADA.
           IF WS-NOTA-DIGITADA = ZEROS
               MOVE WS-NOTA-SUGERIDA TO WS-NOTA-DIGITADA.
           PERFORM PEDE-CONCEITO-FINAL
               UNTIL WS-NOTA-DIGITADA > 0 AND WS-NOTA-DIGITADA < 6.
           MOVE WS-NOTA-DIGITADA TO AVALIACAO-NOTA-FINAL.
           DISPLAY 'COMENTARIO (ATE 60 POSICOES, ENTER MANTEM): '.
           MOVE SPACES TO WS-COMENTARIO-DIGITADO.
           ACCEPT WS-COMENTARIO-DIGITADO.
           IF WS-COMENTARIO-DIGITADO NOT = SPACES
               MOVE WS-COMENTARIO-DIGITADO TO AVALIACAO-COMENTARIO.
           DISPLAY 'CONCLUIR A AVALIACAO? (S/N; CONCLUIDA ENTRA NA'
                   ' PROPOSTA DE MERITO)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'C' TO AVALIACAO-SITUACAO
           ELSE
               MOVE 'A' TO AVALIACAO-SITUACAO.
           MOVE WS-DEPTO-FUNCIONARIO TO AVALIACAO-DEPARTAMENTO.
           MOVE WS-OPERADOR TO AVALIACAO-AVALIADOR.
           MOVE WS-DATA-HOJE TO AVALIACAO-DATA.
           IF REGISTRO-ENCONTRADO = 'S'
               REWRITE AVALIACAO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A AVALIACAO.'
                   NOT INVALID KEY
                       DISPLAY 'AVALIACAO ALTERADA.'
               END-REWRITE
           ELSE
               WRITE AVALIACAO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A AVALIACAO.'
                   NOT INVALID KEY
                       DISPLAY 'AVALIACAO GRAVADA.'
               END-WRITE.
           CLOSE ARQUIVO-AVALIACAO.
       LANCAR-AVALIACAO-FIM.
           EXIT.

       PEDE-NOTA-COMPETENCIA.
           PERFORM MONTA-NOME-COMPETENCIA.
           MOVE ZEROS TO WS-NOTA-DIGITADA.
           PERFORM PEDE-UMA-NOTA
               UNTIL WS-NOTA-DIGITADA > 0 AND WS-NOTA-DIGITADA < 6.
           MOVE WS-NOTA-DIGITADA
               TO AVALIACAO-NOTA-COMPETENCIA (WS-IND-NOTA).
           ADD WS-NOTA-DIGITADA TO WS-SOMA-NOTAS.

       PEDE-UMA-NOTA.
           DISPLAY WS-NOME-COMPETENCIA ' - NOTA DE 1 A 5: '.
           ACCEPT WS-NOTA-DIGITADA.
           IF WS-NOTA-DIGITADA < 1 OR WS-NOTA-DIGITADA > 5
               DISPLAY 'NOTA INVALIDA.'.

       PEDE-CONCEITO-FINAL.
           DISPLAY 'CONCEITO INVALIDO. INFORME DE 1 A 5: '.
           ACCEPT WS-NOTA-DIGITADA.

       EXIBE-AVALIACAO.
           DISPLAY 'AVALIACAO DO CICLO ' AVALIACAO-CICLO.
           PERFORM EXIBE-NOTA-COMPETENCIA
               VARYING WS-IND-NOTA FROM 1 BY 1
               UNTIL WS-IND-NOTA > 5.
           DISPLAY 'CONCEITO FINAL: ' AVALIACAO-NOTA-FINAL.
           DISPLAY 'COMENTARIO: ' AVALIACAO-COMENTARIO.
           IF AVALIACAO-SITUACAO = 'C'
               DISPLAY 'SITUACAO: CONCLUIDA'
           ELSE
               DISPLAY 'SITUACAO: EM ANDAMENTO'.
           DISPLAY 'AVALIADOR: ' AVALIACAO-AVALIADOR
                   ' EM ' AVALIACAO-DATA.

       EXIBE-NOTA-COMPETENCIA.
           PERFORM MONTA-NOME-COMPETENCIA.
           DISPLAY '  ' WS-NOME-COMPETENCIA ': '
                   AVALIACAO-NOTA-COMPETENCIA (WS-IND-NOTA).

       CONSULTAR-AVALIACAO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
               GO TO CONSULTAR-AVALIACAO-FIM.
           DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO.
           PERFORM VERIFICA-AUTORIZACAO THRU VERIFICA-AUTORIZACAO-FIM.
           IF WS-AUTORIZADO = 'N'
               GO TO CONSULTAR-AVALIACAO-FIM.
           OPEN INPUT ARQUIVO-AVALIACAO.
           IF WS-STATUS-ARQUIVO-AVALIACAO NOT = '00'
               DISPLAY 'NENHUMA AVALIACAO LANCADA AINDA.'
               GO TO CONSULTAR-AVALIACAO-FIM.
           MOVE WS-CICLO-ANO TO AVALIACAO-CICLO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO AVALIACAO-CODIGO-FUNC.
           READ ARQUIVO-AVALIACAO RECORD
               INVALID KEY
                   DISPLAY 'SEM AVALIACAO NO CICLO ' WS-CICLO-ANO '.'
               NOT INVALID KEY
                   PERFORM EXIBE-AVALIACAO
           END-READ.
           CLOSE ARQUIVO-AVALIACAO.
       CONSULTAR-AVALIACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *SITUACAO DO CICLO - para cada ativo da empresa da sessao:
      *concluida, pendente (dentro do prazo) ou atrasada (prazo
      *vencido sem conclusao), somadas por departamento, com a
      *lista das atrasadas e a distribuicao dos conceitos finais no
      *spool (PROG71).
      *-----------------------------------------------------------------
       RELATORIO-SITUACAO-CICLO.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           MOVE ZEROS TO WS-QTD-ATRASADAS.
           MOVE ZEROS TO WS-TOTAL-PENDENTES.
           MOVE ZEROS TO WS-TOTAL-CONCLUIDAS.
           MOVE ZEROS TO WS-TOTAL-ATRASADAS.
           MOVE ZEROS TO WS-DISTRIBUICAO.
           MOVE 'N' TO WS-TEM-AVALIACOES.
           OPEN INPUT ARQUIVO-AVALIACAO.
           IF WS-STATUS-ARQUIVO-AVALIACAO = '00'
               MOVE 'S' TO WS-TEM-AVALIACOES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM APURA-SITUACAO-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-TEM-AVALIACOES = 'S'
               CLOSE ARQUIVO-AVALIACAO.

           MOVE 'N' TO WS-TEM-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'S' TO WS-TEM-DEPARTAMENTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'SITUACAO DAS AVALIACOES - CICLO ' WS-CICLO-ANO
                   ' - LIMITE ' WS-CICLO-DATA-LIMITE
                   ' - EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE 'DEPTO' TO WS-LINHA-IMPRESSA (1:5).
           MOVE 'DESCRICAO' TO WS-LINHA-IMPRESSA (7:9).
           MOVE 'PENDENTES' TO WS-LINHA-IMPRESSA (40:9).
           MOVE 'CONCLUIDAS' TO WS-LINHA-IMPRESSA (50:10).
           MOVE 'ATRASADAS' TO WS-LINHA-IMPRESSA (61:9).
           PERFORM IMPRIME-LINHA.
           MOVE -1 TO WS-DEPTO-ANTERIOR.
           MOVE ZEROS TO WS-PROXIMO-DEPTO.
           PERFORM IMPRIME-PROXIMO-DEPTO
               UNTIL WS-PROXIMO-DEPTO = 99999.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE 'TOTAL' TO WS-LINHA-IMPRESSA.
           MOVE WS-TOTAL-PENDENTES TO WS-LINHA-IMPRESSA (43:5).
           MOVE WS-TOTAL-CONCLUIDAS TO WS-LINHA-IMPRESSA (53:5).
           MOVE WS-TOTAL-ATRASADAS TO WS-LINHA-IMPRESSA (63:5).
           PERFORM IMPRIME-LINHA.
           IF WS-TEM-DEPARTAMENTO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'AVALIACOES ATRASADAS' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-UMA-ATRASADA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ATRASADAS.
           IF WS-QTD-ATRASADAS = ZEROS
               MOVE '  NENHUMA.' TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA.
           IF WS-TOTAL-ATRASADAS > WS-QTD-ATRASADAS
               MOVE '  (LISTA LIMITADA A 500 FUNCIONARIOS)'
                   TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'DISTRIBUICAO DOS CONCEITOS FINAIS (CONCLUIDAS)'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-UM-CONCEITO
               VARYING WS-IND-NOTA FROM 1 BY 1
               UNTIL WS-IND-NOTA > 5.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'PENDENTES: ' WS-TOTAL-PENDENTES
                   ' CONCLUIDAS: ' WS-TOTAL-CONCLUIDAS
                   ' ATRASADAS: ' WS-TOTAL-ATRASADAS.
           DISPLAY 'RELATORIO NO SPOOL.'.

       APURA-SITUACAO-FUNCIONARIO.
           IF FUNCIONARIO-SITUACAO NOT = 'D'
               MOVE 'P' TO WS-SITUACAO-FUNC
               IF WS-TEM-AVALIACOES = 'S'
                   MOVE WS-CICLO-ANO TO AVALIACAO-CICLO
                   MOVE FUNCIONARIO-CODIGO TO AVALIACAO-CODIGO-FUNC
                   READ ARQUIVO-AVALIACAO RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AVALIACAO-SITUACAO = 'C'
                               MOVE 'C' TO WS-SITUACAO-FUNC
                           END-IF
                   END-READ
               END-IF
               IF WS-SITUACAO-FUNC = 'P' AND
                       WS-DATA-HOJE > WS-CICLO-DATA-LIMITE
                   MOVE 'A' TO WS-SITUACAO-FUNC
               END-IF
               PERFORM SOMA-SITUACAO-NO-DEPTO
           END-IF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SOMA-SITUACAO-NO-DEPTO.
           MOVE ZEROS TO WS-IND-DEPTO.
           PERFORM PROCURA-DEPTO-NA-TABELA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS OR WS-IND-DEPTO > 0.
           IF WS-IND-DEPTO = ZEROS AND WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE WS-QTD-DEPTOS TO WS-IND-DEPTO
               MOVE FUNCIONARIO-DEPARTAMENTO
                   TO WS-DEP-CODIGO (WS-IND-DEPTO)
               MOVE ZEROS TO WS-DEP-PENDENTES (WS-IND-DEPTO)
               MOVE ZEROS TO WS-DEP-CONCLUIDAS (WS-IND-DEPTO)
               MOVE ZEROS TO WS-DEP-ATRASADAS (WS-IND-DEPTO).
           IF WS-SITUACAO-FUNC = 'C'
               ADD 1 TO WS-TOTAL-CONCLUIDAS
               IF AVALIACAO-NOTA-FINAL > 0 AND
                       AVALIACAO-NOTA-FINAL < 6
                   ADD 1 TO WS-QTD-CONCEITO (AVALIACAO-NOTA-FINAL)
               END-IF
               IF WS-IND-DEPTO > 0
                   ADD 1 TO WS-DEP-CONCLUIDAS (WS-IND-DEPTO)
               END-IF
           END-IF.
           IF WS-SITUACAO-FUNC = 'P'
               ADD 1 TO WS-TOTAL-PENDENTES
               IF WS-IND-DEPTO > 0
                   ADD 1 TO WS-DEP-PENDENTES (WS-IND-DEPTO)
               END-IF
           END-IF.
           IF WS-SITUACAO-FUNC = 'A'
               ADD 1 TO WS-TOTAL-ATRASADAS
               IF WS-IND-DEPTO > 0
                   ADD 1 TO WS-DEP-ATRASADAS (WS-IND-DEPTO)
               END-IF
               IF WS-QTD-ATRASADAS < 500
                   ADD 1 TO WS-QTD-ATRASADAS
                   MOVE FUNCIONARIO-CODIGO
                       TO WS-ATR-CODIGO (WS-QTD-ATRASADAS)
                   MOVE FUNCIONARIO-NOME
                       TO WS-ATR-NOME (WS-QTD-ATRASADAS)
                   MOVE FUNCIONARIO-DEPARTAMENTO
                       TO WS-ATR-DEPTO (WS-QTD-ATRASADAS)
               END-IF
           END-IF.

       PROCURA-DEPTO-NA-TABELA.
           IF WS-DEP-CODIGO (WS-IND) = FUNCIONARIO-DEPARTAMENTO
               MOVE WS-IND TO WS-IND-DEPTO.

       IMPRIME-PROXIMO-DEPTO.
      *Menor departamento ainda nao impresso; 99999 quando acabam.
           MOVE 99999 TO WS-PROXIMO-DEPTO.
           PERFORM PROCURA-PROXIMO-DEPTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           IF WS-PROXIMO-DEPTO NOT = 99999
               MOVE WS-PROXIMO-DEPTO TO WS-DEPTO-ANTERIOR
               PERFORM IMPRIME-UM-DEPARTAMENTO.

       PROCURA-PROXIMO-DEPTO.
           IF WS-DEP-CODIGO (WS-IND) > WS-DEPTO-ANTERIOR AND
                   WS-DEP-CODIGO (WS-IND) < WS-PROXIMO-DEPTO
               MOVE WS-DEP-CODIGO (WS-IND) TO WS-PROXIMO-DEPTO
               MOVE WS-IND TO WS-IND-DEPTO.

       IMPRIME-UM-DEPARTAMENTO.
           MOVE SPACES TO WS-DESCRICAO-DEPTO.
           MOVE WS-PROXIMO-DEPTO TO DEPARTAMENTO-CODIGO.
           IF WS-TEM-DEPARTAMENTO = 'S'
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-DESCRICAO-DEPTO
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-DESCRICAO
                           TO WS-DESCRICAO-DEPTO
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE WS-DEP-CODIGO (WS-IND-DEPTO)
               TO WS-LINHA-IMPRESSA (1:4).
           MOVE WS-DESCRICAO-DEPTO TO WS-LINHA-IMPRESSA (7:30).
           MOVE WS-DEP-PENDENTES (WS-IND-DEPTO)
               TO WS-LINHA-IMPRESSA (44:4).
           MOVE WS-DEP-CONCLUIDAS (WS-IND-DEPTO)
               TO WS-LINHA-IMPRESSA (54:4).
           MOVE WS-DEP-ATRASADAS (WS-IND-DEPTO)
               TO WS-LINHA-IMPRESSA (64:4).
           PERFORM IMPRIME-LINHA.

       IMPRIME-UMA-ATRASADA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '  ' WS-ATR-CODIGO (WS-IND) ' '
                   WS-ATR-NOME (WS-IND)
                   ' DEPARTAMENTO ' WS-ATR-DEPTO (WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.

       IMPRIME-UM-CONCEITO.
           MOVE ZEROS TO WS-PCT-CONCEITO.
           IF WS-TOTAL-CONCLUIDAS > ZEROS
               COMPUTE WS-PCT-CONCEITO ROUNDED =
                   WS-QTD-CONCEITO (WS-IND-NOTA) * 100 /
                   WS-TOTAL-CONCLUIDAS.
           MOVE WS-PCT-CONCEITO TO WS-PCT-CONCEITO-EXIBE.
           MOVE WS-CICLO-PCT-NOTA (WS-IND-NOTA) TO WS-PCT-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '  CONCEITO ' WS-IND-NOTA ': '
                   WS-QTD-CONCEITO (WS-IND-NOTA) ' AVALIACAO(OES) '
                   WS-PCT-CONCEITO-EXIBE '%  - MERITO '
                   WS-PCT-EXIBE '%'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

      *-----------------------------------------------------------------
      *PROPOSTA DE MERITO - uma linha por avaliacao concluida do
      *ciclo de funcionario ainda ativo, com o percentual do
      *conceito final; a proposta anterior e substituida inteira.
      *-----------------------------------------------------------------
       GERAR-PROPOSTA-MERITO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'PROPOSTA DE MERITO SO POR SUPERVISOR.'
               GO TO GERAR-PROPOSTA-MERITO-FIM.
           OPEN INPUT ARQUIVO-AVALIACAO.
           IF WS-STATUS-ARQUIVO-AVALIACAO NOT = '00'
               DISPLAY 'NENHUMA AVALIACAO LANCADA AINDA.'
               GO TO GERAR-PROPOSTA-MERITO-FIM.
           DISPLAY 'A PROPOSTA ANTERIOR (propostas_merito.dat) SERA'
                   ' SUBSTITUIDA PELA DO CICLO ' WS-CICLO-ANO '.'.
           DISPLAY 'CONFIRMA? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'PROPOSTA NAO GERADA.'
               CLOSE ARQUIVO-AVALIACAO
               GO TO GERAR-PROPOSTA-MERITO-FIM.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-MERITO.
           MOVE ZEROS TO WS-TOTAL-PROPOSTAS.
           MOVE ZEROS TO WS-TOTAL-FORA-PROPOSTA.
           MOVE WS-CICLO-ANO TO AVALIACAO-CICLO.
           MOVE ZEROS TO AVALIACAO-CODIGO-FUNC.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-AVALIACAO
                   KEY IS NOT LESS THAN AVALIACAO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-AVALIACAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM PROPOE-UMA-AVALIACAO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     AVALIACAO-CICLO NOT = WS-CICLO-ANO.
           CLOSE ARQUIVO-MERITO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AVALIACAO.
           DISPLAY 'PROPOSTAS GRAVADAS: ' WS-TOTAL-PROPOSTAS.
           DISPLAY 'AVALIACOES NAO CONCLUIDAS OU DE DESLIGADOS (FORA'
                   ' DA PROPOSTA): ' WS-TOTAL-FORA-PROPOSTA.
           DISPLAY 'APLIQUE A PROPOSTA NO PROG99, MODO M.'.
       GERAR-PROPOSTA-MERITO-FIM.
           EXIT.

       PROPOE-UMA-AVALIACAO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           IF AVALIACAO-SITUACAO = 'C' AND
                   AVALIACAO-NOTA-FINAL > 0 AND
                   AVALIACAO-NOTA-FINAL < 6
               MOVE AVALIACAO-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCIONARIO-SITUACAO NOT = 'D'
                           MOVE 'S' TO REGISTRO-ENCONTRADO
                       END-IF
               END-READ
           END-IF.
           IF REGISTRO-ENCONTRADO = 'S'
               MOVE AVALIACAO-CODIGO-FUNC TO MERITO-CODIGO-FUNC
               MOVE AVALIACAO-CICLO TO MERITO-CICLO
               MOVE AVALIACAO-NOTA-FINAL TO MERITO-NOTA-FINAL
               MOVE WS-CICLO-PCT-NOTA (AVALIACAO-NOTA-FINAL)
                   TO MERITO-PERCENTUAL
               MOVE WS-DATA-HOJE TO MERITO-DATA-GERACAO
               MOVE WS-OPERADOR TO MERITO-OPERADOR
               WRITE MERITO-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-TOTAL-PROPOSTAS
               MOVE MERITO-PERCENTUAL TO WS-PCT-EXIBE
               DISPLAY FUNCIONARIO-CODIGO ' ' FUNCIONARIO-NOME
                       ' CONCEITO ' MERITO-NOTA-FINAL
                       ' MERITO ' WS-PCT-EXIBE '%'
           ELSE
               ADD 1 TO WS-TOTAL-FORA-PROPOSTA.
           READ ARQUIVO-AVALIACAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
