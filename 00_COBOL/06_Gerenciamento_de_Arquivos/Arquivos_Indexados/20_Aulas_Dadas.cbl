      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     20_Aulas_Dadas.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Apuracao mensal das aulas dadas por professor, para o
      * pagamento da hora-aula. Cada data com chamada em
      * frequencia.dat e prova de que a aula da turma aconteceu: o
      * total do professor no mes (AAAAMM) e a soma das datas
      * distintas de chamada das turmas alocadas a ele
      * (alocacao.dat). O valor sai das aulas x hora-aula - a do
      * proprio professor em professor_folha.dat ou, sem ela, a da
      * qualificacao em valor_hora_aula.dat (07_Professores). Cada
      * professor com aula no mes fica em aulas_dadas.dat, com o
      * FUNCIONARIO-CODIGO vinculado, para o extrato da folha
      * (PROG42) enviar como pagamento. O extrato por professor sai
      * no spool central (PROG71), com as turmas e os dias, para a
      * conferencia antes do fechamento da folha. Rodar de novo no
      * mesmo mes refaz a apuracao; o que ja foi enviado no extrato
      * nao muda.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SL_PROFESSOR.cbl'.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_ALOCACAO.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_PROFFOLHA.cbl'.
           COPY 'SL_VALHORA.cbl'.
           COPY 'SELAULADADA.cob'.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_PROFESSOR.cbl'.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_ALOCACAO.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_PROFFOLHA.cbl'.
           COPY 'FD_VALHORA.cbl'.
           COPY 'FDAULADADA.cob'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-FIM-ALOCACAO             PIC X VALUE 'N'.
       77  WS-FIM-FREQUENCIA           PIC X VALUE 'N'.
       77  WS-STATUS-PROFESSOR         PIC X(02) VALUE '00'.
       77  WS-STATUS-TURMA             PIC X(02) VALUE '00'.
       77  WS-STATUS-ALOCACAO          PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQUENCIA        PIC X(02) VALUE '00'.
       77  WS-STATUS-PROFFOLHA         PIC X(02) VALUE '00'.
       77  WS-STATUS-VALHORA           PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AULADADA  PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-PROFFOLHA        PIC X VALUE 'N'.
       77  WS-TEM-ARQ-VALHORA          PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO           PIC 9(6) VALUE ZEROS.
       77  WS-ANO-PEDIDO               PIC 9(4) VALUE ZEROS.
       77  WS-MES-PEDIDO               PIC 9(2) VALUE ZEROS.
       77  WS-INICIO-MES               PIC 9(8) VALUE ZEROS.
       77  WS-FIM-MES                  PIC 9(8) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-TURMA-CORRENTE           PIC 9(4) VALUE ZEROS.
       77  WS-ULTIMA-DATA              PIC 9(8) VALUE ZEROS.
       77  WS-DIA-DA-AULA              PIC 9(2) VALUE ZEROS.
       77  WS-MES-DA-AULA              PIC 9(6) VALUE ZEROS.
       77  WS-AULAS-DA-TURMA           PIC 9(4) VALUE ZEROS.
       77  WS-AULAS-PROFESSOR          PIC 9(4) VALUE ZEROS.
       77  WS-TURMAS-PROFESSOR         PIC 9(3) VALUE ZEROS.
       77  WS-FUNC-CODIGO              PIC 9(6) VALUE ZEROS.
       77  WS-VALOR-HORA               PIC 9(5)V99 VALUE ZEROS.
       77  WS-ORIGEM-VALOR             PIC X VALUE SPACE.
       77  WS-VALOR-PROFESSOR          PIC 9(7)V99 VALUE ZEROS.
       77  WS-JA-ENVIADO               PIC X VALUE 'N'.
       77  WS-IND                      PIC 9(2) VALUE ZEROS.
       77  WS-POS                      PIC 9(2) VALUE ZEROS.
       77  WS-TOTAL-PROFESSORES        PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-AULAS              PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-VALOR              PIC 9(9)V99 VALUE ZEROS.
       77  WS-TOTAL-SEM-VINCULO        PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-SEM-VALOR          PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-JA-ENVIADOS        PIC 9(4) VALUE ZEROS.
       77  WS-AULAS-EXIBE              PIC ZZZ9.
       77  WS-HORA-EXIBE               PIC ZZ.ZZ9,99.
       77  WS-VALOR-EXIBE              PIC Z.ZZZ.ZZ9,99.
       77  WS-TOTAL-EXIBE              PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'AULAS-DADAS'.

       01  WS-TABELA-DIAS.
      *Dias do mes com chamada na turma corrente, em ordem.
           05 WS-QTD-DIAS              PIC 9(2) VALUE ZEROS.
           05 WS-DIA-AULA              PIC 9(2) OCCURS 31 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES DAS AULAS (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           DIVIDE WS-PERIODO-PEDIDO BY 100 GIVING WS-ANO-PEDIDO
               REMAINDER WS-MES-PEDIDO.
           IF WS-MES-PEDIDO < 1 OR WS-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO.'
               GOBACK.
           COMPUTE WS-INICIO-MES = WS-PERIODO-PEDIDO * 100 + 1.
           COMPUTE WS-FIM-MES = WS-PERIODO-PEDIDO * 100 + 31.

           OPEN INPUT PROFESSOR.
           IF WS-STATUS-PROFESSOR NOT = '00'
               DISPLAY 'NENHUM PROFESSOR CADASTRADO AINDA.'
               GOBACK.
           OPEN INPUT ALOCACAO.
           IF WS-STATUS-ALOCACAO NOT = '00'
               DISPLAY 'NENHUMA ALOCACAO CADASTRADA AINDA.'
               CLOSE PROFESSOR
               GOBACK.
           OPEN INPUT FREQUENCIA.
           IF WS-STATUS-FREQUENCIA NOT = '00'
               DISPLAY 'NENHUMA CHAMADA REGISTRADA AINDA.'
               CLOSE ALOCACAO
               CLOSE PROFESSOR
               GOBACK.
           OPEN INPUT TURMA.
           OPEN INPUT PROFFOLHA.
           IF WS-STATUS-PROFFOLHA = '00'
               MOVE 'S' TO WS-TEM-ARQ-PROFFOLHA.
           OPEN INPUT VALHORA.
           IF WS-STATUS-VALHORA = '00'
               MOVE 'S' TO WS-TEM-ARQ-VALHORA.
           OPEN I-O ARQUIVO-AULADADA.
           IF WS-STATUS-ARQUIVO-AULADADA = '35'
      *Primeira apuracao cria o arquivo.
               OPEN OUTPUT ARQUIVO-AULADADA
               CLOSE ARQUIVO-AULADADA
               OPEN I-O ARQUIVO-AULADADA
           END-IF.

           PERFORM ABRE-EXTRATO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ PROFESSOR NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM APURA-UM-PROFESSOR
               UNTIL FINAL-ARQUIVO = 'S'.
           PERFORM FECHA-EXTRATO.

           CLOSE ARQUIVO-AULADADA.
           IF WS-TEM-ARQ-VALHORA = 'S'
               CLOSE VALHORA.
           IF WS-TEM-ARQ-PROFFOLHA = 'S'
               CLOSE PROFFOLHA.
           CLOSE TURMA.
           CLOSE FREQUENCIA.
           CLOSE ALOCACAO.
           CLOSE PROFESSOR.

           DISPLAY 'PROFESSORES COM AULA NO MES: ' WS-TOTAL-PROFESSORES
                   '  AULAS: ' WS-TOTAL-AULAS.
           DISPLAY 'SEM VINCULO COM A FOLHA: ' WS-TOTAL-SEM-VINCULO
                   '  SEM VALOR DE HORA-AULA: ' WS-TOTAL-SEM-VALOR.
           DISPLAY 'EXTRATO POR PROFESSOR NO SPOOL (PROG72).'.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-TURMA.
      *Layout v2 de turma.dat (campo de mensalidade, registrado
      *pela migracao 11_Migra_Turmas no PROG82).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-TURMA
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 11_Migra_Turmas ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *-----------------------------------------------------------------
      * APURACAO - turmas do professor, datas distintas de chamada
      * no mes e valor da hora-aula.
      *-----------------------------------------------------------------
       APURA-UM-PROFESSOR.
           MOVE ZEROS TO WS-AULAS-PROFESSOR.
           MOVE ZEROS TO WS-TURMAS-PROFESSOR.
           MOVE 'N' TO WS-FIM-ALOCACAO.
           MOVE ZEROS TO ALOCACAO-TURMA-ID.
           START ALOCACAO KEY IS NOT LESS THAN ALOCACAO-TURMA-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ALOCACAO.
           IF WS-FIM-ALOCACAO = 'N'
               READ ALOCACAO NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-ALOCACAO
               END-READ.
           PERFORM EXAMINA-UMA-ALOCACAO
               UNTIL WS-FIM-ALOCACAO = 'S'.
           IF WS-AULAS-PROFESSOR > ZEROS
               PERFORM BUSCA-VALOR-HORA
               PERFORM GRAVA-AULAS-DADAS
               PERFORM IMPRIME-TOTAL-PROFESSOR.
           READ PROFESSOR NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EXAMINA-UMA-ALOCACAO.
           IF ALOCACAO-PROFESSOR-ID = PROFESSOR-ID
               MOVE ALOCACAO-TURMA-ID TO WS-TURMA-CORRENTE
               PERFORM CONTA-AULAS-DA-TURMA
               IF WS-AULAS-DA-TURMA > ZEROS
                   IF WS-TURMAS-PROFESSOR = ZEROS
                       PERFORM IMPRIME-CABECALHO-PROFESSOR
                   END-IF
                   ADD 1 TO WS-TURMAS-PROFESSOR
                   ADD WS-AULAS-DA-TURMA TO WS-AULAS-PROFESSOR
                   PERFORM IMPRIME-TURMA
               END-IF
           END-IF.
           READ ALOCACAO NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-ALOCACAO.

       CONTA-AULAS-DA-TURMA.
      *A chave de frequencia.dat e turma + data + aluno: as
      *chamadas do mes da turma ficam juntas e em ordem de data;
      *cada troca de data e uma aula.
           MOVE ZEROS TO WS-AULAS-DA-TURMA.
           MOVE ZEROS TO WS-QTD-DIAS.
           MOVE ZEROS TO WS-ULTIMA-DATA.
           MOVE WS-TURMA-CORRENTE TO FREQUENCIA-TURMA-ID.
           MOVE WS-INICIO-MES TO FREQUENCIA-DATA.
           MOVE ZEROS TO FREQUENCIA-STUDENT-ID.
           MOVE 'N' TO WS-FIM-FREQUENCIA.
           START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-FREQUENCIA.
           IF WS-FIM-FREQUENCIA = 'N'
               READ FREQUENCIA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-FREQUENCIA
               END-READ.
           PERFORM CONTA-UMA-CHAMADA
               UNTIL WS-FIM-FREQUENCIA = 'S' OR
                     FREQUENCIA-TURMA-ID NOT = WS-TURMA-CORRENTE OR
                     FREQUENCIA-DATA > WS-FIM-MES.

       CONTA-UMA-CHAMADA.
           IF FREQUENCIA-DATA NOT = WS-ULTIMA-DATA
               MOVE FREQUENCIA-DATA TO WS-ULTIMA-DATA
               ADD 1 TO WS-AULAS-DA-TURMA
               IF WS-QTD-DIAS < 31
                   ADD 1 TO WS-QTD-DIAS
                   DIVIDE FREQUENCIA-DATA BY 100 GIVING WS-MES-DA-AULA
                       REMAINDER WS-DIA-DA-AULA
                   MOVE WS-DIA-DA-AULA TO WS-DIA-AULA (WS-QTD-DIAS)
               END-IF
           END-IF.
           READ FREQUENCIA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-FREQUENCIA.

       BUSCA-VALOR-HORA.
      *Vinculo com a folha e valor proprio do professor; sem valor
      *proprio vale o da qualificacao.
           MOVE ZEROS TO WS-FUNC-CODIGO.
           MOVE ZEROS TO WS-VALOR-HORA.
           MOVE SPACE TO WS-ORIGEM-VALOR.
           IF WS-TEM-ARQ-PROFFOLHA = 'S'
               MOVE PROFESSOR-ID TO PROFFOLHA-PROFESSOR-ID
               READ PROFFOLHA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROFFOLHA-FUNC-CODIGO TO WS-FUNC-CODIGO
                       IF PROFFOLHA-VALOR-HORA > ZEROS
                           MOVE PROFFOLHA-VALOR-HORA TO WS-VALOR-HORA
                           MOVE 'P' TO WS-ORIGEM-VALOR
                       END-IF
               END-READ.
           IF WS-ORIGEM-VALOR = SPACE AND WS-TEM-ARQ-VALHORA = 'S'
               MOVE PROFESSOR-QUALIFICACAO TO VALHORA-QUALIFICACAO
               READ VALHORA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VALHORA-VALOR > ZEROS
                           MOVE VALHORA-VALOR TO WS-VALOR-HORA
                           MOVE 'Q' TO WS-ORIGEM-VALOR
                       END-IF
               END-READ.
           COMPUTE WS-VALOR-PROFESSOR =
               WS-AULAS-PROFESSOR * WS-VALOR-HORA.
           ADD 1 TO WS-TOTAL-PROFESSORES.
           ADD WS-AULAS-PROFESSOR TO WS-TOTAL-AULAS.
           ADD WS-VALOR-PROFESSOR TO WS-TOTAL-VALOR.
           IF WS-FUNC-CODIGO = ZEROS
               ADD 1 TO WS-TOTAL-SEM-VINCULO.
           IF WS-ORIGEM-VALOR = SPACE
               ADD 1 TO WS-TOTAL-SEM-VALOR.

       GRAVA-AULAS-DADAS.
      *Apuracao ja enviada no extrato da folha fica como esta; as
      *demais sao refeitas com a contagem e os valores de agora.
           MOVE 'N' TO WS-JA-ENVIADO.
           MOVE WS-PERIODO-PEDIDO TO AULADADA-PERIODO.
           MOVE PROFESSOR-ID TO AULADADA-PROFESSOR-ID.
           READ ARQUIVO-AULADADA RECORD
               INVALID KEY
                   PERFORM MONTA-AULAS-DADAS
                   WRITE AULADADA-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR AS AULAS DO'
                                   ' PROFESSOR ' PROFESSOR-ID
                   END-WRITE
               NOT INVALID KEY
                   IF AULADADA-SITUACAO = 'E'
                       MOVE 'S' TO WS-JA-ENVIADO
                       ADD 1 TO WS-TOTAL-JA-ENVIADOS
                   ELSE
                       PERFORM MONTA-AULAS-DADAS
                       REWRITE AULADADA-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR AS AULAS'
                                       ' DO PROFESSOR ' PROFESSOR-ID
                       END-REWRITE
                   END-IF
           END-READ.

       MONTA-AULAS-DADAS.
           MOVE WS-PERIODO-PEDIDO TO AULADADA-PERIODO.
           MOVE PROFESSOR-ID TO AULADADA-PROFESSOR-ID.
           MOVE WS-FUNC-CODIGO TO AULADADA-CODIGO-FUNC.
           MOVE WS-AULAS-PROFESSOR TO AULADADA-QTD-AULAS.
           MOVE WS-VALOR-HORA TO AULADADA-VALOR-HORA.
           MOVE WS-ORIGEM-VALOR TO AULADADA-ORIGEM-VALOR.
           MOVE WS-VALOR-PROFESSOR TO AULADADA-VALOR.
           MOVE 'A' TO AULADADA-SITUACAO.
           MOVE WS-DATA-HOJE TO AULADADA-DATA-APURACAO.
           MOVE ZEROS TO AULADADA-GERACAO-ENVIO.

      *-----------------------------------------------------------------
      * EXTRATO - uma secao por professor com aula no mes: turmas,
      * dias de chamada, total e valor.
      *-----------------------------------------------------------------
       ABRE-EXTRATO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'EXTRATO DE AULAS DADAS - MES ' WS-PERIODO-PEDIDO
                  '  APURADO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-CABECALHO-PROFESSOR.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'PROFESSOR ' PROFESSOR-ID ' ' PROFESSOR-NOME
                  ' ' PROFESSOR-QUALIFICACAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-TURMA.
           MOVE WS-TURMA-CORRENTE TO TURMA-ID.
           READ TURMA RECORD
               INVALID KEY
                   MOVE ZEROS TO TURMA-CURSO-ID
                   MOVE '(TURMA SEM CADASTRO)' TO TURMA-HORARIO
           END-READ.
           MOVE WS-AULAS-DA-TURMA TO WS-AULAS-EXIBE.
           STRING '  TURMA ' WS-TURMA-CORRENTE
                  '  CURSO ' TURMA-CURSO-ID
                  '  ' TURMA-HORARIO
                  '  AULAS: ' WS-AULAS-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '      DIAS:' TO WS-LINHA-IMPRESSA.
           MOVE 13 TO WS-POS.
           PERFORM IMPRIME-UM-DIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DIAS.
           IF WS-POS > 13
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-DIA.
      *Dezesseis dias por linha.
           MOVE WS-DIA-AULA (WS-IND) TO WS-LINHA-IMPRESSA (WS-POS:2).
           ADD 3 TO WS-POS.
           IF WS-POS > 58
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 13 TO WS-POS.

       IMPRIME-TOTAL-PROFESSOR.
           MOVE WS-AULAS-PROFESSOR TO WS-AULAS-EXIBE.
           MOVE WS-VALOR-HORA TO WS-HORA-EXIBE.
           MOVE WS-VALOR-PROFESSOR TO WS-VALOR-EXIBE.
           STRING '  TOTAL: ' WS-AULAS-EXIBE ' AULAS X HORA-AULA '
                  WS-HORA-EXIBE ' = ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           IF WS-ORIGEM-VALOR = 'P'
               MOVE '(PROPRIA)' TO WS-LINHA-IMPRESSA (70:9).
           IF WS-ORIGEM-VALOR = 'Q'
               MOVE '(QUALIF.)' TO WS-LINHA-IMPRESSA (70:9).
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-FUNC-CODIGO = ZEROS
               MOVE '  ** SEM VINCULO COM A FOLHA: NAO SAI NO EXTRATO'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               STRING '  FUNCIONARIO NA FOLHA: ' WS-FUNC-CODIGO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-ORIGEM-VALOR = SPACE
               MOVE '  ** SEM VALOR DE HORA-AULA CADASTRADO'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-JA-ENVIADO = 'S'
               MOVE AULADADA-QTD-AULAS TO WS-AULAS-EXIBE
               STRING '  ** JA ENVIADO NA GERACAO '
                      AULADADA-GERACAO-ENVIO ' COM ' WS-AULAS-EXIBE
                      ' AULAS; APURACAO NAO ALTERADA'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       FECHA-EXTRATO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-EXIBE.
           STRING 'PROFESSORES: ' WS-TOTAL-PROFESSORES
                  '  AULAS: ' WS-TOTAL-AULAS
                  '  VALOR TOTAL: ' WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'SEM VINCULO: ' WS-TOTAL-SEM-VINCULO
                  '  SEM VALOR: ' WS-TOTAL-SEM-VALOR
                  '  JA ENVIADOS: ' WS-TOTAL-JA-ENVIADOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
