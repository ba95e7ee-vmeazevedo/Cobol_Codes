      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG138.
      *Diferencas salariais retroativas. O PROG45 e o reajuste PROG99
      *aceitam vigencia no passado; a data em que cada vigencia foi
      *digitada fica em vigencias_inclusao.dat. Vigencia de um mes
      *anterior ao da digitacao e retroativa: os periodos de
      *resultado_folha.dat (status OK) entre o mes da vigencia e o
      *mes anterior ao da digitacao foram pagos com o salario antigo.
      *Para cada um desses periodos:
      *  pago    = salario vigente no periodo so com as vigencias
      *            digitadas ate o proprio periodo;
      *  devido  = salario vigente no periodo com todas as vigencias;
      *  diferenca = devido - pago - o que ja foi enviado antes.
      *As diferencas ficam em diferencas_salariais.dat, pendentes,
      *ate o supervisor aprovar por funcionario; as aprovadas saem no
      *proximo extrato do PROG42 como movimento T.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELVIGINC.cob'.
           COPY 'SELDIFERENCA.cob'.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.
      *Nome padrao 'resultado_folha.dat'; por empresa via a
      *variavel de ambiente ARQUIVO_RESULTADO_FOLHA, como no
      *PROG50.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDVIGINC.cob'.
           COPY 'FDDIFERENCA.cob'.

       FD  ARQUIVO-RESULTADO.
       01  RESULTADO-LINHA.
           05 RESULTADO-PERIODO PIC 9(06).
           05 RESULTADO-CODIGO PIC 9(6).
           05 RESULTADO-LIQUIDO PIC 9(7)V99.
           05 RESULTADO-STATUS PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  WS-STATUS-RESULTADO PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-VIGINC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DIFERENCA PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-DATA-FIM-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-QTD-RETRO PIC 9(4) VALUE ZEROS.
       77  WS-IND PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-SALARIO-PAGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-SALARIO-DEVIDO PIC 9(7)V99 VALUE ZEROS.
       77  WS-DIFERENCA-TOTAL PIC S9(7)V99 VALUE ZEROS.
       77  WS-DIFERENCA-PENDENTE PIC S9(7)V99 VALUE ZEROS.
       77  WS-TEM-DIFERENCA PIC X VALUE 'N'.
       77  WS-CONTA-NO-PAGO PIC X VALUE 'N'.
       77  WS-MUDOU PIC X VALUE 'N'.
       77  WS-TOTAL-VIGENCIAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-APURADAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-REDUCOES PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WS-CODIGO-ATUAL PIC 9(6) VALUE ZEROS.
       77  WS-QTD-PERIODOS PIC 9(3) VALUE ZEROS.
       77  WS-IND-PERIODO PIC 9(3) VALUE ZEROS.
       77  WS-TOTAL-FUNCIONARIO PIC 9(9)V99 VALUE ZEROS.
       77  WS-DECISAO PIC X VALUE SPACE.
       77  WS-TOTAL-APROVADOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-RECUSADOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-PENDENTE PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-APROVADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-PAGO-EXIBE PIC Z(6)9.99.
       77  WS-DEVIDO-EXIBE PIC Z(6)9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'DIFERENCAS RETRO'.
       01  WS-PERIODO-PARTES.
           05 WS-PER-ANO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
       01  WS-TABELA-RETRO.
      *Vigencias retroativas ainda nao apuradas: funcionario e faixa
      *de periodos pagos com o salario antigo.
           05 WS-RETRO OCCURS 2000 TIMES.
              10 WS-RETRO-CODIGO PIC 9(6).
              10 WS-RETRO-PERIODO-INI PIC 9(6).
              10 WS-RETRO-PERIODO-FIM PIC 9(6).
       01  WS-TABELA-PERIODOS.
      *Periodos pendentes do funcionario em decisao.
           05 WS-PERIODO-PENDENTE PIC 9(6) OCCURS 240 TIMES.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Arquivos da empresa da sessao, definidos na selecao de
      *empresa do menu; rodando avulso valem os nomes padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_RESULTADO_FOLHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-RESULTADO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'DIFERENCAS SALARIAIS RETROATIVAS'.
           DISPLAY '1. APURAR DIFERENCAS DAS VIGENCIAS RETROATIVAS'.
           DISPLAY '2. APROVAR DIFERENCAS POR FUNCIONARIO'.
           DISPLAY '3. RELATORIO DE DIFERENCAS (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM APURAR-DIFERENCAS.
           IF WS-OPCAO = 2
               PERFORM APROVAR-DIFERENCAS.
           IF WS-OPCAO = 3
               PERFORM RELATORIO-DIFERENCAS.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *APURACAO - junta as vigencias retroativas novas e passa uma vez
      *pelo resultado da folha calculando cada periodo atingido.
      *-----------------------------------------------------------------
       APURAR-DIFERENCAS.
           MOVE ZEROS TO WS-TOTAL-VIGENCIAS.
           MOVE ZEROS TO WS-TOTAL-APURADAS.
           MOVE ZEROS TO WS-TOTAL-REDUCOES.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           OPEN I-O ARQUIVO-VIGINC.
           IF WS-STATUS-ARQUIVO-VIGINC NOT = '00'
               DISPLAY 'NENHUMA VIGENCIA REGISTRADA AINDA.'
           ELSE
               PERFORM JUNTA-VIGENCIAS-RETROATIVAS
               IF WS-QTD-RETRO = ZEROS
                   DISPLAY 'NENHUMA VIGENCIA RETROATIVA A APURAR.'
               ELSE
                   PERFORM CALCULA-PERIODOS-PAGOS
               END-IF
               CLOSE ARQUIVO-VIGINC
           END-IF.

       JUNTA-VIGENCIAS-RETROATIVAS.
      *Cada vigencia nova sai marcada como apurada; a que nao cabe
      *na tabela fica para a proxima execucao.
           INITIALIZE WS-TABELA-RETRO.
           MOVE ZEROS TO WS-QTD-RETRO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-VIGINC NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONFERE-UMA-VIGENCIA
               UNTIL FINAL-ARQUIVO = 'S'.

       CONFERE-UMA-VIGENCIA.
           IF VIGINC-APURADA = 'N' AND WS-QTD-RETRO < 2000
               IF VIGINC-DATA-VIGENCIA (1:6) <
                       VIGINC-DATA-INCLUSAO (1:6)
                   ADD 1 TO WS-QTD-RETRO
                   ADD 1 TO WS-TOTAL-VIGENCIAS
                   MOVE VIGINC-CODIGO-FUNC
                       TO WS-RETRO-CODIGO (WS-QTD-RETRO)
                   MOVE VIGINC-DATA-VIGENCIA (1:6)
                       TO WS-RETRO-PERIODO-INI (WS-QTD-RETRO)
                   MOVE VIGINC-DATA-INCLUSAO (1:6)
                       TO WS-PERIODO-PARTES
                   PERFORM VOLTA-UM-MES
                   MOVE WS-PERIODO-PARTES
                       TO WS-RETRO-PERIODO-FIM (WS-QTD-RETRO)
               END-IF
               MOVE 'S' TO VIGINC-APURADA
               REWRITE VIGINC-REGISTRO
               END-REWRITE
           END-IF.
           READ ARQUIVO-VIGINC NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VOLTA-UM-MES.
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES.

       CALCULA-PERIODOS-PAGOS.
           OPEN INPUT ARQUIVO-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = '00'
               DISPLAY 'resultado_folha.dat AUSENTE; NENHUM PERIODO'
                       ' PAGO A CORRIGIR.'
           ELSE
               OPEN INPUT ARQUIVO-SALARIO
               OPEN I-O ARQUIVO-DIFERENCA
               IF WS-STATUS-ARQUIVO-DIFERENCA = '35'
      *Primeira apuracao cria o arquivo.
                   OPEN OUTPUT ARQUIVO-DIFERENCA
                   CLOSE ARQUIVO-DIFERENCA
                   OPEN I-O ARQUIVO-DIFERENCA
               END-IF
               DISPLAY 'CODIGO PERIODO       PAGO     DEVIDO'
                       '  DIFERENCA'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-RESULTADO RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM TRATA-LINHA-RESULTADO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-RESULTADO
               CLOSE ARQUIVO-SALARIO
               CLOSE ARQUIVO-DIFERENCA
               MOVE WS-TOTAL-VALOR TO WS-TOTAL-EXIBE
               DISPLAY ' '
               DISPLAY 'VIGENCIAS RETROATIVAS APURADAS: '
                       WS-TOTAL-VIGENCIAS
               DISPLAY 'PERIODOS COM DIFERENCA A PAGAR: '
                       WS-TOTAL-APURADAS
               DISPLAY 'PERIODOS COM REDUCAO (NAO DESCONTADA): '
                       WS-TOTAL-REDUCOES
               DISPLAY 'VALOR PENDENTE DE APROVACAO: ' WS-TOTAL-EXIBE
               DISPLAY 'APROVE POR FUNCIONARIO NA OPCAO 2.'
           END-IF.

       TRATA-LINHA-RESULTADO.
           IF RESULTADO-STATUS = 'OK'
               PERFORM VERIFICA-PERIODO-ATINGIDO
               IF WS-ACHOU = 'S'
                   PERFORM CALCULA-DIFERENCA-DO-PERIODO
               END-IF
           END-IF.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VERIFICA-PERIODO-ATINGIDO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 1 TO WS-IND.
           PERFORM COMPARA-PERIODO-ATINGIDO
               UNTIL WS-IND > WS-QTD-RETRO OR WS-ACHOU = 'S'.

       COMPARA-PERIODO-ATINGIDO.
           IF WS-RETRO-CODIGO (WS-IND) = RESULTADO-CODIGO AND
                   RESULTADO-PERIODO NOT <
                       WS-RETRO-PERIODO-INI (WS-IND) AND
                   RESULTADO-PERIODO NOT >
                       WS-RETRO-PERIODO-FIM (WS-IND)
               MOVE 'S' TO WS-ACHOU
           ELSE
               ADD 1 TO WS-IND.

       CALCULA-DIFERENCA-DO-PERIODO.
      *Recalcular o mesmo periodo (linha repetida no resultado ou
      *segunda vigencia retroativa) da o mesmo valor, entao nada e
      *somado duas vezes.
           PERFORM APURA-SALARIOS-DO-PERIODO.
           COMPUTE WS-DIFERENCA-TOTAL =
               WS-SALARIO-DEVIDO - WS-SALARIO-PAGO.
           MOVE RESULTADO-CODIGO TO DIFERENCA-CODIGO-FUNC.
           MOVE RESULTADO-PERIODO TO DIFERENCA-PERIODO.
           READ ARQUIVO-DIFERENCA RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TEM-DIFERENCA
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-DIFERENCA
           END-READ.
           IF WS-TEM-DIFERENCA = 'N'
               MOVE RESULTADO-CODIGO TO DIFERENCA-CODIGO-FUNC
               MOVE RESULTADO-PERIODO TO DIFERENCA-PERIODO
               MOVE ZEROS TO DIFERENCA-VALOR
               MOVE ZEROS TO DIFERENCA-VALOR-ENVIADO
               MOVE SPACE TO DIFERENCA-SITUACAO
               MOVE SPACES TO DIFERENCA-APROVADOR
               MOVE ZEROS TO DIFERENCA-DATA-APROVACAO
               MOVE ZEROS TO DIFERENCA-GERACAO-ENVIO
               MOVE ZEROS TO DIFERENCA-VALOR-ULTIMO-ENVIO.
           COMPUTE WS-DIFERENCA-PENDENTE =
               WS-DIFERENCA-TOTAL - DIFERENCA-VALOR-ENVIADO.
           IF WS-DIFERENCA-PENDENTE NOT > ZEROS
               PERFORM SEM-DIFERENCA-A-PAGAR
           ELSE
               PERFORM GRAVA-DIFERENCA-PENDENTE.

       SEM-DIFERENCA-A-PAGAR.
      *Reducao retroativa nao e descontada do funcionario, so
      *apontada; o que ja foi enviado fica como esta.
           IF WS-DIFERENCA-TOTAL < ZEROS
               ADD 1 TO WS-TOTAL-REDUCOES
               DISPLAY RESULTADO-CODIGO ' ' RESULTADO-PERIODO
                       ' REDUCAO RETROATIVA; NADA A PAGAR.'.
           IF WS-TEM-DIFERENCA = 'S' AND DIFERENCA-VALOR > ZEROS
               MOVE ZEROS TO DIFERENCA-VALOR
               IF DIFERENCA-VALOR-ENVIADO > ZEROS
                   MOVE 'E' TO DIFERENCA-SITUACAO
                   REWRITE DIFERENCA-REGISTRO
                   END-REWRITE
               ELSE
                   DELETE ARQUIVO-DIFERENCA RECORD
                   END-DELETE
               END-IF
           END-IF.

       GRAVA-DIFERENCA-PENDENTE.
      *Valor igual ao ja apurado mantem a decisao do supervisor;
      *valor novo volta para pendente.
           MOVE 'N' TO WS-MUDOU.
           IF WS-TEM-DIFERENCA = 'N' OR
                   DIFERENCA-VALOR NOT = WS-DIFERENCA-PENDENTE OR
                   DIFERENCA-SITUACAO = 'E'
               MOVE 'S' TO WS-MUDOU
               MOVE WS-DIFERENCA-PENDENTE TO DIFERENCA-VALOR
               MOVE 'P' TO DIFERENCA-SITUACAO
               MOVE SPACES TO DIFERENCA-APROVADOR
               MOVE ZEROS TO DIFERENCA-DATA-APROVACAO.
           MOVE WS-SALARIO-PAGO TO DIFERENCA-SALARIO-PAGO.
           MOVE WS-SALARIO-DEVIDO TO DIFERENCA-SALARIO-DEVIDO.
           MOVE WS-DATA-HOJE TO DIFERENCA-DATA-APURACAO.
           IF WS-TEM-DIFERENCA = 'S'
               REWRITE DIFERENCA-REGISTRO
               END-REWRITE
           ELSE
               WRITE DIFERENCA-REGISTRO
               END-WRITE
           END-IF.
           IF WS-MUDOU = 'S'
               ADD 1 TO WS-TOTAL-APURADAS
               ADD DIFERENCA-VALOR TO WS-TOTAL-VALOR.
           MOVE WS-SALARIO-PAGO TO WS-PAGO-EXIBE.
           MOVE WS-SALARIO-DEVIDO TO WS-DEVIDO-EXIBE.
           MOVE DIFERENCA-VALOR TO WS-VALOR-EXIBE.
           DISPLAY RESULTADO-CODIGO ' ' RESULTADO-PERIODO ' '
                   WS-PAGO-EXIBE ' ' WS-DEVIDO-EXIBE ' '
                   WS-VALOR-EXIBE ' ' DIFERENCA-SITUACAO.

       APURA-SALARIOS-DO-PERIODO.
      *Percorre o historico de vigencias ate o fim do periodo: todas
      *contam para o devido; para o pago so contam as digitadas ate
      *o proprio periodo (as sem registro de inclusao sao antigas e
      *contam como digitadas em dia).
           MOVE ZEROS TO WS-SALARIO-PAGO.
           MOVE ZEROS TO WS-SALARIO-DEVIDO.
           COMPUTE WS-DATA-FIM-PERIODO = RESULTADO-PERIODO * 100 + 31.
           MOVE RESULTADO-CODIGO TO SALARIO-CODIGO-FUNC.
           MOVE ZEROS TO SALARIO-DATA-VIGENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-SALARIO.
           START ARQUIVO-SALARIO KEY IS NOT LESS THAN SALARIO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.
           IF FINAL-ARQUIVO-SALARIO = 'N'
               READ ARQUIVO-SALARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-SALARIO
               END-READ.
           PERFORM GUARDA-VIGENCIA
               UNTIL FINAL-ARQUIVO-SALARIO = 'S' OR
                     SALARIO-CODIGO-FUNC NOT = RESULTADO-CODIGO OR
                     SALARIO-DATA-VIGENCIA > WS-DATA-FIM-PERIODO.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-DEVIDO.
           MOVE 'S' TO WS-CONTA-NO-PAGO.
           MOVE SALARIO-CODIGO-FUNC TO VIGINC-CODIGO-FUNC.
           MOVE SALARIO-DATA-VIGENCIA TO VIGINC-DATA-VIGENCIA.
           READ ARQUIVO-VIGINC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VIGINC-DATA-INCLUSAO (1:6) > RESULTADO-PERIODO
                       MOVE 'N' TO WS-CONTA-NO-PAGO
                   END-IF
           END-READ.
           IF WS-CONTA-NO-PAGO = 'S'
               MOVE SALARIO-VALOR TO WS-SALARIO-PAGO.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

      *-----------------------------------------------------------------
      *APROVACAO - restrita a supervisor; as diferencas pendentes de
      *cada funcionario sao listadas juntas e decididas de uma vez.
      *-----------------------------------------------------------------
       APROVAR-DIFERENCAS.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'APROVACAO DE DIFERENCAS RESTRITA A'
                       ' SUPERVISOR.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-APROVADOS
               MOVE ZEROS TO WS-TOTAL-RECUSADOS
               OPEN I-O ARQUIVO-DIFERENCA
               IF WS-STATUS-ARQUIVO-DIFERENCA NOT = '00'
                   DISPLAY 'NENHUMA DIFERENCA APURADA AINDA.'
               ELSE
                   OPEN INPUT ARQUIVO-FUNCIONARIO
                   MOVE 'N' TO FINAL-ARQUIVO
                   READ ARQUIVO-DIFERENCA NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
                   PERFORM DECIDE-UM-FUNCIONARIO
                       UNTIL FINAL-ARQUIVO = 'S'
                   CLOSE ARQUIVO-FUNCIONARIO
                   CLOSE ARQUIVO-DIFERENCA
                   DISPLAY ' '
                   DISPLAY 'PERIODOS APROVADOS: ' WS-TOTAL-APROVADOS
                   DISPLAY 'PERIODOS RECUSADOS: ' WS-TOTAL-RECUSADOS
               END-IF
           END-IF.

       DECIDE-UM-FUNCIONARIO.
           MOVE DIFERENCA-CODIGO-FUNC TO WS-CODIGO-ATUAL.
           MOVE ZEROS TO WS-QTD-PERIODOS.
           MOVE ZEROS TO WS-TOTAL-FUNCIONARIO.
           PERFORM JUNTA-PERIODO-PENDENTE
               UNTIL FINAL-ARQUIVO = 'S' OR
                     DIFERENCA-CODIGO-FUNC NOT = WS-CODIGO-ATUAL.
           IF WS-QTD-PERIODOS > ZEROS
               PERFORM PEDE-DECISAO-FUNCIONARIO.

       JUNTA-PERIODO-PENDENTE.
           IF DIFERENCA-SITUACAO = 'P' AND WS-QTD-PERIODOS < 240
               IF WS-QTD-PERIODOS = ZEROS
                   PERFORM EXIBE-CABECALHO-FUNCIONARIO
               END-IF
               ADD 1 TO WS-QTD-PERIODOS
               MOVE DIFERENCA-PERIODO
                   TO WS-PERIODO-PENDENTE (WS-QTD-PERIODOS)
               ADD DIFERENCA-VALOR TO WS-TOTAL-FUNCIONARIO
               MOVE DIFERENCA-SALARIO-PAGO TO WS-PAGO-EXIBE
               MOVE DIFERENCA-SALARIO-DEVIDO TO WS-DEVIDO-EXIBE
               MOVE DIFERENCA-VALOR TO WS-VALOR-EXIBE
               DISPLAY '  PERIODO ' DIFERENCA-PERIODO
                       '  PAGO ' WS-PAGO-EXIBE
                       '  DEVIDO ' WS-DEVIDO-EXIBE
                       '  DIFERENCA ' WS-VALOR-EXIBE
           END-IF.
           READ ARQUIVO-DIFERENCA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EXIBE-CABECALHO-FUNCIONARIO.
           MOVE WS-CODIGO-ATUAL TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE '(FORA DO CADASTRO)' TO FUNCIONARIO-NOME
           END-READ.
           DISPLAY ' '.
           DISPLAY 'FUNCIONARIO ' WS-CODIGO-ATUAL ' '
                   FUNCIONARIO-NOME.

       PEDE-DECISAO-FUNCIONARIO.
           MOVE WS-TOTAL-FUNCIONARIO TO WS-TOTAL-EXIBE.
           DISPLAY 'TOTAL DO FUNCIONARIO: ' WS-TOTAL-EXIBE.
           DISPLAY 'A=APROVA / R=RECUSA / P=PULA: '.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = 'a'
               MOVE 'A' TO WS-DECISAO.
           IF WS-DECISAO = 'r'
               MOVE 'R' TO WS-DECISAO.
           IF WS-DECISAO = 'A' OR WS-DECISAO = 'R'
               PERFORM MARCA-UM-PERIODO
                   VARYING WS-IND-PERIODO FROM 1 BY 1
                   UNTIL WS-IND-PERIODO > WS-QTD-PERIODOS
      *A leitura por chave perde a posicao da leitura sequencial;
      *retoma no primeiro registro do proximo funcionario.
               MOVE WS-CODIGO-ATUAL TO DIFERENCA-CODIGO-FUNC
               MOVE 999999 TO DIFERENCA-PERIODO
               START ARQUIVO-DIFERENCA
                       KEY IS GREATER THAN DIFERENCA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-DIFERENCA NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
           END-IF.

       MARCA-UM-PERIODO.
           MOVE WS-CODIGO-ATUAL TO DIFERENCA-CODIGO-FUNC.
           MOVE WS-PERIODO-PENDENTE (WS-IND-PERIODO)
               TO DIFERENCA-PERIODO.
           READ ARQUIVO-DIFERENCA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DECISAO TO DIFERENCA-SITUACAO
                   MOVE WS-OPERADOR TO DIFERENCA-APROVADOR
                   MOVE WS-DATA-HOJE TO DIFERENCA-DATA-APROVACAO
                   REWRITE DIFERENCA-REGISTRO
                   END-REWRITE
                   IF WS-DECISAO = 'A'
                       ADD 1 TO WS-TOTAL-APROVADOS
                   ELSE
                       ADD 1 TO WS-TOTAL-RECUSADOS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *RELATORIO - diferencas pendentes e aprovadas ainda nao
      *enviadas, por funcionario, no spool (PROG71).
      *-----------------------------------------------------------------
       RELATORIO-DIFERENCAS.
           OPEN INPUT ARQUIVO-DIFERENCA.
           IF WS-STATUS-ARQUIVO-DIFERENCA NOT = '00'
               DISPLAY 'NENHUMA DIFERENCA APURADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-PENDENTE
               MOVE ZEROS TO WS-TOTAL-APROVADO
               MOVE ZEROS TO WS-CODIGO-ATUAL
               OPEN INPUT ARQUIVO-FUNCIONARIO
               MOVE 'A' TO WS-ACAO-SPOOL
               CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
                   WS-LINHA-IMPRESSA
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'DIFERENCAS SALARIAIS RETROATIVAS EM '
                      WS-DATA-HOJE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'FUNCIONARIO PERIODO       PAGO     DEVIDO'
                   TO WS-LINHA-IMPRESSA
               MOVE '  DIFERENCA SIT' TO WS-LINHA-IMPRESSA (42:15)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DIFERENCA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM IMPRIME-UMA-DIFERENCA
                   UNTIL FINAL-ARQUIVO = 'S'
               MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:60)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE WS-TOTAL-PENDENTE TO WS-TOTAL-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'TOTAL PENDENTE DE APROVACAO: ' WS-TOTAL-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE WS-TOTAL-APROVADO TO WS-TOTAL-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'TOTAL APROVADO A ENVIAR:     ' WS-TOTAL-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'F' TO WS-ACAO-SPOOL
               CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
                   WS-LINHA-IMPRESSA
               CLOSE ARQUIVO-FUNCIONARIO
               CLOSE ARQUIVO-DIFERENCA
               DISPLAY 'RELATORIO DE DIFERENCAS NO SPOOL (PROG72).'
           END-IF.

       IMPRIME-UMA-DIFERENCA.
           IF DIFERENCA-SITUACAO = 'P' OR DIFERENCA-SITUACAO = 'A'
               IF DIFERENCA-CODIGO-FUNC NOT = WS-CODIGO-ATUAL
                   MOVE DIFERENCA-CODIGO-FUNC TO WS-CODIGO-ATUAL
                   MOVE DIFERENCA-CODIGO-FUNC TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO RECORD
                       INVALID KEY
                           MOVE '(FORA DO CADASTRO)'
                               TO FUNCIONARIO-NOME
                   END-READ
                   MOVE SPACES TO WS-LINHA-IMPRESSA
                   STRING WS-CODIGO-ATUAL ' ' FUNCIONARIO-NOME
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL
               END-IF
               MOVE DIFERENCA-SALARIO-PAGO TO WS-PAGO-EXIBE
               MOVE DIFERENCA-SALARIO-DEVIDO TO WS-DEVIDO-EXIBE
               MOVE DIFERENCA-VALOR TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '            ' DIFERENCA-PERIODO ' '
                      WS-PAGO-EXIBE ' ' WS-DEVIDO-EXIBE ' '
                      WS-VALOR-EXIBE ' ' DIFERENCA-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               IF DIFERENCA-SITUACAO = 'P'
                   ADD DIFERENCA-VALOR TO WS-TOTAL-PENDENTE
               ELSE
                   ADD DIFERENCA-VALOR TO WS-TOTAL-APROVADO
               END-IF
           END-IF.
           READ ARQUIVO-DIFERENCA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
