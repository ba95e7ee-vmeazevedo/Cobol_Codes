      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG143.
      *Adiantamento quinzenal, chamado pelo menu do PROG40: registra
      *o funcionario que abre mao do adiantamento (ou volta a
      *receber) em adiantamento_opcoes.dat, consulta os
      *adiantamentos do funcionario (adiantamentos.dat) e deixa o
      *supervisor disparar a rodada do mes (PROG142) fora do lote.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELADTOPCAO.cob'.
           COPY 'SELADIANTAMENTO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDADTOPCAO.cob'.
           COPY 'FDADIANTAMENTO.cob'.
           COPY 'FDFUNCIONARIO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-ADTOPCAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  WS-RECEBE-PEDIDO PIC X VALUE 'S'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-TOTAL-ADIANTAMENTOS PIC 9(4) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-SALARIO-EXIBE PIC Z(6)9.99.
       77  WS-SITUACAO-EXIBE PIC X(10) VALUE SPACES.
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
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'ADIANTAMENTO QUINZENAL'.
           DISPLAY '1. FUNCIONARIO ABRE MAO DO ADIANTAMENTO'.
           DISPLAY '2. FUNCIONARIO VOLTA A RECEBER O ADIANTAMENTO'.
           DISPLAY '3. CONSULTAR ADIANTAMENTOS DO FUNCIONARIO'.
           DISPLAY '4. RODAR O ADIANTAMENTO DO MES (SUPERVISOR)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               MOVE 'N' TO WS-RECEBE-PEDIDO
               PERFORM GRAVAR-OPCAO.
           IF WS-OPCAO = 2
               MOVE 'S' TO WS-RECEBE-PEDIDO
               PERFORM GRAVAR-OPCAO.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-ADIANTAMENTOS.
           IF WS-OPCAO = 4
               PERFORM RODAR-ADIANTAMENTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *OPCAO DO FUNCIONARIO - um registro por funcionario, regravado
      *a cada mudanca com a data e o operador.
      *-----------------------------------------------------------------
       GRAVAR-OPCAO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
               OPEN I-O ARQUIVO-ADT-OPCAO
               IF WS-STATUS-ARQUIVO-ADTOPCAO = '35'
      *Primeira inclusao cria o arquivo.
                   OPEN OUTPUT ARQUIVO-ADT-OPCAO
                   CLOSE ARQUIVO-ADT-OPCAO
                   OPEN I-O ARQUIVO-ADT-OPCAO
               END-IF
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO ADTOPCAO-CODIGO-FUNC
               MOVE WS-RECEBE-PEDIDO TO ADTOPCAO-RECEBE
               MOVE WS-DATA-HOJE TO ADTOPCAO-DATA
               MOVE WS-OPERADOR TO ADTOPCAO-OPERADOR
               WRITE ADTOPCAO-REGISTRO
                   INVALID KEY
                       REWRITE ADTOPCAO-REGISTRO
                       END-REWRITE
               END-WRITE
               CLOSE ARQUIVO-ADT-OPCAO
               IF WS-RECEBE-PEDIDO = 'N'
                   DISPLAY 'FUNCIONARIO FORA DOS PROXIMOS'
                           ' ADIANTAMENTOS.'
               ELSE
                   DISPLAY 'FUNCIONARIO VOLTA A RECEBER O'
                           ' ADIANTAMENTO.'
               END-IF
           END-IF.

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
               END-IF
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *CONSULTA - opcao atual e historico de adiantamentos do
      *funcionario, um periodo por linha.
      *-----------------------------------------------------------------
       CONSULTAR-ADIANTAMENTOS.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           OPEN INPUT ARQUIVO-ADT-OPCAO.
           IF WS-STATUS-ARQUIVO-ADTOPCAO = '00'
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO ADTOPCAO-CODIGO-FUNC
               READ ARQUIVO-ADT-OPCAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADTOPCAO-RECEBE = 'N'
                           DISPLAY 'ABRIU MAO DO ADIANTAMENTO EM '
                                   ADTOPCAO-DATA ' (OPERADOR '
                                   ADTOPCAO-OPERADOR ')'
                       END-IF
               END-READ
               CLOSE ARQUIVO-ADT-OPCAO
           END-IF.
           OPEN INPUT ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO NOT = '00'
               DISPLAY 'NENHUM ADIANTAMENTO GERADO AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-ADIANTAMENTOS
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO ADIANTAMENTO-CODIGO-FUNC
               MOVE ZEROS TO ADIANTAMENTO-PERIODO
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-ADIANTAMENTO
                       KEY IS NOT LESS THAN ADIANTAMENTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM EXIBE-UM-ADIANTAMENTO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         ADIANTAMENTO-CODIGO-FUNC NOT =
                             CODIGO-FUNCIONARIO-PROCURAR
               CLOSE ARQUIVO-ADIANTAMENTO
               IF WS-TOTAL-ADIANTAMENTOS = ZEROS
                   DISPLAY 'NENHUM ADIANTAMENTO PARA O FUNCIONARIO.'
               END-IF
           END-IF.

       EXIBE-UM-ADIANTAMENTO.
           ADD 1 TO WS-TOTAL-ADIANTAMENTOS.
           MOVE ADIANTAMENTO-VALOR TO WS-VALOR-EXIBE.
           MOVE ADIANTAMENTO-SALARIO-BASE TO WS-SALARIO-EXIBE.
           IF ADIANTAMENTO-SITUACAO = 'G'
               MOVE 'GERADO' TO WS-SITUACAO-EXIBE.
           IF ADIANTAMENTO-SITUACAO = 'R'
               MOVE 'REMETIDO' TO WS-SITUACAO-EXIBE.
           IF ADIANTAMENTO-SITUACAO = 'D'
               MOVE 'DESCONTADO' TO WS-SITUACAO-EXIBE.
           DISPLAY ADIANTAMENTO-PERIODO ' SALARIO ' WS-SALARIO-EXIBE
                   ' ' ADIANTAMENTO-PERCENTUAL '% = '
                   WS-VALOR-EXIBE ' ' WS-SITUACAO-EXIBE.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *RODADA AVULSA - a mesma do lote (frequencia Q do PROG54), para
      *o dia 15 em que o lote nao rodou.
      *-----------------------------------------------------------------
       RODAR-ADIANTAMENTO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'RODADA DO ADIANTAMENTO RESTRITA A SUPERVISOR.'
           ELSE
               DISPLAY 'CONFIRMA A RODADA DO ADIANTAMENTO DE HOJE?'
                       ' (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   CALL 'PROG142'
                   MOVE ZEROS TO RETURN-CODE
               ELSE
                   DISPLAY 'RODADA NAO EXECUTADA.'
               END-IF
           END-IF.
