      *arquivo de retorno do banco (retorno_banco.txt) apontando os
      *creditos rejeitados em creditos_rejeitados.txt para reemissao
      *- no lugar da digitacao credito a credito no portal do banco.
      *A remessa leva tambem o credito dos beneficiarios de pensao
      *alimenticia (PROG140) descontados no extrato do periodo.
      *A remessa do adiantamento quinzenal (PROG142) sai no mesmo
      *layout, em remessa_adiantamento.txt, com os adiantamentos
      *gerados do periodo em adiantamentos.dat.
      *O retorno do banco devolve o tipo do credito e a sequencia da
      *ordem de pensao de cada linha da remessa: credito de pensao
      *rejeitado volta o desconto para enviado (E) e adiantamento
      *rejeitado volta para gerado (G), para sair de novo na proxima
      *remessa.
      *Chamado pelo menu do PROG40.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY 'SELBANCO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELPENSAO.cob'.
           COPY 'SELDESCPENSAO.cob'.
           COPY 'SELADIANTAMENTO.cob'.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
      *PROG50.

           SELECT ARQUIVO-REMESSA
           ASSIGN TO WS-NOME-ARQ-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL.
      *remessa_salarios.txt para o liquido do mes,
      *remessa_adiantamento.txt para o adiantamento quinzenal.

           SELECT ARQUIVO-RETORNO-BANCO
           ASSIGN TO 'retorno_banco.txt'
       FILE SECTION.
           COPY 'FDBANCO.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDPENSAO.cob'.
           COPY 'FDDESCPENSAO.cob'.
           COPY 'FDADIANTAMENTO.cob'.

       FD  ARQUIVO-RESULTADO.
       01  RESULTADO-LINHA.
           05 REM-DET-TIPO-CONTA PIC X(1).
           05 REM-DET-VALOR PIC 9(11)V99.
           05 REM-DET-NOME PIC X(20).
           05 REM-DET-TIPO-CREDITO PIC X(1).
      *Branco = salario do funcionario; P = pensao alimenticia (a
      *conta e o nome sao os do beneficiario); Q = adiantamento
      *quinzenal.
           05 REM-DET-SEQUENCIA PIC 9(2).
      *Sequencia da ordem de pensao (DESCPENSAO-SEQUENCIA) no
      *credito P; zeros nos demais.
           05 FILLER PIC X(01).
       01  REMESSA-RODAPE REDEFINES REMESSA-LINHA.
           05 REM-ROD-TIPO PIC X(1).
      *Sempre 'T'.
           05 RET-BCO-STATUS PIC X(2).
      *OK = creditado, RJ = rejeitado pelo banco.
           05 RET-BCO-MENSAGEM PIC X(40).
           05 RET-BCO-TIPO-CREDITO PIC X(1).
           05 RET-BCO-SEQUENCIA PIC 9(2).
      *Devolvidos pelo banco como vieram na remessa
      *(REM-DET-TIPO-CREDITO e REM-DET-SEQUENCIA).

       FD  ARQUIVO-REJEITADOS.
       01  REJEITADO-LINHA.
           05 REJ-CODIGO PIC 9(6).
           05 REJ-PERIODO PIC 9(6).
           05 REJ-MENSAGEM PIC X(40).
           05 REJ-TIPO-CREDITO PIC X(1).
      *Branco = salario, P = pensao, Q = adiantamento.
           05 REJ-SEQUENCIA PIC 9(2).
      *Ordem de pensao do beneficiario no credito P.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(1) VALUE ZERO.
       77  WS-SOMA-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-OK PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-PENSAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DESCPENSAO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-PENSAO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-DESCPENSAO PIC X VALUE 'N'.
       77  WS-TOTAL-CREDITOS-PENSAO PIC 9(6) VALUE ZEROS.
       77  WS-NOME-ARQ-REMESSA PIC X(30) VALUE SPACES.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  WS-TOTAL-JA-REMETIDOS PIC 9(6) VALUE ZEROS.
       77  WS-TEM-ARQ-DESCPENSAO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-ADIANTAMENTO PIC X VALUE 'N'.
       77  WS-TOTAL-DEVOLVIDOS PIC 9(6) VALUE ZEROS.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
           DISPLAY '2. CONSULTAR DADOS BANCARIOS'.
           DISPLAY '3. GERAR REMESSA DE UM PERIODO'.
           DISPLAY '4. BAIXAR RETORNO DO BANCO'.
           DISPLAY '5. GERAR REMESSA DO ADIANTAMENTO QUINZENAL'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM GERAR-REMESSA.
           IF WS-OPCAO = 4
               PERFORM BAIXAR-RETORNO.
           IF WS-OPCAO = 5
               PERFORM GERAR-REMESSA-ADIANTAMENTO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 5 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       GRAVAR-DADOS-BANCARIOS.
               CLOSE ARQUIVO-RESULTADO
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'remessa_salarios.txt' TO WS-NOME-ARQ-REMESSA.
           OPEN OUTPUT ARQUIVO-REMESSA.
      *Descontos de pensao do periodo: so com as ordens e o registro
      *dos descontos criados (extrato do PROG42).
           MOVE 'N' TO WS-TEM-ARQ-PENSAO.
           OPEN INPUT ARQUIVO-PENSAO.
           IF WS-STATUS-ARQUIVO-PENSAO = '00'
               OPEN I-O ARQUIVO-DESC-PENSAO
               IF WS-STATUS-ARQUIVO-DESCPENSAO = '00'
                   MOVE 'S' TO WS-TEM-ARQ-PENSAO
               ELSE
                   CLOSE ARQUIVO-PENSAO
               END-IF
           END-IF.

           MOVE ZEROS TO WS-TOTAL-CREDITOS.
           MOVE ZEROS TO WS-TOTAL-CREDITOS-PENSAO.
           MOVE ZEROS TO WS-TOTAL-SEM-BANCO.
           MOVE ZEROS TO WS-SOMA-CREDITOS.

                       IF RESULTADO-PERIODO = WS-PERIODO-PEDIDO
                               AND RESULTADO-STATUS = 'OK'
                           PERFORM GRAVA-UM-CREDITO
                           IF WS-TEM-ARQ-PENSAO = 'S'
                               PERFORM GRAVA-CREDITOS-PENSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BANCO.
           CLOSE ARQUIVO-RESULTADO.
           IF WS-TEM-ARQ-PENSAO = 'S'
               CLOSE ARQUIVO-PENSAO
               CLOSE ARQUIVO-DESC-PENSAO.

           DISPLAY 'CREDITOS NA REMESSA: ' WS-TOTAL-CREDITOS.
           DISPLAY '  DOS QUAIS PENSAO ALIMENTICIA: '
                   WS-TOTAL-CREDITOS-PENSAO.
           DISPLAY 'SEM DADOS BANCARIOS (FORA DA REMESSA): '
                   WS-TOTAL-SEM-BANCO.

                   MOVE BANCO-TIPO-CONTA TO REM-DET-TIPO-CONTA
                   MOVE RESULTADO-LIQUIDO TO REM-DET-VALOR
                   MOVE FUNCIONARIO-NOME TO REM-DET-NOME
                   MOVE ZEROS TO REM-DET-SEQUENCIA
                   WRITE REMESSA-LINHA
                   ADD 1 TO WS-TOTAL-CREDITOS
                   ADD RESULTADO-LIQUIDO TO WS-SOMA-CREDITOS
           END-READ.

       GRAVA-CREDITOS-PENSAO.
      *Funcionario com retorno OK teve os descontos de pensao do
      *periodo feitos pelo bureau: um credito por ordem, na conta do
      *beneficiario, mesmo sem dados bancarios do funcionario. O
      *desconto fica marcado como creditado (C).
           MOVE RESULTADO-CODIGO TO DESCPENSAO-CODIGO-FUNC.
           MOVE ZEROS TO DESCPENSAO-SEQUENCIA.
           MOVE ZEROS TO DESCPENSAO-PERIODO.
           MOVE 'N' TO FINAL-ARQUIVO-DESCPENSAO.
           START ARQUIVO-DESC-PENSAO
                   KEY IS NOT LESS THAN DESCPENSAO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO.
           IF FINAL-ARQUIVO-DESCPENSAO = 'N'
               READ ARQUIVO-DESC-PENSAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO
               END-READ.
           PERFORM GRAVA-UM-CREDITO-PENSAO
               UNTIL FINAL-ARQUIVO-DESCPENSAO = 'S' OR
                     DESCPENSAO-CODIGO-FUNC NOT = RESULTADO-CODIGO.

       GRAVA-UM-CREDITO-PENSAO.
           IF DESCPENSAO-PERIODO = WS-PERIODO-PEDIDO
               MOVE DESCPENSAO-CODIGO-FUNC TO PENSAO-CODIGO-FUNC
               MOVE DESCPENSAO-SEQUENCIA TO PENSAO-SEQUENCIA
               READ ARQUIVO-PENSAO RECORD
                   INVALID KEY
                       DISPLAY 'ORDEM DE PENSAO NAO ENCONTRADA: '
                               DESCPENSAO-CODIGO-FUNC '/'
                               DESCPENSAO-SEQUENCIA
                   NOT INVALID KEY
                       MOVE SPACES TO REMESSA-LINHA
                       MOVE DESCPENSAO-CODIGO-FUNC TO REM-DET-CODIGO
                       MOVE PENSAO-BANCO-NUMERO TO REM-DET-BANCO
                       MOVE PENSAO-BANCO-AGENCIA TO REM-DET-AGENCIA
                       MOVE PENSAO-BANCO-CONTA TO REM-DET-CONTA
                       MOVE PENSAO-BANCO-DIGITO TO REM-DET-DIGITO
                       MOVE PENSAO-BANCO-TIPO-CONTA
                           TO REM-DET-TIPO-CONTA
                       MOVE DESCPENSAO-VALOR TO REM-DET-VALOR
                       MOVE PENSAO-BENEF-NOME TO REM-DET-NOME
                       MOVE 'P' TO REM-DET-TIPO-CREDITO
                       MOVE DESCPENSAO-SEQUENCIA TO REM-DET-SEQUENCIA
                       WRITE REMESSA-LINHA
                       ADD 1 TO WS-TOTAL-CREDITOS
                       ADD 1 TO WS-TOTAL-CREDITOS-PENSAO
                       ADD DESCPENSAO-VALOR TO WS-SOMA-CREDITOS
                       MOVE 'C' TO DESCPENSAO-SITUACAO
                       MOVE WS-DATA-HOJE TO DESCPENSAO-DATA-REMESSA
                       REWRITE DESCPENSAO-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO MARCAR O CREDITO DA'
                                       ' PENSAO '
                                       DESCPENSAO-CODIGO-FUNC
                       END-REWRITE
               END-READ
           END-IF.
           READ ARQUIVO-DESC-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO.

      *-----------------------------------------------------------------
      *REMESSA DO ADIANTAMENTO - um credito por adiantamento gerado
      *(G) do periodo, na conta do funcionario; o adiantamento fica
      *marcado como remetido (R) e nao volta numa nova remessa.
      *-----------------------------------------------------------------
       GERAR-REMESSA-ADIANTAMENTO.
           DISPLAY 'PERIODO DO ADIANTAMENTO (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO NOT = '00'
               DISPLAY 'adiantamentos.dat AUSENTE (RODE O PROG142).'
               GOBACK.
           OPEN INPUT ARQUIVO-BANCO.
           IF WS-STATUS-ARQUIVO-BANCO NOT = '00'
               DISPLAY 'SEM DADOS BANCARIOS CADASTRADOS; NADA A'
                       ' REMETER.'
               CLOSE ARQUIVO-ADIANTAMENTO
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 'remessa_adiantamento.txt' TO WS-NOME-ARQ-REMESSA.
           OPEN OUTPUT ARQUIVO-REMESSA.

           MOVE ZEROS TO WS-TOTAL-CREDITOS.
           MOVE ZEROS TO WS-TOTAL-SEM-BANCO.
           MOVE ZEROS TO WS-TOTAL-JA-REMETIDOS.
           MOVE ZEROS TO WS-SOMA-CREDITOS.

           MOVE SPACES TO REMESSA-LINHA.
           MOVE 'H' TO REM-CAB-TIPO.
           MOVE WS-PERIODO-PEDIDO TO REM-CAB-PERIODO.
           MOVE WS-DATA-HOJE TO REM-CAB-DATA.
           WRITE REMESSA-LINHA.

           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM TRATA-UM-ADIANTAMENTO
               UNTIL FINAL-ARQUIVO = 'S'.

           MOVE SPACES TO REMESSA-LINHA.
           MOVE 'T' TO REM-ROD-TIPO.
           MOVE WS-TOTAL-CREDITOS TO REM-ROD-QTD.
           MOVE WS-SOMA-CREDITOS TO REM-ROD-TOTAL.
           WRITE REMESSA-LINHA.

           CLOSE ARQUIVO-REMESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BANCO.
           CLOSE ARQUIVO-ADIANTAMENTO.

           DISPLAY 'CREDITOS NA REMESSA DO ADIANTAMENTO: '
                   WS-TOTAL-CREDITOS.
           DISPLAY 'JA REMETIDOS ANTES (FORA DESTA REMESSA): '
                   WS-TOTAL-JA-REMETIDOS.
           DISPLAY 'SEM DADOS BANCARIOS (FORA DA REMESSA): '
                   WS-TOTAL-SEM-BANCO.
           DISPLAY 'REMESSA EM remessa_adiantamento.txt.'.

       TRATA-UM-ADIANTAMENTO.
           IF ADIANTAMENTO-PERIODO = WS-PERIODO-PEDIDO
               IF ADIANTAMENTO-SITUACAO = 'G'
                   PERFORM GRAVA-CREDITO-ADIANTAMENTO
               ELSE
                   ADD 1 TO WS-TOTAL-JA-REMETIDOS
               END-IF
           END-IF.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GRAVA-CREDITO-ADIANTAMENTO.
           MOVE ADIANTAMENTO-CODIGO-FUNC TO BANCO-CODIGO-FUNC.
           READ ARQUIVO-BANCO RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-BANCO
                   DISPLAY 'SEM DADOS BANCARIOS: '
                           ADIANTAMENTO-CODIGO-FUNC
               NOT INVALID KEY
                   MOVE ADIANTAMENTO-CODIGO-FUNC TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO RECORD
                       INVALID KEY
                           MOVE SPACES TO FUNCIONARIO-NOME
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE SPACES TO REMESSA-LINHA
                   MOVE ADIANTAMENTO-CODIGO-FUNC TO REM-DET-CODIGO
                   MOVE BANCO-NUMERO TO REM-DET-BANCO
                   MOVE BANCO-AGENCIA TO REM-DET-AGENCIA
                   MOVE BANCO-CONTA TO REM-DET-CONTA
                   MOVE BANCO-DIGITO TO REM-DET-DIGITO
                   MOVE BANCO-TIPO-CONTA TO REM-DET-TIPO-CONTA
                   MOVE ADIANTAMENTO-VALOR TO REM-DET-VALOR
                   MOVE FUNCIONARIO-NOME TO REM-DET-NOME
                   MOVE 'Q' TO REM-DET-TIPO-CREDITO
                   MOVE ZEROS TO REM-DET-SEQUENCIA
                   WRITE REMESSA-LINHA
                   ADD 1 TO WS-TOTAL-CREDITOS
                   ADD ADIANTAMENTO-VALOR TO WS-SOMA-CREDITOS
                   MOVE 'R' TO ADIANTAMENTO-SITUACAO
                   MOVE WS-DATA-HOJE TO ADIANTAMENTO-DATA-REMESSA
                   REWRITE ADIANTAMENTO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO MARCAR O ADIANTAMENTO DE '
                                   ADIANTAMENTO-CODIGO-FUNC
                                   ' COMO REMETIDO.'
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      *RETORNO DO BANCO - creditos rejeitados vao para o arquivo de
      *reemissao, que alimenta a proxima remessa manualmente; os de
      *pensao e de adiantamento voltam a situacao de antes da
      *remessa.
      *-----------------------------------------------------------------
       BAIXAR-RETORNO.
           DISPLAY 'PERIODO DO RETORNO (AAAAMM): '.
               DISPLAY 'retorno_banco.txt NAO ENCONTRADO.'
               GOBACK.
           OPEN OUTPUT ARQUIVO-REJEITADOS.
           MOVE 'N' TO WS-TEM-ARQ-DESCPENSAO.
           OPEN I-O ARQUIVO-DESC-PENSAO.
           IF WS-STATUS-ARQUIVO-DESCPENSAO = '00'
               MOVE 'S' TO WS-TEM-ARQ-DESCPENSAO.
           MOVE 'N' TO WS-TEM-ARQ-ADIANTAMENTO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-ADIANTAMENTO.
           MOVE ZEROS TO WS-TOTAL-OK.
           MOVE ZEROS TO WS-TOTAL-REJEITADOS.
           MOVE ZEROS TO WS-TOTAL-DEVOLVIDOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM UNTIL FINAL-ARQUIVO = 'S'
               READ ARQUIVO-RETORNO-BANCO
                           MOVE RET-BCO-CODIGO TO REJ-CODIGO
                           MOVE WS-PERIODO-PEDIDO TO REJ-PERIODO
                           MOVE RET-BCO-MENSAGEM TO REJ-MENSAGEM
                           MOVE RET-BCO-TIPO-CREDITO
                               TO REJ-TIPO-CREDITO
                           MOVE ZEROS TO REJ-SEQUENCIA
                           IF RET-BCO-SEQUENCIA IS NUMERIC
                               MOVE RET-BCO-SEQUENCIA TO REJ-SEQUENCIA
                           END-IF
                           WRITE REJEITADO-LINHA
                           DISPLAY 'CREDITO REJEITADO: '
                                   RET-BCO-CODIGO ' '
                                   RET-BCO-TIPO-CREDITO ' '
                                   RET-BCO-MENSAGEM
                           PERFORM DEVOLVE-CREDITO-REJEITADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-REJEITADOS.
           CLOSE ARQUIVO-RETORNO-BANCO.
           IF WS-TEM-ARQ-DESCPENSAO = 'S'
               CLOSE ARQUIVO-DESC-PENSAO.
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               CLOSE ARQUIVO-ADIANTAMENTO.
           DISPLAY 'CREDITOS CONFIRMADOS: ' WS-TOTAL-OK.
           DISPLAY 'CREDITOS REJEITADOS (REEMITIR): '
                   WS-TOTAL-REJEITADOS.
           DISPLAY '  PENSAO/ADIANTAMENTO DEVOLVIDOS PARA A PROXIMA'
                   ' REMESSA: ' WS-TOTAL-DEVOLVIDOS.
           DISPLAY 'LISTA DE REEMISSAO EM'
                   ' creditos_rejeitados.txt.'.

       DEVOLVE-CREDITO-REJEITADO.
      *Pensao: o desconto do periodo volta para E (enviado, ainda
      *nao creditado). Adiantamento: volta para G e sai de novo na
      *remessa do adiantamento; se ja foi descontado no extrato (D)
      *o RH e avisado para acertar a mao. Salario (branco) fica so
      *na lista de reemissao.
           IF RET-BCO-TIPO-CREDITO = 'P'
               IF WS-TEM-ARQ-DESCPENSAO = 'S' AND
                       REJ-SEQUENCIA > ZEROS
                   MOVE RET-BCO-CODIGO TO DESCPENSAO-CODIGO-FUNC
                   MOVE REJ-SEQUENCIA TO DESCPENSAO-SEQUENCIA
                   MOVE WS-PERIODO-PEDIDO TO DESCPENSAO-PERIODO
                   READ ARQUIVO-DESC-PENSAO RECORD
                       INVALID KEY
                           DISPLAY 'DESCONTO DE PENSAO NAO ENCONTRADO: '
                                   RET-BCO-CODIGO '/' REJ-SEQUENCIA
                       NOT INVALID KEY
                           IF DESCPENSAO-SITUACAO = 'C'
                               MOVE 'E' TO DESCPENSAO-SITUACAO
                               MOVE ZEROS TO DESCPENSAO-DATA-REMESSA
                               REWRITE DESCPENSAO-REGISTRO
                                   INVALID KEY
                                   DISPLAY 'ERRO AO DEVOLVER A PENSAO '
                                           RET-BCO-CODIGO
                                   NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                               END-REWRITE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY 'PENSAO SEM SEQUENCIA NO RETORNO: '
                           RET-BCO-CODIGO ' - ACERTAR A MAO.'
               END-IF
           END-IF.
           IF RET-BCO-TIPO-CREDITO = 'Q' AND
                   WS-TEM-ARQ-ADIANTAMENTO = 'S'
               MOVE RET-BCO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC
               MOVE WS-PERIODO-PEDIDO TO ADIANTAMENTO-PERIODO
               READ ARQUIVO-ADIANTAMENTO RECORD
                   INVALID KEY
                       DISPLAY 'ADIANTAMENTO NAO ENCONTRADO: '
                               RET-BCO-CODIGO
                   NOT INVALID KEY
                       IF ADIANTAMENTO-SITUACAO = 'R'
                           MOVE 'G' TO ADIANTAMENTO-SITUACAO
                           MOVE ZEROS TO ADIANTAMENTO-DATA-REMESSA
                           REWRITE ADIANTAMENTO-REGISTRO
                               INVALID KEY
                               DISPLAY 'ERRO AO DEVOLVER O'
                                       ' ADIANTAMENTO ' RET-BCO-CODIGO
                               NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-DEVOLVIDOS
                           END-REWRITE
                       ELSE
                           IF ADIANTAMENTO-SITUACAO = 'D'
                               DISPLAY 'ADIANTAMENTO REJEITADO JA'
                                       ' DESCONTADO NO EXTRATO: '
                                       RET-BCO-CODIGO
                                       ' - ACERTAR A MAO.'
                           END-IF
                       END-IF
               END-READ
           END-IF.
