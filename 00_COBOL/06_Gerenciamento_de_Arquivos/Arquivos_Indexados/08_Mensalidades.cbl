      * imprime o recibo pelo spool central (PROG71); o relatorio de
      * inadimplencia lista as cobrancas em aberto por aluno e turma
      * com a idade em meses - o fim do carne de papel.
      * Bolsas e descontos (desconto.dat, aprovados por supervisor:
      * tipo, percentual ou valor fixo, vigencia) entram na geracao:
      * a cobranca guarda o valor liquido e cada desconto aplicado
      * fica em descontos_aplicados.dat, de onde saem o bruto e o
      * desconto do recibo e o relatorio mensal de descontos por
      * tipo e por turma.
      * Os boletos bancarios e a baixa automatica pelo retorno do
      * banco ficam no 14_Boletos; a baixa aqui e a do balcao.
      * Aluno com responsavel financeiro cadastrado recebe o recibo
      * em nome do responsavel.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_MENSALIDADE.cbl'.
           COPY 'SL_DESCONTO.cbl'.
           COPY 'SL_DESCAPL.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_MENSALIDADE.cbl'.
           COPY 'FD_DESCONTO.cbl'.
           COPY 'FD_DESCAPL.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-DEST-NOME                PIC X(25) VALUE SPACES.
       77  WS-DEST-CPF                 PIC X(11) VALUE SPACES.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'RECIBO-MENSALIDADE'.
       77  WS-STATUS-DESCONTO          PIC X(02) VALUE '00'.
       77  WS-STATUS-DESCAPL           PIC X(02) VALUE '00'.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR           PIC 9(1) VALUE ZERO.
       77  WS-TEM-DESCONTOS            PIC X VALUE 'N'.
       77  WS-TEM-DESCAPL              PIC X VALUE 'N'.
       77  WS-FIM-DESCONTOS            PIC X VALUE 'N'.
       77  WS-ALUNO-PEDIDO             PIC 9(5) VALUE ZEROS.
       77  WS-DADOS-OK                 PIC X VALUE 'S'.
       77  WS-TIPO-PEDIDO              PIC X VALUE SPACE.
       77  WS-FORMA-PEDIDA             PIC X VALUE SPACE.
       77  WS-PERCENTUAL-PEDIDO        PIC 9(3)V99 VALUE ZEROS.
       77  WS-VALOR-PEDIDO             PIC 9(5)V99 VALUE ZEROS.
       77  WS-INICIO-PEDIDO            PIC 9(6) VALUE ZEROS.
       77  WS-FIM-PEDIDO               PIC 9(6) VALUE ZEROS.
       77  WS-TURMA-DO-DESCONTO        PIC 9(4) VALUE ZEROS.
       77  WS-VALOR-BRUTO              PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR-DESCONTO           PIC 9(5)V99 VALUE ZEROS.
       77  WS-DESCONTO-TOTAL           PIC 9(5)V99 VALUE ZEROS.
       77  WS-IND                      PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU                    PIC X VALUE 'N'.
       77  WS-TIPO-EXIBE               PIC X(20) VALUE SPACES.
       77  WS-PERCENTUAL-EXIBE         PIC ZZ9,99.
       77  WS-TOTAL-DESCONTOS          PIC 9(9)V99 VALUE ZEROS.
       77  WS-QTD-DESCONTOS            PIC 9(5) VALUE ZEROS.
       77  WS-QTD-EXIBE                PIC ZZZZ9.
       01  WS-DESCONTOS-DA-COBRANCA.
      *Descontos aplicados na cobranca em geracao, gravados em
      *descontos_aplicados.dat so depois da cobranca.
           05 WS-QTD-APLICADOS         PIC 9(1) VALUE ZERO.
           05 WS-APLICADO-LINHA OCCURS 3 TIMES.
              10 WS-APL-TIPO           PIC X(1).
              10 WS-APL-VALOR          PIC 9(5)V99.
       01  WS-TOTAIS-POR-TIPO.
      *Relatorio mensal: B, I e A, nesta ordem.
           05 WS-TIPO-LINHA OCCURS 3 TIMES.
              10 WS-TPT-QTD            PIC 9(5).
              10 WS-TPT-VALOR          PIC 9(9)V99.
       01  WS-TOTAIS-POR-TURMA.
           05 WS-QTD-TURMAS-REL        PIC 9(3) VALUE ZEROS.
           05 WS-TURMA-REL-LINHA OCCURS 200 TIMES.
              10 WS-TTR-TURMA          PIC 9(4).
              10 WS-TTR-QTD            PIC 9(5).
              10 WS-TTR-VALOR          PIC 9(9)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM CONFERE-VERSAO-ALUNO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
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
           COMPUTE WS-COMPETENCIA-ATUAL = WS-DATA-HOJE / 100.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'MENSALIDADES'.
           DISPLAY '1. GERAR COBRANCAS DE UMA TURMA'.
           DISPLAY '2. BAIXAR PAGAMENTO (COM RECIBO)'.
           DISPLAY '3. RELATORIO DE INADIMPLENCIA'.
           DISPLAY '4. CADASTRAR DESCONTO (SUPERVISOR)'.
           DISPLAY '5. DESCONTOS DE UM ALUNO'.
           DISPLAY '6. RELATORIO MENSAL DE DESCONTOS'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM BAIXAR-PAGAMENTO.
           IF WS-OPCAO = 3
               PERFORM RELATORIO-INADIMPLENCIA.
           IF WS-OPCAO = 4
               PERFORM CADASTRAR-DESCONTO.
           IF WS-OPCAO = 5
               PERFORM LISTAR-DESCONTOS-DO-ALUNO.
           IF WS-OPCAO = 6
               PERFORM RELATORIO-DESCONTOS.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      * GERACAO - uma cobranca por matriculado da turma na
      * competencia pedida; reexecucao nao duplica (chave). Os
      * descontos vigentes do aluno na competencia saem do valor.
      *-----------------------------------------------------------------
       GERAR-COBRANCAS.
           DISPLAY 'TURMA-ID (1-9999): '.
               CLOSE MENSALIDADE
               GOBACK.

           MOVE 'N' TO WS-TEM-DESCONTOS.
           OPEN INPUT DESCONTO.
           IF WS-STATUS-DESCONTO = '00'
               MOVE 'S' TO WS-TEM-DESCONTOS.
           OPEN I-O DESCAPL.
           IF WS-STATUS-DESCAPL = '35'
               OPEN OUTPUT DESCAPL
               CLOSE DESCAPL
               OPEN I-O DESCAPL.

           MOVE ZEROS TO WS-TOTAL-GERADAS.
           MOVE WS-TURMA-PEDIDA TO MATRICULA-TURMA-ID.
           MOVE ZEROS TO MATRICULA-STUDENT-ID.

           CLOSE MATRICULA.
           CLOSE MENSALIDADE.
           CLOSE DESCAPL.
           IF WS-TEM-DESCONTOS = 'S'
               CLOSE DESCONTO.
           DISPLAY 'COBRANCAS GERADAS: ' WS-TOTAL-GERADAS.

       GERA-UMA-COBRANCA.
           MOVE WS-TURMA-PEDIDA TO MENSALIDADE-TURMA-ID.
           MOVE MATRICULA-STUDENT-ID TO MENSALIDADE-STUDENT-ID.
           MOVE WS-COMPETENCIA TO MENSALIDADE-COMPETENCIA.
           MOVE TURMA-MENSALIDADE TO WS-VALOR-BRUTO.
           MOVE ZEROS TO WS-DESCONTO-TOTAL.
           MOVE ZERO TO WS-QTD-APLICADOS.
           IF WS-TEM-DESCONTOS = 'S'
               PERFORM APLICA-DESCONTOS-DO-ALUNO.
           COMPUTE MENSALIDADE-VALOR =
               WS-VALOR-BRUTO - WS-DESCONTO-TOTAL.
           MOVE 'N' TO MENSALIDADE-PAGA.
           MOVE ZEROS TO MENSALIDADE-DATA-PAGTO.
           WRITE MENSALIDADE-FILE
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GERADAS
                   PERFORM GRAVA-DESCONTO-APLICADO
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-APLICADOS
           END-WRITE.
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       APLICA-DESCONTOS-DO-ALUNO.
      *Descontos do aluno em ordem de tipo; percentual sobre o
      *bruto, valor fixo como esta. A soma nunca passa do bruto.
           MOVE MATRICULA-STUDENT-ID TO DESCONTO-STUDENT-ID.
           MOVE LOW-VALUES TO DESCONTO-TIPO.
           MOVE 'N' TO WS-FIM-DESCONTOS.
           START DESCONTO KEY IS NOT LESS THAN DESCONTO-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-DESCONTOS.
           IF WS-FIM-DESCONTOS = 'N'
               READ DESCONTO NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-DESCONTOS
               END-READ.
           PERFORM APLICA-UM-DESCONTO
               UNTIL WS-FIM-DESCONTOS = 'S' OR
                     DESCONTO-STUDENT-ID NOT = MATRICULA-STUDENT-ID.

       APLICA-UM-DESCONTO.
           IF WS-COMPETENCIA NOT < DESCONTO-INICIO AND
                   WS-COMPETENCIA NOT > DESCONTO-FIM AND
                   (DESCONTO-TURMA-ID = ZEROS OR
                    DESCONTO-TURMA-ID = WS-TURMA-PEDIDA) AND
                   WS-QTD-APLICADOS < 3
               IF DESCONTO-FORMA = 'P'
                   COMPUTE WS-VALOR-DESCONTO ROUNDED =
                       WS-VALOR-BRUTO * DESCONTO-PERCENTUAL / 100
               ELSE
                   MOVE DESCONTO-VALOR TO WS-VALOR-DESCONTO
               END-IF
               IF WS-DESCONTO-TOTAL + WS-VALOR-DESCONTO >
                       WS-VALOR-BRUTO
                   COMPUTE WS-VALOR-DESCONTO =
                       WS-VALOR-BRUTO - WS-DESCONTO-TOTAL
               END-IF
               IF WS-VALOR-DESCONTO > ZEROS
                   ADD WS-VALOR-DESCONTO TO WS-DESCONTO-TOTAL
                   ADD 1 TO WS-QTD-APLICADOS
                   MOVE DESCONTO-TIPO
                       TO WS-APL-TIPO (WS-QTD-APLICADOS)
                   MOVE WS-VALOR-DESCONTO
                       TO WS-APL-VALOR (WS-QTD-APLICADOS)
               END-IF
           END-IF.
           READ DESCONTO NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-DESCONTOS.

       GRAVA-DESCONTO-APLICADO.
           MOVE MENSALIDADE-TURMA-ID TO DESCAPL-TURMA-ID.
           MOVE MENSALIDADE-STUDENT-ID TO DESCAPL-STUDENT-ID.
           MOVE MENSALIDADE-COMPETENCIA TO DESCAPL-COMPETENCIA.
           MOVE WS-APL-TIPO (WS-IND) TO DESCAPL-TIPO.
           MOVE WS-VALOR-BRUTO TO DESCAPL-VALOR-BRUTO.
           MOVE WS-APL-VALOR (WS-IND) TO DESCAPL-VALOR.
           WRITE DESCAPL-FILE
               INVALID KEY
      *Sobra de uma geracao anterior apagada: regrava.
                   REWRITE DESCAPL-FILE
                   END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------------
      * BAIXA - marca a cobranca como paga e imprime o recibo.
      *-----------------------------------------------------------------
           CLOSE MENSALIDADE.

       IMPRIME-RECIBO.
      *Bruto e descontos vem de descontos_aplicados.dat; cobranca
      *sem desconto tem o bruto igual ao valor pago.
           MOVE 'RECIBO-MENSALIDADE' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'RECIBO DE MENSALIDADE - COMPETENCIA '
                  MENSALIDADE-COMPETENCIA
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ALUNO ' MENSALIDADE-STUDENT-ID
                  '  TURMA ' MENSALIDADE-TURMA-ID
                  '  PAGO EM ' MENSALIDADE-DATA-PAGTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT STUDENT.
           MOVE MENSALIDADE-STUDENT-ID TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
                   MOVE SPACES TO STUDENT-FILE
                   MOVE '(SEM CADASTRO)' TO STUDENT-NAME
                   MOVE ZEROS TO STUDENT-CEP
           END-READ.
           CLOSE STUDENT.
           PERFORM MONTA-DESTINATARIO.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'RECEBEMOS DE ' WS-DEST-NOME ' CPF ' WS-DEST-CPF
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING STUDENT-ENDERECO ' ' STUDENT-CIDADE ' '
                  STUDENT-UF ' CEP ' STUDENT-CEP
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ZERO TO WS-QTD-APLICADOS.
           MOVE MENSALIDADE-VALOR TO WS-VALOR-BRUTO.
           PERFORM CARREGA-DESCONTOS-DA-COBRANCA.
           MOVE WS-VALOR-BRUTO TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'VALOR BRUTO                 ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-DESCONTO-DO-RECIBO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-APLICADOS.
           MOVE MENSALIDADE-VALOR TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'VALOR PAGO                  ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'PAGAMENTO BAIXADO; RECIBO NO SPOOL (PROG72).'.

       CARREGA-DESCONTOS-DA-COBRANCA.
           OPEN INPUT DESCAPL.
           IF WS-STATUS-DESCAPL = '00'
               MOVE MENSALIDADE-TURMA-ID TO DESCAPL-TURMA-ID
               MOVE MENSALIDADE-STUDENT-ID TO DESCAPL-STUDENT-ID
               MOVE MENSALIDADE-COMPETENCIA TO DESCAPL-COMPETENCIA
               MOVE LOW-VALUES TO DESCAPL-TIPO
               MOVE 'N' TO WS-FIM-DESCONTOS
               START DESCAPL KEY IS NOT LESS THAN DESCAPL-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-FIM-DESCONTOS
               END-START
               IF WS-FIM-DESCONTOS = 'N'
                   READ DESCAPL NEXT RECORD AT END
                       MOVE 'S' TO WS-FIM-DESCONTOS
                   END-READ
               END-IF
               PERFORM GUARDA-DESCONTO-DA-COBRANCA
                   UNTIL WS-FIM-DESCONTOS = 'S' OR
                         DESCAPL-TURMA-ID NOT = MENSALIDADE-TURMA-ID
                         OR DESCAPL-STUDENT-ID NOT =
                            MENSALIDADE-STUDENT-ID
                         OR DESCAPL-COMPETENCIA NOT =
                            MENSALIDADE-COMPETENCIA
               CLOSE DESCAPL.

       GUARDA-DESCONTO-DA-COBRANCA.
           MOVE DESCAPL-VALOR-BRUTO TO WS-VALOR-BRUTO.
           IF WS-QTD-APLICADOS < 3
               ADD 1 TO WS-QTD-APLICADOS
               MOVE DESCAPL-TIPO TO WS-APL-TIPO (WS-QTD-APLICADOS)
               MOVE DESCAPL-VALOR TO WS-APL-VALOR (WS-QTD-APLICADOS).
           READ DESCAPL NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-DESCONTOS.

       IMPRIME-DESCONTO-DO-RECIBO.
           MOVE WS-APL-TIPO (WS-IND) TO WS-TIPO-PEDIDO.
           PERFORM DESCREVE-TIPO.
           MOVE WS-APL-VALOR (WS-IND) TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '(-) ' WS-TIPO-EXIBE '    ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       DESCREVE-TIPO.
           MOVE 'OUTRO DESCONTO' TO WS-TIPO-EXIBE.
           IF WS-TIPO-PEDIDO = 'B'
               MOVE 'BOLSA DE ESTUDOS' TO WS-TIPO-EXIBE.
           IF WS-TIPO-PEDIDO = 'I'
               MOVE 'DESCONTO IRMAOS' TO WS-TIPO-EXIBE.
           IF WS-TIPO-PEDIDO = 'A'
               MOVE 'PAGTO ANTECIPADO' TO WS-TIPO-EXIBE.

       MONTA-DESTINATARIO.
      *Com responsavel financeiro cadastrado o documento sai em nome
      *dele; sem, em nome do proprio aluno.
           IF STUDENT-RESP-NOME = SPACES
               MOVE STUDENT-NAME TO WS-DEST-NOME
               MOVE STUDENT-CPF TO WS-DEST-CPF
           ELSE
               MOVE STUDENT-RESP-NOME TO WS-DEST-NOME
               MOVE STUDENT-RESP-CPF TO WS-DEST-CPF.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
           END-IF.
           READ MENSALIDADE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * DESCONTOS - cadastro so por supervisor, que fica gravado
      * como aprovador. Um desconto de cada tipo por aluno: o novo
      * substitui o anterior do mesmo tipo.
      *-----------------------------------------------------------------
       CADASTRAR-DESCONTO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'DESCONTO SO COM APROVACAO DE SUPERVISOR'
                       ' (NIVEL 2).'
           ELSE
               PERFORM PEDE-DADOS-DO-DESCONTO
               IF WS-DADOS-OK = 'S'
                   PERFORM GRAVA-DESCONTO
               END-IF
           END-IF.

       PEDE-DADOS-DO-DESCONTO.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT WS-ALUNO-PEDIDO.
           OPEN INPUT STUDENT.
           MOVE WS-ALUNO-PEDIDO TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
               MOVE 'N' TO WS-DADOS-OK
               DISPLAY 'ALUNO NAO CADASTRADO NO ARQUIVO STUDENT.'
               NOT INVALID KEY
               DISPLAY 'ALUNO: ' STUDENT-NAME.
           CLOSE STUDENT.
           IF WS-DADOS-OK = 'S'
               DISPLAY 'TIPO (B=BOLSA I=IRMAOS A=PAGTO ANTECIPADO): '
               ACCEPT WS-TIPO-PEDIDO
               IF WS-TIPO-PEDIDO = 'b'
                   MOVE 'B' TO WS-TIPO-PEDIDO
               END-IF
               IF WS-TIPO-PEDIDO = 'i'
                   MOVE 'I' TO WS-TIPO-PEDIDO
               END-IF
               IF WS-TIPO-PEDIDO = 'a'
                   MOVE 'A' TO WS-TIPO-PEDIDO
               END-IF
               IF WS-TIPO-PEDIDO NOT = 'B' AND
                       WS-TIPO-PEDIDO NOT = 'I' AND
                       WS-TIPO-PEDIDO NOT = 'A'
                   DISPLAY 'TIPO INVALIDO.'
                   MOVE 'N' TO WS-DADOS-OK.
           IF WS-DADOS-OK = 'S'
               DISPLAY 'TURMA-ID (0 = TODAS AS TURMAS DO ALUNO): '
               ACCEPT WS-TURMA-DO-DESCONTO
               DISPLAY 'FORMA (P=PERCENTUAL V=VALOR FIXO): '
               ACCEPT WS-FORMA-PEDIDA
               IF WS-FORMA-PEDIDA = 'p'
                   MOVE 'P' TO WS-FORMA-PEDIDA
               END-IF
               IF WS-FORMA-PEDIDA = 'v'
                   MOVE 'V' TO WS-FORMA-PEDIDA
               END-IF
               MOVE ZEROS TO WS-PERCENTUAL-PEDIDO
               MOVE ZEROS TO WS-VALOR-PEDIDO
               IF WS-FORMA-PEDIDA = 'P'
                   DISPLAY 'PERCENTUAL (SEM VIRGULA, 2 DECIMAIS, EX:'
                           ' 05000 = 50,00%): '
                   ACCEPT WS-PERCENTUAL-PEDIDO
                   IF WS-PERCENTUAL-PEDIDO = ZEROS OR
                           WS-PERCENTUAL-PEDIDO > 100
                       DISPLAY 'PERCENTUAL INVALIDO.'
                       MOVE 'N' TO WS-DADOS-OK
                   END-IF
               ELSE
                   IF WS-FORMA-PEDIDA = 'V'
                       DISPLAY 'VALOR (SEM PONTOS, 2 DECIMAIS, EX:'
                               ' 0005000 = 50,00): '
                       ACCEPT WS-VALOR-PEDIDO
                       IF WS-VALOR-PEDIDO = ZEROS
                           DISPLAY 'VALOR INVALIDO.'
                           MOVE 'N' TO WS-DADOS-OK
                       END-IF
                   ELSE
                       DISPLAY 'FORMA INVALIDA.'
                       MOVE 'N' TO WS-DADOS-OK
                   END-IF
               END-IF.
           IF WS-DADOS-OK = 'S'
               DISPLAY 'VIGENCIA - COMPETENCIA INICIAL (AAAAMM): '
               ACCEPT WS-INICIO-PEDIDO
               DISPLAY 'VIGENCIA - COMPETENCIA FINAL (AAAAMM): '
               ACCEPT WS-FIM-PEDIDO
               IF WS-INICIO-PEDIDO = ZEROS OR
                       WS-FIM-PEDIDO < WS-INICIO-PEDIDO
                   DISPLAY 'VIGENCIA INVALIDA.'
                   MOVE 'N' TO WS-DADOS-OK.

       GRAVA-DESCONTO.
           OPEN I-O DESCONTO.
           IF WS-STATUS-DESCONTO = '35'
      *Primeiro desconto cria o arquivo.
               OPEN OUTPUT DESCONTO
               CLOSE DESCONTO
               OPEN I-O DESCONTO.
           MOVE WS-ALUNO-PEDIDO TO DESCONTO-STUDENT-ID.
           MOVE WS-TIPO-PEDIDO TO DESCONTO-TIPO.
           READ DESCONTO RECORD
               INVALID KEY
                   PERFORM MONTA-DESCONTO
                   WRITE DESCONTO-FILE
                   END-WRITE
                   DISPLAY 'DESCONTO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM MONTA-DESCONTO
                   REWRITE DESCONTO-FILE
                   END-REWRITE
                   DISPLAY 'DESCONTO DO MESMO TIPO SUBSTITUIDO.'
           END-READ.
           CLOSE DESCONTO.

       MONTA-DESCONTO.
           MOVE WS-TURMA-DO-DESCONTO TO DESCONTO-TURMA-ID.
           MOVE WS-FORMA-PEDIDA TO DESCONTO-FORMA.
           MOVE WS-PERCENTUAL-PEDIDO TO DESCONTO-PERCENTUAL.
           MOVE WS-VALOR-PEDIDO TO DESCONTO-VALOR.
           MOVE WS-INICIO-PEDIDO TO DESCONTO-INICIO.
           MOVE WS-FIM-PEDIDO TO DESCONTO-FIM.
           MOVE WS-OPERADOR TO DESCONTO-OPERADOR.
           MOVE WS-DATA-HOJE TO DESCONTO-DATA.

       LISTAR-DESCONTOS-DO-ALUNO.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT WS-ALUNO-PEDIDO.
           OPEN INPUT DESCONTO.
           IF WS-STATUS-DESCONTO NOT = '00'
               DISPLAY 'NENHUM DESCONTO CADASTRADO AINDA.'
           ELSE
               MOVE ZEROS TO WS-QTD-DESCONTOS
               MOVE WS-ALUNO-PEDIDO TO DESCONTO-STUDENT-ID
               MOVE LOW-VALUES TO DESCONTO-TIPO
               MOVE 'N' TO WS-FIM-DESCONTOS
               START DESCONTO KEY IS NOT LESS THAN DESCONTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-FIM-DESCONTOS
               END-START
               IF WS-FIM-DESCONTOS = 'N'
                   READ DESCONTO NEXT RECORD AT END
                       MOVE 'S' TO WS-FIM-DESCONTOS
                   END-READ
               END-IF
               PERFORM LISTA-UM-DESCONTO
                   UNTIL WS-FIM-DESCONTOS = 'S' OR
                         DESCONTO-STUDENT-ID NOT = WS-ALUNO-PEDIDO
               IF WS-QTD-DESCONTOS = ZEROS
                   DISPLAY 'ALUNO SEM DESCONTOS.'
               END-IF
               CLOSE DESCONTO.

       LISTA-UM-DESCONTO.
           ADD 1 TO WS-QTD-DESCONTOS.
           MOVE DESCONTO-TIPO TO WS-TIPO-PEDIDO.
           PERFORM DESCREVE-TIPO.
           IF DESCONTO-FORMA = 'P'
               MOVE DESCONTO-PERCENTUAL TO WS-PERCENTUAL-EXIBE
               DISPLAY WS-TIPO-EXIBE ' ' WS-PERCENTUAL-EXIBE '%'
                       ' TURMA ' DESCONTO-TURMA-ID
                       ' DE ' DESCONTO-INICIO ' A ' DESCONTO-FIM
                       ' APROVADO POR ' DESCONTO-OPERADOR
           ELSE
               MOVE DESCONTO-VALOR TO WS-VALOR-EXIBE
               DISPLAY WS-TIPO-EXIBE ' ' WS-VALOR-EXIBE
                       ' TURMA ' DESCONTO-TURMA-ID
                       ' DE ' DESCONTO-INICIO ' A ' DESCONTO-FIM
                       ' APROVADO POR ' DESCONTO-OPERADOR.
           READ DESCONTO NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-DESCONTOS.

      *-----------------------------------------------------------------
      * RELATORIO MENSAL - descontos concedidos nas cobrancas da
      * competencia, por tipo e por turma, no spool: o custo do
      * programa de bolsas para a diretoria.
      *-----------------------------------------------------------------
       RELATORIO-DESCONTOS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ATUAL): '.
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = ZEROS
               MOVE WS-COMPETENCIA-ATUAL TO WS-COMPETENCIA.
           OPEN INPUT DESCAPL.
           IF WS-STATUS-DESCAPL NOT = '00'
               DISPLAY 'NENHUM DESCONTO APLICADO AINDA.'
           ELSE
               PERFORM ACUMULA-DESCONTOS-DO-MES
               CLOSE DESCAPL
               PERFORM IMPRIME-RELATORIO-DESCONTOS.

       ACUMULA-DESCONTOS-DO-MES.
           INITIALIZE WS-TOTAIS-POR-TIPO.
           MOVE ZEROS TO WS-QTD-TURMAS-REL.
           MOVE ZEROS TO WS-TOTAL-DESCONTOS.
           MOVE ZEROS TO WS-QTD-DESCONTOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ DESCAPL NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM ACUMULA-UM-DESCONTO
               UNTIL FINAL-ARQUIVO = 'S'.

       ACUMULA-UM-DESCONTO.
           IF DESCAPL-COMPETENCIA = WS-COMPETENCIA
               ADD 1 TO WS-QTD-DESCONTOS
               ADD DESCAPL-VALOR TO WS-TOTAL-DESCONTOS
               MOVE ZEROS TO WS-IND
               IF DESCAPL-TIPO = 'B'
                   MOVE 1 TO WS-IND
               END-IF
               IF DESCAPL-TIPO = 'I'
                   MOVE 2 TO WS-IND
               END-IF
               IF DESCAPL-TIPO = 'A'
                   MOVE 3 TO WS-IND
               END-IF
               IF WS-IND > ZEROS
                   ADD 1 TO WS-TPT-QTD (WS-IND)
                   ADD DESCAPL-VALOR TO WS-TPT-VALOR (WS-IND)
               END-IF
               PERFORM ACUMULA-NA-TURMA
           END-IF.
           READ DESCAPL NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       ACUMULA-NA-TURMA.
      *O arquivo esta em ordem de turma: a turma nova, se houver,
      *e sempre a ultima da tabela.
           MOVE 'N' TO WS-ACHOU.
           IF WS-QTD-TURMAS-REL > ZEROS
               IF WS-TTR-TURMA (WS-QTD-TURMAS-REL) = DESCAPL-TURMA-ID
                   MOVE 'S' TO WS-ACHOU.
           IF WS-ACHOU = 'N' AND WS-QTD-TURMAS-REL < 200
               ADD 1 TO WS-QTD-TURMAS-REL
               MOVE DESCAPL-TURMA-ID
                   TO WS-TTR-TURMA (WS-QTD-TURMAS-REL)
               MOVE ZEROS TO WS-TTR-QTD (WS-QTD-TURMAS-REL)
               MOVE ZEROS TO WS-TTR-VALOR (WS-QTD-TURMAS-REL)
               MOVE 'S' TO WS-ACHOU.
           IF WS-ACHOU = 'S'
               ADD 1 TO WS-TTR-QTD (WS-QTD-TURMAS-REL)
               ADD DESCAPL-VALOR TO WS-TTR-VALOR (WS-QTD-TURMAS-REL).

       IMPRIME-RELATORIO-DESCONTOS.
           MOVE 'DESCONTOS-MES' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'DESCONTOS CONCEDIDOS - COMPETENCIA '
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'POR TIPO                  QTDE          VALOR'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-TOTAL-DO-TIPO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 3.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'POR TURMA                 QTDE          VALOR'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-TOTAL-DA-TURMA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TURMAS-REL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-QTD-DESCONTOS TO WS-QTD-EXIBE.
           MOVE WS-TOTAL-DESCONTOS TO WS-TOTAL-EXIBE.
           STRING 'TOTAL                    ' WS-QTD-EXIBE '  '
                  WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'DESCONTOS DA COMPETENCIA: ' WS-TOTAL-EXIBE
                   '. RELATORIO NO SPOOL (PROG72).'.

       IMPRIME-TOTAL-DO-TIPO.
           IF WS-IND = 1
               MOVE 'B' TO WS-TIPO-PEDIDO.
           IF WS-IND = 2
               MOVE 'I' TO WS-TIPO-PEDIDO.
           IF WS-IND = 3
               MOVE 'A' TO WS-TIPO-PEDIDO.
           PERFORM DESCREVE-TIPO.
           MOVE WS-TPT-QTD (WS-IND) TO WS-QTD-EXIBE.
           MOVE WS-TPT-VALOR (WS-IND) TO WS-TOTAL-EXIBE.
           STRING WS-TIPO-EXIBE '     ' WS-QTD-EXIBE '  '
                  WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-TOTAL-DA-TURMA.
           MOVE WS-TTR-QTD (WS-IND) TO WS-QTD-EXIBE.
           MOVE WS-TTR-VALOR (WS-IND) TO WS-TOTAL-EXIBE.
           STRING 'TURMA ' WS-TTR-TURMA (WS-IND)
                  '               ' WS-QTD-EXIBE '  '
                  WS-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
