      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG140.
      *Manutencao das ordens judiciais de pensao alimenticia
      *(pensoes.dat), chamada pelo menu do PROG40. Cada ordem do
      *funcionario guarda o processo, o beneficiario (CPF conferido
      *pelo PROG47), a forma de calculo (percentual do liquido ou
      *valor fixo), a vigencia e a conta do beneficiario.
      *O extrato mensal do PROG42 envia o desconto de cada ordem
      *vigente como linha D e o registra em pensoes_descontos.dat;
      *a remessa do PROG117 credita o beneficiario. O relatorio
      *mensal por ordem (spool) mostra o que foi descontado e
      *creditado no periodo e aponta ordem vigente sem desconto.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELPENSAO.cob'.
           COPY 'SELDESCPENSAO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDPENSAO.cob'.
           COPY 'FDDESCPENSAO.cob'.
           COPY 'FDFUNCIONARIO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-PENSAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DESCPENSAO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-DESCPENSAO PIC X VALUE 'N'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZERO.
       77  SEQUENCIA-PROCURAR PIC 9(2) VALUE ZERO.
       77  WS-PROXIMA-SEQUENCIA PIC 9(2) VALUE ZERO.
       77  WS-CPF-VALIDO PIC X VALUE 'N'.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-INICIO-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-TOTAL-ORDENS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-DESCONTO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-DESCONTADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-BASE-EXIBE PIC Z(6)9.99.
       77  WS-PERCENTUAL-EXIBE PIC ZZ9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-SITUACAO-DESCONTO PIC X(12) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'PENSOES ALIMENTICIAS'.
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'PENSAO ALIMENTICIA (ORDENS JUDICIAIS)'.
           DISPLAY '1. INCLUIR ORDEM'.
           DISPLAY '2. ALTERAR ORDEM'.
           DISPLAY '3. ENCERRAR ORDEM'.
           DISPLAY '4. CONSULTAR ORDENS DO FUNCIONARIO'.
           DISPLAY '5. RELATORIO MENSAL POR ORDEM (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-ORDEM.
           IF WS-OPCAO = 2
               PERFORM ALTERAR-ORDEM.
           IF WS-OPCAO = 3
               PERFORM ENCERRAR-ORDEM.
           IF WS-OPCAO = 4
               PERFORM CONSULTAR-ORDENS.
           IF WS-OPCAO = 5
               PERFORM RELATORIO-MENSAL.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 5 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *INCLUSAO - a sequencia da ordem e a proxima livre do
      *funcionario.
      *-----------------------------------------------------------------
       INCLUIR-ORDEM.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
               OPEN I-O ARQUIVO-PENSAO
               IF WS-STATUS-ARQUIVO-PENSAO = '35'
      *Primeira inclusao cria o arquivo.
                   OPEN OUTPUT ARQUIVO-PENSAO
                   CLOSE ARQUIVO-PENSAO
                   OPEN I-O ARQUIVO-PENSAO
               END-IF
               PERFORM ACHA-PROXIMA-SEQUENCIA
               MOVE SPACES TO PENSAO-REGISTRO
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO PENSAO-CODIGO-FUNC
               MOVE WS-PROXIMA-SEQUENCIA TO PENSAO-SEQUENCIA
               PERFORM DIGITA-DADOS-ORDEM
               IF WS-CAMPO-VALIDO = 'N'
                   DISPLAY 'ORDEM NAO INCLUIDA.'
               ELSE
                   MOVE 'A' TO PENSAO-SITUACAO
                   MOVE WS-DATA-HOJE TO PENSAO-DATA-INCLUSAO
                   MOVE WS-OPERADOR TO PENSAO-OPERADOR
                   WRITE PENSAO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR A ORDEM.'
                       NOT INVALID KEY
                           DISPLAY 'ORDEM ' PENSAO-SEQUENCIA
                                   ' INCLUIDA.'
                   END-WRITE
               END-IF
               CLOSE ARQUIVO-PENSAO
           END-IF.

       ACHA-PROXIMA-SEQUENCIA.
           MOVE 1 TO WS-PROXIMA-SEQUENCIA.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO PENSAO-CODIGO-FUNC.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-PENSAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM PULA-ORDEM-EXISTENTE
               UNTIL FINAL-ARQUIVO = 'S' OR
                     PENSAO-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.

       PULA-ORDEM-EXISTENTE.
           COMPUTE WS-PROXIMA-SEQUENCIA = PENSAO-SEQUENCIA + 1.
           READ ARQUIVO-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       DIGITA-DADOS-ORDEM.
      *Digitacao comum da inclusao e da alteracao. Qualquer campo
      *invalido devolve WS-CAMPO-VALIDO = N e nada e gravado.
           MOVE 'S' TO WS-CAMPO-VALIDO.
           DISPLAY 'NUMERO DO PROCESSO: '.
           ACCEPT PENSAO-PROCESSO.
           DISPLAY 'NOME DO BENEFICIARIO: '.
           ACCEPT PENSAO-BENEF-NOME.
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS): '.
           ACCEPT PENSAO-BENEF-CPF.
           CALL 'PROG47' USING PENSAO-BENEF-CPF WS-CPF-VALIDO.
           IF WS-CPF-VALIDO = 'N'
               DISPLAY 'CPF INVALIDO. CONFIRA OS DIGITOS.'
               MOVE 'N' TO WS-CAMPO-VALIDO.
           IF WS-CAMPO-VALIDO = 'S'
               PERFORM DIGITA-CALCULO-ORDEM.
           IF WS-CAMPO-VALIDO = 'S'
               PERFORM DIGITA-VIGENCIA-ORDEM.
           IF WS-CAMPO-VALIDO = 'S'
               PERFORM DIGITA-CONTA-BENEFICIARIO.

       DIGITA-CALCULO-ORDEM.
           DISPLAY 'CALCULO (P=PERCENTUAL DO LIQUIDO V=VALOR FIXO): '.
           ACCEPT PENSAO-TIPO-CALCULO.
           IF PENSAO-TIPO-CALCULO = 'p'
               MOVE 'P' TO PENSAO-TIPO-CALCULO.
           IF PENSAO-TIPO-CALCULO = 'v'
               MOVE 'V' TO PENSAO-TIPO-CALCULO.
           IF PENSAO-TIPO-CALCULO = 'P'
               DISPLAY 'PERCENTUAL (3 INTEIROS 2 DECIMAIS, EX: 03000'
                       ' = 30,00%): '
               ACCEPT PENSAO-PERCENTUAL
               MOVE ZEROS TO PENSAO-VALOR-FIXO
               IF PENSAO-PERCENTUAL = ZEROS OR
                       PENSAO-PERCENTUAL > 100
                   DISPLAY 'PERCENTUAL INVALIDO.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           ELSE
               IF PENSAO-TIPO-CALCULO = 'V'
                   DISPLAY 'VALOR MENSAL (7 INTEIROS 2 DECIMAIS): '
                   ACCEPT PENSAO-VALOR-FIXO
                   MOVE ZEROS TO PENSAO-PERCENTUAL
                   IF PENSAO-VALOR-FIXO = ZEROS
                       DISPLAY 'VALOR INVALIDO.'
                       MOVE 'N' TO WS-CAMPO-VALIDO
                   END-IF
               ELSE
                   DISPLAY 'FORMA DE CALCULO INVALIDA.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.

       DIGITA-VIGENCIA-ORDEM.
           DISPLAY 'INICIO DOS DESCONTOS (AAAAMMDD): '.
           ACCEPT PENSAO-DATA-INICIO.
           DISPLAY 'FIM DOS DESCONTOS (AAAAMMDD, 0 = SEM PRAZO): '.
           ACCEPT PENSAO-DATA-FIM.
           IF PENSAO-DATA-INICIO = ZEROS
               DISPLAY 'DATA DE INICIO OBRIGATORIA.'
               MOVE 'N' TO WS-CAMPO-VALIDO
           ELSE
               IF PENSAO-DATA-FIM NOT = ZEROS AND
                       PENSAO-DATA-FIM < PENSAO-DATA-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO.'
                   MOVE 'N' TO WS-CAMPO-VALIDO
               END-IF
           END-IF.

       DIGITA-CONTA-BENEFICIARIO.
           DISPLAY 'BANCO DO BENEFICIARIO (3 DIGITOS): '.
           ACCEPT PENSAO-BANCO-NUMERO.
           DISPLAY 'AGENCIA (4 DIGITOS): '.
           ACCEPT PENSAO-BANCO-AGENCIA.
           DISPLAY 'CONTA (8 DIGITOS): '.
           ACCEPT PENSAO-BANCO-CONTA.
           DISPLAY 'DIGITO DA CONTA: '.
           ACCEPT PENSAO-BANCO-DIGITO.
           DISPLAY 'TIPO (C=CORRENTE P=POUPANCA): '.
           ACCEPT PENSAO-BANCO-TIPO-CONTA.
           IF PENSAO-BANCO-TIPO-CONTA = 'c'
               MOVE 'C' TO PENSAO-BANCO-TIPO-CONTA.
           IF PENSAO-BANCO-TIPO-CONTA = 'p'
               MOVE 'P' TO PENSAO-BANCO-TIPO-CONTA.
           IF PENSAO-BANCO-NUMERO = ZEROS OR
                   PENSAO-BANCO-CONTA = ZEROS
               DISPLAY 'CONTA DO BENEFICIARIO OBRIGATORIA.'
               MOVE 'N' TO WS-CAMPO-VALIDO.

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
      *ALTERACAO E ENCERRAMENTO - por funcionario e sequencia.
      *-----------------------------------------------------------------
       ALTERAR-ORDEM.
           PERFORM LOCALIZA-ORDEM.
           IF REGISTRO-ENCONTRADO = 'S'
               IF PENSAO-SITUACAO = 'E'
                   DISPLAY 'ORDEM ENCERRADA NAO PODE SER ALTERADA.'
               ELSE
                   PERFORM EXIBE-ORDEM
                   PERFORM DIGITA-DADOS-ORDEM
                   IF WS-CAMPO-VALIDO = 'N'
                       DISPLAY 'ORDEM NAO ALTERADA.'
                   ELSE
                       MOVE WS-OPERADOR TO PENSAO-OPERADOR
                       REWRITE PENSAO-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO ALTERAR A ORDEM.'
                           NOT INVALID KEY
                               DISPLAY 'ORDEM ALTERADA.'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
           IF WS-STATUS-ARQUIVO-PENSAO NOT = '35'
               CLOSE ARQUIVO-PENSAO.

       ENCERRAR-ORDEM.
      *A ordem encerrada fica no arquivo para o historico; o extrato
      *deixa de descontar a partir do mes seguinte ao fim.
           PERFORM LOCALIZA-ORDEM.
           IF REGISTRO-ENCONTRADO = 'S'
               IF PENSAO-SITUACAO = 'E'
                   DISPLAY 'ORDEM JA ENCERRADA.'
               ELSE
                   PERFORM EXIBE-ORDEM
                   DISPLAY 'DATA DO FIM DOS DESCONTOS (AAAAMMDD): '
                   ACCEPT PENSAO-DATA-FIM
                   IF PENSAO-DATA-FIM < PENSAO-DATA-INICIO
                       DISPLAY 'FIM ANTERIOR AO INICIO.'
                   ELSE
                       DISPLAY 'CONFIRMA O ENCERRAMENTO? (S/N): '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           MOVE 'E' TO PENSAO-SITUACAO
                           MOVE WS-OPERADOR TO PENSAO-OPERADOR
                           REWRITE PENSAO-REGISTRO
                               INVALID KEY
                                   DISPLAY 'ERRO AO ENCERRAR.'
                               NOT INVALID KEY
                                   DISPLAY 'ORDEM ENCERRADA.'
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-STATUS-ARQUIVO-PENSAO NOT = '35'
               CLOSE ARQUIVO-PENSAO.

       LOCALIZA-ORDEM.
      *Deixa o arquivo aberto em I-O para a regravacao.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           DISPLAY 'SEQUENCIA DA ORDEM (01-99): '.
           ACCEPT SEQUENCIA-PROCURAR.
           OPEN I-O ARQUIVO-PENSAO.
           IF WS-STATUS-ARQUIVO-PENSAO = '35'
               DISPLAY 'NENHUMA ORDEM CADASTRADA AINDA.'
           ELSE
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO PENSAO-CODIGO-FUNC
               MOVE SEQUENCIA-PROCURAR TO PENSAO-SEQUENCIA
               READ ARQUIVO-PENSAO RECORD
                   INVALID KEY
                       DISPLAY 'ORDEM NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
           END-IF.

       EXIBE-ORDEM.
           DISPLAY 'ORDEM ' PENSAO-CODIGO-FUNC '/' PENSAO-SEQUENCIA
                   '  PROCESSO: ' PENSAO-PROCESSO
                   '  SITUACAO: ' PENSAO-SITUACAO.
           DISPLAY '  BENEFICIARIO: ' PENSAO-BENEF-NOME
                   '  CPF: ' PENSAO-BENEF-CPF.
           IF PENSAO-TIPO-CALCULO = 'P'
               MOVE PENSAO-PERCENTUAL TO WS-PERCENTUAL-EXIBE
               DISPLAY '  CALCULO: ' WS-PERCENTUAL-EXIBE
                       '% DO LIQUIDO'
           ELSE
               MOVE PENSAO-VALOR-FIXO TO WS-VALOR-EXIBE
               DISPLAY '  CALCULO: VALOR FIXO ' WS-VALOR-EXIBE.
           DISPLAY '  VIGENCIA: ' PENSAO-DATA-INICIO ' A '
                   PENSAO-DATA-FIM.
           DISPLAY '  CREDITO: BANCO ' PENSAO-BANCO-NUMERO
                   ' AGENCIA ' PENSAO-BANCO-AGENCIA
                   ' CONTA ' PENSAO-BANCO-CONTA '-'
                   PENSAO-BANCO-DIGITO
                   ' TIPO ' PENSAO-BANCO-TIPO-CONTA.

       CONSULTAR-ORDENS.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           OPEN INPUT ARQUIVO-PENSAO.
           IF WS-STATUS-ARQUIVO-PENSAO NOT = '00'
               DISPLAY 'NENHUMA ORDEM CADASTRADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-ORDENS
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO PENSAO-CODIGO-FUNC
               MOVE ZEROS TO PENSAO-SEQUENCIA
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-PENSAO
                       KEY IS NOT LESS THAN PENSAO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-PENSAO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM EXIBE-UMA-ORDEM
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         PENSAO-CODIGO-FUNC NOT =
                             CODIGO-FUNCIONARIO-PROCURAR
               IF WS-TOTAL-ORDENS = ZEROS
                   DISPLAY 'FUNCIONARIO SEM ORDEM DE PENSAO.'
               END-IF
               CLOSE ARQUIVO-PENSAO
           END-IF.

       EXIBE-UMA-ORDEM.
           ADD 1 TO WS-TOTAL-ORDENS.
           PERFORM EXIBE-ORDEM.
           READ ARQUIVO-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *RELATORIO MENSAL - uma linha por ordem vigente no periodo com
      *o desconto enviado e a situacao do credito; ordem vigente sem
      *desconto registrado sai marcada para providencia imediata.
      *-----------------------------------------------------------------
       RELATORIO-MENSAL.
           DISPLAY 'PERIODO DO RELATORIO (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO-PEDIDO * 100 + 1.
           COMPUTE WS-FIM-PERIODO = WS-PERIODO-PEDIDO * 100 + 31.
           OPEN INPUT ARQUIVO-PENSAO.
           IF WS-STATUS-ARQUIVO-PENSAO NOT = '00'
               DISPLAY 'NENHUMA ORDEM CADASTRADA AINDA.'
           ELSE
               OPEN INPUT ARQUIVO-DESC-PENSAO
               IF WS-STATUS-ARQUIVO-DESCPENSAO = '00'
                   MOVE 'S' TO WS-TEM-ARQ-DESCPENSAO
               ELSE
                   MOVE 'N' TO WS-TEM-ARQ-DESCPENSAO
               END-IF
               OPEN INPUT ARQUIVO-FUNCIONARIO
               MOVE ZEROS TO WS-TOTAL-ORDENS
               MOVE ZEROS TO WS-TOTAL-SEM-DESCONTO
               MOVE ZEROS TO WS-TOTAL-DESCONTADO
               MOVE 'A' TO WS-ACAO-SPOOL
               CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
                   WS-LINHA-IMPRESSA
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'PENSAO ALIMENTICIA - DESCONTOS DO PERIODO '
                      WS-PERIODO-PEDIDO '  EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'ORDEM     PROCESSO             BENEFICIARIO'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
               MOVE '          FUNCIONARIO                BASE'
                   TO WS-LINHA-IMPRESSA
               MOVE '   DESCONTO SITUACAO' TO WS-LINHA-IMPRESSA (42:20)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-PENSAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM IMPRIME-UMA-ORDEM
                   UNTIL FINAL-ARQUIVO = 'S'
               MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:72)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE WS-TOTAL-DESCONTADO TO WS-TOTAL-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'ORDENS VIGENTES: ' WS-TOTAL-ORDENS
                      '  SEM DESCONTO: ' WS-TOTAL-SEM-DESCONTO
                      '  TOTAL DESCONTADO: ' WS-TOTAL-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'F' TO WS-ACAO-SPOOL
               CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
                   WS-LINHA-IMPRESSA
               CLOSE ARQUIVO-FUNCIONARIO
               IF WS-TEM-ARQ-DESCPENSAO = 'S'
                   CLOSE ARQUIVO-DESC-PENSAO
               END-IF
               CLOSE ARQUIVO-PENSAO
               DISPLAY 'RELATORIO DE PENSOES NO SPOOL (PROG72).'
               IF WS-TOTAL-SEM-DESCONTO > ZEROS
                   DISPLAY 'ATENCAO: ' WS-TOTAL-SEM-DESCONTO
                           ' ORDEM(NS) VIGENTE(S) SEM DESCONTO NO'
                           ' PERIODO.'
               END-IF
           END-IF.

       IMPRIME-UMA-ORDEM.
      *Vigente no periodo: iniciada ate o ultimo dia do mes e sem
      *fim ou com fim a partir do primeiro dia do mes (a ordem
      *encerrada continua aparecendo nos meses em que valia).
           IF PENSAO-DATA-INICIO NOT > WS-FIM-PERIODO AND
                   (PENSAO-DATA-FIM = ZEROS OR
                    PENSAO-DATA-FIM NOT < WS-INICIO-PERIODO)
               ADD 1 TO WS-TOTAL-ORDENS
               MOVE PENSAO-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE '(FORA DO CADASTRO)' TO FUNCIONARIO-NOME
               END-READ
               PERFORM BUSCA-DESCONTO-DO-PERIODO
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING PENSAO-CODIGO-FUNC '/' PENSAO-SEQUENCIA ' '
                      PENSAO-PROCESSO ' ' PENSAO-BENEF-NOME
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '          ' FUNCIONARIO-NOME ' '
                      WS-BASE-EXIBE ' ' WS-VALOR-EXIBE ' '
                      WS-SITUACAO-DESCONTO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           READ ARQUIVO-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       BUSCA-DESCONTO-DO-PERIODO.
           MOVE ZEROS TO WS-BASE-EXIBE.
           MOVE ZEROS TO WS-VALOR-EXIBE.
           MOVE 'SEM DESCONTO' TO WS-SITUACAO-DESCONTO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           IF WS-TEM-ARQ-DESCPENSAO = 'S'
               MOVE PENSAO-CODIGO-FUNC TO DESCPENSAO-CODIGO-FUNC
               MOVE PENSAO-SEQUENCIA TO DESCPENSAO-SEQUENCIA
               MOVE WS-PERIODO-PEDIDO TO DESCPENSAO-PERIODO
               READ ARQUIVO-DESC-PENSAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
               END-READ
           END-IF.
           IF REGISTRO-ENCONTRADO = 'N'
               ADD 1 TO WS-TOTAL-SEM-DESCONTO
           ELSE
               MOVE DESCPENSAO-BASE TO WS-BASE-EXIBE
               MOVE DESCPENSAO-VALOR TO WS-VALOR-EXIBE
               ADD DESCPENSAO-VALOR TO WS-TOTAL-DESCONTADO
               IF DESCPENSAO-SITUACAO = 'C'
                   MOVE 'CREDITADO' TO WS-SITUACAO-DESCONTO
               ELSE
                   MOVE 'A CREDITAR' TO WS-SITUACAO-DESCONTO
               END-IF
           END-IF.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
