      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG136.
      *Contabilizacao da folha por centro de custo. Para o periodo
      *pedido (AAAAMM), soma o liquido pago de resultado_folha.dat
      *(status OK, baixado pelo PROG50) por centro de custo - o
      *funcionario chega ao centro pelo FUNCIONARIO-DEPARTAMENTO e
      *pelo DEPARTAMENTO-CENTRO-CUSTO - e grava um par balanceado de
      *lancamentos por centro em lancamentos_contabeis.dat, com as
      *contas do tipo FOLHA de mapa_contabil.dat (moeda BRL: debito
      *= despesa de salarios, credito = salarios a pagar). O centro
      *vai no historico do lancamento. O relatorio de controle sai
      *no spool (PROG71) com a prova debitos = creditos, e o periodo
      *fica registrado em folha_contabilizada.dat para nao ser
      *postado duas vezes.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.
      *Nome padrao 'resultado_folha.dat'; por empresa via a
      *variavel de ambiente ARQUIVO_RESULTADO_FOLHA, como no
      *PROG50.

           SELECT ARQUIVO-MAPA
           ASSIGN TO 'mapa_contabil.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MAPA.

           SELECT OPTIONAL ARQUIVO-LANCAMENTOS
           ASSIGN TO 'lancamentos_contabeis.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FOLHA-CONTABILIZADA
           ASSIGN TO 'folha_contabilizada.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Um registro por periodo ja postado; e a trava contra a
      *segunda postagem do mesmo periodo.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       FD  ARQUIVO-RESULTADO.
       01  RESULTADO-LINHA.
           05 RESULTADO-PERIODO PIC 9(06).
           05 RESULTADO-CODIGO PIC 9(6).
           05 RESULTADO-LIQUIDO PIC 9(7)V99.
           05 RESULTADO-STATUS PIC X(02).

       FD  ARQUIVO-MAPA.
       01  MAPA-LINHA.
           05 MAPA-TIPO PIC X(6).
           05 MAPA-MOEDA PIC X(3).
           05 MAPA-CONTA-DEBITO PIC 9(8).
           05 MAPA-CONTA-CREDITO PIC 9(8).

       FD  ARQUIVO-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCTO-DATA PIC 9(8).
           05 LCTO-CONTA PIC 9(8).
           05 LCTO-NATUREZA PIC X(1).
      *D = debito, C = credito.
           05 LCTO-VALOR PIC 9(9)V99.
           05 LCTO-HISTORICO PIC X(30).

       FD  ARQUIVO-FOLHA-CONTABILIZADA.
       01  FOLHA-CONTABILIZADA-LINHA.
           05 FCONT-PERIODO PIC 9(6).
           05 FCONT-DATA-POSTAGEM PIC 9(8).
           05 FCONT-OPERADOR PIC X(8).
           05 FCONT-TOTAL PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-RESULTADO PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-STATUS-MAPA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-DATA-LANCAMENTO PIC 9(8) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-JA-POSTADO PIC X VALUE 'N'.
       77  WS-TEM-MAPA PIC X VALUE 'N'.
       77  WS-CONTA-DEBITO PIC 9(8) VALUE ZEROS.
       77  WS-CONTA-CREDITO PIC 9(8) VALUE ZEROS.
       77  WS-CENTRO-DO-FUNC PIC 9(6) VALUE ZEROS.
       77  WS-QTD-CENTROS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-QTD-JA-FEITOS PIC 9(4) VALUE ZEROS.
       77  WS-IND-FEITO PIC 9(4) VALUE ZEROS.
       77  WS-JA-FEITO PIC X VALUE 'N'.
       77  WS-TOTAL-FUNCIONARIOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-CENTRO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-NAO-PAGOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(10)9.99.
       77  WS-CRE-EXIBE PIC Z(10)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'CONTABIL FOLHA'.
       77  WS-RESTO PIC 9(4) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(4) VALUE ZEROS.
       01  WS-PERIODO-PARTES.
           05 WS-PER-ANO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
       01  WS-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIAS-POR-MES REDEFINES WS-TABELA-DIAS-MES.
           05 WS-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01  WS-TABELA-CENTROS.
      *Liquido acumulado e quantidade de funcionarios por centro de
      *custo; o centro 000000 junta quem ficou sem departamento.
           05 WS-CC OCCURS 200 TIMES.
              10 WS-CC-CODIGO PIC 9(6).
              10 WS-CC-VALOR PIC 9(11)V99.
              10 WS-CC-QTD PIC 9(6).
       01  WS-TABELA-JA-FEITOS.
      *Codigos ja somados nesta execucao: uma baixa repetida do
      *mesmo periodo no resultado nao conta o liquido duas vezes.
           05 WS-FEITO-CODIGO PIC 9(6) OCCURS 2000 TIMES.
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
      *Empresa de treinamento (PROG128) nao gera lancamentos para a
      *contabilidade, como no PROG66.
           CALL 'PROG129' USING WS-EH-TREINO.
           IF WS-EH-TREINO = 'S'
               DISPLAY 'EMPRESA DE TREINAMENTO: NADA VAI PARA A'
                       ' CONTABILIDADE.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           DISPLAY 'PERIODO DA FOLHA A CONTABILIZAR (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-PARTES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM VERIFICA-PERIODO-POSTADO.
           IF WS-JA-POSTADO = 'S'
               DISPLAY 'PERIODO ' WS-PERIODO-PEDIDO ' JA FOI'
                       ' CONTABILIZADO. NADA FOI POSTADO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM CARREGA-MAPA-FOLHA.
           IF WS-TEM-MAPA = 'N'
               DISPLAY 'SEM MAPA FOLHA BRL EM mapa_contabil.dat.'
                       ' NADA FOI POSTADO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           OPEN INPUT ARQUIVO-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = '00'
               DISPLAY 'resultado_folha.dat AUSENTE. RODE O PROG50'
                       ' ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.

           INITIALIZE WS-TABELA-CENTROS.
           INITIALIZE WS-TABELA-JA-FEITOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM TRATA-LINHA-RESULTADO
               UNTIL FINAL-ARQUIVO = 'S'.

           CLOSE ARQUIVO-RESULTADO.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               CLOSE ARQUIVO-DEPARTAMENTO.

           IF WS-QTD-CENTROS = ZEROS
               DISPLAY 'NENHUM PAGAMENTO OK NO PERIODO '
                       WS-PERIODO-PEDIDO '. NADA FOI POSTADO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM CALCULA-DATA-LANCAMENTO.
           OPEN EXTEND ARQUIVO-LANCAMENTOS.
           PERFORM POSTA-UM-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           CLOSE ARQUIVO-LANCAMENTOS.

           PERFORM REGISTRA-PERIODO-POSTADO.
           PERFORM RELATORIO-DE-CONTROLE.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN para poder ser chamado pelo
      *lancador de lote (PROG133).
           GOBACK.

       VERIFICA-PERIODO-POSTADO.
           MOVE 'N' TO WS-JA-POSTADO.
           OPEN INPUT ARQUIVO-FOLHA-CONTABILIZADA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FOLHA-CONTABILIZADA AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONFERE-UM-PERIODO-POSTADO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FOLHA-CONTABILIZADA.

       CONFERE-UM-PERIODO-POSTADO.
           IF FCONT-PERIODO = WS-PERIODO-PEDIDO
               MOVE 'S' TO WS-JA-POSTADO.
           READ ARQUIVO-FOLHA-CONTABILIZADA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CARREGA-MAPA-FOLHA.
           MOVE 'N' TO WS-TEM-MAPA.
           OPEN INPUT ARQUIVO-MAPA.
           IF WS-STATUS-MAPA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-MAPA AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM PROCURA-MAPA-FOLHA
                   UNTIL FINAL-ARQUIVO = 'S' OR WS-TEM-MAPA = 'S'
               CLOSE ARQUIVO-MAPA
           END-IF.

       PROCURA-MAPA-FOLHA.
           IF MAPA-TIPO = 'FOLHA' AND MAPA-MOEDA = 'BRL'
               MOVE 'S' TO WS-TEM-MAPA
               MOVE MAPA-CONTA-DEBITO TO WS-CONTA-DEBITO
               MOVE MAPA-CONTA-CREDITO TO WS-CONTA-CREDITO
           ELSE
               READ ARQUIVO-MAPA AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
           END-IF.

       TRATA-LINHA-RESULTADO.
           IF RESULTADO-PERIODO = WS-PERIODO-PEDIDO
               IF RESULTADO-STATUS = 'OK'
                   PERFORM VERIFICA-JA-FEITO
                   IF WS-JA-FEITO = 'N'
                       PERFORM ACUMULA-NO-CENTRO
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-NAO-PAGOS
               END-IF
           END-IF.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VERIFICA-JA-FEITO.
           MOVE 'N' TO WS-JA-FEITO.
           MOVE 1 TO WS-IND-FEITO.
           PERFORM PROCURA-JA-FEITO
               UNTIL WS-IND-FEITO > WS-QTD-JA-FEITOS OR
                     WS-JA-FEITO = 'S'.
           IF WS-JA-FEITO = 'N' AND WS-QTD-JA-FEITOS < 2000
               ADD 1 TO WS-QTD-JA-FEITOS
               MOVE RESULTADO-CODIGO
                   TO WS-FEITO-CODIGO (WS-QTD-JA-FEITOS).

       PROCURA-JA-FEITO.
           IF WS-FEITO-CODIGO (WS-IND-FEITO) = RESULTADO-CODIGO
               MOVE 'S' TO WS-JA-FEITO.
           ADD 1 TO WS-IND-FEITO.

       ACUMULA-NO-CENTRO.
      *Funcionario fora do cadastro, sem departamento ou com
      *departamento sem centro vai para o centro 000000 e aparece
      *no relatorio para a contabilidade reclassificar.
           MOVE ZEROS TO WS-CENTRO-DO-FUNC.
           MOVE RESULTADO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BUSCA-CENTRO-DO-DEPTO
           END-READ.
           IF WS-CENTRO-DO-FUNC = ZEROS
               ADD 1 TO WS-TOTAL-SEM-CENTRO
               DISPLAY 'CODIGO ' RESULTADO-CODIGO
                       ' SEM CENTRO DE CUSTO; VAI PARA O CENTRO'
                       ' 000000.'.
           PERFORM LOCALIZA-CENTRO.
           IF WS-ACHOU = 'S'
               ADD RESULTADO-LIQUIDO TO WS-CC-VALOR (WS-IND)
               ADD 1 TO WS-CC-QTD (WS-IND)
               ADD 1 TO WS-TOTAL-FUNCIONARIOS.

       BUSCA-CENTRO-DO-DEPTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE FUNCIONARIO-DEPARTAMENTO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-CENTRO-CUSTO
                           TO WS-CENTRO-DO-FUNC
               END-READ
           END-IF.

       LOCALIZA-CENTRO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 1 TO WS-IND.
           PERFORM COMPARA-CENTRO
               UNTIL WS-IND > WS-QTD-CENTROS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'N'
               IF WS-QTD-CENTROS >= 200
                   DISPLAY 'MAIS DE 200 CENTROS DE CUSTO; CODIGO '
                           RESULTADO-CODIGO ' NAO CONTABILIZADO.'
               ELSE
                   ADD 1 TO WS-QTD-CENTROS
                   MOVE WS-QTD-CENTROS TO WS-IND
                   MOVE WS-CENTRO-DO-FUNC TO WS-CC-CODIGO (WS-IND)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-IF.

       COMPARA-CENTRO.
           IF WS-CC-CODIGO (WS-IND) = WS-CENTRO-DO-FUNC
               MOVE 'S' TO WS-ACHOU
           ELSE
               ADD 1 TO WS-IND.

       CALCULA-DATA-LANCAMENTO.
      *Lancamento no ultimo dia do periodo; fevereiro com 29 dias
      *no ano bissexto.
           COMPUTE WS-DATA-LANCAMENTO = WS-PERIODO-PEDIDO * 100 +
               WS-DIAS-MES (WS-PER-MES).
           IF WS-PER-MES = 2
               DIVIDE WS-PER-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   DIVIDE WS-PER-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZEROS
                       ADD 1 TO WS-DATA-LANCAMENTO
                   ELSE
                       DIVIDE WS-PER-ANO BY 400 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO
                       IF WS-RESTO = ZEROS
                           ADD 1 TO WS-DATA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POSTA-UM-CENTRO.
           MOVE WS-DATA-LANCAMENTO TO LCTO-DATA.
           MOVE WS-CC-VALOR (WS-IND) TO LCTO-VALOR.
           MOVE SPACES TO LCTO-HISTORICO.
           STRING 'FOLHA ' WS-PERIODO-PEDIDO ' CC '
                  WS-CC-CODIGO (WS-IND)
               DELIMITED BY SIZE INTO LCTO-HISTORICO
           END-STRING.
           MOVE WS-CONTA-DEBITO TO LCTO-CONTA.
           MOVE 'D' TO LCTO-NATUREZA.
           WRITE LANCAMENTO-LINHA.
           ADD WS-CC-VALOR (WS-IND) TO WS-TOTAL-DEBITOS.
           MOVE WS-CONTA-CREDITO TO LCTO-CONTA.
           MOVE 'C' TO LCTO-NATUREZA.
           WRITE LANCAMENTO-LINHA.
           ADD WS-CC-VALOR (WS-IND) TO WS-TOTAL-CREDITOS.

       REGISTRA-PERIODO-POSTADO.
           OPEN EXTEND ARQUIVO-FOLHA-CONTABILIZADA.
           MOVE WS-PERIODO-PEDIDO TO FCONT-PERIODO.
           MOVE WS-DATA-HOJE TO FCONT-DATA-POSTAGEM.
           MOVE WS-OPERADOR TO FCONT-OPERADOR.
           MOVE WS-TOTAL-DEBITOS TO FCONT-TOTAL.
           WRITE FOLHA-CONTABILIZADA-LINHA.
           CLOSE ARQUIVO-FOLHA-CONTABILIZADA.

      *-----------------------------------------------------------------
      *RELATORIO DE CONTROLE - um par por centro e a prova de que os
      *debitos fecham com os creditos.
      *-----------------------------------------------------------------
       RELATORIO-DE-CONTROLE.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CONTABILIZACAO DA FOLHA - PERIODO '
                  WS-PERIODO-PEDIDO ' - DATA ' WS-DATA-LANCAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CONTA DEBITO ' WS-CONTA-DEBITO
                  '  CONTA CREDITO ' WS-CONTA-CREDITO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '---------------------------------------------------'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           MOVE '---------------------------------------------------'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EXIBE.
           MOVE WS-TOTAL-CREDITOS TO WS-CRE-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TOTAL DEBITOS ' WS-VALOR-EXIBE
                  '  TOTAL CREDITOS ' WS-CRE-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE 'PROVA: DEBITOS = CREDITOS.' TO WS-LINHA-IMPRESSA
           ELSE
               MOVE 'PROVA: DIFERENCA ENTRE DEBITOS E CREDITOS.'
                   TO WS-LINHA-IMPRESSA
               MOVE 8 TO RETURN-CODE.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'FUNCIONARIOS: ' WS-TOTAL-FUNCIONARIOS
                  '  SEM CENTRO: ' WS-TOTAL-SEM-CENTRO
                  '  NAO PAGOS: ' WS-TOTAL-NAO-PAGOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'CENTROS POSTADOS: ' WS-QTD-CENTROS
                   '  TOTAL: ' WS-VALOR-EXIBE.
           DISPLAY 'RELATORIO DE CONTROLE NO SPOOL (PROG72).'.

       IMPRIME-UM-CENTRO.
           MOVE WS-CC-VALOR (WS-IND) TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CC ' WS-CC-CODIGO (WS-IND)
                  '  FUNCS ' WS-CC-QTD (WS-IND)
                  '  D ' WS-VALOR-EXIBE
                  '  C ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
