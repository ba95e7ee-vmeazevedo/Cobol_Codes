      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG151.
      *Rotatividade e tempo de casa por departamento. A apuracao do
      *mes varre o cadastro da empresa da sessao: admissoes do mes
      *pela data de admissao de contratos.dat, desligamentos do mes
      *por FUNCIONARIO-DATA-DESLIGAMENTO, efetivo no inicio e no fim
      *do mes, efetivo medio, taxa de rotatividade
      *((admissoes + desligamentos) / 2 / efetivo medio), tempo medio
      *de casa dos ativos no fim do mes (em meses, pela conta
      *comercial) e o percentual de desligados ainda dentro da
      *experiencia (CONTRATO-FIM-EXPERIENCIA). O resultado vai para o
      *spool (PROG71) e para rotatividade_historico.dat, no mesmo
      *espirito do estatisticas_historico.dat do PROG85: o mes
      *reapurado substitui as linhas antigas daquele mes, e a
      *tendencia dos ultimos 12 meses sai so do historico, sem
      *reapurar os meses passados.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.

           SELECT OPTIONAL ARQUIVO-HISTORICO-ROT
           ASSIGN TO 'rotatividade_historico.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Uma linha por empresa, mes e departamento, mais a linha de
      *total da empresa (departamento 9999). Guarda as contagens
      *brutas; as taxas sao recalculadas na impressao.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       FD  ARQUIVO-HISTORICO-ROT.
       01  ROTATIVIDADE-LINHA.
           05 ROT-EMPRESA PIC 9(2).
           05 ROT-PERIODO PIC 9(6).
           05 ROT-DEPARTAMENTO PIC 9(4).
           05 ROT-EFETIVO-INICIO PIC 9(6).
           05 ROT-EFETIVO-FIM PIC 9(6).
           05 ROT-ADMISSOES PIC 9(6).
           05 ROT-DESLIGAMENTOS PIC 9(6).
           05 ROT-DESL-EXPERIENCIA PIC 9(6).
           05 ROT-SOMA-MESES-CASA PIC 9(8).
           05 ROT-QTD-TEMPO-CASA PIC 9(6).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-TEM-CONTRATOS PIC X VALUE 'N'.
       77  WS-TEM-ARQ-DEPARTAMENTO PIC X VALUE 'N'.
       77  WS-EMPRESA PIC 9(2) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-PERIODO-OK PIC X VALUE 'N'.
       77  WS-INICIO-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-ADMISSAO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-EXPERIENCIA PIC 9(8) VALUE ZEROS.
       77  WS-ESTAVA-NO-INICIO PIC X VALUE 'N'.
       77  WS-ESTA-NO-FIM PIC X VALUE 'N'.
       77  WS-ADMITIDO-NO-MES PIC X VALUE 'N'.
       77  WS-DESLIGADO-NO-MES PIC X VALUE 'N'.
       77  WS-MESES-CASA PIC S9(4) VALUE ZEROS.
       77  WS-SEM-ADMISSAO PIC 9(6) VALUE ZEROS.
       77  WS-DEPTO-PROCURADO PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU-DEPTO PIC X VALUE 'N'.
       77  WS-QTD-DEPTOS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-IND-MES PIC S9(3) VALUE ZEROS.
       77  WS-QTD-MESES-APURADOS PIC 9(2) VALUE ZEROS.
       77  WS-QTD-MANTIDAS PIC 9(4) VALUE ZEROS.
       77  WS-IND-MANTIDA PIC 9(4) VALUE ZEROS.
       77  WS-HISTORICO-CHEIO PIC X VALUE 'N'.
       77  WS-DESCRICAO-DEPTO PIC X(30) VALUE SPACES.
       77  WS-ROTULO-LINHA PIC X(25) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.

       01  WS-PERIODO PIC 9(6) VALUE ZEROS.
       01  FILLER REDEFINES WS-PERIODO.
           05 WS-PER-ANO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
       01  WS-PERIODO-INICIAL PIC 9(6) VALUE ZEROS.
       01  FILLER REDEFINES WS-PERIODO-INICIAL.
           05 WS-PIN-ANO PIC 9(4).
           05 WS-PIN-MES PIC 9(2).
       01  WS-PERIODO-LIDO PIC 9(6) VALUE ZEROS.
       01  FILLER REDEFINES WS-PERIODO-LIDO.
           05 WS-PLI-ANO PIC 9(4).
           05 WS-PLI-MES PIC 9(2).
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).
           COPY 'WSFUNCIONARIO.cob'.

       01  WS-CALCULO.
      *Contagens de uma linha (departamento, total ou mes) e os
      *indicadores calculados a partir delas para a impressao.
           05 WS-CALC-INICIO PIC 9(6).
           05 WS-CALC-FIM PIC 9(6).
           05 WS-CALC-ADMISSOES PIC 9(6).
           05 WS-CALC-DESLIG PIC 9(6).
           05 WS-CALC-DESL-EXPER PIC 9(6).
           05 WS-CALC-SOMA-MESES PIC 9(8).
           05 WS-CALC-QTD-TEMPO PIC 9(6).
           05 WS-CALC-EFETIVO-MEDIO PIC 9(6)V9.
           05 WS-CALC-TAXA PIC 9(3)V99.
           05 WS-CALC-TEMPO-MEDIO PIC 9(3)V9.
           05 WS-CALC-PERC-EXPER PIC 9(3)V9.
       01  WS-EDICAO.
           05 WS-INICIO-EXIBE PIC ZZZZ9.
           05 WS-FIM-EXIBE PIC ZZZZ9.
           05 WS-ADMISSOES-EXIBE PIC ZZZ9.
           05 WS-DESLIG-EXIBE PIC ZZZ9.
           05 WS-MEDIO-EXIBE PIC ZZZZ9.9.
           05 WS-TAXA-EXIBE PIC ZZ9.99.
           05 WS-TEMPO-EXIBE PIC ZZ9.9.
           05 WS-EXPER-EXIBE PIC ZZ9.9.

       01  WS-TABELA-DEPTOS.
      *Contagens por departamento; a posicao 201 guarda o total da
      *empresa (gravado no historico como departamento 9999).
           05 WS-DEPTO-LINHA OCCURS 201 TIMES.
              10 WS-DEPTO-CODIGO PIC 9(4).
              10 WS-DEPTO-INICIO PIC 9(6).
              10 WS-DEPTO-FIM PIC 9(6).
              10 WS-DEPTO-ADMISSOES PIC 9(6).
              10 WS-DEPTO-DESLIG PIC 9(6).
              10 WS-DEPTO-DESL-EXPER PIC 9(6).
              10 WS-DEPTO-SOMA-MESES PIC 9(8).
              10 WS-DEPTO-QTD-TEMPO PIC 9(6).
              10 WS-DEPTO-QTD-MESES PIC 9(2).
       01  WS-DEPTO-TROCA PIC X(50).

       01  WS-TABELA-MESES.
      *Linha de total da empresa de cada um dos 12 meses da
      *tendencia, do mais antigo para o mais recente.
           05 WS-MES-LINHA OCCURS 12 TIMES.
              10 WS-MES-PERIODO PIC 9(6).
              10 WS-MES-APURADO PIC X.
              10 WS-MES-INICIO PIC 9(6).
              10 WS-MES-FIM PIC 9(6).
              10 WS-MES-ADMISSOES PIC 9(6).
              10 WS-MES-DESLIG PIC 9(6).
              10 WS-MES-DESL-EXPER PIC 9(6).
              10 WS-MES-SOMA-MESES PIC 9(8).
              10 WS-MES-QTD-TEMPO PIC 9(6).

       01  WS-TABELA-MANTIDAS.
      *Linhas do historico de outros meses e empresas, regravadas
      *quando o mes e reapurado.
           05 WS-MANTIDA PIC X(56) OCCURS 5000 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'EMPRESA_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 1 TO WS-EMPRESA
           END-ACCEPT.
           IF WS-EMPRESA = ZEROS
               MOVE 1 TO WS-EMPRESA.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'ROTATIVIDADE E TEMPO DE CASA POR DEPARTAMENTO'.
           DISPLAY '1. APURAR MES E GRAVAR NO HISTORICO'.
           DISPLAY '2. TENDENCIA DOS ULTIMOS 12 MESES'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM APURA-MES.
           IF WS-OPCAO = 2
               PERFORM TENDENCIA-12-MESES.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 2 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *PERIODO - ENTER assume o mes anterior ao corrente (o ultimo
      *mes fechado); mes corrente ou futuro nao e aceito.
      *-----------------------------------------------------------------
       PEDE-PERIODO.
           MOVE 'N' TO WS-PERIODO-OK.
           MOVE ZEROS TO WS-PERIODO.
           DISPLAY 'PERIODO (AAAAMM, ENTER = MES ANTERIOR): '.
           ACCEPT WS-PERIODO.
           MOVE WS-DATA-HOJE TO WS-DATA-PARTES.
           IF WS-PERIODO = ZEROS
               MOVE WS-DP-ANO TO WS-PER-ANO
               MOVE WS-DP-MES TO WS-PER-MES
               PERFORM RECUA-UM-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12 OR WS-PER-ANO < 1900
               DISPLAY 'PERIODO INVALIDO.'
               GO TO PEDE-PERIODO-FIM.
           IF WS-PER-ANO > WS-DP-ANO OR
                   (WS-PER-ANO = WS-DP-ANO AND WS-PER-MES NOT <
                    WS-DP-MES)
               DISPLAY 'SO MES JA ENCERRADO PODE SER APURADO.'
               GO TO PEDE-PERIODO-FIM.
           MOVE 'S' TO WS-PERIODO-OK.
       PEDE-PERIODO-FIM.
           EXIT.

       RECUA-UM-MES.
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF.

      *-----------------------------------------------------------------
      *APURACAO DO MES - uma passada no cadastro da empresa,
      *contrato lido pela chave de cada funcionario.
      *-----------------------------------------------------------------
       APURA-MES.
           PERFORM PEDE-PERIODO THRU PEDE-PERIODO-FIM.
           IF WS-PERIODO-OK = 'N'
               GO TO APURA-MES-FIM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
               GO TO APURA-MES-FIM.
           MOVE 'N' TO WS-TEM-CONTRATOS.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE 'S' TO WS-TEM-CONTRATOS
           ELSE
               DISPLAY 'AVISO: SEM contratos.dat - NENHUMA ADMISSAO '
                       'SERA CONTADA.'
           END-IF.
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO * 100 + 1.
           COMPUTE WS-FIM-PERIODO = WS-PERIODO * 100 + 31.
           INITIALIZE WS-TABELA-DEPTOS.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           MOVE ZEROS TO WS-SEM-ADMISSAO.
           MOVE 9999 TO WS-DEPTO-CODIGO (201).
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM APURA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-TEM-CONTRATOS = 'S'
               CLOSE ARQUIVO-CONTRATO.
           PERFORM ORDENA-DEPARTAMENTOS.
           PERFORM IMPRIME-APURACAO.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM.
       APURA-MES-FIM.
           EXIT.

       APURA-FUNCIONARIO.
      *Desligado sem data (cadastro anterior ao campo) nao tem mes
      *de saida conhecido e fica fora da apuracao.
           IF FUNCIONARIO-SITUACAO = 'D' AND
                   FUNCIONARIO-DATA-DESLIGAMENTO = ZEROS
               GO TO APURA-FUNCIONARIO-PROXIMO.
           MOVE ZEROS TO WS-ADMISSAO.
           MOVE ZEROS TO WS-FIM-EXPERIENCIA.
           IF WS-TEM-CONTRATOS = 'S'
               MOVE FUNCIONARIO-CODIGO TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTRATO-DATA-ADMISSAO TO WS-ADMISSAO
                       MOVE CONTRATO-FIM-EXPERIENCIA
                           TO WS-FIM-EXPERIENCIA
               END-READ
           END-IF.
      *Sem data de admissao o funcionario conta no efetivo como
      *admitido antes do mes, mas fica fora do tempo medio de casa.
           MOVE 'N' TO WS-ESTAVA-NO-INICIO.
           MOVE 'N' TO WS-ESTA-NO-FIM.
           MOVE 'N' TO WS-ADMITIDO-NO-MES.
           MOVE 'N' TO WS-DESLIGADO-NO-MES.
           IF WS-ADMISSAO < WS-INICIO-PERIODO AND
                   (FUNCIONARIO-SITUACAO NOT = 'D' OR
                    FUNCIONARIO-DATA-DESLIGAMENTO NOT <
                    WS-INICIO-PERIODO)
               MOVE 'S' TO WS-ESTAVA-NO-INICIO.
           IF WS-ADMISSAO NOT > WS-FIM-PERIODO AND
                   (FUNCIONARIO-SITUACAO NOT = 'D' OR
                    FUNCIONARIO-DATA-DESLIGAMENTO > WS-FIM-PERIODO)
               MOVE 'S' TO WS-ESTA-NO-FIM.
           IF WS-ADMISSAO NOT < WS-INICIO-PERIODO AND
                   WS-ADMISSAO NOT > WS-FIM-PERIODO
               MOVE 'S' TO WS-ADMITIDO-NO-MES.
           IF FUNCIONARIO-SITUACAO = 'D' AND
                   FUNCIONARIO-DATA-DESLIGAMENTO NOT <
                   WS-INICIO-PERIODO AND
                   FUNCIONARIO-DATA-DESLIGAMENTO NOT > WS-FIM-PERIODO
               MOVE 'S' TO WS-DESLIGADO-NO-MES.
           IF WS-ESTAVA-NO-INICIO = 'N' AND WS-ESTA-NO-FIM = 'N' AND
                   WS-ADMITIDO-NO-MES = 'N' AND
                   WS-DESLIGADO-NO-MES = 'N'
               GO TO APURA-FUNCIONARIO-PROXIMO.

           MOVE FUNCIONARIO-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF WS-ACHOU-DEPTO = 'S'
               PERFORM SOMA-FUNCIONARIO.
           MOVE 201 TO WS-IND.
           PERFORM SOMA-FUNCIONARIO.
           IF WS-ESTA-NO-FIM = 'S' AND WS-ADMISSAO = ZEROS
               ADD 1 TO WS-SEM-ADMISSAO.
       APURA-FUNCIONARIO-PROXIMO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       SOMA-FUNCIONARIO.
           IF WS-ESTAVA-NO-INICIO = 'S'
               ADD 1 TO WS-DEPTO-INICIO (WS-IND).
           IF WS-ESTA-NO-FIM = 'S'
               ADD 1 TO WS-DEPTO-FIM (WS-IND).
           IF WS-ADMITIDO-NO-MES = 'S'
               ADD 1 TO WS-DEPTO-ADMISSOES (WS-IND).
           IF WS-DESLIGADO-NO-MES = 'S'
               ADD 1 TO WS-DEPTO-DESLIG (WS-IND)
               IF WS-FIM-EXPERIENCIA > ZEROS AND
                       FUNCIONARIO-DATA-DESLIGAMENTO NOT >
                       WS-FIM-EXPERIENCIA
                   ADD 1 TO WS-DEPTO-DESL-EXPER (WS-IND)
               END-IF
           END-IF.
      *Tempo de casa em meses no fim do mes apurado (conta
      *comercial: so ano e mes da admissao).
           IF WS-ESTA-NO-FIM = 'S' AND WS-ADMISSAO > ZEROS
               MOVE WS-ADMISSAO TO WS-DATA-PARTES
               COMPUTE WS-MESES-CASA =
                   (WS-PER-ANO - WS-DP-ANO) * 12 +
                   WS-PER-MES - WS-DP-MES
               IF WS-MESES-CASA < ZEROS
                   MOVE ZEROS TO WS-MESES-CASA
               END-IF
               ADD WS-MESES-CASA TO WS-DEPTO-SOMA-MESES (WS-IND)
               ADD 1 TO WS-DEPTO-QTD-TEMPO (WS-IND).

       LOCALIZA-DEPARTAMENTO.
           MOVE 'N' TO WS-ACHOU-DEPTO.
           PERFORM PROCURA-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS OR WS-ACHOU-DEPTO = 'S'.
           IF WS-ACHOU-DEPTO = 'N' AND WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE WS-QTD-DEPTOS TO WS-IND
               MOVE WS-DEPTO-PROCURADO TO WS-DEPTO-CODIGO (WS-IND)
               MOVE 'S' TO WS-ACHOU-DEPTO
           ELSE
               IF WS-ACHOU-DEPTO = 'S'
                   SUBTRACT 1 FROM WS-IND
               END-IF
           END-IF.

       PROCURA-DEPARTAMENTO.
           IF WS-DEPTO-CODIGO (WS-IND) = WS-DEPTO-PROCURADO
               MOVE 'S' TO WS-ACHOU-DEPTO.

      *Ordem de codigo de departamento para a impressao (troca
      *simples; a tabela e pequena).
       ORDENA-DEPARTAMENTOS.
           MOVE 'S' TO WS-ACHOU-DEPTO.
           PERFORM PASSADA-ORDENACAO
               UNTIL WS-ACHOU-DEPTO = 'N'.

       PASSADA-ORDENACAO.
           MOVE 'N' TO WS-ACHOU-DEPTO.
           PERFORM COMPARA-VIZINHOS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND >= WS-QTD-DEPTOS.

       COMPARA-VIZINHOS.
           IF WS-DEPTO-CODIGO (WS-IND) > WS-DEPTO-CODIGO (WS-IND + 1)
               MOVE WS-DEPTO-LINHA (WS-IND) TO WS-DEPTO-TROCA
               MOVE WS-DEPTO-LINHA (WS-IND + 1)
                   TO WS-DEPTO-LINHA (WS-IND)
               MOVE WS-DEPTO-TROCA TO WS-DEPTO-LINHA (WS-IND + 1)
               MOVE 'S' TO WS-ACHOU-DEPTO.

      *-----------------------------------------------------------------
      *IMPRESSAO DA APURACAO - uma linha por departamento e o total
      *da empresa no spool.
      *-----------------------------------------------------------------
       IMPRIME-APURACAO.
           PERFORM ABRE-DEPARTAMENTOS.
           MOVE 'ROTATIVIDADE MES' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ROTATIVIDADE E TEMPO DE CASA - EMPRESA ' WS-EMPRESA
                   ' - PERIODO ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'DEPTO DESCRICAO' TO WS-ROTULO-LINHA.
           PERFORM IMPRIME-CABECALHO-COLUNAS.
           PERFORM IMPRIME-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 201 TO WS-IND.
           MOVE 'TOTAL DA EMPRESA' TO WS-ROTULO-LINHA.
           PERFORM MOVE-CONTAGENS-DEPARTAMENTO.
           PERFORM IMPRIME-INDICADORES.
           PERFORM IMPRIME-LEGENDA.
           IF WS-SEM-ADMISSAO > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'ATIVOS SEM DATA DE ADMISSAO (FORA DO TEMPO '
                       'MEDIO): ' WS-SEM-ADMISSAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           IF WS-TEM-ARQ-DEPARTAMENTO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO.
           MOVE WS-CALC-TAXA TO WS-TAXA-EXIBE.
           DISPLAY 'PERIODO ' WS-PERIODO ': ' WS-QTD-DEPTOS
                   ' DEPARTAMENTO(S), ROTATIVIDADE ' WS-TAXA-EXIBE
                   '%. RELATORIO NO SPOOL.'.

       IMPRIME-DEPARTAMENTO.
           PERFORM DESCREVE-DEPARTAMENTO.
           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING WS-DEPTO-CODIGO (WS-IND) '  '
                   WS-DESCRICAO-DEPTO (1:19)
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA
           END-STRING.
           PERFORM MOVE-CONTAGENS-DEPARTAMENTO.
           PERFORM IMPRIME-INDICADORES.

       MOVE-CONTAGENS-DEPARTAMENTO.
           MOVE WS-DEPTO-INICIO (WS-IND) TO WS-CALC-INICIO.
           MOVE WS-DEPTO-FIM (WS-IND) TO WS-CALC-FIM.
           MOVE WS-DEPTO-ADMISSOES (WS-IND) TO WS-CALC-ADMISSOES.
           MOVE WS-DEPTO-DESLIG (WS-IND) TO WS-CALC-DESLIG.
           MOVE WS-DEPTO-DESL-EXPER (WS-IND) TO WS-CALC-DESL-EXPER.
           MOVE WS-DEPTO-SOMA-MESES (WS-IND) TO WS-CALC-SOMA-MESES.
           MOVE WS-DEPTO-QTD-TEMPO (WS-IND) TO WS-CALC-QTD-TEMPO.

       ABRE-DEPARTAMENTOS.
           MOVE 'N' TO WS-TEM-ARQ-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-DEPARTAMENTO.

       DESCREVE-DEPARTAMENTO.
           MOVE SPACES TO WS-DESCRICAO-DEPTO.
           IF WS-TEM-ARQ-DEPARTAMENTO = 'S'
               MOVE WS-DEPTO-CODIGO (WS-IND) TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-DESCRICAO-DEPTO
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-DESCRICAO
                           TO WS-DESCRICAO-DEPTO
               END-READ
           END-IF.

      *Indicadores de uma linha a partir das contagens em
      *WS-CALCULO; divisao por zero fica zerada.
       CALCULA-INDICADORES.
           COMPUTE WS-CALC-EFETIVO-MEDIO ROUNDED =
               (WS-CALC-INICIO + WS-CALC-FIM) / 2.
           MOVE ZEROS TO WS-CALC-TAXA.
           IF WS-CALC-EFETIVO-MEDIO > ZEROS
               COMPUTE WS-CALC-TAXA ROUNDED =
                   (WS-CALC-ADMISSOES + WS-CALC-DESLIG) * 50 /
                   WS-CALC-EFETIVO-MEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CALC-TAXA
               END-COMPUTE.
           MOVE ZEROS TO WS-CALC-TEMPO-MEDIO.
           IF WS-CALC-QTD-TEMPO > ZEROS
               COMPUTE WS-CALC-TEMPO-MEDIO ROUNDED =
                   WS-CALC-SOMA-MESES / WS-CALC-QTD-TEMPO
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-CALC-TEMPO-MEDIO
               END-COMPUTE.
           MOVE ZEROS TO WS-CALC-PERC-EXPER.
           IF WS-CALC-DESLIG > ZEROS
               COMPUTE WS-CALC-PERC-EXPER ROUNDED =
                   WS-CALC-DESL-EXPER * 100 / WS-CALC-DESLIG.

       IMPRIME-CABECALHO-COLUNAS.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE WS-ROTULO-LINHA TO WS-LINHA-IMPRESSA (1:25).
           MOVE 'INIC' TO WS-LINHA-IMPRESSA (28:4).
           MOVE 'FIM' TO WS-LINHA-IMPRESSA (35:3).
           MOVE 'ADM' TO WS-LINHA-IMPRESSA (40:3).
           MOVE 'DES' TO WS-LINHA-IMPRESSA (45:3).
           MOVE 'MEDIO' TO WS-LINHA-IMPRESSA (51:5).
           MOVE 'TURN%' TO WS-LINHA-IMPRESSA (58:5).
           MOVE 'TEMPO' TO WS-LINHA-IMPRESSA (64:5).
           MOVE 'EXP%' TO WS-LINHA-IMPRESSA (71:4).
           PERFORM IMPRIME-LINHA.

       IMPRIME-INDICADORES.
           PERFORM CALCULA-INDICADORES.
           MOVE WS-CALC-INICIO TO WS-INICIO-EXIBE.
           MOVE WS-CALC-FIM TO WS-FIM-EXIBE.
           MOVE WS-CALC-ADMISSOES TO WS-ADMISSOES-EXIBE.
           MOVE WS-CALC-DESLIG TO WS-DESLIG-EXIBE.
           MOVE WS-CALC-EFETIVO-MEDIO TO WS-MEDIO-EXIBE.
           MOVE WS-CALC-TAXA TO WS-TAXA-EXIBE.
           MOVE WS-CALC-TEMPO-MEDIO TO WS-TEMPO-EXIBE.
           MOVE WS-CALC-PERC-EXPER TO WS-EXPER-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE WS-ROTULO-LINHA TO WS-LINHA-IMPRESSA (1:25).
           MOVE WS-INICIO-EXIBE TO WS-LINHA-IMPRESSA (27:5).
           MOVE WS-FIM-EXIBE TO WS-LINHA-IMPRESSA (33:5).
           MOVE WS-ADMISSOES-EXIBE TO WS-LINHA-IMPRESSA (39:4).
           MOVE WS-DESLIG-EXIBE TO WS-LINHA-IMPRESSA (44:4).
           MOVE WS-MEDIO-EXIBE TO WS-LINHA-IMPRESSA (49:7).
           MOVE WS-TAXA-EXIBE TO WS-LINHA-IMPRESSA (57:6).
           MOVE WS-TEMPO-EXIBE TO WS-LINHA-IMPRESSA (64:5).
           MOVE WS-EXPER-EXIBE TO WS-LINHA-IMPRESSA (70:5).
           PERFORM IMPRIME-LINHA.

       IMPRIME-LEGENDA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'INIC/FIM = EFETIVO NO INICIO/FIM; MEDIO = (INIC + FIM)'
               TO WS-LINHA-IMPRESSA.
           MOVE ' / 2' TO WS-LINHA-IMPRESSA (55:4).
           PERFORM IMPRIME-LINHA.
           MOVE 'TURN% = (ADM + DES) / 2 / MEDIO X 100; TEMPO = MEDIA'
               TO WS-LINHA-IMPRESSA.
           MOVE ' DE MESES DE CASA' TO WS-LINHA-IMPRESSA (53:17).
           PERFORM IMPRIME-LINHA.
           MOVE 'EXP% = DESLIGADOS AINDA NA EXPERIENCIA SOBRE DES'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.

      *-----------------------------------------------------------------
      *HISTORICO - as linhas de outros meses e empresas sao
      *guardadas e o arquivo e regravado com as do mes apurado no
      *fim, de modo que reapurar um mes nao duplica a tendencia.
      *-----------------------------------------------------------------
       GRAVA-HISTORICO.
           MOVE ZEROS TO WS-QTD-MANTIDAS.
           MOVE 'N' TO WS-HISTORICO-CHEIO.
           OPEN INPUT ARQUIVO-HISTORICO-ROT.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-HISTORICO-ROT AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM GUARDA-LINHA-HISTORICO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-HISTORICO-ROT.
           IF WS-HISTORICO-CHEIO = 'S'
               DISPLAY 'rotatividade_historico.dat: MAIS DE 5000 '
                       'LINHAS - HISTORICO NAO ATUALIZADO.'
               GO TO GRAVA-HISTORICO-FIM.
           OPEN OUTPUT ARQUIVO-HISTORICO-ROT.
           PERFORM REGRAVA-LINHA-MANTIDA
               VARYING WS-IND-MANTIDA FROM 1 BY 1
               UNTIL WS-IND-MANTIDA > WS-QTD-MANTIDAS.
           PERFORM GRAVA-LINHA-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           MOVE 201 TO WS-IND.
           PERFORM GRAVA-LINHA-DEPARTAMENTO.
           CLOSE ARQUIVO-HISTORICO-ROT.
           DISPLAY 'HISTORICO ATUALIZADO PARA O PERIODO ' WS-PERIODO
                   '.'.
       GRAVA-HISTORICO-FIM.
           EXIT.

       GUARDA-LINHA-HISTORICO.
           IF ROT-EMPRESA NOT = WS-EMPRESA OR
                   ROT-PERIODO NOT = WS-PERIODO
               IF WS-QTD-MANTIDAS >= 5000
                   MOVE 'S' TO WS-HISTORICO-CHEIO
               ELSE
                   ADD 1 TO WS-QTD-MANTIDAS
                   MOVE ROTATIVIDADE-LINHA
                       TO WS-MANTIDA (WS-QTD-MANTIDAS)
               END-IF
           END-IF.
           READ ARQUIVO-HISTORICO-ROT AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       REGRAVA-LINHA-MANTIDA.
           MOVE WS-MANTIDA (WS-IND-MANTIDA) TO ROTATIVIDADE-LINHA.
           WRITE ROTATIVIDADE-LINHA.

       GRAVA-LINHA-DEPARTAMENTO.
           MOVE WS-EMPRESA TO ROT-EMPRESA.
           MOVE WS-PERIODO TO ROT-PERIODO.
           MOVE WS-DEPTO-CODIGO (WS-IND) TO ROT-DEPARTAMENTO.
           MOVE WS-DEPTO-INICIO (WS-IND) TO ROT-EFETIVO-INICIO.
           MOVE WS-DEPTO-FIM (WS-IND) TO ROT-EFETIVO-FIM.
           MOVE WS-DEPTO-ADMISSOES (WS-IND) TO ROT-ADMISSOES.
           MOVE WS-DEPTO-DESLIG (WS-IND) TO ROT-DESLIGAMENTOS.
           MOVE WS-DEPTO-DESL-EXPER (WS-IND) TO ROT-DESL-EXPERIENCIA.
           MOVE WS-DEPTO-SOMA-MESES (WS-IND) TO ROT-SOMA-MESES-CASA.
           MOVE WS-DEPTO-QTD-TEMPO (WS-IND) TO ROT-QTD-TEMPO-CASA.
           WRITE ROTATIVIDADE-LINHA.

      *-----------------------------------------------------------------
      *TENDENCIA - os 12 meses terminados no periodo pedido, lidos
      *so do historico: o total da empresa mes a mes e o acumulado
      *de cada departamento na janela (rotatividade de 12 meses).
      *-----------------------------------------------------------------
       TENDENCIA-12-MESES.
           PERFORM PEDE-PERIODO THRU PEDE-PERIODO-FIM.
           IF WS-PERIODO-OK = 'N'
               GO TO TENDENCIA-12-MESES-FIM.
           MOVE WS-PERIODO TO WS-PERIODO-INICIAL.
           PERFORM RECUA-PERIODO-INICIAL 11 TIMES.
           INITIALIZE WS-TABELA-MESES.
           MOVE WS-PERIODO-INICIAL TO WS-PERIODO-LIDO.
           PERFORM PREPARA-MES-TENDENCIA
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES > 12.
           INITIALIZE WS-TABELA-DEPTOS.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           MOVE ZEROS TO WS-QTD-MESES-APURADOS.
           MOVE 9999 TO WS-DEPTO-CODIGO (201).
           OPEN INPUT ARQUIVO-HISTORICO-ROT.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-HISTORICO-ROT AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM LE-LINHA-TENDENCIA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-HISTORICO-ROT.
           IF WS-QTD-MESES-APURADOS = ZEROS
               DISPLAY 'NENHUM MES APURADO ENTRE ' WS-PERIODO-INICIAL
                       ' E ' WS-PERIODO '.'
               GO TO TENDENCIA-12-MESES-FIM.
           PERFORM ORDENA-DEPARTAMENTOS.
           PERFORM IMPRIME-TENDENCIA.
       TENDENCIA-12-MESES-FIM.
           EXIT.

       RECUA-PERIODO-INICIAL.
           IF WS-PIN-MES = 1
               MOVE 12 TO WS-PIN-MES
               SUBTRACT 1 FROM WS-PIN-ANO
           ELSE
               SUBTRACT 1 FROM WS-PIN-MES
           END-IF.

       PREPARA-MES-TENDENCIA.
           MOVE WS-PERIODO-LIDO TO WS-MES-PERIODO (WS-IND-MES).
           MOVE 'N' TO WS-MES-APURADO (WS-IND-MES).
           IF WS-PLI-MES = 12
               MOVE 1 TO WS-PLI-MES
               ADD 1 TO WS-PLI-ANO
           ELSE
               ADD 1 TO WS-PLI-MES
           END-IF.

       LE-LINHA-TENDENCIA.
           IF ROT-EMPRESA = WS-EMPRESA AND
                   ROT-PERIODO NOT < WS-PERIODO-INICIAL AND
                   ROT-PERIODO NOT > WS-PERIODO
               MOVE ROT-PERIODO TO WS-PERIODO-LIDO
               COMPUTE WS-IND-MES =
                   (WS-PLI-ANO - WS-PIN-ANO) * 12 +
                   WS-PLI-MES - WS-PIN-MES + 1
               IF ROT-DEPARTAMENTO = 9999
                   PERFORM ACUMULA-MES-TENDENCIA
                   MOVE 201 TO WS-IND
                   PERFORM ACUMULA-LINHA-TENDENCIA
               ELSE
                   MOVE ROT-DEPARTAMENTO TO WS-DEPTO-PROCURADO
                   PERFORM LOCALIZA-DEPARTAMENTO
                   IF WS-ACHOU-DEPTO = 'S'
                       PERFORM ACUMULA-LINHA-TENDENCIA
                   END-IF
               END-IF
           END-IF.
           READ ARQUIVO-HISTORICO-ROT AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       ACUMULA-MES-TENDENCIA.
           IF WS-MES-APURADO (WS-IND-MES) = 'N'
               ADD 1 TO WS-QTD-MESES-APURADOS.
           MOVE 'S' TO WS-MES-APURADO (WS-IND-MES).
           MOVE ROT-EFETIVO-INICIO TO WS-MES-INICIO (WS-IND-MES).
           MOVE ROT-EFETIVO-FIM TO WS-MES-FIM (WS-IND-MES).
           MOVE ROT-ADMISSOES TO WS-MES-ADMISSOES (WS-IND-MES).
           MOVE ROT-DESLIGAMENTOS TO WS-MES-DESLIG (WS-IND-MES).
           MOVE ROT-DESL-EXPERIENCIA TO WS-MES-DESL-EXPER (WS-IND-MES).
           MOVE ROT-SOMA-MESES-CASA TO WS-MES-SOMA-MESES (WS-IND-MES).
           MOVE ROT-QTD-TEMPO-CASA TO WS-MES-QTD-TEMPO (WS-IND-MES).

       ACUMULA-LINHA-TENDENCIA.
           ADD ROT-EFETIVO-INICIO TO WS-DEPTO-INICIO (WS-IND).
           ADD ROT-EFETIVO-FIM TO WS-DEPTO-FIM (WS-IND).
           ADD ROT-ADMISSOES TO WS-DEPTO-ADMISSOES (WS-IND).
           ADD ROT-DESLIGAMENTOS TO WS-DEPTO-DESLIG (WS-IND).
           ADD ROT-DESL-EXPERIENCIA TO WS-DEPTO-DESL-EXPER (WS-IND).
           ADD ROT-SOMA-MESES-CASA TO WS-DEPTO-SOMA-MESES (WS-IND).
           ADD ROT-QTD-TEMPO-CASA TO WS-DEPTO-QTD-TEMPO (WS-IND).
           ADD 1 TO WS-DEPTO-QTD-MESES (WS-IND).

       IMPRIME-TENDENCIA.
           PERFORM ABRE-DEPARTAMENTOS.
           MOVE 'TENDENCIA ROTATIV' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TENDENCIA DE ROTATIVIDADE - EMPRESA ' WS-EMPRESA
                   ' - ' WS-PERIODO-INICIAL ' A ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'TOTAL DA EMPRESA MES A MES' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'PERIODO' TO WS-ROTULO-LINHA.
           PERFORM IMPRIME-CABECALHO-COLUNAS.
           PERFORM IMPRIME-MES-TENDENCIA
               VARYING WS-IND-MES FROM 1 BY 1
               UNTIL WS-IND-MES > 12.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'ACUMULADO DA JANELA POR DEPARTAMENTO (EFETIVO = MEDIA'
               TO WS-LINHA-IMPRESSA.
           MOVE ' DOS MESES APURADOS)' TO WS-LINHA-IMPRESSA (54:20).
           PERFORM IMPRIME-LINHA.
           MOVE 'DEPTO DESCRICAO' TO WS-ROTULO-LINHA.
           PERFORM IMPRIME-CABECALHO-COLUNAS.
           PERFORM IMPRIME-ACUMULADO-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 201 TO WS-IND.
           PERFORM MEDIA-CONTAGENS-JANELA.
           MOVE 'TOTAL DA EMPRESA' TO WS-ROTULO-LINHA.
           PERFORM IMPRIME-INDICADORES.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MESES APURADOS NA JANELA: ' WS-QTD-MESES-APURADOS
                   ' DE 12'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-LEGENDA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           IF WS-TEM-ARQ-DEPARTAMENTO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO.
           MOVE WS-CALC-TAXA TO WS-TAXA-EXIBE.
           DISPLAY WS-QTD-MESES-APURADOS ' MES(ES) APURADO(S), '
                   'ROTATIVIDADE ACUMULADA ' WS-TAXA-EXIBE
                   '%. RELATORIO NO SPOOL.'.

       IMPRIME-MES-TENDENCIA.
           MOVE SPACES TO WS-ROTULO-LINHA.
           MOVE WS-MES-PERIODO (WS-IND-MES) TO WS-ROTULO-LINHA (1:6).
           IF WS-MES-APURADO (WS-IND-MES) = 'N'
               MOVE SPACES TO WS-LINHA-IMPRESSA
               MOVE WS-ROTULO-LINHA TO WS-LINHA-IMPRESSA (1:25)
               MOVE 'MES NAO APURADO' TO WS-LINHA-IMPRESSA (27:15)
               PERFORM IMPRIME-LINHA
           ELSE
               MOVE WS-MES-INICIO (WS-IND-MES) TO WS-CALC-INICIO
               MOVE WS-MES-FIM (WS-IND-MES) TO WS-CALC-FIM
               MOVE WS-MES-ADMISSOES (WS-IND-MES) TO WS-CALC-ADMISSOES
               MOVE WS-MES-DESLIG (WS-IND-MES) TO WS-CALC-DESLIG
               MOVE WS-MES-DESL-EXPER (WS-IND-MES)
                   TO WS-CALC-DESL-EXPER
               MOVE WS-MES-SOMA-MESES (WS-IND-MES)
                   TO WS-CALC-SOMA-MESES
               MOVE WS-MES-QTD-TEMPO (WS-IND-MES) TO WS-CALC-QTD-TEMPO
               PERFORM IMPRIME-INDICADORES
           END-IF.

       IMPRIME-ACUMULADO-DEPARTAMENTO.
           PERFORM DESCREVE-DEPARTAMENTO.
           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING WS-DEPTO-CODIGO (WS-IND) '  '
                   WS-DESCRICAO-DEPTO (1:19)
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA
           END-STRING.
           PERFORM MEDIA-CONTAGENS-JANELA.
           PERFORM IMPRIME-INDICADORES.

      *Na janela o efetivo e a media dos meses apurados do
      *departamento; admissoes e desligamentos sao a soma, o que da
      *a rotatividade acumulada do periodo.
       MEDIA-CONTAGENS-JANELA.
           PERFORM MOVE-CONTAGENS-DEPARTAMENTO.
           IF WS-DEPTO-QTD-MESES (WS-IND) > ZEROS
               COMPUTE WS-CALC-INICIO ROUNDED =
                   WS-DEPTO-INICIO (WS-IND) /
                   WS-DEPTO-QTD-MESES (WS-IND)
               COMPUTE WS-CALC-FIM ROUNDED =
                   WS-DEPTO-FIM (WS-IND) /
                   WS-DEPTO-QTD-MESES (WS-IND).

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
