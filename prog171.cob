      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG171.
      *Varredura de integridade referencial entre os arquivos
      *chaveados pelo codigo do funcionario - o PROG70 confere cada
      *indexado por dentro, este confere um contra o outro. Passo de
      *lote (pode entrar em passos_lote.dat com frequencia D, ver
      *PROG54):
      *  1. Carrega os codigos de todos os cadastros de funcionarios
      *     do grupo (empresas.dat, nomes do esquema _Enn do menu; a
      *     empresa de treinamento do PROG128 e copia mascarada e
      *     fica de fora). Sem empresas.dat vale o cadastro da
      *     sessao. Os satelites sao do grupo (ver PROG149), entao
      *     o codigo vale se existe em QUALQUER empresa.
      *  2. ORFAOS: registro de salarios, contratos, dependentes,
      *     ferias, beneficios, emprestimos, dados_bancarios,
      *     treinamentos, escalas, afastamentos e tarefas (codigo
      *     zero = tarefa sem atribuicao, nao conta) com codigo fora
      *     de todos os cadastros.
      *  3. LACUNAS: funcionario ativo sem contrato, sem salario
      *     vigente hoje ou sem dados bancarios.
      *Contagens por arquivo no spool (PROG71) e uma linha por
      *ocorrencia em excecoes_integridade.txt para o saneamento.
      *Limites de parametros_integridade.dat: acima de qualquer um o
      *passo termina com RETURN-CODE 8 e para a cadeia do PROG54.
      *Sem o arquivo o passo so informa.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELEMPRESA.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELDEPENDENTE.cob'.
           COPY 'SELFERIAS.cob'.
           COPY 'SELBENEFICIO.cob'.
           COPY 'SELEMPRESTIMO.cob'.
           COPY 'SELBANCO.cob'.
           COPY 'SELTREINAMENTO.cob'.
           COPY 'SELESCALA.cob'.
           COPY 'SELAFASTAMENTO.cob'.

           SELECT ARQUIVO-TAREFAS
           ASSIGN TO 'tarefas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAREFAS.
      *Layout do PROG30.

           SELECT ARQUIVO-MARCA-TREINO
           ASSIGN TO 'empresa_treinamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MARCA.

           SELECT ARQUIVO-PARAMETROS
           ASSIGN TO 'parametros_integridade.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO 'excecoes_integridade.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Refeito a cada execucao: so as ocorrencias de hoje.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDEMPRESA.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDDEPENDENTE.cob'.
           COPY 'FDFERIAS.cob'.
           COPY 'FDBENEFICIO.cob'.
           COPY 'FDEMPRESTIMO.cob'.
           COPY 'FDBANCO.cob'.
           COPY 'FDTREINAMENTO.cob'.
           COPY 'FDESCALA.cob'.
           COPY 'FDAFASTAMENTO.cob'.

       FD  ARQUIVO-TAREFAS.
       01  TAREFA-LINHA.
           05 TAREFA-ARQ-COD PIC 9(6).
           05 TAREFA-ARQ-TEXTO PIC X(100).

       FD  ARQUIVO-MARCA-TREINO.
       01  MARCA-TREINO-LINHA.
           05 MARCA-EMPRESA PIC 9(2).

       FD  ARQUIVO-PARAMETROS.
       01  PARAMETROS-LINHA.
           05 PARAM-LIMITE-ORFAOS PIC 9(6).
           05 PARAM-LIMITE-LACUNAS PIC 9(6).
      *Quantidade tolerada de orfaos e de lacunas; acima dela o
      *passo falha.

       FD  ARQUIVO-EXCECOES.
       01  EXCECAO-LINHA.
           05 EXCECAO-TIPO PIC X(6).
      *ORFAO ou LACUNA.
           05 FILLER PIC X(1).
           05 EXCECAO-ARQUIVO PIC X(20).
           05 FILLER PIC X(1).
           05 EXCECAO-CODIGO PIC 9(6).
           05 FILLER PIC X(1).
           05 EXCECAO-EMPRESA PIC 9(2).
      *Empresa do cadastro (lacunas); zeros nos orfaos.
           05 FILLER PIC X(1).
           05 EXCECAO-CHAVE PIC X(10).
      *Resto da chave do registro orfao (data, sequencia, curso).
           05 FILLER PIC X(1).
           05 EXCECAO-DETALHE PIC X(30).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-FIM-EMPRESAS PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-EMPRESA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPENDENTE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FERIAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BENEFICIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-EMPRESTIMO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BANCO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TREINAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ESCALA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AFASTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-TAREFAS PIC X(02) VALUE '00'.
       77  WS-STATUS-MARCA PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-EMPRESA-TREINO PIC 9(2) VALUE ZEROS.
       77  WS-EMPRESA-CORRENTE PIC 9(2) VALUE ZEROS.
       77  WS-QTD-EMPRESAS PIC 9(2) VALUE ZEROS.
       77  WS-LIMITE-ORFAOS PIC 9(6) VALUE 999999.
       77  WS-LIMITE-LACUNAS PIC 9(6) VALUE 999999.
       77  WS-TEM-LIMITES PIC X VALUE 'N'.
       77  WS-TABELA-CHEIA PIC X VALUE 'N'.
       77  WS-QTD-LIDOS-FUNC PIC 9(6) VALUE ZEROS.
       77  WS-QTD-ATIVOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-ORFAOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-LACUNAS PIC 9(6) VALUE ZEROS.
       77  WS-SEM-CONTRATO PIC 9(6) VALUE ZEROS.
       77  WS-SEM-SALARIO PIC 9(6) VALUE ZEROS.
       77  WS-SEM-BANCO PIC 9(6) VALUE ZEROS.
       77  WS-CODIGO-LIDO PIC 9(6) VALUE ZEROS.
       77  WS-CHAVE-LIDA PIC X(10) VALUE SPACES.
       77  WS-DATA-LIDA PIC 9(8) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-IND PIC 9(5) VALUE ZEROS.
       77  WS-POSICAO PIC 9(5) VALUE ZEROS.
       77  WS-IND-ARQ PIC 9(2) VALUE ZEROS.
       77  WS-QTD-EXIBE PIC ZZZZZ9.
       77  WS-ORFAOS-EXIBE PIC ZZZZZ9.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'INTEGRIDADE-CADASTRO'.
           COPY 'WSFUNCIONARIO.cob'.

       01  WS-TABELA-FUNCIONARIOS.
      *Codigos de todas as empresas em ordem crescente (cada
      *cadastro ja vem em ordem de chave; o codigo repetido em duas
      *empresas ocupa uma linha so). Os indicadores marcam o que foi
      *achado nos satelites obrigatorios.
           05 WS-QTD-FUNC PIC 9(5) VALUE ZEROS.
           05 WS-TF OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-QTD-FUNC
                 ASCENDING KEY IS WS-TF-CODIGO
                 INDEXED BY WS-IX-FUNC.
              10 WS-TF-CODIGO PIC 9(6).
              10 WS-TF-EMPRESA PIC 9(2).
              10 WS-TF-ATIVO PIC X(1).
              10 WS-TF-CONTRATO PIC X(1).
              10 WS-TF-SALARIO PIC X(1).
              10 WS-TF-BANCO PIC X(1).

       01  WS-NOMES-SATELITES.
           05 FILLER PIC X(20) VALUE 'salarios.dat'.
           05 FILLER PIC X(20) VALUE 'contratos.dat'.
           05 FILLER PIC X(20) VALUE 'dependentes.dat'.
           05 FILLER PIC X(20) VALUE 'ferias.dat'.
           05 FILLER PIC X(20) VALUE 'beneficios.dat'.
           05 FILLER PIC X(20) VALUE 'emprestimos.dat'.
           05 FILLER PIC X(20) VALUE 'dados_bancarios.dat'.
           05 FILLER PIC X(20) VALUE 'treinamentos.dat'.
           05 FILLER PIC X(20) VALUE 'escalas.dat'.
           05 FILLER PIC X(20) VALUE 'afastamentos.dat'.
           05 FILLER PIC X(20) VALUE 'tarefas.dat'.
       01  WS-TABELA-NOMES-SATELITES REDEFINES WS-NOMES-SATELITES.
           05 WS-SAT-NOME PIC X(20) OCCURS 11 TIMES.

       01  WS-TABELA-CONTAGENS.
      *Mesma ordem dos nomes acima.
           05 WS-SAT OCCURS 11 TIMES.
              10 WS-SAT-AUSENTE PIC X(1).
              10 WS-SAT-LIDOS PIC 9(6).
              10 WS-SAT-ORFAOS PIC 9(6).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Sem empresas.dat vale o cadastro da sessao, como nos demais
      *programas rodados avulsos.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO RETURN-CODE.
           INITIALIZE WS-TABELA-CONTAGENS.
           PERFORM LE-PARAMETROS.

           PERFORM CARREGA-FUNCIONARIOS.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY 'MAIS DE 20000 FUNCIONARIOS NO GRUPO;'
                       ' VARREDURA NAO REALIZADA.'
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.

           OPEN OUTPUT ARQUIVO-EXCECOES.
           PERFORM VARRE-SALARIOS.
           PERFORM VARRE-CONTRATOS.
           PERFORM VARRE-DEPENDENTES.
           PERFORM VARRE-FERIAS.
           PERFORM VARRE-BENEFICIOS.
           PERFORM VARRE-EMPRESTIMOS.
           PERFORM VARRE-BANCOS.
           PERFORM VARRE-TREINAMENTOS.
           PERFORM VARRE-ESCALAS.
           PERFORM VARRE-AFASTAMENTOS.
           PERFORM VARRE-TAREFAS.
           PERFORM APONTA-LACUNAS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-FUNC.
           CLOSE ARQUIVO-EXCECOES.

           PERFORM IMPRIME-RELATORIO.

           DISPLAY 'FUNCIONARIOS NO GRUPO: ' WS-QTD-FUNC
                   '  ATIVOS: ' WS-QTD-ATIVOS.
           DISPLAY 'ORFAOS: ' WS-TOTAL-ORFAOS
                   '  LACUNAS: ' WS-TOTAL-LACUNAS.
           DISPLAY 'OCORRENCIAS EM excecoes_integridade.txt;'
                   ' RELATORIO NO SPOOL (PROG72).'.
           IF WS-TOTAL-ORFAOS > WS-LIMITE-ORFAOS OR
                   WS-TOTAL-LACUNAS > WS-LIMITE-LACUNAS
               DISPLAY 'ACIMA DO LIMITE DE parametros_integridade.dat.'
               MOVE 8 TO RETURN-CODE.

       PROGRAM-DONE.
      *GOBACK: chamado pelo encadeador do lote noturno (PROG54)
      *devolve o controle com o RETURN-CODE.
           GOBACK.

       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           IF WS-STATUS-PARAMETROS = '00'
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-LIMITE-ORFAOS IS NUMERIC AND
                               PARAM-LIMITE-LACUNAS IS NUMERIC
                           MOVE 'S' TO WS-TEM-LIMITES
                           MOVE PARAM-LIMITE-ORFAOS
                               TO WS-LIMITE-ORFAOS
                           MOVE PARAM-LIMITE-LACUNAS
                               TO WS-LIMITE-LACUNAS
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

      *-----------------------------------------------------------------
      *CADASTROS - uma passada em cada cadastro de funcionarios do
      *grupo, montando a tabela de codigos em ordem.
      *-----------------------------------------------------------------
       CARREGA-FUNCIONARIOS.
           MOVE ZEROS TO WS-QTD-FUNC.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF WS-STATUS-ARQUIVO-EMPRESA NOT = '00'
               MOVE 1 TO WS-EMPRESA-CORRENTE
               PERFORM CARREGA-UM-CADASTRO
           ELSE
               PERFORM IDENTIFICA-EMPRESA-TREINO
               MOVE 'N' TO WS-FIM-EMPRESAS
               READ ARQUIVO-EMPRESA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-EMPRESAS
               END-READ
               PERFORM CARREGA-UMA-EMPRESA
                   UNTIL WS-FIM-EMPRESAS = 'S'
               CLOSE ARQUIVO-EMPRESA.

       IDENTIFICA-EMPRESA-TREINO.
           MOVE ZEROS TO WS-EMPRESA-TREINO.
           OPEN INPUT ARQUIVO-MARCA-TREINO.
           IF WS-STATUS-MARCA = '00'
               READ ARQUIVO-MARCA-TREINO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MARCA-EMPRESA IS NUMERIC
                           MOVE MARCA-EMPRESA TO WS-EMPRESA-TREINO
                       END-IF
               END-READ
               CLOSE ARQUIVO-MARCA-TREINO
           END-IF.

       CARREGA-UMA-EMPRESA.
      *Mesmo esquema de nomes da selecao de empresa do menu.
           MOVE EMPRESA-CODIGO TO WS-EMPRESA-CORRENTE.
           IF WS-EMPRESA-TREINO = ZEROS OR
                   WS-EMPRESA-CORRENTE NOT = WS-EMPRESA-TREINO
               IF WS-EMPRESA-CORRENTE = 1
                   MOVE 'funcionarios.dat' TO WS-NOME-ARQUIVO
               ELSE
                   MOVE SPACES TO WS-NOME-ARQUIVO
                   STRING 'funcionarios_E' WS-EMPRESA-CORRENTE '.dat'
                       DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
                   END-STRING
               END-IF
               PERFORM CARREGA-UM-CADASTRO
           END-IF.
           READ ARQUIVO-EMPRESA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-EMPRESAS.

       CARREGA-UM-CADASTRO.
      *Cadastro em layout diferente do 3 derruba a execucao: ler
      *codigos de um arquivo antigo geraria orfaos falsos.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 3 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQUIVO
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'EMPRESA ' WS-EMPRESA-CORRENTE ': '
                       WS-NOME-ARQUIVO ' NAO ENCONTRADO.'
           ELSE
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UM-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         WS-TABELA-CHEIA = 'S'
               CLOSE ARQUIVO-FUNCIONARIO.

       GUARDA-UM-FUNCIONARIO.
           ADD 1 TO WS-QTD-LIDOS-FUNC.
           MOVE ZEROS TO WS-POSICAO.
           IF WS-QTD-FUNC > ZEROS
               IF FUNCIONARIO-CODIGO NOT > WS-TF-CODIGO (WS-QTD-FUNC)
                   PERFORM PROCURA-POSICAO
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-FUNC OR
                             WS-POSICAO > ZEROS.
           IF WS-POSICAO > ZEROS
               IF WS-TF-CODIGO (WS-POSICAO) = FUNCIONARIO-CODIGO
      *Mesmo codigo em duas empresas: ativo se ativo em alguma.
                   IF FUNCIONARIO-SITUACAO = 'A'
                       MOVE 'S' TO WS-TF-ATIVO (WS-POSICAO)
                       MOVE WS-EMPRESA-CORRENTE
                           TO WS-TF-EMPRESA (WS-POSICAO)
                   END-IF
               ELSE
                   PERFORM ABRE-ESPACO-NA-TABELA
               END-IF
           ELSE
               IF WS-QTD-FUNC < 20000
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-POSICAO
                   PERFORM PREENCHE-POSICAO
               ELSE
                   MOVE 'S' TO WS-TABELA-CHEIA
               END-IF
           END-IF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       PROCURA-POSICAO.
           IF WS-TF-CODIGO (WS-IND) NOT < FUNCIONARIO-CODIGO
               MOVE WS-IND TO WS-POSICAO.

       ABRE-ESPACO-NA-TABELA.
      *Codigo de uma segunda empresa que cai no meio da tabela:
      *desloca o resto uma linha para baixo.
           IF WS-QTD-FUNC < 20000
               ADD 1 TO WS-QTD-FUNC
               PERFORM DESLOCA-UMA-LINHA
                   VARYING WS-IND FROM WS-QTD-FUNC BY -1
                   UNTIL WS-IND NOT > WS-POSICAO
               PERFORM PREENCHE-POSICAO
           ELSE
               MOVE 'S' TO WS-TABELA-CHEIA.

       DESLOCA-UMA-LINHA.
           MOVE WS-TF (WS-IND - 1) TO WS-TF (WS-IND).

       PREENCHE-POSICAO.
           MOVE FUNCIONARIO-CODIGO TO WS-TF-CODIGO (WS-POSICAO).
           MOVE WS-EMPRESA-CORRENTE TO WS-TF-EMPRESA (WS-POSICAO).
           MOVE 'N' TO WS-TF-ATIVO (WS-POSICAO).
           IF FUNCIONARIO-SITUACAO = 'A'
               MOVE 'S' TO WS-TF-ATIVO (WS-POSICAO).
           MOVE 'N' TO WS-TF-CONTRATO (WS-POSICAO).
           MOVE 'N' TO WS-TF-SALARIO (WS-POSICAO).
           MOVE 'N' TO WS-TF-BANCO (WS-POSICAO).

      *-----------------------------------------------------------------
      *ORFAOS - cada satelite lido em ordem de chave; o codigo de
      *cada registro e procurado na tabela.
      *-----------------------------------------------------------------
       CONFERE-CODIGO.
           ADD 1 TO WS-SAT-LIDOS (WS-IND-ARQ).
           MOVE 'N' TO WS-ACHOU.
           IF WS-QTD-FUNC > ZEROS
               SEARCH ALL WS-TF
                   AT END
                       CONTINUE
                   WHEN WS-TF-CODIGO (WS-IX-FUNC) = WS-CODIGO-LIDO
                       MOVE 'S' TO WS-ACHOU
               END-SEARCH.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-SAT-ORFAOS (WS-IND-ARQ)
               ADD 1 TO WS-TOTAL-ORFAOS
               MOVE SPACES TO EXCECAO-LINHA
               MOVE 'ORFAO' TO EXCECAO-TIPO
               MOVE WS-SAT-NOME (WS-IND-ARQ) TO EXCECAO-ARQUIVO
               MOVE WS-CODIGO-LIDO TO EXCECAO-CODIGO
               MOVE ZEROS TO EXCECAO-EMPRESA
               MOVE WS-CHAVE-LIDA TO EXCECAO-CHAVE
               MOVE 'CODIGO FORA DOS CADASTROS' TO EXCECAO-DETALHE
               WRITE EXCECAO-LINHA.

       VARRE-SALARIOS.
           MOVE 1 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-SALARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-SALARIO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-SALARIO.

       CONFERE-UM-SALARIO.
           MOVE SALARIO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE SALARIO-DATA-VIGENCIA TO WS-DATA-LIDA.
           MOVE WS-DATA-LIDA TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
      *Vigente = vigencia ate hoje; so reajuste futuro nao basta.
           IF WS-ACHOU = 'S' AND WS-DATA-LIDA NOT > WS-DATA-HOJE
               MOVE 'S' TO WS-TF-SALARIO (WS-IX-FUNC).
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-CONTRATOS.
           MOVE 2 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-CONTRATO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-CONTRATO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-CONTRATO.

       CONFERE-UM-CONTRATO.
           MOVE CONTRATO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE SPACES TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           IF WS-ACHOU = 'S'
               MOVE 'S' TO WS-TF-CONTRATO (WS-IX-FUNC).
           READ ARQUIVO-CONTRATO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-DEPENDENTES.
           MOVE 3 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           IF WS-STATUS-ARQUIVO-DEPENDENTE NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-DEPENDENTE
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-DEPENDENTE.

       CONFERE-UM-DEPENDENTE.
           MOVE DEPENDENTE-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE DEPENDENTE-SEQUENCIA TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-DEPENDENTE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-FERIAS.
           MOVE 4 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-FERIAS.
           IF WS-STATUS-ARQUIVO-FERIAS NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-FERIAS NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UMA-FERIAS
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-FERIAS.

       CONFERE-UMA-FERIAS.
           MOVE FERIAS-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE FERIAS-DATA-INICIO TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-FERIAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-BENEFICIOS.
           MOVE 5 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-BENEFICIO.
           IF WS-STATUS-ARQUIVO-BENEFICIO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-BENEFICIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-BENEFICIO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-BENEFICIO.

       CONFERE-UM-BENEFICIO.
           MOVE BENEFICIO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE SPACES TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-BENEFICIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-EMPRESTIMOS.
           MOVE 6 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-ARQUIVO-EMPRESTIMO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-EMPRESTIMO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-EMPRESTIMO.

       CONFERE-UM-EMPRESTIMO.
           MOVE EMPRESTIMO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE EMPRESTIMO-DATA-CONCESSAO TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-BANCOS.
           MOVE 7 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-BANCO.
           IF WS-STATUS-ARQUIVO-BANCO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-BANCO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-BANCO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-BANCO.

       CONFERE-UM-BANCO.
           MOVE BANCO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE SPACES TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           IF WS-ACHOU = 'S'
               MOVE 'S' TO WS-TF-BANCO (WS-IX-FUNC).
           READ ARQUIVO-BANCO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-TREINAMENTOS.
           MOVE 8 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-TREINAMENTO.
           IF WS-STATUS-ARQUIVO-TREINAMENTO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-TREINAMENTO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-TREINAMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TREINAMENTO.

       CONFERE-UM-TREINAMENTO.
           MOVE TREINAMENTO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE TREINAMENTO-CURSO TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-TREINAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-ESCALAS.
           MOVE 9 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-STATUS-ARQUIVO-ESCALA NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-ESCALA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UMA-ESCALA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-ESCALA.

       CONFERE-UMA-ESCALA.
           MOVE ESCALA-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE SPACES TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-ESCALA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-AFASTAMENTOS.
           MOVE 10 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           IF WS-STATUS-ARQUIVO-AFASTAMENTO NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UM-AFASTAMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-AFASTAMENTO.

       CONFERE-UM-AFASTAMENTO.
           MOVE AFASTAMENTO-CODIGO-FUNC TO WS-CODIGO-LIDO.
           MOVE AFASTAMENTO-DATA-INICIO TO WS-CHAVE-LIDA.
           PERFORM CONFERE-CODIGO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       VARRE-TAREFAS.
           MOVE 11 TO WS-IND-ARQ.
           OPEN INPUT ARQUIVO-TAREFAS.
           IF WS-STATUS-TAREFAS NOT = '00'
               MOVE 'S' TO WS-SAT-AUSENTE (WS-IND-ARQ)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-TAREFAS RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UMA-TAREFA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TAREFAS.

       CONFERE-UMA-TAREFA.
      *Tarefa sem atribuicao (codigo zero) nao tem dono a conferir.
           IF TAREFA-ARQ-COD IS NUMERIC AND TAREFA-ARQ-COD > ZEROS
               MOVE TAREFA-ARQ-COD TO WS-CODIGO-LIDO
               MOVE TAREFA-ARQ-TEXTO TO WS-CHAVE-LIDA
               PERFORM CONFERE-CODIGO.
           READ ARQUIVO-TAREFAS RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *LACUNAS - funcionario ativo sem os satelites obrigatorios.
      *-----------------------------------------------------------------
       APONTA-LACUNAS.
           IF WS-TF-ATIVO (WS-IND) = 'S'
               ADD 1 TO WS-QTD-ATIVOS
               IF WS-TF-CONTRATO (WS-IND) = 'N'
                   ADD 1 TO WS-SEM-CONTRATO
                   MOVE 2 TO WS-IND-ARQ
                   MOVE 'SEM CONTRATO' TO EXCECAO-DETALHE
                   PERFORM GRAVA-LACUNA
               END-IF
               IF WS-TF-SALARIO (WS-IND) = 'N'
                   ADD 1 TO WS-SEM-SALARIO
                   MOVE 1 TO WS-IND-ARQ
                   MOVE 'SEM SALARIO VIGENTE' TO EXCECAO-DETALHE
                   PERFORM GRAVA-LACUNA
               END-IF
               IF WS-TF-BANCO (WS-IND) = 'N'
                   ADD 1 TO WS-SEM-BANCO
                   MOVE 7 TO WS-IND-ARQ
                   MOVE 'SEM DADOS BANCARIOS' TO EXCECAO-DETALHE
                   PERFORM GRAVA-LACUNA
               END-IF
           END-IF.

       GRAVA-LACUNA.
      *EXCECAO-DETALHE ja preenchido pelo chamador.
           ADD 1 TO WS-TOTAL-LACUNAS.
           MOVE 'LACUNA' TO EXCECAO-TIPO.
           MOVE WS-SAT-NOME (WS-IND-ARQ) TO EXCECAO-ARQUIVO.
           MOVE WS-TF-CODIGO (WS-IND) TO EXCECAO-CODIGO.
           MOVE WS-TF-EMPRESA (WS-IND) TO EXCECAO-EMPRESA.
           MOVE SPACES TO EXCECAO-CHAVE.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.

      *-----------------------------------------------------------------
      *RELATORIO - contagens por arquivo no spool central.
      *-----------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           STRING 'INTEGRIDADE REFERENCIAL DO CADASTRO - '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'CADASTROS LIDOS: ' WS-QTD-EMPRESAS
                  '  FUNCIONARIOS: ' WS-QTD-FUNC
                  '  ATIVOS: ' WS-QTD-ATIVOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ORFAOS (CODIGO FORA DE TODOS OS CADASTROS)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ARQUIVO               REGISTROS  ORFAOS'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-SATELITE
               VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ > 11.
           MOVE WS-TOTAL-ORFAOS TO WS-ORFAOS-EXIBE.
           STRING 'TOTAL DE ORFAOS' '                  '
                  WS-ORFAOS-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'LACUNAS (FUNCIONARIO ATIVO SEM REGISTRO OBRIGATORIO)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-SEM-CONTRATO TO WS-QTD-EXIBE.
           STRING 'SEM CONTRATO (contratos.dat)        ' WS-QTD-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-SEM-SALARIO TO WS-QTD-EXIBE.
           STRING 'SEM SALARIO VIGENTE (salarios.dat)  ' WS-QTD-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-SEM-BANCO TO WS-QTD-EXIBE.
           STRING 'SEM DADOS BANCARIOS                 ' WS-QTD-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TEM-LIMITES = 'N'
               MOVE 'SEM parametros_integridade.dat: PASSO SO INFORMA.'
                   TO WS-LINHA-IMPRESSA
           ELSE
               STRING 'LIMITES: ORFAOS ' WS-LIMITE-ORFAOS
                      '  LACUNAS ' WS-LIMITE-LACUNAS
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-ORFAOS > WS-LIMITE-ORFAOS OR
                   WS-TOTAL-LACUNAS > WS-LIMITE-LACUNAS
               MOVE 'RESULTADO: ACIMA DO LIMITE - CADEIA INTERROMPIDA'
                   TO WS-LINHA-IMPRESSA
           ELSE
               MOVE 'RESULTADO: DENTRO DO LIMITE' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-UM-SATELITE.
           MOVE WS-SAT-NOME (WS-IND-ARQ) TO WS-LINHA-IMPRESSA.
           IF WS-SAT-AUSENTE (WS-IND-ARQ) = 'S'
               MOVE 'ARQUIVO AUSENTE' TO WS-LINHA-IMPRESSA (23:15)
           ELSE
               MOVE WS-SAT-LIDOS (WS-IND-ARQ) TO WS-QTD-EXIBE
               MOVE WS-QTD-EXIBE TO WS-LINHA-IMPRESSA (26:6)
               MOVE WS-SAT-ORFAOS (WS-IND-ARQ) TO WS-ORFAOS-EXIBE
               MOVE WS-ORFAOS-EXIBE TO WS-LINHA-IMPRESSA (34:6).
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
