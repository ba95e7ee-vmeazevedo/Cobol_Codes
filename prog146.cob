      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG146.
      *Organograma e cadeia de gestao, chamado pelo PROG44: para cada
      *departamento de departamentos.dat imprime no spool (PROG71) o
      *gestor (DEPARTAMENTO-GESTOR) com o nome, o efetivo ativo do
      *departamento na empresa da sessao, a amplitude de controle do
      *gestor (subordinados diretos somando todos os departamentos
      *que ele gere) e a cadeia de gestao acima dele - o gestor do
      *departamento onde o gestor esta lotado, e assim por diante.
      *Aponta o departamento sem gestor, com gestor inexistente, com
      *gestor desligado (situacao D) ou com gestor lotado em outra
      *empresa do grupo (cadastro _Enn do menu).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELEMPRESA.cob'.

           SELECT ARQUIVO-MARCA-TREINO
           ASSIGN TO 'empresa_treinamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MARCA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDEMPRESA.cob'.

       FD  ARQUIVO-MARCA-TREINO.
       01  MARCA-TREINO-LINHA.
           05 MARCA-EMPRESA PIC 9(2).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-FIM-EMPRESAS PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-EMPRESA PIC X(02) VALUE '00'.
       77  WS-STATUS-MARCA PIC X(02) VALUE '00'.
       77  WS-EMPRESA-TREINO PIC 9(2) VALUE ZEROS.
       77  WS-EMPRESA-CORRENTE PIC 9(2) VALUE ZEROS.
       77  WS-NOME-ARQ-SESSAO PIC X(30) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-QTD-DEPTOS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-IND-2 PIC 9(3) VALUE ZEROS.
       77  WS-IND-CADEIA PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-DEPTO-PROCURADO PIC 9(4) VALUE ZEROS.
       77  WS-SEM-DEPARTAMENTO PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-EFETIVO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-APONTADOS PIC 9(3) VALUE ZEROS.
       77  WS-PENDENTES-OUTRA PIC 9(3) VALUE ZEROS.
       77  WS-SUBORDINADOS PIC 9(5) VALUE ZEROS.
       77  WS-DEPTOS-GERIDOS PIC 9(3) VALUE ZEROS.
       77  WS-NIVEL-CADEIA PIC 9(2) VALUE ZEROS.
       77  WS-FIM-CADEIA PIC X VALUE 'N'.
       77  WS-CADEIA PIC X(70) VALUE SPACES.
       77  WS-PONTEIRO PIC 9(3) VALUE 1.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'ORGANOGRAMA'.
           COPY 'WSFUNCIONARIO.cob'.

       01  WS-TABELA-DEPTOS.
           05 WS-DEP OCCURS 200 TIMES.
              10 WS-DEP-CODIGO PIC 9(4).
              10 WS-DEP-DESCRICAO PIC X(30).
              10 WS-DEP-GESTOR PIC 9(6).
              10 WS-DEP-QTD PIC 9(5).
              10 WS-DEP-GESTOR-NOME PIC X(20).
              10 WS-DEP-GESTOR-DEPTO PIC 9(4).
              10 WS-DEP-GESTOR-EMPRESA PIC 9(2).
              10 WS-DEP-SITUACAO PIC X(1).
      *O = gestor ativo na empresa da sessao, Z = sem gestor,
      *I = gestor inexistente, D = gestor desligado, E = gestor
      *lotado em outra empresa do grupo.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-NOME-ARQUIVO TO WS-NOME-ARQ-SESSAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGA-DEPARTAMENTOS.
           IF WS-QTD-DEPTOS = ZEROS
               DISPLAY 'NENHUM DEPARTAMENTO CADASTRADO.'
               GO TO PROGRAM-DONE.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL ('
                       WS-NOME-ARQUIVO ').'
               GO TO PROGRAM-DONE.
           PERFORM APURA-EFETIVO.
           PERFORM RESOLVE-GESTOR-NA-SESSAO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-PENDENTES-OUTRA > ZEROS
               PERFORM PROCURA-GESTOR-NO-GRUPO.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ORGANOGRAMA - ' WS-NOME-ARQ-SESSAO ' EM '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           PERFORM IMPRIME-TOTAIS.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           DISPLAY 'DEPARTAMENTOS: ' WS-QTD-DEPTOS
                   '  COM PROBLEMA NO GESTOR: ' WS-TOTAL-APONTADOS.
           DISPLAY 'ORGANOGRAMA CAPTURADO NO SPOOL (PROG72).'.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           INITIALIZE WS-TABELA-DEPTOS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-UM-DEPARTAMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO
           END-IF.

       GUARDA-UM-DEPARTAMENTO.
           IF WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE DEPARTAMENTO-CODIGO
                   TO WS-DEP-CODIGO (WS-QTD-DEPTOS)
               MOVE DEPARTAMENTO-DESCRICAO
                   TO WS-DEP-DESCRICAO (WS-QTD-DEPTOS)
               MOVE DEPARTAMENTO-GESTOR
                   TO WS-DEP-GESTOR (WS-QTD-DEPTOS)
           ELSE
               DISPLAY 'MAIS DE 200 DEPARTAMENTOS; EXCEDENTES FORA'
                       ' DO ORGANOGRAMA.'
               MOVE 'S' TO FINAL-ARQUIVO
           END-IF.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *EFETIVO - funcionarios ativos da empresa da sessao por
      *departamento de lotacao.
      *-----------------------------------------------------------------
       APURA-EFETIVO.
           MOVE ZEROS TO WS-SEM-DEPARTAMENTO.
           MOVE ZEROS TO WS-TOTAL-EFETIVO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONTA-UM-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = 'S'.

       CONTA-UM-FUNCIONARIO.
           IF FUNCIONARIO-SITUACAO NOT = 'D'
               ADD 1 TO WS-TOTAL-EFETIVO
               MOVE FUNCIONARIO-DEPARTAMENTO TO WS-DEPTO-PROCURADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF WS-ACHOU = 'S'
                   ADD 1 TO WS-DEP-QTD (WS-IND-2)
               ELSE
                   ADD 1 TO WS-SEM-DEPARTAMENTO
               END-IF
           END-IF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       LOCALIZA-DEPARTAMENTO.
      *Posiciona WS-IND-2 no departamento WS-DEPTO-PROCURADO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM COMPARA-DEPARTAMENTO
               VARYING WS-IND-2 FROM 1 BY 1
               UNTIL WS-IND-2 > WS-QTD-DEPTOS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-2.

       COMPARA-DEPARTAMENTO.
           IF WS-DEP-CODIGO (WS-IND-2) = WS-DEPTO-PROCURADO
               MOVE 'S' TO WS-ACHOU.

      *-----------------------------------------------------------------
      *GESTOR - primeiro no cadastro da sessao; o que nao existe ali
      *e procurado nos cadastros das outras empresas do grupo.
      *-----------------------------------------------------------------
       RESOLVE-GESTOR-NA-SESSAO.
           IF WS-DEP-GESTOR (WS-IND) = ZEROS
               MOVE 'Z' TO WS-DEP-SITUACAO (WS-IND)
           ELSE
               MOVE WS-DEP-GESTOR (WS-IND) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE 'I' TO WS-DEP-SITUACAO (WS-IND)
                       ADD 1 TO WS-PENDENTES-OUTRA
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-NOME
                           TO WS-DEP-GESTOR-NOME (WS-IND)
                       MOVE FUNCIONARIO-DEPARTAMENTO
                           TO WS-DEP-GESTOR-DEPTO (WS-IND)
                       IF FUNCIONARIO-SITUACAO = 'D'
                           MOVE 'D' TO WS-DEP-SITUACAO (WS-IND)
                       ELSE
                           MOVE 'O' TO WS-DEP-SITUACAO (WS-IND)
                       END-IF
               END-READ
           END-IF.

       PROCURA-GESTOR-NO-GRUPO.
      *Mesmo esquema de nomes do menu e do PROG130: a empresa 01
      *usa funcionarios.dat, as demais funcionarios_Enn.dat. A
      *empresa de treinamento (PROG128) e uma copia da producao e
      *nao conta.
           PERFORM IDENTIFICA-EMPRESA-TREINO.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF WS-STATUS-ARQUIVO-EMPRESA = '00'
               MOVE 'N' TO WS-FIM-EMPRESAS
               READ ARQUIVO-EMPRESA NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-EMPRESAS
               END-READ
               PERFORM PROCURA-NUMA-EMPRESA THRU
                   PROCURA-NUMA-EMPRESA-FIM
                   UNTIL WS-FIM-EMPRESAS = 'S'
               CLOSE ARQUIVO-EMPRESA
           END-IF.
           MOVE WS-NOME-ARQ-SESSAO TO WS-NOME-ARQUIVO.

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

       PROCURA-NUMA-EMPRESA.
           MOVE EMPRESA-CODIGO TO WS-EMPRESA-CORRENTE.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE 'funcionarios.dat' TO WS-NOME-ARQUIVO
           ELSE
               MOVE SPACES TO WS-NOME-ARQUIVO
               STRING 'funcionarios_E' WS-EMPRESA-CORRENTE '.dat'
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
               END-STRING
           END-IF.
           IF WS-NOME-ARQUIVO = WS-NOME-ARQ-SESSAO OR
                   (WS-EMPRESA-TREINO NOT = ZEROS AND
                    WS-EMPRESA-CORRENTE = WS-EMPRESA-TREINO)
               GO TO PROCURA-NUMA-EMPRESA-PROXIMA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               GO TO PROCURA-NUMA-EMPRESA-PROXIMA.
           PERFORM PROCURA-GESTOR-PENDENTE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           CLOSE ARQUIVO-FUNCIONARIO.
       PROCURA-NUMA-EMPRESA-PROXIMA.
           READ ARQUIVO-EMPRESA NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-EMPRESAS.
       PROCURA-NUMA-EMPRESA-FIM.
           EXIT.

       PROCURA-GESTOR-PENDENTE.
           IF WS-DEP-SITUACAO (WS-IND) = 'I'
               MOVE WS-DEP-GESTOR (WS-IND) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'E' TO WS-DEP-SITUACAO (WS-IND)
                       MOVE FUNCIONARIO-NOME
                           TO WS-DEP-GESTOR-NOME (WS-IND)
                       MOVE WS-EMPRESA-CORRENTE
                           TO WS-DEP-GESTOR-EMPRESA (WS-IND)
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      *IMPRESSAO - tres linhas por departamento: identificacao e
      *efetivo, gestor (ou o problema com ele) e cadeia de gestao.
      *-----------------------------------------------------------------
       IMPRIME-UM-DEPARTAMENTO.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'DEPTO ' WS-DEP-CODIGO (WS-IND) ' '
                  WS-DEP-DESCRICAO (WS-IND)
                  '  EFETIVO ' WS-DEP-QTD (WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           IF WS-DEP-SITUACAO (WS-IND) = 'O'
               PERFORM CALCULA-AMPLITUDE
               STRING '  GESTOR ' WS-DEP-GESTOR (WS-IND) ' '
                      WS-DEP-GESTOR-NOME (WS-IND)
                      '  SUBORDINADOS ' WS-SUBORDINADOS
                      '  DEPTOS ' WS-DEPTOS-GERIDOS
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
               PERFORM MONTA-CADEIA
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '  CADEIA: ' WS-CADEIA
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
           ELSE
               ADD 1 TO WS-TOTAL-APONTADOS
               PERFORM MONTA-LINHA-APONTADA
           END-IF.
           PERFORM GRAVA-LINHA-SPOOL.

       MONTA-LINHA-APONTADA.
           IF WS-DEP-SITUACAO (WS-IND) = 'Z'
               MOVE '  *** DEPARTAMENTO SEM GESTOR INFORMADO'
                   TO WS-LINHA-IMPRESSA.
           IF WS-DEP-SITUACAO (WS-IND) = 'I'
               STRING '  *** GESTOR ' WS-DEP-GESTOR (WS-IND)
                      ' NAO EXISTE EM NENHUM CADASTRO'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           IF WS-DEP-SITUACAO (WS-IND) = 'D'
               STRING '  *** GESTOR ' WS-DEP-GESTOR (WS-IND) ' '
                      WS-DEP-GESTOR-NOME (WS-IND) ' DESLIGADO'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           IF WS-DEP-SITUACAO (WS-IND) = 'E'
               STRING '  *** GESTOR ' WS-DEP-GESTOR (WS-IND) ' '
                      WS-DEP-GESTOR-NOME (WS-IND)
                      ' LOTADO NA EMPRESA '
                      WS-DEP-GESTOR-EMPRESA (WS-IND)
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.

       CALCULA-AMPLITUDE.
      *Subordinados diretos = efetivo de todos os departamentos do
      *mesmo gestor, sem contar o proprio gestor onde ele e lotado.
           MOVE ZEROS TO WS-SUBORDINADOS.
           MOVE ZEROS TO WS-DEPTOS-GERIDOS.
           PERFORM SOMA-DEPTO-DO-GESTOR
               VARYING WS-IND-2 FROM 1 BY 1
               UNTIL WS-IND-2 > WS-QTD-DEPTOS.

       SOMA-DEPTO-DO-GESTOR.
           IF WS-DEP-GESTOR (WS-IND-2) = WS-DEP-GESTOR (WS-IND)
               ADD 1 TO WS-DEPTOS-GERIDOS
               ADD WS-DEP-QTD (WS-IND-2) TO WS-SUBORDINADOS
               IF WS-DEP-CODIGO (WS-IND-2) =
                       WS-DEP-GESTOR-DEPTO (WS-IND) AND
                       WS-SUBORDINADOS > ZEROS
                   SUBTRACT 1 FROM WS-SUBORDINADOS
               END-IF
           END-IF.

       MONTA-CADEIA.
      *Sobe pelo departamento de lotacao de cada gestor ate o topo
      *(gestor do proprio departamento), ate um gestor com problema
      *ou ate quatro niveis.
           MOVE SPACES TO WS-CADEIA.
           MOVE 1 TO WS-PONTEIRO.
           MOVE WS-IND TO WS-IND-CADEIA.
           MOVE ZEROS TO WS-NIVEL-CADEIA.
           MOVE 'N' TO WS-FIM-CADEIA.
           PERFORM SOBE-UM-NIVEL
               UNTIL WS-FIM-CADEIA = 'S'.

       SOBE-UM-NIVEL.
           ADD 1 TO WS-NIVEL-CADEIA.
           IF WS-NIVEL-CADEIA > 1
               STRING ' > ' DELIMITED BY SIZE
                   INTO WS-CADEIA WITH POINTER WS-PONTEIRO
               END-STRING.
           STRING WS-DEP-GESTOR (WS-IND-CADEIA) '('
                  WS-DEP-CODIGO (WS-IND-CADEIA) ')'
               DELIMITED BY SIZE
               INTO WS-CADEIA WITH POINTER WS-PONTEIRO
           END-STRING.
           MOVE WS-DEP-GESTOR-DEPTO (WS-IND-CADEIA)
               TO WS-DEPTO-PROCURADO.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF WS-ACHOU = 'N' OR WS-IND-2 = WS-IND-CADEIA
               MOVE 'S' TO WS-FIM-CADEIA
           ELSE
               IF WS-DEP-SITUACAO (WS-IND-2) NOT = 'O'
                   STRING ' > ?(' WS-DEP-CODIGO (WS-IND-2) ')'
                       DELIMITED BY SIZE
                       INTO WS-CADEIA WITH POINTER WS-PONTEIRO
                   END-STRING
                   MOVE 'S' TO WS-FIM-CADEIA
               ELSE
                   IF WS-NIVEL-CADEIA NOT < 4
                       STRING ' > ...' DELIMITED BY SIZE
                           INTO WS-CADEIA WITH POINTER WS-PONTEIRO
                       END-STRING
                       MOVE 'S' TO WS-FIM-CADEIA
                   ELSE
                       MOVE WS-IND-2 TO WS-IND-CADEIA
                   END-IF
               END-IF
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'DEPARTAMENTOS: ' WS-QTD-DEPTOS
                  '  EFETIVO ATIVO: ' WS-TOTAL-EFETIVO
                  '  GESTOR COM PROBLEMA: ' WS-TOTAL-APONTADOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-SEM-DEPARTAMENTO > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'ATIVOS LOTADOS EM DEPARTAMENTO NAO'
                      ' CADASTRADO: ' WS-SEM-DEPARTAMENTO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
