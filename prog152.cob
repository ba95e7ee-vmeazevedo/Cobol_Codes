      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG152.
      *Orcamento anual de pessoal por centro de custo e mes. A
      *geracao parte dos salarios vigentes (salarios.dat) dos ativos
      *da empresa da sessao e das vagas autorizadas ainda nao
      *preenchidas do quadro_vagas.dat: as vagas com requisicao
      *aberta (PROG148) sao custeadas pelo CARGO-PISO do cargo
      *pedido, as demais pelo piso medio dos cargos ja ocupados no
      *departamento. O dissidio previsto (percentual e mes) e o
      *percentual de encargos vem de parametros_orcamento.dat. O
      *resultado fica em orcamento_pessoal.dat, onde financas pode
      *ajustar a mao o total de qualquer mes (a linha ajustada e
      *preservada numa nova geracao do ano). O orcado x realizado
      *do mes compara com o custo realizado apurado como no PROG102
      *(liquido de resultado_folha.dat por centro de custo), somado
      *dos encargos no mesmo percentual do orcamento, e aponta os
      *centros que estouraram. Relatorio no spool (PROG71).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELVAGAS.cob'.
           COPY 'SELCARGO.cob'.
           COPY 'SELREQUISICAO.cob'.
           COPY 'SELORCAMENTO.cob'.

           SELECT ARQUIVO-PARAMETROS-ORC
           ASSIGN TO 'parametros_orcamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.
      *Nome padrao 'resultado_folha.dat'; por empresa via a
      *variavel de ambiente ARQUIVO_RESULTADO_FOLHA, como no
      *PROG102.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDVAGAS.cob'.
           COPY 'FDCARGO.cob'.
           COPY 'FDREQUISICAO.cob'.
           COPY 'FDORCAMENTO.cob'.

       FD  ARQUIVO-PARAMETROS-ORC.
       01  PARAMETRO-ORC-LINHA.
           05 PARAMETRO-ORC-ANO PIC 9(4).
      *Ano orcado.
           05 PARAMETRO-ORC-PCT-DISSIDIO PIC 9(2)V99.
      *Percentual previsto do dissidio (ex: 0550 = 5,50%).
           05 PARAMETRO-ORC-MES-DISSIDIO PIC 9(2).
      *Mes da data-base em que o dissidio passa a valer (01-12;
      *00 = sem dissidio no ano).
           05 PARAMETRO-ORC-PCT-ENCARGOS PIC 9(3)V99.
      *Encargos patronais sobre a folha (ex: 06880 = 68,80%).

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
       77  FINAL-REQUISICOES PIC X VALUE 'N'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-VAGAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CARGO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-REQUISICAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ORCAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-STATUS-RESULTADO PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-TEM-CARGOS PIC X VALUE 'N'.
       77  WS-TEM-REQUISICOES PIC X VALUE 'N'.
       77  WS-PARAMETROS-OK PIC X VALUE 'N'.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-EMPRESA PIC 9(2) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-ANO-ORCAMENTO PIC 9(4) VALUE ZEROS.
       77  WS-PCT-DISSIDIO PIC 9(2)V99 VALUE ZEROS.
       77  WS-MES-DISSIDIO PIC 9(2) VALUE ZEROS.
       77  WS-PCT-ENCARGOS PIC 9(3)V99 VALUE ZEROS.
       77  WS-MES PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-IND-DEP PIC 9(3) VALUE ZEROS.
       77  WS-QTD-DEPTOS PIC 9(3) VALUE ZEROS.
       77  WS-QTD-CENTROS PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-DEPTO-PROCURADO PIC 9(4) VALUE ZEROS.
       77  WS-CENTRO-PROCURADO PIC 9(6) VALUE ZEROS.
       77  WS-SALARIO-ATUAL PIC 9(7)V99 VALUE ZEROS.
       77  WS-CARGO-ATUAL PIC X(20) VALUE SPACES.
       77  WS-PISO-DO-CARGO PIC 9(7)V99 VALUE ZEROS.
       77  WS-PISO-MEDIO PIC 9(7)V99 VALUE ZEROS.
       77  WS-VAGAS-ABERTAS PIC S9(5) VALUE ZEROS.
       77  WS-VAGAS-DA-REQUISICAO PIC S9(5) VALUE ZEROS.
       77  WS-FATOR-DISSIDIO PIC 9(1)V9(4) VALUE ZEROS.
       77  WS-SALARIO-MES PIC 9(9)V99 VALUE ZEROS.
       77  WS-VAGAS-MES PIC 9(9)V99 VALUE ZEROS.
       77  WS-TOTAL-ANO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-REALIZADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC-EXECUTADO PIC 9(4)V9 VALUE ZEROS.
       77  WS-QTD-ATIVOS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-SEM-SALARIO PIC 9(6) VALUE ZEROS.
       77  WS-QTD-SEM-DEPARTAMENTO PIC 9(6) VALUE ZEROS.
       77  WS-QTD-VAGAS-SEM-CUSTO PIC 9(6) VALUE ZEROS.
       77  WS-QTD-REMOVIDAS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-GRAVADAS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-PRESERVADAS PIC 9(6) VALUE ZEROS.
       77  WS-QTD-ESTOUROS PIC 9(4) VALUE ZEROS.
       77  WS-QTD-SEM-CADASTRO PIC 9(6) VALUE ZEROS.
       77  WS-CENTRO-DIGITADO PIC 9(6) VALUE ZEROS.
       77  WS-MES-DIGITADO PIC 9(2) VALUE ZEROS.
       77  WS-VALOR-DIGITADO PIC 9(9)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-REALIZADO-EXIBE PIC Z(10)9.99.
       77  WS-DIFERENCA-EXIBE PIC -(10)9.99.
       77  WS-PERC-EXIBE PIC ZZZ9.9.
       77  WS-MARCA-AJUSTE PIC X(8) VALUE SPACES.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.

       01  WS-PERIODO PIC 9(6) VALUE ZEROS.
       01  FILLER REDEFINES WS-PERIODO.
           05 WS-PER-ANO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
           COPY 'WSFUNCIONARIO.cob'.

       01  WS-TABELA-DEPTOS.
      *Departamentos com o centro de custo, o efetivo ativo e a
      *soma dos pisos dos cargos ocupados (base do piso medio).
           05 WS-DEP OCCURS 200 TIMES.
              10 WS-DEP-CODIGO PIC 9(4).
              10 WS-DEP-CENTRO PIC 9(6).
              10 WS-DEP-ATIVOS PIC 9(5).
              10 WS-DEP-SOMA-PISO PIC 9(11)V99.
              10 WS-DEP-QTD-PISO PIC 9(5).

       01  WS-TABELA-CENTROS.
      *Bases mensais da geracao (antes do dissidio) e, no orcado x
      *realizado, os totais do mes, por centro de custo.
           05 WS-CC OCCURS 100 TIMES.
              10 WS-CC-CENTRO PIC 9(6).
              10 WS-CC-BASE-FUNC PIC 9(11)V99.
              10 WS-CC-BASE-VAGAS PIC 9(11)V99.
              10 WS-CC-QTD-FUNC PIC 9(5).
              10 WS-CC-QTD-VAGAS PIC 9(5).
              10 WS-CC-ORCADO PIC 9(11)V99.
              10 WS-CC-REALIZADO PIC 9(11)V99.
              10 WS-CC-PCT-ENCARGOS PIC 9(3)V99.
              10 WS-CC-TEM-ORCAMENTO PIC X.

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
      *Arquivos da empresa da sessao, definidos na selecao de
      *empresa do menu; rodando avulso valem os nomes padrao.
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
           DISPLAY 'ARQUIVO_RESULTADO_FOLHA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-RESULTADO FROM ENVIRONMENT-VALUE
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
           DISPLAY 'ORCAMENTO DE PESSOAL'.
           DISPLAY '1. GERAR ORCAMENTO DO ANO (SUPERVISOR)'.
           DISPLAY '2. AJUSTAR VALOR DE UM MES (SUPERVISOR)'.
           DISPLAY '3. CONSULTAR ORCAMENTO DE UM CENTRO DE CUSTO'.
           DISPLAY '4. ORCADO X REALIZADO DO MES'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM GERA-ORCAMENTO THRU GERA-ORCAMENTO-FIM.
           IF WS-OPCAO = 2
               PERFORM AJUSTA-ORCAMENTO THRU AJUSTA-ORCAMENTO-FIM.
           IF WS-OPCAO = 3
               PERFORM CONSULTA-ORCAMENTO THRU CONSULTA-ORCAMENTO-FIM.
           IF WS-OPCAO = 4
               PERFORM ORCADO-X-REALIZADO THRU ORCADO-X-REALIZADO-FIM.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *GERACAO - simula e mostra o ano por centro de custo; so grava
      *depois da confirmacao, como a PLR do PROG144.
      *-----------------------------------------------------------------
       GERA-ORCAMENTO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'GERACAO DO ORCAMENTO SO POR SUPERVISOR.'
               GO TO GERA-ORCAMENTO-FIM.
           PERFORM LE-PARAMETROS.
           IF WS-PARAMETROS-OK = 'N'
               GO TO GERA-ORCAMENTO-FIM.
           DISPLAY 'ANO ' WS-ANO-ORCAMENTO '  DISSIDIO '
                   WS-PCT-DISSIDIO '% EM ' WS-MES-DISSIDIO
                   '  ENCARGOS ' WS-PCT-ENCARGOS '%'.
           PERFORM CARREGA-DEPARTAMENTOS.
           IF WS-QTD-DEPTOS = ZEROS
               DISPLAY 'CADASTRE OS DEPARTAMENTOS NO PROG44 ANTES.'
               GO TO GERA-ORCAMENTO-FIM.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               DISPLAY 'salarios.dat INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-SALARIO ').'
               GO TO GERA-ORCAMENTO-FIM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
               CLOSE ARQUIVO-SALARIO
               GO TO GERA-ORCAMENTO-FIM.
           MOVE 'N' TO WS-TEM-CARGOS.
           OPEN INPUT ARQUIVO-CARGO.
           IF WS-STATUS-ARQUIVO-CARGO = '00'
               MOVE 'S' TO WS-TEM-CARGOS.
           MOVE ZEROS TO WS-QTD-ATIVOS.
           MOVE ZEROS TO WS-QTD-SEM-SALARIO.
           MOVE ZEROS TO WS-QTD-SEM-DEPARTAMENTO.
           MOVE ZEROS TO WS-QTD-VAGAS-SEM-CUSTO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM ORCA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           PERFORM ORCA-VAGAS-ABERTAS.
           IF WS-TEM-CARGOS = 'S'
               CLOSE ARQUIVO-CARGO.

           DISPLAY ' '.
           DISPLAY 'SIMULACAO DO ANO ' WS-ANO-ORCAMENTO
                   ' POR CENTRO DE CUSTO (SALARIOS + ENCARGOS):'.
           MOVE ZEROS TO WS-TOTAL-GERAL.
           PERFORM EXIBE-SIMULACAO-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EXIBE.
           DISPLAY 'TOTAL DO ANO: ' WS-TOTAL-EXIBE.
           DISPLAY 'ATIVOS ORCADOS: ' WS-QTD-ATIVOS
                   '  SEM SALARIO VIGENTE: ' WS-QTD-SEM-SALARIO
                   '  SEM DEPARTAMENTO: ' WS-QTD-SEM-DEPARTAMENTO.
           IF WS-QTD-VAGAS-SEM-CUSTO > ZEROS
               DISPLAY 'VAGAS SEM CARGO PARA CUSTEAR (FORA): '
                       WS-QTD-VAGAS-SEM-CUSTO.
           DISPLAY 'CONFIRMA A GRAVACAO DO ORCAMENTO? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'GERACAO CANCELADA. NADA FOI GRAVADO.'
               GO TO GERA-ORCAMENTO-FIM.
           PERFORM GRAVA-ORCAMENTO.
       GERA-ORCAMENTO-FIM.
           EXIT.

       LE-PARAMETROS.
           MOVE 'N' TO WS-PARAMETROS-OK.
           OPEN INPUT ARQUIVO-PARAMETROS-ORC.
           IF WS-STATUS-PARAMETROS NOT = '00'
               DISPLAY 'parametros_orcamento.dat NAO ENCONTRADO. NADA'
                       ' FOI FEITO.'
           ELSE
               READ ARQUIVO-PARAMETROS-ORC
                   AT END
                       DISPLAY 'parametros_orcamento.dat VAZIO. NADA'
                               ' FOI FEITO.'
                   NOT AT END
                       PERFORM CONFERE-PARAMETROS
               END-READ
               CLOSE ARQUIVO-PARAMETROS-ORC
           END-IF.

       CONFERE-PARAMETROS.
           IF PARAMETRO-ORC-ANO IS NUMERIC AND
                   PARAMETRO-ORC-PCT-DISSIDIO IS NUMERIC AND
                   PARAMETRO-ORC-MES-DISSIDIO IS NUMERIC AND
                   PARAMETRO-ORC-PCT-ENCARGOS IS NUMERIC AND
                   PARAMETRO-ORC-ANO > 1900 AND
                   PARAMETRO-ORC-MES-DISSIDIO NOT > 12
               MOVE 'S' TO WS-PARAMETROS-OK
               MOVE PARAMETRO-ORC-ANO TO WS-ANO-ORCAMENTO
               MOVE PARAMETRO-ORC-PCT-DISSIDIO TO WS-PCT-DISSIDIO
               MOVE PARAMETRO-ORC-MES-DISSIDIO TO WS-MES-DISSIDIO
               MOVE PARAMETRO-ORC-PCT-ENCARGOS TO WS-PCT-ENCARGOS
           ELSE
               DISPLAY 'parametros_orcamento.dat INVALIDO (ANO,'
                       ' DISSIDIO, MES 00-12 E ENCARGOS).'
           END-IF.

       CARREGA-DEPARTAMENTOS.
           INITIALIZE WS-TABELA-DEPTOS.
           INITIALIZE WS-TABELA-CENTROS.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           MOVE ZEROS TO WS-QTD-CENTROS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-DEPARTAMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO
           END-IF.

       GUARDA-DEPARTAMENTO.
           IF WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE DEPARTAMENTO-CODIGO TO WS-DEP-CODIGO (WS-QTD-DEPTOS)
               MOVE DEPARTAMENTO-CENTRO-CUSTO
                   TO WS-DEP-CENTRO (WS-QTD-DEPTOS)
               MOVE DEPARTAMENTO-CENTRO-CUSTO TO WS-CENTRO-PROCURADO
               PERFORM LOCALIZA-CENTRO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       LOCALIZA-DEPARTAMENTO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM PROCURA-DEPARTAMENTO
               VARYING WS-IND-DEP FROM 1 BY 1
               UNTIL WS-IND-DEP > WS-QTD-DEPTOS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-DEP.

       PROCURA-DEPARTAMENTO.
           IF WS-DEP-CODIGO (WS-IND-DEP) = WS-DEPTO-PROCURADO
               MOVE 'S' TO WS-ACHOU.

      *Centro de custo na tabela; o que ainda nao esta entra no fim
      *(ate 100 centros, como no PROG102).
       LOCALIZA-CENTRO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM PROCURA-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'N' AND WS-QTD-CENTROS < 100
               ADD 1 TO WS-QTD-CENTROS
               MOVE WS-QTD-CENTROS TO WS-IND
               MOVE WS-CENTRO-PROCURADO TO WS-CC-CENTRO (WS-IND)
               MOVE 'S' TO WS-ACHOU
           ELSE
               IF WS-ACHOU = 'S'
                   SUBTRACT 1 FROM WS-IND
               END-IF
           END-IF.

       PROCURA-CENTRO.
           IF WS-CC-CENTRO (WS-IND) = WS-CENTRO-PROCURADO
               MOVE 'S' TO WS-ACHOU.

       ORCA-FUNCIONARIO.
           IF FUNCIONARIO-SITUACAO = 'D'
               GO TO ORCA-FUNCIONARIO-PROXIMO.
           MOVE FUNCIONARIO-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF WS-ACHOU = 'N'
               ADD 1 TO WS-QTD-SEM-DEPARTAMENTO
               GO TO ORCA-FUNCIONARIO-PROXIMO.
           ADD 1 TO WS-DEP-ATIVOS (WS-IND-DEP).
           PERFORM BUSCA-SALARIO-ATUAL.
           IF WS-SALARIO-ATUAL = ZEROS
               ADD 1 TO WS-QTD-SEM-SALARIO
               GO TO ORCA-FUNCIONARIO-PROXIMO.
           ADD 1 TO WS-QTD-ATIVOS.
           MOVE WS-CARGO-ATUAL TO CARGO-DESCRICAO.
           PERFORM BUSCA-PISO-DO-CARGO.
           IF WS-PISO-DO-CARGO > ZEROS
               ADD WS-PISO-DO-CARGO TO WS-DEP-SOMA-PISO (WS-IND-DEP)
               ADD 1 TO WS-DEP-QTD-PISO (WS-IND-DEP).
           MOVE WS-DEP-CENTRO (WS-IND-DEP) TO WS-CENTRO-PROCURADO.
           PERFORM LOCALIZA-CENTRO.
           IF WS-ACHOU = 'S'
               ADD WS-SALARIO-ATUAL TO WS-CC-BASE-FUNC (WS-IND)
               ADD 1 TO WS-CC-QTD-FUNC (WS-IND).
       ORCA-FUNCIONARIO-PROXIMO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       BUSCA-SALARIO-ATUAL.
      *Ultima vigencia ate hoje, mesma logica de vigencias do
      *PROG42; a vigencia futura ja lancada nao entra na base.
           MOVE ZEROS TO WS-SALARIO-ATUAL.
           MOVE SPACES TO WS-CARGO-ATUAL.
           MOVE FUNCIONARIO-CODIGO TO SALARIO-CODIGO-FUNC.
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
                     SALARIO-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO OR
                     SALARIO-DATA-VIGENCIA > WS-DATA-HOJE.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-ATUAL.
           MOVE SALARIO-CARGO TO WS-CARGO-ATUAL.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

      *Piso do cargo pela descricao (CARGO-DESCRICAO ja movido);
      *sem cadastro de cargos o piso fica zerado.
       BUSCA-PISO-DO-CARGO.
           MOVE ZEROS TO WS-PISO-DO-CARGO.
           IF WS-TEM-CARGOS = 'S'
               READ ARQUIVO-CARGO RECORD KEY IS CARGO-DESCRICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CARGO-PISO TO WS-PISO-DO-CARGO
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      *VAGAS - autorizado no quadro menos os ativos do departamento.
      *As vagas das requisicoes abertas levam o piso do cargo pedido
      *(ou o salario previsto, se o cargo nao estiver cadastrado); o
      *restante leva o piso medio dos cargos ocupados no
      *departamento. O custo das vagas entra no ano inteiro.
      *-----------------------------------------------------------------
       ORCA-VAGAS-ABERTAS.
           OPEN INPUT ARQUIVO-VAGAS.
           IF WS-STATUS-ARQUIVO-VAGAS NOT = '00'
               DISPLAY 'SEM quadro_vagas.dat - NENHUMA VAGA ORCADA.'
           ELSE
               MOVE 'N' TO WS-TEM-REQUISICOES
               OPEN INPUT ARQUIVO-REQUISICAO
               IF WS-STATUS-ARQUIVO-REQUISICAO = '00'
                   MOVE 'S' TO WS-TEM-REQUISICOES
               END-IF
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-VAGAS NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM ORCA-VAGAS-DO-DEPARTAMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               IF WS-TEM-REQUISICOES = 'S'
                   CLOSE ARQUIVO-REQUISICAO
               END-IF
               CLOSE ARQUIVO-VAGAS
           END-IF.

       ORCA-VAGAS-DO-DEPARTAMENTO.
           MOVE VAGAS-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF WS-ACHOU = 'N'
               GO TO ORCA-VAGAS-PROXIMO.
           COMPUTE WS-VAGAS-ABERTAS =
               VAGAS-AUTORIZADAS - WS-DEP-ATIVOS (WS-IND-DEP).
           IF WS-VAGAS-ABERTAS NOT > ZEROS
               GO TO ORCA-VAGAS-PROXIMO.
           MOVE WS-DEP-CENTRO (WS-IND-DEP) TO WS-CENTRO-PROCURADO.
           PERFORM LOCALIZA-CENTRO.
           IF WS-ACHOU = 'N'
               GO TO ORCA-VAGAS-PROXIMO.
           IF WS-TEM-REQUISICOES = 'S'
               MOVE ZEROS TO REQUISICAO-NUMERO
               MOVE 'N' TO FINAL-REQUISICOES
               START ARQUIVO-REQUISICAO
                       KEY IS NOT LESS THAN REQUISICAO-NUMERO
                   INVALID KEY
                   MOVE 'S' TO FINAL-REQUISICOES
               END-START
               IF FINAL-REQUISICOES = 'N'
                   READ ARQUIVO-REQUISICAO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-REQUISICOES
                   END-READ
               END-IF
               PERFORM ORCA-VAGAS-DA-REQUISICAO
                   UNTIL FINAL-REQUISICOES = 'S' OR
                         WS-VAGAS-ABERTAS NOT > ZEROS
           END-IF.
           IF WS-VAGAS-ABERTAS > ZEROS
               IF WS-DEP-QTD-PISO (WS-IND-DEP) > ZEROS
                   COMPUTE WS-PISO-MEDIO ROUNDED =
                       WS-DEP-SOMA-PISO (WS-IND-DEP) /
                       WS-DEP-QTD-PISO (WS-IND-DEP)
                   COMPUTE WS-CC-BASE-VAGAS (WS-IND) =
                       WS-CC-BASE-VAGAS (WS-IND) +
                       WS-PISO-MEDIO * WS-VAGAS-ABERTAS
                   ADD WS-VAGAS-ABERTAS TO WS-CC-QTD-VAGAS (WS-IND)
               ELSE
                   ADD WS-VAGAS-ABERTAS TO WS-QTD-VAGAS-SEM-CUSTO
               END-IF
           END-IF.
       ORCA-VAGAS-PROXIMO.
           READ ARQUIVO-VAGAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       ORCA-VAGAS-DA-REQUISICAO.
           IF REQUISICAO-SITUACAO = 'A' AND
                   REQUISICAO-DEPARTAMENTO = VAGAS-DEPARTAMENTO
               COMPUTE WS-VAGAS-DA-REQUISICAO =
                   REQUISICAO-QTD-VAGAS - REQUISICAO-QTD-PREENCHIDAS
               IF WS-VAGAS-DA-REQUISICAO > WS-VAGAS-ABERTAS
                   MOVE WS-VAGAS-ABERTAS TO WS-VAGAS-DA-REQUISICAO
               END-IF
               IF WS-VAGAS-DA-REQUISICAO > ZEROS
                   MOVE REQUISICAO-CARGO TO CARGO-DESCRICAO
                   PERFORM BUSCA-PISO-DO-CARGO
                   IF WS-PISO-DO-CARGO = ZEROS
                       MOVE REQUISICAO-SALARIO-PREVISTO
                           TO WS-PISO-DO-CARGO
                   END-IF
                   COMPUTE WS-CC-BASE-VAGAS (WS-IND) =
                       WS-CC-BASE-VAGAS (WS-IND) +
                       WS-PISO-DO-CARGO * WS-VAGAS-DA-REQUISICAO
                   ADD WS-VAGAS-DA-REQUISICAO
                       TO WS-CC-QTD-VAGAS (WS-IND)
                   SUBTRACT WS-VAGAS-DA-REQUISICAO
                       FROM WS-VAGAS-ABERTAS
               END-IF
           END-IF.
           READ ARQUIVO-REQUISICAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-REQUISICOES.

       EXIBE-SIMULACAO-CENTRO.
           MOVE ZEROS TO WS-TOTAL-ANO.
           PERFORM SOMA-MES-SIMULADO
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           ADD WS-TOTAL-ANO TO WS-TOTAL-GERAL.
           MOVE WS-TOTAL-ANO TO WS-TOTAL-EXIBE.
           DISPLAY '  CENTRO ' WS-CC-CENTRO (WS-IND)
                   '  FUNC ' WS-CC-QTD-FUNC (WS-IND)
                   '  VAGAS ' WS-CC-QTD-VAGAS (WS-IND)
                   '  ANO ' WS-TOTAL-EXIBE.

       SOMA-MES-SIMULADO.
           PERFORM PROJETA-MES.
           COMPUTE WS-TOTAL-ANO ROUNDED = WS-TOTAL-ANO +
               WS-SALARIO-MES * (1 + WS-PCT-ENCARGOS / 100).

      *Salarios do mes WS-MES do centro WS-IND: a base vezes o
      *fator do dissidio a partir do mes da data-base.
       PROJETA-MES.
           MOVE 1 TO WS-FATOR-DISSIDIO.
           IF WS-MES-DISSIDIO > ZEROS AND WS-MES NOT < WS-MES-DISSIDIO
               COMPUTE WS-FATOR-DISSIDIO =
                   1 + WS-PCT-DISSIDIO / 100.
           COMPUTE WS-VAGAS-MES ROUNDED =
               WS-CC-BASE-VAGAS (WS-IND) * WS-FATOR-DISSIDIO.
           COMPUTE WS-SALARIO-MES ROUNDED =
               WS-CC-BASE-FUNC (WS-IND) * WS-FATOR-DISSIDIO +
               WS-VAGAS-MES.

      *-----------------------------------------------------------------
      *GRAVACAO - apaga as linhas do ano nao ajustadas e grava as
      *novas; a linha ajustada a mao continua valendo.
      *-----------------------------------------------------------------
       GRAVA-ORCAMENTO.
           OPEN I-O ARQUIVO-ORCAMENTO.
           IF WS-STATUS-ARQUIVO-ORCAMENTO = '35'
      *Primeira geracao cria o arquivo.
               OPEN OUTPUT ARQUIVO-ORCAMENTO
               CLOSE ARQUIVO-ORCAMENTO
               OPEN I-O ARQUIVO-ORCAMENTO.
           MOVE ZEROS TO WS-QTD-REMOVIDAS.
           MOVE ZEROS TO WS-QTD-GRAVADAS.
           MOVE ZEROS TO WS-QTD-PRESERVADAS.
           PERFORM POSICIONA-ANO.
           PERFORM REMOVE-LINHA-GERADA
               UNTIL FINAL-ARQUIVO = 'S'.
           PERFORM GRAVA-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           CLOSE ARQUIVO-ORCAMENTO.
           DISPLAY 'ORCAMENTO ' WS-ANO-ORCAMENTO ' GRAVADO: '
                   WS-QTD-GRAVADAS ' LINHA(S); '
                   WS-QTD-PRESERVADAS ' AJUSTADA(S) A MAO MANTIDA(S).'.

      *Primeira linha da empresa e do ano em WS-ANO-ORCAMENTO.
       POSICIONA-ANO.
           MOVE WS-EMPRESA TO ORCAMENTO-EMPRESA.
           MOVE WS-ANO-ORCAMENTO TO ORCAMENTO-ANO.
           MOVE ZEROS TO ORCAMENTO-CENTRO-CUSTO.
           MOVE ZEROS TO ORCAMENTO-MES.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-ORCAMENTO
                   KEY IS NOT LESS THAN ORCAMENTO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 'N'
               PERFORM LE-PROXIMA-DO-ANO.

       LE-PROXIMA-DO-ANO.
           READ ARQUIVO-ORCAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO = 'N' AND
                   (ORCAMENTO-EMPRESA NOT = WS-EMPRESA OR
                    ORCAMENTO-ANO NOT = WS-ANO-ORCAMENTO)
               MOVE 'S' TO FINAL-ARQUIVO.

       REMOVE-LINHA-GERADA.
           IF ORCAMENTO-AJUSTADO NOT = 'S'
               DELETE ARQUIVO-ORCAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-REMOVIDAS
               END-DELETE.
           PERFORM LE-PROXIMA-DO-ANO.

       GRAVA-CENTRO.
           PERFORM GRAVA-MES-DO-CENTRO
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.

       GRAVA-MES-DO-CENTRO.
           PERFORM PROJETA-MES.
           MOVE WS-EMPRESA TO ORCAMENTO-EMPRESA.
           MOVE WS-ANO-ORCAMENTO TO ORCAMENTO-ANO.
           MOVE WS-CC-CENTRO (WS-IND) TO ORCAMENTO-CENTRO-CUSTO.
           MOVE WS-MES TO ORCAMENTO-MES.
           MOVE WS-SALARIO-MES TO ORCAMENTO-SALARIOS.
           MOVE WS-VAGAS-MES TO ORCAMENTO-CUSTO-VAGAS.
           COMPUTE ORCAMENTO-ENCARGOS ROUNDED =
               WS-SALARIO-MES * WS-PCT-ENCARGOS / 100.
           COMPUTE ORCAMENTO-TOTAL =
               ORCAMENTO-SALARIOS + ORCAMENTO-ENCARGOS.
           MOVE WS-PCT-ENCARGOS TO ORCAMENTO-PCT-ENCARGOS.
           MOVE WS-CC-QTD-FUNC (WS-IND) TO ORCAMENTO-QTD-FUNCIONARIOS.
           MOVE WS-CC-QTD-VAGAS (WS-IND) TO ORCAMENTO-QTD-VAGAS.
           MOVE 'N' TO ORCAMENTO-AJUSTADO.
           MOVE SPACES TO ORCAMENTO-OPERADOR.
           MOVE ZEROS TO ORCAMENTO-DATA-AJUSTE.
           WRITE ORCAMENTO-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-PRESERVADAS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADAS
           END-WRITE.

      *-----------------------------------------------------------------
      *AJUSTE MANUAL - financas troca o total de um mes de um
      *centro; a linha fica marcada com operador e data.
      *-----------------------------------------------------------------
       AJUSTA-ORCAMENTO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'AJUSTE DO ORCAMENTO SO POR SUPERVISOR.'
               GO TO AJUSTA-ORCAMENTO-FIM.
           OPEN I-O ARQUIVO-ORCAMENTO.
           IF WS-STATUS-ARQUIVO-ORCAMENTO NOT = '00'
               DISPLAY 'NENHUM ORCAMENTO GERADO AINDA.'
               GO TO AJUSTA-ORCAMENTO-FIM.
           DISPLAY 'ANO: '.
           ACCEPT WS-ANO-ORCAMENTO.
           DISPLAY 'CENTRO DE CUSTO: '.
           ACCEPT WS-CENTRO-DIGITADO.
           DISPLAY 'MES (01-12): '.
           ACCEPT WS-MES-DIGITADO.
           MOVE WS-EMPRESA TO ORCAMENTO-EMPRESA.
           MOVE WS-ANO-ORCAMENTO TO ORCAMENTO-ANO.
           MOVE WS-CENTRO-DIGITADO TO ORCAMENTO-CENTRO-CUSTO.
           MOVE WS-MES-DIGITADO TO ORCAMENTO-MES.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-ORCAMENTO RECORD
               INVALID KEY
                   DISPLAY 'MES NAO ORCADO PARA ESTE CENTRO.'
               NOT INVALID KEY
                   MOVE 'S' TO REGISTRO-ENCONTRADO
           END-READ.
           IF REGISTRO-ENCONTRADO = 'N'
               CLOSE ARQUIVO-ORCAMENTO
               GO TO AJUSTA-ORCAMENTO-FIM.
           MOVE ORCAMENTO-SALARIOS TO WS-VALOR-EXIBE.
           DISPLAY 'SALARIOS: ' WS-VALOR-EXIBE.
           MOVE ORCAMENTO-ENCARGOS TO WS-VALOR-EXIBE.
           DISPLAY 'ENCARGOS: ' WS-VALOR-EXIBE.
           MOVE ORCAMENTO-TOTAL TO WS-VALOR-EXIBE.
           DISPLAY 'TOTAL ATUAL: ' WS-VALOR-EXIBE.
           IF ORCAMENTO-AJUSTADO = 'S'
               DISPLAY 'AJUSTADO POR ' ORCAMENTO-OPERADOR ' EM '
                       ORCAMENTO-DATA-AJUSTE.
           DISPLAY 'NOVO TOTAL DO MES (SEM PONTO, 2 DECIMAIS): '.
           ACCEPT WS-VALOR-DIGITADO.
           MOVE WS-VALOR-DIGITADO TO WS-VALOR-EXIBE.
           DISPLAY 'CONFIRMA O TOTAL ' WS-VALOR-EXIBE '? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE WS-VALOR-DIGITADO TO ORCAMENTO-TOTAL
               MOVE 'S' TO ORCAMENTO-AJUSTADO
               MOVE WS-OPERADOR TO ORCAMENTO-OPERADOR
               MOVE WS-DATA-HOJE TO ORCAMENTO-DATA-AJUSTE
               REWRITE ORCAMENTO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O AJUSTE.'
                   NOT INVALID KEY
                       DISPLAY 'AJUSTE GRAVADO.'
               END-REWRITE
           ELSE
               DISPLAY 'AJUSTE CANCELADO.'
           END-IF.
           CLOSE ARQUIVO-ORCAMENTO.
       AJUSTA-ORCAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *CONSULTA - os 12 meses de um centro de custo no ano.
      *-----------------------------------------------------------------
       CONSULTA-ORCAMENTO.
           OPEN INPUT ARQUIVO-ORCAMENTO.
           IF WS-STATUS-ARQUIVO-ORCAMENTO NOT = '00'
               DISPLAY 'NENHUM ORCAMENTO GERADO AINDA.'
               GO TO CONSULTA-ORCAMENTO-FIM.
           DISPLAY 'ANO: '.
           ACCEPT WS-ANO-ORCAMENTO.
           DISPLAY 'CENTRO DE CUSTO: '.
           ACCEPT WS-CENTRO-DIGITADO.
           MOVE ZEROS TO WS-TOTAL-ANO.
           PERFORM POSICIONA-ANO.
           DISPLAY 'MES      SALARIOS   VAGAS(INCL)      ENCARGOS'
                   '         TOTAL'.
           PERFORM EXIBE-MES-CONSULTA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-ORCAMENTO.
           MOVE WS-TOTAL-ANO TO WS-TOTAL-EXIBE.
           DISPLAY 'TOTAL DO ANO: ' WS-TOTAL-EXIBE
                   '  (* = AJUSTADO A MAO)'.
       CONSULTA-ORCAMENTO-FIM.
           EXIT.

       EXIBE-MES-CONSULTA.
           IF ORCAMENTO-CENTRO-CUSTO = WS-CENTRO-DIGITADO
               ADD ORCAMENTO-TOTAL TO WS-TOTAL-ANO
               MOVE SPACES TO WS-MARCA-AJUSTE
               IF ORCAMENTO-AJUSTADO = 'S'
                   MOVE '*' TO WS-MARCA-AJUSTE
               END-IF
               MOVE ORCAMENTO-SALARIOS TO WS-VALOR-EXIBE
               MOVE ORCAMENTO-CUSTO-VAGAS TO WS-TOTAL-EXIBE
               MOVE ORCAMENTO-ENCARGOS TO WS-REALIZADO-EXIBE
               DISPLAY ORCAMENTO-MES '  ' WS-VALOR-EXIBE ' '
                       WS-TOTAL-EXIBE (3:12) ' '
                       WS-REALIZADO-EXIBE (3:12)
               MOVE ORCAMENTO-TOTAL TO WS-VALOR-EXIBE
               DISPLAY '    TOTAL ' WS-VALOR-EXIBE ' '
                       WS-MARCA-AJUSTE
           END-IF.
           PERFORM LE-PROXIMA-DO-ANO.

      *-----------------------------------------------------------------
      *ORCADO X REALIZADO - realizado do mes apurado como no PROG102
      *(liquido por centro de custo via departamento), mais os
      *encargos no percentual gravado no orcamento.
      *-----------------------------------------------------------------
       ORCADO-X-REALIZADO.
           DISPLAY 'PERIODO (AAAAMM): '.
           ACCEPT WS-PERIODO.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO.'
               GO TO ORCADO-X-REALIZADO-FIM.
           OPEN INPUT ARQUIVO-ORCAMENTO.
           IF WS-STATUS-ARQUIVO-ORCAMENTO NOT = '00'
               DISPLAY 'NENHUM ORCAMENTO GERADO AINDA.'
               GO TO ORCADO-X-REALIZADO-FIM.
           INITIALIZE WS-TABELA-CENTROS.
           MOVE ZEROS TO WS-QTD-CENTROS.
           MOVE ZEROS TO WS-PCT-ENCARGOS.
           MOVE WS-PER-ANO TO WS-ANO-ORCAMENTO.
           PERFORM POSICIONA-ANO.
           PERFORM GUARDA-ORCADO-DO-MES
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-ORCAMENTO.
           IF WS-QTD-CENTROS = ZEROS
               DISPLAY 'SEM ORCAMENTO PARA ' WS-PERIODO '.'
               GO TO ORCADO-X-REALIZADO-FIM.

           OPEN INPUT ARQUIVO-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = '00'
               DISPLAY 'resultado_folha.dat AUSENTE. RODE O PROG50'
                       ' ANTES.'
               GO TO ORCADO-X-REALIZADO-FIM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO NOT = '00'
               DISPLAY 'CADASTRE OS DEPARTAMENTOS NO PROG44 ANTES.'
               CLOSE ARQUIVO-RESULTADO
               CLOSE ARQUIVO-FUNCIONARIO
               GO TO ORCADO-X-REALIZADO-FIM.
           MOVE ZEROS TO WS-QTD-SEM-CADASTRO.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM ACUMULA-REALIZADO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-RESULTADO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           PERFORM IMPRIME-ORCADO-X-REALIZADO.
       ORCADO-X-REALIZADO-FIM.
           EXIT.

       GUARDA-ORCADO-DO-MES.
           IF ORCAMENTO-MES = WS-PER-MES
               MOVE ORCAMENTO-CENTRO-CUSTO TO WS-CENTRO-PROCURADO
               PERFORM LOCALIZA-CENTRO
               IF WS-ACHOU = 'S'
                   ADD ORCAMENTO-TOTAL TO WS-CC-ORCADO (WS-IND)
                   MOVE ORCAMENTO-PCT-ENCARGOS
                       TO WS-CC-PCT-ENCARGOS (WS-IND)
                   MOVE ORCAMENTO-PCT-ENCARGOS TO WS-PCT-ENCARGOS
                   MOVE 'S' TO WS-CC-TEM-ORCAMENTO (WS-IND)
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-DO-ANO.

       ACUMULA-REALIZADO.
           IF RESULTADO-PERIODO = WS-PERIODO
               PERFORM RESOLVE-CENTRO-DE-CUSTO
               IF WS-ACHOU = 'S'
                   PERFORM LOCALIZA-CENTRO
                   IF WS-ACHOU = 'S'
                       ADD RESULTADO-LIQUIDO
                           TO WS-CC-REALIZADO (WS-IND)
                   END-IF
               END-IF
           END-IF.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       RESOLVE-CENTRO-DE-CUSTO.
           MOVE 'N' TO WS-ACHOU.
           MOVE RESULTADO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-DEPARTAMENTO
                       TO DEPARTAMENTO-CODIGO
                   READ ARQUIVO-DEPARTAMENTO RECORD
                       INVALID KEY
                           ADD 1 TO WS-QTD-SEM-CADASTRO
                       NOT INVALID KEY
                           MOVE DEPARTAMENTO-CENTRO-CUSTO
                               TO WS-CENTRO-PROCURADO
                           MOVE 'S' TO WS-ACHOU
                   END-READ
           END-READ.

       IMPRIME-ORCADO-X-REALIZADO.
           MOVE ZEROS TO WS-QTD-ESTOUROS.
           MOVE ZEROS TO WS-TOTAL-GERAL.
           MOVE ZEROS TO WS-TOTAL-REALIZADO.
           MOVE 'ORCADO X REALIZADO' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ORCADO X REALIZADO DE PESSOAL - EMPRESA '
                   WS-EMPRESA ' - PERIODO ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE 'CENTRO' TO WS-LINHA-IMPRESSA (1:6).
           MOVE 'ORCADO' TO WS-LINHA-IMPRESSA (16:6).
           MOVE 'REALIZADO' TO WS-LINHA-IMPRESSA (27:9).
           MOVE 'DIFERENCA' TO WS-LINHA-IMPRESSA (42:9).
           MOVE '%EXEC' TO WS-LINHA-IMPRESSA (53:5).
           MOVE 'SITUACAO' TO WS-LINHA-IMPRESSA (60:8).
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-CENTRO-COMPARADO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE 'TOTAL' TO WS-LINHA-IMPRESSA (1:5).
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EXIBE.
           MOVE WS-TOTAL-EXIBE TO WS-LINHA-IMPRESSA (8:14).
           MOVE WS-TOTAL-REALIZADO TO WS-REALIZADO-EXIBE.
           MOVE WS-REALIZADO-EXIBE TO WS-LINHA-IMPRESSA (22:14).
           COMPUTE WS-DIFERENCA = WS-TOTAL-REALIZADO - WS-TOTAL-GERAL.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EXIBE.
           MOVE WS-DIFERENCA-EXIBE TO WS-LINHA-IMPRESSA (37:14).
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REALIZADO = LIQUIDO PAGO (resultado_folha.dat) + '
                   'ENCARGOS DO ORCAMENTO'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CENTROS ESTOURADOS: ' WS-QTD-ESTOUROS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           IF WS-QTD-SEM-CADASTRO > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'LINHAS SEM FUNCIONARIO/DEPARTAMENTO NO '
                       'CADASTRO: ' WS-QTD-SEM-CADASTRO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY WS-QTD-CENTROS ' CENTRO(S), ' WS-QTD-ESTOUROS
                   ' ESTOURADO(S). RELATORIO NO SPOOL.'.

       IMPRIME-CENTRO-COMPARADO.
      *Centro sem linha no orcamento leva o percentual de encargos
      *das demais linhas do ano.
           IF WS-CC-TEM-ORCAMENTO (WS-IND) NOT = 'S'
               MOVE WS-PCT-ENCARGOS TO WS-CC-PCT-ENCARGOS (WS-IND).
           COMPUTE WS-CC-REALIZADO (WS-IND) ROUNDED =
               WS-CC-REALIZADO (WS-IND) *
               (1 + WS-CC-PCT-ENCARGOS (WS-IND) / 100).
           ADD WS-CC-ORCADO (WS-IND) TO WS-TOTAL-GERAL.
           ADD WS-CC-REALIZADO (WS-IND) TO WS-TOTAL-REALIZADO.
           COMPUTE WS-DIFERENCA =
               WS-CC-REALIZADO (WS-IND) - WS-CC-ORCADO (WS-IND).
           MOVE ZEROS TO WS-PERC-EXECUTADO.
           IF WS-CC-ORCADO (WS-IND) > ZEROS
               COMPUTE WS-PERC-EXECUTADO ROUNDED =
                   WS-CC-REALIZADO (WS-IND) * 100 /
                   WS-CC-ORCADO (WS-IND)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERC-EXECUTADO
               END-COMPUTE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE WS-CC-CENTRO (WS-IND) TO WS-LINHA-IMPRESSA (1:6).
           MOVE WS-CC-ORCADO (WS-IND) TO WS-TOTAL-EXIBE.
           MOVE WS-TOTAL-EXIBE TO WS-LINHA-IMPRESSA (8:14).
           MOVE WS-CC-REALIZADO (WS-IND) TO WS-REALIZADO-EXIBE.
           MOVE WS-REALIZADO-EXIBE TO WS-LINHA-IMPRESSA (22:14).
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EXIBE.
           MOVE WS-DIFERENCA-EXIBE TO WS-LINHA-IMPRESSA (37:14).
           MOVE WS-PERC-EXECUTADO TO WS-PERC-EXIBE.
           MOVE WS-PERC-EXIBE TO WS-LINHA-IMPRESSA (52:6).
           IF WS-CC-TEM-ORCAMENTO (WS-IND) NOT = 'S'
               MOVE 'SEM ORCAMENTO' TO WS-LINHA-IMPRESSA (60:13)
               IF WS-CC-REALIZADO (WS-IND) > ZEROS
                   ADD 1 TO WS-QTD-ESTOUROS
               END-IF
           ELSE
               IF WS-DIFERENCA > ZEROS
                   MOVE 'ESTOURO' TO WS-LINHA-IMPRESSA (60:7)
                   ADD 1 TO WS-QTD-ESTOUROS
               END-IF
           END-IF.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
