      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG139.
      *Conferencia do liquido do bureau antes da baixa. Para cada
      *linha de retorno_folha.txt processada (status OK) recalcula o
      *liquido pela nossa conta:
      *  bruto   = salario vigente hoje (salarios.dat) + adicional
      *            de risco do mes (subprograma PROG183, a mesma
      *            regra do extrato) + aulas dadas do mes ja
      *            enviadas (aulas_dadas.dat);
      *  INSS e IRRF sobre o bruto pelas tabelas de faixas
      *            (subprograma PROG141);
      *  VT/VR   = descontos do funcionario em beneficios.dat, pela
      *            mesma regra do extrato do PROG42;
      *  emprest = parcelas dos consignados ativos (emprestimos.dat);
      *  pensao  = descontos de pensao alimenticia enviados no
      *            extrato do mes (pensoes_descontos.dat);
      *  adiant  = adiantamento quinzenal do mes ja remetido ou
      *            descontado (adiantamentos.dat);
      *  sindic  = contribuicao sindical descontada no periodo
      *            (contribuicoes_sindicais.dat);
      *  reemb   = reembolsos de despesa enviados no extrato do mes
      *            (reembolsos.dat), fora da base dos impostos;
      *  dif     = diferencas salariais retroativas (linhas T) da
      *            geracao do extrato em controle_folha.dat
      *            (diferencas_salariais.dat), no bruto;
      *  liquido = bruto - INSS - IRRF - VT/VR - emprest - pensao
      *            - adiant - sindic + reemb.
      *Desligado nao tem salario no extrato: o liquido dele e o do
      *termo (rescisoes.dat) quando a rescisao foi nessa mesma
      *geracao, mais diferencas e reembolsos enviados.
      *Toda diferenca acima da tolerancia sai no spool (PROG71) com
      *os nossos valores. Termina com RETURN-CODE 8 quando ha
      *divergencia, para o PROG50 pedir confirmacao antes da baixa.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELBENEFICIO.cob'.
           COPY 'SELEMPRESTIMO.cob'.
           COPY 'SELDESCPENSAO.cob'.
           COPY 'SELADIANTAMENTO.cob'.
           COPY 'SELCONTRSIND.cob'.
           COPY 'SELAULADADA.cob'.
           COPY 'SELREEMB.cob'.
           COPY 'SELDIFERENCA.cob'.
           COPY 'SELRESCISAO.cob'.

           SELECT ARQUIVO-CONTROLE-FOLHA
           ASSIGN TO 'controle_folha.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLE.
      *Geracao do ultimo extrato do PROG42, o que o bureau retornou.

           SELECT ARQUIVO-RETORNO
           ASSIGN TO 'retorno_folha.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETORNO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDBENEFICIO.cob'.
           COPY 'FDEMPRESTIMO.cob'.
           COPY 'FDDESCPENSAO.cob'.
           COPY 'FDADIANTAMENTO.cob'.
           COPY 'FDCONTRSIND.cob'.
           COPY 'FDAULADADA.cob'.
           COPY 'FDREEMB.cob'.
           COPY 'FDDIFERENCA.cob'.
           COPY 'FDRESCISAO.cob'.

       FD  ARQUIVO-CONTROLE-FOLHA.
       01  CONTROLE-FOLHA-LINHA.
           05 CONTROLE-GERACAO         PIC 9(06).
           05 CONTROLE-ULTIMA-EXTRACAO PIC 9(08).
           05 CONTROLE-ULTIMA-HORA PIC 9(06).

       FD  ARQUIVO-RETORNO.
       01  RETORNO-LINHA.
           05 RETORNO-CODIGO PIC 9(6).
           05 RETORNO-LIQUIDO PIC 9(7)V99.
           05 RETORNO-STATUS PIC X(02).
           05 RETORNO-MENSAGEM PIC X(40).

       WORKING-STORAGE SECTION.
       77  FINAL-RETORNO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-EMPRESTIMO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-DESCPENSAO PIC X VALUE 'N'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-STATUS-RETORNO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BENEFICIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-EMPRESTIMO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DESCPENSAO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-SALARIO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-BENEFICIO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-EMPRESTIMO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-DESCPENSAO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-ADIANTAMENTO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-CONTRSIND PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AULADADA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-REEMBOLSO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-CONTRSIND PIC X VALUE 'N'.
       77  WS-TEM-ARQ-AULADADA PIC X VALUE 'N'.
       77  WS-TEM-ARQ-REEMBOLSO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-CONTRSIND PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-AULADADA PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-REEMBOLSO PIC X VALUE 'N'.
       77  WS-STATUS-CONTROLE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DIFERENCA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-RESCISAO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-DIFERENCA PIC X VALUE 'N'.
       77  WS-TEM-ARQ-RESCISAO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-DIFERENCA PIC X VALUE 'N'.
       77  WS-GERACAO-EXTRATO PIC 9(06) VALUE ZEROS.
       77  WS-SINDICATO-BUSCA PIC 9(4) VALUE ZEROS.
       77  WS-PERIODO-ENVIO PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-PERIODO PIC 9(6) VALUE ZEROS.
       77  WS-ACAO-IMPOSTO PIC X VALUE 'C'.
       77  WS-ACAO-RISCO PIC X VALUE 'C'.
       77  WS-RISCO-ADICIONAL PIC X VALUE SPACE.
       77  WS-RISCO-GRAU PIC X VALUE SPACE.
       77  WS-RISCO-MES-AFASTADO PIC X VALUE 'N'.
       77  WS-TOLERANCIA PIC 9(5)V99 VALUE 1.00.
      *Diferenca aceita entre o nosso liquido e o do bureau, em
      *reais, para absorver arredondamentos de centavos.
       77  WS-DIAS-UTEIS-BENEFICIO PIC 9(2) VALUE 22.
      *Mesmos dias uteis padrao do calculo de VT/VR do PROG42.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-CARGO-VIGENTE PIC X(20) VALUE SPACES.
       77  WS-ADICIONAL-RISCO PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-AULAS PIC 9(7)V99 VALUE ZEROS.
       77  WS-BRUTO-TRIBUTAVEL PIC 9(7)V99 VALUE ZEROS.
       77  WS-INSS-CALCULADO PIC 9(7)V99 VALUE ZEROS.
       77  WS-IRRF-CALCULADO PIC 9(7)V99 VALUE ZEROS.
       77  WS-CUSTO-VT PIC 9(7)V99 VALUE ZEROS.
       77  WS-TETO-VT PIC 9(7)V99 VALUE ZEROS.
       77  WS-CUSTO-VR PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-BENEFICIO PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-EMPRESTIMO PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-PENSAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-ADIANTAMENTO PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-SINDICAL PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-REEMBOLSO PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-DIFERENCA PIC 9(7)V99 VALUE ZEROS.
       77  WS-LIQUIDO-RESCISAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-LIQUIDO-CALCULADO PIC S9(7)V99 VALUE ZEROS.
       77  WS-DIFERENCA PIC S9(7)V99 VALUE ZEROS.
       77  WS-TOTAL-RETORNADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-CONFERIDOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NAO-CONFERIDOS PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-BUREAU-EXIBE PIC Z(6)9.99.
       77  WS-NOSSO-EXIBE PIC -Z(6)9.99.
       77  WS-DIFERENCA-EXIBE PIC -Z(6)9.99.
       77  WS-BRUTO-EXIBE PIC Z(6)9.99.
       77  WS-INSS-EXIBE PIC Z(6)9.99.
       77  WS-IRRF-EXIBE PIC Z(6)9.99.
       77  WS-BENEFICIO-EXIBE PIC Z(6)9.99.
       77  WS-EMPRESTIMO-EXIBE PIC Z(6)9.99.
       77  WS-PENSAO-EXIBE PIC Z(6)9.99.
       77  WS-ADIANTAMENTO-EXIBE PIC Z(6)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'CONFERE LIQUIDO'.
           COPY 'WSFUNCIONARIO.cob'.

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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO = WS-DATA-HOJE / 100.
           MOVE ZEROS TO RETURN-CODE.

           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'retorno_folha.txt AUSENTE. NADA A CONFERIR.'
               GO TO PROGRAM-DONE.

           PERFORM LE-GERACAO-DO-EXTRATO.
           PERFORM ABRE-CADASTROS.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO.

           MOVE 'N' TO FINAL-RETORNO.
           READ ARQUIVO-RETORNO RECORD AT END
               MOVE 'S' TO FINAL-RETORNO.
           PERFORM CONFERE-LINHA-RETORNO
               UNTIL FINAL-RETORNO = 'S'.

           PERFORM IMPRIME-TOTAIS.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           CLOSE ARQUIVO-RETORNO.
           PERFORM FECHA-CADASTROS.
           MOVE 'F' TO WS-ACAO-IMPOSTO.
           CALL 'PROG141' USING WS-ACAO-IMPOSTO RETORNO-CODIGO
               WS-BRUTO-TRIBUTAVEL WS-INSS-CALCULADO WS-IRRF-CALCULADO.
           MOVE 'F' TO WS-ACAO-RISCO.
           CALL 'PROG183' USING WS-ACAO-RISCO RETORNO-CODIGO
               FUNCIONARIO-DEPARTAMENTO WS-CARGO-VIGENTE
               WS-SALARIO-VIGENTE WS-DATA-HOJE WS-RISCO-ADICIONAL
               WS-RISCO-GRAU WS-ADICIONAL-RISCO WS-RISCO-MES-AFASTADO.

           DISPLAY ' '.
           DISPLAY 'CONFERENCIA DO LIQUIDO DO BUREAU'.
           DISPLAY 'LINHAS RETORNADAS: ' WS-TOTAL-RETORNADOS.
           DISPLAY 'LIQUIDOS CONFERIDOS: ' WS-TOTAL-CONFERIDOS.
           DISPLAY 'DIVERGENCIAS ACIMA DA TOLERANCIA: '
                   WS-TOTAL-DIVERGENTES.
           DISPLAY 'NAO CONFERIDOS (ERRO OU FORA DO CADASTRO): '
                   WS-TOTAL-NAO-CONFERIDOS.
           DISPLAY 'RELATORIO DA CONFERENCIA NO SPOOL (PROG72).'.
           IF WS-TOTAL-DIVERGENTES > ZEROS
               MOVE 8 TO RETURN-CODE.

       PROGRAM-DONE.
           GOBACK.

       ABRE-CADASTROS.
      *Arquivo ausente = parcela da conta zerada (sem salario o
      *funcionario nao e conferido).
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO = '00'
               MOVE 'S' TO WS-TEM-ARQ-SALARIO.
           OPEN INPUT ARQUIVO-BENEFICIO.
           IF WS-STATUS-ARQUIVO-BENEFICIO = '00'
               MOVE 'S' TO WS-TEM-ARQ-BENEFICIO.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-ARQUIVO-EMPRESTIMO = '00'
               MOVE 'S' TO WS-TEM-ARQ-EMPRESTIMO.
           OPEN INPUT ARQUIVO-DESC-PENSAO.
           IF WS-STATUS-ARQUIVO-DESCPENSAO = '00'
               MOVE 'S' TO WS-TEM-ARQ-DESCPENSAO.
           OPEN INPUT ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-ADIANTAMENTO.
           OPEN INPUT ARQUIVO-CONTRSIND.
           IF WS-STATUS-ARQUIVO-CONTRSIND = '00'
               MOVE 'S' TO WS-TEM-ARQ-CONTRSIND.
           OPEN INPUT ARQUIVO-AULADADA.
           IF WS-STATUS-ARQUIVO-AULADADA = '00'
               MOVE 'S' TO WS-TEM-ARQ-AULADADA.
           OPEN INPUT ARQUIVO-REEMBOLSO.
           IF WS-STATUS-ARQUIVO-REEMBOLSO = '00'
               MOVE 'S' TO WS-TEM-ARQ-REEMBOLSO.
           OPEN INPUT ARQUIVO-DIFERENCA.
           IF WS-STATUS-ARQUIVO-DIFERENCA = '00'
               MOVE 'S' TO WS-TEM-ARQ-DIFERENCA.
           OPEN INPUT ARQUIVO-RESCISAO.
           IF WS-STATUS-ARQUIVO-RESCISAO = '00'
               MOVE 'S' TO WS-TEM-ARQ-RESCISAO.

       LE-GERACAO-DO-EXTRATO.
      *Sem controle (nenhum extrato gerado) nenhuma diferenca ou
      *rescisao conta como enviada.
           MOVE ZEROS TO WS-GERACAO-EXTRATO.
           OPEN INPUT ARQUIVO-CONTROLE-FOLHA.
           IF WS-STATUS-CONTROLE = '00'
               READ ARQUIVO-CONTROLE-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROLE-GERACAO IS NUMERIC
                           MOVE CONTROLE-GERACAO TO WS-GERACAO-EXTRATO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CONTROLE-FOLHA
           END-IF.

       FECHA-CADASTROS.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WS-TEM-ARQ-SALARIO = 'S'
               CLOSE ARQUIVO-SALARIO.
           IF WS-TEM-ARQ-BENEFICIO = 'S'
               CLOSE ARQUIVO-BENEFICIO.
           IF WS-TEM-ARQ-EMPRESTIMO = 'S'
               CLOSE ARQUIVO-EMPRESTIMO.
           IF WS-TEM-ARQ-DESCPENSAO = 'S'
               CLOSE ARQUIVO-DESC-PENSAO.
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               CLOSE ARQUIVO-ADIANTAMENTO.
           IF WS-TEM-ARQ-CONTRSIND = 'S'
               CLOSE ARQUIVO-CONTRSIND.
           IF WS-TEM-ARQ-AULADADA = 'S'
               CLOSE ARQUIVO-AULADADA.
           IF WS-TEM-ARQ-REEMBOLSO = 'S'
               CLOSE ARQUIVO-REEMBOLSO.
           IF WS-TEM-ARQ-DIFERENCA = 'S'
               CLOSE ARQUIVO-DIFERENCA.
           IF WS-TEM-ARQ-RESCISAO = 'S'
               CLOSE ARQUIVO-RESCISAO.

      *-----------------------------------------------------------------
      *CONFERENCIA - uma linha do retorno por vez. Retorno com erro e
      *codigo fora do cadastro ficam para o relatorio de excecoes do
      *PROG50; aqui so se confere o liquido processado.
      *-----------------------------------------------------------------
       CONFERE-LINHA-RETORNO.
           ADD 1 TO WS-TOTAL-RETORNADOS.
           MOVE RETORNO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO.

           PERFORM BUSCA-SALARIO-VIGENTE.
           IF REGISTRO-ENCONTRADO = 'N' OR RETORNO-STATUS NOT = 'OK'
               ADD 1 TO WS-TOTAL-NAO-CONFERIDOS
           ELSE
           IF FUNCIONARIO-SITUACAO = 'D'
               PERFORM CALCULA-LIQUIDO-DESLIGADO
               PERFORM CONFRONTA-LIQUIDO
           ELSE
               IF WS-SALARIO-VIGENTE = ZEROS
                   ADD 1 TO WS-TOTAL-NAO-CONFERIDOS
                   MOVE SPACES TO WS-LINHA-IMPRESSA
                   STRING RETORNO-CODIGO ' ' FUNCIONARIO-NOME
                          ' SEM SALARIO VIGENTE - NAO CONFERIDO'
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM GRAVA-LINHA-SPOOL
               ELSE
                   PERFORM CALCULA-LIQUIDO
                   PERFORM CONFRONTA-LIQUIDO
               END-IF
           END-IF.

           READ ARQUIVO-RETORNO RECORD AT END
               MOVE 'S' TO FINAL-RETORNO.

       CONFRONTA-LIQUIDO.
           ADD 1 TO WS-TOTAL-CONFERIDOS.
           COMPUTE WS-DIFERENCA =
               WS-LIQUIDO-CALCULADO - RETORNO-LIQUIDO.
           IF WS-DIFERENCA > WS-TOLERANCIA OR
                   WS-DIFERENCA < (0 - WS-TOLERANCIA)
               ADD 1 TO WS-TOTAL-DIVERGENTES
               PERFORM IMPRIME-DIVERGENCIA.

       CALCULA-LIQUIDO.
      *Adicional de risco e aulas dadas entram no bruto tributavel
      *antes do INSS e do IRRF; o reembolso nao e tributado.
           MOVE 'C' TO WS-ACAO-RISCO.
           CALL 'PROG183' USING WS-ACAO-RISCO RETORNO-CODIGO
               FUNCIONARIO-DEPARTAMENTO WS-CARGO-VIGENTE
               WS-SALARIO-VIGENTE WS-DATA-HOJE WS-RISCO-ADICIONAL
               WS-RISCO-GRAU WS-ADICIONAL-RISCO WS-RISCO-MES-AFASTADO.
           PERFORM SOMA-AULAS-DADAS.
           PERFORM SOMA-DIFERENCAS-ENVIADAS.
           MOVE ZEROS TO WS-LIQUIDO-RESCISAO.
           COMPUTE WS-BRUTO-TRIBUTAVEL =
               WS-SALARIO-VIGENTE + WS-ADICIONAL-RISCO
               + WS-VALOR-AULAS + WS-VALOR-DIFERENCA.
           MOVE 'C' TO WS-ACAO-IMPOSTO.
           CALL 'PROG141' USING WS-ACAO-IMPOSTO RETORNO-CODIGO
               WS-BRUTO-TRIBUTAVEL WS-INSS-CALCULADO WS-IRRF-CALCULADO.
           PERFORM CALCULA-DESCONTO-BENEFICIO.
           PERFORM SOMA-PARCELAS-EMPRESTIMO.
           PERFORM SOMA-DESCONTOS-PENSAO.
           PERFORM BUSCA-ADIANTAMENTO.
           PERFORM SOMA-CONTRIBUICOES-SINDICAIS.
           PERFORM SOMA-REEMBOLSOS-ENVIADOS.
           COMPUTE WS-LIQUIDO-CALCULADO =
               WS-BRUTO-TRIBUTAVEL - WS-INSS-CALCULADO
               - WS-IRRF-CALCULADO - WS-DESCONTO-BENEFICIO
               - WS-DESCONTO-EMPRESTIMO - WS-DESCONTO-PENSAO
               - WS-DESCONTO-ADIANTAMENTO - WS-DESCONTO-SINDICAL
               + WS-VALOR-REEMBOLSO.

       CALCULA-LIQUIDO-DESLIGADO.
      *Sem impostos nem descontos mensais: o termo ja vem liquido,
      *com consignados e adiantamento abatidos (PROG134).
           MOVE ZEROS TO WS-ADICIONAL-RISCO WS-VALOR-AULAS
               WS-BRUTO-TRIBUTAVEL WS-INSS-CALCULADO WS-IRRF-CALCULADO
               WS-DESCONTO-BENEFICIO WS-DESCONTO-EMPRESTIMO
               WS-DESCONTO-PENSAO WS-DESCONTO-ADIANTAMENTO
               WS-DESCONTO-SINDICAL WS-LIQUIDO-RESCISAO.
           IF WS-TEM-ARQ-RESCISAO = 'S'
               MOVE RETORNO-CODIGO TO RESCISAO-CODIGO-FUNC
               READ ARQUIVO-RESCISAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RESCISAO-ENVIADA = 'S' AND
                               RESCISAO-GERACAO-ENVIO =
                                   WS-GERACAO-EXTRATO
                           MOVE RESCISAO-LIQUIDO TO WS-LIQUIDO-RESCISAO
                       END-IF
               END-READ
           END-IF.
           PERFORM SOMA-DIFERENCAS-ENVIADAS.
           PERFORM SOMA-REEMBOLSOS-ENVIADOS.
           COMPUTE WS-LIQUIDO-CALCULADO =
               WS-LIQUIDO-RESCISAO + WS-VALOR-DIFERENCA
               + WS-VALOR-REEMBOLSO.

       SOMA-DIFERENCAS-ENVIADAS.
      *Linhas T da geracao retornada, pelo valor que cada uma levou.
           MOVE ZEROS TO WS-VALOR-DIFERENCA.
           IF WS-TEM-ARQ-DIFERENCA = 'S' AND WS-GERACAO-EXTRATO > ZEROS
               MOVE RETORNO-CODIGO TO DIFERENCA-CODIGO-FUNC
               MOVE ZEROS TO DIFERENCA-PERIODO
               MOVE 'N' TO FINAL-ARQUIVO-DIFERENCA
               START ARQUIVO-DIFERENCA
                       KEY IS NOT LESS THAN DIFERENCA-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-DIFERENCA
               END-START
               IF FINAL-ARQUIVO-DIFERENCA = 'N'
                   READ ARQUIVO-DIFERENCA NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-DIFERENCA
                   END-READ
               END-IF
               PERFORM SOMA-UMA-DIFERENCA
                   UNTIL FINAL-ARQUIVO-DIFERENCA = 'S' OR
                         DIFERENCA-CODIGO-FUNC NOT = RETORNO-CODIGO
           END-IF.

       SOMA-UMA-DIFERENCA.
           IF DIFERENCA-GERACAO-ENVIO = WS-GERACAO-EXTRATO
               ADD DIFERENCA-VALOR-ULTIMO-ENVIO TO WS-VALOR-DIFERENCA.
           READ ARQUIVO-DIFERENCA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-DIFERENCA.

       CALCULA-DESCONTO-BENEFICIO.
      *VT: custo limitado a 6% do salario; VR: 20% do custo.
           MOVE ZEROS TO WS-DESCONTO-BENEFICIO.
           IF WS-TEM-ARQ-BENEFICIO = 'S'
               MOVE RETORNO-CODIGO TO BENEFICIO-CODIGO-FUNC
               READ ARQUIVO-BENEFICIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SOMA-DESCONTO-VT
                       PERFORM SOMA-DESCONTO-VR
               END-READ
           END-IF.

       SOMA-DESCONTO-VT.
           IF BENEFICIO-VT-OPTANTE = 'S'
               COMPUTE WS-CUSTO-VT =
                   BENEFICIO-VT-VIAGENS-DIA *
                   BENEFICIO-VT-VALOR-VIAGEM *
                   WS-DIAS-UTEIS-BENEFICIO
               COMPUTE WS-TETO-VT ROUNDED =
                   WS-SALARIO-VIGENTE * 6 / 100
               IF WS-TETO-VT < WS-CUSTO-VT
                   ADD WS-TETO-VT TO WS-DESCONTO-BENEFICIO
               ELSE
                   ADD WS-CUSTO-VT TO WS-DESCONTO-BENEFICIO
               END-IF
           END-IF.

       SOMA-DESCONTO-VR.
           IF BENEFICIO-VR-FAIXA > ZERO
               COMPUTE WS-CUSTO-VR =
                   BENEFICIO-VR-VALOR-DIA *
                   WS-DIAS-UTEIS-BENEFICIO
               COMPUTE WS-DESCONTO-BENEFICIO ROUNDED =
                   WS-DESCONTO-BENEFICIO + WS-CUSTO-VR * 20 / 100
           END-IF.

       SOMA-PARCELAS-EMPRESTIMO.
      *Parcelas que o PROG42 enviou: consignado ativo com parcelas
      *a vencer.
           MOVE ZEROS TO WS-DESCONTO-EMPRESTIMO.
           IF WS-TEM-ARQ-EMPRESTIMO = 'S'
               MOVE RETORNO-CODIGO TO EMPRESTIMO-CODIGO-FUNC
               MOVE ZEROS TO EMPRESTIMO-DATA-CONCESSAO
               MOVE 'N' TO FINAL-ARQUIVO-EMPRESTIMO
               START ARQUIVO-EMPRESTIMO
                       KEY IS NOT LESS THAN EMPRESTIMO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-EMPRESTIMO
               END-START
               IF FINAL-ARQUIVO-EMPRESTIMO = 'N'
                   READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-EMPRESTIMO
                   END-READ
               END-IF
               PERFORM SOMA-UMA-PARCELA
                   UNTIL FINAL-ARQUIVO-EMPRESTIMO = 'S' OR
                         EMPRESTIMO-CODIGO-FUNC NOT = RETORNO-CODIGO
           END-IF.

       SOMA-UMA-PARCELA.
           IF EMPRESTIMO-SITUACAO = 'A' AND
                   EMPRESTIMO-PARCELAS-RESTANTES > ZEROS
               ADD EMPRESTIMO-VALOR-PARCELA TO WS-DESCONTO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-EMPRESTIMO.

       SOMA-DESCONTOS-PENSAO.
      *Descontos de todas as ordens do funcionario no periodo.
           MOVE ZEROS TO WS-DESCONTO-PENSAO.
           IF WS-TEM-ARQ-DESCPENSAO = 'S'
               MOVE RETORNO-CODIGO TO DESCPENSAO-CODIGO-FUNC
               MOVE ZEROS TO DESCPENSAO-SEQUENCIA
               MOVE ZEROS TO DESCPENSAO-PERIODO
               MOVE 'N' TO FINAL-ARQUIVO-DESCPENSAO
               START ARQUIVO-DESC-PENSAO
                       KEY IS NOT LESS THAN DESCPENSAO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO
               END-START
               IF FINAL-ARQUIVO-DESCPENSAO = 'N'
                   READ ARQUIVO-DESC-PENSAO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO
                   END-READ
               END-IF
               PERFORM SOMA-UM-DESCONTO-PENSAO
                   UNTIL FINAL-ARQUIVO-DESCPENSAO = 'S' OR
                         DESCPENSAO-CODIGO-FUNC NOT = RETORNO-CODIGO
           END-IF.

       SOMA-UM-DESCONTO-PENSAO.
           IF DESCPENSAO-PERIODO = WS-PERIODO
               ADD DESCPENSAO-VALOR TO WS-DESCONTO-PENSAO.
           READ ARQUIVO-DESC-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-DESCPENSAO.

       BUSCA-ADIANTAMENTO.
      *So o adiantamento pago (remetido ou ja descontado) volta
      *como desconto no extrato do mes.
           MOVE ZEROS TO WS-DESCONTO-ADIANTAMENTO.
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               MOVE RETORNO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC
               MOVE WS-PERIODO TO ADIANTAMENTO-PERIODO
               READ ARQUIVO-ADIANTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADIANTAMENTO-SITUACAO NOT = 'G'
                           MOVE ADIANTAMENTO-VALOR
                               TO WS-DESCONTO-ADIANTAMENTO
                       END-IF
               END-READ
           END-IF.

       SOMA-AULAS-DADAS.
      *Hora-aula do mes ja enviada no extrato (situacao E) para o
      *funcionario vinculado ao professor.
           MOVE ZEROS TO WS-VALOR-AULAS.
           IF WS-TEM-ARQ-AULADADA = 'S'
               MOVE WS-PERIODO TO AULADADA-PERIODO
               MOVE ZEROS TO AULADADA-PROFESSOR-ID
               MOVE 'N' TO FINAL-ARQUIVO-AULADADA
               START ARQUIVO-AULADADA
                       KEY IS NOT LESS THAN AULADADA-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-AULADADA
               END-START
               IF FINAL-ARQUIVO-AULADADA = 'N'
                   READ ARQUIVO-AULADADA NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-AULADADA
                   END-READ
               END-IF
               PERFORM SOMA-UMA-AULA-DADA
                   UNTIL FINAL-ARQUIVO-AULADADA = 'S' OR
                         AULADADA-PERIODO NOT = WS-PERIODO
           END-IF.

       SOMA-UMA-AULA-DADA.
           IF AULADADA-CODIGO-FUNC = RETORNO-CODIGO AND
                   AULADADA-SITUACAO = 'E'
               ADD AULADADA-VALOR TO WS-VALOR-AULAS.
           READ ARQUIVO-AULADADA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-AULADADA.

       SOMA-CONTRIBUICOES-SINDICAIS.
      *A chave comeca pelo sindicato: posiciona em cada sindicato
      *do arquivo no periodo e no funcionario e segue para o
      *proximo, sem ler os demais funcionarios.
           MOVE ZEROS TO WS-DESCONTO-SINDICAL.
           MOVE ZEROS TO WS-SINDICATO-BUSCA.
           MOVE 'N' TO FINAL-ARQUIVO-CONTRSIND.
           IF WS-TEM-ARQ-CONTRSIND = 'N'
               MOVE 'S' TO FINAL-ARQUIVO-CONTRSIND.
           PERFORM BUSCA-CONTRIBUICAO-SINDICATO
               UNTIL FINAL-ARQUIVO-CONTRSIND = 'S' OR
                     WS-SINDICATO-BUSCA > 999.

       BUSCA-CONTRIBUICAO-SINDICATO.
           MOVE WS-SINDICATO-BUSCA TO CONTRSIND-SINDICATO.
           MOVE WS-PERIODO TO CONTRSIND-PERIODO.
           MOVE RETORNO-CODIGO TO CONTRSIND-CODIGO-FUNC.
           START ARQUIVO-CONTRSIND
                   KEY IS NOT LESS THAN CONTRSIND-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-CONTRSIND
           END-START.
           IF FINAL-ARQUIVO-CONTRSIND = 'N'
               READ ARQUIVO-CONTRSIND NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-CONTRSIND
               END-READ.
           IF FINAL-ARQUIVO-CONTRSIND = 'N'
               IF CONTRSIND-SINDICATO > WS-SINDICATO-BUSCA
                   MOVE CONTRSIND-SINDICATO TO WS-SINDICATO-BUSCA
               ELSE
                   IF CONTRSIND-PERIODO = WS-PERIODO AND
                           CONTRSIND-CODIGO-FUNC = RETORNO-CODIGO
                       ADD CONTRSIND-VALOR TO WS-DESCONTO-SINDICAL
                   END-IF
                   ADD 1 TO WS-SINDICATO-BUSCA
               END-IF
           END-IF.

       SOMA-REEMBOLSOS-ENVIADOS.
      *Pedidos mandados no extrato deste mes: aprovados aguardando o
      *retorno ou ja dados como pagos.
           MOVE ZEROS TO WS-VALOR-REEMBOLSO.
           IF WS-TEM-ARQ-REEMBOLSO = 'S'
               MOVE RETORNO-CODIGO TO REEMB-CODIGO-FUNC
               MOVE ZEROS TO REEMB-SEQUENCIA
               MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO
               START ARQUIVO-REEMBOLSO
                       KEY IS NOT LESS THAN REEMB-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-START
               IF FINAL-ARQUIVO-REEMBOLSO = 'N'
                   READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
                   END-READ
               END-IF
               PERFORM SOMA-UM-REEMBOLSO
                   UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S' OR
                         REEMB-CODIGO-FUNC NOT = RETORNO-CODIGO
           END-IF.

       SOMA-UM-REEMBOLSO.
           COMPUTE WS-PERIODO-ENVIO = REEMB-DATA-ENVIO / 100.
           IF (REEMB-SITUACAO = 'A' OR REEMB-SITUACAO = 'G') AND
                   WS-PERIODO-ENVIO = WS-PERIODO
               ADD REEMB-VALOR TO WS-VALOR-REEMBOLSO.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       BUSCA-SALARIO-VIGENTE.
      *Ultima vigencia menor ou igual a hoje, como no PROG42; o
      *cargo da mesma vigencia e o do adicional de risco.
           MOVE ZEROS TO WS-SALARIO-VIGENTE.
           MOVE SPACES TO WS-CARGO-VIGENTE.
           IF WS-TEM-ARQ-SALARIO = 'S'
               MOVE RETORNO-CODIGO TO SALARIO-CODIGO-FUNC
               MOVE ZEROS TO SALARIO-DATA-VIGENCIA
               MOVE 'N' TO FINAL-ARQUIVO-SALARIO
               START ARQUIVO-SALARIO
                       KEY IS NOT LESS THAN SALARIO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-SALARIO
               END-START
               IF FINAL-ARQUIVO-SALARIO = 'N'
                   READ ARQUIVO-SALARIO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-SALARIO
                   END-READ
               END-IF
               PERFORM AVALIA-UMA-VIGENCIA
                   UNTIL FINAL-ARQUIVO-SALARIO = 'S' OR
                         SALARIO-CODIGO-FUNC NOT = RETORNO-CODIGO
           END-IF.

       AVALIA-UMA-VIGENCIA.
           IF SALARIO-DATA-VIGENCIA NOT > WS-DATA-HOJE
               MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE
               MOVE SALARIO-CARGO TO WS-CARGO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

      *-----------------------------------------------------------------
      *RELATORIO - duas linhas por divergencia: liquidos e diferenca,
      *depois a composicao do nosso liquido.
      *-----------------------------------------------------------------
       IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE WS-TOLERANCIA TO WS-VALOR-EXIBE.
           STRING 'CONFERENCIA DO LIQUIDO DO BUREAU EM ' WS-DATA-HOJE
                  '  TOLERANCIA: ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CODIGO NOME                 LIQ BUREAU'
               TO WS-LINHA-IMPRESSA.
           MOVE '   NOSSO LIQ   DIFERENCA'
               TO WS-LINHA-IMPRESSA (39:24).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '            BRUTO       INSS       IRRF'
               TO WS-LINHA-IMPRESSA.
           MOVE '      VT/VR EMPRESTIMO     PENSAO'
               TO WS-LINHA-IMPRESSA (40:33).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:66).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-DIVERGENCIA.
           MOVE RETORNO-LIQUIDO TO WS-BUREAU-EXIBE.
           MOVE WS-LIQUIDO-CALCULADO TO WS-NOSSO-EXIBE.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING RETORNO-CODIGO ' ' FUNCIONARIO-NOME ' '
                  WS-BUREAU-EXIBE ' ' WS-NOSSO-EXIBE ' '
                  WS-DIFERENCA-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-BRUTO-TRIBUTAVEL TO WS-BRUTO-EXIBE.
           MOVE WS-INSS-CALCULADO TO WS-INSS-EXIBE.
           MOVE WS-IRRF-CALCULADO TO WS-IRRF-EXIBE.
           MOVE WS-DESCONTO-BENEFICIO TO WS-BENEFICIO-EXIBE.
           MOVE WS-DESCONTO-EMPRESTIMO TO WS-EMPRESTIMO-EXIBE.
           MOVE WS-DESCONTO-PENSAO TO WS-PENSAO-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '       ' WS-BRUTO-EXIBE ' ' WS-INSS-EXIBE ' '
                  WS-IRRF-EXIBE ' ' WS-BENEFICIO-EXIBE ' '
                  WS-EMPRESTIMO-EXIBE ' ' WS-PENSAO-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-DESCONTO-ADIANTAMENTO > ZEROS
               MOVE WS-DESCONTO-ADIANTAMENTO TO WS-ADIANTAMENTO-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       ADIANTAMENTO QUINZENAL: '
                      WS-ADIANTAMENTO-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-ADICIONAL-RISCO > ZEROS
               MOVE WS-ADICIONAL-RISCO TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       ADICIONAL DE RISCO (NO BRUTO): '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-VALOR-AULAS > ZEROS
               MOVE WS-VALOR-AULAS TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       AULAS DADAS (NO BRUTO): '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-DESCONTO-SINDICAL > ZEROS
               MOVE WS-DESCONTO-SINDICAL TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       CONTRIBUICAO SINDICAL: '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-VALOR-REEMBOLSO > ZEROS
               MOVE WS-VALOR-REEMBOLSO TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       REEMBOLSO DE DESPESAS: '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-VALOR-DIFERENCA > ZEROS
               MOVE WS-VALOR-DIFERENCA TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       DIFERENCA SALARIAL RETROATIVA: '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           IF FUNCIONARIO-SITUACAO = 'D'
               MOVE WS-LIQUIDO-RESCISAO TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       DESLIGADO - LIQUIDO DO TERMO: '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:66).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CONFERIDOS: ' WS-TOTAL-CONFERIDOS
                  '  DIVERGENTES: ' WS-TOTAL-DIVERGENTES
                  '  NAO CONFERIDOS: ' WS-TOTAL-NAO-CONFERIDOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
