      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG144.
      *Distribuicao anual da participacao nos lucros (PLR). O ano,
      *o valor total a distribuir e a regra vem de parametros_plr.dat:
      *uma parte do total e dividida por cabeca e o restante em
      *proporcao ao salario (salarios.dat). As duas partes sao
      *proporcionais aos meses trabalhados no ano, contados da
      *admissao (contratos.dat) ate o desligamento
      *(FUNCIONARIO-DATA-DESLIGAMENTO) - mes com 15 dias ou mais
      *conta inteiro. Na mesma disciplina de duas passadas do PROG99
      *a primeira passada apenas SIMULA, listando o valor por
      *funcionario e por departamento; so depois da confirmacao
      *explicita do operador grava plr_folha.txt para o bureau, no
      *desenho do extrato do PROG42 (cabecalho, rodape e hash
      *conferiveis pelo PROG51).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.

           SELECT ARQUIVO-PARAMETROS-PLR
           ASSIGN TO 'parametros_plr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-EXTRATO-PLR
           ASSIGN TO 'plr_folha.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       FD  ARQUIVO-PARAMETROS-PLR.
       01  PARAMETRO-PLR-LINHA.
           05 PARAMETRO-PLR-ANO PIC 9(4).
      *Ano de apuracao da PLR.
           05 PARAMETRO-PLR-VALOR-TOTAL PIC 9(11)V99.
      *Valor total a distribuir (ex: 0000015000000 = 150.000,00).
           05 PARAMETRO-PLR-PCT-FIXO PIC 9(3).
      *Percentual do total dividido por cabeca (000 a 100); o
      *restante vai em proporcao ao salario.

       FD  ARQUIVO-EXTRATO-PLR.
      *Mesmo desenho do detalhe do extrato da folha (PROG42); o
      *cargo leva a rubrica com o ano e o tipo de movimento U
      *identifica a PLR (P ja e o pagamento de aulas no extrato).
       01  EXTRATO-PLR-LINHA.
           05 EXTRATO-PLR-CODIGO     PIC 9(6).
           05 EXTRATO-PLR-NOME       PIC X(20).
           05 EXTRATO-PLR-CPF        PIC X(11).
           05 EXTRATO-PLR-DATANASC.
              10 EXTRATO-PLR-DIANASC PIC 9(02).
              10 EXTRATO-PLR-MESNASC PIC 9(02).
              10 EXTRATO-PLR-ANONASC PIC 9(04).
           05 EXTRATO-PLR-CARGO      PIC X(20).
           05 EXTRATO-PLR-VALOR      PIC 9(7)V99.
           05 EXTRATO-PLR-MINUTOS    PIC 9(5).
           05 EXTRATO-PLR-MIN-EXTRAS PIC 9(5).
           05 EXTRATO-PLR-FALTAS     PIC 9(3).
           05 EXTRATO-PLR-TIPO-MOV   PIC X(1).

       01  EXTRATO-PLR-CABECALHO.
           05 CABECALHO-PLR-TIPO     PIC X(01).
      *Sempre 'H'.
           05 CABECALHO-PLR-GERACAO  PIC 9(06).
      *O ano da PLR faz as vezes de numero de geracao.
           05 CABECALHO-PLR-DATA     PIC 9(08).

       01  EXTRATO-PLR-RODAPE.
           05 RODAPE-PLR-TIPO        PIC X(01).
      *Sempre 'T'.
           05 RODAPE-PLR-QTD         PIC 9(06).
           05 RODAPE-PLR-HASH        PIC 9(12).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO-FUNCIONARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-CONTRATO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-DEPARTAMENTO PIC X VALUE 'N'.
       77  WS-PARAMETROS-OK PIC X VALUE 'N'.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-PASSADA PIC X VALUE 'A'.
      *A = apuracao dos totais, S = simulacao, G = gravacao.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-ANO-PLR PIC 9(4) VALUE ZEROS.
       77  WS-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77  WS-PCT-FIXO PIC 9(3) VALUE ZEROS.
       77  WS-PARTE-FIXA PIC 9(11)V99 VALUE ZEROS.
       77  WS-PARTE-SALARIO PIC 9(11)V99 VALUE ZEROS.
       77  WS-INICIO-ANO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-ANO PIC 9(8) VALUE ZEROS.
       77  WS-INICIO-TRABALHO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-TRABALHO PIC 9(8) VALUE ZEROS.
       77  WS-MESES-TRABALHADOS PIC S9(3) VALUE ZEROS.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-SOMA-MESES PIC 9(7) VALUE ZEROS.
       77  WS-SOMA-SALARIO-MESES PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-PLR PIC 9(7)V99 VALUE ZEROS.
       77  WS-TOTAL-DISTRIBUIDO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CONTEMPLADOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-MESES PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-SALARIO PIC 9(6) VALUE ZEROS.
       77  WS-HASH-CODIGOS PIC 9(12) VALUE ZEROS.
       77  WS-QTD-DEPTOS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU-DEPTO PIC X VALUE 'N'.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-SALARIO-EXIBE PIC Z(6)9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-DESCRICAO-DEPTO PIC X(30) VALUE SPACES.
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).
       01  WS-INICIO-PARTES.
           05 WS-IP-ANO PIC 9(4).
           05 WS-IP-MES PIC 9(2).
           05 WS-IP-DIA PIC 9(2).
           COPY 'WSFUNCIONARIO.cob'.

       01  WS-TABELA-DEPTOS.
      *Totais da simulacao por departamento.
           05 WS-DEPTO-LINHA OCCURS 200 TIMES.
              10 WS-DEPTO-CODIGO PIC 9(4).
              10 WS-DEPTO-QTD PIC 9(6).
              10 WS-DEPTO-VALOR PIC 9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'DISTRIBUICAO DA PARTICIPACAO NOS LUCROS (PLR)'.
      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *Empresa de treinamento (PROG128) nao manda movimento para o
      *bureau.
           CALL 'PROG129' USING WS-EH-TREINO.
           IF WS-EH-TREINO = 'S'
               DISPLAY 'EMPRESA DE TREINAMENTO: PLR NAO SAI DAQUI.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           IF WS-PARAMETROS-OK = 'N'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           COMPUTE WS-PARTE-FIXA ROUNDED =
               WS-VALOR-TOTAL * WS-PCT-FIXO / 100.
           COMPUTE WS-PARTE-SALARIO =
               WS-VALOR-TOTAL - WS-PARTE-FIXA.
           COMPUTE WS-INICIO-ANO = WS-ANO-PLR * 10000 + 101.
           COMPUTE WS-FIM-ANO = WS-ANO-PLR * 10000 + 1231.
           MOVE WS-VALOR-TOTAL TO WS-TOTAL-EXIBE.
           DISPLAY 'ANO ' WS-ANO-PLR '  TOTAL A DISTRIBUIR '
                   WS-TOTAL-EXIBE.
           DISPLAY 'REGRA: ' WS-PCT-FIXO '% POR CABECA, RESTANTE'
                   ' PROPORCIONAL AO SALARIO.'.

      *Passada de apuracao: meses e salarios ponderados de todos,
      *base do rateio.
           MOVE 'A' TO WS-PASSADA.
           PERFORM UMA-PASSADA.
           IF WS-SOMA-MESES = ZEROS
               DISPLAY 'NINGUEM TRABALHOU NO ANO ' WS-ANO-PLR
                       '. NADA A DISTRIBUIR.'
               GOBACK.

      *Primeira passada: simulacao por funcionario e departamento.
           INITIALIZE WS-TABELA-DEPTOS.
           MOVE ZEROS TO WS-QTD-DEPTOS.
           MOVE 'S' TO WS-PASSADA.
           PERFORM UMA-PASSADA.
           PERFORM LISTA-DEPARTAMENTOS.

           MOVE WS-TOTAL-DISTRIBUIDO TO WS-TOTAL-EXIBE.
           DISPLAY ' '.
           DISPLAY 'SIMULACAO: ' WS-TOTAL-CONTEMPLADOS
                   ' FUNCIONARIO(S) CONTEMPLADO(S).'.
           DISPLAY 'SEM MESES TRABALHADOS NO ANO (FORA): '
                   WS-TOTAL-SEM-MESES.
           DISPLAY 'SEM SALARIO VIGENTE (SO A PARTE FIXA): '
                   WS-TOTAL-SEM-SALARIO.
           DISPLAY 'TOTAL DISTRIBUIDO: ' WS-TOTAL-EXIBE.
           DISPLAY ' '.
           DISPLAY 'CONFIRMA A GERACAO DO MOVIMENTO DE PLR? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'PLR CANCELADA. NADA FOI GRAVADO.'
               GOBACK.

      *Segunda passada: gravacao do movimento para o bureau.
           MOVE ZEROS TO WS-TOTAL-CONTEMPLADOS.
           MOVE ZEROS TO WS-TOTAL-SEM-MESES.
           MOVE ZEROS TO WS-TOTAL-SEM-SALARIO.
           MOVE ZEROS TO WS-TOTAL-DISTRIBUIDO.
           MOVE ZEROS TO WS-HASH-CODIGOS.
           OPEN OUTPUT ARQUIVO-EXTRATO-PLR.
           PERFORM GRAVA-CABECALHO-EXTRATO.
           MOVE 'G' TO WS-PASSADA.
           PERFORM UMA-PASSADA.
           PERFORM GRAVA-RODAPE-EXTRATO.
           CLOSE ARQUIVO-EXTRATO-PLR.

           DISPLAY ' '.
           DISPLAY 'LINHAS DE PLR GRAVADAS: ' WS-TOTAL-CONTEMPLADOS.
           DISPLAY 'MOVIMENTO EM plr_folha.txt (CONFERIR NO PROG51'
                   ' COM ARQUIVO_EXTRATO_FOLHA=plr_folha.txt).'.

       PROGRAM-DONE.
           GOBACK.

       LE-PARAMETROS.
           MOVE 'N' TO WS-PARAMETROS-OK.
           OPEN INPUT ARQUIVO-PARAMETROS-PLR.
           IF WS-STATUS-PARAMETROS NOT = '00'
               DISPLAY 'parametros_plr.dat NAO ENCONTRADO. NADA FOI'
                       ' FEITO.'
           ELSE
               READ ARQUIVO-PARAMETROS-PLR
                   AT END
                       DISPLAY 'parametros_plr.dat VAZIO. NADA FOI'
                               ' FEITO.'
                   NOT AT END
                       PERFORM CONFERE-PARAMETROS
               END-READ
               CLOSE ARQUIVO-PARAMETROS-PLR
           END-IF.

       CONFERE-PARAMETROS.
           IF PARAMETRO-PLR-ANO IS NUMERIC AND
                   PARAMETRO-PLR-VALOR-TOTAL IS NUMERIC AND
                   PARAMETRO-PLR-PCT-FIXO IS NUMERIC AND
                   PARAMETRO-PLR-ANO > 1900 AND
                   PARAMETRO-PLR-VALOR-TOTAL > ZEROS AND
                   PARAMETRO-PLR-PCT-FIXO NOT > 100
               MOVE 'S' TO WS-PARAMETROS-OK
               MOVE PARAMETRO-PLR-ANO TO WS-ANO-PLR
               MOVE PARAMETRO-PLR-VALOR-TOTAL TO WS-VALOR-TOTAL
               MOVE PARAMETRO-PLR-PCT-FIXO TO WS-PCT-FIXO
           ELSE
               DISPLAY 'parametros_plr.dat INVALIDO (ANO, VALOR'
                       ' TOTAL E PERCENTUAL POR CABECA 000-100).'
           END-IF.

      *-----------------------------------------------------------------
      *UMA PASSADA - percorre o cadastro inteiro (o desligado no ano
      *tambem participa pelos meses trabalhados).
      *-----------------------------------------------------------------
       UMA-PASSADA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               DISPLAY 'salarios.dat INDISPONIVEL (STATUS '
                       WS-STATUS-ARQUIVO-SALARIO '). ABORTADO.'
               CLOSE ARQUIVO-FUNCIONARIO
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE 'N' TO WS-TEM-ARQ-CONTRATO.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE 'S' TO WS-TEM-ARQ-CONTRATO.

           MOVE 'N' TO FINAL-ARQUIVO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.
           PERFORM TRATA-UM-FUNCIONARIO
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           IF WS-TEM-ARQ-CONTRATO = 'S'
               CLOSE ARQUIVO-CONTRATO.

       TRATA-UM-FUNCIONARIO.
           PERFORM APURA-MESES-TRABALHADOS.
           IF WS-MESES-TRABALHADOS NOT > ZEROS
               ADD 1 TO WS-TOTAL-SEM-MESES
           ELSE
               PERFORM BUSCA-SALARIO-VIGENTE
               IF WS-PASSADA = 'A'
                   ADD WS-MESES-TRABALHADOS TO WS-SOMA-MESES
                   COMPUTE WS-SOMA-SALARIO-MESES =
                       WS-SOMA-SALARIO-MESES +
                       WS-SALARIO-VIGENTE * WS-MESES-TRABALHADOS
               ELSE
                   PERFORM CALCULA-VALOR-PLR
               END-IF
           END-IF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.

       APURA-MESES-TRABALHADOS.
      *Periodo trabalhado no ano = da admissao (ou 1o de janeiro) ao
      *desligamento (ou 31 de dezembro). Admissao nao informada conta
      *o ano desde o inicio. Mes de entrada ou de saida com menos de
      *15 dias trabalhados nao conta.
           MOVE WS-INICIO-ANO TO WS-INICIO-TRABALHO.
           MOVE WS-FIM-ANO TO WS-FIM-TRABALHO.
           IF WS-TEM-ARQ-CONTRATO = 'S'
               MOVE FUNCIONARIO-CODIGO TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTRATO-DATA-ADMISSAO > WS-INICIO-ANO
                           MOVE CONTRATO-DATA-ADMISSAO
                               TO WS-INICIO-TRABALHO
                       END-IF
               END-READ
           END-IF.
           IF FUNCIONARIO-SITUACAO = 'D' AND
                   FUNCIONARIO-DATA-DESLIGAMENTO > ZEROS AND
                   FUNCIONARIO-DATA-DESLIGAMENTO < WS-FIM-ANO
               MOVE FUNCIONARIO-DATA-DESLIGAMENTO TO WS-FIM-TRABALHO.
           IF WS-INICIO-TRABALHO > WS-FIM-TRABALHO
               MOVE ZEROS TO WS-MESES-TRABALHADOS
           ELSE
               MOVE WS-INICIO-TRABALHO TO WS-INICIO-PARTES
               MOVE WS-FIM-TRABALHO TO WS-DATA-PARTES
               COMPUTE WS-MESES-TRABALHADOS =
                   WS-DP-MES - WS-IP-MES + 1
               IF WS-IP-DIA > 16
                   SUBTRACT 1 FROM WS-MESES-TRABALHADOS
               END-IF
               IF WS-DP-DIA < 15
                   SUBTRACT 1 FROM WS-MESES-TRABALHADOS
               END-IF
           END-IF.

       BUSCA-SALARIO-VIGENTE.
      *Salario vigente no ultimo dia trabalhado do ano, mesma
      *logica de vigencias do PROG42.
           MOVE ZEROS TO WS-SALARIO-VIGENTE.
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
                     SALARIO-DATA-VIGENCIA > WS-FIM-TRABALHO.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

      *-----------------------------------------------------------------
      *RATEIO - parte fixa pelos meses do funcionario sobre o total de
      *meses de todos; parte salarial pelo salario x meses sobre o
      *total ponderado. Sem salario vigente fica so a parte fixa.
      *-----------------------------------------------------------------
       CALCULA-VALOR-PLR.
           IF WS-SALARIO-VIGENTE = ZEROS
               ADD 1 TO WS-TOTAL-SEM-SALARIO.
           IF WS-SOMA-SALARIO-MESES > ZEROS
               COMPUTE WS-VALOR-PLR ROUNDED =
                   WS-PARTE-FIXA * WS-MESES-TRABALHADOS
                       / WS-SOMA-MESES
                   + WS-PARTE-SALARIO * WS-SALARIO-VIGENTE
                       * WS-MESES-TRABALHADOS
                       / WS-SOMA-SALARIO-MESES
           ELSE
               COMPUTE WS-VALOR-PLR ROUNDED =
                   WS-VALOR-TOTAL * WS-MESES-TRABALHADOS
                       / WS-SOMA-MESES
           END-IF.
           ADD 1 TO WS-TOTAL-CONTEMPLADOS.
           ADD WS-VALOR-PLR TO WS-TOTAL-DISTRIBUIDO.
           IF WS-PASSADA = 'S'
               MOVE WS-VALOR-PLR TO WS-VALOR-EXIBE
               MOVE WS-SALARIO-VIGENTE TO WS-SALARIO-EXIBE
               DISPLAY FUNCIONARIO-CODIGO ' ' FUNCIONARIO-NOME
                       ' DEPTO ' FUNCIONARIO-DEPARTAMENTO
                       ' MESES ' WS-MESES-TRABALHADOS
                       ' SALARIO ' WS-SALARIO-EXIBE
                       ' PLR ' WS-VALOR-EXIBE
               PERFORM ACUMULA-DEPARTAMENTO
           ELSE
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF.

       ACUMULA-DEPARTAMENTO.
           MOVE 'N' TO WS-ACHOU-DEPTO.
           PERFORM PROCURA-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS OR WS-ACHOU-DEPTO = 'S'.
           IF WS-ACHOU-DEPTO = 'N' AND WS-QTD-DEPTOS < 200
               ADD 1 TO WS-QTD-DEPTOS
               MOVE WS-QTD-DEPTOS TO WS-IND
               MOVE FUNCIONARIO-DEPARTAMENTO
                   TO WS-DEPTO-CODIGO (WS-IND)
               MOVE 'S' TO WS-ACHOU-DEPTO
           ELSE
               IF WS-ACHOU-DEPTO = 'S'
                   SUBTRACT 1 FROM WS-IND
               END-IF
           END-IF.
           IF WS-ACHOU-DEPTO = 'S'
               ADD 1 TO WS-DEPTO-QTD (WS-IND)
               ADD WS-VALOR-PLR TO WS-DEPTO-VALOR (WS-IND).

       PROCURA-DEPARTAMENTO.
           IF WS-DEPTO-CODIGO (WS-IND) = FUNCIONARIO-DEPARTAMENTO
               MOVE 'S' TO WS-ACHOU-DEPTO.

       LISTA-DEPARTAMENTOS.
           DISPLAY ' '.
           DISPLAY 'PLR SIMULADA POR DEPARTAMENTO:'.
           MOVE 'N' TO WS-TEM-ARQ-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-DEPARTAMENTO.
           PERFORM EXIBE-UM-DEPARTAMENTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-DEPTOS.
           IF WS-TEM-ARQ-DEPARTAMENTO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO.

       EXIBE-UM-DEPARTAMENTO.
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
           MOVE WS-DEPTO-VALOR (WS-IND) TO WS-TOTAL-EXIBE.
           DISPLAY '  ' WS-DEPTO-CODIGO (WS-IND) ' '
                   WS-DESCRICAO-DEPTO ' '
                   WS-DEPTO-QTD (WS-IND) ' FUNC. '
                   WS-TOTAL-EXIBE.

       GRAVA-CABECALHO-EXTRATO.
           MOVE SPACES TO EXTRATO-PLR-LINHA.
           MOVE 'H' TO CABECALHO-PLR-TIPO.
           MOVE WS-ANO-PLR TO CABECALHO-PLR-GERACAO.
           MOVE WS-DATA-HOJE TO CABECALHO-PLR-DATA.
           WRITE EXTRATO-PLR-CABECALHO.

       GRAVA-RODAPE-EXTRATO.
           MOVE SPACES TO EXTRATO-PLR-LINHA.
           MOVE 'T' TO RODAPE-PLR-TIPO.
           MOVE WS-TOTAL-CONTEMPLADOS TO RODAPE-PLR-QTD.
           MOVE WS-HASH-CODIGOS TO RODAPE-PLR-HASH.
           WRITE EXTRATO-PLR-RODAPE.

       GRAVA-LINHA-EXTRATO.
           MOVE SPACES TO EXTRATO-PLR-LINHA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-PLR-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-PLR-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-PLR-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-PLR-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-PLR-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-PLR-ANONASC.
           STRING 'PLR ' WS-ANO-PLR
               DELIMITED BY SIZE INTO EXTRATO-PLR-CARGO
           END-STRING.
           MOVE WS-VALOR-PLR TO EXTRATO-PLR-VALOR.
           MOVE ZEROS TO EXTRATO-PLR-MINUTOS.
           MOVE ZEROS TO EXTRATO-PLR-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-PLR-FALTAS.
           MOVE 'U' TO EXTRATO-PLR-TIPO-MOV.
           WRITE EXTRATO-PLR-LINHA.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
