      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG135.
      *Deposito mensal de FGTS. Para a competencia pedida (AAAAMM),
      *percorre o resultado da folha (resultado_folha.dat, baixado
      *pelo PROG50) e, para cada funcionario pago (status OK) e
      *ativo na competencia, calcula 8% sobre o salario base vigente
      *no fim do mes (salarios.dat). Grava:
      *  - fgts_deposito.txt, com cabecalho e rodape (quantidade,
      *    hash dos codigos e total depositado), no mesmo desenho do
      *    extrato da folha do PROG42;
      *  - um registro por funcionario e competencia na conta de
      *    FGTS (fgts_conta.dat); refazer a competencia regrava o
      *    deposito, nao soma de novo.
      *Desligado entra na competencia do desligamento (ainda foi
      *pago nela) e sai das seguintes.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELFGTS.cob'.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO WS-NOME-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.
      *Nome padrao 'resultado_folha.dat'; por empresa via a
      *variavel de ambiente ARQUIVO_RESULTADO_FOLHA, como no
      *PROG50.

           SELECT ARQUIVO-DEPOSITO-FGTS
           ASSIGN TO 'fgts_deposito.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDFGTS.cob'.

       FD  ARQUIVO-RESULTADO.
       01  RESULTADO-LINHA.
           05 RESULTADO-PERIODO PIC 9(06).
           05 RESULTADO-CODIGO PIC 9(6).
           05 RESULTADO-LIQUIDO PIC 9(7)V99.
           05 RESULTADO-STATUS PIC X(02).

       FD  ARQUIVO-DEPOSITO-FGTS.
       01  DEPOSITO-LINHA.
           05 DEPOSITO-CODIGO PIC 9(6).
           05 DEPOSITO-NOME PIC X(20).
           05 DEPOSITO-CPF PIC X(11).
           05 DEPOSITO-PERIODO PIC 9(6).
           05 DEPOSITO-BASE PIC 9(7)V99.
           05 DEPOSITO-VALOR PIC 9(7)V99.

      *Cabecalho e rodape na mesma area, como no extrato da folha.
       01  DEPOSITO-CABECALHO.
           05 DEP-CABECALHO-TIPO PIC X(01).
      *Sempre 'H'.
           05 DEP-CABECALHO-PERIODO PIC 9(06).
           05 DEP-CABECALHO-DATA PIC 9(08).

       01  DEPOSITO-RODAPE.
           05 DEP-RODAPE-TIPO PIC X(01).
      *Sempre 'T'.
           05 DEP-RODAPE-QTD-DETALHES PIC 9(06).
           05 DEP-RODAPE-HASH-CODIGOS PIC 9(12).
      *Soma simples dos codigos de funcionario das linhas.
           05 DEP-RODAPE-TOTAL-DEPOSITOS PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  WS-STATUS-RESULTADO PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-RESULTADO PIC X(30)
           VALUE 'resultado_folha.dat'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FGTS PIC X(02) VALUE '00'.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-DATA-INICIO-PERIODO PIC 9(8) VALUE ZEROS.
       77  WS-DATA-BASE PIC 9(8) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-DEPOSITO PIC 9(7)V99 VALUE ZEROS.
       77  WS-TOTAL-DEPOSITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-HASH-CODIGOS PIC 9(12) VALUE ZEROS.
       77  WS-TOTAL-DEPOSITADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-SALARIO PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DESLIGADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NAO-PAGOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-REFEITOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-QTD-JA-FEITOS PIC 9(4) VALUE ZEROS.
       77  WS-IND-FEITO PIC 9(4) VALUE ZEROS.
       77  WS-JA-FEITO PIC X VALUE 'N'.
       01  WS-TABELA-JA-FEITOS.
      *Codigos ja depositados nesta execucao: uma baixa repetida do
      *mesmo periodo no resultado nao duplica a linha do arquivo.
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
      *Empresa de treinamento (PROG128) nao gera deposito.
           CALL 'PROG129' USING WS-EH-TREINO.
           IF WS-EH-TREINO = 'S'
               DISPLAY 'EMPRESA DE TREINAMENTO: DEPOSITO DE FGTS'
                       ' NAO SAI DAQUI.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           DISPLAY 'COMPETENCIA DO FGTS (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           COMPUTE WS-DATA-INICIO-PERIODO = WS-PERIODO-PEDIDO * 100 + 1.
      *Salario vigente apurado no ultimo dia da competencia.
           COMPUTE WS-DATA-BASE = WS-PERIODO-PEDIDO * 100 + 31.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = '00'
               DISPLAY 'resultado_folha.dat AUSENTE. RODE O PROG50'
                       ' ANTES.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               DISPLAY 'salarios.dat AUSENTE; SEM BASE PARA O FGTS.'
               CLOSE ARQUIVO-RESULTADO
               CLOSE ARQUIVO-FUNCIONARIO
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN I-O ARQUIVO-FGTS.
           IF WS-STATUS-ARQUIVO-FGTS = '35'
      *Primeiro deposito cria a conta.
               OPEN OUTPUT ARQUIVO-FGTS
               CLOSE ARQUIVO-FGTS
               OPEN I-O ARQUIVO-FGTS
           END-IF.
           OPEN OUTPUT ARQUIVO-DEPOSITO-FGTS.

           MOVE SPACES TO DEPOSITO-LINHA.
           MOVE 'H' TO DEP-CABECALHO-TIPO.
           MOVE WS-PERIODO-PEDIDO TO DEP-CABECALHO-PERIODO.
           MOVE WS-DATA-HOJE TO DEP-CABECALHO-DATA.
           WRITE DEPOSITO-CABECALHO.

           INITIALIZE WS-TABELA-JA-FEITOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-RESULTADO RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM TRATA-LINHA-RESULTADO
               UNTIL FINAL-ARQUIVO = 'S'.

           MOVE SPACES TO DEPOSITO-LINHA.
           MOVE 'T' TO DEP-RODAPE-TIPO.
           MOVE WS-TOTAL-DEPOSITADOS TO DEP-RODAPE-QTD-DETALHES.
           MOVE WS-HASH-CODIGOS TO DEP-RODAPE-HASH-CODIGOS.
           MOVE WS-TOTAL-DEPOSITOS TO DEP-RODAPE-TOTAL-DEPOSITOS.
           WRITE DEPOSITO-RODAPE.

           CLOSE ARQUIVO-RESULTADO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           CLOSE ARQUIVO-FGTS.
           CLOSE ARQUIVO-DEPOSITO-FGTS.

           MOVE WS-TOTAL-DEPOSITOS TO WS-TOTAL-EXIBE.
           DISPLAY 'COMPETENCIA ' WS-PERIODO-PEDIDO
                   ': DEPOSITOS GRAVADOS: ' WS-TOTAL-DEPOSITADOS.
           DISPLAY 'TOTAL DEPOSITADO: ' WS-TOTAL-EXIBE.
           DISPLAY 'REGRAVADOS (COMPETENCIA JA CALCULADA): '
                   WS-TOTAL-REFEITOS.
           DISPLAY 'SEM SALARIO VIGENTE (FORA DO DEPOSITO): '
                   WS-TOTAL-SEM-SALARIO.
           DISPLAY 'DESLIGADOS ANTES DA COMPETENCIA: '
                   WS-TOTAL-DESLIGADOS.
           DISPLAY 'NAO PAGOS NO RESULTADO (STATUS DIFERENTE DE OK): '
                   WS-TOTAL-NAO-PAGOS.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN para poder ser chamado pelo
      *lancador de lote (PROG133) e pelo encadeador (PROG54).
           GOBACK.

       TRATA-LINHA-RESULTADO.
           IF RESULTADO-PERIODO = WS-PERIODO-PEDIDO
               IF RESULTADO-STATUS = 'OK'
                   PERFORM VERIFICA-JA-FEITO
                   IF WS-JA-FEITO = 'N'
                       PERFORM DEPOSITA-FUNCIONARIO
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

       DEPOSITA-FUNCIONARIO.
           MOVE RESULTADO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   DISPLAY 'CODIGO ' RESULTADO-CODIGO
                           ' DO RESULTADO NAO ESTA NO CADASTRO.'
               NOT INVALID KEY
                   IF FUNCIONARIO-SITUACAO = 'D' AND
                           FUNCIONARIO-DATA-DESLIGAMENTO <
                               WS-DATA-INICIO-PERIODO
                       ADD 1 TO WS-TOTAL-DESLIGADOS
                   ELSE
                       PERFORM CALCULA-E-GRAVA-DEPOSITO
                   END-IF
           END-READ.

       CALCULA-E-GRAVA-DEPOSITO.
           PERFORM BUSCA-SALARIO-VIGENTE.
           IF WS-SALARIO-VIGENTE = ZEROS
               ADD 1 TO WS-TOTAL-SEM-SALARIO
           ELSE
               COMPUTE WS-VALOR-DEPOSITO ROUNDED =
                   WS-SALARIO-VIGENTE * 8 / 100
               MOVE SPACES TO DEPOSITO-LINHA
               MOVE FUNCIONARIO-CODIGO TO DEPOSITO-CODIGO
               MOVE FUNCIONARIO-NOME TO DEPOSITO-NOME
               MOVE FUNCIONARIO-CPF TO DEPOSITO-CPF
               MOVE WS-PERIODO-PEDIDO TO DEPOSITO-PERIODO
               MOVE WS-SALARIO-VIGENTE TO DEPOSITO-BASE
               MOVE WS-VALOR-DEPOSITO TO DEPOSITO-VALOR
               WRITE DEPOSITO-LINHA
               ADD 1 TO WS-TOTAL-DEPOSITADOS
               ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS
               ADD WS-VALOR-DEPOSITO TO WS-TOTAL-DEPOSITOS
               PERFORM GRAVA-CONTA-FGTS
           END-IF.

       GRAVA-CONTA-FGTS.
           MOVE FUNCIONARIO-CODIGO TO FGTS-CODIGO-FUNC.
           MOVE WS-PERIODO-PEDIDO TO FGTS-PERIODO.
           MOVE WS-SALARIO-VIGENTE TO FGTS-BASE.
           MOVE WS-VALOR-DEPOSITO TO FGTS-DEPOSITO.
           MOVE WS-DATA-HOJE TO FGTS-DATA-CALCULO.
           WRITE FGTS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REFEITOS
                   REWRITE FGTS-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A CONTA FGTS DO'
                                   ' CODIGO ' FUNCIONARIO-CODIGO '.'
                   END-REWRITE
           END-WRITE.

       BUSCA-SALARIO-VIGENTE.
      *Ultima vigencia menor ou igual ao fim da competencia (mesma
      *logica do PROG42).
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
                     SALARIO-DATA-VIGENCIA > WS-DATA-BASE.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.
