      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG142.
      *Rodada do adiantamento quinzenal (dia 15). Para cada
      *funcionario ativo calcula o adiantamento como percentual do
      *salario vigente em salarios.dat (percentual em
      *parametros_adiantamento.dat) e grava:
      *  - adiantamentos.dat, um registro por funcionario e periodo,
      *    base da remessa ao banco (PROG117, opcao 5) e do desconto
      *    no extrato mensal (PROG42);
      *  - adiantamento_folha.txt, extrato para o bureau no mesmo
      *    desenho de colunas do extrato do PROG42, com cabecalho,
      *    rodape e hash conferiveis pelo PROG51.
      *Ficam fora: desligados, afastados na data da rodada
      *(afastamentos.dat), quem ainda esta no periodo de experiencia
      *(contratos.dat), quem abriu mao do adiantamento (PROG143) e
      *quem nao tem salario vigente. Sem intervencao manual: roda no
      *lote (frequencia Q do PROG54) ou pelo menu do PROG143.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELAFASTAMENTO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELADTOPCAO.cob'.
           COPY 'SELADIANTAMENTO.cob'.

           SELECT ARQUIVO-PARAMETROS-ADT
           ASSIGN TO 'parametros_adiantamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.
      *Percentual do adiantamento sobre o salario (3 digitos, ex:
      *040 = 40%). Sem o arquivo, vale 40%.

           SELECT ARQUIVO-EXTRATO-ADT
           ASSIGN TO 'adiantamento_folha.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDAFASTAMENTO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDADTOPCAO.cob'.
           COPY 'FDADIANTAMENTO.cob'.

       FD  ARQUIVO-PARAMETROS-ADT.
       01  PARAMETRO-ADT-LINHA.
           05 PARAMETRO-PERCENTUAL PIC 9(03).

       FD  ARQUIVO-EXTRATO-ADT.
      *Mesmo desenho do detalhe do extrato da folha (PROG42); o
      *cargo leva a rubrica e o tipo de movimento Q identifica o
      *adiantamento quinzenal.
       01  EXTRATO-ADT-LINHA.
           05 EXTRATO-ADT-CODIGO     PIC 9(6).
           05 EXTRATO-ADT-NOME       PIC X(20).
           05 EXTRATO-ADT-CPF        PIC X(11).
           05 EXTRATO-ADT-DATANASC.
              10 EXTRATO-ADT-DIANASC PIC 9(02).
              10 EXTRATO-ADT-MESNASC PIC 9(02).
              10 EXTRATO-ADT-ANONASC PIC 9(04).
           05 EXTRATO-ADT-CARGO      PIC X(20).
           05 EXTRATO-ADT-VALOR      PIC 9(7)V99.
           05 EXTRATO-ADT-MINUTOS    PIC 9(5).
           05 EXTRATO-ADT-MIN-EXTRAS PIC 9(5).
           05 EXTRATO-ADT-FALTAS     PIC 9(3).
           05 EXTRATO-ADT-TIPO-MOV   PIC X(1).

       01  EXTRATO-ADT-CABECALHO.
           05 CABECALHO-ADT-TIPO     PIC X(01).
      *Sempre 'H'.
           05 CABECALHO-ADT-GERACAO  PIC 9(06).
      *O periodo AAAAMM faz as vezes de numero de geracao: ha uma
      *rodada de adiantamento por mes.
           05 CABECALHO-ADT-DATA     PIC 9(08).

       01  EXTRATO-ADT-RODAPE.
           05 RODAPE-ADT-TIPO        PIC X(01).
      *Sempre 'T'.
           05 RODAPE-ADT-QTD         PIC 9(06).
           05 RODAPE-ADT-HASH        PIC 9(12).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO-FUNCIONARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-SALARIO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-AFASTAMENTO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-AFASTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ADTOPCAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-AFASTAMENTO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-CONTRATO PIC X VALUE 'N'.
       77  WS-TEM-ARQ-ADTOPCAO PIC X VALUE 'N'.
       77  WS-OPERACAO-ARQ PIC X(10) VALUE 'OPEN'.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-PERIODO PIC 9(6) VALUE ZEROS.
       77  WS-PERCENTUAL PIC 9(3) VALUE 40.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-ADIANTAMENTO PIC 9(7)V99 VALUE ZEROS.
       77  WS-FUNC-AFASTADO PIC X VALUE 'N'.
       77  WS-EM-EXPERIENCIA PIC X VALUE 'N'.
       77  WS-ABRIU-MAO PIC X VALUE 'N'.
       77  WS-JA-REMETIDO PIC X VALUE 'N'.
       77  WS-HASH-CODIGOS PIC 9(12) VALUE ZEROS.
       77  WS-SOMA-ADIANTAMENTOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-SOMA-EXIBE PIC Z(10)9.99.
       77  WS-TOTAL-GERADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-DESLIGADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-AFASTADOS PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-EXPERIENCIA PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ABRIRAM-MAO PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-SEM-SALARIO PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-JA-REMETIDOS PIC 9(06) VALUE ZEROS.
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
      *Empresa de treinamento (PROG128) nao paga adiantamento.
           CALL 'PROG129' USING WS-EH-TREINO.
           IF WS-EH-TREINO = 'S'
               DISPLAY 'EMPRESA DE TREINAMENTO: ADIANTAMENTO NAO'
                       ' SAI DAQUI.'
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           MOVE ZEROS TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO = WS-DATA-HOJE / 100.
           PERFORM LE-PERCENTUAL.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           CALL 'PROG55' USING WS-NOME-ARQUIVO WS-OPERACAO-ARQ
               WS-STATUS-ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
      *Sem o cadastro de remuneracao nao ha base para o calculo.
               DISPLAY 'salarios.dat AUSENTE; ADIANTAMENTO NAO'
                       ' CALCULADO.'
               CLOSE ARQUIVO-FUNCIONARIO
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           PERFORM ABRE-CADASTROS-APOIO.

           OPEN OUTPUT ARQUIVO-EXTRATO-ADT.
           PERFORM GRAVA-CABECALHO-EXTRATO.

           MOVE 'N' TO FINAL-ARQUIVO-FUNCIONARIO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM PROCESSA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.

           PERFORM GRAVA-RODAPE-EXTRATO.
           CLOSE ARQUIVO-EXTRATO-ADT.
           PERFORM FECHA-CADASTROS.

           MOVE WS-SOMA-ADIANTAMENTOS TO WS-SOMA-EXIBE.
           DISPLAY 'ADIANTAMENTO QUINZENAL DO PERIODO ' WS-PERIODO
                   ' (' WS-PERCENTUAL '% DO SALARIO)'.
           DISPLAY 'ADIANTAMENTOS GERADOS: ' WS-TOTAL-GERADOS
                   '  TOTAL: ' WS-SOMA-EXIBE.
           DISPLAY 'DESLIGADOS (FORA): ' WS-TOTAL-DESLIGADOS.
           DISPLAY 'AFASTADOS NA DATA (FORA): ' WS-TOTAL-AFASTADOS.
           DISPLAY 'EM PERIODO DE EXPERIENCIA (FORA): '
                   WS-TOTAL-EXPERIENCIA.
           DISPLAY 'ABRIRAM MAO DO ADIANTAMENTO (FORA): '
                   WS-TOTAL-ABRIRAM-MAO.
           DISPLAY 'SEM SALARIO VIGENTE (FORA): '
                   WS-TOTAL-SEM-SALARIO.
           DISPLAY 'JA REMETIDOS NO PERIODO (NAO REPETIDOS): '
                   WS-TOTAL-JA-REMETIDOS.
           DISPLAY 'EXTRATO EM adiantamento_folha.txt (CONFERIR NO'
                   ' PROG51); REMESSA PELO PROG117.'.

       PROGRAM-DONE.
      *GOBACK para poder ser chamado pelo encadeador do lote
      *(PROG54) e pelo menu do PROG143.
           GOBACK.

       LE-PERCENTUAL.
           OPEN INPUT ARQUIVO-PARAMETROS-ADT.
           IF WS-STATUS-PARAMETROS = '00'
               READ ARQUIVO-PARAMETROS-ADT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-PERCENTUAL IS NUMERIC AND
                               PARAMETRO-PERCENTUAL > ZEROS AND
                               PARAMETRO-PERCENTUAL NOT > 100
                           MOVE PARAMETRO-PERCENTUAL
                               TO WS-PERCENTUAL
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS-ADT
           END-IF.

       ABRE-CADASTROS-APOIO.
      *Sem afastamentos, contratos ou opcoes registrados ninguem e
      *excluido por esses motivos.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           IF WS-STATUS-ARQUIVO-AFASTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-AFASTAMENTO.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE 'S' TO WS-TEM-ARQ-CONTRATO.
           OPEN INPUT ARQUIVO-ADT-OPCAO.
           IF WS-STATUS-ARQUIVO-ADTOPCAO = '00'
               MOVE 'S' TO WS-TEM-ARQ-ADTOPCAO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO = '35'
      *Primeira rodada cria o arquivo.
               OPEN OUTPUT ARQUIVO-ADIANTAMENTO
               CLOSE ARQUIVO-ADIANTAMENTO
               OPEN I-O ARQUIVO-ADIANTAMENTO.

       FECHA-CADASTROS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           IF WS-TEM-ARQ-AFASTAMENTO = 'S'
               CLOSE ARQUIVO-AFASTAMENTO.
           IF WS-TEM-ARQ-CONTRATO = 'S'
               CLOSE ARQUIVO-CONTRATO.
           IF WS-TEM-ARQ-ADTOPCAO = 'S'
               CLOSE ARQUIVO-ADT-OPCAO.

       GRAVA-CABECALHO-EXTRATO.
           MOVE SPACES TO EXTRATO-ADT-LINHA.
           MOVE 'H' TO CABECALHO-ADT-TIPO.
           MOVE WS-PERIODO TO CABECALHO-ADT-GERACAO.
           MOVE WS-DATA-HOJE TO CABECALHO-ADT-DATA.
           WRITE EXTRATO-ADT-CABECALHO.

       GRAVA-RODAPE-EXTRATO.
           MOVE SPACES TO EXTRATO-ADT-LINHA.
           MOVE 'T' TO RODAPE-ADT-TIPO.
           MOVE WS-TOTAL-GERADOS TO RODAPE-ADT-QTD.
           MOVE WS-HASH-CODIGOS TO RODAPE-ADT-HASH.
           WRITE EXTRATO-ADT-RODAPE.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.

       PROCESSA-FUNCIONARIO.
           PERFORM TRATA-FUNCIONARIO THRU TRATA-FUNCIONARIO-FIM.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *ELEGIBILIDADE E CALCULO - o primeiro motivo de exclusao
      *encontrado encerra o funcionario.
      *-----------------------------------------------------------------
       TRATA-FUNCIONARIO.
           IF FUNCIONARIO-SITUACAO = 'D'
               ADD 1 TO WS-TOTAL-DESLIGADOS
               GO TO TRATA-FUNCIONARIO-FIM.
           PERFORM VERIFICA-AFASTAMENTO.
           IF WS-FUNC-AFASTADO = 'S'
               ADD 1 TO WS-TOTAL-AFASTADOS
               GO TO TRATA-FUNCIONARIO-FIM.
           PERFORM VERIFICA-EXPERIENCIA.
           IF WS-EM-EXPERIENCIA = 'S'
               ADD 1 TO WS-TOTAL-EXPERIENCIA
               GO TO TRATA-FUNCIONARIO-FIM.
           PERFORM VERIFICA-OPCAO.
           IF WS-ABRIU-MAO = 'S'
               ADD 1 TO WS-TOTAL-ABRIRAM-MAO
               GO TO TRATA-FUNCIONARIO-FIM.
           PERFORM BUSCA-SALARIO-VIGENTE.
           IF WS-SALARIO-VIGENTE = ZEROS
               ADD 1 TO WS-TOTAL-SEM-SALARIO
               GO TO TRATA-FUNCIONARIO-FIM.

           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
               WS-SALARIO-VIGENTE * WS-PERCENTUAL / 100.
           PERFORM GRAVA-ADIANTAMENTO.
           IF WS-JA-REMETIDO = 'S'
               ADD 1 TO WS-TOTAL-JA-REMETIDOS
               GO TO TRATA-FUNCIONARIO-FIM.
           PERFORM GRAVA-LINHA-EXTRATO.
       TRATA-FUNCIONARIO-FIM.
           EXIT.

       VERIFICA-AFASTAMENTO.
      *Afastado = afastamento de qualquer tipo iniciado ate hoje e
      *ainda sem retorno efetivo (ou com retorno posterior a hoje),
      *mesma regra do PROG42.
           MOVE 'N' TO WS-FUNC-AFASTADO.
           IF WS-TEM-ARQ-AFASTAMENTO = 'S'
               MOVE FUNCIONARIO-CODIGO TO AFASTAMENTO-CODIGO-FUNC
               MOVE ZEROS TO AFASTAMENTO-DATA-INICIO
               MOVE 'N' TO FINAL-ARQUIVO-AFASTAMENTO
               START ARQUIVO-AFASTAMENTO
                       KEY IS NOT LESS THAN AFASTAMENTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
               END-START
               IF FINAL-ARQUIVO-AFASTAMENTO = 'N'
                   READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO
                   END-READ
               END-IF
               PERFORM AVALIA-UM-AFASTAMENTO
                   UNTIL FINAL-ARQUIVO-AFASTAMENTO = 'S' OR
                         AFASTAMENTO-CODIGO-FUNC NOT =
                             FUNCIONARIO-CODIGO
           END-IF.

       AVALIA-UM-AFASTAMENTO.
           IF AFASTAMENTO-DATA-INICIO NOT > WS-DATA-HOJE AND
                   (AFASTAMENTO-RETORNO-EFETIVO = ZEROS OR
                    AFASTAMENTO-RETORNO-EFETIVO > WS-DATA-HOJE)
               MOVE 'S' TO WS-FUNC-AFASTADO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-AFASTAMENTO.

       VERIFICA-EXPERIENCIA.
      *Em experiencia enquanto o fim do periodo (contratos.dat) nao
      *passou; zeros = sem experiencia ou ja cumprida.
           MOVE 'N' TO WS-EM-EXPERIENCIA.
           IF WS-TEM-ARQ-CONTRATO = 'S'
               MOVE FUNCIONARIO-CODIGO TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTRATO-FIM-EXPERIENCIA > WS-DATA-HOJE
                           MOVE 'S' TO WS-EM-EXPERIENCIA
                       END-IF
               END-READ
           END-IF.

       VERIFICA-OPCAO.
           MOVE 'N' TO WS-ABRIU-MAO.
           IF WS-TEM-ARQ-ADTOPCAO = 'S'
               MOVE FUNCIONARIO-CODIGO TO ADTOPCAO-CODIGO-FUNC
               READ ARQUIVO-ADT-OPCAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADTOPCAO-RECEBE = 'N'
                           MOVE 'S' TO WS-ABRIU-MAO
                       END-IF
               END-READ
           END-IF.

       BUSCA-SALARIO-VIGENTE.
      *Ultima vigencia menor ou igual a hoje, como no PROG42.
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
                     SALARIO-DATA-VIGENCIA > WS-DATA-HOJE.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

       GRAVA-ADIANTAMENTO.
      *Rodar de novo no mesmo mes recalcula o que ainda nao foi ao
      *banco; o ja remetido (ou ja descontado) nao e tocado.
           MOVE 'N' TO WS-JA-REMETIDO.
           MOVE FUNCIONARIO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC.
           MOVE WS-PERIODO TO ADIANTAMENTO-PERIODO.
           READ ARQUIVO-ADIANTAMENTO RECORD
               INVALID KEY
                   PERFORM MONTA-ADIANTAMENTO
                   WRITE ADIANTAMENTO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O ADIANTAMENTO DE '
                                   FUNCIONARIO-CODIGO
                   END-WRITE
               NOT INVALID KEY
                   IF ADIANTAMENTO-SITUACAO NOT = 'G'
                       MOVE 'S' TO WS-JA-REMETIDO
                   ELSE
                       PERFORM MONTA-ADIANTAMENTO
                       REWRITE ADIANTAMENTO-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O'
                                       ' ADIANTAMENTO DE '
                                       FUNCIONARIO-CODIGO
                       END-REWRITE
                   END-IF
           END-READ.

       MONTA-ADIANTAMENTO.
           MOVE FUNCIONARIO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC.
           MOVE WS-PERIODO TO ADIANTAMENTO-PERIODO.
           MOVE WS-SALARIO-VIGENTE TO ADIANTAMENTO-SALARIO-BASE.
           MOVE WS-PERCENTUAL TO ADIANTAMENTO-PERCENTUAL.
           MOVE WS-VALOR-ADIANTAMENTO TO ADIANTAMENTO-VALOR.
           MOVE WS-DATA-HOJE TO ADIANTAMENTO-DATA-GERACAO.
           MOVE 'G' TO ADIANTAMENTO-SITUACAO.
           MOVE ZEROS TO ADIANTAMENTO-DATA-REMESSA.
           MOVE ZEROS TO ADIANTAMENTO-GERACAO-DESCONTO.

       GRAVA-LINHA-EXTRATO.
           MOVE SPACES TO EXTRATO-ADT-LINHA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-ADT-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-ADT-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-ADT-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-ADT-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-ADT-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-ADT-ANONASC.
           MOVE 'ADIANTAMENTO SALARIO' TO EXTRATO-ADT-CARGO.
           MOVE WS-VALOR-ADIANTAMENTO TO EXTRATO-ADT-VALOR.
           MOVE ZEROS TO EXTRATO-ADT-MINUTOS.
           MOVE ZEROS TO EXTRATO-ADT-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-ADT-FALTAS.
           MOVE 'Q' TO EXTRATO-ADT-TIPO-MOV.
           WRITE EXTRATO-ADT-LINHA.
           ADD 1 TO WS-TOTAL-GERADOS.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
           ADD WS-VALOR-ADIANTAMENTO TO WS-SOMA-ADIANTAMENTOS.
