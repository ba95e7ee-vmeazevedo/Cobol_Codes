      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG134.
      *Calculo da rescisao (TRCT). Chamado pelo PROG83 logo depois
      *de aplicar um desligamento aprovado:
      *    CALL 'PROG134' USING <codigo> <nome> <data> <tipo>
      *com a data do desligamento em AAAAMMDD e o tipo S (sem justa
      *causa), J (justa causa) ou P (pedido de demissao). Apura:
      *  - saldo de salario: salario vigente (salarios.dat) / 30 x
      *    dias trabalhados no mes do desligamento;
      *  - ferias vencidas e proporcionais + 1/3: periodos
      *    aquisitivos pela admissao (contratos.dat) e dias ja
      *    programados (ferias.dat), mesma conta do PROG91;
      *  - 13o proporcional: avos pela regra do PROG92, contados ate
      *    o mes do desligamento;
      *  - aviso previo indenizado: 30 dias + 3 por ano completo de
      *    casa, no maximo 90, so na dispensa sem justa causa.
      *Na justa causa nao ha ferias proporcionais nem 13o. O saldo
      *devedor dos consignados (emprestimos.dat) e abatido ate o
      *limite do bruto e os emprestimos ficam quitados. O
      *adiantamento quinzenal do mes ja remetido (adiantamentos.dat,
      *situacao R) e abatido do que sobrar e fica descontado (D),
      *como no extrato mensal do PROG42. O resultado
      *fica em rescisoes.dat para o PROG42 mandar ao bureau e o
      *termo sai no spool central (PROG71). Na dispensa sem justa
      *causa a conta de FGTS (fgts_conta.dat, PROG135) da o saldo
      *para a multa de 40% e um extrato dos depositos sai no spool
      *junto com o termo.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELFERIAS.cob'.
           COPY 'SELEMPRESTIMO.cob'.
           COPY 'SELRESCISAO.cob'.
           COPY 'SELFGTS.cob'.
           COPY 'SELADIANTAMENTO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDFERIAS.cob'.
           COPY 'FDEMPRESTIMO.cob'.
           COPY 'FDRESCISAO.cob'.
           COPY 'FDFGTS.cob'.
           COPY 'FDADIANTAMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FERIAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-EMPRESTIMO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-RESCISAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FGTS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  WS-SOBRA-DO-BRUTO PIC 9(7)V99 VALUE ZEROS.
       77  WS-ADIANT-NAO-ABATIDO PIC 9(7)V99 VALUE ZEROS.
       77  WS-QTD-DEPOSITOS-FGTS PIC 9(4) VALUE ZEROS.
       77  WS-FGTS-EXIBE PIC Z(8)9.99.
       77  WS-CARGO-VIGENTE PIC X(20) VALUE SPACES.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-TEM-CONTRATO PIC X VALUE 'N'.
       77  WS-MESES-DE-CASA PIC S9(5) VALUE ZEROS.
       77  WS-ANOS-DE-CASA PIC 9(3) VALUE ZEROS.
       77  WS-PERIODOS-COMPLETOS PIC 9(3) VALUE ZEROS.
       77  WS-MESES-PERIODO-ABERTO PIC 9(2) VALUE ZEROS.
       77  WS-DIAS-FRACAO PIC S9(3) VALUE ZEROS.
       77  WS-DIAS-DIREITO PIC 9(5) VALUE ZEROS.
       77  WS-DIAS-GOZADOS PIC 9(5) VALUE ZEROS.
       77  WS-SALDO-DIAS PIC S9(5) VALUE ZEROS.
       77  WS-AVOS-13 PIC S9(3) VALUE ZEROS.
       77  WS-SALDO-DEVEDOR PIC 9(9)V99 VALUE ZEROS.
       77  WS-NAO-ABATIDO PIC 9(9)V99 VALUE ZEROS.
       77  WS-QTD-QUITADOS PIC 9(3) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(6)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'TERMO RESCISAO'.
       77  WS-RUBRICA PIC X(24) VALUE SPACES.
       77  WS-VALOR-RUBRICA PIC 9(7)V99 VALUE ZEROS.
       01  WS-DESLIGAMENTO-PARTES.
           05 WS-DES-ANO PIC 9(4).
           05 WS-DES-MES PIC 9(2).
           05 WS-DES-DIA PIC 9(2).
       01  WS-DATA-ADMISSAO-PARTES.
           05 WS-ADM-ANO PIC 9(4).
           05 WS-ADM-MES PIC 9(2).
           05 WS-ADM-DIA PIC 9(2).

       LINKAGE SECTION.
       01  LK-CODIGO PIC 9(6).
       01  LK-NOME PIC X(20).
       01  LK-DATA-DESLIGAMENTO PIC 9(8).
       01  LK-TIPO-DESLIGAMENTO PIC X(1).
      *S = sem justa causa, J = justa causa, P = pedido de demissao.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CODIGO LK-NOME
           LK-DATA-DESLIGAMENTO LK-TIPO-DESLIGAMENTO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           INITIALIZE RESCISAO-REGISTRO.
           MOVE LK-CODIGO TO RESCISAO-CODIGO-FUNC.
           MOVE LK-DATA-DESLIGAMENTO TO RESCISAO-DATA-DESLIGAMENTO.
           MOVE LK-TIPO-DESLIGAMENTO TO RESCISAO-TIPO.
           MOVE LK-DATA-DESLIGAMENTO TO WS-DESLIGAMENTO-PARTES.

           PERFORM BUSCA-SALARIO-VIGENTE.
           MOVE WS-SALARIO-VIGENTE TO RESCISAO-SALARIO-BASE.
           IF WS-SALARIO-VIGENTE = ZEROS
               DISPLAY 'SEM SALARIO VIGENTE EM salarios.dat; VERBAS'
                       ' SALARIAIS DA RESCISAO SAIRAO ZERADAS.'.

           PERFORM CALCULA-SALDO-DE-SALARIO.
           PERFORM LE-ADMISSAO.
           IF WS-TEM-CONTRATO = 'S'
               PERFORM CALCULA-TEMPO-DE-CASA
               PERFORM CALCULA-FERIAS
               PERFORM CALCULA-13O-PROPORCIONAL
               PERFORM CALCULA-AVISO-PREVIO
           ELSE
               DISPLAY 'SEM DATA DE ADMISSAO EM contratos.dat; FERIAS,'
                       ' 13O E AVISO NAO CALCULADOS (PROG89).'.

           COMPUTE RESCISAO-TOTAL-BRUTO =
               RESCISAO-SALDO-SALARIO + RESCISAO-FERIAS-VENCIDAS +
               RESCISAO-FERIAS-PROPORC + RESCISAO-TERCO-FERIAS +
               RESCISAO-13-PROPORC + RESCISAO-AVISO-PREVIO.

           PERFORM ABATE-EMPRESTIMOS.
           PERFORM ABATE-ADIANTAMENTO.
           COMPUTE RESCISAO-LIQUIDO =
               RESCISAO-TOTAL-BRUTO - RESCISAO-DESCONTO-EMPREST -
               RESCISAO-DESCONTO-ADIANT.

           IF LK-TIPO-DESLIGAMENTO = 'S'
               PERFORM APURA-MULTA-FGTS.

           MOVE 'N' TO RESCISAO-ENVIADA.
           MOVE ZEROS TO RESCISAO-GERACAO-ENVIO.
           PERFORM GRAVA-RESCISAO.
           PERFORM IMPRIME-TERMO.
           IF LK-TIPO-DESLIGAMENTO = 'S'
               PERFORM IMPRIME-EXTRATO-FGTS.

       PROGRAM-DONE.
           GOBACK.

      *-----------------------------------------------------------------
      *VERBAS
      *-----------------------------------------------------------------
       CALCULA-SALDO-DE-SALARIO.
      *Mes comercial de 30 dias; o dia 31 nao paga um dia a mais.
           MOVE WS-DES-DIA TO RESCISAO-DIAS-SALDO.
           IF RESCISAO-DIAS-SALDO > 30
               MOVE 30 TO RESCISAO-DIAS-SALDO.
           COMPUTE RESCISAO-SALDO-SALARIO ROUNDED =
               WS-SALARIO-VIGENTE / 30 * RESCISAO-DIAS-SALDO.

       LE-ADMISSAO.
           MOVE 'N' TO WS-TEM-CONTRATO.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE LK-CODIGO TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTRATO-DATA-ADMISSAO NOT = ZEROS
                           MOVE 'S' TO WS-TEM-CONTRATO
                           MOVE CONTRATO-DATA-ADMISSAO
                               TO WS-DATA-ADMISSAO-PARTES
                           MOVE CONTRATO-DATA-ADMISSAO
                               TO RESCISAO-DATA-ADMISSAO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CONTRATO
           END-IF.

       CALCULA-TEMPO-DE-CASA.
      *Meses completos de casa ate o desligamento, como no PROG91;
      *a fracao de 15 dias ou mais no periodo aberto conta um avo.
           COMPUTE WS-MESES-DE-CASA =
               (WS-DES-ANO - WS-ADM-ANO) * 12 +
               WS-DES-MES - WS-ADM-MES.
           IF WS-DES-DIA < WS-ADM-DIA
               SUBTRACT 1 FROM WS-MESES-DE-CASA
               COMPUTE WS-DIAS-FRACAO =
                   WS-DES-DIA + 30 - WS-ADM-DIA
           ELSE
               COMPUTE WS-DIAS-FRACAO = WS-DES-DIA - WS-ADM-DIA.
           IF WS-MESES-DE-CASA < ZEROS
               MOVE ZEROS TO WS-MESES-DE-CASA.
           COMPUTE WS-PERIODOS-COMPLETOS = WS-MESES-DE-CASA / 12.
           MOVE WS-PERIODOS-COMPLETOS TO WS-ANOS-DE-CASA.
           COMPUTE WS-MESES-PERIODO-ABERTO =
               WS-MESES-DE-CASA - WS-PERIODOS-COMPLETOS * 12.
           IF WS-DIAS-FRACAO NOT < 15
               ADD 1 TO WS-MESES-PERIODO-ABERTO.

       CALCULA-FERIAS.
      *Vencidas: saldo de dias dos periodos completos ainda nao
      *programados. Proporcionais: avos do periodo aberto (perdidas
      *na justa causa). Um terco sobre as duas.
           COMPUTE WS-DIAS-DIREITO = WS-PERIODOS-COMPLETOS * 30.
           PERFORM SOMA-DIAS-GOZADOS.
           COMPUTE WS-SALDO-DIAS = WS-DIAS-DIREITO - WS-DIAS-GOZADOS.
           IF WS-SALDO-DIAS > ZEROS
               MOVE WS-SALDO-DIAS TO RESCISAO-DIAS-FERIAS-VENC
               COMPUTE RESCISAO-FERIAS-VENCIDAS ROUNDED =
                   WS-SALARIO-VIGENTE / 30 * WS-SALDO-DIAS.
           IF LK-TIPO-DESLIGAMENTO NOT = 'J'
               MOVE WS-MESES-PERIODO-ABERTO TO RESCISAO-AVOS-FERIAS
               COMPUTE RESCISAO-FERIAS-PROPORC ROUNDED =
                   WS-SALARIO-VIGENTE * RESCISAO-AVOS-FERIAS / 12.
           COMPUTE RESCISAO-TERCO-FERIAS ROUNDED =
               (RESCISAO-FERIAS-VENCIDAS + RESCISAO-FERIAS-PROPORC)
               / 3.

       SOMA-DIAS-GOZADOS.
           MOVE ZEROS TO WS-DIAS-GOZADOS.
           OPEN INPUT ARQUIVO-FERIAS.
           IF WS-STATUS-ARQUIVO-FERIAS = '00'
               MOVE LK-CODIGO TO FERIAS-CODIGO-FUNC
               MOVE ZEROS TO FERIAS-DATA-INICIO
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-FERIAS
                       KEY IS NOT LESS THAN FERIAS-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-FERIAS NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM ACUMULA-DIAS-GOZADOS
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         FERIAS-CODIGO-FUNC NOT = LK-CODIGO
               CLOSE ARQUIVO-FERIAS
           END-IF.

       ACUMULA-DIAS-GOZADOS.
           ADD FERIAS-DIAS TO WS-DIAS-GOZADOS.
           READ ARQUIVO-FERIAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CALCULA-13O-PROPORCIONAL.
      *Regra de avos do PROG92 (um avo por mes a partir de janeiro,
      *ou do mes da admissao quando admitido no proprio ano), agora
      *ate o mes do desligamento; o mes do desligamento so conta
      *com 15 dias ou mais trabalhados. Perdido na justa causa.
           IF LK-TIPO-DESLIGAMENTO NOT = 'J'
               IF WS-ADM-ANO = WS-DES-ANO
                   COMPUTE WS-AVOS-13 = WS-DES-MES - WS-ADM-MES + 1
               ELSE
                   MOVE WS-DES-MES TO WS-AVOS-13
               END-IF
               IF WS-DES-DIA < 15
                   SUBTRACT 1 FROM WS-AVOS-13
               END-IF
               IF WS-AVOS-13 < ZEROS
                   MOVE ZEROS TO WS-AVOS-13
               END-IF
               MOVE WS-AVOS-13 TO RESCISAO-AVOS-13
               COMPUTE RESCISAO-13-PROPORC ROUNDED =
                   WS-SALARIO-VIGENTE * RESCISAO-AVOS-13 / 12
           END-IF.

       CALCULA-AVISO-PREVIO.
           IF LK-TIPO-DESLIGAMENTO = 'S'
               COMPUTE RESCISAO-DIAS-AVISO = 30 + WS-ANOS-DE-CASA * 3
                   ON SIZE ERROR
                       MOVE 90 TO RESCISAO-DIAS-AVISO
               END-COMPUTE
               IF RESCISAO-DIAS-AVISO > 90
                   MOVE 90 TO RESCISAO-DIAS-AVISO
               END-IF
               COMPUTE RESCISAO-AVISO-PREVIO ROUNDED =
                   WS-SALARIO-VIGENTE / 30 * RESCISAO-DIAS-AVISO
           END-IF.

      *-----------------------------------------------------------------
      *CONSIGNADOS - soma o saldo devedor (parcela x parcelas a
      *vencer) dos emprestimos ativos ou suspensos, abate ate o
      *limite do bruto e marca cada um como quitado; o que passar do
      *bruto fica para o RH cobrar por fora.
      *-----------------------------------------------------------------
       ABATE-EMPRESTIMOS.
           MOVE ZEROS TO WS-SALDO-DEVEDOR.
           MOVE ZEROS TO WS-NAO-ABATIDO.
           MOVE ZEROS TO WS-QTD-QUITADOS.
           OPEN I-O ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-ARQUIVO-EMPRESTIMO = '00'
               MOVE LK-CODIGO TO EMPRESTIMO-CODIGO-FUNC
               MOVE ZEROS TO EMPRESTIMO-DATA-CONCESSAO
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-EMPRESTIMO
                       KEY IS NOT LESS THAN EMPRESTIMO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM QUITA-UM-EMPRESTIMO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         EMPRESTIMO-CODIGO-FUNC NOT = LK-CODIGO
               CLOSE ARQUIVO-EMPRESTIMO
           END-IF.
           IF WS-SALDO-DEVEDOR > RESCISAO-TOTAL-BRUTO
               MOVE RESCISAO-TOTAL-BRUTO TO RESCISAO-DESCONTO-EMPREST
               COMPUTE WS-NAO-ABATIDO =
                   WS-SALDO-DEVEDOR - RESCISAO-TOTAL-BRUTO
               MOVE WS-NAO-ABATIDO TO WS-VALOR-EXIBE
               DISPLAY 'SALDO DE CONSIGNADO MAIOR QUE A RESCISAO; '
                       WS-VALOR-EXIBE ' A COBRAR FORA DA FOLHA.'
           ELSE
               MOVE WS-SALDO-DEVEDOR TO RESCISAO-DESCONTO-EMPREST.

       QUITA-UM-EMPRESTIMO.
           IF (EMPRESTIMO-SITUACAO = 'A' OR
               EMPRESTIMO-SITUACAO = 'S') AND
                   EMPRESTIMO-PARCELAS-RESTANTES > ZEROS
               COMPUTE WS-SALDO-DEVEDOR = WS-SALDO-DEVEDOR +
                   EMPRESTIMO-VALOR-PARCELA *
                   EMPRESTIMO-PARCELAS-RESTANTES
               MOVE ZEROS TO EMPRESTIMO-PARCELAS-RESTANTES
               MOVE 'Q' TO EMPRESTIMO-SITUACAO
               REWRITE EMPRESTIMO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO QUITAR O EMPRESTIMO DE '
                               EMPRESTIMO-DATA-CONCESSAO '.'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-QUITADOS
               END-REWRITE
           END-IF.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *ADIANTAMENTO - o adiantamento do mes do desligamento ja
      *remetido ao banco (R) e abatido ate o que sobrou do bruto
      *depois dos consignados e fica descontado (D). A geracao do
      *desconto fica zerada: quem a preenche e o extrato do PROG42
      *que levar a rescisao. Adiantamento so gerado (G) nao foi pago;
      *ja descontado (D) saiu no extrato mensal.
      *-----------------------------------------------------------------
       ABATE-ADIANTAMENTO.
           MOVE ZEROS TO WS-ADIANT-NAO-ABATIDO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO = '00'
               MOVE LK-CODIGO TO ADIANTAMENTO-CODIGO-FUNC
               MOVE LK-DATA-DESLIGAMENTO (1:6) TO ADIANTAMENTO-PERIODO
               READ ARQUIVO-ADIANTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DESCONTA-ADIANTAMENTO
               END-READ
               CLOSE ARQUIVO-ADIANTAMENTO
           END-IF.

       DESCONTA-ADIANTAMENTO.
           IF ADIANTAMENTO-SITUACAO = 'G'
               DISPLAY 'ADIANTAMENTO DO MES SEM REMESSA; NAO'
                       ' DESCONTADO NA RESCISAO.'
           END-IF.
           IF ADIANTAMENTO-SITUACAO = 'R'
               COMPUTE WS-SOBRA-DO-BRUTO =
                   RESCISAO-TOTAL-BRUTO - RESCISAO-DESCONTO-EMPREST
               IF ADIANTAMENTO-VALOR > WS-SOBRA-DO-BRUTO
                   MOVE WS-SOBRA-DO-BRUTO TO RESCISAO-DESCONTO-ADIANT
                   COMPUTE WS-ADIANT-NAO-ABATIDO =
                       ADIANTAMENTO-VALOR - WS-SOBRA-DO-BRUTO
                   MOVE WS-ADIANT-NAO-ABATIDO TO WS-VALOR-EXIBE
                   DISPLAY 'ADIANTAMENTO MAIOR QUE O QUE SOBROU DA'
                           ' RESCISAO; ' WS-VALOR-EXIBE
                           ' A COBRAR FORA DA FOLHA.'
               ELSE
                   MOVE ADIANTAMENTO-VALOR TO RESCISAO-DESCONTO-ADIANT
               END-IF
               MOVE 'D' TO ADIANTAMENTO-SITUACAO
               MOVE ZEROS TO ADIANTAMENTO-GERACAO-DESCONTO
               REWRITE ADIANTAMENTO-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR O ADIANTAMENTO COMO'
                               ' DESCONTADO.'
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------------
      *FGTS - saldo = soma dos depositos da conta ate a competencia
      *do desligamento; multa de 40% sobre ele.
      *-----------------------------------------------------------------
       APURA-MULTA-FGTS.
           MOVE ZEROS TO WS-QTD-DEPOSITOS-FGTS.
           OPEN INPUT ARQUIVO-FGTS.
           IF WS-STATUS-ARQUIVO-FGTS = '00'
               PERFORM POSICIONA-CONTA-FGTS
               PERFORM SOMA-UM-DEPOSITO-FGTS
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         FGTS-CODIGO-FUNC NOT = LK-CODIGO
               CLOSE ARQUIVO-FGTS
           END-IF.
           IF WS-QTD-DEPOSITOS-FGTS = ZEROS
               DISPLAY 'CONTA DE FGTS SEM DEPOSITOS (PROG135); MULTA'
                       ' DE 40% SAIU ZERADA.'.
           COMPUTE RESCISAO-MULTA-FGTS ROUNDED =
               RESCISAO-SALDO-FGTS * 40 / 100.

       POSICIONA-CONTA-FGTS.
           MOVE LK-CODIGO TO FGTS-CODIGO-FUNC.
           MOVE ZEROS TO FGTS-PERIODO.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-FGTS KEY IS NOT LESS THAN FGTS-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-FGTS NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.

       SOMA-UM-DEPOSITO-FGTS.
           IF FGTS-PERIODO NOT > LK-DATA-DESLIGAMENTO (1:6)
               ADD FGTS-DEPOSITO TO RESCISAO-SALDO-FGTS
               ADD 1 TO WS-QTD-DEPOSITOS-FGTS.
           READ ARQUIVO-FGTS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       GRAVA-RESCISAO.
           OPEN I-O ARQUIVO-RESCISAO.
           IF WS-STATUS-ARQUIVO-RESCISAO = '35'
      *Primeira rescisao cria o arquivo.
               OPEN OUTPUT ARQUIVO-RESCISAO
               CLOSE ARQUIVO-RESCISAO
               OPEN I-O ARQUIVO-RESCISAO
           END-IF.
           WRITE RESCISAO-REGISTRO
               INVALID KEY
                   REWRITE RESCISAO-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A RESCISAO.'
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-RESCISAO.

       BUSCA-SALARIO-VIGENTE.
      *Ultima vigencia menor ou igual a data do desligamento (mesma
      *logica do PROG42).
           MOVE SPACES TO WS-CARGO-VIGENTE.
           MOVE ZEROS TO WS-SALARIO-VIGENTE.
           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO = '00'
               MOVE LK-CODIGO TO SALARIO-CODIGO-FUNC
               MOVE ZEROS TO SALARIO-DATA-VIGENCIA
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-SALARIO
                       KEY IS NOT LESS THAN SALARIO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO = 'N'
                   READ ARQUIVO-SALARIO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO
                   END-READ
               END-IF
               PERFORM GUARDA-VIGENCIA
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         SALARIO-CODIGO-FUNC NOT = LK-CODIGO OR
                         SALARIO-DATA-VIGENCIA > LK-DATA-DESLIGAMENTO
               CLOSE ARQUIVO-SALARIO
           END-IF.

       GUARDA-VIGENCIA.
           MOVE SALARIO-CARGO TO WS-CARGO-VIGENTE.
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *TERMO DE RESCISAO - capturado no spool central para impressao
      *e reimpressao pelo PROG72.
      *-----------------------------------------------------------------
       IMPRIME-TERMO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           MOVE '==================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'FUNCIONARIO: ' LK-CODIGO ' ' LK-NOME
                  '  CARGO: ' WS-CARGO-VIGENTE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ADMISSAO: ' RESCISAO-DATA-ADMISSAO
                  '  DESLIGAMENTO: ' LK-DATA-DESLIGAMENTO
                  '  TIPO: ' LK-TIPO-DESLIGAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TIPO: S=SEM JUSTA CAUSA J=JUSTA CAUSA P=PEDIDO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE RESCISAO-SALARIO-BASE TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'SALARIO BASE: ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '---------------------------------------------------'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           MOVE SPACES TO WS-RUBRICA.
           STRING 'SALDO SALARIO ' RESCISAO-DIAS-SALDO 'D'
               DELIMITED BY SIZE INTO WS-RUBRICA
           END-STRING.
           MOVE RESCISAO-SALDO-SALARIO TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE SPACES TO WS-RUBRICA.
           STRING 'FERIAS VENCIDAS ' RESCISAO-DIAS-FERIAS-VENC 'D'
               DELIMITED BY SIZE INTO WS-RUBRICA
           END-STRING.
           MOVE RESCISAO-FERIAS-VENCIDAS TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE SPACES TO WS-RUBRICA.
           STRING 'FERIAS PROPORC ' RESCISAO-AVOS-FERIAS '/12'
               DELIMITED BY SIZE INTO WS-RUBRICA
           END-STRING.
           MOVE RESCISAO-FERIAS-PROPORC TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE '1/3 DE FERIAS' TO WS-RUBRICA.
           MOVE RESCISAO-TERCO-FERIAS TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE SPACES TO WS-RUBRICA.
           STRING '13O PROPORC ' RESCISAO-AVOS-13 '/12'
               DELIMITED BY SIZE INTO WS-RUBRICA
           END-STRING.
           MOVE RESCISAO-13-PROPORC TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE SPACES TO WS-RUBRICA.
           STRING 'AVISO PREVIO ' RESCISAO-DIAS-AVISO 'D'
               DELIMITED BY SIZE INTO WS-RUBRICA
           END-STRING.
           MOVE RESCISAO-AVISO-PREVIO TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE 'TOTAL BRUTO' TO WS-RUBRICA.
           MOVE RESCISAO-TOTAL-BRUTO TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE '(-) CONSIGNADOS' TO WS-RUBRICA.
           MOVE RESCISAO-DESCONTO-EMPREST TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE '(-) ADIANTAMENTO' TO WS-RUBRICA.
           MOVE RESCISAO-DESCONTO-ADIANT TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           MOVE 'LIQUIDO A RECEBER' TO WS-RUBRICA.
           MOVE RESCISAO-LIQUIDO TO WS-VALOR-RUBRICA.
           PERFORM IMPRIME-RUBRICA.
           IF LK-TIPO-DESLIGAMENTO = 'S'
               MOVE RESCISAO-SALDO-FGTS TO WS-FGTS-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'SALDO FGTS ' WS-FGTS-EXIBE
                      '  MULTA 40% (RECOLHER NA CONTA): '
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               MOVE RESCISAO-MULTA-FGTS TO WS-FGTS-EXIBE
               MOVE WS-FGTS-EXIBE TO WS-LINHA-IMPRESSA (68:12)
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           IF WS-NAO-ABATIDO > ZEROS
               MOVE WS-NAO-ABATIDO TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'CONSIGNADO NAO ABATIDO (COBRAR A PARTE): '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           IF WS-ADIANT-NAO-ABATIDO > ZEROS
               MOVE WS-ADIANT-NAO-ABATIDO TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'ADIANTAMENTO NAO ABATIDO (COBRAR A PARTE): '
                      WS-VALOR-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           MOVE '==================================================='
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE RESCISAO-LIQUIDO TO WS-VALOR-EXIBE.
           DISPLAY 'RESCISAO CALCULADA. LIQUIDO: ' WS-VALOR-EXIBE
                   '  EMPRESTIMOS QUITADOS: ' WS-QTD-QUITADOS.
           DISPLAY 'TERMO NO SPOOL (PROG72); VERBAS VAO NO PROXIMO'
                   ' EXTRATO DA FOLHA (PROG42).'.

       IMPRIME-EXTRATO-FGTS.
      *Extrato dos depositos para o funcionario conferir o saque;
      *captura propria no spool para ser entregue separado do termo.
           MOVE 'EXTRATO FGTS' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'EXTRATO DA CONTA DE FGTS - ' LK-CODIGO ' '
                  LK-NOME
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'COMPETENCIA        BASE      DEPOSITO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-FGTS.
           IF WS-STATUS-ARQUIVO-FGTS = '00'
               PERFORM POSICIONA-CONTA-FGTS
               PERFORM IMPRIME-UM-DEPOSITO-FGTS
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         FGTS-CODIGO-FUNC NOT = LK-CODIGO
               CLOSE ARQUIVO-FGTS
           END-IF.
           MOVE RESCISAO-SALDO-FGTS TO WS-FGTS-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'SALDO PARA FINS RESCISORIOS: ' WS-FGTS-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE RESCISAO-MULTA-FGTS TO WS-FGTS-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MULTA DE 40% (DISPENSA SEM JUSTA CAUSA): '
                  WS-FGTS-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'TERMO RESCISAO' TO WS-NOME-RELATORIO.
           MOVE RESCISAO-MULTA-FGTS TO WS-FGTS-EXIBE.
           DISPLAY 'MULTA DE 40% DO FGTS: ' WS-FGTS-EXIBE
                   ' (EXTRATO FGTS NO SPOOL).'.

       IMPRIME-UM-DEPOSITO-FGTS.
           IF FGTS-PERIODO NOT > LK-DATA-DESLIGAMENTO (1:6)
               MOVE FGTS-BASE TO WS-VALOR-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING FGTS-PERIODO '     ' WS-VALOR-EXIBE '  '
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               MOVE FGTS-DEPOSITO TO WS-VALOR-EXIBE
               MOVE WS-VALOR-EXIBE TO WS-LINHA-IMPRESSA (28:10)
               PERFORM GRAVA-LINHA-SPOOL
           END-IF.
           READ ARQUIVO-FGTS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       IMPRIME-RUBRICA.
           MOVE WS-VALOR-RUBRICA TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-RUBRICA '  ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
