      *(somente DISPLAY de totais ao final), este programa pode ser
      *chamado por um agendador de tarefas (cron ou equivalente) do
      *mesmo jeito que o PROG41 ja e chamado em lote.
      *Na rodada mensal completa manda tambem o adicional de
      *periculosidade ou insalubridade (linha B) de quem esta em
      *departamento ou cargo classificado em riscos_ocupacionais.dat
      *(PROG181; o cargo prevalece): periculosidade sobre o salario
      *vigente, insalubridade pelo grau sobre a base de
      *parametros_adicionais.dat (PROG174), proporcional aos dias do
      *mes fora de afastamento (afastamentos.dat); o calculo e o do
      *subprograma PROG183, o mesmo da conferencia do liquido.
      *Tambem na rodada completa vai uma linha B por reembolso de
      *despesa aprovado e ainda nao pago (reembolsos.dat, PROG182),
      *com a rubrica REEMBOLSO e a categoria; o pedido fica marcado
      *com a data do extrato que o mandou, e o PROG50 o da como
      *pago no retorno OK.
      *Quem fica fora das linhas normais (desligado ou em licenca
      *nao remunerada) tem o adiantamento remetido do mes e os
      *reembolsos aprovados mandados numa passada propria por
      *funcionario, na rodada completa. O adiantamento abatido na
      *rescisao (PROG134) vai como linha D junto das linhas R.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELAFASTAMENTO.cob'.
           COPY 'SELEMPRESTIMO.cob'.
           COPY 'SELBENEFICIO.cob'.
           COPY 'SELRESCISAO.cob'.
           COPY 'SELDIFERENCA.cob'.
           COPY 'SELPENSAO.cob'.
           COPY 'SELDESCPENSAO.cob'.
           COPY 'SELADIANTAMENTO.cob'.
           COPY 'SELSINDICATO.cob'.
           COPY 'SELSINDVINC.cob'.
           COPY 'SELSINDAUT.cob'.
           COPY 'SELCONTRSIND.cob'.
           COPY 'SELAULADADA.cob'.
           COPY 'SELREEMB.cob'.

           SELECT ARQUIVO-AUDITORIA
           ASSIGN TO WS-NOME-ARQ-AUDITORIA
           COPY 'FDAFASTAMENTO.cob'.
           COPY 'FDEMPRESTIMO.cob'.
           COPY 'FDBENEFICIO.cob'.
           COPY 'FDRESCISAO.cob'.
           COPY 'FDDIFERENCA.cob'.
           COPY 'FDPENSAO.cob'.
           COPY 'FDDESCPENSAO.cob'.
           COPY 'FDADIANTAMENTO.cob'.
           COPY 'FDSINDICATO.cob'.
           COPY 'FDSINDVINC.cob'.
           COPY 'FDSINDAUT.cob'.
           COPY 'FDCONTRSIND.cob'.
           COPY 'FDAULADADA.cob'.
           COPY 'FDREEMB.cob'.

       FD  ARQUIVO-EXTRATO-FOLHA.
       01  EXTRATO-FOLHA-LINHA.
      *C = alterado. Em branco no extrato completo. L = funcionario
      *afastado (licenca remunerada) na data da extracao, para o
      *bureau tratar a linha como afastamento e nao como ativo.
      *R = verba de rescisao (uma linha por verba, ver o PROG134).
      *T = diferenca salarial retroativa aprovada no PROG138 (uma
      *linha por periodo, com o periodo na rubrica).
      *P = pagamento de aulas dadas por professor da escola,
      *apuradas no 20_Aulas_Dadas (uma linha por mes, com o mes e
      *a quantidade de aulas na rubrica).
      *U = participacao nos lucros, gravada pelo PROG144 em
      *plr_folha.txt no mesmo desenho; nao usar aqui.
      *Salario base vigente na data da extracao, vindo do cadastro
      *de remuneracao (salarios.dat, mantido pelo PROG45).

       77  WS-TETO-VT PIC 9(7)V99 VALUE ZEROS.
       77  WS-CUSTO-VR PIC 9(7)V99 VALUE ZEROS.
       77  WS-DESCONTO-VR PIC 9(7)V99 VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-RESCISAO PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO-RESCISAO PIC X VALUE 'N'.
       77  WS-TOTAL-RESCISOES PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-DIFERENCA PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO-DIFERENCA PIC X VALUE 'N'.
       77  WS-TOTAL-DIFERENCAS PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-AULADADA PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO-AULADADA PIC X VALUE 'N'.
       77  WS-TOTAL-AULAS-DADAS PIC 9(06) VALUE ZEROS.
       77  WS-STATUS-ARQUIVO-PENSAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DESCPENSAO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-PENSAO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-PENSAO PIC X VALUE 'N'.
       77  WS-TOTAL-PENSOES PIC 9(06) VALUE ZEROS.
       77  WS-INICIO-MES-EXTRACAO PIC 9(8) VALUE ZEROS.
       77  WS-FIM-MES-EXTRACAO PIC 9(8) VALUE ZEROS.
       77  WS-BASE-PENSAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-PENSAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-INSS-PENSAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-IRRF-PENSAO PIC 9(7)V99 VALUE ZEROS.
       77  WS-ACAO-IMPOSTO PIC X VALUE 'C'.
       77  WS-USOU-IMPOSTO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-ADIANTAMENTO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-ADIANTAMENTO PIC X VALUE 'N'.
       77  WS-TOTAL-ADIANTAMENTOS PIC 9(06) VALUE ZEROS.
       77  FINAL-ARQUIVO-ADIANTAMENTO PIC X VALUE 'N'.
       77  WS-MOTIVO-FORA PIC X VALUE SPACE.
      *SPACE = nas linhas normais, D = desligado, N = licenca nao
      *remunerada.
       77  WS-STATUS-ARQUIVO-SINDICATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDVINC PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SINDAUT PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRSIND PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-SINDICAL PIC X VALUE 'N'.
       77  WS-TOTAL-CONTRIB-SINDICAL PIC 9(06) VALUE ZEROS.
       77  WS-SINDICATO-FUNC PIC 9(3) VALUE ZEROS.
       77  WS-BASE-CONTRIB PIC 9(7)V99 VALUE ZEROS.
       77  WS-VALOR-CONTRIB PIC 9(7)V99 VALUE ZEROS.
       77  WS-TOTAL-ADICIONAIS-RISCO PIC 9(06) VALUE ZEROS.
       77  WS-ACAO-RISCO PIC X VALUE 'C'.
       77  WS-USOU-RISCO PIC X VALUE 'N'.
       77  WS-RISCO-ADICIONAL PIC X VALUE SPACE.
       77  WS-RISCO-GRAU PIC X VALUE SPACE.
       77  WS-RISCO-MES-AFASTADO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-REEMBOLSO PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-REEMBOLSO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-REEMBOLSO PIC X VALUE 'N'.
       77  WS-TOTAL-REEMBOLSOS PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-ADICIONAL PIC 9(7)V99 VALUE ZEROS.
       77  WS-STATUS-RESUMO-PONTO PIC X(02) VALUE '00'.
       77  WS-STATUS-AUDITORIA PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-AUDITORIA PIC X(30)
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-BENEFICIO
           END-IF.
           OPEN INPUT ARQUIVO-PENSAO.
      *Sem ordens de pensao alimenticia nao ha descontos a emitir;
      *com elas, cada desconto enviado fica registrado por ordem e
      *periodo para a remessa ao beneficiario e para o juizo.
           IF WS-STATUS-ARQUIVO-PENSAO = '00'
               MOVE 'S' TO WS-TEM-ARQ-PENSAO
               OPEN I-O ARQUIVO-DESC-PENSAO
               IF WS-STATUS-ARQUIVO-DESCPENSAO = '35'
                   OPEN OUTPUT ARQUIVO-DESC-PENSAO
                   CLOSE ARQUIVO-DESC-PENSAO
                   OPEN I-O ARQUIVO-DESC-PENSAO
               END-IF
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-PENSAO
           END-IF.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
      *Sem adiantamentos gerados (PROG142) nao ha o que descontar.
           IF WS-STATUS-ARQUIVO-ADIANTAMENTO = '00'
               MOVE 'S' TO WS-TEM-ARQ-ADIANTAMENTO
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-ADIANTAMENTO
           END-IF.
           OPEN INPUT ARQUIVO-SINDAUT.
      *Contribuicao sindical so com autorizacoes, sindicatos e
      *vinculos cadastrados (PROG153); cada desconto enviado fica
      *registrado por sindicato e periodo para o repasse.
           MOVE 'N' TO WS-TEM-ARQ-SINDICAL.
           IF WS-STATUS-ARQUIVO-SINDAUT = '00'
               OPEN INPUT ARQUIVO-SINDICATO
               OPEN INPUT ARQUIVO-SINDVINC
               IF WS-STATUS-ARQUIVO-SINDICATO = '00' AND
                       WS-STATUS-ARQUIVO-SINDVINC = '00'
                   MOVE 'S' TO WS-TEM-ARQ-SINDICAL
                   OPEN I-O ARQUIVO-CONTRSIND
                   IF WS-STATUS-ARQUIVO-CONTRSIND = '35'
                       OPEN OUTPUT ARQUIVO-CONTRSIND
                       CLOSE ARQUIVO-CONTRSIND
                       OPEN I-O ARQUIVO-CONTRSIND
                   END-IF
               ELSE
                   IF WS-STATUS-ARQUIVO-SINDICATO = '00'
                       CLOSE ARQUIVO-SINDICATO
                   END-IF
                   IF WS-STATUS-ARQUIVO-SINDVINC = '00'
                       CLOSE ARQUIVO-SINDVINC
                   END-IF
                   CLOSE ARQUIVO-SINDAUT
               END-IF
           END-IF.
           OPEN I-O ARQUIVO-REEMBOLSO.
      *Sem pedidos de reembolso nao ha linhas a emitir; o arquivo e
      *aberto para marcar a data de envio de cada pedido.
           IF WS-STATUS-ARQUIVO-REEMBOLSO = '00'
               MOVE 'S' TO WS-TEM-ARQ-REEMBOLSO
           ELSE
               MOVE 'N' TO WS-TEM-ARQ-REEMBOLSO
           END-IF.
           COMPUTE WS-INICIO-MES-EXTRACAO =
               WS-PERIODO-EXTRACAO * 100 + 1.
           COMPUTE WS-FIM-MES-EXTRACAO =
               WS-PERIODO-EXTRACAO * 100 + 31.
           OPEN OUTPUT ARQUIVO-EXTRATO-FOLHA.

           PERFORM GRAVA-CABECALHO-EXTRATO.
           PERFORM GRAVA-LINHA-EXTRATO
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.

      *Rescisoes pendentes vao em qualquer modo: o desligado ja saiu
      *das linhas normais e o acerto nao pode esperar a rodada
      *mensal.
           PERFORM GRAVA-LINHAS-RESCISAO.
      *Diferencas retroativas aprovadas tambem vao em qualquer modo,
      *como movimento proprio.
           PERFORM GRAVA-LINHAS-DIFERENCA.
      *Adiantamento e reembolsos de quem ficou fora das linhas
      *normais so na rodada mensal completa, como para os demais.
           IF WS-MODO-EXTRACAO = 'F'
               PERFORM GRAVA-ACERTOS-FORA-DA-FOLHA.
      *Hora-aula dos professores so na rodada mensal completa, com
      *as aulas apuradas de meses ate o da extracao.
           IF WS-MODO-EXTRACAO = 'F'
               PERFORM GRAVA-LINHAS-AULAS-DADAS.

           PERFORM GRAVA-RODAPE-EXTRATO.

           CLOSE ARQUIVO-FUNCIONARIO.
               CLOSE ARQUIVO-EMPRESTIMO.
           IF WS-TEM-ARQ-BENEFICIO = 'S'
               CLOSE ARQUIVO-BENEFICIO.
           IF WS-TEM-ARQ-PENSAO = 'S'
               CLOSE ARQUIVO-PENSAO
               CLOSE ARQUIVO-DESC-PENSAO.
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               CLOSE ARQUIVO-ADIANTAMENTO.
           IF WS-TEM-ARQ-SINDICAL = 'S'
               CLOSE ARQUIVO-SINDAUT
               CLOSE ARQUIVO-SINDICATO
               CLOSE ARQUIVO-SINDVINC
               CLOSE ARQUIVO-CONTRSIND.
           IF WS-TEM-ARQ-REEMBOLSO = 'S'
               CLOSE ARQUIVO-REEMBOLSO.
           IF WS-USOU-IMPOSTO = 'S'
               MOVE 'F' TO WS-ACAO-IMPOSTO
               CALL 'PROG141' USING WS-ACAO-IMPOSTO FUNCIONARIO-CODIGO
                   WS-SALARIO-VIGENTE WS-INSS-PENSAO WS-IRRF-PENSAO.
           IF WS-USOU-RISCO = 'S'
               MOVE 'F' TO WS-ACAO-RISCO
               CALL 'PROG183' USING WS-ACAO-RISCO FUNCIONARIO-CODIGO
                   FUNCIONARIO-DEPARTAMENTO WS-CARGO-VIGENTE
                   WS-SALARIO-VIGENTE WS-DATA-EXTRACAO
                   WS-RISCO-ADICIONAL WS-RISCO-GRAU WS-VALOR-ADICIONAL
                   WS-RISCO-MES-AFASTADO.
           CLOSE ARQUIVO-EXTRATO-FOLHA.

           PERFORM GRAVA-NUMERO-GERACAO.
                   WS-TOTAL-DESCONTOS-EMPR.
           DISPLAY 'LINHAS DE BENEFICIO E DESCONTO (VT/VR): '
                   WS-TOTAL-LINHAS-BENEFICIO.
           DISPLAY 'RESCISOES ENVIADAS (TIPO R): '
                   WS-TOTAL-RESCISOES.
           DISPLAY 'DIFERENCAS RETROATIVAS ENVIADAS (TIPO T): '
                   WS-TOTAL-DIFERENCAS.
           DISPLAY 'PAGAMENTOS DE AULAS DADAS (TIPO P): '
                   WS-TOTAL-AULAS-DADAS.
           DISPLAY 'DESCONTOS DE PENSAO ALIMENTICIA (TIPO D): '
                   WS-TOTAL-PENSOES.
           DISPLAY 'DESCONTOS DE ADIANTAMENTO QUINZENAL (TIPO D): '
                   WS-TOTAL-ADIANTAMENTOS.
           DISPLAY 'DESCONTOS DE CONTRIBUICAO SINDICAL (TIPO D): '
                   WS-TOTAL-CONTRIB-SINDICAL.
           DISPLAY 'ADICIONAIS DE PERICULOSIDADE/INSALUBRIDADE'
                   ' (TIPO B): ' WS-TOTAL-ADICIONAIS-RISCO.
           DISPLAY 'REEMBOLSOS DE DESPESA APROVADOS (TIPO B): '
                   WS-TOTAL-REEMBOLSOS.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN para poder ser chamado pelo
               IF WS-DELTA-CODIGO (WS-IND-DELTA) =
                       WS-CODIGO-DA-LINHA
                   MOVE 'S' TO WS-ACHOU-DELTA
                   IF WS-AUD-CAMPO = 'INCLUSAO' OR
                           WS-AUD-CAMPO = 'TRANSFERENCIA'
                       MOVE 'A' TO WS-DELTA-TIPO (WS-IND-DELTA)
                   END-IF
               END-IF
               ADD 1 TO WS-QTD-DELTA
               MOVE WS-CODIGO-DA-LINHA TO
                   WS-DELTA-CODIGO (WS-QTD-DELTA)
      *Chegada por transferencia (PROG149) e admissao para o
      *fornecedor da empresa que recebe.
               IF WS-AUD-CAMPO = 'INCLUSAO' OR
                       WS-AUD-CAMPO = 'TRANSFERENCIA'
                   MOVE 'A' TO WS-DELTA-TIPO (WS-QTD-DELTA)
               ELSE
                   MOVE 'C' TO WS-DELTA-TIPO (WS-QTD-DELTA)
                   WS-TEM-ARQ-BENEFICIO = 'S'
               PERFORM GRAVA-LINHAS-BENEFICIO.

      *Pensao alimenticia tambem so na rodada mensal completa.
           IF WS-MODO-EXTRACAO = 'F' AND WS-TEM-ARQ-PENSAO = 'S'
               PERFORM GRAVA-DESCONTOS-PENSAO.

      *Adiantamento quinzenal pago no mes tambem so na rodada
      *mensal completa.
           IF WS-MODO-EXTRACAO = 'F' AND
                   WS-TEM-ARQ-ADIANTAMENTO = 'S'
               PERFORM GRAVA-DESCONTO-ADIANTAMENTO.

      *Contribuicao sindical autorizada tambem so na rodada mensal
      *completa, no mes de desconto definido pelo sindicato.
           IF WS-MODO-EXTRACAO = 'F' AND WS-TEM-ARQ-SINDICAL = 'S'
               PERFORM GRAVA-CONTRIBUICAO-SINDICAL.

      *Adicional de risco tambem so na rodada mensal completa.
           IF WS-MODO-EXTRACAO = 'F'
               PERFORM GRAVA-ADICIONAL-RISCO.

      *Reembolso aprovado tambem so na rodada mensal completa.
           IF WS-MODO-EXTRACAO = 'F' AND WS-TEM-ARQ-REEMBOLSO = 'S'
               PERFORM GRAVA-REEMBOLSOS-APROVADOS.

           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       GRAVA-LINHAS-BENEFICIO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-EMPRESTIMO.

       GRAVA-DESCONTOS-PENSAO.
      *Uma linha D por ordem vigente no mes da extracao (iniciada ate
      *o fim do mes e sem fim ou com fim a partir do dia 1). A ordem
      *percentual incide sobre o liquido legal: salario vigente -
      *INSS - IRRF (subprograma PROG141). O valor enviado fica em
      *pensoes_descontos.dat; uma nova extracao completa no mesmo
      *mes regrava o registro do periodo.
           MOVE FUNCIONARIO-CODIGO TO PENSAO-CODIGO-FUNC.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-PENSAO.
           START ARQUIVO-PENSAO
                   KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-PENSAO.
           IF FINAL-ARQUIVO-PENSAO = 'N'
               READ ARQUIVO-PENSAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-PENSAO
               END-READ.
           PERFORM GRAVA-UM-DESCONTO-PENSAO
               UNTIL FINAL-ARQUIVO-PENSAO = 'S' OR
                     PENSAO-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO.

       GRAVA-UM-DESCONTO-PENSAO.
           IF PENSAO-DATA-INICIO NOT > WS-FIM-MES-EXTRACAO AND
                   (PENSAO-DATA-FIM = ZEROS OR
                    PENSAO-DATA-FIM NOT < WS-INICIO-MES-EXTRACAO)
               PERFORM CALCULA-VALOR-PENSAO
               IF WS-VALOR-PENSAO > ZEROS
                   PERFORM GRAVA-LINHA-DE-PENSAO
               ELSE
                   DISPLAY 'PENSAO SEM VALOR NO MES (SEM SALARIO): '
                           PENSAO-CODIGO-FUNC '/' PENSAO-SEQUENCIA
               END-IF
           END-IF.
           READ ARQUIVO-PENSAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-PENSAO.

       CALCULA-VALOR-PENSAO.
           MOVE ZEROS TO WS-BASE-PENSAO.
           IF PENSAO-TIPO-CALCULO = 'V'
               MOVE PENSAO-VALOR-FIXO TO WS-VALOR-PENSAO
           ELSE
               MOVE 'C' TO WS-ACAO-IMPOSTO
               MOVE 'S' TO WS-USOU-IMPOSTO
               CALL 'PROG141' USING WS-ACAO-IMPOSTO FUNCIONARIO-CODIGO
                   WS-SALARIO-VIGENTE WS-INSS-PENSAO WS-IRRF-PENSAO
               COMPUTE WS-BASE-PENSAO = WS-SALARIO-VIGENTE
                   - WS-INSS-PENSAO - WS-IRRF-PENSAO
               COMPUTE WS-VALOR-PENSAO ROUNDED =
                   WS-BASE-PENSAO * PENSAO-PERCENTUAL / 100
           END-IF.

       GRAVA-LINHA-DE-PENSAO.
           MOVE SPACES TO EXTRATO-FOLHA-LINHA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE 'PENSAO ALIMENTICIA' TO EXTRATO-FOLHA-CARGO.
           MOVE WS-VALOR-PENSAO TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'D' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD 1 TO WS-TOTAL-PENSOES.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.

           MOVE PENSAO-CODIGO-FUNC TO DESCPENSAO-CODIGO-FUNC.
           MOVE PENSAO-SEQUENCIA TO DESCPENSAO-SEQUENCIA.
           MOVE WS-PERIODO-EXTRACAO TO DESCPENSAO-PERIODO.
           MOVE WS-BASE-PENSAO TO DESCPENSAO-BASE.
           MOVE WS-VALOR-PENSAO TO DESCPENSAO-VALOR.
           MOVE WS-DATA-EXTRACAO TO DESCPENSAO-DATA-EXTRACAO.
           MOVE 'E' TO DESCPENSAO-SITUACAO.
           MOVE ZEROS TO DESCPENSAO-DATA-REMESSA.
           WRITE DESCPENSAO-REGISTRO
               INVALID KEY
                   REWRITE DESCPENSAO-REGISTRO
                   END-REWRITE
           END-WRITE.

       GRAVA-DESCONTO-ADIANTAMENTO.
      *O adiantamento do periodo ja remetido ao banco (R) volta como
      *linha D; o registro fica marcado como descontado com a
      *geracao do extrato. Uma nova extracao completa no mesmo mes
      *envia o desconto de novo (D). Adiantamento so gerado, sem
      *remessa, nao foi pago e nao e descontado.
           MOVE FUNCIONARIO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC.
           MOVE WS-PERIODO-EXTRACAO TO ADIANTAMENTO-PERIODO.
           READ ARQUIVO-ADIANTAMENTO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADIANTAMENTO-SITUACAO = 'G'
                       DISPLAY 'ADIANTAMENTO SEM REMESSA (NAO'
                               ' DESCONTADO): ' FUNCIONARIO-CODIGO
                   ELSE
                       PERFORM GRAVA-LINHA-DE-ADIANTAMENTO
                   END-IF
           END-READ.

       GRAVA-LINHA-DE-ADIANTAMENTO.
           MOVE SPACES TO EXTRATO-FOLHA-LINHA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE 'DESC ADIANTAMENTO' TO EXTRATO-FOLHA-CARGO.
           MOVE ADIANTAMENTO-VALOR TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'D' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD 1 TO WS-TOTAL-ADIANTAMENTOS.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
           MOVE 'D' TO ADIANTAMENTO-SITUACAO.
           MOVE WS-GERACAO-ATUAL TO ADIANTAMENTO-GERACAO-DESCONTO.
           REWRITE ADIANTAMENTO-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR O ADIANTAMENTO DO CODIGO '
                           FUNCIONARIO-CODIGO ' COMO DESCONTADO.'
           END-REWRITE.

       GRAVA-CONTRIBUICAO-SINDICAL.
      *Autorizacao ativa com carta ate o fim do mes do extrato; a
      *revogada deixa de descontar.
           MOVE FUNCIONARIO-CODIGO TO SINDAUT-CODIGO-FUNC.
           READ ARQUIVO-SINDAUT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SINDAUT-SITUACAO = 'A' AND
                           SINDAUT-DATA-AUTORIZACAO NOT >
                               WS-FIM-MES-EXTRACAO
                       PERFORM TRATA-CONTRIBUICAO-SINDICAL
                   END-IF
           END-READ.

       TRATA-CONTRIBUICAO-SINDICAL.
           PERFORM BUSCA-SINDICATO-FUNC.
           IF WS-SINDICATO-FUNC = ZEROS
               DISPLAY 'AUTORIZADO SEM SINDICATO VINCULADO AO CARGO OU'
                       ' DEPARTAMENTO: ' FUNCIONARIO-CODIGO
           ELSE
               MOVE WS-SINDICATO-FUNC TO SINDICATO-CODIGO
               READ ARQUIVO-SINDICATO RECORD
                   INVALID KEY
                       DISPLAY 'SINDICATO ' WS-SINDICATO-FUNC
                               ' FORA DO CADASTRO (CODIGO '
                               FUNCIONARIO-CODIGO ').'
                   NOT INVALID KEY
                       IF SINDICATO-SITUACAO = 'A' AND
                               SINDICATO-MES-DESCONTO =
                                   WS-PERIODO-EXTRACAO (5:2)
                           PERFORM CALCULA-CONTRIBUICAO-SINDICAL
                       END-IF
               END-READ
           END-IF.

       BUSCA-SINDICATO-FUNC.
      *Vinculo do cargo vigente primeiro; sem ele, o do
      *departamento (mesma regra do modo S do PROG99).
           MOVE ZEROS TO WS-SINDICATO-FUNC.
           MOVE 'C' TO SINDVINC-TIPO.
           MOVE WS-CARGO-VIGENTE TO SINDVINC-REFERENCIA.
           READ ARQUIVO-SINDVINC RECORD
               INVALID KEY
                   MOVE 'D' TO SINDVINC-TIPO
                   MOVE SPACES TO SINDVINC-REFERENCIA
                   MOVE FUNCIONARIO-DEPARTAMENTO TO
                       SINDVINC-REFERENCIA (1:4)
                   READ ARQUIVO-SINDVINC RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SINDVINC-SINDICATO TO
                               WS-SINDICATO-FUNC
                   END-READ
               NOT INVALID KEY
                   MOVE SINDVINC-SINDICATO TO WS-SINDICATO-FUNC
           END-READ.

       CALCULA-CONTRIBUICAO-SINDICAL.
      *D = um dia de salario (salario / 30), P = percentual do
      *salario, F = valor fixo do sindicato.
           MOVE WS-SALARIO-VIGENTE TO WS-BASE-CONTRIB.
           IF SINDICATO-REGRA-CONTRIB = 'F'
               MOVE ZEROS TO WS-BASE-CONTRIB
               MOVE SINDICATO-VALOR-CONTRIB TO WS-VALOR-CONTRIB
           ELSE
               IF SINDICATO-REGRA-CONTRIB = 'P'
                   COMPUTE WS-VALOR-CONTRIB ROUNDED =
                       WS-SALARIO-VIGENTE * SINDICATO-PCT-CONTRIB / 100
               ELSE
                   COMPUTE WS-VALOR-CONTRIB ROUNDED =
                       WS-SALARIO-VIGENTE / 30
               END-IF
           END-IF.
           IF WS-VALOR-CONTRIB > ZEROS
               PERFORM GRAVA-LINHA-DE-CONTRIBUICAO
           ELSE
               DISPLAY 'CONTRIBUICAO SINDICAL SEM VALOR NO MES (SEM'
                       ' SALARIO): ' FUNCIONARIO-CODIGO.

       GRAVA-LINHA-DE-CONTRIBUICAO.
           MOVE SPACES TO EXTRATO-FOLHA-LINHA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE 'CONTRIB SINDICAL' TO EXTRATO-FOLHA-CARGO.
           MOVE WS-VALOR-CONTRIB TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'D' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD 1 TO WS-TOTAL-CONTRIB-SINDICAL.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.

           MOVE WS-SINDICATO-FUNC TO CONTRSIND-SINDICATO.
           MOVE WS-PERIODO-EXTRACAO TO CONTRSIND-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO CONTRSIND-CODIGO-FUNC.
           MOVE WS-BASE-CONTRIB TO CONTRSIND-BASE.
           MOVE WS-VALOR-CONTRIB TO CONTRSIND-VALOR.
           MOVE WS-DATA-EXTRACAO TO CONTRSIND-DATA-EXTRACAO.
           MOVE 'E' TO CONTRSIND-SITUACAO.
           MOVE ZEROS TO CONTRSIND-DATA-RECOLHIMENTO.
           MOVE SPACES TO CONTRSIND-GUIA.
           WRITE CONTRSIND-REGISTRO
               INVALID KEY
                   REWRITE CONTRSIND-REGISTRO
                   END-REWRITE
           END-WRITE.

       GRAVA-ADICIONAL-RISCO.
      *Classificacao, base e proporcao pelos dias afastados ficam no
      *PROG183, o mesmo calculo usado na conferencia do liquido.
           MOVE 'S' TO WS-USOU-RISCO.
           MOVE 'C' TO WS-ACAO-RISCO.
           CALL 'PROG183' USING WS-ACAO-RISCO FUNCIONARIO-CODIGO
               FUNCIONARIO-DEPARTAMENTO WS-CARGO-VIGENTE
               WS-SALARIO-VIGENTE WS-DATA-EXTRACAO
               WS-RISCO-ADICIONAL WS-RISCO-GRAU WS-VALOR-ADICIONAL
               WS-RISCO-MES-AFASTADO.
           IF WS-RISCO-ADICIONAL = 'P' OR WS-RISCO-ADICIONAL = 'I'
               PERFORM CALCULA-ADICIONAL-RISCO.

       CALCULA-ADICIONAL-RISCO.
           MOVE SPACES TO EXTRATO-FOLHA-CARGO.
           IF WS-RISCO-ADICIONAL = 'P'
               MOVE 'ADIC PERICULOSIDADE' TO EXTRATO-FOLHA-CARGO
           ELSE
               STRING 'ADIC INSALUB GRAU ' WS-RISCO-GRAU
                   DELIMITED BY SIZE INTO EXTRATO-FOLHA-CARGO
               END-STRING
           END-IF.
           IF WS-VALOR-ADICIONAL > ZEROS
               PERFORM GRAVA-LINHA-DE-ADICIONAL
           ELSE
               IF WS-RISCO-MES-AFASTADO = 'N'
                   DISPLAY 'ADICIONAL DE RISCO SEM VALOR (SEM SALARIO,'
                           ' BASE OU GRAU): ' FUNCIONARIO-CODIGO
               END-IF
           END-IF.


       GRAVA-LINHA-DE-ADICIONAL.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE WS-VALOR-ADICIONAL TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'B' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD 1 TO WS-TOTAL-ADICIONAIS-RISCO.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.

       GRAVA-REEMBOLSOS-APROVADOS.
      *Uma linha B por pedido aprovado e ainda nao pago. Vai de
      *novo enquanto o retorno da folha nao confirmar (PROG50), e a
      *data de envio passa a ser a deste extrato.
           MOVE FUNCIONARIO-CODIGO TO REEMB-CODIGO-FUNC.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE 'N' TO FINAL-ARQUIVO-REEMBOLSO.
           START ARQUIVO-REEMBOLSO
                   KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.
           IF FINAL-ARQUIVO-REEMBOLSO = 'N'
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ.
           PERFORM GRAVA-UM-REEMBOLSO
               UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S' OR
                     REEMB-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO.

       GRAVA-UM-REEMBOLSO.
           IF REEMB-SITUACAO = 'A'
               MOVE SPACES TO EXTRATO-FOLHA-LINHA
               MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO
               MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME
               MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF
               MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC
               MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC
               MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC
               STRING 'REEMBOLSO ' REEMB-CATEGORIA
                   DELIMITED BY SIZE INTO EXTRATO-FOLHA-CARGO
               END-STRING
               MOVE REEMB-VALOR TO EXTRATO-FOLHA-SALARIO
               MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS
               MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS
               MOVE ZEROS TO EXTRATO-FOLHA-FALTAS
               MOVE 'B' TO EXTRATO-FOLHA-TIPO-MOV
               WRITE EXTRATO-FOLHA-LINHA
               ADD 1 TO WS-TOTAL-EXTRAIDOS
               ADD 1 TO WS-TOTAL-REEMBOLSOS
               ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS
               MOVE WS-DATA-EXTRACAO TO REEMB-DATA-ENVIO
               REWRITE REEMB-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR O REEMBOLSO '
                               REEMB-SEQUENCIA ' DO CODIGO '
                               FUNCIONARIO-CODIGO ' COMO ENVIADO.'
               END-REWRITE
           END-IF.
           READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO.

       VERIFICA-AFASTAMENTO.
      *Afastado = tem registro em afastamentos.dat iniciado ate a
      *data da extracao e ainda sem retorno efetivo (ou com retorno
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-SALARIO.

       GRAVA-LINHAS-RESCISAO.
      *Uma linha por verba nao zerada de cada rescisao ainda nao
      *enviada, tipo de movimento R e a rubrica no cargo; o registro
      *fica marcado com a geracao que o levou.
           OPEN I-O ARQUIVO-RESCISAO.
           IF WS-STATUS-ARQUIVO-RESCISAO = '00'
               MOVE 'N' TO FINAL-ARQUIVO-RESCISAO
               READ ARQUIVO-RESCISAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-RESCISAO
               END-READ
               PERFORM TRATA-UMA-RESCISAO
                   UNTIL FINAL-ARQUIVO-RESCISAO = 'S'
               CLOSE ARQUIVO-RESCISAO
           END-IF.

       TRATA-UMA-RESCISAO.
           IF RESCISAO-ENVIADA = 'N'
               MOVE RESCISAO-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       DISPLAY 'RESCISAO DO CODIGO '
                               RESCISAO-CODIGO-FUNC
                               ' SEM CADASTRO; NAO ENVIADA.'
                   NOT INVALID KEY
                       PERFORM GRAVA-VERBAS-RESCISAO
               END-READ
           END-IF.
           READ ARQUIVO-RESCISAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-RESCISAO.

       GRAVA-VERBAS-RESCISAO.
           MOVE 'SALDO DE SALARIO' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-SALDO-SALARIO TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE 'FERIAS VENCIDAS' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-FERIAS-VENCIDAS TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE 'FERIAS PROPORCIONAIS' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-FERIAS-PROPORC TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE '1/3 DE FERIAS' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-TERCO-FERIAS TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE '13O PROPORCIONAL' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-13-PROPORC TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE 'AVISO PREVIO INDENIZ' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-AVISO-PREVIO TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           MOVE 'DESC CONSIGNADO RESC' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-DESCONTO-EMPREST TO EXTRATO-FOLHA-SALARIO.
           PERFORM GRAVA-LINHA-DE-RESCISAO.
           IF RESCISAO-DESCONTO-ADIANT > ZEROS
               PERFORM GRAVA-ADIANTAMENTO-RESCISAO.
           MOVE 'S' TO RESCISAO-ENVIADA.
           MOVE WS-GERACAO-ATUAL TO RESCISAO-GERACAO-ENVIO.
           REWRITE RESCISAO-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A RESCISAO DO CODIGO '
                           RESCISAO-CODIGO-FUNC ' COMO ENVIADA.'
           END-REWRITE.
           ADD 1 TO WS-TOTAL-RESCISOES.

       GRAVA-LINHA-DE-RESCISAO.
           IF EXTRATO-FOLHA-SALARIO > ZEROS
               MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO
               MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME
               MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF
               MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC
               MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC
               MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC
               MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS
               MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS
               MOVE ZEROS TO EXTRATO-FOLHA-FALTAS
               MOVE 'R' TO EXTRATO-FOLHA-TIPO-MOV
               WRITE EXTRATO-FOLHA-LINHA
               ADD 1 TO WS-TOTAL-EXTRAIDOS
               ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS
           END-IF.

       GRAVA-ADIANTAMENTO-RESCISAO.
      *Adiantamento abatido no termo (PROG134): linha D com o valor
      *abatido, e o registro do adiantamento recebe a geracao deste
      *extrato como no desconto mensal.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE 'DESC ADIANTAMENTO' TO EXTRATO-FOLHA-CARGO.
           MOVE RESCISAO-DESCONTO-ADIANT TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'D' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD 1 TO WS-TOTAL-ADIANTAMENTOS.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               MOVE FUNCIONARIO-CODIGO TO ADIANTAMENTO-CODIGO-FUNC
               MOVE RESCISAO-DATA-DESLIGAMENTO (1:6) TO
                   ADIANTAMENTO-PERIODO
               READ ARQUIVO-ADIANTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-GERACAO-ATUAL TO
                           ADIANTAMENTO-GERACAO-DESCONTO
                       REWRITE ADIANTAMENTO-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO MARCAR O ADIANTAMENTO'
                                       ' DO CODIGO '
                                       FUNCIONARIO-CODIGO
                                       ' COMO DESCONTADO.'
                       END-REWRITE
               END-READ
           END-IF.

       GRAVA-ACERTOS-FORA-DA-FOLHA.
      *Percorre adiantamentos e reembolsos pela chave de funcionario
      *sem olhar a situacao do cadastro e so emite para quem a
      *GRAVA-LINHA-EXTRATO deixou de fora, para nao repetir linhas.
      *Do desligado so vai o adiantamento ainda remetido (R): o ja
      *descontado (D) foi abatido na rescisao. Do licenciado vale a
      *mesma regra das linhas normais (tudo que nao e so gerado).
           IF WS-TEM-ARQ-ADIANTAMENTO = 'S'
               MOVE ZEROS TO ADIANTAMENTO-CHAVE
               MOVE 'N' TO FINAL-ARQUIVO-ADIANTAMENTO
               START ARQUIVO-ADIANTAMENTO
                       KEY IS NOT LESS THAN ADIANTAMENTO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO FINAL-ARQUIVO-ADIANTAMENTO
               END-START
               IF FINAL-ARQUIVO-ADIANTAMENTO = 'N'
                   READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
                       MOVE 'S' TO FINAL-ARQUIVO-ADIANTAMENTO
                   END-READ
               END-IF
               PERFORM TRATA-ADIANTAMENTO-FORA
                   UNTIL FINAL-ARQUIVO-ADIANTAMENTO = 'S'
           END-IF.
           IF WS-TEM-ARQ-REEMBOLSO = 'S'
               MOVE ZEROS TO REEMB-CHAVE
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
               PERFORM TRATA-REEMBOLSO-FORA
                   UNTIL FINAL-ARQUIVO-REEMBOLSO = 'S'
           END-IF.

       TRATA-ADIANTAMENTO-FORA.
           IF ADIANTAMENTO-PERIODO = WS-PERIODO-EXTRACAO AND
                   ADIANTAMENTO-SITUACAO NOT = 'G'
               MOVE ADIANTAMENTO-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               PERFORM VERIFICA-FORA-DA-FOLHA
               IF (WS-MOTIVO-FORA = 'D' AND
                       ADIANTAMENTO-SITUACAO = 'R') OR
                       WS-MOTIVO-FORA = 'N'
                   PERFORM GRAVA-LINHA-DE-ADIANTAMENTO
               END-IF
           END-IF.
           READ ARQUIVO-ADIANTAMENTO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-ADIANTAMENTO.

       TRATA-REEMBOLSO-FORA.
      *A GRAVA-UM-REEMBOLSO ja confere a situacao e le o proximo.
           MOVE REEMB-CODIGO-FUNC TO FUNCIONARIO-CODIGO.
           PERFORM VERIFICA-FORA-DA-FOLHA.
           IF WS-MOTIVO-FORA NOT = SPACE
               PERFORM GRAVA-UM-REEMBOLSO
           ELSE
               READ ARQUIVO-REEMBOLSO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-REEMBOLSO
               END-READ
           END-IF.

       VERIFICA-FORA-DA-FOLHA.
      *Mesmo criterio da GRAVA-LINHA-EXTRATO; codigo sem cadastro
      *fica como nas linhas normais (nada a mandar por aqui).
           MOVE SPACE TO WS-MOTIVO-FORA.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VERIFICA-AFASTAMENTO
                   IF FUNCIONARIO-SITUACAO = 'D'
                       MOVE 'D' TO WS-MOTIVO-FORA
                   ELSE
                       IF WS-FUNC-AFASTADO = 'S' AND
                               WS-TIPO-AFASTAMENTO = 'N'
                           MOVE 'N' TO WS-MOTIVO-FORA
                       END-IF
                   END-IF
           END-READ.

       GRAVA-LINHAS-DIFERENCA.
      *Uma linha por periodo aprovado no PROG138, com o periodo na
      *rubrica; o registro fica marcado com a geracao que o levou e
      *o valor passa para o acumulado enviado.
           OPEN I-O ARQUIVO-DIFERENCA.
           IF WS-STATUS-ARQUIVO-DIFERENCA = '00'
               MOVE 'N' TO FINAL-ARQUIVO-DIFERENCA
               READ ARQUIVO-DIFERENCA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-DIFERENCA
               END-READ
               PERFORM TRATA-UMA-DIFERENCA
                   UNTIL FINAL-ARQUIVO-DIFERENCA = 'S'
               CLOSE ARQUIVO-DIFERENCA
           END-IF.

       TRATA-UMA-DIFERENCA.
           IF DIFERENCA-SITUACAO = 'A' AND DIFERENCA-VALOR > ZEROS
               MOVE DIFERENCA-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       DISPLAY 'DIFERENCA DO CODIGO '
                               DIFERENCA-CODIGO-FUNC
                               ' SEM CADASTRO; NAO ENVIADA.'
                   NOT INVALID KEY
                       PERFORM GRAVA-LINHA-DE-DIFERENCA
               END-READ
           END-IF.
           READ ARQUIVO-DIFERENCA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-DIFERENCA.

       GRAVA-LINHA-DE-DIFERENCA.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE SPACES TO EXTRATO-FOLHA-CARGO.
           STRING 'DIF SALARIAL ' DIFERENCA-PERIODO
               DELIMITED BY SIZE INTO EXTRATO-FOLHA-CARGO
           END-STRING.
           MOVE DIFERENCA-VALOR TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'T' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
           MOVE DIFERENCA-VALOR TO DIFERENCA-VALOR-ULTIMO-ENVIO.
           ADD DIFERENCA-VALOR TO DIFERENCA-VALOR-ENVIADO.
           MOVE ZEROS TO DIFERENCA-VALOR.
           MOVE 'E' TO DIFERENCA-SITUACAO.
           MOVE WS-GERACAO-ATUAL TO DIFERENCA-GERACAO-ENVIO.
           REWRITE DIFERENCA-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A DIFERENCA DO CODIGO '
                           DIFERENCA-CODIGO-FUNC ' COMO ENVIADA.'
           END-REWRITE.
           ADD 1 TO WS-TOTAL-DIFERENCAS.

       GRAVA-LINHAS-AULAS-DADAS.
      *Uma linha por professor e mes apurado no 20_Aulas_Dadas, com
      *o mes e a quantidade de aulas na rubrica; o registro fica
      *marcado com a geracao que o levou. Professor sem vinculo com
      *a folha ou sem valor de hora-aula fica para a proxima
      *rodada, depois de acertado o cadastro e refeita a apuracao.
           OPEN I-O ARQUIVO-AULADADA.
           IF WS-STATUS-ARQUIVO-AULADADA = '00'
               MOVE 'N' TO FINAL-ARQUIVO-AULADADA
               READ ARQUIVO-AULADADA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO-AULADADA
               END-READ
               PERFORM TRATA-UMA-AULA-DADA
                   UNTIL FINAL-ARQUIVO-AULADADA = 'S'
               CLOSE ARQUIVO-AULADADA
           END-IF.

       TRATA-UMA-AULA-DADA.
           IF AULADADA-SITUACAO = 'A' AND AULADADA-VALOR > ZEROS AND
                   AULADADA-PERIODO NOT > WS-PERIODO-EXTRACAO
               IF AULADADA-CODIGO-FUNC = ZEROS
                   DISPLAY 'AULAS DO PROFESSOR '
                           AULADADA-PROFESSOR-ID
                           ' SEM VINCULO COM A FOLHA; NAO ENVIADAS.'
               ELSE
                   MOVE AULADADA-CODIGO-FUNC TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO RECORD
                       INVALID KEY
                           DISPLAY 'AULAS DO CODIGO '
                                   AULADADA-CODIGO-FUNC
                                   ' SEM CADASTRO; NAO ENVIADAS.'
                       NOT INVALID KEY
                           PERFORM GRAVA-LINHA-DE-AULAS-DADAS
                   END-READ
               END-IF
           END-IF.
           READ ARQUIVO-AULADADA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-AULADADA.

       GRAVA-LINHA-DE-AULAS-DADAS.
           MOVE FUNCIONARIO-CODIGO TO EXTRATO-FOLHA-CODIGO.
           MOVE FUNCIONARIO-NOME TO EXTRATO-FOLHA-NOME.
           MOVE FUNCIONARIO-CPF TO EXTRATO-FOLHA-CPF.
           MOVE FUNCIONARIO-DIANASC TO EXTRATO-FOLHA-DIANASC.
           MOVE FUNCIONARIO-MESNASC TO EXTRATO-FOLHA-MESNASC.
           MOVE FUNCIONARIO-ANONASC TO EXTRATO-FOLHA-ANONASC.
           MOVE SPACES TO EXTRATO-FOLHA-CARGO.
           STRING 'AULAS ' AULADADA-PERIODO ' QT '
                  AULADADA-QTD-AULAS
               DELIMITED BY SIZE INTO EXTRATO-FOLHA-CARGO
           END-STRING.
           MOVE AULADADA-VALOR TO EXTRATO-FOLHA-SALARIO.
           MOVE ZEROS TO EXTRATO-FOLHA-MINUTOS.
           MOVE ZEROS TO EXTRATO-FOLHA-MIN-EXTRAS.
           MOVE ZEROS TO EXTRATO-FOLHA-FALTAS.
           MOVE 'P' TO EXTRATO-FOLHA-TIPO-MOV.
           WRITE EXTRATO-FOLHA-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAIDOS.
           ADD FUNCIONARIO-CODIGO TO WS-HASH-CODIGOS.
           MOVE 'E' TO AULADADA-SITUACAO.
           MOVE WS-GERACAO-ATUAL TO AULADADA-GERACAO-ENVIO.
           REWRITE AULADADA-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR AS AULAS DO PROFESSOR '
                           AULADADA-PROFESSOR-ID ' COMO ENVIADAS.'
           END-REWRITE.
           ADD 1 TO WS-TOTAL-AULAS-DADAS.
