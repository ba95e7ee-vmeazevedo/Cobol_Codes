      *horas trabalhadas e extras (acima de 8h/dia) e apura as faltas
      *contra os dias uteis informados, gravando resumo_ponto.dat por
      *periodo - que o PROG42 carrega para o extrato da folha.
      *Para os participantes do banco de horas (PROG145) as extras
      *do mes viram credito em banco_horas.dat em vez de pagamento;
      *credito nao compensado dentro da validade do acordo sai como
      *hora extra no resumo do fechamento em que vence.
      *Batida em periodo ja baixado do bureau (fechado pelo PROG50)
      *so entra pela tela, com liberacao de supervisor e motivo
      *registrada na trilha (PROG177); na importacao e rejeitada.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELAFASTAMENTO.cob'.
           COPY 'SELBANCOHORAS.cob'.
           COPY 'SELBHADESAO.cob'.

           SELECT OPTIONAL ARQUIVO-PONTOS
           ASSIGN TO 'pontos.dat'
      *Faltas e atrasos apurados contra a escala pelo PROG93; quando
      *o periodo tem ocorrencias apuradas, as faltas do resumo saem
      *delas em vez do chute de dias uteis.

           SELECT ARQUIVO-PARAMETROS-BANCO
           ASSIGN TO 'parametros_banco_horas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS-BANCO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDAFASTAMENTO.cob'.
           COPY 'FDBANCOHORAS.cob'.
           COPY 'FDBHADESAO.cob'.

       FD  ARQUIVO-PONTOS.
       01  PONTO-LINHA.
           05 OCOR-TIPO PIC X(6).
           05 OCOR-MINUTOS PIC 9(4).

       FD  ARQUIVO-PARAMETROS-BANCO.
       01  PARAMETRO-BANCO-LINHA.
           05 PARAMETRO-MESES-VALIDADE PIC 9(02).
      *Meses que um credito do banco de horas pode esperar pela
      *compensacao antes de ser pago como extra (acordo: 06).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  WS-STATUS-PONTOS PIC X(02) VALUE '00'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-CODIGO-INFORMADO PIC 9(6) VALUE ZEROS.
       77  WS-MODO-PERIODO PIC X VALUE 'L'.
       77  WS-PERIODO-ALTERADO PIC 9(6) VALUE ZEROS.
       77  WS-PROGRAMA-ORIGEM PIC X(8) VALUE 'PROG81'.
       77  WS-DESCRICAO-ALTERACAO PIC X(40) VALUE SPACES.
       77  WS-PERIODO-LIBERADO PIC X VALUE 'S'.
       77  WS-TOTAL-IMPORTADOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZEROS.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
              10 WS-LIC-CODIGO PIC 9(6).
              10 WS-LIC-DIAS PIC 9(3).

       77  WS-STATUS-ARQUIVO-BANCO-HORAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BHADESAO PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS-BANCO PIC X(02) VALUE '00'.
       77  WS-TEM-BANCO-HORAS PIC X VALUE 'N'.
       77  WS-TEM-ADESAO PIC X VALUE 'N'.
       77  WS-FIM-BANCO PIC X VALUE 'N'.
       77  WS-BH-PARTICIPA PIC X VALUE 'N'.
       77  WS-MESES-VALIDADE PIC 9(02) VALUE 6.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-BH-CODIGO PIC 9(6) VALUE ZEROS.
       77  WS-BH-CRED-VENCIVEL PIC 9(7) VALUE ZEROS.
       77  WS-BH-DEBITOS PIC 9(7) VALUE ZEROS.
       77  WS-BH-PAGOS PIC 9(7) VALUE ZEROS.
       77  WS-BH-VENCIDO PIC S9(7) VALUE ZEROS.
       77  WS-BH-CREDITO PIC 9(5) VALUE ZEROS.
       77  WS-BH-DIAS-COMPENSADOS PIC 9(3) VALUE ZEROS.
       77  WS-BH-TIPO PIC X VALUE SPACE.
       77  WS-BH-MINUTOS PIC 9(5) VALUE ZEROS.
       77  WS-MESES-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-MESES-CREDITO PIC 9(6) VALUE ZEROS.
       01  WS-PERIODO-PARTES.
           05 WS-PP-ANO PIC 9(4).
           05 WS-PP-MES PIC 9(2).
       77  WS-QTD-SO-BANCO PIC 9(3) VALUE ZEROS.
       77  WS-IND-BANCO PIC 9(3) VALUE ZEROS.
       77  WS-ULTIMO-CODIGO-BANCO PIC 9(6) VALUE ZEROS.
       01  WS-TABELA-SO-BANCO.
      *Funcionarios com lancamentos no banco de horas mas sem batida
      *no periodo; o credito que vencer tambem precisa chegar a folha.
           05 WS-SO-BANCO-CODIGO PIC 9(6) OCCURS 500 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                       DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA
                   END-IF
               END-PERFORM
      *Batida em periodo ja baixado do bureau so entra com
      *liberacao de supervisor (PROG177).
               MOVE 'L' TO WS-MODO-PERIODO
               PERFORM CONFERE-PERIODO-FECHADO
               IF WS-PERIODO-LIBERADO = 'S'
                   DISPLAY 'ENTRADA (HHMM): '
                   ACCEPT PONTO-ENTRADA
                   DISPLAY 'SAIDA (HHMM): '
                   ACCEPT PONTO-SAIDA
                   WRITE PONTO-LINHA
                   DISPLAY 'BATIDA REGISTRADA.'
               END-IF
               CLOSE ARQUIVO-PONTOS.

       CONFERE-PERIODO-FECHADO.
      *Periodo AAAAMM da data em WS-DATA-BATIDA.
           COMPUTE WS-PERIODO-ALTERADO = WS-DB-ANO * 100 + WS-DB-MES.
           MOVE SPACES TO WS-DESCRICAO-ALTERACAO.
           STRING 'BATIDA ' WS-DATA-BATIDA
               DELIMITED BY SIZE INTO WS-DESCRICAO-ALTERACAO
           END-STRING.
           CALL 'PROG177' USING WS-MODO-PERIODO WS-PERIODO-ALTERADO
               WS-PROGRAMA-ORIGEM WS-CODIGO-INFORMADO
               WS-DESCRICAO-ALTERACAO WS-PERIODO-LIBERADO.

       IMPORTA-LOTE.
           OPEN INPUT ARQUIVO-IMPORTACAO.
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               END-IF
           END-IF.
      *No lote nao ha supervisor na tela: batida de periodo fechado
      *e rejeitada e, se devida, entra pela tela com liberacao.
           IF REGISTRO-ENCONTRADO = 'S'
               MOVE 'C' TO WS-MODO-PERIODO
               PERFORM CONFERE-PERIODO-FECHADO
               IF WS-PERIODO-LIBERADO = 'N'
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               END-IF
           END-IF.
           IF REGISTRO-ENCONTRADO = 'N'
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY 'CODIGO ' IMP-CODIGO ' REJEITADO.'
           PERFORM GUARDA-OUTROS-PERIODOS.
           PERFORM CARREGA-FALTAS-APURADAS.
           PERFORM CARREGA-DIAS-AFASTADOS.
           PERFORM LE-PARAMETRO-BANCO-HORAS.

           MOVE ZEROS TO WS-QTD-FUNC.
           INITIALIZE WS-TABELA-RESUMO.

      *Regrava o arquivo inteiro: os outros periodos preservados
      *mais o periodo recem apurado.
           PERFORM ABRE-BANCO-DE-HORAS.
           OPEN OUTPUT ARQUIVO-RESUMO.
           PERFORM REGRAVA-OUTRO-PERIODO
               VARYING WS-IND FROM 1 BY 1
           PERFORM GRAVA-RESUMO-FUNC
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-FUNC.
           IF WS-TEM-BANCO-HORAS = 'S'
               PERFORM PAGA-VENCIDOS-SEM-BATIDA.
           CLOSE ARQUIVO-RESUMO.
           PERFORM FECHA-BANCO-DE-HORAS.
           DISPLAY 'FECHAMENTO DO PERIODO ' WS-PERIODO-PEDIDO
                   ' GRAVADO PARA ' WS-QTD-FUNC
                   ' FUNCIONARIO(S).'.
           MOVE WS-RES-CODIGO (WS-IND) TO RESUMO-CODIGO.
           MOVE WS-RES-MINUTOS (WS-IND) TO RESUMO-MINUTOS.
           MOVE WS-RES-EXTRAS (WS-IND) TO RESUMO-MINUTOS-EXTRAS.
           MOVE WS-RES-CODIGO (WS-IND) TO WS-BH-CODIGO.
           PERFORM APURA-BANCO-DO-FUNCIONARIO.
      *Com faltas apuradas pela escala (PROG93) no periodo, elas
      *prevalecem sobre o calculo por dias uteis.
           PERFORM PROCURA-FALTA-APURADA.
           IF WS-ACHOU-FALTA = 'S'
               MOVE WS-FAL-QTD (WS-IND-FALTA) TO RESUMO-FALTAS
           ELSE
      *Dias de afastamento registrados (PROG94) e folgas de
      *compensacao do banco de horas abatem o calculo de faltas por
      *dias uteis.
               PERFORM PROCURA-DIAS-AFASTADOS
               IF WS-DIAS-UTEIS > WS-RES-DIAS (WS-IND) +
                       WS-DIAS-AFASTADO + WS-BH-DIAS-COMPENSADOS
                   COMPUTE RESUMO-FALTAS =
                       WS-DIAS-UTEIS - WS-RES-DIAS (WS-IND)
                       - WS-DIAS-AFASTADO - WS-BH-DIAS-COMPENSADOS
               ELSE
                   MOVE ZEROS TO RESUMO-FALTAS
               END-IF
           END-IF.
           PERFORM APLICA-BANCO-DE-HORAS.
           WRITE RESUMO-LINHA.
           DISPLAY RESUMO-CODIGO ' MIN ' RESUMO-MINUTOS
                   ' EXTRAS ' RESUMO-MINUTOS-EXTRAS
                   ' FALTAS ' RESUMO-FALTAS.

      *-----------------------------------------------------------------
      *BANCO DE HORAS - o credito do mes de quem participa sai das
      *extras pagas; o credito vencido (mais velho que a validade e
      *nao consumido pelas compensacoes, as mais antigas primeiro)
      *volta para as extras do resumo. Os lancamentos do fechamento
      *sao regravados, entao rodar o mesmo periodo de novo nao
      *duplica nada.
      *-----------------------------------------------------------------
       LE-PARAMETRO-BANCO-HORAS.
           MOVE 6 TO WS-MESES-VALIDADE.
           OPEN INPUT ARQUIVO-PARAMETROS-BANCO.
           IF WS-STATUS-PARAMETROS-BANCO = '00'
               READ ARQUIVO-PARAMETROS-BANCO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-MESES-VALIDADE IS NUMERIC AND
                               PARAMETRO-MESES-VALIDADE > ZEROS
                           MOVE PARAMETRO-MESES-VALIDADE
                               TO WS-MESES-VALIDADE
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS-BANCO
           END-IF.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-PARTES.
           COMPUTE WS-MESES-PEDIDO = WS-PP-ANO * 12 + WS-PP-MES.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       ABRE-BANCO-DE-HORAS.
           MOVE 'N' TO WS-TEM-ADESAO.
           MOVE 'N' TO WS-TEM-BANCO-HORAS.
           OPEN INPUT ARQUIVO-BH-ADESAO.
           IF WS-STATUS-ARQUIVO-BHADESAO = '00'
               MOVE 'S' TO WS-TEM-ADESAO.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS = '00'
               MOVE 'S' TO WS-TEM-BANCO-HORAS
           ELSE
               IF WS-STATUS-ARQUIVO-BANCO-HORAS = '35' AND
                       WS-TEM-ADESAO = 'S'
      *Primeiro fechamento com participantes cria o arquivo.
                   OPEN OUTPUT ARQUIVO-BANCO-HORAS
                   CLOSE ARQUIVO-BANCO-HORAS
                   OPEN I-O ARQUIVO-BANCO-HORAS
                   MOVE 'S' TO WS-TEM-BANCO-HORAS
               END-IF
           END-IF.

       FECHA-BANCO-DE-HORAS.
           IF WS-TEM-ADESAO = 'S'
               CLOSE ARQUIVO-BH-ADESAO.
           IF WS-TEM-BANCO-HORAS = 'S'
               CLOSE ARQUIVO-BANCO-HORAS.

       APURA-BANCO-DO-FUNCIONARIO.
      *Percorre os lancamentos do funcionario (WS-BH-CODIGO) e
      *apura o credito vencido no periodo e os dias de compensacao
      *que caem dentro dele. Lancamentos gerados pelo proprio
      *periodo ficam de fora (serao regravados).
           MOVE ZEROS TO WS-BH-CRED-VENCIVEL.
           MOVE ZEROS TO WS-BH-DEBITOS.
           MOVE ZEROS TO WS-BH-PAGOS.
           MOVE ZEROS TO WS-BH-VENCIDO.
           MOVE ZEROS TO WS-BH-DIAS-COMPENSADOS.
           IF WS-TEM-BANCO-HORAS = 'S'
               MOVE WS-BH-CODIGO TO BANCO-CODIGO-FUNC
               MOVE ZEROS TO BANCO-DATA
               MOVE SPACE TO BANCO-TIPO
               MOVE 'N' TO WS-FIM-BANCO
               START ARQUIVO-BANCO-HORAS
                       KEY IS NOT LESS THAN BANCO-CHAVE
                   INVALID KEY
                   MOVE 'S' TO WS-FIM-BANCO
               END-START
               IF WS-FIM-BANCO = 'N'
                   READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
                       MOVE 'S' TO WS-FIM-BANCO
                   END-READ
               END-IF
               PERFORM SOMA-LANCAMENTO-BANCO
                   UNTIL WS-FIM-BANCO = 'S' OR
                         BANCO-CODIGO-FUNC NOT = WS-BH-CODIGO
               COMPUTE WS-BH-VENCIDO = WS-BH-CRED-VENCIVEL
                   - WS-BH-DEBITOS - WS-BH-PAGOS
               IF WS-BH-VENCIDO < ZEROS
                   MOVE ZEROS TO WS-BH-VENCIDO
               END-IF
           END-IF.

       SOMA-LANCAMENTO-BANCO.
           IF BANCO-TIPO = 'C' AND BANCO-PERIODO < WS-PERIODO-PEDIDO
               MOVE BANCO-PERIODO TO WS-PERIODO-PARTES
               COMPUTE WS-MESES-CREDITO = WS-PP-ANO * 12 + WS-PP-MES
               IF WS-MESES-PEDIDO - WS-MESES-CREDITO NOT <
                       WS-MESES-VALIDADE
                   ADD BANCO-MINUTOS TO WS-BH-CRED-VENCIVEL
               END-IF
           END-IF.
           IF BANCO-TIPO = 'D' AND BANCO-DATA NOT > WS-FIM-PERIODO
               ADD BANCO-MINUTOS TO WS-BH-DEBITOS
               IF BANCO-DATA NOT < WS-INICIO-PERIODO
                   ADD 1 TO WS-BH-DIAS-COMPENSADOS
               END-IF
           END-IF.
           IF BANCO-TIPO = 'P' AND BANCO-PERIODO < WS-PERIODO-PEDIDO
               ADD BANCO-MINUTOS TO WS-BH-PAGOS.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-BANCO.

       APLICA-BANCO-DE-HORAS.
           MOVE 'N' TO WS-BH-PARTICIPA.
           IF WS-TEM-ADESAO = 'S'
               MOVE WS-BH-CODIGO TO BHADESAO-CODIGO-FUNC
               READ ARQUIVO-BH-ADESAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BHADESAO-PARTICIPA TO WS-BH-PARTICIPA
               END-READ
           END-IF.
           MOVE ZEROS TO WS-BH-CREDITO.
           IF WS-BH-PARTICIPA = 'S' AND WS-TEM-BANCO-HORAS = 'S'
               MOVE WS-RES-EXTRAS (WS-IND) TO WS-BH-CREDITO.
           COMPUTE RESUMO-MINUTOS-EXTRAS = WS-RES-EXTRAS (WS-IND)
               - WS-BH-CREDITO + WS-BH-VENCIDO.
           IF WS-TEM-BANCO-HORAS = 'S'
               MOVE 'C' TO WS-BH-TIPO
               MOVE WS-BH-CREDITO TO WS-BH-MINUTOS
               PERFORM GRAVA-LANCAMENTO-FECHAMENTO
               MOVE 'P' TO WS-BH-TIPO
               MOVE WS-BH-VENCIDO TO WS-BH-MINUTOS
               PERFORM GRAVA-LANCAMENTO-FECHAMENTO
           END-IF.
           IF WS-BH-CREDITO > ZEROS
               DISPLAY WS-BH-CODIGO ' BANCO DE HORAS: CREDITO '
                       WS-BH-CREDITO ' MIN'.
           IF WS-BH-VENCIDO > ZEROS
               DISPLAY WS-BH-CODIGO ' BANCO DE HORAS: VENCIDO '
                       WS-BH-VENCIDO ' MIN PAGO COMO EXTRA'.

       GRAVA-LANCAMENTO-FECHAMENTO.
      *Lancamento do periodo com zero minutos e apagado (um
      *fechamento refeito pode ter deixado de gerar o credito).
           MOVE WS-BH-CODIGO TO BANCO-CODIGO-FUNC.
           MOVE WS-INICIO-PERIODO TO BANCO-DATA.
           MOVE WS-BH-TIPO TO BANCO-TIPO.
           IF WS-BH-MINUTOS = ZEROS
               DELETE ARQUIVO-BANCO-HORAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-BH-MINUTOS TO BANCO-MINUTOS
               MOVE WS-PERIODO-PEDIDO TO BANCO-PERIODO
               MOVE WS-OPERADOR TO BANCO-OPERADOR
               MOVE WS-DATA-HOJE TO BANCO-DATA-REGISTRO
               WRITE BANCO-REGISTRO
                   INVALID KEY
                       REWRITE BANCO-REGISTRO
                       END-REWRITE
               END-WRITE
           END-IF.

       PAGA-VENCIDOS-SEM-BATIDA.
      *Quem tem saldo no banco mas nao bateu ponto no periodo nao
      *passou pelo resumo acima; o credito que vence entra numa
      *linha so de extras (sem minutos e sem faltas).
           MOVE ZEROS TO WS-QTD-SO-BANCO.
           MOVE ZEROS TO WS-ULTIMO-CODIGO-BANCO.
           MOVE ZEROS TO BANCO-CODIGO-FUNC.
           MOVE ZEROS TO BANCO-DATA.
           MOVE SPACE TO BANCO-TIPO.
           MOVE 'N' TO WS-FIM-BANCO.
           START ARQUIVO-BANCO-HORAS
                   KEY IS NOT LESS THAN BANCO-CHAVE
               INVALID KEY
               MOVE 'S' TO WS-FIM-BANCO
           END-START.
           IF WS-FIM-BANCO = 'N'
               READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
                   MOVE 'S' TO WS-FIM-BANCO
               END-READ.
           PERFORM ANOTA-CODIGO-DO-BANCO
               UNTIL WS-FIM-BANCO = 'S'.
           PERFORM PAGA-VENCIDO-SO-BANCO
               VARYING WS-IND-BANCO FROM 1 BY 1
               UNTIL WS-IND-BANCO > WS-QTD-SO-BANCO.

       ANOTA-CODIGO-DO-BANCO.
           IF BANCO-CODIGO-FUNC NOT = WS-ULTIMO-CODIGO-BANCO
               MOVE BANCO-CODIGO-FUNC TO WS-ULTIMO-CODIGO-BANCO
               MOVE 'N' TO WS-ACHOU
               PERFORM PROCURA-CODIGO-NO-RESUMO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FUNC OR WS-ACHOU = 'S'
               IF WS-ACHOU = 'N' AND WS-QTD-SO-BANCO < 500
                   ADD 1 TO WS-QTD-SO-BANCO
                   MOVE BANCO-CODIGO-FUNC
                       TO WS-SO-BANCO-CODIGO (WS-QTD-SO-BANCO)
               END-IF
           END-IF.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
               MOVE 'S' TO WS-FIM-BANCO.

       PROCURA-CODIGO-NO-RESUMO.
           IF WS-RES-CODIGO (WS-IND) = BANCO-CODIGO-FUNC
               MOVE 'S' TO WS-ACHOU.

       PAGA-VENCIDO-SO-BANCO.
           MOVE WS-SO-BANCO-CODIGO (WS-IND-BANCO) TO WS-BH-CODIGO.
           PERFORM APURA-BANCO-DO-FUNCIONARIO.
           MOVE 'P' TO WS-BH-TIPO.
           MOVE WS-BH-VENCIDO TO WS-BH-MINUTOS.
           PERFORM GRAVA-LANCAMENTO-FECHAMENTO.
           IF WS-BH-VENCIDO > ZEROS
               MOVE WS-PERIODO-PEDIDO TO RESUMO-PERIODO
               MOVE WS-BH-CODIGO TO RESUMO-CODIGO
               MOVE ZEROS TO RESUMO-MINUTOS
               MOVE WS-BH-VENCIDO TO RESUMO-MINUTOS-EXTRAS
               MOVE ZEROS TO RESUMO-FALTAS
               WRITE RESUMO-LINHA
               DISPLAY RESUMO-CODIGO ' BANCO DE HORAS: VENCIDO '
                       WS-BH-VENCIDO ' MIN PAGO COMO EXTRA'
           END-IF.
