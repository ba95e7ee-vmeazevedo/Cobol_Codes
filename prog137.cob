      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG137.
      *Provisao mensal de ferias, terco de ferias e 13o salario. Para
      *a competencia pedida (AAAAMM) apura, no ultimo dia do mes, o
      *passivo de cada funcionario:
      *  ferias = dias vencidos ainda nao gozados (periodos
      *           aquisitivos do PROG91 menos ferias.dat) mais os
      *           avos do periodo aberto, sobre o salario vigente;
      *  terco  = um terco das ferias;
      *  13o    = avos do ano pela regra do PROG92, menos as
      *           parcelas ja geradas (decimo_terceiro.dat).
      *A diferenca para o saldo anterior (provisoes.dat) e o
      *movimento do mes: aumento e provisao, queda e reversao (gozo
      *de ferias, 13o pago, desligamento). O movimento e somado por
      *centro de custo e postado em lancamentos_contabeis.dat com as
      *contas dos tipos PROVFE e PROV13 de mapa_contabil.dat (moeda
      *BRL: debito = despesa, credito = provisao no passivo; a
      *reversao inverte as contas). O relatorio por centro de custo
      *sai no spool (PROG71). Refazer a mesma competencia nao duplica
      *nada, porque o saldo ja esta no valor apurado.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
           COPY 'SELSALARIO.cob'.
           COPY 'SELCONTRATO.cob'.
           COPY 'SELFERIAS.cob'.
           COPY 'SELDECIMO.cob'.
           COPY 'SELPROVISAO.cob'.

           SELECT ARQUIVO-MAPA
           ASSIGN TO 'mapa_contabil.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MAPA.

           SELECT OPTIONAL ARQUIVO-LANCAMENTOS
           ASSIGN TO 'lancamentos_contabeis.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.
           COPY 'FDSALARIO.cob'.
           COPY 'FDCONTRATO.cob'.
           COPY 'FDFERIAS.cob'.
           COPY 'FDDECIMO.cob'.
           COPY 'FDPROVISAO.cob'.

       FD  ARQUIVO-MAPA.
       01  MAPA-LINHA.
           05 MAPA-TIPO PIC X(6).
           05 MAPA-MOEDA PIC X(3).
           05 MAPA-CONTA-DEBITO PIC 9(8).
           05 MAPA-CONTA-CREDITO PIC 9(8).

       FD  ARQUIVO-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCTO-DATA PIC 9(8).
           05 LCTO-CONTA PIC 9(8).
           05 LCTO-NATUREZA PIC X(1).
      *D = debito, C = credito.
           05 LCTO-VALOR PIC 9(9)V99.
           05 LCTO-HISTORICO PIC X(30).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO-FUNCIONARIO PIC X VALUE 'N'.
       77  WS-STATUS-MAPA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-SALARIO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CONTRATO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-FERIAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DECIMO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-PROVISAO PIC X(02) VALUE '00'.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-PERIODO-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-ULTIMO-PERIODO PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-TEM-MAPA-FERIAS PIC X VALUE 'N'.
       77  WS-TEM-MAPA-13 PIC X VALUE 'N'.
       77  WS-DEBITO-FERIAS PIC 9(8) VALUE ZEROS.
       77  WS-CREDITO-FERIAS PIC 9(8) VALUE ZEROS.
       77  WS-DEBITO-13 PIC 9(8) VALUE ZEROS.
       77  WS-CREDITO-13 PIC 9(8) VALUE ZEROS.
       77  WS-SALARIO-VIGENTE PIC 9(7)V99 VALUE ZEROS.
       77  WS-TEM-CONTRATO PIC X VALUE 'N'.
       77  WS-TEM-SALDO-ANTERIOR PIC X VALUE 'N'.
       77  WS-CALCULA PIC X VALUE 'N'.
       77  WS-MESES-DE-CASA PIC S9(5) VALUE ZEROS.
       77  WS-PERIODOS-COMPLETOS PIC 9(3) VALUE ZEROS.
       77  WS-MESES-PERIODO-ABERTO PIC 9(2) VALUE ZEROS.
       77  WS-DIAS-GOZADOS PIC 9(5) VALUE ZEROS.
       77  WS-SALDO-DIAS PIC S9(5) VALUE ZEROS.
       77  WS-AVOS-13 PIC 9(2) VALUE ZEROS.
       77  WS-13-PAGO PIC 9(9)V99 VALUE ZEROS.
       77  WS-13-INTEGRAL PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALVO-FERIAS PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALVO-TERCO PIC 9(9)V99 VALUE ZEROS.
       77  WS-ALVO-13 PIC 9(9)V99 VALUE ZEROS.
       77  WS-ANT-FERIAS PIC 9(9)V99 VALUE ZEROS.
       77  WS-ANT-TERCO PIC 9(9)V99 VALUE ZEROS.
       77  WS-ANT-13 PIC 9(9)V99 VALUE ZEROS.
       77  WS-ANT-CENTRO PIC 9(6) VALUE ZEROS.
       77  WS-CENTRO-DO-FUNC PIC 9(6) VALUE ZEROS.
       77  WS-CENTRO-MOV PIC 9(6) VALUE ZEROS.
       77  WS-MOV-FERIAS PIC S9(9)V99 VALUE ZEROS.
       77  WS-MOV-13 PIC S9(9)V99 VALUE ZEROS.
       77  WS-QTD-CENTROS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-TOTAL-FUNCIONARIOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-BASE PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-CENTRO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-BAIXADOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-LANCAMENTO PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONTA-LCTO-DEBITO PIC 9(8) VALUE ZEROS.
       77  WS-CONTA-LCTO-CREDITO PIC 9(8) VALUE ZEROS.
       77  WS-HISTORICO-LCTO PIC X(14) VALUE SPACES.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-VALOR-EXIBE-2 PIC Z(8)9.99.
       77  WS-TOTAL-EXIBE PIC Z(10)9.99.
       77  WS-CRE-EXIBE PIC Z(10)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'PROVISOES'.
       77  WS-RESTO PIC 9(4) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(4) VALUE ZEROS.
       01  WS-PERIODO-PARTES.
           05 WS-PER-ANO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
       01  WS-DATA-REFERENCIA.
      *Ultimo dia da competencia; data da apuracao e dos lancamentos.
           05 WS-REF-ANO PIC 9(4).
           05 WS-REF-MES PIC 9(2).
           05 WS-REF-DIA PIC 9(2).
       01  WS-DATA-ADMISSAO-PARTES.
           05 WS-ADM-ANO PIC 9(4).
           05 WS-ADM-MES PIC 9(2).
           05 WS-ADM-DIA PIC 9(2).
       01  WS-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIAS-POR-MES REDEFINES WS-TABELA-DIAS-MES.
           05 WS-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       01  WS-TABELA-CENTROS.
      *Saldos e movimento do mes por centro de custo; o centro
      *000000 junta quem ficou sem departamento.
           05 WS-CC OCCURS 200 TIMES.
              10 WS-CC-CODIGO PIC 9(6).
              10 WS-CC-QTD PIC 9(6).
              10 WS-CC-SALDO-FERIAS PIC 9(11)V99.
              10 WS-CC-SALDO-TERCO PIC 9(11)V99.
              10 WS-CC-SALDO-13 PIC 9(11)V99.
              10 WS-CC-PROV-FERIAS PIC 9(11)V99.
              10 WS-CC-REV-FERIAS PIC 9(11)V99.
              10 WS-CC-PROV-13 PIC 9(11)V99.
              10 WS-CC-REV-13 PIC 9(11)V99.
           COPY 'WSFUNCIONARIO.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
      *Cadastro da empresa da sessao, definido na selecao de empresa
      *do menu; rodando avulso vale o nome padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *Empresa de treinamento (PROG128) nao gera lancamentos para a
      *contabilidade, como no PROG66.
           CALL 'PROG129' USING WS-EH-TREINO.
           IF WS-EH-TREINO = 'S'
               DISPLAY 'EMPRESA DE TREINAMENTO: NADA VAI PARA A'
                       ' CONTABILIDADE.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           DISPLAY 'COMPETENCIA DA PROVISAO (AAAAMM): '.
           ACCEPT WS-PERIODO-PEDIDO.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-PARTES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-DATA-REFERENCIA.

      *Competencia anterior a ultima apurada desmontaria os saldos;
      *a mesma competencia pode ser refeita.
           PERFORM BUSCA-ULTIMA-COMPETENCIA.
           IF WS-ULTIMO-PERIODO > WS-PERIODO-PEDIDO
               DISPLAY 'PROVISOES JA APURADAS ATE ' WS-ULTIMO-PERIODO
                       '. NADA FOI FEITO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM CARREGA-MAPA-PROVISAO.
           IF WS-TEM-MAPA-FERIAS = 'N' OR WS-TEM-MAPA-13 = 'N'
               DISPLAY 'SEM MAPA PROVFE/PROV13 BRL EM'
                       ' mapa_contabil.dat. NADA FOI FEITO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           OPEN INPUT ARQUIVO-SALARIO.
           IF WS-STATUS-ARQUIVO-SALARIO NOT = '00'
               DISPLAY 'salarios.dat AUSENTE. SEM BASE DE CALCULO;'
                       ' NADA FOI FEITO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CONTRATO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-DECIMO.
           OPEN I-O ARQUIVO-PROVISAO.
           IF WS-STATUS-ARQUIVO-PROVISAO = '35'
      *Primeira apuracao cria o arquivo.
               OPEN OUTPUT ARQUIVO-PROVISAO
               CLOSE ARQUIVO-PROVISAO
               OPEN I-O ARQUIVO-PROVISAO.

           INITIALIZE WS-TABELA-CENTROS.
      *O centro 000000 ja entra na tabela: e o destino de quem nao
      *tem centro e de quem nao coube nos 200 centros.
           MOVE 1 TO WS-QTD-CENTROS.
           MOVE 'N' TO FINAL-ARQUIVO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.
           PERFORM APURA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO-FUNCIONARIO = 'S'.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALARIO.
           CLOSE ARQUIVO-PROVISAO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               CLOSE ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               CLOSE ARQUIVO-CONTRATO.
           IF WS-STATUS-ARQUIVO-FERIAS = '00'
               CLOSE ARQUIVO-FERIAS.
           IF WS-STATUS-ARQUIVO-DECIMO = '00'
               CLOSE ARQUIVO-DECIMO.

           OPEN EXTEND ARQUIVO-LANCAMENTOS.
           PERFORM POSTA-UM-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           CLOSE ARQUIVO-LANCAMENTOS.

           PERFORM RELATORIO-POR-CENTRO.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN para poder ser chamado pelo
      *lancador de lote (PROG133).
           GOBACK.

       CALCULA-DATA-REFERENCIA.
      *Ultimo dia da competencia; fevereiro com 29 dias no ano
      *bissexto.
           MOVE WS-PER-ANO TO WS-REF-ANO.
           MOVE WS-PER-MES TO WS-REF-MES.
           MOVE WS-DIAS-MES (WS-PER-MES) TO WS-REF-DIA.
           IF WS-PER-MES = 2
               DIVIDE WS-PER-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   DIVIDE WS-PER-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZEROS
                       MOVE 29 TO WS-REF-DIA
                   ELSE
                       DIVIDE WS-PER-ANO BY 400 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO
                       IF WS-RESTO = ZEROS
                           MOVE 29 TO WS-REF-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCA-ULTIMA-COMPETENCIA.
           MOVE ZEROS TO WS-ULTIMO-PERIODO.
           OPEN INPUT ARQUIVO-PROVISAO.
           IF WS-STATUS-ARQUIVO-PROVISAO = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-PROVISAO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM CONFERE-UMA-COMPETENCIA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-PROVISAO
           END-IF.

       CONFERE-UMA-COMPETENCIA.
           IF PROVISAO-PERIODO > WS-ULTIMO-PERIODO
               MOVE PROVISAO-PERIODO TO WS-ULTIMO-PERIODO.
           READ ARQUIVO-PROVISAO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CARREGA-MAPA-PROVISAO.
           MOVE 'N' TO WS-TEM-MAPA-FERIAS.
           MOVE 'N' TO WS-TEM-MAPA-13.
           OPEN INPUT ARQUIVO-MAPA.
           IF WS-STATUS-MAPA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-MAPA AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM PROCURA-MAPA-PROVISAO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-MAPA
           END-IF.

       PROCURA-MAPA-PROVISAO.
           IF MAPA-TIPO = 'PROVFE' AND MAPA-MOEDA = 'BRL'
               MOVE 'S' TO WS-TEM-MAPA-FERIAS
               MOVE MAPA-CONTA-DEBITO TO WS-DEBITO-FERIAS
               MOVE MAPA-CONTA-CREDITO TO WS-CREDITO-FERIAS.
           IF MAPA-TIPO = 'PROV13' AND MAPA-MOEDA = 'BRL'
               MOVE 'S' TO WS-TEM-MAPA-13
               MOVE MAPA-CONTA-DEBITO TO WS-DEBITO-13
               MOVE MAPA-CONTA-CREDITO TO WS-CREDITO-13.
           READ ARQUIVO-MAPA AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *APURACAO POR FUNCIONARIO - saldo devido no fim do mes contra o
      *saldo ja provisionado.
      *-----------------------------------------------------------------
       APURA-FUNCIONARIO.
           PERFORM LE-SALDO-ANTERIOR.
           MOVE ZEROS TO WS-ALVO-FERIAS.
           MOVE ZEROS TO WS-ALVO-TERCO.
           MOVE ZEROS TO WS-ALVO-13.
           MOVE 'S' TO WS-CALCULA.
           IF FUNCIONARIO-SITUACAO = 'D'
      *Desligado: o saldo inteiro e revertido (as verbas foram para
      *a rescisao). Sem saldo anterior nao ha o que fazer.
               IF WS-TEM-SALDO-ANTERIOR = 'N' OR
                       WS-ANT-FERIAS + WS-ANT-TERCO + WS-ANT-13 = ZEROS
                   MOVE 'N' TO WS-CALCULA
               ELSE
                   ADD 1 TO WS-TOTAL-BAIXADOS
               END-IF
           ELSE
               PERFORM CALCULA-SALDO-DEVIDO
           END-IF.
           IF WS-CALCULA = 'S'
               PERFORM BUSCA-CENTRO-DO-FUNC
               PERFORM APURA-MOVIMENTO
               PERFORM GRAVA-SALDO-PROVISAO
           END-IF.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO-FUNCIONARIO.

       LE-SALDO-ANTERIOR.
           MOVE 'N' TO WS-TEM-SALDO-ANTERIOR.
           MOVE ZEROS TO WS-ANT-FERIAS.
           MOVE ZEROS TO WS-ANT-TERCO.
           MOVE ZEROS TO WS-ANT-13.
           MOVE ZEROS TO WS-ANT-CENTRO.
           MOVE FUNCIONARIO-CODIGO TO PROVISAO-CODIGO-FUNC.
           READ ARQUIVO-PROVISAO RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-SALDO-ANTERIOR
                   MOVE PROVISAO-SALDO-FERIAS TO WS-ANT-FERIAS
                   MOVE PROVISAO-SALDO-TERCO TO WS-ANT-TERCO
                   MOVE PROVISAO-SALDO-13 TO WS-ANT-13
                   MOVE PROVISAO-CENTRO-CUSTO TO WS-ANT-CENTRO
           END-READ.

       CALCULA-SALDO-DEVIDO.
      *Sem salario vigente ou sem admissao no contrato o
      *funcionario fica fora da apuracao e o saldo anterior e
      *mantido; o RH completa o cadastro e o mes seguinte acerta.
           PERFORM BUSCA-SALARIO-VIGENTE.
           PERFORM LE-ADMISSAO.
           IF WS-SALARIO-VIGENTE = ZEROS OR WS-TEM-CONTRATO = 'N'
               ADD 1 TO WS-TOTAL-SEM-BASE
               MOVE 'N' TO WS-CALCULA
           ELSE
               ADD 1 TO WS-TOTAL-FUNCIONARIOS
               PERFORM CALCULA-PROVISAO-FERIAS
               PERFORM CALCULA-PROVISAO-13
           END-IF.

       BUSCA-SALARIO-VIGENTE.
      *Ultima vigencia menor ou igual ao fim da competencia (mesma
      *logica do PROG42).
           MOVE ZEROS TO WS-SALARIO-VIGENTE.
           MOVE FUNCIONARIO-CODIGO TO SALARIO-CODIGO-FUNC.
           MOVE ZEROS TO SALARIO-DATA-VIGENCIA.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-SALARIO KEY IS NOT LESS THAN SALARIO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-SALARIO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM GUARDA-VIGENCIA
               UNTIL FINAL-ARQUIVO = 'S' OR
                     SALARIO-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO OR
                     SALARIO-DATA-VIGENCIA > WS-DATA-REFERENCIA.

       GUARDA-VIGENCIA.
           MOVE SALARIO-VALOR TO WS-SALARIO-VIGENTE.
           READ ARQUIVO-SALARIO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       LE-ADMISSAO.
           MOVE 'N' TO WS-TEM-CONTRATO.
           IF WS-STATUS-ARQUIVO-CONTRATO = '00'
               MOVE FUNCIONARIO-CODIGO TO CONTRATO-CODIGO-FUNC
               READ ARQUIVO-CONTRATO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTRATO-DATA-ADMISSAO NOT = ZEROS
                           MOVE 'S' TO WS-TEM-CONTRATO
                           MOVE CONTRATO-DATA-ADMISSAO
                               TO WS-DATA-ADMISSAO-PARTES
                       END-IF
               END-READ
           END-IF.

       CALCULA-PROVISAO-FERIAS.
      *Periodos aquisitivos como no PROG91, contados ate o fim da
      *competencia: cada 12 meses completos dao 30 dias; os meses
      *do periodo aberto sao avos de 1/12. Gozo ja iniciado ate o
      *fim do mes sai do saldo - e ai que a provisao reverte.
           COMPUTE WS-MESES-DE-CASA =
               (WS-REF-ANO - WS-ADM-ANO) * 12 +
               WS-REF-MES - WS-ADM-MES.
           IF WS-REF-DIA < WS-ADM-DIA
               SUBTRACT 1 FROM WS-MESES-DE-CASA.
           IF WS-MESES-DE-CASA < ZEROS
               MOVE ZEROS TO WS-MESES-DE-CASA.
           COMPUTE WS-PERIODOS-COMPLETOS = WS-MESES-DE-CASA / 12.
           COMPUTE WS-MESES-PERIODO-ABERTO =
               WS-MESES-DE-CASA - WS-PERIODOS-COMPLETOS * 12.
           PERFORM SOMA-DIAS-GOZADOS.
           COMPUTE WS-SALDO-DIAS =
               WS-PERIODOS-COMPLETOS * 30 - WS-DIAS-GOZADOS.
           IF WS-SALDO-DIAS < ZEROS
               MOVE ZEROS TO WS-SALDO-DIAS.
           COMPUTE WS-ALVO-FERIAS ROUNDED =
               WS-SALARIO-VIGENTE / 30 * WS-SALDO-DIAS +
               WS-SALARIO-VIGENTE * WS-MESES-PERIODO-ABERTO / 12.
           COMPUTE WS-ALVO-TERCO ROUNDED = WS-ALVO-FERIAS / 3.

       SOMA-DIAS-GOZADOS.
           MOVE ZEROS TO WS-DIAS-GOZADOS.
           IF WS-STATUS-ARQUIVO-FERIAS = '00'
               MOVE FUNCIONARIO-CODIGO TO FERIAS-CODIGO-FUNC
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
                         FERIAS-CODIGO-FUNC NOT = FUNCIONARIO-CODIGO
           END-IF.

       ACUMULA-DIAS-GOZADOS.
           IF FERIAS-DATA-INICIO NOT > WS-DATA-REFERENCIA
               ADD FERIAS-DIAS TO WS-DIAS-GOZADOS.
           READ ARQUIVO-FERIAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CALCULA-PROVISAO-13.
      *Regra de avos do PROG92 ate o mes da competencia (um avo por
      *mes a partir de janeiro, ou do mes da admissao quando
      *admitido no proprio ano). As parcelas ja geradas pelo PROG92
      *no ano saem do saldo.
           MOVE ZEROS TO WS-AVOS-13.
           IF WS-ADM-ANO < WS-PER-ANO
               MOVE WS-PER-MES TO WS-AVOS-13.
           IF WS-ADM-ANO = WS-PER-ANO AND WS-ADM-MES NOT > WS-PER-MES
               COMPUTE WS-AVOS-13 = WS-PER-MES - WS-ADM-MES + 1.
           COMPUTE WS-13-INTEGRAL ROUNDED =
               WS-SALARIO-VIGENTE * WS-AVOS-13 / 12.
           MOVE ZEROS TO WS-13-PAGO.
           IF WS-STATUS-ARQUIVO-DECIMO = '00'
               MOVE WS-PER-ANO TO DECIMO-ANO
               MOVE FUNCIONARIO-CODIGO TO DECIMO-CODIGO-FUNC
               READ ARQUIVO-DECIMO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-13-PAGO =
                           DECIMO-PARCELA-A + DECIMO-PARCELA-F
               END-READ
           END-IF.
           IF WS-13-PAGO < WS-13-INTEGRAL
               COMPUTE WS-ALVO-13 = WS-13-INTEGRAL - WS-13-PAGO.

       BUSCA-CENTRO-DO-FUNC.
      *Sem departamento ou departamento sem centro vai para o
      *centro 000000 e aparece no relatorio para reclassificar.
           MOVE ZEROS TO WS-CENTRO-DO-FUNC.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE FUNCIONARIO-DEPARTAMENTO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-CENTRO-CUSTO
                           TO WS-CENTRO-DO-FUNC
               END-READ
           END-IF.
           IF WS-CENTRO-DO-FUNC = ZEROS
               ADD 1 TO WS-TOTAL-SEM-CENTRO.

       APURA-MOVIMENTO.
      *Mudou de centro: o saldo antigo reverte no centro antigo e o
      *saldo novo e provisionado inteiro no centro atual.
           IF WS-TEM-SALDO-ANTERIOR = 'S' AND
                   WS-ANT-CENTRO NOT = WS-CENTRO-DO-FUNC
               MOVE WS-ANT-CENTRO TO WS-CENTRO-MOV
               COMPUTE WS-MOV-FERIAS = ZEROS - WS-ANT-FERIAS -
                   WS-ANT-TERCO
               COMPUTE WS-MOV-13 = ZEROS - WS-ANT-13
               PERFORM ACUMULA-MOVIMENTO
               MOVE ZEROS TO WS-ANT-FERIAS
               MOVE ZEROS TO WS-ANT-TERCO
               MOVE ZEROS TO WS-ANT-13.
           MOVE WS-CENTRO-DO-FUNC TO WS-CENTRO-MOV.
           COMPUTE WS-MOV-FERIAS = WS-ALVO-FERIAS + WS-ALVO-TERCO -
               WS-ANT-FERIAS - WS-ANT-TERCO.
           COMPUTE WS-MOV-13 = WS-ALVO-13 - WS-ANT-13.
           PERFORM ACUMULA-MOVIMENTO.
           ADD 1 TO WS-CC-QTD (WS-IND).
           ADD WS-ALVO-FERIAS TO WS-CC-SALDO-FERIAS (WS-IND).
           ADD WS-ALVO-TERCO TO WS-CC-SALDO-TERCO (WS-IND).
           ADD WS-ALVO-13 TO WS-CC-SALDO-13 (WS-IND).

       ACUMULA-MOVIMENTO.
           PERFORM LOCALIZA-CENTRO.
           IF WS-ACHOU = 'N'
               DISPLAY 'MAIS DE 200 CENTROS DE CUSTO; CODIGO '
                       FUNCIONARIO-CODIGO ' NO CENTRO 000000.'
               MOVE ZEROS TO WS-CENTRO-MOV
               PERFORM LOCALIZA-CENTRO.
           IF WS-MOV-FERIAS > ZEROS
               ADD WS-MOV-FERIAS TO WS-CC-PROV-FERIAS (WS-IND)
           ELSE
               SUBTRACT WS-MOV-FERIAS FROM WS-CC-REV-FERIAS (WS-IND).
           IF WS-MOV-13 > ZEROS
               ADD WS-MOV-13 TO WS-CC-PROV-13 (WS-IND)
           ELSE
               SUBTRACT WS-MOV-13 FROM WS-CC-REV-13 (WS-IND).

       LOCALIZA-CENTRO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 1 TO WS-IND.
           PERFORM COMPARA-CENTRO
               UNTIL WS-IND > WS-QTD-CENTROS OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'N' AND WS-QTD-CENTROS < 200
               ADD 1 TO WS-QTD-CENTROS
               MOVE WS-QTD-CENTROS TO WS-IND
               MOVE WS-CENTRO-MOV TO WS-CC-CODIGO (WS-IND)
               MOVE 'S' TO WS-ACHOU.

       COMPARA-CENTRO.
           IF WS-CC-CODIGO (WS-IND) = WS-CENTRO-MOV
               MOVE 'S' TO WS-ACHOU
           ELSE
               ADD 1 TO WS-IND.

       GRAVA-SALDO-PROVISAO.
           MOVE FUNCIONARIO-CODIGO TO PROVISAO-CODIGO-FUNC.
           MOVE WS-PERIODO-PEDIDO TO PROVISAO-PERIODO.
           MOVE WS-ALVO-FERIAS TO PROVISAO-SALDO-FERIAS.
           MOVE WS-ALVO-TERCO TO PROVISAO-SALDO-TERCO.
           MOVE WS-ALVO-13 TO PROVISAO-SALDO-13.
           MOVE WS-CENTRO-DO-FUNC TO PROVISAO-CENTRO-CUSTO.
           MOVE WS-DATA-HOJE TO PROVISAO-DATA-CALCULO.
           IF WS-TEM-SALDO-ANTERIOR = 'S'
               REWRITE PROVISAO-REGISTRO
           ELSE
               WRITE PROVISAO-REGISTRO.

      *-----------------------------------------------------------------
      *LANCAMENTOS - ate quatro pares por centro: provisao e reversao
      *de ferias (com o terco) e de 13o.
      *-----------------------------------------------------------------
       POSTA-UM-CENTRO.
           IF WS-CC-PROV-FERIAS (WS-IND) > ZEROS
               MOVE WS-CC-PROV-FERIAS (WS-IND) TO WS-VALOR-LANCAMENTO
               MOVE WS-DEBITO-FERIAS TO WS-CONTA-LCTO-DEBITO
               MOVE WS-CREDITO-FERIAS TO WS-CONTA-LCTO-CREDITO
               MOVE 'PROV FERIAS' TO WS-HISTORICO-LCTO
               PERFORM GRAVA-PAR-LANCAMENTO.
           IF WS-CC-REV-FERIAS (WS-IND) > ZEROS
               MOVE WS-CC-REV-FERIAS (WS-IND) TO WS-VALOR-LANCAMENTO
               MOVE WS-CREDITO-FERIAS TO WS-CONTA-LCTO-DEBITO
               MOVE WS-DEBITO-FERIAS TO WS-CONTA-LCTO-CREDITO
               MOVE 'REV FERIAS' TO WS-HISTORICO-LCTO
               PERFORM GRAVA-PAR-LANCAMENTO.
           IF WS-CC-PROV-13 (WS-IND) > ZEROS
               MOVE WS-CC-PROV-13 (WS-IND) TO WS-VALOR-LANCAMENTO
               MOVE WS-DEBITO-13 TO WS-CONTA-LCTO-DEBITO
               MOVE WS-CREDITO-13 TO WS-CONTA-LCTO-CREDITO
               MOVE 'PROV 13O' TO WS-HISTORICO-LCTO
               PERFORM GRAVA-PAR-LANCAMENTO.
           IF WS-CC-REV-13 (WS-IND) > ZEROS
               MOVE WS-CC-REV-13 (WS-IND) TO WS-VALOR-LANCAMENTO
               MOVE WS-CREDITO-13 TO WS-CONTA-LCTO-DEBITO
               MOVE WS-DEBITO-13 TO WS-CONTA-LCTO-CREDITO
               MOVE 'REV 13O' TO WS-HISTORICO-LCTO
               PERFORM GRAVA-PAR-LANCAMENTO.

       GRAVA-PAR-LANCAMENTO.
           MOVE WS-DATA-REFERENCIA TO LCTO-DATA.
           MOVE WS-VALOR-LANCAMENTO TO LCTO-VALOR.
           MOVE SPACES TO LCTO-HISTORICO.
           STRING WS-HISTORICO-LCTO DELIMITED BY '  '
                  ' ' WS-PERIODO-PEDIDO ' CC ' WS-CC-CODIGO (WS-IND)
               DELIMITED BY SIZE INTO LCTO-HISTORICO
           END-STRING.
           MOVE WS-CONTA-LCTO-DEBITO TO LCTO-CONTA.
           MOVE 'D' TO LCTO-NATUREZA.
           WRITE LANCAMENTO-LINHA.
           ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-DEBITOS.
           MOVE WS-CONTA-LCTO-CREDITO TO LCTO-CONTA.
           MOVE 'C' TO LCTO-NATUREZA.
           WRITE LANCAMENTO-LINHA.
           ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-CREDITOS.

      *-----------------------------------------------------------------
      *RELATORIO POR CENTRO DE CUSTO - saldos no fim do mes e o
      *movimento postado, com a prova debitos = creditos.
      *-----------------------------------------------------------------
       RELATORIO-POR-CENTRO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'PROVISOES DE FERIAS E 13O - COMPETENCIA '
                  WS-PERIODO-PEDIDO ' - DATA ' WS-DATA-REFERENCIA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE '---------------------------------------------------'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UM-CENTRO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CENTROS.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EXIBE.
           MOVE WS-TOTAL-CREDITOS TO WS-CRE-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TOTAL DEBITOS ' WS-TOTAL-EXIBE
                  '  TOTAL CREDITOS ' WS-CRE-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE 'PROVA: DEBITOS = CREDITOS.' TO WS-LINHA-IMPRESSA
           ELSE
               MOVE 'PROVA: DIFERENCA ENTRE DEBITOS E CREDITOS.'
                   TO WS-LINHA-IMPRESSA
               MOVE 8 TO RETURN-CODE.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'APURADOS: ' WS-TOTAL-FUNCIONARIOS
                  '  DESLIGADOS BAIXADOS: ' WS-TOTAL-BAIXADOS
                  '  SEM BASE: ' WS-TOTAL-SEM-BASE
                  '  SEM CENTRO: ' WS-TOTAL-SEM-CENTRO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'FUNCIONARIOS APURADOS: ' WS-TOTAL-FUNCIONARIOS.
           DISPLAY 'DESLIGADOS COM PROVISAO REVERTIDA: '
                   WS-TOTAL-BAIXADOS.
           DISPLAY 'SEM SALARIO OU ADMISSAO (SALDO MANTIDO): '
                   WS-TOTAL-SEM-BASE.
           DISPLAY 'TOTAL LANCADO: ' WS-TOTAL-EXIBE.
           DISPLAY 'RELATORIO DE PROVISOES NO SPOOL (PROG72).'.

       IMPRIME-UM-CENTRO.
           IF WS-CC-QTD (WS-IND) > ZEROS OR
                   WS-CC-REV-FERIAS (WS-IND) > ZEROS OR
                   WS-CC-REV-13 (WS-IND) > ZEROS
               PERFORM IMPRIME-LINHAS-CENTRO.

       IMPRIME-LINHAS-CENTRO.
           MOVE WS-CC-SALDO-FERIAS (WS-IND) TO WS-VALOR-EXIBE.
           MOVE WS-CC-SALDO-TERCO (WS-IND) TO WS-VALOR-EXIBE-2.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CC ' WS-CC-CODIGO (WS-IND)
                  '  FUNCS ' WS-CC-QTD (WS-IND)
                  '  FERIAS ' WS-VALOR-EXIBE
                  '  TERCO ' WS-VALOR-EXIBE-2
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-CC-SALDO-13 (WS-IND) TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '   SALDO 13O ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-CC-PROV-FERIAS (WS-IND) TO WS-VALOR-EXIBE.
           MOVE WS-CC-REV-FERIAS (WS-IND) TO WS-VALOR-EXIBE-2.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '   FERIAS+TERCO  PROVISAO ' WS-VALOR-EXIBE
                  '  REVERSAO ' WS-VALOR-EXIBE-2
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-CC-PROV-13 (WS-IND) TO WS-VALOR-EXIBE.
           MOVE WS-CC-REV-13 (WS-IND) TO WS-VALOR-EXIBE-2.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '   13O           PROVISAO ' WS-VALOR-EXIBE
                  '  REVERSAO ' WS-VALOR-EXIBE-2
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
