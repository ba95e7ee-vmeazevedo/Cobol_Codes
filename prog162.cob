      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG162.
      *Rentabilidade da mesa de cambio (spread) no mes, lida do
      *diario de movimentos. Para cada ALTA, BAIXA e CAMBIO com taxa
      *aplicada, a margem e a diferenca entre a taxa da operacao e a
      *taxa de referencia do dia da operacao, vezes o valor:
      *  - referencia = taxa de custo da tesouraria (taxas_custo.dat,
      *    carregada pelo PROG64) quando houver para a moeda e o dia;
      *    senao o meio entre compra e venda de taxas_cambio.dat;
      *  - na ALTA a mesa compra a moeda: ganha quando paga abaixo da
      *    referencia; na BAIXA e no CAMBIO a mesa vende: ganha quando
      *    cobra acima da referencia;
      *  - o ESTORN desfaz a margem do original (referencia do dia do
      *    original) e conta no dia do estorno.
      *Operacao sem taxa (ALTA e BAIXA gravam taxa zero) ou sem
      *referencia no dia fica fora da margem e e so contada. O
      *relatorio sai no spool ('RENTABILIDADE MESA'): operacoes com
      *margem negativa (abaixo da referencia) destacadas, totais por
      *operador, moeda, dia e cliente (codigo aposentado em fusao
      *conta no sobrevivente, PROG155) e os clientes de maior e de
      *menor margem. Mes ja arquivado pelo PROG115 e apurado
      *apontando ARQUIVO_MOVIMENTOS para a geracao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTAXA.cob'.
           COPY 'SELTXCUSTO.cob'.
           COPY 'SELCLIENTE.cob'.

           SELECT ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      *Nome padrao 'movimentos.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_MOVIMENTOS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDTAXA.cob'.
           COPY 'FDTXCUSTO.cob'.
           COPY 'FDCLIENTE.cob'.
           COPY 'FDMOVIMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-TAXA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TXCUSTO PIC X(02) VALUE '00'.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  WS-TAXA-ABERTA PIC X VALUE 'N'.
       77  WS-CUSTO-ABERTO PIC X VALUE 'N'.
       77  WS-CLIENTES-ABERTO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MES-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-DIA PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-IND-ACHADO PIC 9(2) VALUE ZEROS.
       77  WS-IND-CLI PIC 9(4) VALUE ZEROS.
       77  WS-CLI-ESCOLHIDO PIC 9(4) VALUE ZEROS.
       77  WS-POSICAO PIC 9(1) VALUE ZEROS.
       77  WS-ACAO-FUSAO PIC X VALUE 'R'.
       77  WS-CLIENTE-EFETIVO PIC 9(4) VALUE ZEROS.
       77  WS-TIPO-EFETIVO PIC X(6) VALUE SPACES.
       77  WS-NOME-CLIENTE-REL PIC X(20) VALUE SPACES.
       77  WS-DATA-REFERENCIA PIC 9(8) VALUE ZEROS.
       77  WS-TAXA-REFERENCIA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-ORIGEM-REFERENCIA PIC X VALUE SPACE.
      *C = custo da tesouraria, M = meio entre compra e venda,
      *espaco = sem referencia no dia.
       77  WS-MARGEM-OPERACAO PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-ESCOLHIDA PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-OPERADORES PIC 9(2) VALUE ZEROS.
       77  WS-QTD-MOEDAS PIC 9(2) VALUE ZEROS.
       77  WS-QTD-CLIENTES PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-APURADAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-NEGATIVAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-TAXA PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-REFERENCIA PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-POR-CUSTO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-SEM-CLIENTE PIC 9(6) VALUE ZEROS.
       77  WS-MARGEM-SEM-CLIENTE PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-TOTAL PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TAXA-EXIBE PIC Z(4)9.9999.
       77  WS-REFERENCIA-EXIBE PIC Z(4)9.9999.
       77  WS-MARGEM-EXIBE PIC -(7)9.99.
       77  WS-MARGEM-TOTAL-EXIBE PIC -(10)9.99.
       77  WS-VOLUME-EXIBE PIC Z(10)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'RENTABILIDADE MESA'.
           COPY 'WSCLIENTE.cob'.
       01  WS-TABELA-OPERADORES.
      *A ultima posicao acumula os operadores que nao couberem.
           05 WS-OPR OCCURS 50 TIMES.
              10 WS-OPR-CODIGO PIC X(8).
              10 WS-OPR-QTD PIC 9(5).
              10 WS-OPR-NEGATIVAS PIC 9(5).
              10 WS-OPR-MARGEM PIC S9(11)V99.
       01  WS-TABELA-MOEDAS.
           05 WS-MOE OCCURS 20 TIMES.
              10 WS-MOE-CODIGO PIC X(3).
              10 WS-MOE-QTD PIC 9(5).
              10 WS-MOE-VOLUME PIC 9(11)V99.
              10 WS-MOE-MARGEM PIC S9(11)V99.
       01  WS-TABELA-DIAS.
           05 WS-DIA-MESA OCCURS 31 TIMES.
              10 WS-DIA-QTD PIC 9(5).
              10 WS-DIA-NEGATIVAS PIC 9(5).
              10 WS-DIA-MARGEM PIC S9(11)V99.
       01  WS-TABELA-CLIENTES.
      *Posicao = codigo do cliente (ja resolvido pelas fusoes).
           05 WS-CLI OCCURS 9999 TIMES.
              10 WS-CLI-QTD PIC 9(5).
              10 WS-CLI-MARGEM PIC S9(11)V99.
              10 WS-CLI-MARCA-MAIOR PIC X.
              10 WS-CLI-MARCA-MENOR PIC X.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'RENTABILIDADE DA MESA DE CAMBIO'.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WS-MES-PEDIDO.

           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS NAO ENCONTRADO.'
               GOBACK.
           PERFORM ABRE-REFERENCIAS.
           IF WS-TAXA-ABERTA = 'N' AND WS-CUSTO-ABERTO = 'N'
               DISPLAY 'NENHUMA TAXA DE REFERENCIA CARREGADA.'
               CLOSE ARQUIVO-MOVIMENTOS
               GOBACK.

           MOVE ZEROS TO WS-TABELA-OPERADORES.
           MOVE ZEROS TO WS-TABELA-MOEDAS.
           MOVE ZEROS TO WS-TABELA-DIAS.
           MOVE ZEROS TO WS-TABELA-CLIENTES.

           PERFORM INICIA-RELATORIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMO-MOVIMENTO.
           PERFORM APURA-MOVIMENTO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
               WS-CLIENTE-EFETIVO.
           PERFORM FECHA-REFERENCIAS.

           PERFORM IMPRIME-TOTAIS.
           MOVE WS-MARGEM-TOTAL TO WS-MARGEM-TOTAL-EXIBE.
           DISPLAY 'OPERACOES APURADAS: ' WS-TOTAL-APURADAS
                   '  MARGEM DO MES: ' WS-MARGEM-TOTAL-EXIBE.
           DISPLAY 'ABAIXO DA REFERENCIA: ' WS-TOTAL-NEGATIVAS.
           DISPLAY 'RENTABILIDADE DA MESA NO SPOOL (PROG72).'.
       PROGRAM-DONE.
           GOBACK.

       ABRE-REFERENCIAS.
      *A tabela de custo e opcional: sem ela vale sempre o meio
      *entre compra e venda.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-ARQUIVO-TAXA = '00'
               MOVE 'S' TO WS-TAXA-ABERTA.
           OPEN INPUT ARQUIVO-TXCUSTO.
           IF WS-STATUS-ARQUIVO-TXCUSTO = '00'
               MOVE 'S' TO WS-CUSTO-ABERTO.

       FECHA-REFERENCIAS.
           IF WS-TAXA-ABERTA = 'S'
               CLOSE ARQUIVO-TAXA.
           IF WS-CUSTO-ABERTO = 'S'
               CLOSE ARQUIVO-TXCUSTO.

       LE-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       APURA-MOVIMENTO.
           PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-FIM.
           PERFORM LE-PROXIMO-MOVIMENTO.

       AVALIA-MOVIMENTO.
           IF MOV-DATA / 100 NOT = WS-MES-PEDIDO
               GO TO AVALIA-MOVIMENTO-FIM.
      *No ESTORN o tipo e a data que contam para a referencia sao os
      *do movimento original.
           IF MOV-TIPO = 'ESTORN'
               MOVE MOV-TIPO-ORIGINAL TO WS-TIPO-EFETIVO
               MOVE MOV-DATA-ESTORNADA TO WS-DATA-REFERENCIA
           ELSE
               MOVE MOV-TIPO TO WS-TIPO-EFETIVO
               MOVE MOV-DATA TO WS-DATA-REFERENCIA.
           IF WS-TIPO-EFETIVO NOT = 'ALTA' AND
                   WS-TIPO-EFETIVO NOT = 'BAIXA' AND
                   WS-TIPO-EFETIVO NOT = 'CAMBIO'
               GO TO AVALIA-MOVIMENTO-FIM.
           IF MOV-TAXA NOT NUMERIC OR MOV-TAXA = ZEROS
               ADD 1 TO WS-TOTAL-SEM-TAXA
               GO TO AVALIA-MOVIMENTO-FIM.
           PERFORM BUSCA-REFERENCIA.
           IF WS-ORIGEM-REFERENCIA = SPACE
               ADD 1 TO WS-TOTAL-SEM-REFERENCIA
               GO TO AVALIA-MOVIMENTO-FIM.

           IF WS-TIPO-EFETIVO = 'ALTA'
               COMPUTE WS-MARGEM-OPERACAO ROUNDED =
                   (WS-TAXA-REFERENCIA - MOV-TAXA) * MOV-VALOR
           ELSE
               COMPUTE WS-MARGEM-OPERACAO ROUNDED =
                   (MOV-TAXA - WS-TAXA-REFERENCIA) * MOV-VALOR.
           IF MOV-TIPO = 'ESTORN'
               COMPUTE WS-MARGEM-OPERACAO = 0 - WS-MARGEM-OPERACAO.

           ADD 1 TO WS-TOTAL-APURADAS.
           IF WS-ORIGEM-REFERENCIA = 'C'
               ADD 1 TO WS-TOTAL-POR-CUSTO.
           ADD WS-MARGEM-OPERACAO TO WS-MARGEM-TOTAL.
           PERFORM ACUMULA-OPERADOR.
           PERFORM ACUMULA-MOEDA.
           PERFORM ACUMULA-DIA.
           PERFORM ACUMULA-CLIENTE.
           IF WS-MARGEM-OPERACAO < ZEROS
               ADD 1 TO WS-TOTAL-NEGATIVAS
               PERFORM IMPRIME-OPERACAO-NEGATIVA.

       AVALIA-MOVIMENTO-FIM.
           EXIT.

       BUSCA-REFERENCIA.
           MOVE SPACE TO WS-ORIGEM-REFERENCIA.
           MOVE ZEROS TO WS-TAXA-REFERENCIA.
           IF WS-CUSTO-ABERTO = 'S'
               MOVE MOV-MOEDA TO TXCUSTO-MOEDA
               MOVE WS-DATA-REFERENCIA TO TXCUSTO-DATA
               READ ARQUIVO-TXCUSTO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TXCUSTO-TAXA TO WS-TAXA-REFERENCIA
                       MOVE 'C' TO WS-ORIGEM-REFERENCIA
               END-READ.
           IF WS-ORIGEM-REFERENCIA = SPACE AND WS-TAXA-ABERTA = 'S'
               MOVE MOV-MOEDA TO TAXA-MOEDA
               MOVE WS-DATA-REFERENCIA TO TAXA-DATA
               READ ARQUIVO-TAXA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-TAXA-REFERENCIA ROUNDED =
                           (TAXA-COMPRA + TAXA-VENDA) / 2
                       MOVE 'M' TO WS-ORIGEM-REFERENCIA
               END-READ.

       ACUMULA-OPERADOR.
           MOVE ZEROS TO WS-IND-ACHADO.
           PERFORM PROCURA-OPERADOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-OPERADORES OR WS-IND-ACHADO > 0.
           IF WS-IND-ACHADO = ZEROS
               IF WS-QTD-OPERADORES < 50
                   ADD 1 TO WS-QTD-OPERADORES
                   MOVE WS-QTD-OPERADORES TO WS-IND-ACHADO
                   MOVE MOV-OPERADOR TO WS-OPR-CODIGO (WS-IND-ACHADO)
               ELSE
                   MOVE 50 TO WS-IND-ACHADO
                   MOVE 'OUTROS' TO WS-OPR-CODIGO (WS-IND-ACHADO).
           ADD 1 TO WS-OPR-QTD (WS-IND-ACHADO).
           ADD WS-MARGEM-OPERACAO TO WS-OPR-MARGEM (WS-IND-ACHADO).
           IF WS-MARGEM-OPERACAO < ZEROS
               ADD 1 TO WS-OPR-NEGATIVAS (WS-IND-ACHADO).

       PROCURA-OPERADOR.
           IF WS-OPR-CODIGO (WS-IND) = MOV-OPERADOR
               MOVE WS-IND TO WS-IND-ACHADO.

       ACUMULA-MOEDA.
           MOVE ZEROS TO WS-IND-ACHADO.
           PERFORM PROCURA-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-MOEDAS OR WS-IND-ACHADO > 0.
           IF WS-IND-ACHADO = ZEROS
               IF WS-QTD-MOEDAS < 20
                   ADD 1 TO WS-QTD-MOEDAS
                   MOVE WS-QTD-MOEDAS TO WS-IND-ACHADO
                   MOVE MOV-MOEDA TO WS-MOE-CODIGO (WS-IND-ACHADO)
               ELSE
                   MOVE 20 TO WS-IND-ACHADO
                   MOVE '***' TO WS-MOE-CODIGO (WS-IND-ACHADO).
           ADD 1 TO WS-MOE-QTD (WS-IND-ACHADO).
      *Volume na propria moeda, com o estorno abatido.
           IF MOV-TIPO = 'ESTORN'
               SUBTRACT MOV-VALOR FROM WS-MOE-VOLUME (WS-IND-ACHADO)
           ELSE
               ADD MOV-VALOR TO WS-MOE-VOLUME (WS-IND-ACHADO).
           ADD WS-MARGEM-OPERACAO TO WS-MOE-MARGEM (WS-IND-ACHADO).

       PROCURA-MOEDA.
           IF WS-MOE-CODIGO (WS-IND) = MOV-MOEDA
               MOVE WS-IND TO WS-IND-ACHADO.

       ACUMULA-DIA.
           COMPUTE WS-DIA = MOV-DATA - (MOV-DATA / 100) * 100.
           ADD 1 TO WS-DIA-QTD (WS-DIA).
           ADD WS-MARGEM-OPERACAO TO WS-DIA-MARGEM (WS-DIA).
           IF WS-MARGEM-OPERACAO < ZEROS
               ADD 1 TO WS-DIA-NEGATIVAS (WS-DIA).

       ACUMULA-CLIENTE.
      *Operacao de balcao sem cliente identificado fica num total a
      *parte.
           MOVE ZEROS TO WS-CLIENTE-EFETIVO.
           IF MOV-CLIENTE IS NUMERIC AND MOV-CLIENTE > ZEROS
               MOVE 'R' TO WS-ACAO-FUSAO
               CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
                   WS-CLIENTE-EFETIVO.
           IF WS-CLIENTE-EFETIVO = ZEROS
               ADD 1 TO WS-TOTAL-SEM-CLIENTE
               ADD WS-MARGEM-OPERACAO TO WS-MARGEM-SEM-CLIENTE
           ELSE
               IF WS-CLI-QTD (WS-CLIENTE-EFETIVO) = ZEROS
                   ADD 1 TO WS-QTD-CLIENTES
               END-IF
               ADD 1 TO WS-CLI-QTD (WS-CLIENTE-EFETIVO)
               ADD WS-MARGEM-OPERACAO
                   TO WS-CLI-MARGEM (WS-CLIENTE-EFETIVO).

       INICIA-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'RENTABILIDADE DA MESA - MES ' WS-MES-PEDIDO
                  '  EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'OPERACOES ABAIXO DA REFERENCIA (MARGEM NEGATIVA)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DATA     SEQ  OPERADOR TIPO   MOE' TO
               WS-LINHA-IMPRESSA.
           MOVE 'VALOR' TO WS-LINHA-IMPRESSA (42:5).
           MOVE 'TAXA' TO WS-LINHA-IMPRESSA (54:4).
           MOVE 'REFER.' TO WS-LINHA-IMPRESSA (63:6).
           MOVE 'MARGEM' TO WS-LINHA-IMPRESSA (75:6).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-OPERACAO-NEGATIVA.
           MOVE MOV-VALOR TO WS-VALOR-EXIBE.
           MOVE MOV-TAXA TO WS-TAXA-EXIBE.
           MOVE WS-TAXA-REFERENCIA TO WS-REFERENCIA-EXIBE.
           MOVE WS-MARGEM-OPERACAO TO WS-MARGEM-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING MOV-DATA ' ' MOV-SEQUENCIA ' ' MOV-OPERADOR ' '
                  MOV-TIPO ' ' MOV-MOEDA ' ' WS-VALOR-EXIBE ' '
                  WS-TAXA-EXIBE ' ' WS-REFERENCIA-EXIBE ' '
                  WS-MARGEM-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-TOTAIS.
           IF WS-TOTAL-NEGATIVAS = ZEROS
               MOVE 'NENHUMA OPERACAO ABAIXO DA REFERENCIA NO MES.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TOTAIS POR OPERADOR' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'OPERADOR  OPER. NEGAT.' TO WS-LINHA-IMPRESSA.
           MOVE 'MARGEM' TO WS-LINHA-IMPRESSA (31:6).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-OPERADOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-OPERADORES.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TOTAIS POR MOEDA' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'MOEDA  OPER.' TO WS-LINHA-IMPRESSA.
           MOVE 'VOLUME' TO WS-LINHA-IMPRESSA (22:6).
           MOVE 'MARGEM' TO WS-LINHA-IMPRESSA (37:6).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-MOEDAS.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TOTAIS POR DIA' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DIA  OPER. NEGAT.' TO WS-LINHA-IMPRESSA.
           MOVE 'MARGEM' TO WS-LINHA-IMPRESSA (26:6).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-DIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 31.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'TOTAIS POR CLIENTE' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CODIGO NOME                 OPER.' TO
               WS-LINHA-IMPRESSA.
           MOVE 'MARGEM' TO WS-LINHA-IMPRESSA (43:6).
           PERFORM GRAVA-LINHA-SPOOL.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF WS-STATUS-ARQUIVO-CLIENTE = '00'
               MOVE 'S' TO WS-CLIENTES-ABERTO.
           PERFORM IMPRIME-CLIENTE
               VARYING WS-IND-CLI FROM 1 BY 1
               UNTIL WS-IND-CLI > 9999.
           IF WS-TOTAL-SEM-CLIENTE > ZEROS
               MOVE WS-MARGEM-SEM-CLIENTE TO WS-MARGEM-TOTAL-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '       SEM CLIENTE         '
                      WS-TOTAL-SEM-CLIENTE ' ' WS-MARGEM-TOTAL-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CLIENTES DE MAIOR MARGEM' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM ESCOLHE-MAIOR-MARGEM
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > 5 OR WS-POSICAO > WS-QTD-CLIENTES.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CLIENTES DE MENOR MARGEM' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM ESCOLHE-MENOR-MARGEM
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > 5 OR WS-POSICAO > WS-QTD-CLIENTES.
           IF WS-CLIENTES-ABERTO = 'S'
               CLOSE ARQUIVO-CLIENTE.

           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-MARGEM-TOTAL TO WS-MARGEM-TOTAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'OPERACOES APURADAS: ' WS-TOTAL-APURADAS
                  '  MARGEM DO MES: ' WS-MARGEM-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REFERENCIA PELO CUSTO DA TESOURARIA: '
                  WS-TOTAL-POR-CUSTO
                  '  ABAIXO DA REFERENCIA: ' WS-TOTAL-NEGATIVAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'FORA DA MARGEM - SEM TAXA: ' WS-TOTAL-SEM-TAXA
                  '  SEM REFERENCIA NO DIA: ' WS-TOTAL-SEM-REFERENCIA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-OPERADOR.
           MOVE WS-OPR-MARGEM (WS-IND) TO WS-MARGEM-TOTAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-OPR-CODIGO (WS-IND) '  ' WS-OPR-QTD (WS-IND)
                  ' ' WS-OPR-NEGATIVAS (WS-IND) ' '
                  WS-MARGEM-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-MOEDA.
           MOVE WS-MOE-VOLUME (WS-IND) TO WS-VOLUME-EXIBE.
           MOVE WS-MOE-MARGEM (WS-IND) TO WS-MARGEM-TOTAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-MOE-CODIGO (WS-IND) '    ' WS-MOE-QTD (WS-IND)
                  ' ' WS-VOLUME-EXIBE ' ' WS-MARGEM-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-DIA.
      *Dia sem operacao apurada nao sai no relatorio.
           IF WS-DIA-QTD (WS-IND) > ZEROS
               MOVE WS-DIA-MARGEM (WS-IND) TO WS-MARGEM-TOTAL-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING WS-IND '   ' WS-DIA-QTD (WS-IND) ' '
                      WS-DIA-NEGATIVAS (WS-IND) ' '
                      WS-MARGEM-TOTAL-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-CLIENTE.
           IF WS-CLI-QTD (WS-IND-CLI) > ZEROS
               MOVE WS-IND-CLI TO WS-CLI-ESCOLHIDO
               PERFORM IMPRIME-LINHA-CLIENTE.

       ESCOLHE-MAIOR-MARGEM.
           MOVE ZEROS TO WS-CLI-ESCOLHIDO.
           PERFORM COMPARA-MAIOR-MARGEM
               VARYING WS-IND-CLI FROM 1 BY 1
               UNTIL WS-IND-CLI > 9999.
           IF WS-CLI-ESCOLHIDO > ZEROS
               MOVE 'S' TO WS-CLI-MARCA-MAIOR (WS-CLI-ESCOLHIDO)
               PERFORM IMPRIME-LINHA-CLIENTE.

       COMPARA-MAIOR-MARGEM.
           IF WS-CLI-QTD (WS-IND-CLI) > ZEROS AND
                   WS-CLI-MARCA-MAIOR (WS-IND-CLI) NOT = 'S'
               IF WS-CLI-ESCOLHIDO = ZEROS OR
                       WS-CLI-MARGEM (WS-IND-CLI) >
                       WS-MARGEM-ESCOLHIDA
                   MOVE WS-IND-CLI TO WS-CLI-ESCOLHIDO
                   MOVE WS-CLI-MARGEM (WS-IND-CLI)
                       TO WS-MARGEM-ESCOLHIDA.

       ESCOLHE-MENOR-MARGEM.
           MOVE ZEROS TO WS-CLI-ESCOLHIDO.
           PERFORM COMPARA-MENOR-MARGEM
               VARYING WS-IND-CLI FROM 1 BY 1
               UNTIL WS-IND-CLI > 9999.
           IF WS-CLI-ESCOLHIDO > ZEROS
               MOVE 'S' TO WS-CLI-MARCA-MENOR (WS-CLI-ESCOLHIDO)
               PERFORM IMPRIME-LINHA-CLIENTE.

       COMPARA-MENOR-MARGEM.
           IF WS-CLI-QTD (WS-IND-CLI) > ZEROS AND
                   WS-CLI-MARCA-MENOR (WS-IND-CLI) NOT = 'S'
               IF WS-CLI-ESCOLHIDO = ZEROS OR
                       WS-CLI-MARGEM (WS-IND-CLI) <
                       WS-MARGEM-ESCOLHIDA
                   MOVE WS-IND-CLI TO WS-CLI-ESCOLHIDO
                   MOVE WS-CLI-MARGEM (WS-IND-CLI)
                       TO WS-MARGEM-ESCOLHIDA.

       IMPRIME-LINHA-CLIENTE.
           MOVE WS-CLI-ESCOLHIDO TO CLIENTE-CODIGO.
           MOVE '(FORA DO CADASTRO)' TO WS-NOME-CLIENTE-REL.
           IF WS-CLIENTES-ABERTO = 'S'
               READ ARQUIVO-CLIENTE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-NOME TO WS-NOME-CLIENTE-REL
               END-READ.
           MOVE WS-CLI-MARGEM (WS-CLI-ESCOLHIDO)
               TO WS-MARGEM-TOTAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-CLI-ESCOLHIDO '   ' WS-NOME-CLIENTE-REL ' '
                  WS-CLI-QTD (WS-CLI-ESCOLHIDO) ' '
                  WS-MARGEM-TOTAL-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
