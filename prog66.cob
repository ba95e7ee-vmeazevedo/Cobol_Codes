      *lancamentos em lancamentos_contabeis.dat, e o relatorio de
      *controle prova que o total de debitos e igual ao total de
      *creditos antes do arquivo seguir para a contabilidade.
      *O IOF gravado na linha (PROG63) gera um segundo par, pela
      *linha de tipo IOF do mapa: IOF + moeda da operacao, ou IOF
      *com a moeda em branco valendo para todas as moedas. O
      *estorno inverte o par do IOF como inverte o da operacao.
      *A liquidacao das ordens de atacado com os correspondentes
      *(PROG168) chega como ATACOM e ATAVEN e precisa das suas
      *linhas no mapa, por moeda, como os demais tipos. Na
      *arbitragem entre moedas (PROG63) cada perna e uma linha do
      *diario - ARBENT na moeda entregue, ARBSAI na levada - e gera
      *o proprio par pelas linhas ARBENT e ARBSAI do mapa.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-CONTA-DEBITO PIC 9(8) VALUE ZEROS.
       77  WS-CONTA-CREDITO PIC 9(8) VALUE ZEROS.
       77  WS-EH-TREINO PIC X VALUE 'N'.
       77  WS-MOEDA-PROCURA PIC X(3) VALUE SPACES.
       77  WS-IND-IOF PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-IOF-SEM-MAPA PIC 9(06) VALUE ZEROS.

       01  WS-TABELA-MAPA.
           05 WS-MAPA OCCURS 20 TIMES.
               END-IF
               PERFORM GRAVA-DEBITO
               PERFORM GRAVA-CREDITO.
           IF MOV-VALOR-IOF IS NUMERIC
               IF MOV-VALOR-IOF > ZEROS
                   PERFORM GERA-PAR-DO-IOF.

       GERA-PAR-DO-IOF.
           MOVE 'N' TO WS-ACHOU-MAPA.
           MOVE MOV-MOEDA TO WS-MOEDA-PROCURA.
           PERFORM PROCURA-MAPA-IOF
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-MAPAS OR WS-ACHOU-MAPA = 'S'.
           IF WS-ACHOU-MAPA = 'N'
               MOVE SPACES TO WS-MOEDA-PROCURA
               PERFORM PROCURA-MAPA-IOF
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-MAPAS OR
                         WS-ACHOU-MAPA = 'S'.
           IF WS-ACHOU-MAPA = 'N'
               ADD 1 TO WS-TOTAL-IOF-SEM-MAPA
               DISPLAY 'SEM CONTA MAPEADA PARA IOF ' MOV-MOEDA
                       ' (SEQ ' MOV-SEQUENCIA ' DE ' MOV-DATA
                       '). IOF NAO CONTABILIZADO.'
           ELSE
               IF MOV-TIPO = 'ESTORN'
                   MOVE WS-MAPA-CREDITO (WS-IND-IOF)
                       TO WS-CONTA-DEBITO
                   MOVE WS-MAPA-DEBITO (WS-IND-IOF)
                       TO WS-CONTA-CREDITO
               ELSE
                   MOVE WS-MAPA-DEBITO (WS-IND-IOF)
                       TO WS-CONTA-DEBITO
                   MOVE WS-MAPA-CREDITO (WS-IND-IOF)
                       TO WS-CONTA-CREDITO
               END-IF
               PERFORM GRAVA-DEBITO-IOF
               PERFORM GRAVA-CREDITO-IOF.

       PROCURA-MAPA-IOF.
           IF WS-MAPA-TIPO (WS-IND) = 'IOF' AND
                   WS-MAPA-MOEDA (WS-IND) = WS-MOEDA-PROCURA
               MOVE 'S' TO WS-ACHOU-MAPA
               MOVE WS-IND TO WS-IND-IOF.

       GRAVA-DEBITO-IOF.
           MOVE MOV-DATA TO LCTO-DATA.
           MOVE WS-CONTA-DEBITO TO LCTO-CONTA.
           MOVE 'D' TO LCTO-NATUREZA.
           MOVE MOV-VALOR-IOF TO LCTO-VALOR.
           MOVE SPACES TO LCTO-HISTORICO.
           STRING 'IOF ' MOV-TIPO ' ' MOV-MOEDA ' SEQ ' MOV-SEQUENCIA
               DELIMITED BY SIZE INTO LCTO-HISTORICO
           END-STRING.
           WRITE LANCAMENTO-LINHA.
           ADD MOV-VALOR-IOF TO WS-TOTAL-DEBITOS.

       GRAVA-CREDITO-IOF.
           MOVE MOV-DATA TO LCTO-DATA.
           MOVE WS-CONTA-CREDITO TO LCTO-CONTA.
           MOVE 'C' TO LCTO-NATUREZA.
           MOVE MOV-VALOR-IOF TO LCTO-VALOR.
           MOVE SPACES TO LCTO-HISTORICO.
           STRING 'IOF ' MOV-TIPO ' ' MOV-MOEDA ' SEQ ' MOV-SEQUENCIA
               DELIMITED BY SIZE INTO LCTO-HISTORICO
           END-STRING.
           WRITE LANCAMENTO-LINHA.
           ADD MOV-VALOR-IOF TO WS-TOTAL-CREDITOS.

       GRAVA-DEBITO.
           MOVE MOV-DATA TO LCTO-DATA.
           DISPLAY 'CONTROLE DOS LANCAMENTOS CONTABEIS'.
           DISPLAY 'MOVIMENTOS PROCESSADOS: ' WS-TOTAL-MOVIMENTOS.
           DISPLAY 'MOVIMENTOS SEM MAPEAMENTO: ' WS-TOTAL-SEM-MAPA.
           DISPLAY 'IOF SEM MAPEAMENTO: ' WS-TOTAL-IOF-SEM-MAPA.
           DISPLAY 'TOTAL DE DEBITOS : ' WS-TOTAL-DEBITOS.
           DISPLAY 'TOTAL DE CREDITOS: ' WS-TOTAL-CREDITOS.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
