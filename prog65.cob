      *posicoes (posicoes.dat), grava a nova posicao de fechamento e
      *imprime o extrato saldo anterior / movimento / saldo final por
      *moeda.
      *O valor das reservas de moeda em aberto (PROG164) sai como
      *comprometido contra o saldo de fechamento de cada moeda, com o
      *disponivel; a posicao gravada continua sendo o saldo.
      *As ordens de atacado liquidadas com os correspondentes
      *(PROG168) entram como ATACOM (compra da mesa, soma) e ATAVEN
      *(venda da mesa, subtrai); a arbitragem entre moedas (PROG63)
      *move as duas posicoes: ARBENT soma na moeda entregue pelo
      *cliente e ARBSAI subtrai na moeda que ele leva.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *Nome padrao 'posicoes.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_POSICOES, para a consolidacao do grupo
      *(PROG130) achar a posicao de cada empresa.

           COPY 'SELRESERVA.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDMOVIMENTO.cob'.
           COPY 'FDRESERVA.cob'.

       FD  ARQUIVO-POSICOES.
       01  POSICAO-LINHA.
       77  WS-NOME-ARQ-POSICOES PIC X(30) VALUE 'posicoes.dat'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-DATA-FECHAMENTO PIC 9(8) VALUE ZEROS.
       77  WS-PARAMETRO-LOTE PIC X(08) VALUE SPACES.
       77  WS-QTD-MOEDAS PIC 9(02) VALUE ZEROS.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-MOEDA PIC X VALUE 'N'.
       77  WS-SALDO-EXIBE PIC -(11)9.99.
       77  WS-STATUS-ARQUIVO-RESERVA PIC X(02) VALUE '00'.
       77  WS-RESERVADO-SEM-POSICAO PIC 9(11)V99 VALUE ZEROS.
       77  WS-DISPONIVEL PIC S9(11)V99 VALUE ZEROS.
           COPY 'WSRELATORIO.cob'.

       01  WS-TABELA-POSICOES.
              10 WS-POS-ABERTURA PIC S9(11)V99.
              10 WS-POS-MOVIMENTO PIC S9(11)V99.
              10 WS-POS-FECHAMENTO PIC S9(11)V99.
              10 WS-POS-RESERVADO PIC 9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-EXECUCAO-RELATORIO FROM DATE YYYYMMDD.
      *Chamado pelo lancador de lote do menu (PROG133) a data ja
      *vem em PARAMETRO_LOTE; avulso pergunta no console.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO-LOTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARAMETRO-LOTE
           END-ACCEPT.
           IF WS-PARAMETRO-LOTE IS NUMERIC
               MOVE WS-PARAMETRO-LOTE TO WS-DATA-FECHAMENTO
           ELSE
               DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD, 0 = HOJE): '
               ACCEPT WS-DATA-FECHAMENTO.
           IF WS-DATA-FECHAMENTO = ZEROS
               MOVE WS-DATA-EXECUCAO-RELATORIO
                   TO WS-DATA-FECHAMENTO.

           PERFORM ACUMULA-MOVIMENTOS-DO-DIA.
           PERFORM BUSCA-POSICOES-ANTERIORES.
           PERFORM SOMA-RESERVAS-EM-ABERTO.
           PERFORM CALCULA-E-IMPRIME.
           PERFORM GRAVA-POSICOES-DE-FECHAMENTO.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo lancador de lote do menu (PROG133) devolve o controle.
           GOBACK.

       ACUMULA-MOVIMENTOS-DO-DIA.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS NAO ENCONTRADO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM UNTIL FINAL-ARQUIVO = 'S'
               READ ARQUIVO-MOVIMENTOS
      *O contra-movimento de estorno (PROG107) anula o efeito do
      *movimento original: inverte o sinal do tipo estornado, entao
      *o par original + estorno zera na posicao.
      *ALTA, DEPOS, ATACOM e ARBENT trazem moeda para a mesa;
      *BAIXA, CAMBIO, SAQUE, ATAVEN e ARBSAI tiram.
           IF MOV-TIPO = 'ESTORN'
               IF MOV-TIPO-ORIGINAL = 'ALTA' OR
                       MOV-TIPO-ORIGINAL = 'DEPOS' OR
                       MOV-TIPO-ORIGINAL = 'ATACOM' OR
                       MOV-TIPO-ORIGINAL = 'ARBENT'
                   SUBTRACT MOV-VALOR FROM
                       WS-POS-MOVIMENTO (WS-IND)
               ELSE
                   ADD MOV-VALOR TO WS-POS-MOVIMENTO (WS-IND)
               END-IF
           ELSE
               IF MOV-TIPO = 'ALTA' OR MOV-TIPO = 'DEPOS' OR
                       MOV-TIPO = 'ATACOM' OR MOV-TIPO = 'ARBENT'
                   ADD MOV-VALOR TO WS-POS-MOVIMENTO (WS-IND)
               ELSE
                   SUBTRACT MOV-VALOR FROM
               MOVE MOV-MOEDA TO WS-POS-MOEDA (WS-IND)
               MOVE ZEROS TO WS-POS-ABERTURA (WS-IND)
               MOVE ZEROS TO WS-POS-MOVIMENTO (WS-IND)
               MOVE ZEROS TO WS-POS-FECHAMENTO (WS-IND)
               MOVE ZEROS TO WS-POS-RESERVADO (WS-IND).

       BUSCA-POSICOES-ANTERIORES.
      *A ultima posicao gravada antes da data do fechamento vira o
      *ultima lida prevalece.
           MOVE POS-SALDO TO WS-POS-ABERTURA (WS-IND).

       SOMA-RESERVAS-EM-ABERTO.
      *Reservas feitas ate a data do fechamento e ainda em aberto.
      *Moeda reservada sem posicao na mesa nao abre linha nova (a
      *posicao gravada seria zero): sai num total a parte.
           MOVE ZEROS TO WS-RESERVADO-SEM-POSICAO.
           OPEN INPUT ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-RESERVA
               PERFORM SOMA-UMA-RESERVA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-RESERVA.

       LE-PROXIMA-RESERVA.
           READ ARQUIVO-RESERVA NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       SOMA-UMA-RESERVA.
           IF RESERVA-SITUACAO = 'A' AND
                   RESERVA-DATA-RESERVA NOT > WS-DATA-FECHAMENTO
               MOVE 'N' TO WS-ACHOU-MOEDA
               PERFORM PROCURA-MOEDA-DA-RESERVA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-MOEDAS OR
                         WS-ACHOU-MOEDA = 'S'
               IF WS-ACHOU-MOEDA = 'N'
                   ADD RESERVA-VALOR TO WS-RESERVADO-SEM-POSICAO.
           PERFORM LE-PROXIMA-RESERVA.

       PROCURA-MOEDA-DA-RESERVA.
           IF WS-POS-MOEDA (WS-IND) = RESERVA-MOEDA
               MOVE 'S' TO WS-ACHOU-MOEDA
               ADD RESERVA-VALOR TO WS-POS-RESERVADO (WS-IND).

       CALCULA-E-IMPRIME.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-UMA-MOEDA
               UNTIL WS-IND > WS-QTD-MOEDAS.
           IF WS-QTD-MOEDAS = ZEROS
               DISPLAY 'SEM MOVIMENTO E SEM POSICAO ANTERIOR.'.
           IF WS-RESERVADO-SEM-POSICAO > ZEROS
               MOVE WS-RESERVADO-SEM-POSICAO TO WS-SALDO-EXIBE
               DISPLAY 'RESERVAS EM MOEDA SEM POSICAO: '
                       WS-SALDO-EXIBE.

       IMPRIME-UMA-MOEDA.
           COMPUTE WS-POS-FECHAMENTO (WS-IND) =
           DISPLAY '  MOVIMENTO DO DIA...: ' WS-SALDO-EXIBE.
           MOVE WS-POS-FECHAMENTO (WS-IND) TO WS-SALDO-EXIBE.
           DISPLAY '  SALDO DE FECHAMENTO: ' WS-SALDO-EXIBE.
           IF WS-POS-RESERVADO (WS-IND) > ZEROS
               MOVE WS-POS-RESERVADO (WS-IND) TO WS-SALDO-EXIBE
               DISPLAY '  RESERVADO A RETIRAR: ' WS-SALDO-EXIBE
               COMPUTE WS-DISPONIVEL = WS-POS-FECHAMENTO (WS-IND) -
                   WS-POS-RESERVADO (WS-IND)
               MOVE WS-DISPONIVEL TO WS-SALDO-EXIBE
               DISPLAY '  DISPONIVEL.........: ' WS-SALDO-EXIBE.
           DISPLAY '--------------------------------------'.

       GRAVA-POSICOES-DE-FECHAMENTO.
