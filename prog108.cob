      *movimentos DELE no diario do dia, com estornos anulando) e
      *imprime a sobra/falta pelo spool central (PROG71). Acaba com
      *a diferenca de caixa que so aparecia dias depois sem dono.
      *Com o cofre por cedula (PROG163), a retirada do cofre abre o
      *caixa do turno com o valor retirado, e o esperado soma os
      *reforcos e abate as devolucoes ao cofre do proprio operador
      *no dia (transferencias_cofre.dat).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCAIXA.cob'.
           COPY 'SELTRCOFRE.cob'.

           SELECT ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDCAIXA.cob'.
           COPY 'FDTRCOFRE.cob'.
           COPY 'FDMOVIMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-MOEDA-CONFERE PIC X(3) VALUE SPACES.
       77  WS-CONTADO PIC 9(9)V99 VALUE ZEROS.
       77  WS-LIQUIDO-MOVIMENTOS PIC S9(11)V99 VALUE ZEROS.
       77  WS-STATUS-TRANSF-COFRE PIC X(02) VALUE '00'.
       77  WS-LIQUIDO-COFRE PIC S9(11)V99 VALUE ZEROS.
       77  WS-ESPERADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC -(10)9.99.
               DISPLAY 'DINHEIRO CONTADO (SEM PONTOS, 2 DECIMAIS): '
               ACCEPT WS-CONTADO
               PERFORM APURA-LIQUIDO-DO-OPERADOR
               PERFORM APURA-TRANSFERENCIAS-COFRE
               COMPUTE WS-ESPERADO = CAIXA-ABERTURA +
                   WS-LIQUIDO-MOVIMENTOS + WS-LIQUIDO-COFRE
               COMPUTE WS-DIFERENCA = WS-CONTADO - WS-ESPERADO
               MOVE WS-CONTADO TO CAIXA-CONTADO
               MOVE 'S' TO CAIXA-CONFERIDO
       APURA-LIQUIDO-DO-OPERADOR.
      *Liquido dos movimentos do proprio operador no dia e na
      *moeda: ALTA entra dinheiro, BAIXA e CAMBIO saem, ESTORN
      *anula o tipo original. A liquidacao de atacado com o
      *correspondente (ATACOM/ATAVEN) nao passa pelo caixa; na
      *arbitragem entre moedas, ARBENT entra e ARBSAI sai.
           MOVE ZEROS TO WS-LIQUIDO-MOVIMENTOS.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS = '00'
                       NOT AT END
                           IF MOV-DATA = WS-DATA-HOJE AND
                                   MOV-OPERADOR = WS-OPERADOR AND
                                   MOV-MOEDA = WS-MOEDA-CONFERE AND
                                   MOV-TIPO NOT = 'ATACOM' AND
                                   MOV-TIPO NOT = 'ATAVEN'
                               PERFORM ACUMULA-NO-LIQUIDO
                           END-IF
                   END-READ
       ACUMULA-NO-LIQUIDO.
           IF MOV-TIPO = 'ESTORN'
               IF MOV-TIPO-ORIGINAL = 'ALTA' OR
                       MOV-TIPO-ORIGINAL = 'DEPOS' OR
                       MOV-TIPO-ORIGINAL = 'ARBENT'
                   SUBTRACT MOV-VALOR FROM WS-LIQUIDO-MOVIMENTOS
               ELSE
                   ADD MOV-VALOR TO WS-LIQUIDO-MOVIMENTOS
               END-IF
           ELSE
               IF MOV-TIPO = 'ALTA' OR MOV-TIPO = 'DEPOS' OR
                       MOV-TIPO = 'ARBENT'
                   ADD MOV-VALOR TO WS-LIQUIDO-MOVIMENTOS
               ELSE
                   SUBTRACT MOV-VALOR FROM WS-LIQUIDO-MOVIMENTOS
               END-IF
           END-IF.

       APURA-TRANSFERENCIAS-COFRE.
      *Reforcos (R) entram no caixa e devolucoes (D) saem; a
      *retirada que abriu o caixa (A) ja esta na abertura e o
      *ajuste de contagem (J) e do cofre, nao do caixa.
           MOVE ZEROS TO WS-LIQUIDO-COFRE.
           OPEN INPUT ARQUIVO-TRANSF-COFRE.
           IF WS-STATUS-TRANSF-COFRE = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-TRANSFERENCIA
               PERFORM ACUMULA-TRANSFERENCIA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TRANSF-COFRE.

       LE-PROXIMA-TRANSFERENCIA.
           READ ARQUIVO-TRANSF-COFRE
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       ACUMULA-TRANSFERENCIA.
           IF TRCOF-DATA = WS-DATA-HOJE AND
                   TRCOF-OPERADOR = WS-OPERADOR AND
                   TRCOF-MOEDA = WS-MOEDA-CONFERE
               IF TRCOF-TIPO = 'R'
                   ADD TRCOF-VALOR TO WS-LIQUIDO-COFRE
               ELSE
                   IF TRCOF-TIPO = 'D'
                       SUBTRACT TRCOF-VALOR FROM WS-LIQUIDO-COFRE.
           PERFORM LE-PROXIMA-TRANSFERENCIA.

       IMPRIME-CONFERENCIA.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-LIQUIDO-COFRE TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'REFORCO-DEVOL. COFRE: ' WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE WS-ESPERADO TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ESPERADO NO CAIXA...: ' WS-VALOR-EXIBE
