      *corrido - incluindo o saldo anterior ao inicio da faixa - e
      *captura tudo no spool central (PROG71). Estornos aparecem e
      *anulam o movimento original no saldo.
      *Linhas do diario gravadas sob um codigo aposentado numa fusao
      *de duplicados (PROG154) entram no extrato do sobrevivente; o
      *codigo aposentado informado vira o do sobrevivente.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-CLIENTE-PEDIDO PIC 9(4) VALUE ZEROS.
       77  WS-CLIENTE-EFETIVO PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-FUSAO PIC X VALUE 'R'.
       77  WS-MOEDA-PEDIDA PIC X(3) VALUE SPACES.
       77  WS-DATA-INICIAL PIC 9(8) VALUE ZEROS.
       77  WS-DATA-FINAL PIC 9(8) VALUE ZEROS.

           DISPLAY 'CODIGO DO CLIENTE (1-9999): '.
           ACCEPT WS-CLIENTE-PEDIDO.
           MOVE 'R' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO WS-CLIENTE-PEDIDO
               WS-CLIENTE-EFETIVO.
           IF WS-CLIENTE-EFETIVO NOT = WS-CLIENTE-PEDIDO
               DISPLAY 'CLIENTE ' WS-CLIENTE-PEDIDO
                       ' FOI FUNDIDO NO CLIENTE ' WS-CLIENTE-EFETIVO
                       '; EXTRATO DO SOBREVIVENTE.'
               MOVE WS-CLIENTE-EFETIVO TO WS-CLIENTE-PEDIDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE WS-CLIENTE-PEDIDO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
           PERFORM TRATA-LINHA-DO-DIARIO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO WS-CLIENTE-PEDIDO
               WS-CLIENTE-EFETIVO.

           MOVE WS-SALDO TO WS-SALDO-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   MOVE 'R' TO WS-ACAO-FUSAO
                   CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
                       WS-CLIENTE-EFETIVO
                   IF WS-CLIENTE-EFETIVO = WS-CLIENTE-PEDIDO AND
                           MOV-MOEDA = WS-MOEDA-PEDIDA
                       PERFORM CLASSIFICA-LANCAMENTO
                   END-IF
