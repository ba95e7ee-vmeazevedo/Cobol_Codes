      *fixas para o regulador (declaracao_compliance.txt). Limiares e janela ficam em
      *parametros_compliance.dat; sem o arquivo valem 10000,00 no
      *dia e 50000,00 em 30 dias. Estornos nao contam.
      *Movimento de codigo aposentado numa fusao de duplicados
      *(PROG154) conta para o sobrevivente (PROG155).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-QTD-CLIENTES PIC 9(4) VALUE ZEROS.
       77  WS-IND PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-ACAO-FUSAO PIC X VALUE 'R'.
       77  WS-CLIENTE-EFETIVO PIC 9(4) VALUE ZEROS.
       77  WS-TOTAL-ALERTAS PIC 9(4) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(10)9.99.
       01  WS-DATA-CORTE-PARTES.
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
               WS-CLIENTE-EFETIVO.

           OPEN OUTPUT ARQUIVO-DECLARACAO.
           DISPLAY ' '.
                   MOVE WS-QTD-CLIENTES TO WS-IND
                   MOVE WS-CHAVE-DO-MOVIMENTO TO
                       WS-ACU-CHAVE (WS-IND)
                   MOVE WS-CLIENTE-EFETIVO TO
                       WS-ACU-CLIENTE (WS-IND)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-IF.
      *fora do cadastro), COD + codigo, que nao colide com CPF
      *numerico.
           MOVE SPACES TO WS-CHAVE-DO-MOVIMENTO.
           MOVE 'R' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
               WS-CLIENTE-EFETIVO.
           MOVE WS-CLIENTE-EFETIVO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE SPACES TO CLIENTE-CPF
           IF CLIENTE-CPF NOT = SPACES
               MOVE CLIENTE-CPF TO WS-CHAVE-DO-MOVIMENTO
           ELSE
               STRING 'COD' WS-CLIENTE-EFETIVO
                   DELIMITED BY SIZE INTO WS-CHAVE-DO-MOVIMENTO
               END-STRING.

