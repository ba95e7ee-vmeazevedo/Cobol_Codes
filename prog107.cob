      *nunca e apagado nem regravado. O fechamento (PROG65) anula o
      *par na posicao e a contabilizacao (PROG66) gera o par de
      *lancamentos invertido. Restrito a supervisor (nivel 2+),
      *motivo obrigatorio. O contra-movimento leva o IOF do original,
      *que a apuracao do PROG161 e a contabilizacao devolvem.
      *A liquidacao de ordem de atacado (ATACOM/ATAVEN) nao se
      *estorna aqui: a ordem ja esta baixada como liquidada no
      *PROG166; a correcao e uma ordem no sentido contrario.
      *A arbitragem entre moedas (ARBENT/ARBSAI, PROG63) e estornada
      *inteira: pedida qualquer das pernas, a outra (apontada no
      *motivo) ganha o seu contra-movimento na mesma gravacao.
      *Segregacao de funcoes: o operador que lancou o movimento no
      *PROG63 nao estorna o proprio lancamento, e o estorno confere
      *a funcao MESA-ESTORNO no perfil de permissao (PROG120).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-MOTIVO-DIGITADO PIC X(30) VALUE SPACES.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-FUNCAO-PEDIDA PIC X(12) VALUE 'MESA-ESTORNO'.
       77  WS-PERMITIDO PIC X VALUE 'S'.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
           05 WS-ORIG-VALOR PIC 9(9)V99.
           05 WS-ORIG-TAXA PIC 9(5)V9(4).
           05 WS-ORIG-CLIENTE PIC 9(4).
           05 WS-ORIG-VALOR-IOF PIC 9(9)V99.
           05 WS-ORIG-ALIQUOTA-IOF PIC 9(2)V9(4).
           05 WS-ORIG-OPERADOR PIC X(8).
       77  WS-TEM-PAR PIC X VALUE 'N'.
       77  WS-SEQ-PAR PIC 9(4) VALUE ZEROS.
       77  WS-ACHOU-PAR PIC X VALUE 'N'.
       77  WS-PAR-JA-ESTORNADO PIC X VALUE 'N'.
       01  WS-MOV-PAR.
      *Outra perna da arbitragem, quando o original e uma delas.
           05 WS-PAR-TIPO PIC X(6).
           05 WS-PAR-MOEDA PIC X(3).
           05 WS-PAR-VALOR PIC 9(9)V99.
           05 WS-PAR-TAXA PIC 9(5)V9(4).
           05 WS-PAR-CLIENTE PIC 9(4).
           05 WS-PAR-VALOR-IOF PIC 9(9)V99.
           05 WS-PAR-ALIQUOTA-IOF PIC 9(2)V9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               DISPLAY 'ESTORNO RESTRITO A SUPERVISOR (NIVEL 2).'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           CALL 'PROG120' USING WS-OPERADOR
               WS-FUNCAO-PEDIDA WS-PERMITIDO.
           IF WS-PERMITIDO = 'N'
               DISPLAY 'FUNCAO FORA DO SEU PERFIL DE PERMISSAO.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'DATA DO MOVIMENTO A ESTORNAR (AAAAMMDD): '.
                       ' OPERACAO DE NOVO PELO PROG63.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           IF WS-ORIG-TIPO = 'ATACOM' OR WS-ORIG-TIPO = 'ATAVEN'
               DISPLAY 'LIQUIDACAO DE ATACADO NAO SE ESTORNA; INCLUA'
                       ' ORDEM NO SENTIDO CONTRARIO PELO PROG166.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
      *Quem lancou a operacao nao a estorna: o estorno e a conferencia
      *de um segundo supervisor sobre o lancamento.
           IF WS-ORIG-OPERADOR = WS-OPERADOR AND
                   WS-OPERADOR NOT = SPACES
               DISPLAY 'ESTORNO RECUSADO: O MOVIMENTO FOI LANCADO POR'
                       ' VOCE; OUTRO SUPERVISOR DEVE ESTORNAR.'
               MOVE 8 TO RETURN-CODE
               GOBACK.
           IF WS-TEM-PAR = 'S'
               PERFORM LOCALIZA-PAR
               IF WS-ACHOU-PAR = 'N'
                   DISPLAY 'OUTRA PERNA DA ARBITRAGEM (SEQUENCIA '
                           WS-SEQ-PAR ') NAO ENCONTRADA. NADA FOI'
                           ' GRAVADO.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-PAR-JA-ESTORNADO = 'S'
                   DISPLAY 'A OUTRA PERNA DA ARBITRAGEM JA FOI'
                           ' ESTORNADA. NADA FOI GRAVADO.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           DISPLAY 'MOVIMENTO: ' WS-ORIG-TIPO ' ' WS-ORIG-MOEDA
                   ' VALOR ' WS-ORIG-VALOR
                   ' CLIENTE ' WS-ORIG-CLIENTE.
           IF WS-TEM-PAR = 'S'
               DISPLAY 'ARBITRAGEM: ESTORNA TAMBEM A SEQUENCIA '
                       WS-SEQ-PAR ' - ' WS-PAR-TIPO ' ' WS-PAR-MOEDA
                       ' VALOR ' WS-PAR-VALOR.
           MOVE SPACES TO WS-MOTIVO-DIGITADO.
           PERFORM UNTIL WS-MOTIVO-DIGITADO NOT = SPACES
               DISPLAY 'MOTIVO DO ESTORNO (OBRIGATORIO): '
           IF MOV-DATA = WS-DATA-PEDIDA AND
                   MOV-SEQUENCIA = WS-SEQ-PEDIDA
               MOVE 'S' TO WS-ACHOU-ORIGINAL
               MOVE 'N' TO WS-TEM-PAR
               IF (MOV-TIPO = 'ARBENT' OR MOV-TIPO = 'ARBSAI') AND
                       MOV-ARB-SEQ-PAR IS NUMERIC
                   MOVE 'S' TO WS-TEM-PAR
                   MOVE MOV-ARB-SEQ-PAR TO WS-SEQ-PAR
               END-IF
               MOVE MOV-TIPO TO WS-ORIG-TIPO
               MOVE MOV-MOEDA TO WS-ORIG-MOEDA
               MOVE MOV-VALOR TO WS-ORIG-VALOR
               MOVE MOV-TAXA TO WS-ORIG-TAXA
               MOVE MOV-CLIENTE TO WS-ORIG-CLIENTE
               MOVE MOV-OPERADOR TO WS-ORIG-OPERADOR
      *Linha anterior ao IOF chega com os campos em branco.
               MOVE ZEROS TO WS-ORIG-VALOR-IOF
               MOVE ZEROS TO WS-ORIG-ALIQUOTA-IOF
               IF MOV-VALOR-IOF IS NUMERIC AND
                       MOV-ALIQUOTA-IOF IS NUMERIC
                   MOVE MOV-VALOR-IOF TO WS-ORIG-VALOR-IOF
                   MOVE MOV-ALIQUOTA-IOF TO WS-ORIG-ALIQUOTA-IOF
               END-IF
           END-IF.
           IF MOV-TIPO = 'ESTORN' AND
                   MOV-SEQ-ESTORNADA IS NUMERIC AND
           IF MOV-DATA = WS-DATA-HOJE
               ADD 1 TO WS-ULTIMA-SEQ-DO-DIA.

      *-----------------------------------------------------------------
      *OUTRA PERNA da arbitragem: mesma data, sequencia do motivo.
      *-----------------------------------------------------------------
       LOCALIZA-PAR.
           MOVE 'N' TO WS-ACHOU-PAR.
           MOVE 'N' TO WS-PAR-JA-ESTORNADO.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM EXAMINA-LINHA-DO-PAR
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-MOVIMENTOS.

       EXAMINA-LINHA-DO-PAR.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   PERFORM CONFERE-LINHA-DO-PAR
           END-READ.

       CONFERE-LINHA-DO-PAR.
           IF MOV-DATA = WS-DATA-PEDIDA AND
                   MOV-SEQUENCIA = WS-SEQ-PAR AND
                   (MOV-TIPO = 'ARBENT' OR MOV-TIPO = 'ARBSAI')
               MOVE 'S' TO WS-ACHOU-PAR
               MOVE MOV-TIPO TO WS-PAR-TIPO
               MOVE MOV-MOEDA TO WS-PAR-MOEDA
               MOVE MOV-VALOR TO WS-PAR-VALOR
               MOVE MOV-TAXA TO WS-PAR-TAXA
               MOVE MOV-CLIENTE TO WS-PAR-CLIENTE
               MOVE ZEROS TO WS-PAR-VALOR-IOF
               MOVE ZEROS TO WS-PAR-ALIQUOTA-IOF
               IF MOV-VALOR-IOF IS NUMERIC AND
                       MOV-ALIQUOTA-IOF IS NUMERIC
                   MOVE MOV-VALOR-IOF TO WS-PAR-VALOR-IOF
                   MOVE MOV-ALIQUOTA-IOF TO WS-PAR-ALIQUOTA-IOF
               END-IF
           END-IF.
           IF MOV-TIPO = 'ESTORN' AND
                   MOV-SEQ-ESTORNADA IS NUMERIC AND
                   MOV-DATA-ESTORNADA IS NUMERIC AND
                   MOV-DATA-ESTORNADA = WS-DATA-PEDIDA AND
                   MOV-SEQ-ESTORNADA = WS-SEQ-PAR
               MOVE 'S' TO WS-PAR-JA-ESTORNADO
           END-IF.

       GRAVA-CONTRA-MOVIMENTO.
           OPEN EXTEND ARQUIVO-MOVIMENTOS.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-ORIG-VALOR TO MOV-VALOR.
           MOVE WS-ORIG-TAXA TO MOV-TAXA.
           MOVE WS-ORIG-CLIENTE TO MOV-CLIENTE.
           MOVE WS-ORIG-VALOR-IOF TO MOV-VALOR-IOF.
           MOVE WS-ORIG-ALIQUOTA-IOF TO MOV-ALIQUOTA-IOF.
           MOVE WS-DATA-PEDIDA TO MOV-DATA-ESTORNADA.
           MOVE WS-SEQ-PEDIDA TO MOV-SEQ-ESTORNADA.
           MOVE WS-ORIG-TIPO TO MOV-TIPO-ORIGINAL.
      *Contra-movimento nao gera recibo para o cliente.
           MOVE ZEROS TO MOV-RECIBO.
           WRITE MOVIMENTO-LINHA.
           DISPLAY 'CONTRA-MOVIMENTO ' MOV-SEQUENCIA
                   ' GRAVADO NO DIARIO DE HOJE.'.
           IF WS-TEM-PAR = 'S'
               PERFORM GRAVA-CONTRA-MOVIMENTO-PAR.
           CLOSE ARQUIVO-MOVIMENTOS.

       GRAVA-CONTRA-MOVIMENTO-PAR.
      *Mesmos data, hora, operador e motivo do contra-movimento da
      *perna pedida, na sequencia seguinte.
           ADD 1 TO WS-ULTIMA-SEQ-DO-DIA.
           MOVE WS-ULTIMA-SEQ-DO-DIA TO MOV-SEQUENCIA.
           MOVE WS-PAR-MOEDA TO MOV-MOEDA.
           MOVE WS-PAR-VALOR TO MOV-VALOR.
           MOVE WS-PAR-TAXA TO MOV-TAXA.
           MOVE WS-PAR-CLIENTE TO MOV-CLIENTE.
           MOVE WS-PAR-VALOR-IOF TO MOV-VALOR-IOF.
           MOVE WS-PAR-ALIQUOTA-IOF TO MOV-ALIQUOTA-IOF.
           MOVE WS-SEQ-PAR TO MOV-SEQ-ESTORNADA.
           MOVE WS-PAR-TIPO TO MOV-TIPO-ORIGINAL.
           WRITE MOVIMENTO-LINHA.
           DISPLAY 'CONTRA-MOVIMENTO ' MOV-SEQUENCIA
                   ' (OUTRA PERNA DA ARBITRAGEM) GRAVADO.'.
