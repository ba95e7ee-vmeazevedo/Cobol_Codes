      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG168.
      *Subprograma que liquida uma ordem de atacado em aberto
      *(ordens_atacado.dat): grava no diario da mesa o movimento
      *ATACOM (a mesa comprou, a moeda entra) ou ATAVEN (a mesa
      *vendeu, a moeda sai), com a taxa da ordem e o cliente zero,
      *e marca a ordem como liquidada com a sequencia do dia.
      *    CALL 'PROG168' USING <numero-ordem> <operador> <resultado>
      *Resultado S = liquidada, N = ordem inexistente, X = ordem que
      *nao esta em aberto (nada gravado). Chamado pela liquidacao
      *manual do PROG166 e pela conciliacao do PROG167; o chamador
      *nao pode estar com ordens_atacado.dat aberto.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELATACADO.cob'.
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
           COPY 'FDATACADO.cob'.
           COPY 'FDMOVIMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-ATACADO PIC X(02) VALUE '00'.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-ULTIMA-SEQ-DO-DIA PIC 9(4) VALUE ZEROS.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
       01  WS-MOTIVO-ORDEM.
           05 FILLER PIC X(14) VALUE 'ORDEM ATACADO '.
           05 WS-MOTIVO-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-NUMERO-ORDEM PIC 9(6).
       01  LK-OPERADOR PIC X(8).
       01  LK-RESULTADO PIC X(1).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-NUMERO-ORDEM LK-OPERADOR
           LK-RESULTADO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO LK-RESULTADO.

           OPEN I-O ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO NOT = '00'
               GOBACK.
           MOVE LK-NUMERO-ORDEM TO ATAC-NUMERO.
           READ ARQUIVO-ATACADO RECORD
               INVALID KEY
                   MOVE 'N' TO LK-RESULTADO
               NOT INVALID KEY
                   IF ATAC-SITUACAO = 'A'
                       PERFORM CONTA-SEQUENCIAS-DO-DIA
                       PERFORM GRAVA-MOVIMENTO-ATACADO
                       PERFORM BAIXA-ORDEM-LIQUIDADA
                       MOVE 'S' TO LK-RESULTADO
                   ELSE
                       MOVE 'X' TO LK-RESULTADO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-ATACADO.

       PROGRAM-DONE.
           GOBACK.

      *-----------------------------------------------------------------
      *O movimento entra na numeracao do dia corrente, como o
      *contra-movimento do PROG107.
      *-----------------------------------------------------------------
       CONTA-SEQUENCIAS-DO-DIA.
           MOVE ZEROS TO WS-ULTIMA-SEQ-DO-DIA.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-LINHA-DO-DIARIO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-MOVIMENTOS.

       LE-LINHA-DO-DIARIO.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   IF MOV-DATA = WS-DATA-HOJE
                       ADD 1 TO WS-ULTIMA-SEQ-DO-DIA
                   END-IF
           END-READ.

       GRAVA-MOVIMENTO-ATACADO.
           OPEN EXTEND ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               OPEN OUTPUT ARQUIVO-MOVIMENTOS.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           ADD 1 TO WS-ULTIMA-SEQ-DO-DIA.
           MOVE WS-DATA-HOJE TO MOV-DATA.
           MOVE WS-HORA-AGORA TO MOV-HORA.
           MOVE WS-ULTIMA-SEQ-DO-DIA TO MOV-SEQUENCIA.
           MOVE LK-OPERADOR TO MOV-OPERADOR.
           IF ATAC-SENTIDO = 'C'
               MOVE 'ATACOM' TO MOV-TIPO
           ELSE
               MOVE 'ATAVEN' TO MOV-TIPO.
           MOVE ATAC-MOEDA TO MOV-MOEDA.
           MOVE ATAC-VALOR TO MOV-VALOR.
           MOVE ATAC-TAXA TO MOV-TAXA.
      *Operacao com o correspondente, nao com cliente da mesa.
           MOVE ZEROS TO MOV-CLIENTE.
           MOVE ZEROS TO MOV-DATA-ESTORNADA.
           MOVE ZEROS TO MOV-SEQ-ESTORNADA.
           MOVE SPACES TO MOV-TIPO-ORIGINAL.
           MOVE ATAC-NUMERO TO WS-MOTIVO-NUMERO.
           MOVE WS-MOTIVO-ORDEM TO MOV-MOTIVO.
           MOVE ZEROS TO MOV-RECIBO.
           MOVE ZEROS TO MOV-VALOR-IOF.
           MOVE ZEROS TO MOV-ALIQUOTA-IOF.
           WRITE MOVIMENTO-LINHA.
           CLOSE ARQUIVO-MOVIMENTOS.

       BAIXA-ORDEM-LIQUIDADA.
           MOVE 'L' TO ATAC-SITUACAO.
           MOVE WS-DATA-HOJE TO ATAC-DATA-BAIXA.
           MOVE LK-OPERADOR TO ATAC-OPERADOR.
           MOVE WS-ULTIMA-SEQ-DO-DIA TO ATAC-SEQ-MOVIMENTO.
           REWRITE ATAC-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A ORDEM ' ATAC-NUMERO
                           '; MOVIMENTO JA GRAVADO NO DIARIO.'
           END-REWRITE.
