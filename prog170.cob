      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG170.
      *Subprograma da posicao projetada da mesa de cambio no dia:
      *    CALL 'PROG170' USING <tabela de posicoes (WSPOSMESA.cob)>
      *Para cada moeda, o saldo do ultimo fechamento gravado em
      *posicoes.dat antes de hoje (PROG65) mais os movimentos de
      *hoje ja gravados no diario, com as mesmas regras de sinal do
      *fechamento: ALTA, DEPOS, ATACOM e ARBENT entram, os demais
      *tipos saem e o ESTORN inverte o tipo original. Usado pela
      *conferencia dos limites de posicao da mesa no PROG63 e pelo
      *relatorio de exposicao do PROG169.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      *Nome padrao 'movimentos.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_MOVIMENTOS.

           SELECT OPTIONAL ARQUIVO-POSICOES
           ASSIGN TO WS-NOME-ARQ-POSICOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-POSICOES.
      *Nome padrao 'posicoes.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_POSICOES.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDMOVIMENTO.cob'.

       FD  ARQUIVO-POSICOES.
       01  POSICAO-LINHA.
           05 POS-MOEDA PIC X(3).
           05 POS-DATA PIC 9(8).
           05 POS-SALDO PIC S9(11)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  WS-STATUS-POSICOES PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-POSICOES PIC X(30) VALUE 'posicoes.dat'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-MOEDA PIC X VALUE 'N'.
       77  WS-MOEDA-PROCURA PIC X(3) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-POSICAO-MESA.
           05 LK-PMESA-QTD PIC 9(02).
           05 LK-PMESA-LINHA OCCURS 20 TIMES.
              10 LK-PMESA-MOEDA PIC X(3).
              10 LK-PMESA-SALDO PIC S9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-POSICAO-MESA.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           DISPLAY 'ARQUIVO_POSICOES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-POSICOES FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO LK-PMESA-QTD.

           PERFORM BUSCA-ULTIMO-FECHAMENTO.
           PERFORM SOMA-MOVIMENTOS-DE-HOJE.

       PROGRAM-DONE.
           GOBACK.

       BUSCA-ULTIMO-FECHAMENTO.
      *As posicoes estao em ordem cronologica no arquivo: a ultima
      *lida antes de hoje prevalece, como no PROG65.
           OPEN INPUT ARQUIVO-POSICOES.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-POSICAO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-POSICOES.

       LE-POSICAO.
           READ ARQUIVO-POSICOES
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   IF POS-DATA < WS-DATA-HOJE
                       MOVE POS-MOEDA TO WS-MOEDA-PROCURA
                       PERFORM LOCALIZA-MOEDA
                       IF WS-ACHOU-MOEDA = 'S'
                           MOVE POS-SALDO TO LK-PMESA-SALDO (WS-IND)
                       END-IF
                   END-IF
           END-READ.

       SOMA-MOVIMENTOS-DE-HOJE.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-MOVIMENTO
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-MOVIMENTOS.

       LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   IF MOV-DATA = WS-DATA-HOJE
                       MOVE MOV-MOEDA TO WS-MOEDA-PROCURA
                       PERFORM LOCALIZA-MOEDA
                       IF WS-ACHOU-MOEDA = 'S'
                           PERFORM APLICA-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       APLICA-MOVIMENTO.
           IF MOV-TIPO = 'ESTORN'
               IF MOV-TIPO-ORIGINAL = 'ALTA' OR
                       MOV-TIPO-ORIGINAL = 'DEPOS' OR
                       MOV-TIPO-ORIGINAL = 'ATACOM' OR
                       MOV-TIPO-ORIGINAL = 'ARBENT'
                   SUBTRACT MOV-VALOR FROM LK-PMESA-SALDO (WS-IND)
               ELSE
                   ADD MOV-VALOR TO LK-PMESA-SALDO (WS-IND)
               END-IF
           ELSE
               IF MOV-TIPO = 'ALTA' OR MOV-TIPO = 'DEPOS' OR
                       MOV-TIPO = 'ATACOM' OR MOV-TIPO = 'ARBENT'
                   ADD MOV-VALOR TO LK-PMESA-SALDO (WS-IND)
               ELSE
                   SUBTRACT MOV-VALOR FROM LK-PMESA-SALDO (WS-IND)
               END-IF
           END-IF.

       LOCALIZA-MOEDA.
      *Encontra (ou abre) a linha da moeda; tabela cheia devolve
      *nao achou e a moeda fica de fora.
           MOVE 'N' TO WS-ACHOU-MOEDA.
           PERFORM CONFERE-UMA-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > LK-PMESA-QTD OR WS-ACHOU-MOEDA = 'S'.
           IF WS-ACHOU-MOEDA = 'S'
               SUBTRACT 1 FROM WS-IND
           ELSE
               IF LK-PMESA-QTD < 20
                   ADD 1 TO LK-PMESA-QTD
                   MOVE LK-PMESA-QTD TO WS-IND
                   MOVE WS-MOEDA-PROCURA TO LK-PMESA-MOEDA (WS-IND)
                   MOVE ZEROS TO LK-PMESA-SALDO (WS-IND)
                   MOVE 'S' TO WS-ACHOU-MOEDA.

       CONFERE-UMA-MOEDA.
           IF LK-PMESA-MOEDA (WS-IND) = WS-MOEDA-PROCURA
               MOVE 'S' TO WS-ACHOU-MOEDA.
