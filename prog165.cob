      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG165.
      *Passo diario das reservas de moeda (PROG164). Passo de lote
      *(pode entrar em passos_lote.dat com frequencia D, ver PROG54):
      *  - reserva em aberto com a validade vencida (antes de hoje)
      *    e cancelada por vencimento (situacao E);
      *  - as reservas em aberto com retirada ate hoje saem na lista
      *    de retiradas do dia no spool ('RETIRADAS RESERVA'), com o
      *    nome e o telefone do cliente, para a mesa separar a moeda
      *    e confirmar com o cliente; as canceladas nesta rodada saem
      *    no fim da lista.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRESERVA.cob'.
           COPY 'SELCLIENTE.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDRESERVA.cob'.
           COPY 'FDCLIENTE.cob'.

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-RESERVA PIC X(02) VALUE '00'.
       77  WS-CLIENTES-ABERTO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-TOTAL-A-RETIRAR PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-VENCIDAS PIC 9(5) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-NOME-CLIENTE-REL PIC X(20) VALUE SPACES.
       77  WS-FONE-CLIENTE-REL PIC X(15) VALUE SPACES.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TAXA-EXIBE PIC Z(4)9.9999.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'RETIRADAS RESERVA'.
           COPY 'WSCLIENTE.cob'.
       01  WS-TABELA-VENCIDAS.
      *Canceladas nesta rodada, para o fim da lista.
           05 WS-VENCIDA OCCURS 200 TIMES.
              10 WS-VENC-NUMERO PIC 9(6).
              10 WS-VENC-CLIENTE PIC 9(4).
              10 WS-VENC-MOEDA PIC X(3).
              10 WS-VENC-VALOR PIC 9(9)V99.
              10 WS-VENC-VALIDADE PIC 9(8).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA NOT = '00'
               DISPLAY 'SEM RESERVAS DE MOEDA. NADA A FAZER.'
               GOBACK.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF WS-STATUS-ARQUIVO-CLIENTE = '00'
               MOVE 'S' TO WS-CLIENTES-ABERTO.

           PERFORM INICIA-RELATORIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMA-RESERVA.
           PERFORM TRATA-RESERVA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-RESERVA.
           PERFORM IMPRIME-VENCIDAS.
           IF WS-CLIENTES-ABERTO = 'S'
               CLOSE ARQUIVO-CLIENTE.

           DISPLAY 'RETIRADAS PREVISTAS: ' WS-TOTAL-A-RETIRAR
                   '  CANCELADAS POR VENCIMENTO: ' WS-TOTAL-VENCIDAS.
           DISPLAY 'LISTA DE RETIRADAS NO SPOOL (PROG72).'.
       PROGRAM-DONE.
           GOBACK.

       LE-PROXIMA-RESERVA.
           READ ARQUIVO-RESERVA NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       TRATA-RESERVA.
           IF RESERVA-SITUACAO = 'A'
               IF RESERVA-DATA-VALIDADE < WS-DATA-HOJE
                   PERFORM CANCELA-POR-VENCIMENTO
               ELSE
                   IF RESERVA-DATA-RETIRADA NOT > WS-DATA-HOJE
                       PERFORM IMPRIME-RETIRADA.
           PERFORM LE-PROXIMA-RESERVA.

       CANCELA-POR-VENCIMENTO.
           MOVE 'E' TO RESERVA-SITUACAO.
           MOVE WS-DATA-HOJE TO RESERVA-DATA-BAIXA.
           REWRITE RESERVA-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR A RESERVA '
                           RESERVA-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-VENCIDAS
                   IF WS-TOTAL-VENCIDAS NOT > 200
                       MOVE RESERVA-NUMERO
                           TO WS-VENC-NUMERO (WS-TOTAL-VENCIDAS)
                       MOVE RESERVA-CLIENTE
                           TO WS-VENC-CLIENTE (WS-TOTAL-VENCIDAS)
                       MOVE RESERVA-MOEDA
                           TO WS-VENC-MOEDA (WS-TOTAL-VENCIDAS)
                       MOVE RESERVA-VALOR
                           TO WS-VENC-VALOR (WS-TOTAL-VENCIDAS)
                       MOVE RESERVA-DATA-VALIDADE
                           TO WS-VENC-VALIDADE (WS-TOTAL-VENCIDAS)
                   END-IF
           END-REWRITE.

       BUSCA-CLIENTE.
           MOVE '(FORA DO CADASTRO)' TO WS-NOME-CLIENTE-REL.
           MOVE SPACES TO WS-FONE-CLIENTE-REL.
           IF WS-CLIENTES-ABERTO = 'S'
               READ ARQUIVO-CLIENTE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-NOME TO WS-NOME-CLIENTE-REL
                       MOVE CLIENTE-TELEFONE TO WS-FONE-CLIENTE-REL
               END-READ.

       INICIA-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'RESERVAS DE MOEDA - RETIRADAS DO DIA ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'NUMERO CLIENTE NOME                 TELEFONE'
               TO WS-LINHA-IMPRESSA.
           MOVE 'MOE' TO WS-LINHA-IMPRESSA (53:3).
           MOVE 'VALOR' TO WS-LINHA-IMPRESSA (64:5).
           MOVE 'TAXA' TO WS-LINHA-IMPRESSA (75:4).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-RETIRADA.
      *Retirada marcada para antes de hoje e ainda valida tambem
      *sai: o cliente pode aparecer ate a validade.
           ADD 1 TO WS-TOTAL-A-RETIRAR.
           MOVE RESERVA-CLIENTE TO CLIENTE-CODIGO.
           PERFORM BUSCA-CLIENTE.
           MOVE RESERVA-VALOR TO WS-VALOR-EXIBE.
           MOVE RESERVA-TAXA TO WS-TAXA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING RESERVA-NUMERO ' ' RESERVA-CLIENTE '    '
                  WS-NOME-CLIENTE-REL ' ' WS-FONE-CLIENTE-REL ' '
                  RESERVA-MOEDA ' ' WS-VALOR-EXIBE
                  WS-TAXA-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-VENCIDAS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'RETIRADAS PREVISTAS: ' WS-TOTAL-A-RETIRAR
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CANCELADAS POR VENCIMENTO NESTA RODADA: '
                  WS-TOTAL-VENCIDAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-UMA-VENCIDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TOTAL-VENCIDAS OR WS-IND > 200.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       IMPRIME-UMA-VENCIDA.
           MOVE WS-VENC-CLIENTE (WS-IND) TO CLIENTE-CODIGO.
           PERFORM BUSCA-CLIENTE.
           MOVE WS-VENC-VALOR (WS-IND) TO WS-VALOR-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-VENC-NUMERO (WS-IND) ' '
                  WS-VENC-CLIENTE (WS-IND) '    '
                  WS-NOME-CLIENTE-REL ' ' WS-VENC-MOEDA (WS-IND) ' '
                  WS-VALOR-EXIBE '  VALIDADE '
                  WS-VENC-VALIDADE (WS-IND)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
