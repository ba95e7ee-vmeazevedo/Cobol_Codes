      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG155.
      *Subprograma que resolve o codigo de cliente de um movimento
      *para o cliente que o representa hoje, pela referencia cruzada
      *das fusoes de cadastros duplicados (clientes_fusao.dat,
      *gravada pelo PROG154):
      *    CALL 'PROG155' USING <acao> <codigo> <codigo-efetivo>
      *Acao R = resolver, F = fechar (fim da varredura). Codigo que
      *nao foi aposentado volta como veio; sem o arquivo de fusoes
      *todo codigo volta como veio. O arquivo e aberto na primeira
      *chamada e fica aberto ate a acao F, para as varreduras do
      *diario da mesa (PROG63, PROG88, PROG109 e PROG113) nao
      *pagarem um OPEN por linha.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELFUSAOCLI.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDFUSAOCLI.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-FUSAOCLI PIC X(02) VALUE '00'.
       77  WS-ARQUIVO-ABERTO PIC X VALUE 'N'.
      *N = ainda nao aberto, S = aberto, X = inexistente nesta
      *rodada (nao tenta de novo ate a acao F).

       LINKAGE SECTION.
       01  LK-ACAO PIC X(1).
       01  LK-CODIGO PIC 9(4).
       01  LK-CODIGO-EFETIVO PIC 9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAO LK-CODIGO LK-CODIGO-EFETIVO.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           IF LK-ACAO = 'F'
               PERFORM FECHA-FUSOES
               GOBACK.

           MOVE LK-CODIGO TO LK-CODIGO-EFETIVO.
           IF WS-ARQUIVO-ABERTO = 'N'
               PERFORM ABRE-FUSOES.
           IF WS-ARQUIVO-ABERTO = 'S'
               MOVE LK-CODIGO TO FUSAOCLI-CODIGO-ANTIGO
               READ ARQUIVO-FUSAO-CLIENTE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUSAOCLI-CODIGO-SOBREVIVENTE
                           TO LK-CODIGO-EFETIVO
               END-READ.

       PROGRAM-DONE.
           GOBACK.

       ABRE-FUSOES.
           OPEN INPUT ARQUIVO-FUSAO-CLIENTE.
           IF WS-STATUS-ARQUIVO-FUSAOCLI = '00'
               MOVE 'S' TO WS-ARQUIVO-ABERTO
           ELSE
               MOVE 'X' TO WS-ARQUIVO-ABERTO.

       FECHA-FUSOES.
      *A proxima chamada de resolucao reabre o arquivo (uma fusao
      *feita entre duas varreduras passa a valer).
           IF WS-ARQUIVO-ABERTO = 'S'
               CLOSE ARQUIVO-FUSAO-CLIENTE.
           MOVE 'N' TO WS-ARQUIVO-ABERTO.
