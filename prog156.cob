      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG156.
      *Migra clientes_historico.dat do layout antigo (so a data do
      *arquivamento) para o layout com o motivo da saida, o codigo
      *sobrevivente e o motivo da fusao (ver FDCLIHIST.cob), no
      *molde do PROG121. Passo a passo:
      *  1. Pare todos os programas que usam o arquivo.
      *  2. Renomeie o arquivo atual para clientes_historico_old.dat.
      *  3. Rode o PROG156: ele le o arquivo renomeado com o layout
      *     antigo e regrava clientes_historico.dat no layout novo,
      *     com todo registro antigo marcado como arquivado por
      *     inatividade (unico motivo que existia).
      *  4. Confira o total migrado e guarde o arquivo antigo ate
      *     confirmar que o novo esta correto.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CLIHIST-ANTIGO
           ASSIGN TO 'clientes_historico_old.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLIHIST-CODIGO-ANTIGO
           ACCESS MODE IS SEQUENTIAL.

           COPY 'SELCLIHIST.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ARQUIVO-CLIHIST-ANTIGO.
       01  CLIHIST-REGISTRO-ANTIGO.
      *Layout antigo: o espelho do cliente mais a data do
      *arquivamento.
           05 CLIHIST-CODIGO-ANTIGO PIC 9(4).
           05 CLIHIST-DADOS-ANTIGOS PIC X(160).
           05 CLIHIST-DATA-ARQ-ANTIGA PIC 9(08).

           COPY 'FDCLIHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-CLIHIST PIC X(02) VALUE '00'.
       77  WS-FIM-ARQUIVO PIC X VALUE 'N'.
       77  WS-TOTAL-MIGRADOS PIC 9(06) VALUE ZERO.
       77  WS-ACAO-VERSAO PIC X VALUE 'G'.
       77  WS-VERSAO-GRAVAR PIC 9(3) VALUE 2.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-CLIHIST-ANTIGO.
           OPEN OUTPUT ARQUIVO-CLI-HISTORICO.

           PERFORM LE-PROXIMO-REGISTRO-ANTIGO.
           PERFORM MIGRA-REGISTRO
               UNTIL WS-FIM-ARQUIVO = 'S'.

           CLOSE ARQUIVO-CLIHIST-ANTIGO.
           CLOSE ARQUIVO-CLI-HISTORICO.

           DISPLAY 'TOTAL DE CLIENTES ARQUIVADOS MIGRADOS: '
                   WS-TOTAL-MIGRADOS.
      *Registra a versao de layout do arquivo convertido no controle
      *central (PROG82).
           MOVE 'G' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-GRAVAR.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-CLIHIST
               WS-VERSAO-GRAVAR WS-VERSAO-OK.

       PROGRAM-DONE.
           STOP RUN.

       LE-PROXIMO-REGISTRO-ANTIGO.
           READ ARQUIVO-CLIHIST-ANTIGO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-READ.

       MIGRA-REGISTRO.
           MOVE CLIHIST-REGISTRO-ANTIGO TO CLIHIST-REGISTRO.
           MOVE 'I' TO CLIHIST-MOTIVO-SAIDA.
           MOVE ZEROS TO CLIHIST-CODIGO-SOBREVIVENTE.
           MOVE SPACES TO CLIHIST-MOTIVO-FUSAO.

           WRITE CLIHIST-REGISTRO
               INVALID KEY
               DISPLAY 'ERRO AO GRAVAR REGISTRO MIGRADO. CODIGO: '
                       CLIHIST-CODIGO
               NOT INVALID KEY
               ADD 1 TO WS-TOTAL-MIGRADOS
           END-WRITE.

           PERFORM LE-PROXIMO-REGISTRO-ANTIGO.
