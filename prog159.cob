      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG159.
      *Triagem diaria dos clientes contra a lista restritiva do
      *compliance. Passo de lote (pode entrar em passos_lote.dat com
      *frequencia D, ver PROG54):
      *  1. Carrega lista_restritiva.txt, recebida todo dia do
      *     compliance, em lista_restritiva.dat, substituindo a lista
      *     anterior inteira. Linha em colunas:
      *       ID(6) CPF(11) NOME(40) ORIGEM(20)
      *     Linha sem ID numerico ou sem nome e ignorada e contada.
      *     Sem o arquivo do dia a triagem roda contra a lista ja
      *     carregada, com aviso no relatorio.
      *  2. Passa todo o cadastro vivo (clientes.dat) e o arquivo
      *     morto (clientes_historico.dat) pela triagem do PROG158.
      *     Codigo aposentado em fusao (PROG154) nao e triado: quem
      *     responde por ele e o cliente sobrevivente.
      *  3. Lista no spool ('TRIAGEM RESTRITIVA') todas as ocorrencias
      *     pendentes ou confirmadas, as de hoje marcadas como novas.
      *As decisoes do compliance sobre as ocorrencias sao tomadas no
      *PROG160.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LISTA-RECEBIDA
           ASSIGN TO 'lista_restritiva.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LISTA-RECEBIDA.

           COPY 'SELRESTRITO.cob'.
           COPY 'SELTRIAGEM.cob'.
           COPY 'SELCLIENTE.cob'.
           COPY 'SELCLIHIST.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ARQUIVO-LISTA-RECEBIDA.
       01  LISTA-RECEBIDA-LINHA.
           05 LISTA-ID PIC X(6).
           05 LISTA-CPF PIC X(11).
           05 LISTA-NOME PIC X(40).
           05 LISTA-ORIGEM PIC X(20).

           COPY 'FDRESTRITO.cob'.
           COPY 'FDTRIAGEM.cob'.
           COPY 'FDCLIENTE.cob'.
           COPY 'FDCLIHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-LISTA-RECEBIDA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-RESTRITO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TRIAGEM PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CLIHIST PIC X(02) VALUE '00'.
       77  WS-ARQ-CLIENTES PIC X(30) VALUE 'clientes.dat'.
       77  WS-OPERACAO-ARQ PIC X(10) VALUE 'OPEN'.
       77  WS-NOME-ARQ-CLIHIST PIC X(30)
           VALUE 'clientes_historico.dat'.
       77  WS-ACAO-VERSAO PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-LISTA-RECEBIDA PIC X VALUE 'N'.
       77  WS-TOTAL-LISTA PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-LISTA-IGNORADAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-TRIADOS-VIVO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-TRIADOS-MORTO PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-CLIENTES-COM-BATIDA PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-PENDENTES PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-CONFIRMADAS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-NOVAS PIC 9(6) VALUE ZEROS.
       77  WS-ACAO-TRIAGEM PIC X VALUE 'T'.
       77  WS-ARQUIVO-TRIADO PIC X VALUE 'V'.
       77  WS-OCORRENCIAS PIC 9(3) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'TRIAGEM RESTRITIVA'.
           COPY 'WSCLIENTE.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_CLIENTES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO-CLIENTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-NOME-ARQUIVO-CLIENTE TO WS-ARQ-CLIENTES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CONFERE-VERSAO-LAYOUT.

           PERFORM CARREGA-LISTA-DO-DIA.
           PERFORM TRIA-CADASTRO-VIVO.
           PERFORM TRIA-ARQUIVO-MORTO.
           MOVE 'F' TO WS-ACAO-TRIAGEM.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS.
           PERFORM RELATORIO-OCORRENCIAS.

           DISPLAY 'LISTA RESTRITIVA CARREGADA: ' WS-TOTAL-LISTA
                   '  LINHAS IGNORADAS: ' WS-TOTAL-LISTA-IGNORADAS.
           DISPLAY 'CLIENTES TRIADOS: ' WS-TOTAL-TRIADOS-VIVO
                   '  ARQUIVADOS TRIADOS: ' WS-TOTAL-TRIADOS-MORTO.
           DISPLAY 'CLIENTES COM OCORRENCIA EM ABERTO: '
                   WS-TOTAL-CLIENTES-COM-BATIDA.
           DISPLAY 'RELATORIO DE TRIAGEM NO SPOOL (PROG72).'.

       PROGRAM-DONE.
      *GOBACK: chamado pelo encadeador do lote noturno (PROG54)
      *devolve o controle com o RETURN-CODE.
           GOBACK.

       CONFERE-VERSAO-LAYOUT.
      *Cadastro de clientes na versao 2 (endereco estruturado) e
      *arquivo morto na versao 2 (motivo da saida, ver PROG156).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO
               WS-NOME-ARQUIVO-CLIENTE
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-CLIHIST
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *-----------------------------------------------------------------
      *CARGA DA LISTA - a lista do dia substitui a anterior inteira.
      *-----------------------------------------------------------------
       CARREGA-LISTA-DO-DIA.
           OPEN INPUT ARQUIVO-LISTA-RECEBIDA.
           IF WS-STATUS-LISTA-RECEBIDA NOT = '00'
               MOVE 'N' TO WS-LISTA-RECEBIDA
               DISPLAY 'LISTA RESTRITIVA DO DIA NAO RECEBIDA; TRIAGEM'
                       ' CONTRA A LISTA JA CARREGADA.'
           ELSE
               MOVE 'S' TO WS-LISTA-RECEBIDA
               OPEN OUTPUT ARQUIVO-RESTRITO
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-LINHA-DA-LISTA
               PERFORM CARREGA-LINHA-DA-LISTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-RESTRITO
               CLOSE ARQUIVO-LISTA-RECEBIDA.

       LE-LINHA-DA-LISTA.
           READ ARQUIVO-LISTA-RECEBIDA RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       CARREGA-LINHA-DA-LISTA.
           IF LISTA-ID IS NOT NUMERIC OR LISTA-ID = ZEROS OR
                   LISTA-NOME = SPACES
               ADD 1 TO WS-TOTAL-LISTA-IGNORADAS
           ELSE
               MOVE LISTA-ID TO RESTR-ID
               MOVE LISTA-CPF TO RESTR-CPF
               MOVE LISTA-NOME TO RESTR-NOME
               MOVE LISTA-ORIGEM TO RESTR-ORIGEM
               MOVE WS-DATA-HOJE TO RESTR-DATA-CARGA
               WRITE RESTR-REGISTRO
                   INVALID KEY
      *ID repetido na mesma lista: vale a primeira linha.
                       ADD 1 TO WS-TOTAL-LISTA-IGNORADAS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-LISTA
               END-WRITE.
           PERFORM LE-LINHA-DA-LISTA.

      *-----------------------------------------------------------------
      *TRIAGEM - cada cliente passa pelo PROG158.
      *-----------------------------------------------------------------
       TRIA-CADASTRO-VIVO.
           OPEN INPUT ARQUIVO-CLIENTE.
           CALL 'PROG55' USING WS-ARQ-CLIENTES WS-OPERACAO-ARQ
               WS-STATUS-ARQUIVO-CLIENTE.
           MOVE 'T' TO WS-ACAO-TRIAGEM.
           MOVE 'V' TO WS-ARQUIVO-TRIADO.
           MOVE 'N' TO FINAL-ARQUIVO.
           PERFORM LE-PROXIMO-CLIENTE.
           PERFORM TRIA-CLIENTE
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-CLIENTE.

       LE-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       TRIA-CLIENTE.
           ADD 1 TO WS-TOTAL-TRIADOS-VIVO.
           CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIENTE-CODIGO
               WS-ARQUIVO-TRIADO CLIENTE-CPF CLIENTE-NOME
               WS-OCORRENCIAS.
           IF WS-OCORRENCIAS > ZEROS
               ADD 1 TO WS-TOTAL-CLIENTES-COM-BATIDA.
           PERFORM LE-PROXIMO-CLIENTE.

       TRIA-ARQUIVO-MORTO.
      *Sem arquivo morto nao ha o que triar.
           OPEN INPUT ARQUIVO-CLI-HISTORICO.
           IF WS-STATUS-ARQUIVO-CLIHIST = '00'
               MOVE 'T' TO WS-ACAO-TRIAGEM
               MOVE 'H' TO WS-ARQUIVO-TRIADO
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMO-ARQUIVADO
               PERFORM TRIA-ARQUIVADO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-CLI-HISTORICO.

       LE-PROXIMO-ARQUIVADO.
           READ ARQUIVO-CLI-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       TRIA-ARQUIVADO.
           IF CLIHIST-MOTIVO-SAIDA NOT = 'F'
               ADD 1 TO WS-TOTAL-TRIADOS-MORTO
               CALL 'PROG158' USING WS-ACAO-TRIAGEM CLIHIST-CODIGO
                   WS-ARQUIVO-TRIADO CLIHIST-CPF CLIHIST-NOME
                   WS-OCORRENCIAS
               IF WS-OCORRENCIAS > ZEROS
                   ADD 1 TO WS-TOTAL-CLIENTES-COM-BATIDA.
           PERFORM LE-PROXIMO-ARQUIVADO.

      *-----------------------------------------------------------------
      *RELATORIO - todas as ocorrencias ainda em aberto (pendentes e
      *confirmadas), nao so as de hoje.
      *-----------------------------------------------------------------
       RELATORIO-OCORRENCIAS.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TRIAGEM CONTRA A LISTA RESTRITIVA  EMITIDO EM '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-LISTA-RECEBIDA = 'N'
               MOVE 'ATENCAO: LISTA DO DIA NAO RECEBIDA; TRIAGEM CONTRA'
                   TO WS-LINHA-IMPRESSA
               MOVE ' A LISTA ANTERIOR.' TO WS-LINHA-IMPRESSA (51:30)
               PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'CODIGO A T NOME DO CLIENTE      NOME NA LISTA'
               TO WS-LINHA-IMPRESSA.
           MOVE 'ID     S DETECCAO' TO WS-LINHA-IMPRESSA (64:17).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           OPEN INPUT ARQUIVO-TRIAGEM.
           IF WS-STATUS-ARQUIVO-TRIAGEM = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-OCORRENCIA
               PERFORM LISTA-OCORRENCIA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TRIAGEM.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'PENDENTES: ' WS-TOTAL-PENDENTES
                  '  CONFIRMADAS: ' WS-TOTAL-CONFIRMADAS
                  '  NOVAS HOJE: ' WS-TOTAL-NOVAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'A: V = CADASTRO VIVO, H = ARQUIVO MORTO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'T: C = CPF IDENTICO, N = NOME PARECIDO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'S: P = PENDENTE, C = CONFIRMADA (DECISOES NO PROG160)'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       LE-PROXIMA-OCORRENCIA.
           READ ARQUIVO-TRIAGEM NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       LISTA-OCORRENCIA.
           IF TRIAG-SITUACAO = 'P' OR TRIAG-SITUACAO = 'C'
               IF TRIAG-SITUACAO = 'P'
                   ADD 1 TO WS-TOTAL-PENDENTES
               ELSE
                   ADD 1 TO WS-TOTAL-CONFIRMADAS
               END-IF
               IF TRIAG-DATA-DETECCAO = WS-DATA-HOJE
                   ADD 1 TO WS-TOTAL-NOVAS
               END-IF
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING TRIAG-CLIENTE '   ' TRIAG-ARQUIVO ' '
                      TRIAG-TIPO ' ' TRIAG-NOME-CLIENTE ' '
                      TRIAG-NOME-LISTA (1:30) ' '
                      TRIAG-RESTR-ID ' ' TRIAG-SITUACAO ' '
                      TRIAG-DATA-DETECCAO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           PERFORM LE-PROXIMA-OCORRENCIA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
