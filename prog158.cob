      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG158.
      *Subprograma de triagem de UM cliente contra a lista restritiva
      *do compliance (lista_restritiva.dat, carregada pelo PROG159):
      *    CALL 'PROG158' USING <acao> <codigo> <arquivo> <cpf>
      *                         <nome> <ocorrencias>
      *Acao T = triar, F = fechar (fim da varredura). Arquivo V =
      *cadastro vivo, H = arquivo morto. Bate com a lista:
      *  - CPF identico ao CPF da pessoa listada (tipo C);
      *  - nome parecido (tipo N): nome igual, ou o primeiro nome
      *    igual e mais algum outro nome do cliente (3 letras ou
      *    mais) presente no nome listado, sem diferenca de
      *    maiusculas e minusculas.
      *Cada batida nova vira uma ocorrencia pendente em
      *triagem_clientes.dat; batida que ja existe fica como esta (a
      *liberada pelo compliance nao e reaberta). Devolve em
      *<ocorrencias> quantas ocorrencias do cliente estao pendentes
      *ou confirmadas. Sem lista carregada nao ha triagem e volta
      *zero. Os arquivos ficam abertos ate a acao F, para a
      *varredura completa do PROG159 nao pagar um OPEN por cliente.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRESTRITO.cob'.
           COPY 'SELTRIAGEM.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDRESTRITO.cob'.
           COPY 'FDTRIAGEM.cob'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ARQUIVO-RESTRITO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TRIAGEM PIC X(02) VALUE '00'.
       77  WS-ARQUIVOS-ABERTOS PIC X VALUE 'N'.
      *N = ainda nao abertos, S = abertos, X = sem lista carregada
      *nesta rodada (nao tenta de novo ate a acao F).
       77  WS-FIM-LISTA PIC X VALUE 'N'.
       77  WS-FIM-TRIAGEM PIC X VALUE 'N'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-TIPO-BATIDA PIC X VALUE SPACE.
       77  WS-NOME-PARECIDO PIC X VALUE 'N'.
       77  WS-QTD-PAL-CLI PIC 9(2) VALUE ZEROS.
       77  WS-QTD-PAL-LST PIC 9(2) VALUE ZEROS.
       77  WS-IND-CLI PIC 9(2) VALUE ZEROS.
       77  WS-IND-LST PIC 9(2) VALUE ZEROS.
       77  WS-MINUSCULAS PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77  WS-MAIUSCULAS PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-NOME-CLIENTE PIC X(40) VALUE SPACES.
       77  WS-NOME-LISTA PIC X(40) VALUE SPACES.
       01  WS-PALAVRAS-CLIENTE.
           05 WS-PAL-CLI PIC X(20) OCCURS 6 TIMES.
       01  WS-PALAVRAS-LISTA.
           05 WS-PAL-LST PIC X(40) OCCURS 8 TIMES.

       LINKAGE SECTION.
       01  LK-ACAO PIC X(1).
       01  LK-CODIGO PIC 9(4).
       01  LK-ARQUIVO PIC X(1).
       01  LK-CPF PIC X(11).
       01  LK-NOME PIC X(20).
       01  LK-OCORRENCIAS PIC 9(3).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ACAO LK-CODIGO LK-ARQUIVO LK-CPF
                                LK-NOME LK-OCORRENCIAS.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           IF LK-ACAO = 'F'
               PERFORM FECHA-ARQUIVOS
               GOBACK.

           MOVE ZEROS TO LK-OCORRENCIAS.
           IF WS-ARQUIVOS-ABERTOS = 'N'
               PERFORM ABRE-ARQUIVOS.
           IF WS-ARQUIVOS-ABERTOS = 'S'
               PERFORM TRIA-POR-CPF
               PERFORM TRIA-POR-NOME
               PERFORM CONTA-OCORRENCIAS-ABERTAS.

       PROGRAM-DONE.
           GOBACK.

       ABRE-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-RESTRITO.
           IF WS-STATUS-ARQUIVO-RESTRITO NOT = '00'
               MOVE 'X' TO WS-ARQUIVOS-ABERTOS
           ELSE
               OPEN I-O ARQUIVO-TRIAGEM
               IF WS-STATUS-ARQUIVO-TRIAGEM = '35'
      *Primeira ocorrencia cria o arquivo.
                   OPEN OUTPUT ARQUIVO-TRIAGEM
                   CLOSE ARQUIVO-TRIAGEM
                   OPEN I-O ARQUIVO-TRIAGEM
               END-IF
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS.

       FECHA-ARQUIVOS.
      *A proxima triagem reabre os arquivos (uma carga nova da lista
      *entre duas varreduras passa a valer).
           IF WS-ARQUIVOS-ABERTOS = 'S'
               CLOSE ARQUIVO-RESTRITO
               CLOSE ARQUIVO-TRIAGEM.
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS.

      *-----------------------------------------------------------------
      *CPF - todas as pessoas da lista com o CPF do cliente, pela
      *chave alternativa.
      *-----------------------------------------------------------------
       TRIA-POR-CPF.
           IF LK-CPF NOT = SPACES
               MOVE LK-CPF TO RESTR-CPF
               MOVE 'N' TO WS-FIM-LISTA
               START ARQUIVO-RESTRITO KEY IS EQUAL TO RESTR-CPF
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
               END-START
               PERFORM LE-PROXIMO-POR-CPF
               PERFORM REGISTRA-BATIDA-CPF
                   UNTIL WS-FIM-LISTA = 'S'.

       LE-PROXIMO-POR-CPF.
           IF WS-FIM-LISTA = 'N'
               READ ARQUIVO-RESTRITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LISTA
               END-READ
               IF RESTR-CPF NOT = LK-CPF
                   MOVE 'S' TO WS-FIM-LISTA.

       REGISTRA-BATIDA-CPF.
           MOVE 'C' TO WS-TIPO-BATIDA.
           PERFORM REGISTRA-OCORRENCIA.
           PERFORM LE-PROXIMO-POR-CPF.

      *-----------------------------------------------------------------
      *NOME - a lista inteira e percorrida; a pessoa que ja bateu
      *pelo CPF fica com a ocorrencia do CPF.
      *-----------------------------------------------------------------
       TRIA-POR-NOME.
           MOVE LK-NOME TO WS-NOME-CLIENTE.
           INSPECT WS-NOME-CLIENTE
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           MOVE SPACES TO WS-PALAVRAS-CLIENTE.
           MOVE ZEROS TO WS-QTD-PAL-CLI.
           UNSTRING WS-NOME-CLIENTE DELIMITED BY ALL SPACE
               INTO WS-PAL-CLI (1) WS-PAL-CLI (2) WS-PAL-CLI (3)
                    WS-PAL-CLI (4) WS-PAL-CLI (5) WS-PAL-CLI (6)
               TALLYING IN WS-QTD-PAL-CLI
           END-UNSTRING.
           IF WS-NOME-CLIENTE NOT = SPACES
               MOVE ZEROS TO RESTR-ID
               MOVE 'N' TO WS-FIM-LISTA
               START ARQUIVO-RESTRITO KEY IS NOT LESS THAN RESTR-ID
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
               END-START
               PERFORM LE-PROXIMO-DA-LISTA
               PERFORM COMPARA-NOME-DA-LISTA
                   UNTIL WS-FIM-LISTA = 'S'.

       LE-PROXIMO-DA-LISTA.
           IF WS-FIM-LISTA = 'N'
               READ ARQUIVO-RESTRITO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LISTA
               END-READ.

       COMPARA-NOME-DA-LISTA.
           MOVE 'N' TO WS-NOME-PARECIDO.
           MOVE RESTR-NOME TO WS-NOME-LISTA.
           INSPECT WS-NOME-LISTA
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF WS-NOME-LISTA = WS-NOME-CLIENTE
               MOVE 'S' TO WS-NOME-PARECIDO
           ELSE
               IF WS-QTD-PAL-CLI > 1
                   PERFORM COMPARA-PALAVRAS.
           IF WS-NOME-PARECIDO = 'S' AND
                   (LK-CPF = SPACES OR RESTR-CPF NOT = LK-CPF)
               MOVE 'N' TO WS-TIPO-BATIDA
               PERFORM REGISTRA-OCORRENCIA.
           PERFORM LE-PROXIMO-DA-LISTA.

       COMPARA-PALAVRAS.
           MOVE SPACES TO WS-PALAVRAS-LISTA.
           MOVE ZEROS TO WS-QTD-PAL-LST.
           UNSTRING WS-NOME-LISTA DELIMITED BY ALL SPACE
               INTO WS-PAL-LST (1) WS-PAL-LST (2) WS-PAL-LST (3)
                    WS-PAL-LST (4) WS-PAL-LST (5) WS-PAL-LST (6)
                    WS-PAL-LST (7) WS-PAL-LST (8)
               TALLYING IN WS-QTD-PAL-LST
           END-UNSTRING.
           IF WS-PAL-LST (1) = WS-PAL-CLI (1)
               PERFORM PROCURA-PALAVRA-DO-CLIENTE
                   VARYING WS-IND-CLI FROM 2 BY 1
                   UNTIL WS-IND-CLI > WS-QTD-PAL-CLI OR
                         WS-IND-CLI > 6 OR
                         WS-NOME-PARECIDO = 'S'.

       PROCURA-PALAVRA-DO-CLIENTE.
      *Preposicoes e iniciais (DA, DE, DOS, J.) nao contam.
           IF WS-PAL-CLI (WS-IND-CLI) (3:1) NOT = SPACE
               PERFORM CONFERE-PALAVRA-NA-LISTA
                   VARYING WS-IND-LST FROM 2 BY 1
                   UNTIL WS-IND-LST > WS-QTD-PAL-LST OR
                         WS-IND-LST > 8 OR
                         WS-NOME-PARECIDO = 'S'.

       CONFERE-PALAVRA-NA-LISTA.
           IF WS-PAL-LST (WS-IND-LST) = WS-PAL-CLI (WS-IND-CLI)
               MOVE 'S' TO WS-NOME-PARECIDO.

      *-----------------------------------------------------------------
      *OCORRENCIA - grava a batida nova como pendente; a que ja
      *existe (pendente, liberada ou confirmada) fica como esta.
      *-----------------------------------------------------------------
       REGISTRA-OCORRENCIA.
           MOVE LK-CODIGO TO TRIAG-CLIENTE.
           MOVE LK-ARQUIVO TO TRIAG-ARQUIVO.
           MOVE RESTR-ID TO TRIAG-RESTR-ID.
           READ ARQUIVO-TRIAGEM RECORD
               INVALID KEY
                   PERFORM GRAVA-OCORRENCIA-NOVA
           END-READ.

       GRAVA-OCORRENCIA-NOVA.
           MOVE SPACES TO TRIAG-REGISTRO.
           MOVE LK-CODIGO TO TRIAG-CLIENTE.
           MOVE LK-ARQUIVO TO TRIAG-ARQUIVO.
           MOVE RESTR-ID TO TRIAG-RESTR-ID.
           MOVE WS-TIPO-BATIDA TO TRIAG-TIPO.
           MOVE LK-NOME TO TRIAG-NOME-CLIENTE.
           MOVE LK-CPF TO TRIAG-CPF-CLIENTE.
           MOVE RESTR-NOME TO TRIAG-NOME-LISTA.
           MOVE RESTR-CPF TO TRIAG-CPF-LISTA.
           MOVE RESTR-ORIGEM TO TRIAG-ORIGEM-LISTA.
           MOVE WS-DATA-HOJE TO TRIAG-DATA-DETECCAO.
           MOVE 'P' TO TRIAG-SITUACAO.
           MOVE ZEROS TO TRIAG-DATA-DECISAO.
           WRITE TRIAG-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OCORRENCIA DE TRIAGEM. '
                           'CLIENTE: ' LK-CODIGO
           END-WRITE.

       CONTA-OCORRENCIAS-ABERTAS.
           MOVE LK-CODIGO TO TRIAG-CLIENTE.
           MOVE LK-ARQUIVO TO TRIAG-ARQUIVO.
           MOVE ZEROS TO TRIAG-RESTR-ID.
           MOVE 'N' TO WS-FIM-TRIAGEM.
           START ARQUIVO-TRIAGEM KEY IS NOT LESS THAN TRIAG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-TRIAGEM
           END-START.
           PERFORM LE-PROXIMA-OCORRENCIA.
           PERFORM CONTA-OCORRENCIA
               UNTIL WS-FIM-TRIAGEM = 'S'.

       LE-PROXIMA-OCORRENCIA.
           IF WS-FIM-TRIAGEM = 'N'
               READ ARQUIVO-TRIAGEM NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-TRIAGEM
               END-READ
               IF TRIAG-CLIENTE NOT = LK-CODIGO OR
                       TRIAG-ARQUIVO NOT = LK-ARQUIVO
                   MOVE 'S' TO WS-FIM-TRIAGEM.

       CONTA-OCORRENCIA.
           IF TRIAG-SITUACAO = 'P' OR TRIAG-SITUACAO = 'C'
               ADD 1 TO LK-OCORRENCIAS.
           PERFORM LE-PROXIMA-OCORRENCIA.
