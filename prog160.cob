      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG160.
      *Decisao do compliance sobre as ocorrencias da triagem contra a
      *lista restritiva (triagem_clientes.dat, gravadas pelo PROG158
      *na triagem diaria do PROG159 e na inclusao de clientes pelo
      *PROG41 e pelo PROG48). Cliente com ocorrencia pendente ou
      *confirmada nao opera na mesa (PROG63) ate o compliance
      *liberar a ocorrencia como falso positivo. So supervisor
      *decide, sempre com motivo; cada decisao vai para
      *auditoria_triagem.log com o operador, a situacao anterior e
      *a nova.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELTRIAGEM.cob'.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-TRIAGEM
           ASSIGN TO 'auditoria_triagem.log'
           ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL para o OPEN EXTEND criar o log na primeira decisao.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDTRIAGEM.cob'.

       FD  ARQUIVO-AUDITORIA-TRIAGEM.
       01  REGISTRO-AUDITORIA-TRIAGEM PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-TRIAGEM PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CLIENTE-INFORMADO PIC 9(4) VALUE ZEROS.
       77  WS-ARQUIVO-INFORMADO PIC X VALUE 'V'.
       77  WS-ID-INFORMADO PIC 9(6) VALUE ZEROS.
       77  WS-DECISAO PIC X VALUE SPACE.
       77  WS-MOTIVO-DECISAO PIC X(40) VALUE SPACES.
       77  WS-SITUACAO-ANTERIOR PIC X VALUE SPACE.
       77  WS-SO-EM-ABERTO PIC X VALUE 'S'.
       77  WS-TOTAL-LISTADAS PIC 9(5) VALUE ZEROS.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 1 TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'TRIAGEM RESTRITIVA - DECISOES DO COMPLIANCE'.
           DISPLAY '1. LISTAR OCORRENCIAS EM ABERTO'.
           DISPLAY '2. CONSULTAR OCORRENCIAS DE UM CLIENTE'.
           DISPLAY '3. DECIDIR OCORRENCIA'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM LISTAR-EM-ABERTO.
           IF WS-OPCAO = 2
               PERFORM CONSULTAR-CLIENTE.
           IF WS-OPCAO = 3
               PERFORM DECIDIR-OCORRENCIA.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *LISTAGENS
      *-----------------------------------------------------------------
       LISTAR-EM-ABERTO.
           MOVE 'S' TO WS-SO-EM-ABERTO.
           MOVE ZEROS TO TRIAG-CHAVE.
           MOVE ZEROS TO WS-CLIENTE-INFORMADO.
           PERFORM LISTA-OCORRENCIAS.

       CONSULTAR-CLIENTE.
           MOVE 'N' TO WS-SO-EM-ABERTO.
           DISPLAY 'CODIGO DO CLIENTE (1-9999): '.
           ACCEPT WS-CLIENTE-INFORMADO.
           MOVE SPACES TO TRIAG-CHAVE.
           MOVE WS-CLIENTE-INFORMADO TO TRIAG-CLIENTE.
           MOVE ZEROS TO TRIAG-RESTR-ID.
           PERFORM LISTA-OCORRENCIAS.

       LISTA-OCORRENCIAS.
      *A partir da chave montada pelo chamador; na consulta de um
      *cliente a varredura para no primeiro registro de outro codigo.
           MOVE ZEROS TO WS-TOTAL-LISTADAS.
           OPEN INPUT ARQUIVO-TRIAGEM.
           IF WS-STATUS-ARQUIVO-TRIAGEM NOT = '00'
               DISPLAY 'NENHUMA OCORRENCIA DE TRIAGEM REGISTRADA.'
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-TRIAGEM KEY IS NOT LESS THAN TRIAG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FINAL-ARQUIVO
               END-START
               PERFORM LE-PROXIMA-OCORRENCIA
               PERFORM EXIBE-OCORRENCIA-DA-LISTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TRIAGEM
               DISPLAY 'OCORRENCIAS LISTADAS: ' WS-TOTAL-LISTADAS.

       LE-PROXIMA-OCORRENCIA.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-TRIAGEM NEXT RECORD
                   AT END
                       MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               IF WS-SO-EM-ABERTO = 'N' AND
                       TRIAG-CLIENTE NOT = WS-CLIENTE-INFORMADO
                   MOVE 'S' TO FINAL-ARQUIVO.

       EXIBE-OCORRENCIA-DA-LISTA.
           IF WS-SO-EM-ABERTO = 'N' OR TRIAG-SITUACAO = 'P' OR
                   TRIAG-SITUACAO = 'C'
               ADD 1 TO WS-TOTAL-LISTADAS
               PERFORM EXIBE-OCORRENCIA.
           PERFORM LE-PROXIMA-OCORRENCIA.

       EXIBE-OCORRENCIA.
           DISPLAY ' '.
           DISPLAY 'CLIENTE: ' TRIAG-CLIENTE ' ' TRIAG-NOME-CLIENTE
                   '  CPF ' TRIAG-CPF-CLIENTE
                   '  ARQUIVO ' TRIAG-ARQUIVO.
           DISPLAY 'LISTA:   ' TRIAG-RESTR-ID ' ' TRIAG-NOME-LISTA.
           DISPLAY '         CPF ' TRIAG-CPF-LISTA
                   '  ORIGEM ' TRIAG-ORIGEM-LISTA.
           IF TRIAG-TIPO = 'C'
               DISPLAY 'BATIDA:  CPF IDENTICO  DETECTADA EM '
                       TRIAG-DATA-DETECCAO
           ELSE
               DISPLAY 'BATIDA:  NOME PARECIDO  DETECTADA EM '
                       TRIAG-DATA-DETECCAO.
           IF TRIAG-SITUACAO = 'P'
               DISPLAY 'SITUACAO: PENDENTE DE ANALISE'
           ELSE
               IF TRIAG-SITUACAO = 'L'
                   DISPLAY 'SITUACAO: LIBERADA EM ' TRIAG-DATA-DECISAO
                           ' POR ' TRIAG-OPERADOR
               ELSE
                   DISPLAY 'SITUACAO: CONFIRMADA EM '
                           TRIAG-DATA-DECISAO ' POR ' TRIAG-OPERADOR
               END-IF
               DISPLAY 'MOTIVO:   ' TRIAG-MOTIVO.

      *-----------------------------------------------------------------
      *DECISAO - L libera (falso positivo), C confirma; a decisao
      *pode ser revista depois, sempre com nova linha de auditoria.
      *-----------------------------------------------------------------
       DECIDIR-OCORRENCIA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'DECISAO DE TRIAGEM SO POR SUPERVISOR.'
           ELSE
               PERFORM LOCALIZA-OCORRENCIA
               IF REGISTRO-ENCONTRADO = 'S'
                   PERFORM REGISTRA-DECISAO
               END-IF
               IF WS-STATUS-ARQUIVO-TRIAGEM NOT = '35'
                   CLOSE ARQUIVO-TRIAGEM.

       LOCALIZA-OCORRENCIA.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           DISPLAY 'CODIGO DO CLIENTE (1-9999): '.
           ACCEPT WS-CLIENTE-INFORMADO.
           DISPLAY 'ARQUIVO (V=CADASTRO VIVO H=ARQUIVO MORTO): '.
           ACCEPT WS-ARQUIVO-INFORMADO.
           IF WS-ARQUIVO-INFORMADO = 'v' OR WS-ARQUIVO-INFORMADO = SPACE
               MOVE 'V' TO WS-ARQUIVO-INFORMADO.
           IF WS-ARQUIVO-INFORMADO = 'h'
               MOVE 'H' TO WS-ARQUIVO-INFORMADO.
           DISPLAY 'ID DA PESSOA NA LISTA: '.
           ACCEPT WS-ID-INFORMADO.
           OPEN I-O ARQUIVO-TRIAGEM.
           IF WS-STATUS-ARQUIVO-TRIAGEM = '35'
               DISPLAY 'NENHUMA OCORRENCIA DE TRIAGEM REGISTRADA.'
           ELSE
               MOVE WS-CLIENTE-INFORMADO TO TRIAG-CLIENTE
               MOVE WS-ARQUIVO-INFORMADO TO TRIAG-ARQUIVO
               MOVE WS-ID-INFORMADO TO TRIAG-RESTR-ID
               READ ARQUIVO-TRIAGEM RECORD
                   INVALID KEY
                       DISPLAY 'OCORRENCIA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
                       PERFORM EXIBE-OCORRENCIA
               END-READ.

       REGISTRA-DECISAO.
           MOVE TRIAG-SITUACAO TO WS-SITUACAO-ANTERIOR.
           MOVE SPACE TO WS-DECISAO.
           PERFORM PEDE-DECISAO
               UNTIL WS-DECISAO = 'L' OR WS-DECISAO = 'C' OR
                     WS-DECISAO = 'X'.
           IF WS-DECISAO = 'X'
               DISPLAY 'OCORRENCIA NAO ALTERADA.'
           ELSE
               MOVE SPACES TO WS-MOTIVO-DECISAO
               PERFORM PEDE-MOTIVO
                   UNTIL WS-MOTIVO-DECISAO NOT = SPACES
               MOVE WS-DECISAO TO TRIAG-SITUACAO
               MOVE WS-DATA-HOJE TO TRIAG-DATA-DECISAO
               MOVE WS-OPERADOR TO TRIAG-OPERADOR
               MOVE WS-MOTIVO-DECISAO TO TRIAG-MOTIVO
               REWRITE TRIAG-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A OCORRENCIA.'
                   NOT INVALID KEY
                       PERFORM GRAVA-AUDITORIA-TRIAGEM
                       DISPLAY 'DECISAO REGISTRADA.'
               END-REWRITE.

       PEDE-DECISAO.
           DISPLAY 'DECISAO (L=LIBERAR C=CONFIRMAR X=DESISTIR): '.
           ACCEPT WS-DECISAO.
           IF WS-DECISAO = 'l'
               MOVE 'L' TO WS-DECISAO.
           IF WS-DECISAO = 'c'
               MOVE 'C' TO WS-DECISAO.
           IF WS-DECISAO = 'x'
               MOVE 'X' TO WS-DECISAO.
           IF WS-DECISAO NOT = 'L' AND WS-DECISAO NOT = 'C' AND
                   WS-DECISAO NOT = 'X'
               DISPLAY 'DECISAO INVALIDA.'.

       PEDE-MOTIVO.
           DISPLAY 'MOTIVO DA DECISAO (OBRIGATORIO): '.
           ACCEPT WS-MOTIVO-DECISAO.

       GRAVA-AUDITORIA-TRIAGEM.
           OPEN EXTEND ARQUIVO-AUDITORIA-TRIAGEM.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-TRIAGEM.
           STRING WS-DATA-HOJE ' ' WS-HORA-AGORA
                  ' OPERADOR=' WS-OPERADOR
                  ' CLIENTE=' TRIAG-CLIENTE
                  ' ARQUIVO=' TRIAG-ARQUIVO
                  ' LISTA=' TRIAG-RESTR-ID
                  ' BATIDA=' TRIAG-TIPO
                  ' ANTES=' WS-SITUACAO-ANTERIOR
                  ' DEPOIS=' TRIAG-SITUACAO
                  ' MOTIVO=' TRIAG-MOTIVO
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-TRIAGEM
           END-STRING.
           WRITE REGISTRO-AUDITORIA-TRIAGEM.
           CLOSE ARQUIVO-AUDITORIA-TRIAGEM.
