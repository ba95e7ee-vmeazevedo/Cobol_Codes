      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG164.
      *Reservas de moeda com taxa travada e retirada agendada
      *(reservas_moeda.dat), no lugar da lista em papel da mesa:
      *  1. Inclusao: cliente (validado no cadastro), moeda, valor,
      *     taxa travada (venda do dia, tabela do PROG64), data da
      *     retirada e validade. O numero vem da numeracao central
      *     (PROG78, cadastro 'RESERVAS').
      *  2. Consulta de uma reserva.
      *  3. Reservas em aberto (o valor comprometido por moeda sai
      *     tambem na posicao do fechamento, PROG65).
      *  4. Cancelamento na mesa.
      *No dia da retirada a reserva vira operacao de CAMBIO no PROG63
      *(opcao E), com a taxa travada e as conferencias normais de
      *limite; a reserva nao retirada ate a validade e cancelada
      *pelo passo diario do PROG165, que lista as retiradas do dia.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELRESERVA.cob'.
           COPY 'SELCLIENTE.cob'.
           COPY 'SELTAXA.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDRESERVA.cob'.
           COPY 'FDCLIENTE.cob'.
           COPY 'FDTAXA.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-RESERVA PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-TAXA PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CLIENTE-INFORMADO PIC 9(4) VALUE ZEROS.
       77  WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
       77  WS-MOEDA PIC X(3) VALUE SPACES.
       77  WS-VALOR PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-DATA-RETIRADA PIC 9(8) VALUE ZEROS.
       77  WS-DATA-VALIDADE PIC 9(8) VALUE ZEROS.
       77  WS-DATA-VALIDA PIC X VALUE 'N'.
       77  WS-DATA-CONFERE PIC 9(8) VALUE ZEROS.
       77  WS-MES-CONFERE PIC 9(2) VALUE ZEROS.
       77  WS-DIA-CONFERE PIC 9(2) VALUE ZEROS.
       77  WS-NUMERO-INFORMADO PIC 9(6) VALUE ZEROS.
       77  WS-CADASTRO-RESERVA PIC X(12) VALUE 'RESERVAS'.
       77  WS-NUMERO-ALOCADO PIC 9(6) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-TOTAL-ABERTAS PIC 9(5) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TAXA-EXIBE PIC Z(4)9.9999.
       77  WS-SITUACAO-EXIBE PIC X(24) VALUE SPACES.
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
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               DISPLAY 'INFORME O SEU CODIGO DE OPERADOR: '
               ACCEPT WS-OPERADOR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'RESERVAS DE MOEDA'.
           DISPLAY '1. INCLUIR RESERVA'.
           DISPLAY '2. CONSULTAR RESERVA'.
           DISPLAY '3. RESERVAS EM ABERTO'.
           DISPLAY '4. CANCELAR RESERVA'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-RESERVA THRU INCLUIR-RESERVA-FIM.
           IF WS-OPCAO = 2
               PERFORM CONSULTAR-RESERVA.
           IF WS-OPCAO = 3
               PERFORM LISTAR-RESERVAS-ABERTAS.
           IF WS-OPCAO = 4
               PERFORM CANCELAR-RESERVA.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *INCLUSAO - a taxa travada e a de venda do dia (a mesa vende a
      *moeda na retirada); sem taxa carregada hoje nao ha reserva.
      *-----------------------------------------------------------------
       INCLUIR-RESERVA.
           DISPLAY 'CODIGO DO CLIENTE (1-9999): '.
           ACCEPT WS-CLIENTE-INFORMADO.
           PERFORM VALIDA-CLIENTE.
           IF WS-CLIENTE-ENCONTRADO = 'N'
               GO TO INCLUIR-RESERVA-FIM.
           DISPLAY 'MOEDA (EX: USD, EUR): '.
           ACCEPT WS-MOEDA.
           DISPLAY 'VALOR (SOMENTE DIGITOS, 2 DECIMAIS): '.
           ACCEPT WS-VALOR.
           IF WS-VALOR = ZEROS
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
               GO TO INCLUIR-RESERVA-FIM.
           PERFORM BUSCA-TAXA-DO-DIA.
           IF WS-TAXA = ZEROS
               DISPLAY 'SEM TAXA CARREGADA PARA HOJE NA MOEDA '
                       WS-MOEDA '. CARREGUE PELO PROG64.'
               GO TO INCLUIR-RESERVA-FIM.
           MOVE WS-TAXA TO WS-TAXA-EXIBE.
           DISPLAY 'TAXA TRAVADA (VENDA DO DIA): ' WS-TAXA-EXIBE.

           DISPLAY 'DATA DA RETIRADA (AAAAMMDD): '.
           ACCEPT WS-DATA-RETIRADA.
           MOVE WS-DATA-RETIRADA TO WS-DATA-CONFERE.
           PERFORM CONFERE-DATA.
           IF WS-DATA-VALIDA = 'N' OR WS-DATA-RETIRADA < WS-DATA-HOJE
               DISPLAY 'DATA DA RETIRADA INVALIDA.'
               GO TO INCLUIR-RESERVA-FIM.
           DISPLAY 'VALIDADE (AAAAMMDD, 0 = SO NO DIA DA RETIRADA): '.
           ACCEPT WS-DATA-VALIDADE.
           IF WS-DATA-VALIDADE = ZEROS
               MOVE WS-DATA-RETIRADA TO WS-DATA-VALIDADE.
           MOVE WS-DATA-VALIDADE TO WS-DATA-CONFERE.
           PERFORM CONFERE-DATA.
           IF WS-DATA-VALIDA = 'N' OR
                   WS-DATA-VALIDADE < WS-DATA-RETIRADA
               DISPLAY 'VALIDADE INVALIDA (ANTES DA RETIRADA).'
               GO TO INCLUIR-RESERVA-FIM.

           MOVE WS-VALOR TO WS-VALOR-EXIBE.
           DISPLAY 'RESERVAR ' WS-VALOR-EXIBE ' ' WS-MOEDA
                   ' A ' WS-TAXA-EXIBE ' PARA ' CLIENTE-NOME '?'
                   ' (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'RESERVA DESCARTADA.'
               GO TO INCLUIR-RESERVA-FIM.

           MOVE 'RESERVAS' TO WS-CADASTRO-RESERVA.
           CALL 'PROG78' USING WS-CADASTRO-RESERVA WS-NUMERO-ALOCADO.
           IF WS-NUMERO-ALOCADO = ZEROS
               DISPLAY 'SEM NUMERO DE RESERVA DISPONIVEL.'
               GO TO INCLUIR-RESERVA-FIM.
           PERFORM GRAVA-RESERVA.
       INCLUIR-RESERVA-FIM.
           EXIT.

       VALIDA-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE WS-CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CLIENTE-ENCONTRADO
                   DISPLAY 'CLIENTE NAO CADASTRADO.'
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ENCONTRADO
                   DISPLAY 'CLIENTE: ' CLIENTE-NOME
           END-READ.
           CLOSE ARQUIVO-CLIENTE.

       BUSCA-TAXA-DO-DIA.
           MOVE ZEROS TO WS-TAXA.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-ARQUIVO-TAXA = '00'
               MOVE WS-MOEDA TO TAXA-MOEDA
               MOVE WS-DATA-HOJE TO TAXA-DATA
               READ ARQUIVO-TAXA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAXA-VENDA TO WS-TAXA
               END-READ
               CLOSE ARQUIVO-TAXA.

       CONFERE-DATA.
      *Conferencia simples de AAAAMMDD: mes de 1 a 12, dia de 1 a 31.
           MOVE 'S' TO WS-DATA-VALIDA.
           COMPUTE WS-MES-CONFERE =
               (WS-DATA-CONFERE - (WS-DATA-CONFERE / 10000) * 10000)
               / 100.
           COMPUTE WS-DIA-CONFERE =
               WS-DATA-CONFERE - (WS-DATA-CONFERE / 100) * 100.
           IF WS-MES-CONFERE < 1 OR WS-MES-CONFERE > 12 OR
                   WS-DIA-CONFERE < 1 OR WS-DIA-CONFERE > 31
               MOVE 'N' TO WS-DATA-VALIDA.

       GRAVA-RESERVA.
           OPEN I-O ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA = '35'
      *Primeira reserva cria o arquivo.
               OPEN OUTPUT ARQUIVO-RESERVA
               CLOSE ARQUIVO-RESERVA
               OPEN I-O ARQUIVO-RESERVA.
           MOVE WS-NUMERO-ALOCADO TO RESERVA-NUMERO.
           MOVE WS-CLIENTE-INFORMADO TO RESERVA-CLIENTE.
           MOVE WS-MOEDA TO RESERVA-MOEDA.
           MOVE WS-VALOR TO RESERVA-VALOR.
           MOVE WS-TAXA TO RESERVA-TAXA.
           MOVE WS-DATA-HOJE TO RESERVA-DATA-RESERVA.
           MOVE WS-DATA-RETIRADA TO RESERVA-DATA-RETIRADA.
           MOVE WS-DATA-VALIDADE TO RESERVA-DATA-VALIDADE.
           MOVE 'A' TO RESERVA-SITUACAO.
           MOVE WS-OPERADOR TO RESERVA-OPERADOR.
           MOVE ZEROS TO RESERVA-DATA-BAIXA.
           MOVE ZEROS TO RESERVA-SEQ-MOVIMENTO.
           WRITE RESERVA-REGISTRO
               INVALID KEY
                   DISPLAY 'RESERVA ' RESERVA-NUMERO ' JA EXISTE.'
                           ' CONFIRA O CONTROLE DE CODIGOS (PROG78).'
               NOT INVALID KEY
                   DISPLAY 'RESERVA ' RESERVA-NUMERO ' GRAVADA.'
                           ' INFORME O NUMERO AO CLIENTE.'
           END-WRITE.
           CLOSE ARQUIVO-RESERVA.

      *-----------------------------------------------------------------
      *CONSULTA e CANCELAMENTO de uma reserva pelo numero.
      *-----------------------------------------------------------------
       CONSULTAR-RESERVA.
           OPEN INPUT ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA NOT = '00'
               DISPLAY 'NENHUMA RESERVA GRAVADA AINDA.'
           ELSE
               PERFORM LE-RESERVA-INFORMADA
               CLOSE ARQUIVO-RESERVA.

       LE-RESERVA-INFORMADA.
           DISPLAY 'NUMERO DA RESERVA: '.
           ACCEPT WS-NUMERO-INFORMADO.
           MOVE WS-NUMERO-INFORMADO TO RESERVA-NUMERO.
           READ ARQUIVO-RESERVA RECORD
               INVALID KEY
                   MOVE SPACE TO RESERVA-SITUACAO
                   DISPLAY 'RESERVA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM EXIBE-RESERVA
           END-READ.

       EXIBE-RESERVA.
           MOVE RESERVA-VALOR TO WS-VALOR-EXIBE.
           MOVE RESERVA-TAXA TO WS-TAXA-EXIBE.
           PERFORM DESCREVE-SITUACAO.
           DISPLAY 'RESERVA ' RESERVA-NUMERO '  CLIENTE '
                   RESERVA-CLIENTE '  ' WS-SITUACAO-EXIBE.
           DISPLAY '  ' RESERVA-MOEDA ' ' WS-VALOR-EXIBE
                   '  TAXA TRAVADA ' WS-TAXA-EXIBE.
           DISPLAY '  RESERVADA EM ' RESERVA-DATA-RESERVA
                   '  RETIRADA ' RESERVA-DATA-RETIRADA
                   '  VALIDADE ' RESERVA-DATA-VALIDADE.
           IF RESERVA-SITUACAO NOT = 'A'
               DISPLAY '  BAIXA EM ' RESERVA-DATA-BAIXA
                       '  OPERADOR ' RESERVA-OPERADOR.

       DESCREVE-SITUACAO.
           IF RESERVA-SITUACAO = 'A'
               MOVE 'EM ABERTO' TO WS-SITUACAO-EXIBE.
           IF RESERVA-SITUACAO = 'R'
               MOVE 'RETIRADA' TO WS-SITUACAO-EXIBE.
           IF RESERVA-SITUACAO = 'C'
               MOVE 'CANCELADA NA MESA' TO WS-SITUACAO-EXIBE.
           IF RESERVA-SITUACAO = 'E'
               MOVE 'CANCELADA POR VENCIMENTO' TO WS-SITUACAO-EXIBE.

       CANCELAR-RESERVA.
           OPEN I-O ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA NOT = '00'
               DISPLAY 'NENHUMA RESERVA GRAVADA AINDA.'
           ELSE
               PERFORM LE-RESERVA-INFORMADA
               IF RESERVA-SITUACAO = 'A'
                   DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'C' TO RESERVA-SITUACAO
                       MOVE WS-DATA-HOJE TO RESERVA-DATA-BAIXA
                       MOVE WS-OPERADOR TO RESERVA-OPERADOR
                       REWRITE RESERVA-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR A RESERVA.'
                           NOT INVALID KEY
                               DISPLAY 'RESERVA CANCELADA.'
                       END-REWRITE
                   END-IF
               ELSE
                   IF RESERVA-SITUACAO NOT = SPACE
                       DISPLAY 'SO RESERVA EM ABERTO PODE SER '
                               'CANCELADA.'
                   END-IF
               END-IF
               CLOSE ARQUIVO-RESERVA.

      *-----------------------------------------------------------------
      *RESERVAS EM ABERTO - todas, na ordem do numero.
      *-----------------------------------------------------------------
       LISTAR-RESERVAS-ABERTAS.
           OPEN INPUT ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA NOT = '00'
               DISPLAY 'NENHUMA RESERVA GRAVADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-ABERTAS
               DISPLAY 'NUMERO CLIENTE MOEDA        VALOR        TAXA'
                       ' RETIRADA VALIDADE'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-RESERVA
               PERFORM EXIBE-RESERVA-ABERTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-RESERVA
               DISPLAY 'RESERVAS EM ABERTO: ' WS-TOTAL-ABERTAS.

       LE-PROXIMA-RESERVA.
           READ ARQUIVO-RESERVA NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       EXIBE-RESERVA-ABERTA.
           IF RESERVA-SITUACAO = 'A'
               ADD 1 TO WS-TOTAL-ABERTAS
               MOVE RESERVA-VALOR TO WS-VALOR-EXIBE
               MOVE RESERVA-TAXA TO WS-TAXA-EXIBE
               DISPLAY RESERVA-NUMERO ' ' RESERVA-CLIENTE '    '
                       RESERVA-MOEDA '  ' WS-VALOR-EXIBE ' '
                       WS-TAXA-EXIBE ' ' RESERVA-DATA-RETIRADA ' '
                       RESERVA-DATA-VALIDADE.
           PERFORM LE-PROXIMA-RESERVA.
