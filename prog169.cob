      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG169.
      *Limites de posicao da mesa por moeda (limites_posicao.dat):
      *quanto de cada moeda a propria mesa pode ter comprado
      *(posicao positiva) ou vendido a descoberto (negativa). O
      *PROG105 limita o cliente; este limita a mesa.
      *  1. Inclusao ou alteracao do limite de uma moeda
      *     (supervisor): maximo comprado, maximo vendido (zero =
      *     sem limite daquele lado) e a acao ao cruzar o limite,
      *     A = so avisa, B = bloqueia a operacao no PROG63 ate a
      *     liberacao pelo supervisor.
      *  2. Lista dos limites.
      *  3. Exclusao do limite de uma moeda (supervisor).
      *  4. Exposicao intradiaria no spool: a posicao projetada de
      *     cada moeda agora (PROG170: fechamento anterior mais os
      *     movimentos de hoje) contra o seu limite.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLIMPOS.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDLIMPOS.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-LIMPOS PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-HORA-AGORA PIC 9(8) VALUE ZEROS.
       77  WS-MOEDA PIC X(3) VALUE SPACES.
       77  WS-LIMITE-COMPRADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-LIMITE-VENDIDO PIC 9(11)V99 VALUE ZEROS.
       77  WS-ACAO-LIMITE PIC X VALUE 'A'.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-TOTAL-LIMITES PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-MOEDA PIC X VALUE 'N'.
       77  WS-TEM-LIMITE PIC X VALUE 'N'.
       77  WS-PERCENTUAL PIC 9(3)V9 VALUE ZEROS.
       77  WS-SALDO-ABSOLUTO PIC 9(11)V99 VALUE ZEROS.
       77  WS-SITUACAO-EXPOSICAO PIC X(21) VALUE SPACES.
       77  WS-TOTAL-ACIMA PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-ATENCAO PIC 9(02) VALUE ZEROS.
       77  WS-SALDO-EXIBE PIC -Z(10)9.99.
       77  WS-COMPRADO-EXIBE PIC Z(10)9.99.
       77  WS-VENDIDO-EXIBE PIC Z(10)9.99.
       77  WS-PERCENTUAL-EXIBE PIC ZZ9.9.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'EXPOSICAO MESA'.
           COPY 'WSPOSMESA.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               DISPLAY 'INFORME O SEU CODIGO DE OPERADOR: '
               ACCEPT WS-OPERADOR.
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
           DISPLAY 'LIMITES DE POSICAO DA MESA POR MOEDA'.
           DISPLAY '1. INCLUIR/ALTERAR LIMITE'.
           DISPLAY '2. LISTAR LIMITES'.
           DISPLAY '3. EXCLUIR LIMITE'.
           DISPLAY '4. EXPOSICAO INTRADIARIA (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM GRAVAR-LIMITE THRU GRAVAR-LIMITE-FIM.
           IF WS-OPCAO = 2
               PERFORM LISTAR-LIMITES.
           IF WS-OPCAO = 3
               PERFORM EXCLUIR-LIMITE.
           IF WS-OPCAO = 4
               PERFORM RELATORIO-EXPOSICAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 4 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *INCLUSAO/ALTERACAO - moeda nova e incluida; moeda existente
      *tem os limites e a acao regravados, com o operador e a data.
      *-----------------------------------------------------------------
       GRAVAR-LIMITE.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'LIMITE DE POSICAO SO POR SUPERVISOR.'
               GO TO GRAVAR-LIMITE-FIM.
           DISPLAY 'MOEDA (EX: USD, EUR): '.
           ACCEPT WS-MOEDA.
           IF WS-MOEDA = SPACES OR WS-MOEDA = 'BRL'
               DISPLAY 'MOEDA INVALIDA.'
               GO TO GRAVAR-LIMITE-FIM.
           DISPLAY 'MAXIMO COMPRADO (2 DECIMAIS, ZERO = SEM LIMITE): '.
           ACCEPT WS-LIMITE-COMPRADO.
           DISPLAY 'MAXIMO VENDIDO (2 DECIMAIS, ZERO = SEM LIMITE): '.
           ACCEPT WS-LIMITE-VENDIDO.
           IF WS-LIMITE-COMPRADO = ZEROS AND WS-LIMITE-VENDIDO = ZEROS
               DISPLAY 'INFORME AO MENOS UM DOS LIMITES.'
               GO TO GRAVAR-LIMITE-FIM.
           DISPLAY 'AO CRUZAR O LIMITE: A=AVISAR B=BLOQUEAR: '.
           ACCEPT WS-ACAO-LIMITE.
           IF WS-ACAO-LIMITE = 'a'
               MOVE 'A' TO WS-ACAO-LIMITE.
           IF WS-ACAO-LIMITE = 'b'
               MOVE 'B' TO WS-ACAO-LIMITE.
           IF WS-ACAO-LIMITE NOT = 'A' AND WS-ACAO-LIMITE NOT = 'B'
               DISPLAY 'INFORME A (AVISAR) OU B (BLOQUEAR).'
               GO TO GRAVAR-LIMITE-FIM.

           OPEN I-O ARQUIVO-LIMITE-POSICAO.
           IF WS-STATUS-ARQUIVO-LIMPOS = '35'
      *Primeiro limite cria o arquivo.
               OPEN OUTPUT ARQUIVO-LIMITE-POSICAO
               CLOSE ARQUIVO-LIMITE-POSICAO
               OPEN I-O ARQUIVO-LIMITE-POSICAO.
           MOVE WS-MOEDA TO LIMPOS-MOEDA.
           READ ARQUIVO-LIMITE-POSICAO RECORD
               INVALID KEY
                   PERFORM MONTA-LIMITE
                   WRITE LIMPOS-REGISTRO
                   END-WRITE
                   DISPLAY 'LIMITE DE ' WS-MOEDA ' INCLUIDO.'
               NOT INVALID KEY
                   PERFORM MONTA-LIMITE
                   REWRITE LIMPOS-REGISTRO
                   END-REWRITE
                   DISPLAY 'LIMITE DE ' WS-MOEDA ' ALTERADO.'
           END-READ.
           CLOSE ARQUIVO-LIMITE-POSICAO.
       GRAVAR-LIMITE-FIM.
           EXIT.

       MONTA-LIMITE.
           MOVE WS-MOEDA TO LIMPOS-MOEDA.
           MOVE WS-LIMITE-COMPRADO TO LIMPOS-COMPRADO.
           MOVE WS-LIMITE-VENDIDO TO LIMPOS-VENDIDO.
           MOVE WS-ACAO-LIMITE TO LIMPOS-ACAO.
           MOVE WS-OPERADOR TO LIMPOS-OPERADOR.
           MOVE WS-DATA-HOJE TO LIMPOS-DATA-ALTERACAO.

      *-----------------------------------------------------------------
      *LISTA e EXCLUSAO
      *-----------------------------------------------------------------
       LISTAR-LIMITES.
           OPEN INPUT ARQUIVO-LIMITE-POSICAO.
           IF WS-STATUS-ARQUIVO-LIMPOS NOT = '00'
               DISPLAY 'NENHUM LIMITE DE POSICAO CADASTRADO.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-LIMITES
               DISPLAY 'MOE  MAX COMPRADO   MAX VENDIDO  A'
                       '  OPERADOR ALTERADO'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LISTA-UM-LIMITE
                   UNTIL FINAL-ARQUIVO = 'S'
               DISPLAY 'TOTAL DE MOEDAS COM LIMITE: ' WS-TOTAL-LIMITES
               CLOSE ARQUIVO-LIMITE-POSICAO.

       LISTA-UM-LIMITE.
           READ ARQUIVO-LIMITE-POSICAO NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIMITES
                   MOVE LIMPOS-COMPRADO TO WS-COMPRADO-EXIBE
                   MOVE LIMPOS-VENDIDO TO WS-VENDIDO-EXIBE
                   DISPLAY LIMPOS-MOEDA WS-COMPRADO-EXIBE
                           WS-VENDIDO-EXIBE '  ' LIMPOS-ACAO
                           '  ' LIMPOS-OPERADOR ' '
                           LIMPOS-DATA-ALTERACAO
           END-READ.

       EXCLUIR-LIMITE.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'LIMITE DE POSICAO SO POR SUPERVISOR.'
           ELSE
               OPEN I-O ARQUIVO-LIMITE-POSICAO
               IF WS-STATUS-ARQUIVO-LIMPOS NOT = '00'
                   DISPLAY 'NENHUM LIMITE DE POSICAO CADASTRADO.'
               ELSE
                   DISPLAY 'MOEDA: '
                   ACCEPT LIMPOS-MOEDA
                   READ ARQUIVO-LIMITE-POSICAO RECORD
                       INVALID KEY
                           DISPLAY 'MOEDA SEM LIMITE CADASTRADO.'
                       NOT INVALID KEY
                           PERFORM CONFIRMA-EXCLUSAO
                   END-READ
                   CLOSE ARQUIVO-LIMITE-POSICAO.

       CONFIRMA-EXCLUSAO.
           DISPLAY 'EXCLUI O LIMITE DE ' LIMPOS-MOEDA '? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               DELETE ARQUIVO-LIMITE-POSICAO RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR O LIMITE.'
                   NOT INVALID KEY
                       DISPLAY 'LIMITE EXCLUIDO.'
               END-DELETE.

      *-----------------------------------------------------------------
      *EXPOSICAO INTRADIARIA - a posicao projetada de cada moeda
      *(PROG170) contra o seu limite. Moeda com limite e sem posicao
      *aparece zerada. O percentual e o do lado em que a posicao
      *esta (comprada ou vendida); ATENCAO a partir de 80%.
      *-----------------------------------------------------------------
       RELATORIO-EXPOSICAO.
           CALL 'PROG170' USING WS-POSICAO-MESA.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE ZEROS TO WS-TOTAL-ACIMA.
           MOVE ZEROS TO WS-TOTAL-ATENCAO.
           OPEN INPUT ARQUIVO-LIMITE-POSICAO.
           IF WS-STATUS-ARQUIVO-LIMPOS = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM INCLUI-MOEDA-COM-LIMITE
                   UNTIL FINAL-ARQUIVO = 'S'.

           PERFORM INICIA-RELATORIO.
           PERFORM IMPRIME-EXPOSICAO-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-PMESA-QTD.
           PERFORM FINALIZA-RELATORIO.
           IF WS-STATUS-ARQUIVO-LIMPOS = '00'
               CLOSE ARQUIVO-LIMITE-POSICAO.
           DISPLAY 'EXPOSICAO NO SPOOL (PROG72).'.

       INCLUI-MOEDA-COM-LIMITE.
           READ ARQUIVO-LIMITE-POSICAO NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               NOT AT END
                   PERFORM PROCURA-MOEDA-NA-POSICAO
                   IF WS-ACHOU-MOEDA = 'N' AND WS-PMESA-QTD < 20
                       ADD 1 TO WS-PMESA-QTD
                       MOVE WS-PMESA-QTD TO WS-IND
                       MOVE LIMPOS-MOEDA TO WS-PMESA-MOEDA (WS-IND)
                       MOVE ZEROS TO WS-PMESA-SALDO (WS-IND)
                   END-IF
           END-READ.

       PROCURA-MOEDA-NA-POSICAO.
           MOVE 'N' TO WS-ACHOU-MOEDA.
           PERFORM CONFERE-MOEDA-NA-POSICAO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-PMESA-QTD OR WS-ACHOU-MOEDA = 'S'.

       CONFERE-MOEDA-NA-POSICAO.
           IF WS-PMESA-MOEDA (WS-IND) = LIMPOS-MOEDA
               MOVE 'S' TO WS-ACHOU-MOEDA.

       IMPRIME-EXPOSICAO-MOEDA.
           MOVE ZEROS TO LIMPOS-COMPRADO.
           MOVE ZEROS TO LIMPOS-VENDIDO.
           MOVE SPACE TO LIMPOS-ACAO.
           MOVE 'N' TO WS-TEM-LIMITE.
           IF WS-STATUS-ARQUIVO-LIMPOS = '00'
               MOVE WS-PMESA-MOEDA (WS-IND) TO LIMPOS-MOEDA
               READ ARQUIVO-LIMITE-POSICAO RECORD
                   INVALID KEY
                       MOVE ZEROS TO LIMPOS-COMPRADO
                       MOVE ZEROS TO LIMPOS-VENDIDO
                       MOVE SPACE TO LIMPOS-ACAO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-LIMITE
               END-READ.
           PERFORM AVALIA-EXPOSICAO.

           MOVE WS-PMESA-SALDO (WS-IND) TO WS-SALDO-EXIBE.
           MOVE LIMPOS-COMPRADO TO WS-COMPRADO-EXIBE.
           MOVE LIMPOS-VENDIDO TO WS-VENDIDO-EXIBE.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-PMESA-MOEDA (WS-IND) WS-SALDO-EXIBE
                  WS-COMPRADO-EXIBE WS-VENDIDO-EXIBE ' '
                  LIMPOS-ACAO WS-PERCENTUAL-EXIBE ' '
                  WS-SITUACAO-EXPOSICAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       AVALIA-EXPOSICAO.
      *Posicao comprada mede contra o maximo comprado; vendida,
      *contra o maximo vendido. Lado sem limite (zero) nao mede.
           MOVE ZEROS TO WS-PERCENTUAL.
           MOVE 'OK' TO WS-SITUACAO-EXPOSICAO.
           IF WS-TEM-LIMITE = 'N'
               MOVE 'SEM LIMITE' TO WS-SITUACAO-EXPOSICAO.
           IF WS-PMESA-SALDO (WS-IND) < ZEROS
               COMPUTE WS-SALDO-ABSOLUTO = 0 - WS-PMESA-SALDO (WS-IND)
           ELSE
               MOVE WS-PMESA-SALDO (WS-IND) TO WS-SALDO-ABSOLUTO.
           IF WS-PMESA-SALDO (WS-IND) > ZEROS AND
                   LIMPOS-COMPRADO > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-SALDO-ABSOLUTO * 100 / LIMPOS-COMPRADO
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PERCENTUAL
               END-COMPUTE
               IF WS-SALDO-ABSOLUTO > LIMPOS-COMPRADO
                   MOVE 'ACIMA LIMITE COMPRADO'
                       TO WS-SITUACAO-EXPOSICAO
               END-IF
           END-IF.
           IF WS-PMESA-SALDO (WS-IND) < ZEROS AND
                   LIMPOS-VENDIDO > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-SALDO-ABSOLUTO * 100 / LIMPOS-VENDIDO
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PERCENTUAL
               END-COMPUTE
               IF WS-SALDO-ABSOLUTO > LIMPOS-VENDIDO
                   MOVE 'ACIMA LIMITE VENDIDO'
                       TO WS-SITUACAO-EXPOSICAO
               END-IF
           END-IF.
           IF WS-SITUACAO-EXPOSICAO (1:5) = 'ACIMA'
               ADD 1 TO WS-TOTAL-ACIMA.
           IF WS-SITUACAO-EXPOSICAO = 'OK' AND WS-PERCENTUAL >= 80
               MOVE 'ATENCAO' TO WS-SITUACAO-EXPOSICAO
               ADD 1 TO WS-TOTAL-ATENCAO.

      *-----------------------------------------------------------------
      *RELATORIO
      *-----------------------------------------------------------------
       INICIA-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'EXPOSICAO DA MESA POR MOEDA EM ' WS-DATA-HOJE
                  ' AS ' WS-HORA-AGORA (1:2) ':' WS-HORA-AGORA (3:2)
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MOE        POSICAO  MAX COMPRADO   MAX VENDIDO'
                  ' A   USO SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

       FINALIZA-RELATORIO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MOEDAS: ' WS-PMESA-QTD
                  '  ACIMA DO LIMITE: ' WS-TOTAL-ACIMA
                  '  EM ATENCAO (80% OU MAIS): ' WS-TOTAL-ATENCAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'POSICAO = FECHAMENTO ANTERIOR + MOVIMENTOS DE HOJE'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
