      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG163.
      *Cofre da mesa de cambio por cedula (cofre_cedulas.dat). A
      *posicao do PROG65 da um saldo por moeda, mas o cofre e
      *administrado em cedulas: um maco de USD 100 nao atende quem
      *pede USD 5. Opcoes:
      *  1. Cadastro da cedula e do estoque minimo (supervisor).
      *  2. Consulta do estoque, com as cedulas em falta marcadas.
      *  3. Retirada do cofre para o caixa do operador: a primeira
      *     retirada do dia na moeda abre o caixa do turno no PROG108
      *     com o valor retirado; as seguintes sao reforco.
      *  4. Devolucao do caixa ao cofre.
      *  5. Contagem fisica do dia: o contado passa a ser o estoque e
      *     a diferenca fica no diario das transferencias.
      *  6. Diferencas do cofre contra a posicao de fechamento do
      *     PROG65 por moeda, no spool ('COFRE X POSICAO'), com os
      *     caixas ja devolvidos ao cofre.
      *Toda retirada, devolucao e ajuste sai em
      *transferencias_cofre.dat; a conferencia de caixa (PROG108)
      *soma os reforcos e abate as devolucoes do turno. A retirada
      *que deixa uma cedula no estoque minimo ou abaixo ja avisa o
      *operador, antes de o cliente pedir.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCOFRE.cob'.
           COPY 'SELTRCOFRE.cob'.
           COPY 'SELCAIXA.cob'.

           SELECT OPTIONAL ARQUIVO-POSICOES
           ASSIGN TO WS-NOME-ARQ-POSICOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-POSICOES.
      *Nome padrao 'posicoes.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_POSICOES, como no PROG65.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDCOFRE.cob'.
           COPY 'FDTRCOFRE.cob'.
           COPY 'FDCAIXA.cob'.

       FD  ARQUIVO-POSICOES.
       01  POSICAO-LINHA.
           05 POS-MOEDA PIC X(3).
           05 POS-DATA PIC 9(8).
           05 POS-SALDO PIC S9(11)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-COFRE PIC X(02) VALUE '00'.
       77  WS-STATUS-TRANSF-COFRE PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CAIXA PIC X(02) VALUE '00'.
       77  WS-STATUS-POSICOES PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-POSICOES PIC X(30) VALUE 'posicoes.dat'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MOEDA-PEDIDA PIC X(3) VALUE SPACES.
       77  WS-CEDULA-PEDIDA PIC 9(5)V99 VALUE ZEROS.
       77  WS-QTD-PEDIDA PIC 9(7) VALUE ZEROS.
       77  WS-MINIMO-PEDIDO PIC 9(7) VALUE ZEROS.
       77  WS-FIM-ITENS PIC X VALUE 'N'.
       77  WS-CAIXA-SITUACAO PIC X VALUE SPACE.
      *N = caixa do dia nao aberto, A = aberto, C = ja conferido.
       77  WS-TIPO-TRANSFERENCIA PIC X VALUE SPACE.
       77  WS-TOTAL-TRANSFERIDO PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ITEM PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA-QTD PIC S9(7) VALUE ZEROS.
       77  WS-TOTAL-CEDULAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-EM-FALTA PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-AJUSTES PIC 9(5) VALUE ZEROS.
       77  WS-QTD-MOEDAS PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-IND-ACHADO PIC 9(2) VALUE ZEROS.
       77  WS-DIFERENCA-VALOR PIC S9(11)V99 VALUE ZEROS.
       77  WS-CEDULA-EXIBE PIC Z(4)9.99.
       77  WS-QTD-EXIBE PIC Z(6)9.
       77  WS-DIF-QTD-EXIBE PIC -(6)9.
       77  WS-VALOR-EXIBE PIC -(10)9.99.
       77  WS-POSICAO-EXIBE PIC -(10)9.99.
       77  WS-DIFERENCA-EXIBE PIC -(10)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'COFRE X POSICAO'.
       01  WS-HORA-COMPLETA.
           05 WS-HORA-AGORA PIC 9(6).
           05 FILLER PIC 9(2).
       01  WS-TABELA-MOEDAS.
           05 WS-MOE OCCURS 20 TIMES.
              10 WS-MOE-CODIGO PIC X(3).
              10 WS-MOE-VALOR-COFRE PIC 9(11)V99.
              10 WS-MOE-SEM-CONTAGEM PIC 9(3).
      *Cedulas da moeda sem contagem fisica hoje.
              10 WS-MOE-DATA-POSICAO PIC 9(8).
              10 WS-MOE-POSICAO PIC S9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_POSICOES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-POSICOES FROM ENVIRONMENT-VALUE
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
           DISPLAY 'COFRE DA MESA POR CEDULA'.
           DISPLAY '1. CADASTRAR CEDULA E ESTOQUE MINIMO'.
           DISPLAY '2. CONSULTAR ESTOQUE DO COFRE'.
           DISPLAY '3. RETIRADA DO COFRE PARA O CAIXA'.
           DISPLAY '4. DEVOLUCAO DO CAIXA AO COFRE'.
           DISPLAY '5. CONTAGEM FISICA DO DIA'.
           DISPLAY '6. DIFERENCAS CONTRA A POSICAO DE FECHAMENTO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM CADASTRAR-CEDULA.
           IF WS-OPCAO = 2
               PERFORM CONSULTAR-ESTOQUE.
           IF WS-OPCAO = 3
               PERFORM RETIRADA-PARA-CAIXA.
           IF WS-OPCAO = 4
               PERFORM DEVOLUCAO-AO-COFRE.
           IF WS-OPCAO = 5
               PERFORM CONTAGEM-FISICA.
           IF WS-OPCAO = 6
               PERFORM DIFERENCAS-CONTRA-POSICAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *CADASTRO - cedula nova entra com estoque zero (a primeira
      *contagem fisica carrega o saldo); cedula existente so tem o
      *estoque minimo alterado.
      *-----------------------------------------------------------------
       CADASTRAR-CEDULA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CADASTRO DE CEDULA SO POR SUPERVISOR.'
           ELSE
               PERFORM ABRE-COFRE-PARA-GRAVAR
               DISPLAY 'MOEDA (EX: USD, EUR): '
               ACCEPT WS-MOEDA-PEDIDA
               DISPLAY 'CEDULA (VALOR DE FACE, 5 INTEIROS 2 DECIMAIS): '
               ACCEPT WS-CEDULA-PEDIDA
               DISPLAY 'ESTOQUE MINIMO (QUANTIDADE DE CEDULAS): '
               ACCEPT WS-MINIMO-PEDIDO
               IF WS-CEDULA-PEDIDA = ZEROS
                   DISPLAY 'CEDULA DEVE SER MAIOR QUE ZERO.'
               ELSE
                   PERFORM GRAVA-CEDULA
               END-IF
               CLOSE ARQUIVO-COFRE.

       GRAVA-CEDULA.
           MOVE WS-MOEDA-PEDIDA TO COFRE-MOEDA.
           MOVE WS-CEDULA-PEDIDA TO COFRE-CEDULA.
           READ ARQUIVO-COFRE RECORD
               INVALID KEY
                   MOVE ZEROS TO COFRE-QUANTIDADE
                   MOVE WS-MINIMO-PEDIDO TO COFRE-MINIMO
                   MOVE ZEROS TO COFRE-DATA-CONTAGEM
                   MOVE ZEROS TO COFRE-QTD-CONTADA
                   MOVE SPACES TO COFRE-OPERADOR-CONTAGEM
                   WRITE COFRE-REGISTRO
                   END-WRITE
                   DISPLAY 'CEDULA CADASTRADA. CARREGUE O SALDO PELA'
                           ' CONTAGEM FISICA.'
               NOT INVALID KEY
                   MOVE WS-MINIMO-PEDIDO TO COFRE-MINIMO
                   REWRITE COFRE-REGISTRO
                   END-REWRITE
                   DISPLAY 'ESTOQUE MINIMO ALTERADO.'
           END-READ.

       ABRE-COFRE-PARA-GRAVAR.
           OPEN I-O ARQUIVO-COFRE.
           IF WS-STATUS-ARQUIVO-COFRE = '35'
      *Primeiro cadastro cria o arquivo.
               OPEN OUTPUT ARQUIVO-COFRE
               CLOSE ARQUIVO-COFRE
               OPEN I-O ARQUIVO-COFRE.

      *-----------------------------------------------------------------
      *CONSULTA - estoque de todas as cedulas, com as que estao no
      *minimo ou abaixo marcadas como em falta.
      *-----------------------------------------------------------------
       CONSULTAR-ESTOQUE.
           OPEN INPUT ARQUIVO-COFRE.
           IF WS-STATUS-ARQUIVO-COFRE NOT = '00'
               DISPLAY 'NENHUMA CEDULA CADASTRADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-CEDULAS
               MOVE ZEROS TO WS-TOTAL-EM-FALTA
               DISPLAY 'MOEDA    CEDULA  QUANTIDADE     MINIMO'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-CEDULA
               PERFORM EXIBE-CEDULA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-COFRE
               DISPLAY 'CEDULAS: ' WS-TOTAL-CEDULAS
                       '  EM FALTA: ' WS-TOTAL-EM-FALTA.

       LE-PROXIMA-CEDULA.
           READ ARQUIVO-COFRE NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       EXIBE-CEDULA.
           ADD 1 TO WS-TOTAL-CEDULAS.
           MOVE COFRE-CEDULA TO WS-CEDULA-EXIBE.
           MOVE COFRE-QUANTIDADE TO WS-QTD-EXIBE.
           IF COFRE-QUANTIDADE NOT > COFRE-MINIMO
               ADD 1 TO WS-TOTAL-EM-FALTA
               DISPLAY COFRE-MOEDA '   ' WS-CEDULA-EXIBE '     '
                       WS-QTD-EXIBE '    ' COFRE-MINIMO
                       ' *** EM FALTA'
           ELSE
               DISPLAY COFRE-MOEDA '   ' WS-CEDULA-EXIBE '     '
                       WS-QTD-EXIBE '    ' COFRE-MINIMO.
           PERFORM LE-PROXIMA-CEDULA.

      *-----------------------------------------------------------------
      *RETIRADA - cedulas do cofre para o caixa do operador. Sem
      *caixa do dia na moeda, a retirada abre o caixa (abertura =
      *valor retirado); com o caixa aberto e reforco, somado pela
      *conferencia do PROG108. Caixa ja conferido nao recebe mais.
      *-----------------------------------------------------------------
       RETIRADA-PARA-CAIXA.
           DISPLAY 'MOEDA DA RETIRADA: '.
           ACCEPT WS-MOEDA-PEDIDA.
           PERFORM ABRE-CAIXA-DO-TURNO.
           IF WS-CAIXA-SITUACAO = 'C'
               DISPLAY 'CAIXA DE HOJE JA CONFERIDO NESTA MOEDA.'
               CLOSE ARQUIVO-CAIXA
           ELSE
               OPEN I-O ARQUIVO-COFRE
               IF WS-STATUS-ARQUIVO-COFRE NOT = '00'
                   DISPLAY 'NENHUMA CEDULA CADASTRADA AINDA.'
                   CLOSE ARQUIVO-CAIXA
               ELSE
                   IF WS-CAIXA-SITUACAO = 'N'
                       MOVE 'A' TO WS-TIPO-TRANSFERENCIA
                   ELSE
                       MOVE 'R' TO WS-TIPO-TRANSFERENCIA
                   END-IF
                   MOVE ZEROS TO WS-TOTAL-TRANSFERIDO
                   OPEN EXTEND ARQUIVO-TRANSF-COFRE
                   MOVE 'N' TO WS-FIM-ITENS
                   PERFORM RETIRA-UMA-CEDULA
                       THRU RETIRA-UMA-CEDULA-FIM
                       UNTIL WS-FIM-ITENS = 'S'
                   CLOSE ARQUIVO-TRANSF-COFRE
                   CLOSE ARQUIVO-COFRE
                   PERFORM ATUALIZA-CAIXA-DO-TURNO
                   CLOSE ARQUIVO-CAIXA.

       ABRE-CAIXA-DO-TURNO.
           OPEN I-O ARQUIVO-CAIXA.
           IF WS-STATUS-ARQUIVO-CAIXA = '35'
               OPEN OUTPUT ARQUIVO-CAIXA
               CLOSE ARQUIVO-CAIXA
               OPEN I-O ARQUIVO-CAIXA.
           MOVE WS-OPERADOR TO CAIXA-OPERADOR.
           MOVE WS-DATA-HOJE TO CAIXA-DATA.
           MOVE WS-MOEDA-PEDIDA TO CAIXA-MOEDA.
           READ ARQUIVO-CAIXA RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CAIXA-SITUACAO
               NOT INVALID KEY
                   IF CAIXA-CONFERIDO = 'S'
                       MOVE 'C' TO WS-CAIXA-SITUACAO
                   ELSE
                       MOVE 'A' TO WS-CAIXA-SITUACAO
                   END-IF
           END-READ.

       RETIRA-UMA-CEDULA.
           PERFORM PEDE-CEDULA-E-QUANTIDADE.
           IF WS-FIM-ITENS = 'S' OR WS-QTD-PEDIDA = ZEROS
               GO TO RETIRA-UMA-CEDULA-FIM.
           IF WS-QTD-PEDIDA > COFRE-QUANTIDADE
               MOVE COFRE-QUANTIDADE TO WS-QTD-EXIBE
               DISPLAY 'SALDO INSUFICIENTE NO COFRE: ' WS-QTD-EXIBE
                       ' CEDULAS.'
               GO TO RETIRA-UMA-CEDULA-FIM.
           SUBTRACT WS-QTD-PEDIDA FROM COFRE-QUANTIDADE.
           REWRITE COFRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ESTOQUE DA CEDULA.'
                   GO TO RETIRA-UMA-CEDULA-FIM
           END-REWRITE.
           COMPUTE WS-VALOR-ITEM = WS-QTD-PEDIDA * COFRE-CEDULA.
           ADD WS-VALOR-ITEM TO WS-TOTAL-TRANSFERIDO.
           MOVE WS-QTD-PEDIDA TO WS-DIFERENCA-QTD.
           PERFORM GRAVA-TRANSFERENCIA.
           IF COFRE-QUANTIDADE NOT > COFRE-MINIMO
               MOVE COFRE-QUANTIDADE TO WS-QTD-EXIBE
               DISPLAY 'ATENCAO: CEDULA ' WS-CEDULA-EXIBE ' '
                       COFRE-MOEDA ' NO ESTOQUE MINIMO OU ABAIXO ('
                       WS-QTD-EXIBE ' NO COFRE). PROVIDENCIE.'.
       RETIRA-UMA-CEDULA-FIM.
           EXIT.

       PEDE-CEDULA-E-QUANTIDADE.
      *Cedula zero encerra a lista; cedula nao cadastrada na moeda
      *e recusada (quantidade zero, item ignorado).
           MOVE ZEROS TO WS-QTD-PEDIDA.
           DISPLAY 'CEDULA (ZERO PARA ENCERRAR): '.
           ACCEPT WS-CEDULA-PEDIDA.
           IF WS-CEDULA-PEDIDA = ZEROS
               MOVE 'S' TO WS-FIM-ITENS
           ELSE
               MOVE WS-MOEDA-PEDIDA TO COFRE-MOEDA
               MOVE WS-CEDULA-PEDIDA TO COFRE-CEDULA
               MOVE COFRE-CEDULA TO WS-CEDULA-EXIBE
               READ ARQUIVO-COFRE RECORD
                   INVALID KEY
                       DISPLAY 'CEDULA NAO CADASTRADA NESTA MOEDA.'
                   NOT INVALID KEY
                       DISPLAY 'QUANTIDADE DE CEDULAS: '
                       ACCEPT WS-QTD-PEDIDA
               END-READ.

       ATUALIZA-CAIXA-DO-TURNO.
           MOVE WS-TOTAL-TRANSFERIDO TO WS-VALOR-EXIBE.
           IF WS-TOTAL-TRANSFERIDO = ZEROS
               DISPLAY 'NENHUMA CEDULA RETIRADA.'
           ELSE
               IF WS-CAIXA-SITUACAO = 'N'
                   MOVE WS-TOTAL-TRANSFERIDO TO CAIXA-ABERTURA
                   MOVE ZEROS TO CAIXA-CONTADO
                   MOVE 'N' TO CAIXA-CONFERIDO
                   WRITE CAIXA-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO ABRIR O CAIXA DO TURNO.'
                       NOT INVALID KEY
                           DISPLAY 'CAIXA ABERTO COM A RETIRADA DE '
                                   WS-VALOR-EXIBE ' ' WS-MOEDA-PEDIDA
                   END-WRITE
               ELSE
                   DISPLAY 'REFORCO DE CAIXA: ' WS-VALOR-EXIBE ' '
                           WS-MOEDA-PEDIDA.

      *-----------------------------------------------------------------
      *DEVOLUCAO - cedulas do caixa do operador de volta ao cofre;
      *abatida do esperado na conferencia do PROG108.
      *-----------------------------------------------------------------
       DEVOLUCAO-AO-COFRE.
           DISPLAY 'MOEDA DA DEVOLUCAO: '.
           ACCEPT WS-MOEDA-PEDIDA.
           PERFORM ABRE-CAIXA-DO-TURNO.
           CLOSE ARQUIVO-CAIXA.
           IF WS-CAIXA-SITUACAO = 'N'
               DISPLAY 'CAIXA DE HOJE NAO FOI ABERTO NESTA MOEDA.'
           ELSE
               OPEN I-O ARQUIVO-COFRE
               IF WS-STATUS-ARQUIVO-COFRE NOT = '00'
                   DISPLAY 'NENHUMA CEDULA CADASTRADA AINDA.'
               ELSE
                   MOVE 'D' TO WS-TIPO-TRANSFERENCIA
                   MOVE ZEROS TO WS-TOTAL-TRANSFERIDO
                   OPEN EXTEND ARQUIVO-TRANSF-COFRE
                   MOVE 'N' TO WS-FIM-ITENS
                   PERFORM DEVOLVE-UMA-CEDULA
                       THRU DEVOLVE-UMA-CEDULA-FIM
                       UNTIL WS-FIM-ITENS = 'S'
                   CLOSE ARQUIVO-TRANSF-COFRE
                   CLOSE ARQUIVO-COFRE
                   MOVE WS-TOTAL-TRANSFERIDO TO WS-VALOR-EXIBE
                   DISPLAY 'DEVOLVIDO AO COFRE: ' WS-VALOR-EXIBE ' '
                           WS-MOEDA-PEDIDA.

       DEVOLVE-UMA-CEDULA.
           PERFORM PEDE-CEDULA-E-QUANTIDADE.
           IF WS-FIM-ITENS = 'S' OR WS-QTD-PEDIDA = ZEROS
               GO TO DEVOLVE-UMA-CEDULA-FIM.
           ADD WS-QTD-PEDIDA TO COFRE-QUANTIDADE.
           REWRITE COFRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ESTOQUE DA CEDULA.'
                   GO TO DEVOLVE-UMA-CEDULA-FIM
           END-REWRITE.
           COMPUTE WS-VALOR-ITEM = WS-QTD-PEDIDA * COFRE-CEDULA.
           ADD WS-VALOR-ITEM TO WS-TOTAL-TRANSFERIDO.
           MOVE WS-QTD-PEDIDA TO WS-DIFERENCA-QTD.
           PERFORM GRAVA-TRANSFERENCIA.
       DEVOLVE-UMA-CEDULA-FIM.
           EXIT.

       GRAVA-TRANSFERENCIA.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-DATA-HOJE TO TRCOF-DATA.
           MOVE WS-HORA-AGORA TO TRCOF-HORA.
           MOVE WS-OPERADOR TO TRCOF-OPERADOR.
           MOVE WS-TIPO-TRANSFERENCIA TO TRCOF-TIPO.
           MOVE COFRE-MOEDA TO TRCOF-MOEDA.
           MOVE COFRE-CEDULA TO TRCOF-CEDULA.
           MOVE WS-DIFERENCA-QTD TO TRCOF-QUANTIDADE.
           MOVE WS-VALOR-ITEM TO TRCOF-VALOR.
           WRITE TRCOF-LINHA.

      *-----------------------------------------------------------------
      *CONTAGEM FISICA - percorre as cedulas da moeda; o contado
      *passa a ser o estoque e a diferenca sai como ajuste (J) no
      *diario das transferencias.
      *-----------------------------------------------------------------
       CONTAGEM-FISICA.
           DISPLAY 'MOEDA DA CONTAGEM: '.
           ACCEPT WS-MOEDA-PEDIDA.
           OPEN I-O ARQUIVO-COFRE.
           IF WS-STATUS-ARQUIVO-COFRE NOT = '00'
               DISPLAY 'NENHUMA CEDULA CADASTRADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-CEDULAS
               MOVE ZEROS TO WS-TOTAL-AJUSTES
               MOVE 'J' TO WS-TIPO-TRANSFERENCIA
               OPEN EXTEND ARQUIVO-TRANSF-COFRE
               MOVE WS-MOEDA-PEDIDA TO COFRE-MOEDA
               MOVE ZEROS TO COFRE-CEDULA
               MOVE 'N' TO FINAL-ARQUIVO
               START ARQUIVO-COFRE KEY IS NOT LESS THAN COFRE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FINAL-ARQUIVO
               END-START
               PERFORM LE-PROXIMA-CEDULA-DA-MOEDA
               PERFORM CONTA-UMA-CEDULA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-TRANSF-COFRE
               CLOSE ARQUIVO-COFRE
               DISPLAY 'CEDULAS CONTADAS: ' WS-TOTAL-CEDULAS
                       '  COM DIFERENCA: ' WS-TOTAL-AJUSTES.

       LE-PROXIMA-CEDULA-DA-MOEDA.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-COFRE NEXT RECORD
                   AT END
                       MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           IF FINAL-ARQUIVO = 'N' AND COFRE-MOEDA NOT = WS-MOEDA-PEDIDA
               MOVE 'S' TO FINAL-ARQUIVO.

       CONTA-UMA-CEDULA.
           ADD 1 TO WS-TOTAL-CEDULAS.
           MOVE COFRE-CEDULA TO WS-CEDULA-EXIBE.
           MOVE COFRE-QUANTIDADE TO WS-QTD-EXIBE.
           DISPLAY 'CEDULA ' WS-CEDULA-EXIBE '  NO SISTEMA: '
                   WS-QTD-EXIBE.
           DISPLAY 'QUANTIDADE CONTADA: '.
           ACCEPT WS-QTD-PEDIDA.
           COMPUTE WS-DIFERENCA-QTD =
               WS-QTD-PEDIDA - COFRE-QUANTIDADE.
           MOVE WS-QTD-PEDIDA TO COFRE-QTD-CONTADA.
           MOVE WS-QTD-PEDIDA TO COFRE-QUANTIDADE.
           MOVE WS-DATA-HOJE TO COFRE-DATA-CONTAGEM.
           MOVE WS-OPERADOR TO COFRE-OPERADOR-CONTAGEM.
           REWRITE COFRE-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A CONTAGEM.'
           END-REWRITE.
           IF WS-DIFERENCA-QTD NOT = ZEROS
               ADD 1 TO WS-TOTAL-AJUSTES
               COMPUTE WS-VALOR-ITEM =
                   WS-DIFERENCA-QTD * COFRE-CEDULA
               PERFORM GRAVA-TRANSFERENCIA
               MOVE WS-DIFERENCA-QTD TO WS-DIF-QTD-EXIBE
               DISPLAY 'DIFERENCA DE ' WS-DIF-QTD-EXIBE
                       ' CEDULAS AJUSTADA NO ESTOQUE.'.
           IF COFRE-QUANTIDADE NOT > COFRE-MINIMO
               DISPLAY 'ATENCAO: CEDULA NO ESTOQUE MINIMO OU ABAIXO.'.
           PERFORM LE-PROXIMA-CEDULA-DA-MOEDA.

      *-----------------------------------------------------------------
      *DIFERENCAS - valor no cofre por moeda (estoque por cedula)
      *contra a ultima posicao de fechamento do PROG65 ate hoje.
      *Vale com os caixas do dia ja devolvidos ao cofre; moeda com
      *cedula sem contagem hoje sai marcada.
      *-----------------------------------------------------------------
       DIFERENCAS-CONTRA-POSICAO.
           MOVE ZEROS TO WS-QTD-MOEDAS.
           MOVE ZEROS TO WS-TABELA-MOEDAS.
           OPEN INPUT ARQUIVO-COFRE.
           IF WS-STATUS-ARQUIVO-COFRE = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-CEDULA
               PERFORM SOMA-CEDULA-NA-MOEDA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-COFRE.
           OPEN INPUT ARQUIVO-POSICOES.
           IF WS-STATUS-POSICOES = '00'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-POSICAO
               PERFORM GUARDA-POSICAO-DA-MOEDA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-POSICOES.
           IF WS-QTD-MOEDAS = ZEROS
               DISPLAY 'SEM CEDULAS NO COFRE E SEM POSICAO DE '
                       'FECHAMENTO.'
           ELSE
               PERFORM IMPRIME-DIFERENCAS.

       SOMA-CEDULA-NA-MOEDA.
           MOVE COFRE-MOEDA TO WS-MOEDA-PEDIDA.
           PERFORM LOCALIZA-MOEDA.
           IF WS-IND-ACHADO > ZEROS
               COMPUTE WS-MOE-VALOR-COFRE (WS-IND-ACHADO) =
                   WS-MOE-VALOR-COFRE (WS-IND-ACHADO) +
                   COFRE-QUANTIDADE * COFRE-CEDULA
               IF COFRE-DATA-CONTAGEM NOT = WS-DATA-HOJE
                   ADD 1 TO WS-MOE-SEM-CONTAGEM (WS-IND-ACHADO).
           PERFORM LE-PROXIMA-CEDULA.

       LE-PROXIMA-POSICAO.
           READ ARQUIVO-POSICOES
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       GUARDA-POSICAO-DA-MOEDA.
      *As posicoes estao em ordem cronologica; fica a ultima ate
      *hoje de cada moeda.
           IF POS-DATA NOT > WS-DATA-HOJE
               MOVE POS-MOEDA TO WS-MOEDA-PEDIDA
               PERFORM LOCALIZA-MOEDA
               IF WS-IND-ACHADO > ZEROS
                   MOVE POS-DATA TO WS-MOE-DATA-POSICAO (WS-IND-ACHADO)
                   MOVE POS-SALDO TO WS-MOE-POSICAO (WS-IND-ACHADO).
           PERFORM LE-PROXIMA-POSICAO.

       LOCALIZA-MOEDA.
      *Encontra (ou abre) a linha da moeda na tabela; tabela cheia
      *devolve zero e a moeda fica fora do relatorio.
           MOVE ZEROS TO WS-IND-ACHADO.
           PERFORM PROCURA-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-MOEDAS OR WS-IND-ACHADO > 0.
           IF WS-IND-ACHADO = ZEROS AND WS-QTD-MOEDAS < 20
               ADD 1 TO WS-QTD-MOEDAS
               MOVE WS-QTD-MOEDAS TO WS-IND-ACHADO
               MOVE WS-MOEDA-PEDIDA TO WS-MOE-CODIGO (WS-IND-ACHADO).

       PROCURA-MOEDA.
           IF WS-MOE-CODIGO (WS-IND) = WS-MOEDA-PEDIDA
               MOVE WS-IND TO WS-IND-ACHADO.

       IMPRIME-DIFERENCAS.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'COFRE POR CEDULA X POSICAO DE FECHAMENTO - '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'MOEDA' TO WS-LINHA-IMPRESSA.
           MOVE 'NO COFRE' TO WS-LINHA-IMPRESSA (12:8).
           MOVE 'POSICAO' TO WS-LINHA-IMPRESSA (28:7).
           MOVE 'DATA' TO WS-LINHA-IMPRESSA (36:4).
           MOVE 'DIFERENCA' TO WS-LINHA-IMPRESSA (50:9).
           MOVE 'CONTAGEM' TO WS-LINHA-IMPRESSA (65:8).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:76).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-MOEDA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-MOEDAS.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:76).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DIFERENCA = COFRE MENOS POSICAO. CONFIRA COM OS CAIXAS'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DO DIA JA DEVOLVIDOS AO COFRE (PROG108/PROG163).'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'DIFERENCAS DO COFRE NO SPOOL (PROG72).'.

       IMPRIME-MOEDA.
           COMPUTE WS-DIFERENCA-VALOR = WS-MOE-VALOR-COFRE (WS-IND) -
               WS-MOE-POSICAO (WS-IND).
           MOVE WS-MOE-VALOR-COFRE (WS-IND) TO WS-VALOR-EXIBE.
           MOVE WS-MOE-POSICAO (WS-IND) TO WS-POSICAO-EXIBE.
           MOVE WS-DIFERENCA-VALOR TO WS-DIFERENCA-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING WS-MOE-CODIGO (WS-IND) '  ' WS-VALOR-EXIBE ' '
                  WS-POSICAO-EXIBE ' ' WS-MOE-DATA-POSICAO (WS-IND)
                  ' ' WS-DIFERENCA-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           IF WS-MOE-SEM-CONTAGEM (WS-IND) > ZEROS
               MOVE 'PENDENTE' TO WS-LINHA-IMPRESSA (65:8)
           ELSE
               MOVE 'HOJE' TO WS-LINHA-IMPRESSA (65:4).
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
