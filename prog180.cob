      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG180.
      *Manutencao das listas de distribuicao do spool
      *(listas_distribuicao.dat): inclui e retira destinatarios por
      *nome de relatorio e lista a distribuicao de um relatorio.
      *Cada linha vale para o relatorio inteiro (departamento zero)
      *ou so para a fatia de um departamento; no tipo G o
      *destinatario e o gestor do departamento (DEPARTAMENTO-GESTOR),
      *resolvido pelo PROG179 na hora da distribuicao. Restrita a
      *supervisor (nivel 2+).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELLISTADIST.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDLISTADIST.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-LISTA-DIST PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE ZERO.
       77  WS-RELATORIO-ALVO PIC X(20) VALUE SPACES.
       77  WS-QTD-LINHAS PIC 9(4) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_NIVEL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NIVEL-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-NIVEL-OPERADOR
           END-ACCEPT.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'LISTAS DE DISTRIBUICAO RESTRITAS A SUPERVISOR.'
               GOBACK.

           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'LISTAS DE DISTRIBUICAO DO SPOOL'.
           DISPLAY '1. INCLUIR DESTINATARIO'.
           DISPLAY '2. RETIRAR DESTINATARIO'.
           DISPLAY '3. LISTAR A DISTRIBUICAO DE UM RELATORIO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-DESTINATARIO.
           IF WS-OPCAO = 2
               PERFORM RETIRAR-DESTINATARIO.
           IF WS-OPCAO = 3
               PERFORM LISTAR-DISTRIBUICAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-DESTINATARIO.
           DISPLAY 'NOME DO RELATORIO (COMO NA LISTAGEM DO SPOOL): '.
           ACCEPT LDIST-RELATORIO.
           DISPLAY 'DEPARTAMENTO (ZERO = RELATORIO INTEIRO, OU A FATIA'
                   ' DE TODOS OS DEPARTAMENTOS NO TIPO G): '.
           ACCEPT LDIST-DEPARTAMENTO.
           DISPLAY 'TIPO (N = NOMINAL, G = GESTOR DO DEPARTAMENTO): '.
           ACCEPT LDIST-TIPO.
           IF LDIST-TIPO NOT = 'N' AND LDIST-TIPO NOT = 'G'
               DISPLAY 'TIPO INVALIDO.'
               GOBACK.
           MOVE 'S' TO REGISTRO-ENCONTRADO.
           IF LDIST-DEPARTAMENTO > ZEROS
               PERFORM CONFERE-DEPARTAMENTO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
               GOBACK.
           IF LDIST-TIPO = 'G'
               MOVE 'GESTOR' TO LDIST-DESTINATARIO
           ELSE
               DISPLAY 'DESTINATARIO (NOME, SETOR OU CAIXA): '
               ACCEPT LDIST-DESTINATARIO
           END-IF.
           IF LDIST-DESTINATARIO = SPACES
               DISPLAY 'DESTINATARIO EM BRANCO.'
               GOBACK.
           OPEN I-O ARQUIVO-LISTA-DIST.
           IF WS-STATUS-ARQUIVO-LISTA-DIST = '35'
      *Primeira inclusao cria o arquivo.
               OPEN OUTPUT ARQUIVO-LISTA-DIST
               CLOSE ARQUIVO-LISTA-DIST
               OPEN I-O ARQUIVO-LISTA-DIST
           END-IF.
           WRITE LDIST-REGISTRO
               INVALID KEY
                   DISPLAY 'DESTINATARIO JA ESTA NA LISTA.'
               NOT INVALID KEY
                   DISPLAY 'DESTINATARIO INCLUIDO.'
           END-WRITE.
           CLOSE ARQUIVO-LISTA-DIST.

       CONFERE-DEPARTAMENTO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE LDIST-DEPARTAMENTO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
                       DISPLAY 'DEPARTAMENTO: ' DEPARTAMENTO-DESCRICAO
               END-READ
               CLOSE ARQUIVO-DEPARTAMENTO
           END-IF.

       RETIRAR-DESTINATARIO.
           OPEN I-O ARQUIVO-LISTA-DIST.
           IF WS-STATUS-ARQUIVO-LISTA-DIST NOT = '00'
               DISPLAY 'NENHUMA LISTA CADASTRADA AINDA.'
               GOBACK.
           DISPLAY 'NOME DO RELATORIO: '.
           ACCEPT LDIST-RELATORIO.
           DISPLAY 'DEPARTAMENTO: '.
           ACCEPT LDIST-DEPARTAMENTO.
           DISPLAY 'DESTINATARIO (GESTOR PARA O TIPO G): '.
           ACCEPT LDIST-DESTINATARIO.
           DELETE ARQUIVO-LISTA-DIST RECORD
               INVALID KEY
                   DISPLAY 'DESTINATARIO NAO ESTAVA NA LISTA.'
               NOT INVALID KEY
                   DISPLAY 'DESTINATARIO RETIRADO.'
           END-DELETE.
           CLOSE ARQUIVO-LISTA-DIST.

       LISTAR-DISTRIBUICAO.
           OPEN INPUT ARQUIVO-LISTA-DIST.
           IF WS-STATUS-ARQUIVO-LISTA-DIST NOT = '00'
               DISPLAY 'NENHUMA LISTA CADASTRADA AINDA.'
               GOBACK.
           DISPLAY 'NOME DO RELATORIO: '.
           ACCEPT WS-RELATORIO-ALVO.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE WS-RELATORIO-ALVO TO LDIST-RELATORIO.
           MOVE ZEROS TO LDIST-DEPARTAMENTO.
           MOVE LOW-VALUES TO LDIST-DESTINATARIO.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-LISTA-DIST
                   KEY IS NOT LESS THAN LDIST-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-LISTA-DIST NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM LISTA-UM-DESTINATARIO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     LDIST-RELATORIO NOT = WS-RELATORIO-ALVO.
           CLOSE ARQUIVO-LISTA-DIST.
           IF WS-QTD-LINHAS = ZEROS
               DISPLAY 'RELATORIO SEM LISTA DE DISTRIBUICAO.'.

       LISTA-UM-DESTINATARIO.
           ADD 1 TO WS-QTD-LINHAS.
           IF LDIST-DEPARTAMENTO = ZEROS AND LDIST-TIPO = 'N'
               DISPLAY 'RELATORIO INTEIRO   ' LDIST-DESTINATARIO.
           IF LDIST-DEPARTAMENTO = ZEROS AND LDIST-TIPO = 'G'
               DISPLAY 'CADA FATIA          GESTOR DO DEPARTAMENTO'.
           IF LDIST-DEPARTAMENTO > ZEROS AND LDIST-TIPO = 'N'
               DISPLAY 'FATIA DEPTO ' LDIST-DEPARTAMENTO '     '
                       LDIST-DESTINATARIO.
           IF LDIST-DEPARTAMENTO > ZEROS AND LDIST-TIPO = 'G'
               DISPLAY 'FATIA DEPTO ' LDIST-DEPARTAMENTO
                       '     GESTOR DO DEPARTAMENTO'.
           READ ARQUIVO-LISTA-DIST NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
