      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG166.
      *Ordens de atacado da mesa com os bancos correspondentes
      *(ordens_atacado.dat): a compra e a venda de moeda em lote
      *para recompor o estoque, que antes so apareciam na posicao
      *como ALTA/BAIXA sem contraparte.
      *  1. Cadastro de correspondente (supervisor).
      *  2. Inclusao de ordem (supervisor): correspondente, compra ou
      *     venda, moeda, valor, taxa e data da liquidacao. O numero
      *     vem da numeracao central (PROG78, cadastro 'ATACADO') e
      *     e a referencia informada ao correspondente.
      *  3. Consulta de uma ordem.
      *  4. Ordens em aberto, com as de liquidacao vencida marcadas.
      *  5. Cancelamento de ordem em aberto (supervisor).
      *  6. Liquidacao manual (supervisor), para quando o arquivo do
      *     correspondente nao chegar: grava o movimento ATACOM ou
      *     ATAVEN no diario pelo PROG168.
      *A liquidacao normal e a da conciliacao diaria (PROG167).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELATACADO.cob'.
           COPY 'SELCORRESP.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDATACADO.cob'.
           COPY 'FDCORRESP.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-ATACADO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-CORRESP PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CORRESP-INFORMADO PIC 9(4) VALUE ZEROS.
       77  WS-CORRESP-ENCONTRADO PIC X VALUE 'N'.
       77  WS-NOME-CORRESP PIC X(30) VALUE SPACES.
       77  WS-BANCO-CORRESP PIC 9(3) VALUE ZEROS.
       77  WS-ATIVO-CORRESP PIC X VALUE 'S'.
       77  WS-SENTIDO PIC X VALUE SPACE.
       77  WS-MOEDA PIC X(3) VALUE SPACES.
       77  WS-VALOR PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-DATA-LIQUIDACAO PIC 9(8) VALUE ZEROS.
       77  WS-DATA-VALIDA PIC X VALUE 'N'.
       77  WS-DATA-CONFERE PIC 9(8) VALUE ZEROS.
       77  WS-MES-CONFERE PIC 9(2) VALUE ZEROS.
       77  WS-DIA-CONFERE PIC 9(2) VALUE ZEROS.
       77  WS-NUMERO-INFORMADO PIC 9(6) VALUE ZEROS.
       77  WS-CADASTRO-ATACADO PIC X(12) VALUE 'ATACADO'.
       77  WS-NUMERO-ALOCADO PIC 9(6) VALUE ZEROS.
       77  WS-RESULTADO-LIQUIDACAO PIC X VALUE 'N'.
       77  WS-PODE-LIQUIDAR PIC X VALUE 'N'.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-TOTAL-ABERTAS PIC 9(5) VALUE ZEROS.
       77  WS-VALOR-EXIBE PIC Z(8)9.99.
       77  WS-TAXA-EXIBE PIC Z(4)9.9999.
       77  WS-SENTIDO-EXIBE PIC X(6) VALUE SPACES.
       77  WS-SITUACAO-EXIBE PIC X(10) VALUE SPACES.
       77  WS-MARCA-VENCIDA PIC X(11) VALUE SPACES.

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
           DISPLAY 'ORDENS DE ATACADO COM CORRESPONDENTES'.
           DISPLAY '1. CADASTRAR CORRESPONDENTE'.
           DISPLAY '2. INCLUIR ORDEM'.
           DISPLAY '3. CONSULTAR ORDEM'.
           DISPLAY '4. ORDENS EM ABERTO'.
           DISPLAY '5. CANCELAR ORDEM'.
           DISPLAY '6. LIQUIDAR ORDEM MANUALMENTE'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM CADASTRAR-CORRESPONDENTE.
           IF WS-OPCAO = 2
               PERFORM INCLUIR-ORDEM THRU INCLUIR-ORDEM-FIM.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-ORDEM.
           IF WS-OPCAO = 4
               PERFORM LISTAR-ORDENS-ABERTAS.
           IF WS-OPCAO = 5
               PERFORM CANCELAR-ORDEM.
           IF WS-OPCAO = 6
               PERFORM LIQUIDAR-ORDEM.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *CADASTRO DE CORRESPONDENTE - codigo novo e incluido; codigo
      *existente tem nome, banco e situacao regravados.
      *-----------------------------------------------------------------
       CADASTRAR-CORRESPONDENTE.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CADASTRO DE CORRESPONDENTE SO POR SUPERVISOR.'
           ELSE
               PERFORM ABRE-CORRESP-PARA-GRAVAR
               DISPLAY 'CODIGO DO CORRESPONDENTE (1-9999): '
               ACCEPT WS-CORRESP-INFORMADO
               DISPLAY 'NOME DO CORRESPONDENTE: '
               ACCEPT WS-NOME-CORRESP
               DISPLAY 'NUMERO DO BANCO (3 DIGITOS): '
               ACCEPT WS-BANCO-CORRESP
               DISPLAY 'ACEITA ORDENS NOVAS? (S/N): '
               ACCEPT WS-ATIVO-CORRESP
               IF WS-ATIVO-CORRESP = 's'
                   MOVE 'S' TO WS-ATIVO-CORRESP
               END-IF
               IF WS-ATIVO-CORRESP NOT = 'S'
                   MOVE 'N' TO WS-ATIVO-CORRESP
               END-IF
               IF WS-CORRESP-INFORMADO = ZEROS OR
                       WS-NOME-CORRESP = SPACES
                   DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS.'
               ELSE
                   PERFORM GRAVA-CORRESPONDENTE
               END-IF
               CLOSE ARQUIVO-CORRESPONDENTE.

       GRAVA-CORRESPONDENTE.
           MOVE WS-CORRESP-INFORMADO TO CORRESP-CODIGO.
           READ ARQUIVO-CORRESPONDENTE RECORD
               INVALID KEY
                   MOVE WS-NOME-CORRESP TO CORRESP-NOME
                   MOVE WS-BANCO-CORRESP TO CORRESP-BANCO
                   MOVE WS-ATIVO-CORRESP TO CORRESP-ATIVO
                   WRITE CORRESP-REGISTRO
                   END-WRITE
                   DISPLAY 'CORRESPONDENTE CADASTRADO.'
               NOT INVALID KEY
                   MOVE WS-NOME-CORRESP TO CORRESP-NOME
                   MOVE WS-BANCO-CORRESP TO CORRESP-BANCO
                   MOVE WS-ATIVO-CORRESP TO CORRESP-ATIVO
                   REWRITE CORRESP-REGISTRO
                   END-REWRITE
                   DISPLAY 'CORRESPONDENTE ALTERADO.'
           END-READ.

       ABRE-CORRESP-PARA-GRAVAR.
           OPEN I-O ARQUIVO-CORRESPONDENTE.
           IF WS-STATUS-ARQUIVO-CORRESP = '35'
      *Primeiro cadastro cria o arquivo.
               OPEN OUTPUT ARQUIVO-CORRESPONDENTE
               CLOSE ARQUIVO-CORRESPONDENTE
               OPEN I-O ARQUIVO-CORRESPONDENTE.

      *-----------------------------------------------------------------
      *INCLUSAO - so com correspondente ativo; a data da liquidacao
      *nao pode ser anterior a hoje.
      *-----------------------------------------------------------------
       INCLUIR-ORDEM.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'INCLUSAO DE ORDEM SO POR SUPERVISOR.'
               GO TO INCLUIR-ORDEM-FIM.
           DISPLAY 'CODIGO DO CORRESPONDENTE (1-9999): '.
           ACCEPT WS-CORRESP-INFORMADO.
           PERFORM VALIDA-CORRESPONDENTE.
           IF WS-CORRESP-ENCONTRADO = 'N'
               GO TO INCLUIR-ORDEM-FIM.
           IF CORRESP-ATIVO NOT = 'S'
               DISPLAY 'CORRESPONDENTE DESATIVADO.'
               GO TO INCLUIR-ORDEM-FIM.
           DISPLAY 'A MESA COMPRA OU VENDE? (C/V): '.
           ACCEPT WS-SENTIDO.
           IF WS-SENTIDO = 'c'
               MOVE 'C' TO WS-SENTIDO.
           IF WS-SENTIDO = 'v'
               MOVE 'V' TO WS-SENTIDO.
           IF WS-SENTIDO NOT = 'C' AND WS-SENTIDO NOT = 'V'
               DISPLAY 'INFORME C (COMPRA) OU V (VENDA).'
               GO TO INCLUIR-ORDEM-FIM.
           DISPLAY 'MOEDA (EX: USD, EUR): '.
           ACCEPT WS-MOEDA.
           DISPLAY 'VALOR (SOMENTE DIGITOS, 2 DECIMAIS): '.
           ACCEPT WS-VALOR.
           IF WS-VALOR = ZEROS
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
               GO TO INCLUIR-ORDEM-FIM.
           DISPLAY 'TAXA NEGOCIADA (5 INTEIROS 4 DECIMAIS): '.
           ACCEPT WS-TAXA.
           IF WS-TAXA = ZEROS
               DISPLAY 'TAXA DEVE SER MAIOR QUE ZERO.'
               GO TO INCLUIR-ORDEM-FIM.
           DISPLAY 'DATA DA LIQUIDACAO (AAAAMMDD): '.
           ACCEPT WS-DATA-LIQUIDACAO.
           MOVE WS-DATA-LIQUIDACAO TO WS-DATA-CONFERE.
           PERFORM CONFERE-DATA.
           IF WS-DATA-VALIDA = 'N' OR
                   WS-DATA-LIQUIDACAO < WS-DATA-HOJE
               DISPLAY 'DATA DA LIQUIDACAO INVALIDA.'
               GO TO INCLUIR-ORDEM-FIM.

           PERFORM DESCREVE-SENTIDO-PEDIDO.
           MOVE WS-VALOR TO WS-VALOR-EXIBE.
           MOVE WS-TAXA TO WS-TAXA-EXIBE.
           DISPLAY WS-SENTIDO-EXIBE ' ' WS-VALOR-EXIBE ' ' WS-MOEDA
                   ' A ' WS-TAXA-EXIBE ' COM ' CORRESP-NOME.
           DISPLAY 'LIQUIDACAO EM ' WS-DATA-LIQUIDACAO
                   '. CONFIRMA? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'ORDEM DESCARTADA.'
               GO TO INCLUIR-ORDEM-FIM.

           MOVE 'ATACADO' TO WS-CADASTRO-ATACADO.
           CALL 'PROG78' USING WS-CADASTRO-ATACADO WS-NUMERO-ALOCADO.
           IF WS-NUMERO-ALOCADO = ZEROS
               DISPLAY 'SEM NUMERO DE ORDEM DISPONIVEL.'
               GO TO INCLUIR-ORDEM-FIM.
           PERFORM GRAVA-ORDEM.
       INCLUIR-ORDEM-FIM.
           EXIT.

       VALIDA-CORRESPONDENTE.
           MOVE 'N' TO WS-CORRESP-ENCONTRADO.
           OPEN INPUT ARQUIVO-CORRESPONDENTE.
           IF WS-STATUS-ARQUIVO-CORRESP NOT = '00'
               DISPLAY 'NENHUM CORRESPONDENTE CADASTRADO AINDA.'
           ELSE
               MOVE WS-CORRESP-INFORMADO TO CORRESP-CODIGO
               READ ARQUIVO-CORRESPONDENTE RECORD
                   INVALID KEY
                       DISPLAY 'CORRESPONDENTE NAO CADASTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CORRESP-ENCONTRADO
                       DISPLAY 'CORRESPONDENTE: ' CORRESP-NOME
               END-READ
               CLOSE ARQUIVO-CORRESPONDENTE.

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

       DESCREVE-SENTIDO-PEDIDO.
           IF WS-SENTIDO = 'C'
               MOVE 'COMPRA' TO WS-SENTIDO-EXIBE
           ELSE
               MOVE 'VENDA' TO WS-SENTIDO-EXIBE.

       GRAVA-ORDEM.
           OPEN I-O ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO = '35'
      *Primeira ordem cria o arquivo.
               OPEN OUTPUT ARQUIVO-ATACADO
               CLOSE ARQUIVO-ATACADO
               OPEN I-O ARQUIVO-ATACADO.
           MOVE WS-NUMERO-ALOCADO TO ATAC-NUMERO.
           MOVE WS-CORRESP-INFORMADO TO ATAC-CORRESP.
           MOVE WS-SENTIDO TO ATAC-SENTIDO.
           MOVE WS-MOEDA TO ATAC-MOEDA.
           MOVE WS-VALOR TO ATAC-VALOR.
           MOVE WS-TAXA TO ATAC-TAXA.
           MOVE WS-DATA-HOJE TO ATAC-DATA-ORDEM.
           MOVE WS-DATA-LIQUIDACAO TO ATAC-DATA-LIQUIDACAO.
           MOVE 'A' TO ATAC-SITUACAO.
           MOVE WS-OPERADOR TO ATAC-OPERADOR.
           MOVE ZEROS TO ATAC-DATA-BAIXA.
           MOVE ZEROS TO ATAC-SEQ-MOVIMENTO.
           WRITE ATAC-REGISTRO
               INVALID KEY
                   DISPLAY 'ORDEM ' ATAC-NUMERO ' JA EXISTE.'
                           ' CONFIRA A NUMERACAO (PROG78).'
               NOT INVALID KEY
                   DISPLAY 'ORDEM ' ATAC-NUMERO ' GRAVADA.'
                           ' INFORME O NUMERO AO CORRESPONDENTE.'
           END-WRITE.
           CLOSE ARQUIVO-ATACADO.

      *-----------------------------------------------------------------
      *CONSULTA e CANCELAMENTO de uma ordem pelo numero.
      *-----------------------------------------------------------------
       CONSULTAR-ORDEM.
           OPEN INPUT ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO NOT = '00'
               DISPLAY 'NENHUMA ORDEM GRAVADA AINDA.'
           ELSE
               PERFORM LE-ORDEM-INFORMADA
               CLOSE ARQUIVO-ATACADO.

       LE-ORDEM-INFORMADA.
           DISPLAY 'NUMERO DA ORDEM: '.
           ACCEPT WS-NUMERO-INFORMADO.
           MOVE WS-NUMERO-INFORMADO TO ATAC-NUMERO.
           READ ARQUIVO-ATACADO RECORD
               INVALID KEY
                   MOVE SPACE TO ATAC-SITUACAO
                   DISPLAY 'ORDEM NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM EXIBE-ORDEM
           END-READ.

       EXIBE-ORDEM.
           MOVE ATAC-VALOR TO WS-VALOR-EXIBE.
           MOVE ATAC-TAXA TO WS-TAXA-EXIBE.
           PERFORM DESCREVE-SENTIDO.
           PERFORM DESCREVE-SITUACAO.
           DISPLAY 'ORDEM ' ATAC-NUMERO '  CORRESPONDENTE '
                   ATAC-CORRESP '  ' WS-SITUACAO-EXIBE.
           DISPLAY '  ' WS-SENTIDO-EXIBE ' ' ATAC-MOEDA ' '
                   WS-VALOR-EXIBE '  TAXA ' WS-TAXA-EXIBE.
           DISPLAY '  INCLUIDA EM ' ATAC-DATA-ORDEM
                   '  LIQUIDACAO ' ATAC-DATA-LIQUIDACAO.
           IF ATAC-SITUACAO NOT = 'A'
               DISPLAY '  BAIXA EM ' ATAC-DATA-BAIXA
                       '  OPERADOR ' ATAC-OPERADOR.
           IF ATAC-SITUACAO = 'L'
               DISPLAY '  MOVIMENTO NO DIARIO: SEQUENCIA '
                       ATAC-SEQ-MOVIMENTO.

       DESCREVE-SENTIDO.
           IF ATAC-SENTIDO = 'C'
               MOVE 'COMPRA' TO WS-SENTIDO-EXIBE
           ELSE
               MOVE 'VENDA' TO WS-SENTIDO-EXIBE.

       DESCREVE-SITUACAO.
           IF ATAC-SITUACAO = 'A'
               MOVE 'EM ABERTO' TO WS-SITUACAO-EXIBE.
           IF ATAC-SITUACAO = 'L'
               MOVE 'LIQUIDADA' TO WS-SITUACAO-EXIBE.
           IF ATAC-SITUACAO = 'C'
               MOVE 'CANCELADA' TO WS-SITUACAO-EXIBE.

       CANCELAR-ORDEM.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CANCELAMENTO DE ORDEM SO POR SUPERVISOR.'
           ELSE
               OPEN I-O ARQUIVO-ATACADO
               IF WS-STATUS-ARQUIVO-ATACADO NOT = '00'
                   DISPLAY 'NENHUMA ORDEM GRAVADA AINDA.'
               ELSE
                   PERFORM LE-ORDEM-INFORMADA
                   IF ATAC-SITUACAO = 'A'
                       PERFORM CONFIRMA-CANCELAMENTO
                   ELSE
                       IF ATAC-SITUACAO NOT = SPACE
                           DISPLAY 'SO ORDEM EM ABERTO PODE SER '
                                   'CANCELADA.'
                       END-IF
                   END-IF
                   CLOSE ARQUIVO-ATACADO.

       CONFIRMA-CANCELAMENTO.
           DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'C' TO ATAC-SITUACAO
               MOVE WS-DATA-HOJE TO ATAC-DATA-BAIXA
               MOVE WS-OPERADOR TO ATAC-OPERADOR
               REWRITE ATAC-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A ORDEM.'
                   NOT INVALID KEY
                       DISPLAY 'ORDEM CANCELADA.'
               END-REWRITE.

      *-----------------------------------------------------------------
      *LIQUIDACAO MANUAL - so de ordem em aberto com a data da
      *liquidacao ja alcancada. O arquivo e fechado antes da chamada:
      *o PROG168 abre as ordens por conta propria.
      *-----------------------------------------------------------------
       LIQUIDAR-ORDEM.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'LIQUIDACAO MANUAL SO POR SUPERVISOR.'
           ELSE
               MOVE 'N' TO WS-PODE-LIQUIDAR
               OPEN INPUT ARQUIVO-ATACADO
               IF WS-STATUS-ARQUIVO-ATACADO NOT = '00'
                   DISPLAY 'NENHUMA ORDEM GRAVADA AINDA.'
               ELSE
                   PERFORM LE-ORDEM-INFORMADA
                   PERFORM CONFERE-LIQUIDACAO
                   CLOSE ARQUIVO-ATACADO
               END-IF
               IF WS-PODE-LIQUIDAR = 'S'
                   PERFORM EFETUA-LIQUIDACAO.

       CONFERE-LIQUIDACAO.
           IF ATAC-SITUACAO = 'A'
               IF ATAC-DATA-LIQUIDACAO > WS-DATA-HOJE
                   DISPLAY 'LIQUIDACAO MARCADA PARA '
                           ATAC-DATA-LIQUIDACAO '; AINDA NAO VENCEU.'
               ELSE
                   DISPLAY 'CONFIRMA A LIQUIDACAO SEM O ARQUIVO DO'
                           ' CORRESPONDENTE? (S/N)'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'S' TO WS-PODE-LIQUIDAR
                   END-IF
               END-IF
           ELSE
               IF ATAC-SITUACAO NOT = SPACE
                   DISPLAY 'SO ORDEM EM ABERTO PODE SER LIQUIDADA.'.

       EFETUA-LIQUIDACAO.
           CALL 'PROG168' USING WS-NUMERO-INFORMADO WS-OPERADOR
               WS-RESULTADO-LIQUIDACAO.
           IF WS-RESULTADO-LIQUIDACAO = 'S'
               DISPLAY 'ORDEM LIQUIDADA; MOVIMENTO GRAVADO NO DIARIO.'
           ELSE
               DISPLAY 'ORDEM NAO LIQUIDADA (SITUACAO '
                       WS-RESULTADO-LIQUIDACAO ').'.

      *-----------------------------------------------------------------
      *ORDENS EM ABERTO - todas, na ordem do numero; a de liquidacao
      *ja vencida sem baixa e marcada.
      *-----------------------------------------------------------------
       LISTAR-ORDENS-ABERTAS.
           OPEN INPUT ARQUIVO-ATACADO.
           IF WS-STATUS-ARQUIVO-ATACADO NOT = '00'
               DISPLAY 'NENHUMA ORDEM GRAVADA AINDA.'
           ELSE
               MOVE ZEROS TO WS-TOTAL-ABERTAS
               DISPLAY 'NUMERO CORR SENTIDO MOEDA       VALOR'
                       '       TAXA LIQUIDACAO'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-ORDEM
               PERFORM EXIBE-ORDEM-ABERTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-ATACADO
               DISPLAY 'ORDENS EM ABERTO: ' WS-TOTAL-ABERTAS.

       LE-PROXIMA-ORDEM.
           READ ARQUIVO-ATACADO NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       EXIBE-ORDEM-ABERTA.
           IF ATAC-SITUACAO = 'A'
               ADD 1 TO WS-TOTAL-ABERTAS
               MOVE ATAC-VALOR TO WS-VALOR-EXIBE
               MOVE ATAC-TAXA TO WS-TAXA-EXIBE
               PERFORM DESCREVE-SENTIDO
               MOVE SPACES TO WS-MARCA-VENCIDA
               IF ATAC-DATA-LIQUIDACAO < WS-DATA-HOJE
                   MOVE '*** VENCIDA' TO WS-MARCA-VENCIDA
               END-IF
               DISPLAY ATAC-NUMERO ' ' ATAC-CORRESP ' '
                       WS-SENTIDO-EXIBE '  ' ATAC-MOEDA '  '
                       WS-VALOR-EXIBE ' ' WS-TAXA-EXIBE ' '
                       ATAC-DATA-LIQUIDACAO ' ' WS-MARCA-VENCIDA.
           PERFORM LE-PROXIMA-ORDEM.
