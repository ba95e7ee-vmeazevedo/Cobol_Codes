      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG150.
      *Custodia de bens da empresa e EPI, chamada pelo menu do
      *PROG40: entrega de item ao funcionario (com a data de troca
      *do EPI), devolucao, baixa por supervisor com motivo, consulta
      *e o recibo de entrega para assinatura no spool (PROG71). Os
      *itens em poder do funcionario travam a aprovacao do
      *desligamento no PROG83. O relatorio de pendencias lista os
      *itens ainda com funcionarios desligados e os EPI com a data
      *de troca vencida.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELCUSTODIA.cob'.
           COPY 'SELFUNCIONARIO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDCUSTODIA.cob'.
           COPY 'FDFUNCIONARIO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  FINAL-ITENS PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-CUSTODIA PIC X(02) VALUE '00'.
       77  WS-OPERADOR PIC X(20) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  SEQUENCIA-ITEM-PROCURAR PIC 9(3) VALUE ZEROS.
       77  WS-ULTIMA-SEQUENCIA PIC 9(3) VALUE ZEROS.
       77  WS-NOME-FUNCIONARIO PIC X(20) VALUE SPACES.
       77  WS-SITUACAO-FUNCIONARIO PIC X VALUE SPACE.
       77  WS-TIPO-DIGITADO PIC X VALUE SPACE.
       77  WS-MESES-TROCA PIC 9(2) VALUE ZEROS.
       77  WS-MESES-CORRIDOS PIC 9(4) VALUE ZEROS.
       77  WS-ANOS-A-SOMAR PIC 9(3) VALUE ZEROS.
       77  WS-DATA-ENTREGA PIC 9(8) VALUE ZEROS.
       77  WS-TIPO-EXIBE PIC X(11) VALUE SPACES.
       77  WS-SITUACAO-EXIBE PIC X(9) VALUE SPACES.
       77  WS-QTD-ITENS PIC 9(4) VALUE ZEROS.
       77  WS-QTD-DESLIGADOS PIC 9(4) VALUE ZEROS.
       77  WS-QTD-EPI-VENCIDO PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE SPACES.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       01  WS-ITEM-GUARDADO PIC X(150).
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).
           COPY 'WSFUNCIONARIO.cob'.

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
      *Arquivos da empresa da sessao, definidos na selecao de
      *empresa do menu; rodando avulso valem os nomes padrao.
           DISPLAY 'ARQUIVO_FUNCIONARIOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQUIVO FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.
       PROGRAM-DONE.
      *GOBACK para devolver o controle ao menu do PROG40.
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'BENS DA EMPRESA E EPI EM CUSTODIA'.
           DISPLAY '1. ENTREGAR ITEM'.
           DISPLAY '2. REGISTRAR DEVOLUCAO'.
           DISPLAY '3. BAIXAR ITEM COM MOTIVO (SUPERVISOR)'.
           DISPLAY '4. CONSULTAR ITENS DO FUNCIONARIO'.
           DISPLAY '5. IMPRIMIR RECIBO DE ENTREGA'.
           DISPLAY '6. PENDENCIAS (DESLIGADOS E EPI VENCIDO)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM ENTREGAR-ITEM.
           IF WS-OPCAO = 2
               PERFORM DEVOLVER-ITEM.
           IF WS-OPCAO = 3
               PERFORM BAIXAR-ITEM.
           IF WS-OPCAO = 4
               PERFORM CONSULTAR-ITENS.
           IF WS-OPCAO = 5
               PERFORM IMPRIMIR-RECIBO.
           IF WS-OPCAO = 6
               PERFORM RELATORIO-PENDENCIAS.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       LE-FUNCIONARIO.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO.
           MOVE SPACE TO WS-SITUACAO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF WS-STATUS-ARQUIVO-FUNCIONARIO = '00'
               MOVE CODIGO-FUNCIONARIO-PROCURAR TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO REGISTRO-ENCONTRADO
                       MOVE FUNCIONARIO-NOME TO WS-NOME-FUNCIONARIO
                       MOVE FUNCIONARIO-SITUACAO
                           TO WS-SITUACAO-FUNCIONARIO
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO.

       ABRE-CUSTODIA-PARA-GRAVAR.
           OPEN I-O ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA = '35'
      *Primeira entrega cria o arquivo.
               OPEN OUTPUT ARQUIVO-CUSTODIA
               CLOSE ARQUIVO-CUSTODIA
               OPEN I-O ARQUIVO-CUSTODIA.

       POSICIONA-ITENS.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO CUSTODIA-CODIGO-FUNC.
           MOVE ZEROS TO CUSTODIA-SEQUENCIA.
           MOVE 'N' TO FINAL-ITENS.
           START ARQUIVO-CUSTODIA
                   KEY IS NOT LESS THAN CUSTODIA-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ITENS
           END-START.
           IF FINAL-ITENS = 'N'
               READ ARQUIVO-CUSTODIA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ITENS
               END-READ.

       DESCREVE-ITEM.
           MOVE 'OUTROS' TO WS-TIPO-EXIBE.
           IF CUSTODIA-TIPO = 'N'
               MOVE 'INFORMATICA' TO WS-TIPO-EXIBE.
           IF CUSTODIA-TIPO = 'C'
               MOVE 'CRACHA' TO WS-TIPO-EXIBE.
           IF CUSTODIA-TIPO = 'K'
               MOVE 'CHAVE' TO WS-TIPO-EXIBE.
           IF CUSTODIA-TIPO = 'F'
               MOVE 'FERRAMENTA' TO WS-TIPO-EXIBE.
           IF CUSTODIA-TIPO = 'E'
               MOVE 'EPI' TO WS-TIPO-EXIBE.
           MOVE 'EM PODER' TO WS-SITUACAO-EXIBE.
           IF CUSTODIA-SITUACAO = 'D'
               MOVE 'DEVOLVIDO' TO WS-SITUACAO-EXIBE.
           IF CUSTODIA-SITUACAO = 'B'
               MOVE 'BAIXADO' TO WS-SITUACAO-EXIBE.

      *-----------------------------------------------------------------
      *ENTREGA - so para funcionario ativo; o EPI com troca
      *periodica ganha a data de troca a partir da entrega.
      *-----------------------------------------------------------------
       ENTREGAR-ITEM.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM LE-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
               GO TO ENTREGAR-ITEM-FIM.
           IF WS-SITUACAO-FUNCIONARIO = 'D'
               DISPLAY 'FUNCIONARIO DESLIGADO NAO RECEBE ITENS.'
               GO TO ENTREGAR-ITEM-FIM.
           DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO.

           MOVE SPACE TO WS-TIPO-DIGITADO.
           PERFORM PEDE-TIPO-ITEM
               UNTIL WS-TIPO-DIGITADO = 'N' OR
                     WS-TIPO-DIGITADO = 'C' OR
                     WS-TIPO-DIGITADO = 'K' OR
                     WS-TIPO-DIGITADO = 'F' OR
                     WS-TIPO-DIGITADO = 'E' OR
                     WS-TIPO-DIGITADO = 'O'.
           MOVE SPACES TO CUSTODIA-REGISTRO.
           MOVE WS-TIPO-DIGITADO TO CUSTODIA-TIPO.
           DISPLAY 'DESCRICAO DO ITEM: '.
           ACCEPT CUSTODIA-DESCRICAO.
           DISPLAY 'NUMERO DE SERIE / PATRIMONIO / CA: '.
           ACCEPT CUSTODIA-SERIE.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-DATA-ENTREGA
               UNTIL WS-DATA-OK = 'S'.
           MOVE ZEROS TO CUSTODIA-DATA-TROCA.
           IF CUSTODIA-TIPO = 'E'
               DISPLAY 'TROCA DO EPI A CADA QUANTOS MESES'
                       ' (0 = SEM TROCA): '
               MOVE ZEROS TO WS-MESES-TROCA
               ACCEPT WS-MESES-TROCA
               IF WS-MESES-TROCA > ZEROS
                   PERFORM CALCULA-DATA-TROCA
                   DISPLAY 'TROCA PREVISTA PARA '
                           CUSTODIA-DATA-TROCA '.'
               END-IF
           END-IF.
           MOVE CUSTODIA-REGISTRO TO WS-ITEM-GUARDADO.

           PERFORM ABRE-CUSTODIA-PARA-GRAVAR.
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.
           PERFORM POSICIONA-ITENS.
           PERFORM ANOTA-SEQUENCIA
               UNTIL FINAL-ITENS = 'S' OR
                     CUSTODIA-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.
           MOVE WS-ITEM-GUARDADO TO CUSTODIA-REGISTRO.
           IF WS-ULTIMA-SEQUENCIA = 999
               DISPLAY 'FUNCIONARIO JA TEM 999 MOVIMENTOS DE ITENS.'
           ELSE
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO CUSTODIA-CODIGO-FUNC
               COMPUTE CUSTODIA-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
               MOVE WS-DATA-ENTREGA TO CUSTODIA-DATA-ENTREGA
               MOVE ZEROS TO CUSTODIA-DATA-DEVOLUCAO
               MOVE 'P' TO CUSTODIA-SITUACAO
               MOVE WS-OPERADOR TO CUSTODIA-OPERADOR
               WRITE CUSTODIA-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O ITEM.'
                   NOT INVALID KEY
                       DISPLAY 'ITEM ' CUSTODIA-SEQUENCIA
                               ' ENTREGUE. IMPRIMA O RECIBO NA'
                               ' OPCAO 5.'
               END-WRITE.
           CLOSE ARQUIVO-CUSTODIA.
       ENTREGAR-ITEM-FIM.
           EXIT.

       PEDE-TIPO-ITEM.
           DISPLAY 'TIPO (N=INFORMATICA C=CRACHA K=CHAVE'
                   ' F=FERRAMENTA E=EPI O=OUTROS): '.
           ACCEPT WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'n'
               MOVE 'N' TO WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'c'
               MOVE 'C' TO WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'k'
               MOVE 'K' TO WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'f'
               MOVE 'F' TO WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'e'
               MOVE 'E' TO WS-TIPO-DIGITADO.
           IF WS-TIPO-DIGITADO = 'o'
               MOVE 'O' TO WS-TIPO-DIGITADO.

       PEDE-DATA-ENTREGA.
           DISPLAY 'DATA DA ENTREGA (AAAAMMDD, ENTER = HOJE): '.
           MOVE ZEROS TO WS-DATA-ENTREGA.
           ACCEPT WS-DATA-ENTREGA.
           IF WS-DATA-ENTREGA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-ENTREGA.
           MOVE WS-DATA-ENTREGA TO WS-DATA-PARTES.
           CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
               WS-DATA-OK WS-MOTIVO-DATA.
           IF WS-DATA-OK = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       CALCULA-DATA-TROCA.
      *Entrega mais N meses, no mesmo dia do mes.
           MOVE WS-DATA-ENTREGA TO WS-DATA-PARTES.
           COMPUTE WS-MESES-CORRIDOS = WS-DP-MES - 1 + WS-MESES-TROCA.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-ANOS-A-SOMAR
               REMAINDER WS-DP-MES.
           ADD 1 TO WS-DP-MES.
           ADD WS-ANOS-A-SOMAR TO WS-DP-ANO.
           IF WS-DP-DIA > 28
               MOVE 28 TO WS-DP-DIA.
           MOVE WS-DATA-PARTES TO CUSTODIA-DATA-TROCA.

       ANOTA-SEQUENCIA.
           MOVE CUSTODIA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.

      *-----------------------------------------------------------------
      *DEVOLUCAO E BAIXA - o item sai do poder do funcionario; a
      *baixa (perda, extravio, desgaste) exige supervisor e motivo.
      *-----------------------------------------------------------------
       DEVOLVER-ITEM.
           PERFORM LE-ITEM-EM-PODER.
           IF REGISTRO-ENCONTRADO = 'S'
               MOVE 'D' TO CUSTODIA-SITUACAO
               MOVE WS-DATA-HOJE TO CUSTODIA-DATA-DEVOLUCAO
               MOVE WS-OPERADOR TO CUSTODIA-OPERADOR
               REWRITE CUSTODIA-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O ITEM.'
                   NOT INVALID KEY
                       DISPLAY 'DEVOLUCAO REGISTRADA.'
               END-REWRITE
               CLOSE ARQUIVO-CUSTODIA.

       BAIXAR-ITEM.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'BAIXA DE ITEM SO POR SUPERVISOR.'
           ELSE
               PERFORM LE-ITEM-EM-PODER
               IF REGISTRO-ENCONTRADO = 'S'
                   MOVE SPACES TO CUSTODIA-MOTIVO-BAIXA
                   PERFORM PEDE-MOTIVO-BAIXA
                       UNTIL CUSTODIA-MOTIVO-BAIXA NOT = SPACES
                   MOVE 'B' TO CUSTODIA-SITUACAO
                   MOVE WS-DATA-HOJE TO CUSTODIA-DATA-DEVOLUCAO
                   MOVE WS-OPERADOR TO CUSTODIA-OPERADOR
                   REWRITE CUSTODIA-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O ITEM.'
                       NOT INVALID KEY
                           DISPLAY 'ITEM BAIXADO.'
                   END-REWRITE
                   CLOSE ARQUIVO-CUSTODIA
               END-IF
           END-IF.

       PEDE-MOTIVO-BAIXA.
           DISPLAY 'MOTIVO DA BAIXA (OBRIGATORIO): '.
           ACCEPT CUSTODIA-MOTIVO-BAIXA.

       LE-ITEM-EM-PODER.
      *Deixa o arquivo aberto em I-O quando acha o item em poder.
           MOVE 'N' TO REGISTRO-ENCONTRADO.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           DISPLAY 'SEQUENCIA DO ITEM: '.
           ACCEPT SEQUENCIA-ITEM-PROCURAR.
           OPEN I-O ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA NOT = '00'
               DISPLAY 'NENHUM ITEM ENTREGUE AINDA.'
           ELSE
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO CUSTODIA-CODIGO-FUNC
               MOVE SEQUENCIA-ITEM-PROCURAR TO CUSTODIA-SEQUENCIA
               READ ARQUIVO-CUSTODIA RECORD
                   INVALID KEY
                       DISPLAY 'ITEM NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF CUSTODIA-SITUACAO NOT = 'P'
                           DISPLAY 'ITEM JA DEVOLVIDO OU BAIXADO.'
                       ELSE
                           MOVE 'S' TO REGISTRO-ENCONTRADO
                           DISPLAY 'ITEM: ' CUSTODIA-DESCRICAO
                                   ' SERIE ' CUSTODIA-SERIE
                       END-IF
               END-READ
               IF REGISTRO-ENCONTRADO = 'N'
                   CLOSE ARQUIVO-CUSTODIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *CONSULTA - todos os movimentos do funcionario.
      *-----------------------------------------------------------------
       CONSULTAR-ITENS.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM LE-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'S'
               DISPLAY 'FUNCIONARIO: ' WS-NOME-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA NOT = '00'
               DISPLAY 'NENHUM ITEM ENTREGUE AINDA.'
           ELSE
               MOVE ZEROS TO WS-QTD-ITENS
               DISPLAY 'SEQ TIPO        DESCRICAO                    '
                       '  SERIE                ENTREGA  SITUACAO'
               PERFORM POSICIONA-ITENS
               PERFORM EXIBE-UM-ITEM
                   UNTIL FINAL-ITENS = 'S' OR
                         CUSTODIA-CODIGO-FUNC NOT =
                             CODIGO-FUNCIONARIO-PROCURAR
               CLOSE ARQUIVO-CUSTODIA
               IF WS-QTD-ITENS = ZEROS
                   DISPLAY 'NENHUM ITEM PARA ESTE FUNCIONARIO.'
               END-IF
           END-IF.

       EXIBE-UM-ITEM.
           ADD 1 TO WS-QTD-ITENS.
           PERFORM DESCREVE-ITEM.
           DISPLAY CUSTODIA-SEQUENCIA ' ' WS-TIPO-EXIBE ' '
                   CUSTODIA-DESCRICAO ' ' CUSTODIA-SERIE ' '
                   CUSTODIA-DATA-ENTREGA ' ' WS-SITUACAO-EXIBE.
           IF CUSTODIA-DATA-TROCA > ZEROS AND
                   CUSTODIA-SITUACAO = 'P'
               DISPLAY '    TROCA PREVISTA: ' CUSTODIA-DATA-TROCA.
           IF CUSTODIA-SITUACAO NOT = 'P'
               DISPLAY '    SAIDA EM ' CUSTODIA-DATA-DEVOLUCAO
                       ' ' CUSTODIA-MOTIVO-BAIXA.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.

      *-----------------------------------------------------------------
      *RECIBO - itens em poder do funcionario, com a declaracao de
      *responsabilidade e as linhas de assinatura, no spool.
      *-----------------------------------------------------------------
       IMPRIMIR-RECIBO.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM LE-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
               GO TO IMPRIMIR-RECIBO-FIM.
           OPEN INPUT ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA NOT = '00'
               DISPLAY 'NENHUM ITEM ENTREGUE AINDA.'
               GO TO IMPRIMIR-RECIBO-FIM.
           MOVE 'RECIBO CUSTODIA' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE 'RECIBO DE ENTREGA DE BENS DA EMPRESA E EPI'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'FUNCIONARIO: ' CODIGO-FUNCIONARIO-PROCURAR ' '
                   WS-NOME-FUNCIONARIO '  DATA: ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'SEQ TIPO        DESCRICAO                      SERIE'
               TO WS-LINHA-IMPRESSA.
           MOVE 'ENTREGA' TO WS-LINHA-IMPRESSA (69:7).
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-QTD-ITENS.
           PERFORM POSICIONA-ITENS.
           PERFORM IMPRIME-ITEM-DO-RECIBO
               UNTIL FINAL-ITENS = 'S' OR
                     CUSTODIA-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.
           CLOSE ARQUIVO-CUSTODIA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'DECLARO TER RECEBIDO OS ITENS ACIMA EM PERFEITO'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'ESTADO E ME COMPROMETO A DEVOLVE-LOS NO DESLIGAMENTO'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'OU QUANDO SOLICITADO, RESPONDENDO PELO EXTRAVIO.'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '_' TO WS-LINHA-IMPRESSA (1:30).
           MOVE ALL '_' TO WS-LINHA-IMPRESSA (35:30).
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           MOVE 'ASSINATURA DO FUNCIONARIO' TO WS-LINHA-IMPRESSA.
           MOVE 'RESPONSAVEL PELA ENTREGA' TO WS-LINHA-IMPRESSA (35:24).
           PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'RECIBO COM ' WS-QTD-ITENS
                   ' ITEM(NS) EM PODER NO SPOOL.'.
       IMPRIMIR-RECIBO-FIM.
           EXIT.

       IMPRIME-ITEM-DO-RECIBO.
           IF CUSTODIA-SITUACAO = 'P'
               ADD 1 TO WS-QTD-ITENS
               PERFORM DESCREVE-ITEM
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING CUSTODIA-SEQUENCIA ' ' WS-TIPO-EXIBE ' '
                       CUSTODIA-DESCRICAO ' ' CUSTODIA-SERIE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               MOVE CUSTODIA-DATA-ENTREGA
                   TO WS-LINHA-IMPRESSA (69:8)
               PERFORM IMPRIME-LINHA
               IF CUSTODIA-DATA-TROCA > ZEROS
                   MOVE SPACES TO WS-LINHA-IMPRESSA
                   STRING '    TROCA PREVISTA DO EPI: '
                           CUSTODIA-DATA-TROCA
                       DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
                   END-STRING
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.

      *-----------------------------------------------------------------
      *PENDENCIAS - itens ainda em poder de funcionarios desligados
      *e EPI com a data de troca ja passada.
      *-----------------------------------------------------------------
       RELATORIO-PENDENCIAS.
           OPEN INPUT ARQUIVO-CUSTODIA.
           IF WS-STATUS-ARQUIVO-CUSTODIA NOT = '00'
               DISPLAY 'NENHUM ITEM ENTREGUE AINDA.'
               GO TO RELATORIO-PENDENCIAS-FIM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO WS-QTD-DESLIGADOS.
           MOVE ZEROS TO WS-QTD-EPI-VENCIDO.
           MOVE 'CUSTODIA PENDENTE' TO WS-NOME-RELATORIO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'PENDENCIAS DE BENS E EPI EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'ITENS EM PODER DE FUNCIONARIOS DESLIGADOS'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'FUNC   NOME                 DESLIGADO SEQ DESCRICAO'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'N' TO FINAL-ITENS.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.
           PERFORM CONFERE-ITEM-DE-DESLIGADO
               UNTIL FINAL-ITENS = 'S'.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TOTAL: ' WS-QTD-DESLIGADOS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.

           MOVE 'EPI COM TROCA VENCIDA' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE 'FUNC   NOME                 TROCA    SEQ DESCRICAO'
               TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO CUSTODIA-CHAVE.
           MOVE 'N' TO FINAL-ITENS.
           START ARQUIVO-CUSTODIA
                   KEY IS NOT LESS THAN CUSTODIA-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ITENS
           END-START.
           IF FINAL-ITENS = 'N'
               READ ARQUIVO-CUSTODIA NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ITENS
               END-READ.
           PERFORM CONFERE-EPI-VENCIDO
               UNTIL FINAL-ITENS = 'S'.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'TOTAL: ' WS-QTD-EPI-VENCIDO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CUSTODIA.
           DISPLAY WS-QTD-DESLIGADOS ' ITEM(NS) COM DESLIGADOS E '
                   WS-QTD-EPI-VENCIDO ' EPI VENCIDO(S). RELATORIO'
                   ' NO SPOOL.'.
       RELATORIO-PENDENCIAS-FIM.
           EXIT.

       CONFERE-ITEM-DE-DESLIGADO.
      *O cadastro de custodia e do grupo: item de funcionario de
      *outra empresa nao aparece no cadastro da sessao e fica para
      *o relatorio daquela empresa.
           IF CUSTODIA-SITUACAO = 'P'
               MOVE CUSTODIA-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCIONARIO-SITUACAO = 'D'
                           ADD 1 TO WS-QTD-DESLIGADOS
                           MOVE SPACES TO WS-LINHA-IMPRESSA
                           STRING CUSTODIA-CODIGO-FUNC ' '
                                   FUNCIONARIO-NOME ' '
                                   FUNCIONARIO-DATA-DESLIGAMENTO ' '
                                   CUSTODIA-SEQUENCIA ' '
                                   CUSTODIA-DESCRICAO
                               DELIMITED BY SIZE
                               INTO WS-LINHA-IMPRESSA
                           END-STRING
                           PERFORM IMPRIME-LINHA
                       END-IF
               END-READ
           END-IF.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.

       CONFERE-EPI-VENCIDO.
           IF CUSTODIA-SITUACAO = 'P' AND CUSTODIA-TIPO = 'E' AND
                   CUSTODIA-DATA-TROCA > ZEROS AND
                   CUSTODIA-DATA-TROCA < WS-DATA-HOJE
               MOVE CUSTODIA-CODIGO-FUNC TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCIONARIO-SITUACAO NOT = 'D'
                           ADD 1 TO WS-QTD-EPI-VENCIDO
                           MOVE SPACES TO WS-LINHA-IMPRESSA
                           STRING CUSTODIA-CODIGO-FUNC ' '
                                   FUNCIONARIO-NOME ' '
                                   CUSTODIA-DATA-TROCA ' '
                                   CUSTODIA-SEQUENCIA ' '
                                   CUSTODIA-DESCRICAO
                               DELIMITED BY SIZE
                               INTO WS-LINHA-IMPRESSA
                           END-STRING
                           PERFORM IMPRIME-LINHA
                       END-IF
               END-READ
           END-IF.
           READ ARQUIVO-CUSTODIA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ITENS.

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
