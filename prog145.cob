      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG145.
      *Banco de horas do acordo coletivo, chamado pelo menu do
      *PROG40: inclui e retira o funcionario do banco
      *(banco_horas_adesao.dat), registra e cancela as folgas de
      *compensacao aprovadas pelo supervisor (debitos em
      *banco_horas.dat, que o PROG93 nao aponta como falta), tira o
      *extrato do saldo do funcionario e o relatorio por
      *departamento dos saldos altos, positivos e negativos. Os
      *creditos e os vencimentos sao lancados pelo fechamento
      *mensal do ponto (PROG81).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELBHADESAO.cob'.
           COPY 'SELBANCOHORAS.cob'.
           COPY 'SELFUNCIONARIO.cob'.
           COPY 'SELDEPARTAMENTO.cob'.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDBHADESAO.cob'.
           COPY 'FDBANCOHORAS.cob'.
           COPY 'FDFUNCIONARIO.cob'.
           COPY 'FDDEPARTAMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  REGISTRO-ENCONTRADO PIC X VALUE 'N'.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-BHADESAO PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-BANCO-HORAS PIC X(02) VALUE '00'.
       77  WS-STATUS-ARQUIVO-DEPARTAMENTO PIC X(02) VALUE '00'.
       77  CODIGO-FUNCIONARIO-PROCURAR PIC 9(6) VALUE ZEROS.
       77  WS-PARTICIPA-PEDIDO PIC X VALUE 'S'.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-DATA-FOLGA PIC 9(8) VALUE ZEROS.
       77  WS-MINUTOS-FOLGA PIC 9(5) VALUE ZEROS.
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       01  WS-DATA-PARTES.
           05 WS-DP-ANO PIC 9(4).
           05 WS-DP-MES PIC 9(2).
           05 WS-DP-DIA PIC 9(2).
       77  WS-SALDO PIC S9(7) VALUE ZEROS.
       77  WS-TOTAL-LANCAMENTOS PIC 9(4) VALUE ZEROS.
       77  WS-TIPO-EXIBE PIC X(22) VALUE SPACES.
       77  WS-MINUTOS-FORMATAR PIC S9(7) VALUE ZEROS.
       77  WS-MINUTOS-ABSOLUTO PIC 9(7) VALUE ZEROS.
       77  WS-HORAS-CALCULO PIC 9(5) VALUE ZEROS.
       77  WS-RESTO-CALCULO PIC 9(2) VALUE ZEROS.
       01  WS-HORAS-EXIBE.
      *Saldo em horas e minutos com sinal, ex: -0012:30.
           05 WS-HE-SINAL PIC X(1).
           05 WS-HE-HORAS PIC 9(4).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HE-MINUTOS PIC 9(2).

      *Relatorio de saldos altos por departamento.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'SALDOS BANCO HORAS'.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-LIMITE-HORAS PIC 9(3) VALUE ZEROS.
       77  WS-LIMITE-MINUTOS PIC 9(7) VALUE ZEROS.
       77  WS-ULTIMO-CODIGO PIC 9(6) VALUE ZEROS.
       77  WS-TEM-DEPARTAMENTO PIC X VALUE 'N'.
       77  WS-QTD-SALDOS PIC 9(3) VALUE ZEROS.
       77  WS-IND PIC 9(3) VALUE ZEROS.
       77  WS-DEPTO-ANTERIOR PIC S9(5) VALUE ZEROS.
       77  WS-PROXIMO-DEPTO PIC 9(5) VALUE ZEROS.
       77  WS-QTD-NO-DEPTO PIC 9(3) VALUE ZEROS.
       77  WS-DESCRICAO-DEPTO PIC X(30) VALUE SPACES.
       77  WS-SITUACAO-SALDO PIC X(8) VALUE SPACES.
       01  WS-TABELA-SALDOS.
           05 WS-SAL-LINHA OCCURS 500 TIMES.
              10 WS-SAL-DEPTO PIC 9(4).
              10 WS-SAL-CODIGO PIC 9(6).
              10 WS-SAL-NOME PIC X(20).
              10 WS-SAL-SALDO PIC S9(7).
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
      *Cadastro da empresa da sessao, definido na selecao de
      *empresa do menu; rodando avulso vale o nome padrao.
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
           DISPLAY 'BANCO DE HORAS'.
           DISPLAY '1. INCLUIR FUNCIONARIO NO BANCO DE HORAS'.
           DISPLAY '2. RETIRAR FUNCIONARIO DO BANCO DE HORAS'.
           DISPLAY '3. REGISTRAR FOLGA DE COMPENSACAO (SUPERVISOR)'.
           DISPLAY '4. CANCELAR FOLGA DE COMPENSACAO (SUPERVISOR)'.
           DISPLAY '5. EXTRATO DO SALDO DO FUNCIONARIO'.
           DISPLAY '6. SALDOS ALTOS POR DEPARTAMENTO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               MOVE 'S' TO WS-PARTICIPA-PEDIDO
               PERFORM GRAVAR-ADESAO.
           IF WS-OPCAO = 2
               MOVE 'N' TO WS-PARTICIPA-PEDIDO
               PERFORM GRAVAR-ADESAO.
           IF WS-OPCAO = 3
               PERFORM REGISTRAR-COMPENSACAO.
           IF WS-OPCAO = 4
               PERFORM CANCELAR-COMPENSACAO.
           IF WS-OPCAO = 5
               PERFORM EXTRATO-DO-SALDO.
           IF WS-OPCAO = 6
               PERFORM RELATORIO-SALDOS-ALTOS.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *ADESAO - um registro por funcionario, regravado a cada
      *mudanca com a data e o operador.
      *-----------------------------------------------------------------
       GRAVAR-ADESAO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
               OPEN I-O ARQUIVO-BH-ADESAO
               IF WS-STATUS-ARQUIVO-BHADESAO = '35'
      *Primeira inclusao cria o arquivo.
                   OPEN OUTPUT ARQUIVO-BH-ADESAO
                   CLOSE ARQUIVO-BH-ADESAO
                   OPEN I-O ARQUIVO-BH-ADESAO
               END-IF
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO BHADESAO-CODIGO-FUNC
               MOVE WS-PARTICIPA-PEDIDO TO BHADESAO-PARTICIPA
               MOVE WS-DATA-HOJE TO BHADESAO-DATA
               MOVE WS-OPERADOR TO BHADESAO-OPERADOR
               WRITE BHADESAO-REGISTRO
                   INVALID KEY
                       REWRITE BHADESAO-REGISTRO
                       END-REWRITE
               END-WRITE
               CLOSE ARQUIVO-BH-ADESAO
               IF WS-PARTICIPA-PEDIDO = 'S'
                   DISPLAY 'AS EXTRAS DO PONTO VAO PARA O BANCO A'
                           ' PARTIR DO PROXIMO FECHAMENTO.'
               ELSE
                   DISPLAY 'FUNCIONARIO FORA DO BANCO; O SALDO QUE'
                           ' SOBROU SEGUE ATE COMPENSAR OU VENCER.'
               END-IF
           END-IF.

       VALIDA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               IF FUNCIONARIO-SITUACAO = 'D'
                   MOVE 'N' TO REGISTRO-ENCONTRADO
               ELSE
                   MOVE 'S' TO REGISTRO-ENCONTRADO
               END-IF
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.

      *-----------------------------------------------------------------
      *COMPENSACAO - a folga aprovada e registrada pelo supervisor
      *como debito do dia; uma folga por funcionario por data.
      *-----------------------------------------------------------------
       REGISTRAR-COMPENSACAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'FOLGA DE COMPENSACAO APROVADA SO POR'
                       ' SUPERVISOR.'
               GO TO REGISTRAR-COMPENSACAO-FIM.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM VALIDA-FUNCIONARIO.
           IF REGISTRO-ENCONTRADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO OU DESLIGADO.'
               GO TO REGISTRAR-COMPENSACAO-FIM.
           DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-DATA-FOLGA
               UNTIL WS-DATA-OK = 'S'.
           DISPLAY 'MINUTOS A COMPENSAR (ENTER = 480, UM DIA): '.
           MOVE ZEROS TO WS-MINUTOS-FOLGA.
           ACCEPT WS-MINUTOS-FOLGA.
           IF WS-MINUTOS-FOLGA = ZEROS
               MOVE 480 TO WS-MINUTOS-FOLGA.

           PERFORM ABRE-BANCO-PARA-GRAVAR.
           PERFORM APURA-SALDO.
           MOVE WS-SALDO TO WS-MINUTOS-FORMATAR.
           PERFORM FORMATA-HORAS.
           DISPLAY 'SALDO ATUAL: ' WS-HORAS-EXIBE.
           IF WS-SALDO < WS-MINUTOS-FOLGA
               DISPLAY 'ATENCAO: O SALDO FICARA NEGATIVO.'
               DISPLAY 'CONFIRMA A FOLGA MESMO ASSIM? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY 'FOLGA NAO REGISTRADA.'
                   CLOSE ARQUIVO-BANCO-HORAS
                   GO TO REGISTRAR-COMPENSACAO-FIM
               END-IF
           END-IF.

           MOVE CODIGO-FUNCIONARIO-PROCURAR TO BANCO-CODIGO-FUNC.
           MOVE WS-DATA-FOLGA TO BANCO-DATA.
           MOVE 'D' TO BANCO-TIPO.
           MOVE WS-MINUTOS-FOLGA TO BANCO-MINUTOS.
           MOVE ZEROS TO BANCO-PERIODO.
           MOVE WS-OPERADOR TO BANCO-OPERADOR.
           MOVE WS-DATA-HOJE TO BANCO-DATA-REGISTRO.
           WRITE BANCO-REGISTRO
               INVALID KEY
                   DISPLAY 'JA EXISTE FOLGA DE COMPENSACAO NESSA'
                           ' DATA.'
               NOT INVALID KEY
                   DISPLAY 'FOLGA DE COMPENSACAO REGISTRADA.'
           END-WRITE.
           CLOSE ARQUIVO-BANCO-HORAS.
       REGISTRAR-COMPENSACAO-FIM.
           EXIT.

       PEDE-DATA-FOLGA.
           DISPLAY 'DATA DA FOLGA (AAAAMMDD): '.
           ACCEPT WS-DATA-FOLGA.
      *Data de calendario conferida pelo validador central PROG75.
           MOVE WS-DATA-FOLGA TO WS-DATA-PARTES.
           CALL 'PROG75' USING WS-DP-DIA WS-DP-MES WS-DP-ANO
               WS-DATA-OK WS-MOTIVO-DATA.
           IF WS-DATA-OK = 'N'
               DISPLAY 'DATA INVALIDA: ' WS-MOTIVO-DATA.

       ABRE-BANCO-PARA-GRAVAR.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS = '35'
      *Primeiro lancamento cria o arquivo.
               OPEN OUTPUT ARQUIVO-BANCO-HORAS
               CLOSE ARQUIVO-BANCO-HORAS
               OPEN I-O ARQUIVO-BANCO-HORAS.

       CANCELAR-COMPENSACAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'CANCELAMENTO DE FOLGA SO POR SUPERVISOR.'
               GO TO CANCELAR-COMPENSACAO-FIM.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           MOVE 'N' TO WS-DATA-OK.
           PERFORM PEDE-DATA-FOLGA
               UNTIL WS-DATA-OK = 'S'.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS NOT = '00'
               DISPLAY 'NENHUM LANCAMENTO NO BANCO DE HORAS AINDA.'
               GO TO CANCELAR-COMPENSACAO-FIM.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO BANCO-CODIGO-FUNC.
           MOVE WS-DATA-FOLGA TO BANCO-DATA.
           MOVE 'D' TO BANCO-TIPO.
           DELETE ARQUIVO-BANCO-HORAS RECORD
               INVALID KEY
                   DISPLAY 'FOLGA DE COMPENSACAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'FOLGA DE COMPENSACAO CANCELADA.'
           END-DELETE.
           CLOSE ARQUIVO-BANCO-HORAS.
       CANCELAR-COMPENSACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *SALDO - creditos menos compensacoes menos vencidos pagos, de
      *todos os lancamentos do funcionario (arquivo ja aberto).
      *-----------------------------------------------------------------
       APURA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-TOTAL-LANCAMENTOS.
           PERFORM POSICIONA-NO-FUNCIONARIO.
           PERFORM SOMA-UM-LANCAMENTO
               UNTIL FINAL-ARQUIVO = 'S' OR
                     BANCO-CODIGO-FUNC NOT =
                         CODIGO-FUNCIONARIO-PROCURAR.

       POSICIONA-NO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO BANCO-CODIGO-FUNC.
           MOVE ZEROS TO BANCO-DATA.
           MOVE SPACE TO BANCO-TIPO.
           MOVE 'N' TO FINAL-ARQUIVO.
           START ARQUIVO-BANCO-HORAS
                   KEY IS NOT LESS THAN BANCO-CHAVE
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = 'N'
               READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.

       SOMA-UM-LANCAMENTO.
           ADD 1 TO WS-TOTAL-LANCAMENTOS.
           IF BANCO-TIPO = 'C'
               ADD BANCO-MINUTOS TO WS-SALDO
           ELSE
               SUBTRACT BANCO-MINUTOS FROM WS-SALDO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       FORMATA-HORAS.
           IF WS-MINUTOS-FORMATAR < ZEROS
               MOVE '-' TO WS-HE-SINAL
               COMPUTE WS-MINUTOS-ABSOLUTO = 0 - WS-MINUTOS-FORMATAR
           ELSE
               MOVE '+' TO WS-HE-SINAL
               MOVE WS-MINUTOS-FORMATAR TO WS-MINUTOS-ABSOLUTO
           END-IF.
           DIVIDE WS-MINUTOS-ABSOLUTO BY 60 GIVING WS-HORAS-CALCULO
               REMAINDER WS-RESTO-CALCULO.
           MOVE WS-HORAS-CALCULO TO WS-HE-HORAS.
           MOVE WS-RESTO-CALCULO TO WS-HE-MINUTOS.

      *-----------------------------------------------------------------
      *EXTRATO - lancamentos do funcionario em ordem de data, com o
      *saldo corrente.
      *-----------------------------------------------------------------
       EXTRATO-DO-SALDO.
           DISPLAY 'INFORME O CODIGO DO FUNCIONARIO (1-999999): '.
           ACCEPT CODIGO-FUNCIONARIO-PROCURAR.
           OPEN INPUT ARQUIVO-BH-ADESAO.
           IF WS-STATUS-ARQUIVO-BHADESAO = '00'
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO BHADESAO-CODIGO-FUNC
               READ ARQUIVO-BH-ADESAO RECORD
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NUNCA PARTICIPOU DO'
                               ' BANCO DE HORAS.'
                   NOT INVALID KEY
                       IF BHADESAO-PARTICIPA = 'S'
                           DISPLAY 'PARTICIPA DO BANCO DESDE '
                                   BHADESAO-DATA
                       ELSE
                           DISPLAY 'SAIU DO BANCO EM '
                                   BHADESAO-DATA
                       END-IF
               END-READ
               CLOSE ARQUIVO-BH-ADESAO
           END-IF.
           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS NOT = '00'
               DISPLAY 'NENHUM LANCAMENTO NO BANCO DE HORAS AINDA.'
           ELSE
               MOVE ZEROS TO WS-SALDO
               MOVE ZEROS TO WS-TOTAL-LANCAMENTOS
               DISPLAY 'DATA     LANCAMENTO               MINUTOS'
                       '  SALDO'
               PERFORM POSICIONA-NO-FUNCIONARIO
               PERFORM EXIBE-UM-LANCAMENTO
                   UNTIL FINAL-ARQUIVO = 'S' OR
                         BANCO-CODIGO-FUNC NOT =
                             CODIGO-FUNCIONARIO-PROCURAR
               CLOSE ARQUIVO-BANCO-HORAS
               IF WS-TOTAL-LANCAMENTOS = ZEROS
                   DISPLAY 'NENHUM LANCAMENTO PARA O FUNCIONARIO.'
               ELSE
                   MOVE WS-SALDO TO WS-MINUTOS-FORMATAR
                   PERFORM FORMATA-HORAS
                   DISPLAY 'SALDO ATUAL (HORAS): ' WS-HORAS-EXIBE
               END-IF
           END-IF.

       EXIBE-UM-LANCAMENTO.
           ADD 1 TO WS-TOTAL-LANCAMENTOS.
           IF BANCO-TIPO = 'C'
               ADD BANCO-MINUTOS TO WS-SALDO
               MOVE SPACES TO WS-TIPO-EXIBE
               STRING 'CREDITO DO PONTO ' BANCO-PERIODO
                   DELIMITED BY SIZE INTO WS-TIPO-EXIBE
               END-STRING
           ELSE
               SUBTRACT BANCO-MINUTOS FROM WS-SALDO
               IF BANCO-TIPO = 'D'
                   MOVE 'FOLGA DE COMPENSACAO' TO WS-TIPO-EXIBE
               ELSE
                   MOVE SPACES TO WS-TIPO-EXIBE
                   STRING 'VENCIDO PAGO ' BANCO-PERIODO
                       DELIMITED BY SIZE INTO WS-TIPO-EXIBE
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-SALDO TO WS-MINUTOS-FORMATAR.
           PERFORM FORMATA-HORAS.
           DISPLAY BANCO-DATA ' ' WS-TIPO-EXIBE ' ' BANCO-MINUTOS
                   '  ' WS-HORAS-EXIBE.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *SALDOS ALTOS - funcionarios cujo saldo, positivo ou negativo,
      *passa do limite informado, agrupados por departamento no
      *spool (PROG71).
      *-----------------------------------------------------------------
       RELATORIO-SALDOS-ALTOS.
           DISPLAY 'LIMITE EM HORAS (ENTER = 20): '.
           MOVE ZEROS TO WS-LIMITE-HORAS.
           ACCEPT WS-LIMITE-HORAS.
           IF WS-LIMITE-HORAS = ZEROS
               MOVE 20 TO WS-LIMITE-HORAS.
           COMPUTE WS-LIMITE-MINUTOS = WS-LIMITE-HORAS * 60.

           OPEN INPUT ARQUIVO-BANCO-HORAS.
           IF WS-STATUS-ARQUIVO-BANCO-HORAS NOT = '00'
               DISPLAY 'NENHUM LANCAMENTO NO BANCO DE HORAS AINDA.'
               GO TO RELATORIO-SALDOS-ALTOS-FIM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO WS-QTD-SALDOS.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-CODIGO.
           MOVE ZEROS TO CODIGO-FUNCIONARIO-PROCURAR.
           PERFORM POSICIONA-NO-FUNCIONARIO.
           PERFORM ACUMULA-SALDO-DO-CODIGO
               UNTIL FINAL-ARQUIVO = 'S'.
           PERFORM FECHA-SALDO-DO-CODIGO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BANCO-HORAS.

           MOVE 'N' TO WS-TEM-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF WS-STATUS-ARQUIVO-DEPARTAMENTO = '00'
               MOVE 'S' TO WS-TEM-DEPARTAMENTO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'SALDOS DO BANCO DE HORAS ACIMA DE '
                   WS-LIMITE-HORAS ' HORAS (+/-) EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE -1 TO WS-DEPTO-ANTERIOR.
           MOVE ZEROS TO WS-PROXIMO-DEPTO.
           PERFORM IMPRIME-PROXIMO-DEPTO
               UNTIL WS-PROXIMO-DEPTO = 99999.
           IF WS-QTD-SALDOS = ZEROS
               MOVE 'NENHUM SALDO ACIMA DO LIMITE.'
                   TO WS-LINHA-IMPRESSA
               PERFORM IMPRIME-LINHA.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           IF WS-TEM-DEPARTAMENTO = 'S'
               CLOSE ARQUIVO-DEPARTAMENTO.
           DISPLAY WS-QTD-SALDOS ' SALDO(S) ACIMA DO LIMITE.'
                   ' RELATORIO NO SPOOL.'.
       RELATORIO-SALDOS-ALTOS-FIM.
           EXIT.

       ACUMULA-SALDO-DO-CODIGO.
           IF BANCO-CODIGO-FUNC NOT = WS-ULTIMO-CODIGO
               PERFORM FECHA-SALDO-DO-CODIGO
               MOVE BANCO-CODIGO-FUNC TO WS-ULTIMO-CODIGO
               MOVE ZEROS TO WS-SALDO
           END-IF.
           IF BANCO-TIPO = 'C'
               ADD BANCO-MINUTOS TO WS-SALDO
           ELSE
               SUBTRACT BANCO-MINUTOS FROM WS-SALDO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       FECHA-SALDO-DO-CODIGO.
      *Guarda o funcionario anterior quando o saldo passa do
      *limite para um lado ou para o outro.
           IF WS-ULTIMO-CODIGO NOT = ZEROS AND
                   (WS-SALDO NOT < WS-LIMITE-MINUTOS OR
                    0 - WS-SALDO NOT < WS-LIMITE-MINUTOS) AND
                   WS-QTD-SALDOS < 500
               ADD 1 TO WS-QTD-SALDOS
               MOVE WS-ULTIMO-CODIGO TO WS-SAL-CODIGO (WS-QTD-SALDOS)
               MOVE WS-SALDO TO WS-SAL-SALDO (WS-QTD-SALDOS)
               MOVE WS-ULTIMO-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       MOVE ZEROS TO WS-SAL-DEPTO (WS-QTD-SALDOS)
                       MOVE 'NAO CADASTRADO'
                           TO WS-SAL-NOME (WS-QTD-SALDOS)
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-DEPARTAMENTO
                           TO WS-SAL-DEPTO (WS-QTD-SALDOS)
                       MOVE FUNCIONARIO-NOME
                           TO WS-SAL-NOME (WS-QTD-SALDOS)
               END-READ
           END-IF.

       IMPRIME-PROXIMO-DEPTO.
      *Menor departamento ainda nao impresso; 99999 quando acabam.
           MOVE 99999 TO WS-PROXIMO-DEPTO.
           PERFORM PROCURA-PROXIMO-DEPTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-SALDOS.
           IF WS-PROXIMO-DEPTO NOT = 99999
               MOVE WS-PROXIMO-DEPTO TO WS-DEPTO-ANTERIOR
               PERFORM IMPRIME-UM-DEPARTAMENTO.

       PROCURA-PROXIMO-DEPTO.
           IF WS-SAL-DEPTO (WS-IND) > WS-DEPTO-ANTERIOR AND
                   WS-SAL-DEPTO (WS-IND) < WS-PROXIMO-DEPTO
               MOVE WS-SAL-DEPTO (WS-IND) TO WS-PROXIMO-DEPTO.

       IMPRIME-UM-DEPARTAMENTO.
           MOVE SPACES TO WS-DESCRICAO-DEPTO.
           IF WS-TEM-DEPARTAMENTO = 'S'
               MOVE WS-PROXIMO-DEPTO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO RECORD
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-DESCRICAO-DEPTO
                   NOT INVALID KEY
                       MOVE DEPARTAMENTO-DESCRICAO
                           TO WS-DESCRICAO-DEPTO
               END-READ
           END-IF.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-PROXIMO-DEPTO TO DEPARTAMENTO-CODIGO.
           STRING 'DEPARTAMENTO ' DEPARTAMENTO-CODIGO ' '
                   WS-DESCRICAO-DEPTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-QTD-NO-DEPTO.
           PERFORM IMPRIME-SALDO-DO-DEPTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-SALDOS.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING '  FUNCIONARIOS NO DEPARTAMENTO: ' WS-QTD-NO-DEPTO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM IMPRIME-LINHA.

       IMPRIME-SALDO-DO-DEPTO.
           IF WS-SAL-DEPTO (WS-IND) = WS-PROXIMO-DEPTO
               ADD 1 TO WS-QTD-NO-DEPTO
               MOVE WS-SAL-SALDO (WS-IND) TO WS-MINUTOS-FORMATAR
               PERFORM FORMATA-HORAS
               IF WS-SAL-SALDO (WS-IND) < ZEROS
                   MOVE 'NEGATIVO' TO WS-SITUACAO-SALDO
               ELSE
                   MOVE 'POSITIVO' TO WS-SITUACAO-SALDO
               END-IF
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING '  ' WS-SAL-CODIGO (WS-IND) ' '
                       WS-SAL-NOME (WS-IND) ' ' WS-HORAS-EXIBE
                       ' ' WS-SITUACAO-SALDO
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-LINHA.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
