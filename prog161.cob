      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG161.
      *IOF da mesa de cambio, no molde do PROG64:
      *  1. Inclusao de aliquota por tipo de operacao (ALTA, BAIXA,
      *     CAMBIO, ARBITR da arbitragem entre moedas, cobrado na
      *     moeda que o cliente leva) e moeda, com inicio de vigencia
      *     (aliquotas_iof.dat). A aliquota nao e regravada: mudanca
      *     de aliquota e uma vigencia nova, e o PROG63 aplica a
      *     ultima vigencia ja iniciada no dia da operacao. So
      *     supervisor inclui.
      *  2. Consulta das aliquotas cadastradas.
      *  3. Apuracao do mes para a guia de recolhimento: IOF por dia
      *     lido do diario de movimentos, com o IOF devolvido pelos
      *     estornos abatido no dia do estorno, e o total do mes, no
      *     spool ('IOF RECOLHIMENTO'). Mes ja arquivado pelo PROG115
      *     e apurado apontando ARQUIVO_MOVIMENTOS para a geracao.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SELIOF.cob'.

           SELECT ARQUIVO-MOVIMENTOS
           ASSIGN TO WS-NOME-ARQ-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      *Nome padrao 'movimentos.dat'; por empresa via a variavel de
      *ambiente ARQUIVO_MOVIMENTOS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FDIOF.cob'.
           COPY 'FDMOVIMENTO.cob'.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO PIC 9(01) VALUE ZERO.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-IOF PIC X(02) VALUE '00'.
       77  WS-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
       77  WS-NOME-ARQ-MOVIMENTOS PIC X(30) VALUE 'movimentos.dat'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-NIVEL-OPERADOR PIC 9(1) VALUE 1.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-CAMPO-VALIDO PIC X VALUE 'N'.
       77  WS-ALIQUOTA-EXIBE PIC Z9.9999.
       77  WS-MES-PEDIDO PIC 9(6) VALUE ZEROS.
       77  WS-DIA PIC 9(2) VALUE ZEROS.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-TOTAL-ALIQUOTAS PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-OPERACOES PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-ESTORNOS PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-COBRADO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOLVIDO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-DIA PIC S9(11)V99 VALUE ZEROS.
       77  WS-COBRADO-EXIBE PIC Z(10)9.99.
       77  WS-DEVOLVIDO-EXIBE PIC Z(10)9.99.
       77  WS-LIQUIDO-EXIBE PIC -(11)9.99.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'IOF RECOLHIMENTO'.
       01  WS-TABELA-DIAS.
           05 WS-DIA-IOF OCCURS 31 TIMES.
              10 WS-DIA-OPERACOES PIC 9(5).
              10 WS-DIA-COBRADO PIC 9(11)V99.
              10 WS-DIA-DEVOLVIDO PIC 9(11)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'ARQUIVO_MOVIMENTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-NOME-ARQ-MOVIMENTOS FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
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
           DISPLAY 'IOF DA MESA DE CAMBIO'.
           DISPLAY '1. INCLUIR ALIQUOTA (NOVA VIGENCIA)'.
           DISPLAY '2. CONSULTAR ALIQUOTAS'.
           DISPLAY '3. APURACAO DO MES PARA RECOLHIMENTO (SPOOL)'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM INCLUIR-ALIQUOTA.
           IF WS-OPCAO = 2
               PERFORM CONSULTAR-ALIQUOTAS.
           IF WS-OPCAO = 3
               PERFORM APURACAO-DO-MES.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      *INCLUSAO - cada aliquota e uma vigencia nova; a mesma chave
      *(tipo, moeda e data) nao e sobrescrita.
      *-----------------------------------------------------------------
       INCLUIR-ALIQUOTA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY 'ALIQUOTA DE IOF SO POR SUPERVISOR.'
           ELSE
               PERFORM CAPTURA-ALIQUOTA
               PERFORM GRAVA-ALIQUOTA.

       CAPTURA-ALIQUOTA.
           MOVE SPACES TO IOF-REGISTRO.
           MOVE 'N' TO WS-CAMPO-VALIDO.
           PERFORM PEDE-TIPO
               UNTIL WS-CAMPO-VALIDO = 'S'.
           DISPLAY 'MOEDA (EX: USD, EUR, BRL): '.
           ACCEPT IOF-MOEDA.
           INSPECT IOF-MOEDA CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT IOF-VIGENCIA.
           DISPLAY 'ALIQUOTA EM PERCENTUAL (2 INTEIROS E 4 DECIMAIS,'
                   ' SEM VIRGULA - EX: 003800 = 0,38%): '.
           ACCEPT IOF-ALIQUOTA.
           MOVE WS-OPERADOR TO IOF-OPERADOR.
           MOVE WS-DATA-HOJE TO IOF-DATA-CADASTRO.

       PEDE-TIPO.
           DISPLAY 'TIPO DE OPERACAO (ALTA, BAIXA, CAMBIO OU ARBITR): '.
           ACCEPT IOF-TIPO.
           INSPECT IOF-TIPO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF IOF-TIPO = 'ALTA' OR IOF-TIPO = 'BAIXA' OR
                   IOF-TIPO = 'CAMBIO' OR IOF-TIPO = 'ARBITR'
               MOVE 'S' TO WS-CAMPO-VALIDO
           ELSE
               DISPLAY 'TIPO INVALIDO.'.

       GRAVA-ALIQUOTA.
           IF IOF-VIGENCIA IS NOT NUMERIC OR
                   IOF-VIGENCIA < 19000101 OR
                   IOF-ALIQUOTA IS NOT NUMERIC
               DISPLAY 'VIGENCIA OU ALIQUOTA INVALIDA. NADA FOI'
                       ' GRAVADO.'
           ELSE
               OPEN I-O ARQUIVO-IOF
               IF WS-STATUS-ARQUIVO-IOF = '35'
      *Primeira aliquota cria o arquivo.
                   OPEN OUTPUT ARQUIVO-IOF
                   CLOSE ARQUIVO-IOF
                   OPEN I-O ARQUIVO-IOF
               END-IF
               WRITE IOF-REGISTRO
                   INVALID KEY
                       DISPLAY 'JA EXISTE ALIQUOTA COM ESSA VIGENCIA'
                               ' PARA ' IOF-TIPO ' ' IOF-MOEDA '.'
                   NOT INVALID KEY
                       MOVE IOF-ALIQUOTA TO WS-ALIQUOTA-EXIBE
                       DISPLAY 'ALIQUOTA ' WS-ALIQUOTA-EXIBE
                               '% GRAVADA PARA ' IOF-TIPO ' '
                               IOF-MOEDA ' A PARTIR DE '
                               IOF-VIGENCIA '.'
               END-WRITE
               CLOSE ARQUIVO-IOF.

      *-----------------------------------------------------------------
      *CONSULTA
      *-----------------------------------------------------------------
       CONSULTAR-ALIQUOTAS.
           MOVE ZEROS TO WS-TOTAL-ALIQUOTAS.
           OPEN INPUT ARQUIVO-IOF.
           IF WS-STATUS-ARQUIVO-IOF NOT = '00'
               DISPLAY 'NENHUMA ALIQUOTA DE IOF CADASTRADA AINDA.'
           ELSE
               DISPLAY 'TIPO   MOEDA VIGENCIA  ALIQUOTA  CADASTRO'
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMA-ALIQUOTA
               PERFORM EXIBE-ALIQUOTA
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-IOF
               DISPLAY 'ALIQUOTAS CADASTRADAS: ' WS-TOTAL-ALIQUOTAS.

       LE-PROXIMA-ALIQUOTA.
           READ ARQUIVO-IOF NEXT RECORD
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       EXIBE-ALIQUOTA.
           ADD 1 TO WS-TOTAL-ALIQUOTAS.
           MOVE IOF-ALIQUOTA TO WS-ALIQUOTA-EXIBE.
           DISPLAY IOF-TIPO ' ' IOF-MOEDA '   ' IOF-VIGENCIA '  '
                   WS-ALIQUOTA-EXIBE '%  ' IOF-DATA-CADASTRO
                   ' ' IOF-OPERADOR.
           PERFORM LE-PROXIMA-ALIQUOTA.

      *-----------------------------------------------------------------
      *APURACAO DO MES - IOF cobrado menos IOF devolvido por dia.
      *-----------------------------------------------------------------
       APURACAO-DO-MES.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WS-MES-PEDIDO.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS NAO ENCONTRADO.'
           ELSE
               MOVE ZEROS TO WS-TABELA-DIAS
               MOVE ZEROS TO WS-TOTAL-OPERACOES
               MOVE ZEROS TO WS-TOTAL-ESTORNOS
               MOVE ZEROS TO WS-TOTAL-COBRADO
               MOVE ZEROS TO WS-TOTAL-DEVOLVIDO
               MOVE 'N' TO FINAL-ARQUIVO
               PERFORM LE-PROXIMO-MOVIMENTO
               PERFORM ACUMULA-IOF-DO-MOVIMENTO
                   UNTIL FINAL-ARQUIVO = 'S'
               CLOSE ARQUIVO-MOVIMENTOS
               PERFORM IMPRIME-APURACAO.

       LE-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE 'S' TO FINAL-ARQUIVO
           END-READ.

       ACUMULA-IOF-DO-MOVIMENTO.
      *Linha anterior ao IOF chega com o campo em branco e nao conta.
           IF MOV-DATA / 100 = WS-MES-PEDIDO AND
                   MOV-VALOR-IOF IS NUMERIC
               IF MOV-VALOR-IOF > ZEROS
                   COMPUTE WS-DIA = MOV-DATA - (MOV-DATA / 100) * 100
                   IF MOV-TIPO = 'ESTORN'
                       ADD 1 TO WS-TOTAL-ESTORNOS
                       ADD MOV-VALOR-IOF TO WS-DIA-DEVOLVIDO (WS-DIA)
                       ADD MOV-VALOR-IOF TO WS-TOTAL-DEVOLVIDO
                   ELSE
                       ADD 1 TO WS-TOTAL-OPERACOES
                       ADD 1 TO WS-DIA-OPERACOES (WS-DIA)
                       ADD MOV-VALOR-IOF TO WS-DIA-COBRADO (WS-DIA)
                       ADD MOV-VALOR-IOF TO WS-TOTAL-COBRADO.
           PERFORM LE-PROXIMO-MOVIMENTO.

       IMPRIME-APURACAO.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'APURACAO DO IOF DA MESA - MES ' WS-MES-PEDIDO
                  '  EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'DIA   OPER.' TO WS-LINHA-IMPRESSA.
           MOVE 'IOF COBRADO' TO WS-LINHA-IMPRESSA (20:11).
           MOVE 'IOF DEVOLVIDO' TO WS-LINHA-IMPRESSA (33:13).
           MOVE 'IOF A RECOLHER' TO WS-LINHA-IMPRESSA (49:14).
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:62).
           PERFORM GRAVA-LINHA-SPOOL.
           PERFORM IMPRIME-DIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 31.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA (1:62).
           PERFORM GRAVA-LINHA-SPOOL.
           COMPUTE WS-TOTAL-LIQUIDO =
               WS-TOTAL-COBRADO - WS-TOTAL-DEVOLVIDO.
           MOVE WS-TOTAL-COBRADO TO WS-COBRADO-EXIBE.
           MOVE WS-TOTAL-DEVOLVIDO TO WS-DEVOLVIDO-EXIBE.
           MOVE WS-TOTAL-LIQUIDO TO WS-LIQUIDO-EXIBE.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'MES ' WS-TOTAL-OPERACOES '      ' WS-COBRADO-EXIBE
                  ' ' WS-DEVOLVIDO-EXIBE '  ' WS-LIQUIDO-EXIBE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'ESTORNOS COM IOF DEVOLVIDO: ' WS-TOTAL-ESTORNOS
                  ' (ABATIDOS NO DIA DO ESTORNO)'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           DISPLAY 'IOF A RECOLHER NO MES: ' WS-LIQUIDO-EXIBE.
           DISPLAY 'APURACAO DO IOF NO SPOOL (PROG72).'.

       IMPRIME-DIA.
      *Dia sem IOF nao sai no relatorio.
           IF WS-DIA-COBRADO (WS-IND) > ZEROS OR
                   WS-DIA-DEVOLVIDO (WS-IND) > ZEROS
               COMPUTE WS-LIQUIDO-DIA = WS-DIA-COBRADO (WS-IND) -
                   WS-DIA-DEVOLVIDO (WS-IND)
               MOVE WS-DIA-COBRADO (WS-IND) TO WS-COBRADO-EXIBE
               MOVE WS-DIA-DEVOLVIDO (WS-IND) TO WS-DEVOLVIDO-EXIBE
               MOVE WS-LIQUIDO-DIA TO WS-LIQUIDO-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING WS-IND '    ' WS-DIA-OPERACOES (WS-IND) '     '
                      WS-COBRADO-EXIBE ' ' WS-DEVOLVIDO-EXIBE '  '
                      WS-LIQUIDO-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
