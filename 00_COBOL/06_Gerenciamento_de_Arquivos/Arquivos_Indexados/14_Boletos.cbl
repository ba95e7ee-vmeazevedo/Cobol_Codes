      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     14_Boletos.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Cobranca bancaria das mensalidades. A remessa da
      * competencia leva ao banco, em remessa_boletos.txt, um boleto
      * por cobranca em aberto de mensalidade.dat, com nosso numero
      * sequencial unico e vencimento no dia do mes dos parametros
      * (boletos.dat guarda o que foi enviado). O retorno do banco
      * (retorno_boletos.txt) baixa a cobranca sozinho - MENSALIDADE-
      * PAGA e MENSALIDADE-DATA-PAGTO - conferindo o valor pago com
      * multa e juros ao dia do atraso (parametros_boleto.dat); o
      * que nao casa com uma cobranca vai para o relatorio de
      * excecoes no spool central (PROG71), no lugar da redigitacao
      * diaria dos boletos pagos. O sacado do boleto e o
      * responsavel financeiro do aluno, quando cadastrado.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'SL_STUDENT.cbl'.
           COPY 'SL_MENSALIDADE.cbl'.
           COPY 'SL_BOLETO.cbl'.

           SELECT PARAMETROS-BOLETO
           ASSIGN TO 'parametros_boleto.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.
      *Dia do vencimento, multa (%) e juros ao dia (%). Sem o
      *arquivo: dia 10, multa de 2% e juros de 0,0333% ao dia.

           SELECT REMESSA-BOLETO
           ASSIGN TO 'remessa_boletos.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETORNO-BOLETO
           ASSIGN TO 'retorno_boletos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETORNO.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY 'FD_STUDENT.cbl'.
           COPY 'FD_MENSALIDADE.cbl'.
           COPY 'FD_BOLETO.cbl'.

       FD  PARAMETROS-BOLETO.
       01  PARAMETRO-BOLETO-LINHA.
           05  PARAMETRO-DIA-VENCIMENTO PIC 9(2).
           05  PARAMETRO-MULTA          PIC 9(2)V99.
      *Ex: 0200 = 2,00% sobre o valor do boleto.
           05  PARAMETRO-JUROS-DIA      PIC 9(1)V9999.
      *Ex: 00333 = 0,0333% ao dia de atraso.

       FD  REMESSA-BOLETO.
       01  REMESSA-BOLETO-LINHA         PIC X(100).
       01  REMESSA-BOL-CABECALHO REDEFINES REMESSA-BOLETO-LINHA.
           05  REM-BOL-CAB-TIPO         PIC X(1).
      *Sempre 'H'.
           05  REM-BOL-CAB-COMPETENCIA  PIC 9(6).
           05  REM-BOL-CAB-DATA         PIC 9(8).
           05  FILLER                   PIC X(85).
       01  REMESSA-BOL-DETALHE REDEFINES REMESSA-BOLETO-LINHA.
           05  REM-BOL-DET-TIPO         PIC X(1).
      *Sempre 'D'.
           05  REM-BOL-DET-NOSSO-NUMERO PIC 9(8).
           05  REM-BOL-DET-STUDENT-ID   PIC 9(5).
           05  REM-BOL-DET-NOME         PIC X(25).
      *Sacado: responsavel financeiro ou o proprio aluno.
           05  REM-BOL-DET-CPF          PIC X(11).
           05  REM-BOL-DET-CEP          PIC 9(8).
           05  REM-BOL-DET-VENCIMENTO   PIC 9(8).
           05  REM-BOL-DET-VALOR        PIC 9(5)V99.
           05  REM-BOL-DET-MULTA        PIC 9(2)V99.
           05  REM-BOL-DET-JUROS-DIA    PIC 9(1)V9999.
           05  FILLER                   PIC X(18).
       01  REMESSA-BOL-RODAPE REDEFINES REMESSA-BOLETO-LINHA.
           05  REM-BOL-ROD-TIPO         PIC X(1).
      *Sempre 'T'.
           05  REM-BOL-ROD-QTD          PIC 9(6).
           05  REM-BOL-ROD-TOTAL        PIC 9(11)V99.
           05  FILLER                   PIC X(80).

       FD  RETORNO-BOLETO.
       01  RETORNO-BOLETO-LINHA.
           05  RET-BOL-NOSSO-NUMERO     PIC 9(8).
           05  RET-BOL-OCORRENCIA       PIC X(2).
      *LQ = liquidado; qualquer outra ocorrencia vai para as
      *excecoes.
           05  RET-BOL-DATA-PAGTO       PIC 9(8).
           05  RET-BOL-VALOR-PAGO       PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-DEST-NOME                PIC X(25) VALUE SPACES.
       77  WS-DEST-CPF                 PIC X(11) VALUE SPACES.
       77  WS-STATUS-MENSALIDADE      PIC X(02) VALUE '00'.
       77  WS-STATUS-BOLETO            PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS        PIC X(02) VALUE '00'.
       77  WS-STATUS-RETORNO           PIC X(02) VALUE '00'.
       77  WS-COMPETENCIA              PIC 9(6) VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-PROXIMO-NUMERO           PIC 9(8) VALUE ZEROS.
       77  WS-NUMERO-PEDIDO            PIC 9(8) VALUE ZEROS.
       77  WS-DIA-VENCIMENTO           PIC 9(2) VALUE 10.
       77  WS-MULTA                    PIC 9(2)V99 VALUE 2.
       77  WS-JUROS-DIA                PIC 9(1)V9999 VALUE 0,0333.
       77  WS-TOTAL-REMESSA            PIC 9(6) VALUE ZEROS.
       77  WS-VALOR-REMESSA            PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-LIDOS              PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-BAIXADOS           PIC 9(6) VALUE ZEROS.
       77  WS-TOTAL-EXCECOES           PIC 9(6) VALUE ZEROS.
       77  WS-DIAS-ATRASO              PIC S9(5) VALUE ZEROS.
       77  WS-VALOR-MULTA              PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR-JUROS              PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR-DEVIDO             PIC 9(7)V99 VALUE ZEROS.
       77  WS-MOTIVO-EXCECAO           PIC X(30) VALUE SPACES.
       77  WS-VALOR-EXIBE              PIC Z(6)9.99.
       77  WS-DEVIDO-EXIBE             PIC Z(6)9.99.
       77  WS-ACAO-SPOOL               PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA           PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO           PIC X(20)
           VALUE 'EXCECOES-BOLETOS'.
       01  WS-DATA-VENCIMENTO.
           05 WS-VENC-ANO              PIC 9(4).
           05 WS-VENC-MES              PIC 9(2).
           05 WS-VENC-DIA              PIC 9(2).
       01  WS-DATA-VENCIMENTO-N REDEFINES WS-DATA-VENCIMENTO
                                       PIC 9(8).
       01  WS-DATA-PAGAMENTO.
           05 WS-PAGTO-ANO             PIC 9(4).
           05 WS-PAGTO-MES             PIC 9(2).
           05 WS-PAGTO-DIA             PIC 9(2).
       01  WS-DATA-PAGAMENTO-N REDEFINES WS-DATA-PAGAMENTO
                                       PIC 9(8).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-ALUNO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82).
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARAMETROS-BOLETO.
           IF WS-STATUS-PARAMETROS = '00'
               READ PARAMETROS-BOLETO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-DIA-VENCIMENTO IS NUMERIC AND
                               PARAMETRO-DIA-VENCIMENTO > ZEROS AND
                               PARAMETRO-DIA-VENCIMENTO NOT > 28
                           MOVE PARAMETRO-DIA-VENCIMENTO
                               TO WS-DIA-VENCIMENTO
                       END-IF
                       IF PARAMETRO-MULTA IS NUMERIC
                           MOVE PARAMETRO-MULTA TO WS-MULTA
                       END-IF
                       IF PARAMETRO-JUROS-DIA IS NUMERIC
                           MOVE PARAMETRO-JUROS-DIA TO WS-JUROS-DIA
                       END-IF
               END-READ
               CLOSE PARAMETROS-BOLETO.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'BOLETOS DE MENSALIDADE'.
           DISPLAY '1. GERAR REMESSA DE UMA COMPETENCIA'.
           DISPLAY '2. PROCESSAR RETORNO DO BANCO'.
           DISPLAY '3. CONSULTAR BOLETO POR NOSSO NUMERO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.

           IF WS-OPCAO = 1
               PERFORM GERAR-REMESSA.
           IF WS-OPCAO = 2
               PERFORM PROCESSAR-RETORNO.
           IF WS-OPCAO = 3
               PERFORM CONSULTAR-BOLETO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 3 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

      *-----------------------------------------------------------------
      * REMESSA - um boleto por cobranca em aberto da competencia
      * que ainda nao foi ao banco; reexecucao so leva as novas.
      *-----------------------------------------------------------------
       GERAR-REMESSA.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           ACCEPT WS-COMPETENCIA.
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-VENC-ANO
               REMAINDER WS-VENC-MES.
           MOVE WS-DIA-VENCIMENTO TO WS-VENC-DIA.

           OPEN I-O BOLETO.
           IF WS-STATUS-BOLETO = '35'
      *Primeira remessa cria o arquivo.
               OPEN OUTPUT BOLETO
               CLOSE BOLETO
               OPEN I-O BOLETO.
           PERFORM ACHA-PROXIMO-NUMERO.
           OPEN INPUT MENSALIDADE.
           OPEN INPUT STUDENT.
           OPEN OUTPUT REMESSA-BOLETO.

           MOVE SPACES TO REMESSA-BOLETO-LINHA.
           MOVE 'H' TO REM-BOL-CAB-TIPO.
           MOVE WS-COMPETENCIA TO REM-BOL-CAB-COMPETENCIA.
           MOVE WS-DATA-HOJE TO REM-BOL-CAB-DATA.
           WRITE REMESSA-BOLETO-LINHA.

           MOVE ZEROS TO WS-TOTAL-REMESSA.
           MOVE ZEROS TO WS-VALOR-REMESSA.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ MENSALIDADE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM REMETE-UMA-COBRANCA
               UNTIL FINAL-ARQUIVO = 'S'.

           MOVE SPACES TO REMESSA-BOLETO-LINHA.
           MOVE 'T' TO REM-BOL-ROD-TIPO.
           MOVE WS-TOTAL-REMESSA TO REM-BOL-ROD-QTD.
           MOVE WS-VALOR-REMESSA TO REM-BOL-ROD-TOTAL.
           WRITE REMESSA-BOLETO-LINHA.

           CLOSE REMESSA-BOLETO.
           CLOSE STUDENT.
           CLOSE MENSALIDADE.
           CLOSE BOLETO.
           DISPLAY 'BOLETOS NA REMESSA: ' WS-TOTAL-REMESSA
                   ' (REMESSA_BOLETOS.TXT).'.

       REMETE-UMA-COBRANCA.
      *Cobranca zerada por bolsa integral nao vira boleto.
           IF MENSALIDADE-COMPETENCIA = WS-COMPETENCIA AND
                   MENSALIDADE-PAGA = 'N' AND
                   MENSALIDADE-VALOR > ZEROS
               MOVE MENSALIDADE-CHAVE TO BOLETO-MENSALIDADE-CHAVE
               READ BOLETO RECORD KEY IS BOLETO-MENSALIDADE-CHAVE
                   INVALID KEY
                       PERFORM EMITE-BOLETO
                   NOT INVALID KEY
      *Ja enviado em remessa anterior.
                       CONTINUE
               END-READ.
           READ MENSALIDADE NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EMITE-BOLETO.
           MOVE WS-PROXIMO-NUMERO TO BOLETO-NOSSO-NUMERO.
           MOVE MENSALIDADE-CHAVE TO BOLETO-MENSALIDADE-CHAVE.
           MOVE WS-DATA-VENCIMENTO-N TO BOLETO-VENCIMENTO.
           MOVE MENSALIDADE-VALOR TO BOLETO-VALOR.
           MOVE WS-DATA-HOJE TO BOLETO-DATA-REMESSA.
           MOVE 'E' TO BOLETO-SITUACAO.
           MOVE ZEROS TO BOLETO-DATA-PAGTO.
           MOVE ZEROS TO BOLETO-VALOR-PAGO.
           MOVE ZEROS TO BOLETO-MULTA.
           MOVE ZEROS TO BOLETO-JUROS.
           WRITE BOLETO-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O BOLETO '
                           BOLETO-NOSSO-NUMERO
               NOT INVALID KEY
                   PERFORM GRAVA-DETALHE-REMESSA
                   ADD 1 TO WS-PROXIMO-NUMERO
           END-WRITE.

       GRAVA-DETALHE-REMESSA.
           MOVE MENSALIDADE-STUDENT-ID TO STUDENT-ID.
           READ STUDENT RECORD
               INVALID KEY
                   MOVE SPACES TO STUDENT-FILE
                   MOVE ZEROS TO STUDENT-CEP.
           PERFORM MONTA-DESTINATARIO.
           MOVE SPACES TO REMESSA-BOLETO-LINHA.
           MOVE 'D' TO REM-BOL-DET-TIPO.
           MOVE BOLETO-NOSSO-NUMERO TO REM-BOL-DET-NOSSO-NUMERO.
           MOVE BOLETO-STUDENT-ID TO REM-BOL-DET-STUDENT-ID.
           MOVE WS-DEST-NOME TO REM-BOL-DET-NOME.
           MOVE WS-DEST-CPF TO REM-BOL-DET-CPF.
           MOVE STUDENT-CEP TO REM-BOL-DET-CEP.
           MOVE BOLETO-VENCIMENTO TO REM-BOL-DET-VENCIMENTO.
           MOVE BOLETO-VALOR TO REM-BOL-DET-VALOR.
           MOVE WS-MULTA TO REM-BOL-DET-MULTA.
           MOVE WS-JUROS-DIA TO REM-BOL-DET-JUROS-DIA.
           WRITE REMESSA-BOLETO-LINHA.
           ADD 1 TO WS-TOTAL-REMESSA.
           ADD BOLETO-VALOR TO WS-VALOR-REMESSA.

       MONTA-DESTINATARIO.
      *Com responsavel financeiro cadastrado o documento sai em nome
      *dele; sem, em nome do proprio aluno.
           IF STUDENT-RESP-NOME = SPACES
               MOVE STUDENT-NAME TO WS-DEST-NOME
               MOVE STUDENT-CPF TO WS-DEST-CPF
           ELSE
               MOVE STUDENT-RESP-NOME TO WS-DEST-NOME
               MOVE STUDENT-RESP-CPF TO WS-DEST-CPF.

       ACHA-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-PROXIMO-NUMERO.
           MOVE ZEROS TO BOLETO-NOSSO-NUMERO.
           MOVE 'N' TO FINAL-ARQUIVO.
           START BOLETO
                   KEY IS NOT LESS THAN BOLETO-NOSSO-NUMERO
               INVALID KEY
               MOVE 'S' TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO = 'N'
               READ BOLETO NEXT RECORD AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ.
           PERFORM GUARDA-MAIOR-NUMERO
               UNTIL FINAL-ARQUIVO = 'S'.
           ADD 1 TO WS-PROXIMO-NUMERO.

       GUARDA-MAIOR-NUMERO.
           MOVE BOLETO-NOSSO-NUMERO TO WS-PROXIMO-NUMERO.
           READ BOLETO NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      * RETORNO - cada boleto liquidado baixa a cobranca; o que nao
      * casa (nosso numero desconhecido, ocorrencia que nao e
      * liquidacao, boleto ja pago, cobranca baixada no balcao ou
      * valor abaixo do devido) sai no relatorio de excecoes.
      *-----------------------------------------------------------------
       PROCESSAR-RETORNO.
           OPEN INPUT RETORNO-BOLETO.
           IF WS-STATUS-RETORNO NOT = '00'
               DISPLAY 'ARQUIVO RETORNO_BOLETOS.TXT NAO ENCONTRADO.'
           ELSE
               PERFORM PROCESSA-ARQUIVO-RETORNO
               CLOSE RETORNO-BOLETO.

       PROCESSA-ARQUIVO-RETORNO.
           OPEN I-O BOLETO.
           OPEN I-O MENSALIDADE.
           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'EXCECOES DO RETORNO DE BOLETOS - PROCESSADO EM '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'NOSSO NUM OC PAGTO EM  VALOR PAGO  VALOR DEVIDO MOTIVO'
               TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.

           MOVE ZEROS TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO WS-TOTAL-BAIXADOS.
           MOVE ZEROS TO WS-TOTAL-EXCECOES.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ RETORNO-BOLETO AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM TRATA-LINHA-RETORNO
               UNTIL FINAL-ARQUIVO = 'S'.

           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'LIDOS ' WS-TOTAL-LIDOS
                  '  BAIXADOS ' WS-TOTAL-BAIXADOS
                  '  EXCECOES ' WS-TOTAL-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           CLOSE MENSALIDADE.
           CLOSE BOLETO.
           DISPLAY 'RETORNO: ' WS-TOTAL-BAIXADOS ' BAIXADOS, '
                   WS-TOTAL-EXCECOES ' EXCECOES NO SPOOL (PROG72).'.

       TRATA-LINHA-RETORNO.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           MOVE ZEROS TO WS-VALOR-DEVIDO.
           IF RET-BOL-OCORRENCIA NOT = 'LQ'
               MOVE 'OCORRENCIA NAO E LIQUIDACAO' TO WS-MOTIVO-EXCECAO.
           IF WS-MOTIVO-EXCECAO = SPACES
               MOVE RET-BOL-NOSSO-NUMERO TO BOLETO-NOSSO-NUMERO
               READ BOLETO RECORD
                   INVALID KEY
                   MOVE 'NOSSO NUMERO DESCONHECIDO'
                       TO WS-MOTIVO-EXCECAO
               END-READ.
           IF WS-MOTIVO-EXCECAO = SPACES
               IF BOLETO-SITUACAO = 'P'
                   MOVE 'BOLETO JA PAGO' TO WS-MOTIVO-EXCECAO.
           IF WS-MOTIVO-EXCECAO = SPACES
               MOVE BOLETO-MENSALIDADE-CHAVE TO MENSALIDADE-CHAVE
               READ MENSALIDADE RECORD
                   INVALID KEY
                   MOVE 'COBRANCA NAO ENCONTRADA'
                       TO WS-MOTIVO-EXCECAO
               END-READ.
           IF WS-MOTIVO-EXCECAO = SPACES
               IF MENSALIDADE-PAGA = 'S'
                   MOVE 'COBRANCA JA BAIXADA NO BALCAO'
                       TO WS-MOTIVO-EXCECAO.
           IF WS-MOTIVO-EXCECAO = SPACES
               PERFORM CALCULA-VALOR-DEVIDO
               IF RET-BOL-VALOR-PAGO < WS-VALOR-DEVIDO
                   MOVE 'VALOR PAGO MENOR QUE O DEVIDO'
                       TO WS-MOTIVO-EXCECAO.
           IF WS-MOTIVO-EXCECAO = SPACES
               PERFORM BAIXA-COBRANCA
           ELSE
               PERFORM IMPRIME-EXCECAO.
           READ RETORNO-BOLETO AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       CALCULA-VALOR-DEVIDO.
      *Atraso em dias comerciais (mes de 30 dias) contra o
      *vencimento do boleto; pagamento ate o vencimento nao tem
      *encargo.
           MOVE BOLETO-VENCIMENTO TO WS-DATA-VENCIMENTO-N.
           MOVE RET-BOL-DATA-PAGTO TO WS-DATA-PAGAMENTO-N.
           COMPUTE WS-DIAS-ATRASO =
               (WS-PAGTO-ANO - WS-VENC-ANO) * 360 +
               (WS-PAGTO-MES - WS-VENC-MES) * 30 +
               (WS-PAGTO-DIA - WS-VENC-DIA).
           MOVE ZEROS TO WS-VALOR-MULTA.
           MOVE ZEROS TO WS-VALOR-JUROS.
           IF WS-DIAS-ATRASO > ZEROS
               COMPUTE WS-VALOR-MULTA ROUNDED =
                   BOLETO-VALOR * WS-MULTA / 100
               COMPUTE WS-VALOR-JUROS ROUNDED =
                   BOLETO-VALOR * WS-JUROS-DIA / 100 * WS-DIAS-ATRASO.
           COMPUTE WS-VALOR-DEVIDO =
               BOLETO-VALOR + WS-VALOR-MULTA + WS-VALOR-JUROS.

       BAIXA-COBRANCA.
           MOVE 'S' TO MENSALIDADE-PAGA.
           MOVE RET-BOL-DATA-PAGTO TO MENSALIDADE-DATA-PAGTO.
           REWRITE MENSALIDADE-FILE
               INVALID KEY
                   MOVE 'ERRO AO BAIXAR A COBRANCA'
                       TO WS-MOTIVO-EXCECAO
           END-REWRITE.
           IF WS-MOTIVO-EXCECAO = SPACES
               MOVE 'P' TO BOLETO-SITUACAO
               MOVE RET-BOL-DATA-PAGTO TO BOLETO-DATA-PAGTO
               MOVE RET-BOL-VALOR-PAGO TO BOLETO-VALOR-PAGO
               MOVE WS-VALOR-MULTA TO BOLETO-MULTA
               MOVE WS-VALOR-JUROS TO BOLETO-JUROS
               REWRITE BOLETO-FILE
               END-REWRITE
               ADD 1 TO WS-TOTAL-BAIXADOS
           ELSE
               PERFORM IMPRIME-EXCECAO.

       IMPRIME-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE RET-BOL-VALOR-PAGO TO WS-VALOR-EXIBE.
           MOVE WS-VALOR-DEVIDO TO WS-DEVIDO-EXIBE.
           STRING RET-BOL-NOSSO-NUMERO ' ' RET-BOL-OCORRENCIA ' '
                  RET-BOL-DATA-PAGTO ' ' WS-VALOR-EXIBE ' '
                  WS-DEVIDO-EXIBE ' ' WS-MOTIVO-EXCECAO
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.

       CONSULTAR-BOLETO.
           DISPLAY 'NOSSO NUMERO: '.
           ACCEPT WS-NUMERO-PEDIDO.
           OPEN INPUT BOLETO.
           IF WS-STATUS-BOLETO NOT = '00'
               DISPLAY 'NENHUM BOLETO EMITIDO AINDA.'
           ELSE
               MOVE WS-NUMERO-PEDIDO TO BOLETO-NOSSO-NUMERO
               READ BOLETO RECORD
                   INVALID KEY
                   DISPLAY 'BOLETO NAO ENCONTRADO.'
                   NOT INVALID KEY
                   PERFORM EXIBE-BOLETO
               END-READ
               CLOSE BOLETO.

       EXIBE-BOLETO.
           MOVE BOLETO-VALOR TO WS-VALOR-EXIBE.
           DISPLAY 'ALUNO ' BOLETO-STUDENT-ID ' TURMA ' BOLETO-TURMA-ID
                   ' COMPETENCIA ' BOLETO-COMPETENCIA.
           DISPLAY 'VENCIMENTO ' BOLETO-VENCIMENTO
                   ' VALOR ' WS-VALOR-EXIBE
                   ' REMETIDO EM ' BOLETO-DATA-REMESSA.
           IF BOLETO-SITUACAO = 'P'
               MOVE BOLETO-VALOR-PAGO TO WS-VALOR-EXIBE
               DISPLAY 'PAGO EM ' BOLETO-DATA-PAGTO
                       ' VALOR PAGO ' WS-VALOR-EXIBE
           ELSE
               DISPLAY 'EM ABERTO NO BANCO.'.
