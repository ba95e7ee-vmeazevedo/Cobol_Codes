      *Cada passo tambem carrega uma frequencia de agenda (coluna
      *nova de passos_lote.dat): D/branco = toda noite, U = so dia
      *util, S = semanal (segunda-feira), M = ultimo dia util do
      *mes, Q = dia 15 (adiantamento quinzenal, PROG142). Dia util
      *= segunda a sexta fora dos feriados de calendario.dat
      *(PROG123); passo fora da agenda e PULADO com
      *registro no log, sem derrubar a cadeia - o fim do "sera que
      *hoje e noite de PROG85/PROG88?".
      *Pelo lancador de lote do menu (PROG133) o supervisor roda UM
      *passo avulso durante o dia: o numero do passo chega na
      *variavel de ambiente PARAMETRO_LOTE e o passo roda sem exigir
      *o fechamento do dia, sem agenda e sem mexer no ponto de
      *retomada da cadeia noturna. O operador da sessao vai junto
      *em cada linha do log_lote.log; o passo avulso grava eventos
      *proprios (INICIO AVULSO, FIM AVULSO OK, FIM AVULSO ERRO) para
      *nao ser casado com o INICIO de um passo da noite (PROG176).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           05 PASSO-PROGRAMA PIC X(08).
           05 PASSO-FREQUENCIA PIC X(01).
      *D/branco = diario, U = dia util, S = semanal (segunda),
      *M = ultimo dia util do mes, Q = dia 15 do mes. Arquivos
      *antigos sem a coluna chegam em branco e continuam rodando
      *toda noite.

           COPY 'FDCALENDARIO.cob'.

       FD  ARQUIVO-LOG-LOTE.
       01  LOG-LOTE-LINHA PIC X(100).

       FD  ARQUIVO-ESTADO.
       01  ESTADO-LINHA.
       77  WS-CADEIA-FALHOU PIC X VALUE 'N'.
       77  WS-PASSO-FALHO PIC 9(02) VALUE ZEROS.
       77  WS-EVENTO PIC X(20) VALUE SPACES.
       77  WS-PARAMETRO-LOTE PIC X(08) VALUE SPACES.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.

       01  WS-TABELA-PASSOS.
           05 WS-PASSO OCCURS 20 TIMES.
      *1 = segunda ... 7 = domingo, para a data examinada.
       77  WS-DIA-HOJE-SEMANA PIC 9(1) VALUE ZEROS.
      *Dia da semana de HOJE, preservado para a agenda semanal.
       77  WS-DIA-HOJE-MES PIC 9(2) VALUE ZEROS.
      *Dia do mes de HOJE, para a agenda quinzenal.
       77  WS-DATA-EXAME PIC 9(8) VALUE ZEROS.
       77  WS-DATA-HOJE-NUM PIC 9(8) VALUE ZEROS.
       77  WS-AAAAMM-HOJE PIC 9(6) VALUE ZEROS.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO-LOTE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARAMETRO-LOTE
           END-ACCEPT.
           IF WS-PARAMETRO-LOTE (1:2) IS NUMERIC
               PERFORM EXECUTA-PASSO-AVULSO
                   THRU EXECUTA-PASSO-AVULSO-FIM
               GO TO PROGRAM-DONE.

           PERFORM VERIFICA-FECHAMENTO-DO-DIA.
           IF WS-DIA-FECHADO = 'N'
               DISPLAY 'DIA ONLINE AINDA NAO FECHADO (RODE O PROG69'
                       ' APOS O ULTIMO OPERADOR SAIR).'
               DISPLAY 'CADEIA NAO INICIADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM CARREGA-PASSOS.
           PERFORM LE-PONTO-DE-RETOMADA.
               PERFORM GRAVA-PONTO-DE-RETOMADA.

       PROGRAM-DONE.
      *GOBACK em vez de STOP RUN: avulso tem o mesmo efeito; chamado
      *pelo lancador de lote do menu (PROG133) devolve o controle e
      *o RETURN-CODE do passo.
           GOBACK.

       EXECUTA-PASSO-AVULSO.
           PERFORM CARREGA-PASSOS.
           MOVE WS-PARAMETRO-LOTE (1:2) TO WS-IND.
           IF WS-IND < 1 OR WS-IND > WS-QTD-PASSOS
               DISPLAY 'PASSO ' WS-IND ' NAO EXISTE NA CADEIA.'
               MOVE 8 TO RETURN-CODE
               GO TO EXECUTA-PASSO-AVULSO-FIM.
           OPEN EXTEND ARQUIVO-LOG-LOTE.
           MOVE 'INICIO AVULSO' TO WS-EVENTO.
           PERFORM GRAVA-LOG-LOTE.
           DISPLAY 'EXECUTANDO PASSO AVULSO ' WS-IND ': '
                   WS-PASSO-PROGRAMA (WS-IND).
           PERFORM CHAMA-PASSO.
           IF RETURN-CODE = ZEROS
               MOVE 'FIM AVULSO OK' TO WS-EVENTO
           ELSE
               MOVE 'FIM AVULSO ERRO' TO WS-EVENTO.
           PERFORM GRAVA-LOG-LOTE.
           CLOSE ARQUIVO-LOG-LOTE.
       EXECUTA-PASSO-AVULSO-FIM.
           EXIT.

       VERIFICA-FECHAMENTO-DO-DIA.
      *Procura uma marca de fechamento OK de hoje gravada pelo
           MOVE WS-IND TO WS-PASSO-FALHO.
           PERFORM GRAVA-PONTO-DE-RETOMADA.

           PERFORM CHAMA-PASSO.

           IF RETURN-CODE = ZEROS
               MOVE 'FIM OK' TO WS-EVENTO
               PERFORM GRAVA-LOG-LOTE
           ELSE
               MOVE 'FIM COM ERRO' TO WS-EVENTO
               PERFORM GRAVA-LOG-LOTE
               MOVE WS-IND TO WS-PASSO-FALHO
               MOVE 'S' TO WS-CADEIA-FALHOU.
       EXECUTA-PASSO-FIM.
           EXIT.

       CHAMA-PASSO.
      *O nome do passo fica na variavel de ambiente
      *PROGRAMA_CORRENTE, que o decodificador de abends (PROG55)
      *grava na ocorrencia - mesmo esquema do OPERADOR_CODIGO.
           DISPLAY 'PROGRAMA_CORRENTE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-PASSO-PROGRAMA (WS-IND)
               UPON ENVIRONMENT-VALUE.
      *PARAMETRO_LOTE e so do PROG54: o passo roda com os proprios
      *parametros padrao, como na cadeia noturna.
           DISPLAY 'PARAMETRO_LOTE' UPON ENVIRONMENT-NAME.
           DISPLAY ' ' UPON ENVIRONMENT-VALUE.
           MOVE ZEROS TO RETURN-CODE.
           CALL WS-PASSO-PROGRAMA (WS-IND)
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
           END-CALL.

      *-----------------------------------------------------------------
      *AGENDA - calcula uma unica vez o dia da semana de hoje, se
      *hoje e dia util e se e o ultimo dia util do mes.
           PERFORM EXAMINA-DIA-UTIL.
           MOVE WS-UTIL-EXAME TO WS-E-DIA-UTIL.
           MOVE WS-DIA-DA-SEMANA TO WS-DIA-HOJE-SEMANA.
           MOVE WS-DIA-ATUAL TO WS-DIA-HOJE-MES.
           PERFORM APURA-ULTIMO-DIA-UTIL.
           IF WS-TEM-CALENDARIO = 'S'
               CLOSE ARQUIVO-CALENDARIO.
           IF WS-PASSO-FREQ (WS-IND) = 'M' AND
                   WS-E-ULTIMO-DIA-UTIL = 'N'
               MOVE 'N' TO WS-RODA-PASSO.
           IF WS-PASSO-FREQ (WS-IND) = 'Q' AND
                   WS-DIA-HOJE-MES NOT = 15
               MOVE 'N' TO WS-RODA-PASSO.

       GRAVA-LOG-LOTE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
                  ' PASSO=' WS-IND
                  ' PROGRAMA=' WS-PASSO-PROGRAMA (WS-IND)
                  ' EVENTO=' WS-EVENTO
                  ' OPERADOR=' WS-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LOTE-LINHA
           END-STRING.
           WRITE LOG-LOTE-LINHA.
