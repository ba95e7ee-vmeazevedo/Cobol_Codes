      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Acadêmico
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG176.
      *Tempo do lote noturno e SLA da abertura da mesa. Le o
      *log_lote.log do PROG54 e casa o INICIO de cada passo com o
      *FIM seguinte do mesmo passo. A noite de uma linha e a data da
      *linha, ou o dia anterior quando a hora e antes do meio-dia
      *(a cadeia que comeca as 23h e termina as 3h e uma noite so).
      *A ultima noite do log e comparada com a linha de base: a
      *mediana da duracao de cada programa nas noites anteriores
      *(so passos FIM OK; rodadas avulsas do PROG133 ficam de fora).
      *Passo que rodou mais que o percentual configurado acima da
      *mediana - e ao menos um minuto acima, para passo de segundos
      *nao virar alarme - sai como LENTO. A previsao de termino da
      *cadeia e o ultimo fim da noite mais as medianas dos passos de
      *passos_lote.dat que ainda faltam; previsao depois do horario
      *de abertura da mesa e estouro do SLA.
      *Parametros em parametros_sla_lote.dat (mantidos pelo PROG174):
      *horario de abertura HHMM (padrao 0800), percentual de
      *lentidao (padrao 50) e noites da linha de base (padrao 30).
      *Cada estouro vai para ocorrencias.dat (operacao LENTIDAO ou
      *ATRASO-SLA, status SL, data = noite) e aparece na revisao da
      *manha do PROG124 junto com os abends; rodar de novo a mesma
      *noite nao duplica a ocorrencia. Relatorio no spool (PROG71)
      *como SLA-LOTE-NOTURNO; RC 4 quando houver estouro. Sem
      *perguntas no console, pode ser o ultimo passo da cadeia.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOG-LOTE
           ASSIGN TO 'log_lote.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQUIVO-PASSOS
           ASSIGN TO 'passos_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PASSOS.

           SELECT ARQUIVO-PARAM-SLA
           ASSIGN TO 'parametros_sla_lote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT OPTIONAL ARQUIVO-OCORRENCIAS-ABEND
           ASSIGN TO 'ocorrencias.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OCORRENCIAS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *Linha gravada pelo GRAVA-LOG-LOTE do PROG54.
       FD  ARQUIVO-LOG-LOTE.
       01  LOG-LOTE-LINHA.
           05 LOG-ANO PIC 9(4).
           05 FILLER PIC X(1).
           05 LOG-MES PIC 9(2).
           05 FILLER PIC X(1).
           05 LOG-DIA PIC 9(2).
           05 FILLER PIC X(1).
           05 LOG-HORA PIC 9(2).
           05 FILLER PIC X(1).
           05 LOG-MINUTO PIC 9(2).
           05 FILLER PIC X(1).
           05 LOG-SEGUNDO PIC 9(2).
           05 FILLER PIC X(7).
           05 LOG-PASSO PIC 9(2).
           05 FILLER PIC X(10).
           05 LOG-PROGRAMA PIC X(8).
           05 FILLER PIC X(8).
           05 LOG-EVENTO PIC X(20).
           05 FILLER PIC X(26).

       FD  ARQUIVO-PASSOS.
       01  PASSO-LINHA.
           05 PASSO-NUMERO PIC 9(02).
           05 PASSO-PROGRAMA PIC X(08).
           05 PASSO-FREQUENCIA PIC X(01).

       FD  ARQUIVO-PARAM-SLA.
       01  PARAM-SLA-LINHA.
           05 PARAM-SLA-ABERTURA PIC 9(04).
      *Horario de abertura da mesa, HHMM.
           05 PARAM-SLA-PERC-LENTO PIC 9(03).
      *Percentual acima da mediana que torna o passo LENTO.
           05 PARAM-SLA-NOITES-BASE PIC 9(02).
      *Noites anteriores que formam a linha de base.

       FD  ARQUIVO-OCORRENCIAS-ABEND.
       01  OCORRENCIA-ABEND-LINHA.
           05 OCAB-DATA PIC 9(8).
           05 OCAB-HORA PIC 9(6).
           05 OCAB-PROGRAMA PIC X(8).
           05 OCAB-ARQUIVO PIC X(30).
           05 OCAB-OPERACAO PIC X(10).
           05 OCAB-STATUS PIC X(2).
           05 OCAB-RECONHECIDA PIC X(1).
           05 OCAB-NOTA PIC X(30).

       WORKING-STORAGE SECTION.
       77  FINAL-ARQUIVO PIC X VALUE 'N'.
       77  WS-STATUS-LOG PIC X(02) VALUE '00'.
       77  WS-STATUS-PASSOS PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETRO PIC X(02) VALUE '00'.
       77  WS-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77  WS-ABERTURA PIC 9(4) VALUE 0800.
       77  WS-PERC-LENTO PIC 9(3) VALUE 50.
       77  WS-NOITES-BASE PIC 9(2) VALUE 30.
       77  WS-MINIMO-AMOSTRAS PIC 9(2) VALUE 3.
       77  WS-FOLGA-MINIMA PIC 9(5) VALUE 60.
       77  WS-IND PIC 9(2) VALUE ZEROS.
       77  WS-IND-2 PIC 9(2) VALUE ZEROS.
       77  WS-IND-BASE PIC 9(2) VALUE ZEROS.
       77  WS-ACHOU PIC X VALUE 'N'.
       77  WS-PROGRAMA-PROCURADO PIC X(8) VALUE SPACES.
       77  WS-CHAVE-LINHA PIC 9(8) VALUE ZEROS.
       77  WS-SEG-LINHA PIC 9(5) VALUE ZEROS.
       77  WS-HHMMSS-LINHA PIC 9(6) VALUE ZEROS.
       77  WS-DURACAO PIC 9(5) VALUE ZEROS.
       77  WS-NOITE-ANALISADA PIC 9(8) VALUE ZEROS.
       77  WS-NOITE-INICIO-BASE PIC 9(8) VALUE ZEROS.
       77  WS-PRIMEIRO-INICIO PIC 9(5) VALUE 99999.
       77  WS-ULTIMO-FIM PIC 9(5) VALUE ZEROS.
       77  WS-ULTIMO-TRATADO PIC 9(2) VALUE ZEROS.
       77  WS-PROJECAO PIC 9(6) VALUE ZEROS.
       77  WS-LIMITE-SLA PIC 9(6) VALUE ZEROS.
       77  WS-SEM-BASE-RESTANTES PIC 9(2) VALUE ZEROS.
       77  WS-QTD-LENTOS PIC 9(2) VALUE ZEROS.
       77  WS-ESTOUROU-SLA PIC X VALUE 'N'.
       77  WS-QTD-OCORRENCIAS PIC 9(3) VALUE ZEROS.
       77  WS-VARIACAO PIC S9(5) VALUE ZEROS.
       77  WS-ED-VARIACAO PIC +ZZZ9.
       77  WS-ED-PERC PIC ZZ9.
       77  WS-ED-NOITES PIC Z9.
       77  WS-SEG-FORMATAR PIC 9(6) VALUE ZEROS.
       77  WS-HORA-FORMATADA PIC X(8) VALUE SPACES.
       77  WS-F-HORAS PIC 9(2) VALUE ZEROS.
       77  WS-F-MINUTOS PIC 9(2) VALUE ZEROS.
       77  WS-F-SEGUNDOS PIC 9(2) VALUE ZEROS.
       77  WS-F-RESTO PIC 9(6) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(6) VALUE ZEROS.
       77  WS-RESTO PIC 9(4) VALUE ZEROS.
       77  WS-BISSEXTO PIC X VALUE 'N'.
       77  WS-DIAS-NO-MES PIC 9(2) VALUE ZEROS.
       77  WS-DUPLICADA PIC X VALUE 'N'.
       77  WS-OCO-PROGRAMA PIC X(8) VALUE SPACES.
       77  WS-OCO-OPERACAO PIC X(10) VALUE SPACES.
       77  WS-OCO-HORA PIC 9(6) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'SLA-LOTE-NOTURNO'.

       01  WS-EXAME-PARTES.
           05 WS-EX-ANO PIC 9(4).
           05 WS-EX-MES PIC 9(2).
           05 WS-EX-DIA PIC 9(2).
       01  WS-DATA-EXAME REDEFINES WS-EXAME-PARTES PIC 9(8).
       01  WS-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIAS-POR-MES REDEFINES WS-TABELA-DIAS-MES.
           05 WS-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

       77  WS-QTD-NOITES PIC 9(2) VALUE ZEROS.
       77  WS-CAPACIDADE-NOITES PIC 9(2) VALUE ZEROS.
       01  WS-TABELA-NOITES.
      *Ultimas noites do log (base + a analisada), em ordem.
           05 WS-NOITE-CHAVE PIC 9(8) OCCURS 61 TIMES.

       01  WS-TABELA-PENDENTES.
      *INICIO ainda sem FIM, por numero de passo.
           05 WS-PEND OCCURS 20 TIMES.
              10 WS-PEND-NOITE PIC 9(8).
              10 WS-PEND-SEG PIC 9(5).

       77  WS-QTD-PROGRAMAS PIC 9(2) VALUE ZEROS.
       01  WS-TABELA-BASE.
      *Duracoes FIM OK das noites da base, por programa. Segundos
      *contados a partir do meio-dia da noite.
           05 WS-BASE OCCURS 40 TIMES.
              10 WS-BASE-PROGRAMA PIC X(8).
              10 WS-BASE-QTD PIC 9(2).
              10 WS-BASE-MEDIANA PIC 9(5).
              10 WS-BASE-AMOSTRA PIC 9(5) OCCURS 60 TIMES.

       77  WS-QTD-ORDENADAS PIC 9(2) VALUE ZEROS.
       77  WS-VALOR-INSERIDO PIC 9(5) VALUE ZEROS.
       01  WS-TABELA-ORDENACAO.
           05 WS-ORD PIC 9(5) OCCURS 60 TIMES.

       01  WS-TABELA-NOITE.
      *Passos da noite analisada, por numero de passo.
      *Situacao: I = iniciou sem fim, O = FIM OK, E = FIM COM ERRO,
      *P = pulado pela agenda, branco = nao apareceu.
           05 WS-NOI OCCURS 20 TIMES.
              10 WS-NOI-PROGRAMA PIC X(8).
              10 WS-NOI-SITUACAO PIC X(1).
              10 WS-NOI-INICIO PIC 9(5).
              10 WS-NOI-HHMMSS PIC 9(6).
              10 WS-NOI-FIM PIC 9(5).
              10 WS-NOI-DURACAO PIC 9(5).

       77  WS-QTD-PASSOS PIC 9(2) VALUE ZEROS.
       01  WS-TABELA-PASSOS.
           05 WS-PASSO-PROGRAMA PIC X(8) OCCURS 20 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PASSOS.
           COMPUTE WS-CAPACIDADE-NOITES = WS-NOITES-BASE + 1.

           OPEN INPUT ARQUIVO-LOG-LOTE.
           IF WS-STATUS-LOG NOT = '00'
               DISPLAY 'log_lote.log AUSENTE; NENHUMA NOITE A MEDIR.'
               MOVE 4 TO RETURN-CODE
               GOBACK.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-LOG-LOTE AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM REGISTRA-NOITE
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-LOG-LOTE.
           IF WS-QTD-NOITES = ZEROS
               DISPLAY 'NENHUM PASSO DA CADEIA NOTURNA NO LOG.'
               MOVE 4 TO RETURN-CODE
               GOBACK.
           MOVE WS-NOITE-CHAVE (WS-QTD-NOITES) TO WS-NOITE-ANALISADA.
           MOVE WS-NOITE-CHAVE (1) TO WS-NOITE-INICIO-BASE.

           INITIALIZE WS-TABELA-PENDENTES.
           INITIALIZE WS-TABELA-NOITE.
           OPEN INPUT ARQUIVO-LOG-LOTE.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-LOG-LOTE AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM TRATA-LINHA-LOG
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-LOG-LOTE.

           PERFORM CALCULA-MEDIANA
               VARYING WS-IND-BASE FROM 1 BY 1
               UNTIL WS-IND-BASE > WS-QTD-PROGRAMAS.
           PERFORM PROJETA-TERMINO.

           MOVE 'A' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-UM-PASSO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 20.
           PERFORM IMPRIME-PROJECAO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.

           DISPLAY 'NOITE ANALISADA: ' WS-NOITE-ANALISADA.
           DISPLAY 'PASSOS LENTOS: ' WS-QTD-LENTOS.
           IF WS-ESTOUROU-SLA = 'S'
               DISPLAY 'PREVISAO DE TERMINO APOS A ABERTURA DA MESA.'.
           DISPLAY 'OCORRENCIAS NOVAS PARA O PROG124: '
                   WS-QTD-OCORRENCIAS.
           DISPLAY 'RELATORIO NO SPOOL (PROG72).'.
           IF WS-QTD-LENTOS > ZEROS OR WS-ESTOUROU-SLA = 'S'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
       PROGRAM-DONE.
           GOBACK.

       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAM-SLA.
           IF WS-STATUS-PARAMETRO = '00'
               READ ARQUIVO-PARAM-SLA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-SLA-ABERTURA IS NUMERIC
                           MOVE PARAM-SLA-ABERTURA TO WS-ABERTURA
                       END-IF
                       IF PARAM-SLA-PERC-LENTO IS NUMERIC AND
                               PARAM-SLA-PERC-LENTO > ZEROS
                           MOVE PARAM-SLA-PERC-LENTO TO WS-PERC-LENTO
                       END-IF
                       IF PARAM-SLA-NOITES-BASE IS NUMERIC AND
                               PARAM-SLA-NOITES-BASE > ZEROS
                           MOVE PARAM-SLA-NOITES-BASE
                               TO WS-NOITES-BASE
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAM-SLA
           END-IF.
           IF WS-NOITES-BASE > 60
               MOVE 60 TO WS-NOITES-BASE.

       CARREGA-PASSOS.
      *Mesma cadeia do PROG54, para saber quais passos faltam.
           MOVE ZEROS TO WS-QTD-PASSOS.
           OPEN INPUT ARQUIVO-PASSOS.
           IF WS-STATUS-PASSOS NOT = '00'
               MOVE 3 TO WS-QTD-PASSOS
               MOVE 'PROG41' TO WS-PASSO-PROGRAMA (1)
               MOVE 'PROG43' TO WS-PASSO-PROGRAMA (2)
               MOVE 'PROG42' TO WS-PASSO-PROGRAMA (3)
           ELSE
               MOVE 'N' TO FINAL-ARQUIVO
               READ ARQUIVO-PASSOS AT END
                   MOVE 'S' TO FINAL-ARQUIVO
               END-READ
               PERFORM GUARDA-PASSO
                   UNTIL FINAL-ARQUIVO = 'S' OR WS-QTD-PASSOS >= 20
               CLOSE ARQUIVO-PASSOS
           END-IF.

       GUARDA-PASSO.
           ADD 1 TO WS-QTD-PASSOS.
           MOVE PASSO-PROGRAMA TO WS-PASSO-PROGRAMA (WS-QTD-PASSOS).
           READ ARQUIVO-PASSOS AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *PRIMEIRA LEITURA - quais sao as ultimas noites do log.
      *-----------------------------------------------------------------
       REGISTRA-NOITE.
           PERFORM APURA-NOITE-DA-LINHA.
           IF WS-CHAVE-LINHA > ZEROS
               IF WS-QTD-NOITES = ZEROS
                   MOVE 1 TO WS-QTD-NOITES
                   MOVE WS-CHAVE-LINHA TO WS-NOITE-CHAVE (1)
               ELSE
               IF WS-CHAVE-LINHA > WS-NOITE-CHAVE (WS-QTD-NOITES)
                   IF WS-QTD-NOITES < WS-CAPACIDADE-NOITES
                       ADD 1 TO WS-QTD-NOITES
                   ELSE
                       PERFORM EMPURRA-NOITE
                           VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND >= WS-QTD-NOITES
                   END-IF
                   MOVE WS-CHAVE-LINHA
                       TO WS-NOITE-CHAVE (WS-QTD-NOITES).
           READ ARQUIVO-LOG-LOTE AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       EMPURRA-NOITE.
           MOVE WS-NOITE-CHAVE (WS-IND + 1) TO WS-NOITE-CHAVE (WS-IND).

       APURA-NOITE-DA-LINHA.
      *So conta linha de passo da cadeia noturna. O passo avulso do
      *PROG54 (via PROG133) grava INICIO AVULSO e FIM AVULSO OK/ERRO
      *e o proprio PROG133 grava PASSO=00: nenhum deles entra aqui,
      *para a reexecucao de manha de um passo que abendou a noite
      *nao fechar o INICIO da noite.
           MOVE ZEROS TO WS-CHAVE-LINHA.
           IF LOG-ANO IS NUMERIC AND LOG-MES IS NUMERIC AND
                   LOG-DIA IS NUMERIC AND LOG-HORA IS NUMERIC AND
                   LOG-MINUTO IS NUMERIC AND LOG-SEGUNDO IS NUMERIC AND
                   LOG-PASSO IS NUMERIC AND
                   LOG-PASSO > ZEROS AND LOG-PASSO < 21 AND
                   (LOG-EVENTO = 'INICIO' OR
                    LOG-EVENTO = 'FIM OK' OR
                    LOG-EVENTO = 'FIM COM ERRO' OR
                    LOG-EVENTO = 'PULADO AGENDA')
               MOVE LOG-ANO TO WS-EX-ANO
               MOVE LOG-MES TO WS-EX-MES
               MOVE LOG-DIA TO WS-EX-DIA
               COMPUTE WS-HHMMSS-LINHA = LOG-HORA * 10000 +
                   LOG-MINUTO * 100 + LOG-SEGUNDO
               COMPUTE WS-SEG-LINHA = LOG-HORA * 3600 +
                   LOG-MINUTO * 60 + LOG-SEGUNDO
               IF LOG-HORA < 12
                   PERFORM RECUA-UM-DIA
                   ADD 43200 TO WS-SEG-LINHA
               ELSE
                   SUBTRACT 43200 FROM WS-SEG-LINHA
               END-IF
               MOVE WS-DATA-EXAME TO WS-CHAVE-LINHA
           END-IF.

       RECUA-UM-DIA.
      *Volta WS-DATA-EXAME um dia de calendario, com fevereiro
      *bissexto (mesma regra do PROG75).
           IF WS-EX-DIA > 1
               SUBTRACT 1 FROM WS-EX-DIA
           ELSE
               IF WS-EX-MES > 1
                   SUBTRACT 1 FROM WS-EX-MES
               ELSE
                   MOVE 12 TO WS-EX-MES
                   SUBTRACT 1 FROM WS-EX-ANO
               END-IF
               MOVE WS-DIAS-MES (WS-EX-MES) TO WS-DIAS-NO-MES
               IF WS-EX-MES = 2
                   PERFORM APURA-BISSEXTO
                   IF WS-BISSEXTO = 'S'
                       MOVE 29 TO WS-DIAS-NO-MES
                   END-IF
               END-IF
               MOVE WS-DIAS-NO-MES TO WS-EX-DIA
           END-IF.

       APURA-BISSEXTO.
           MOVE 'N' TO WS-BISSEXTO.
           DIVIDE WS-EX-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 'S' TO WS-BISSEXTO
               DIVIDE WS-EX-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 'N' TO WS-BISSEXTO
                   DIVIDE WS-EX-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZEROS
                       MOVE 'S' TO WS-BISSEXTO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *SEGUNDA LEITURA - duracoes da base e passos da noite.
      *-----------------------------------------------------------------
       TRATA-LINHA-LOG.
           PERFORM APURA-NOITE-DA-LINHA.
           IF WS-CHAVE-LINHA NOT < WS-NOITE-INICIO-BASE
               MOVE LOG-PASSO TO WS-IND
               IF LOG-EVENTO = 'INICIO'
                   PERFORM TRATA-INICIO
               END-IF
               IF LOG-EVENTO = 'FIM OK' OR
                       LOG-EVENTO = 'FIM COM ERRO'
                   PERFORM TRATA-FIM
               END-IF
               IF LOG-EVENTO = 'PULADO AGENDA' AND
                       WS-CHAVE-LINHA = WS-NOITE-ANALISADA
                   MOVE LOG-PROGRAMA TO WS-NOI-PROGRAMA (WS-IND)
                   MOVE 'P' TO WS-NOI-SITUACAO (WS-IND)
                   IF WS-IND > WS-ULTIMO-TRATADO
                       MOVE WS-IND TO WS-ULTIMO-TRATADO
                   END-IF
               END-IF
           END-IF.
           READ ARQUIVO-LOG-LOTE AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       TRATA-INICIO.
           MOVE WS-CHAVE-LINHA TO WS-PEND-NOITE (WS-IND).
           MOVE WS-SEG-LINHA TO WS-PEND-SEG (WS-IND).
           IF WS-CHAVE-LINHA = WS-NOITE-ANALISADA
               MOVE LOG-PROGRAMA TO WS-NOI-PROGRAMA (WS-IND)
               MOVE 'I' TO WS-NOI-SITUACAO (WS-IND)
               MOVE WS-SEG-LINHA TO WS-NOI-INICIO (WS-IND)
               MOVE WS-HHMMSS-LINHA TO WS-NOI-HHMMSS (WS-IND)
               MOVE ZEROS TO WS-NOI-FIM (WS-IND)
               MOVE ZEROS TO WS-NOI-DURACAO (WS-IND)
               IF WS-SEG-LINHA < WS-PRIMEIRO-INICIO
                   MOVE WS-SEG-LINHA TO WS-PRIMEIRO-INICIO
               END-IF
               IF WS-SEG-LINHA > WS-ULTIMO-FIM
                   MOVE WS-SEG-LINHA TO WS-ULTIMO-FIM
               END-IF
           END-IF.

       TRATA-FIM.
           IF WS-PEND-NOITE (WS-IND) = WS-CHAVE-LINHA AND
                   WS-SEG-LINHA NOT < WS-PEND-SEG (WS-IND)
               COMPUTE WS-DURACAO = WS-SEG-LINHA -
                   WS-PEND-SEG (WS-IND)
               IF WS-CHAVE-LINHA < WS-NOITE-ANALISADA AND
                       LOG-EVENTO = 'FIM OK'
                   PERFORM GUARDA-AMOSTRA
               END-IF
               IF WS-CHAVE-LINHA = WS-NOITE-ANALISADA
                   PERFORM GUARDA-FIM-DA-NOITE
               END-IF
               MOVE ZEROS TO WS-PEND-NOITE (WS-IND)
           END-IF.

       GUARDA-FIM-DA-NOITE.
           MOVE WS-SEG-LINHA TO WS-NOI-FIM (WS-IND).
           MOVE WS-DURACAO TO WS-NOI-DURACAO (WS-IND).
           IF WS-SEG-LINHA > WS-ULTIMO-FIM
               MOVE WS-SEG-LINHA TO WS-ULTIMO-FIM.
           IF LOG-EVENTO = 'FIM OK'
               MOVE 'O' TO WS-NOI-SITUACAO (WS-IND)
               IF WS-IND > WS-ULTIMO-TRATADO
                   MOVE WS-IND TO WS-ULTIMO-TRATADO
               END-IF
           ELSE
               MOVE 'E' TO WS-NOI-SITUACAO (WS-IND).

       GUARDA-AMOSTRA.
           MOVE LOG-PROGRAMA TO WS-PROGRAMA-PROCURADO.
           PERFORM LOCALIZA-PROGRAMA-BASE.
           IF WS-ACHOU = 'N' AND WS-QTD-PROGRAMAS < 40
               ADD 1 TO WS-QTD-PROGRAMAS
               MOVE WS-QTD-PROGRAMAS TO WS-IND-BASE
               MOVE LOG-PROGRAMA TO WS-BASE-PROGRAMA (WS-IND-BASE)
               MOVE ZEROS TO WS-BASE-QTD (WS-IND-BASE)
               MOVE 'S' TO WS-ACHOU.
           IF WS-ACHOU = 'S' AND WS-BASE-QTD (WS-IND-BASE) < 60
               ADD 1 TO WS-BASE-QTD (WS-IND-BASE)
               MOVE WS-DURACAO TO WS-BASE-AMOSTRA
                   (WS-IND-BASE WS-BASE-QTD (WS-IND-BASE)).

       LOCALIZA-PROGRAMA-BASE.
      *Procura WS-PROGRAMA-PROCURADO; devolve WS-IND-BASE.
           MOVE 'N' TO WS-ACHOU.
           PERFORM CONFERE-PROGRAMA-BASE
               VARYING WS-IND-2 FROM 1 BY 1
               UNTIL WS-IND-2 > WS-QTD-PROGRAMAS OR WS-ACHOU = 'S'.

       CONFERE-PROGRAMA-BASE.
           IF WS-BASE-PROGRAMA (WS-IND-2) = WS-PROGRAMA-PROCURADO
               MOVE 'S' TO WS-ACHOU
               MOVE WS-IND-2 TO WS-IND-BASE.

      *-----------------------------------------------------------------
      *MEDIANA - ordenacao por insercao das amostras do programa.
      *-----------------------------------------------------------------
       CALCULA-MEDIANA.
           MOVE ZEROS TO WS-BASE-MEDIANA (WS-IND-BASE).
           MOVE WS-BASE-QTD (WS-IND-BASE) TO WS-QTD-ORDENADAS.
           IF WS-QTD-ORDENADAS NOT < WS-MINIMO-AMOSTRAS
               PERFORM COPIA-AMOSTRA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ORDENADAS
               PERFORM INSERE-AMOSTRA
                   VARYING WS-IND FROM 2 BY 1
                   UNTIL WS-IND > WS-QTD-ORDENADAS
               DIVIDE WS-QTD-ORDENADAS BY 2 GIVING WS-IND-2
                   REMAINDER WS-RESTO
               IF WS-RESTO = 1
                   MOVE WS-ORD (WS-IND-2 + 1)
                       TO WS-BASE-MEDIANA (WS-IND-BASE)
               ELSE
                   COMPUTE WS-BASE-MEDIANA (WS-IND-BASE) =
                       (WS-ORD (WS-IND-2) + WS-ORD (WS-IND-2 + 1)) / 2
               END-IF
           END-IF.

       COPIA-AMOSTRA.
           MOVE WS-BASE-AMOSTRA (WS-IND-BASE WS-IND) TO WS-ORD (WS-IND).

       INSERE-AMOSTRA.
           MOVE WS-ORD (WS-IND) TO WS-VALOR-INSERIDO.
           COMPUTE WS-IND-2 = WS-IND - 1.
           PERFORM DESLOCA-AMOSTRA
               UNTIL WS-IND-2 = ZEROS OR
                     WS-ORD (WS-IND-2) NOT > WS-VALOR-INSERIDO.
           MOVE WS-VALOR-INSERIDO TO WS-ORD (WS-IND-2 + 1).

       DESLOCA-AMOSTRA.
           MOVE WS-ORD (WS-IND-2) TO WS-ORD (WS-IND-2 + 1).
           SUBTRACT 1 FROM WS-IND-2.

      *-----------------------------------------------------------------
      *PREVISAO - ultimo fim da noite + medianas dos passos que
      *faltam, contra o horario de abertura (em segundos desde o
      *meio-dia da noite).
      *-----------------------------------------------------------------
       PROJETA-TERMINO.
           MOVE WS-ULTIMO-FIM TO WS-PROJECAO.
           MOVE ZEROS TO WS-SEM-BASE-RESTANTES.
           PERFORM SOMA-PASSO-RESTANTE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-PASSOS.
           DIVIDE WS-ABERTURA BY 100 GIVING WS-F-HORAS
               REMAINDER WS-F-MINUTOS.
           COMPUTE WS-LIMITE-SLA = WS-F-HORAS * 3600 +
               WS-F-MINUTOS * 60.
           IF WS-LIMITE-SLA < 43200
               ADD 43200 TO WS-LIMITE-SLA
           ELSE
               SUBTRACT 43200 FROM WS-LIMITE-SLA.
           IF WS-PROJECAO > WS-LIMITE-SLA
               MOVE 'S' TO WS-ESTOUROU-SLA
               MOVE 'PROG54' TO WS-OCO-PROGRAMA
               MOVE 'ATRASO-SLA' TO WS-OCO-OPERACAO
               MOVE ZEROS TO WS-OCO-HORA
               PERFORM GRAVA-OCORRENCIA-SLA.

       SOMA-PASSO-RESTANTE.
           IF WS-IND > WS-ULTIMO-TRATADO
               MOVE WS-PASSO-PROGRAMA (WS-IND)
                   TO WS-PROGRAMA-PROCURADO
               PERFORM LOCALIZA-PROGRAMA-BASE
               IF WS-ACHOU = 'S' AND
                       WS-BASE-MEDIANA (WS-IND-BASE) > ZEROS
                   ADD WS-BASE-MEDIANA (WS-IND-BASE) TO WS-PROJECAO
               ELSE
                   ADD 1 TO WS-SEM-BASE-RESTANTES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *OCORRENCIA - mesmo registro do PROG55, lido pelo PROG124.
      *-----------------------------------------------------------------
       GRAVA-OCORRENCIA-SLA.
           MOVE 'N' TO WS-DUPLICADA.
           OPEN INPUT ARQUIVO-OCORRENCIAS-ABEND.
           MOVE 'N' TO FINAL-ARQUIVO.
           READ ARQUIVO-OCORRENCIAS-ABEND AT END
               MOVE 'S' TO FINAL-ARQUIVO.
           PERFORM CONFERE-OCORRENCIA
               UNTIL FINAL-ARQUIVO = 'S'.
           CLOSE ARQUIVO-OCORRENCIAS-ABEND.
           IF WS-DUPLICADA = 'N'
               OPEN EXTEND ARQUIVO-OCORRENCIAS-ABEND
               MOVE WS-NOITE-ANALISADA TO OCAB-DATA
               MOVE WS-OCO-HORA TO OCAB-HORA
               MOVE WS-OCO-PROGRAMA TO OCAB-PROGRAMA
               MOVE 'log_lote.log' TO OCAB-ARQUIVO
               MOVE WS-OCO-OPERACAO TO OCAB-OPERACAO
               MOVE 'SL' TO OCAB-STATUS
               MOVE 'N' TO OCAB-RECONHECIDA
               MOVE SPACES TO OCAB-NOTA
               WRITE OCORRENCIA-ABEND-LINHA
               CLOSE ARQUIVO-OCORRENCIAS-ABEND
               ADD 1 TO WS-QTD-OCORRENCIAS.

       CONFERE-OCORRENCIA.
           IF OCAB-DATA = WS-NOITE-ANALISADA AND
                   OCAB-PROGRAMA = WS-OCO-PROGRAMA AND
                   OCAB-OPERACAO = WS-OCO-OPERACAO AND
                   OCAB-STATUS = 'SL'
               MOVE 'S' TO WS-DUPLICADA.
           READ ARQUIVO-OCORRENCIAS-ABEND AT END
               MOVE 'S' TO FINAL-ARQUIVO.

      *-----------------------------------------------------------------
      *RELATORIO
      *-----------------------------------------------------------------
       IMPRIME-CABECALHO.
           MOVE WS-PERC-LENTO TO WS-ED-PERC.
           MOVE WS-NOITES-BASE TO WS-ED-NOITES.
           STRING 'LOTE NOTURNO - NOITE DE ' WS-NOITE-ANALISADA
                  ' - BASE: MEDIANA DE ATE ' WS-ED-NOITES ' NOITES'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'LENTO = ACIMA DE ' WS-ED-PERC
                  '% DA MEDIANA E AO MENOS 1 MINUTO'
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'PS PROGRAMA INICIO   FIM      DURACAO  MEDIANA'
               TO WS-LINHA-IMPRESSA.
           MOVE 'VARIACAO SITUACAO' TO WS-LINHA-IMPRESSA (49:17).
           PERFORM GRAVA-LINHA-SPOOL.

       IMPRIME-UM-PASSO.
           IF WS-NOI-SITUACAO (WS-IND) NOT = SPACE
               PERFORM MONTA-LINHA-PASSO
               PERFORM GRAVA-LINHA-SPOOL.

       MONTA-LINHA-PASSO.
           MOVE WS-IND TO WS-LINHA-IMPRESSA (1:2).
           MOVE WS-NOI-PROGRAMA (WS-IND) TO WS-LINHA-IMPRESSA (4:8).
           MOVE WS-NOI-PROGRAMA (WS-IND) TO WS-PROGRAMA-PROCURADO.
           PERFORM LOCALIZA-PROGRAMA-BASE.
           IF WS-ACHOU = 'N'
               MOVE ZEROS TO WS-IND-BASE.
           IF WS-NOI-SITUACAO (WS-IND) = 'P'
               MOVE 'PULADO AGENDA' TO WS-LINHA-IMPRESSA (58:20)
           ELSE
               MOVE WS-NOI-INICIO (WS-IND) TO WS-SEG-FORMATAR
               PERFORM FORMATA-HORARIO
               MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (13:8)
               PERFORM MONTA-DURACAO-PASSO.

       MONTA-DURACAO-PASSO.
           IF WS-IND-BASE > ZEROS
               IF WS-BASE-MEDIANA (WS-IND-BASE) > ZEROS
                   MOVE WS-BASE-MEDIANA (WS-IND-BASE)
                       TO WS-SEG-FORMATAR
                   PERFORM FORMATA-DURACAO
                   MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (40:8).
           IF WS-NOI-SITUACAO (WS-IND) = 'I'
               MOVE 'SEM FIM NO LOG (ABEND?)'
                   TO WS-LINHA-IMPRESSA (58:23)
           ELSE
               MOVE WS-NOI-FIM (WS-IND) TO WS-SEG-FORMATAR
               PERFORM FORMATA-HORARIO
               MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (22:8)
               MOVE WS-NOI-DURACAO (WS-IND) TO WS-SEG-FORMATAR
               PERFORM FORMATA-DURACAO
               MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (31:8)
               PERFORM AVALIA-LENTIDAO.

       AVALIA-LENTIDAO.
           IF WS-NOI-SITUACAO (WS-IND) = 'E'
               MOVE 'FIM COM ERRO' TO WS-LINHA-IMPRESSA (58:12)
           ELSE
           IF WS-IND-BASE = ZEROS
               MOVE 'SEM BASE' TO WS-LINHA-IMPRESSA (58:8)
           ELSE
           IF WS-BASE-MEDIANA (WS-IND-BASE) = ZEROS
               MOVE 'SEM BASE' TO WS-LINHA-IMPRESSA (58:8)
           ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-NOI-DURACAO (WS-IND) -
                    WS-BASE-MEDIANA (WS-IND-BASE)) * 100 /
                    WS-BASE-MEDIANA (WS-IND-BASE)
               MOVE WS-VARIACAO TO WS-ED-VARIACAO
               MOVE WS-ED-VARIACAO TO WS-LINHA-IMPRESSA (49:5)
               MOVE '%' TO WS-LINHA-IMPRESSA (54:1)
               IF WS-VARIACAO > WS-PERC-LENTO AND
                       WS-NOI-DURACAO (WS-IND) >
                       WS-BASE-MEDIANA (WS-IND-BASE) + WS-FOLGA-MINIMA
                   MOVE 'LENTO' TO WS-LINHA-IMPRESSA (58:5)
                   ADD 1 TO WS-QTD-LENTOS
                   MOVE WS-NOI-PROGRAMA (WS-IND) TO WS-OCO-PROGRAMA
                   MOVE 'LENTIDAO' TO WS-OCO-OPERACAO
                   MOVE WS-NOI-HHMMSS (WS-IND) TO WS-OCO-HORA
                   PERFORM GRAVA-OCORRENCIA-SLA
               ELSE
                   MOVE 'OK' TO WS-LINHA-IMPRESSA (58:2).

       IMPRIME-PROJECAO.
           MOVE ALL '-' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-PRIMEIRO-INICIO = 99999
               MOVE 'NENHUM PASSO INICIADO NA NOITE.'
                   TO WS-LINHA-IMPRESSA
               PERFORM GRAVA-LINHA-SPOOL
           ELSE
               MOVE 'INICIO DA CADEIA:' TO WS-LINHA-IMPRESSA
               MOVE WS-PRIMEIRO-INICIO TO WS-SEG-FORMATAR
               PERFORM FORMATA-HORARIO
               MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (25:8)
               PERFORM GRAVA-LINHA-SPOOL
               MOVE 'ULTIMO REGISTRO DA NOITE:' TO WS-LINHA-IMPRESSA
               MOVE WS-ULTIMO-FIM TO WS-SEG-FORMATAR
               PERFORM FORMATA-HORARIO
               MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (27:8)
               PERFORM GRAVA-LINHA-SPOOL.
           IF WS-ULTIMO-TRATADO NOT < WS-QTD-PASSOS
               MOVE 'CADEIA CONCLUIDA; TERMINO REAL:'
                   TO WS-LINHA-IMPRESSA
           ELSE
               STRING 'CADEIA PAROU APOS O PASSO ' WS-ULTIMO-TRATADO
                      '; TERMINO PREVISTO:'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING.
           MOVE WS-PROJECAO TO WS-SEG-FORMATAR.
           PERFORM FORMATA-HORARIO.
           MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (50:8).
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-SEM-BASE-RESTANTES > ZEROS
               STRING '  (' WS-SEM-BASE-RESTANTES ' PASSO(S) A RODAR'
                      ' SEM BASE, CONTADOS COMO ZERO)'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-SPOOL.
           MOVE 'ABERTURA DA MESA (SLA):' TO WS-LINHA-IMPRESSA.
           MOVE WS-LIMITE-SLA TO WS-SEG-FORMATAR.
           PERFORM FORMATA-HORARIO.
           MOVE WS-HORA-FORMATADA TO WS-LINHA-IMPRESSA (50:8).
           PERFORM GRAVA-LINHA-SPOOL.
           IF WS-ESTOUROU-SLA = 'S'
               MOVE '*** SLA ESTOURADO: A MESA ABRE ANTES DO FIM DO'
                   TO WS-LINHA-IMPRESSA
               MOVE ' LOTE ***' TO WS-LINHA-IMPRESSA (47:9)
           ELSE
               MOVE 'SLA ATENDIDO.' TO WS-LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-SPOOL.
           STRING 'PASSOS LENTOS: ' WS-QTD-LENTOS
                  '  OCORRENCIAS NOVAS (PROG124): ' WS-QTD-OCORRENCIAS
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-SPOOL.

       FORMATA-HORARIO.
      *Segundos desde o meio-dia da noite -> relogio HH:MM:SS.
           ADD 43200 TO WS-SEG-FORMATAR.
           IF WS-SEG-FORMATAR NOT < 86400
               SUBTRACT 86400 FROM WS-SEG-FORMATAR.
           PERFORM FORMATA-DURACAO.

       FORMATA-DURACAO.
           DIVIDE WS-SEG-FORMATAR BY 3600 GIVING WS-F-HORAS
               REMAINDER WS-F-RESTO.
           DIVIDE WS-F-RESTO BY 60 GIVING WS-F-MINUTOS
               REMAINDER WS-F-SEGUNDOS.
           MOVE SPACES TO WS-HORA-FORMATADA.
           STRING WS-F-HORAS ':' WS-F-MINUTOS ':' WS-F-SEGUNDOS
               DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           END-STRING.

       GRAVA-LINHA-SPOOL.
           MOVE 'L' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
