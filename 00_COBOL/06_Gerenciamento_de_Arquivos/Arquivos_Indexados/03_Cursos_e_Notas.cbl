      * central PROG55. O lancamento por avaliacao (prova 1, prova
      * 2, trabalho, cada uma com peso) grava avaliacao.dat e
      * recalcula NOTA-VALOR pela media ponderada - o professor nao
      * faz mais a conta a mao antes de digitar. A nota da prova de
      * recuperacao (aberta pelo 18_Recuperacao) entra com a nota
      * final calculada pela regra de parametros_recuperacao.dat e
      * fica aguardando o supervisor no 10_Aprova_Notas. Periodo
      * fechado pelo 21_Fechamento_Periodo (periodo_fechado.dat) nao
      * aceita lancamento direto: nota e avaliacao, novas ou nao,
      * viram pedido para o 10_Aprova_Notas e a exclusao e recusada.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_NOTA.cbl'.
           COPY 'SL_AVALIACAO.cbl'.
           COPY 'SL_NOTAPEND.cbl'.
           COPY 'SL_RECUPER.cbl'.
           COPY 'SL_PERFECHA.cbl'.

           SELECT PARAM-RECUPERACAO
           ASSIGN TO 'parametros_recuperacao.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-REC.
      *Piso da recuperacao (3 digitos) e regra da nota final: M =
      *media entre a nota original e a prova, T = prova limitada a
      *media do curso. Sem o arquivo, regra M.

      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY 'FD_NOTA.cbl'.
           COPY 'FD_AVALIACAO.cbl'.
           COPY 'FD_NOTAPEND.cbl'.
           COPY 'FD_RECUPER.cbl'.
           COPY 'FD_PERFECHA.cbl'.

       FD  PARAM-RECUPERACAO.
       01  PARAM-RECUPERACAO-LINHA.
           05  PARAM-REC-PISO           PIC 9(2)V9.
           05  PARAM-REC-REGRA          PIC X(1).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  WS-PESO-DIGITADO            PIC 9(2) VALUE ZEROS.
       77  WS-NOTA-DIGITADA            PIC 9(2)V9 VALUE ZEROS.
       77  WS-AVALIACAO-NOVA           PIC X VALUE 'N'.
       77  WS-STATUS-RECUPER           PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAM-REC         PIC X(02) VALUE '00'.
       77  WS-REGRA-RECUPERACAO        PIC X VALUE 'M'.
       77  WS-STATUS-PERFECHA          PIC X(02) VALUE '00'.
       77  WS-PERIODO-CONSULTA         PIC 9(6) VALUE ZEROS.
       77  WS-PERIODO-FECHADO          PIC X VALUE 'N'.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-ALUNO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-VERSAO-ALUNO.
      *Layout v2 de student.dat (cadastro completo com responsavel
      *financeiro, registrado pela migracao 15_Migra_Alunos no
      *PROG82), conferido antes do OPEN como no 14_Boletos.
           MOVE 'C' TO WS-ACAO-VERSAO.
           MOVE 2 TO WS-VERSAO-ESPERADA.
           CALL 'PROG82' USING WS-ACAO-VERSAO WS-NOME-ARQ-STUDENT
               WS-VERSAO-ESPERADA WS-VERSAO-OK.
           IF WS-VERSAO-OK = 'N'
               DISPLAY 'RODE A MIGRACAO 15_Migra_Alunos ANTES.'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY 'CURSOS E NOTAS'.
           DISPLAY '3. LANCAR NOTA'.
           DISPLAY '4. EXCLUIR NOTA'.
           DISPLAY '5. LANCAR AVALIACAO (MEDIA PONDERADA)'.
           DISPLAY '6. LANCAR NOTA DE RECUPERACAO'.
           DISPLAY '9. SAIR'.
           DISPLAY 'DIGITE A OPCAO: '.
           ACCEPT WS-OPCAO.
               PERFORM EXCLUIR-NOTA.
           IF WS-OPCAO = 5
               PERFORM LANCAR-AVALIACAO.
           IF WS-OPCAO = 6
               PERFORM LANCAR-RECUPERACAO.
           IF WS-OPCAO < 1 OR (WS-OPCAO > 6 AND WS-OPCAO < 9)
               DISPLAY 'OPCAO INVALIDA.'.

       INCLUIR-CURSO.
                   ACCEPT NOTA-PERIODO
                   DISPLAY 'NOTA (EX: 08,5): '
                   ACCEPT NOTA-VALOR
                   MOVE NOTA-PERIODO TO WS-PERIODO-CONSULTA
                   PERFORM VERIFICA-PERIODO-FECHADO
                   IF WS-PERIODO-FECHADO = 'S'
                       DISPLAY 'PERIODO ' NOTA-PERIODO ' FECHADO. O'
                               ' LANCAMENTO VIRA PEDIDO DE REVISAO.'
                       PERFORM REGISTRA-PEDIDO-DE-NOTA
                   ELSE
                       WRITE NOTA-FILE
                           INVALID KEY
      *Nota ja lancada: sobrescrever exige revisao - o pedido vai
      *para notas_pendentes.dat e um supervisor decide no
      *10_Aprova_Notas, com trilha de auditoria.
                               DISPLAY 'NOTA JA LANCADA. A TROCA VIRA'
                                       ' PEDIDO DE REVISAO.'
                               PERFORM REGISTRA-PEDIDO-DE-NOTA
                           NOT INVALID KEY
                               DISPLAY 'NOTA LANCADA.'
                       END-WRITE
                   END-IF
                   CLOSE NOTA
               END-IF
           END-IF.
       REGISTRA-PEDIDO-DE-NOTA.
      *Pedido de troca de nota: valor novo, motivo e operador
      *solicitante aguardam a decisao do supervisor.
           OPEN I-O NOTAPEND.
           IF WS-STATUS-NOTAPEND = '35'
      *Primeiro pedido cria o arquivo.
           ACCEPT WS-PESO-DIGITADO.
           DISPLAY 'NOTA DA AVALIACAO (EX: 08,5): '.
           ACCEPT WS-NOTA-DIGITADA.
           MOVE AVALIACAO-PERIODO TO WS-PERIODO-CONSULTA.
           PERFORM VERIFICA-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY 'PERIODO ' AVALIACAO-PERIODO ' FECHADO. O'
                       ' LANCAMENTO VIRA PEDIDO DE REVISAO.'
               PERFORM REGISTRA-PEDIDO-DE-AVALIACAO
           ELSE
               PERFORM GRAVA-AVALIACAO-DIGITADA.

       GRAVA-AVALIACAO-DIGITADA.
           OPEN I-O AVALIACAO.
           IF WS-STATUS-AVALIACAO = '35'
      *Primeiro lancamento cria o arquivo.
                           DISPLAY 'AVALIACAO LANCADA.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'AVALIACAO JA LANCADA. A TROCA VIRA'
                           ' PEDIDO DE REVISAO.'
                   PERFORM REGISTRA-PEDIDO-DE-AVALIACAO
           END-READ.
           IF WS-AVALIACAO-NOVA = 'S'
       REGISTRA-PEDIDO-DE-AVALIACAO.
      *Pedido de troca de componente: numero da avaliacao, peso e
      *nota novos, motivo e solicitante aguardam o supervisor.
           OPEN I-O NOTAPEND.
           IF WS-STATUS-NOTAPEND = '35'
      *Primeiro pedido cria o arquivo.
           ACCEPT NOTA-CURSO-ID.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT NOTA-PERIODO.
           MOVE NOTA-PERIODO TO WS-PERIODO-CONSULTA.
           PERFORM VERIFICA-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY 'PERIODO ' NOTA-PERIODO ' FECHADO. EXCLUSAO'
                       ' RECUSADA.'
           ELSE
               DELETE NOTA RECORD
                   INVALID KEY
                       DISPLAY 'NOTA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       DISPLAY 'NOTA EXCLUIDA.'
               END-DELETE.
           CLOSE NOTA.

       VERIFICA-PERIODO-FECHADO.
      *Periodo com registro em periodo_fechado.dat (gravado pelo
      *21_Fechamento_Periodo); sem o arquivo, nenhum fechado.
           MOVE 'N' TO WS-PERIODO-FECHADO.
           OPEN INPUT PERFECHA.
           IF WS-STATUS-PERFECHA = '00'
               MOVE WS-PERIODO-CONSULTA TO PERFECHA-PERIODO
               READ PERFECHA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PERIODO-FECHADO
               END-READ
               CLOSE PERFECHA
           END-IF.

      *-----------------------------------------------------------------
      * RECUPERACAO - so para nota com recuperacao pendente em
      * recuperacao.dat. A prova e a nota final ficam gravadas como
      * lancadas e so valem depois da aprovacao do supervisor no
      * 10_Aprova_Notas; NOTA-VALOR continua com a nota original.
      *-----------------------------------------------------------------
       LANCAR-RECUPERACAO.
           DISPLAY 'STUDENT-ID (1-99999): '.
           ACCEPT RECUPER-STUDENT-ID.
           DISPLAY 'CURSO-ID (1-9999): '.
           ACCEPT RECUPER-CURSO-ID.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT RECUPER-PERIODO.
           OPEN I-O RECUPER.
           IF WS-STATUS-RECUPER NOT = '00'
               DISPLAY 'NENHUMA RECUPERACAO ABERTA (18_Recuperacao).'
           ELSE
               READ RECUPER RECORD
                   INVALID KEY
                       DISPLAY 'SEM RECUPERACAO ABERTA PARA ESTA'
                               ' NOTA.'
                   NOT INVALID KEY
                       PERFORM CONFERE-SITUACAO-RECUPERACAO
               END-READ
               CLOSE RECUPER.

       CONFERE-SITUACAO-RECUPERACAO.
           IF RECUPER-SITUACAO = 'L'
               DISPLAY 'PROVA JA LANCADA: ' RECUPER-NOTA-PROVA
                       '; AGUARDA SUPERVISOR (10_Aprova_Notas).'.
           IF RECUPER-SITUACAO = 'A'
               DISPLAY 'RECUPERACAO JA APROVADA. NOTA FINAL: '
                       RECUPER-NOTA-FINAL.
           IF RECUPER-SITUACAO = 'P'
               PERFORM GRAVA-PROVA-RECUPERACAO.

       GRAVA-PROVA-RECUPERACAO.
           DISPLAY 'NOTA ORIGINAL: ' RECUPER-NOTA-ORIGINAL
                   '  MEDIA DO CURSO: ' RECUPER-MEDIA-APROVACAO.
           DISPLAY 'NOTA DA PROVA DE RECUPERACAO (EX: 07,5): '.
           ACCEPT WS-NOTA-DIGITADA.
           PERFORM LE-REGRA-RECUPERACAO.
           PERFORM CALCULA-NOTA-RECUPERACAO.
           DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-NOTA-DIGITADA TO RECUPER-NOTA-PROVA.
           MOVE WS-NOTA-FINAL TO RECUPER-NOTA-FINAL.
           MOVE WS-REGRA-RECUPERACAO TO RECUPER-REGRA.
           MOVE 'L' TO RECUPER-SITUACAO.
           MOVE WS-OPERADOR TO RECUPER-OPERADOR.
           MOVE WS-DATA-HOJE TO RECUPER-DATA-LANCAMENTO.
           REWRITE RECUPER-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A RECUPERACAO.'
               NOT INVALID KEY
                   DISPLAY 'NOTA FINAL PELA REGRA '
                           WS-REGRA-RECUPERACAO ': '
                           WS-NOTA-FINAL
                   DISPLAY 'PROVA REGISTRADA; AGUARDA SUPERVISOR'
                           ' (10_Aprova_Notas).'
           END-REWRITE.

       LE-REGRA-RECUPERACAO.
           MOVE 'M' TO WS-REGRA-RECUPERACAO.
           OPEN INPUT PARAM-RECUPERACAO.
           IF WS-STATUS-PARAM-REC = '00'
               READ PARAM-RECUPERACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-REC-REGRA = 'M' OR
                               PARAM-REC-REGRA = 'T'
                           MOVE PARAM-REC-REGRA
                               TO WS-REGRA-RECUPERACAO
                       END-IF
               END-READ
               CLOSE PARAM-RECUPERACAO
           END-IF.

       CALCULA-NOTA-RECUPERACAO.
      *M: media simples entre a nota original e a prova. T: a prova
      *vale ate a media de aprovacao do curso. Nas duas regras a
      *recuperacao nunca baixa a nota original.
           IF WS-REGRA-RECUPERACAO = 'T'
               MOVE WS-NOTA-DIGITADA TO WS-NOTA-FINAL
               IF WS-NOTA-FINAL > RECUPER-MEDIA-APROVACAO
                   MOVE RECUPER-MEDIA-APROVACAO TO WS-NOTA-FINAL
               END-IF
           ELSE
               COMPUTE WS-NOTA-FINAL ROUNDED =
                   (RECUPER-NOTA-ORIGINAL + WS-NOTA-DIGITADA) / 2.
           IF WS-NOTA-FINAL < RECUPER-NOTA-ORIGINAL
               MOVE RECUPER-NOTA-ORIGINAL TO WS-NOTA-FINAL.
