      * presenca por aluno e por turma sai das linhas gravadas em
      * frequencia.dat. O 04_Boletim le este arquivo para mostrar o
      * percentual e reprovar por falta abaixo do piso configurado
      * em frequencia_minima.dat. Turma de periodo fechado pelo
      * 21_Fechamento_Periodo nao tem chamada gravada direto: cada
      * presenca/falta que muda vira pedido em
      * frequencia_pendente.dat, decidido no 10_Aprova_Notas.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY 'SL_TURMA.cbl'.
           COPY 'SL_MATRICULA.cbl'.
           COPY 'SL_FREQUENCIA.cbl'.
           COPY 'SL_PERFECHA.cbl'.
           COPY 'SL_FREQPEND.cbl'.

      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY 'FD_TURMA.cbl'.
           COPY 'FD_MATRICULA.cbl'.
           COPY 'FD_FREQUENCIA.cbl'.
           COPY 'FD_PERFECHA.cbl'.
           COPY 'FD_FREQPEND.cbl'.

       WORKING-STORAGE SECTION.
       77  WS-ACAO-VERSAO              PIC X VALUE 'C'.
       77  WS-VERSAO-ESPERADA          PIC 9(3) VALUE ZEROS.
       77  WS-VERSAO-OK                PIC X VALUE 'N'.
       77  WS-NOME-ARQ-TURMA           PIC X(30) VALUE 'turma.dat'.
       77  WS-NOME-ARQ-STUDENT         PIC X(30) VALUE 'student.dat'.
       77  WS-OPCAO                    PIC 9 VALUE ZERO.
       77  REGISTRO-ENCONTRADO         PIC X VALUE 'N'.
       77  FINAL-ARQUIVO               PIC X VALUE 'N'.
       77  WS-AULAS-DADAS              PIC 9(4) VALUE ZEROS.
       77  WS-PRESENCAS                PIC 9(4) VALUE ZEROS.
       77  WS-PERCENTUAL               PIC 9(3)V9 VALUE ZEROS.
       77  WS-STATUS-PERFECHA          PIC X(02) VALUE '00'.
       77  WS-STATUS-FREQPEND          PIC X(02) VALUE '00'.
       77  WS-PERIODO-DA-TURMA         PIC 9(6) VALUE ZEROS.
       77  WS-PERIODO-FECHADO          PIC X VALUE 'N'.
       77  WS-OPERADOR                 PIC X(8) VALUE SPACES.
       77  WS-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77  WS-MOTIVO-PEDIDO            PIC X(40) VALUE SPACES.
       77  WS-PRESENCA-ANTERIOR        PIC X(1) VALUE SPACE.
       77  WS-TOTAL-PEDIDOS            PIC 9(3) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM CONFERE-VERSAO-TURMA.
           PERFORM CONFERE-VERSAO-ALUNO.
           PERFORM EXIBE-MENU
               UNTIL WS-OPCAO = 9.

               MOVE 16 TO RETURN-CODE
               STOP RUN.

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
           DISPLAY 'FREQUENCIA'.
               GOBACK.
           DISPLAY 'DATA DA AULA (AAAAMMDD): '.
           ACCEPT WS-DATA-AULA.
           PERFORM VERIFICA-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY 'PERIODO ' WS-PERIODO-DA-TURMA ' DA TURMA'
                       ' FECHADO. O QUE MUDAR VIRA PEDIDO DE'
                       ' REVISAO.'
               DISPLAY 'MOTIVO DA CORRECAO (OBRIGATORIO): '
               ACCEPT WS-MOTIVO-PEDIDO
               DISPLAY 'OPERADOR_CODIGO' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERADOR
               END-ACCEPT
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               OPEN I-O FREQPEND
               IF WS-STATUS-FREQPEND = '35'
      *Primeiro pedido cria o arquivo.
                   OPEN OUTPUT FREQPEND
                   CLOSE FREQPEND
                   OPEN I-O FREQPEND
               END-IF
           END-IF.

           OPEN I-O FREQUENCIA.
           IF WS-STATUS-FREQUENCIA = '35'
           OPEN INPUT STUDENT.

           MOVE ZEROS TO WS-TOTAL-LANCADAS.
           MOVE ZEROS TO WS-TOTAL-PEDIDOS.
           MOVE WS-TURMA-PEDIDA TO MATRICULA-TURMA-ID.
           MOVE ZEROS TO MATRICULA-STUDENT-ID.
           MOVE 'N' TO FINAL-ARQUIVO.
           CLOSE STUDENT.
           CLOSE MATRICULA.
           CLOSE FREQUENCIA.
           IF WS-PERIODO-FECHADO = 'S'
               CLOSE FREQPEND
               DISPLAY 'PEDIDOS REGISTRADOS; AGUARDAM SUPERVISOR'
                       ' (10_Aprova_Notas): ' WS-TOTAL-PEDIDOS
           ELSE
               DISPLAY 'PRESENCAS/FALTAS LANCADAS: '
                       WS-TOTAL-LANCADAS.

       CHAMA-UM-ALUNO.
           MOVE MATRICULA-STUDENT-ID TO STUDENT-ID.
           MOVE WS-TURMA-PEDIDA TO FREQUENCIA-TURMA-ID.
           MOVE WS-DATA-AULA TO FREQUENCIA-DATA.
           MOVE MATRICULA-STUDENT-ID TO FREQUENCIA-STUDENT-ID.
           IF WS-PERIODO-FECHADO = 'S'
               PERFORM REGISTRA-PEDIDO-DE-CHAMADA
           ELSE
               MOVE WS-PRESENCA-DIGITADA TO FREQUENCIA-PRESENTE
               WRITE FREQUENCIA-FILE
                   INVALID KEY
      *Chamada relancada para a mesma aula: regrava.
                       REWRITE FREQUENCIA-FILE
                       END-REWRITE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-TOTAL-LANCADAS.
           READ MATRICULA NEXT RECORD AT END
               MOVE 'S' TO FINAL-ARQUIVO.

       REGISTRA-PEDIDO-DE-CHAMADA.
      *So vira pedido o que muda: chamada nova ou presenca diferente
      *da gravada.
           MOVE SPACE TO WS-PRESENCA-ANTERIOR.
           READ FREQUENCIA RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FREQUENCIA-PRESENTE TO WS-PRESENCA-ANTERIOR
           END-READ.
           IF WS-PRESENCA-ANTERIOR NOT = WS-PRESENCA-DIGITADA
               MOVE FREQUENCIA-CHAVE TO FREQPEND-CHAVE
               MOVE WS-PRESENCA-DIGITADA TO FREQPEND-PRESENTE-NOVO
               MOVE WS-MOTIVO-PEDIDO TO FREQPEND-MOTIVO
               MOVE WS-OPERADOR TO FREQPEND-OPERADOR
               MOVE WS-DATA-HOJE TO FREQPEND-DATA-PEDIDO
               WRITE FREQPEND-FILE
                   INVALID KEY
                       DISPLAY 'JA EXISTE PEDIDO PENDENTE PARA ESTA'
                               ' CHAMADA.'
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-PEDIDOS
               END-WRITE.

       VALIDA-TURMA.
           OPEN INPUT TURMA.
           MOVE WS-TURMA-PEDIDA TO TURMA-ID.
               INVALID KEY
               MOVE 'N' TO REGISTRO-ENCONTRADO
               NOT INVALID KEY
               MOVE 'S' TO REGISTRO-ENCONTRADO
               MOVE TURMA-PERIODO TO WS-PERIODO-DA-TURMA.
           CLOSE TURMA.

       VERIFICA-PERIODO-FECHADO.
      *Periodo da turma com registro em periodo_fechado.dat
      *(21_Fechamento_Periodo); sem o arquivo, nenhum fechado.
           MOVE 'N' TO WS-PERIODO-FECHADO.
           OPEN INPUT PERFECHA.
           IF WS-STATUS-PERFECHA = '00'
               MOVE WS-PERIODO-DA-TURMA TO PERFECHA-PERIODO
               READ PERFECHA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PERIODO-FECHADO
               END-READ
               CLOSE PERFECHA
           END-IF.

      *-----------------------------------------------------------------
      * PERCENTUAIS - presencas sobre aulas lancadas do aluno na
      * turma.
