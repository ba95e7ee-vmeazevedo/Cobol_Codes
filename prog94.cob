      *para sinalizar ou suprimir afastados no extrato da folha; a
      *apuracao de ausencias (PROG93) e o fechamento de ponto
      *(PROG81) nao contam dia de afastamento como falta.
      *Inicio ou retorno efetivo em periodo ja baixado do bureau
      *(fechado pelo PROG50) so e gravado com liberacao de
      *supervisor e motivo, registrada na trilha (PROG177).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       77  WS-DATA-OK PIC X VALUE 'N'.
       77  WS-MOTIVO-DATA PIC X(40) VALUE SPACES.
       77  WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77  WS-MODO-PERIODO PIC X VALUE 'L'.
       77  WS-PERIODO-ALTERADO PIC 9(6) VALUE ZEROS.
       77  WS-PROGRAMA-ORIGEM PIC X(8) VALUE 'PROG94'.
       77  WS-ROTULO-ALTERACAO PIC X(20) VALUE SPACES.
       77  WS-DESCRICAO-ALTERACAO PIC X(40) VALUE SPACES.
       77  WS-PERIODO-LIBERADO PIC X VALUE 'S'.
       01  WS-DATA-DIGITADA.
           05 WS-DD-ANO PIC 9(4).
           05 WS-DD-MES PIC 9(2).
               MOVE CODIGO-FUNCIONARIO-PROCURAR
                   TO AFASTAMENTO-CODIGO-FUNC
               PERFORM PEDE-DATA-INICIO
      *Inicio em periodo ja baixado do bureau so entra com
      *liberacao de supervisor (PROG177).
               MOVE AFASTAMENTO-DATA-INICIO TO WS-DATA-DIGITADA
               MOVE 'INICIO' TO WS-ROTULO-ALTERACAO
               PERFORM CONFERE-PERIODO-FECHADO
               IF WS-PERIODO-LIBERADO = 'S'
                   DISPLAY 'TIPO (D=DOENCA M=MATERNIDADE A=ACIDENTE'
                           ' N=NAO REMUNERADA): '
                   ACCEPT AFASTAMENTO-TIPO
                   PERFORM PEDE-RETORNO-PREVISTO
                   MOVE ZEROS TO AFASTAMENTO-RETORNO-EFETIVO
                   WRITE AFASTAMENTO-REGISTRO
                       INVALID KEY
                           DISPLAY 'JA EXISTE AFASTAMENTO NESTA DATA'
                                   ' PARA ESTE FUNCIONARIO.'
                       NOT INVALID KEY
                           DISPLAY 'AFASTAMENTO REGISTRADO.'
                   END-WRITE
               END-IF
               CLOSE ARQUIVO-AFASTAMENTO.

       PEDE-DATA-INICIO.
               END-IF
           END-PERFORM.

       CONFERE-PERIODO-FECHADO.
      *Periodo AAAAMM da data em WS-DATA-DIGITADA; a descricao leva
      *a data para a trilha de auditoria.
           COMPUTE WS-PERIODO-ALTERADO = WS-DD-ANO * 100 + WS-DD-MES.
           MOVE SPACES TO WS-DESCRICAO-ALTERACAO.
           STRING WS-ROTULO-ALTERACAO DELIMITED BY '  '
                  ' ' WS-DATA-DIGITADA DELIMITED BY SIZE
               INTO WS-DESCRICAO-ALTERACAO
           END-STRING.
           CALL 'PROG177' USING WS-MODO-PERIODO WS-PERIODO-ALTERADO
               WS-PROGRAMA-ORIGEM CODIGO-FUNCIONARIO-PROCURAR
               WS-DESCRICAO-ALTERACAO WS-PERIODO-LIBERADO.

       VALIDA-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE CODIGO-FUNCIONARIO-PROCURAR TO FUNCIONARIO-CODIGO.
                           AFASTAMENTO-RETORNO-EFETIVO '.'
               ELSE
                   PERFORM PEDE-RETORNO-EFETIVO
                   MOVE AFASTAMENTO-RETORNO-EFETIVO
                       TO WS-DATA-DIGITADA
                   MOVE 'RETORNO EFETIVO' TO WS-ROTULO-ALTERACAO
                   MOVE AFASTAMENTO-CODIGO-FUNC
                       TO CODIGO-FUNCIONARIO-PROCURAR
                   PERFORM CONFERE-PERIODO-FECHADO
                   IF WS-PERIODO-LIBERADO = 'S'
                       REWRITE AFASTAMENTO-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O REGISTRO.'
                           NOT INVALID KEY
                               DISPLAY 'RETORNO REGISTRADO.'
                       END-REWRITE
                   END-IF
               END-IF
           END-READ.
           CLOSE ARQUIVO-AFASTAMENTO.
