      *operador, tipo, moeda, valor, taxa e o cliente (validado
      *contra clientes.dat). A tela mostra a sequencia corrente do
      *dia, que continua de onde parou se o programa for reaberto.
      *Limites e saldo do cliente contam tambem as linhas gravadas
      *sob codigos aposentados nele numa fusao de duplicados
      *(PROG154), resolvidas pelo PROG155.
      *Cliente com revisao do perfil KYC (PROG157) vencida, ou sem
      *perfil depois que o arquivo de perfis existe, so opera com
      *liberacao de supervisor, registrada como os estouros de
      *limite. Volume do mes na moeda (mesma conta do limite), em
      *reais pela taxa do dia, acima do multiplo da renda declarada
      *gera aviso na tela.
      *Cliente com ocorrencia pendente ou confirmada na triagem da
      *lista restritiva (PROG158) nao opera, sem liberacao na mesa:
      *so a decisao do compliance (PROG160) desbloqueia. A tentativa
      *recusada vai para auditoria_triagem.log.
      *ALTA, BAIXA e CAMBIO pagam IOF pela aliquota vigente do tipo
      *e da moeda (aliquotas_iof.dat, PROG161), sobre o valor em
      *reais; o IOF aparece na tela antes da confirmacao, sai no
      *recibo e fica gravado na linha do diario.
      *Reserva de moeda (PROG164) e entregue pela opcao E: vira uma
      *operacao de CAMBIO do cliente da reserva com a taxa travada,
      *passa pelas mesmas conferencias e, gravada, baixa a reserva
      *como retirada; o numero da reserva vai no motivo da linha e
      *no recibo.
      *Arbitragem (opcao X): o cliente entrega uma moeda estrangeira
      *e leva outra. A taxa cruzada sai da tabela do dia (compra da
      *moeda entregue sobre a venda da moeda levada, PROG64) e a
      *operacao grava um par de linhas ligadas - ARBENT da moeda que
      *entra e ARBSAI da que sai - com um recibo so. Os limites do
      *cliente sao conferidos nas duas moedas; o IOF (tipo ARBITR)
      *incide sobre a perna que sai e fica gravado nela.
      *Limite de posicao da mesa por moeda (PROG169): a posicao
      *projetada depois da operacao (fechamento anterior mais os
      *movimentos de hoje, PROG170, mais a propria operacao) que
      *cruzar o maximo comprado ou vendido da moeda gera aviso ou,
      *com a acao B no limite, bloqueio com liberacao de supervisor
      *registrada como os estouros de limite do cliente.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           COPY 'SELCLIENTE.cob'.
           COPY 'SELTAXA.cob'.
           COPY 'SELLIMITE.cob'.
           COPY 'SELKYC.cob'.
           COPY 'SELTRIAGEM.cob'.
           COPY 'SELIOF.cob'.
           COPY 'SELRESERVA.cob'.
           COPY 'SELLIMPOS.cob'.

           SELECT ARQUIVO-PARAMETROS-KYC
           ASSIGN TO 'parametros_kyc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS-KYC.
      *Mesmo arquivo de prazos do PROG157; aqui so o multiplo da
      *renda interessa.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-TRIAGEM
           ASSIGN TO 'auditoria_triagem.log'
           ORGANIZATION IS LINE SEQUENTIAL.
      *Mesmo log das decisoes do compliance (PROG160).

           SELECT OPTIONAL ARQUIVO-AUDITORIA-LIMITE
           ASSIGN TO 'auditoria_limites.log'
           COPY 'FDCLIENTE.cob'.
           COPY 'FDTAXA.cob'.
           COPY 'FDLIMITE.cob'.
           COPY 'FDKYC.cob'.
           COPY 'FDTRIAGEM.cob'.
           COPY 'FDIOF.cob'.
           COPY 'FDRESERVA.cob'.
           COPY 'FDLIMPOS.cob'.

       FD  ARQUIVO-PARAMETROS-KYC.
       01  PARAMETRO-KYC-LINHA.
           05 PARAM-MESES-BAIXO PIC 9(3).
           05 PARAM-MESES-MEDIO PIC 9(3).
           05 PARAM-MESES-ALTO PIC 9(3).
           05 PARAM-MULTIPLO-RENDA PIC 9(3)V9.

       FD  ARQUIVO-AUDITORIA-LIMITE.
       01  REGISTRO-AUDITORIA-LIMITE PIC X(100).

       FD  ARQUIVO-AUDITORIA-TRIAGEM.
       01  REGISTRO-AUDITORIA-TRIAGEM PIC X(200).

       FD  ARQUIVO-AUDITORIA-TAXA.
       01  REGISTRO-AUDITORIA-TAXA PIC X(100).

       77  WS-VALOR PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-CLIENTE-INFORMADO PIC 9(4) VALUE ZEROS.
       77  WS-CLIENTE-EFETIVO PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-FUSAO PIC X VALUE 'R'.
       77  WS-OPERADOR PIC X(8) VALUE SPACES.
       77  WS-CONFIRMA PIC X VALUE 'N'.
       77  WS-SEQUENCIA-DO-DIA PIC 9(4) VALUE ZEROS.
       77  WS-ACAO-SPOOL PIC X VALUE SPACE.
       77  WS-LINHA-IMPRESSA PIC X(80) VALUE SPACES.
       77  WS-NOME-RELATORIO PIC X(20) VALUE 'RECIBO-MESA'.
       77  WS-STATUS-ARQUIVO-KYC PIC X(02) VALUE '00'.
       77  WS-STATUS-PARAMETROS-KYC PIC X(02) VALUE '00'.
       77  WS-TEM-ARQ-KYC PIC X VALUE 'N'.
       77  WS-TEM-PERFIL-KYC PIC X VALUE 'N'.
       77  WS-MULTIPLO-RENDA PIC 9(3)V9 VALUE 3.
       77  WS-TAXA-VOLUME PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-VOLUME-MES-REAIS PIC S9(15)V99 VALUE ZEROS.
       77  WS-TETO-VOLUME PIC 9(13)V99 VALUE ZEROS.
       77  WS-VOLUME-EXIBE PIC -(14)9.99.
       77  WS-TETO-EXIBE PIC Z(12)9.99.
       77  WS-MULTIPLO-EXIBE PIC ZZ9.9.
       77  WS-STATUS-ARQUIVO-TRIAGEM PIC X(02) VALUE '00'.
       77  WS-FIM-TRIAGEM PIC X VALUE 'N'.
       77  WS-STATUS-ARQUIVO-IOF PIC X(02) VALUE '00'.
       77  WS-FIM-IOF PIC X VALUE 'N'.
       77  WS-TIPO-IOF PIC X(6) VALUE SPACES.
       77  WS-ALIQUOTA-IOF PIC 9(2)V9(4) VALUE ZEROS.
       77  WS-VALOR-IOF PIC 9(9)V99 VALUE ZEROS.
       77  WS-BASE-IOF PIC 9(13)V99 VALUE ZEROS.
       77  WS-IOF-EXIBE PIC Z(8)9.99.
       77  WS-BASE-EXIBE PIC Z(12)9.99.
       77  WS-ALIQUOTA-EXIBE PIC Z9.9999.
       77  WS-STATUS-ARQUIVO-RESERVA PIC X(02) VALUE '00'.
       77  WS-RESERVA-EM-CURSO PIC X VALUE 'N'.
       77  WS-NUMERO-RESERVA PIC 9(6) VALUE ZEROS.
       77  WS-RESERVA-OK PIC X VALUE 'N'.
       77  WS-VALOR-RESERVA-EXIBE PIC Z(8)9.99.
       77  WS-ARBITRAGEM-EM-CURSO PIC X VALUE 'N'.
       77  WS-MOEDA-ENTRADA PIC X(3) VALUE SPACES.
       77  WS-VALOR-ENTRADA PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA-ENTRADA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-MOEDA-SAIDA PIC X(3) VALUE SPACES.
       77  WS-VALOR-SAIDA PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA-SAIDA PIC 9(5)V9(4) VALUE ZEROS.
       77  WS-TAXA-CRUZADA PIC 9(5)V9(6) VALUE ZEROS.
       77  WS-SEQ-ENTRADA PIC 9(4) VALUE ZEROS.
       77  WS-SEQ-SAIDA PIC 9(4) VALUE ZEROS.
       77  WS-CRUZADA-EXIBE PIC Z(4)9.9(6).
       77  WS-VALOR-ARB-EXIBE PIC Z(8)9.99.
       77  WS-STATUS-ARQUIVO-LIMPOS PIC X(02) VALUE '00'.
       77  WS-TEM-LIMITE-POSICAO PIC X VALUE 'N'.
       77  WS-EFEITO-POSICAO PIC S9(11)V99 VALUE ZEROS.
       77  WS-POSICAO-PROJETADA PIC S9(11)V99 VALUE ZEROS.
       77  WS-IND-POSICAO PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-POSICAO PIC X VALUE 'N'.
       77  WS-POSICAO-EXIBE PIC -Z(10)9.99.
       77  WS-LIMITE-POSICAO-EXIBE PIC Z(10)9.99.
           COPY 'WSCLIENTE.cob'.
           COPY 'WSPOSMESA.cob'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           END-ACCEPT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM IDENTIFICA-OPERADOR.
           PERFORM LE-PARAMETROS-KYC.
           PERFORM RETOMA-SEQUENCIA-DO-DIA.

           PERFORM ENTRADA-DE-OPERACAO
           DISPLAY 'MESA DE CAMBIO - SEQUENCIA DO DIA: '
                   WS-SEQUENCIA-DO-DIA.
           DISPLAY 'OPERACAO (A=ALTA B=BAIXA C=CAMBIO D=DEPOSITO'
                   ' R=RETIRADA E=RESERVA X=ARBITRAGEM F=FIM): '.
           ACCEPT WS-TIPO-OPERACAO.

           IF WS-TIPO-OPERACAO = 'A' OR WS-TIPO-OPERACAO = 'a' OR
                   WS-TIPO-OPERACAO = 'r'
               PERFORM CAPTURA-OPERACAO
           ELSE
               IF WS-TIPO-OPERACAO = 'E' OR WS-TIPO-OPERACAO = 'e'
                   PERFORM ENTREGA-DE-RESERVA
               ELSE
                   IF WS-TIPO-OPERACAO = 'X' OR
                           WS-TIPO-OPERACAO = 'x'
                       PERFORM CAPTURA-ARBITRAGEM
                   ELSE
                       IF WS-TIPO-OPERACAO NOT = 'F' AND
                               WS-TIPO-OPERACAO NOT = 'f'
                           DISPLAY 'OPERACAO INVALIDA.'.

       CAPTURA-OPERACAO.
           DISPLAY 'MOEDA (EX: USD, EUR): '.
           ELSE
               PERFORM CONCLUI-OPERACAO.

       ENTREGA-DE-RESERVA.
      *A reserva precisa estar em aberto, com a retirada marcada ate
      *hoje e dentro da validade. Moeda, valor, taxa e cliente vem
      *da reserva; o resto segue como CAMBIO.
           DISPLAY 'NUMERO DA RESERVA: '.
           ACCEPT WS-NUMERO-RESERVA.
           MOVE 'N' TO WS-RESERVA-OK.
           OPEN INPUT ARQUIVO-RESERVA.
           IF WS-STATUS-ARQUIVO-RESERVA NOT = '00'
               DISPLAY 'NENHUMA RESERVA GRAVADA AINDA.'
           ELSE
               MOVE WS-NUMERO-RESERVA TO RESERVA-NUMERO
               READ ARQUIVO-RESERVA RECORD
                   INVALID KEY
                       DISPLAY 'RESERVA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       PERFORM CONFERE-RESERVA
               END-READ
               CLOSE ARQUIVO-RESERVA.
           IF WS-RESERVA-OK = 'S'
               MOVE 'C' TO WS-TIPO-OPERACAO
               MOVE RESERVA-MOEDA TO WS-MOEDA
               MOVE RESERVA-VALOR TO WS-VALOR
               MOVE RESERVA-TAXA TO WS-TAXA
               MOVE RESERVA-CLIENTE TO WS-CLIENTE-INFORMADO
               MOVE RESERVA-VALOR TO WS-VALOR-RESERVA-EXIBE
               DISPLAY 'RESERVA ' RESERVA-NUMERO ': CAMBIO DE '
                       WS-VALOR-RESERVA-EXIBE ' ' WS-MOEDA
                       ' A TAXA TRAVADA ' WS-TAXA
               MOVE 'S' TO WS-RESERVA-EM-CURSO
               PERFORM CONCLUI-OPERACAO
               MOVE 'N' TO WS-RESERVA-EM-CURSO.

       CAPTURA-ARBITRAGEM.
      *Operacao entre duas moedas estrangeiras; contra reais e o
      *CAMBIO normal. As duas taxas tem de estar carregadas hoje.
           DISPLAY 'MOEDA ENTREGUE PELO CLIENTE (EX: USD): '.
           ACCEPT WS-MOEDA-ENTRADA.
           DISPLAY 'VALOR ENTREGUE (SOMENTE DIGITOS, 2 DECIMAIS): '.
           ACCEPT WS-VALOR-ENTRADA.
           DISPLAY 'MOEDA QUE O CLIENTE LEVA (EX: EUR): '.
           ACCEPT WS-MOEDA-SAIDA.
           IF WS-MOEDA-ENTRADA = WS-MOEDA-SAIDA OR
                   WS-MOEDA-ENTRADA = 'BRL' OR
                   WS-MOEDA-SAIDA = 'BRL'
               DISPLAY 'ARBITRAGEM E ENTRE DUAS MOEDAS ESTRANGEIRAS'
                       ' DIFERENTES; CONTRA REAIS USE C=CAMBIO.'
           ELSE
               IF WS-VALOR-ENTRADA = ZEROS
                   DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
               ELSE
                   PERFORM BUSCA-TAXAS-ARBITRAGEM
                   IF WS-TAXA-ENTRADA = ZEROS OR
                           WS-TAXA-SAIDA = ZEROS
                       DISPLAY 'SEM TAXA CARREGADA HOJE PARA AS DUAS'
                               ' MOEDAS. OPERACAO BLOQUEADA.'
                       DISPLAY 'CARREGUE A TAXA DO DIA PELO PROG64.'
                   ELSE
                       PERFORM CALCULA-ARBITRAGEM
                       MOVE 'X' TO WS-TIPO-OPERACAO
                       MOVE 'S' TO WS-ARBITRAGEM-EM-CURSO
                       PERFORM CONCLUI-OPERACAO
                       MOVE 'N' TO WS-ARBITRAGEM-EM-CURSO.

       BUSCA-TAXAS-ARBITRAGEM.
      *A mesa compra do cliente a moeda entregue e vende a levada.
           MOVE ZEROS TO WS-TAXA-ENTRADA.
           MOVE ZEROS TO WS-TAXA-SAIDA.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-ARQUIVO-TAXA = '00'
               MOVE WS-MOEDA-ENTRADA TO TAXA-MOEDA
               MOVE WS-DATA-HOJE TO TAXA-DATA
               READ ARQUIVO-TAXA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAXA-COMPRA TO WS-TAXA-ENTRADA
               END-READ
               MOVE WS-MOEDA-SAIDA TO TAXA-MOEDA
               MOVE WS-DATA-HOJE TO TAXA-DATA
               READ ARQUIVO-TAXA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAXA-VENDA TO WS-TAXA-SAIDA
               END-READ
               CLOSE ARQUIVO-TAXA
           END-IF.

       CALCULA-ARBITRAGEM.
      *Taxa cruzada = unidades da moeda levada por unidade da
      *entregue. As conferencias seguintes (KYC, IOF) olham a perna
      *que sai, com a taxa de venda dela.
           COMPUTE WS-TAXA-CRUZADA ROUNDED =
               WS-TAXA-ENTRADA / WS-TAXA-SAIDA.
           COMPUTE WS-VALOR-SAIDA ROUNDED =
               WS-VALOR-ENTRADA * WS-TAXA-ENTRADA / WS-TAXA-SAIDA.
           MOVE WS-TAXA-CRUZADA TO WS-CRUZADA-EXIBE.
           MOVE WS-VALOR-SAIDA TO WS-VALOR-ARB-EXIBE.
           DISPLAY 'COMPRA ' WS-MOEDA-ENTRADA ': ' WS-TAXA-ENTRADA
                   '  VENDA ' WS-MOEDA-SAIDA ': ' WS-TAXA-SAIDA.
           DISPLAY 'TAXA CRUZADA (' WS-MOEDA-SAIDA ' POR '
                   WS-MOEDA-ENTRADA '): ' WS-CRUZADA-EXIBE.
           DISPLAY 'O CLIENTE LEVA ' WS-VALOR-ARB-EXIBE ' '
                   WS-MOEDA-SAIDA '.'.
           MOVE WS-MOEDA-SAIDA TO WS-MOEDA.
           MOVE WS-VALOR-SAIDA TO WS-VALOR.
           MOVE WS-TAXA-SAIDA TO WS-TAXA.

       CONFERE-RESERVA.
           IF RESERVA-SITUACAO NOT = 'A'
               DISPLAY 'RESERVA NAO ESTA EM ABERTO.'
           ELSE
               IF RESERVA-DATA-RETIRADA > WS-DATA-HOJE
                   DISPLAY 'RETIRADA MARCADA PARA '
                           RESERVA-DATA-RETIRADA '.'
               ELSE
                   IF RESERVA-DATA-VALIDADE < WS-DATA-HOJE
                       DISPLAY 'RESERVA VENCIDA EM '
                               RESERVA-DATA-VALIDADE '.'
                   ELSE
                       MOVE 'S' TO WS-RESERVA-OK.

       BAIXA-RESERVA-RETIRADA.
           OPEN I-O ARQUIVO-RESERVA.
           MOVE WS-NUMERO-RESERVA TO RESERVA-NUMERO.
           READ ARQUIVO-RESERVA RECORD
               INVALID KEY
                   DISPLAY 'RESERVA NAO ENCONTRADA PARA A BAIXA.'
               NOT INVALID KEY
                   MOVE 'R' TO RESERVA-SITUACAO
                   MOVE WS-DATA-HOJE TO RESERVA-DATA-BAIXA
                   MOVE WS-OPERADOR TO RESERVA-OPERADOR
                   MOVE MOV-SEQUENCIA TO RESERVA-SEQ-MOVIMENTO
                   REWRITE RESERVA-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO BAIXAR A RESERVA.'
                       NOT INVALID KEY
                           DISPLAY 'RESERVA ' RESERVA-NUMERO
                                   ' BAIXADA COMO RETIRADA.'
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-RESERVA.

       CONCLUI-OPERACAO.
           PERFORM VALIDA-CLIENTE.
           IF REGISTRO-ENCONTRADO = 'N'
           ELSE
      *Limites do cliente conferidos na confirmacao contra o
      *acumulado do diario (PROG105); estouro so passa com
      *liberacao de supervisor, registrada em auditoria. Antes de
      *tudo, a triagem da lista restritiva.
               PERFORM VERIFICA-LISTA-RESTRITIVA
               IF WS-OPERACAO-LIBERADA = 'S'
                   IF WS-ARBITRAGEM-EM-CURSO = 'S'
                       PERFORM VERIFICA-LIMITES-ARBITRAGEM
                   ELSE
                       PERFORM VERIFICA-LIMITES-DO-CLIENTE
                   END-IF
               END-IF
      *Saque da conta corrente do cliente so ate o saldo.
               IF WS-OPERACAO-LIBERADA = 'S' AND
                       (WS-TIPO-OPERACAO = 'R' OR
                        WS-TIPO-OPERACAO = 'r')
                   PERFORM VERIFICA-SALDO-DA-CONTA
               END-IF
      *Posicao da mesa na moeda contra o limite da tesouraria.
               IF WS-OPERACAO-LIBERADA = 'S'
                   PERFORM VERIFICA-POSICAO-DA-MESA
               END-IF
      *Revisao do perfil KYC e volume do mes contra a renda.
               IF WS-OPERACAO-LIBERADA = 'S'
                   PERFORM VERIFICA-PERFIL-KYC
               END-IF
      *IOF da operacao, mostrado antes da confirmacao.
               IF WS-OPERACAO-LIBERADA = 'S'
                   PERFORM CALCULA-IOF-DA-OPERACAO
               END-IF
               IF WS-OPERACAO-LIBERADA = 'N'
                   DISPLAY 'OPERACAO BLOQUEADA ('
                           WS-MOTIVO-BLOQUEIO ').'
               ELSE
                   DISPLAY 'CONFIRMA A OPERACAO? (S/N)'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       IF WS-ARBITRAGEM-EM-CURSO = 'S'
                           PERFORM GRAVA-ARBITRAGEM
                       ELSE
                           PERFORM GRAVA-MOVIMENTO
                       END-IF
                   ELSE
                       DISPLAY 'OPERACAO DESCARTADA.'.

           CLOSE ARQUIVO-AUDITORIA-TAXA.

       VALIDA-CLIENTE.
      *Na entrega de reserva o cliente ja veio da reserva.
           IF WS-RESERVA-EM-CURSO NOT = 'S'
               DISPLAY 'CODIGO DO CLIENTE (1-9999): '
               ACCEPT WS-CLIENTE-INFORMADO.
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE WS-CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               DISPLAY 'CLIENTE: ' CLIENTE-NOME.
           CLOSE ARQUIVO-CLIENTE.

       VERIFICA-LISTA-RESTRITIVA.
      *Qualquer ocorrencia pendente ou confirmada do cliente no
      *cadastro vivo bloqueia; sem o arquivo de triagem nao ha
      *bloqueio.
           MOVE 'S' TO WS-OPERACAO-LIBERADA.
           MOVE SPACES TO WS-MOTIVO-BLOQUEIO.
           OPEN INPUT ARQUIVO-TRIAGEM.
           IF WS-STATUS-ARQUIVO-TRIAGEM = '00'
               MOVE WS-CLIENTE-INFORMADO TO TRIAG-CLIENTE
               MOVE 'V' TO TRIAG-ARQUIVO
               MOVE ZEROS TO TRIAG-RESTR-ID
               MOVE 'N' TO WS-FIM-TRIAGEM
               START ARQUIVO-TRIAGEM KEY IS NOT LESS THAN TRIAG-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-TRIAGEM
               END-START
               PERFORM LE-PROXIMA-OCORRENCIA-TRIAGEM
               PERFORM CONFERE-OCORRENCIA-TRIAGEM
                   UNTIL WS-FIM-TRIAGEM = 'S'
               CLOSE ARQUIVO-TRIAGEM
           END-IF.
           IF WS-OPERACAO-LIBERADA = 'N'
               MOVE 'LISTA RESTRITIVA' TO WS-MOTIVO-BLOQUEIO
               DISPLAY 'CLIENTE COM OCORRENCIA NA LISTA RESTRITIVA.'
               DISPLAY 'OPERACAO SO APOS A DECISAO DO COMPLIANCE'
                       ' (PROG160).'
               PERFORM GRAVA-AUDITORIA-TRIAGEM.

       LE-PROXIMA-OCORRENCIA-TRIAGEM.
           IF WS-FIM-TRIAGEM = 'N'
               READ ARQUIVO-TRIAGEM NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-TRIAGEM
               END-READ
               IF TRIAG-CLIENTE NOT = WS-CLIENTE-INFORMADO OR
                       TRIAG-ARQUIVO NOT = 'V'
                   MOVE 'S' TO WS-FIM-TRIAGEM.

       CONFERE-OCORRENCIA-TRIAGEM.
           IF TRIAG-SITUACAO = 'P' OR TRIAG-SITUACAO = 'C'
               MOVE 'N' TO WS-OPERACAO-LIBERADA.
           PERFORM LE-PROXIMA-OCORRENCIA-TRIAGEM.

       GRAVA-AUDITORIA-TRIAGEM.
           OPEN EXTEND ARQUIVO-AUDITORIA-TRIAGEM.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REGISTRO-AUDITORIA-TRIAGEM.
           STRING WS-DATA-HOJE ' ' WS-HORA-AGORA
                  ' OPERADOR=' WS-OPERADOR
                  ' CLIENTE=' WS-CLIENTE-INFORMADO
                  ' MOEDA=' WS-MOEDA
                  ' VALOR=' WS-VALOR
                  ' OPERACAO RECUSADA NA MESA'
                  DELIMITED BY SIZE INTO REGISTRO-AUDITORIA-TRIAGEM
           END-STRING.
           WRITE REGISTRO-AUDITORIA-TRIAGEM.
           CLOSE ARQUIVO-AUDITORIA-TRIAGEM.

       VERIFICA-LIMITES-DO-CLIENTE.
      *Sem limite cadastrado para o cliente e a moeda, a operacao
      *segue livre como antes.
               END-IF
           END-IF.

       VERIFICA-LIMITES-ARBITRAGEM.
      *Cada perna contra o limite do cliente na propria moeda; a
      *perna que sai fica por ultimo para o resto da conferencia
      *seguir com ela.
           MOVE WS-MOEDA-ENTRADA TO WS-MOEDA.
           MOVE WS-VALOR-ENTRADA TO WS-VALOR.
           PERFORM VERIFICA-LIMITES-DO-CLIENTE.
           MOVE WS-MOEDA-SAIDA TO WS-MOEDA.
           MOVE WS-VALOR-SAIDA TO WS-VALOR.
           IF WS-OPERACAO-LIBERADA = 'S'
               PERFORM VERIFICA-LIMITES-DO-CLIENTE.

       ACUMULA-MOVIMENTOS-DO-CLIENTE.
      *Acumulado do cliente na moeda, no dia e no mes, varrendo o
      *diario (mesma varredura da retomada de sequencia).
                   AT END
                       MOVE 'S' TO WS-FIM-MOVIMENTOS
                   NOT AT END
                       MOVE 'R' TO WS-ACAO-FUSAO
                       CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
                           WS-CLIENTE-EFETIVO
                       IF WS-CLIENTE-EFETIVO = WS-CLIENTE-INFORMADO AND
                               MOV-MOEDA = WS-MOEDA
                           PERFORM ACUMULA-NO-LIMITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO WS-CLIENTE-INFORMADO
               WS-CLIENTE-EFETIVO.

       ACUMULA-NO-LIMITE.
      *O contra-movimento de estorno (PROG107) anula a operacao
               END-IF
           END-IF.

       VERIFICA-POSICAO-DA-MESA.
      *Posicao projetada = posicao de agora (PROG170) mais o efeito
      *da operacao, com o sinal do fechamento (PROG65): ALTA e
      *DEPOSITO entram, BAIXA, CAMBIO e SAQUE saem; na arbitragem
      *a moeda entregue entra e a levada sai, e cada uma e conferida
      *(a que sai por ultimo, para o resto seguir com ela). So o
      *lado para onde a operacao empurra a posicao e conferido.
           CALL 'PROG170' USING WS-POSICAO-MESA.
           IF WS-ARBITRAGEM-EM-CURSO = 'S'
               MOVE WS-MOEDA-ENTRADA TO WS-MOEDA
               MOVE WS-VALOR-ENTRADA TO WS-VALOR
               MOVE WS-VALOR-ENTRADA TO WS-EFEITO-POSICAO
               PERFORM CONFERE-LIMITE-POSICAO
               MOVE WS-MOEDA-SAIDA TO WS-MOEDA
               MOVE WS-VALOR-SAIDA TO WS-VALOR
               COMPUTE WS-EFEITO-POSICAO = 0 - WS-VALOR-SAIDA
               IF WS-OPERACAO-LIBERADA = 'S'
                   PERFORM CONFERE-LIMITE-POSICAO
               END-IF
           ELSE
               IF WS-TIPO-OPERACAO = 'A' OR WS-TIPO-OPERACAO = 'a' OR
                       WS-TIPO-OPERACAO = 'D' OR
                       WS-TIPO-OPERACAO = 'd'
                   MOVE WS-VALOR TO WS-EFEITO-POSICAO
               ELSE
                   COMPUTE WS-EFEITO-POSICAO = 0 - WS-VALOR
               END-IF
               PERFORM CONFERE-LIMITE-POSICAO.

       CONFERE-LIMITE-POSICAO.
      *Moeda sem limite cadastrado (ou sem o arquivo) segue livre.
           MOVE 'N' TO WS-TEM-LIMITE-POSICAO.
           OPEN INPUT ARQUIVO-LIMITE-POSICAO.
           IF WS-STATUS-ARQUIVO-LIMPOS = '00'
               MOVE WS-MOEDA TO LIMPOS-MOEDA
               READ ARQUIVO-LIMITE-POSICAO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-LIMITE-POSICAO
               END-READ
               CLOSE ARQUIVO-LIMITE-POSICAO
           END-IF.
           IF WS-TEM-LIMITE-POSICAO = 'S'
               MOVE WS-EFEITO-POSICAO TO WS-POSICAO-PROJETADA
               MOVE 'N' TO WS-ACHOU-POSICAO
               PERFORM SOMA-POSICAO-ATUAL
                   VARYING WS-IND-POSICAO FROM 1 BY 1
                   UNTIL WS-IND-POSICAO > WS-PMESA-QTD OR
                         WS-ACHOU-POSICAO = 'S'
               MOVE SPACES TO WS-MOTIVO-BLOQUEIO
               IF WS-EFEITO-POSICAO > ZEROS AND
                       LIMPOS-COMPRADO > ZEROS AND
                       WS-POSICAO-PROJETADA > LIMPOS-COMPRADO
                   MOVE 'POSICAO COMPRADA' TO WS-MOTIVO-BLOQUEIO
                   MOVE LIMPOS-COMPRADO TO WS-LIMITE-POSICAO-EXIBE
               END-IF
               IF WS-EFEITO-POSICAO < ZEROS AND
                       LIMPOS-VENDIDO > ZEROS AND
                       0 - WS-POSICAO-PROJETADA > LIMPOS-VENDIDO
                   MOVE 'POSICAO VENDIDA' TO WS-MOTIVO-BLOQUEIO
                   MOVE LIMPOS-VENDIDO TO WS-LIMITE-POSICAO-EXIBE
               END-IF
               IF WS-MOTIVO-BLOQUEIO NOT = SPACES
                   PERFORM TRATA-LIMITE-POSICAO
               END-IF
           END-IF.

       SOMA-POSICAO-ATUAL.
           IF WS-PMESA-MOEDA (WS-IND-POSICAO) = WS-MOEDA
               ADD WS-PMESA-SALDO (WS-IND-POSICAO)
                   TO WS-POSICAO-PROJETADA
               MOVE 'S' TO WS-ACHOU-POSICAO.

       TRATA-LIMITE-POSICAO.
           MOVE WS-POSICAO-PROJETADA TO WS-POSICAO-EXIBE.
           DISPLAY 'POSICAO DA MESA EM ' WS-MOEDA ' FICARIA EM '
                   WS-POSICAO-EXIBE.
           DISPLAY 'LIMITE DE ' WS-MOTIVO-BLOQUEIO ': '
                   WS-LIMITE-POSICAO-EXIBE.
           IF LIMPOS-ACAO = 'B'
               PERFORM TRATA-ESTOURO-DE-LIMITE
           ELSE
               DISPLAY 'AVISO: LIMITE DE POSICAO DA MESA CRUZADO.'
               MOVE SPACES TO WS-MOTIVO-BLOQUEIO.

       LE-PARAMETROS-KYC.
           OPEN INPUT ARQUIVO-PARAMETROS-KYC.
           IF WS-STATUS-PARAMETROS-KYC = '00'
               READ ARQUIVO-PARAMETROS-KYC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-MULTIPLO-RENDA IS NUMERIC AND
                               PARAM-MULTIPLO-RENDA > ZEROS
                           MOVE PARAM-MULTIPLO-RENDA
                               TO WS-MULTIPLO-RENDA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS-KYC
           END-IF.

       VERIFICA-PERFIL-KYC.
      *Sem o arquivo de perfis a mesa segue como antes; com ele,
      *cliente sem perfil conta como revisao nunca feita.
           MOVE 'N' TO WS-TEM-ARQ-KYC.
           MOVE 'N' TO WS-TEM-PERFIL-KYC.
           OPEN INPUT ARQUIVO-KYC.
           IF WS-STATUS-ARQUIVO-KYC = '00'
               MOVE 'S' TO WS-TEM-ARQ-KYC
               MOVE WS-CLIENTE-INFORMADO TO KYC-CLIENTE
               READ ARQUIVO-KYC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-PERFIL-KYC
               END-READ
               CLOSE ARQUIVO-KYC
           END-IF.
           IF WS-TEM-ARQ-KYC = 'S'
               IF WS-TEM-PERFIL-KYC = 'N'
                   MOVE 'CLIENTE SEM KYC' TO WS-MOTIVO-BLOQUEIO
                   PERFORM TRATA-REVISAO-KYC-VENCIDA
               ELSE
                   IF KYC-DATA-PROXIMA < WS-DATA-HOJE
                       MOVE 'REVISAO KYC VENCIDA'
                           TO WS-MOTIVO-BLOQUEIO
                       PERFORM TRATA-REVISAO-KYC-VENCIDA
                   END-IF
               END-IF
           END-IF.
           IF WS-OPERACAO-LIBERADA = 'S' AND
                   WS-TEM-PERFIL-KYC = 'S' AND
                   KYC-RENDA-MENSAL > ZEROS
               PERFORM CONFERE-VOLUME-CONTRA-RENDA.

       TRATA-REVISAO-KYC-VENCIDA.
           DISPLAY 'PERFIL KYC: ' WS-MOTIVO-BLOQUEIO '.'.
           IF WS-NIVEL-OPERADOR < 2
               MOVE 'N' TO WS-OPERACAO-LIBERADA
               DISPLAY 'LIBERACAO EXIGE SUPERVISOR (NIVEL 2).'
               DISPLAY 'ATUALIZE O PERFIL DO CLIENTE (PROG157).'
           ELSE
               DISPLAY 'LIBERAR MESMO ASSIM? (S/N)'
               ACCEPT WS-RESPOSTA-LIMITE
               IF WS-RESPOSTA-LIMITE = 'S' OR
                       WS-RESPOSTA-LIMITE = 's'
                   PERFORM GRAVA-AUDITORIA-LIMITE
               ELSE
                   MOVE 'N' TO WS-OPERACAO-LIBERADA
               END-IF
           END-IF.

       CONFERE-VOLUME-CONTRA-RENDA.
      *Acumulado do mes na moeda pela mesma varredura dos limites,
      *mais a operacao atual, levado a reais pela taxa de venda do
      *dia (na operacao de cambio, a taxa ja usada nela).
           PERFORM ACUMULA-MOVIMENTOS-DO-CLIENTE.
           MOVE ZEROS TO WS-TAXA-VOLUME.
           IF WS-MOEDA = 'BRL'
               MOVE 1 TO WS-TAXA-VOLUME
           ELSE
               IF WS-TAXA > ZEROS
                   MOVE WS-TAXA TO WS-TAXA-VOLUME
               ELSE
                   PERFORM BUSCA-TAXA-PARA-VOLUME
               END-IF
           END-IF.
           IF WS-TAXA-VOLUME = ZEROS
               DISPLAY 'SEM TAXA DO DIA EM ' WS-MOEDA
                       '; VOLUME CONTRA A RENDA NAO CONFERIDO.'
           ELSE
               COMPUTE WS-VOLUME-MES-REAIS ROUNDED =
                   (WS-ACUMULADO-MES + WS-VALOR) * WS-TAXA-VOLUME
               COMPUTE WS-TETO-VOLUME ROUNDED =
                   KYC-RENDA-MENSAL * WS-MULTIPLO-RENDA
               IF WS-VOLUME-MES-REAIS > WS-TETO-VOLUME
                   MOVE WS-VOLUME-MES-REAIS TO WS-VOLUME-EXIBE
                   MOVE WS-TETO-VOLUME TO WS-TETO-EXIBE
                   MOVE WS-MULTIPLO-RENDA TO WS-MULTIPLO-EXIBE
                   DISPLAY 'ATENCAO: VOLUME DO MES EM ' WS-MOEDA
                           ' (EM REAIS) ' WS-VOLUME-EXIBE
                   DISPLAY 'PASSA DE ' WS-MULTIPLO-EXIBE
                           ' VEZES A RENDA DECLARADA ('
                           WS-TETO-EXIBE ').'
               END-IF
           END-IF.

       BUSCA-TAXA-PARA-VOLUME.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-ARQUIVO-TAXA = '00'
               MOVE WS-MOEDA TO TAXA-MOEDA
               MOVE WS-DATA-HOJE TO TAXA-DATA
               READ ARQUIVO-TAXA RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAXA-VENDA TO WS-TAXA-VOLUME
               END-READ
               CLOSE ARQUIVO-TAXA
           END-IF.

       CALCULA-IOF-DA-OPERACAO.
      *Base em reais: valor em BRL direto; nas demais moedas, pela
      *taxa da propria operacao de cambio ou, sem ela, pela taxa de
      *venda do dia. Aliquota sem taxa para converter bloqueia a
      *operacao em vez de gravar IOF errado.
           MOVE ZEROS TO WS-ALIQUOTA-IOF.
           MOVE ZEROS TO WS-VALOR-IOF.
           MOVE SPACES TO WS-TIPO-IOF.
           IF WS-TIPO-OPERACAO = 'A' OR WS-TIPO-OPERACAO = 'a'
               MOVE 'ALTA' TO WS-TIPO-IOF.
           IF WS-TIPO-OPERACAO = 'B' OR WS-TIPO-OPERACAO = 'b'
               MOVE 'BAIXA' TO WS-TIPO-IOF.
           IF WS-TIPO-OPERACAO = 'C' OR WS-TIPO-OPERACAO = 'c'
               MOVE 'CAMBIO' TO WS-TIPO-IOF.
           IF WS-TIPO-OPERACAO = 'X'
               MOVE 'ARBITR' TO WS-TIPO-IOF.
           IF WS-TIPO-IOF NOT = SPACES
               PERFORM BUSCA-ALIQUOTA-IOF.
           IF WS-ALIQUOTA-IOF > ZEROS
               MOVE ZEROS TO WS-TAXA-VOLUME
               IF WS-MOEDA = 'BRL'
                   MOVE 1 TO WS-TAXA-VOLUME
               ELSE
                   IF WS-TAXA > ZEROS
                       MOVE WS-TAXA TO WS-TAXA-VOLUME
                   ELSE
                       PERFORM BUSCA-TAXA-PARA-VOLUME
                   END-IF
               END-IF
               IF WS-TAXA-VOLUME = ZEROS
                   MOVE 'N' TO WS-OPERACAO-LIBERADA
                   MOVE 'SEM TAXA PARA IOF' TO WS-MOTIVO-BLOQUEIO
                   DISPLAY 'SEM TAXA DO DIA EM ' WS-MOEDA
                           ' PARA CALCULAR O IOF.'
               ELSE
                   COMPUTE WS-BASE-IOF ROUNDED =
                       WS-VALOR * WS-TAXA-VOLUME
                   COMPUTE WS-VALOR-IOF ROUNDED =
                       WS-BASE-IOF * WS-ALIQUOTA-IOF / 100
                   MOVE WS-BASE-IOF TO WS-BASE-EXIBE
                   MOVE WS-ALIQUOTA-IOF TO WS-ALIQUOTA-EXIBE
                   MOVE WS-VALOR-IOF TO WS-IOF-EXIBE
                   DISPLAY 'BASE DO IOF (R$): ' WS-BASE-EXIBE
                   DISPLAY 'IOF ' WS-ALIQUOTA-EXIBE '% (R$): '
                           WS-IOF-EXIBE
               END-IF
           END-IF.

       BUSCA-ALIQUOTA-IOF.
      *Ultima vigencia do tipo e da moeda que ja comecou ate hoje.
           OPEN INPUT ARQUIVO-IOF.
           IF WS-STATUS-ARQUIVO-IOF = '00'
               MOVE WS-TIPO-IOF TO IOF-TIPO
               MOVE WS-MOEDA TO IOF-MOEDA
               MOVE ZEROS TO IOF-VIGENCIA
               MOVE 'N' TO WS-FIM-IOF
               START ARQUIVO-IOF KEY IS NOT LESS THAN IOF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-IOF
               END-START
               PERFORM LE-PROXIMA-ALIQUOTA
               PERFORM GUARDA-ALIQUOTA-VIGENTE
                   UNTIL WS-FIM-IOF = 'S'
               CLOSE ARQUIVO-IOF
           END-IF.

       LE-PROXIMA-ALIQUOTA.
           IF WS-FIM-IOF = 'N'
               READ ARQUIVO-IOF NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-IOF
               END-READ
               IF IOF-TIPO NOT = WS-TIPO-IOF OR
                       IOF-MOEDA NOT = WS-MOEDA OR
                       IOF-VIGENCIA > WS-DATA-HOJE
                   MOVE 'S' TO WS-FIM-IOF.

       GUARDA-ALIQUOTA-VIGENTE.
           MOVE IOF-ALIQUOTA TO WS-ALIQUOTA-IOF.
           PERFORM LE-PROXIMA-ALIQUOTA.

       VERIFICA-SALDO-DA-CONTA.
      *Saldo da conta do cliente na moeda = depositos menos saques
      *no diario inteiro, com estornos anulando. Saque acima do
                   AT END
                       MOVE 'S' TO WS-FIM-MOVIMENTOS
                   NOT AT END
                       MOVE 'R' TO WS-ACAO-FUSAO
                       CALL 'PROG155' USING WS-ACAO-FUSAO MOV-CLIENTE
                           WS-CLIENTE-EFETIVO
                       IF WS-CLIENTE-EFETIVO = WS-CLIENTE-INFORMADO AND
                               MOV-MOEDA = WS-MOEDA
                           PERFORM ACUMULA-SALDO-CONTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE 'F' TO WS-ACAO-FUSAO.
           CALL 'PROG155' USING WS-ACAO-FUSAO WS-CLIENTE-INFORMADO
               WS-CLIENTE-EFETIVO.
           IF WS-VALOR > WS-SALDO-CONTA
               MOVE 'N' TO WS-OPERACAO-LIBERADA
               MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO-BLOQUEIO
           MOVE WS-VALOR TO MOV-VALOR.
           MOVE WS-TAXA TO MOV-TAXA.
           MOVE WS-CLIENTE-INFORMADO TO MOV-CLIENTE.
           MOVE WS-VALOR-IOF TO MOV-VALOR-IOF.
           MOVE WS-ALIQUOTA-IOF TO MOV-ALIQUOTA-IOF.
      *Campos de estorno zerados: esta linha e um movimento normal
      *(o contra-movimento e gravado pelo PROG107).
           MOVE ZEROS TO MOV-DATA-ESTORNADA.
           MOVE ZEROS TO MOV-SEQ-ESTORNADA.
           MOVE SPACES TO MOV-TIPO-ORIGINAL.
           MOVE SPACES TO MOV-MOTIVO.
           IF WS-RESERVA-EM-CURSO = 'S'
               STRING 'RESERVA ' WS-NUMERO-RESERVA
                   DELIMITED BY SIZE INTO MOV-MOTIVO
               END-STRING.
      *Numero de recibo da numeracao central (PROG78); a linha sai
      *gravada com ele e o recibo vai para o spool. Distribuidor
      *esgotado grava recibo zerado, mas nao perde a operacao.
           WRITE MOVIMENTO-LINHA.
           CLOSE ARQUIVO-MOVIMENTOS.
           DISPLAY 'OPERACAO ' MOV-SEQUENCIA ' GRAVADA NO DIARIO.'.
           IF WS-RESERVA-EM-CURSO = 'S'
               PERFORM BAIXA-RESERVA-RETIRADA.
           IF WS-RECIBO-ALOCADO > ZEROS
               PERFORM IMPRIME-RECIBO
           ELSE
               DISPLAY 'SEM NUMERACAO DE RECIBO DISPONIVEL;'
                       ' OPERACAO GRAVADA SEM RECIBO.'.

       GRAVA-ARBITRAGEM.
      *As duas pernas saem juntas, em sequencias seguidas e com o
      *mesmo recibo; cada uma leva no motivo a sequencia da outra,
      *que o estorno (PROG107) usa para anular o par inteiro.
           OPEN EXTEND ARQUIVO-MOVIMENTOS.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           COMPUTE WS-SEQ-ENTRADA = WS-SEQUENCIA-DO-DIA + 1.
           COMPUTE WS-SEQ-SAIDA = WS-SEQUENCIA-DO-DIA + 2.
           MOVE 'RECIBOS' TO WS-CADASTRO-RECIBO.
           CALL 'PROG78' USING WS-CADASTRO-RECIBO
               WS-RECIBO-ALOCADO.
           MOVE WS-DATA-HOJE TO MOV-DATA.
           MOVE WS-HORA-AGORA TO MOV-HORA.
           MOVE WS-SEQ-ENTRADA TO MOV-SEQUENCIA.
           MOVE WS-OPERADOR TO MOV-OPERADOR.
           MOVE 'ARBENT' TO MOV-TIPO.
           MOVE WS-MOEDA-ENTRADA TO MOV-MOEDA.
           MOVE WS-VALOR-ENTRADA TO MOV-VALOR.
           MOVE WS-TAXA-ENTRADA TO MOV-TAXA.
           MOVE WS-CLIENTE-INFORMADO TO MOV-CLIENTE.
           MOVE ZEROS TO MOV-DATA-ESTORNADA.
           MOVE ZEROS TO MOV-SEQ-ESTORNADA.
           MOVE SPACES TO MOV-TIPO-ORIGINAL.
           MOVE SPACES TO MOV-MOTIVO.
           MOVE 'ARBITRAGEM PAR SEQ ' TO MOV-ARB-ROTULO.
           MOVE WS-SEQ-SAIDA TO MOV-ARB-SEQ-PAR.
           MOVE WS-RECIBO-ALOCADO TO MOV-RECIBO.
           MOVE ZEROS TO MOV-VALOR-IOF.
           MOVE ZEROS TO MOV-ALIQUOTA-IOF.
           WRITE MOVIMENTO-LINHA.
           MOVE WS-SEQ-SAIDA TO MOV-SEQUENCIA.
           MOVE 'ARBSAI' TO MOV-TIPO.
           MOVE WS-MOEDA-SAIDA TO MOV-MOEDA.
           MOVE WS-VALOR-SAIDA TO MOV-VALOR.
           MOVE WS-TAXA-SAIDA TO MOV-TAXA.
           MOVE WS-SEQ-ENTRADA TO MOV-ARB-SEQ-PAR.
           MOVE WS-VALOR-IOF TO MOV-VALOR-IOF.
           MOVE WS-ALIQUOTA-IOF TO MOV-ALIQUOTA-IOF.
           WRITE MOVIMENTO-LINHA.
           CLOSE ARQUIVO-MOVIMENTOS.
           MOVE WS-SEQ-SAIDA TO WS-SEQUENCIA-DO-DIA.
           DISPLAY 'ARBITRAGEM GRAVADA NO DIARIO: SEQUENCIAS '
                   WS-SEQ-ENTRADA ' E ' WS-SEQ-SAIDA '.'.
           IF WS-RECIBO-ALOCADO > ZEROS
               PERFORM IMPRIME-RECIBO
           ELSE
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-RECIBO.
      *Na arbitragem a linha da perna que entra vem antes da que
      *sai, seguida da taxa cruzada.
           IF WS-ARBITRAGEM-EM-CURSO = 'S'
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'OPERACAO ARBENT  MOEDA ' WS-MOEDA-ENTRADA
                      '  VALOR ' WS-VALOR-ENTRADA
                      '  TAXA ' WS-TAXA-ENTRADA
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'OPERACAO ' MOV-TIPO
                  '  MOEDA ' MOV-MOEDA
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-RECIBO.
           IF WS-ARBITRAGEM-EM-CURSO = 'S'
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'TAXA CRUZADA ' WS-CRUZADA-EXIBE ' '
                      WS-MOEDA-SAIDA ' POR ' WS-MOEDA-ENTRADA
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO.
           MOVE SPACES TO WS-LINHA-IMPRESSA.
           STRING 'CLIENTE ' MOV-CLIENTE ' ' CLIENTE-NOME
               DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
           END-STRING.
           PERFORM GRAVA-LINHA-RECIBO.
           IF WS-RESERVA-EM-CURSO = 'S'
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'RESERVA No ' WS-NUMERO-RESERVA
                      '  TAXA TRAVADA NA RESERVA'
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO.
           IF MOV-VALOR-IOF > ZEROS
               MOVE MOV-ALIQUOTA-IOF TO WS-ALIQUOTA-EXIBE
               MOVE MOV-VALOR-IOF TO WS-IOF-EXIBE
               MOVE SPACES TO WS-LINHA-IMPRESSA
               STRING 'IOF ' WS-ALIQUOTA-EXIBE '%  VALOR DO IOF R$ '
                      WS-IOF-EXIBE
                   DELIMITED BY SIZE INTO WS-LINHA-IMPRESSA
               END-STRING
               PERFORM GRAVA-LINHA-RECIBO.
           MOVE 'F' TO WS-ACAO-SPOOL.
           CALL 'PROG71' USING WS-ACAO-SPOOL WS-NOME-RELATORIO
               WS-LINHA-IMPRESSA.
